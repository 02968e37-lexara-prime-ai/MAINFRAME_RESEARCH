      *> Subtotals print on each date break and per operator at the
      *> end, with a grand total, so the report can be balanced
      *> against the audit file.
      *> modified Oct 15th 2026 - each capture shows the employee
      *> number off the SSN-to-employee-number crosswalk beside the
      *> masked SSN, and a fourth SYSIN line selects one employee by
      *> SSN or employee number (spaces = all employees), so HR can
      *> ask what was done to one person by the identifier they
      *> hold.  An entry that is neither, or an employee number with
      *> no crosswalk to resolve it, runs no report.
       environment division.
       input-output section.
       file-control.
           select ssn-audit-file assign to "SSNAUDIT"
               organization line sequential
               file status WS-AUDIT-STATUS.
           select employee-xwalk-file assign to "EMPXWALK"
               organization indexed
               access mode random
               record key XWK-EMPLOYEE-NUMBER
               alternate record key XWK-SSN
               file status WS-XWALK-STATUS.
           select audit-report-file assign to "AUDRPT"
               organization line sequential
               file status WS-RPT-STATUS.
       data division.
       file section.
       COPY auditrec.
       COPY empxwlk.

       FD  audit-report-file.
       01  AUDIT-REPORT-RECORD         pic x(80).
       working-storage section.
       COPY ssnfld.
       COPY ssnmsk.
       COPY empnowrk.
       01  WS-AUDIT-STATUS             pic xx value "00".
           88  WS-AUDIT-OK                        value "00".
           88  WS-AUDIT-EOF                       value "10".
       01  WS-SEL-OPERATOR             pic x(08).
       01  WS-SEL-FROM-DATE            pic x(08).
       01  WS-SEL-TO-DATE              pic x(08).
       01  WS-SEL-EMPLOYEE             pic x(09).
       01  WS-SEL-SSN                  pic x(09) value spaces.
       01  WS-SEL-NUMBER               pic x(06) value spaces.
       01  WS-SEL-EMPLOYEE-SW          pic x(01) value space.
           88  SELECT-BY-SSN                      value "S".
           88  SELECT-BY-NUMBER                   value "E".
       01  WS-SELECT-SW                pic x(01) value "N".
           88  RECORD-SELECTED                    value "Y".
       01  WS-PARM-SW                  pic x(01) value "Y".
           88  PARMS-GOOD                         value "Y".
       01  WS-FROM-DATE                pic 9(08) value 0.
       01  WS-TO-DATE                  pic 9(08) value 99999999.

       01  WS-HEADING-LINE-2.
           05  filler                  pic x(03) value "SSN".
           05  filler                  pic x(09) value spaces.
           05  filler                  pic x(06) value "EMP NO".
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(08) value "OPERATOR".
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(04) value "DATE".
           05  filler                  pic x(02) value spaces.
           05  DL-SSN-MASKED           pic x(09).
           05  filler                  pic x(03) value spaces.
           05  DL-EMPNO                pic x(06).
           05  filler                  pic x(03) value spaces.
           05  DL-OPERATOR-ID          pic x(08).
           05  filler                  pic x(04) value spaces.
           05  DL-DATE                 pic 9(08).
       accept WS-SEL-OPERATOR
       accept WS-SEL-FROM-DATE
       accept WS-SEL-TO-DATE
       accept WS-SEL-EMPLOYEE
       perform open-xwalk-for-inquiry
       perform resolve-employee-selection
       if WS-SEL-FROM-DATE is numeric
           move WS-SEL-FROM-DATE to WS-FROM-DATE
       end-if
           move WS-SEL-TO-DATE to WS-TO-DATE
       end-if

       if PARMS-GOOD
           perform produce-audit-report
       end-if
       perform close-employee-xwalk

       stop run.

       produce-audit-report.
           open input ssn-audit-file
           if not WS-AUDIT-OK
               display "[AUDRPT] no audit file present -"
                   " skipping report"
           else
               open output audit-report-file
               perform report-audit-record until WS-AUDIT-EOF
               if not WS-FIRST-RECORD
                   perform print-day-total
               end-if
               perform print-operator-totals
               perform print-grand-total
               close ssn-audit-file
               close audit-report-file
           end-if.

      *> the employee selection is an SSN or an employee number as
      *> HR holds it; a number is matched through the crosswalk, so
      *> it needs the crosswalk open
       resolve-employee-selection.
           if WS-SEL-EMPLOYEE not = spaces
               move WS-SEL-EMPLOYEE to ENO-ENTRY
               perform classify-employee-entry
               evaluate true
                   when ENTRY-IS-SSN
                       set SELECT-BY-SSN to true
                       move WS-SEL-EMPLOYEE to WS-SEL-SSN
                   when ENTRY-IS-EMPLOYEE-NUMBER and XWALK-OPEN
                       set SELECT-BY-NUMBER to true
                       move ENO-ENTRY-NUMBER to WS-SEL-NUMBER
                   when ENTRY-IS-EMPLOYEE-NUMBER
                       display "[AUDRPT] employee-number crosswalk"
                           " unavailable - no report"
                       move "N" to WS-PARM-SW
                   when other
                       display "[AUDRPT] employee selection is not an"
                           " SSN or employee number - no report"
                       move "N" to WS-PARM-SW
               end-evaluate
           end-if.

       report-audit-record.
           read ssn-audit-file
               at end
                   set WS-AUDIT-EOF to true
               not at end
                   perform check-audit-selection
                   if RECORD-SELECTED
                       perform print-selected-record
                   end-if
           end-read.

       check-audit-selection.
           move "N" to WS-SELECT-SW
           if (WS-SEL-OPERATOR = spaces
                   or WS-SEL-OPERATOR = AUD-OPERATOR-ID)
               and AUD-DATE >= WS-FROM-DATE
               and AUD-DATE <= WS-TO-DATE
               set RECORD-SELECTED to true
           end-if
           if RECORD-SELECTED and SELECT-BY-SSN
               and AUD-SSN not = WS-SEL-SSN
               move "N" to WS-SELECT-SW
           end-if
           if RECORD-SELECTED and SELECT-BY-NUMBER
               perform find-audit-number
               if ENO-NUMBER not = WS-SEL-NUMBER
                   move "N" to WS-SELECT-SW
               end-if
           end-if.

       find-audit-number.
           move AUD-SSN to ENO-SSN
           perform find-number-for-ssn.

       print-selected-record.
           if WS-FIRST-RECORD
               move "N" to WS-FIRST-RECORD-SW
           move AUD-SSN to SSN-TEXT
           perform mask-ssn
           move SSN-MASKED to DL-SSN-MASKED
           perform find-audit-number
           move ENO-NUMBER to DL-EMPNO
           move AUD-OPERATOR-ID to DL-OPERATOR-ID
           move AUD-DATE to DL-DATE
           move AUD-TIME to DL-TIME
           write AUDIT-REPORT-RECORD from WS-GRAND-TOTAL-LINE.

       COPY ssnmskp.
       COPY empnoasg.
