       >>SOURCE FORMAT FREE
       identification division.
       program-id. accrpt.
       author. Irfan Ghat.
       date-written.Oct 14th 2026
      *> SSN access report - reads the access log the look-up screens
      *> write (acclog copybook) and answers HR's privacy questions.
      *> SYSIN selects the view: E and an SSN or employee number
      *> (resolved through the SSN-to-employee-number crosswalk)
      *> lists every look-up of that employee (who looked at this
      *> person), O and an operator
      *> ID lists every employee that operator looked up (who did
      *> this person look at), blank lists every look-up; an
      *> optional from/to date range (spaces = open-ended) narrows
      *> any of them.  Employees are shown with masked SSNs and, when
      *> the master can be read, their employee numbers and names.  A second section
      *> flags operators whose look-ups on a day in the range ran
      *> well above their normal level: at least WS-FLAG-MINIMUM
      *> look-ups and more than WS-FLAG-MULTIPLE times that
      *> operator's average per active day over the rest of the log.
      *> An operator with only one day on the log has no normal level
      *> yet and is not flagged.
       environment division.
       input-output section.
       file-control.
           select access-log-file assign to "ACCLOG"
               organization line sequential
               file status WS-ACCLOG-STATUS.
           select employee-master-file assign to "EMPMAST"
               organization indexed
               access mode random
               record key EMP-SSN-KEY
               file status WS-EMP-STATUS.
           select employee-xwalk-file assign to "EMPXWALK"
               organization indexed
               access mode random
               record key XWK-EMPLOYEE-NUMBER
               alternate record key XWK-SSN
               file status WS-XWALK-STATUS.
           select access-report-file assign to "ACCRPT"
               organization line sequential
               file status WS-RPT-STATUS.

       data division.
       file section.
       COPY acclog.
       COPY emprec.
       COPY empxwlk.

       FD  access-report-file.
       01  ACCESS-REPORT-RECORD        pic x(100).

       working-storage section.
       COPY ssnfld.
       COPY ssnmsk.
       COPY empnowrk.
       01  WS-ACCLOG-STATUS            pic xx value "00".
           88  WS-ACCLOG-OK                       value "00".
           88  WS-ACCLOG-EOF                      value "10".
       01  WS-EMP-STATUS               pic xx value "00".
       01  WS-RPT-STATUS               pic xx value "00".
       01  WS-MASTER-SW                pic x(01) value "N".
           88  MASTER-PRESENT                     value "Y".

       01  WS-SEL-TYPE                 pic x(01).
           88  SELECT-BY-EMPLOYEE                 value "E".
           88  SELECT-BY-OPERATOR                 value "O".
           88  SELECT-ALL                         value " ".
       01  WS-SEL-VALUE                pic x(09).
       01  WS-SEL-NUMBER               pic x(06) value spaces.
       01  WS-SEL-FROM-DATE            pic x(08).
       01  WS-SEL-TO-DATE              pic x(08).
       01  WS-FROM-DATE                pic 9(08) value 0.
       01  WS-TO-DATE                  pic 9(08) value 99999999.
       01  WS-SELECT-SW                pic x(01) value "N".
           88  RECORD-SELECTED                    value "Y".

      *> high-volume rule - a day at or above the minimum and over
      *> the multiple of the operator's normal daily look-ups
       01  WS-FLAG-MINIMUM             pic 9(05) value 20.
       01  WS-FLAG-MULTIPLE            pic 9(02) value 3.

       01  OPERATOR-DAY-TABLE.
           05  OPD-ENTRY occurs 5000 times.
               10  OPD-OPERATOR-ID     pic x(08).
               10  OPD-DATE            pic 9(08).
               10  OPD-COUNT           pic 9(07).
       01  WS-OPD-COUNT                pic 9(04) value 0.
       01  WS-OPD-SUB                  pic 9(04) value 0.
       01  WS-OPD-FOUND-SW             pic x(01) value "N".
           88  OPD-FOUND                          value "Y".
       01  WS-OPD-FULL-SW              pic x(01) value "N".
           88  OPD-TABLE-FULL                     value "Y".

       01  WS-SCAN-SUB                 pic 9(04) value 0.
       01  WS-OPR-TOTAL                pic 9(07) value 0.
       01  WS-OPR-DAYS                 pic 9(05) value 0.
       01  WS-NORMAL-LEVEL             pic 9(07)v99 value 0.
       01  WS-FLAG-LEVEL               pic 9(07)v99 value 0.

       01  WS-LOG-READ-COUNT           pic 9(07) value 0.
       01  WS-SELECTED-COUNT           pic 9(07) value 0.
       01  WS-FLAGGED-COUNT            pic 9(05) value 0.

       01  WS-HEADING-LINE-1.
           05  filler                  pic x(28) value spaces.
           05  filler                  pic x(30) value
               "SSN ACCESS REPORT".
       01  WS-SELECTION-LINE.
           05  filler                  pic x(02) value spaces.
           05  SEL-TEXT                pic x(40).
           05  filler                  pic x(06) value "FROM ".
           05  SEL-FROM                pic 9(08).
           05  filler                  pic x(04) value " TO ".
           05  SEL-TO                  pic 9(08).
       01  WS-SECTION-LINE.
           05  filler                  pic x(02) value spaces.
           05  SL-TEXT                 pic x(70).
       01  WS-DETAIL-HEADING.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(09) value "DATE".
           05  filler                  pic x(09) value "TIME".
           05  filler                  pic x(09) value "OPERATOR".
           05  filler                  pic x(09) value "SCREEN".
           05  filler                  pic x(10) value "SSN".
           05  filler                  pic x(07) value "EMP NO".
           05  filler                  pic x(31) value "NAME".
           05  filler                  pic x(06) value "FOUND".
       01  WS-DETAIL-LINE.
           05  filler                  pic x(02) value spaces.
           05  DL-DATE                 pic 9(08).
           05  filler                  pic x(01) value spaces.
           05  DL-TIME                 pic 9(08).
           05  filler                  pic x(01) value spaces.
           05  DL-OPERATOR-ID          pic x(08).
           05  filler                  pic x(01) value spaces.
           05  DL-SCREEN               pic x(08).
           05  filler                  pic x(01) value spaces.
           05  DL-SSN                  pic x(09).
           05  filler                  pic x(01) value spaces.
           05  DL-EMPNO                pic x(06).
           05  filler                  pic x(01) value spaces.
           05  DL-NAME                 pic x(30).
           05  filler                  pic x(01) value spaces.
           05  DL-RESULT               pic x(01).
       01  WS-FLAG-HEADING.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(10) value "OPERATOR".
           05  filler                  pic x(10) value "DATE".
           05  filler                  pic x(10) value "LOOK-UPS".
           05  filler                  pic x(12) value "NORMAL/DAY".
       01  WS-FLAG-LINE.
           05  filler                  pic x(02) value spaces.
           05  FL-OPERATOR-ID          pic x(08).
           05  filler                  pic x(02) value spaces.
           05  FL-DATE                 pic 9(08).
           05  filler                  pic x(02) value spaces.
           05  FL-COUNT                pic zzz,zz9.
           05  filler                  pic x(03) value spaces.
           05  FL-NORMAL               pic zzz,zz9.99.
       01  WS-TOTAL-LINE.
           05  filler                  pic x(02) value spaces.
           05  TL-LABEL                pic x(30).
           05  TL-COUNT                pic zzz,zz9.

       procedure division.
       perform read-selection
       open input access-log-file
       if not WS-ACCLOG-OK
           display "[ACCRPT] no access log present - nothing to report"
           move 4 to return-code
       else
           open input employee-master-file
           if WS-EMP-STATUS = "00"
               set MASTER-PRESENT to true
           end-if
           open output access-report-file
           perform print-report-heading
           perform report-access-record until WS-ACCLOG-EOF
           close access-log-file
           move "LOOK-UPS LISTED" to TL-LABEL
           move WS-SELECTED-COUNT to TL-COUNT
           write ACCESS-REPORT-RECORD from WS-TOTAL-LINE
           perform print-high-volume-days
           close access-report-file
           if MASTER-PRESENT
               close employee-master-file
           end-if
           display "[ACCRPT] log records: " WS-LOG-READ-COUNT
               " listed: " WS-SELECTED-COUNT
               " high-volume days: " WS-FLAGGED-COUNT
       end-if

       stop run.

       read-selection.
           accept WS-SEL-TYPE
           accept WS-SEL-VALUE
           accept WS-SEL-FROM-DATE
           accept WS-SEL-TO-DATE
           if WS-SEL-FROM-DATE is numeric
               move WS-SEL-FROM-DATE to WS-FROM-DATE
           end-if
           if WS-SEL-TO-DATE is numeric
               move WS-SEL-TO-DATE to WS-TO-DATE
           end-if
           if not SELECT-BY-EMPLOYEE and not SELECT-BY-OPERATOR
               move space to WS-SEL-TYPE
           end-if
           if SELECT-BY-EMPLOYEE
               perform resolve-selected-employee
           end-if.

      *> an employee number is turned into the SSN the log carries;
      *> one the crosswalk cannot resolve matches nothing
       resolve-selected-employee.
           move WS-SEL-VALUE to ENO-ENTRY
           perform classify-employee-entry
           perform open-xwalk-for-inquiry
           if ENTRY-IS-EMPLOYEE-NUMBER
               move ENO-ENTRY-NUMBER to WS-SEL-NUMBER
               move ENO-ENTRY-NUMBER to ENO-NUMBER
               perform find-ssn-for-number
               if ENO-FOUND
                   move ENO-SSN to WS-SEL-VALUE
               else
                   display "[ACCRPT] employee number " WS-SEL-NUMBER
                       " not on the crosswalk - no look-ups listed"
                   move spaces to WS-SEL-VALUE
                   move 4 to return-code
               end-if
           else
               move WS-SEL-VALUE to ENO-SSN
               perform find-number-for-ssn
               move ENO-NUMBER to WS-SEL-NUMBER
           end-if
           perform close-employee-xwalk.

       print-report-heading.
           write ACCESS-REPORT-RECORD from WS-HEADING-LINE-1
           move spaces to SEL-TEXT
           evaluate true
               when SELECT-BY-EMPLOYEE
                   move WS-SEL-VALUE to SSN-TEXT
                   perform mask-ssn
                   string "LOOK-UPS OF EMPLOYEE " WS-SEL-NUMBER " "
                       SSN-MASKED delimited by size into SEL-TEXT
               when SELECT-BY-OPERATOR
                   string "LOOK-UPS BY OPERATOR " WS-SEL-VALUE(1:8)
                       delimited by size into SEL-TEXT
               when other
                   move "ALL LOOK-UPS" to SEL-TEXT
           end-evaluate
           move WS-FROM-DATE to SEL-FROM
           move WS-TO-DATE to SEL-TO
           write ACCESS-REPORT-RECORD from WS-SELECTION-LINE
           write ACCESS-REPORT-RECORD from WS-DETAIL-HEADING.

      *> ---------------------------------------------------------
      *> every record feeds the operator-day tally (the normal level
      *> is taken over the whole log); only the selection is listed
      *> ---------------------------------------------------------
       report-access-record.
           read access-log-file
               at end
                   set WS-ACCLOG-EOF to true
               not at end
                   add 1 to WS-LOG-READ-COUNT
                   perform tally-operator-day
                   perform check-selection
                   if RECORD-SELECTED
                       perform list-access-record
                   end-if
           end-read.

       check-selection.
           move "Y" to WS-SELECT-SW
           if ACC-DATE < WS-FROM-DATE or ACC-DATE > WS-TO-DATE
               move "N" to WS-SELECT-SW
           end-if
           if SELECT-BY-EMPLOYEE and ACC-SSN not = WS-SEL-VALUE
               move "N" to WS-SELECT-SW
           end-if
           if SELECT-BY-OPERATOR
               and ACC-OPERATOR-ID not = WS-SEL-VALUE(1:8)
               move "N" to WS-SELECT-SW
           end-if.

       list-access-record.
           add 1 to WS-SELECTED-COUNT
           move ACC-DATE to DL-DATE
           move ACC-TIME to DL-TIME
           move ACC-OPERATOR-ID to DL-OPERATOR-ID
           move ACC-SCREEN to DL-SCREEN
           move ACC-SSN to SSN-TEXT
           perform mask-ssn
           move SSN-MASKED to DL-SSN
           move spaces to DL-EMPNO
           move spaces to DL-NAME
           if MASTER-PRESENT
               move ACC-SSN to EMP-SSN-KEY
               read employee-master-file
               if WS-EMP-STATUS = "00"
                   move EMP-EMPLOYEE-NUMBER to DL-EMPNO
                   move EMP-NAME to DL-NAME
               end-if
           end-if
           move ACC-RESULT to DL-RESULT
           write ACCESS-REPORT-RECORD from WS-DETAIL-LINE.

       tally-operator-day.
           move "N" to WS-OPD-FOUND-SW
           move 0 to WS-OPD-SUB
           perform scan-operator-day until OPD-FOUND
               or WS-OPD-SUB >= WS-OPD-COUNT
           if OPD-FOUND
               add 1 to OPD-COUNT(WS-OPD-SUB)
           else
               if WS-OPD-COUNT < 5000
                   add 1 to WS-OPD-COUNT
                   move ACC-OPERATOR-ID to OPD-OPERATOR-ID(WS-OPD-COUNT)
                   move ACC-DATE to OPD-DATE(WS-OPD-COUNT)
                   move 1 to OPD-COUNT(WS-OPD-COUNT)
               else
                   if not OPD-TABLE-FULL
                       set OPD-TABLE-FULL to true
                       display "[ACCRPT] operator-day table full -"
                           " later days not checked for volume"
                   end-if
               end-if
           end-if.

       scan-operator-day.
           add 1 to WS-OPD-SUB
           if OPD-OPERATOR-ID(WS-OPD-SUB) = ACC-OPERATOR-ID
               and OPD-DATE(WS-OPD-SUB) = ACC-DATE
               set OPD-FOUND to true
           end-if.

      *> ---------------------------------------------------------
      *> high-volume days - each operator-day in the range against
      *> that operator's other days on the log
      *> ---------------------------------------------------------
       print-high-volume-days.
           move "OPERATORS WELL ABOVE THEIR NORMAL DAILY LOOK-UPS"
               to SL-TEXT
           write ACCESS-REPORT-RECORD from WS-SECTION-LINE
           write ACCESS-REPORT-RECORD from WS-FLAG-HEADING
           perform check-operator-day
               varying WS-OPD-SUB from 1 by 1
               until WS-OPD-SUB > WS-OPD-COUNT
           move "HIGH-VOLUME DAYS FLAGGED" to TL-LABEL
           move WS-FLAGGED-COUNT to TL-COUNT
           write ACCESS-REPORT-RECORD from WS-TOTAL-LINE.

       check-operator-day.
           if OPD-DATE(WS-OPD-SUB) >= WS-FROM-DATE
               and OPD-DATE(WS-OPD-SUB) <= WS-TO-DATE
               and OPD-COUNT(WS-OPD-SUB) >= WS-FLAG-MINIMUM
               and (not SELECT-BY-OPERATOR
                   or OPD-OPERATOR-ID(WS-OPD-SUB) = WS-SEL-VALUE(1:8))
               perform total-operator-days
               if WS-OPR-DAYS > 1
                   compute WS-NORMAL-LEVEL rounded =
                       (WS-OPR-TOTAL - OPD-COUNT(WS-OPD-SUB))
                           / (WS-OPR-DAYS - 1)
                   compute WS-FLAG-LEVEL =
                       WS-NORMAL-LEVEL * WS-FLAG-MULTIPLE
                   if OPD-COUNT(WS-OPD-SUB) > WS-FLAG-LEVEL
                       perform print-flagged-day
                   end-if
               end-if
           end-if.

       total-operator-days.
           move 0 to WS-OPR-TOTAL
           move 0 to WS-OPR-DAYS
           perform add-operator-day
               varying WS-SCAN-SUB from 1 by 1
               until WS-SCAN-SUB > WS-OPD-COUNT.

       add-operator-day.
           if OPD-OPERATOR-ID(WS-SCAN-SUB) = OPD-OPERATOR-ID(WS-OPD-SUB)
               add OPD-COUNT(WS-SCAN-SUB) to WS-OPR-TOTAL
               add 1 to WS-OPR-DAYS
           end-if.

       print-flagged-day.
           add 1 to WS-FLAGGED-COUNT
           move OPD-OPERATOR-ID(WS-OPD-SUB) to FL-OPERATOR-ID
           move OPD-DATE(WS-OPD-SUB) to FL-DATE
           move OPD-COUNT(WS-OPD-SUB) to FL-COUNT
           move WS-NORMAL-LEVEL to FL-NORMAL
           write ACCESS-REPORT-RECORD from WS-FLAG-LINE.

       COPY ssnmskp.
       COPY empnoasg.
