       >>SOURCE FORMAT FREE
       identification division.
       program-id. empnoasn.
       author. Irfan Ghat.
       date-written.Oct 15th 2026
      *> employee-number assignment run - gives every employee on the
      *> master who has no employee number yet (everyone enrolled
      *> before numbers existed, and any enrollment whose number the
      *> intake run could not assign) a permanent employee number
      *> off the SSN-to-employee-number crosswalk (empxwlk copybook)
      *> and rewrites the master with it.  An SSN already on the
      *> crosswalk gets its existing number back, never a new one,
      *> so the run can be taken again safely - a second run assigns
      *> nothing.  Employees who already carry a number are checked
      *> against the crosswalk: a number the crosswalk does not show
      *> for that SSN is listed as an exception (RC=4) for the
      *> security administrator and left alone.  A crosswalk that
      *> cannot be opened, or a number that cannot be assigned,
      *> ends RC=8.  The change-history images do not carry the
      *> number, so no history is written - payroll picks the numbers
      *> up from the next full-refresh extract.  Appends run
      *> statistics for the morning summary.
       environment division.
       input-output section.
       file-control.
           select employee-master-file assign to "EMPMAST"
               organization indexed
               access mode sequential
               record key EMP-SSN-KEY
               file status WS-EMP-STATUS.
           select employee-xwalk-file assign to "EMPXWALK"
               organization indexed
               access mode random
               record key XWK-EMPLOYEE-NUMBER
               alternate record key XWK-SSN
               file status WS-XWALK-STATUS.
           select process-date-file assign to "PROCDATE"
               organization line sequential
               file status WS-PROCDATE-STATUS.
           select run-stats-file assign to "RUNSTATS"
               organization line sequential
               file status WS-RUNSTATS-STATUS.

       data division.
       file section.
       COPY emprec.
       COPY empxwlk.

       FD  process-date-file.
       01  PROCESS-DATE-RECORD         pic 9(08).

       FD  run-stats-file.
       01  RUN-STATS-OUT               pic x(73).

       working-storage section.
       COPY runctl.
       COPY ssnfld.
       COPY ssnmsk.
       COPY empnowrk.
       01  WS-EMP-STATUS               pic xx value "00".
           88  WS-EMP-OK                          value "00".
           88  WS-EMP-EOF                         value "10".
       01  WS-PROCDATE-STATUS          pic xx value "00".
       01  WS-RUNSTATS-STATUS          pic xx value "00".
       01  WS-BUSINESS-DATE            pic 9(08) value 0.

       01  WS-READ-COUNT               pic 9(07) value 0.
       01  WS-ASSIGNED-COUNT           pic 9(07) value 0.
       01  WS-VERIFIED-COUNT           pic 9(07) value 0.
       01  WS-FAILED-COUNT             pic 9(07) value 0.
       01  WS-EXCEPTION-COUNT          pic 9(07) value 0.

       procedure division.
       perform get-business-date
       open i-o employee-master-file
       if not WS-EMP-OK
           display "[EMPNOASN] no employee master file present - nothing to number"
           move 4 to return-code
       else
           perform open-xwalk-for-update
           if not XWALK-OPEN
               display "[EMPNOASN] crosswalk cannot be opened - no"
                   " numbers assigned"
               move 8 to return-code
           else
               perform number-employee-record until WS-EMP-EOF
               perform close-employee-xwalk
               display "[EMPNOASN] employees read: " WS-READ-COUNT
                   " numbered: " WS-ASSIGNED-COUNT
                   " already numbered: " WS-VERIFIED-COUNT
               if WS-EXCEPTION-COUNT > 0
                   display "[EMPNOASN] *** NUMBERS NOT ON THE CROSSWALK: "
                       WS-EXCEPTION-COUNT " ***"
                   move 4 to return-code
               end-if
               if WS-FAILED-COUNT > 0
                   display "[EMPNOASN] *** NOT NUMBERED: "
                       WS-FAILED-COUNT " ***"
                   move 8 to return-code
               end-if
               perform write-run-stats
           end-if
           close employee-master-file
       end-if

       stop run.

      *> the business date the run-control step assigned; a run
      *> with no PROCDATE uses today
       get-business-date.
           open input process-date-file
           if WS-PROCDATE-STATUS = "00"
               read process-date-file
                   at end
                       accept WS-BUSINESS-DATE from date yyyymmdd
                   not at end
                       move PROCESS-DATE-RECORD to WS-BUSINESS-DATE
               end-read
               close process-date-file
           else
               accept WS-BUSINESS-DATE from date yyyymmdd
           end-if.

       number-employee-record.
           read employee-master-file next
               at end
                   set WS-EMP-EOF to true
               not at end
                   add 1 to WS-READ-COUNT
                   move EMP-SSN-KEY to ENO-SSN
                   if EMP-EMPLOYEE-NUMBER = spaces
                       perform assign-master-number
                   else
                       perform verify-master-number
                   end-if
           end-read.

       assign-master-number.
           move WS-BUSINESS-DATE to ENO-ASSIGN-DATE
           move "EMPNOASN" to ENO-PROGRAM
           perform assign-employee-number
           if ENO-FOUND
               move ENO-NUMBER to EMP-EMPLOYEE-NUMBER
               rewrite EMPLOYEE-MASTER-RECORD
               if WS-EMP-STATUS = "00"
                   add 1 to WS-ASSIGNED-COUNT
               else
                   perform mask-employee-ssn
                   display "[EMPNOASN] " SSN-MASKED " master rewrite"
                       " failed, status " WS-EMP-STATUS
                   add 1 to WS-FAILED-COUNT
               end-if
           else
               perform mask-employee-ssn
               display "[EMPNOASN] " SSN-MASKED " not numbered,"
                   " crosswalk status " WS-XWALK-STATUS
               add 1 to WS-FAILED-COUNT
           end-if.

      *> a number already on the master must be the one the
      *> crosswalk holds for the SSN - anything else is for the
      *> security administrator to settle, never this run
       verify-master-number.
           perform find-number-for-ssn
           if ENO-FOUND and ENO-NUMBER = EMP-EMPLOYEE-NUMBER
               add 1 to WS-VERIFIED-COUNT
           else
               perform mask-employee-ssn
               display "[EMPNOASN] " SSN-MASKED " carries "
                   EMP-EMPLOYEE-NUMBER " - crosswalk shows "
                   ENO-NUMBER
               add 1 to WS-EXCEPTION-COUNT
           end-if.

       mask-employee-ssn.
           move EMP-SSN-KEY to SSN-TEXT
           perform mask-ssn.

       write-run-stats.
           move "EMPNOASN" to RC-PROGRAM
           accept RC-RUN-DATE from date yyyymmdd
           accept RC-RUN-TIME from time
           move WS-READ-COUNT to RC-RECORDS-IN
           move WS-ASSIGNED-COUNT to RC-POSTED
           move WS-FAILED-COUNT to RC-REJECTED
           move 0 to RC-DUPLICATES
           move 0 to RC-AUDIT-COUNT
           move WS-EXCEPTION-COUNT to RC-EXCEPTIONS
           open extend run-stats-file
           if WS-RUNSTATS-STATUS not = "00"
               open output run-stats-file
           end-if
           write RUN-STATS-OUT from RUN-CONTROL-RECORD
           close run-stats-file.

       COPY ssnmskp.
       COPY empnoasg.
