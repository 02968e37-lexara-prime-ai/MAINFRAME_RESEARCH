       >>SOURCE FORMAT FREE
       identification division.
       program-id. ssavrsp.
       author. Irfan Ghat.
       date-written.Oct 14th 2026
      *> SSA bulk verification response - reads SSA's answer to the
      *> request file ssavreq built, marks each employee's master
      *> verified (result code 00) or mismatched with SSA's result
      *> code and the business date, and lists every mismatch for HR
      *> to chase before year-end wage reporting.  A response for an
      *> employee whose name or hire date has changed on the master
      *> since the request went out is not posted - the change has
      *> already cleared the old verification and the employee rides
      *> the next request - and one no longer on the master
      *> (archived, or moved to a corrected SSN) is listed but
      *> posts nothing.  Each master update appends a change-history
      *> record the way payconf's confirm-flag flips do.  The detail
      *> count is balanced against SSA's trailer; a missing trailer
      *> or a count that does not agree ends RC=8 - the employees
      *> SSA's file left out stay unverified until it is resent.
      *> The mismatch list shows the employee number off the master
      *> beside the masked SSN (none for an employee not on it).
       environment division.
       input-output section.
       file-control.
           select ssa-verify-response-file assign to "SSAVRSP"
               organization sequential
               file status WS-RSP-STATUS.
           select employee-master-file assign to "EMPMAST"
               organization indexed
               access mode random
               record key EMP-SSN-KEY
               file status WS-EMP-STATUS.
           select employee-history-file assign to "EMPHIST"
               organization line sequential
               file status WS-HIST-STATUS.
           select mismatch-report-file assign to "SSAVMIS"
               organization line sequential
               file status WS-RPT-STATUS.
           select process-date-file assign to "PROCDATE"
               organization line sequential
               file status WS-PROCDATE-STATUS.
           select run-stats-file assign to "RUNSTATS"
               organization line sequential
               file status WS-RUNSTATS-STATUS.

       data division.
       file section.
       COPY ssavack.
       COPY emprec.
       COPY emphist.

       FD  mismatch-report-file.
       01  MISMATCH-REPORT-RECORD      pic x(110).

       FD  process-date-file.
       01  PROCESS-DATE-RECORD         pic 9(08).

       FD  run-stats-file.
       01  RUN-STATS-OUT               pic x(73).

       working-storage section.
       COPY ssnfld.
       COPY ssnmsk.
       COPY runctl.
       01  WS-RUNSTATS-STATUS          pic xx value "00".
       01  WS-RSP-STATUS               pic xx value "00".
           88  WS-RSP-OK                          value "00".
           88  WS-RSP-EOF                         value "10".
       01  WS-EMP-STATUS               pic xx value "00".
       01  WS-HIST-STATUS              pic xx value "00".
       01  WS-RPT-STATUS               pic xx value "00".
       01  WS-PROCDATE-STATUS          pic xx value "00".
       01  WS-TODAY                    pic 9(08) value 0.
       01  WS-REQUEST-DATE             pic 9(08) value 0.

       01  WS-HEADINGS-SW              pic x(01) value "N".
           88  HEADINGS-PRINTED                   value "Y".
       01  WS-TRAILER-SW               pic x(01) value "N".
           88  TRAILER-SEEN                       value "Y".
       01  WS-TRAILER-COUNT            pic 9(07) value 0.

       01  WS-DETAIL-COUNT             pic 9(07) value 0.
       01  WS-VERIFIED-COUNT           pic 9(07) value 0.
       01  WS-MISMATCH-COUNT           pic 9(07) value 0.
       01  WS-CHANGED-COUNT            pic 9(07) value 0.
       01  WS-NOT-ON-MASTER-COUNT      pic 9(07) value 0.
       01  WS-UNPOSTED-COUNT           pic 9(07) value 0.

       01  WS-HEADING-LINE-1.
           05  filler                  pic x(22) value spaces.
           05  filler                  pic x(38) value
               "SSA NAME/SSN VERIFICATION MISMATCHES".
       01  WS-HEADING-LINE-2.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(16) value "REQUEST DATE: ".
           05  HL-REQUEST-DATE         pic 9(08).
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(16) value "RESPONSE POSTED:".
           05  filler                  pic x(01) value spaces.
           05  HL-POSTED-DATE          pic 9(08).
       01  WS-HEADING-LINE-3.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(10) value "SSN".
           05  filler                  pic x(07) value "EMP NO".
           05  filler                  pic x(31) value "NAME".
           05  filler                  pic x(07) value "BRANCH".
           05  filler                  pic x(09) value "HIRED".
           05  filler                  pic x(05) value "CODE".
           05  filler                  pic x(30) value "SSA RESULT".

       01  WS-DETAIL-LINE.
           05  filler                  pic x(02) value spaces.
           05  DL-SSN                  pic x(09).
           05  filler                  pic x(01) value spaces.
           05  DL-EMPNO                pic x(06).
           05  filler                  pic x(01) value spaces.
           05  DL-NAME                 pic x(30).
           05  filler                  pic x(01) value spaces.
           05  DL-BRANCH               pic x(03).
           05  filler                  pic x(04) value spaces.
           05  DL-HIRE-DATE            pic x(08).
           05  filler                  pic x(01) value spaces.
           05  DL-RESULT-CODE          pic x(02).
           05  filler                  pic x(03) value spaces.
           05  DL-REASON               pic x(30).

       01  WS-TRAILER-LINE-1.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(11) value "RESPONSES: ".
           05  TL-DETAIL-COUNT         pic zzz,zz9.
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(10) value "VERIFIED: ".
           05  TL-VERIFIED-COUNT       pic zzz,zz9.
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(12) value "MISMATCHED: ".
           05  TL-MISMATCH-COUNT       pic zzz,zz9.
       01  WS-TRAILER-LINE-2.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(31) value
               "CHANGED SINCE REQUEST (RESENT):".
           05  TL-CHANGED-COUNT        pic zzz,zz9.
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(15) value "NOT ON MASTER: ".
           05  TL-NOT-ON-MASTER-COUNT  pic zzz,zz9.

       procedure division.
       perform get-business-date
       open input ssa-verify-response-file
       if not WS-RSP-OK
           display "[SSAVRSP] no SSA verification response present - nothing to post"
           move 4 to return-code
       else
           open i-o employee-master-file
           if WS-EMP-STATUS not = "00"
               display "[SSAVRSP] no employee master file present -"
                   " response not posted"
               close ssa-verify-response-file
               move 8 to return-code
           else
               open output mismatch-report-file
               perform process-response-record until WS-RSP-EOF
               perform print-trailer
               close ssa-verify-response-file
               close employee-master-file
               close mismatch-report-file
               display "[SSAVRSP] responses: " WS-DETAIL-COUNT
                   " verified: " WS-VERIFIED-COUNT
                   " mismatched: " WS-MISMATCH-COUNT
               perform balance-against-trailer
               perform write-run-stats
           end-if
       end-if

       stop run.

       get-business-date.
           open input process-date-file
           if WS-PROCDATE-STATUS = "00"
               read process-date-file
                   at end
                       accept WS-TODAY from date yyyymmdd
                   not at end
                       move PROCESS-DATE-RECORD to WS-TODAY
               end-read
               close process-date-file
           else
               accept WS-TODAY from date yyyymmdd
           end-if.

       process-response-record.
           read ssa-verify-response-file
               at end
                   set WS-RSP-EOF to true
               not at end
                   evaluate true
                       when SVR-HEADER-RECORD
                           move SVR-REQUEST-DATE to WS-REQUEST-DATE
                       when SVR-DETAIL-RECORD
                           add 1 to WS-DETAIL-COUNT
                           perform post-verification-result
                       when SVR-TRAILER-RECORD
                           set TRAILER-SEEN to true
                           move SVR-RECORD-COUNT to WS-TRAILER-COUNT
                       when other
                           display "[SSAVRSP] unknown record type "
                               SVR-RECORD-TYPE " skipped"
                   end-evaluate
           end-read.

      *> printed ahead of the first line so the header's request
      *> date is on them
       print-headings.
           set HEADINGS-PRINTED to true
           move WS-REQUEST-DATE to HL-REQUEST-DATE
           move WS-TODAY to HL-POSTED-DATE
           write MISMATCH-REPORT-RECORD from WS-HEADING-LINE-1
           write MISMATCH-REPORT-RECORD from WS-HEADING-LINE-2
           write MISMATCH-REPORT-RECORD from WS-HEADING-LINE-3.

      *> ---------------------------------------------------------
      *> one employee's result onto the master
      *> ---------------------------------------------------------
      *> the answer only stands for the name and hire date SSA was
      *> sent - if either has moved since, the change already
      *> cleared the verification and the next request sends the
      *> new data
       post-verification-result.
           move SVR-SSN to EMP-SSN-KEY
           read employee-master-file
           if WS-EMP-STATUS not = "00"
               add 1 to WS-NOT-ON-MASTER-COUNT
               move spaces to DL-EMPNO
               move spaces to DL-BRANCH
               move "NOT ON MASTER - NOT POSTED" to DL-REASON
               perform print-response-line
           else
               if EMP-NAME not = SVR-NAME
                   or EMP-HIRE-DATE not = SVR-HIRE-DATE
                   add 1 to WS-CHANGED-COUNT
               else
                   perform mark-master-verification
               end-if
           end-if.

       mark-master-verification.
           perform save-master-before-image
           if SVR-VERIFIED
               set EMP-SSA-VERIFIED to true
           else
               set EMP-SSA-MISMATCHED to true
           end-if
           move SVR-RESULT-CODE to EMP-SSA-RESULT-CODE
           move WS-TODAY to EMP-SSA-VERIFY-DATE
           rewrite EMPLOYEE-MASTER-RECORD
           if WS-EMP-STATUS not = "00"
               display "[SSAVRSP] master rewrite failed, status "
                   WS-EMP-STATUS
               add 1 to WS-UNPOSTED-COUNT
               move EMP-EMPLOYEE-NUMBER to DL-EMPNO
               move EMP-BRANCH-CODE to DL-BRANCH
               move "MASTER NOT MARKED - REPOST" to DL-REASON
               perform print-response-line
           else
               perform write-history-record
               if SVR-VERIFIED
                   add 1 to WS-VERIFIED-COUNT
               else
                   add 1 to WS-MISMATCH-COUNT
                   move EMP-EMPLOYEE-NUMBER to DL-EMPNO
                   move EMP-BRANCH-CODE to DL-BRANCH
                   perform describe-result-code
                   perform print-response-line
               end-if
           end-if.

       describe-result-code.
           evaluate true
               when SVR-SSN-NOT-ISSUED
                   move "SSN NOT IN SSA FILE" to DL-REASON
               when SVR-NAME-MISMATCH
                   move "NAME DOES NOT MATCH SSN" to DL-REASON
               when SVR-DECEASED
                   move "SSN BELONGS TO A DECEASED PERSON" to DL-REASON
               when SVR-NOT-PROCESSED
                   move "NOT PROCESSED - CHECK DATA" to DL-REASON
               when other
                   move "UNLISTED SSA RESULT CODE" to DL-REASON
           end-evaluate.

       print-response-line.
           if not HEADINGS-PRINTED
               perform print-headings
           end-if
           move SVR-SSN to SSN-TEXT
           perform mask-ssn
           move SSN-MASKED to DL-SSN
           move SVR-NAME to DL-NAME
           move SVR-HIRE-DATE to DL-HIRE-DATE
           move SVR-RESULT-CODE to DL-RESULT-CODE
           write MISMATCH-REPORT-RECORD from WS-DETAIL-LINE.

       print-trailer.
           if not HEADINGS-PRINTED
               perform print-headings
           end-if
           move WS-DETAIL-COUNT to TL-DETAIL-COUNT
           move WS-VERIFIED-COUNT to TL-VERIFIED-COUNT
           move WS-MISMATCH-COUNT to TL-MISMATCH-COUNT
           move WS-CHANGED-COUNT to TL-CHANGED-COUNT
           move WS-NOT-ON-MASTER-COUNT to TL-NOT-ON-MASTER-COUNT
           write MISMATCH-REPORT-RECORD from WS-TRAILER-LINE-1
           write MISMATCH-REPORT-RECORD from WS-TRAILER-LINE-2.

       balance-against-trailer.
           if not TRAILER-SEEN
               display "[SSAVRSP] response has no trailer - file"
                   " incomplete, ask SSA to resend"
               move 8 to return-code
           else
               if WS-TRAILER-COUNT not = WS-DETAIL-COUNT
                   display "[SSAVRSP] trailer count " WS-TRAILER-COUNT
                       " does not match " WS-DETAIL-COUNT
                       " responses read - ask SSA to resend"
                   move 8 to return-code
               else
                   move 0 to return-code
               end-if
           end-if.

      *> ---------------------------------------------------------
      *> change history - the verification fields are not on the
      *> images, so the record shows this program touched the master
      *> without any imaged field moving
      *> ---------------------------------------------------------
       save-master-before-image.
           move EMP-NAME to HIST-OLD-NAME
           move EMP-HIRE-DATE to HIST-OLD-HIRE-DATE
           move EMP-STATUS to HIST-OLD-STATUS
           move EMP-TERM-DATE to HIST-OLD-TERM-DATE
           move EMP-PAY-CONFIRM to HIST-OLD-PAY-CONFIRM
           move EMP-BRANCH-CODE to HIST-OLD-BRANCH.

       write-history-record.
           move EMP-SSN-KEY to HIST-SSN
           move "SSAVRSP " to HIST-PROGRAM
           move spaces to HIST-OPERATOR-ID
           move WS-TODAY to HIST-DATE
           accept HIST-TIME from time
           move EMP-NAME to HIST-NEW-NAME
           move EMP-HIRE-DATE to HIST-NEW-HIRE-DATE
           move EMP-STATUS to HIST-NEW-STATUS
           move EMP-TERM-DATE to HIST-NEW-TERM-DATE
           move EMP-PAY-CONFIRM to HIST-NEW-PAY-CONFIRM
           move EMP-BRANCH-CODE to HIST-NEW-BRANCH
           move spaces to HIST-APPROVER-ID
           open extend employee-history-file
           if WS-HIST-STATUS not = "00"
               open output employee-history-file
           end-if
           write EMPLOYEE-HISTORY-RECORD
           close employee-history-file.

       write-run-stats.
           move "SSAVRSP " to RC-PROGRAM
           accept RC-RUN-DATE from date yyyymmdd
           accept RC-RUN-TIME from time
           move WS-DETAIL-COUNT to RC-RECORDS-IN
           compute RC-POSTED = WS-VERIFIED-COUNT + WS-MISMATCH-COUNT
           move 0 to RC-REJECTED
           move 0 to RC-DUPLICATES
           move 0 to RC-AUDIT-COUNT
           compute RC-EXCEPTIONS = WS-MISMATCH-COUNT
               + WS-NOT-ON-MASTER-COUNT + WS-UNPOSTED-COUNT
           open extend run-stats-file
           if WS-RUNSTATS-STATUS not = "00"
               open output run-stats-file
           end-if
           write RUN-STATS-OUT from RUN-CONTROL-RECORD
           close run-stats-file.

       COPY ssnmskp.
