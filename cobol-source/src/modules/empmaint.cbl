      *> image and after-image of the master fields, the same trail
      *> the batch intake run writes, so online corrections are as
      *> answerable as overnight posts.
      *> modified Oct 14th 2026 - added a supervisor-only SSN
      *> correction (option 4) for an employee enrolled under a
      *> mistyped SSN: the new SSN gets the same edits the intake
      *> run's correction transaction gives it - numeric and SSA
      *> format, the SSA high-group list, the death master extract,
      *> not already on the master, not retired by an earlier
      *> correction - then the master record is written under the
      *> new SSN and the old one deleted, the old SSN is recorded
      *> on the SSN correction file (which retires it and drives the
      *> overnight history/audit re-point and the payroll re-key
      *> pair), and the history and audit records go on under the
      *> new SSN.  Maintenance carries on against the moved record.
      *> modified Oct 14th 2026 - the record display shows the
      *> employee's SSA verification (verified, or the mismatch and
      *> SSA's result code), and a name, hire-date or SSN correction
      *> clears it so the next SSA bulk verification request sends
      *> the corrected data; the saved master image is widened to
      *> the longer master record.
      *> modified Oct 14th 2026 - status L puts an active employee on
      *> a leave of absence starting today, with an expected return
      *> date that must be a real date after today (an employee
      *> already on leave just has the expected return moved);
      *> status A on an employee on leave is the return, recorded as
      *> the actual return date.  An inactive employee cannot go on
      *> leave.  The record display shows the leave dates.
      *> modified Oct 14th 2026 - a status change or hire-date fix no
      *> longer goes straight to the master: it is written to the
      *> pending-approval file (aprvrec copybook) with the master's
      *> status and hire date as the operator saw them, and posts
      *> only when a supervisor other than this operator approves it
      *> (menu option 10).  The edits are unchanged and still run
      *> here, at request time.  One request of each kind may be
      *> awaiting approval per employee; the record display lists
      *> them.  Name and SSN corrections post as before.
      *> modified Oct 14th 2026 - every employee look-up is written to
      *> the SSN access log (acclog copybook) with the operator,
      *> found or not.
      *> modified Oct 15th 2026 - the employee can be called up by
      *> SSN or by employee number (looked up on the SSN-to-employee-
      *> number crosswalk), the record display shows the employee
      *> number, and an SSN correction re-points the crosswalk so
      *> the employee keeps their number under the new SSN.
       environment division.
       input-output section.
       file-control.
           select employee-history-file assign to "EMPHIST"
               organization line sequential
               file status WS-HIST-STATUS.
           select ssn-correction-file assign to "SSNCORR"
               organization indexed
               access mode random
               record key COR-OLD-SSN
               file status WS-CORR-STATUS.
           select ssa-high-group-file assign to "SSAHGLST"
               organization sequential
               file status WS-SSAHG-STATUS.
           select dmf-extract-file assign to "DMFEXTR"
               organization line sequential
               file status WS-DMF-STATUS.
           select approval-request-file assign to "APRVPEND"
               organization indexed
               access mode dynamic
               record key APR-KEY
               file status WS-APR-STATUS.
           select access-log-file assign to "ACCLOG"
               organization line sequential
               file status WS-ACCLOG-STATUS.
           select employee-xwalk-file assign to "EMPXWALK"
               organization indexed
               access mode random
               record key XWK-EMPLOYEE-NUMBER
               alternate record key XWK-SSN
               file status WS-XWALK-STATUS.

       data division.
       file section.
       COPY emprec.
       COPY auditrec.
       COPY emphist.
       COPY ssncorr.
       COPY ssahg.
       COPY dmfrec.
       COPY aprvrec.
       COPY acclog.
       COPY empxwlk.

       working-storage section.
       COPY ssnfld.
       COPY ssnsw.
       COPY ssnmsk.
       COPY oprsign.
       COPY datewrk.
       COPY empnowrk.
       01  WS-EMP-STATUS               pic xx value "00".
       01  WS-AUDIT-STATUS             pic xx value "00".
       01  WS-HIST-STATUS              pic xx value "00".
           88  WS-MAINT-DONE                      value 9.
       01  WS-NEW-NAME                 pic x(30).
       01  WS-NEW-STATUS               pic x(01).
       01  WS-NEW-RETURN-DATE          pic x(08).
       01  WS-TODAY-DATE               pic x(08).
       01  WS-NEW-HIRE-DATE            pic x(08).
       01  WS-NEW-HIRE-DATE-NUM redefines WS-NEW-HIRE-DATE.
           05  WS-NEW-HIRE-YEAR        pic 9(04).
       01  WS-CHANGE-MADE-SW           pic x(01) value "N".
           88  CHANGE-MADE                        value "Y".

       01  WS-CORR-STATUS              pic xx value "00".
       01  WS-SSAHG-STATUS             pic xx value "00".
           88  WS-SSAHG-OK                        value "00".
           88  WS-SSAHG-EOF                       value "10".
       01  WS-DMF-STATUS               pic xx value "00".
           88  WS-DMF-OK                          value "00".
           88  WS-DMF-EOF                         value "10".
       01  WS-OLD-SSN                  pic x(09).
       01  WS-NEW-SSN                  pic x(09).
       01  WS-SAVED-MASTER             pic x(93).
       01  WS-CONFIRM-ENTRY            pic x(01).
       01  WS-CORRECTION-SW            pic x(01) value "N".
           88  CORRECTION-ALLOWED                 value "Y".
           88  CORRECTION-REFUSED                 value "N".
       01  WS-HG-AREA-SW               pic x(01) value "N".
           88  HG-AREA-FOUND                      value "Y".

       01  WS-ACCLOG-STATUS            pic xx value "00".
       01  WS-ACC-RESULT               pic x(01) value space.
       01  WS-APR-STATUS               pic xx value "00".
           88  WS-APR-OK                          value "00".
           88  WS-APR-EOF                         value "10".
       01  WS-APR-FILE-SW              pic x(01) value "N".
           88  APPROVAL-FILE-OPEN                 value "Y".
       01  WS-REQUEST-TYPE             pic x(01).
       01  WS-REQUEST-STATUS           pic x(01).
       01  WS-REQUEST-DATE             pic x(08).
       01  WS-REQUEST-SW               pic x(01) value "N".
           88  REQUEST-READY                      value "Y".
       01  WS-AWAITING-SW              pic x(01) value "N".
           88  REQUEST-AWAITING                   value "Y".

       procedure division.
       open i-o employee-master-file
       if WS-EMP-STATUS not = "00"
               display "Operator ID: " with no advancing
               accept WS-OPERATOR-ID
           end-if
           perform open-xwalk-for-update
           perform maintain-one-employee
           perform close-employee-xwalk
           close employee-master-file
       end-if
       goback.
           move SSN-TEXT to EMP-SSN-KEY
           read employee-master-file
           if WS-EMP-STATUS not = "00"
               move "N" to WS-ACC-RESULT
               perform write-access-log
               perform mask-ssn
               display "[EMPMAINT] no employee on file for SSN " SSN-MASKED
           else
               move "F" to WS-ACC-RESULT
               perform write-access-log
               move 0 to WS-MAINT-CHOICE
               perform show-maintenance-menu until WS-MAINT-DONE
           end-if.

      *> an employee number is turned into the SSN it belongs to,
      *> so the rest of the maintenance works by SSN as before
       prompt-for-ssn.
           display "SSN or employee number: " with no advancing
           accept ENO-ENTRY
           perform classify-employee-entry
           set SSN-ENTRY-RETRY to true
           evaluate true
               when ENTRY-IS-SSN
                   move ENO-ENTRY to SSN-TEXT
                   perform validate-ssn-format
                   if SSN-IS-INVALID
                       display "[SSN] -> not a valid social security number, re-enter"
                   else
                       set SSN-ENTRY-VALID to true
                   end-if
               when ENTRY-IS-EMPLOYEE-NUMBER
                   move ENO-ENTRY-NUMBER to ENO-NUMBER
                   perform find-ssn-for-number
                   if ENO-FOUND
                       move ENO-SSN to SSN-TEXT
                       set SSN-ENTRY-VALID to true
                   else
                       display "[EMPMAINT] employee number " ENO-NUMBER
                           " not on file, re-enter"
                   end-if
               when other
                   display "[SSN] -> 9-digit SSN or 6-digit employee number, re-enter"
           end-evaluate.

       show-maintenance-menu.
           perform display-employee-record
           display " "
           display " 1. Correct name"
           display " 2. Change status (needs supervisor approval)"
           display " 3. Fix hire date (needs supervisor approval)"
           display " 4. Correct SSN (supervisors only)"
           display " 9. Done"
           display "Selection: " with no advancing
           accept WS-MAINT-CHOICE
                   perform change-employee-status
               when 3
                   perform fix-employee-hire-date
               when 4
                   if SIGNON-AUTHORITY < 3
                       display "Not authorized - supervisors only"
                   else
                       perform correct-employee-ssn
                   end-if
               when 9
                   continue
               when other
           perform mask-ssn
           display " "
           display "SSN:       " SSN-MASKED
           if EMP-EMPLOYEE-NUMBER = spaces
               display "Emp no:    not yet assigned"
           else
               display "Emp no:    " EMP-EMPLOYEE-NUMBER
           end-if
           display "Name:      " EMP-NAME
           display "Hire date: " EMP-HIRE-DATE
           display "Status:    " EMP-STATUS
           display "Branch:    " EMP-BRANCH-CODE
           if EMP-INACTIVE
               display "Term date: " EMP-TERM-DATE
           end-if
           if EMP-ON-LEAVE
               display "On leave:  " EMP-LEAVE-START-DATE
                   "  expected back " EMP-LEAVE-RETURN-DATE
           end-if
           evaluate true
               when EMP-SSA-VERIFIED
                   display "SSA:       verified " EMP-SSA-VERIFY-DATE
               when EMP-SSA-MISMATCHED
                   display "SSA:       MISMATCH code " EMP-SSA-RESULT-CODE
                       " " EMP-SSA-VERIFY-DATE
               when other
                   display "SSA:       not verified"
           end-evaluate
           perform show-awaiting-requests.

       correct-employee-name.
           display "New name: " with no advancing
               display "[EMPMAINT] name may not be blank"
           else
               move WS-NEW-NAME to EMP-NAME
               perform clear-ssa-verification
               set CHANGE-MADE to true
           end-if.

       change-employee-status.
           display "New status (A=active, I=inactive, L=on leave): "
               with no advancing
           accept WS-NEW-STATUS
           accept WS-TODAY-DATE from date yyyymmdd
           move "N" to WS-REQUEST-SW
           evaluate WS-NEW-STATUS
               when "A"
                   if EMP-ACTIVE
                       display "[EMPMAINT] employee is already active"
                   else
                       move WS-TODAY-DATE to WS-REQUEST-DATE
                       set REQUEST-READY to true
                   end-if
               when "I"
                   if EMP-INACTIVE
                       display "[EMPMAINT] employee is already inactive"
                   else
                       move WS-TODAY-DATE to WS-REQUEST-DATE
                       set REQUEST-READY to true
                   end-if
               when "L"
                   perform start-employee-leave
               when other
                   display "[EMPMAINT] status must be A, I or L"
           end-evaluate
           if REQUEST-READY
               move "S" to WS-REQUEST-TYPE
               move WS-NEW-STATUS to WS-REQUEST-STATUS
               perform queue-approval-request
           end-if.

       start-employee-leave.
           if EMP-INACTIVE
               display "[EMPMAINT] an inactive employee cannot go on leave"
           else
               display "Expected return date (YYYYMMDD): "
                   with no advancing
               accept WS-NEW-RETURN-DATE
               move WS-NEW-RETURN-DATE to DTE-DATE-TEXT
               perform validate-calendar-date
               if DTE-IS-INVALID
                   or WS-NEW-RETURN-DATE not > WS-TODAY-DATE
                   display "[EMPMAINT] expected return must be a valid"
                       " date after today"
               else
                   move WS-NEW-RETURN-DATE to WS-REQUEST-DATE
                   set REQUEST-READY to true
               end-if
           end-if.

       fix-employee-hire-date.
           display "New hire date (YYYYMMDD): " with no advancing
                   or WS-NEW-HIRE-DAY < 01 or WS-NEW-HIRE-DAY > 31
                   display "[EMPMAINT] hire date month/day out of range"
               else
                   move "H" to WS-REQUEST-TYPE
                   move spaces to WS-REQUEST-STATUS
                   move WS-NEW-HIRE-DATE to WS-REQUEST-DATE
                   perform queue-approval-request
               end-if
           end-if.

      *> ---------------------------------------------------------
      *> second-person approval - status and hire-date changes wait
      *> on the pending-approval file for a different supervisor
      *> ---------------------------------------------------------
       open-approval-file.
           move "N" to WS-APR-FILE-SW
           open i-o approval-request-file
           if WS-APR-STATUS not = "00"
               open output approval-request-file
               close approval-request-file
               open i-o approval-request-file
           end-if
           if WS-APR-STATUS = "00"
               set APPROVAL-FILE-OPEN to true
           end-if.

       queue-approval-request.
           perform open-approval-file
           if not APPROVAL-FILE-OPEN
               display "[EMPMAINT] approval file unavailable, status "
                   WS-APR-STATUS " - change not requested"
           else
               perform find-awaiting-request
               if REQUEST-AWAITING
                   display "[EMPMAINT] a change of that kind is already"
                       " awaiting approval for this employee"
               else
                   perform write-approval-request
               end-if
               close approval-request-file
           end-if.

       find-awaiting-request.
           move "N" to WS-AWAITING-SW
           move EMP-SSN-KEY to APR-SSN
           move 0 to APR-REQ-DATE
           move 0 to APR-REQ-TIME
           start approval-request-file key >= APR-KEY
           if WS-APR-STATUS = "00"
               perform check-awaiting-request
                   until WS-APR-EOF or REQUEST-AWAITING
           end-if.

       check-awaiting-request.
           read approval-request-file next
               at end
                   set WS-APR-EOF to true
               not at end
                   if APR-SSN not = EMP-SSN-KEY
                       set WS-APR-EOF to true
                   else
                       if APR-PENDING
                           and APR-CHANGE-TYPE = WS-REQUEST-TYPE
                           set REQUEST-AWAITING to true
                       end-if
                   end-if
           end-read.

       write-approval-request.
           move EMP-SSN-KEY to APR-SSN
           accept APR-REQ-DATE from date yyyymmdd
           accept APR-REQ-TIME from time
           move WS-REQUEST-TYPE to APR-CHANGE-TYPE
           set APR-PENDING to true
           move EMP-NAME to APR-EMP-NAME
           move EMP-STATUS to APR-OLD-STATUS
           move EMP-HIRE-DATE to APR-OLD-HIRE-DATE
           move WS-REQUEST-STATUS to APR-NEW-STATUS
           move WS-REQUEST-DATE to APR-NEW-DATE
           move WS-OPERATOR-ID to APR-REQUESTED-BY
           move spaces to APR-DECIDED-BY
           move 0 to APR-DECIDED-DATE
           move spaces to APR-DECISION-NOTE
           write APPROVAL-REQUEST-RECORD
           if WS-APR-STATUS = "00"
               display "[EMPMAINT] change sent for supervisor approval"
                   " - the master is not changed until it is approved"
           else
               display "[EMPMAINT] approval request not written,"
                   " status " WS-APR-STATUS
           end-if.

      *> the record display lists what is already waiting, so the
      *> operator does not key it twice
       show-awaiting-requests.
           perform open-approval-file
           if APPROVAL-FILE-OPEN
               move EMP-SSN-KEY to APR-SSN
               move 0 to APR-REQ-DATE
               move 0 to APR-REQ-TIME
               start approval-request-file key >= APR-KEY
               if WS-APR-STATUS = "00"
                   perform show-awaiting-request until WS-APR-EOF
               end-if
               close approval-request-file
           end-if.

       show-awaiting-request.
           read approval-request-file next
               at end
                   set WS-APR-EOF to true
               not at end
                   if APR-SSN not = EMP-SSN-KEY
                       set WS-APR-EOF to true
                   else
                       if APR-PENDING
                           perform display-awaiting-request
                       end-if
                   end-if
           end-read.

       display-awaiting-request.
           if APR-STATUS-CHANGE
               display "Awaiting:  status " APR-NEW-STATUS " "
                   APR-NEW-DATE " keyed " APR-REQ-DATE
                   " by " APR-REQUESTED-BY
           else
               display "Awaiting:  hire date " APR-NEW-DATE
                   " keyed " APR-REQ-DATE " by " APR-REQUESTED-BY
           end-if.

      *> a corrected name or hire date has not been through SSA -
      *> the next bulk verification request picks the employee up
       clear-ssa-verification.
           set EMP-SSA-NOT-VERIFIED to true
           move spaces to EMP-SSA-RESULT-CODE
           move spaces to EMP-SSA-VERIFY-DATE.

      *> ---------------------------------------------------------
      *> SSN correction - the employee moves to the new SSN with
      *> their history; the old SSN is retired for good
      *> ---------------------------------------------------------
       correct-employee-ssn.
           move EMP-SSN-KEY to WS-OLD-SSN
           move EMPLOYEE-MASTER-RECORD to WS-SAVED-MASTER
           display "Corrected SSN: " with no advancing
           accept WS-NEW-SSN
           move WS-NEW-SSN to SSN-TEXT
           perform screen-corrected-ssn
           if CORRECTION-ALLOWED
               perform mask-ssn
               display "Move this employee to SSN " SSN-MASKED
                   " (Y/N): " with no advancing
               accept WS-CONFIRM-ENTRY
               if WS-CONFIRM-ENTRY not = "Y" and WS-CONFIRM-ENTRY not = "y"
                   set CORRECTION-REFUSED to true
                   display "[EMPMAINT] SSN correction abandoned"
               end-if
           end-if
           move WS-SAVED-MASTER to EMPLOYEE-MASTER-RECORD
           if CORRECTION-ALLOWED
               perform move-master-to-new-ssn
           end-if
           if CORRECTION-ALLOWED
               move WS-NEW-SSN to SSN-TEXT
           else
               move WS-OLD-SSN to SSN-TEXT
           end-if.

      *> the new SSN must pass every edit the intake run's
      *> correction transaction applies; SSN-TEXT holds it here
       screen-corrected-ssn.
           set CORRECTION-ALLOWED to true
           if SSN-TEXT is not numeric
               display "[EMPMAINT] SSN must be 9 numeric digits"
               set CORRECTION-REFUSED to true
           else
               perform validate-ssn-format
               if SSN-IS-INVALID
                   display "[EMPMAINT] not a valid social security number"
                   set CORRECTION-REFUSED to true
               end-if
           end-if
           if CORRECTION-ALLOWED
               perform screen-high-group
           end-if
           if CORRECTION-ALLOWED
               perform screen-death-master
           end-if
           if CORRECTION-ALLOWED
               move SSN-TEXT to EMP-SSN-KEY
               read employee-master-file
               if WS-EMP-STATUS = "00"
                   display "[EMPMAINT] that SSN is already on file"
                   set CORRECTION-REFUSED to true
               end-if
           end-if
           if CORRECTION-ALLOWED
               perform screen-retired-ssn
           end-if.

      *> no high-group list present means no check, as in the
      *> intake run; the nightly ssarecon pass still sweeps
       screen-high-group.
           move "N" to WS-HG-AREA-SW
           open input ssa-high-group-file
           if WS-SSAHG-OK
               perform find-high-group-area
                   until WS-SSAHG-EOF or HG-AREA-FOUND
               close ssa-high-group-file
               if not HG-AREA-FOUND
                   display "[EMPMAINT] SSN area never issued"
                   set CORRECTION-REFUSED to true
               else
                   if SSN-GROUP > SSAHG-VALUE
                       display "[EMPMAINT] SSN group never issued"
                       set CORRECTION-REFUSED to true
                   end-if
               end-if
           end-if.

       find-high-group-area.
           read ssa-high-group-file
               at end
                   set WS-SSAHG-EOF to true
               not at end
                   if SSAHG-AREA = SSN-AREA
                       set HG-AREA-FOUND to true
                   end-if
           end-read.

      *> one SSN, so a straight pass of the extract (sorted by SSN)
      *> instead of the intake run's table load
       screen-death-master.
           open input dmf-extract-file
           if WS-DMF-OK
               perform find-death-master-ssn
                   until WS-DMF-EOF or CORRECTION-REFUSED
               close dmf-extract-file
           end-if.

       find-death-master-ssn.
           read dmf-extract-file
               at end
                   set WS-DMF-EOF to true
               not at end
                   if DMF-SSN = SSN-TEXT
                       display "[EMPMAINT] SSN is on the SSA death"
                           " master file"
                       set CORRECTION-REFUSED to true
                   else
                       if DMF-SSN > SSN-TEXT
                           set WS-DMF-EOF to true
                       end-if
                   end-if
           end-read.

      *> the correction file is created the first time it is
      *> needed; one that cannot be opened refuses the correction,
      *> since the old SSN could not then be retired
       screen-retired-ssn.
           open i-o ssn-correction-file
           if WS-CORR-STATUS not = "00"
               open output ssn-correction-file
               close ssn-correction-file
               open i-o ssn-correction-file
           end-if
           if WS-CORR-STATUS not = "00"
               display "[EMPMAINT] SSN correction file unavailable,"
                   " status " WS-CORR-STATUS
               set CORRECTION-REFUSED to true
           else
               move SSN-TEXT to COR-OLD-SSN
               read ssn-correction-file
               if WS-CORR-STATUS = "00"
                   display "[EMPMAINT] that SSN was retired by an"
                       " earlier SSN correction"
                   set CORRECTION-REFUSED to true
               end-if
               close ssn-correction-file
           end-if.

      *> written under the new key before the old one comes off,
      *> so a failure never loses the employee; a delete that does
      *> not take backs the new record out again
       move-master-to-new-ssn.
           perform save-master-before-image
           move WS-NEW-SSN to EMP-SSN-KEY
           set EMP-PAY-UNCONFIRMED to true
           perform clear-ssa-verification
           write EMPLOYEE-MASTER-RECORD
           if WS-EMP-STATUS not = "00"
               display "[EMPMAINT] write under the new SSN failed,"
                   " status " WS-EMP-STATUS
               set CORRECTION-REFUSED to true
               move WS-SAVED-MASTER to EMPLOYEE-MASTER-RECORD
           else
               move WS-OLD-SSN to EMP-SSN-KEY
               delete employee-master-file record
               if WS-EMP-STATUS not = "00"
                   display "[EMPMAINT] old SSN record not removed,"
                       " status " WS-EMP-STATUS " - correction backed out"
                   move WS-NEW-SSN to EMP-SSN-KEY
                   delete employee-master-file record
                   set CORRECTION-REFUSED to true
                   move WS-SAVED-MASTER to EMPLOYEE-MASTER-RECORD
               else
                   move WS-NEW-SSN to EMP-SSN-KEY
                   move WS-NEW-SSN to SSN-TEXT
                   perform write-correction-record
                   perform move-employee-number
                   perform write-audit-record
                   perform write-history-record
                   display "[EMPMAINT] SSN corrected"
               end-if
           end-if.

       write-correction-record.
           open i-o ssn-correction-file
           move WS-OLD-SSN to COR-OLD-SSN
           move WS-NEW-SSN to COR-NEW-SSN
           accept COR-DATE from date yyyymmdd
           accept COR-TIME from time
           move WS-OPERATOR-ID to COR-OPERATOR-ID
           move "EMPMAINT" to COR-PROGRAM
           write SSN-CORRECTION-RECORD
           if WS-CORR-STATUS not = "00"
               display "[EMPMAINT] SSN corrected but not recorded on"
                   " the SSN correction file, status " WS-CORR-STATUS
           end-if
           close ssn-correction-file.

      *> the employee number stays with the employee; one not yet
      *> numbered is picked up under the new SSN by the assignment run
       move-employee-number.
           if EMP-EMPLOYEE-NUMBER not = spaces
               move WS-OLD-SSN to ENO-SSN
               move WS-NEW-SSN to ENO-NEW-SSN
               accept ENO-ASSIGN-DATE from date yyyymmdd
               perform move-number-to-new-ssn
               if ENO-NOT-FOUND
                   display "[EMPMAINT] employee number " EMP-EMPLOYEE-NUMBER
                       " not moved on the crosswalk, status "
                       WS-XWALK-STATUS
               end-if
           end-if.

           move EMP-TERM-DATE to HIST-NEW-TERM-DATE
           move EMP-PAY-CONFIRM to HIST-NEW-PAY-CONFIRM
           move EMP-BRANCH-CODE to HIST-NEW-BRANCH
           move spaces to HIST-APPROVER-ID
           open extend employee-history-file
           if WS-HIST-STATUS not = "00"
               open output employee-history-file
           write EMPLOYEE-HISTORY-RECORD
           close employee-history-file.

       write-access-log.
           open extend access-log-file
           if WS-ACCLOG-STATUS not = "00"
               open output access-log-file
           end-if
           accept ACC-DATE from date yyyymmdd
           accept ACC-TIME from time
           move WS-OPERATOR-ID to ACC-OPERATOR-ID
           move SSN-TEXT to ACC-SSN
           move "EMPMAINT" to ACC-SCREEN
           move WS-ACC-RESULT to ACC-RESULT
           write ACCESS-LOG-RECORD
           close access-log-file.

       COPY ssnchk.
       COPY ssnmskp.
       COPY datecnv.
       COPY empnoasg.
