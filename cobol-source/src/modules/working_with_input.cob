      *> night reports the whole night's terminations and rehires,
      *> keeping the balancing step's benefits-feed cross-foot true
      *> across a RESTART=STEP010 resume.
      *> modified Oct 14th 2026 - the batch run honours the new SSN
      *> correction transaction (type S), which moves an employee
      *> enrolled under a mistyped SSN to TRN-NEW-SSN instead of the
      *> old terminate-and-re-enroll that broke their history and
      *> showed payroll a leaver and a new hire.  The new SSN must
      *> pass every edit an enrollment does - numeric, SSA format,
      *> death master, duplicate - plus the SSA high-group list
      *> (SSAHGLST, loaded once per run; no list, no check, same as
      *> the death-master fallback), rejecting with NNUM, FMAT, DECD,
      *> DUPE, or HGRP.  The master record is written under the new
      *> key and the old one deleted (the new one is backed out if
      *> the delete fails, reject IOER), a history record goes on
      *> under the new SSN, and the old SSN is recorded on the SSN
      *> correction file (ssncorr copybook) - ssnrekey re-points the
      *> history and audit trail from it, and the payroll extract
      *> sends payroll the old/new pair.  An SSN on that file is
      *> retired: an add (batch or online) or a correction onto it
      *> is rejected with RTRD, so the mistyped number can never be
      *> enrolled again by accident.
      *> modified Oct 14th 2026 - an enrollment, a name change, a
      *> rehire (which moves the hire date) and an SSN correction
      *> clear the master's SSA verification status, result code and
      *> date, so the employee goes out on the next SSA bulk
      *> verification request instead of standing verified on data
      *> SSA never saw.
      *> modified Oct 14th 2026 - the batch run honours the new leave
      *> of absence (type L) and return from leave (type W)
      *> transactions.  A leave puts an active employee on status L
      *> from the posting date until the expected return date the
      *> transaction carries, which must be a real date after the
      *> start (else reject LVDT); a leave against an inactive
      *> employee rejects INAC, against one already on leave ONLV.
      *> A return puts an employee on leave back to active on the
      *> posting date (recorded as the actual return date) and
      *> rejects NLVE for anyone not on leave - a return keyed ahead
      *> of time is held by its effective date like any other
      *> transaction and posts the night it comes due.  A rehire
      *> against an employee on leave rejects ONLV instead of
      *> resetting their hire date.  Leaves and returns count as
      *> status flips, since the benefits feed now carries them.
      *> modified Oct 14th 2026 - history records carry a blank
      *> approving-supervisor field; batch posts need no approval.
      *> modified Oct 15th 2026 - every enrollment is given a
      *> permanent employee number off the SSN-to-employee-number
      *> crosswalk (empxwlk copybook, EMPXWALK DD) and carries it on
      *> the master; an SSN already on the crosswalk (a purged
      *> employee enrolled again) gets its old number back.  An
      *> enrollment whose number cannot be assigned still posts,
      *> with a blank number the assignment run (empnoasn) fills
      *> in.  An SSN correction re-points the crosswalk so the
      *> employee keeps their number.  A trial run only reads the
      *> crosswalk and assigns nothing.
       environment division.
       input-output section.
       file-control.
           select process-date-file assign to "PROCDATE"
               organization line sequential
               file status WS-PROCDATE-STATUS.
           select ssa-high-group-file assign to "SSAHGLST"
               organization sequential
               file status WS-SSAHG-STATUS.
           select ssn-correction-file assign to "SSNCORR"
               organization indexed
               access mode random
               record key COR-OLD-SSN
               file status WS-CORR-STATUS.
           select trial-switch-file assign to "TRIALRUN"
               organization line sequential
               file status WS-TRIAL-STATUS.
           select trial-report-file assign to "TRIALRPT"
               organization line sequential
               file status WS-TRIALRPT-STATUS.
           select employee-xwalk-file assign to "EMPXWALK"
               organization indexed
               access mode random
               record key XWK-EMPLOYEE-NUMBER
               alternate record key XWK-SSN
               file status WS-XWALK-STATUS.

       data division.
       file section.
       COPY emphist.
       COPY brnchrec.
       COPY dmfrec.
       COPY ssahg.
       COPY ssncorr.
       COPY empxwlk.

       FD  process-date-file.
       01  PROCESS-DATE-RECORD         pic 9(08).
       COPY ssnsw.
       COPY ssnmsk.
       COPY oprsign.
       COPY datewrk.
       COPY empnowrk.
       01  WS-AUDIT-STATUS             pic xx value "00".
       01  WS-OPERATOR-ID              pic x(08).
       01  WS-SSN-ENTRY-SW             pic x(01) value "N".
       01  WS-ENROLL-SW                pic x(01) value "N".
           88  ENROLL-OK                          value "Y".
           88  ENROLL-DUPLICATE                   value "N".
           88  ENROLL-RETIRED                     value "R".
       01  WS-POST-SW                  pic x(01) value "N".
           88  POST-APPLIED                       value "Y".
           88  POST-REJECTED                      value "N".
           88  DMF-FOUND                          value "Y".
           88  DMF-NOT-FOUND                      value "N".

       01  WS-SSAHG-STATUS             pic xx value "00".
           88  WS-SSAHG-OK                        value "00".
           88  WS-SSAHG-EOF                       value "10".
       01  SSA-HIGH-GROUP-TABLE.
           05  SSA-HG-ENTRY occurs 1000 times
                   indexed by SSA-HG-IDX.
               10  SSA-HG-AREA         pic 9(03).
               10  SSA-HG-VALUE        pic 9(02).
       01  WS-SSAHG-COUNT              pic 9(04) value 0.
       01  WS-SSAHG-FOUND-SW           pic x(01) value "N".
           88  SSAHG-FOUND                        value "Y".
           88  SSAHG-NOT-FOUND                    value "N".
       01  WS-CORR-STATUS              pic xx value "00".
       01  WS-CORR-FILE-SW             pic x(01) value "N".
           88  CORRECTION-FILE-OPEN               value "Y".
       01  WS-RETIRED-SW               pic x(01) value "N".
           88  SSN-RETIRED                        value "Y".
           88  SSN-NOT-RETIRED                    value "N".

       01  WS-BATCH-FILES-SW           pic x(01) value "N".
           88  BATCH-FILES-OPEN                   value "Y".
       01  WS-PROCDATE-STATUS          pic xx value "00".
           88  LIVE-RUN                           value "N".

       01  WS-REASON-TABLE.
           05  WS-REASON-ENTRY occurs 20 times.
               10  RSN-CODE            pic x(04).
               10  RSN-COUNT           pic 9(07).
       01  WS-REASON-COUNT             pic 9(02) value 0.
       end-if

       close employee-master-file
       if CORRECTION-FILE-OPEN
           close ssn-correction-file
           move "N" to WS-CORR-FILE-SW
       end-if
       perform close-employee-xwalk
       goback.

       open-employee-master.
           end-if
           perform get-business-date
           perform load-dmf-extract
           perform load-high-group-list
           perform detect-trial-mode
           perform open-correction-file
           perform open-xwalk-for-run
           if LIVE-RUN
               perform open-batch-output-files
               perform read-checkpoint
               accept WS-BUSINESS-DATE from date yyyymmdd
           end-if.

      *> ---------------------------------------------------------
      *> SSN correction file - the retired SSNs.  Created the first
      *> time it is needed; a trial run only reads it, and a trial
      *> run with none on file simply has no retired SSNs yet.
      *> ---------------------------------------------------------
       open-correction-file.
           move "N" to WS-CORR-FILE-SW
           if TRIAL-RUN
               open input ssn-correction-file
           else
               open i-o ssn-correction-file
               if WS-CORR-STATUS not = "00"
                   open output ssn-correction-file
                   close ssn-correction-file
                   open i-o ssn-correction-file
               end-if
           end-if
           if WS-CORR-STATUS = "00"
               set CORRECTION-FILE-OPEN to true
           end-if.

      *> ---------------------------------------------------------
      *> employee-number crosswalk - created the first time a number
      *> is assigned; a trial run only reads it
      *> ---------------------------------------------------------
       open-xwalk-for-run.
           if TRIAL-RUN
               perform open-xwalk-for-inquiry
           else
               perform open-xwalk-for-update
           end-if.

      *> ---------------------------------------------------------
      *> batch output files - opened once, held open for the run;
      *> the per-write open/close survives only in interactive mode
           perform scan-trial-reason until REASON-FOUND
               or WS-REASON-SUB >= WS-REASON-COUNT
           if not REASON-FOUND
               if WS-REASON-COUNT < 20
                   add 1 to WS-REASON-COUNT
                   move WS-REASON-COUNT to WS-REASON-SUB
                   move WS-REJECT-REASON to RSN-CODE(WS-REASON-SUB)
           display "Employee Name: " with no advancing
           accept WS-NEW-EMP-NAME

           perform open-correction-file
           perform open-xwalk-for-run
           perform enroll-employee
           if ENROLL-OK
               perform mask-ssn
               if EMP-EMPLOYEE-NUMBER = spaces
                   display "[SSN] -> " SSN-MASKED
                       " employee number not yet assigned"
               else
                   display "[SSN] -> " SSN-MASKED
                       " employee number " EMP-EMPLOYEE-NUMBER
               end-if
               perform write-audit-record
           end-if.

           if TRN-TYPE-ADD or TRN-TYPE-REHIRE
               perform screen-death-master
           end-if
           if TRN-TYPE-SSN-CORRECT
               perform screen-corrected-ssn
           end-if
           if WS-REJECT-REASON not = spaces
               add 1 to WS-RUN-REJECT-COUNT
           else
                   if ENROLL-OK
                       set POST-APPLIED to true
                   else
                       if ENROLL-RETIRED
                           move "RTRD" to WS-REJECT-REASON
                           add 1 to WS-RUN-REJECT-COUNT
                       else
                           move "DUPE" to WS-REJECT-REASON
                           add 1 to WS-RUN-DUP-COUNT
                       end-if
                   end-if
               when TRN-TYPE-CHANGE
                   perform apply-name-change
                   perform apply-rehire
               when TRN-TYPE-TRANSFER
                   perform apply-branch-transfer
               when TRN-TYPE-SSN-CORRECT
                   perform apply-ssn-correction
               when TRN-TYPE-LEAVE
                   perform apply-leave-start
               when TRN-TYPE-RETURN
                   perform apply-leave-return
               when other
                   perform mask-ssn
                   display "[SSN] -> " SSN-MASKED
               add 1 to WS-RUN-REJECT-COUNT
           end-if
           if POST-APPLIED
               and (TRN-TYPE-TERMINATE or TRN-TYPE-REHIRE
                   or TRN-TYPE-LEAVE or TRN-TYPE-RETURN)
               add 1 to WS-RUN-FLIP-COUNT
           end-if.

               move "DECD" to WS-REJECT-REASON
           end-if.

      *> ---------------------------------------------------------
      *> SSA high-group list - an SSN correction's new SSN must be
      *> in an area and group SSA has issued, the same rule the
      *> nightly ssarecon pass holds the whole master to
      *> ---------------------------------------------------------
       load-high-group-list.
           move 0 to WS-SSAHG-COUNT
           open input ssa-high-group-file
           if WS-SSAHG-OK
               perform load-high-group-record until WS-SSAHG-EOF
               close ssa-high-group-file
           end-if.

       load-high-group-record.
           read ssa-high-group-file
               at end
                   set WS-SSAHG-EOF to true
               not at end
                   if WS-SSAHG-COUNT < 1000
                       add 1 to WS-SSAHG-COUNT
                       move SSAHG-AREA to SSA-HG-AREA(WS-SSAHG-COUNT)
                       move SSAHG-VALUE to SSA-HG-VALUE(WS-SSAHG-COUNT)
                   end-if
           end-read.

       screen-high-group.
           if WS-SSAHG-COUNT > 0
               set SSAHG-NOT-FOUND to true
               set SSA-HG-IDX to 1
               search SSA-HG-ENTRY
                   at end
                       set SSAHG-NOT-FOUND to true
                   when SSA-HG-IDX > WS-SSAHG-COUNT
                       set SSAHG-NOT-FOUND to true
                   when SSA-HG-AREA(SSA-HG-IDX) = SSN-AREA
                       set SSAHG-FOUND to true
               end-search
               if SSAHG-NOT-FOUND
                   perform mask-ssn
                   display "[SSN] -> " SSN-MASKED
                       " rejected - area never issued"
                   move "HGRP" to WS-REJECT-REASON
               else
                   if SSN-GROUP > SSA-HG-VALUE(SSA-HG-IDX)
                       perform mask-ssn
                       display "[SSN] -> " SSN-MASKED
                           " rejected - group never issued"
                       move "HGRP" to WS-REJECT-REASON
                   end-if
               end-if
           end-if.

      *> an SSN on the correction file was retired by a correction
      *> and may never be enrolled, or corrected onto, again
       check-retired-ssn.
           set SSN-NOT-RETIRED to true
           if CORRECTION-FILE-OPEN
               move SSN-TEXT to COR-OLD-SSN
               read ssn-correction-file
               if WS-CORR-STATUS = "00"
                   set SSN-RETIRED to true
               end-if
           end-if.

      *> ---------------------------------------------------------
      *> SSN correction - the new SSN gets every edit a new
      *> enrollment does; SSN-TEXT holds it only while it is
      *> screened, so the audit trail, checkpoint, and reject
      *> messages stay on the transaction's own SSN
      *> ---------------------------------------------------------
       screen-corrected-ssn.
           move TRN-NEW-SSN to SSN-TEXT
           if SSN-TEXT is not numeric
               display "[SSN] -> correction rejected - new SSN not numeric"
               move "NNUM" to WS-REJECT-REASON
           else
               perform validate-ssn-format
               if SSN-IS-INVALID
                   perform mask-ssn
                   display "[SSN] -> " SSN-MASKED
                       " rejected - correction, invalid format"
                   move "FMAT" to WS-REJECT-REASON
               else
                   perform screen-high-group
                   if WS-REJECT-REASON = spaces
                       perform screen-death-master
                   end-if
                   if WS-REJECT-REASON = spaces
                       perform check-retired-ssn
                       if SSN-RETIRED
                           perform mask-ssn
                           display "[SSN] -> " SSN-MASKED
                               " rejected - correction, SSN retired"
                           move "RTRD" to WS-REJECT-REASON
                       end-if
                   end-if
               end-if
           end-if
           move TRN-SSN to SSN-TEXT
           if WS-REJECT-REASON = spaces
               and LIVE-RUN and not CORRECTION-FILE-OPEN
               perform mask-ssn
               display "[SSN] -> " SSN-MASKED
                   " rejected - correction, SSN correction file"
                   " unavailable"
               move "IOER" to WS-REJECT-REASON
           end-if.

       apply-ssn-correction.
           move TRN-NEW-SSN to EMP-SSN-KEY
           read employee-master-file
           if WS-EMP-STATUS = "00"
               perform mask-ssn
               display "[SSN] -> " SSN-MASKED
                   " rejected - correction, new SSN already on file"
               move "DUPE" to WS-REJECT-REASON
           else
               move SSN-TEXT to EMP-SSN-KEY
               read employee-master-file
               if WS-EMP-STATUS not = "00"
                   perform mask-ssn
                   display "[SSN] -> " SSN-MASKED
                       " rejected - correction, not on file"
                   move "NOTF" to WS-REJECT-REASON
               else
                   perform save-master-before-image
                   if TRIAL-RUN
                       set POST-APPLIED to true
                   else
                       perform move-master-to-new-ssn
                   end-if
               end-if
           end-if.

      *> the record goes on under the new key before the old one
      *> comes off, so a failure never loses the employee; a delete
      *> that does not take backs the new record out again.  The
      *> re-keyed record is payroll-unconfirmed until payroll
      *> acknowledges the old/new pair the extract sends.
       move-master-to-new-ssn.
           move TRN-NEW-SSN to EMP-SSN-KEY
           set EMP-PAY-UNCONFIRMED to true
           perform clear-ssa-verification
           write EMPLOYEE-MASTER-RECORD
           if WS-EMP-STATUS not = "00"
               perform mask-ssn
               display "[SSN] -> " SSN-MASKED
                   " rejected - correction, master write failed,"
                   " status " WS-EMP-STATUS
               move "IOER" to WS-REJECT-REASON
           else
               move TRN-SSN to EMP-SSN-KEY
               delete employee-master-file record
               if WS-EMP-STATUS not = "00"
                   perform mask-ssn
                   display "[SSN] -> " SSN-MASKED
                       " rejected - correction, old record not"
                       " removed, status " WS-EMP-STATUS
                   move "IOER" to WS-REJECT-REASON
                   move TRN-NEW-SSN to EMP-SSN-KEY
                   delete employee-master-file record
               else
                   move TRN-NEW-SSN to EMP-SSN-KEY
                   set POST-APPLIED to true
                   perform write-history-record
                   perform write-correction-record
                   perform move-employee-number
               end-if
           end-if.

      *> the employee number follows the employee to the new SSN;
      *> one not yet numbered is picked up under the new SSN by the
      *> assignment run
       move-employee-number.
           if EMP-EMPLOYEE-NUMBER not = spaces
               move TRN-SSN to ENO-SSN
               move TRN-NEW-SSN to ENO-NEW-SSN
               move WS-BUSINESS-DATE to ENO-ASSIGN-DATE
               perform move-number-to-new-ssn
               if ENO-NOT-FOUND
                   perform mask-ssn
                   display "[SSN] -> " SSN-MASKED
                       " correction posted but employee number "
                       EMP-EMPLOYEE-NUMBER " not moved on the"
                       " crosswalk, status " WS-XWALK-STATUS
               end-if
           end-if.

       write-correction-record.
           move TRN-SSN to COR-OLD-SSN
           move TRN-NEW-SSN to COR-NEW-SSN
           move WS-BUSINESS-DATE to COR-DATE
           accept COR-TIME from time
           move WS-OPERATOR-ID to COR-OPERATOR-ID
           move "WORKINPT" to COR-PROGRAM
           write SSN-CORRECTION-RECORD
           if WS-CORR-STATUS not = "00"
               perform mask-ssn
               display "[SSN] -> " SSN-MASKED
                   " correction posted but not recorded on the SSN"
                   " correction file, status " WS-CORR-STATUS
           end-if.

       apply-name-change.
           if TRN-NAME = spaces
               perform mask-ssn
               else
                   perform save-master-before-image
                   move TRN-NAME to EMP-NAME
                   perform clear-ssa-verification
                   perform rewrite-master-record
               end-if
           end-if.
                   display "[SSN] -> " SSN-MASKED
                       " rejected - rehire, already active"
                   move "ACTV" to WS-REJECT-REASON
               else
                   if EMP-ON-LEAVE
                       perform mask-ssn
                       display "[SSN] -> " SSN-MASKED
                           " rejected - rehire, on leave"
                       move "ONLV" to WS-REJECT-REASON
                   else
                       perform save-master-before-image
                       set EMP-ACTIVE to true
                       move WS-POSTING-DATE to EMP-HIRE-DATE
                       move spaces to EMP-TERM-DATE
                       if TRN-NAME not = spaces
                           move TRN-NAME to EMP-NAME
                       end-if
                       perform clear-ssa-verification
                       perform rewrite-master-record
                   end-if
               end-if
           end-if.

      *> ---------------------------------------------------------
      *> leave of absence - the leave starts on the posting date and
      *> carries the expected return date off the transaction; the
      *> return records the date the employee actually came back
      *> ---------------------------------------------------------
       apply-leave-start.
           perform validate-return-date
           if WS-REJECT-REASON = spaces
               move SSN-TEXT to EMP-SSN-KEY
               read employee-master-file
               if WS-EMP-STATUS not = "00"
                   perform mask-ssn
                   display "[SSN] -> " SSN-MASKED
                       " rejected - leave, not on file"
                   move "NOTF" to WS-REJECT-REASON
               else
                   if EMP-INACTIVE
                       perform mask-ssn
                       display "[SSN] -> " SSN-MASKED
                           " rejected - leave, inactive"
                       move "INAC" to WS-REJECT-REASON
                   else
                       if EMP-ON-LEAVE
                           perform mask-ssn
                           display "[SSN] -> " SSN-MASKED
                               " rejected - leave, already on leave"
                           move "ONLV" to WS-REJECT-REASON
                       else
                           perform save-master-before-image
                           set EMP-ON-LEAVE to true
                           move WS-POSTING-DATE to EMP-LEAVE-START-DATE
                           move TRN-RETURN-DATE to EMP-LEAVE-RETURN-DATE
                           perform rewrite-master-record
                       end-if
                   end-if
               end-if
           end-if.

       validate-return-date.
           move TRN-RETURN-DATE to DTE-DATE-TEXT
           perform validate-calendar-date
           if DTE-IS-INVALID or TRN-RETURN-DATE not > WS-POSTING-DATE
               perform mask-ssn
               display "[SSN] -> " SSN-MASKED
                   " rejected - leave, expected return date "
                   TRN-RETURN-DATE " invalid"
               move "LVDT" to WS-REJECT-REASON
           end-if.

       apply-leave-return.
           move SSN-TEXT to EMP-SSN-KEY
           read employee-master-file
           if WS-EMP-STATUS not = "00"
               perform mask-ssn
               display "[SSN] -> " SSN-MASKED
                   " rejected - return, not on file"
               move "NOTF" to WS-REJECT-REASON
           else
               if not EMP-ON-LEAVE
                   perform mask-ssn
                   display "[SSN] -> " SSN-MASKED
                       " rejected - return, not on leave"
                   move "NLVE" to WS-REJECT-REASON
               else
                   perform save-master-before-image
                   set EMP-ACTIVE to true
                   move WS-POSTING-DATE to EMP-LEAVE-RETURN-DATE
                   perform rewrite-master-record
               end-if
           end-if.
               display "[SSN] -> " SSN-MASKED " rejected - duplicate enrollment"
               set ENROLL-DUPLICATE to true
           else
               perform check-retired-ssn
               if SSN-RETIRED
                   perform mask-ssn
                   display "[SSN] -> " SSN-MASKED
                       " rejected - SSN retired by an SSN correction"
                   set ENROLL-RETIRED to true
               else
                   move SSN-TEXT to EMP-SSN-KEY
                   move WS-NEW-EMP-NAME to EMP-NAME
                   move WS-POSTING-DATE to EMP-HIRE-DATE
                   set EMP-ACTIVE to true
                   move spaces to EMP-TERM-DATE
                   set EMP-PAY-UNCONFIRMED to true
                   move WS-AUDIT-BRANCH to EMP-BRANCH-CODE
                   move spaces to EMP-LEAVE-START-DATE
                   move spaces to EMP-LEAVE-RETURN-DATE
                   perform clear-ssa-verification
                   move spaces to EMP-EMPLOYEE-NUMBER
                   if LIVE-RUN
                       perform assign-enrollment-number
                       write EMPLOYEE-MASTER-RECORD
                   end-if
                   set ENROLL-OK to true
                   if LIVE-RUN
                       move spaces to HIST-BEFORE-IMAGE
                       perform write-history-record
                   end-if
               end-if
           end-if.

      *> a number that cannot be assigned does not hold up the
      *> enrollment - the assignment run numbers it later
       assign-enrollment-number.
           move SSN-TEXT to ENO-SSN
           move WS-BUSINESS-DATE to ENO-ASSIGN-DATE
           move "WORKINPT" to ENO-PROGRAM
           perform assign-employee-number
           if ENO-FOUND
               move ENO-NUMBER to EMP-EMPLOYEE-NUMBER
           else
               perform mask-ssn
               display "[SSN] -> " SSN-MASKED
                   " enrolled without an employee number, status "
                   WS-XWALK-STATUS
           end-if.

      *> a new SSN, name or hire date has not been through SSA - the
      *> next bulk verification request picks the employee up
       clear-ssa-verification.
           set EMP-SSA-NOT-VERIFIED to true
           move spaces to EMP-SSA-RESULT-CODE
           move spaces to EMP-SSA-VERIFY-DATE.

      *> ---------------------------------------------------------
      *> change history - before/after image of every master post
      *> ---------------------------------------------------------
           move EMP-TERM-DATE to HIST-NEW-TERM-DATE
           move EMP-PAY-CONFIRM to HIST-NEW-PAY-CONFIRM
           move EMP-BRANCH-CODE to HIST-NEW-BRANCH
           move spaces to HIST-APPROVER-ID
           if BATCH-FILES-OPEN
               write EMPLOYEE-HISTORY-RECORD
           else

       COPY ssnchk.
       COPY ssnmskp.
       COPY datecnv.
       COPY empnoasg.
