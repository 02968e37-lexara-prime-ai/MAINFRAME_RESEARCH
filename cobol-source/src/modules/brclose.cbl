       >>SOURCE FORMAT FREE
       identification division.
       program-id. brclose.
       author. Irfan Ghat.
       date-written.Oct 14th 2026
      *> branch closure run - moves every employee on the master from
      *> a closing branch to its successor in one pass, instead of a
      *> hand-keyed transfer (type B) transaction per employee in the
      *> branch deck.  The SYSIN cards give the supervisor running
      *> it, the closing branch, the successor branch and the
      *> effective date of the closure.  The supervisor must be an
      *> active supervisor profile; both branches must be on the
      *> branch master, the successor active and not the closing
      *> branch itself.  Each move is an ordinary master rewrite with
      *> its change-history and audit records, exactly as the intake
      *> run posts a transfer, and once every employee is across the
      *> closing branch is marked inactive on the branch master
      *> (the branch card deck wants the same change before
      *> brnchld next rebuilds the master).  A TRIALRUN DD makes it
      *> list-only: the employees that would move are listed and
      *> nothing is written.  The completion report balances the
      *> employees moved against the closing branch's headcount
      *> counted before the run, and in a live run recounts the
      *> branch afterwards - it must be empty.  Transactions still
      *> held on the pending file that name the closing branch (as
      *> the deck's branch or a transfer's target) are listed and
      *> posted to the exception work queue (type BRCL), since the
      *> intake run will refuse them once the branch is inactive.
      *> Both lists show the employee number beside the masked SSN -
      *> a held transaction for someone not yet on the master (a new
      *> enrollment) shows none.
       environment division.
       input-output section.
       file-control.
           select employee-master-file assign to "EMPMAST"
               organization indexed
               access mode dynamic
               record key EMP-SSN-KEY
               file status WS-EMP-STATUS.
           select branch-master-file assign to "BRNCHMST"
               organization indexed
               access mode random
               record key BRN-CODE
               file status WS-BRN-STATUS.
           select operator-profile-file assign to "OPRPROF"
               organization indexed
               access mode random
               record key OPR-ID
               file status WS-OPR-STATUS.
           select employee-history-file assign to "EMPHIST"
               organization line sequential
               file status WS-HIST-STATUS.
           select ssn-audit-file assign to "SSNAUDIT"
               organization line sequential
               file status WS-AUDIT-STATUS.
           select pending-file assign to "PENDING"
               organization line sequential
               file status WS-PEND-STATUS.
           select closure-report-file assign to "BRCLRPT"
               organization line sequential
               file status WS-RPT-STATUS.
           select process-date-file assign to "PROCDATE"
               organization line sequential
               file status WS-PROCDATE-STATUS.
           select trial-switch-file assign to "TRIALRUN"
               organization line sequential
               file status WS-TRIAL-STATUS.
           select exception-item-file assign to "EXCPITEM"
               organization indexed
               access mode random
               record key EXC-KEY
               file status WS-EXCITEM-STATUS.

       data division.
       file section.
       COPY emprec.
       COPY brnchrec.
       COPY oprrec.
       COPY emphist.
       COPY auditrec.
       COPY excprec.

       FD  pending-file.
       01  PENDING-RECORD              pic x(71).

       FD  closure-report-file.
       01  CLOSURE-REPORT-RECORD       pic x(100).

       FD  process-date-file.
       01  PROCESS-DATE-RECORD         pic 9(08).

       FD  trial-switch-file.
       01  TRIAL-SWITCH-RECORD         pic x(01).

       working-storage section.
       COPY ssnfld.
       COPY ssnmsk.
       COPY datewrk.
       COPY excpwrk.
       01  WS-EMP-STATUS               pic xx value "00".
           88  WS-EMP-OK                          value "00".
           88  WS-EMP-EOF                         value "10".
       01  WS-BRN-STATUS               pic xx value "00".
       01  WS-OPR-STATUS               pic xx value "00".
       01  WS-HIST-STATUS              pic xx value "00".
       01  WS-AUDIT-STATUS             pic xx value "00".
       01  WS-PEND-STATUS              pic xx value "00".
           88  WS-PEND-OK                         value "00".
           88  WS-PEND-EOF                        value "10".
       01  WS-RPT-STATUS               pic xx value "00".
       01  WS-PROCDATE-STATUS          pic xx value "00".
       01  WS-TRIAL-STATUS             pic xx value "00".
       01  WS-TRIAL-SW                 pic x(01) value "N".
           88  TRIAL-RUN                          value "Y".
           88  LIVE-RUN                           value "N".

       01  WS-SUPERVISOR-ID            pic x(08).
       01  WS-CLOSING-BRANCH           pic x(03).
       01  WS-SUCCESSOR-BRANCH         pic x(03).
       01  WS-EFFECTIVE-DATE           pic x(08).
       01  WS-CLOSING-NAME             pic x(30) value spaces.
       01  WS-SUCCESSOR-NAME           pic x(30) value spaces.
       01  WS-CLOSING-WAS-INACTIVE-SW  pic x(01) value "N".
           88  CLOSING-WAS-INACTIVE               value "Y".
       01  WS-MASTER-SW                pic x(01) value "N".
           88  MASTER-PRESENT                     value "Y".

       01  WS-BUSINESS-DATE            pic 9(08) value 0.
       01  WS-BUSINESS-DATE-X redefines WS-BUSINESS-DATE
                                       pic x(08).

       01  WS-PARM-SW                  pic x(01) value "Y".
           88  PARMS-GOOD                         value "Y".
           88  PARMS-BAD                          value "N".

      *> working image of a held transaction - the ssntrans layout
      *> with only the fields this step tests named
       01  WS-TRANS-WORK.
           05  WS-TW-SSN               pic x(09).
           05  filler                  pic x(08).
           05  filler                  pic x(30).
           05  WS-TW-TYPE              pic x(01).
           05  WS-TW-NEW-BRANCH        pic x(03).
           05  WS-TW-EFF-DATE          pic x(08).
           05  filler                  pic x(09).
           05  WS-TW-BRANCH-CODE       pic x(03).

       01  WS-HEADCOUNT                pic 9(07) value 0.
       01  WS-HEAD-ACTIVE              pic 9(07) value 0.
       01  WS-HEAD-LEAVE               pic 9(07) value 0.
       01  WS-HEAD-INACTIVE            pic 9(07) value 0.
       01  WS-MOVED-COUNT              pic 9(07) value 0.
       01  WS-FAILED-COUNT             pic 9(07) value 0.
       01  WS-LEFT-COUNT               pic 9(07) value 0.
       01  WS-PENDING-COUNT            pic 9(07) value 0.
       01  WS-BALANCE-SW               pic x(01) value "Y".
           88  RUN-BALANCED                       value "Y".
           88  RUN-OUT-OF-BALANCE                 value "N".

       01  WS-HEADING-LINE-1.
           05  filler                  pic x(25) value spaces.
           05  filler                  pic x(30) value
               "BRANCH CLOSURE RUN".
       01  WS-TRIAL-HEADING.
           05  filler                  pic x(25) value spaces.
           05  filler                  pic x(40) value
               "TRIAL RUN - LIST ONLY, NOTHING POSTED".
       01  WS-PARM-LINE.
           05  filler                  pic x(02) value spaces.
           05  PL-LABEL                pic x(20).
           05  PL-CODE                 pic x(08).
           05  filler                  pic x(01) value spaces.
           05  PL-NAME                 pic x(30).
       01  WS-SECTION-LINE.
           05  filler                  pic x(02) value spaces.
           05  SL-TEXT                 pic x(60).
       01  WS-MOVE-HEADING.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(10) value "SSN".
           05  filler                  pic x(07) value "EMP NO".
           05  filler                  pic x(31) value "NAME".
           05  filler                  pic x(07) value "STATUS".
           05  filler                  pic x(20) value "RESULT".
       01  WS-MOVE-LINE.
           05  filler                  pic x(02) value spaces.
           05  ML-SSN                  pic x(09).
           05  filler                  pic x(01) value spaces.
           05  ML-EMPNO                pic x(06).
           05  filler                  pic x(01) value spaces.
           05  ML-NAME                 pic x(30).
           05  filler                  pic x(01) value spaces.
           05  ML-STATUS               pic x(01).
           05  filler                  pic x(06) value spaces.
           05  ML-RESULT               pic x(30).
       01  WS-PENDING-HEADING.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(10) value "SSN".
           05  filler                  pic x(07) value "EMP NO".
           05  filler                  pic x(05) value "TYPE".
           05  filler                  pic x(05) value "DECK".
           05  filler                  pic x(05) value "TO".
           05  filler                  pic x(09) value "EFFECTIVE".
       01  WS-PENDING-LINE.
           05  filler                  pic x(02) value spaces.
           05  PDL-SSN                 pic x(09).
           05  filler                  pic x(01) value spaces.
           05  PDL-EMPNO               pic x(06).
           05  filler                  pic x(02) value spaces.
           05  PDL-TYPE                pic x(01).
           05  filler                  pic x(03) value spaces.
           05  PDL-DECK-BRANCH         pic x(03).
           05  filler                  pic x(02) value spaces.
           05  PDL-NEW-BRANCH          pic x(03).
           05  filler                  pic x(02) value spaces.
           05  PDL-EFF-DATE            pic x(08).
       01  WS-COUNT-LINE.
           05  filler                  pic x(02) value spaces.
           05  CL-LABEL                pic x(30).
           05  CL-COUNT                pic zzz,zz9.
       01  WS-BALANCE-LINE.
           05  filler                  pic x(02) value spaces.
           05  BL-TEXT                 pic x(60).

       procedure division.
       perform detect-trial-mode
       perform get-business-date
       perform read-closure-parms
       if PARMS-GOOD
           perform validate-supervisor
       end-if
       if PARMS-GOOD
           perform validate-branches
       end-if
       if PARMS-GOOD
           perform validate-effective-date
       end-if
       if PARMS-BAD
           display "[BRCLOSE] closure not run - nothing changed"
           move 8 to return-code
       else
           open output closure-report-file
           perform print-report-heading
           perform count-branch-headcount
           perform move-branch-employees
           perform list-pending-transactions
           perform balance-closure
           perform print-balance-section
           close closure-report-file
           display "[BRCLOSE] branch " WS-CLOSING-BRANCH
               " headcount: " WS-HEADCOUNT
               " moved: " WS-MOVED-COUNT
               " pending exceptions: " WS-PENDING-COUNT
           if RUN-OUT-OF-BALANCE
               display "[BRCLOSE] *** OUT OF BALANCE - BRANCH LEFT"
                   " ACTIVE ***"
               move 8 to return-code
           end-if
       end-if

       stop run.

      *> a TRIALRUN DD in the step makes this run list-only
       detect-trial-mode.
           set LIVE-RUN to true
           open input trial-switch-file
           if WS-TRIAL-STATUS = "00" or WS-TRIAL-STATUS = "10"
               set TRIAL-RUN to true
               close trial-switch-file
               display "[BRCLOSE] -> TRIAL RUN - list only, nothing"
                   " will post"
           end-if.

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

      *> ---------------------------------------------------------
      *> closure parameters - supervisor, closing branch, successor
      *> branch, effective date, one SYSIN card each
      *> ---------------------------------------------------------
       read-closure-parms.
           accept WS-SUPERVISOR-ID
           accept WS-CLOSING-BRANCH
           accept WS-SUCCESSOR-BRANCH
           accept WS-EFFECTIVE-DATE
           if WS-SUPERVISOR-ID = spaces
               or WS-CLOSING-BRANCH = spaces
               or WS-SUCCESSOR-BRANCH = spaces
               or WS-EFFECTIVE-DATE = spaces
               display "[BRCLOSE] SYSIN must give supervisor, closing"
                   " branch, successor branch and effective date"
               set PARMS-BAD to true
           end-if.

       validate-supervisor.
           open input operator-profile-file
           if WS-OPR-STATUS not = "00"
               display "[BRCLOSE] no operator profile file present -"
                   " supervisor cannot be verified"
               set PARMS-BAD to true
           else
               move WS-SUPERVISOR-ID to OPR-ID
               read operator-profile-file
               if WS-OPR-STATUS not = "00"
                   or not OPR-PROFILE-ACTIVE
                   or not OPR-AUTH-SUPERVISOR
                   display "[BRCLOSE] " WS-SUPERVISOR-ID
                       " is not an active supervisor"
                   set PARMS-BAD to true
               end-if
               close operator-profile-file
           end-if.

      *> the closing branch may already be inactive - a re-run after
      *> a failed or out-of-balance night sweeps up the stragglers
       validate-branches.
           open i-o branch-master-file
           if WS-BRN-STATUS not = "00"
               display "[BRCLOSE] no branch master present - branches"
                   " cannot be verified"
               set PARMS-BAD to true
           else
               move WS-CLOSING-BRANCH to BRN-CODE
               read branch-master-file
               if WS-BRN-STATUS not = "00"
                   display "[BRCLOSE] closing branch "
                       WS-CLOSING-BRANCH " not on the branch master"
                   set PARMS-BAD to true
               else
                   move BRN-NAME to WS-CLOSING-NAME
                   if BRN-INACTIVE
                       set CLOSING-WAS-INACTIVE to true
                       display "[BRCLOSE] closing branch "
                           WS-CLOSING-BRANCH " already inactive -"
                           " moving any employees left on it"
                   end-if
               end-if
               move WS-SUCCESSOR-BRANCH to BRN-CODE
               read branch-master-file
               if WS-BRN-STATUS not = "00" or BRN-INACTIVE
                   display "[BRCLOSE] successor branch "
                       WS-SUCCESSOR-BRANCH " unknown or inactive"
                   set PARMS-BAD to true
               else
                   move BRN-NAME to WS-SUCCESSOR-NAME
               end-if
               if WS-SUCCESSOR-BRANCH = WS-CLOSING-BRANCH
                   display "[BRCLOSE] successor branch is the closing"
                       " branch"
                   set PARMS-BAD to true
               end-if
               close branch-master-file
           end-if.

      *> a live run may not get ahead of the closure; a trial run
      *> may be taken any time beforehand
       validate-effective-date.
           move WS-EFFECTIVE-DATE to DTE-DATE-TEXT
           perform validate-calendar-date
           if not DTE-IS-VALID
               display "[BRCLOSE] effective date " WS-EFFECTIVE-DATE
                   " is not a valid date"
               set PARMS-BAD to true
           else
               if LIVE-RUN
                   and WS-EFFECTIVE-DATE > WS-BUSINESS-DATE-X
                   display "[BRCLOSE] effective date "
                       WS-EFFECTIVE-DATE " is after the business date"
                       " - run on or after the closure"
                   set PARMS-BAD to true
               end-if
           end-if.

       print-report-heading.
           write CLOSURE-REPORT-RECORD from WS-HEADING-LINE-1
           if TRIAL-RUN
               write CLOSURE-REPORT-RECORD from WS-TRIAL-HEADING
           end-if
           move "CLOSING BRANCH:" to PL-LABEL
           move WS-CLOSING-BRANCH to PL-CODE
           move WS-CLOSING-NAME to PL-NAME
           write CLOSURE-REPORT-RECORD from WS-PARM-LINE
           move "SUCCESSOR BRANCH:" to PL-LABEL
           move WS-SUCCESSOR-BRANCH to PL-CODE
           move WS-SUCCESSOR-NAME to PL-NAME
           write CLOSURE-REPORT-RECORD from WS-PARM-LINE
           move "EFFECTIVE DATE:" to PL-LABEL
           move WS-EFFECTIVE-DATE to PL-CODE
           move spaces to PL-NAME
           write CLOSURE-REPORT-RECORD from WS-PARM-LINE
           move "BUSINESS DATE:" to PL-LABEL
           move WS-BUSINESS-DATE-X to PL-CODE
           write CLOSURE-REPORT-RECORD from WS-PARM-LINE
           move "SUPERVISOR:" to PL-LABEL
           move WS-SUPERVISOR-ID to PL-CODE
           write CLOSURE-REPORT-RECORD from WS-PARM-LINE.

      *> ---------------------------------------------------------
      *> headcount of the closing branch, taken before anything moves
      *> ---------------------------------------------------------
       count-branch-headcount.
           open input employee-master-file
           if not WS-EMP-OK
               display "[BRCLOSE] no employee master file present"
           else
               perform count-master-record until WS-EMP-EOF
               close employee-master-file
           end-if.

       count-master-record.
           read employee-master-file next
               at end
                   set WS-EMP-EOF to true
               not at end
                   if EMP-BRANCH-CODE = WS-CLOSING-BRANCH
                       add 1 to WS-HEADCOUNT
                       evaluate true
                           when EMP-ON-LEAVE
                               add 1 to WS-HEAD-LEAVE
                           when EMP-ACTIVE
                               add 1 to WS-HEAD-ACTIVE
                           when other
                               add 1 to WS-HEAD-INACTIVE
                       end-evaluate
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> the move - every employee of the closing branch, whatever
      *> the status, so history on a leaver resolves to a live branch
      *> ---------------------------------------------------------
       move-branch-employees.
           if TRIAL-RUN
               move "EMPLOYEES TO BE TRANSFERRED" to SL-TEXT
           else
               move "EMPLOYEES TRANSFERRED" to SL-TEXT
           end-if
           write CLOSURE-REPORT-RECORD from WS-SECTION-LINE
           write CLOSURE-REPORT-RECORD from WS-MOVE-HEADING
           if TRIAL-RUN
               open input employee-master-file
           else
               open i-o employee-master-file
           end-if
           if WS-EMP-OK
               if LIVE-RUN
                   perform open-posting-files
               end-if
               perform move-master-record until WS-EMP-EOF
               close employee-master-file
               if LIVE-RUN
                   close employee-history-file
                   close ssn-audit-file
               end-if
           end-if.

       open-posting-files.
           open extend employee-history-file
           if WS-HIST-STATUS not = "00"
               open output employee-history-file
           end-if
           open extend ssn-audit-file
           if WS-AUDIT-STATUS not = "00"
               open output ssn-audit-file
           end-if.

       move-master-record.
           read employee-master-file next
               at end
                   set WS-EMP-EOF to true
               not at end
                   if EMP-BRANCH-CODE = WS-CLOSING-BRANCH
                       perform transfer-employee
                   end-if
           end-read.

       transfer-employee.
           move EMP-SSN-KEY to SSN-TEXT
           perform mask-ssn
           move SSN-MASKED to ML-SSN
           move EMP-EMPLOYEE-NUMBER to ML-EMPNO
           move EMP-NAME to ML-NAME
           move EMP-STATUS to ML-STATUS
           if TRIAL-RUN
               add 1 to WS-MOVED-COUNT
               move spaces to ML-RESULT
               string "WOULD MOVE TO " WS-SUCCESSOR-BRANCH
                   delimited by size into ML-RESULT
           else
               perform save-master-before-image
               move WS-SUCCESSOR-BRANCH to EMP-BRANCH-CODE
               rewrite EMPLOYEE-MASTER-RECORD
               if WS-EMP-STATUS = "00"
                   add 1 to WS-MOVED-COUNT
                   perform write-history-record
                   perform write-audit-record
                   move spaces to ML-RESULT
                   string "MOVED TO " WS-SUCCESSOR-BRANCH
                       delimited by size into ML-RESULT
               else
                   add 1 to WS-FAILED-COUNT
                   display "[BRCLOSE] -> " SSN-MASKED
                       " master rewrite failed, status " WS-EMP-STATUS
                   move spaces to ML-RESULT
                   string "*** NOT MOVED - STATUS " WS-EMP-STATUS
                       delimited by size into ML-RESULT
               end-if
           end-if
           write CLOSURE-REPORT-RECORD from WS-MOVE-LINE.

      *> ---------------------------------------------------------
      *> change history and audit - one of each per employee moved
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
           move "BRCLOSE" to HIST-PROGRAM
           move WS-SUPERVISOR-ID to HIST-OPERATOR-ID
           move WS-BUSINESS-DATE to HIST-DATE
           accept HIST-TIME from time
           move EMP-NAME to HIST-NEW-NAME
           move EMP-HIRE-DATE to HIST-NEW-HIRE-DATE
           move EMP-STATUS to HIST-NEW-STATUS
           move EMP-TERM-DATE to HIST-NEW-TERM-DATE
           move EMP-PAY-CONFIRM to HIST-NEW-PAY-CONFIRM
           move EMP-BRANCH-CODE to HIST-NEW-BRANCH
           move spaces to HIST-APPROVER-ID
           write EMPLOYEE-HISTORY-RECORD.

       write-audit-record.
           move EMP-SSN-KEY to AUD-SSN
           move WS-SUPERVISOR-ID to AUD-OPERATOR-ID
           accept AUD-DATE from date yyyymmdd
           accept AUD-TIME from time
           move WS-SUCCESSOR-BRANCH to AUD-BRANCH-CODE
           write SSN-AUDIT-RECORD.

      *> ---------------------------------------------------------
      *> held transactions that still name the closing branch
      *> ---------------------------------------------------------
       list-pending-transactions.
           move "PENDING TRANSACTIONS NAMING THE CLOSING BRANCH"
               to SL-TEXT
           write CLOSURE-REPORT-RECORD from WS-SECTION-LINE
           write CLOSURE-REPORT-RECORD from WS-PENDING-HEADING
           open input pending-file
           if WS-PEND-OK
               open input employee-master-file
               if WS-EMP-OK
                   set MASTER-PRESENT to true
               end-if
               perform open-exception-queue
               perform check-pending-record until WS-PEND-EOF
               close pending-file
               perform close-exception-queue
               if MASTER-PRESENT
                   close employee-master-file
                   move "N" to WS-MASTER-SW
               end-if
           else
               display "[BRCLOSE] no pending file present - held"
                   " transactions not checked"
           end-if.

       check-pending-record.
           read pending-file into WS-TRANS-WORK
               at end
                   set WS-PEND-EOF to true
               not at end
                   if WS-TW-BRANCH-CODE = WS-CLOSING-BRANCH
                       or WS-TW-NEW-BRANCH = WS-CLOSING-BRANCH
                       perform report-pending-transaction
                   end-if
           end-read.

      *> the queue item is keyed by SSN and, as detail key, the
      *> transaction type and effective date, so two held
      *> transactions for one employee stay two items
       report-pending-transaction.
           add 1 to WS-PENDING-COUNT
           move WS-TW-SSN to SSN-TEXT
           perform mask-ssn
           move SSN-MASKED to PDL-SSN
           move spaces to PDL-EMPNO
           if MASTER-PRESENT
               move WS-TW-SSN to EMP-SSN-KEY
               read employee-master-file
               if WS-EMP-STATUS = "00"
                   move EMP-EMPLOYEE-NUMBER to PDL-EMPNO
               end-if
           end-if
           move WS-TW-TYPE to PDL-TYPE
           move WS-TW-BRANCH-CODE to PDL-DECK-BRANCH
           move WS-TW-NEW-BRANCH to PDL-NEW-BRANCH
           move WS-TW-EFF-DATE to PDL-EFF-DATE
           write CLOSURE-REPORT-RECORD from WS-PENDING-LINE
           if LIVE-RUN
               move "BRCL" to EXP-TYPE
               move WS-TW-SSN to EXP-SSN
               move spaces to EXP-DETAIL-KEY
               string WS-TW-TYPE WS-TW-EFF-DATE
                   delimited by size into EXP-DETAIL-KEY
               move "PENDING TRANS NAMES CLOSED BR" to EXP-REASON
               move spaces to EXP-DATA-IMAGE
               string WS-TW-TYPE WS-TW-BRANCH-CODE WS-TW-NEW-BRANCH
                   WS-TW-EFF-DATE WS-CLOSING-BRANCH
                   WS-SUCCESSOR-BRANCH
                   delimited by size into EXP-DATA-IMAGE
               perform post-exception-item
           end-if.

      *> ---------------------------------------------------------
      *> balance - moved plus not moved must equal the headcount,
      *> and a live run must leave nobody on the closing branch;
      *> only then is the branch marked inactive
      *> ---------------------------------------------------------
       balance-closure.
           set RUN-BALANCED to true
           if WS-MOVED-COUNT + WS-FAILED-COUNT not = WS-HEADCOUNT
               set RUN-OUT-OF-BALANCE to true
           end-if
           if LIVE-RUN
               perform recount-closing-branch
               if WS-LEFT-COUNT not = 0 or WS-FAILED-COUNT not = 0
                   set RUN-OUT-OF-BALANCE to true
               end-if
               if RUN-BALANCED
                   perform deactivate-closing-branch
               end-if
           end-if.

       recount-closing-branch.
           move 0 to WS-LEFT-COUNT
           open input employee-master-file
           if WS-EMP-OK
               perform recount-master-record until WS-EMP-EOF
               close employee-master-file
           end-if.

       recount-master-record.
           read employee-master-file next
               at end
                   set WS-EMP-EOF to true
               not at end
                   if EMP-BRANCH-CODE = WS-CLOSING-BRANCH
                       add 1 to WS-LEFT-COUNT
                   end-if
           end-read.

       deactivate-closing-branch.
           if not CLOSING-WAS-INACTIVE
               open i-o branch-master-file
               move WS-CLOSING-BRANCH to BRN-CODE
               read branch-master-file
               if WS-BRN-STATUS = "00"
                   set BRN-INACTIVE to true
                   rewrite BRANCH-MASTER-RECORD
               end-if
               if WS-BRN-STATUS not = "00"
                   display "[BRCLOSE] branch master rewrite failed,"
                       " status " WS-BRN-STATUS
                   set RUN-OUT-OF-BALANCE to true
               end-if
               close branch-master-file
           end-if.

       print-balance-section.
           move "COMPLETION BALANCE" to SL-TEXT
           write CLOSURE-REPORT-RECORD from WS-SECTION-LINE
           move "CLOSING BRANCH HEADCOUNT" to CL-LABEL
           move WS-HEADCOUNT to CL-COUNT
           write CLOSURE-REPORT-RECORD from WS-COUNT-LINE
           move "  ACTIVE" to CL-LABEL
           move WS-HEAD-ACTIVE to CL-COUNT
           write CLOSURE-REPORT-RECORD from WS-COUNT-LINE
           move "  ON LEAVE" to CL-LABEL
           move WS-HEAD-LEAVE to CL-COUNT
           write CLOSURE-REPORT-RECORD from WS-COUNT-LINE
           move "  INACTIVE" to CL-LABEL
           move WS-HEAD-INACTIVE to CL-COUNT
           write CLOSURE-REPORT-RECORD from WS-COUNT-LINE
           if TRIAL-RUN
               move "EMPLOYEES TO BE MOVED" to CL-LABEL
           else
               move "EMPLOYEES MOVED" to CL-LABEL
           end-if
           move WS-MOVED-COUNT to CL-COUNT
           write CLOSURE-REPORT-RECORD from WS-COUNT-LINE
           move "EMPLOYEES NOT MOVED" to CL-LABEL
           move WS-FAILED-COUNT to CL-COUNT
           write CLOSURE-REPORT-RECORD from WS-COUNT-LINE
           if LIVE-RUN
               move "LEFT ON CLOSING BRANCH" to CL-LABEL
               move WS-LEFT-COUNT to CL-COUNT
               write CLOSURE-REPORT-RECORD from WS-COUNT-LINE
           end-if
           move "PENDING TRANSACTION EXCEPTIONS" to CL-LABEL
           move WS-PENDING-COUNT to CL-COUNT
           write CLOSURE-REPORT-RECORD from WS-COUNT-LINE
           if RUN-BALANCED
               move "MOVED BALANCES TO HEADCOUNT" to BL-TEXT
           else
               move "*** OUT OF BALANCE - MOVED DOES NOT MATCH HEADCOUNT"
                   to BL-TEXT
           end-if
           write CLOSURE-REPORT-RECORD from WS-BALANCE-LINE
           evaluate true
               when TRIAL-RUN
                   move "TRIAL RUN - BRANCH LEFT AS IT IS" to BL-TEXT
               when RUN-OUT-OF-BALANCE
                   move "BRANCH LEFT ACTIVE - RE-RUN AFTER FIXING FAILURES"
                       to BL-TEXT
               when CLOSING-WAS-INACTIVE
                   move "BRANCH WAS ALREADY INACTIVE" to BL-TEXT
               when other
                   move spaces to BL-TEXT
                   string "BRANCH " WS-CLOSING-BRANCH
                       " MARKED INACTIVE ON THE BRANCH MASTER"
                       delimited by size into BL-TEXT
           end-evaluate
           write CLOSURE-REPORT-RECORD from WS-BALANCE-LINE.

       COPY ssnmskp.
       COPY datecnv.
       COPY excpost.
