       >>SOURCE FORMAT FREE
       identification division.
       program-id. empaprv.
       author. Irfan Ghat.
       date-written.Oct 14th 2026
      *> supervisor approval of employee changes - the second half of
      *> the segregation of duties on empmaint: a status change or
      *> hire-date fix keyed there waits on the pending-approval file
      *> (aprvrec copybook) until a supervisor works it here.  Lists
      *> the requests awaiting approval with masked SSNs, an item
      *> number the way excpmnt lists its queue, and how many days
      *> each has waited; the supervisor picks one, sees what was
      *> asked for against the master as it stands, and approves or
      *> declines it.  A request keyed by the signed-on operator
      *> cannot be decided by that operator.  An approval re-reads
      *> the master and refuses to post if the employee's status or
      *> hire date has changed since the request was keyed; otherwise
      *> the change is applied exactly as empmaint used to apply it,
      *> the master rewritten, and the change-history record written
      *> with the requester as the operator and this supervisor as
      *> the approver, plus the usual audit record.  A decline needs
      *> a note.  Either way the decision, who made it and when stay
      *> on the request.
       environment division.
       input-output section.
       file-control.
           select approval-request-file assign to "APRVPEND"
               organization indexed
               access mode dynamic
               record key APR-KEY
               file status WS-APR-STATUS.
           select employee-master-file assign to "EMPMAST"
               organization indexed
               access mode random
               record key EMP-SSN-KEY
               file status WS-EMP-STATUS.
           select ssn-audit-file assign to "SSNAUDIT"
               organization line sequential
               file status WS-AUDIT-STATUS.
           select employee-history-file assign to "EMPHIST"
               organization line sequential
               file status WS-HIST-STATUS.

       data division.
       file section.
       COPY aprvrec.
       COPY emprec.
       COPY auditrec.
       COPY emphist.

       working-storage section.
       COPY oprsign.
       COPY ssnfld.
       COPY ssnmsk.
       COPY datewrk.
       01  WS-APR-STATUS               pic xx value "00".
           88  WS-APR-OK                          value "00".
           88  WS-APR-EOF                         value "10".
       01  WS-EMP-STATUS               pic xx value "00".
       01  WS-AUDIT-STATUS             pic xx value "00".
       01  WS-HIST-STATUS              pic xx value "00".
       01  WS-OPERATOR-ID              pic x(08).
       01  WS-MAINT-CHOICE             pic 9 value 0.
           88  WS-MAINT-DONE                      value 9.
       01  WS-TODAY                    pic 9(08) value 0.
       01  WS-TODAY-DAYS               pic 9(07) value 0.
       01  WS-DAYS-WAITING             pic 9(05) value 0.

       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY occurs 100 times.
               10  ITM-KEY             pic x(25).
       01  WS-ITEM-COUNT               pic 9(03) value 0.
       01  WS-PICK-NUMBER              pic 9(03) value 0.
       01  WS-TABLE-FULL-SW            pic x(01) value "N".
           88  ITEM-TABLE-FULL                    value "Y".

       01  WS-DECISION-ENTRY           pic x(01).
       01  WS-NOTE-ENTRY               pic x(30).
       01  WS-CHANGE-TEXT              pic x(30).

       01  WS-LIST-LINE.
           05  LS-ITEM-NUMBER          pic zz9.
           05  filler                  pic x(02) value ". ".
           05  LS-SSN                  pic x(09).
           05  filler                  pic x(01) value spaces.
           05  LS-NAME                 pic x(20).
           05  filler                  pic x(01) value spaces.
           05  LS-CHANGE               pic x(22).
           05  filler                  pic x(01) value spaces.
           05  LS-REQUESTED-BY         pic x(08).
           05  filler                  pic x(01) value spaces.
           05  LS-DAYS                 pic zzzz9.

       procedure division.
       accept WS-TODAY from date yyyymmdd
       move WS-TODAY to DTE-DATE
       perform convert-date-to-days
       move DTE-DAY-NUMBER to WS-TODAY-DAYS
       if SIGNON-OPERATOR-ID not = spaces
           and SIGNON-OPERATOR-ID not = low-values
           move SIGNON-OPERATOR-ID to WS-OPERATOR-ID
       else
           display "Operator ID: " with no advancing
           accept WS-OPERATOR-ID
       end-if

       open i-o approval-request-file
       if WS-APR-STATUS not = "00"
           display "[EMPAPRV] no approval file present -"
               " nothing has been requested yet"
       else
           open i-o employee-master-file
           if WS-EMP-STATUS not = "00"
               display "[EMPAPRV] no employee master file present -"
                   " nothing can be approved"
           else
               move 0 to WS-MAINT-CHOICE
               perform show-approval-menu until WS-MAINT-DONE
               close employee-master-file
           end-if
           close approval-request-file
       end-if
       goback.

       show-approval-menu.
           display " "
           display " 1. List changes awaiting approval"
           display " 9. Done"
           display "Selection: " with no advancing
           accept WS-MAINT-CHOICE

           evaluate WS-MAINT-CHOICE
               when 1
                   perform list-awaiting-requests
               when 9
                   continue
               when other
                   display "Not a valid selection"
           end-evaluate.

      *> ---------------------------------------------------------
      *> listing - awaiting requests in key order (SSN, when keyed),
      *> first 100 kept for the pick
      *> ---------------------------------------------------------
       list-awaiting-requests.
           move 0 to WS-ITEM-COUNT
           move "N" to WS-TABLE-FULL-SW
           move low-values to APR-KEY
           start approval-request-file key >= APR-KEY
           if WS-APR-STATUS not = "00"
               display "[EMPAPRV] no requests on file"
           else
               set WS-APR-OK to true
               perform list-next-request
                   until WS-APR-EOF or ITEM-TABLE-FULL
               if WS-ITEM-COUNT = 0
                   display "[EMPAPRV] nothing awaiting approval"
               else
                   if ITEM-TABLE-FULL
                       display "[EMPAPRV] first 100 requests shown -"
                           " work these first"
                   end-if
                   perform pick-a-request
               end-if
           end-if.

       list-next-request.
           read approval-request-file next
               at end
                   set WS-APR-EOF to true
               not at end
                   if APR-PENDING
                       perform list-one-request
                   end-if
           end-read.

       list-one-request.
           if WS-ITEM-COUNT >= 100
               set ITEM-TABLE-FULL to true
           else
               add 1 to WS-ITEM-COUNT
               move APR-KEY to ITM-KEY(WS-ITEM-COUNT)
               move WS-ITEM-COUNT to LS-ITEM-NUMBER
               move APR-SSN to SSN-TEXT
               perform mask-ssn
               move SSN-MASKED to LS-SSN
               move APR-EMP-NAME to LS-NAME
               perform format-requested-change
               move WS-CHANGE-TEXT to LS-CHANGE
               move APR-REQUESTED-BY to LS-REQUESTED-BY
               perform compute-days-waiting
               move WS-DAYS-WAITING to LS-DAYS
               display WS-LIST-LINE
           end-if.

       format-requested-change.
           move spaces to WS-CHANGE-TEXT
           if APR-HIRE-DATE-CHANGE
               string "HIRE DATE " APR-NEW-DATE
                   delimited by size into WS-CHANGE-TEXT
           else
               evaluate APR-NEW-STATUS
                   when "I"
                       string "TERMINATE " APR-NEW-DATE
                           delimited by size into WS-CHANGE-TEXT
                   when "L"
                       string "LEAVE TO " APR-NEW-DATE
                           delimited by size into WS-CHANGE-TEXT
                   when other
                       string "ACTIVE " APR-NEW-DATE
                           delimited by size into WS-CHANGE-TEXT
               end-evaluate
           end-if.

       compute-days-waiting.
           move 0 to WS-DAYS-WAITING
           if APR-REQ-DATE > 0 and APR-REQ-DATE <= WS-TODAY
               move APR-REQ-DATE to DTE-DATE
               perform convert-date-to-days
               compute WS-DAYS-WAITING =
                   WS-TODAY-DAYS - DTE-DAY-NUMBER
           end-if.

      *> ---------------------------------------------------------
      *> one request - show it against the master, then decide it
      *> ---------------------------------------------------------
       pick-a-request.
           display "Request number to work (0 to exit): "
               with no advancing
           accept WS-PICK-NUMBER
           if WS-PICK-NUMBER = 0
               continue
           else
               if WS-PICK-NUMBER > WS-ITEM-COUNT
                   display "[EMPAPRV] no such request"
               else
                   perform work-picked-request
               end-if
           end-if.

       work-picked-request.
           move ITM-KEY(WS-PICK-NUMBER) to APR-KEY
           read approval-request-file
           if WS-APR-STATUS not = "00"
               display "[EMPAPRV] request no longer on file"
           else
               if not APR-PENDING
                   display "[EMPAPRV] request already decided"
               else
                   perform display-request
                   if APR-REQUESTED-BY = WS-OPERATOR-ID
                       display "[EMPAPRV] you keyed this request -"
                           " another supervisor must decide it"
                   else
                       display "A=approve, D=decline, blank=leave it: "
                           with no advancing
                       accept WS-DECISION-ENTRY
                       evaluate WS-DECISION-ENTRY
                           when "A"
                           when "a"
                               perform approve-request
                           when "D"
                           when "d"
                               perform decline-request
                           when other
                               display "[EMPAPRV] request left"
                                   " awaiting approval"
                       end-evaluate
                   end-if
               end-if
           end-if.

       display-request.
           move APR-SSN to SSN-TEXT
           perform mask-ssn
           perform format-requested-change
           perform compute-days-waiting
           display " "
           display "SSN:           " SSN-MASKED
           display "Name:          " APR-EMP-NAME
           display "Requested:     " WS-CHANGE-TEXT
           display "Keyed by:      " APR-REQUESTED-BY " on "
               APR-REQ-DATE "   days waiting " WS-DAYS-WAITING
           display "Was:           status " APR-OLD-STATUS
               "  hire date " APR-OLD-HIRE-DATE
           move APR-SSN to EMP-SSN-KEY
           read employee-master-file
           if WS-EMP-STATUS = "00"
               display "Master now:    status " EMP-STATUS
                   "  hire date " EMP-HIRE-DATE
           else
               display "Master now:    employee not on file"
           end-if.

      *> the master must still be as the requester saw it - a change
      *> keyed against a status or hire date that has since moved
      *> is declined and re-keyed, never posted over the top
       approve-request.
           move APR-SSN to EMP-SSN-KEY
           read employee-master-file
           if WS-EMP-STATUS not = "00"
               display "[EMPAPRV] employee no longer on file -"
                   " decline this request"
           else
               if EMP-STATUS not = APR-OLD-STATUS
                   or EMP-HIRE-DATE not = APR-OLD-HIRE-DATE
                   display "[EMPAPRV] employee changed since the"
                       " request - decline it and have it re-keyed"
               else
                   perform save-master-before-image
                   perform apply-requested-change
                   rewrite EMPLOYEE-MASTER-RECORD
                   if WS-EMP-STATUS not = "00"
                       display "[EMPAPRV] rewrite failed, status "
                           WS-EMP-STATUS " - request left awaiting"
                   else
                       move APR-SSN to SSN-TEXT
                       perform write-audit-record
                       perform write-history-record
                       set APR-APPROVED to true
                       move spaces to APR-DECISION-NOTE
                       perform record-decision
                   end-if
               end-if
           end-if.

       apply-requested-change.
           if APR-HIRE-DATE-CHANGE
               move APR-NEW-DATE to EMP-HIRE-DATE
               perform clear-ssa-verification
           else
               evaluate APR-NEW-STATUS
                   when "A"
                       if EMP-ON-LEAVE
                           move APR-NEW-DATE to EMP-LEAVE-RETURN-DATE
                       else
                           move spaces to EMP-TERM-DATE
                       end-if
                       set EMP-ACTIVE to true
                   when "I"
                       set EMP-INACTIVE to true
                       move APR-NEW-DATE to EMP-TERM-DATE
                   when "L"
                       if not EMP-ON-LEAVE
                           set EMP-ON-LEAVE to true
                           move APR-REQ-DATE to EMP-LEAVE-START-DATE
                       end-if
                       move APR-NEW-DATE to EMP-LEAVE-RETURN-DATE
               end-evaluate
           end-if.

      *> a corrected hire date has not been through SSA - the next
      *> bulk verification request picks the employee up
       clear-ssa-verification.
           set EMP-SSA-NOT-VERIFIED to true
           move spaces to EMP-SSA-RESULT-CODE
           move spaces to EMP-SSA-VERIFY-DATE.

       decline-request.
           display "Reason for declining: " with no advancing
           accept WS-NOTE-ENTRY
           if WS-NOTE-ENTRY = spaces
               display "[EMPAPRV] a reason is required -"
                   " request left awaiting approval"
           else
               set APR-DECLINED to true
               move WS-NOTE-ENTRY to APR-DECISION-NOTE
               perform record-decision
           end-if.

       record-decision.
           move WS-OPERATOR-ID to APR-DECIDED-BY
           move WS-TODAY to APR-DECIDED-DATE
           rewrite APPROVAL-REQUEST-RECORD
           if WS-APR-STATUS not = "00"
               display "[EMPAPRV] request rewrite failed, status "
                   WS-APR-STATUS
           else
               if APR-APPROVED
                   display "[EMPAPRV] change approved and posted"
               else
                   display "[EMPAPRV] change declined"
               end-if
           end-if.

      *> ---------------------------------------------------------
      *> audit and change history - requester and approver both
      *> ---------------------------------------------------------
       write-audit-record.
           move SSN-TEXT to AUD-SSN
           move WS-OPERATOR-ID to AUD-OPERATOR-ID
           accept AUD-DATE from date yyyymmdd
           accept AUD-TIME from time
           move spaces to AUD-BRANCH-CODE
           open extend ssn-audit-file
           if WS-AUDIT-STATUS not = "00"
               open output ssn-audit-file
           end-if
           write SSN-AUDIT-RECORD
           close ssn-audit-file.

       save-master-before-image.
           move EMP-NAME to HIST-OLD-NAME
           move EMP-HIRE-DATE to HIST-OLD-HIRE-DATE
           move EMP-STATUS to HIST-OLD-STATUS
           move EMP-TERM-DATE to HIST-OLD-TERM-DATE
           move EMP-PAY-CONFIRM to HIST-OLD-PAY-CONFIRM
           move EMP-BRANCH-CODE to HIST-OLD-BRANCH.

       write-history-record.
           move EMP-SSN-KEY to HIST-SSN
           move "EMPAPRV" to HIST-PROGRAM
           move APR-REQUESTED-BY to HIST-OPERATOR-ID
           accept HIST-DATE from date yyyymmdd
           accept HIST-TIME from time
           move EMP-NAME to HIST-NEW-NAME
           move EMP-HIRE-DATE to HIST-NEW-HIRE-DATE
           move EMP-STATUS to HIST-NEW-STATUS
           move EMP-TERM-DATE to HIST-NEW-TERM-DATE
           move EMP-PAY-CONFIRM to HIST-NEW-PAY-CONFIRM
           move EMP-BRANCH-CODE to HIST-NEW-BRANCH
           move WS-OPERATOR-ID to HIST-APPROVER-ID
           open extend employee-history-file
           if WS-HIST-STATUS not = "00"
               open output employee-history-file
           end-if
           write EMPLOYEE-HISTORY-RECORD
           close employee-history-file.

       COPY ssnmskp.
       COPY datecnv.
