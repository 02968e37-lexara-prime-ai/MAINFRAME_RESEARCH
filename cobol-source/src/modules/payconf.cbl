      *> empmaint write, so a confirm-flag flip on the master is
      *> traceable to this program.  No operator is involved, so the
      *> operator ID on the history record is spaces.
      *> modified Oct 14th 2026 - every exception line is also posted
      *> to the exception work queue (excprec/excpwrk/excpost
      *> copybooks) with the reason, payroll's error code and the
      *> extract action as its underlying data, so an item a clerk
      *> has closed comes back only when payroll answers differently.
      *> modified Oct 14th 2026 - the retired-SSN half of an SSN
      *> correction pair (action O) has no master record left to
      *> mark; payroll's acceptance of it is counted as confirmed
      *> without a master update, and the N half confirms the
      *> re-keyed master as usual.
      *> modified Oct 14th 2026 - history records carry a blank
      *> approving-supervisor field.
      *> modified Oct 15th 2026 - exception lines identify the
      *> employee by employee number and masked SSN instead of the
      *> full SSN.  Line widened to 100.
       environment division.
       input-output section.
       file-control.
           select employee-history-file assign to "EMPHIST"
               organization line sequential
               file status WS-HIST-STATUS.
           select exception-item-file assign to "EXCPITEM"
               organization indexed
               access mode random
               record key EXC-KEY
               file status WS-EXCITEM-STATUS.

       data division.
       file section.
       COPY payack.
       COPY emprec.
       COPY emphist.
       COPY excprec.

       FD  pay-exception-file.
       01  PAY-EXCEPTION-RECORD        pic x(100).

       FD  run-control-file.
       01  RUN-CONTROL-OUT             pic x(73).
       01  WS-EMP-STATUS               pic xx value "00".
       01  WS-EXCPT-STATUS             pic xx value "00".
       COPY runctl.
       COPY ssnfld.
       COPY ssnmsk.
       01  WS-RUNCTL-STATUS            pic xx value "00".
       01  WS-HIST-STATUS              pic xx value "00".
       COPY excpwrk.

       01  PAY-ACK-TABLE.
           05  PAY-ACK-ENTRY occurs 5000 times
           05  filler                  pic x(02) value spaces.
           05  XL-SSN                  pic x(09).
           05  filler                  pic x(03) value spaces.
           05  XL-EMPNO                pic x(06).
           05  filler                  pic x(03) value spaces.
           05  XL-NAME                 pic x(30).
           05  filler                  pic x(03) value spaces.
           05  XL-REASON               pic x(26).
           else
               perform load-ack-table
               open output pay-exception-file
               perform open-exception-queue
               perform confirm-extract-record until WS-PAY-EOF
               perform print-trailer
               close payroll-interface-file
               close employee-master-file
               close pay-exception-file
               perform close-exception-queue
               display "[PAYCONF] exception queue - new: "
                   EXP-NEW-COUNT " reopened: " EXP-REOPENED-COUNT
               perform write-run-control
           end-if
       end-if
                       when ACK-NOT-FOUND
                           add 1 to WS-UNACKED-COUNT
                           perform write-unacked-exception
                       when PAT-STATUS(PAY-ACK-IDX) = "A"
                           and PAY-ACT-REKEY-OLD
                           add 1 to WS-CONFIRMED-COUNT
                       when PAT-STATUS(PAY-ACK-IDX) = "A"
                           perform mark-payroll-confirmed
                       when other
           end-if.

       write-unmarked-exception.
           perform fill-exception-identity
           move PAY-NAME to XL-NAME
           move spaces to XL-ERROR-CODE
           write PAY-EXCEPTION-RECORD from WS-EXCEPTION-LINE
           perform post-payroll-item
           add 1 to WS-UNMARKED-COUNT.

      *> who the exception is about - the employee number and the
      *> masked SSN, never the SSN in full
       fill-exception-identity.
           move PAY-SSN to SSN-TEXT
           perform mask-ssn
           move SSN-MASKED to XL-SSN
           move PAY-EMPLOYEE-NUMBER to XL-EMPNO.

       write-unacked-exception.
           perform fill-exception-identity
           move PAY-NAME to XL-NAME
           move "NOT ACKNOWLEDGED" to XL-REASON
           move spaces to XL-ERROR-CODE
           write PAY-EXCEPTION-RECORD from WS-EXCEPTION-LINE
           perform post-payroll-item.

       write-rejected-exception.
           perform fill-exception-identity
           move PAY-NAME to XL-NAME
           move "REJECTED BY PAYROLL, CODE " to XL-REASON
           move PAT-ERROR-CODE(PAY-ACK-IDX) to XL-ERROR-CODE
           write PAY-EXCEPTION-RECORD from WS-EXCEPTION-LINE
           perform post-payroll-item
           move PAY-SSN to EMP-SSN-KEY
           read employee-master-file
           if WS-EMP-STATUS = "00"
               end-if
           end-if.

       post-payroll-item.
           move "PAYC" to EXP-TYPE
           move PAY-SSN to EXP-SSN
           move spaces to EXP-DETAIL-KEY
           move XL-REASON to EXP-REASON
           move spaces to EXP-DATA-IMAGE
           move XL-REASON to EXP-DATA-IMAGE(1:26)
           move XL-ERROR-CODE to EXP-DATA-IMAGE(27:4)
           move PAY-ACTION to EXP-DATA-IMAGE(31:1)
           move PAY-HIRE-DATE to EXP-DATA-IMAGE(32:8)
           perform post-exception-item.

       save-master-before-image.
           move EMP-NAME to HIST-OLD-NAME
           move EMP-HIRE-DATE to HIST-OLD-HIRE-DATE
           move EMP-TERM-DATE to HIST-NEW-TERM-DATE
           move EMP-PAY-CONFIRM to HIST-NEW-PAY-CONFIRM
           move EMP-BRANCH-CODE to HIST-NEW-BRANCH
           move spaces to HIST-APPROVER-ID
           open extend employee-history-file
           if WS-HIST-STATUS not = "00"
               open output employee-history-file
           end-if
           write RUN-CONTROL-OUT from RUN-CONTROL-RECORD
           close run-control-file.

       COPY excpost.
       COPY ssnmskp.
