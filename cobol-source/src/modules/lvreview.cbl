       >>SOURCE FORMAT FREE
       identification division.
       program-id. lvreview.
       author. Irfan Ghat.
       date-written.Oct 14th 2026
      *> nightly leave-of-absence review - runs after the intake
      *> step.  A return from leave is an ordinary effective-dated
      *> transaction: keyed ahead, it sits on the pending file until
      *> its date and the intake run puts the employee back to
      *> active the night it comes due.  This step lists those
      *> returns (every on-leave to active flip on tonight's change
      *> history, whichever program posted it) and then every
      *> employee still on leave past the expected return date on
      *> the master, with the days overdue and whether a return is
      *> already held on tonight's pending file for a later date.
      *> An overdue leave with no return keyed is also posted to the
      *> exception work queue (type LVOD) so HR follows it up; the
      *> item carries the leave dates, so moving the expected return
      *> reopens an item a clerk has closed.  Both lists show the
      *> employee number off the master beside the masked SSN.
      *> Appends run statistics for the morning summary.
       environment division.
       input-output section.
       file-control.
           select employee-master-file assign to "EMPMAST"
               organization indexed
               access mode dynamic
               record key EMP-SSN-KEY
               file status WS-EMP-STATUS.
           select employee-history-file assign to "EMPHIST"
               organization line sequential
               file status WS-HIST-STATUS.
           select pending-file assign to "PENDING"
               organization line sequential
               file status WS-PEND-STATUS.
           select leave-report-file assign to "LVREVRPT"
               organization line sequential
               file status WS-RPT-STATUS.
           select process-date-file assign to "PROCDATE"
               organization line sequential
               file status WS-PROCDATE-STATUS.
           select exception-item-file assign to "EXCPITEM"
               organization indexed
               access mode random
               record key EXC-KEY
               file status WS-EXCITEM-STATUS.
           select run-stats-file assign to "RUNSTATS"
               organization line sequential
               file status WS-RUNSTATS-STATUS.

       data division.
       file section.
       COPY emprec.
       COPY emphist.
       COPY excprec.

       FD  pending-file.
       01  PENDING-RECORD              pic x(71).

       FD  leave-report-file.
       01  LEAVE-REPORT-RECORD         pic x(100).

       FD  process-date-file.
       01  PROCESS-DATE-RECORD         pic 9(08).

       FD  run-stats-file.
       01  RUN-STATS-OUT               pic x(73).

       working-storage section.
       COPY ssnfld.
       COPY ssnmsk.
       COPY runctl.
       COPY datewrk.
       COPY excpwrk.
       01  WS-RUNSTATS-STATUS          pic xx value "00".
       01  WS-EMP-STATUS               pic xx value "00".
           88  WS-EMP-OK                          value "00".
           88  WS-EMP-EOF                         value "10".
       01  WS-HIST-STATUS              pic xx value "00".
           88  WS-HIST-OK                         value "00".
           88  WS-HIST-EOF                        value "10".
       01  WS-PEND-STATUS              pic xx value "00".
           88  WS-PEND-OK                         value "00".
           88  WS-PEND-EOF                        value "10".
       01  WS-RPT-STATUS               pic xx value "00".
       01  WS-PROCDATE-STATUS          pic xx value "00".

       01  WS-BUSINESS-DATE            pic 9(08) value 0.
       01  WS-BUSINESS-DATE-X redefines WS-BUSINESS-DATE
                                       pic x(08).
       01  WS-TODAY-DAYS               pic 9(07) value 0.
       01  WS-DAYS-OVERDUE             pic 9(05) value 0.

      *> working image of a held transaction - the ssntrans layout
      *> with only the fields this step tests named
       01  WS-TRANS-WORK.
           05  WS-TW-SSN               pic x(09).
           05  filler                  pic x(08).
           05  filler                  pic x(30).
           05  WS-TW-TYPE              pic x(01).
               88  WS-TW-RETURN                   value "W".
           05  filler                  pic x(03).
           05  WS-TW-EFF-DATE          pic x(08).
           05  filler                  pic x(12).

      *> returns held on the pending file, for the overdue list
       01  HELD-RETURN-TABLE.
           05  HRT-ENTRY occurs 5000 times.
               10  HRT-SSN             pic x(09).
               10  HRT-EFF-DATE        pic x(08).
       01  WS-HELD-COUNT               pic 9(04) value 0.
       01  WS-HELD-SUB                 pic 9(04) value 0.
       01  WS-MASTER-SW                pic x(01) value "N".
           88  MASTER-PRESENT                     value "Y".
       01  WS-HELD-FOUND-SW            pic x(01) value "N".
           88  HELD-RETURN-FOUND                  value "Y".

       01  WS-MASTER-READ-COUNT        pic 9(07) value 0.
       01  WS-ON-LEAVE-COUNT           pic 9(07) value 0.
       01  WS-OVERDUE-COUNT            pic 9(07) value 0.
       01  WS-NO-RETURN-COUNT          pic 9(07) value 0.
       01  WS-RETURNED-COUNT           pic 9(07) value 0.

       01  WS-HEADING-LINE-1.
           05  filler                  pic x(25) value spaces.
           05  filler                  pic x(30) value
               "LEAVE OF ABSENCE REVIEW".
       01  WS-HEADING-LINE-2.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(15) value "BUSINESS DATE: ".
           05  HL-BUSINESS-DATE        pic 9(08).
       01  WS-SECTION-LINE.
           05  filler                  pic x(02) value spaces.
           05  SL-TEXT                 pic x(60).
       01  WS-RETURN-HEADING.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(10) value "SSN".
           05  filler                  pic x(07) value "EMP NO".
           05  filler                  pic x(31) value "NAME".
           05  filler                  pic x(04) value "BR".
           05  filler                  pic x(09) value "POSTED BY".
       01  WS-RETURN-LINE.
           05  filler                  pic x(02) value spaces.
           05  RL-SSN                  pic x(09).
           05  filler                  pic x(01) value spaces.
           05  RL-EMPNO                pic x(06).
           05  filler                  pic x(01) value spaces.
           05  RL-NAME                 pic x(30).
           05  filler                  pic x(01) value spaces.
           05  RL-BRANCH               pic x(03).
           05  filler                  pic x(01) value spaces.
           05  RL-PROGRAM              pic x(08).
       01  WS-OVERDUE-HEADING.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(10) value "SSN".
           05  filler                  pic x(07) value "EMP NO".
           05  filler                  pic x(31) value "NAME".
           05  filler                  pic x(04) value "BR".
           05  filler                  pic x(09) value "ON LEAVE".
           05  filler                  pic x(09) value "EXPECTED".
           05  filler                  pic x(06) value "DAYS".
           05  filler                  pic x(20) value "RETURN".
       01  WS-OVERDUE-LINE.
           05  filler                  pic x(02) value spaces.
           05  OL-SSN                  pic x(09).
           05  filler                  pic x(01) value spaces.
           05  OL-EMPNO                pic x(06).
           05  filler                  pic x(01) value spaces.
           05  OL-NAME                 pic x(30).
           05  filler                  pic x(01) value spaces.
           05  OL-BRANCH               pic x(03).
           05  filler                  pic x(01) value spaces.
           05  OL-START-DATE           pic x(08).
           05  filler                  pic x(01) value spaces.
           05  OL-RETURN-DATE          pic x(08).
           05  filler                  pic x(01) value spaces.
           05  OL-DAYS-OVERDUE         pic zzzz9.
           05  filler                  pic x(01) value spaces.
           05  OL-NOTE                 pic x(21).

       01  WS-TRAILER-LINE.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(10) value "ON LEAVE: ".
           05  TL-ON-LEAVE-COUNT       pic zzz,zz9.
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(09) value "OVERDUE: ".
           05  TL-OVERDUE-COUNT        pic zzz,zz9.
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(18) value
               "RETURNED TONIGHT: ".
           05  TL-RETURNED-COUNT       pic zzz,zz9.

       procedure division.
       perform get-business-date
       move WS-BUSINESS-DATE to DTE-DATE
       perform convert-date-to-days
       move DTE-DAY-NUMBER to WS-TODAY-DAYS
       open output leave-report-file
       move WS-BUSINESS-DATE to HL-BUSINESS-DATE
       write LEAVE-REPORT-RECORD from WS-HEADING-LINE-1
       write LEAVE-REPORT-RECORD from WS-HEADING-LINE-2
       perform list-returns-tonight
       perform load-held-returns
       perform list-overdue-leaves
       perform print-trailer
       close leave-report-file
       display "[LVREVIEW] on leave: " WS-ON-LEAVE-COUNT
           " overdue: " WS-OVERDUE-COUNT
           " returned tonight: " WS-RETURNED-COUNT
       perform write-run-stats

       stop run.

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
      *> returns to active posted tonight - on leave to active on
      *> tonight's change history
      *> ---------------------------------------------------------
       list-returns-tonight.
           move "RETURNED TO ACTIVE TONIGHT" to SL-TEXT
           write LEAVE-REPORT-RECORD from WS-SECTION-LINE
           write LEAVE-REPORT-RECORD from WS-RETURN-HEADING
           open input employee-history-file
           if WS-HIST-OK
               open input employee-master-file
               if WS-EMP-OK
                   set MASTER-PRESENT to true
               end-if
               perform check-history-record until WS-HIST-EOF
               close employee-history-file
               if MASTER-PRESENT
                   close employee-master-file
               end-if
           else
               display "[LVREVIEW] no change-history file present -"
                   " returns not listed"
           end-if.

       check-history-record.
           read employee-history-file
               at end
                   set WS-HIST-EOF to true
               not at end
                   if HIST-DATE = WS-BUSINESS-DATE
                       and HIST-OLD-STATUS = "L"
                       and HIST-NEW-STATUS = "A"
                       add 1 to WS-RETURNED-COUNT
                       move HIST-SSN to SSN-TEXT
                       perform mask-ssn
                       move SSN-MASKED to RL-SSN
                       move spaces to RL-EMPNO
                       if MASTER-PRESENT
                           move HIST-SSN to EMP-SSN-KEY
                           read employee-master-file
                           if WS-EMP-STATUS = "00"
                               move EMP-EMPLOYEE-NUMBER to RL-EMPNO
                           end-if
                       end-if
                       move HIST-NEW-NAME to RL-NAME
                       move HIST-NEW-BRANCH to RL-BRANCH
                       move HIST-PROGRAM to RL-PROGRAM
                       write LEAVE-REPORT-RECORD from WS-RETURN-LINE
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> returns keyed ahead and still held for a later date
      *> ---------------------------------------------------------
       load-held-returns.
           open input pending-file
           if WS-PEND-OK
               perform load-held-return until WS-PEND-EOF
               close pending-file
           else
               display "[LVREVIEW] no pending file present - held"
                   " returns not checked"
           end-if.

       load-held-return.
           read pending-file into WS-TRANS-WORK
               at end
                   set WS-PEND-EOF to true
               not at end
                   if WS-TW-RETURN
                       if WS-HELD-COUNT < 5000
                           add 1 to WS-HELD-COUNT
                           move WS-TW-SSN to HRT-SSN(WS-HELD-COUNT)
                           move WS-TW-EFF-DATE
                               to HRT-EFF-DATE(WS-HELD-COUNT)
                       else
                           display "[LVREVIEW] held-return table full -"
                               " later returns show as not keyed"
                       end-if
                   end-if
           end-read.

       find-held-return.
           move "N" to WS-HELD-FOUND-SW
           move 0 to WS-HELD-SUB
           perform scan-held-return until HELD-RETURN-FOUND
               or WS-HELD-SUB >= WS-HELD-COUNT.

       scan-held-return.
           add 1 to WS-HELD-SUB
           if HRT-SSN(WS-HELD-SUB) = EMP-SSN-KEY
               set HELD-RETURN-FOUND to true
           end-if.

      *> ---------------------------------------------------------
      *> leaves past their expected return
      *> ---------------------------------------------------------
       list-overdue-leaves.
           move "ON LEAVE PAST EXPECTED RETURN" to SL-TEXT
           write LEAVE-REPORT-RECORD from WS-SECTION-LINE
           write LEAVE-REPORT-RECORD from WS-OVERDUE-HEADING
           open input employee-master-file
           if not WS-EMP-OK
               display "[LVREVIEW] no employee master file present -"
                   " overdue leaves not listed"
           else
               perform open-exception-queue
               perform check-master-record until WS-EMP-EOF
               close employee-master-file
               perform close-exception-queue
           end-if.

       check-master-record.
           read employee-master-file next
               at end
                   set WS-EMP-EOF to true
               not at end
                   add 1 to WS-MASTER-READ-COUNT
                   if EMP-ON-LEAVE
                       add 1 to WS-ON-LEAVE-COUNT
                       if EMP-LEAVE-RETURN-DATE < WS-BUSINESS-DATE-X
                           perform report-overdue-leave
                       end-if
                   end-if
           end-read.

       report-overdue-leave.
           add 1 to WS-OVERDUE-COUNT
           move 0 to WS-DAYS-OVERDUE
           move EMP-LEAVE-RETURN-DATE to DTE-DATE-TEXT
           perform validate-calendar-date
           if DTE-IS-VALID
               perform convert-date-to-days
               compute WS-DAYS-OVERDUE =
                   WS-TODAY-DAYS - DTE-DAY-NUMBER
           end-if
           move EMP-SSN-KEY to SSN-TEXT
           perform mask-ssn
           move SSN-MASKED to OL-SSN
           move EMP-EMPLOYEE-NUMBER to OL-EMPNO
           move EMP-NAME to OL-NAME
           move EMP-BRANCH-CODE to OL-BRANCH
           move EMP-LEAVE-START-DATE to OL-START-DATE
           move EMP-LEAVE-RETURN-DATE to OL-RETURN-DATE
           move WS-DAYS-OVERDUE to OL-DAYS-OVERDUE
           perform find-held-return
           if HELD-RETURN-FOUND
               move spaces to OL-NOTE
               string "HELD FOR " HRT-EFF-DATE(WS-HELD-SUB)
                   delimited by size into OL-NOTE
           else
               move "NO RETURN KEYED" to OL-NOTE
               add 1 to WS-NO-RETURN-COUNT
               perform post-overdue-leave
           end-if
           write LEAVE-REPORT-RECORD from WS-OVERDUE-LINE.

       post-overdue-leave.
           move "LVOD" to EXP-TYPE
           move EMP-SSN-KEY to EXP-SSN
           move spaces to EXP-DETAIL-KEY
           move "ON LEAVE PAST EXPECTED RETURN" to EXP-REASON
           move spaces to EXP-DATA-IMAGE
           move EMP-LEAVE-START-DATE to EXP-DATA-IMAGE(1:8)
           move EMP-LEAVE-RETURN-DATE to EXP-DATA-IMAGE(9:8)
           perform post-exception-item.

       print-trailer.
           move WS-ON-LEAVE-COUNT to TL-ON-LEAVE-COUNT
           move WS-OVERDUE-COUNT to TL-OVERDUE-COUNT
           move WS-RETURNED-COUNT to TL-RETURNED-COUNT
           write LEAVE-REPORT-RECORD from WS-TRAILER-LINE.

       write-run-stats.
           move "LVREVIEW" to RC-PROGRAM
           accept RC-RUN-DATE from date yyyymmdd
           accept RC-RUN-TIME from time
           move WS-MASTER-READ-COUNT to RC-RECORDS-IN
           move WS-RETURNED-COUNT to RC-POSTED
           move 0 to RC-REJECTED
           move 0 to RC-DUPLICATES
           move 0 to RC-AUDIT-COUNT
           move WS-NO-RETURN-COUNT to RC-EXCEPTIONS
           open extend run-stats-file
           if WS-RUNSTATS-STATUS not = "00"
               open output run-stats-file
           end-if
           write RUN-STATS-OUT from RUN-CONTROL-RECORD
           close run-stats-file.

       COPY ssnmskp.
       COPY datecnv.
       COPY excpost.
