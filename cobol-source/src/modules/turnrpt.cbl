       >>SOURCE FORMAT FREE
       identification division.
       program-id. turnrpt.
       author. Irfan Ghat.
       date-written.Oct 15th 2026
      *> quarter-end turnover and tenure by branch - for every branch
      *> on the branch master (and any other branch code the master
      *> or the change history carries, "---" for employees enrolled
      *> before branches were carried) the quarter's opening and
      *> closing headcount, hires, terminations, rehires and
      *> transfers in and out, the turnover rate (terminations over
      *> average headcount), the early leavers (terminated within 90
      *> days of hire) and the average tenure of the active staff,
      *> with company totals and the change on the prior quarter.
      *> Headcount is employees on the payroll - active or on leave.
      *> Closing headcount and tenure come off the employee master;
      *> the movement comes off the change history since the last
      *> month-end snapshot before the quarter began, the way the
      *> month-end snapshot proves its movement, and each branch's
      *> opening is its closing rolled back through that movement.
      *> The company opening and closing are proved against the
      *> snapshot file; a difference is flagged and sets RC=4.
      *> Every figure goes to the finance flat file and is appended
      *> to the turnover history the next quarter compares against
      *> (turnrec copybook).  Runs at every month-end and reports
      *> only in a quarter's last month (RC=4 otherwise) unless the
      *> SYSIN card says FORCE, which reports the quarter to date.
      *> Appends a run-statistics record for the morning summary.
       environment division.
       input-output section.
       file-control.
           select employee-master-file assign to "EMPMAST"
               organization indexed
               access mode sequential
               record key EMP-SSN-KEY
               file status WS-EMP-STATUS.
           select employee-history-file assign to "EMPHIST"
               organization line sequential
               file status WS-HIST-STATUS.
           select employee-snapshot-file assign to "SNAPFILE"
               organization line sequential
               file status WS-SNAP-STATUS.
           select branch-master-file assign to "BRNCHMST"
               organization indexed
               access mode sequential
               record key BRN-CODE
               file status WS-BRN-STATUS.
           select process-date-file assign to "PROCDATE"
               organization line sequential
               file status WS-PROCDATE-STATUS.
           select turnover-report-file assign to "TURNRPT"
               organization line sequential
               file status WS-RPT-STATUS.
           select turnover-history-file assign to "TURNHIST"
               organization line sequential
               file status WS-TURNHIST-STATUS.
           select turnover-finance-file assign to "TURNFIN"
               organization line sequential
               file status WS-TURNFIN-STATUS.
           select run-stats-file assign to "RUNSTATS"
               organization line sequential
               file status WS-RUNSTATS-STATUS.

       data division.
       file section.
       COPY emprec.
       COPY emphist.
       COPY snaprec.
       COPY brnchrec.

       FD  process-date-file.
       01  PROCESS-DATE-RECORD         pic 9(08).

       FD  turnover-report-file.
       01  TURNOVER-REPORT-RECORD      pic x(100).

       FD  turnover-history-file.
       01  TURNOVER-HISTORY-RECORD     pic x(90).

       FD  turnover-finance-file.
       01  TURNOVER-FINANCE-RECORD     pic x(90).

       FD  run-stats-file.
       01  RUN-STATS-OUT               pic x(73).

       working-storage section.
       COPY runctl.
       COPY turnrec.
       COPY datewrk.
       01  WS-RUNSTATS-STATUS          pic xx value "00".
       01  WS-EMP-STATUS               pic xx value "00".
           88  WS-EMP-OK                          value "00".
           88  WS-EMP-EOF                         value "10".
       01  WS-HIST-STATUS              pic xx value "00".
           88  WS-HIST-OK                         value "00".
           88  WS-HIST-EOF                        value "10".
       01  WS-SNAP-STATUS              pic xx value "00".
           88  WS-SNAP-OK                         value "00".
           88  WS-SNAP-EOF                        value "10".
       01  WS-BRN-STATUS               pic xx value "00".
           88  WS-BRN-OK                          value "00".
           88  WS-BRN-EOF                         value "10".
       01  WS-TURNHIST-STATUS          pic xx value "00".
           88  WS-TURNHIST-OK                     value "00".
           88  WS-TURNHIST-EOF                    value "10".
       01  WS-PROCDATE-STATUS          pic xx value "00".
       01  WS-RPT-STATUS               pic xx value "00".
       01  WS-TURNFIN-STATUS           pic xx value "00".

       01  WS-RUN-CARD                 pic x(05) value spaces.
           88  FORCE-RUN                          value "FORCE".

      *> the quarter the business date falls in
       01  WS-BUSINESS-DATE            pic 9(08) value 0.
       01  WS-BUSINESS-PARTS redefines WS-BUSINESS-DATE.
           05  WS-BUSINESS-YEAR        pic 9(04).
           05  WS-BUSINESS-MONTH       pic 9(02).
           05  WS-BUSINESS-DAY         pic 9(02).
       01  WS-BUSINESS-DAYS            pic 9(07) value 0.
       01  WS-QUARTER-NUMBER           pic 9(01) value 0.
       01  WS-QUARTER-START            pic 9(08) value 0.
       01  WS-QUARTER-START-PARTS redefines WS-QUARTER-START.
           05  WS-QSTART-YEAR          pic 9(04).
           05  WS-QSTART-MONTH         pic 9(02).
           05  WS-QSTART-DAY           pic 9(02).
       01  WS-QUARTER-LABEL.
           05  WS-QLABEL-YEAR          pic 9(04).
           05  filler                  pic x(01) value "Q".
           05  WS-QLABEL-NUMBER        pic 9(01).
       01  WS-MOVEMENT-AFTER           pic 9(08) value 0.

      *> month-end snapshots either side of the quarter
       01  WS-OPEN-SNAP-SW             pic x(01) value "N".
           88  OPEN-SNAPSHOT-FOUND                value "Y".
       01  WS-OPEN-SNAP-DATE           pic 9(08) value 0.
       01  WS-OPEN-SNAP-COUNT          pic 9(07) value 0.
       01  WS-CLOSE-SNAP-SW            pic x(01) value "N".
           88  CLOSE-SNAPSHOT-FOUND               value "Y".
       01  WS-CLOSE-SNAP-DATE          pic 9(08) value 0.
       01  WS-CLOSE-SNAP-COUNT         pic 9(07) value 0.
       01  WS-SNAP-LEAVE               pic 9(07) value 0.
       01  WS-PROOF-SW                 pic x(01) value "Y".
           88  SNAPSHOT-PROOF-OK                  value "Y".
           88  SNAPSHOT-PROOF-FAILED              value "N".

      *> the prior quarter on the turnover history
       01  WS-PRIOR-SW                 pic x(01) value "N".
           88  PRIOR-QUARTER-FOUND                value "Y".
       01  WS-PRIOR-PERIOD-END         pic 9(08) value 0.
       01  WS-PRIOR-QUARTER            pic x(06) value spaces.

      *> one entry per branch; entry 1 is the company total
       01  WS-BRANCH-TABLE.
           05  WS-BRANCH-ENTRY occurs 101 times.
               10  TBR-CODE            pic x(03).
               10  TBR-NAME            pic x(30).
               10  TBR-OPENING         pic s9(07).
               10  TBR-CLOSING         pic 9(07).
               10  TBR-HIRES           pic 9(07).
               10  TBR-TERMS           pic 9(07).
               10  TBR-REHIRES         pic 9(07).
               10  TBR-XFER-IN         pic 9(07).
               10  TBR-XFER-OUT        pic 9(07).
               10  TBR-EARLY           pic 9(07).
               10  TBR-ACTIVE          pic 9(07).
               10  TBR-TENURE-DAYS     pic 9(11).
               10  TBR-RATE            pic 9(03)v99.
               10  TBR-AVG-TENURE      pic 9(03)v99.
               10  TBR-PRIOR-SW        pic x(01).
                   88  TBR-PRIOR-FOUND            value "Y".
               10  TBR-PRIOR-CLOSING   pic 9(07).
               10  TBR-PRIOR-TERMS     pic 9(07).
               10  TBR-PRIOR-RATE      pic 9(03)v99.
               10  TBR-PRIOR-TENURE    pic 9(03)v99.
       01  WS-BRANCH-COUNT             pic 9(03) value 0.
       01  WS-BRANCH-SUB               pic 9(03) value 0.
       01  WS-COMPANY-SUB              pic 9(03) value 1.
       01  WS-BRANCH-FOUND-SW          pic x(01) value "N".
           88  BRANCH-FOUND                       value "Y".
       01  WS-TALLY-CODE               pic x(03).
       01  WS-DROPPED-COUNT            pic 9(07) value 0.

       01  WS-EMPLOYEE-COUNT           pic 9(07) value 0.
       01  WS-HISTORY-COUNT            pic 9(07) value 0.
       01  WS-HIRE-DAYS                pic 9(07) value 0.
       01  WS-TERM-DAYS                pic 9(07) value 0.
       01  WS-DAYS-EMPLOYED            pic s9(07) value 0.
       01  WS-EARLY-LEAVER-DAYS        pic 9(03) value 90.
       01  WS-AVERAGE-HEADCOUNT        pic 9(07)v99 value 0.

       01  WS-HEADING-LINE-1.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(36) value
               "QUARTERLY TURNOVER AND TENURE - ".
           05  HL1-QUARTER             pic x(06).
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(08) value "THROUGH ".
           05  HL1-BUSINESS-DATE       pic 9(08).
           05  filler                  pic x(04) value spaces.
           05  HL1-RUN-NOTE            pic x(20).
       01  WS-HEADING-LINE-2.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(26) value
               "MOVEMENT POSTED AFTER ".
           05  HL2-MOVEMENT-AFTER      pic 9(08).
           05  filler                  pic x(04) value spaces.
           05  HL2-SNAPSHOT-NOTE       pic x(35).
           05  HL2-SNAPSHOT-DATE       pic x(08).
       01  WS-HEADING-LINE-3.
           05  filler                  pic x(20) value "  BRANCH".
           05  filler                  pic x(07) value "   OPEN".
           05  filler                  pic x(07) value "  CLOSE".
           05  filler                  pic x(07) value "  HIRES".
           05  filler                  pic x(07) value "  TERMS".
           05  filler                  pic x(07) value " REHIRE".
           05  filler                  pic x(07) value " XFR IN".
           05  filler                  pic x(07) value " XFROUT".
           05  filler                  pic x(07) value "  EARLY".
           05  filler                  pic x(07) value " TURN %".
           05  filler                  pic x(07) value " TENURE".

       01  WS-DETAIL-LINE.
           05  filler                  pic x(02) value spaces.
           05  DL-CODE                 pic x(03).
           05  filler                  pic x(01) value spaces.
           05  DL-NAME                 pic x(14).
           05  DL-OPENING              pic ------9.
           05  DL-CLOSING              pic zzzzzz9.
           05  DL-HIRES                pic zzzzzz9.
           05  DL-TERMS                pic zzzzzz9.
           05  DL-REHIRES              pic zzzzzz9.
           05  DL-XFER-IN              pic zzzzzz9.
           05  DL-XFER-OUT             pic zzzzzz9.
           05  DL-EARLY                pic zzzzzz9.
           05  filler                  pic x(01) value spaces.
           05  DL-RATE                 pic zz9.99.
           05  filler                  pic x(01) value spaces.
           05  DL-AVG-TENURE           pic zz9.99.

       01  WS-CHANGE-LINE.
           05  filler                  pic x(08) value spaces.
           05  filler                  pic x(10) value "CHANGE ON ".
           05  CH-PRIOR-QUARTER        pic x(06).
           05  filler                  pic x(11) value "  CLOSING ".
           05  CH-CLOSING              pic +(6)9.
           05  filler                  pic x(09) value "  TERMS ".
           05  CH-TERMS                pic +(6)9.
           05  filler                  pic x(12) value "  TURNOVER ".
           05  CH-RATE                 pic +(3)9.99.
           05  filler                  pic x(10) value "  TENURE ".
           05  CH-TENURE               pic +(3)9.99.
       01  WS-NO-PRIOR-LINE.
           05  filler                  pic x(08) value spaces.
           05  NP-TEXT                 pic x(40).

       01  WS-CHANGE-WORK.
           05  WS-CHANGE-COUNT         pic s9(07).
           05  WS-CHANGE-RATE          pic s9(03)v99.

       01  WS-PROOF-LINE.
           05  filler                  pic x(02) value spaces.
           05  PL-LABEL                pic x(28).
           05  PL-DERIVED              pic ------9.
           05  filler                  pic x(13) value "  SNAPSHOT ".
           05  PL-SNAPSHOT             pic zzzzzz9.
           05  filler                  pic x(02) value spaces.
           05  PL-VERDICT              pic x(30).

       01  WS-TRAILER-LINE.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(16) value
               "EMPLOYEES READ: ".
           05  TL-EMPLOYEE-COUNT       pic zzz,zzz,zz9.
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(15) value
               "HISTORY READ: ".
           05  TL-HISTORY-COUNT        pic zzz,zzz,zz9.
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(10) value "BRANCHES: ".
           05  TL-BRANCH-COUNT         pic zz9.

       01  WS-DROPPED-LINE.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(26) value
               "NOT TALLIED (TABLE FULL): ".
           05  DT-DROPPED-COUNT        pic zzz,zzz,zz9.

       procedure division.
       perform get-business-date
       move spaces to WS-RUN-CARD
       accept WS-RUN-CARD
       perform set-up-quarter
       if WS-BUSINESS-MONTH not = 3 and not = 6
           and not = 9 and not = 12
           and not FORCE-RUN
           display "[TURNRPT] " WS-BUSINESS-DATE
               " is not in a quarter's last month - no report"
           move 4 to return-code
       else
           open input employee-master-file
           if not WS-EMP-OK
               display "[TURNRPT] no employee master file present -"
                   " no report"
               move 8 to return-code
           else
               perform produce-turnover-report
           end-if
       end-if

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

       set-up-quarter.
           compute WS-QUARTER-NUMBER = (WS-BUSINESS-MONTH + 2) / 3
           move WS-BUSINESS-YEAR to WS-QSTART-YEAR
           compute WS-QSTART-MONTH = WS-QUARTER-NUMBER * 3 - 2
           move 1 to WS-QSTART-DAY
           move WS-BUSINESS-YEAR to WS-QLABEL-YEAR
           move WS-QUARTER-NUMBER to WS-QLABEL-NUMBER
           move WS-BUSINESS-DATE to DTE-DATE-TEXT
           perform convert-date-to-days
           move DTE-DAY-NUMBER to WS-BUSINESS-DAYS.

       produce-turnover-report.
           move zeros to WS-BRANCH-TABLE
           move 1 to WS-BRANCH-COUNT
           move "ALL" to TBR-CODE(1)
           move "COMPANY TOTAL" to TBR-NAME(1)
           perform load-branch-master
           perform find-quarter-snapshots
           perform find-prior-quarter
           perform tally-master-record until WS-EMP-EOF
           close employee-master-file
           perform tally-quarter-movement
           perform total-company
           perform work-out-rates
               varying WS-BRANCH-SUB from 1 by 1
               until WS-BRANCH-SUB > WS-BRANCH-COUNT
           perform print-turnover-report
           perform write-turnover-records
           perform write-run-stats
           display "[TURNRPT] " WS-QUARTER-LABEL " branches: "
               WS-BRANCH-COUNT " terminations: " TBR-TERMS(1)
               " turnover: " TBR-RATE(1) "%"
           if SNAPSHOT-PROOF-FAILED
               display "[TURNRPT] *** COMPANY HEADCOUNT DOES NOT"
                   " AGREE WITH THE SNAPSHOTS ***"
               move 4 to return-code
           end-if
           if WS-DROPPED-COUNT > 0
               display "[TURNRPT] *** BRANCH TABLE FULL - "
                   WS-DROPPED-COUNT " NOT TALLIED ***"
               move 8 to return-code
           end-if.

      *> ---------------------------------------------------------
      *> branch table - every branch on the branch master, then any
      *> other code the employee master or history turns up
      *> ---------------------------------------------------------
       load-branch-master.
           open input branch-master-file
           if WS-BRN-OK
               perform load-branch-entry until WS-BRN-EOF
               close branch-master-file
           else
               display "[TURNRPT] no branch master present -"
                   " branches taken from the employee master"
           end-if.

       load-branch-entry.
           read branch-master-file
               at end
                   set WS-BRN-EOF to true
               not at end
                   move BRN-CODE to WS-TALLY-CODE
                   perform locate-branch-entry
                   if BRANCH-FOUND
                       move BRN-NAME to TBR-NAME(WS-BRANCH-SUB)
                   end-if
           end-read.

       locate-branch-entry.
           if WS-TALLY-CODE = spaces
               move "---" to WS-TALLY-CODE
           end-if
           move "N" to WS-BRANCH-FOUND-SW
           move 1 to WS-BRANCH-SUB
           perform scan-branch-entry until BRANCH-FOUND
               or WS-BRANCH-SUB >= WS-BRANCH-COUNT
           if not BRANCH-FOUND
               if WS-BRANCH-COUNT < 101
                   add 1 to WS-BRANCH-COUNT
                   move WS-BRANCH-COUNT to WS-BRANCH-SUB
                   move WS-TALLY-CODE to TBR-CODE(WS-BRANCH-SUB)
                   if WS-TALLY-CODE = "---"
                       move "NO BRANCH" to TBR-NAME(WS-BRANCH-SUB)
                   end-if
                   set BRANCH-FOUND to true
               end-if
           end-if.

       scan-branch-entry.
           add 1 to WS-BRANCH-SUB
           if TBR-CODE(WS-BRANCH-SUB) = WS-TALLY-CODE
               set BRANCH-FOUND to true
           end-if.

      *> ---------------------------------------------------------
      *> snapshots - the last month-end before the quarter began
      *> opens it, the latest in the quarter closes it
      *> ---------------------------------------------------------
       find-quarter-snapshots.
           open input employee-snapshot-file
           if WS-SNAP-OK
               perform read-snapshot-record until WS-SNAP-EOF
               close employee-snapshot-file
           end-if
           if OPEN-SNAPSHOT-FOUND
               move WS-OPEN-SNAP-DATE to WS-MOVEMENT-AFTER
               move "OPENING HEADCOUNT FROM SNAPSHOT OF" to
                   HL2-SNAPSHOT-NOTE
               move WS-OPEN-SNAP-DATE to HL2-SNAPSHOT-DATE
           else
               move WS-QUARTER-START to DTE-DATE-TEXT
               perform convert-date-to-days
               subtract 1 from DTE-DAY-NUMBER
               perform convert-days-to-date
               move DTE-DATE to WS-MOVEMENT-AFTER
               move "NO SNAPSHOT BEFORE THE QUARTER" to
                   HL2-SNAPSHOT-NOTE
               move spaces to HL2-SNAPSHOT-DATE
           end-if.

       read-snapshot-record.
           read employee-snapshot-file
               at end
                   set WS-SNAP-EOF to true
               not at end
                   if SNAP-LEAVE-COUNT is numeric
                       move SNAP-LEAVE-COUNT to WS-SNAP-LEAVE
                   else
                       move 0 to WS-SNAP-LEAVE
                   end-if
                   if SNAP-DATE < WS-QUARTER-START
                       if SNAP-DATE >= WS-OPEN-SNAP-DATE
                           set OPEN-SNAPSHOT-FOUND to true
                           move SNAP-DATE to WS-OPEN-SNAP-DATE
                           compute WS-OPEN-SNAP-COUNT =
                               SNAP-ACTIVE-COUNT + WS-SNAP-LEAVE
                       end-if
                   else
                       if SNAP-DATE <= WS-BUSINESS-DATE
                           and SNAP-DATE >= WS-CLOSE-SNAP-DATE
                           set CLOSE-SNAPSHOT-FOUND to true
                           move SNAP-DATE to WS-CLOSE-SNAP-DATE
                           compute WS-CLOSE-SNAP-COUNT =
                               SNAP-ACTIVE-COUNT + WS-SNAP-LEAVE
                       end-if
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> the prior quarter - the latest other quarter on the
      *> turnover history (a rerun appends the same quarter again,
      *> so the last record for a branch wins)
      *> ---------------------------------------------------------
       find-prior-quarter.
           open input turnover-history-file
           if WS-TURNHIST-OK
               perform find-prior-period until WS-TURNHIST-EOF
               close turnover-history-file
           end-if
           if PRIOR-QUARTER-FOUND
               open input turnover-history-file
               perform load-prior-figures until WS-TURNHIST-EOF
               close turnover-history-file
           end-if.

       find-prior-period.
           read turnover-history-file into TURNOVER-RECORD
               at end
                   set WS-TURNHIST-EOF to true
               not at end
                   if TOV-QUARTER not = WS-QUARTER-LABEL
                       and TOV-PERIOD-END < WS-BUSINESS-DATE
                       and TOV-PERIOD-END >= WS-PRIOR-PERIOD-END
                       set PRIOR-QUARTER-FOUND to true
                       move TOV-PERIOD-END to WS-PRIOR-PERIOD-END
                       move TOV-QUARTER to WS-PRIOR-QUARTER
                   end-if
           end-read.

       load-prior-figures.
           read turnover-history-file into TURNOVER-RECORD
               at end
                   set WS-TURNHIST-EOF to true
               not at end
                   if TOV-PERIOD-END = WS-PRIOR-PERIOD-END
                       if TOV-BRANCH = "ALL"
                           move WS-COMPANY-SUB to WS-BRANCH-SUB
                           set BRANCH-FOUND to true
                       else
                           move TOV-BRANCH to WS-TALLY-CODE
                           perform locate-branch-entry
                       end-if
                       if BRANCH-FOUND
                           perform note-prior-figures
                       end-if
                   end-if
           end-read.

       note-prior-figures.
           set TBR-PRIOR-FOUND(WS-BRANCH-SUB) to true
           move TOV-CLOSING to TBR-PRIOR-CLOSING(WS-BRANCH-SUB)
           move TOV-TERMS to TBR-PRIOR-TERMS(WS-BRANCH-SUB)
           move TOV-TURNOVER-RATE to TBR-PRIOR-RATE(WS-BRANCH-SUB)
           move TOV-AVG-TENURE to TBR-PRIOR-TENURE(WS-BRANCH-SUB).

      *> ---------------------------------------------------------
      *> closing headcount and tenure off the employee master
      *> ---------------------------------------------------------
       tally-master-record.
           read employee-master-file
               at end
                   set WS-EMP-EOF to true
               not at end
                   add 1 to WS-EMPLOYEE-COUNT
                   if EMP-ACTIVE or EMP-ON-LEAVE
                       move EMP-BRANCH-CODE to WS-TALLY-CODE
                       perform locate-branch-entry
                       if BRANCH-FOUND
                           add 1 to TBR-CLOSING(WS-BRANCH-SUB)
                           if EMP-ACTIVE
                               perform add-active-tenure
                           end-if
                       else
                           add 1 to WS-DROPPED-COUNT
                       end-if
                   end-if
           end-read.

       add-active-tenure.
           add 1 to TBR-ACTIVE(WS-BRANCH-SUB)
           move EMP-HIRE-DATE to DTE-DATE-TEXT
           perform validate-calendar-date
           if DTE-IS-VALID and DTE-DATE <= WS-BUSINESS-DATE
               perform convert-date-to-days
               compute TBR-TENURE-DAYS(WS-BRANCH-SUB) =
                   TBR-TENURE-DAYS(WS-BRANCH-SUB)
                   + WS-BUSINESS-DAYS - DTE-DAY-NUMBER
           end-if.

      *> ---------------------------------------------------------
      *> the quarter's movement off the change history: a hire is a
      *> write with a blank before-image, a termination takes an
      *> employee off the payroll, a rehire puts one back, and a
      *> branch change while on the payroll is a transfer
      *> ---------------------------------------------------------
       tally-quarter-movement.
           open input employee-history-file
           if WS-HIST-OK
               perform tally-history-record until WS-HIST-EOF
               close employee-history-file
           else
               display "[TURNRPT] no change history present -"
                   " movement counts will be zero"
           end-if.

       tally-history-record.
           read employee-history-file
               at end
                   set WS-HIST-EOF to true
               not at end
                   if HIST-DATE > WS-MOVEMENT-AFTER
                       and HIST-DATE <= WS-BUSINESS-DATE
                       add 1 to WS-HISTORY-COUNT
                       perform classify-history-record
                   end-if
           end-read.

       classify-history-record.
           evaluate true
               when HIST-BEFORE-IMAGE = spaces
                   if HIST-NEW-STATUS = "A" or HIST-NEW-STATUS = "L"
                       move HIST-NEW-BRANCH to WS-TALLY-CODE
                       perform locate-branch-entry
                       if BRANCH-FOUND
                           add 1 to TBR-HIRES(WS-BRANCH-SUB)
                       end-if
                   end-if
               when HIST-OLD-STATUS = "I"
                   and (HIST-NEW-STATUS = "A" or HIST-NEW-STATUS = "L")
                   move HIST-NEW-BRANCH to WS-TALLY-CODE
                   perform locate-branch-entry
                   if BRANCH-FOUND
                       add 1 to TBR-REHIRES(WS-BRANCH-SUB)
                   end-if
               when (HIST-OLD-STATUS = "A" or HIST-OLD-STATUS = "L")
                   and HIST-NEW-STATUS = "I"
                   move HIST-OLD-BRANCH to WS-TALLY-CODE
                   perform locate-branch-entry
                   if BRANCH-FOUND
                       add 1 to TBR-TERMS(WS-BRANCH-SUB)
                       perform check-early-leaver
                   end-if
               when (HIST-OLD-STATUS = "A" or HIST-OLD-STATUS = "L")
                   and (HIST-NEW-STATUS = "A" or HIST-NEW-STATUS = "L")
                   and HIST-OLD-BRANCH not = HIST-NEW-BRANCH
                   move HIST-OLD-BRANCH to WS-TALLY-CODE
                   perform locate-branch-entry
                   if BRANCH-FOUND
                       add 1 to TBR-XFER-OUT(WS-BRANCH-SUB)
                   end-if
                   move HIST-NEW-BRANCH to WS-TALLY-CODE
                   perform locate-branch-entry
                   if BRANCH-FOUND
                       add 1 to TBR-XFER-IN(WS-BRANCH-SUB)
                   end-if
               when other
                   continue
           end-evaluate.

      *> days from hire to the termination date posted (the posting
      *> date when the record carries none)
       check-early-leaver.
           move HIST-OLD-HIRE-DATE to DTE-DATE-TEXT
           perform validate-calendar-date
           if DTE-IS-VALID
               perform convert-date-to-days
               move DTE-DAY-NUMBER to WS-HIRE-DAYS
               move HIST-NEW-TERM-DATE to DTE-DATE-TEXT
               perform validate-calendar-date
               if DTE-IS-INVALID
                   move HIST-DATE to DTE-DATE-TEXT
               end-if
               perform convert-date-to-days
               move DTE-DAY-NUMBER to WS-TERM-DAYS
               compute WS-DAYS-EMPLOYED = WS-TERM-DAYS - WS-HIRE-DAYS
               if WS-DAYS-EMPLOYED >= 0
                   and WS-DAYS-EMPLOYED <= WS-EARLY-LEAVER-DAYS
                   add 1 to TBR-EARLY(WS-BRANCH-SUB)
               end-if
           end-if.

      *> ---------------------------------------------------------
      *> company total, each opening rolled back from its closing,
      *> rates and averages
      *> ---------------------------------------------------------
       total-company.
           perform add-branch-to-company
               varying WS-BRANCH-SUB from 2 by 1
               until WS-BRANCH-SUB > WS-BRANCH-COUNT.

       add-branch-to-company.
           add TBR-CLOSING(WS-BRANCH-SUB) to TBR-CLOSING(1)
           add TBR-HIRES(WS-BRANCH-SUB) to TBR-HIRES(1)
           add TBR-TERMS(WS-BRANCH-SUB) to TBR-TERMS(1)
           add TBR-REHIRES(WS-BRANCH-SUB) to TBR-REHIRES(1)
           add TBR-XFER-IN(WS-BRANCH-SUB) to TBR-XFER-IN(1)
           add TBR-XFER-OUT(WS-BRANCH-SUB) to TBR-XFER-OUT(1)
           add TBR-EARLY(WS-BRANCH-SUB) to TBR-EARLY(1)
           add TBR-ACTIVE(WS-BRANCH-SUB) to TBR-ACTIVE(1)
           add TBR-TENURE-DAYS(WS-BRANCH-SUB) to TBR-TENURE-DAYS(1).

       work-out-rates.
           compute TBR-OPENING(WS-BRANCH-SUB) =
               TBR-CLOSING(WS-BRANCH-SUB)
               - TBR-HIRES(WS-BRANCH-SUB)
               - TBR-REHIRES(WS-BRANCH-SUB)
               + TBR-TERMS(WS-BRANCH-SUB)
               - TBR-XFER-IN(WS-BRANCH-SUB)
               + TBR-XFER-OUT(WS-BRANCH-SUB)
           compute WS-AVERAGE-HEADCOUNT =
               (TBR-OPENING(WS-BRANCH-SUB)
               + TBR-CLOSING(WS-BRANCH-SUB)) / 2
           if WS-AVERAGE-HEADCOUNT > 0
               compute TBR-RATE(WS-BRANCH-SUB) rounded =
                   TBR-TERMS(WS-BRANCH-SUB) * 100
                   / WS-AVERAGE-HEADCOUNT
                   on size error
                       move 999.99 to TBR-RATE(WS-BRANCH-SUB)
               end-compute
           else
               move 0 to TBR-RATE(WS-BRANCH-SUB)
           end-if
           if TBR-ACTIVE(WS-BRANCH-SUB) > 0
               compute TBR-AVG-TENURE(WS-BRANCH-SUB) rounded =
                   TBR-TENURE-DAYS(WS-BRANCH-SUB)
                   / TBR-ACTIVE(WS-BRANCH-SUB) / 365.25
           else
               move 0 to TBR-AVG-TENURE(WS-BRANCH-SUB)
           end-if.

      *> ---------------------------------------------------------
      *> report
      *> ---------------------------------------------------------
       print-turnover-report.
           open output turnover-report-file
           move WS-QUARTER-LABEL to HL1-QUARTER
           move WS-BUSINESS-DATE to HL1-BUSINESS-DATE
           if WS-BUSINESS-MONTH not = 3 and not = 6
               and not = 9 and not = 12
               move "QUARTER TO DATE" to HL1-RUN-NOTE
           else
               move spaces to HL1-RUN-NOTE
           end-if
           move WS-MOVEMENT-AFTER to HL2-MOVEMENT-AFTER
           write TURNOVER-REPORT-RECORD from WS-HEADING-LINE-1
           write TURNOVER-REPORT-RECORD from WS-HEADING-LINE-2
           move spaces to TURNOVER-REPORT-RECORD
           write TURNOVER-REPORT-RECORD
           write TURNOVER-REPORT-RECORD from WS-HEADING-LINE-3
           perform print-branch-lines
               varying WS-BRANCH-SUB from 2 by 1
               until WS-BRANCH-SUB > WS-BRANCH-COUNT
           move spaces to TURNOVER-REPORT-RECORD
           write TURNOVER-REPORT-RECORD
           move 1 to WS-BRANCH-SUB
           perform print-branch-lines
           move spaces to TURNOVER-REPORT-RECORD
           write TURNOVER-REPORT-RECORD
           perform prove-against-snapshots
           move WS-EMPLOYEE-COUNT to TL-EMPLOYEE-COUNT
           move WS-HISTORY-COUNT to TL-HISTORY-COUNT
           compute TL-BRANCH-COUNT = WS-BRANCH-COUNT - 1
           write TURNOVER-REPORT-RECORD from WS-TRAILER-LINE
           if WS-DROPPED-COUNT > 0
               move WS-DROPPED-COUNT to DT-DROPPED-COUNT
               write TURNOVER-REPORT-RECORD from WS-DROPPED-LINE
           end-if
           close turnover-report-file.

       print-branch-lines.
           move TBR-CODE(WS-BRANCH-SUB) to DL-CODE
           move TBR-NAME(WS-BRANCH-SUB) to DL-NAME
           move TBR-OPENING(WS-BRANCH-SUB) to DL-OPENING
           move TBR-CLOSING(WS-BRANCH-SUB) to DL-CLOSING
           move TBR-HIRES(WS-BRANCH-SUB) to DL-HIRES
           move TBR-TERMS(WS-BRANCH-SUB) to DL-TERMS
           move TBR-REHIRES(WS-BRANCH-SUB) to DL-REHIRES
           move TBR-XFER-IN(WS-BRANCH-SUB) to DL-XFER-IN
           move TBR-XFER-OUT(WS-BRANCH-SUB) to DL-XFER-OUT
           move TBR-EARLY(WS-BRANCH-SUB) to DL-EARLY
           move TBR-RATE(WS-BRANCH-SUB) to DL-RATE
           move TBR-AVG-TENURE(WS-BRANCH-SUB) to DL-AVG-TENURE
           write TURNOVER-REPORT-RECORD from WS-DETAIL-LINE
           if TBR-PRIOR-FOUND(WS-BRANCH-SUB)
               move WS-PRIOR-QUARTER to CH-PRIOR-QUARTER
               compute WS-CHANGE-COUNT = TBR-CLOSING(WS-BRANCH-SUB)
                   - TBR-PRIOR-CLOSING(WS-BRANCH-SUB)
               move WS-CHANGE-COUNT to CH-CLOSING
               compute WS-CHANGE-COUNT = TBR-TERMS(WS-BRANCH-SUB)
                   - TBR-PRIOR-TERMS(WS-BRANCH-SUB)
               move WS-CHANGE-COUNT to CH-TERMS
               compute WS-CHANGE-RATE = TBR-RATE(WS-BRANCH-SUB)
                   - TBR-PRIOR-RATE(WS-BRANCH-SUB)
               move WS-CHANGE-RATE to CH-RATE
               compute WS-CHANGE-RATE = TBR-AVG-TENURE(WS-BRANCH-SUB)
                   - TBR-PRIOR-TENURE(WS-BRANCH-SUB)
               move WS-CHANGE-RATE to CH-TENURE
               write TURNOVER-REPORT-RECORD from WS-CHANGE-LINE
           else
               if PRIOR-QUARTER-FOUND
                   move "NOT ON THE PRIOR QUARTER" to NP-TEXT
               else
                   move "NO PRIOR QUARTER ON FILE" to NP-TEXT
               end-if
               write TURNOVER-REPORT-RECORD from WS-NO-PRIOR-LINE
           end-if.

      *> the company opening and closing must meet the month-end
      *> snapshots either side of the quarter
       prove-against-snapshots.
           move "COMPANY OPENING HEADCOUNT" to PL-LABEL
           move TBR-OPENING(1) to PL-DERIVED
           if OPEN-SNAPSHOT-FOUND
               move WS-OPEN-SNAP-COUNT to PL-SNAPSHOT
               if TBR-OPENING(1) = WS-OPEN-SNAP-COUNT
                   move "AGREES" to PL-VERDICT
               else
                   move "*** DOES NOT AGREE ***" to PL-VERDICT
                   set SNAPSHOT-PROOF-FAILED to true
               end-if
           else
               move 0 to PL-SNAPSHOT
               move "NO SNAPSHOT - NOT PROVED" to PL-VERDICT
           end-if
           write TURNOVER-REPORT-RECORD from WS-PROOF-LINE
           move "COMPANY CLOSING HEADCOUNT" to PL-LABEL
           move TBR-CLOSING(1) to PL-DERIVED
           if CLOSE-SNAPSHOT-FOUND
               move WS-CLOSE-SNAP-COUNT to PL-SNAPSHOT
               if TBR-CLOSING(1) = WS-CLOSE-SNAP-COUNT
                   move "AGREES" to PL-VERDICT
               else
                   move "*** DOES NOT AGREE ***" to PL-VERDICT
                   set SNAPSHOT-PROOF-FAILED to true
               end-if
           else
               move 0 to PL-SNAPSHOT
               move "NO SNAPSHOT - NOT PROVED" to PL-VERDICT
           end-if
           write TURNOVER-REPORT-RECORD from WS-PROOF-LINE.

      *> ---------------------------------------------------------
      *> finance flat file and turnover history - branches first,
      *> the company record last
      *> ---------------------------------------------------------
       write-turnover-records.
           open output turnover-finance-file
           open extend turnover-history-file
           if WS-TURNHIST-STATUS not = "00"
               open output turnover-history-file
           end-if
           perform write-turnover-record
               varying WS-BRANCH-SUB from 2 by 1
               until WS-BRANCH-SUB > WS-BRANCH-COUNT
           move 1 to WS-BRANCH-SUB
           perform write-turnover-record
           close turnover-finance-file
           close turnover-history-file.

       write-turnover-record.
           move WS-BUSINESS-DATE to TOV-PERIOD-END
           move WS-QUARTER-LABEL to TOV-QUARTER
           move TBR-CODE(WS-BRANCH-SUB) to TOV-BRANCH
           if TBR-OPENING(WS-BRANCH-SUB) < 0
               move 0 to TOV-OPENING
           else
               move TBR-OPENING(WS-BRANCH-SUB) to TOV-OPENING
           end-if
           move TBR-CLOSING(WS-BRANCH-SUB) to TOV-CLOSING
           move TBR-HIRES(WS-BRANCH-SUB) to TOV-HIRES
           move TBR-TERMS(WS-BRANCH-SUB) to TOV-TERMS
           move TBR-REHIRES(WS-BRANCH-SUB) to TOV-REHIRES
           move TBR-XFER-IN(WS-BRANCH-SUB) to TOV-TRANSFERS-IN
           move TBR-XFER-OUT(WS-BRANCH-SUB) to TOV-TRANSFERS-OUT
           move TBR-EARLY(WS-BRANCH-SUB) to TOV-EARLY-LEAVERS
           move TBR-RATE(WS-BRANCH-SUB) to TOV-TURNOVER-RATE
           move TBR-ACTIVE(WS-BRANCH-SUB) to TOV-ACTIVE-COUNT
           move TBR-AVG-TENURE(WS-BRANCH-SUB) to TOV-AVG-TENURE
           write TURNOVER-FINANCE-RECORD from TURNOVER-RECORD
           write TURNOVER-HISTORY-RECORD from TURNOVER-RECORD.

       write-run-stats.
           move "TURNRPT " to RC-PROGRAM
           accept RC-RUN-DATE from date yyyymmdd
           accept RC-RUN-TIME from time
           move WS-EMPLOYEE-COUNT to RC-RECORDS-IN
           compute RC-POSTED = WS-BRANCH-COUNT - 1
           move 0 to RC-REJECTED
           move 0 to RC-DUPLICATES
           move WS-HISTORY-COUNT to RC-AUDIT-COUNT
           if SNAPSHOT-PROOF-FAILED
               move 1 to RC-EXCEPTIONS
           else
               move 0 to RC-EXCEPTIONS
           end-if
           open extend run-stats-file
           if WS-RUNSTATS-STATUS not = "00"
               open output run-stats-file
           end-if
           write RUN-STATS-OUT from RUN-CONTROL-RECORD
           close run-stats-file.

       COPY datecnv.
