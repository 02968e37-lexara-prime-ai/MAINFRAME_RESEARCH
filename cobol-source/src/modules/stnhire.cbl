       >>SOURCE FORMAT FREE
       identification division.
       program-id. stnhire.
       author. Irfan Ghat.
       date-written.Oct 14th 2026
      *> state new-hire registry report - new hires and rehires must
      *> reach the state within 20 days of the hire date, and until
      *> now they were hand-keyed off the intake listing.  Picks
      *> every enrollment (blank before-image) and rehire (inactive
      *> to active) the intake run posted since the last report out
      *> of the change history and writes them in the state's fixed
      *> layout (stnhrec copybook) with the employer header and a
      *> trailer count.  STNHDATE carries the last business date
      *> reported and how many of that date's posts went out, so a
      *> second run on the same date - a restarted night - sends only
      *> the posts made since, and nobody goes twice or is missed;
      *> it is rewritten only after the registry file is complete.
      *> The deadline report (NHDEADLN) lists everyone within five
      *> days of the 20-day deadline, or past it, who has not gone
      *> out: adds and rehires held on tonight's pending file or
      *> sitting on tonight's reject file, counted from the
      *> effective date (the night they were keyed when they carry
      *> none) - plus anyone on tonight's file who is already late.
       environment division.
       input-output section.
       file-control.
           select employee-history-file assign to "EMPHIST"
               organization line sequential
               file status WS-HIST-STATUS.
           select state-new-hire-file assign to "NEWHIRE"
               organization line sequential
               file status WS-NHR-STATUS.
           select report-date-file assign to "STNHDATE"
               organization line sequential
               file status WS-NHDATE-STATUS.
           select ssn-reject-file assign to "SSNREJ"
               organization line sequential
               file status WS-REJ-STATUS.
           select pending-file assign to "PENDING"
               organization line sequential
               file status WS-PEND-STATUS.
           select deadline-report-file assign to "NHDEADLN"
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
       COPY emphist.
       COPY stnhrec.
       COPY ssnrej.

       FD  report-date-file.
       01  REPORT-DATE-RECORD.
           05  NHD-LAST-DATE           pic 9(08).
           05  NHD-SENT-ON-DATE        pic 9(07).

       FD  pending-file.
       01  PENDING-RECORD              pic x(71).

       FD  deadline-report-file.
       01  DEADLINE-REPORT-RECORD      pic x(100).

       FD  process-date-file.
       01  PROCESS-DATE-RECORD         pic 9(08).

       FD  run-stats-file.
       01  RUN-STATS-OUT               pic x(73).

       working-storage section.
       COPY ssnfld.
       COPY ssnmsk.
       COPY runctl.
       COPY emplrid.
       COPY datewrk.
       01  WS-RUNSTATS-STATUS          pic xx value "00".
       01  WS-HIST-STATUS              pic xx value "00".
           88  WS-HIST-OK                         value "00".
           88  WS-HIST-EOF                        value "10".
       01  WS-NHR-STATUS               pic xx value "00".
       01  WS-NHDATE-STATUS            pic xx value "00".
       01  WS-REJ-STATUS               pic xx value "00".
           88  WS-REJ-OK                          value "00".
           88  WS-REJ-EOF                         value "10".
       01  WS-PEND-STATUS              pic xx value "00".
           88  WS-PEND-OK                         value "00".
           88  WS-PEND-EOF                        value "10".
       01  WS-RPT-STATUS               pic xx value "00".
       01  WS-PROCDATE-STATUS          pic xx value "00".

       01  WS-BUSINESS-DATE            pic 9(08) value 0.
       01  WS-TODAY-DAYS               pic 9(07) value 0.
       01  WS-LAST-DATE                pic 9(08) value 0.
       01  WS-SENT-ON-LAST-DATE        pic 9(07) value 0.
       01  WS-SEEN-ON-LAST-DATE        pic 9(07) value 0.
       01  WS-NEW-MARK-DATE            pic 9(08) value 0.
       01  WS-NEW-MARK-COUNT           pic 9(07) value 0.

       01  WS-HIRE-TYPE                pic x(01).
           88  HIST-IS-NEW-HIRE                   value "N".
           88  HIST-IS-REHIRE                     value "R".
           88  HIST-NOT-A-HIRE                    value " ".
       01  WS-SEND-SW                  pic x(01) value "N".
           88  SEND-THIS-HIRE                     value "Y".

      *> the 20-day clock, and how close to it a hire not yet sent
      *> has to be to make the deadline report
       01  WS-DEADLINE-DAYS            pic 9(03) value 20.
       01  WS-WARNING-DAYS             pic 9(03) value 15.
       01  WS-DAYS-SINCE-HIRE          pic s9(05) value 0.
       01  WS-DAYS-LEFT                pic s9(05) value 0.
       01  WS-CLOCK-DATE               pic x(08).
       01  WS-SOURCE                   pic x(12).

      *> working image of a held or rejected transaction - the
      *> ssntrans layout with only the fields this step tests named
       01  WS-TRANS-WORK.
           05  WS-TW-SSN               pic x(09).
           05  filler                  pic x(08).
           05  WS-TW-NAME              pic x(30).
           05  WS-TW-TYPE              pic x(01).
               88  WS-TW-ADD                      value "A" " ".
               88  WS-TW-REHIRE                   value "R".
           05  filler                  pic x(03).
           05  WS-TW-EFF-DATE          pic x(08).
           05  filler                  pic x(09).
           05  WS-TW-BRANCH            pic x(03).

       01  WS-HIST-READ-COUNT          pic 9(07) value 0.
       01  WS-SENT-COUNT               pic 9(07) value 0.
       01  WS-NEW-HIRE-COUNT           pic 9(07) value 0.
       01  WS-REHIRE-COUNT             pic 9(07) value 0.
       01  WS-ALREADY-SENT-COUNT       pic 9(07) value 0.
       01  WS-LATE-COUNT               pic 9(07) value 0.
       01  WS-AT-RISK-COUNT            pic 9(07) value 0.

       01  WS-HEADING-LINE-1.
           05  filler                  pic x(20) value spaces.
           05  filler                  pic x(40) value
               "STATE NEW-HIRE REPORTING DEADLINE LIST".
       01  WS-HEADING-LINE-2.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(15) value "BUSINESS DATE: ".
           05  HL-BUSINESS-DATE        pic 9(08).
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(14) value "DEADLINE DAYS:".
           05  HL-DEADLINE-DAYS        pic zz9.
       01  WS-HEADING-LINE-3.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(10) value "SSN".
           05  filler                  pic x(31) value "NAME".
           05  filler                  pic x(05) value "TYPE".
           05  filler                  pic x(09) value "HIRED".
           05  filler                  pic x(06) value "DAYS".
           05  filler                  pic x(08) value "LEFT".
           05  filler                  pic x(04) value "BR".
           05  filler                  pic x(12) value "WHERE".

       01  WS-DETAIL-LINE.
           05  filler                  pic x(02) value spaces.
           05  DL-SSN                  pic x(09).
           05  filler                  pic x(01) value spaces.
           05  DL-NAME                 pic x(30).
           05  filler                  pic x(01) value spaces.
           05  DL-TYPE                 pic x(04).
           05  filler                  pic x(01) value spaces.
           05  DL-HIRE-DATE            pic x(08).
           05  filler                  pic x(01) value spaces.
           05  DL-DAYS-SINCE           pic zzzz9.
           05  filler                  pic x(01) value spaces.
           05  DL-DAYS-LEFT            pic -zzz9.
           05  filler                  pic x(03) value spaces.
           05  DL-BRANCH               pic x(03).
           05  filler                  pic x(01) value spaces.
           05  DL-SOURCE               pic x(12).

       01  WS-TRAILER-LINE.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(20) value
               "SENT TO STATE:      ".
           05  TL-SENT-COUNT           pic zzz,zz9.
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(11) value "SENT LATE: ".
           05  TL-LATE-COUNT           pic zzz,zz9.
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(16) value "NOT SENT, DUE: ".
           05  TL-AT-RISK-COUNT        pic zzz,zz9.

       procedure division.
       perform get-business-date
       move WS-BUSINESS-DATE to DTE-DATE
       perform convert-date-to-days
       move DTE-DAY-NUMBER to WS-TODAY-DAYS
       perform read-report-date
       open output deadline-report-file
       perform print-headings
       open input employee-history-file
       if not WS-HIST-OK
           display "[STNHIRE] no change-history file present - no new hires to report"
       else
           open output state-new-hire-file
           perform write-registry-header
           perform select-history-record until WS-HIST-EOF
           perform write-registry-trailer
           close employee-history-file
           close state-new-hire-file
           perform write-report-date
           display "[STNHIRE] new hires: " WS-NEW-HIRE-COUNT
               " rehires: " WS-REHIRE-COUNT
               " already reported: " WS-ALREADY-SENT-COUNT
       end-if
       perform scan-pending-file
       perform scan-reject-file
       perform print-trailer
       close deadline-report-file
       if WS-AT-RISK-COUNT > 0
           display "[STNHIRE] hires not yet reported, at or near"
               " the deadline: " WS-AT-RISK-COUNT
       end-if
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

      *> no date file yet means no report has ever gone - the whole
      *> history on file goes out the first time
       read-report-date.
           open input report-date-file
           if WS-NHDATE-STATUS = "00"
               read report-date-file
                   at end
                       continue
                   not at end
                       move NHD-LAST-DATE to WS-LAST-DATE
                       move NHD-SENT-ON-DATE to WS-SENT-ON-LAST-DATE
               end-read
               close report-date-file
           else
               display "[STNHIRE] no last-reported date - reporting"
                   " every hire on the change history"
           end-if
           move WS-LAST-DATE to WS-NEW-MARK-DATE
           move 0 to WS-NEW-MARK-COUNT.

       write-report-date.
           open output report-date-file
           move WS-NEW-MARK-DATE to NHD-LAST-DATE
           move WS-NEW-MARK-COUNT to NHD-SENT-ON-DATE
           write REPORT-DATE-RECORD
           close report-date-file.

       print-headings.
           move WS-BUSINESS-DATE to HL-BUSINESS-DATE
           move WS-DEADLINE-DAYS to HL-DEADLINE-DAYS
           write DEADLINE-REPORT-RECORD from WS-HEADING-LINE-1
           write DEADLINE-REPORT-RECORD from WS-HEADING-LINE-2
           write DEADLINE-REPORT-RECORD from WS-HEADING-LINE-3.

      *> ---------------------------------------------------------
      *> registry file - the intake run's adds and rehires since
      *> the last report
      *> ---------------------------------------------------------
       write-registry-header.
           move spaces to STATE-NEW-HIRE-RECORD
           set NHR-HEADER-RECORD to true
           move EMPLR-EIN to NHR-EMPLOYER-EIN
           move EMPLR-NAME to NHR-EMPLOYER-NAME
           move EMPLR-ADDRESS to NHR-EMPLOYER-ADDRESS
           move EMPLR-CITY to NHR-EMPLOYER-CITY
           move EMPLR-STATE to NHR-EMPLOYER-STATE
           move EMPLR-ZIP to NHR-EMPLOYER-ZIP
           move WS-BUSINESS-DATE to NHR-REPORT-DATE
           write STATE-NEW-HIRE-RECORD.

       write-registry-trailer.
           move spaces to STATE-NEW-HIRE-RECORD
           set NHR-TRAILER-RECORD to true
           move WS-SENT-COUNT to NHR-RECORD-COUNT
           write STATE-NEW-HIRE-RECORD.

      *> history is appended in posting order, so the first
      *> NHD-SENT-ON-DATE hires dated the last-reported date are
      *> the ones that already went; anything dated later is new
       select-history-record.
           read employee-history-file
               at end
                   set WS-HIST-EOF to true
               not at end
                   add 1 to WS-HIST-READ-COUNT
                   perform classify-history-record
                   if not HIST-NOT-A-HIRE
                       and HIST-DATE >= WS-LAST-DATE
                       perform decide-hire-to-send
                       perform advance-report-mark
                       if SEND-THIS-HIRE
                           perform write-registry-employee
                       else
                           add 1 to WS-ALREADY-SENT-COUNT
                       end-if
                   end-if
           end-read.

       classify-history-record.
           move " " to WS-HIRE-TYPE
           if HIST-PROGRAM = "WORKINPT"
               if HIST-BEFORE-IMAGE = spaces
                   set HIST-IS-NEW-HIRE to true
               else
                   if HIST-OLD-STATUS = "I" and HIST-NEW-STATUS = "A"
                       set HIST-IS-REHIRE to true
                   end-if
               end-if
           end-if.

       decide-hire-to-send.
           move "Y" to WS-SEND-SW
           if HIST-DATE = WS-LAST-DATE
               add 1 to WS-SEEN-ON-LAST-DATE
               if WS-SEEN-ON-LAST-DATE <= WS-SENT-ON-LAST-DATE
                   move "N" to WS-SEND-SW
               end-if
           end-if.

       advance-report-mark.
           if HIST-DATE > WS-NEW-MARK-DATE
               move HIST-DATE to WS-NEW-MARK-DATE
               move 1 to WS-NEW-MARK-COUNT
           else
               if HIST-DATE = WS-NEW-MARK-DATE
                   add 1 to WS-NEW-MARK-COUNT
               end-if
           end-if.

       write-registry-employee.
           move spaces to STATE-NEW-HIRE-RECORD
           set NHR-EMPLOYEE-RECORD to true
           move HIST-SSN to NHR-SSN
           move HIST-NEW-NAME to NHR-NAME
           move HIST-NEW-HIRE-DATE to NHR-HIRE-DATE
           move WS-HIRE-TYPE to NHR-HIRE-TYPE
           write STATE-NEW-HIRE-RECORD
           add 1 to WS-SENT-COUNT
           if HIST-IS-NEW-HIRE
               add 1 to WS-NEW-HIRE-COUNT
           else
               add 1 to WS-REHIRE-COUNT
           end-if
           move HIST-NEW-HIRE-DATE to WS-CLOCK-DATE
           perform compute-days-left
           if WS-DAYS-LEFT < 0
               add 1 to WS-LATE-COUNT
               move HIST-SSN to SSN-TEXT
               move HIST-NEW-NAME to DL-NAME
               move HIST-NEW-BRANCH to DL-BRANCH
               move "SENT LATE" to WS-SOURCE
               perform print-deadline-line
           end-if.

      *> days since the date the 20-day clock runs from; a date that
      *> is not a calendar date counts from tonight
       compute-days-left.
           move WS-CLOCK-DATE to DTE-DATE-TEXT
           perform validate-calendar-date
           if DTE-IS-VALID
               perform convert-date-to-days
               compute WS-DAYS-SINCE-HIRE =
                   WS-TODAY-DAYS - DTE-DAY-NUMBER
           else
               move 0 to WS-DAYS-SINCE-HIRE
           end-if
           compute WS-DAYS-LEFT =
               WS-DEADLINE-DAYS - WS-DAYS-SINCE-HIRE.

      *> ---------------------------------------------------------
      *> deadline report - adds and rehires that have not posted
      *> ---------------------------------------------------------
       scan-pending-file.
           open input pending-file
           if WS-PEND-OK
               perform check-pending-record until WS-PEND-EOF
               close pending-file
           else
               display "[STNHIRE] no pending file present - held"
                   " transactions not checked"
           end-if.

       check-pending-record.
           read pending-file into WS-TRANS-WORK
               at end
                   set WS-PEND-EOF to true
               not at end
                   if WS-TW-ADD or WS-TW-REHIRE
                       move WS-TW-EFF-DATE to WS-CLOCK-DATE
                       move "HELD" to WS-SOURCE
                       perform check-unsent-hire
                   end-if
           end-read.

      *> a duplicate add or a rehire of someone already active is
      *> already on the master and already reported
       scan-reject-file.
           open input ssn-reject-file
           if WS-REJ-OK
               perform check-reject-record until WS-REJ-EOF
               close ssn-reject-file
           else
               display "[STNHIRE] no reject file present - rejected"
                   " transactions not checked"
           end-if.

       check-reject-record.
           read ssn-reject-file
               at end
                   set WS-REJ-EOF to true
               not at end
                   move REJ-TRANS-DATA to WS-TRANS-WORK
                   if (WS-TW-ADD or WS-TW-REHIRE)
                       and REJ-REASON-CODE not = "DUPE"
                       and REJ-REASON-CODE not = "ACTV"
                       if WS-TW-EFF-DATE is numeric
                           and WS-TW-EFF-DATE not = "00000000"
                           move WS-TW-EFF-DATE to WS-CLOCK-DATE
                       else
                           move REJ-RUN-DATE to WS-CLOCK-DATE
                       end-if
                       move spaces to WS-SOURCE
                       string "REJECT " REJ-REASON-CODE
                           delimited by size into WS-SOURCE
                       perform check-unsent-hire
                   end-if
           end-read.

       check-unsent-hire.
           perform compute-days-left
           if WS-DAYS-SINCE-HIRE >= WS-WARNING-DAYS
               add 1 to WS-AT-RISK-COUNT
               move WS-TW-SSN to SSN-TEXT
               move WS-TW-NAME to DL-NAME
               move WS-TW-BRANCH to DL-BRANCH
               perform print-deadline-line
           end-if.

       print-deadline-line.
           perform mask-ssn
           move SSN-MASKED to DL-SSN
           if WS-SOURCE = "SENT LATE"
               if HIST-IS-REHIRE
                   move "RHIR" to DL-TYPE
               else
                   move "NEW" to DL-TYPE
               end-if
           else
               if WS-TW-REHIRE
                   move "RHIR" to DL-TYPE
               else
                   move "NEW" to DL-TYPE
               end-if
           end-if
           move WS-CLOCK-DATE to DL-HIRE-DATE
           move WS-DAYS-SINCE-HIRE to DL-DAYS-SINCE
           move WS-DAYS-LEFT to DL-DAYS-LEFT
           move WS-SOURCE to DL-SOURCE
           write DEADLINE-REPORT-RECORD from WS-DETAIL-LINE.

       print-trailer.
           move WS-SENT-COUNT to TL-SENT-COUNT
           move WS-LATE-COUNT to TL-LATE-COUNT
           move WS-AT-RISK-COUNT to TL-AT-RISK-COUNT
           write DEADLINE-REPORT-RECORD from WS-TRAILER-LINE.

       write-run-stats.
           move "STNHIRE " to RC-PROGRAM
           accept RC-RUN-DATE from date yyyymmdd
           accept RC-RUN-TIME from time
           move WS-HIST-READ-COUNT to RC-RECORDS-IN
           move WS-SENT-COUNT to RC-POSTED
           move 0 to RC-REJECTED
           move WS-ALREADY-SENT-COUNT to RC-DUPLICATES
           move 0 to RC-AUDIT-COUNT
           compute RC-EXCEPTIONS = WS-LATE-COUNT + WS-AT-RISK-COUNT
           open extend run-stats-file
           if WS-RUNSTATS-STATUS not = "00"
               open output run-stats-file
           end-if
           write RUN-STATS-OUT from RUN-CONTROL-RECORD
           close run-stats-file.

       COPY ssnmskp.
       COPY datecnv.
