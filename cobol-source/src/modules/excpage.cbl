       >>SOURCE FORMAT FREE
       identification division.
       program-id. excpage.
       author. Irfan Ghat.
       date-written.Oct 14th 2026
      *> exception work-queue aging - weekly listing of every item
      *> still open on the exception queue, grouped by type with the
      *> longest-outstanding first, so supervisors can see which
      *> exceptions nobody is working.  Days outstanding count from
      *> the date the item was first raised (or last reopened) to
      *> the business date.  Each type closes with its open count
      *> broken into age bands (0-7, 8-30, 31-60, 61-90, 91 and
      *> over), and the report closes with the same bands for the
      *> whole queue and the number of closed items on file.  SSNs
      *> are masked, and each item shows the employee number off the
      *> SSN-to-employee-number crosswalk - the crosswalk keeps an
      *> employee purged from the master since the item was raised.
      *> Appends a run-statistics record for the morning summary.
       environment division.
       input-output section.
       file-control.
           select exception-item-file assign to "EXCPITEM"
               organization indexed
               access mode sequential
               record key EXC-KEY
               file status WS-EXCITEM-STATUS.
           select employee-xwalk-file assign to "EMPXWALK"
               organization indexed
               access mode random
               record key XWK-EMPLOYEE-NUMBER
               alternate record key XWK-SSN
               file status WS-XWALK-STATUS.
           select aging-report-file assign to "EXCPAGE"
               organization line sequential
               file status WS-RPT-STATUS.
           select process-date-file assign to "PROCDATE"
               organization line sequential
               file status WS-PROCDATE-STATUS.
           select run-stats-file assign to "RUNSTATS"
               organization line sequential
               file status WS-RUNSTATS-STATUS.
           select sort-work-file assign to "SORTWK".

       data division.
       file section.
       COPY excprec.
       COPY empxwlk.

       FD  aging-report-file.
       01  AGING-REPORT-RECORD         pic x(80).

       FD  process-date-file.
       01  PROCESS-DATE-RECORD         pic 9(08).

       FD  run-stats-file.
       01  RUN-STATS-OUT               pic x(73).

       SD  sort-work-file.
       01  SORT-AGING-RECORD.
           05  SRT-TYPE                pic x(04).
           05  SRT-DAYS                pic 9(05).
           05  SRT-SSN                 pic x(09).
           05  SRT-DETAIL-KEY          pic x(09).
           05  SRT-FIRST-RAISED        pic 9(08).
           05  SRT-REASON              pic x(30).

       working-storage section.
       COPY runctl.
       COPY ssnfld.
       COPY ssnmsk.
       COPY datewrk.
       COPY empnowrk.
       01  WS-EXCITEM-STATUS           pic xx value "00".
           88  WS-EXCITEM-OK                      value "00".
           88  WS-EXCITEM-EOF                     value "10".
       01  WS-RPT-STATUS               pic xx value "00".
       01  WS-PROCDATE-STATUS          pic xx value "00".
       01  WS-RUNSTATS-STATUS          pic xx value "00".
       01  WS-SORT-EOF-SW              pic x(01) value "N".
           88  WS-SORT-EOF                        value "Y".

       01  WS-BUSINESS-DATE            pic 9(08) value 0.
       01  WS-BUSINESS-DAYS            pic 9(07) value 0.
       01  WS-DAYS-OUTSTANDING         pic 9(05) value 0.

       01  WS-ITEM-COUNT               pic 9(07) value 0.
       01  WS-CLOSED-COUNT             pic 9(07) value 0.
       01  WS-PREV-TYPE                pic x(04) value spaces.
       01  WS-FIRST-RECORD-SW          pic x(01) value "Y".
           88  WS-FIRST-RECORD                    value "Y".

       01  WS-PAGE-NUMBER              pic 9(03) value 1.
       01  WS-LINE-COUNT               pic 9(03) value 99.
       01  WS-LINES-PER-PAGE           pic 9(03) value 50.

      *> age-band counters - entry 1 is the current type, entry 2
      *> the whole queue
       01  WS-BAND-TABLE.
           05  WS-BAND-SET occurs 2 times.
               10  BND-OPEN            pic 9(07).
               10  BND-COUNT occurs 5 times
                                       pic 9(07).
       01  WS-BAND-SUB                 pic 9(01) value 0.
       01  WS-SET-SUB                  pic 9(01) value 0.

       01  WS-HEADING-LINE-1.
           05  filler                  pic x(18) value spaces.
           05  filler                  pic x(28) value
               "EXCEPTION QUEUE AGING AS OF ".
           05  HL1-BUSINESS-DATE       pic 9(08).
           05  filler                  pic x(18) value spaces.
           05  filler                  pic x(05) value "PAGE ".
           05  HL1-PAGE-NUMBER         pic zz9.

       01  WS-HEADING-LINE-2.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(05) value "TYPE ".
           05  filler                  pic x(10) value "SSN".
           05  filler                  pic x(07) value "EMP NO".
           05  filler                  pic x(10) value "DETAIL".
           05  filler                  pic x(09) value "RAISED".
           05  filler                  pic x(06) value " DAYS ".
           05  filler                  pic x(06) value "REASON".

       01  WS-DETAIL-LINE.
           05  filler                  pic x(02) value spaces.
           05  DL-TYPE                 pic x(04).
           05  filler                  pic x(01) value spaces.
           05  DL-SSN                  pic x(09).
           05  filler                  pic x(01) value spaces.
           05  DL-EMPNO                pic x(06).
           05  filler                  pic x(01) value spaces.
           05  DL-DETAIL               pic x(09).
           05  filler                  pic x(01) value spaces.
           05  DL-FIRST-RAISED         pic 9(08).
           05  filler                  pic x(01) value spaces.
           05  DL-DAYS                 pic zzzz9.
           05  filler                  pic x(01) value spaces.
           05  DL-REASON               pic x(30).

       01  WS-BAND-LINE.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(06) value "TOTAL ".
           05  BL-TYPE                 pic x(04).
           05  filler                  pic x(05) value " OPEN".
           05  BL-OPEN                 pic zz,zz9.
           05  filler                  pic x(06) value "  0-7:".
           05  BL-BAND-1               pic zzzz9.
           05  filler                  pic x(06) value " 8-30:".
           05  BL-BAND-2               pic zzzz9.
           05  filler                  pic x(07) value " 31-60:".
           05  BL-BAND-3               pic zzzz9.
           05  filler                  pic x(07) value " 61-90:".
           05  BL-BAND-4               pic zzzz9.
           05  filler                  pic x(05) value " 91+:".
           05  BL-BAND-5               pic zzzz9.

       01  WS-TRAILER-LINE.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(14) value "ITEMS ON FILE:".
           05  TL-ITEM-COUNT           pic zzz,zz9.
           05  filler                  pic x(05) value spaces.
           05  filler                  pic x(13) value "CLOSED ITEMS:".
           05  TL-CLOSED-COUNT         pic zzz,zz9.

       procedure division.
       perform get-business-date
       move WS-BUSINESS-DATE to DTE-DATE
       perform convert-date-to-days
       move DTE-DAY-NUMBER to WS-BUSINESS-DAYS
       move WS-BUSINESS-DATE to HL1-BUSINESS-DATE
       move zeros to WS-BAND-TABLE

       open input exception-item-file
       if not WS-EXCITEM-OK
           display "[EXCPAGE] no exception queue present - skipping aging report"
       else
           open output aging-report-file
           perform open-xwalk-for-inquiry
           sort sort-work-file
               ascending key SRT-TYPE
               descending key SRT-DAYS
               ascending key SRT-SSN
               input procedure is select-open-items
               output procedure is print-aging-listing
           close exception-item-file
           perform close-employee-xwalk
           move WS-ITEM-COUNT to TL-ITEM-COUNT
           move WS-CLOSED-COUNT to TL-CLOSED-COUNT
           write AGING-REPORT-RECORD from WS-TRAILER-LINE
           close aging-report-file
           display "[EXCPAGE] open items: " BND-OPEN(2)
               " closed items: " WS-CLOSED-COUNT
           perform write-run-stats
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

      *> ---------------------------------------------------------
      *> input side - open items released with their age
      *> ---------------------------------------------------------
       select-open-items.
           perform read-queue-item until WS-EXCITEM-EOF.

       read-queue-item.
           read exception-item-file
               at end
                   set WS-EXCITEM-EOF to true
               not at end
                   add 1 to WS-ITEM-COUNT
                   if EXC-OPEN
                       perform release-open-item
                   else
                       add 1 to WS-CLOSED-COUNT
                   end-if
           end-read.

       release-open-item.
           move 0 to WS-DAYS-OUTSTANDING
           if EXC-FIRST-RAISED > 0
               and EXC-FIRST-RAISED <= WS-BUSINESS-DATE
               move EXC-FIRST-RAISED to DTE-DATE
               perform convert-date-to-days
               compute WS-DAYS-OUTSTANDING =
                   WS-BUSINESS-DAYS - DTE-DAY-NUMBER
           end-if
           move EXC-TYPE to SRT-TYPE
           move WS-DAYS-OUTSTANDING to SRT-DAYS
           move EXC-SSN to SRT-SSN
           move EXC-DETAIL-KEY to SRT-DETAIL-KEY
           move EXC-FIRST-RAISED to SRT-FIRST-RAISED
           move EXC-REASON to SRT-REASON
           release SORT-AGING-RECORD.

      *> ---------------------------------------------------------
      *> output side - listing by type, oldest first, band totals
      *> ---------------------------------------------------------
       print-aging-listing.
           perform return-aged-item until WS-SORT-EOF
           if not WS-FIRST-RECORD
               move WS-PREV-TYPE to BL-TYPE
               move 1 to WS-SET-SUB
               perform print-band-line
           else
               perform print-page-heading
           end-if
           move "ALL " to BL-TYPE
           move 2 to WS-SET-SUB
           perform print-band-line.

       return-aged-item.
           return sort-work-file
               at end
                   set WS-SORT-EOF to true
               not at end
                   if WS-FIRST-RECORD
                       move "N" to WS-FIRST-RECORD-SW
                       move SRT-TYPE to WS-PREV-TYPE
                   else
                       if SRT-TYPE not = WS-PREV-TYPE
                           move WS-PREV-TYPE to BL-TYPE
                           move 1 to WS-SET-SUB
                           perform print-band-line
                           move SRT-TYPE to WS-PREV-TYPE
                       end-if
                   end-if
                   perform print-aged-item
           end-return.

       print-aged-item.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform print-page-heading
           end-if
           move SRT-TYPE to DL-TYPE
           move SRT-SSN to SSN-TEXT
           perform mask-ssn
           move SSN-MASKED to DL-SSN
           move SRT-SSN to ENO-SSN
           perform find-number-for-ssn
           move ENO-NUMBER to DL-EMPNO
           if SRT-TYPE = "DUPS"
               move SRT-DETAIL-KEY to SSN-TEXT
               perform mask-ssn
               move SSN-MASKED to DL-DETAIL
           else
               move SRT-DETAIL-KEY to DL-DETAIL
           end-if
           move SRT-FIRST-RAISED to DL-FIRST-RAISED
           move SRT-DAYS to DL-DAYS
           move SRT-REASON to DL-REASON
           write AGING-REPORT-RECORD from WS-DETAIL-LINE
           add 1 to WS-LINE-COUNT
           evaluate true
               when SRT-DAYS <= 7
                   move 1 to WS-BAND-SUB
               when SRT-DAYS <= 30
                   move 2 to WS-BAND-SUB
               when SRT-DAYS <= 60
                   move 3 to WS-BAND-SUB
               when SRT-DAYS <= 90
                   move 4 to WS-BAND-SUB
               when other
                   move 5 to WS-BAND-SUB
           end-evaluate
           add 1 to BND-OPEN(1) BND-OPEN(2)
           add 1 to BND-COUNT(1, WS-BAND-SUB)
               BND-COUNT(2, WS-BAND-SUB).

       print-band-line.
           move BND-OPEN(WS-SET-SUB) to BL-OPEN
           move BND-COUNT(WS-SET-SUB, 1) to BL-BAND-1
           move BND-COUNT(WS-SET-SUB, 2) to BL-BAND-2
           move BND-COUNT(WS-SET-SUB, 3) to BL-BAND-3
           move BND-COUNT(WS-SET-SUB, 4) to BL-BAND-4
           move BND-COUNT(WS-SET-SUB, 5) to BL-BAND-5
           write AGING-REPORT-RECORD from WS-BAND-LINE
           add 1 to WS-LINE-COUNT
           move zeros to WS-BAND-SET(1).

       print-page-heading.
           move WS-PAGE-NUMBER to HL1-PAGE-NUMBER
           write AGING-REPORT-RECORD from WS-HEADING-LINE-1
           write AGING-REPORT-RECORD from WS-HEADING-LINE-2
           add 1 to WS-PAGE-NUMBER
           move 2 to WS-LINE-COUNT.

       write-run-stats.
           move "EXCPAGE " to RC-PROGRAM
           accept RC-RUN-DATE from date yyyymmdd
           accept RC-RUN-TIME from time
           move WS-ITEM-COUNT to RC-RECORDS-IN
           move 0 to RC-POSTED
           move 0 to RC-REJECTED
           move 0 to RC-DUPLICATES
           move 0 to RC-AUDIT-COUNT
           move BND-OPEN(2) to RC-EXCEPTIONS
           open extend run-stats-file
           if WS-RUNSTATS-STATUS not = "00"
               open output run-stats-file
           end-if
           write RUN-STATS-OUT from RUN-CONTROL-RECORD
           close run-stats-file.

       COPY ssnmskp.
       COPY datecnv.
       COPY empnoasg.
