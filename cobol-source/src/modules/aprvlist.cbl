       >>SOURCE FORMAT FREE
       identification division.
       program-id. aprvlist.
       author. Irfan Ghat.
       date-written.Oct 14th 2026
      *> nightly approval list - reads the pending-approval file
      *> (aprvrec copybook) the employee maintenance screen writes
      *> status changes and hire-date fixes to, and prints every
      *> request still awaiting a supervisor's approval with who keyed
      *> it, when, and how many days it has waited, so the approving
      *> supervisors see the morning's backlog.  A request nobody has
      *> acted on for more than the expiry days is expired instead -
      *> marked X, decided by this run on the business date - and
      *> listed separately; it never posts, and the change has to be
      *> keyed again if it is still wanted.  The expiry days come
      *> from the SYSIN card (default 5 when the card is missing or
      *> not a number).  Each pending change shows the employee
      *> number off the master beside the masked SSN (none when the
      *> employee is no longer on it).  Appends run statistics for
      *> the morning summary.
       environment division.
       input-output section.
       file-control.
           select approval-request-file assign to "APRVPEND"
               organization indexed
               access mode sequential
               record key APR-KEY
               file status WS-APR-STATUS.
           select employee-master-file assign to "EMPMAST"
               organization indexed
               access mode random
               record key EMP-SSN-KEY
               file status WS-EMP-STATUS.
           select approval-report-file assign to "APRVRPT"
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
       COPY aprvrec.
       COPY emprec.

       FD  approval-report-file.
       01  APPROVAL-REPORT-RECORD      pic x(100).

       FD  process-date-file.
       01  PROCESS-DATE-RECORD         pic 9(08).

       FD  run-stats-file.
       01  RUN-STATS-OUT               pic x(73).

       working-storage section.
       COPY ssnfld.
       COPY ssnmsk.
       COPY runctl.
       COPY datewrk.
       01  WS-RUNSTATS-STATUS          pic xx value "00".
       01  WS-APR-STATUS               pic xx value "00".
           88  WS-APR-OK                          value "00".
           88  WS-APR-EOF                         value "10".
       01  WS-RPT-STATUS               pic xx value "00".
       01  WS-EMP-STATUS               pic xx value "00".
       01  WS-MASTER-SW                pic x(01) value "N".
           88  MASTER-PRESENT                     value "Y".
       01  WS-PROCDATE-STATUS          pic xx value "00".

       01  WS-BUSINESS-DATE            pic 9(08) value 0.
       01  WS-TODAY-DAYS               pic 9(07) value 0.
       01  WS-DAYS-WAITING             pic 9(05) value 0.
       01  WS-EXPIRY-ENTRY             pic x(03).
       01  WS-EXPIRY-NUM redefines WS-EXPIRY-ENTRY
                                       pic 9(03).
       01  WS-EXPIRY-DAYS              pic 9(03) value 5.

       01  WS-READ-COUNT               pic 9(07) value 0.
       01  WS-AWAITING-COUNT           pic 9(07) value 0.
       01  WS-EXPIRED-COUNT            pic 9(07) value 0.

      *> expired requests are printed after the awaiting list
       01  EXPIRED-TABLE.
           05  EXT-LINE occurs 2000 times pic x(100).
       01  WS-EXPIRED-SUB              pic 9(04) value 0.
       01  WS-EXPIRED-KEPT             pic 9(04) value 0.

       01  WS-HEADING-LINE-1.
           05  filler                  pic x(25) value spaces.
           05  filler                  pic x(40) value
               "EMPLOYEE CHANGES AWAITING APPROVAL".
       01  WS-HEADING-LINE-2.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(15) value "BUSINESS DATE: ".
           05  HL-BUSINESS-DATE        pic 9(08).
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(14) value "EXPIRY DAYS: ".
           05  HL-EXPIRY-DAYS          pic zz9.
       01  WS-SECTION-LINE.
           05  filler                  pic x(02) value spaces.
           05  SL-TEXT                 pic x(60).
       01  WS-COLUMN-HEADING.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(10) value "SSN".
           05  filler                  pic x(07) value "EMP NO".
           05  filler                  pic x(21) value "NAME".
           05  filler                  pic x(23) value "CHANGE".
           05  filler                  pic x(09) value "KEYED BY".
           05  filler                  pic x(09) value "KEYED ON".
           05  filler                  pic x(05) value "DAYS".
       01  WS-DETAIL-LINE.
           05  filler                  pic x(02) value spaces.
           05  DL-SSN                  pic x(09).
           05  filler                  pic x(01) value spaces.
           05  DL-EMPNO                pic x(06).
           05  filler                  pic x(01) value spaces.
           05  DL-NAME                 pic x(20).
           05  filler                  pic x(01) value spaces.
           05  DL-CHANGE               pic x(22).
           05  filler                  pic x(01) value spaces.
           05  DL-REQUESTED-BY         pic x(08).
           05  filler                  pic x(01) value spaces.
           05  DL-REQ-DATE             pic 9(08).
           05  filler                  pic x(01) value spaces.
           05  DL-DAYS                 pic zzzz9.
       01  WS-TRAILER-LINE.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(10) value "AWAITING: ".
           05  TL-AWAITING-COUNT       pic zzz,zz9.
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(17) value
               "EXPIRED TONIGHT: ".
           05  TL-EXPIRED-COUNT        pic zzz,zz9.

       procedure division.
       perform get-business-date
       move WS-BUSINESS-DATE to DTE-DATE
       perform convert-date-to-days
       move DTE-DAY-NUMBER to WS-TODAY-DAYS
       perform read-expiry-days
       open i-o approval-request-file
       if WS-APR-STATUS not = "00"
           display "[APRVLIST] no approval file present - nothing"
               " awaiting approval"
       else
           open output approval-report-file
           open input employee-master-file
           if WS-EMP-STATUS = "00"
               set MASTER-PRESENT to true
           end-if
           move WS-BUSINESS-DATE to HL-BUSINESS-DATE
           move WS-EXPIRY-DAYS to HL-EXPIRY-DAYS
           write APPROVAL-REPORT-RECORD from WS-HEADING-LINE-1
           write APPROVAL-REPORT-RECORD from WS-HEADING-LINE-2
           move "AWAITING APPROVAL" to SL-TEXT
           write APPROVAL-REPORT-RECORD from WS-SECTION-LINE
           write APPROVAL-REPORT-RECORD from WS-COLUMN-HEADING
           perform review-request until WS-APR-EOF
           close approval-request-file
           perform print-expired-requests
           move WS-AWAITING-COUNT to TL-AWAITING-COUNT
           move WS-EXPIRED-COUNT to TL-EXPIRED-COUNT
           write APPROVAL-REPORT-RECORD from WS-TRAILER-LINE
           if MASTER-PRESENT
               close employee-master-file
           end-if
           close approval-report-file
       end-if
       display "[APRVLIST] awaiting approval: " WS-AWAITING-COUNT
           " expired: " WS-EXPIRED-COUNT
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

       read-expiry-days.
           move spaces to WS-EXPIRY-ENTRY
           accept WS-EXPIRY-ENTRY
           if WS-EXPIRY-ENTRY is numeric and WS-EXPIRY-NUM > 0
               move WS-EXPIRY-NUM to WS-EXPIRY-DAYS
           else
               display "[APRVLIST] no expiry days on SYSIN - using "
                   WS-EXPIRY-DAYS
           end-if.

      *> ---------------------------------------------------------
      *> each awaiting request - listed, or expired once too old
      *> ---------------------------------------------------------
       review-request.
           read approval-request-file
               at end
                   set WS-APR-EOF to true
               not at end
                   add 1 to WS-READ-COUNT
                   if APR-PENDING
                       perform compute-days-waiting
                       perform format-detail-line
                       if WS-DAYS-WAITING > WS-EXPIRY-DAYS
                           perform expire-request
                       else
                           add 1 to WS-AWAITING-COUNT
                           write APPROVAL-REPORT-RECORD
                               from WS-DETAIL-LINE
                       end-if
                   end-if
           end-read.

       compute-days-waiting.
           move 0 to WS-DAYS-WAITING
           if APR-REQ-DATE > 0 and APR-REQ-DATE <= WS-BUSINESS-DATE
               move APR-REQ-DATE to DTE-DATE
               perform convert-date-to-days
               compute WS-DAYS-WAITING =
                   WS-TODAY-DAYS - DTE-DAY-NUMBER
           end-if.

       format-detail-line.
           move APR-SSN to SSN-TEXT
           perform mask-ssn
           move SSN-MASKED to DL-SSN
           move spaces to DL-EMPNO
           if MASTER-PRESENT
               move APR-SSN to EMP-SSN-KEY
               read employee-master-file
               if WS-EMP-STATUS = "00"
                   move EMP-EMPLOYEE-NUMBER to DL-EMPNO
               end-if
           end-if
           move APR-EMP-NAME to DL-NAME
           move spaces to DL-CHANGE
           if APR-HIRE-DATE-CHANGE
               string "HIRE DATE " APR-NEW-DATE
                   delimited by size into DL-CHANGE
           else
               evaluate APR-NEW-STATUS
                   when "I"
                       string "TERMINATE " APR-NEW-DATE
                           delimited by size into DL-CHANGE
                   when "L"
                       string "LEAVE TO " APR-NEW-DATE
                           delimited by size into DL-CHANGE
                   when other
                       string "ACTIVE " APR-NEW-DATE
                           delimited by size into DL-CHANGE
               end-evaluate
           end-if
           move APR-REQUESTED-BY to DL-REQUESTED-BY
           move APR-REQ-DATE to DL-REQ-DATE
           move WS-DAYS-WAITING to DL-DAYS.

       expire-request.
           set APR-EXPIRED to true
           move "APRVLIST" to APR-DECIDED-BY
           move WS-BUSINESS-DATE to APR-DECIDED-DATE
           move "EXPIRED - NOT ACTED ON" to APR-DECISION-NOTE
           rewrite APPROVAL-REQUEST-RECORD
           if WS-APR-STATUS not = "00"
               display "[APRVLIST] request rewrite failed, status "
                   WS-APR-STATUS
           else
               add 1 to WS-EXPIRED-COUNT
               if WS-EXPIRED-KEPT < 2000
                   add 1 to WS-EXPIRED-KEPT
                   move WS-DETAIL-LINE to EXT-LINE(WS-EXPIRED-KEPT)
               end-if
           end-if.

       print-expired-requests.
           move "EXPIRED TONIGHT - NOT POSTED, RE-KEY IF STILL WANTED"
               to SL-TEXT
           write APPROVAL-REPORT-RECORD from WS-SECTION-LINE
           write APPROVAL-REPORT-RECORD from WS-COLUMN-HEADING
           move 0 to WS-EXPIRED-SUB
           perform print-expired-line
               until WS-EXPIRED-SUB >= WS-EXPIRED-KEPT.

       print-expired-line.
           add 1 to WS-EXPIRED-SUB
           write APPROVAL-REPORT-RECORD from EXT-LINE(WS-EXPIRED-SUB).

       write-run-stats.
           move "APRVLIST" to RC-PROGRAM
           accept RC-RUN-DATE from date yyyymmdd
           accept RC-RUN-TIME from time
           move WS-READ-COUNT to RC-RECORDS-IN
           move 0 to RC-POSTED
           move WS-EXPIRED-COUNT to RC-REJECTED
           move 0 to RC-DUPLICATES
           move 0 to RC-AUDIT-COUNT
           move WS-AWAITING-COUNT to RC-EXCEPTIONS
           open extend run-stats-file
           if WS-RUNSTATS-STATUS not = "00"
               open output run-stats-file
           end-if
           write RUN-STATS-OUT from RUN-CONTROL-RECORD
           close run-stats-file.

       COPY ssnmskp.
       COPY datecnv.
