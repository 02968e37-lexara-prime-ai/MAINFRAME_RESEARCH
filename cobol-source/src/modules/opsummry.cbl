      *> volume spike or a zero-record night jumps out at the 7am
      *> handoff.  Steps with exceptions or zero records in are
      *> flagged << on the right.
      *> modified Oct 14th 2026 - the weekly master integrity scan's
      *> per-rule records (EMPSCNnn) kept out of the step table and
      *> printed as their own trend section, each rule's count at the
      *> latest scan against the scan before it.
       environment division.
       input-output section.
       file-control.

       working-storage section.
       COPY runctl.
       COPY scanrul.
       01  WS-RUNSTATS-STATUS          pic xx value "00".
           88  WS-RUNSTATS-OK                     value "00".
           88  WS-RUNSTATS-EOF                    value "10".
           88  STEP-FOUND                         value "Y".
       01  WS-DELTA                    pic s9(08) value 0.

      *> master integrity scan - rule counts at the latest scan date
      *> and the scan before it, indexed by rule number
       01  WS-SCAN-LATEST-DATE         pic 9(08) value 0.
       01  WS-SCAN-PRIOR-DATE          pic 9(08) value 0.
       01  WS-SCAN-TABLE.
           05  WS-SCAN-ENTRY occurs 10 times.
               10  SCN-LATEST          pic 9(07).
               10  SCN-PRIOR           pic 9(07).
       01  WS-SCAN-RULE-X              pic x(02).
       01  WS-SCAN-RULE redefines WS-SCAN-RULE-X
                                       pic 9(02).
       01  WS-SCAN-SUB                 pic 9(02) value 0.
       01  WS-SCAN-RECORD-SW           pic x(01) value "N".
           88  SCAN-RULE-RECORD                   value "Y".

       01  WS-TOTAL-IN                 pic 9(08) value 0.
       01  WS-TOTAL-EXCEPTIONS         pic 9(08) value 0.

               "TOTAL EXCEPTIONS: ".
           05  TL-TOTAL-EXCEPTIONS     pic z,zzz,zz9.

       01  WS-SCAN-HEADING-1.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(30) value
               "MASTER INTEGRITY SCAN OF".
           05  filler                  pic x(01) value spaces.
           05  SH1-SCAN-DATE           pic 9(08).
           05  filler                  pic x(09) value " (PRIOR: ".
           05  SH1-PRIOR-DATE          pic 9(08).
           05  filler                  pic x(01) value ")".

       01  WS-SCAN-HEADING-2.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(34) value "RULE".
           05  filler                  pic x(10) value "   LATEST ".
           05  filler                  pic x(10) value "    PRIOR ".
           05  filler                  pic x(10) value "   CHANGE".

       01  WS-SCAN-LINE.
           05  filler                  pic x(02) value spaces.
           05  SCL-RULE-NUMBER         pic 9(02).
           05  filler                  pic x(02) value spaces.
           05  SCL-RULE-TEXT           pic x(30).
           05  SCL-LATEST              pic zzzzzzzz9.
           05  filler                  pic x(01) value spaces.
           05  SCL-PRIOR               pic zzzzzzzz9.
           05  filler                  pic x(01) value spaces.
           05  SCL-CHANGE              pic ++++++++9.
           05  filler                  pic x(01) value spaces.
           05  SCL-FLAG                pic x(02).

       procedure division.
       move zeros to WS-SCAN-TABLE
       open input run-stats-file
       if not WS-RUNSTATS-OK
           display "[OPSUMMRY] no run-statistics file present - nothing to summarise"
               at end
                   set WS-RUNSTATS-EOF to true
               not at end
                   perform check-scan-rule-record
                   if SCAN-RULE-RECORD
                       perform find-scan-dates
                   else
                       perform find-step-dates
                   end-if
           end-read.

       find-step-dates.
           if RC-RUN-DATE > WS-LATEST-DATE
               move WS-LATEST-DATE to WS-PRIOR-DATE
               move RC-RUN-DATE to WS-LATEST-DATE
           else
               if RC-RUN-DATE > WS-PRIOR-DATE
                   and RC-RUN-DATE < WS-LATEST-DATE
                   move RC-RUN-DATE to WS-PRIOR-DATE
               end-if
           end-if.

       find-scan-dates.
           if RC-RUN-DATE > WS-SCAN-LATEST-DATE
               move WS-SCAN-LATEST-DATE to WS-SCAN-PRIOR-DATE
               move RC-RUN-DATE to WS-SCAN-LATEST-DATE
           else
               if RC-RUN-DATE > WS-SCAN-PRIOR-DATE
                   and RC-RUN-DATE < WS-SCAN-LATEST-DATE
                   move RC-RUN-DATE to WS-SCAN-PRIOR-DATE
               end-if
           end-if.

      *> EMPSCNnn - one integrity rule's count from the weekly scan
       check-scan-rule-record.
           move "N" to WS-SCAN-RECORD-SW
           if RC-PROGRAM(1:6) = "EMPSCN"
               move RC-PROGRAM(7:2) to WS-SCAN-RULE-X
               if WS-SCAN-RULE-X is numeric
                   and WS-SCAN-RULE > 0
                   and WS-SCAN-RULE <= SCAN-RULE-COUNT
                   set SCAN-RULE-RECORD to true
               end-if
           end-if.

      *> ---------------------------------------------------------
      *> pass 2 - per-step totals for the two dates
      *> ---------------------------------------------------------
               at end
                   set WS-RUNSTATS-EOF to true
               not at end
                   perform check-scan-rule-record
                   if SCAN-RULE-RECORD
                       perform post-scan-counts
                   else
                       if RC-RUN-DATE = WS-LATEST-DATE
                           or RC-RUN-DATE = WS-PRIOR-DATE
                           perform post-step-counts
                       end-if
                   end-if
           end-read.

       post-scan-counts.
           if RC-RUN-DATE = WS-SCAN-LATEST-DATE
               add RC-EXCEPTIONS to SCN-LATEST(WS-SCAN-RULE)
           else
               if RC-RUN-DATE = WS-SCAN-PRIOR-DATE
                   add RC-EXCEPTIONS to SCN-PRIOR(WS-SCAN-RULE)
               end-if
           end-if.

       post-step-counts.
           perform locate-step-entry
           if not STEP-FOUND
           move WS-TOTAL-IN to TL-TOTAL-IN
           move WS-TOTAL-EXCEPTIONS to TL-TOTAL-EXCEPTIONS
           write OPS-SUMMARY-RECORD from WS-TOTAL-LINE
           if WS-SCAN-LATEST-DATE > 0
               perform print-scan-trend
           end-if
           close ops-summary-file.

       print-step-line.
           write OPS-SUMMARY-RECORD from WS-DETAIL-LINE
           add OPS-IN(WS-STEP-SUB) to WS-TOTAL-IN
           add OPS-EXCEPTIONS(WS-STEP-SUB) to WS-TOTAL-EXCEPTIONS.

      *> rule counts at the latest weekly scan against the one before
      *> - a rule whose count went up is flagged <<
       print-scan-trend.
           move spaces to OPS-SUMMARY-RECORD
           write OPS-SUMMARY-RECORD
           move WS-SCAN-LATEST-DATE to SH1-SCAN-DATE
           move WS-SCAN-PRIOR-DATE to SH1-PRIOR-DATE
           write OPS-SUMMARY-RECORD from WS-SCAN-HEADING-1
           write OPS-SUMMARY-RECORD from WS-SCAN-HEADING-2
           perform print-scan-line
               varying WS-SCAN-SUB from 1 by 1
               until WS-SCAN-SUB > SCAN-RULE-COUNT.

       print-scan-line.
           move SCAN-RULE-NUMBER(WS-SCAN-SUB) to SCL-RULE-NUMBER
           move SCAN-RULE-TEXT(WS-SCAN-SUB) to SCL-RULE-TEXT
           move SCN-LATEST(WS-SCAN-SUB) to SCL-LATEST
           move SCN-PRIOR(WS-SCAN-SUB) to SCL-PRIOR
           compute WS-DELTA =
               SCN-LATEST(WS-SCAN-SUB) - SCN-PRIOR(WS-SCAN-SUB)
           move WS-DELTA to SCL-CHANGE
           if WS-DELTA > 0
               move "<<" to SCL-FLAG
           else
               move spaces to SCL-FLAG
           end-if
           write OPS-SUMMARY-RECORD from WS-SCAN-LINE.
