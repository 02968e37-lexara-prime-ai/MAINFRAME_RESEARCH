      *> totals by hand; the run trailer carries the job count so
      *> the job subtotals still balance to the run.  A blank job
      *> number (old decks) groups as its own break.
      *> modified Oct 14th 2026 - job numbers are now checked against
      *> the fabrication job master (jobmast copybook): a record for
      *> a job not on file (a blank job included) or for a closed
      *> job goes to PIPEREJ instead of being calculated.  Reject
      *> lines now carry the job number and a reason code beside the
      *> reason text.  Each job's subtotal is added to its job-to-date
      *> totals on the master and logged to the job history file
      *> (jobhist copybook) under the business date, for the job
      *> statement.  With no job master present the run calculates
      *> every job as before.
      *> modified Oct 14th 2026 - each PIPEIN record now carries a
      *> material code and a run length (in the record's unit).  With
      *> the material catalogue (matlcat copybook) present, every
      *> calculated record is priced: surface area over the run length,
      *> weight off the material's unit weight and material cost off
      *> its price per metre, in metric, with the catalogue's staged
      *> values honoured by effective date like the rates.  A record
      *> with a material not in the catalogue or inactive, or with no
      *> run length, is rejected instead of priced at zero.  Each job
      *> gets an estimate line under its subtotal and a priced
      *> estimate record (jobest copybook) beside JOBSUMM, and the run
      *> trailer carries the run's estimate totals.
      *> modified Oct 15th 2026 - every run adds to the job-to-date,
      *> but a batch already posted is not posted again: a job whose
      *> totals match a run posted for it on the same business date
      *> (the same PIPEIN resubmitted, or run from the menu and again
      *> at night) is logged to the job history as a duplicate batch
      *> instead, and the run ends RC=4.  A failed job history write
      *> is reported and not counted as posted.
       environment division.
       input-output section.
       file-control.
           select run-stats-file assign to "RUNSTATS"
               organization line sequential
               file status WS-RUNSTATS-STATUS.
           select job-master-file assign to "JOBMAST"
               organization indexed
               access mode random
               record key JOB-NUMBER
               file status WS-JOBMAST-STATUS.
           select job-history-file assign to "JOBHIST"
               organization line sequential
               file status WS-JOBHIST-STATUS.
           select process-date-file assign to "PROCDATE"
               organization line sequential
               file status WS-PROCDATE-STATUS.
           select material-file assign to "MATLCAT"
               organization indexed
               access mode random
               record key MAT-CODE
               file status WS-MATL-STATUS.
           select job-estimate-file assign to "JOBEST"
               organization line sequential
               file status WS-JOBEST-STATUS.
           select rates-file assign to "RATES"
               organization indexed
               access mode random
               88  IN-UNIT-INCHES              value "I" " ".
               88  IN-UNIT-FEET                value "F".
           05  IN-JOB-NUMBER           pic x(06).
           05  IN-MATERIAL-CODE        pic x(06).
           05  IN-RUN-LENGTH           pic 9(05)v99.
           05  IN-RUN-LENGTH-X redefines IN-RUN-LENGTH
                                       pic x(07).

       FD  pipe-size-report-file.
       01  PIPE-REPORT-RECORD          pic x(80).

       COPY jobsum.
       COPY ratesrec.
       COPY jobmast.
       COPY jobhist.
       COPY matlcat.
       COPY jobest.

       FD  process-date-file.
       01  PROCESS-DATE-RECORD         pic 9(08).

       working-storage section.
       01  WS-IN-STATUS  pic xx value "00".
           05  filler                  pic x(01) value "/".
           05  RJ-DIAMETER-X           pic x(05).
           05  filler                  pic x(02) value spaces.
           05  RJ-JOB-NUMBER           pic x(06).
           05  filler                  pic x(02) value spaces.
           05  RJ-REASON-CODE          pic x(04).
           05  filler                  pic x(02) value spaces.
           05  RJ-REASON               pic x(35).

      *> fabrication job master - looked up once per job break
       01  WS-JOBMAST-STATUS           pic xx value "00".
       01  WS-JOBHIST-STATUS           pic xx value "00".
       01  WS-PROCDATE-STATUS          pic xx value "00".
       01  WS-JOBMAST-SW               pic x(01) value "N".
           88  JOBMAST-PRESENT                    value "Y".
       01  WS-JOB-CHECK-SW             pic x(01) value "O".
           88  JOB-ON-FILE-OPEN                   value "O".
           88  JOB-NOT-ON-FILE                    value "U".
           88  JOB-ON-FILE-CLOSED                 value "C".
       01  WS-BUSINESS-DATE            pic 9(08) value 0.
       01  WS-RUN-TIME                 pic 9(08) value 0.
       01  WS-JOBS-POSTED              pic 9(05) value 0.
       01  WS-JOBS-REFUSED             pic 9(05) value 0.

      *> the runs already posted on the business date, off the job
      *> history, each identified by its job and totals
       01  WS-POSTED-RUN-TABLE.
           05  WS-POSTED-RUN-ENTRY occurs 500 times
                   indexed by WS-PRN-IDX.
               10  PRT-JOB-NUMBER      pic x(06).
               10  PRT-RECORD-COUNT    pic 9(07).
               10  PRT-CIRC-TOTAL      pic 9(07)v99.
               10  PRT-AREA-TOTAL      pic 9(09)v9999.
       01  WS-POSTED-RUN-COUNT         pic 9(03) value 0.
       01  WS-JOBHIST-EOF-SW           pic x(01) value "N".
           88  JOBHIST-EOF                        value "Y".
       01  WS-BATCH-POSTED-SW          pic x(01) value "N".
           88  BATCH-ALREADY-POSTED               value "Y".

      *> material catalogue and pricing - the last material read is
      *> kept, runs of one material being the usual case
       01  WS-MATL-STATUS              pic xx value "00".
       01  WS-JOBEST-STATUS            pic xx value "00".
       01  WS-MATL-SW                  pic x(01) value "N".
           88  MATLCAT-PRESENT                    value "Y".
       01  WS-MAT-CHECK-SW             pic x(01) value "U".
           88  MAT-ON-FILE-ACTIVE                 value "A".
           88  MAT-NOT-ON-FILE                    value "U".
           88  MAT-ON-FILE-INACTIVE               value "I".
       01  WS-LAST-MAT-CODE            pic x(06) value spaces.
       01  WS-MAT-LOADED-SW            pic x(01) value "N".
           88  MAT-LOADED                         value "Y".
       01  WS-MAT-WEIGHT               pic 9(04)v9(04) value 0.
       01  WS-MAT-PRICE                pic 9(05)v99 value 0.
       01  WS-RADIUS-METRES            pic 9(05)v9(06) value 0.
       01  WS-LENGTH-METRES            pic 9(07)v9999 value 0.
       01  WS-SURFACE-AREA             pic 9(09)v9999 value 0.
       01  WS-RUN-WEIGHT               pic 9(09)v99 value 0.
       01  WS-RUN-COST                 pic 9(09)v99 value 0.
       01  WS-JOB-LENGTH-METRES        pic 9(09)v9999 value 0.
       01  WS-JOB-SURFACE-AREA         pic 9(11)v9999 value 0.
       01  WS-JOB-WEIGHT               pic 9(11)v99 value 0.
       01  WS-JOB-COST                 pic 9(11)v99 value 0.
       01  WS-EST-LENGTH-TOTAL         pic 9(09)v9999 value 0.
       01  WS-EST-WEIGHT-TOTAL         pic 9(11)v99 value 0.
       01  WS-EST-COST-TOTAL           pic 9(11)v99 value 0.

       01  WS-JOB-ESTIMATE-LINE.
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(07) value "EST  M:".
           05  EL-LENGTH-METRES        pic zzzzzzz9.99.
           05  filler                  pic x(06) value "  M2:".
           05  EL-SURFACE-AREA         pic zzzzzzzz9.99.
           05  filler                  pic x(06) value "  KG:".
           05  EL-WEIGHT               pic zzzzzzzz9.99.
           05  filler                  pic x(08) value "  COST:".
           05  EL-COST                 pic zzzzzzzz9.99.

       01  WS-RUN-ESTIMATE-LINE.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(16) value "RUN ESTIMATE  M:".
           05  TL-LENGTH-METRES        pic zzzzzzz9.99.
           05  filler                  pic x(06) value "  KG:".
           05  TL-WEIGHT               pic zzzzzzzzzz9.99.
           05  filler                  pic x(08) value "  COST:".
           05  TL-COST                 pic zzzzzzzzzz9.99.

       01  WS-TRAILER-LINE.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(14) value "RECORD COUNT: ".
           move 0 to WS-RUN-JOB-COUNT
           move "Y" to WS-FIRST-JOB-SW
           move spaces to WS-PREV-JOB
           move 0 to WS-JOBS-POSTED
           move 0 to WS-JOBS-REFUSED
           perform clear-job-totals
           open input pipe-size-input-file
           if not WS-IN-OK
               display "[BATCH] no pipe-size input file present - skipping batch run"
           else
               perform get-business-date
               perform open-job-master
               perform open-material-catalogue
               open output pipe-size-report-file
               open output pipe-reject-file
               open output job-summary-file
               open output job-estimate-file
               perform process-pipe-record until WS-IN-EOF
               if not WS-FIRST-JOB
                   perform print-job-subtotal
               close pipe-size-report-file
               close pipe-reject-file
               close job-summary-file
               close job-estimate-file
               perform close-job-master
               if MATLCAT-PRESENT
                   close material-file
               end-if
               perform write-run-stats
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
           end-if
           accept WS-RUN-TIME from time.

       open-job-master.
           move "N" to WS-JOBMAST-SW
           open i-o job-master-file
           if WS-JOBMAST-STATUS = "00"
               set JOBMAST-PRESENT to true
               perform load-posted-runs
               open extend job-history-file
               if WS-JOBHIST-STATUS not = "00"
                   open output job-history-file
               end-if
           else
               display "[BATCH] no job master present -"
                   " job numbers not checked"
           end-if.

      *> the runs posted on the business date by earlier runs,
      *> kept to tell a batch submitted again from a new one
       load-posted-runs.
           move 0 to WS-POSTED-RUN-COUNT
           move "N" to WS-JOBHIST-EOF-SW
           open input job-history-file
           if WS-JOBHIST-STATUS = "00"
               perform read-posted-run until JOBHIST-EOF
               close job-history-file
           end-if.

       read-posted-run.
           read job-history-file
               at end
                   set JOBHIST-EOF to true
               not at end
                   if JH-RUN-DATE = WS-BUSINESS-DATE and JH-POSTED
                       perform add-posted-run
                   end-if
           end-read.

       add-posted-run.
           if WS-POSTED-RUN-COUNT < 500
               add 1 to WS-POSTED-RUN-COUNT
               move JH-JOB-NUMBER
                   to PRT-JOB-NUMBER(WS-POSTED-RUN-COUNT)
               move JH-RECORD-COUNT
                   to PRT-RECORD-COUNT(WS-POSTED-RUN-COUNT)
               move JH-CIRC-TOTAL
                   to PRT-CIRC-TOTAL(WS-POSTED-RUN-COUNT)
               move JH-AREA-TOTAL
                   to PRT-AREA-TOTAL(WS-POSTED-RUN-COUNT)
           else
               display "[BATCH] posted run table full - job "
                   JH-JOB-NUMBER " not checked for a repeat batch"
           end-if.

       open-material-catalogue.
           move "N" to WS-MATL-SW
           move "N" to WS-MAT-LOADED-SW
           move 0 to WS-EST-LENGTH-TOTAL
           move 0 to WS-EST-WEIGHT-TOTAL
           move 0 to WS-EST-COST-TOTAL
           open input material-file
           if WS-MATL-STATUS = "00"
               set MATLCAT-PRESENT to true
           else
               display "[BATCH] no material catalogue present -"
                   " records not priced"
           end-if.

       close-job-master.
           if JOBMAST-PRESENT
               close job-master-file
               close job-history-file
               display "[BATCH] jobs posted to job-to-date: "
                   WS-JOBS-POSTED
               if WS-JOBS-REFUSED > 0
                   display "[BATCH] jobs not posted - batch already"
                       " posted today: " WS-JOBS-REFUSED
                   move 4 to return-code
               end-if
           end-if.

       write-run-stats.
           move "NUMBERS " to RC-PROGRAM
           accept RC-RUN-DATE from date yyyymmdd
           if WS-FIRST-JOB
               move "N" to WS-FIRST-JOB-SW
               move IN-JOB-NUMBER to WS-PREV-JOB
               perform look-up-job
           else
               if IN-JOB-NUMBER not = WS-PREV-JOB
                   perform print-job-subtotal
                   move IN-JOB-NUMBER to WS-PREV-JOB
                   perform look-up-job
               end-if
           end-if.

       look-up-job.
           set JOB-ON-FILE-OPEN to true
           if JOBMAST-PRESENT
               move IN-JOB-NUMBER to JOB-NUMBER
               read job-master-file
               if WS-JOBMAST-STATUS not = "00"
                   set JOB-NOT-ON-FILE to true
               else
                   if not JOB-OPEN
                       set JOB-ON-FILE-CLOSED to true
                   end-if
               end-if
           end-if.

               move WS-JOB-AREA-METRIC to JS-AREA-METRIC
               write JOB-SUMMARY-RECORD
               add 1 to WS-RUN-JOB-COUNT
               if JOBMAST-PRESENT
                   perform post-job-to-date
               end-if
               if MATLCAT-PRESENT
                   perform write-job-estimate
               end-if
           end-if
           perform clear-job-totals.

       write-job-estimate.
           move WS-JOB-LENGTH-METRES to EL-LENGTH-METRES
           move WS-JOB-SURFACE-AREA to EL-SURFACE-AREA
           move WS-JOB-WEIGHT to EL-WEIGHT
           move WS-JOB-COST to EL-COST
           write PIPE-REPORT-RECORD from WS-JOB-ESTIMATE-LINE
           move WS-PREV-JOB to JE-JOB-NUMBER
           move WS-JOB-RECORD-COUNT to JE-RECORD-COUNT
           move WS-JOB-LENGTH-METRES to JE-LENGTH-METRES
           move WS-JOB-SURFACE-AREA to JE-SURFACE-AREA
           move WS-JOB-WEIGHT to JE-WEIGHT
           move WS-JOB-COST to JE-COST
           write JOB-ESTIMATE-RECORD.

      *> the job's run totals onto its job-to-date accumulators, and
      *> the run logged to the job history for the job statement.
      *> Each run adds, but a run whose totals match one already
      *> posted for the job on the business date is the same batch
      *> again: it is logged as a duplicate batch and not posted
       post-job-to-date.
           move WS-PREV-JOB to JOB-NUMBER
           read job-master-file
           if WS-JOBMAST-STATUS not = "00"
               display "[BATCH] job " WS-PREV-JOB
                   " not on the job master - job-to-date not posted"
           else
               perform check-batch-posted
               if BATCH-ALREADY-POSTED
                   perform refuse-duplicate-batch
               else
                   perform add-job-to-date
               end-if
           end-if.

       check-batch-posted.
           move "N" to WS-BATCH-POSTED-SW
           set WS-PRN-IDX to 1
           search WS-POSTED-RUN-ENTRY
               at end
                   continue
               when WS-PRN-IDX > WS-POSTED-RUN-COUNT
                   continue
               when PRT-JOB-NUMBER(WS-PRN-IDX) = WS-PREV-JOB
                   and PRT-RECORD-COUNT(WS-PRN-IDX)
                       = WS-JOB-RECORD-COUNT
                   and PRT-CIRC-TOTAL(WS-PRN-IDX) = WS-JOB-CIRC-TOTAL
                   and PRT-AREA-TOTAL(WS-PRN-IDX) = WS-JOB-AREA-TOTAL
                   set BATCH-ALREADY-POSTED to true
           end-search.

       refuse-duplicate-batch.
           display "[BATCH] job " WS-PREV-JOB
               " batch already posted for " WS-BUSINESS-DATE
               " - job-to-date not posted"
           add 1 to WS-JOBS-REFUSED
           perform fill-job-history-record
           set JH-DUPLICATE-BATCH to true
           write JOB-HISTORY-RECORD
           if WS-JOBHIST-STATUS not = "00"
               display "[BATCH] job history write failed for "
                   WS-PREV-JOB ", status " WS-JOBHIST-STATUS
           end-if.

       add-job-to-date.
           add 1 to JOB-RUN-COUNT
           move WS-BUSINESS-DATE to JOB-LAST-RUN-DATE
           add WS-JOB-RECORD-COUNT to JOB-RECORD-COUNT
           add WS-JOB-CIRC-TOTAL to JOB-CIRC-TOTAL
           add WS-JOB-AREA-TOTAL to JOB-AREA-TOTAL
           add WS-JOB-CIRC-METRIC to JOB-CIRC-METRIC
           add WS-JOB-AREA-METRIC to JOB-AREA-METRIC
           rewrite JOB-MASTER-RECORD
           if WS-JOBMAST-STATUS not = "00"
               display "[BATCH] job master rewrite failed for "
                   WS-PREV-JOB ", status " WS-JOBMAST-STATUS
           else
               perform fill-job-history-record
               set JH-POSTED to true
               write JOB-HISTORY-RECORD
               if WS-JOBHIST-STATUS not = "00"
                   display "[BATCH] job history write failed for "
                       WS-PREV-JOB ", status " WS-JOBHIST-STATUS
               else
                   add 1 to WS-JOBS-POSTED
               end-if
           end-if.

       fill-job-history-record.
           move WS-PREV-JOB to JH-JOB-NUMBER
           move WS-BUSINESS-DATE to JH-RUN-DATE
           move WS-RUN-TIME to JH-RUN-TIME
           move WS-JOB-RECORD-COUNT to JH-RECORD-COUNT
           move WS-JOB-CIRC-TOTAL to JH-CIRC-TOTAL
           move WS-JOB-AREA-TOTAL to JH-AREA-TOTAL
           move WS-JOB-CIRC-METRIC to JH-CIRC-METRIC
           move WS-JOB-AREA-METRIC to JH-AREA-METRIC.

       clear-job-totals.
           move 0 to WS-JOB-RECORD-COUNT
           move 0 to WS-JOB-CIRC-TOTAL
           move 0 to WS-JOB-AREA-TOTAL
           move 0 to WS-JOB-CIRC-METRIC
           move 0 to WS-JOB-AREA-METRIC
           move 0 to WS-JOB-LENGTH-METRES
           move 0 to WS-JOB-SURFACE-AREA
           move 0 to WS-JOB-WEIGHT
           move 0 to WS-JOB-COST.

       edit-pipe-record.
           set PIPE-RECORD-GOOD to true
           if not IN-UNIT-INCHES and not IN-UNIT-FEET
               move "UNIT" to RJ-REASON-CODE
               move "INVALID UNIT CODE" to RJ-REASON
               perform write-pipe-reject
           else
           if IN-RADIUS-X is not numeric
               move "RADN" to RJ-REASON-CODE
               move "RADIUS NOT NUMERIC" to RJ-REASON
               perform write-pipe-reject
           else
               if IN-DIAMETER-X is not numeric
                   move "DIAN" to RJ-REASON-CODE
                   move "DIAMETER NOT NUMERIC" to RJ-REASON
                   perform write-pipe-reject
               else
                   if IN-RADIUS = 0
                       move "RADZ" to RJ-REASON-CODE
                       move "RADIUS ZERO" to RJ-REASON
                       perform write-pipe-reject
                   else
                       if WS-DIAMETER-DIFF > WS-DIAMETER-TOLERANCE
                           or WS-DIAMETER-DIFF <
                               - WS-DIAMETER-TOLERANCE
                           move "DIAM" to RJ-REASON-CODE
                           move "DIAMETER NOT TWICE RADIUS" to RJ-REASON
                           perform write-pipe-reject
                       end-if
                   end-if
               end-if
           end-if
           end-if
           if PIPE-RECORD-GOOD
               perform check-job-status
           end-if
           if PIPE-RECORD-GOOD and MATLCAT-PRESENT
               perform check-material
           end-if.

       check-material.
           if IN-RUN-LENGTH-X is not numeric
               move "LENN" to RJ-REASON-CODE
               move "RUN LENGTH NOT NUMERIC" to RJ-REASON
               perform write-pipe-reject
           else
               if IN-RUN-LENGTH = 0
                   move "LENZ" to RJ-REASON-CODE
                   move "RUN LENGTH ZERO" to RJ-REASON
                   perform write-pipe-reject
               else
                   if not MAT-LOADED
                       or IN-MATERIAL-CODE not = WS-LAST-MAT-CODE
                       perform look-up-material
                   end-if
                   evaluate true
                       when MAT-NOT-ON-FILE
                           move "MATU" to RJ-REASON-CODE
                           move "MATERIAL NOT IN CATALOGUE"
                               to RJ-REASON
                           perform write-pipe-reject
                       when MAT-ON-FILE-INACTIVE
                           move "MATI" to RJ-REASON-CODE
                           move "MATERIAL INACTIVE" to RJ-REASON
                           perform write-pipe-reject
                       when other
                           continue
                   end-evaluate
               end-if
           end-if.

      *> the values in force as of today - a staged change takes
      *> over on its effective date, as resolve-rate-value does
       look-up-material.
           set MAT-LOADED to true
           move IN-MATERIAL-CODE to WS-LAST-MAT-CODE
           move IN-MATERIAL-CODE to MAT-CODE
           read material-file
           if WS-MATL-STATUS not = "00"
               set MAT-NOT-ON-FILE to true
           else
               if MAT-INACTIVE
                   set MAT-ON-FILE-INACTIVE to true
               else
                   set MAT-ON-FILE-ACTIVE to true
                   move MAT-WEIGHT-PER-AREA to WS-MAT-WEIGHT
                   move MAT-PRICE-PER-METRE to WS-MAT-PRICE
                   if MAT-NEW-EFF-DATE > 0
                       and MAT-NEW-EFF-DATE <= WS-RATES-TODAY
                       move MAT-NEW-WEIGHT-PER-AREA to WS-MAT-WEIGHT
                       move MAT-NEW-PRICE-PER-METRE to WS-MAT-PRICE
                   end-if
               end-if
           end-if.

       check-job-status.
           evaluate true
               when JOB-NOT-ON-FILE
                   move "JOBU" to RJ-REASON-CODE
                   move "JOB NOT ON JOB MASTER" to RJ-REASON
                   perform write-pipe-reject
               when JOB-ON-FILE-CLOSED
                   move "JOBC" to RJ-REASON-CODE
                   move "JOB IS CLOSED" to RJ-REASON
                   perform write-pipe-reject
               when other
                   continue
           end-evaluate.

       write-pipe-reject.
           set PIPE-RECORD-BAD to true
           move WS-INPUT-LINE-NUMBER to RJ-LINE-NUMBER
           move IN-RADIUS-X to RJ-RADIUS-X
           move IN-DIAMETER-X to RJ-DIAMETER-X
           move IN-JOB-NUMBER to RJ-JOB-NUMBER
           write PIPE-REJECT-RECORD from WS-REJECT-LINE
           add 1 to WS-RUN-REJECT-COUNT.

           add WS-CIRCUMFERENCE to WS-JOB-CIRC-TOTAL
           add WS-AREA to WS-JOB-AREA-TOTAL
           add WS-CIRC-METRIC to WS-JOB-CIRC-METRIC
           add WS-AREA-METRIC to WS-JOB-AREA-METRIC
           if MATLCAT-PRESENT
               perform price-pipe-run
           end-if.

      *> surface area is the outside of the pipe over its run,
      *> worked in metres whatever the record's unit
       price-pipe-run.
           if IN-UNIT-FEET
               compute WS-RADIUS-METRES rounded = VAL_1 * FtToMValue
               compute WS-LENGTH-METRES rounded =
                   IN-RUN-LENGTH * FtToMValue
           else
               compute WS-RADIUS-METRES rounded =
                   VAL_1 * InToMmValue / 1000
               compute WS-LENGTH-METRES rounded =
                   IN-RUN-LENGTH * InToMmValue / 1000
           end-if
           compute WS-SURFACE-AREA rounded =
               2 * PIValue * WS-RADIUS-METRES * WS-LENGTH-METRES
           compute WS-RUN-WEIGHT rounded =
               WS-SURFACE-AREA * WS-MAT-WEIGHT
           compute WS-RUN-COST rounded =
               WS-LENGTH-METRES * WS-MAT-PRICE
           add WS-LENGTH-METRES to WS-JOB-LENGTH-METRES
           add WS-SURFACE-AREA to WS-JOB-SURFACE-AREA
           add WS-RUN-WEIGHT to WS-JOB-WEIGHT
           add WS-RUN-COST to WS-JOB-COST
           add WS-LENGTH-METRES to WS-EST-LENGTH-TOTAL
           add WS-RUN-WEIGHT to WS-EST-WEIGHT-TOTAL
           add WS-RUN-COST to WS-EST-COST-TOTAL.

       print-run-trailer.
           move WS-RUN-RECORD-COUNT to TL-RECORD-COUNT
           move WS-RUN-FEET-COUNT to TL-FEET-COUNT
           write PIPE-REPORT-RECORD from WS-UNIT-TRAILER-LINE
           move WS-RUN-JOB-COUNT to TL-JOB-COUNT
           write PIPE-REPORT-RECORD from WS-JOB-COUNT-LINE
           if MATLCAT-PRESENT
               move WS-EST-LENGTH-TOTAL to TL-LENGTH-METRES
               move WS-EST-WEIGHT-TOTAL to TL-WEIGHT
               move WS-EST-COST-TOTAL to TL-COST
               write PIPE-REPORT-RECORD from WS-RUN-ESTIMATE-LINE
           end-if.
