       >>SOURCE FORMAT FREE
       identification division.
       program-id. jobstmt.
       author. Irfan Ghat.
       date-written.Oct 14th 2026
      *> fabrication job statement - for each job selected, the job
      *> master details and every pipe-size run the job took, run by
      *> run off the job history file (jobhist copybook), closed by
      *> the totals of the runs listed and the job-to-date totals
      *> carried on the job master (jobmast copybook); a job whose
      *> history does not add up to its job-to-date is flagged.
      *> A batch logged on the history as a duplicate (submitted
      *> again and not posted) is listed marked NOT POSTED and left
      *> out of the runs total.  Each statement starts a new page,
      *> pages being counted and the headings repeated when one
      *> fills.  The SYSIN card selects:
      *>     blank  - the final statement of every job closed since
      *>              the last statement run (the nightly run)
      *>     ALL    - every job on the master, open jobs to date
      *>     job no - that one job
      *> A closed job's statement, however selected, is its final
      *> statement and is marked printed on the job master.  RC=4
      *> when nothing was selected.  Appends a run-statistics record
      *> for the morning summary.
       environment division.
       input-output section.
       file-control.
           select job-master-file assign to "JOBMAST"
               organization indexed
               access mode dynamic
               record key JOB-NUMBER
               file status WS-JOBMAST-STATUS.
           select job-history-file assign to "JOBHIST"
               organization line sequential
               file status WS-JOBHIST-STATUS.
           select job-statement-file assign to "JOBSTMT"
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
       COPY jobmast.
       COPY jobhist.

       FD  job-statement-file.
       01  JOB-STATEMENT-RECORD        pic x(100).

       FD  process-date-file.
       01  PROCESS-DATE-RECORD         pic 9(08).

       FD  run-stats-file.
       01  RUN-STATS-OUT               pic x(73).

      *> type 0 opens a job's statement (released for every job
      *> selected, so a job with no runs still gets one); type 1 is
      *> one run off the history
       SD  sort-work-file.
       01  SORT-STATEMENT-RECORD.
           05  SRT-JOB-NUMBER          pic x(06).
           05  SRT-TYPE                pic x(01).
               88  SRT-JOB-MARKER              value "0".
               88  SRT-RUN-ENTRY               value "1".
           05  SRT-RUN-DATE            pic 9(08).
           05  SRT-RUN-TIME            pic 9(08).
           05  SRT-RECORD-COUNT        pic 9(07).
           05  SRT-CIRC-TOTAL          pic 9(07)v99.
           05  SRT-AREA-TOTAL          pic 9(09)v9999.
           05  SRT-CIRC-METRIC         pic 9(09)v99.
           05  SRT-AREA-METRIC         pic 9(12)v99.
           05  SRT-ENTRY-TYPE          pic x(01).
               88  SRT-DUPLICATE-BATCH         value "D".

       working-storage section.
       COPY runctl.
       01  WS-JOBMAST-STATUS           pic xx value "00".
           88  WS-JOBMAST-OK                      value "00".
           88  WS-JOBMAST-EOF                     value "10".
       01  WS-JOBHIST-STATUS           pic xx value "00".
           88  WS-JOBHIST-OK                      value "00".
           88  WS-JOBHIST-EOF                     value "10".
       01  WS-RPT-STATUS               pic xx value "00".
       01  WS-PROCDATE-STATUS          pic xx value "00".
       01  WS-RUNSTATS-STATUS          pic xx value "00".
       01  WS-SORT-EOF-SW              pic x(01) value "N".
           88  WS-SORT-EOF                        value "Y".

       01  WS-SELECT-CARD              pic x(06) value spaces.
           88  SELECT-FINAL-DUE                   value spaces.
           88  SELECT-ALL-JOBS                    value "ALL".
       01  WS-SELECTED-SW              pic x(01) value "N".
           88  JOB-SELECTED                       value "Y".
       01  WS-IN-JOB-SW                pic x(01) value "N".
           88  WS-IN-JOB                          value "Y".
       01  WS-BUSINESS-DATE            pic 9(08) value 0.
       01  WS-PAGE-NUMBER              pic 9(03) value 1.
       01  WS-LINE-COUNT               pic 9(03) value 99.
       01  WS-LINES-PER-PAGE           pic 9(03) value 50.

       01  WS-JOBS-SELECTED            pic 9(05) value 0.
       01  WS-STATEMENTS-PRINTED       pic 9(05) value 0.
       01  WS-FINALS-PRINTED           pic 9(05) value 0.
       01  WS-HISTORY-READ             pic 9(07) value 0.
       01  WS-RUNS-LISTED              pic 9(07) value 0.
       01  WS-DISAGREE-COUNT           pic 9(05) value 0.

      *> the current statement's runs, added up as they print
       01  WS-STATEMENT-TOTALS.
           05  WS-STM-RUN-COUNT        pic 9(05).
           05  WS-STM-RECORD-COUNT     pic 9(09).
           05  WS-STM-CIRC-TOTAL       pic 9(09)v99.
           05  WS-STM-AREA-TOTAL       pic 9(11)v9999.
           05  WS-STM-CIRC-METRIC      pic 9(11)v99.
           05  WS-STM-AREA-METRIC      pic 9(14)v99.

       01  WS-HEADING-LINE-1.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(27) value
               "FABRICATION JOB STATEMENT".
           05  filler                  pic x(04) value "JOB ".
           05  HL1-JOB-NUMBER          pic x(06).
           05  filler                  pic x(02) value spaces.
           05  HL1-CUSTOMER            pic x(30).
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(06) value "AS OF ".
           05  HL1-BUSINESS-DATE       pic 9(08).
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(05) value "PAGE ".
           05  HL1-PAGE-NUMBER         pic zz9.

       01  WS-HEADING-LINE-2.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(07) value "OPENED ".
           05  HL2-OPEN-DATE           pic 9(08).
           05  filler                  pic x(04) value spaces.
           05  HL2-CLOSED-LABEL        pic x(07).
           05  HL2-CLOSE-DATE          pic x(08).
           05  filler                  pic x(04) value spaces.
           05  HL2-STATEMENT-TYPE      pic x(24).

       01  WS-HEADING-LINE-3.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(10) value "RUN DATE".
           05  filler                  pic x(11) value "  RECORDS".
           05  filler                  pic x(14) value "   CIRCUMF".
           05  filler                  pic x(18) value "             AREA".
           05  filler                  pic x(16) value "    CIRCUMF (M)".
           05  filler                  pic x(19) value "         AREA (M)".

       01  WS-RUN-LINE.
           05  filler                  pic x(02) value spaces.
           05  RL-RUN-DATE             pic x(08).
           05  filler                  pic x(02) value spaces.
           05  RL-RECORD-COUNT         pic zzzzzzzz9.
           05  filler                  pic x(02) value spaces.
           05  RL-CIRC-TOTAL           pic zzzzzzzz9.99.
           05  filler                  pic x(02) value spaces.
           05  RL-AREA-TOTAL           pic zzzzzzzzzz9.9999.
           05  filler                  pic x(02) value spaces.
           05  RL-CIRC-METRIC          pic zzzzzzzzzz9.99.
           05  filler                  pic x(02) value spaces.
           05  RL-AREA-METRIC          pic zzzzzzzzzzzzz9.99.
           05  filler                  pic x(02) value spaces.
           05  RL-NOTE                 pic x(10).

       01  WS-NO-RUNS-LINE.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(40) value
               "NO PIPE-SIZE RUNS RECORDED FOR THIS JOB".

       01  WS-RUN-COUNT-LINE.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(14) value "RUNS LISTED: ".
           05  RCL-RUNS-LISTED         pic zzzz9.
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(20) value
               "RUNS ON JOB MASTER: ".
           05  RCL-RUNS-MASTER         pic zzzz9.

       01  WS-DISAGREE-LINE.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(52) value
               "*** RUNS LISTED DO NOT AGREE WITH JOB-TO-DATE ***".

       01  WS-CONTROL-LINE.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(12) value "STATEMENTS: ".
           05  CL-STATEMENTS           pic zzzz9.
           05  filler                  pic x(10) value "   FINAL: ".
           05  CL-FINALS               pic zzzz9.
           05  filler                  pic x(15) value "   RUNS LISTED:".
           05  CL-RUNS-LISTED          pic zzzzzz9.
           05  filler                  pic x(17) value
               "   NOT AGREEING: ".
           05  CL-DISAGREE             pic zzzz9.

       procedure division.
       perform get-business-date
       move spaces to WS-SELECT-CARD
       accept WS-SELECT-CARD
       move zeros to WS-STATEMENT-TOTALS

       open i-o job-master-file
       if not WS-JOBMAST-OK
           display "[JOBSTMT] no job master present - no statements"
           move 4 to return-code
       else
           open output job-statement-file
           sort sort-work-file
               ascending key SRT-JOB-NUMBER SRT-TYPE
                   SRT-RUN-DATE SRT-RUN-TIME
               input procedure is select-statement-jobs
               output procedure is print-job-statements
           move WS-STATEMENTS-PRINTED to CL-STATEMENTS
           move WS-FINALS-PRINTED to CL-FINALS
           move WS-RUNS-LISTED to CL-RUNS-LISTED
           move WS-DISAGREE-COUNT to CL-DISAGREE
           move spaces to JOB-STATEMENT-RECORD
           write JOB-STATEMENT-RECORD
           write JOB-STATEMENT-RECORD from WS-CONTROL-LINE
           close job-statement-file
           close job-master-file
           display "[JOBSTMT] statements: " WS-STATEMENTS-PRINTED
               " final: " WS-FINALS-PRINTED
               " not agreeing: " WS-DISAGREE-COUNT
           perform write-run-stats
           if WS-JOBS-SELECTED = 0
               display "[JOBSTMT] no jobs selected"
               move 4 to return-code
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

      *> ---------------------------------------------------------
      *> input side - a marker per selected job, then its runs
      *> ---------------------------------------------------------
       select-statement-jobs.
           move low-values to JOB-NUMBER
           start job-master-file key >= JOB-NUMBER
           if WS-JOBMAST-OK
               perform release-job-marker until WS-JOBMAST-EOF
           end-if
           if WS-JOBS-SELECTED > 0
               open input job-history-file
               if WS-JOBHIST-OK
                   perform release-job-run until WS-JOBHIST-EOF
                   close job-history-file
               else
                   display "[JOBSTMT] no job history present -"
                       " statements carry job-to-date only"
               end-if
           end-if.

       release-job-marker.
           read job-master-file next
               at end
                   set WS-JOBMAST-EOF to true
               not at end
                   perform check-job-selected
                   if JOB-SELECTED
                       add 1 to WS-JOBS-SELECTED
                       move zeros to SORT-STATEMENT-RECORD
                       move JOB-NUMBER to SRT-JOB-NUMBER
                       set SRT-JOB-MARKER to true
                       release SORT-STATEMENT-RECORD
                   end-if
           end-read.

       release-job-run.
           read job-history-file
               at end
                   set WS-JOBHIST-EOF to true
               not at end
                   add 1 to WS-HISTORY-READ
                   move JH-JOB-NUMBER to JOB-NUMBER
                   read job-master-file
                   if WS-JOBMAST-STATUS = "00"
                       perform check-job-selected
                       if JOB-SELECTED
                           move JH-JOB-NUMBER to SRT-JOB-NUMBER
                           set SRT-RUN-ENTRY to true
                           move JH-RUN-DATE to SRT-RUN-DATE
                           move JH-RUN-TIME to SRT-RUN-TIME
                           move JH-RECORD-COUNT to SRT-RECORD-COUNT
                           move JH-CIRC-TOTAL to SRT-CIRC-TOTAL
                           move JH-AREA-TOTAL to SRT-AREA-TOTAL
                           move JH-CIRC-METRIC to SRT-CIRC-METRIC
                           move JH-AREA-METRIC to SRT-AREA-METRIC
                           move JH-ENTRY-TYPE to SRT-ENTRY-TYPE
                           release SORT-STATEMENT-RECORD
                       end-if
                   end-if
           end-read.

       check-job-selected.
           move "N" to WS-SELECTED-SW
           evaluate true
               when SELECT-FINAL-DUE
                   if JOB-CLOSED and JOB-STMT-DUE
                       set JOB-SELECTED to true
                   end-if
               when SELECT-ALL-JOBS
                   set JOB-SELECTED to true
               when other
                   if JOB-NUMBER = WS-SELECT-CARD
                       set JOB-SELECTED to true
                   end-if
           end-evaluate.

      *> ---------------------------------------------------------
      *> output side - one statement per job
      *> ---------------------------------------------------------
       print-job-statements.
           perform return-statement-entry until WS-SORT-EOF
           if WS-IN-JOB
               perform finish-job-statement
           end-if.

       return-statement-entry.
           return sort-work-file
               at end
                   set WS-SORT-EOF to true
               not at end
                   if SRT-JOB-MARKER
                       if WS-IN-JOB
                           perform finish-job-statement
                       end-if
                       perform start-job-statement
                   else
                       perform print-run-line
                   end-if
           end-return.

       start-job-statement.
           move SRT-JOB-NUMBER to JOB-NUMBER
           read job-master-file
           set WS-IN-JOB to true
           move zeros to WS-STATEMENT-TOTALS
           move JOB-NUMBER to HL1-JOB-NUMBER
           move JOB-CUSTOMER to HL1-CUSTOMER
           move WS-BUSINESS-DATE to HL1-BUSINESS-DATE
           move JOB-OPEN-DATE to HL2-OPEN-DATE
           if JOB-CLOSED
               move "CLOSED " to HL2-CLOSED-LABEL
               move JOB-CLOSE-DATE to HL2-CLOSE-DATE
               move "FINAL STATEMENT" to HL2-STATEMENT-TYPE
           else
               move "STATUS " to HL2-CLOSED-LABEL
               move "OPEN" to HL2-CLOSE-DATE
               move "STATEMENT TO DATE" to HL2-STATEMENT-TYPE
           end-if
           perform print-page-heading.

       print-page-heading.
           move WS-PAGE-NUMBER to HL1-PAGE-NUMBER
           write JOB-STATEMENT-RECORD from WS-HEADING-LINE-1
           write JOB-STATEMENT-RECORD from WS-HEADING-LINE-2
           move spaces to JOB-STATEMENT-RECORD
           write JOB-STATEMENT-RECORD
           write JOB-STATEMENT-RECORD from WS-HEADING-LINE-3
           add 1 to WS-PAGE-NUMBER
           move 4 to WS-LINE-COUNT.

       print-run-line.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform print-page-heading
           end-if
           move SRT-RUN-DATE to RL-RUN-DATE
           move SRT-RECORD-COUNT to RL-RECORD-COUNT
           move SRT-CIRC-TOTAL to RL-CIRC-TOTAL
           move SRT-AREA-TOTAL to RL-AREA-TOTAL
           move SRT-CIRC-METRIC to RL-CIRC-METRIC
           move SRT-AREA-METRIC to RL-AREA-METRIC
           if SRT-DUPLICATE-BATCH
               move "NOT POSTED" to RL-NOTE
           else
               move spaces to RL-NOTE
           end-if
           write JOB-STATEMENT-RECORD from WS-RUN-LINE
           add 1 to WS-LINE-COUNT
           if not SRT-DUPLICATE-BATCH
               perform add-run-to-statement
           end-if.

       add-run-to-statement.
           add 1 to WS-STM-RUN-COUNT
           add 1 to WS-RUNS-LISTED
           add SRT-RECORD-COUNT to WS-STM-RECORD-COUNT
           add SRT-CIRC-TOTAL to WS-STM-CIRC-TOTAL
           add SRT-AREA-TOTAL to WS-STM-AREA-TOTAL
           add SRT-CIRC-METRIC to WS-STM-CIRC-METRIC
           add SRT-AREA-METRIC to WS-STM-AREA-METRIC.

      *> runs total, job-to-date off the master, and the check that
      *> the two agree; a closed job's final statement is marked
      *> printed so the nightly run does not print it again
       finish-job-statement.
           if WS-LINE-COUNT + 7 > WS-LINES-PER-PAGE
               perform print-page-heading
           end-if
           if WS-STM-RUN-COUNT = 0
               write JOB-STATEMENT-RECORD from WS-NO-RUNS-LINE
           end-if
           move spaces to JOB-STATEMENT-RECORD
           write JOB-STATEMENT-RECORD
           move spaces to RL-NOTE
           move "RUNS" to RL-RUN-DATE
           move WS-STM-RECORD-COUNT to RL-RECORD-COUNT
           move WS-STM-CIRC-TOTAL to RL-CIRC-TOTAL
           move WS-STM-AREA-TOTAL to RL-AREA-TOTAL
           move WS-STM-CIRC-METRIC to RL-CIRC-METRIC
           move WS-STM-AREA-METRIC to RL-AREA-METRIC
           write JOB-STATEMENT-RECORD from WS-RUN-LINE
           move "TO DATE" to RL-RUN-DATE
           move JOB-RECORD-COUNT to RL-RECORD-COUNT
           move JOB-CIRC-TOTAL to RL-CIRC-TOTAL
           move JOB-AREA-TOTAL to RL-AREA-TOTAL
           move JOB-CIRC-METRIC to RL-CIRC-METRIC
           move JOB-AREA-METRIC to RL-AREA-METRIC
           write JOB-STATEMENT-RECORD from WS-RUN-LINE
           move WS-STM-RUN-COUNT to RCL-RUNS-LISTED
           move JOB-RUN-COUNT to RCL-RUNS-MASTER
           write JOB-STATEMENT-RECORD from WS-RUN-COUNT-LINE
           if WS-STM-RUN-COUNT not = JOB-RUN-COUNT
               or WS-STM-RECORD-COUNT not = JOB-RECORD-COUNT
               or WS-STM-CIRC-TOTAL not = JOB-CIRC-TOTAL
               or WS-STM-AREA-TOTAL not = JOB-AREA-TOTAL
               or WS-STM-CIRC-METRIC not = JOB-CIRC-METRIC
               or WS-STM-AREA-METRIC not = JOB-AREA-METRIC
               write JOB-STATEMENT-RECORD from WS-DISAGREE-LINE
               add 1 to WS-DISAGREE-COUNT
           end-if
           add 1 to WS-STATEMENTS-PRINTED
           if JOB-CLOSED
               add 1 to WS-FINALS-PRINTED
               if JOB-STMT-DUE
                   set JOB-STMT-PRINTED to true
                   rewrite JOB-MASTER-RECORD
                   if WS-JOBMAST-STATUS not = "00"
                       display "[JOBSTMT] job master rewrite failed for "
                           JOB-NUMBER ", status " WS-JOBMAST-STATUS
                   end-if
               end-if
           end-if
           move "N" to WS-IN-JOB-SW.

       write-run-stats.
           move "JOBSTMT " to RC-PROGRAM
           accept RC-RUN-DATE from date yyyymmdd
           accept RC-RUN-TIME from time
           move WS-HISTORY-READ to RC-RECORDS-IN
           move WS-STATEMENTS-PRINTED to RC-POSTED
           move 0 to RC-REJECTED
           move 0 to RC-DUPLICATES
           move 0 to RC-AUDIT-COUNT
           move WS-DISAGREE-COUNT to RC-EXCEPTIONS
           open extend run-stats-file
           if WS-RUNSTATS-STATUS not = "00"
               open output run-stats-file
           end-if
           write RUN-STATS-OUT from RUN-CONTROL-RECORD
           close run-stats-file.
