       >>SOURCE FORMAT FREE
       identification division.
       program-id. jobmnt.
       author. Irfan Ghat.
       date-written.Oct 14th 2026
      *> fabrication job master maintenance - lists, opens, changes,
      *> closes and reopens the jobs the pipe-size run checks its
      *> PIPEIN job numbers against (jobmast copybook), so a job
      *> only takes calculations while it is open.  A new job opens
      *> today with zero job-to-date totals; closing a job stamps
      *> the close date and leaves its final statement due for the
      *> next job statement run (jobstmt).  A reopened job keeps its
      *> job-to-date totals and takes calculations again.  Job-to-date
      *> totals are posted only by the pipe-size run, never keyed.
       environment division.
       input-output section.
       file-control.
           select job-master-file assign to "JOBMAST"
               organization indexed
               access mode dynamic
               record key JOB-NUMBER
               file status WS-JOBMAST-STATUS.

       data division.
       file section.
       COPY jobmast.

       working-storage section.
       01  WS-JOBMAST-STATUS           pic xx value "00".
           88  WS-JOBMAST-OK                      value "00".
           88  WS-JOBMAST-EOF                     value "10".
       01  WS-MAINT-CHOICE             pic 9 value 0.
           88  WS-MAINT-DONE                      value 9.
       01  WS-TODAY                    pic 9(08) value 0.

       01  WS-JOB-ENTRY                pic x(06).
       01  WS-CUSTOMER-ENTRY           pic x(30).
       01  WS-CONFIRM-ENTRY            pic x(01).
       01  WS-LIST-COUNT               pic 9(05) value 0.

       01  WS-LIST-LINE.
           05  filler                  pic x(02) value spaces.
           05  LS-JOB-NUMBER           pic x(06).
           05  filler                  pic x(02) value spaces.
           05  LS-CUSTOMER             pic x(24).
           05  filler                  pic x(02) value spaces.
           05  LS-STATUS               pic x(06).
           05  filler                  pic x(02) value spaces.
           05  LS-OPEN-DATE            pic 9(08).
           05  filler                  pic x(02) value spaces.
           05  LS-CLOSE-DATE           pic x(08).
           05  filler                  pic x(02) value spaces.
           05  LS-RUN-COUNT            pic zzzz9.
           05  filler                  pic x(02) value spaces.
           05  LS-RECORD-COUNT         pic zzzzzzzz9.

       01  WS-TOTALS-LINE.
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(14) value "JOB-TO-DATE  ".
           05  filler                  pic x(06) value "CIRC ".
           05  TS-CIRC-TOTAL           pic zzzzzzzz9.99.
           05  filler                  pic x(08) value "  AREA ".
           05  TS-AREA-TOTAL           pic zzzzzzzzzz9.9999.
           05  filler                  pic x(02) value spaces.
           05  TS-LAST-RUN             pic x(08).

       procedure division.
       accept WS-TODAY from date yyyymmdd
       open i-o job-master-file
       if WS-JOBMAST-STATUS not = "00"
           open output job-master-file
           close job-master-file
           open i-o job-master-file
       end-if
       if WS-JOBMAST-STATUS not = "00"
           display "[JOBMNT] cannot open the job master, status "
               WS-JOBMAST-STATUS
       else
           move 0 to WS-MAINT-CHOICE
           perform show-job-menu until WS-MAINT-DONE
           close job-master-file
       end-if
       goback.

       show-job-menu.
           display " "
           display " 1. List jobs"
           display " 2. Open a new job"
           display " 3. Change a job's customer"
           display " 4. Close a job"
           display " 5. Reopen a job"
           display " 9. Done"
           display "Selection: " with no advancing
           accept WS-MAINT-CHOICE

           evaluate WS-MAINT-CHOICE
               when 1
                   perform list-all-jobs
               when 2
                   perform add-job
               when 3
                   perform change-job-customer
               when 4
                   perform close-job
               when 5
                   perform reopen-job
               when 9
                   continue
               when other
                   display "Not a valid selection"
           end-evaluate.

       list-all-jobs.
           move 0 to WS-LIST-COUNT
           move low-values to JOB-NUMBER
           start job-master-file key >= JOB-NUMBER
           if WS-JOBMAST-STATUS not = "00"
               display "[JOBMNT] no jobs on file"
           else
               set WS-JOBMAST-OK to true
               perform list-next-job until WS-JOBMAST-EOF
               display "  " WS-LIST-COUNT " job(s) listed"
           end-if.

       list-next-job.
           read job-master-file next
               at end
                   set WS-JOBMAST-EOF to true
               not at end
                   add 1 to WS-LIST-COUNT
                   perform display-job-line
           end-read.

       display-job-line.
           move JOB-NUMBER to LS-JOB-NUMBER
           move JOB-CUSTOMER to LS-CUSTOMER
           if JOB-CLOSED
               move "CLOSED" to LS-STATUS
               move JOB-CLOSE-DATE to LS-CLOSE-DATE
           else
               move "OPEN" to LS-STATUS
               move spaces to LS-CLOSE-DATE
           end-if
           move JOB-OPEN-DATE to LS-OPEN-DATE
           move JOB-RUN-COUNT to LS-RUN-COUNT
           move JOB-RECORD-COUNT to LS-RECORD-COUNT
           display WS-LIST-LINE
           move JOB-CIRC-TOTAL to TS-CIRC-TOTAL
           move JOB-AREA-TOTAL to TS-AREA-TOTAL
           if JOB-LAST-RUN-DATE > 0
               move JOB-LAST-RUN-DATE to TS-LAST-RUN
           else
               move "NO RUNS" to TS-LAST-RUN
           end-if
           display WS-TOTALS-LINE.

       add-job.
           perform prompt-for-job-number
           if WS-JOB-ENTRY = spaces
               display "[JOBMNT] a job number is required"
           else
               move WS-JOB-ENTRY to JOB-NUMBER
               read job-master-file
               if WS-JOBMAST-STATUS = "00"
                   display "[JOBMNT] job already on file"
               else
                   perform prompt-for-customer
                   if WS-CUSTOMER-ENTRY = spaces
                       display "[JOBMNT] a customer is required"
                   else
                       move WS-JOB-ENTRY to JOB-NUMBER
                       move WS-CUSTOMER-ENTRY to JOB-CUSTOMER
                       set JOB-OPEN to true
                       move WS-TODAY to JOB-OPEN-DATE
                       move 0 to JOB-CLOSE-DATE
                       set JOB-STMT-PRINTED to true
                       move 0 to JOB-RUN-COUNT
                       move 0 to JOB-LAST-RUN-DATE
                       move 0 to JOB-RECORD-COUNT
                       move 0 to JOB-CIRC-TOTAL
                       move 0 to JOB-AREA-TOTAL
                       move 0 to JOB-CIRC-METRIC
                       move 0 to JOB-AREA-METRIC
                       write JOB-MASTER-RECORD
                       if WS-JOBMAST-STATUS = "00"
                           display "Job " WS-JOB-ENTRY " opened "
                               WS-TODAY
                       else
                           display "[JOBMNT] write failed, status "
                               WS-JOBMAST-STATUS
                       end-if
                   end-if
               end-if
           end-if.

       change-job-customer.
           perform prompt-for-job-number
           move WS-JOB-ENTRY to JOB-NUMBER
           read job-master-file
           if WS-JOBMAST-STATUS not = "00"
               display "[JOBMNT] job not on file"
           else
               perform display-job-line
               perform prompt-for-customer
               if WS-CUSTOMER-ENTRY = spaces
                   display "[JOBMNT] customer not changed"
               else
                   move WS-CUSTOMER-ENTRY to JOB-CUSTOMER
                   rewrite JOB-MASTER-RECORD
                   if WS-JOBMAST-STATUS = "00"
                       display "Job " WS-JOB-ENTRY " customer changed"
                   else
                       display "[JOBMNT] rewrite failed, status "
                           WS-JOBMAST-STATUS
                   end-if
               end-if
           end-if.

      *> closing stops further calculations against the job and
      *> leaves its final statement due for the statement run
       close-job.
           perform prompt-for-job-number
           move WS-JOB-ENTRY to JOB-NUMBER
           read job-master-file
           if WS-JOBMAST-STATUS not = "00"
               display "[JOBMNT] job not on file"
           else
               if JOB-CLOSED
                   display "[JOBMNT] job already closed"
               else
                   perform display-job-line
                   display "Close this job (Y/N): " with no advancing
                   accept WS-CONFIRM-ENTRY
                   if WS-CONFIRM-ENTRY = "Y" or WS-CONFIRM-ENTRY = "y"
                       set JOB-CLOSED to true
                       move WS-TODAY to JOB-CLOSE-DATE
                       set JOB-STMT-DUE to true
                       rewrite JOB-MASTER-RECORD
                       if WS-JOBMAST-STATUS = "00"
                           display "Job " WS-JOB-ENTRY " closed "
                               WS-TODAY
                       else
                           display "[JOBMNT] rewrite failed, status "
                               WS-JOBMAST-STATUS
                       end-if
                   else
                       display "[JOBMNT] job not closed"
                   end-if
               end-if
           end-if.

       reopen-job.
           perform prompt-for-job-number
           move WS-JOB-ENTRY to JOB-NUMBER
           read job-master-file
           if WS-JOBMAST-STATUS not = "00"
               display "[JOBMNT] job not on file"
           else
               if JOB-OPEN
                   display "[JOBMNT] job already open"
               else
                   set JOB-OPEN to true
                   move 0 to JOB-CLOSE-DATE
                   set JOB-STMT-PRINTED to true
                   rewrite JOB-MASTER-RECORD
                   if WS-JOBMAST-STATUS = "00"
                       display "Job " WS-JOB-ENTRY " reopened"
                   else
                       display "[JOBMNT] rewrite failed, status "
                           WS-JOBMAST-STATUS
                   end-if
               end-if
           end-if.

       prompt-for-job-number.
           display "Job number: " with no advancing
           accept WS-JOB-ENTRY.

       prompt-for-customer.
           display "Customer: " with no advancing
           accept WS-CUSTOMER-ENTRY.
