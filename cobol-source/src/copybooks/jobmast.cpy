      *> jobmast.cpy
      *> Fabrication job master - one record per fabrication job/
      *> order the pipe-size run may be keyed to, so a mistyped or
      *> closed job number on PIPEIN is rejected instead of being
      *> calculated and billed.  Jobs are opened, closed and
      *> reopened from the job maintenance screen (jobmnt); the
      *> pipe-size run adds each run's per-job totals to the
      *> job-to-date accumulators here (records, circumference and
      *> area in the input unit and in metric, like JOBSUMM) and
      *> logs the run to the job history file (jobhist copybook).
      *> JOB-STMT-SW is "N" from the day a job closes until the job
      *> statement run (jobstmt) has printed its final statement.
      *> COPY into FILE SECTION under the program's own FD/SELECT
      *> for JOB-MASTER-FILE; key is JOB-NUMBER.
       FD  JOB-MASTER-FILE.
       01  JOB-MASTER-RECORD.
           05  JOB-NUMBER              pic x(06).
           05  JOB-CUSTOMER            pic x(30).
           05  JOB-STATUS              pic x(01).
               88  JOB-OPEN                    value "O".
               88  JOB-CLOSED                  value "C".
           05  JOB-OPEN-DATE           pic 9(08).
           05  JOB-CLOSE-DATE          pic 9(08).
           05  JOB-STMT-SW             pic x(01).
               88  JOB-STMT-DUE                value "N".
               88  JOB-STMT-PRINTED            value "Y".
           05  JOB-RUN-COUNT           pic 9(05).
           05  JOB-LAST-RUN-DATE       pic 9(08).
           05  JOB-RECORD-COUNT        pic 9(09).
           05  JOB-CIRC-TOTAL          pic 9(09)v99.
           05  JOB-AREA-TOTAL          pic 9(11)v9999.
           05  JOB-CIRC-METRIC         pic 9(11)v99.
           05  JOB-AREA-METRIC         pic 9(14)v99.
