      *> jobhist.cpy
      *> Fabrication job run history - one record for every job on
      *> every pipe-size run, appended by numbers as it adds the
      *> run's totals to the job master, so the job statement
      *> (jobstmt) can list a job's totals run by run across the
      *> weeks it is open.  The totals are the same fields the
      *> run's JOBSUMM record carries.  COPY into FILE SECTION under
      *> the program's own FD/SELECT for JOB-HISTORY-FILE (DD
      *> JOBHIST).  A run whose totals match a run already posted
      *> for the job on the same business date is the same batch
      *> submitted again: it is logged with entry type D and its
      *> totals are not added to the job-to-date.  Older records
      *> carry no entry type and read as posted.
       FD  JOB-HISTORY-FILE.
       01  JOB-HISTORY-RECORD.
           05  JH-JOB-NUMBER           pic x(06).
           05  JH-RUN-DATE             pic 9(08).
           05  JH-RUN-TIME             pic 9(08).
           05  JH-RECORD-COUNT         pic 9(07).
           05  JH-CIRC-TOTAL           pic 9(07)v99.
           05  JH-AREA-TOTAL           pic 9(09)v9999.
           05  JH-CIRC-METRIC          pic 9(09)v99.
           05  JH-AREA-METRIC          pic 9(12)v99.
           05  JH-ENTRY-TYPE           pic x(01).
               88  JH-POSTED                      value space.
               88  JH-DUPLICATE-BATCH             value "D".
