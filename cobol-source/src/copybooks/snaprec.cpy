      *> so prior months stay on file and the movement
      *> reconciliation can roll the prior snapshot forward
      *> (opening active + hires - terminations + rehires must
      *> equal closing active).  SNAP-LEAVE-COUNT is the employees
      *> on a leave of absence, counted apart from active and
      *> inactive; it sits at the end of the record, so a snapshot
      *> taken before it was carried reads back as spaces and is
      *> taken as zero (nobody could be on leave then).  COPY into
      *> FILE SECTION under the program's own FD/SELECT for
      *> EMPLOYEE-SNAPSHOT-FILE.
       FD  EMPLOYEE-SNAPSHOT-FILE.
       01  EMPLOYEE-SNAPSHOT-RECORD.
           05  SNAP-DATE               pic 9(08).
           05  SNAP-ACTIVE-COUNT       pic 9(07).
           05  SNAP-INACTIVE-COUNT     pic 9(07).
           05  SNAP-TOTAL-COUNT        pic 9(07).
           05  SNAP-LEAVE-COUNT        pic 9(07).
