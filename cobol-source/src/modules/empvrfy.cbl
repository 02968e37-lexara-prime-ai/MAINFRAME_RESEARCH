      *> backup is trusted as that night's recovery point.
      *> modified Sep 1st 2026 - widened the backup overlay to match
      *> the master record now carrying EMP-BRANCH-CODE.
      *> modified Oct 14th 2026 - widened the backup overlay to match
      *> the master record now carrying the SSA verification status,
      *> result code and date.
      *> modified Oct 14th 2026 - widened again for the leave of
      *> absence start and expected return dates on the master.
      *> modified Oct 15th 2026 - widened again for the employee
      *> number on the master.
       environment division.
       input-output section.
       file-control.
       01  WS-BACKUP-EMPLOYEE.
           05  filler                  pic x(05).
           05  WS-BKP-EMP-SERIAL       pic x(04).
           05  filler                  pic x(84).

       procedure division.
       open input employee-backup-file
