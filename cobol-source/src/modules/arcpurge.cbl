      *> batch window pressure comes straight back.  Aged entries
      *> move to the history archive; the job copies the kept file
      *> back over the live one after a clean run.
      *> modified Oct 14th 2026 - widened the archive record to match
      *> the master record now carrying the SSA verification status,
      *> result code and date.
      *> modified Oct 14th 2026 - widened again for the leave of
      *> absence start and expected return dates on the master.
      *> modified Oct 14th 2026 - history archive and keep records
      *> widened for the approving supervisor on the change history.
      *> modified Oct 15th 2026 - widened the archive record for the
      *> employee number on the master.  A purged employee keeps
      *> their number on the crosswalk, so a rehire gets it back.
       environment division.
       input-output section.
       file-control.
       COPY proccal.

       FD  history-archive-file.
       01  HISTORY-ARCHIVE-RECORD      pic x(151).

       FD  history-keep-file.
       01  HISTORY-KEEP-RECORD         pic x(151).

       FD  employee-archive-file.
       01  EMPLOYEE-ARCHIVE-RECORD     pic x(93).

       FD  audit-archive-file.
       01  AUDIT-ARCHIVE-RECORD        pic x(36).
