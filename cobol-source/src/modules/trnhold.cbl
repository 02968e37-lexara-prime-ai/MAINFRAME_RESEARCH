      *> step has run.  The job copies the new pending file back
      *> over the carried one only after a clean night, the same way
      *> arcjob replaces the trimmed audit trail.
      *> modified Oct 14th 2026 - widened again for the TRN-NEW-SSN
      *> field the SSN correction transaction carries.
       environment division.
       input-output section.
       file-control.
       data division.
       file section.
       FD  pending-in-file.
       01  PENDING-IN-RECORD           pic x(71).

       FD  trans-in-file.
       01  TRANS-IN-RECORD             pic x(71).

       FD  release-file.
       01  RELEASE-RECORD              pic x(71).

       FD  pending-out-file.
       01  PENDING-OUT-RECORD          pic x(71).

       FD  pending-report-file.
       01  PENDING-REPORT-RECORD       pic x(80).
           05  WS-TW-EFF-DATE          pic x(08).
           05  WS-TW-EFF-DATE-NUM redefines WS-TW-EFF-DATE
                                       pic 9(08).
           05  filler                  pic x(09).
           05  WS-TW-BRANCH            pic x(03).

       01  WS-BUSINESS-DATE            pic 9(08) value 0.
