      *> inactive, ACTV already active, BLNK blank name, TYPE
      *> invalid transaction type, IOER master rewrite failed,
      *> NOBR transfer to a blank, unknown, or inactive branch,
      *> DECD SSN on the SSA death master file, HGRP SSN group not
      *> yet issued per the SSA high-group list, RTRD SSN retired by
      *> an SSN correction.  On an SSN correction NNUM and FMAT can
      *> mean either SSN; DUPE, DECD, HGRP, and RTRD are the new
      *> SSN's checks and NOTF the old SSN's.  LVDT leave with a
      *> missing, invalid, or not-after-the-start expected return
      *> date, ONLV already on leave (a leave or a rehire against an
      *> employee on leave), NLVE return for an employee not on
      *> leave.
      *> COPY into FILE SECTION under the program's own FD/SELECT
      *> for SSN-REJECT-FILE.
       FD  SSN-REJECT-FILE.
       01  SSN-REJECT-RECORD.
           05  REJ-TRANS-DATA          pic x(71).
           05  REJ-REASON-CODE         pic x(04).
           05  REJ-RUN-DATE            pic 9(08).
