      *> TRN-NEW-BRANCH field the transfer transaction carries.
      *> modified Sep 1st 2026 - widened again for the TRN-EFF-DATE
      *> field the effective-dated transactions carry.
      *> modified Oct 14th 2026 - widened again for the TRN-NEW-SSN
      *> field the SSN correction transaction carries.
       environment division.
       input-output section.
       file-control.
       COPY ssnrej.

       FD  recycle-output-file.
       01  RECYCLE-OUTPUT-RECORD       pic x(71).

       working-storage section.
       01  WS-REJIN-STATUS             pic xx value "00".
