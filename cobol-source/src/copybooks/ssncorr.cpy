      *> ssncorr.cpy
      *> SSN correction file - one record per employee moved off a
      *> mistyped SSN, keyed by the retired (old) SSN and pointing at
      *> the corrected one, with who made the correction, when, and
      *> from which program (WORKINPT for the batch correction
      *> transaction, EMPMAINT for the supervisor's online path).
      *> The intake run refuses to enroll a retired SSN again or to
      *> correct anyone onto one, ssnrekey re-points the history and
      *> audit trail from every old SSN on file to its new one, and
      *> the payroll extract sends the old/new pair for each
      *> correction dated since its last run.  Records are never
      *> deleted - a retired SSN stays retired.  COPY into FILE
      *> SECTION under the program's own FD/SELECT for
      *> SSN-CORRECTION-FILE.
       FD  SSN-CORRECTION-FILE.
       01  SSN-CORRECTION-RECORD.
           05  COR-OLD-SSN             pic x(09).
           05  COR-NEW-SSN             pic x(09).
           05  COR-DATE                pic 9(08).
           05  COR-TIME                pic 9(08).
           05  COR-OPERATOR-ID         pic x(08).
           05  COR-PROGRAM             pic x(08).
