      *> corrections, payconf confirm-flag updates), so "who changed
      *> this and what was it before" is answerable from the file
      *> instead of archive tapes.  The before-image is spaces for a
      *> new enrollment.  HIST-APPROVER-ID is the supervisor who
      *> approved a change another operator requested (status and
      *> hire-date changes keyed in empmaint post only once
      *> approved); HIST-OPERATOR-ID is then the requester.  It is
      *> spaces on every other change, and reads back as spaces on
      *> records written before it was added.  COPY into FILE
      *> SECTION under the program's own FD/SELECT for
      *> EMPLOYEE-HISTORY-FILE.
       FD  EMPLOYEE-HISTORY-FILE.
       01  EMPLOYEE-HISTORY-RECORD.
           05  HIST-SSN                pic x(09).
               10  HIST-NEW-TERM-DATE  pic x(08).
               10  HIST-NEW-PAY-CONFIRM pic x(01).
               10  HIST-NEW-BRANCH     pic x(03).
           05  HIST-APPROVER-ID        pic x(08).
