      *> acclog.cpy
      *> SSN access log record - one record every time a screen shows
      *> an employee looked up by SSN (demo's SSN lookup, namesrch's
      *> picked entry, empmaint's record display, emphinq's change
      *> history), so "who viewed this person's record" is answerable
      *> the way the SSN audit trail answers "who entered this SSN".
      *> ACC-SCREEN is the program that showed it; ACC-RESULT says
      *> whether the SSN was found - a look-up of an SSN that is not
      *> on file is still a look-up.  ACC-OPERATOR-ID is the signed-
      *> on operator, or NOSIGNON when the screen ran without a menu
      *> sign-on (a batch step, a stand-alone run).  The access
      *> report (accrpt) reads this log.  COPY into FILE SECTION
      *> under the program's own FD/SELECT for ACCESS-LOG-FILE (DD
      *> ACCLOG).
       FD  ACCESS-LOG-FILE.
       01  ACCESS-LOG-RECORD.
           05  ACC-DATE                pic 9(08).
           05  ACC-TIME                pic 9(08).
           05  ACC-OPERATOR-ID         pic x(08).
           05  ACC-SSN                 pic x(09).
           05  ACC-SCREEN              pic x(08).
           05  ACC-RESULT              pic x(01).
               88  ACC-FOUND                   value "F".
               88  ACC-NOT-ON-FILE             value "N".
