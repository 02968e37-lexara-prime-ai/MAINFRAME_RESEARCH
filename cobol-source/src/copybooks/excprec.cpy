      *> excprec.cpy
      *> Exception work-queue item - one record per exception the
      *> nightly checks raise (SSA high-group reconciliation, death-
      *> master screening, duplicate-person scan, payroll
      *> confirmation, cross-branch deck collisions, leaves of
      *> absence past their expected return, held transactions
      *> naming a branch being closed), so a clerk's work on an
      *> item outlives the night's print file.  Keyed by EXC-KEY:
      *> the item type, the SSN, and a detail key that tells apart
      *> two items of one type on one SSN (the other SSN of a
      *> duplicate pair, the two branches of a deck collision, the
      *> type and effective date of a held transaction; spaces where
      *> the type needs none).  EXC-FIRST-RAISED is the
      *> night the item was first raised - or last reopened - and
      *> is what the aging report counts from; EXC-LAST-RAISED is
      *> the latest night the check still found it.  EXC-DATA-IMAGE
      *> is the underlying data the item was raised on: a closed
      *> item raised again with the same image stays closed, a
      *> different image reopens it.  Resolution fields are filled
      *> when a clerk closes the item and cleared when it reopens.
      *> COPY into FILE SECTION under the program's own FD/SELECT for
      *> EXCEPTION-ITEM-FILE; key is EXC-KEY.
       FD  EXCEPTION-ITEM-FILE.
       01  EXCEPTION-ITEM-RECORD.
           05  EXC-KEY.
               10  EXC-TYPE            pic x(04).
                   88  EXC-TYPE-SSA-GROUP      value "SSAR".
                   88  EXC-TYPE-DEATH-MASTER   value "DMFS".
                   88  EXC-TYPE-DUPLICATE      value "DUPS".
                   88  EXC-TYPE-PAYROLL        value "PAYC".
                   88  EXC-TYPE-CROSS-BRANCH   value "XBRM".
                   88  EXC-TYPE-LEAVE-OVERDUE  value "LVOD".
                   88  EXC-TYPE-BRANCH-CLOSED  value "BRCL".
               10  EXC-SSN             pic x(09).
               10  EXC-DETAIL-KEY      pic x(09).
           05  EXC-FIRST-RAISED        pic 9(08).
           05  EXC-LAST-RAISED         pic 9(08).
           05  EXC-STATUS              pic x(01).
               88  EXC-OPEN                    value "O".
               88  EXC-CLOSED                  value "C".
           05  EXC-REASON              pic x(30).
           05  EXC-DATA-IMAGE          pic x(40).
           05  EXC-RESOLUTION-CODE     pic x(04).
           05  EXC-RESOLUTION-NOTE     pic x(40).
           05  EXC-CLOSED-BY           pic x(08).
           05  EXC-CLOSED-DATE         pic 9(08).
