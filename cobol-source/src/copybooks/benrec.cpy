      *> benrec.cpy
      *> Benefits-system feed record - the night's terminations,
      *> rehires, leaves and returns in the fixed layout benefits
      *> takes, extracted off the change history right after the
      *> intake run so COBRA notice deadlines run from the night the
      *> termination posted, not from whenever someone reads a
      *> payroll status change.  One data record per termination
      *> (action T, with the posted EMP-TERM-DATE), rehire (action
      *> R, with the new hire date), leave of absence (action L,
      *> with the leave start date and the expected return in
      *> BEN-RETURN-DATE) or return from leave (action W, with the
      *> date the employee came back), plus one trailer carrying
      *> the record count so the balancing step can prove every
      *> qualifying post made the feed.  The employee is identified
      *> by BEN-EMPLOYEE-NUMBER, the permanent employee number off
      *> the master (spaces only for an employee not yet numbered),
      *> with BEN-MASKED-SSN carrying no more than the last four
      *> digits of the SSN.  COPY into FILE SECTION
      *> under the program's own FD/SELECT for BENEFITS-FEED-FILE.
       FD  BENEFITS-FEED-FILE.
       01  BENEFITS-FEED-RECORD.
           05  BEN-RECORD-TYPE         pic x(01).
               10  BEN-ACTION          pic x(01).
                   88  BEN-TERMINATION         value "T".
                   88  BEN-REHIRE              value "R".
                   88  BEN-LEAVE               value "L".
                   88  BEN-RETURN              value "W".
               10  BEN-MASKED-SSN      pic x(09).
               10  BEN-NAME            pic x(30).
               10  BEN-EFF-DATE        pic x(08).
               10  BEN-BRANCH          pic x(03).
               10  BEN-RETURN-DATE     pic x(08).
               10  BEN-EMPLOYEE-NUMBER pic x(06).
           05  BEN-TRAILER-FIELDS redefines BEN-RECORD-DATA.
               10  BEN-RECORD-COUNT    pic 9(07).
               10  filler              pic x(58).
