      *> aprvrec.cpy
      *> Pending-approval request - a status change or hire-date fix
      *> keyed in empmaint waits here instead of going to the master,
      *> until a supervisor other than the requesting operator
      *> approves or declines it from the menu (empaprv); only an
      *> approved request posts, with both IDs on the change
      *> history.  Keyed by the SSN and the date and time the request
      *> was keyed, so an employee's requests read together in the
      *> order they were made.  The old status and hire date are the
      *> master as the requester saw it - a request whose employee
      *> has changed since cannot be approved.  APR-NEW-DATE is the
      *> new hire date, the expected return for a leave, or the
      *> termination or return-from-leave date for a status change
      *> (the day it was requested); spaces otherwise.  A request
      *> nobody acts on is expired by the nightly approval list
      *> (aprvlist) once it is older than that run's expiry days.
      *> Decided and expired requests stay on file as the record of
      *> what was refused.  COPY into FILE SECTION under the
      *> program's own FD/SELECT for APPROVAL-REQUEST-FILE (DD
      *> APRVPEND); key is APR-KEY.
       FD  APPROVAL-REQUEST-FILE.
       01  APPROVAL-REQUEST-RECORD.
           05  APR-KEY.
               10  APR-SSN             pic x(09).
               10  APR-REQ-DATE        pic 9(08).
               10  APR-REQ-TIME        pic 9(08).
           05  APR-CHANGE-TYPE         pic x(01).
               88  APR-STATUS-CHANGE           value "S".
               88  APR-HIRE-DATE-CHANGE        value "H".
           05  APR-STATE               pic x(01).
               88  APR-PENDING                 value "P".
               88  APR-APPROVED                value "A".
               88  APR-DECLINED                value "D".
               88  APR-EXPIRED                 value "X".
           05  APR-EMP-NAME            pic x(30).
           05  APR-OLD-STATUS          pic x(01).
           05  APR-OLD-HIRE-DATE       pic x(08).
           05  APR-NEW-STATUS          pic x(01).
           05  APR-NEW-DATE            pic x(08).
           05  APR-REQUESTED-BY        pic x(08).
           05  APR-DECIDED-BY          pic x(08).
           05  APR-DECIDED-DATE        pic 9(08).
           05  APR-DECISION-NOTE       pic x(30).
