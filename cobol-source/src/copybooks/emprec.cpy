      *> assigned to (B01/B02/B03 on the branch master; spaces for
      *> records enrolled before branches were carried) - stamped
      *> from the keying branch at enrollment and moved by the
      *> transfer transaction.  EMP-SSA-VERIFY-STATUS is the
      *> answer to the last SSA bulk verification this employee went
      *> out on (ssavreq builds the request, ssavrsp posts SSA's
      *> response): spaces until one comes back, V verified, M
      *> mismatched, with SSA's result code and the date the response
      *> was posted.  Any change to the SSN, name or hire date clears
      *> all three, so a stale verification never stands for data SSA
      *> has not seen.  EMP-STATUS L is an extended leave of
      *> absence - still employed, neither active nor terminated.
      *> EMP-LEAVE-START-DATE and EMP-LEAVE-RETURN-DATE are the
      *> leave's start and expected return while on leave; a return
      *> to active keeps the start and replaces the expected return
      *> with the date the employee actually came back, so both
      *> describe the last leave taken (spaces if never on leave).
      *> EMP-EMPLOYEE-NUMBER is the permanent six-digit employee
      *> number reports, the benefits feed and the clerks use in
      *> place of the SSN - assigned at enrollment from the
      *> SSN-to-employee-number crosswalk (empxwlk.cpy), spaces until
      *> assigned, and never changed by an SSN correction.
       FD  EMPLOYEE-MASTER-FILE.
       01  EMPLOYEE-MASTER-RECORD.
           05  EMP-SSN-KEY             pic x(09).
           05  EMP-STATUS              pic x(01).
               88  EMP-ACTIVE                  value "A".
               88  EMP-INACTIVE                value "I".
               88  EMP-ON-LEAVE                value "L".
           05  EMP-TERM-DATE           pic x(08).
           05  EMP-PAY-CONFIRM         pic x(01).
               88  EMP-PAY-CONFIRMED           value "Y".
               88  EMP-PAY-UNCONFIRMED         value "N" " ".
           05  EMP-BRANCH-CODE         pic x(03).
           05  EMP-SSA-VERIFY-STATUS   pic x(01).
               88  EMP-SSA-NOT-VERIFIED        value " ".
               88  EMP-SSA-VERIFIED            value "V".
               88  EMP-SSA-MISMATCHED          value "M".
           05  EMP-SSA-RESULT-CODE     pic x(02).
           05  EMP-SSA-VERIFY-DATE     pic x(08).
           05  EMP-LEAVE-START-DATE    pic x(08).
           05  EMP-LEAVE-RETURN-DATE   pic x(08).
           05  EMP-EMPLOYEE-NUMBER     pic x(06).
