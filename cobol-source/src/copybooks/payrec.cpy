      *> changed, terminated, or rehired since the previous extract
      *> (delta mode), or F on a full-refresh extract; carved out of
      *> the reserved filler payroll left in the layout, so the
      *> record length is unchanged.  An SSN correction goes out as a
      *> pair of records, O for the retired SSN then N for the SSN
      *> that replaces it, each carrying the other SSN in
      *> PAY-OTHER-SSN (also carved from the filler; spaces on every
      *> other action) so payroll can re-key the employee on their
      *> side instead of seeing a termination and a new hire.
      *> PAY-STATUS L is an employee on a leave of absence - its own
      *> category, neither active nor terminated; action L is a
      *> leave started and W a return from leave since the previous
      *> extract.  PAY-LEAVE-START-DATE and PAY-LEAVE-RETURN-DATE
      *> (also carved from the filler) carry the leave's start and
      *> expected return while on leave, and the start and actual
      *> return on a W record; spaces otherwise.
      *> PAY-EMPLOYEE-NUMBER is the employee's permanent employee
      *> number off the master, carried beside the SSN (which stays
      *> payroll's key) and carved from the last of the filler;
      *> spaces for an employee not yet numbered.  COPY into FILE
      *> SECTION under the program's own FD/SELECT for
      *> PAYROLL-INTERFACE-FILE.
       FD  PAYROLL-INTERFACE-FILE.
       01  PAYROLL-INTERFACE-RECORD.
           05  PAY-SSN                 pic x(09).
               88  PAY-ACT-TERMINATE           value "T".
               88  PAY-ACT-REHIRE              value "R".
               88  PAY-ACT-REFRESH             value "F".
               88  PAY-ACT-REKEY-OLD           value "O".
               88  PAY-ACT-REKEY-NEW           value "N".
               88  PAY-ACT-LEAVE               value "L".
               88  PAY-ACT-RETURN              value "W".
           05  PAY-OTHER-SSN           pic x(09).
           05  PAY-LEAVE-START-DATE    pic x(08).
           05  PAY-LEAVE-RETURN-DATE   pic x(08).
           05  PAY-EMPLOYEE-NUMBER     pic x(06).
