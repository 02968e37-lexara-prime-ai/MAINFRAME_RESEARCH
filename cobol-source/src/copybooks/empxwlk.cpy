      *> empxwlk.cpy
      *> SSN-to-employee-number crosswalk - one record per employee
      *> number ever assigned, keyed by the number with the SSN it
      *> belongs to as a unique alternate key, so either identifier
      *> finds the other.  The employee number is the permanent
      *> six-digit identifier reports, the benefits feed and the
      *> clerks use in place of the SSN; it is assigned at enrollment
      *> (or by the one-time assignment run, empnoasn, for employees
      *> enrolled before numbers existed), carried on the master as
      *> EMP-EMPLOYEE-NUMBER, follows the employee through an SSN
      *> correction (the record's SSN is re-pointed, the number never
      *> changes), and is never reused - records are never deleted,
      *> so an employee purged from the master and enrolled again
      *> gets their old number back.  The record keyed 000000 is the
      *> control record holding the last number assigned (numbers
      *> start at 100001).  The dataset is held under restricted
      *> access like the SSN correction file; only the programs that
      *> assign numbers or resolve an employee number keyed by a
      *> clerk open it.  COPY into FILE SECTION under the program's
      *> own FD/SELECT for EMPLOYEE-XWALK-FILE (DD EMPXWALK, indexed,
      *> random access, record key XWK-EMPLOYEE-NUMBER, alternate
      *> record key XWK-SSN, file status WS-XWALK-STATUS - see
      *> empnowrk.cpy and empnoasg.cpy).
       FD  EMPLOYEE-XWALK-FILE.
       01  EMPLOYEE-XWALK-RECORD.
           05  XWK-EMPLOYEE-NUMBER     pic x(06).
               88  XWK-CONTROL-RECORD          value "000000".
           05  XWK-SSN                 pic x(09).
           05  XWK-ASSIGNMENT.
               10  XWK-ASSIGNED-DATE   pic 9(08).
               10  XWK-ASSIGNED-BY     pic x(08).
               10  XWK-SSN-CHANGE-DATE pic 9(08).
           05  XWK-CONTROL-FIELDS redefines XWK-ASSIGNMENT.
               10  XWK-LAST-ASSIGNED   pic 9(06).
               10  filler              pic x(18).
