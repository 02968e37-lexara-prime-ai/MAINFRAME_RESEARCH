      *> Name cross-reference record - employee name in sort order
      *> pointing at the SSN master key, built nightly by namexbld
      *> off the employee master so the name search doesn't walk the
      *> master itself.  XRF-EMPLOYEE-NUMBER is the employee's
      *> permanent employee number off the master (spaces until one
      *> is assigned).  COPY into FILE SECTION under the program's
      *> own FD/SELECT for NAME-XREF-FILE.
       FD  NAME-XREF-FILE.
       01  NAME-XREF-RECORD.
           05  XRF-NAME                pic x(30).
           05  XRF-SSN                 pic x(09).
           05  XRF-EMPLOYEE-NUMBER     pic x(06).
