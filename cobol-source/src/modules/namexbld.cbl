      *> pointing at the SSN key) so the menu's name search has a
      *> small sorted file to scan instead of every lookup being
      *> keyed by a full 9-digit SSN nobody calling in has to hand.
      *> modified Oct 15th 2026 - each cross-reference record also
      *> carries the employee number off the master, so the name
      *> search lists it beside the masked SSN.
       environment division.
       input-output section.
       file-control.
       01  SORT-WORK-RECORD.
           05  SWK-NAME                pic x(30).
           05  SWK-SSN                 pic x(09).
           05  SWK-EMPLOYEE-NUMBER     pic x(06).

       working-storage section.
       01  WS-EMP-STATUS               pic xx value "00".
               not at end
                   move EMP-NAME to SWK-NAME
                   move EMP-SSN-KEY to SWK-SSN
                   move EMP-EMPLOYEE-NUMBER to SWK-EMPLOYEE-NUMBER
                   release SORT-WORK-RECORD
                   add 1 to WS-XREF-COUNT
           end-read.
