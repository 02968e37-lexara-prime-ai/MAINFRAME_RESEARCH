      *> empnowrk.cpy
      *> Work area for the shared employee-number paragraphs
      *> (empnoasg.cpy).  COPY into WORKING-STORAGE of any program
      *> that assigns or resolves employee numbers; the program
      *> declares its own FD/SELECT for EMPLOYEE-XWALK-FILE
      *> (empxwlk.cpy).  ENO-ENTRY is an identifier as a clerk keyed
      *> it - nine digits is an SSN, six digits followed by blanks is
      *> an employee number.
       01  WS-XWALK-STATUS             pic xx value "00".
       01  WS-XWALK-SW                 pic x(01) value "N".
           88  XWALK-OPEN                         value "Y".
       01  EMPLOYEE-NUMBER-AREA.
           05  ENO-SSN                 pic x(09).
           05  ENO-NEW-SSN             pic x(09).
           05  ENO-NUMBER              pic x(06).
           05  ENO-ASSIGN-DATE         pic 9(08) value 0.
           05  ENO-PROGRAM             pic x(08) value spaces.
           05  ENO-NEXT-NUMBER         pic 9(06) value 0.
           05  ENO-FIRST-NUMBER        pic 9(06) value 100001.
           05  ENO-RESULT-SW           pic x(01) value "N".
               88  ENO-FOUND                      value "Y".
               88  ENO-NOT-FOUND                  value "N".
           05  ENO-ENTRY               pic x(09).
           05  ENO-ENTRY-PARTS redefines ENO-ENTRY.
               10  ENO-ENTRY-NUMBER    pic x(06).
               10  ENO-ENTRY-REST      pic x(03).
           05  ENO-ENTRY-SW            pic x(01) value space.
               88  ENTRY-IS-SSN                   value "S".
               88  ENTRY-IS-EMPLOYEE-NUMBER       value "E".
               88  ENTRY-IS-INVALID               value "X".
