      *> empnoasg.cpy
      *> Shared employee-number paragraphs.  COPY into the PROCEDURE
      *> DIVISION of any program that has also COPYed empnowrk.cpy
      *> into WORKING-STORAGE and empxwlk.cpy into the FILE SECTION.
      *> PERFORM OPEN-XWALK-FOR-UPDATE (assigning programs - the file
      *> is created the first time) or OPEN-XWALK-FOR-INQUIRY once,
      *> CLOSE-EMPLOYEE-XWALK at the end.  With ENO-SSN filled,
      *> FIND-NUMBER-FOR-SSN returns ENO-NUMBER; with ENO-NUMBER
      *> filled, FIND-SSN-FOR-NUMBER returns ENO-SSN; test ENO-FOUND.
      *> ASSIGN-EMPLOYEE-NUMBER (ENO-SSN, ENO-ASSIGN-DATE and
      *> ENO-PROGRAM filled) returns the SSN's existing number or
      *> takes the next one; ENO-NOT-FOUND afterwards means no number
      *> could be assigned.  MOVE-NUMBER-TO-NEW-SSN re-points the
      *> number from ENO-SSN to ENO-NEW-SSN after an SSN correction.
      *> CLASSIFY-EMPLOYEE-ENTRY sorts ENO-ENTRY into an SSN, an
      *> employee number, or neither.  A crosswalk that cannot be
      *> opened leaves every look-up not found.
       open-xwalk-for-update.
           move "N" to WS-XWALK-SW
           open i-o employee-xwalk-file
           if WS-XWALK-STATUS not = "00"
               open output employee-xwalk-file
               close employee-xwalk-file
               open i-o employee-xwalk-file
           end-if
           if WS-XWALK-STATUS = "00"
               set XWALK-OPEN to true
           else
               display "[EMPXWALK] employee-number crosswalk unavailable,"
                   " status " WS-XWALK-STATUS
           end-if.

       open-xwalk-for-inquiry.
           move "N" to WS-XWALK-SW
           open input employee-xwalk-file
           if WS-XWALK-STATUS = "00"
               set XWALK-OPEN to true
           end-if.

       close-employee-xwalk.
           if XWALK-OPEN
               close employee-xwalk-file
               move "N" to WS-XWALK-SW
           end-if.

       classify-employee-entry.
           evaluate true
               when ENO-ENTRY is numeric
                   set ENTRY-IS-SSN to true
               when ENO-ENTRY-NUMBER is numeric
                   and ENO-ENTRY-REST = spaces
                   and not ENO-ENTRY-NUMBER = "000000"
                   set ENTRY-IS-EMPLOYEE-NUMBER to true
               when other
                   set ENTRY-IS-INVALID to true
           end-evaluate.

       find-ssn-for-number.
           set ENO-NOT-FOUND to true
           move spaces to ENO-SSN
           if XWALK-OPEN and ENO-NUMBER not = "000000"
               move ENO-NUMBER to XWK-EMPLOYEE-NUMBER
               read employee-xwalk-file
               if WS-XWALK-STATUS = "00"
                   move XWK-SSN to ENO-SSN
                   set ENO-FOUND to true
               end-if
           end-if.

       find-number-for-ssn.
           set ENO-NOT-FOUND to true
           move spaces to ENO-NUMBER
           if XWALK-OPEN
               move ENO-SSN to XWK-SSN
               read employee-xwalk-file key is XWK-SSN
               if WS-XWALK-STATUS = "00"
                   move XWK-EMPLOYEE-NUMBER to ENO-NUMBER
                   set ENO-FOUND to true
               end-if
           end-if.

      *> an SSN already on the crosswalk keeps its number; anyone
      *> else takes the next number off the control record, which
      *> is rewritten before the new record goes on so a number is
      *> never handed out twice
       assign-employee-number.
           perform find-number-for-ssn
           if ENO-NOT-FOUND and XWALK-OPEN
               perform take-next-employee-number
               if ENO-NEXT-NUMBER > 0
                   move ENO-NEXT-NUMBER to XWK-EMPLOYEE-NUMBER
                   move ENO-SSN to XWK-SSN
                   move ENO-ASSIGN-DATE to XWK-ASSIGNED-DATE
                   move ENO-PROGRAM to XWK-ASSIGNED-BY
                   move 0 to XWK-SSN-CHANGE-DATE
                   write EMPLOYEE-XWALK-RECORD
                   if WS-XWALK-STATUS = "00"
                       move XWK-EMPLOYEE-NUMBER to ENO-NUMBER
                       set ENO-FOUND to true
                   else
                       display "[EMPXWALK] employee number not recorded,"
                           " status " WS-XWALK-STATUS
                   end-if
               end-if
           end-if.

       take-next-employee-number.
           move 0 to ENO-NEXT-NUMBER
           move "000000" to XWK-EMPLOYEE-NUMBER
           read employee-xwalk-file
           if WS-XWALK-STATUS = "00"
               if XWK-LAST-ASSIGNED < 999999
                   add 1 to XWK-LAST-ASSIGNED
                   rewrite EMPLOYEE-XWALK-RECORD
                   if WS-XWALK-STATUS = "00"
                       move XWK-LAST-ASSIGNED to ENO-NEXT-NUMBER
                   end-if
               else
                   display "[EMPXWALK] employee numbers exhausted"
               end-if
           else
               move "000000" to XWK-EMPLOYEE-NUMBER
               move "000000000" to XWK-SSN
               move spaces to XWK-ASSIGNMENT
               move ENO-FIRST-NUMBER to XWK-LAST-ASSIGNED
               write EMPLOYEE-XWALK-RECORD
               if WS-XWALK-STATUS = "00"
                   move XWK-LAST-ASSIGNED to ENO-NEXT-NUMBER
               end-if
           end-if
           if ENO-NEXT-NUMBER = 0
               display "[EMPXWALK] no employee number available, status "
                   WS-XWALK-STATUS
           end-if.

       move-number-to-new-ssn.
           perform find-number-for-ssn
           if ENO-FOUND
               move ENO-NEW-SSN to XWK-SSN
               move ENO-ASSIGN-DATE to XWK-SSN-CHANGE-DATE
               rewrite EMPLOYEE-XWALK-RECORD
               if WS-XWALK-STATUS not = "00"
                   set ENO-NOT-FOUND to true
               end-if
           end-if.
