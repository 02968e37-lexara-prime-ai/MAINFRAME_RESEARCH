      *> displayed, so "is Maria Delgado enrolled?" no longer means
      *> paging through the printed directory report for an SSN
      *> nobody has to hand.
      *> modified Oct 14th 2026 - a picked entry whose SSN has been
      *> corrected since the cross-reference was built (empmaint's
      *> online correction during the day) is followed through the
      *> SSN correction file to the employee's new SSN instead of
      *> reporting them gone; the nightly build picks the new SSN up
      *> from the master.
      *> modified Oct 14th 2026 - displaying a picked employee is
      *> written to the SSN access log (acclog copybook) with the
      *> signed-on operator; an entry no longer on file is logged as
      *> a look-up that found nothing.
      *> modified Oct 15th 2026 - the match list and the picked
      *> record show the employee number, and an SSN or an employee
      *> number (looked up on the SSN-to-employee-number crosswalk)
      *> can be keyed instead of a surname to go straight to the
      *> employee.
       environment division.
       input-output section.
       file-control.
               access mode random
               record key EMP-SSN-KEY
               file status WS-EMP-STATUS.
           select ssn-correction-file assign to "SSNCORR"
               organization indexed
               access mode random
               record key COR-OLD-SSN
               file status WS-CORR-STATUS.
           select access-log-file assign to "ACCLOG"
               organization line sequential
               file status WS-ACCLOG-STATUS.
           select employee-xwalk-file assign to "EMPXWALK"
               organization indexed
               access mode random
               record key XWK-EMPLOYEE-NUMBER
               alternate record key XWK-SSN
               file status WS-XWALK-STATUS.

       data division.
       file section.
       COPY namexrf.
       COPY emprec.
       COPY ssncorr.
       COPY acclog.
       COPY empxwlk.

       working-storage section.
       COPY ssnfld.
       COPY ssnmsk.
       COPY oprsign.
       COPY empnowrk.
       01  WS-XREF-STATUS              pic xx value "00".
           88  WS-XREF-OK                         value "00".
           88  WS-XREF-EOF                        value "10".
       01  WS-EMP-STATUS               pic xx value "00".
       01  WS-CORR-STATUS              pic xx value "00".
       01  WS-ACCLOG-STATUS            pic xx value "00".
       01  WS-ACC-RESULT               pic x(01) value space.

       01  WS-SEARCH-NAME              pic x(30).
       01  WS-SEARCH-LENGTH            pic 9(02) value 0.
       01  WS-MATCH-TABLE.
           05  WS-MATCH-ENTRY occurs 100 times.
               10  MAT-SSN             pic x(09).
               10  MAT-EMPLOYEE-NUMBER pic x(06).
               10  MAT-NAME            pic x(30).
       01  WS-MATCH-COUNT              pic 9(03) value 0.
       01  WS-MATCH-SUB                pic 9(03) value 0.
       01  WS-PICK-NUMBER              pic 9(03) value 0.

       procedure division.
       display "Surname (full or partial), SSN or employee number: "
           with no advancing
       accept WS-SEARCH-NAME
       move WS-SEARCH-NAME to ENO-ENTRY
       if WS-SEARCH-NAME(10:21) = spaces
           perform classify-employee-entry
       else
           set ENTRY-IS-INVALID to true
       end-if
       if ENTRY-IS-SSN or ENTRY-IS-EMPLOYEE-NUMBER
           perform find-by-identifier
       else
           perform search-by-name
       end-if
       goback.

       search-by-name.
           open input name-xref-file
           if not WS-XREF-OK
               display "[NAMESRCH] no name cross-reference present - run the nightly build first"
           else
               perform measure-search-length
               if WS-SEARCH-LENGTH = 0
                   display "[NAMESRCH] nothing to search for"
               else
                   move 0 to WS-MATCH-COUNT
                   perform scan-xref-record until WS-XREF-EOF
                   perform list-matches
               end-if
               close name-xref-file
           end-if.

      *> an SSN or employee number keyed instead of a name goes
      *> straight to the record, as a one-entry match list
       find-by-identifier.
           move 0 to WS-MATCH-COUNT
           if ENTRY-IS-SSN
               move 1 to WS-MATCH-COUNT
               move ENO-ENTRY to MAT-SSN(1)
           else
               perform open-xwalk-for-inquiry
               move ENO-ENTRY-NUMBER to ENO-NUMBER
               perform find-ssn-for-number
               if ENO-FOUND
                   move 1 to WS-MATCH-COUNT
                   move ENO-SSN to MAT-SSN(1)
               else
                   display "[NAMESRCH] employee number " ENO-NUMBER
                       " not on file"
               end-if
               perform close-employee-xwalk
           end-if
           if WS-MATCH-COUNT = 1
               move 1 to WS-PICK-NUMBER
               perform display-picked-employee
           end-if.

       measure-search-length.
           move 0 to WS-SEARCH-LENGTH
           move 30 to WS-SCAN-POS
                       add 1 to WS-MATCH-COUNT
                       move XRF-SSN to MAT-SSN(WS-MATCH-COUNT)
                       move XRF-NAME to MAT-NAME(WS-MATCH-COUNT)
                       move XRF-EMPLOYEE-NUMBER
                           to MAT-EMPLOYEE-NUMBER(WS-MATCH-COUNT)
                   end-if
           end-read.

       display-one-match.
           move MAT-SSN(WS-MATCH-SUB) to SSN-TEXT
           perform mask-ssn
           display WS-MATCH-SUB ". " MAT-EMPLOYEE-NUMBER(WS-MATCH-SUB)
               " " SSN-MASKED " " MAT-NAME(WS-MATCH-SUB).

       pick-a-match.
           display "Item number to display (0 to exit): "
               move MAT-SSN(WS-PICK-NUMBER) to EMP-SSN-KEY
               read employee-master-file
               if WS-EMP-STATUS not = "00"
                   perform follow-ssn-correction
               end-if
               if WS-EMP-STATUS not = "00"
                   display "[NAMESRCH] employee not on file"
                   move MAT-SSN(WS-PICK-NUMBER) to SSN-TEXT
                   move "N" to WS-ACC-RESULT
               else
                   move EMP-SSN-KEY to SSN-TEXT
                   perform mask-ssn
                   display " "
                   display "SSN:       " SSN-MASKED
                   if EMP-EMPLOYEE-NUMBER = spaces
                       display "Emp no:    not yet assigned"
                   else
                       display "Emp no:    " EMP-EMPLOYEE-NUMBER
                   end-if
                   display "Name:      " EMP-NAME
                   display "Hire date: " EMP-HIRE-DATE
                   display "Status:    " EMP-STATUS
                   move "F" to WS-ACC-RESULT
               end-if
               perform write-access-log
               close employee-master-file
           end-if.

      *> an SSN corrected since last night's build - read the
      *> employee under the SSN they were moved to
       follow-ssn-correction.
           open input ssn-correction-file
           if WS-CORR-STATUS = "00"
               move MAT-SSN(WS-PICK-NUMBER) to COR-OLD-SSN
               read ssn-correction-file
               if WS-CORR-STATUS = "00"
                   move COR-NEW-SSN to EMP-SSN-KEY
                   read employee-master-file
               end-if
               close ssn-correction-file
           end-if.

       write-access-log.
           open extend access-log-file
           if WS-ACCLOG-STATUS not = "00"
               open output access-log-file
           end-if
           accept ACC-DATE from date yyyymmdd
           accept ACC-TIME from time
           if SIGNON-OPERATOR-ID not = spaces
               and SIGNON-OPERATOR-ID not = low-values
               move SIGNON-OPERATOR-ID to ACC-OPERATOR-ID
           else
               move "NOSIGNON" to ACC-OPERATOR-ID
           end-if
           move SSN-TEXT to ACC-SSN
           move "NAMESRCH" to ACC-SCREEN
           move WS-ACC-RESULT to ACC-RESULT
           write ACCESS-LOG-RECORD
           close access-log-file.

       COPY ssnmskp.
       COPY empnoasg.
