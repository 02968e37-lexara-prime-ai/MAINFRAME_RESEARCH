      *> (runctl copybook: lookups attempted, found, exceptions) to
      *> the cumulative stats file the morning operations summary
      *> reads.
      *> modified Oct 14th 2026 - every look-up of a validly formed
      *> SSN is written to the SSN access log (acclog copybook) with
      *> the signed-on operator, whether or not the SSN is on file.
      *> modified Oct 15th 2026 - the employee can be keyed by SSN or
      *> by employee number (looked up on the SSN-to-employee-number
      *> crosswalk), and the greeting shows the employee number.
       environment division.
       input-output section.
       file-control.
           select run-stats-file assign to "RUNSTATS"
               organization line sequential
               file status WS-RUNSTATS-STATUS.
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
       COPY emprec.
       COPY acclog.
       COPY empxwlk.

       FD  run-stats-file.
       01  RUN-STATS-OUT               pic x(73).

       working-storage section.
       COPY runctl.
       COPY oprsign.
       01  WS-RUNSTATS-STATUS          pic xx value "00".
       01  WS-ACCLOG-STATUS            pic xx value "00".
       01  WS-ACC-RESULT               pic x(01) value space.
       01  WS-LOOKUP-COUNT             pic 9(07) value 0.
       01  WS-FOUND-COUNT              pic 9(07) value 0.
       01  WS-LOOKUP-EXCEPTIONS        pic 9(07) value 0.
       COPY ssnfld.
       COPY ssnsw.
       COPY ssnmsk.
       COPY empnowrk.
       *> Define [constant]
       01 PIValue constant as 3.14.

       if not WS-EMP-FOUND
           display "[DEMO] no employee master file present - skipping lookup"
       else
           display "What is your social security number or employee number "
               with no advancing
           accept ENO-ENTRY
           add 1 to WS-LOOKUP-COUNT

           perform classify-employee-entry
           evaluate true
               when ENTRY-IS-SSN
                   move ENO-ENTRY to SSN-TEXT
                   perform look-up-by-ssn
               when ENTRY-IS-EMPLOYEE-NUMBER
                   perform look-up-by-employee-number
               when other
                   display "That is not a valid social security number or employee number"
                   add 1 to WS-LOOKUP-EXCEPTIONS
           end-evaluate

           close employee-master-file
           perform write-run-stats
       end-if
       goback.

       look-up-by-ssn.
           perform validate-ssn-format

           if SSN-IS-INVALID
               display "That is not a valid social security number"
               add 1 to WS-LOOKUP-EXCEPTIONS
           else
               perform mask-ssn
               move SSN-TEXT to EMP-SSN-KEY
               read employee-master-file
                   invalid key
                       display "Hello - no employee on file for SSN " SSN-MASKED
                       add 1 to WS-LOOKUP-EXCEPTIONS
                       move "N" to WS-ACC-RESULT
                   not invalid key
                       if EMP-EMPLOYEE-NUMBER = spaces
                           display "Hello " EMP-NAME " (SSN " SSN-MASKED ")"
                       else
                           display "Hello " EMP-NAME " (employee "
                               EMP-EMPLOYEE-NUMBER ", SSN " SSN-MASKED ")"
                       end-if
                       add 1 to WS-FOUND-COUNT
                       move "F" to WS-ACC-RESULT
               end-read
               perform write-access-log
           end-if.

       look-up-by-employee-number.
           perform open-xwalk-for-inquiry
           move ENO-ENTRY-NUMBER to ENO-NUMBER
           perform find-ssn-for-number
           perform close-employee-xwalk
           if ENO-FOUND
               move ENO-SSN to SSN-TEXT
               perform look-up-by-ssn
           else
               display "Hello - no employee on file for employee number "
                   ENO-NUMBER
               add 1 to WS-LOOKUP-EXCEPTIONS
           end-if.

       write-run-stats.
           move "DEMO    " to RC-PROGRAM
           accept RC-RUN-DATE from date yyyymmdd
           write RUN-STATS-OUT from RUN-CONTROL-RECORD
           close run-stats-file.

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
           move "DEMO" to ACC-SCREEN
           move WS-ACC-RESULT to ACC-RESULT
           write ACCESS-LOG-RECORD
           close access-log-file.

       COPY ssnchk.
       COPY ssnmskp.
       COPY empnoasg.
