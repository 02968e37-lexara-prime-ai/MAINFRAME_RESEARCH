      *> intake run's own count of posted terminations and rehires
      *> (RC-STATUS-FLIPS), not against this program's selection.
      *> Appends run statistics for the morning summary.
      *> modified Oct 14th 2026 - leaves of absence (active to on
      *> leave) and returns from leave (on leave to active) ride the
      *> feed too, as actions L and W, and a termination of an
      *> employee on leave goes as a termination.  The history
      *> images do not carry the leave dates, so the leave start,
      *> expected return and actual return are read off the
      *> employee master (the night's business date stands in if
      *> the master cannot be read).
      *> modified Oct 15th 2026 - the feed no longer carries the full
      *> SSN: each record identifies the employee by the employee
      *> number off the master, with the SSN masked to its last four
      *> digits.  The master is now read for every record; one that
      *> cannot be read, or an employee not yet numbered, goes with a
      *> blank number and is counted in a warning.
       environment division.
       input-output section.
       file-control.
           select employee-master-file assign to "EMPMAST"
               organization indexed
               access mode random
               record key EMP-SSN-KEY
               file status WS-EMP-STATUS.
           select employee-history-file assign to "EMPHIST"
               organization line sequential
               file status WS-HIST-STATUS.

       data division.
       file section.
       COPY emprec.
       COPY emphist.
       COPY benrec.


       working-storage section.
       COPY runctl.
       COPY ssnfld.
       COPY ssnmsk.
       01  WS-RUNCTL-STATUS            pic xx value "00".
       01  WS-RUNSTATS-STATUS          pic xx value "00".
       01  WS-HIST-STATUS              pic xx value "00".
           88  WS-HIST-EOF                        value "10".
       01  WS-BEN-STATUS               pic xx value "00".
       01  WS-PROCDATE-STATUS          pic xx value "00".
       01  WS-EMP-STATUS               pic xx value "00".
       01  WS-MASTER-SW                pic x(01) value "N".
           88  MASTER-PRESENT                     value "Y".

       01  WS-BUSINESS-DATE            pic 9(08) value 0.
       01  WS-QUALIFYING-COUNT         pic 9(07) value 0.
       01  WS-FEED-COUNT               pic 9(07) value 0.
       01  WS-UNNUMBERED-COUNT         pic 9(07) value 0.

       procedure division.
       perform get-business-date
       if not WS-HIST-OK
           display "[BENFEED] no change-history file present - nothing to feed"
       else
           open input employee-master-file
           if WS-EMP-STATUS = "00"
               set MASTER-PRESENT to true
           else
               display "[BENFEED] no employee master present -"
                   " no employee numbers, leave dates default to"
                   " the business date"
           end-if
           open output benefits-feed-file
           perform feed-history-record until WS-HIST-EOF
           perform write-feed-trailer
           close employee-history-file
           close benefits-feed-file
           if MASTER-PRESENT
               close employee-master-file
           end-if
           display "[BENFEED] terminations/rehires/leaves fed: "
               WS-FEED-COUNT
           if WS-UNNUMBERED-COUNT > 0
               display "[BENFEED] fed without an employee number: "
                   WS-UNNUMBERED-COUNT
           end-if
           perform write-run-control
       end-if


       write-feed-record.
           set BEN-DATA-RECORD to true
           perform read-employee-master
           move HIST-SSN to SSN-TEXT
           perform mask-ssn
           move SSN-MASKED to BEN-MASKED-SSN
           move EMP-EMPLOYEE-NUMBER to BEN-EMPLOYEE-NUMBER
           if BEN-EMPLOYEE-NUMBER = spaces
               add 1 to WS-UNNUMBERED-COUNT
           end-if
           move HIST-NEW-NAME to BEN-NAME
           move HIST-NEW-BRANCH to BEN-BRANCH
           move spaces to BEN-RETURN-DATE
           evaluate true
               when HIST-NEW-STATUS = "I"
                   set BEN-TERMINATION to true
                   move HIST-NEW-TERM-DATE to BEN-EFF-DATE
               when HIST-NEW-STATUS = "L"
                   set BEN-LEAVE to true
                   move EMP-LEAVE-START-DATE to BEN-EFF-DATE
                   move EMP-LEAVE-RETURN-DATE to BEN-RETURN-DATE
               when HIST-OLD-STATUS = "L"
                   set BEN-RETURN to true
                   move EMP-LEAVE-RETURN-DATE to BEN-EFF-DATE
               when other
                   set BEN-REHIRE to true
                   move HIST-NEW-HIRE-DATE to BEN-EFF-DATE
           end-evaluate
           write BENEFITS-FEED-RECORD
           add 1 to WS-FEED-COUNT.

      *> the master's employee number and leave dates for the
      *> employee on this history record; when they cannot be had
      *> the number goes blank and the business date stands in
       read-employee-master.
           move spaces to WS-EMP-STATUS
           if MASTER-PRESENT
               move HIST-SSN to EMP-SSN-KEY
               read employee-master-file
           end-if
           if WS-EMP-STATUS not = "00"
               move spaces to EMP-EMPLOYEE-NUMBER
               move WS-BUSINESS-DATE to EMP-LEAVE-START-DATE
               move WS-BUSINESS-DATE to EMP-LEAVE-RETURN-DATE
           end-if.

       write-feed-trailer.
           set BEN-TRAILER-RECORD to true
           move spaces to BEN-RECORD-DATA
           end-if
           write RUN-STATS-OUT from RUN-CONTROL-RECORD
           close run-stats-file.

       COPY ssnmskp.
