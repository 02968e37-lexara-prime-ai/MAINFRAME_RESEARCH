      *> >= selection re-sent the entire delta a second night and
      *> doubled the acknowledgment traffic this mode exists to
      *> shrink.
      *> modified Oct 14th 2026 - every SSN correction recorded on
      *> the SSN correction file since the last extract goes out as
      *> a pair of records ahead of the rest of the extract - action
      *> O under the retired SSN, then action N under the new one,
      *> each naming the other in PAY-OTHER-SSN - so payroll re-keys
      *> the employee instead of seeing a termination and a new
      *> hire.  The pairs go on a full refresh too, so a recovery
      *> night does not lose a re-key; PAYXDATE is now read in
      *> either mode for that.  No extract date yet means payroll
      *> holds nothing under the old SSNs and no pairs are sent.
      *> modified Oct 14th 2026 - on-leave is its own category to
      *> payroll: status L goes out as it stands, with the leave's
      *> start and expected return dates, a leave started since the
      *> last extract goes as action L and a return from leave as
      *> action W (with the actual return date), and a termination
      *> of an employee on leave is a termination like any other.
      *> modified Oct 15th 2026 - every record carries the employee
      *> number off the master in PAY-EMPLOYEE-NUMBER beside the SSN,
      *> the re-key pairs included (blank when the employee is no
      *> longer on the master).
       environment division.
       input-output section.
       file-control.
           select extract-date-file assign to "PAYXDATE"
               organization line sequential
               file status WS-XDATE-STATUS.
           select ssn-correction-file assign to "SSNCORR"
               organization indexed
               access mode sequential
               record key COR-OLD-SSN
               file status WS-CORR-STATUS.
           select full-refresh-file assign to "FULLREFR"
               organization line sequential
               file status WS-FULL-STATUS.
       COPY emprec.
       COPY payrec.
       COPY emphist.
       COPY ssncorr.

       FD  extract-date-file.
       01  EXTRACT-DATE-RECORD         pic 9(08).
       01  WS-PROCDATE-STATUS          pic xx value "00".
       01  WS-EXTRACT-COUNT            pic 9(07) value 0.
       01  WS-NOT-FOUND-COUNT          pic 9(07) value 0.
       01  WS-CORR-STATUS              pic xx value "00".
           88  WS-CORR-OK                         value "00".
           88  WS-CORR-EOF                        value "10".
       01  WS-REKEY-PAIR-COUNT         pic 9(07) value 0.
       01  WS-PAIR-NAME                pic x(30).
       01  WS-PAIR-HIRE-DATE           pic x(08).
       01  WS-PAIR-STATUS              pic x(01).
       01  WS-PAIR-EMPLOYEE-NUMBER     pic x(06).

       01  WS-MODE-SW                  pic x(01) value "F".
           88  FULL-EXTRACT                       value "F".
           display "[PAYXTRACT] no employee master file present - skipping extract"
       else
           open output payroll-interface-file
           if WS-LAST-EXTRACT-DATE > 0
               perform extract-ssn-corrections
           end-if
           if FULL-EXTRACT
               display "[PAYXTRACT] full-refresh extract"
               perform extract-employee-record until WS-EMP-EOF
      *> ---------------------------------------------------------
       determine-extract-mode.
           set FULL-EXTRACT to true
           open input extract-date-file
           if WS-XDATE-STATUS = "00"
               read extract-date-file
                   at end
                       continue
                   not at end
                       move EXTRACT-DATE-RECORD
                           to WS-LAST-EXTRACT-DATE
               end-read
               close extract-date-file
           end-if
           open input full-refresh-file
           if WS-FULL-STATUS = "00" or WS-FULL-STATUS = "10"
               close full-refresh-file
               display "[PAYXTRACT] FULLREFR present - full refresh"
                   " forced"
           else
               if WS-LAST-EXTRACT-DATE > 0
                   open input employee-history-file
                   if WS-HIST-OK
           evaluate true
               when HIST-BEFORE-IMAGE = spaces
                   move "A" to WS-THIS-ACTION
               when HIST-OLD-STATUS not = "I" and HIST-NEW-STATUS = "I"
                   move "T" to WS-THIS-ACTION
               when HIST-OLD-STATUS = "I" and HIST-NEW-STATUS = "A"
                   move "R" to WS-THIS-ACTION
               when HIST-OLD-STATUS = "A" and HIST-NEW-STATUS = "L"
                   move "L" to WS-THIS-ACTION
               when HIST-OLD-STATUS = "L" and HIST-NEW-STATUS = "A"
                   move "W" to WS-THIS-ACTION
               when other
                   move "C" to WS-THIS-ACTION
           end-evaluate.
           move EMP-NAME to PAY-NAME
           move EMP-HIRE-DATE to PAY-HIRE-DATE
           move EMP-STATUS to PAY-STATUS
           move spaces to PAY-OTHER-SSN
           move EMP-EMPLOYEE-NUMBER to PAY-EMPLOYEE-NUMBER
           if EMP-ON-LEAVE or PAY-ACT-RETURN
               move EMP-LEAVE-START-DATE to PAY-LEAVE-START-DATE
               move EMP-LEAVE-RETURN-DATE to PAY-LEAVE-RETURN-DATE
           else
               move spaces to PAY-LEAVE-START-DATE
               move spaces to PAY-LEAVE-RETURN-DATE
           end-if
           write PAYROLL-INTERFACE-RECORD
           add 1 to WS-EXTRACT-COUNT.

      *> ---------------------------------------------------------
      *> SSN corrections - an old/new pair per correction dated
      *> since the last extract, written ahead of everything else
      *> so payroll has re-keyed before any change under the new
      *> SSN reaches it.  The pair goes even when the new SSN has
      *> since left the master (archived, or corrected again) -
      *> payroll still needs the re-key - with the name and dates
      *> blank.
      *> ---------------------------------------------------------
       extract-ssn-corrections.
           open input ssn-correction-file
           if WS-CORR-OK
               perform extract-correction-pair until WS-CORR-EOF
               close ssn-correction-file
               if WS-REKEY-PAIR-COUNT > 0
                   display "[PAYXTRACT] SSN correction pairs: "
                       WS-REKEY-PAIR-COUNT
               end-if
           end-if
           perform reposition-master.

      *> the pairs' lookups moved the master's position - a full
      *> refresh must still start from the first record
       reposition-master.
           move low-values to EMP-SSN-KEY
           start employee-master-file key >= EMP-SSN-KEY
           if WS-EMP-STATUS not = "00"
               set WS-EMP-EOF to true
           end-if.

       extract-correction-pair.
           read ssn-correction-file next
               at end
                   set WS-CORR-EOF to true
               not at end
                   if COR-DATE > WS-LAST-EXTRACT-DATE
                       perform write-correction-pair
                   end-if
           end-read.

       write-correction-pair.
           move COR-NEW-SSN to EMP-SSN-KEY
           read employee-master-file
           if WS-EMP-STATUS = "00"
               move EMP-NAME to WS-PAIR-NAME
               move EMP-HIRE-DATE to WS-PAIR-HIRE-DATE
               move EMP-STATUS to WS-PAIR-STATUS
               move EMP-EMPLOYEE-NUMBER to WS-PAIR-EMPLOYEE-NUMBER
           else
               move spaces to WS-PAIR-NAME
               move spaces to WS-PAIR-HIRE-DATE
               move spaces to WS-PAIR-STATUS
               move spaces to WS-PAIR-EMPLOYEE-NUMBER
           end-if
           move WS-PAIR-NAME to PAY-NAME
           move WS-PAIR-HIRE-DATE to PAY-HIRE-DATE
           move WS-PAIR-STATUS to PAY-STATUS
           move WS-PAIR-EMPLOYEE-NUMBER to PAY-EMPLOYEE-NUMBER
           move spaces to PAY-LEAVE-START-DATE
           move spaces to PAY-LEAVE-RETURN-DATE
           move COR-OLD-SSN to PAY-SSN
           move COR-NEW-SSN to PAY-OTHER-SSN
           set PAY-ACT-REKEY-OLD to true
           write PAYROLL-INTERFACE-RECORD
           move COR-NEW-SSN to PAY-SSN
           move COR-OLD-SSN to PAY-OTHER-SSN
           set PAY-ACT-REKEY-NEW to true
           write PAYROLL-INTERFACE-RECORD
           add 2 to WS-EXTRACT-COUNT
           add 1 to WS-REKEY-PAIR-COUNT.

       write-extract-date.
           open output extract-date-file
           move WS-TODAY to EXTRACT-DATE-RECORD
