       >>SOURCE FORMAT FREE
       identification division.
       program-id. ssavreq.
       author. Irfan Ghat.
       date-written.Oct 14th 2026
      *> SSA bulk verification request - builds the file we send SSA
      *> to match each employee's name against their SSN before
      *> year-end wage reporting, so a name/SSN mismatch is chased
      *> in the autumn instead of coming back on a W-2 rejection
      *> notice.  Normally sends only the employees enrolled, renamed,
      *> re-dated or moved to a corrected SSN since the last request
      *> (the change history dated after the date kept on SSAVDATE,
      *> plus every SSN correction on the correction file dated after
      *> it); the whole master goes when the FULLREQ DD is present or
      *> no earlier request date exists.  A change-table overflow
      *> falls back to the whole master rather than drop anyone.
      *> Each employee goes once, with the SSN, name and hire date as
      *> they stand on the master tonight; one whose record has since
      *> left the master (archived) is skipped with a count.  The
      *> file carries an employer header (emplrid copybook) and a
      *> trailer count.  SSAVDATE is stamped with the business date
      *> off PROCDATE (clock fallback) once the file is written.
      *> Ends RC=4 when there was nobody to send, so the job does not
      *> transmit an empty request.
       environment division.
       input-output section.
       file-control.
           select employee-master-file assign to "EMPMAST"
               organization indexed
               access mode dynamic
               record key EMP-SSN-KEY
               file status WS-EMP-STATUS.
           select ssa-verify-request-file assign to "SSAVREQ"
               organization sequential
               file status WS-REQ-STATUS.
           select employee-history-file assign to "EMPHIST"
               organization line sequential
               file status WS-HIST-STATUS.
           select ssn-correction-file assign to "SSNCORR"
               organization indexed
               access mode sequential
               record key COR-OLD-SSN
               file status WS-CORR-STATUS.
           select request-date-file assign to "SSAVDATE"
               organization line sequential
               file status WS-RDATE-STATUS.
           select full-request-file assign to "FULLREQ"
               organization line sequential
               file status WS-FULL-STATUS.
           select process-date-file assign to "PROCDATE"
               organization line sequential
               file status WS-PROCDATE-STATUS.
           select run-stats-file assign to "RUNSTATS"
               organization line sequential
               file status WS-RUNSTATS-STATUS.

       data division.
       file section.
       COPY emprec.
       COPY ssavrec.
       COPY emphist.
       COPY ssncorr.

       FD  request-date-file.
       01  REQUEST-DATE-RECORD         pic 9(08).

       FD  full-request-file.
       01  FULL-REQUEST-RECORD         pic x(01).

       FD  process-date-file.
       01  PROCESS-DATE-RECORD         pic 9(08).

       FD  run-stats-file.
       01  RUN-STATS-OUT               pic x(73).

       working-storage section.
       COPY runctl.
       COPY emplrid.
       01  WS-RUNSTATS-STATUS          pic xx value "00".
       01  WS-EMP-STATUS               pic xx value "00".
           88  WS-EMP-OK                          value "00".
           88  WS-EMP-EOF                         value "10".
       01  WS-REQ-STATUS               pic xx value "00".
       01  WS-HIST-STATUS              pic xx value "00".
           88  WS-HIST-OK                         value "00".
           88  WS-HIST-EOF                        value "10".
       01  WS-CORR-STATUS              pic xx value "00".
           88  WS-CORR-OK                         value "00".
           88  WS-CORR-EOF                        value "10".
       01  WS-RDATE-STATUS             pic xx value "00".
       01  WS-FULL-STATUS              pic xx value "00".
       01  WS-PROCDATE-STATUS          pic xx value "00".

       01  WS-MODE-SW                  pic x(01) value "F".
           88  FULL-REQUEST                       value "F".
           88  DELTA-REQUEST                      value "D".
       01  WS-LAST-REQUEST-DATE        pic 9(08) value 0.
       01  WS-TODAY                    pic 9(08) value 0.

       01  WS-CHANGE-TABLE.
           05  WS-CHANGE-ENTRY occurs 20000 times.
               10  CHG-SSN             pic x(09).
       01  WS-CHANGE-COUNT             pic 9(05) value 0.
       01  WS-CHANGE-SUB               pic 9(05) value 0.
       01  WS-CHANGE-FOUND-SW          pic x(01) value "N".
           88  CHANGE-FOUND                       value "Y".
       01  WS-CHANGED-SSN              pic x(09).
       01  WS-OVERFLOW-SW              pic x(01) value "N".
           88  TABLE-OVERFLOWED                   value "Y".

       01  WS-READ-COUNT               pic 9(07) value 0.
       01  WS-REQUEST-COUNT            pic 9(07) value 0.
       01  WS-NOT-FOUND-COUNT          pic 9(07) value 0.
       01  WS-CORRECTION-COUNT         pic 9(07) value 0.

       procedure division.
       perform get-business-date
       perform determine-request-mode
       open input employee-master-file
       if not WS-EMP-OK
           display "[SSAVREQ] no employee master file present - no request built"
           move 4 to return-code
       else
           open output ssa-verify-request-file
           perform write-request-header
           if FULL-REQUEST
               display "[SSAVREQ] full request - every employee on the master"
               perform request-employee-record until WS-EMP-EOF
           else
               display "[SSAVREQ] changes since " WS-LAST-REQUEST-DATE
               perform load-change-table until WS-HIST-EOF
               close employee-history-file
               perform load-ssn-corrections
               if TABLE-OVERFLOWED
                   display "[SSAVREQ] change table overflowed -"
                       " sending the whole master so nobody is dropped"
                   set FULL-REQUEST to true
                   perform request-employee-record until WS-EMP-EOF
               else
                   perform request-changed-record
                       varying WS-CHANGE-SUB from 1 by 1
                       until WS-CHANGE-SUB > WS-CHANGE-COUNT
                   if WS-NOT-FOUND-COUNT > 0
                       display "[SSAVREQ] changed employees no longer"
                           " on master (archived): " WS-NOT-FOUND-COUNT
                   end-if
               end-if
           end-if
           perform write-request-trailer
           close employee-master-file
           close ssa-verify-request-file
           display "[SSAVREQ] employees sent for verification: "
               WS-REQUEST-COUNT
           perform write-request-date
           if WS-REQUEST-COUNT = 0
               display "[SSAVREQ] nobody to verify - request not to be sent"
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           perform write-run-stats
       end-if

       stop run.

      *> the change history is stamped with the business date, so
      *> SSAVDATE carries the business date too and the next
      *> request selects strictly after it
       get-business-date.
           open input process-date-file
           if WS-PROCDATE-STATUS = "00"
               read process-date-file
                   at end
                       accept WS-TODAY from date yyyymmdd
                   not at end
                       move PROCESS-DATE-RECORD to WS-TODAY
               end-read
               close process-date-file
           else
               accept WS-TODAY from date yyyymmdd
           end-if.

      *> ---------------------------------------------------------
      *> mode - FULLREQ DD or no earlier request date sends the
      *> whole master; otherwise only what changed since
      *> ---------------------------------------------------------
       determine-request-mode.
           set FULL-REQUEST to true
           open input request-date-file
           if WS-RDATE-STATUS = "00"
               read request-date-file
                   at end
                       continue
                   not at end
                       move REQUEST-DATE-RECORD to WS-LAST-REQUEST-DATE
               end-read
               close request-date-file
           end-if
           open input full-request-file
           if WS-FULL-STATUS = "00" or WS-FULL-STATUS = "10"
               close full-request-file
               display "[SSAVREQ] FULLREQ present - full request forced"
           else
               if WS-LAST-REQUEST-DATE > 0
                   open input employee-history-file
                   if WS-HIST-OK
                       set DELTA-REQUEST to true
                   else
                       display "[SSAVREQ] no change history present"
                           " - sending the whole master"
                   end-if
               end-if
           end-if.

       write-request-header.
           move spaces to SSA-VERIFY-REQUEST-RECORD
           set SVQ-HEADER-RECORD to true
           move EMPLR-EIN to SVQ-EMPLOYER-EIN
           move EMPLR-NAME to SVQ-EMPLOYER-NAME
           move WS-TODAY to SVQ-REQUEST-DATE
           write SSA-VERIFY-REQUEST-RECORD.

       write-request-trailer.
           move spaces to SSA-VERIFY-REQUEST-RECORD
           set SVQ-TRAILER-RECORD to true
           move WS-REQUEST-COUNT to SVQ-RECORD-COUNT
           write SSA-VERIFY-REQUEST-RECORD.

      *> ---------------------------------------------------------
      *> full request - every employee on the master
      *> ---------------------------------------------------------
       request-employee-record.
           read employee-master-file next
               at end
                   set WS-EMP-EOF to true
               not at end
                   add 1 to WS-READ-COUNT
                   perform write-request-detail
           end-read.

      *> ---------------------------------------------------------
      *> delta - employees whose SSN, name or hire date changed
      *> since the last request
      *> ---------------------------------------------------------
      *> an enrollment (no before-image) or a rewrite that moved the
      *> name or hire date is data SSA has not matched; status,
      *> branch and confirm-flag changes, and the verification
      *> postings themselves, are not
       load-change-table.
           read employee-history-file
               at end
                   set WS-HIST-EOF to true
               not at end
                   if HIST-DATE > WS-LAST-REQUEST-DATE
                       if HIST-BEFORE-IMAGE = spaces
                           or HIST-OLD-NAME not = HIST-NEW-NAME
                           or HIST-OLD-HIRE-DATE not = HIST-NEW-HIRE-DATE
                           move HIST-SSN to WS-CHANGED-SSN
                           perform post-change-entry
                       end-if
                   end-if
           end-read.

      *> a corrected SSN is new to SSA even though the name and
      *> hire date moved across unchanged
       load-ssn-corrections.
           open input ssn-correction-file
           if WS-CORR-OK
               perform load-correction-record until WS-CORR-EOF
               close ssn-correction-file
               if WS-CORRECTION-COUNT > 0
                   display "[SSAVREQ] corrected SSNs to verify: "
                       WS-CORRECTION-COUNT
               end-if
           end-if.

       load-correction-record.
           read ssn-correction-file next
               at end
                   set WS-CORR-EOF to true
               not at end
                   if COR-DATE > WS-LAST-REQUEST-DATE
                       add 1 to WS-CORRECTION-COUNT
                       move COR-NEW-SSN to WS-CHANGED-SSN
                       perform post-change-entry
                   end-if
           end-read.

      *> one entry per SSN however many times it changed
       post-change-entry.
           move "N" to WS-CHANGE-FOUND-SW
           move 0 to WS-CHANGE-SUB
           perform scan-change-entry until CHANGE-FOUND
               or WS-CHANGE-SUB >= WS-CHANGE-COUNT
           if not CHANGE-FOUND
               if WS-CHANGE-COUNT < 20000
                   add 1 to WS-CHANGE-COUNT
                   move WS-CHANGED-SSN to CHG-SSN(WS-CHANGE-COUNT)
               else
                   set TABLE-OVERFLOWED to true
               end-if
           end-if.

       scan-change-entry.
           add 1 to WS-CHANGE-SUB
           if CHG-SSN(WS-CHANGE-SUB) = WS-CHANGED-SSN
               set CHANGE-FOUND to true
           end-if.

       request-changed-record.
           move CHG-SSN(WS-CHANGE-SUB) to EMP-SSN-KEY
           read employee-master-file
           if WS-EMP-STATUS = "00"
               add 1 to WS-READ-COUNT
               perform write-request-detail
           else
               add 1 to WS-NOT-FOUND-COUNT
           end-if.

       write-request-detail.
           move spaces to SSA-VERIFY-REQUEST-RECORD
           set SVQ-DETAIL-RECORD to true
           move EMP-SSN-KEY to SVQ-SSN
           move EMP-NAME to SVQ-NAME
           move EMP-HIRE-DATE to SVQ-HIRE-DATE
           write SSA-VERIFY-REQUEST-RECORD
           add 1 to WS-REQUEST-COUNT.

       write-request-date.
           open output request-date-file
           move WS-TODAY to REQUEST-DATE-RECORD
           write REQUEST-DATE-RECORD
           close request-date-file.

       write-run-stats.
           move "SSAVREQ " to RC-PROGRAM
           accept RC-RUN-DATE from date yyyymmdd
           accept RC-RUN-TIME from time
           move WS-READ-COUNT to RC-RECORDS-IN
           move WS-REQUEST-COUNT to RC-POSTED
           move 0 to RC-REJECTED
           move 0 to RC-DUPLICATES
           move 0 to RC-AUDIT-COUNT
           move WS-NOT-FOUND-COUNT to RC-EXCEPTIONS
           open extend run-stats-file
           if WS-RUNSTATS-STATUS not = "00"
               open output run-stats-file
           end-if
           write RUN-STATS-OUT from RUN-CONTROL-RECORD
           close run-stats-file.
