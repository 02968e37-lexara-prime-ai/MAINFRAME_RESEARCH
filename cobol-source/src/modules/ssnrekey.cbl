       >>SOURCE FORMAT FREE
       identification division.
       program-id. ssnrekey.
       author. Irfan Ghat.
       date-written.Oct 14th 2026
      *> SSN correction re-point - after an employee has been moved
      *> off a mistyped SSN (the intake run's correction transaction
      *> or empmaint's supervisor correction), their change history
      *> and SSN audit trail still sit under the old number, so the
      *> history inquiry, the benefits feed, and the audit report
      *> would show the person split in two.  Loads every old/new
      *> pair on the SSN correction file and copies EMPHIST and
      *> SSNAUDIT to re-pointed files with each old SSN replaced by
      *> its new one; the job copies those back over the live files
      *> the same way arcjob replaces the trimmed ones.  A retired
      *> SSN can never be enrolled again, so every record still
      *> carrying one belongs to the corrected employee and the pass
      *> is safe to repeat - a night that fails before the copy-back
      *> is simply picked up the next night.  Ends RC=4 when nothing
      *> needed re-pointing (the job then skips the copy-backs) and
      *> RC=8 when a re-pointed file could not be written in full
      *> (the live files must not be replaced).
       environment division.
       input-output section.
       file-control.
           select ssn-correction-file assign to "SSNCORR"
               organization indexed
               access mode sequential
               record key COR-OLD-SSN
               file status WS-CORR-STATUS.
           select employee-history-file assign to "EMPHIST"
               organization line sequential
               file status WS-HIST-STATUS.
           select history-rekey-file assign to "HSTREKY"
               organization line sequential
               file status WS-HSTREKY-STATUS.
           select ssn-audit-file assign to "SSNAUDIT"
               organization line sequential
               file status WS-AUDIT-STATUS.
           select audit-rekey-file assign to "AUDREKY"
               organization line sequential
               file status WS-AUDREKY-STATUS.
           select run-stats-file assign to "RUNSTATS"
               organization line sequential
               file status WS-RUNSTATS-STATUS.

       data division.
       file section.
       COPY ssncorr.
       COPY emphist.
       COPY auditrec.

       FD  history-rekey-file.
       01  HISTORY-REKEY-RECORD        pic x(151).

       FD  audit-rekey-file.
       01  AUDIT-REKEY-RECORD          pic x(36).

       FD  run-stats-file.
       01  RUN-STATS-OUT               pic x(73).

       working-storage section.
       COPY runctl.
       01  WS-CORR-STATUS              pic xx value "00".
           88  WS-CORR-OK                         value "00".
           88  WS-CORR-EOF                        value "10".
       01  WS-HIST-STATUS              pic xx value "00".
           88  WS-HIST-OK                         value "00".
           88  WS-HIST-EOF                        value "10".
       01  WS-HSTREKY-STATUS           pic xx value "00".
       01  WS-AUDIT-STATUS             pic xx value "00".
           88  WS-AUDIT-OK                        value "00".
           88  WS-AUDIT-EOF                       value "10".
       01  WS-AUDREKY-STATUS           pic xx value "00".
       01  WS-RUNSTATS-STATUS          pic xx value "00".

      *> old/new pairs in old-SSN order - the correction file is
      *> read in key sequence, so the table is ready for SEARCH ALL
       01  CORRECTION-TABLE.
           05  CRT-ENTRY occurs 10000 times
                   ascending key CRT-OLD-SSN
                   indexed by CRT-IDX.
               10  CRT-OLD-SSN         pic x(09).
               10  CRT-NEW-SSN         pic x(09).
       01  WS-CORR-LOADED              pic 9(05) value 0.
       01  WS-CORR-FOUND-SW            pic x(01) value "N".
           88  CORRECTION-FOUND                   value "Y".
           88  CORRECTION-NOT-FOUND               value "N".
       01  WS-LOOKUP-SSN               pic x(09).

       01  WS-HIST-READ-COUNT          pic 9(07) value 0.
       01  WS-HIST-REKEYED-COUNT       pic 9(07) value 0.
       01  WS-AUD-READ-COUNT           pic 9(07) value 0.
       01  WS-AUD-REKEYED-COUNT        pic 9(07) value 0.
       01  WS-WRITE-FAILED-SW          pic x(01) value "N".
           88  REKEY-WRITE-FAILED                 value "Y".

       procedure division.
       open input ssn-correction-file
       if not WS-CORR-OK
           display "[SSNREKEY] no SSN correction file present - nothing to re-point"
           move 4 to return-code
       else
           move high-values to CORRECTION-TABLE
           perform load-correction-record until WS-CORR-EOF
           close ssn-correction-file
           if WS-CORR-LOADED = 0
               display "[SSNREKEY] no SSN corrections on file - nothing to re-point"
               move 4 to return-code
           else
               perform rekey-change-history
               perform rekey-audit-trail
               display "[SSNREKEY] corrections on file: " WS-CORR-LOADED
               display "[SSNREKEY] history re-pointed: "
                   WS-HIST-REKEYED-COUNT " of " WS-HIST-READ-COUNT
               display "[SSNREKEY] audit re-pointed:   "
                   WS-AUD-REKEYED-COUNT " of " WS-AUD-READ-COUNT
               evaluate true
                   when REKEY-WRITE-FAILED
                       display "[SSNREKEY] re-pointed file incomplete -"
                           " live files must not be replaced"
                       move 8 to return-code
                   when WS-HIST-REKEYED-COUNT = 0
                       and WS-AUD-REKEYED-COUNT = 0
                       move 4 to return-code
                   when other
                       move 0 to return-code
               end-evaluate
               perform write-run-stats
           end-if
       end-if

       stop run.

       load-correction-record.
           read ssn-correction-file next
               at end
                   set WS-CORR-EOF to true
               not at end
                   if WS-CORR-LOADED < 10000
                       add 1 to WS-CORR-LOADED
                       move COR-OLD-SSN to CRT-OLD-SSN(WS-CORR-LOADED)
                       move COR-NEW-SSN to CRT-NEW-SSN(WS-CORR-LOADED)
                   else
                       display "[SSNREKEY] correction table full -"
                           " later corrections not re-pointed tonight"
                   end-if
           end-read.

       find-correction.
           set CORRECTION-NOT-FOUND to true
           search all CRT-ENTRY
               at end
                   set CORRECTION-NOT-FOUND to true
               when CRT-OLD-SSN(CRT-IDX) = WS-LOOKUP-SSN
                   set CORRECTION-FOUND to true
           end-search.

      *> ---------------------------------------------------------
      *> change history - every record under an old SSN moves to
      *> the new one; everything else is copied as it stands
      *> ---------------------------------------------------------
       rekey-change-history.
           open input employee-history-file
           if not WS-HIST-OK
               display "[SSNREKEY] no change-history file present - skipping"
               open output history-rekey-file
               close history-rekey-file
           else
               open output history-rekey-file
               perform rekey-history-record until WS-HIST-EOF
               close employee-history-file
               close history-rekey-file
           end-if.

       rekey-history-record.
           read employee-history-file
               at end
                   set WS-HIST-EOF to true
               not at end
                   add 1 to WS-HIST-READ-COUNT
                   move HIST-SSN to WS-LOOKUP-SSN
                   perform find-correction
                   if CORRECTION-FOUND
                       move CRT-NEW-SSN(CRT-IDX) to HIST-SSN
                       add 1 to WS-HIST-REKEYED-COUNT
                   end-if
                   write HISTORY-REKEY-RECORD from EMPLOYEE-HISTORY-RECORD
                   if WS-HSTREKY-STATUS not = "00"
                       display "[SSNREKEY] re-pointed history write"
                           " failed, status " WS-HSTREKY-STATUS
                       set REKEY-WRITE-FAILED to true
                   end-if
           end-read.

      *> ---------------------------------------------------------
      *> SSN audit trail - same treatment
      *> ---------------------------------------------------------
       rekey-audit-trail.
           open input ssn-audit-file
           if not WS-AUDIT-OK
               display "[SSNREKEY] no audit file present - skipping"
               open output audit-rekey-file
               close audit-rekey-file
           else
               open output audit-rekey-file
               perform rekey-audit-record until WS-AUDIT-EOF
               close ssn-audit-file
               close audit-rekey-file
           end-if.

       rekey-audit-record.
           read ssn-audit-file
               at end
                   set WS-AUDIT-EOF to true
               not at end
                   add 1 to WS-AUD-READ-COUNT
                   move AUD-SSN to WS-LOOKUP-SSN
                   perform find-correction
                   if CORRECTION-FOUND
                       move CRT-NEW-SSN(CRT-IDX) to AUD-SSN
                       add 1 to WS-AUD-REKEYED-COUNT
                   end-if
                   write AUDIT-REKEY-RECORD from SSN-AUDIT-RECORD
                   if WS-AUDREKY-STATUS not = "00"
                       display "[SSNREKEY] re-pointed audit write"
                           " failed, status " WS-AUDREKY-STATUS
                       set REKEY-WRITE-FAILED to true
                   end-if
           end-read.

       write-run-stats.
           move "SSNREKEY" to RC-PROGRAM
           accept RC-RUN-DATE from date yyyymmdd
           accept RC-RUN-TIME from time
           compute RC-RECORDS-IN =
               WS-HIST-READ-COUNT + WS-AUD-READ-COUNT
           compute RC-POSTED =
               WS-HIST-REKEYED-COUNT + WS-AUD-REKEYED-COUNT
           move 0 to RC-REJECTED
           move 0 to RC-DUPLICATES
           move 0 to RC-AUDIT-COUNT
           move 0 to RC-EXCEPTIONS
           open extend run-stats-file
           if WS-RUNSTATS-STATUS not = "00"
               open output run-stats-file
           end-if
           write RUN-STATS-OUT from RUN-CONTROL-RECORD
           close run-stats-file.
