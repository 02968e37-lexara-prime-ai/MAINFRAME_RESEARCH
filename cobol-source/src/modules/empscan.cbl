       >>SOURCE FORMAT FREE
       identification division.
       program-id. empscan.
       author. Irfan Ghat.
       date-written.Oct 14th 2026
      *> weekly employee master integrity scan - reads every record on
      *> the master and checks it as a whole against the numbered
      *> consistency rules in the scanrul copybook: a blank name, a
      *> hire or term date that is not a real date, a hire date after
      *> the business date or after the term date, a status other
      *> than A, I or L, an active or on-leave employee with a term
      *> date, an inactive one with none, a branch code not on the
      *> branch master, and an employee on leave whose leave dates
      *> are missing, not real dates, or return before start.  The
      *> nightly checks look at the SSN and the death file only;
      *> this is the check that the rest of the record makes sense.
      *> Every rule a record breaks is a line on the report (masked
      *> SSN, employee number, the dates involved, the rule).  The trailer counts
      *> records scanned, records with a break, and breaks by rule.
      *> Run statistics go to RUNSTATS as one EMPSCAN record and one
      *> EMPSCNnn record per rule (zero counts included), which the
      *> morning summary shows scan-over-scan.  With no branch master
      *> present only a blank branch breaks the branch rule.
       environment division.
       input-output section.
       file-control.
           select employee-master-file assign to "EMPMAST"
               organization indexed
               access mode sequential
               record key EMP-SSN-KEY
               file status WS-EMP-STATUS.
           select branch-master-file assign to "BRNCHMST"
               organization indexed
               access mode random
               record key BRN-CODE
               file status WS-BRN-STATUS.
           select scan-report-file assign to "SCANRPT"
               organization line sequential
               file status WS-RPT-STATUS.
           select process-date-file assign to "PROCDATE"
               organization line sequential
               file status WS-PROCDATE-STATUS.
           select run-stats-file assign to "RUNSTATS"
               organization line sequential
               file status WS-RUNSTATS-STATUS.

       data division.
       file section.
       COPY emprec.
       COPY brnchrec.

       FD  scan-report-file.
       01  SCAN-REPORT-RECORD          pic x(110).

       FD  process-date-file.
       01  PROCESS-DATE-RECORD         pic 9(08).

       FD  run-stats-file.
       01  RUN-STATS-OUT               pic x(73).

       working-storage section.
       COPY ssnfld.
       COPY ssnmsk.
       COPY runctl.
       COPY datewrk.
       COPY scanrul.
       01  WS-RUNSTATS-STATUS          pic xx value "00".
       01  WS-EMP-STATUS               pic xx value "00".
           88  WS-EMP-OK                          value "00".
           88  WS-EMP-EOF                         value "10".
       01  WS-BRN-STATUS               pic xx value "00".
       01  WS-RPT-STATUS               pic xx value "00".
       01  WS-PROCDATE-STATUS          pic xx value "00".
       01  WS-BRANCH-MASTER-SW         pic x(01) value "N".
           88  BRANCH-MASTER-PRESENT              value "Y".

       01  WS-BUSINESS-DATE            pic 9(08) value 0.
       01  WS-BUSINESS-DATE-X redefines WS-BUSINESS-DATE
                                       pic x(08).

       01  WS-HIRE-VALID-SW            pic x(01) value "N".
           88  HIRE-DATE-VALID                    value "Y".
       01  WS-TERM-VALID-SW            pic x(01) value "N".
           88  TERM-DATE-VALID                    value "Y".
       01  WS-LEAVE-BAD-SW             pic x(01) value "N".
           88  LEAVE-DATES-BAD                    value "Y".
       01  WS-RECORD-BAD-SW            pic x(01) value "N".
           88  RECORD-HAS-BREAK                   value "Y".
       01  WS-RULE-BROKEN              pic 9(02) value 0.

       01  WS-RULE-COUNTS.
           05  WS-RULE-TALLY occurs 10 times pic 9(07).
       01  WS-RULE-SUB                 pic 9(02) value 0.

       01  WS-SCANNED-COUNT            pic 9(07) value 0.
       01  WS-BAD-RECORD-COUNT         pic 9(07) value 0.
       01  WS-BREAK-COUNT              pic 9(07) value 0.

       01  WS-HEADING-LINE-1.
           05  filler                  pic x(25) value spaces.
           05  filler                  pic x(40) value
               "EMPLOYEE MASTER INTEGRITY SCAN".
       01  WS-HEADING-LINE-2.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(15) value "BUSINESS DATE: ".
           05  HL-BUSINESS-DATE        pic 9(08).
       01  WS-COLUMN-HEADING.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(10) value "SSN".
           05  filler                  pic x(07) value "EMP NO".
           05  filler                  pic x(26) value "NAME".
           05  filler                  pic x(03) value "ST".
           05  filler                  pic x(04) value "BR".
           05  filler                  pic x(09) value "HIRED".
           05  filler                  pic x(09) value "TERM".
           05  filler                  pic x(30) value "RULE BROKEN".
       01  WS-DETAIL-LINE.
           05  filler                  pic x(02) value spaces.
           05  DL-SSN                  pic x(09).
           05  filler                  pic x(01) value spaces.
           05  DL-EMPNO                pic x(06).
           05  filler                  pic x(01) value spaces.
           05  DL-NAME                 pic x(25).
           05  filler                  pic x(01) value spaces.
           05  DL-STATUS               pic x(01).
           05  filler                  pic x(02) value spaces.
           05  DL-BRANCH               pic x(03).
           05  filler                  pic x(01) value spaces.
           05  DL-HIRE-DATE            pic x(08).
           05  filler                  pic x(01) value spaces.
           05  DL-TERM-DATE            pic x(08).
           05  filler                  pic x(01) value spaces.
           05  DL-RULE-NUMBER          pic 9(02).
           05  filler                  pic x(01) value spaces.
           05  DL-RULE-TEXT            pic x(30).
       01  WS-COUNT-LINE.
           05  filler                  pic x(02) value spaces.
           05  CL-LABEL                pic x(36).
           05  CL-COUNT                pic zzz,zz9.
       01  WS-RULE-LINE.
           05  filler                  pic x(04) value spaces.
           05  RL-RULE-NUMBER          pic 9(02).
           05  filler                  pic x(01) value spaces.
           05  RL-RULE-TEXT            pic x(31).
           05  RL-COUNT                pic zzz,zz9.

       procedure division.
       perform get-business-date
       move WS-BUSINESS-DATE to HL-BUSINESS-DATE
       move zeros to WS-RULE-COUNTS
       open input employee-master-file
       if not WS-EMP-OK
           display "[EMPSCAN] no employee master file present -"
               " nothing to scan"
           move 4 to return-code
       else
           open input branch-master-file
           if WS-BRN-STATUS = "00"
               set BRANCH-MASTER-PRESENT to true
           else
               display "[EMPSCAN] no branch master present - branch"
                   " codes checked for blanks only"
           end-if
           open output scan-report-file
           write SCAN-REPORT-RECORD from WS-HEADING-LINE-1
           write SCAN-REPORT-RECORD from WS-HEADING-LINE-2
           write SCAN-REPORT-RECORD from WS-COLUMN-HEADING
           perform scan-master-record until WS-EMP-EOF
           close employee-master-file
           if BRANCH-MASTER-PRESENT
               close branch-master-file
           end-if
           perform print-scan-totals
           close scan-report-file
           display "[EMPSCAN] records scanned: " WS-SCANNED-COUNT
               " with breaks: " WS-BAD-RECORD-COUNT
               " breaks: " WS-BREAK-COUNT
           perform write-run-stats
       end-if

       stop run.

       get-business-date.
           open input process-date-file
           if WS-PROCDATE-STATUS = "00"
               read process-date-file
                   at end
                       accept WS-BUSINESS-DATE from date yyyymmdd
                   not at end
                       move PROCESS-DATE-RECORD to WS-BUSINESS-DATE
               end-read
               close process-date-file
           else
               accept WS-BUSINESS-DATE from date yyyymmdd
           end-if.

      *> ---------------------------------------------------------
      *> one master record against every rule
      *> ---------------------------------------------------------
       scan-master-record.
           read employee-master-file
               at end
                   set WS-EMP-EOF to true
               not at end
                   add 1 to WS-SCANNED-COUNT
                   move "N" to WS-RECORD-BAD-SW
                   perform check-name-rule
                   perform check-hire-date-rules
                   perform check-status-rules
                   perform check-term-date-rules
                   perform check-branch-rule
                   perform check-leave-rule
                   if RECORD-HAS-BREAK
                       add 1 to WS-BAD-RECORD-COUNT
                   end-if
           end-read.

       check-name-rule.
           if EMP-NAME = spaces
               move 1 to WS-RULE-BROKEN
               perform report-rule-break
           end-if.

       check-hire-date-rules.
           move "N" to WS-HIRE-VALID-SW
           move EMP-HIRE-DATE to DTE-DATE-TEXT
           perform validate-calendar-date
           if DTE-IS-VALID
               set HIRE-DATE-VALID to true
               if EMP-HIRE-DATE > WS-BUSINESS-DATE-X
                   move 3 to WS-RULE-BROKEN
                   perform report-rule-break
               end-if
           else
               move 2 to WS-RULE-BROKEN
               perform report-rule-break
           end-if.

       check-status-rules.
           evaluate true
               when EMP-ACTIVE
               when EMP-ON-LEAVE
                   if EMP-TERM-DATE not = spaces
                       move 5 to WS-RULE-BROKEN
                       perform report-rule-break
                   end-if
               when EMP-INACTIVE
                   if EMP-TERM-DATE = spaces
                       move 6 to WS-RULE-BROKEN
                       perform report-rule-break
                   end-if
               when other
                   move 4 to WS-RULE-BROKEN
                   perform report-rule-break
           end-evaluate.

      *> a term date that is present must be real, and not before
      *> the hire date
       check-term-date-rules.
           move "N" to WS-TERM-VALID-SW
           if EMP-TERM-DATE not = spaces
               move EMP-TERM-DATE to DTE-DATE-TEXT
               perform validate-calendar-date
               if DTE-IS-VALID
                   set TERM-DATE-VALID to true
               else
                   move 7 to WS-RULE-BROKEN
                   perform report-rule-break
               end-if
           end-if
           if HIRE-DATE-VALID and TERM-DATE-VALID
               and EMP-HIRE-DATE > EMP-TERM-DATE
               move 8 to WS-RULE-BROKEN
               perform report-rule-break
           end-if.

       check-branch-rule.
           if EMP-BRANCH-CODE = spaces
               move 9 to WS-RULE-BROKEN
               perform report-rule-break
           else
               if BRANCH-MASTER-PRESENT
                   move EMP-BRANCH-CODE to BRN-CODE
                   read branch-master-file
                   if WS-BRN-STATUS not = "00"
                       move 9 to WS-RULE-BROKEN
                       perform report-rule-break
                   end-if
               end-if
           end-if.

       check-leave-rule.
           if EMP-ON-LEAVE
               move "N" to WS-LEAVE-BAD-SW
               move EMP-LEAVE-START-DATE to DTE-DATE-TEXT
               perform validate-calendar-date
               if DTE-IS-INVALID
                   set LEAVE-DATES-BAD to true
               end-if
               move EMP-LEAVE-RETURN-DATE to DTE-DATE-TEXT
               perform validate-calendar-date
               if DTE-IS-INVALID
                   set LEAVE-DATES-BAD to true
               end-if
               if EMP-LEAVE-RETURN-DATE not > EMP-LEAVE-START-DATE
                   set LEAVE-DATES-BAD to true
               end-if
               if LEAVE-DATES-BAD
                   move 10 to WS-RULE-BROKEN
                   perform report-rule-break
               end-if
           end-if.

       report-rule-break.
           set RECORD-HAS-BREAK to true
           add 1 to WS-BREAK-COUNT
           add 1 to WS-RULE-TALLY(WS-RULE-BROKEN)
           move EMP-SSN-KEY to SSN-TEXT
           perform mask-ssn
           move SSN-MASKED to DL-SSN
           move EMP-EMPLOYEE-NUMBER to DL-EMPNO
           move EMP-NAME to DL-NAME
           move EMP-STATUS to DL-STATUS
           move EMP-BRANCH-CODE to DL-BRANCH
           move EMP-HIRE-DATE to DL-HIRE-DATE
           move EMP-TERM-DATE to DL-TERM-DATE
           move SCAN-RULE-NUMBER(WS-RULE-BROKEN) to DL-RULE-NUMBER
           move SCAN-RULE-TEXT(WS-RULE-BROKEN) to DL-RULE-TEXT
           write SCAN-REPORT-RECORD from WS-DETAIL-LINE.

       print-scan-totals.
           move "RECORDS SCANNED" to CL-LABEL
           move WS-SCANNED-COUNT to CL-COUNT
           write SCAN-REPORT-RECORD from WS-COUNT-LINE
           move "RECORDS BREAKING ONE OR MORE RULES" to CL-LABEL
           move WS-BAD-RECORD-COUNT to CL-COUNT
           write SCAN-REPORT-RECORD from WS-COUNT-LINE
           move "BREAKS BY RULE" to CL-LABEL
           move WS-BREAK-COUNT to CL-COUNT
           write SCAN-REPORT-RECORD from WS-COUNT-LINE
           perform print-rule-count
               varying WS-RULE-SUB from 1 by 1
               until WS-RULE-SUB > SCAN-RULE-COUNT.

       print-rule-count.
           move SCAN-RULE-NUMBER(WS-RULE-SUB) to RL-RULE-NUMBER
           move SCAN-RULE-TEXT(WS-RULE-SUB) to RL-RULE-TEXT
           move WS-RULE-TALLY(WS-RULE-SUB) to RL-COUNT
           write SCAN-REPORT-RECORD from WS-RULE-LINE.

      *> one summary record for the step, then one per rule so the
      *> morning summary can set each rule against the last scan
       write-run-stats.
           open extend run-stats-file
           if WS-RUNSTATS-STATUS not = "00"
               open output run-stats-file
           end-if
           move "EMPSCAN" to RC-PROGRAM
           accept RC-RUN-DATE from date yyyymmdd
           accept RC-RUN-TIME from time
           move WS-SCANNED-COUNT to RC-RECORDS-IN
           move 0 to RC-POSTED
           move 0 to RC-REJECTED
           move 0 to RC-DUPLICATES
           move 0 to RC-AUDIT-COUNT
           move WS-BAD-RECORD-COUNT to RC-EXCEPTIONS
           write RUN-STATS-OUT from RUN-CONTROL-RECORD
           perform write-rule-run-stats
               varying WS-RULE-SUB from 1 by 1
               until WS-RULE-SUB > SCAN-RULE-COUNT
           close run-stats-file.

       write-rule-run-stats.
           move spaces to RC-PROGRAM
           string "EMPSCN" SCAN-RULE-NUMBER(WS-RULE-SUB)
               delimited by size into RC-PROGRAM
           move WS-RULE-TALLY(WS-RULE-SUB) to RC-EXCEPTIONS
           write RUN-STATS-OUT from RUN-CONTROL-RECORD.

       COPY ssnmskp.
       COPY datecnv.
