       >>SOURCE FORMAT FREE
       identification division.
       program-id. brburst.
       author. Irfan Ghat.
       date-written.Oct 14th 2026
      *> nightly branch burst - the last reporting step of the night.
      *> Splits the night's branch-facing outputs so each branch
      *> office gets only its own pages instead of every branch
      *> picking its records out of the whole file: the intake
      *> rejects (SSNREJ), the pending report (PENDRPT), the SSA
      *> high-group and death-master exception lists (SSAEXCPT,
      *> DMFEXCPT) and the duplicate-person listing (DUPRPT).  A
      *> reject or pending transaction belongs to the branch whose
      *> deck it came in on (TRN-BRANCH-CODE); an SSA or death-master
      *> exception to the employee's branch carried on the line; a
      *> duplicate pair to the first employee's branch, with a copy
      *> to the second employee's branch when that is another one.
      *> Every branch on the branch master that is open gets a
      *> package - a cover page with the branch name and the item
      *> count for each section, then its sections - even on a night
      *> with nothing for it, so a missing package means a missing
      *> run, not a quiet night.  A closed branch gets a package only
      *> when something still names it.  Records with no branch, or
      *> a branch not on the branch master, go to the UNASSIGNED
      *> package.  The control page closes the report: for each
      *> source its own total (the trailer count, or the record count
      *> for the reject file, which has no trailer), the detail
      *> lines read, and the sum of the packages' counts; anything
      *> that does not add back fails the run with RC=8.  SSNs are
      *> masked on every line.  Pages are counted like the ssndir
      *> directory report: every package and the control page start
      *> a new page, and a full page repeats the page heading and
      *> the section heading.  Appends run statistics for the
      *> morning summary.
       environment division.
       input-output section.
       file-control.
           select ssn-reject-file assign to "SSNREJ"
               organization line sequential
               file status WS-REJ-STATUS.
           select pending-report-file assign to "PENDRPT"
               organization line sequential
               file status WS-PEND-STATUS.
           select ssa-exception-file assign to "SSAEXCPT"
               organization line sequential
               file status WS-SSA-STATUS.
           select dmf-exception-file assign to "DMFEXCPT"
               organization line sequential
               file status WS-DMF-STATUS.
           select dup-report-file assign to "DUPRPT"
               organization line sequential
               file status WS-DUP-STATUS.
           select branch-master-file assign to "BRNCHMST"
               organization indexed
               access mode sequential
               record key BRN-CODE
               file status WS-BRN-STATUS.
           select burst-report-file assign to "BURSTRPT"
               organization line sequential
               file status WS-RPT-STATUS.
           select process-date-file assign to "PROCDATE"
               organization line sequential
               file status WS-PROCDATE-STATUS.
           select run-stats-file assign to "RUNSTATS"
               organization line sequential
               file status WS-RUNSTATS-STATUS.
           select sort-work-file assign to "SORTWK".

       data division.
       file section.
       COPY ssnrej.
       COPY brnchrec.

       FD  pending-report-file.
       01  PENDING-REPORT-LINE         pic x(80).

       FD  ssa-exception-file.
       01  SSA-EXCEPTION-LINE          pic x(100).

       FD  dmf-exception-file.
       01  DMF-EXCEPTION-LINE          pic x(100).

       FD  dup-report-file.
       01  DUP-REPORT-LINE             pic x(100).

       FD  burst-report-file.
       01  BURST-REPORT-RECORD         pic x(100).

       FD  process-date-file.
       01  PROCESS-DATE-RECORD         pic 9(08).

       FD  run-stats-file.
       01  RUN-STATS-OUT               pic x(73).

       SD  sort-work-file.
       01  SORT-BURST-RECORD.
           05  SRT-PACKAGE             pic 9(02).
           05  SRT-SECTION             pic 9(01).
           05  SRT-SEQUENCE            pic 9(07).
           05  SRT-LINE                pic x(100).

       working-storage section.
       COPY ssnfld.
       COPY ssnmsk.
       COPY runctl.
       01  WS-REJ-STATUS               pic xx value "00".
           88  WS-REJ-EOF                         value "10".
       01  WS-PEND-STATUS              pic xx value "00".
           88  WS-PEND-EOF                        value "10".
       01  WS-SSA-STATUS               pic xx value "00".
           88  WS-SSA-EOF                         value "10".
       01  WS-DMF-STATUS               pic xx value "00".
           88  WS-DMF-EOF                         value "10".
       01  WS-DUP-STATUS               pic xx value "00".
           88  WS-DUP-EOF                         value "10".
       01  WS-BRN-STATUS               pic xx value "00".
           88  WS-BRN-OK                          value "00".
           88  WS-BRN-EOF                         value "10".
       01  WS-RPT-STATUS               pic xx value "00".
       01  WS-PROCDATE-STATUS          pic xx value "00".
       01  WS-RUNSTATS-STATUS          pic xx value "00".
       01  WS-SORT-EOF-SW              pic x(01) value "N".
           88  WS-SORT-EOF                        value "Y".
       01  WS-BALANCE-SW               pic x(01) value "Y".
           88  BURST-IN-BALANCE                   value "Y".
           88  BURST-OUT-OF-BALANCE               value "N".

       01  WS-BUSINESS-DATE            pic 9(08) value 0.

       01  WS-PAGE-NUMBER              pic 9(03) value 1.
       01  WS-LINE-COUNT               pic 9(03) value 99.
       01  WS-LINES-PER-PAGE           pic 9(03) value 50.

      *> the sections of a package, in the order they print;
      *> sections 1-5 are the five sources, 6 the duplicate pairs
      *> led by another branch (copies, so outside the balance)
       01  BURST-SECTION-VALUES.
           05  filler                  pic x(36) value
               "INTAKE REJECTS (SSNREJ)".
           05  filler                  pic x(36) value
               "PENDING TRANSACTIONS (PENDRPT)".
           05  filler                  pic x(36) value
               "SSA HIGH-GROUP EXCEPTIONS (SSAEXCPT)".
           05  filler                  pic x(36) value
               "DEATH MASTER EXCEPTIONS (DMFEXCPT)".
           05  filler                  pic x(36) value
               "POSSIBLE DUPLICATES (DUPRPT)".
           05  filler                  pic x(36) value
               "DUPLICATES LED BY ANOTHER BRANCH".
       01  BURST-SECTION-TABLE redefines BURST-SECTION-VALUES.
           05  BURST-SECTION-NAME occurs 6 times pic x(36).
       01  WS-SOURCE-COUNT             pic 9(01) value 5.
       01  WS-SECTION-COUNT            pic 9(01) value 6.

       01  WS-SOURCE-TABLE.
           05  SRC-ENTRY occurs 5 times.
               10  SRC-PRESENT-SW      pic x(01).
                   88  SRC-PRESENT                value "Y".
               10  SRC-TRAILER-SW      pic x(01).
                   88  SRC-TRAILER-FOUND          value "Y".
               10  SRC-FILE-TOTAL      pic 9(07).
               10  SRC-LINES           pic 9(07).
               10  SRC-PACKAGED        pic 9(07).

      *> one entry per branch off the branch master, then the
      *> UNASSIGNED package; the package number in the sort key is
      *> the entry's position, so packages print in branch order
       01  WS-BRANCH-TABLE.
           05  BRT-ENTRY occurs 99 times.
               10  BRT-CODE            pic x(03).
               10  BRT-NAME            pic x(30).
               10  BRT-ACTIVE-FLAG     pic x(01).
               10  BRT-COUNT occurs 6 times pic 9(07).
       01  WS-BRANCH-COUNT             pic 9(02) value 0.
       01  WS-UNASSIGNED-SUB           pic 9(02) value 0.
       01  WS-PACKAGE-SUB              pic 9(02) value 0.
       01  WS-PRIMARY-SUB              pic 9(02) value 0.
       01  WS-SEARCH-SUB               pic 9(02) value 0.
       01  WS-SECTION-SUB              pic 9(01) value 0.
       01  WS-SOURCE-SUB               pic 9(01) value 0.
       01  WS-CURRENT-PACKAGE          pic 9(02) value 0.
       01  WS-CURRENT-SECTION          pic 9(01) value 0.
       01  WS-ROUTE-BRANCH             pic x(03) value spaces.
       01  WS-SEQUENCE                 pic 9(07) value 0.
       01  WS-PACKAGE-TOTAL            pic 9(07) value 0.
       01  WS-PACKAGE-SUM              pic 9(07) value 0.
       01  WS-BURST-LINE               pic x(100) value spaces.

      *> trailer counts are read back off the source reports' edited
      *> totals
       01  WS-EDIT-7                   pic zzz,zz9.
       01  WS-EDIT-9                   pic z,zzz,zz9.
       01  WS-EDIT-11                  pic zzz,zzz,zz9.

       01  WS-LINES-BURST              pic 9(07) value 0.
       01  WS-LINES-UNASSIGNED         pic 9(07) value 0.

      *> the reject record's transaction image - the ssntrans layout
      *> with only the fields the burst prints named
       01  WS-TRANS-WORK.
           05  WS-TW-SSN               pic x(09).
           05  filler                  pic x(08).
           05  WS-TW-NAME              pic x(30).
           05  WS-TW-TYPE              pic x(01).
           05  filler                  pic x(03).
           05  WS-TW-EFF-DATE          pic x(08).
           05  filler                  pic x(09).
           05  WS-TW-BRANCH            pic x(03).

       01  WS-REJECT-LINE.
           05  filler                  pic x(02) value spaces.
           05  RJL-SSN                 pic x(09).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(05) value "TYPE ".
           05  RJL-TYPE                pic x(01).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(07) value "REASON ".
           05  RJL-REASON              pic x(04).
           05  filler                  pic x(03) value spaces.
           05  filler                  pic x(10) value "EFFECTIVE ".
           05  RJL-EFF-DATE            pic x(08).
           05  filler                  pic x(03) value spaces.
           05  RJL-NAME                pic x(30).

       01  WS-PAGE-HEADING.
           05  filler                  pic x(02) value spaces.
           05  PH-TITLE                pic x(50).
           05  filler                  pic x(05) value "PAGE ".
           05  PH-PAGE-NUMBER          pic zz9.

       01  WS-COVER-LINE-1.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(15) value "BRANCH PACKAGE ".
           05  CV1-CODE                pic x(03).
           05  filler                  pic x(02) value spaces.
           05  CV1-NAME                pic x(30).
           05  filler                  pic x(01) value spaces.
           05  CV1-STATE               pic x(08).
           05  filler                  pic x(15) value
               "BUSINESS DATE: ".
           05  CV1-BUSINESS-DATE       pic 9(08).
       01  WS-COVER-LINE-2.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(60) value all "-".
       01  WS-COVER-COUNT-LINE.
           05  filler                  pic x(04) value spaces.
           05  CVC-LABEL               pic x(40).
           05  CVC-COUNT               pic zzz,zz9.
       01  WS-COVER-NOTE-LINE.
           05  filler                  pic x(04) value spaces.
           05  CVN-TEXT                pic x(60).

       01  WS-SECTION-LINE.
           05  filler                  pic x(02) value spaces.
           05  SL-CODE                 pic x(03).
           05  filler                  pic x(03) value " - ".
           05  SL-NAME                 pic x(36).

       01  WS-CONTROL-HEADING-1.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(37) value
               "BRANCH BURST CONTROL - BUSINESS DATE ".
           05  CH1-BUSINESS-DATE       pic 9(08).
       01  WS-CONTROL-HEADING-2.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(37) value "SOURCE".
           05  filler                  pic x(11) value " FILE TOTAL".
           05  filler                  pic x(11) value " LINES READ".
           05  filler                  pic x(11) value "   PACKAGED".
           05  filler                  pic x(08) value "  STATUS".
       01  WS-CONTROL-LINE.
           05  filler                  pic x(02) value spaces.
           05  CTL-SOURCE              pic x(36).
           05  filler                  pic x(01) value spaces.
           05  CTL-FILE-TOTAL          pic zzzzzzzzz9.
           05  filler                  pic x(01) value spaces.
           05  CTL-LINES               pic zzzzzzzzz9.
           05  filler                  pic x(01) value spaces.
           05  CTL-PACKAGED            pic zzzzzzzzz9.
           05  filler                  pic x(02) value spaces.
           05  CTL-STATUS              pic x(14).
       01  WS-MATRIX-HEADING.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(09) value "PACKAGE".
           05  filler                  pic x(08) value "  REJECT".
           05  filler                  pic x(08) value "    PEND".
           05  filler                  pic x(08) value "     SSA".
           05  filler                  pic x(08) value "     DMF".
           05  filler                  pic x(08) value "    DUPS".
           05  filler                  pic x(08) value "   TOTAL".
           05  filler                  pic x(08) value "  COPIES".
       01  WS-MATRIX-LINE.
           05  filler                  pic x(02) value spaces.
           05  ML-CODE                 pic x(09).
           05  ML-COUNT occurs 5 times pic zzzzzzz9.
           05  ML-TOTAL                pic zzzzzzz9.
           05  ML-COPIES               pic zzzzzzz9.
       01  WS-MATRIX-TOTALS.
           05  MTX-COUNT occurs 5 times pic 9(07).
           05  MTX-TOTAL               pic 9(07).
           05  MTX-COPIES              pic 9(07).
       01  WS-CONTROL-RESULT-LINE.
           05  filler                  pic x(02) value spaces.
           05  CRL-TEXT                pic x(60).

       procedure division.
       perform get-business-date
       move zeros to WS-SOURCE-TABLE
       move zeros to WS-MATRIX-TOTALS
       perform load-branch-table
       open output burst-report-file
       sort sort-work-file
           ascending key SRT-PACKAGE
           ascending key SRT-SECTION
           ascending key SRT-SEQUENCE
           input procedure is collect-burst-lines
           output procedure is print-branch-packages
       perform print-control-page
       close burst-report-file
       display "[BRBURST] lines burst: " WS-LINES-BURST
           " unassigned: " WS-LINES-UNASSIGNED
       if BURST-OUT-OF-BALANCE
           display "[BRBURST] packages do not add back to the source"
               " totals - see the control page"
           move 8 to return-code
       end-if
       perform write-run-stats

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
      *> the package table - every branch, then UNASSIGNED
      *> ---------------------------------------------------------
       load-branch-table.
           move zeros to WS-BRANCH-TABLE
           open input branch-master-file
           if WS-BRN-OK
               perform load-branch-entry until WS-BRN-EOF
               close branch-master-file
           else
               display "[BRBURST] no branch master present - every"
                   " item goes to UNASSIGNED"
           end-if
           add 1 to WS-BRANCH-COUNT giving WS-UNASSIGNED-SUB
           move "---" to BRT-CODE(WS-UNASSIGNED-SUB)
           move "UNASSIGNED - NO BRANCH OR NOT ON FILE"
               to BRT-NAME(WS-UNASSIGNED-SUB)
           move "A" to BRT-ACTIVE-FLAG(WS-UNASSIGNED-SUB).

       load-branch-entry.
           read branch-master-file
               at end
                   set WS-BRN-EOF to true
               not at end
                   if WS-BRANCH-COUNT < 98
                       add 1 to WS-BRANCH-COUNT
                       move BRN-CODE to BRT-CODE(WS-BRANCH-COUNT)
                       move BRN-NAME to BRT-NAME(WS-BRANCH-COUNT)
                       move BRN-ACTIVE-FLAG
                           to BRT-ACTIVE-FLAG(WS-BRANCH-COUNT)
                   else
                       display "[BRBURST] branch table full - "
                           BRN-CODE " items go to UNASSIGNED"
                   end-if
           end-read.

      *> WS-ROUTE-BRANCH to its package; blank or unknown branches
      *> go to UNASSIGNED
       locate-package.
           move WS-UNASSIGNED-SUB to WS-PACKAGE-SUB
           if WS-ROUTE-BRANCH not = spaces
               move 0 to WS-SEARCH-SUB
               perform scan-package-entry
                   until WS-SEARCH-SUB >= WS-BRANCH-COUNT
                   or WS-PACKAGE-SUB not = WS-UNASSIGNED-SUB
           end-if.

       scan-package-entry.
           add 1 to WS-SEARCH-SUB
           if BRT-CODE(WS-SEARCH-SUB) = WS-ROUTE-BRANCH
               move WS-SEARCH-SUB to WS-PACKAGE-SUB
           end-if.

      *> ---------------------------------------------------------
      *> input side - every detail line released under its package
      *> ---------------------------------------------------------
       collect-burst-lines.
           perform release-package-marker
               varying WS-PACKAGE-SUB from 1 by 1
               until WS-PACKAGE-SUB > WS-UNASSIGNED-SUB
           perform burst-reject-file
           perform burst-pending-report
           perform burst-ssa-exceptions
           perform burst-dmf-exceptions
           perform burst-duplicate-report.

      *> a section-0 record forces the cover page for every open
      *> branch and UNASSIGNED, whether or not anything follows it
       release-package-marker.
           if BRT-ACTIVE-FLAG(WS-PACKAGE-SUB) not = "I"
               move WS-PACKAGE-SUB to SRT-PACKAGE
               move 0 to SRT-SECTION
               move 0 to SRT-SEQUENCE
               move spaces to SRT-LINE
               release SORT-BURST-RECORD
           end-if.

       release-burst-line.
           perform locate-package
           add 1 to BRT-COUNT(WS-PACKAGE-SUB, WS-SECTION-SUB)
           add 1 to WS-SEQUENCE
           move WS-PACKAGE-SUB to SRT-PACKAGE
           move WS-SECTION-SUB to SRT-SECTION
           move WS-SEQUENCE to SRT-SEQUENCE
           move WS-BURST-LINE to SRT-LINE
           release SORT-BURST-RECORD
           if WS-SECTION-SUB <= WS-SOURCE-COUNT
               add 1 to WS-LINES-BURST
               if WS-PACKAGE-SUB = WS-UNASSIGNED-SUB
                   add 1 to WS-LINES-UNASSIGNED
               end-if
           end-if.

       burst-reject-file.
           move 1 to WS-SECTION-SUB
           open input ssn-reject-file
           if WS-REJ-STATUS = "00"
               set SRC-PRESENT(1) to true
               perform read-reject-record until WS-REJ-EOF
               close ssn-reject-file
               move SRC-LINES(1) to SRC-FILE-TOTAL(1)
               set SRC-TRAILER-FOUND(1) to true
           else
               display "[BRBURST] no reject file present"
           end-if.

       read-reject-record.
           read ssn-reject-file
               at end
                   set WS-REJ-EOF to true
               not at end
                   add 1 to SRC-LINES(1)
                   move REJ-TRANS-DATA to WS-TRANS-WORK
                   move WS-TW-SSN to SSN-TEXT
                   perform mask-ssn
                   move SSN-MASKED to RJL-SSN
                   move WS-TW-TYPE to RJL-TYPE
                   move REJ-REASON-CODE to RJL-REASON
                   move WS-TW-EFF-DATE to RJL-EFF-DATE
                   move WS-TW-NAME to RJL-NAME
                   move WS-REJECT-LINE to WS-BURST-LINE
                   move WS-TW-BRANCH to WS-ROUTE-BRANCH
                   perform release-burst-line
           end-read.

      *> pending report detail lines carry "TYPE " at column 15 and
      *> the deck branch at column 52; the trailer's pending count
      *> sits at column 54
       burst-pending-report.
           move 2 to WS-SECTION-SUB
           open input pending-report-file
           if WS-PEND-STATUS = "00"
               set SRC-PRESENT(2) to true
               perform read-pending-line until WS-PEND-EOF
               close pending-report-file
           else
               display "[BRBURST] no pending report present"
           end-if.

       read-pending-line.
           read pending-report-file
               at end
                   set WS-PEND-EOF to true
               not at end
                   evaluate true
                       when PENDING-REPORT-LINE(15:5) = "TYPE "
                           add 1 to SRC-LINES(2)
                           move PENDING-REPORT-LINE to WS-BURST-LINE
                           move PENDING-REPORT-LINE(52:3)
                               to WS-ROUTE-BRANCH
                           perform release-burst-line
                       when PENDING-REPORT-LINE(3:6) = "READ: "
                           move PENDING-REPORT-LINE(54:9) to WS-EDIT-9
                           move WS-EDIT-9 to SRC-FILE-TOTAL(2)
                           set SRC-TRAILER-FOUND(2) to true
                   end-evaluate
           end-read.

      *> the SSA and death-master exception lines carry the masked
      *> SSN at column 3, the employee number at column 15 and the
      *> employee's branch at column 24; the trailer's exception
      *> count sits at column 54
       burst-ssa-exceptions.
           move 3 to WS-SECTION-SUB
           open input ssa-exception-file
           if WS-SSA-STATUS = "00"
               set SRC-PRESENT(3) to true
               perform read-ssa-line until WS-SSA-EOF
               close ssa-exception-file
           else
               display "[BRBURST] no SSA exception file present"
           end-if.

       read-ssa-line.
           read ssa-exception-file
               at end
                   set WS-SSA-EOF to true
               not at end
                   evaluate true
                       when SSA-EXCEPTION-LINE(3:5) = "XXXXX"
                           add 1 to SRC-LINES(3)
                           move SSA-EXCEPTION-LINE to WS-BURST-LINE
                           perform route-exception-line
                       when SSA-EXCEPTION-LINE(3:9) = "EMPLOYEES"
                           move SSA-EXCEPTION-LINE(54:11) to WS-EDIT-11
                           move WS-EDIT-11 to SRC-FILE-TOTAL(3)
                           set SRC-TRAILER-FOUND(3) to true
                   end-evaluate
           end-read.

       burst-dmf-exceptions.
           move 4 to WS-SECTION-SUB
           open input dmf-exception-file
           if WS-DMF-STATUS = "00"
               set SRC-PRESENT(4) to true
               perform read-dmf-line until WS-DMF-EOF
               close dmf-exception-file
           else
               display "[BRBURST] no death-master exception file"
                   " present"
           end-if.

       read-dmf-line.
           read dmf-exception-file
               at end
                   set WS-DMF-EOF to true
               not at end
                   evaluate true
                       when DMF-EXCEPTION-LINE(3:5) = "XXXXX"
                           add 1 to SRC-LINES(4)
                           move DMF-EXCEPTION-LINE to WS-BURST-LINE
                           perform route-exception-line
                       when DMF-EXCEPTION-LINE(3:9) = "EMPLOYEES"
                           move DMF-EXCEPTION-LINE(54:11) to WS-EDIT-11
                           move WS-EDIT-11 to SRC-FILE-TOTAL(4)
                           set SRC-TRAILER-FOUND(4) to true
                   end-evaluate
           end-read.

       route-exception-line.
           move WS-BURST-LINE(24:3) to WS-ROUTE-BRANCH
           perform release-burst-line.

      *> duplicate lines carry the score at column 3 and the two
      *> employees' branches at columns 93 and 97; the trailer's
      *> candidate count sits at column 45
       burst-duplicate-report.
           move 5 to WS-SECTION-SUB
           open input dup-report-file
           if WS-DUP-STATUS = "00"
               set SRC-PRESENT(5) to true
               perform read-duplicate-line until WS-DUP-EOF
               close dup-report-file
           else
               display "[BRBURST] no duplicate listing present"
           end-if.

       read-duplicate-line.
           read dup-report-file
               at end
                   set WS-DUP-EOF to true
               not at end
                   evaluate true
                       when DUP-REPORT-LINE(3:2) is numeric
                           add 1 to SRC-LINES(5)
                           move DUP-REPORT-LINE to WS-BURST-LINE
                           perform route-duplicate-line
                       when DUP-REPORT-LINE(3:5) = "XREF "
                           move DUP-REPORT-LINE(45:7) to WS-EDIT-7
                           move WS-EDIT-7 to SRC-FILE-TOTAL(5)
                           set SRC-TRAILER-FOUND(5) to true
                   end-evaluate
           end-read.

      *> the pair is the first employee's branch's item; the second
      *> employee's branch, when another one on file, gets a copy
       route-duplicate-line.
           move 5 to WS-SECTION-SUB
           move WS-BURST-LINE(93:3) to WS-ROUTE-BRANCH
           perform release-burst-line
           move WS-PACKAGE-SUB to WS-PRIMARY-SUB
           move WS-BURST-LINE(97:3) to WS-ROUTE-BRANCH
           perform locate-package
           if WS-PACKAGE-SUB not = WS-PRIMARY-SUB
               and WS-PACKAGE-SUB not = WS-UNASSIGNED-SUB
               move 6 to WS-SECTION-SUB
               perform release-burst-line
               move 5 to WS-SECTION-SUB
           end-if.

      *> ---------------------------------------------------------
      *> output side - cover page, then each section's lines
      *> ---------------------------------------------------------
       print-branch-packages.
           perform return-burst-line until WS-SORT-EOF.

       return-burst-line.
           return sort-work-file
               at end
                   set WS-SORT-EOF to true
               not at end
                   if SRT-PACKAGE not = WS-CURRENT-PACKAGE
                       move SRT-PACKAGE to WS-CURRENT-PACKAGE
                       move 0 to WS-CURRENT-SECTION
                       perform print-cover-page
                   end-if
                   if SRT-SECTION > 0
                       if SRT-SECTION not = WS-CURRENT-SECTION
                           move SRT-SECTION to WS-CURRENT-SECTION
                           perform print-section-heading
                       end-if
                       if WS-LINE-COUNT >= WS-LINES-PER-PAGE
                           perform print-package-page-heading
                           write BURST-REPORT-RECORD
                               from WS-SECTION-LINE
                           add 1 to WS-LINE-COUNT
                       end-if
                       write BURST-REPORT-RECORD from SRT-LINE
                       add 1 to WS-LINE-COUNT
                   end-if
           end-return.

       print-cover-page.
           move BRT-CODE(WS-CURRENT-PACKAGE) to CV1-CODE
           move BRT-NAME(WS-CURRENT-PACKAGE) to CV1-NAME
           if BRT-ACTIVE-FLAG(WS-CURRENT-PACKAGE) = "I"
               move "(CLOSED)" to CV1-STATE
           else
               move spaces to CV1-STATE
           end-if
           move WS-BUSINESS-DATE to CV1-BUSINESS-DATE
           perform print-package-page-heading
           write BURST-REPORT-RECORD from WS-COVER-LINE-1
           write BURST-REPORT-RECORD from WS-COVER-LINE-2
           add 2 to WS-LINE-COUNT
           move 0 to WS-PACKAGE-TOTAL
           perform print-cover-count
               varying WS-SECTION-SUB from 1 by 1
               until WS-SECTION-SUB > WS-SECTION-COUNT
           write BURST-REPORT-RECORD from WS-COVER-LINE-2
           move "TOTAL ITEMS" to CVC-LABEL
           move WS-PACKAGE-TOTAL to CVC-COUNT
           write BURST-REPORT-RECORD from WS-COVER-COUNT-LINE
           add 2 to WS-LINE-COUNT
           if WS-PACKAGE-TOTAL = 0
               move "NOTHING FOR THIS BRANCH TONIGHT" to CVN-TEXT
               write BURST-REPORT-RECORD from WS-COVER-NOTE-LINE
               add 1 to WS-LINE-COUNT
           end-if.

       print-cover-count.
           move BURST-SECTION-NAME(WS-SECTION-SUB) to CVC-LABEL
           move BRT-COUNT(WS-CURRENT-PACKAGE, WS-SECTION-SUB)
               to CVC-COUNT
           write BURST-REPORT-RECORD from WS-COVER-COUNT-LINE
           add 1 to WS-LINE-COUNT
           add BRT-COUNT(WS-CURRENT-PACKAGE, WS-SECTION-SUB)
               to WS-PACKAGE-TOTAL.

      *> the first section starts the package's detail pages; a
      *> later one follows on unless it would start at the foot
       print-section-heading.
           move BRT-CODE(WS-CURRENT-PACKAGE) to SL-CODE
           move BURST-SECTION-NAME(WS-CURRENT-SECTION) to SL-NAME
           if WS-CURRENT-SECTION = 1
               or WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               perform print-package-page-heading
           else
               move spaces to BURST-REPORT-RECORD
               write BURST-REPORT-RECORD
               add 1 to WS-LINE-COUNT
           end-if
           write BURST-REPORT-RECORD from WS-SECTION-LINE
           add 1 to WS-LINE-COUNT.

       print-package-page-heading.
           move spaces to PH-TITLE
           string "BRANCH PACKAGE " BRT-CODE(WS-CURRENT-PACKAGE)
               "  " BRT-NAME(WS-CURRENT-PACKAGE)
               delimited by size into PH-TITLE
           perform print-page-heading.

       print-page-heading.
           move WS-PAGE-NUMBER to PH-PAGE-NUMBER
           write BURST-REPORT-RECORD from WS-PAGE-HEADING
           move spaces to BURST-REPORT-RECORD
           write BURST-REPORT-RECORD
           add 1 to WS-PAGE-NUMBER
           move 2 to WS-LINE-COUNT.

      *> ---------------------------------------------------------
      *> control page - the packages add back to every source
      *> ---------------------------------------------------------
       print-control-page.
           move WS-BUSINESS-DATE to CH1-BUSINESS-DATE
           move "BRANCH BURST CONTROL" to PH-TITLE
           perform print-page-heading
           write BURST-REPORT-RECORD from WS-CONTROL-HEADING-1
           write BURST-REPORT-RECORD from WS-CONTROL-HEADING-2
           add 2 to WS-LINE-COUNT
           perform print-source-control
               varying WS-SOURCE-SUB from 1 by 1
               until WS-SOURCE-SUB > WS-SOURCE-COUNT
           move spaces to BURST-REPORT-RECORD
           write BURST-REPORT-RECORD
           write BURST-REPORT-RECORD from WS-MATRIX-HEADING
           add 2 to WS-LINE-COUNT
           perform print-package-matrix-line
               varying WS-PACKAGE-SUB from 1 by 1
               until WS-PACKAGE-SUB > WS-UNASSIGNED-SUB
           move "TOTAL" to ML-CODE
           perform move-matrix-total
               varying WS-SOURCE-SUB from 1 by 1
               until WS-SOURCE-SUB > WS-SOURCE-COUNT
           move MTX-TOTAL to ML-TOTAL
           move MTX-COPIES to ML-COPIES
           perform check-control-page-full
           write BURST-REPORT-RECORD from WS-MATRIX-LINE
           add 1 to WS-LINE-COUNT
           perform check-control-page-full
           if BURST-IN-BALANCE
               move "ALL PACKAGES ADD BACK TO THEIR SOURCE TOTALS"
                   to CRL-TEXT
           else
               move "*** PACKAGES DO NOT ADD BACK - DO NOT DISTRIBUTE"
                   to CRL-TEXT
           end-if
           write BURST-REPORT-RECORD from WS-CONTROL-RESULT-LINE
           add 1 to WS-LINE-COUNT.

      *> a package matrix longer than a page carries on under the
      *> page heading and the matrix heading
       check-control-page-full.
           if WS-LINE-COUNT >= WS-LINES-PER-PAGE
               perform print-page-heading
               write BURST-REPORT-RECORD from WS-MATRIX-HEADING
               add 1 to WS-LINE-COUNT
           end-if.

      *> the packaged figure is summed from the package table, not
      *> carried from the input side, so it proves the split
       print-source-control.
           move 0 to WS-PACKAGE-SUM
           perform sum-source-packages
               varying WS-PACKAGE-SUB from 1 by 1
               until WS-PACKAGE-SUB > WS-UNASSIGNED-SUB
           move WS-PACKAGE-SUM to SRC-PACKAGED(WS-SOURCE-SUB)
           move BURST-SECTION-NAME(WS-SOURCE-SUB) to CTL-SOURCE
           move SRC-FILE-TOTAL(WS-SOURCE-SUB) to CTL-FILE-TOTAL
           move SRC-LINES(WS-SOURCE-SUB) to CTL-LINES
           move SRC-PACKAGED(WS-SOURCE-SUB) to CTL-PACKAGED
           evaluate true
               when not SRC-PRESENT(WS-SOURCE-SUB)
                   move "NOT PRESENT" to CTL-STATUS
               when not SRC-TRAILER-FOUND(WS-SOURCE-SUB)
                   move "NO TRAILER" to CTL-STATUS
                   set BURST-OUT-OF-BALANCE to true
               when SRC-FILE-TOTAL(WS-SOURCE-SUB)
                       not = SRC-LINES(WS-SOURCE-SUB)
               when SRC-LINES(WS-SOURCE-SUB)
                       not = SRC-PACKAGED(WS-SOURCE-SUB)
                   move "OUT OF BALANCE" to CTL-STATUS
                   set BURST-OUT-OF-BALANCE to true
               when other
                   move "BALANCED" to CTL-STATUS
           end-evaluate
           write BURST-REPORT-RECORD from WS-CONTROL-LINE
           add 1 to WS-LINE-COUNT.

       sum-source-packages.
           add BRT-COUNT(WS-PACKAGE-SUB, WS-SOURCE-SUB)
               to WS-PACKAGE-SUM.

       print-package-matrix-line.
           move BRT-CODE(WS-PACKAGE-SUB) to ML-CODE
           move 0 to WS-PACKAGE-TOTAL
           perform move-matrix-count
               varying WS-SOURCE-SUB from 1 by 1
               until WS-SOURCE-SUB > WS-SOURCE-COUNT
           move WS-PACKAGE-TOTAL to ML-TOTAL
           move BRT-COUNT(WS-PACKAGE-SUB, 6) to ML-COPIES
           add WS-PACKAGE-TOTAL to MTX-TOTAL
           add BRT-COUNT(WS-PACKAGE-SUB, 6) to MTX-COPIES
           perform check-control-page-full
           write BURST-REPORT-RECORD from WS-MATRIX-LINE
           add 1 to WS-LINE-COUNT.

       move-matrix-count.
           move BRT-COUNT(WS-PACKAGE-SUB, WS-SOURCE-SUB)
               to ML-COUNT(WS-SOURCE-SUB)
           add BRT-COUNT(WS-PACKAGE-SUB, WS-SOURCE-SUB)
               to WS-PACKAGE-TOTAL
           add BRT-COUNT(WS-PACKAGE-SUB, WS-SOURCE-SUB)
               to MTX-COUNT(WS-SOURCE-SUB).

       move-matrix-total.
           move MTX-COUNT(WS-SOURCE-SUB) to ML-COUNT(WS-SOURCE-SUB).

       write-run-stats.
           move "BRBURST " to RC-PROGRAM
           accept RC-RUN-DATE from date yyyymmdd
           accept RC-RUN-TIME from time
           move WS-LINES-BURST to RC-RECORDS-IN
           compute RC-POSTED = WS-LINES-BURST - WS-LINES-UNASSIGNED
           move 0 to RC-REJECTED
           move 0 to RC-DUPLICATES
           move 0 to RC-AUDIT-COUNT
           move WS-LINES-UNASSIGNED to RC-EXCEPTIONS
           open extend run-stats-file
           if WS-RUNSTATS-STATUS not = "00"
               open output run-stats-file
           end-if
           write RUN-STATS-OUT from RUN-CONTROL-RECORD
           close run-stats-file.

       COPY ssnmskp.
