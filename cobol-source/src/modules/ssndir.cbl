      *> modified Aug 9th 2026 - widened TL-RECORD-COUNT/TL-HASH-TOTAL
      *> to match WS-RECORD-COUNT/WS-HASH-TOTAL's digit widths so a
      *> large run can't truncate the trailer totals.
      *> modified Oct 15th 2026 - the directory now lists employees
      *> by employee number with the SSN masked (last four digits
      *> only), sorted on the number, with the branch and status
      *> beside the name; the full SSN and the break on SSN area are
      *> gone.  Employees not yet numbered list first as NONE and are
      *> counted on the trailer, which keeps its record count and
      *> serial-number hash total.
       environment division.
       input-output section.
       file-control.
           select ssn-directory-report-file assign to "SSNDIR"
               organization line sequential
               file status WS-RPT-STATUS.
           select sort-work-file assign to "SORTWK".

       data division.
       file section.
       FD  ssn-directory-report-file.
       01  SSN-DIRECTORY-RECORD        pic x(80).

       SD  sort-work-file.
       01  SORT-WORK-RECORD.
           05  SWK-EMPLOYEE-NUMBER     pic x(06).
           05  SWK-SSN                 pic x(09).
           05  SWK-NAME                pic x(30).
           05  SWK-BRANCH              pic x(03).
           05  SWK-STATUS              pic x(01).

       working-storage section.
       COPY ssnfld.
       COPY ssnmsk.
       01  WS-EMP-STATUS               pic xx value "00".
           88  WS-EMP-OK                          value "00".
           88  WS-EMP-EOF                          value "10".
       01  WS-RPT-STATUS               pic xx value "00".
       01  WS-SORT-EOF-SW              pic x(01) value "N".
           88  WS-SORT-EOF                        value "Y".
       01  WS-PAGE-NUMBER              pic 9(03) value 1.
       01  WS-LINE-COUNT               pic 9(03) value 99.
       01  WS-LINES-PER-PAGE           pic 9(03) value 50.
       01  WS-RECORD-COUNT             pic 9(07) value 0.
       01  WS-UNNUMBERED-COUNT         pic 9(07) value 0.
       01  WS-HASH-TOTAL               pic 9(09) value 0.

       01  WS-HEADING-LINE-1.
           05  filler                  pic x(30) value spaces.
           05  filler                  pic x(22) value
               "  EMPLOYEE DIRECTORY  ".
           05  filler                  pic x(20) value spaces.
           05  filler                  pic x(05) value "PAGE ".
           05  HL1-PAGE-NUMBER         pic zz9.

       01  WS-HEADING-LINE-2.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(06) value "EMP NO".
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(09) value "SSN".
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(30) value "NAME".
           05  filler                  pic x(04) value spaces.
           05  filler                  pic x(06) value "BRANCH".
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(06) value "STATUS".

       01  WS-DETAIL-LINE.
           05  filler                  pic x(02) value spaces.
           05  DL-EMPLOYEE-NUMBER      pic x(06).
           05  filler                  pic x(04) value spaces.
           05  DL-MASKED-SSN           pic x(09).
           05  filler                  pic x(04) value spaces.
           05  DL-NAME                 pic x(30).
           05  filler                  pic x(04) value spaces.
           05  DL-BRANCH               pic x(03).
           05  filler                  pic x(05) value spaces.
           05  DL-STATUS               pic x(01).

       01  WS-TRAILER-LINE.
           05  filler                  pic x(02) value spaces.
               "HASH TOTAL (SERIAL):".
           05  TL-HASH-TOTAL           pic zzz,zzz,zz9.

       01  WS-UNNUMBERED-LINE.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(20) value
               "NO EMPLOYEE NUMBER: ".
           05  TL-UNNUMBERED-COUNT     pic zzz,zzz,zz9.

       procedure division.
       open input employee-master-file
       if not WS-EMP-OK
           display "[SSNDIR] no employee master file present - skipping report"
       else
           open output ssn-directory-report-file
           sort sort-work-file
               ascending key SWK-EMPLOYEE-NUMBER SWK-NAME
               input procedure is load-directory-sort
               output procedure is print-directory-report
           perform print-trailer
           close employee-master-file
           close ssn-directory-report-file

       stop run.

       load-directory-sort.
           perform release-employee-record until WS-EMP-EOF.

       release-employee-record.
           read employee-master-file
               at end
                   set WS-EMP-EOF to true
               not at end
                   move EMP-EMPLOYEE-NUMBER to SWK-EMPLOYEE-NUMBER
                   move EMP-SSN-KEY to SWK-SSN
                   move EMP-NAME to SWK-NAME
                   move EMP-BRANCH-CODE to SWK-BRANCH
                   move EMP-STATUS to SWK-STATUS
                   release SORT-WORK-RECORD
           end-read.

       print-directory-report.
           perform print-directory-line until WS-SORT-EOF.

       print-directory-line.
           return sort-work-file
               at end
                   set WS-SORT-EOF to true
               not at end
                   if WS-LINE-COUNT >= WS-LINES-PER-PAGE
                       perform print-page-heading
                   end-if
                   if SWK-EMPLOYEE-NUMBER = spaces
                       move "NONE" to DL-EMPLOYEE-NUMBER
                       add 1 to WS-UNNUMBERED-COUNT
                   else
                       move SWK-EMPLOYEE-NUMBER to DL-EMPLOYEE-NUMBER
                   end-if
                   move SWK-SSN to SSN-TEXT
                   perform mask-ssn
                   move SSN-MASKED to DL-MASKED-SSN
                   move SWK-NAME to DL-NAME
                   move SWK-BRANCH to DL-BRANCH
                   move SWK-STATUS to DL-STATUS
                   write SSN-DIRECTORY-RECORD from WS-DETAIL-LINE
                   add 1 to WS-LINE-COUNT
                   add 1 to WS-RECORD-COUNT
                   add SSN-SERIAL to WS-HASH-TOTAL
           end-return.

       print-page-heading.
           move WS-PAGE-NUMBER to HL1-PAGE-NUMBER
           add 1 to WS-PAGE-NUMBER
           move 2 to WS-LINE-COUNT.

       print-trailer.
           move WS-RECORD-COUNT to TL-RECORD-COUNT
           move WS-HASH-TOTAL to TL-HASH-TOTAL
           write SSN-DIRECTORY-RECORD from WS-TRAILER-LINE
           move WS-UNNUMBERED-COUNT to TL-UNNUMBERED-COUNT
           write SSN-DIRECTORY-RECORD from WS-UNNUMBERED-LINE.

       COPY ssnmskp.
