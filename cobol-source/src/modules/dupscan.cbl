      *> masked like every other report, and a trailer carrying the
      *> control totals.  Appends a run-statistics record for the
      *> morning summary.
      *> modified Oct 14th 2026 - every candidate pair is also posted
      *> to the exception work queue (excprec/excpwrk/excpost
      *> copybooks), keyed by the lower SSN with the other SSN as the
      *> detail key so the pair is the same item whichever way the
      *> names sort; a pair a clerk has closed stays closed unless
      *> the score or either name changes.
      *> modified Oct 14th 2026 - each line carries the branch of both
      *> employees off the master (record widened to 100) so the
      *> nightly branch burst can route the pair to its branch; the
      *> pair belongs to the first SSN's branch.
      *> modified Oct 15th 2026 - each line identifies both employees
      *> by employee number (off the name cross-reference) ahead of
      *> the masked SSN; the branches move to columns 93 and 97.
       environment division.
       input-output section.
       file-control.
           select run-stats-file assign to "RUNSTATS"
               organization line sequential
               file status WS-RUNSTATS-STATUS.
           select exception-item-file assign to "EXCPITEM"
               organization indexed
               access mode random
               record key EXC-KEY
               file status WS-EXCITEM-STATUS.

       data division.
       file section.
       COPY namexrf.
       COPY emprec.
       COPY excprec.

       FD  dup-report-file.
       01  DUP-REPORT-RECORD           pic x(100).

       FD  run-stats-file.
       01  RUN-STATS-OUT               pic x(73).
       COPY ssnfld.
       COPY ssnmsk.
       COPY runctl.
       COPY excpwrk.
       01  WS-RUNSTATS-STATUS          pic xx value "00".
       01  WS-XREF-STATUS              pic xx value "00".
           88  WS-XREF-OK                         value "00".
           88  WS-FIRST-RECORD                    value "Y".
       01  WS-PREV-NAME                pic x(30) value spaces.
       01  WS-PREV-SSN                 pic x(09) value spaces.
       01  WS-PREV-EMPLOYEE-NUMBER     pic x(06) value spaces.
       01  WS-PREV-HIRE-DATE           pic x(08) value spaces.
       01  WS-THIS-HIRE-DATE           pic x(08) value spaces.
       01  WS-PREV-BRANCH              pic x(03) value spaces.
       01  WS-THIS-BRANCH              pic x(03) value spaces.
       01  WS-SCORE                    pic 9(02) value 0.
       01  WS-REASON                   pic x(24) value spaces.

               "POSSIBLE DUPLICATE-PERSON LISTING".
       01  WS-HEADING-LINE-2.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(03) value "SC ".
           05  filler                  pic x(07) value "EMPNO1 ".
           05  filler                  pic x(10) value "SSN 1     ".
           05  filler                  pic x(07) value "EMPNO2 ".
           05  filler                  pic x(10) value "SSN 2     ".
           05  filler                  pic x(31) value "NAME".
           05  filler                  pic x(06) value "REASON".
           05  filler                  pic x(16) value spaces.
           05  filler                  pic x(07) value "BR1 BR2".

       01  WS-DETAIL-LINE.
           05  filler                  pic x(02) value spaces.
           05  DL-SCORE                pic z9.
           05  filler                  pic x(01) value spaces.
           05  DL-EMPLOYEE-NUMBER-1    pic x(06).
           05  filler                  pic x(01) value spaces.
           05  DL-SSN-1                pic x(09).
           05  filler                  pic x(01) value spaces.
           05  DL-EMPLOYEE-NUMBER-2    pic x(06).
           05  filler                  pic x(01) value spaces.
           05  DL-SSN-2                pic x(09).
           05  filler                  pic x(01) value spaces.
           05  DL-NAME                 pic x(30).
           05  filler                  pic x(01) value spaces.
           05  DL-REASON               pic x(21).
           05  filler                  pic x(01) value spaces.
           05  DL-BRANCH-1             pic x(03).
           05  filler                  pic x(01) value spaces.
           05  DL-BRANCH-2             pic x(03).

       01  WS-TRAILER-LINE.
           05  filler                  pic x(02) value spaces.
           open output dup-report-file
           write DUP-REPORT-RECORD from WS-HEADING-LINE-1
           write DUP-REPORT-RECORD from WS-HEADING-LINE-2
           perform open-exception-queue
           perform scan-xref-record until WS-XREF-EOF
           perform print-trailer
           close name-xref-file
           close dup-report-file
           perform close-exception-queue
           display "[DUPSCAN] exception queue - new: "
               EXP-NEW-COUNT " reopened: " EXP-REOPENED-COUNT
           if MASTER-PRESENT
               close employee-master-file
           end-if
                   end-if
                   move XRF-NAME to WS-PREV-NAME
                   move XRF-SSN to WS-PREV-SSN
                   move XRF-EMPLOYEE-NUMBER to WS-PREV-EMPLOYEE-NUMBER
           end-read.

       compare-with-previous.
               move EMP-HIRE-DATE to WS-THIS-HIRE-DATE
           end-if.

       fetch-pair-branches.
           move spaces to WS-PREV-BRANCH
           move spaces to WS-THIS-BRANCH
           if MASTER-PRESENT
               move WS-PREV-SSN to EMP-SSN-KEY
               read employee-master-file
               if WS-EMP-STATUS = "00"
                   move EMP-BRANCH-CODE to WS-PREV-BRANCH
               end-if
               move XRF-SSN to EMP-SSN-KEY
               read employee-master-file
               if WS-EMP-STATUS = "00"
                   move EMP-BRANCH-CODE to WS-THIS-BRANCH
               end-if
           end-if.

       write-candidate-line.
           perform fetch-pair-branches
           move WS-SCORE to DL-SCORE
           move WS-PREV-SSN to SSN-TEXT
           perform mask-ssn
           move SSN-MASKED to DL-SSN-1
           move WS-PREV-EMPLOYEE-NUMBER to DL-EMPLOYEE-NUMBER-1
           move XRF-EMPLOYEE-NUMBER to DL-EMPLOYEE-NUMBER-2
           move XRF-SSN to SSN-TEXT
           perform mask-ssn
           move SSN-MASKED to DL-SSN-2
           move XRF-NAME to DL-NAME
           move WS-REASON to DL-REASON
           move WS-PREV-BRANCH to DL-BRANCH-1
           move WS-THIS-BRANCH to DL-BRANCH-2
           write DUP-REPORT-RECORD from WS-DETAIL-LINE
           add 1 to WS-CANDIDATE-COUNT
           perform post-duplicate-item.

       post-duplicate-item.
           move "DUPS" to EXP-TYPE
           move WS-REASON to EXP-REASON
           move spaces to EXP-DATA-IMAGE
           move WS-SCORE to EXP-DATA-IMAGE(1:2)
           if WS-PREV-SSN < XRF-SSN
               move WS-PREV-SSN to EXP-SSN
               move XRF-SSN to EXP-DETAIL-KEY
               move WS-PREV-NAME(1:19) to EXP-DATA-IMAGE(3:19)
               move XRF-NAME(1:19) to EXP-DATA-IMAGE(22:19)
           else
               move XRF-SSN to EXP-SSN
               move WS-PREV-SSN to EXP-DETAIL-KEY
               move XRF-NAME(1:19) to EXP-DATA-IMAGE(3:19)
               move WS-PREV-NAME(1:19) to EXP-DATA-IMAGE(22:19)
           end-if
           perform post-exception-item.

       print-trailer.
           move WS-XREF-COUNT to TL-XREF-COUNT
           close run-stats-file.

       COPY ssnmskp.
       COPY excpost.
