      *> (runctl copybook: employees checked, exceptions flagged) to
      *> the cumulative stats file the morning operations summary
      *> reads.
      *> modified Oct 14th 2026 - every exception is also posted to
      *> the exception work queue (excprec/excpwrk/excpost
      *> copybooks) so a clerk's resolution carries from night to
      *> night; an item closed on a group the list still shows as
      *> never issued stays closed.
      *> modified Oct 15th 2026 - exception lines identify the
      *> employee by employee number and masked SSN, and carry the
      *> employee's branch so the branch burst routes each line
      *> without the full SSN.  Line widened to 100.
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
       COPY emprec.
       COPY ssahg.
       COPY excprec.

       FD  ssa-exception-file.
       01  SSA-EXCEPTION-RECORD        pic x(100).

       FD  run-stats-file.
       01  RUN-STATS-OUT               pic x(73).

       working-storage section.
       COPY runctl.
       COPY ssnfld.
       COPY ssnmsk.
       COPY excpwrk.
       01  WS-RUNSTATS-STATUS          pic xx value "00".
       01  WS-EMP-STATUS               pic xx value "00".
           88  WS-EMP-OK                           value "00".

       01  WS-EMPLOYEE-COUNT           pic 9(07) value 0.
       01  WS-EXCEPTION-COUNT          pic 9(07) value 0.
       01  WS-ITEM-HG-VALUE            pic 9(02) value 0.

       01  WS-EXCEPTION-LINE.
           05  filler                  pic x(02) value spaces.
           05  XL-SSN                  pic x(09).
           05  filler                  pic x(03) value spaces.
           05  XL-EMPNO                pic x(06).
           05  filler                  pic x(03) value spaces.
           05  XL-BRANCH               pic x(03).
           05  filler                  pic x(03) value spaces.
           05  XL-NAME                 pic x(30).
           05  filler                  pic x(03) value spaces.
           05  XL-REASON               pic x(30).
               display "[SSARECON] no employee master file present - skipping reconciliation"
           else
               open output ssa-exception-file
               perform open-exception-queue
               perform check-employee-record until WS-EMP-EOF
               perform print-trailer
               close employee-master-file
               close ssa-exception-file
               perform close-exception-queue
               display "[SSARECON] exception queue - new: "
                   EXP-NEW-COUNT " reopened: " EXP-REOPENED-COUNT
               perform write-run-stats
           end-if
       end-if
                   add 1 to WS-EMPLOYEE-COUNT
                   perform search-high-group-table
                   if SSAHG-NOT-FOUND
                       perform fill-exception-identity
                       move "AREA NEVER ISSUED" to XL-REASON
                       write SSA-EXCEPTION-RECORD from WS-EXCEPTION-LINE
                       add 1 to WS-EXCEPTION-COUNT
                       move 0 to WS-ITEM-HG-VALUE
                       perform post-ssa-exception-item
                   else
                       if EMP-SSN-GROUP > SSA-HG-VALUE(SSA-HG-IDX)
                           perform fill-exception-identity
                           move "GROUP NEVER ISSUED" to XL-REASON
                           write SSA-EXCEPTION-RECORD from WS-EXCEPTION-LINE
                           add 1 to WS-EXCEPTION-COUNT
                           move SSA-HG-VALUE(SSA-HG-IDX)
                               to WS-ITEM-HG-VALUE
                           perform post-ssa-exception-item
                       end-if
                   end-if
           end-read.

      *> the item's underlying data is the reason and the high group
      *> the list showed for the area, so a refreshed list that
      *> still says never-issued leaves a closed item closed
       post-ssa-exception-item.
           move "SSAR" to EXP-TYPE
           move EMP-SSN-KEY to EXP-SSN
           move spaces to EXP-DETAIL-KEY
           move XL-REASON to EXP-REASON
           move spaces to EXP-DATA-IMAGE
           move XL-REASON to EXP-DATA-IMAGE(1:30)
           move WS-ITEM-HG-VALUE to EXP-DATA-IMAGE(31:2)
           perform post-exception-item.

       search-high-group-table.
           set SSAHG-NOT-FOUND to true
           set SSA-HG-IDX to 1
           move WS-EMPLOYEE-COUNT to TL-EMPLOYEE-COUNT
           move WS-EXCEPTION-COUNT to TL-EXCEPTION-COUNT
           write SSA-EXCEPTION-RECORD from WS-TRAILER-LINE.

      *> who the exception is about - the employee number, the
      *> masked SSN and the branch the burst routes the line to
       fill-exception-identity.
           move EMP-SSN-KEY to SSN-TEXT
           perform mask-ssn
           move SSN-MASKED to XL-SSN
           move EMP-EMPLOYEE-NUMBER to XL-EMPNO
           move EMP-BRANCH-CODE to XL-BRANCH
           move EMP-NAME to XL-NAME.

       COPY excpost.
       COPY ssnmskp.
