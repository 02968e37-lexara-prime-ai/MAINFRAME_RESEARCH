      *> exception an auditor asks about; inactive ones are flagged
      *> too, with their own reason, so the file can be cleaned.
      *> Appends a run-statistics record for the morning summary.
      *> modified Oct 14th 2026 - every hit is also posted to the
      *> exception work queue (excprec/excpwrk/excpost copybooks);
      *> the item carries the reason and date of death, so a hit a
      *> clerk has closed comes back only if the employee's status or
      *> the DMF entry changes.
      *> modified Oct 14th 2026 - an employee on a leave of absence
      *> is reported as on leave, not lumped in with the inactive.
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
       COPY dmfrec.
       COPY excprec.

       FD  dmf-exception-file.
       01  DMF-EXCEPTION-RECORD        pic x(100).

       FD  run-stats-file.
       01  RUN-STATS-OUT               pic x(73).

       working-storage section.
       COPY runctl.
       COPY ssnfld.
       COPY ssnmsk.
       COPY excpwrk.
       01  WS-RUNSTATS-STATUS          pic xx value "00".
       01  WS-EMP-STATUS               pic xx value "00".
           88  WS-EMP-OK                          value "00".
           05  filler                  pic x(02) value spaces.
           05  XL-SSN                  pic x(09).
           05  filler                  pic x(03) value spaces.
           05  XL-EMPNO                pic x(06).
           05  filler                  pic x(03) value spaces.
           05  XL-BRANCH               pic x(03).
           05  filler                  pic x(03) value spaces.
           05  XL-NAME                 pic x(30).
           05  filler                  pic x(03) value spaces.
           05  XL-REASON               pic x(22).
               display "[DMFSCREN] no employee master file present - skipping screening"
           else
               open output dmf-exception-file
               perform open-exception-queue
               perform screen-employee-record until WS-EMP-EOF
               perform print-trailer
               close employee-master-file
               close dmf-exception-file
               perform close-exception-queue
               display "[DMFSCREN] exception queue - new: "
                   EXP-NEW-COUNT " reopened: " EXP-REOPENED-COUNT
               perform write-run-stats
           end-if
       end-if
           end-if.

       write-dmf-exception.
           perform fill-exception-identity
           evaluate true
               when EMP-ACTIVE
                   move "ACTIVE, ON DEATH FILE" to XL-REASON
               when EMP-ON-LEAVE
                   move "ON LEAVE, DEATH FILE" to XL-REASON
               when other
                   move "INACTIVE, ON DEATH FILE" to XL-REASON
           end-evaluate
           move DMF-TAB-DOD(DMF-IDX) to XL-DOD
           write DMF-EXCEPTION-RECORD from WS-EXCEPTION-LINE
           add 1 to WS-EXCEPTION-COUNT
           move "DMFS" to EXP-TYPE
           move EMP-SSN-KEY to EXP-SSN
           move spaces to EXP-DETAIL-KEY
           move XL-REASON to EXP-REASON
           move spaces to EXP-DATA-IMAGE
           move XL-REASON to EXP-DATA-IMAGE(1:22)
           move XL-DOD to EXP-DATA-IMAGE(23:8)
           perform post-exception-item.

       print-trailer.
           move WS-EMPLOYEE-COUNT to TL-EMPLOYEE-COUNT
           end-if
           write RUN-STATS-OUT from RUN-CONTROL-RECORD
           close run-stats-file.

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
