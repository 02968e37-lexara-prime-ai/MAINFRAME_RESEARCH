      *> run with RC=8 - a report whose lines do not add back to
      *> the master is worse than no report.  Appends a
      *> run-statistics record for the morning operations summary.
      *> modified Oct 14th 2026 - employees on a leave of absence
      *> are counted in their own ON LEAVE column instead of being
      *> folded into active; the total still adds back to the
      *> master.
       environment division.
       input-output section.
       file-control.
               10  BCT-CODE            pic x(03).
               10  BCT-ACTIVE-COUNT    pic 9(07).
               10  BCT-INACTIVE-COUNT  pic 9(07).
               10  BCT-LEAVE-COUNT     pic 9(07).
       01  WS-BRANCH-COUNT             pic 9(03) value 0.
       01  WS-BRANCH-SUB               pic 9(03) value 0.
       01  WS-BRANCH-FOUND-SW          pic x(01) value "N".
       01  WS-DROPPED-COUNT            pic 9(07) value 0.
       01  WS-ACTIVE-TOTAL             pic 9(07) value 0.
       01  WS-INACTIVE-TOTAL           pic 9(07) value 0.
       01  WS-LEAVE-TOTAL              pic 9(07) value 0.
       01  WS-LINE-TOTAL               pic 9(07) value 0.

       01  WS-HEADING-LINE-1.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(30) value "NAME".
           05  filler                  pic x(10) value "   ACTIVE ".
           05  filler                  pic x(10) value " ON LEAVE ".
           05  filler                  pic x(10) value " INACTIVE ".
           05  filler                  pic x(10) value "    TOTAL ".

           05  DL-NAME                 pic x(30).
           05  DL-ACTIVE               pic zzzzzzzz9.
           05  filler                  pic x(01) value spaces.
           05  DL-LEAVE                pic zzzzzzzz9.
           05  filler                  pic x(01) value spaces.
           05  DL-INACTIVE             pic zzzzzzzz9.
           05  filler                  pic x(01) value spaces.
           05  DL-TOTAL                pic zzzzzzzz9.
           05  filler                  pic x(24) value spaces.
           05  TT-ACTIVE               pic zzzzzzzz9.
           05  filler                  pic x(01) value spaces.
           05  TT-LEAVE                pic zzzzzzzz9.
           05  filler                  pic x(01) value spaces.
           05  TT-INACTIVE             pic zzzzzzzz9.
           05  filler                  pic x(01) value spaces.
           05  TT-TOTAL                pic zzzzzzzz9.
                   end-if
                   perform locate-branch-entry
                   if BRANCH-FOUND
                       evaluate true
                           when EMP-INACTIVE
                               add 1 to BCT-INACTIVE-COUNT(WS-BRANCH-SUB)
                           when EMP-ON-LEAVE
                               add 1 to BCT-LEAVE-COUNT(WS-BRANCH-SUB)
                           when other
                               add 1 to BCT-ACTIVE-COUNT(WS-BRANCH-SUB)
                       end-evaluate
                   else
                       add 1 to WS-DROPPED-COUNT
                   end-if
                   move WS-TALLY-CODE to BCT-CODE(WS-BRANCH-SUB)
                   move 0 to BCT-ACTIVE-COUNT(WS-BRANCH-SUB)
                   move 0 to BCT-INACTIVE-COUNT(WS-BRANCH-SUB)
                   move 0 to BCT-LEAVE-COUNT(WS-BRANCH-SUB)
                   set BRANCH-FOUND to true
               else
                   display "[BRNCHCNT] branch table full - "
               until WS-BRANCH-SUB > WS-BRANCH-COUNT
           move WS-ACTIVE-TOTAL to TT-ACTIVE
           move WS-INACTIVE-TOTAL to TT-INACTIVE
           move WS-LEAVE-TOTAL to TT-LEAVE
           compute WS-LINE-TOTAL =
               WS-ACTIVE-TOTAL + WS-LEAVE-TOTAL + WS-INACTIVE-TOTAL
           move WS-LINE-TOTAL to TT-TOTAL
           write BRANCH-REPORT-RECORD from WS-TOTAL-LINE
           move WS-EMPLOYEE-COUNT to TL-EMPLOYEE-COUNT
           perform resolve-branch-name
           move BCT-ACTIVE-COUNT(WS-BRANCH-SUB) to DL-ACTIVE
           move BCT-INACTIVE-COUNT(WS-BRANCH-SUB) to DL-INACTIVE
           move BCT-LEAVE-COUNT(WS-BRANCH-SUB) to DL-LEAVE
           compute WS-LINE-TOTAL =
               BCT-ACTIVE-COUNT(WS-BRANCH-SUB)
               + BCT-LEAVE-COUNT(WS-BRANCH-SUB)
               + BCT-INACTIVE-COUNT(WS-BRANCH-SUB)
           move WS-LINE-TOTAL to DL-TOTAL
           write BRANCH-REPORT-RECORD from WS-DETAIL-LINE
           add BCT-ACTIVE-COUNT(WS-BRANCH-SUB) to WS-ACTIVE-TOTAL
           add BCT-INACTIVE-COUNT(WS-BRANCH-SUB) to WS-INACTIVE-TOTAL
           add BCT-LEAVE-COUNT(WS-BRANCH-SUB) to WS-LEAVE-TOTAL.

       resolve-branch-name.
           move spaces to DL-NAME
