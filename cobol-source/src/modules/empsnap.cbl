      *> unaffected by arcpurge; the inactive movement prints as
      *> information only.  Appends run statistics for the morning
      *> summary.
      *> modified Oct 14th 2026 - employees on a leave of absence
      *> are counted in their own on-leave category on the snapshot
      *> and the report instead of being folded into active.  The
      *> active roll-forward now also takes off the leaves started
      *> and adds back the returns from leave, and the on-leave
      *> count is rolled forward the same way (opening on leave plus
      *> leaves started, less returns and terminations from leave,
      *> must equal the new on-leave count); either failing to
      *> reconcile sets RC=8.  A prior snapshot from before leave
      *> was carried opens with nobody on leave.
       environment division.
       input-output section.
       file-control.

       01  WS-ACTIVE-COUNT             pic 9(07) value 0.
       01  WS-INACTIVE-COUNT           pic 9(07) value 0.
       01  WS-LEAVE-COUNT              pic 9(07) value 0.
       01  WS-TOTAL-COUNT              pic 9(07) value 0.

       01  WS-PRIOR-SNAPSHOT-SW       pic x(01) value "N".
       01  WS-PRIOR-ACTIVE             pic 9(07) value 0.
       01  WS-PRIOR-INACTIVE           pic 9(07) value 0.
       01  WS-PRIOR-TOTAL              pic 9(07) value 0.
       01  WS-PRIOR-LEAVE              pic 9(07) value 0.

       01  WS-ADD-COUNT                pic 9(07) value 0.
       01  WS-TERM-COUNT               pic 9(07) value 0.
       01  WS-REHIRE-COUNT             pic 9(07) value 0.
       01  WS-LEAVE-START-COUNT        pic 9(07) value 0.
       01  WS-LEAVE-RETURN-COUNT       pic 9(07) value 0.
       01  WS-LEAVE-TERM-COUNT         pic 9(07) value 0.
       01  WS-EXPECTED-ACTIVE          pic s9(08) value 0.
       01  WS-EXPECTED-LEAVE           pic s9(08) value 0.

       01  WS-BALANCE-SW               pic x(01) value "Y".
           88  MOVEMENT-IN-BALANCE                value "Y".
               move 8 to return-code
           else
               display "[EMPSNAP] snapshot taken: " WS-ACTIVE-COUNT
                   " active, " WS-LEAVE-COUNT " on leave, "
                   WS-INACTIVE-COUNT " inactive"
           end-if
       end-if

                   set WS-EMP-EOF to true
               not at end
                   add 1 to WS-TOTAL-COUNT
                   evaluate true
                       when EMP-INACTIVE
                           add 1 to WS-INACTIVE-COUNT
                       when EMP-ON-LEAVE
                           add 1 to WS-LEAVE-COUNT
                       when other
                           add 1 to WS-ACTIVE-COUNT
                   end-evaluate
           end-read.

      *> the snapshot file is append-only, so the last record on it
                   move SNAP-ACTIVE-COUNT to WS-PRIOR-ACTIVE
                   move SNAP-INACTIVE-COUNT to WS-PRIOR-INACTIVE
                   move SNAP-TOTAL-COUNT to WS-PRIOR-TOTAL
                   if SNAP-LEAVE-COUNT is numeric
                       move SNAP-LEAVE-COUNT to WS-PRIOR-LEAVE
                   else
                       move 0 to WS-PRIOR-LEAVE
                   end-if
           end-read.

      *> movement since the prior snapshot, off the change history:
      *> an add is a write with a blank before-image, a termination
      *> flips active (or on leave) to inactive, a rehire flips
      *> inactive back to active, a leave flips active to on leave
      *> and a return flips it back - whichever program posted it
       count-month-movement.
           open input employee-history-file
           if WS-HIST-OK
                           when HIST-OLD-STATUS = "I"
                               and HIST-NEW-STATUS = "A"
                               add 1 to WS-REHIRE-COUNT
                           when HIST-OLD-STATUS = "A"
                               and HIST-NEW-STATUS = "L"
                               add 1 to WS-LEAVE-START-COUNT
                           when HIST-OLD-STATUS = "L"
                               and HIST-NEW-STATUS = "A"
                               add 1 to WS-LEAVE-RETURN-COUNT
                           when HIST-OLD-STATUS = "L"
                               and HIST-NEW-STATUS = "I"
                               add 1 to WS-LEAVE-TERM-COUNT
                           when other
                               continue
                       end-evaluate
           move "REHIRES" to CL-LABEL
           move WS-REHIRE-COUNT to CL-COUNT
           write SNAPSHOT-REPORT-RECORD from WS-COUNT-LINE
           move "LEAVES STARTED" to CL-LABEL
           move WS-LEAVE-START-COUNT to CL-COUNT
           write SNAPSHOT-REPORT-RECORD from WS-COUNT-LINE
           move "RETURNS FROM LEAVE" to CL-LABEL
           move WS-LEAVE-RETURN-COUNT to CL-COUNT
           write SNAPSHOT-REPORT-RECORD from WS-COUNT-LINE
           compute WS-EXPECTED-ACTIVE =
               WS-PRIOR-ACTIVE + WS-ADD-COUNT
               - WS-TERM-COUNT + WS-REHIRE-COUNT
               - WS-LEAVE-START-COUNT + WS-LEAVE-RETURN-COUNT
           move "EXPECTED CLOSING ACTIVE" to CL-LABEL
           move WS-EXPECTED-ACTIVE to CL-COUNT
           write SNAPSHOT-REPORT-RECORD from WS-COUNT-LINE
               move "*** MOVEMENT DOES NOT MEET THE NEW SNAPSHOT ***"
                   to VL-TEXT
           end-if
           write SNAPSHOT-REPORT-RECORD from WS-VERDICT-LINE
           perform reconcile-leave-movement.

      *> the on-leave count rolls forward on its own: leaves in,
      *> returns and terminations from leave out
       reconcile-leave-movement.
           move "OPENING ON LEAVE" to CL-LABEL
           move WS-PRIOR-LEAVE to CL-COUNT
           write SNAPSHOT-REPORT-RECORD from WS-COUNT-LINE
           move "LEAVES STARTED" to CL-LABEL
           move WS-LEAVE-START-COUNT to CL-COUNT
           write SNAPSHOT-REPORT-RECORD from WS-COUNT-LINE
           move "RETURNS FROM LEAVE" to CL-LABEL
           move WS-LEAVE-RETURN-COUNT to CL-COUNT
           write SNAPSHOT-REPORT-RECORD from WS-COUNT-LINE
           move "TERMINATED FROM LEAVE" to CL-LABEL
           move WS-LEAVE-TERM-COUNT to CL-COUNT
           write SNAPSHOT-REPORT-RECORD from WS-COUNT-LINE
           compute WS-EXPECTED-LEAVE =
               WS-PRIOR-LEAVE + WS-LEAVE-START-COUNT
               - WS-LEAVE-RETURN-COUNT - WS-LEAVE-TERM-COUNT
           move "EXPECTED CLOSING LEAVE" to CL-LABEL
           move WS-EXPECTED-LEAVE to CL-COUNT
           write SNAPSHOT-REPORT-RECORD from WS-COUNT-LINE
           if WS-EXPECTED-LEAVE = WS-LEAVE-COUNT
               move "ON-LEAVE MOVEMENT RECONCILES TO THE NEW SNAPSHOT"
                   to VL-TEXT
           else
               set MOVEMENT-OUT-OF-BALANCE to true
               move "*** ON-LEAVE MOVEMENT DOES NOT MEET THE NEW SNAPSHOT ***"
                   to VL-TEXT
           end-if
           write SNAPSHOT-REPORT-RECORD from WS-VERDICT-LINE.

       print-closing-counts.
           move WS-ACTIVE-COUNT to CL-COUNT
           move spaces to CL-NOTE
           write SNAPSHOT-REPORT-RECORD from WS-COUNT-LINE
           move "CLOSING ON LEAVE" to CL-LABEL
           move WS-LEAVE-COUNT to CL-COUNT
           write SNAPSHOT-REPORT-RECORD from WS-COUNT-LINE
           move "CLOSING INACTIVE" to CL-LABEL
           move WS-INACTIVE-COUNT to CL-COUNT
           move "(INFORMATION - SEE ARCHIVE)" to CL-NOTE
           move WS-ACTIVE-COUNT to SNAP-ACTIVE-COUNT
           move WS-INACTIVE-COUNT to SNAP-INACTIVE-COUNT
           move WS-TOTAL-COUNT to SNAP-TOTAL-COUNT
           move WS-LEAVE-COUNT to SNAP-LEAVE-COUNT
           open extend employee-snapshot-file
           if WS-SNAP-STATUS not = "00"
               open output employee-snapshot-file
