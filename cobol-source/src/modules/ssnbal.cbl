      *> COBRA-triggering termination.  The two sides come from
      *> different programs on purpose - the feed counting its own
      *> selection twice proves nothing.
      *> modified Oct 14th 2026 - the intake run's status-flip count
      *> and the benefits feed now both include leaves of absence
      *> and returns from leave, so the cross-foot covers them with
      *> no change to the comparison itself.
       environment division.
       input-output section.
       file-control.

      *> compared after both records are in hand: the feed count
      *> must meet the intake run's own count of posted
      *> terminations, rehires, leaves and returns
       balance-benfeed-counts.
           display "[SSNBAL] intake status flips " WS-INTAKE-FLIPS
               " benefits feed records " WS-BENFEED-POSTED
           if WS-BENFEED-POSTED not = WS-INTAKE-FLIPS
               display "[SSNBAL] status changes posted do not"
                   " all appear on the benefits feed"
               set RUN-OUT-OF-BALANCE to true
           end-if.
