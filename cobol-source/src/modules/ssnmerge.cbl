      *> carries.
      *> modified Sep 1st 2026 - widened again for the TRN-EFF-DATE
      *> field the effective-dated transactions carry.
      *> modified Oct 14th 2026 - every collision is also posted to
      *> the exception work queue (excprec/excpwrk/excpost
      *> copybooks), keyed by the SSN with the two branches as the
      *> detail key; the colliding transaction is the item's
      *> underlying data, so a collision a clerk has closed comes
      *> back only if the branch decks carry something different.
      *> modified Oct 14th 2026 - widened again for the TRN-NEW-SSN
      *> field the SSN correction transaction carries.
      *> modified Oct 14th 2026 - deck receipt control: each deck must
      *> open with a header (branch, deck date, deck sequence) and
      *> close with a trailer (transaction count, SSN hash - deckctl
      *> copybook).  Every deck is proved before the merge; one that
      *> is out of sequence, already received, another branch's, or
      *> fails its trailer is held out while the other branches go
      *> through.  What arrived from each branch is appended to the
      *> deck receipt log (decklog copybook) and listed on the
      *> receipt report with any missing or held deck to be resent.
      *> The first SYSIN card CHECK proves the decks and prints the
      *> receipt report only - run before cutoff so a branch can
      *> resend in time; RC=4 when a deck is missing or held.  The
      *> second SYSIN card lists branches (B01B03 ...) a supervisor
      *> has cleared to restart their sequence, e.g. after a lost
      *> deck; a gap is then accepted for those branches tonight.
       environment division.
       input-output section.
       file-control.
               organization line sequential
               file status WS-EXCPT-STATUS.
           select sort-work-file assign to "SORTWK".
           select deck-receipt-log assign to "DECKLOG"
               organization line sequential
               file status WS-DECKLOG-STATUS.
           select deck-receipt-report assign to "DECKRPT"
               organization line sequential
               file status WS-DECKRPT-STATUS.
           select process-date-file assign to "PROCDATE"
               organization line sequential
               file status WS-PROCDATE-STATUS.
           select exception-item-file assign to "EXCPITEM"
               organization indexed
               access mode random
               record key EXC-KEY
               file status WS-EXCITEM-STATUS.

       data division.
       file section.
       FD  branch1-trans-file.
       01  BRANCH1-TRANS-RECORD        pic x(68).

       FD  branch2-trans-file.
       01  BRANCH2-TRANS-RECORD        pic x(68).

       FD  branch3-trans-file.
       01  BRANCH3-TRANS-RECORD        pic x(68).

       FD  merged-trans-file.
       01  MERGED-TRANS-RECORD         pic x(71).

       FD  xbranch-exception-file.
       01  XBRANCH-EXCEPTION-RECORD    pic x(80).
       01  SORT-TRANS-RECORD.
           05  SWK-TRANS-DATA.
               10  SWK-SSN             pic x(09).
               10  filler              pic x(59).
           05  SWK-BRANCH              pic x(03).

       COPY excprec.
       COPY decklog.

       FD  deck-receipt-report.
       01  DECK-RECEIPT-REPORT-RECORD  pic x(100).

       FD  process-date-file.
       01  PROCESS-DATE-RECORD         pic 9(08).

       working-storage section.
       COPY ssnfld.
       COPY ssnmsk.
       COPY excpwrk.
       COPY deckctl.
       COPY datewrk.
       01  WS-DECKLOG-STATUS           pic xx value "00".
           88  WS-DECKLOG-OK                      value "00".
           88  WS-DECKLOG-EOF                     value "10".
       01  WS-DECKRPT-STATUS           pic xx value "00".
       01  WS-PROCDATE-STATUS          pic xx value "00".
       01  WS-BR1-STATUS               pic xx value "00".
           88  WS-BR1-OK                          value "00".
           88  WS-BR1-EOF                         value "10".
       01  WS-PREV-SSN                 pic x(09) value spaces.
       01  WS-PREV-BRANCH              pic x(03) value spaces.

       01  WS-RUN-MODE                 pic x(05) value spaces.
           88  CHECK-MODE                         value "CHECK".
       01  WS-RESYNC-CARD.
           05  WS-RESYNC-BRANCH occurs 3 times pic x(03).
       01  WS-RESYNC-SUB               pic 9(01) value 0.
       01  WS-AS-OF-DATE               pic 9(08) value 0.
       01  WS-RUN-TIME                 pic 9(08) value 0.

      *> one entry per branch deck DD - what its header and trailer
      *> say, what the step counted, and what became of it
       01  WS-DECK-TABLE.
           05  DKS-ENTRY occurs 3 times.
               10  DKS-BRANCH          pic x(03).
               10  DKS-STATE           pic x(01).
                   88  DKS-ACCEPTED               value "A".
                   88  DKS-HELD                   value "H".
                   88  DKS-MISSING                value "M".
               10  DKS-REASON          pic x(04).
               10  DKS-PRESENT-SW      pic x(01).
                   88  DKS-PRESENT                value "Y".
               10  DKS-HEADER-SW       pic x(01).
                   88  DKS-HEADER-FOUND           value "Y".
               10  DKS-TRAILER-SW      pic x(01).
                   88  DKS-TRAILER-FOUND          value "Y".
               10  DKS-AFTER-TRAILER-SW pic x(01).
                   88  DKS-AFTER-TRAILER          value "Y".
               10  DKS-HEADER-NUMERIC-SW pic x(01).
                   88  DKS-HEADER-NUMERIC         value "Y".
               10  DKS-TRAILER-NUMERIC-SW pic x(01).
                   88  DKS-TRAILER-NUMERIC        value "Y".
               10  DKS-RESYNC-SW       pic x(01).
                   88  DKS-RESYNC                 value "Y".
               10  DKS-LAST-FOUND-SW   pic x(01).
                   88  DKS-LAST-FOUND             value "Y".
               10  DKS-HDR-BRANCH      pic x(03).
               10  DKS-DECK-DATE       pic 9(08).
               10  DKS-SEQUENCE        pic 9(05).
               10  DKS-TRL-BRANCH      pic x(03).
               10  DKS-TRL-DATE        pic 9(08).
               10  DKS-TRL-SEQUENCE    pic 9(05).
               10  DKS-TRAILER-COUNT   pic 9(07).
               10  DKS-TRAILER-HASH    pic 9(09).
               10  DKS-RECORDS-READ    pic 9(07).
               10  DKS-RECORD-COUNT    pic 9(07).
               10  DKS-SSN-HASH        pic 9(09).
               10  DKS-LAST-SEQUENCE   pic 9(05).
               10  DKS-MERGED          pic 9(07).
       01  WS-DECK-SUB                 pic 9(01) value 0.
       01  WS-DECK-COUNT               pic 9(01) value 3.
       01  WS-ACCEPTED-COUNT           pic 9(01) value 0.
       01  WS-HELD-COUNT               pic 9(01) value 0.
       01  WS-MISSING-COUNT            pic 9(01) value 0.
       01  WS-REASON-TEXT              pic x(40) value spaces.

       01  WS-RECEIPT-HEADING-1.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(37) value
               "BRANCH DECK RECEIPT - BUSINESS DATE ".
           05  RH1-AS-OF-DATE          pic 9(08).
           05  filler                  pic x(03) value spaces.
           05  RH1-MODE                pic x(24).
       01  WS-RECEIPT-HEADING-2.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(08) value "BRANCH".
           05  filler                  pic x(10) value "RESULT".
           05  filler                  pic x(10) value "DECK DATE".
           05  filler                  pic x(07) value "   SEQ".
           05  filler                  pic x(07) value " EXPECT".
           05  filler                  pic x(09) value "  RECORDS".
           05  filler                  pic x(09) value "  TRAILER".
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(06) value "REASON".
       01  WS-RECEIPT-LINE.
           05  filler                  pic x(02) value spaces.
           05  RL-BRANCH               pic x(03).
           05  filler                  pic x(05) value spaces.
           05  RL-RESULT               pic x(08).
           05  filler                  pic x(02) value spaces.
           05  RL-DECK-DATE            pic 9(08).
           05  filler                  pic x(01) value spaces.
           05  RL-SEQUENCE             pic zzzzz9.
           05  filler                  pic x(01) value spaces.
           05  RL-EXPECTED             pic zzzzzz.
           05  filler                  pic x(01) value spaces.
           05  RL-RECORDS              pic zzzzzzzz9.
           05  RL-TRAILER-COUNT        pic zzzzzzzz9.
           05  filler                  pic x(02) value spaces.
           05  RL-REASON               pic x(40).
       01  WS-RESEND-HEADING.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(50) value
               "MISSING OR HELD - BRANCH TO RESEND BEFORE CUTOFF".
       01  WS-RESEND-LINE.
           05  filler                  pic x(04) value spaces.
           05  RSL-BRANCH              pic x(03).
           05  filler                  pic x(03) value " - ".
           05  RSL-TEXT                pic x(40).
           05  filler                  pic x(14) value
               "  RESEND SEQ ".
           05  RSL-SEQUENCE            pic zzzzz9.
       01  WS-RECEIPT-TRAILER.
           05  filler                  pic x(02) value spaces.
           05  filler                  pic x(10) value "ACCEPTED: ".
           05  RT-ACCEPTED             pic 9.
           05  filler                  pic x(09) value "   HELD: ".
           05  RT-HELD                 pic 9.
           05  filler                  pic x(12) value "   MISSING: ".
           05  RT-MISSING              pic 9.
           05  filler                  pic x(21) value
               "   RECORDS MERGED: ".
           05  RT-MERGED               pic z,zzz,zz9.

       01  WS-EXCEPTION-LINE.
           05  filler                  pic x(02) value spaces.
           05  XL-SSN-MASKED           pic x(09).
           05  TL-COLLISION-COUNT      pic z,zzz,zz9.

       procedure division.
       perform read-run-parameters
       perform get-business-date
       perform set-up-deck-table
       perform read-receipt-log
       perform check-branch-decks
       if CHECK-MODE
           perform print-receipt-report
           display "[SSNMERGE] deck check - accepted: "
               WS-ACCEPTED-COUNT " held: " WS-HELD-COUNT
               " missing: " WS-MISSING-COUNT
           if WS-HELD-COUNT > 0 or WS-MISSING-COUNT > 0
               move 4 to return-code
           end-if
       else
           open output xbranch-exception-file
           perform open-exception-queue
           sort sort-work-file
               ascending key SWK-SSN SWK-BRANCH
               input procedure is load-branch-decks
               output procedure is write-merged-output
           perform print-merge-trailer
           close xbranch-exception-file
           perform close-exception-queue
           perform write-receipt-log
           perform print-receipt-report
           display "[SSNMERGE] records merged: " WS-MERGED-COUNT
           display "[SSNMERGE] cross-deck collisions: "
               WS-COLLISION-COUNT
           display "[SSNMERGE] exception queue - new: "
               EXP-NEW-COUNT " reopened: " EXP-REOPENED-COUNT
           display "[SSNMERGE] decks accepted: " WS-ACCEPTED-COUNT
               " held: " WS-HELD-COUNT " missing: " WS-MISSING-COUNT
       end-if

       stop run.

      *> card 1 - CHECK for a receipt check only; card 2 - branches
      *> cleared to restart their deck sequence tonight
       read-run-parameters.
           move spaces to WS-RUN-MODE
           accept WS-RUN-MODE
           move spaces to WS-RESYNC-CARD
           accept WS-RESYNC-CARD.

      *> the nightly merge proves deck dates against tonight's
      *> business date; a check run before cutoff - ahead of the
      *> night's run-control step - against today's date
       get-business-date.
           if CHECK-MODE
               accept WS-AS-OF-DATE from date yyyymmdd
           else
               open input process-date-file
               if WS-PROCDATE-STATUS = "00"
                   read process-date-file
                       at end
                           accept WS-AS-OF-DATE from date yyyymmdd
                       not at end
                           move PROCESS-DATE-RECORD to WS-AS-OF-DATE
                   end-read
                   close process-date-file
               else
                   accept WS-AS-OF-DATE from date yyyymmdd
               end-if
           end-if
           accept WS-RUN-TIME from time.

       set-up-deck-table.
           move "B01" to DKS-BRANCH(1)
           move "B02" to DKS-BRANCH(2)
           move "B03" to DKS-BRANCH(3)
           perform reset-deck-entry
               varying WS-DECK-SUB from 1 by 1
               until WS-DECK-SUB > WS-DECK-COUNT.

       reset-deck-entry.
           move "M" to DKS-STATE(WS-DECK-SUB)
           move spaces to DKS-REASON(WS-DECK-SUB)
           move "N" to DKS-PRESENT-SW(WS-DECK-SUB)
           move "N" to DKS-HEADER-SW(WS-DECK-SUB)
           move "N" to DKS-TRAILER-SW(WS-DECK-SUB)
           move "N" to DKS-AFTER-TRAILER-SW(WS-DECK-SUB)
           move "N" to DKS-HEADER-NUMERIC-SW(WS-DECK-SUB)
           move "N" to DKS-TRAILER-NUMERIC-SW(WS-DECK-SUB)
           move "N" to DKS-RESYNC-SW(WS-DECK-SUB)
           move "N" to DKS-LAST-FOUND-SW(WS-DECK-SUB)
           move spaces to DKS-HDR-BRANCH(WS-DECK-SUB)
           move spaces to DKS-TRL-BRANCH(WS-DECK-SUB)
           move 0 to DKS-DECK-DATE(WS-DECK-SUB)
           move 0 to DKS-SEQUENCE(WS-DECK-SUB)
           move 0 to DKS-TRL-DATE(WS-DECK-SUB)
           move 0 to DKS-TRL-SEQUENCE(WS-DECK-SUB)
           move 0 to DKS-TRAILER-COUNT(WS-DECK-SUB)
           move 0 to DKS-TRAILER-HASH(WS-DECK-SUB)
           move 0 to DKS-RECORDS-READ(WS-DECK-SUB)
           move 0 to DKS-RECORD-COUNT(WS-DECK-SUB)
           move 0 to DKS-SSN-HASH(WS-DECK-SUB)
           move 0 to DKS-LAST-SEQUENCE(WS-DECK-SUB)
           move 0 to DKS-MERGED(WS-DECK-SUB)
           perform check-resync-branch
               varying WS-RESYNC-SUB from 1 by 1
               until WS-RESYNC-SUB > 3.

       check-resync-branch.
           if WS-RESYNC-BRANCH(WS-RESYNC-SUB) = DKS-BRANCH(WS-DECK-SUB)
               set DKS-RESYNC(WS-DECK-SUB) to true
           end-if.

      *> ---------------------------------------------------------
      *> the receipt log - each branch's last accepted sequence from
      *> earlier business dates (a rerun of tonight re-proves the
      *> same decks, so tonight's own entries are left out)
      *> ---------------------------------------------------------
       read-receipt-log.
           open input deck-receipt-log
           if WS-DECKLOG-OK
               perform read-receipt-entry until WS-DECKLOG-EOF
               close deck-receipt-log
           else
               display "[SSNMERGE] no deck receipt log present -"
                   " deck sequences start tonight"
           end-if.

       read-receipt-entry.
           read deck-receipt-log
               at end
                   set WS-DECKLOG-EOF to true
               not at end
                   if DLG-ACCEPTED
                       and DLG-BUSINESS-DATE < WS-AS-OF-DATE
                       perform note-accepted-sequence
                           varying WS-DECK-SUB from 1 by 1
                           until WS-DECK-SUB > WS-DECK-COUNT
                   end-if
           end-read.

       note-accepted-sequence.
           if DLG-BRANCH = DKS-BRANCH(WS-DECK-SUB)
               if not DKS-LAST-FOUND(WS-DECK-SUB)
                   or DLG-SEQUENCE > DKS-LAST-SEQUENCE(WS-DECK-SUB)
                   move DLG-SEQUENCE to DKS-LAST-SEQUENCE(WS-DECK-SUB)
               end-if
               set DKS-LAST-FOUND(WS-DECK-SUB) to true
           end-if.

      *> ---------------------------------------------------------
      *> proving pass - every deck read once before anything merges
      *> ---------------------------------------------------------
       check-branch-decks.
           move 1 to WS-DECK-SUB
           open input branch1-trans-file
           if WS-BR1-OK
               set DKS-PRESENT(1) to true
               perform check-branch1-record until WS-BR1-EOF
               close branch1-trans-file
           end-if
           perform decide-deck-state
           move 2 to WS-DECK-SUB
           open input branch2-trans-file
           if WS-BR2-OK
               set DKS-PRESENT(2) to true
               perform check-branch2-record until WS-BR2-EOF
               close branch2-trans-file
           end-if
           perform decide-deck-state
           move 3 to WS-DECK-SUB
           open input branch3-trans-file
           if WS-BR3-OK
               set DKS-PRESENT(3) to true
               perform check-branch3-record until WS-BR3-EOF
               close branch3-trans-file
           end-if
           perform decide-deck-state.

       check-branch1-record.
           read branch1-trans-file
               at end
                   set WS-BR1-EOF to true
               not at end
                   move BRANCH1-TRANS-RECORD to DECK-CONTROL-RECORD
                   perform examine-deck-record
           end-read.

       check-branch2-record.
           read branch2-trans-file
               at end
                   set WS-BR2-EOF to true
               not at end
                   move BRANCH2-TRANS-RECORD to DECK-CONTROL-RECORD
                   perform examine-deck-record
           end-read.

       check-branch3-record.
           read branch3-trans-file
               at end
                   set WS-BR3-EOF to true
               not at end
                   move BRANCH3-TRANS-RECORD to DECK-CONTROL-RECORD
                   perform examine-deck-record
           end-read.

      *> the header must be first and the trailer last; anything
      *> after the trailer (a second deck run on) spoils the deck
       examine-deck-record.
           add 1 to DKS-RECORDS-READ(WS-DECK-SUB)
           evaluate true
               when DKS-TRAILER-FOUND(WS-DECK-SUB)
                   set DKS-AFTER-TRAILER(WS-DECK-SUB) to true
               when DCK-HEADER
                   if DKS-RECORDS-READ(WS-DECK-SUB) = 1
                       perform capture-deck-header
                   else
                       set DKS-AFTER-TRAILER(WS-DECK-SUB) to true
                   end-if
               when DCK-TRAILER
                   perform capture-deck-trailer
               when other
                   add 1 to DKS-RECORD-COUNT(WS-DECK-SUB)
                   if DTI-SSN-SERIAL is numeric
                       add DTI-SSN-SERIAL-NUM
                           to DKS-SSN-HASH(WS-DECK-SUB)
                   end-if
           end-evaluate.

       capture-deck-header.
           set DKS-HEADER-FOUND(WS-DECK-SUB) to true
           move DCK-BRANCH to DKS-HDR-BRANCH(WS-DECK-SUB)
           if DCK-DECK-DATE is numeric and DCK-SEQUENCE is numeric
               set DKS-HEADER-NUMERIC(WS-DECK-SUB) to true
               move DCK-DECK-DATE to DKS-DECK-DATE(WS-DECK-SUB)
               move DCK-SEQUENCE to DKS-SEQUENCE(WS-DECK-SUB)
           end-if.

       capture-deck-trailer.
           set DKS-TRAILER-FOUND(WS-DECK-SUB) to true
           move DCK-BRANCH to DKS-TRL-BRANCH(WS-DECK-SUB)
           if DCK-DECK-DATE is numeric and DCK-SEQUENCE is numeric
               and DCK-RECORD-COUNT is numeric
               and DCK-SSN-HASH is numeric
               set DKS-TRAILER-NUMERIC(WS-DECK-SUB) to true
               move DCK-DECK-DATE to DKS-TRL-DATE(WS-DECK-SUB)
               move DCK-SEQUENCE to DKS-TRL-SEQUENCE(WS-DECK-SUB)
               move DCK-RECORD-COUNT to DKS-TRAILER-COUNT(WS-DECK-SUB)
               move DCK-SSN-HASH to DKS-TRAILER-HASH(WS-DECK-SUB)
           end-if.

      *> first failing check wins; the reason codes are listed in
      *> the decklog copybook
       decide-deck-state.
           move "H" to DKS-STATE(WS-DECK-SUB)
           move spaces to DKS-REASON(WS-DECK-SUB)
           move "N" to DTE-VALID-SW
           if DKS-HEADER-NUMERIC(WS-DECK-SUB)
               move DKS-DECK-DATE(WS-DECK-SUB) to DTE-DATE-TEXT
               perform validate-calendar-date
           end-if
           evaluate true
               when not DKS-PRESENT(WS-DECK-SUB)
               when DKS-RECORDS-READ(WS-DECK-SUB) = 0
                   move "M" to DKS-STATE(WS-DECK-SUB)
               when not DKS-HEADER-FOUND(WS-DECK-SUB)
                   move "NHDR" to DKS-REASON(WS-DECK-SUB)
               when not DKS-TRAILER-FOUND(WS-DECK-SUB)
               when DKS-AFTER-TRAILER(WS-DECK-SUB)
                   move "NTRL" to DKS-REASON(WS-DECK-SUB)
               when not DKS-HEADER-NUMERIC(WS-DECK-SUB)
                   move "DATE" to DKS-REASON(WS-DECK-SUB)
               when not DKS-TRAILER-NUMERIC(WS-DECK-SUB)
               when DKS-TRL-BRANCH(WS-DECK-SUB)
                       not = DKS-HDR-BRANCH(WS-DECK-SUB)
               when DKS-TRL-DATE(WS-DECK-SUB)
                       not = DKS-DECK-DATE(WS-DECK-SUB)
               when DKS-TRL-SEQUENCE(WS-DECK-SUB)
                       not = DKS-SEQUENCE(WS-DECK-SUB)
                   move "TMIS" to DKS-REASON(WS-DECK-SUB)
               when DKS-HDR-BRANCH(WS-DECK-SUB)
                       not = DKS-BRANCH(WS-DECK-SUB)
                   move "BRCH" to DKS-REASON(WS-DECK-SUB)
               when DTE-IS-INVALID
               when DKS-DECK-DATE(WS-DECK-SUB) > WS-AS-OF-DATE
                   move "DATE" to DKS-REASON(WS-DECK-SUB)
               when DKS-TRAILER-COUNT(WS-DECK-SUB)
                       not = DKS-RECORD-COUNT(WS-DECK-SUB)
                   move "CNT " to DKS-REASON(WS-DECK-SUB)
               when DKS-TRAILER-HASH(WS-DECK-SUB)
                       not = DKS-SSN-HASH(WS-DECK-SUB)
                   move "HASH" to DKS-REASON(WS-DECK-SUB)
               when DKS-LAST-FOUND(WS-DECK-SUB)
                   and DKS-SEQUENCE(WS-DECK-SUB)
                       not > DKS-LAST-SEQUENCE(WS-DECK-SUB)
                   move "DUPL" to DKS-REASON(WS-DECK-SUB)
               when DKS-LAST-FOUND(WS-DECK-SUB)
                   and DKS-SEQUENCE(WS-DECK-SUB)
                       not = DKS-LAST-SEQUENCE(WS-DECK-SUB) + 1
                   if DKS-RESYNC(WS-DECK-SUB)
                       move "A" to DKS-STATE(WS-DECK-SUB)
                       move "RSYN" to DKS-REASON(WS-DECK-SUB)
                   else
                       move "SEQN" to DKS-REASON(WS-DECK-SUB)
                   end-if
               when other
                   move "A" to DKS-STATE(WS-DECK-SUB)
           end-evaluate
           evaluate true
               when DKS-ACCEPTED(WS-DECK-SUB)
                   add 1 to WS-ACCEPTED-COUNT
               when DKS-HELD(WS-DECK-SUB)
                   add 1 to WS-HELD-COUNT
                   perform set-reason-text
                   display "[SSNMERGE] " DKS-BRANCH(WS-DECK-SUB)
                       " deck held - " WS-REASON-TEXT
               when other
                   add 1 to WS-MISSING-COUNT
                   display "[SSNMERGE] no " DKS-BRANCH(WS-DECK-SUB)
                       " deck received"
           end-evaluate.

      *> ---------------------------------------------------------
      *> input side - one release per transaction of each accepted
      *> deck, branch stamped; header and trailer stay behind
      *> ---------------------------------------------------------
       load-branch-decks.
           if DKS-ACCEPTED(1)
               open input branch1-trans-file
               perform release-branch1-record until WS-BR1-EOF
               close branch1-trans-file
           end-if
           if DKS-ACCEPTED(2)
               open input branch2-trans-file
               perform release-branch2-record until WS-BR2-EOF
               close branch2-trans-file
           end-if
           if DKS-ACCEPTED(3)
               open input branch3-trans-file
               perform release-branch3-record until WS-BR3-EOF
               close branch3-trans-file
           end-if.

       release-branch1-record.
               at end
                   set WS-BR1-EOF to true
               not at end
                   move BRANCH1-TRANS-RECORD to DECK-CONTROL-RECORD
                   if not DCK-HEADER and not DCK-TRAILER
                       move BRANCH1-TRANS-RECORD to SWK-TRANS-DATA
                       move "B01" to SWK-BRANCH
                       release SORT-TRANS-RECORD
                       add 1 to DKS-MERGED(1)
                   end-if
           end-read.

       release-branch2-record.
               at end
                   set WS-BR2-EOF to true
               not at end
                   move BRANCH2-TRANS-RECORD to DECK-CONTROL-RECORD
                   if not DCK-HEADER and not DCK-TRAILER
                       move BRANCH2-TRANS-RECORD to SWK-TRANS-DATA
                       move "B02" to SWK-BRANCH
                       release SORT-TRANS-RECORD
                       add 1 to DKS-MERGED(2)
                   end-if
           end-read.

       release-branch3-record.
               at end
                   set WS-BR3-EOF to true
               not at end
                   move BRANCH3-TRANS-RECORD to DECK-CONTROL-RECORD
                   if not DCK-HEADER and not DCK-TRAILER
                       move BRANCH3-TRANS-RECORD to SWK-TRANS-DATA
                       move "B03" to SWK-BRANCH
                       release SORT-TRANS-RECORD
                       add 1 to DKS-MERGED(3)
                   end-if
           end-read.

      *> ---------------------------------------------------------
           move WS-PREV-BRANCH to XL-BRANCH-1
           move SWK-BRANCH to XL-BRANCH-2
           write XBRANCH-EXCEPTION-RECORD from WS-EXCEPTION-LINE
           add 1 to WS-COLLISION-COUNT
           move "XBRM" to EXP-TYPE
           move SWK-SSN to EXP-SSN
           move spaces to EXP-DETAIL-KEY
           move WS-PREV-BRANCH to EXP-DETAIL-KEY(1:3)
           move SWK-BRANCH to EXP-DETAIL-KEY(4:3)
           move "KEYED AT TWO BRANCHES" to EXP-REASON
           move SWK-TRANS-DATA(10:40) to EXP-DATA-IMAGE
           perform post-exception-item.

       print-merge-trailer.
           move WS-MERGED-COUNT to TL-MERGED-COUNT
           move WS-COLLISION-COUNT to TL-COLLISION-COUNT
           write XBRANCH-EXCEPTION-RECORD from WS-TRAILER-LINE.

      *> ---------------------------------------------------------
      *> receipt log and receipt report
      *> ---------------------------------------------------------
       write-receipt-log.
           open extend deck-receipt-log
           if WS-DECKLOG-STATUS not = "00"
               open output deck-receipt-log
           end-if
           perform write-receipt-entry
               varying WS-DECK-SUB from 1 by 1
               until WS-DECK-SUB > WS-DECK-COUNT
           close deck-receipt-log.

       write-receipt-entry.
           move WS-AS-OF-DATE to DLG-BUSINESS-DATE
           move WS-RUN-TIME to DLG-RUN-TIME
           move DKS-BRANCH(WS-DECK-SUB) to DLG-BRANCH
           move DKS-STATE(WS-DECK-SUB) to DLG-STATE
           move DKS-REASON(WS-DECK-SUB) to DLG-REASON
           move DKS-DECK-DATE(WS-DECK-SUB) to DLG-DECK-DATE
           move DKS-SEQUENCE(WS-DECK-SUB) to DLG-SEQUENCE
           move DKS-RECORD-COUNT(WS-DECK-SUB) to DLG-RECORD-COUNT
           move DKS-TRAILER-COUNT(WS-DECK-SUB) to DLG-TRAILER-COUNT
           move DKS-SSN-HASH(WS-DECK-SUB) to DLG-SSN-HASH
           move DKS-TRAILER-HASH(WS-DECK-SUB) to DLG-TRAILER-HASH
           write DECK-RECEIPT-RECORD.

       print-receipt-report.
           open output deck-receipt-report
           move WS-AS-OF-DATE to RH1-AS-OF-DATE
           if CHECK-MODE
               move "CHECK BEFORE CUTOFF" to RH1-MODE
           else
               move "NIGHTLY MERGE" to RH1-MODE
           end-if
           write DECK-RECEIPT-REPORT-RECORD from WS-RECEIPT-HEADING-1
           write DECK-RECEIPT-REPORT-RECORD from WS-RECEIPT-HEADING-2
           perform print-receipt-line
               varying WS-DECK-SUB from 1 by 1
               until WS-DECK-SUB > WS-DECK-COUNT
           if WS-HELD-COUNT > 0 or WS-MISSING-COUNT > 0
               move spaces to DECK-RECEIPT-REPORT-RECORD
               write DECK-RECEIPT-REPORT-RECORD
               write DECK-RECEIPT-REPORT-RECORD from WS-RESEND-HEADING
               perform print-resend-line
                   varying WS-DECK-SUB from 1 by 1
                   until WS-DECK-SUB > WS-DECK-COUNT
           end-if
           move spaces to DECK-RECEIPT-REPORT-RECORD
           write DECK-RECEIPT-REPORT-RECORD
           move WS-ACCEPTED-COUNT to RT-ACCEPTED
           move WS-HELD-COUNT to RT-HELD
           move WS-MISSING-COUNT to RT-MISSING
           move WS-MERGED-COUNT to RT-MERGED
           write DECK-RECEIPT-REPORT-RECORD from WS-RECEIPT-TRAILER
           close deck-receipt-report.

       print-receipt-line.
           move DKS-BRANCH(WS-DECK-SUB) to RL-BRANCH
           evaluate true
               when DKS-ACCEPTED(WS-DECK-SUB)
                   move "ACCEPTED" to RL-RESULT
               when DKS-HELD(WS-DECK-SUB)
                   move "HELD" to RL-RESULT
               when other
                   move "MISSING" to RL-RESULT
           end-evaluate
           move DKS-DECK-DATE(WS-DECK-SUB) to RL-DECK-DATE
           move DKS-SEQUENCE(WS-DECK-SUB) to RL-SEQUENCE
           if DKS-LAST-FOUND(WS-DECK-SUB)
               compute RL-EXPECTED =
                   DKS-LAST-SEQUENCE(WS-DECK-SUB) + 1
           else
               move 0 to RL-EXPECTED
           end-if
           move DKS-RECORD-COUNT(WS-DECK-SUB) to RL-RECORDS
           move DKS-TRAILER-COUNT(WS-DECK-SUB) to RL-TRAILER-COUNT
           perform set-reason-text
           move WS-REASON-TEXT to RL-REASON
           write DECK-RECEIPT-REPORT-RECORD from WS-RECEIPT-LINE.

       print-resend-line.
           if not DKS-ACCEPTED(WS-DECK-SUB)
               move DKS-BRANCH(WS-DECK-SUB) to RSL-BRANCH
               perform set-reason-text
               move WS-REASON-TEXT to RSL-TEXT
               if DKS-LAST-FOUND(WS-DECK-SUB)
                   compute RSL-SEQUENCE =
                       DKS-LAST-SEQUENCE(WS-DECK-SUB) + 1
               else
                   move 0 to RSL-SEQUENCE
               end-if
               write DECK-RECEIPT-REPORT-RECORD from WS-RESEND-LINE
           end-if.

       set-reason-text.
           evaluate true
               when DKS-MISSING(WS-DECK-SUB)
                   move "NO DECK RECEIVED" to WS-REASON-TEXT
               when other
                   evaluate DKS-REASON(WS-DECK-SUB)
                       when "NHDR"
                           move "NO HEADER RECORD FIRST"
                               to WS-REASON-TEXT
                       when "NTRL"
                           move "NO TRAILER RECORD LAST"
                               to WS-REASON-TEXT
                       when "TMIS"
                           move "TRAILER DOES NOT MATCH HEADER"
                               to WS-REASON-TEXT
                       when "BRCH"
                           move "DECK IS FOR ANOTHER BRANCH"
                               to WS-REASON-TEXT
                       when "DATE"
                           move "DECK DATE BAD OR IN THE FUTURE"
                               to WS-REASON-TEXT
                       when "SEQN"
                           move "OUT OF SEQUENCE - A DECK IS MISSING"
                               to WS-REASON-TEXT
                       when "DUPL"
                           move "DECK ALREADY RECEIVED"
                               to WS-REASON-TEXT
                       when "CNT "
                           move "TRAILER COUNT DOES NOT MATCH"
                               to WS-REASON-TEXT
                       when "HASH"
                           move "TRAILER SSN HASH DOES NOT MATCH"
                               to WS-REASON-TEXT
                       when "RSYN"
                           move "ACCEPTED ON SEQUENCE RESYNC"
                               to WS-REASON-TEXT
                       when other
                           move spaces to WS-REASON-TEXT
                   end-evaluate
           end-evaluate.

       COPY ssnmskp.
       COPY excpost.
       COPY datecnv.
