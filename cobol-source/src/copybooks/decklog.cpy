      *> decklog.cpy
      *> Branch deck receipt log - one record per branch each time
      *> the nightly consolidation runs, saying what arrived from the
      *> branch for the business date: the deck accepted into the
      *> merge (A), held out of it (H, with the reason), or no deck
      *> at all (M).  The deck date, sequence and trailer figures are
      *> the deck's own (zero when unreadable); the record count and
      *> hash are what the step counted.  The step reads the log back
      *> for each branch's last accepted deck sequence, so a resent
      *> or out-of-order deck is caught.  Reason codes: NHDR no
      *> header record first, NTRL no trailer record last, TMIS
      *> trailer does not match the header, BRCH deck is another
      *> branch's, DATE deck date not a real date or after the
      *> business date, SEQN sequence number not one up on the last
      *> accepted deck, DUPL deck already received, CNT  trailer
      *> count does not match the records, HASH trailer SSN hash
      *> does not match, RSYN accepted out of sequence on a
      *> supervisor's resync card.  COPY into FILE SECTION under the
      *> program's own FD/SELECT for DECK-RECEIPT-LOG (DD DECKLOG).
       FD  DECK-RECEIPT-LOG.
       01  DECK-RECEIPT-RECORD.
           05  DLG-BUSINESS-DATE       pic 9(08).
           05  DLG-RUN-TIME            pic 9(08).
           05  DLG-BRANCH              pic x(03).
           05  DLG-STATE               pic x(01).
               88  DLG-ACCEPTED                value "A".
               88  DLG-HELD                    value "H".
               88  DLG-MISSING                 value "M".
           05  DLG-REASON              pic x(04).
           05  DLG-DECK-DATE           pic 9(08).
           05  DLG-SEQUENCE            pic 9(05).
           05  DLG-RECORD-COUNT        pic 9(07).
           05  DLG-TRAILER-COUNT       pic 9(07).
           05  DLG-SSN-HASH            pic 9(09).
           05  DLG-TRAILER-HASH        pic 9(09).
