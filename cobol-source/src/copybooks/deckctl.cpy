      *> deckctl.cpy
      *> Branch deck control records - every branch office's nightly
      *> SSN transaction deck opens with a header record and closes
      *> with a trailer record, both in the 68-byte deck record.  The
      *> record ID sits where a transaction carries its SSN, so the
      *> consolidation step tells them from the transactions between.
      *> The header names the sending branch, the deck date, and the
      *> branch's deck sequence number (one up on the last deck the
      *> branch sent); the trailer repeats them and carries the
      *> number of transactions in the deck and the SSN hash total
      *> (sum of the SSN serial numbers, like the master backup
      *> trailer; a non-numeric serial adds nothing).  A deck whose
      *> header or trailer does not hold up is kept out of the merge
      *> - see ssnmerge.  COPY into WORKING-STORAGE and move each
      *> deck record into DECK-CONTROL-RECORD to test it.
       01  DECK-CONTROL-RECORD.
           05  DCK-RECORD-ID           pic x(09).
               88  DCK-HEADER                  value "DECKHDR".
               88  DCK-TRAILER                 value "DECKTRL".
           05  DCK-BRANCH              pic x(03).
           05  DCK-DECK-DATE           pic 9(08).
           05  DCK-SEQUENCE            pic 9(05).
           05  DCK-RECORD-COUNT        pic 9(07).
           05  DCK-SSN-HASH            pic 9(09).
           05  filler                  pic x(27).
       01  DECK-TRANS-IMAGE redefines DECK-CONTROL-RECORD.
           05  DTI-SSN-AREA-GROUP      pic x(05).
           05  DTI-SSN-SERIAL          pic x(04).
           05  DTI-SSN-SERIAL-NUM redefines DTI-SSN-SERIAL
                                       pic 9(04).
           05  filler                  pic x(59).
