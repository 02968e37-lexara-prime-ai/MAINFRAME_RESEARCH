           05  BKP-RECORD-TYPE         pic x(01).
               88  BKP-DATA-RECORD             value "D".
               88  BKP-TRAILER-RECORD          value "T".
           05  BKP-RECORD-DATA         pic x(93).
           05  BKP-TRAILER-FIELDS redefines BKP-RECORD-DATA.
               10  BKP-RECORD-COUNT    pic 9(09).
               10  BKP-HASH-TOTAL      pic 9(09).
               10  filler              pic x(75).
