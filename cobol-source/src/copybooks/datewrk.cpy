      *> datewrk.cpy
      *> Work area for the shared calendar-date paragraphs
      *> (datecnv.cpy).  COPY into WORKING-STORAGE.  Move a YYYYMMDD
      *> date to DTE-DATE-TEXT and PERFORM VALIDATE-CALENDAR-DATE to
      *> test DTE-IS-VALID; PERFORM CONVERT-DATE-TO-DAYS to get
      *> DTE-DAY-NUMBER, a running day count that can be subtracted
      *> for days between two dates or added to for a date N days
      *> on; PERFORM CONVERT-DAYS-TO-DATE to turn a day number back
      *> into DTE-DATE.  The remaining fields are the paragraphs'
      *> own scratch.
       01  DATE-WORK-AREA.
           05  DTE-DATE-TEXT           pic x(08) value zeros.
           05  DTE-DATE redefines DTE-DATE-TEXT
                                       pic 9(08).
           05  DTE-DATE-PARTS redefines DTE-DATE-TEXT.
               10  DTE-YEAR            pic 9(04).
               10  DTE-MONTH           pic 9(02).
               10  DTE-DAY             pic 9(02).
           05  DTE-DAY-NUMBER          pic 9(07) value 0.
           05  DTE-VALID-SW            pic x(01) value "N".
               88  DTE-IS-VALID                value "Y".
               88  DTE-IS-INVALID              value "N".
           05  DTE-CALC-YEAR           pic 9(05) value 0.
           05  DTE-MONTH-PART          pic 9(02) value 0.
           05  DTE-ERA                 pic 9(03) value 0.
           05  DTE-YEAR-OF-ERA         pic 9(03) value 0.
           05  DTE-DAY-OF-YEAR         pic 9(03) value 0.
           05  DTE-DAY-OF-ERA          pic 9(06) value 0.
           05  DTE-MONTH-DAYS          pic 9(02) value 0.
           05  DTE-WORK-1              pic 9(07) value 0.
           05  DTE-WORK-2              pic 9(07) value 0.
           05  DTE-WORK-3              pic 9(07) value 0.
           05  DTE-WORK-4              pic 9(07) value 0.
