      *> ssavrec.cpy
      *> SSA bulk SSN verification request - one header naming the
      *> employer and the request date, one detail record per
      *> employee sent (SSN, name and hire date as they stand on the
      *> master), and one trailer carrying the detail count so SSA
      *> (and we) can prove the file arrived whole.  Written by
      *> ssavreq.  COPY into FILE SECTION under the program's own
      *> FD/SELECT for SSA-VERIFY-REQUEST-FILE.
       FD  SSA-VERIFY-REQUEST-FILE.
       01  SSA-VERIFY-REQUEST-RECORD.
           05  SVQ-RECORD-TYPE         pic x(01).
               88  SVQ-HEADER-RECORD           value "H".
               88  SVQ-DETAIL-RECORD           value "D".
               88  SVQ-TRAILER-RECORD          value "T".
           05  SVQ-DETAIL-FIELDS.
               10  SVQ-SSN             pic x(09).
               10  SVQ-NAME            pic x(30).
               10  SVQ-HIRE-DATE       pic x(08).
               10  filler              pic x(32).
           05  SVQ-HEADER-FIELDS redefines SVQ-DETAIL-FIELDS.
               10  SVQ-EMPLOYER-EIN    pic x(09).
               10  SVQ-EMPLOYER-NAME   pic x(30).
               10  SVQ-REQUEST-DATE    pic 9(08).
               10  filler              pic x(32).
           05  SVQ-TRAILER-FIELDS redefines SVQ-DETAIL-FIELDS.
               10  SVQ-RECORD-COUNT    pic 9(07).
               10  filler              pic x(72).
