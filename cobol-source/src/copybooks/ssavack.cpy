      *> ssavack.cpy
      *> SSA bulk SSN verification response - SSA's answer to a
      *> request file: the request header echoed back, one detail
      *> record per employee sent (the SSN, name and hire date as we
      *> sent them, with SSA's two-character result code), and a
      *> trailer carrying the detail count.  Result code 00 means SSA
      *> matched the name to the SSN; anything else is a mismatch:
      *>   01  SSN not in SSA's file (never issued)
      *>   02  name does not match the SSN
      *>   03  SSN and name match a deceased person
      *>   04  request record could not be processed (bad data)
      *> Read by ssavrsp.  COPY into FILE SECTION under the
      *> program's own FD/SELECT for SSA-VERIFY-RESPONSE-FILE.
       FD  SSA-VERIFY-RESPONSE-FILE.
       01  SSA-VERIFY-RESPONSE-RECORD.
           05  SVR-RECORD-TYPE         pic x(01).
               88  SVR-HEADER-RECORD           value "H".
               88  SVR-DETAIL-RECORD           value "D".
               88  SVR-TRAILER-RECORD          value "T".
           05  SVR-DETAIL-FIELDS.
               10  SVR-SSN             pic x(09).
               10  SVR-NAME            pic x(30).
               10  SVR-HIRE-DATE       pic x(08).
               10  SVR-RESULT-CODE     pic x(02).
                   88  SVR-VERIFIED            value "00".
                   88  SVR-SSN-NOT-ISSUED      value "01".
                   88  SVR-NAME-MISMATCH       value "02".
                   88  SVR-DECEASED            value "03".
                   88  SVR-NOT-PROCESSED       value "04".
               10  filler              pic x(30).
           05  SVR-HEADER-FIELDS redefines SVR-DETAIL-FIELDS.
               10  SVR-EMPLOYER-EIN    pic x(09).
               10  SVR-EMPLOYER-NAME   pic x(30).
               10  SVR-REQUEST-DATE    pic 9(08).
               10  filler              pic x(32).
           05  SVR-TRAILER-FIELDS redefines SVR-DETAIL-FIELDS.
               10  SVR-RECORD-COUNT    pic 9(07).
               10  filler              pic x(72).
