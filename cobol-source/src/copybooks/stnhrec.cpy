      *> stnhrec.cpy
      *> State new-hire registry record - the fixed layout the state
      *> takes for new-hire and rehire reporting: one header naming
      *> the employer (emplrid copybook) and the report date, one
      *> employee record per new hire (type N) or rehire (type R)
      *> with the SSN, name and hire date as posted, and one trailer
      *> carrying the employee-record count.  The employee's home
      *> address is not carried on the master and goes blank.
      *> Written by stnhire.  COPY into FILE SECTION under the
      *> program's own FD/SELECT for STATE-NEW-HIRE-FILE.
       FD  STATE-NEW-HIRE-FILE.
       01  STATE-NEW-HIRE-RECORD.
           05  NHR-RECORD-TYPE         pic x(01).
               88  NHR-HEADER-RECORD           value "H".
               88  NHR-EMPLOYEE-RECORD         value "E".
               88  NHR-TRAILER-RECORD          value "T".
           05  NHR-EMPLOYEE-FIELDS.
               10  NHR-SSN             pic x(09).
               10  NHR-NAME            pic x(30).
               10  NHR-HIRE-DATE       pic x(08).
               10  NHR-HIRE-TYPE       pic x(01).
                   88  NHR-NEW-HIRE            value "N".
                   88  NHR-REHIRE              value "R".
               10  NHR-EMP-ADDRESS     pic x(30).
               10  NHR-EMP-CITY        pic x(20).
               10  NHR-EMP-STATE       pic x(02).
               10  NHR-EMP-ZIP         pic x(09).
               10  filler              pic x(10).
           05  NHR-HEADER-FIELDS redefines NHR-EMPLOYEE-FIELDS.
               10  NHR-EMPLOYER-EIN    pic x(09).
               10  NHR-EMPLOYER-NAME   pic x(30).
               10  NHR-EMPLOYER-ADDRESS pic x(30).
               10  NHR-EMPLOYER-CITY   pic x(20).
               10  NHR-EMPLOYER-STATE  pic x(02).
               10  NHR-EMPLOYER-ZIP    pic x(09).
               10  NHR-REPORT-DATE     pic 9(08).
               10  filler              pic x(11).
           05  NHR-TRAILER-FIELDS redefines NHR-EMPLOYEE-FIELDS.
               10  NHR-RECORD-COUNT    pic 9(07).
               10  filler              pic x(112).
