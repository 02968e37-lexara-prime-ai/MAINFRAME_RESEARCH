      *> emplrid.cpy
      *> Employer identity - the federal EIN, legal name and
      *> address that go on the header of every file we send to a
      *> government agency, kept in one place so a change of name or
      *> address is made once.  COPY into WORKING-STORAGE.
       01  EMPLOYER-IDENTITY.
           05  EMPLR-EIN               pic x(09) value "000000000".
           05  EMPLR-NAME              pic x(30) value
               "EMPLOYER NAME NOT SET".
           05  EMPLR-ADDRESS           pic x(30) value spaces.
           05  EMPLR-CITY              pic x(20) value spaces.
           05  EMPLR-STATE             pic x(02) value spaces.
           05  EMPLR-ZIP               pic x(09) value spaces.
