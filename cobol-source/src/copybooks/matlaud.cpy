      *> matlaud.cpy
      *> Material catalogue change audit record - who changed which
      *> material, when, and from what unit weight and price to what,
      *> written by the material maintenance module for every add,
      *> change, deactivate, and reactivate, the way the rates
      *> maintenance audits a rate (rateaud copybook).  Actions:
      *> A add, C change (staged or immediate), D deactivate,
      *> R reactivate.  MAUD-EFF-DATE is the date the new values take
      *> effect - the staged cutover date on a change, today
      *> otherwise.  COPY into FILE SECTION under the program's own
      *> FD/SELECT for MATERIAL-AUDIT-FILE.
       FD  MATERIAL-AUDIT-FILE.
       01  MATERIAL-AUDIT-RECORD.
           05  MAUD-MATERIAL-CODE      pic x(06).
           05  MAUD-ACTION             pic x(01).
           05  MAUD-OLD-WEIGHT         pic 9(04)v9(04).
           05  MAUD-NEW-WEIGHT         pic 9(04)v9(04).
           05  MAUD-OLD-PRICE          pic 9(05)v99.
           05  MAUD-NEW-PRICE          pic 9(05)v99.
           05  MAUD-EFF-DATE           pic 9(08).
           05  MAUD-OPERATOR-ID        pic x(08).
           05  MAUD-DATE               pic 9(08).
           05  MAUD-TIME               pic 9(08).
