      *> jobest.cpy
      *> Priced job estimate record - one machine-readable record per
      *> fabrication job/order on the PIPEIN run, written alongside
      *> the job summary (jobsum copybook) when the material
      *> catalogue is present.  Totals are over the job's calculated
      *> records: run length in metres, pipe surface area in square
      *> metres (circumference times run length), weight in kilograms
      *> (surface area times the material's unit weight) and material
      *> cost (run length times the material's price per metre).
      *> COPY into FILE SECTION under the program's own FD/SELECT for
      *> JOB-ESTIMATE-FILE (DD JOBEST).
       FD  JOB-ESTIMATE-FILE.
       01  JOB-ESTIMATE-RECORD.
           05  JE-JOB-NUMBER           pic x(06).
           05  JE-RECORD-COUNT         pic 9(07).
           05  JE-LENGTH-METRES        pic 9(09)v9999.
           05  JE-SURFACE-AREA         pic 9(11)v9999.
           05  JE-WEIGHT               pic 9(11)v99.
           05  JE-COST                 pic 9(11)v99.
