      *> matlcat.cpy
      *> Pipe material catalogue - one record per material the
      *> fabrication shop prices pipe runs in, so estimating stops
      *> working material and cost out by hand off PIPEOUT.  The
      *> pipe-size run takes the unit weight (kilograms per square
      *> metre of pipe surface) and the price per metre of run for
      *> the material code on each PIPEIN record.  Effective-dated
      *> like the rates file (ratesrec copybook): the values in force
      *> are MAT-WEIGHT-PER-AREA / MAT-PRICE-PER-METRE; a change can
      *> be staged ahead in the MAT-NEW- fields with its cutover date
      *> (zero date = nothing staged) and readers switch over by
      *> themselves the day it arrives.  An inactive material is
      *> refused, never priced at zero.  Maintained from the material
      *> maintenance screen (matlmnt).  COPY into FILE SECTION under
      *> the program's own FD/SELECT for MATERIAL-FILE; key is
      *> MAT-CODE.
       FD  MATERIAL-FILE.
       01  MATERIAL-RECORD.
           05  MAT-CODE                pic x(06).
           05  MAT-DESCRIPTION         pic x(30).
           05  MAT-WEIGHT-PER-AREA     pic 9(04)v9(04).
           05  MAT-PRICE-PER-METRE     pic 9(05)v99.
           05  MAT-ACTIVE-FLAG         pic x(01).
               88  MAT-ACTIVE                  value "A" " ".
               88  MAT-INACTIVE                value "I".
           05  MAT-EFF-DATE            pic 9(08).
           05  MAT-NEW-WEIGHT-PER-AREA pic 9(04)v9(04).
           05  MAT-NEW-PRICE-PER-METRE pic 9(05)v99.
           05  MAT-NEW-EFF-DATE        pic 9(08).
