       >>SOURCE FORMAT FREE
       identification division.
       program-id. matlmnt.
       author. Irfan Ghat.
       date-written.Oct 14th 2026
      *> pipe material catalogue maintenance - lists, adds, changes,
      *> deactivates and reactivates the materials the pipe-size run
      *> prices its records with (matlcat copybook).  A change of unit
      *> weight or price is staged with an effective date (today for
      *> an immediate correction, a future date for a supplier's
      *> price change) and the pipe-size run switches over by itself
      *> when the date arrives, the way the rates maintenance stages
      *> a rate.  Every action is written to the material change
      *> audit file (matlaud copybook) with the operator, a
      *> timestamp, the old and new values and the date they take
      *> effect, the way the rates maintenance audits a rate - a
      *> mistyped price would otherwise reach every job estimate
      *> with nothing to say who keyed it.  Unit weight is keyed in
      *> the fixed form NNNN.NNNN (kilograms per square metre of
      *> pipe surface), price in the fixed form NNNNN.NN (per metre
      *> of run).
       environment division.
       input-output section.
       file-control.
           select material-file assign to "MATLCAT"
               organization indexed
               access mode dynamic
               record key MAT-CODE
               file status WS-MATL-STATUS.
           select material-audit-file assign to "MATLAUD"
               organization line sequential
               file status WS-MAUD-STATUS.

       data division.
       file section.
       COPY matlcat.
       COPY matlaud.

       working-storage section.
       COPY oprsign.
       01  WS-MATL-STATUS              pic xx value "00".
           88  WS-MATL-OK                         value "00".
           88  WS-MATL-EOF                        value "10".
       01  WS-MAUD-STATUS              pic xx value "00".
       01  WS-OPERATOR-ID              pic x(08).
       01  WS-MAINT-CHOICE             pic 9 value 0.
           88  WS-MAINT-DONE                      value 9.
       01  WS-TODAY                    pic 9(08) value 0.

       01  WS-CODE-ENTRY               pic x(06).
       01  WS-DESCRIPTION-ENTRY        pic x(30).
       01  WS-WEIGHT-ENTRY.
           05  WS-WEIGHT-WHOLE         pic x(04).
           05  WS-WEIGHT-POINT         pic x(01).
           05  WS-WEIGHT-DECIMAL       pic x(04).
       01  WS-WEIGHT-BUILT             pic 9(04)v9(04).
       01  WS-WEIGHT-BUILT-X redefines WS-WEIGHT-BUILT.
           05  WS-WEIGHT-BUILT-WHOLE   pic x(04).
           05  WS-WEIGHT-BUILT-DEC     pic x(04).
       01  WS-PRICE-ENTRY.
           05  WS-PRICE-WHOLE          pic x(05).
           05  WS-PRICE-POINT          pic x(01).
           05  WS-PRICE-DECIMAL        pic x(02).
       01  WS-PRICE-BUILT              pic 9(05)v99.
       01  WS-PRICE-BUILT-X redefines WS-PRICE-BUILT.
           05  WS-PRICE-BUILT-WHOLE    pic x(05).
           05  WS-PRICE-BUILT-DEC      pic x(02).
       01  WS-VALUE-OK-SW              pic x(01) value "N".
           88  VALUE-ENTRY-OK                     value "Y".
       01  WS-EFF-DATE-ENTRY           pic x(08).
       01  WS-EFF-DATE                 pic 9(08) value 0.
       01  WS-OLD-WEIGHT               pic 9(04)v9(04) value 0.
       01  WS-OLD-PRICE                pic 9(05)v99 value 0.

       01  WS-LIST-LINE.
           05  filler                  pic x(02) value spaces.
           05  LS-CODE                 pic x(06).
           05  filler                  pic x(02) value spaces.
           05  LS-DESCRIPTION          pic x(24).
           05  filler                  pic x(02) value spaces.
           05  LS-WEIGHT               pic zzz9.9999.
           05  filler                  pic x(02) value spaces.
           05  LS-PRICE                pic zzzz9.99.
           05  filler                  pic x(02) value spaces.
           05  LS-ACTIVE-FLAG          pic x(01).
           05  filler                  pic x(02) value spaces.
           05  LS-NEW-WEIGHT           pic zzz9.9999.
           05  filler                  pic x(02) value spaces.
           05  LS-NEW-PRICE            pic zzzz9.99.
           05  filler                  pic x(02) value spaces.
           05  LS-NEW-EFF-DATE         pic 9(08).

       procedure division.
       accept WS-TODAY from date yyyymmdd
       if SIGNON-OPERATOR-ID not = spaces
           and SIGNON-OPERATOR-ID not = low-values
           move SIGNON-OPERATOR-ID to WS-OPERATOR-ID
       else
           display "Operator ID: " with no advancing
           accept WS-OPERATOR-ID
       end-if

       open i-o material-file
       if WS-MATL-STATUS not = "00"
           open output material-file
           close material-file
           open i-o material-file
       end-if
       if WS-MATL-STATUS not = "00"
           display "[MATLMNT] cannot open the material catalogue,"
               " status " WS-MATL-STATUS
       else
           move 0 to WS-MAINT-CHOICE
           perform show-material-menu until WS-MAINT-DONE
           close material-file
       end-if
       goback.

       show-material-menu.
           display " "
           display " 1. List materials"
           display " 2. Add a material"
           display " 3. Change weight / price (staged by effective date)"
           display " 4. Deactivate a material"
           display " 5. Reactivate a material"
           display " 9. Done"
           display "Selection: " with no advancing
           accept WS-MAINT-CHOICE

           evaluate WS-MAINT-CHOICE
               when 1
                   perform list-all-materials
               when 2
                   perform add-material
               when 3
                   perform change-material
               when 4
                   perform deactivate-material
               when 5
                   perform reactivate-material
               when 9
                   continue
               when other
                   display "Not a valid selection"
           end-evaluate.

       list-all-materials.
           move low-values to MAT-CODE
           start material-file key >= MAT-CODE
           if WS-MATL-STATUS not = "00"
               display "[MATLMNT] no materials on file"
           else
               set WS-MATL-OK to true
               perform list-next-material until WS-MATL-EOF
           end-if.

       list-next-material.
           read material-file next
               at end
                   set WS-MATL-EOF to true
               not at end
                   move MAT-CODE to LS-CODE
                   move MAT-DESCRIPTION to LS-DESCRIPTION
                   move MAT-WEIGHT-PER-AREA to LS-WEIGHT
                   move MAT-PRICE-PER-METRE to LS-PRICE
                   move MAT-ACTIVE-FLAG to LS-ACTIVE-FLAG
                   move MAT-NEW-WEIGHT-PER-AREA to LS-NEW-WEIGHT
                   move MAT-NEW-PRICE-PER-METRE to LS-NEW-PRICE
                   move MAT-NEW-EFF-DATE to LS-NEW-EFF-DATE
                   display WS-LIST-LINE
           end-read.

       add-material.
           perform prompt-for-material-code
           if WS-CODE-ENTRY = spaces
               display "[MATLMNT] a material code is required"
           else
               move WS-CODE-ENTRY to MAT-CODE
               read material-file
               if WS-MATL-STATUS = "00"
                   display "[MATLMNT] material already on file"
               else
                   display "Description: " with no advancing
                   accept WS-DESCRIPTION-ENTRY
                   perform prompt-for-weight-and-price
                   if VALUE-ENTRY-OK
                       move WS-CODE-ENTRY to MAT-CODE
                       move WS-DESCRIPTION-ENTRY to MAT-DESCRIPTION
                       move WS-WEIGHT-BUILT to MAT-WEIGHT-PER-AREA
                       move WS-PRICE-BUILT to MAT-PRICE-PER-METRE
                       set MAT-ACTIVE to true
                       move WS-TODAY to MAT-EFF-DATE
                       move 0 to MAT-NEW-WEIGHT-PER-AREA
                       move 0 to MAT-NEW-PRICE-PER-METRE
                       move 0 to MAT-NEW-EFF-DATE
                       write MATERIAL-RECORD
                       if WS-MATL-STATUS = "00"
                           move 0 to WS-OLD-WEIGHT
                           move 0 to WS-OLD-PRICE
                           perform write-material-audit-add
                       else
                           display "[MATLMNT] write failed, status "
                               WS-MATL-STATUS
                       end-if
                   end-if
               end-if
           end-if.

       change-material.
           perform prompt-for-material-code
           move WS-CODE-ENTRY to MAT-CODE
           read material-file
           if WS-MATL-STATUS not = "00"
               display "[MATLMNT] material not on file"
           else
               perform promote-arrived-stage
               perform prompt-for-weight-and-price
               if VALUE-ENTRY-OK
                   perform prompt-for-effective-date
                   move MAT-WEIGHT-PER-AREA to WS-OLD-WEIGHT
                   move MAT-PRICE-PER-METRE to WS-OLD-PRICE
                   move WS-WEIGHT-BUILT to MAT-NEW-WEIGHT-PER-AREA
                   move WS-PRICE-BUILT to MAT-NEW-PRICE-PER-METRE
                   move WS-EFF-DATE to MAT-NEW-EFF-DATE
                   rewrite MATERIAL-RECORD
                   if WS-MATL-STATUS = "00"
                       perform write-material-audit-change
                   else
                       display "[MATLMNT] rewrite failed, status "
                           WS-MATL-STATUS
                   end-if
               end-if
           end-if.

      *> a staged change whose effective date has arrived is the
      *> value in force - fold it in before restaging, so a live
      *> cutover is never overwritten
       promote-arrived-stage.
           if MAT-NEW-EFF-DATE > 0
               and MAT-NEW-EFF-DATE <= WS-TODAY
               move MAT-NEW-WEIGHT-PER-AREA to MAT-WEIGHT-PER-AREA
               move MAT-NEW-PRICE-PER-METRE to MAT-PRICE-PER-METRE
               move MAT-NEW-EFF-DATE to MAT-EFF-DATE
               move 0 to MAT-NEW-WEIGHT-PER-AREA
               move 0 to MAT-NEW-PRICE-PER-METRE
               move 0 to MAT-NEW-EFF-DATE
           end-if.

       deactivate-material.
           perform prompt-for-material-code
           move WS-CODE-ENTRY to MAT-CODE
           read material-file
           if WS-MATL-STATUS not = "00"
               display "[MATLMNT] material not on file"
           else
               if MAT-INACTIVE
                   display "[MATLMNT] material already inactive"
               else
                   set MAT-INACTIVE to true
                   rewrite MATERIAL-RECORD
                   if WS-MATL-STATUS = "00"
                       perform keep-current-values
                       perform write-material-audit-deactivate
                   else
                       display "[MATLMNT] rewrite failed, status "
                           WS-MATL-STATUS
                   end-if
               end-if
           end-if.

       reactivate-material.
           perform prompt-for-material-code
           move WS-CODE-ENTRY to MAT-CODE
           read material-file
           if WS-MATL-STATUS not = "00"
               display "[MATLMNT] material not on file"
           else
               if MAT-ACTIVE
                   display "[MATLMNT] material already active"
               else
                   move "A" to MAT-ACTIVE-FLAG
                   rewrite MATERIAL-RECORD
                   if WS-MATL-STATUS = "00"
                       perform keep-current-values
                       perform write-material-audit-reactivate
                   else
                       display "[MATLMNT] rewrite failed, status "
                           WS-MATL-STATUS
                   end-if
               end-if
           end-if.

       prompt-for-material-code.
           display "Material code: " with no advancing
           accept WS-CODE-ENTRY.

       prompt-for-weight-and-price.
           move "N" to WS-VALUE-OK-SW
           display "Unit weight kg/m2 (NNNN.NNNN): " with no advancing
           accept WS-WEIGHT-ENTRY
           if WS-WEIGHT-WHOLE is numeric
               and WS-WEIGHT-POINT = "."
               and WS-WEIGHT-DECIMAL is numeric
               move WS-WEIGHT-WHOLE to WS-WEIGHT-BUILT-WHOLE
               move WS-WEIGHT-DECIMAL to WS-WEIGHT-BUILT-DEC
               display "Price per metre (NNNNN.NN): " with no advancing
               accept WS-PRICE-ENTRY
               if WS-PRICE-WHOLE is numeric
                   and WS-PRICE-POINT = "."
                   and WS-PRICE-DECIMAL is numeric
                   move WS-PRICE-WHOLE to WS-PRICE-BUILT-WHOLE
                   move WS-PRICE-DECIMAL to WS-PRICE-BUILT-DEC
                   set VALUE-ENTRY-OK to true
               else
                   display "[MATLMNT] price must be keyed as NNNNN.NN"
               end-if
           else
               display "[MATLMNT] weight must be keyed as NNNN.NNNN"
           end-if.

       prompt-for-effective-date.
           display "Effective date (YYYYMMDD, blank = today): "
               with no advancing
           accept WS-EFF-DATE-ENTRY
           if WS-EFF-DATE-ENTRY is numeric
               move WS-EFF-DATE-ENTRY to WS-EFF-DATE
           else
               move WS-TODAY to WS-EFF-DATE
           end-if.

      *> a deactivate or reactivate changes no value - the audit
      *> carries the values in force as both old and new
       keep-current-values.
           move MAT-WEIGHT-PER-AREA to WS-OLD-WEIGHT
           move MAT-PRICE-PER-METRE to WS-OLD-PRICE
           move MAT-WEIGHT-PER-AREA to WS-WEIGHT-BUILT
           move MAT-PRICE-PER-METRE to WS-PRICE-BUILT.

       write-material-audit-add.
           move "A" to MAUD-ACTION
           move WS-TODAY to MAUD-EFF-DATE
           perform write-material-audit-record.

       write-material-audit-change.
           move "C" to MAUD-ACTION
           move WS-EFF-DATE to MAUD-EFF-DATE
           perform write-material-audit-record.

       write-material-audit-deactivate.
           move "D" to MAUD-ACTION
           move WS-TODAY to MAUD-EFF-DATE
           perform write-material-audit-record.

       write-material-audit-reactivate.
           move "R" to MAUD-ACTION
           move WS-TODAY to MAUD-EFF-DATE
           perform write-material-audit-record.

       write-material-audit-record.
           move WS-CODE-ENTRY to MAUD-MATERIAL-CODE
           move WS-OLD-WEIGHT to MAUD-OLD-WEIGHT
           move WS-WEIGHT-BUILT to MAUD-NEW-WEIGHT
           move WS-OLD-PRICE to MAUD-OLD-PRICE
           move WS-PRICE-BUILT to MAUD-NEW-PRICE
           move WS-OPERATOR-ID to MAUD-OPERATOR-ID
           accept MAUD-DATE from date yyyymmdd
           accept MAUD-TIME from time
           open extend material-audit-file
           if WS-MAUD-STATUS not = "00"
               open output material-audit-file
           end-if
           write MATERIAL-AUDIT-RECORD
           close material-audit-file.
