       >>SOURCE FORMAT FREE
       identification division.
       program-id. excpmnt.
       author. Irfan Ghat.
       date-written.Oct 14th 2026
      *> exception work queue - the clerk's screen over the open-items
      *> file the nightly checks post to (SSA high-group
      *> reconciliation, death-master screening, duplicate-person
      *> scan, payroll confirmation, cross-branch deck collisions,
      *> overdue leaves of absence, held transactions naming a
      *> closed branch).  Lists open items, all types
      *> or one, or every item on file for one SSN, with masked SSNs
      *> and an item number the way namesrch lists its matches; the
      *> clerk picks an item, sees its reason, when it was first and
      *> last raised and how long it has been outstanding, and can
      *> close it with a resolution code and a note.  The closing
      *> operator and date go on the item.  A closed item is only
      *> reopened by the nightly check that raised it, and only when
      *> the underlying data changes - nothing here reopens one.
       environment division.
       input-output section.
       file-control.
           select exception-item-file assign to "EXCPITEM"
               organization indexed
               access mode dynamic
               record key EXC-KEY
               file status WS-EXCITEM-STATUS.

       data division.
       file section.
       COPY excprec.

       working-storage section.
       COPY oprsign.
       COPY ssnfld.
       COPY ssnmsk.
       COPY datewrk.
       01  WS-EXCITEM-STATUS           pic xx value "00".
           88  WS-EXCITEM-OK                      value "00".
           88  WS-EXCITEM-EOF                     value "10".
       01  WS-OPERATOR-ID              pic x(08).
       01  WS-MAINT-CHOICE             pic 9 value 0.
           88  WS-MAINT-DONE                      value 9.
       01  WS-TODAY                    pic 9(08) value 0.
       01  WS-TODAY-DAYS               pic 9(07) value 0.
       01  WS-DAYS-OUTSTANDING         pic 9(05) value 0.

       01  WS-SEL-TYPE                 pic x(04).
       01  WS-SEL-SSN                  pic x(09).
       01  WS-SEL-OPEN-ONLY-SW         pic x(01) value "Y".
           88  SELECT-OPEN-ONLY                   value "Y".
       01  WS-SELECT-SW                pic x(01) value "N".
           88  ITEM-SELECTED                      value "Y".

       01  WS-ITEM-TABLE.
           05  WS-ITEM-ENTRY occurs 100 times.
               10  ITM-KEY             pic x(22).
       01  WS-ITEM-COUNT               pic 9(03) value 0.
       01  WS-ITEM-SUB                 pic 9(03) value 0.
       01  WS-PICK-NUMBER              pic 9(03) value 0.
       01  WS-TABLE-FULL-SW            pic x(01) value "N".
           88  ITEM-TABLE-FULL                    value "Y".

       01  WS-RESOLUTION-ENTRY         pic x(04).
           88  VALID-RESOLUTION-CODE              value "FIXD" "VALD"
                                                        "DUPL" "RFRD"
                                                        "OTHR".
       01  WS-NOTE-ENTRY               pic x(40).
       01  WS-CLOSE-ENTRY              pic x(01).

       01  WS-DETAIL-DISPLAY           pic x(09).

       01  WS-LIST-LINE.
           05  LS-ITEM-NUMBER          pic zz9.
           05  filler                  pic x(02) value ". ".
           05  LS-TYPE                 pic x(04).
           05  filler                  pic x(01) value spaces.
           05  LS-SSN                  pic x(09).
           05  filler                  pic x(01) value spaces.
           05  LS-DETAIL               pic x(09).
           05  filler                  pic x(01) value spaces.
           05  LS-STATUS               pic x(01).
           05  filler                  pic x(01) value spaces.
           05  LS-FIRST-RAISED         pic 9(08).
           05  filler                  pic x(01) value spaces.
           05  LS-DAYS                 pic zzzz9.
           05  filler                  pic x(01) value spaces.
           05  LS-REASON               pic x(24).

       procedure division.
       accept WS-TODAY from date yyyymmdd
       move WS-TODAY to DTE-DATE
       perform convert-date-to-days
       move DTE-DAY-NUMBER to WS-TODAY-DAYS
       if SIGNON-OPERATOR-ID not = spaces
           and SIGNON-OPERATOR-ID not = low-values
           move SIGNON-OPERATOR-ID to WS-OPERATOR-ID
       else
           display "Operator ID: " with no advancing
           accept WS-OPERATOR-ID
       end-if

       open i-o exception-item-file
       if WS-EXCITEM-STATUS not = "00"
           display "[EXCPMNT] no exception queue present -"
               " nothing has been posted yet"
       else
           move 0 to WS-MAINT-CHOICE
           perform show-queue-menu until WS-MAINT-DONE
           close exception-item-file
       end-if
       goback.

       show-queue-menu.
           display " "
           display " 1. List open items (all types or one type)"
           display " 2. List all items for an SSN"
           display " 9. Done"
           display "Selection: " with no advancing
           accept WS-MAINT-CHOICE

           evaluate WS-MAINT-CHOICE
               when 1
                   display "Item type (SSAR DMFS DUPS PAYC XBRM LVOD BRCL,"
                       " blank = all): " with no advancing
                   accept WS-SEL-TYPE
                   move spaces to WS-SEL-SSN
                   move "Y" to WS-SEL-OPEN-ONLY-SW
                   perform list-queue-items
               when 2
                   display "SSN: " with no advancing
                   accept WS-SEL-SSN
                   move spaces to WS-SEL-TYPE
                   move "N" to WS-SEL-OPEN-ONLY-SW
                   perform list-queue-items
               when 9
                   continue
               when other
                   display "Not a valid selection"
           end-evaluate.

      *> ---------------------------------------------------------
      *> listing - items in key order (type, SSN), first 100 kept
      *> for the pick
      *> ---------------------------------------------------------
       list-queue-items.
           move 0 to WS-ITEM-COUNT
           move "N" to WS-TABLE-FULL-SW
           move low-values to EXC-KEY
           if WS-SEL-TYPE not = spaces
               move WS-SEL-TYPE to EXC-TYPE
           end-if
           start exception-item-file key >= EXC-KEY
           if WS-EXCITEM-STATUS not = "00"
               display "[EXCPMNT] no items on file"
           else
               set WS-EXCITEM-OK to true
               perform list-next-item
                   until WS-EXCITEM-EOF or ITEM-TABLE-FULL
               if WS-ITEM-COUNT = 0
                   display "[EXCPMNT] no items match"
               else
                   if ITEM-TABLE-FULL
                       display "[EXCPMNT] first 100 items shown -"
                           " work these or narrow the list"
                   end-if
                   perform pick-an-item
               end-if
           end-if.

       list-next-item.
           read exception-item-file next
               at end
                   set WS-EXCITEM-EOF to true
               not at end
                   if WS-SEL-TYPE not = spaces
                       and EXC-TYPE not = WS-SEL-TYPE
                       set WS-EXCITEM-EOF to true
                   else
                       perform check-item-selection
                       if ITEM-SELECTED
                           perform list-one-item
                       end-if
                   end-if
           end-read.

       check-item-selection.
           move "Y" to WS-SELECT-SW
           if SELECT-OPEN-ONLY and not EXC-OPEN
               move "N" to WS-SELECT-SW
           end-if
           if WS-SEL-SSN not = spaces
               and EXC-SSN not = WS-SEL-SSN
               and EXC-DETAIL-KEY not = WS-SEL-SSN
               move "N" to WS-SELECT-SW
           end-if.

       list-one-item.
           if WS-ITEM-COUNT >= 100
               set ITEM-TABLE-FULL to true
           else
               add 1 to WS-ITEM-COUNT
               move EXC-KEY to ITM-KEY(WS-ITEM-COUNT)
               move WS-ITEM-COUNT to LS-ITEM-NUMBER
               move EXC-TYPE to LS-TYPE
               move EXC-SSN to SSN-TEXT
               perform mask-ssn
               move SSN-MASKED to LS-SSN
               perform format-detail-key
               move WS-DETAIL-DISPLAY to LS-DETAIL
               move EXC-STATUS to LS-STATUS
               move EXC-FIRST-RAISED to LS-FIRST-RAISED
               perform compute-days-outstanding
               move WS-DAYS-OUTSTANDING to LS-DAYS
               move EXC-REASON to LS-REASON
               display WS-LIST-LINE
           end-if.

      *> the other SSN of a duplicate pair is masked like the first;
      *> a collision's detail key is the two branch codes
       format-detail-key.
           if EXC-TYPE-DUPLICATE
               move EXC-DETAIL-KEY to SSN-TEXT
               perform mask-ssn
               move SSN-MASKED to WS-DETAIL-DISPLAY
           else
               move EXC-DETAIL-KEY to WS-DETAIL-DISPLAY
           end-if.

       compute-days-outstanding.
           move 0 to WS-DAYS-OUTSTANDING
           if EXC-FIRST-RAISED > 0 and EXC-FIRST-RAISED <= WS-TODAY
               move EXC-FIRST-RAISED to DTE-DATE
               perform convert-date-to-days
               compute WS-DAYS-OUTSTANDING =
                   WS-TODAY-DAYS - DTE-DAY-NUMBER
           end-if.

      *> ---------------------------------------------------------
      *> one item - show it, and close it if the clerk says so
      *> ---------------------------------------------------------
       pick-an-item.
           display "Item number to work (0 to exit): "
               with no advancing
           accept WS-PICK-NUMBER
           if WS-PICK-NUMBER = 0
               continue
           else
               if WS-PICK-NUMBER > WS-ITEM-COUNT
                   display "[EXCPMNT] no such item"
               else
                   perform work-picked-item
               end-if
           end-if.

       work-picked-item.
           move ITM-KEY(WS-PICK-NUMBER) to EXC-KEY
           read exception-item-file
           if WS-EXCITEM-STATUS not = "00"
               display "[EXCPMNT] item no longer on file"
           else
               perform display-item
               if EXC-OPEN
                   display "Close this item (Y/N): " with no advancing
                   accept WS-CLOSE-ENTRY
                   if WS-CLOSE-ENTRY = "Y" or WS-CLOSE-ENTRY = "y"
                       perform close-picked-item
                   end-if
               end-if
           end-if.

       display-item.
           move EXC-SSN to SSN-TEXT
           perform mask-ssn
           perform format-detail-key
           perform compute-days-outstanding
           display " "
           display "Type:          " EXC-TYPE
           display "SSN:           " SSN-MASKED
           display "Detail:        " WS-DETAIL-DISPLAY
           display "Reason:        " EXC-REASON
           display "First raised:  " EXC-FIRST-RAISED
               "   days outstanding " WS-DAYS-OUTSTANDING
           display "Last raised:   " EXC-LAST-RAISED
           if EXC-OPEN
               display "Status:        OPEN"
           else
               display "Status:        CLOSED " EXC-CLOSED-DATE
                   " by " EXC-CLOSED-BY
               display "Resolution:    " EXC-RESOLUTION-CODE
               display "Note:          " EXC-RESOLUTION-NOTE
           end-if.

       close-picked-item.
           display "Resolution code - FIXD data corrected,"
               " VALD checked and valid,"
           display "  DUPL duplicate resolved, RFRD referred,"
               " OTHR other (note required): " with no advancing
           accept WS-RESOLUTION-ENTRY
           if not VALID-RESOLUTION-CODE
               display "[EXCPMNT] not a resolution code -"
                   " item left open"
           else
               display "Note: " with no advancing
               accept WS-NOTE-ENTRY
               if WS-RESOLUTION-ENTRY = "OTHR"
                   and WS-NOTE-ENTRY = spaces
                   display "[EXCPMNT] a note is required with OTHR -"
                       " item left open"
               else
                   set EXC-CLOSED to true
                   move WS-RESOLUTION-ENTRY to EXC-RESOLUTION-CODE
                   move WS-NOTE-ENTRY to EXC-RESOLUTION-NOTE
                   move WS-OPERATOR-ID to EXC-CLOSED-BY
                   move WS-TODAY to EXC-CLOSED-DATE
                   rewrite EXCEPTION-ITEM-RECORD
                   if WS-EXCITEM-STATUS = "00"
                       display "[EXCPMNT] item closed"
                   else
                       display "[EXCPMNT] rewrite failed, status "
                           WS-EXCITEM-STATUS
                   end-if
               end-if
           end-if.

       COPY ssnmskp.
       COPY datecnv.
