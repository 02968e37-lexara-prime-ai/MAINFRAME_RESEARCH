      *> excpwrk.cpy
      *> Posting area for the shared exception work-queue paragraphs
      *> (excpost.cpy).  COPY into WORKING-STORAGE of any program that
      *> posts to the queue; the program declares its own FD/SELECT
      *> for EXCEPTION-ITEM-FILE (excprec.cpy, DD EXCPITEM, indexed,
      *> random access, key EXC-KEY, file status WS-EXCITEM-STATUS).
      *> Fill EXP-TYPE, EXP-SSN, EXP-DETAIL-KEY, EXP-REASON and
      *> EXP-DATA-IMAGE, then PERFORM POST-EXCEPTION-ITEM.  The counts
      *> say what the night did to the queue: items new tonight,
      *> closed items reopened on changed data, items already open
      *> and found again, and closed items found again unchanged
      *> (left closed).
       01  WS-EXCITEM-STATUS           pic xx value "00".
       01  WS-EXCITEM-SW               pic x(01) value "N".
           88  EXCEPTION-QUEUE-OPEN               value "Y".
       01  EXCEPTION-POST-AREA.
           05  EXP-TYPE                pic x(04).
           05  EXP-SSN                 pic x(09).
           05  EXP-DETAIL-KEY          pic x(09).
           05  EXP-REASON              pic x(30).
           05  EXP-DATA-IMAGE          pic x(40).
           05  EXP-RUN-DATE            pic 9(08) value 0.
       01  EXP-NEW-COUNT               pic 9(07) value 0.
       01  EXP-REOPENED-COUNT          pic 9(07) value 0.
       01  EXP-STILL-OPEN-COUNT        pic 9(07) value 0.
       01  EXP-HELD-CLOSED-COUNT       pic 9(07) value 0.
