      *> excpost.cpy
      *> Shared exception work-queue paragraphs.  COPY into the
      *> PROCEDURE DIVISION of any program that has also COPYed
      *> excpwrk.cpy into WORKING-STORAGE and excprec.cpy into the
      *> FILE SECTION.  PERFORM OPEN-EXCEPTION-QUEUE once before the
      *> first post (the file is created on its first night), POST-
      *> EXCEPTION-ITEM for each exception raised, and CLOSE-
      *> EXCEPTION-QUEUE at the end.  A queue that cannot be opened
      *> is reported once and posting is skipped - the night's print
      *> file still carries every exception.
       open-exception-queue.
           move "N" to WS-EXCITEM-SW
           accept EXP-RUN-DATE from date yyyymmdd
           open i-o exception-item-file
           if WS-EXCITEM-STATUS not = "00"
               open output exception-item-file
               close exception-item-file
               open i-o exception-item-file
           end-if
           if WS-EXCITEM-STATUS = "00"
               set EXCEPTION-QUEUE-OPEN to true
           else
               display "[EXCPITEM] exception queue unavailable, status "
                   WS-EXCITEM-STATUS " - items not posted"
           end-if.

      *> a new item is written open; an open item found again just
      *> has its last-raised date and image refreshed; a closed item
      *> stays closed while its underlying data is unchanged and is
      *> reopened - aging from tonight, resolution cleared - once it
      *> changes.
       post-exception-item.
           if EXCEPTION-QUEUE-OPEN
               move EXP-TYPE to EXC-TYPE
               move EXP-SSN to EXC-SSN
               move EXP-DETAIL-KEY to EXC-DETAIL-KEY
               read exception-item-file
               if WS-EXCITEM-STATUS not = "00"
                   perform write-new-exception-item
               else
                   if EXC-OPEN
                       move EXP-RUN-DATE to EXC-LAST-RAISED
                       move EXP-REASON to EXC-REASON
                       move EXP-DATA-IMAGE to EXC-DATA-IMAGE
                       rewrite EXCEPTION-ITEM-RECORD
                       add 1 to EXP-STILL-OPEN-COUNT
                   else
                       if EXC-DATA-IMAGE = EXP-DATA-IMAGE
                           move EXP-RUN-DATE to EXC-LAST-RAISED
                           rewrite EXCEPTION-ITEM-RECORD
                           add 1 to EXP-HELD-CLOSED-COUNT
                       else
                           perform reopen-exception-item
                       end-if
                   end-if
               end-if
           end-if.

       write-new-exception-item.
           move EXP-TYPE to EXC-TYPE
           move EXP-SSN to EXC-SSN
           move EXP-DETAIL-KEY to EXC-DETAIL-KEY
           move EXP-RUN-DATE to EXC-FIRST-RAISED
           move EXP-RUN-DATE to EXC-LAST-RAISED
           set EXC-OPEN to true
           move EXP-REASON to EXC-REASON
           move EXP-DATA-IMAGE to EXC-DATA-IMAGE
           move spaces to EXC-RESOLUTION-CODE
           move spaces to EXC-RESOLUTION-NOTE
           move spaces to EXC-CLOSED-BY
           move 0 to EXC-CLOSED-DATE
           write EXCEPTION-ITEM-RECORD
           if WS-EXCITEM-STATUS = "00"
               add 1 to EXP-NEW-COUNT
           else
               display "[EXCPITEM] item write failed, status "
                   WS-EXCITEM-STATUS
           end-if.

       reopen-exception-item.
           move EXP-RUN-DATE to EXC-FIRST-RAISED
           move EXP-RUN-DATE to EXC-LAST-RAISED
           set EXC-OPEN to true
           move EXP-REASON to EXC-REASON
           move EXP-DATA-IMAGE to EXC-DATA-IMAGE
           move spaces to EXC-RESOLUTION-CODE
           move spaces to EXC-RESOLUTION-NOTE
           move spaces to EXC-CLOSED-BY
           move 0 to EXC-CLOSED-DATE
           rewrite EXCEPTION-ITEM-RECORD
           add 1 to EXP-REOPENED-COUNT.

       close-exception-queue.
           if EXCEPTION-QUEUE-OPEN
               close exception-item-file
               move "N" to WS-EXCITEM-SW
           end-if.
