      *> and what was it before" is answered at the screen instead of
      *> from archive tapes.  The SSN is masked on screen (last four
      *> digits only), same as every other display.
      *> modified Oct 14th 2026 - a change posted on a supervisor's
      *> approval shows the approving supervisor beside the
      *> requesting operator.
      *> modified Oct 14th 2026 - every history inquiry is written to
      *> the SSN access log (acclog copybook) with the signed-on
      *> operator, found or not.
       environment division.
       input-output section.
       file-control.
           select employee-history-file assign to "EMPHIST"
               organization line sequential
               file status WS-HIST-STATUS.
           select access-log-file assign to "ACCLOG"
               organization line sequential
               file status WS-ACCLOG-STATUS.

       data division.
       file section.
       COPY emphist.
       COPY acclog.

       working-storage section.
       COPY ssnfld.
       COPY ssnsw.
       COPY ssnmsk.
       COPY oprsign.
       01  WS-HIST-STATUS              pic xx value "00".
           88  WS-HIST-OK                         value "00".
           88  WS-HIST-EOF                        value "10".
           88  SSN-ENTRY-VALID                    value "Y".
           88  SSN-ENTRY-RETRY                    value "N".
       01  WS-HISTORY-COUNT            pic 9(05) value 0.
       01  WS-ACCLOG-STATUS            pic xx value "00".
       01  WS-ACC-RESULT               pic x(01) value space.

       procedure division.
       open input employee-history-file
           perform show-history-record until WS-HIST-EOF
           if WS-HISTORY-COUNT = 0
               display "[EMPHINQ] no history on file for that SSN"
               move "N" to WS-ACC-RESULT
           else
               display " "
               display "Changes shown: " WS-HISTORY-COUNT
               move "F" to WS-ACC-RESULT
           end-if
           perform write-access-log
           close employee-history-file
       end-if
       goback.
           display " "
           display HIST-DATE " " HIST-TIME " by " HIST-PROGRAM
               " operator " HIST-OPERATOR-ID
           if HIST-APPROVER-ID not = spaces
               display "  approved by " HIST-APPROVER-ID
           end-if
           if HIST-BEFORE-IMAGE = spaces
               display "  ENROLLED   name: " HIST-NEW-NAME
               display "             hire: " HIST-NEW-HIRE-DATE
               end-if
           end-if.

       write-access-log.
           open extend access-log-file
           if WS-ACCLOG-STATUS not = "00"
               open output access-log-file
           end-if
           accept ACC-DATE from date yyyymmdd
           accept ACC-TIME from time
           if SIGNON-OPERATOR-ID not = spaces
               and SIGNON-OPERATOR-ID not = low-values
               move SIGNON-OPERATOR-ID to ACC-OPERATOR-ID
           else
               move "NOSIGNON" to ACC-OPERATOR-ID
           end-if
           move SSN-TEXT to ACC-SSN
           move "EMPHINQ" to ACC-SCREEN
           move WS-ACC-RESULT to ACC-RESULT
           write ACCESS-LOG-RECORD
           close access-log-file.

       COPY ssnchk.
       COPY ssnmskp.
