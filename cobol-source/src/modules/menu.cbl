      *> profile, zeroes the count, and logs the clearance -
      *> locked profiles only.  The profile file is opened i-o
      *> for the rewrites; a successful sign-on zeroes the count.
      *> modified Oct 14th 2026 - added option 9, the excpmnt
      *> exception work queue, where intake clerks and above work
      *> and close the items the nightly checks raise, under the
      *> batch interlock like the other update options since the
      *> nightly checks post to the same queue.  The choice is now
      *> two digits to leave room for further options, and Exit
      *> moves from 9 to 99.
      *> modified Oct 14th 2026 - added option 10, the empaprv
      *> approval screen, where a supervisor approves or declines
      *> the status changes and hire-date fixes keyed in employee
      *> maintenance; supervisors only, and under the batch
      *> interlock like the other update options since an approval
      *> posts to the master.
      *> modified Oct 14th 2026 - added option 11, the jobmnt
      *> fabrication job master maintenance, intake clerks and
      *> above.  Option 11 and the pipe-size run (option 3, which now
      *> posts job-to-date totals to the job master, a batch already
      *> posted that day being logged and not posted again) come
      *> under the batch interlock like the other update options.
      *> modified Oct 14th 2026 - added option 12, the matlmnt pipe
      *> material catalogue maintenance, supervisors only like the
      *> rates file since it sets the prices the estimates use.
       environment division.
       input-output section.
       file-control.
       working-storage section.
       COPY oprsign.
       01  WS-OPR-STATUS               pic xx value "00".
       01  WS-CHOICE                   pic 9(02) value 0.
           88  WS-EXIT-MENU                       value 99.
       01  WS-SIGNON-SW                pic x(01) value "N".
           88  SIGNON-COMPLETE                    value "Y".
           88  SIGNON-FAILED                      value "F".
           display " 6. Maintain the rates file"
           display " 7. Show employee change history"
           display " 8. Clear a locked operator profile"
           display " 9. Work the exception queue"
           display "10. Approve employee changes"
           display "11. Maintain fabrication jobs"
           display "12. Maintain the material catalogue"
           display "99. Exit"
           display "-------------------------------------------"
           display "Selection: " with no advancing
           accept WS-CHOICE
               when 2
                   call "demo"
               when 3
                   perform check-batch-interlock
                   if not BATCH-BLOCKED
                       perform set-online-active
                       call "numbers"
                       perform clear-online-active
                   end-if
               when 4
                   if SIGNON-AUTHORITY < 2
                       display "Not authorized - intake clerks only"
                       perform unlock-operator-profile
                   end-if
               when 9
                   if SIGNON-AUTHORITY < 2
                       display "Not authorized - intake clerks only"
                   else
                       perform check-batch-interlock
                       if not BATCH-BLOCKED
                           perform set-online-active
                           call "excpmnt"
                           perform clear-online-active
                       end-if
                   end-if
               when 10
                   if SIGNON-AUTHORITY < 3
                       display "Not authorized - supervisors only"
                   else
                       perform check-batch-interlock
                       if not BATCH-BLOCKED
                           perform set-online-active
                           call "empaprv"
                           perform clear-online-active
                       end-if
                   end-if
               when 11
                   if SIGNON-AUTHORITY < 2
                       display "Not authorized - intake clerks only"
                   else
                       perform check-batch-interlock
                       if not BATCH-BLOCKED
                           perform set-online-active
                           call "jobmnt"
                           perform clear-online-active
                       end-if
                   end-if
               when 12
                   if SIGNON-AUTHORITY < 3
                       display "Not authorized - supervisors only"
                   else
                       perform check-batch-interlock
                       if not BATCH-BLOCKED
                           perform set-online-active
                           call "matlmnt"
                           perform clear-online-active
                       end-if
                   end-if
               when 99
                   continue
               when other
                   display "Not a valid selection"
