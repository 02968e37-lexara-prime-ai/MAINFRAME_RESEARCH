      *> datecnv.cpy
      *> Shared calendar-date paragraphs.  COPY into the PROCEDURE
      *> DIVISION of any program that has also COPYed datewrk.cpy
      *> into WORKING-STORAGE.
      *>
      *> VALIDATE-CALENDAR-DATE - DTE-DATE-TEXT must be numeric, year
      *> 1900 or later, month 01-12, and a day that exists in that
      *> month (leap years by the Gregorian rule).
      *>
      *> CONVERT-DATE-TO-DAYS / CONVERT-DAYS-TO-DATE - a valid
      *> DTE-DATE to and from DTE-DAY-NUMBER, counted in 400-year
      *> cycles of 146097 days from a March-based year so the leap
      *> day falls at the end of the year.  Every division is a
      *> whole-number DIVIDE; no remainder is ever rounded.
       validate-calendar-date.
           set DTE-IS-VALID to true
           if DTE-DATE-TEXT not numeric
               set DTE-IS-INVALID to true
           else
               if DTE-YEAR < 1900
                   or DTE-MONTH < 1 or DTE-MONTH > 12
                   or DTE-DAY < 1
                   set DTE-IS-INVALID to true
               else
                   perform find-days-in-month
                   if DTE-DAY > DTE-MONTH-DAYS
                       set DTE-IS-INVALID to true
                   end-if
               end-if
           end-if.

       find-days-in-month.
           evaluate DTE-MONTH
               when 4
               when 6
               when 9
               when 11
                   move 30 to DTE-MONTH-DAYS
               when 2
                   divide DTE-YEAR by 4 giving DTE-WORK-1
                       remainder DTE-WORK-2
                   divide DTE-YEAR by 100 giving DTE-WORK-1
                       remainder DTE-WORK-3
                   divide DTE-YEAR by 400 giving DTE-WORK-1
                       remainder DTE-WORK-4
                   if DTE-WORK-2 = 0
                       and (DTE-WORK-3 not = 0 or DTE-WORK-4 = 0)
                       move 29 to DTE-MONTH-DAYS
                   else
                       move 28 to DTE-MONTH-DAYS
                   end-if
               when other
                   move 31 to DTE-MONTH-DAYS
           end-evaluate.

       convert-date-to-days.
           move DTE-YEAR to DTE-CALC-YEAR
           if DTE-MONTH <= 2
               subtract 1 from DTE-CALC-YEAR
               compute DTE-MONTH-PART = DTE-MONTH + 9
           else
               compute DTE-MONTH-PART = DTE-MONTH - 3
           end-if
           divide DTE-CALC-YEAR by 400 giving DTE-ERA
               remainder DTE-YEAR-OF-ERA
           compute DTE-WORK-1 = 153 * DTE-MONTH-PART + 2
           divide DTE-WORK-1 by 5 giving DTE-DAY-OF-YEAR
           add DTE-DAY to DTE-DAY-OF-YEAR
           subtract 1 from DTE-DAY-OF-YEAR
           divide DTE-YEAR-OF-ERA by 4 giving DTE-WORK-1
           divide DTE-YEAR-OF-ERA by 100 giving DTE-WORK-2
           compute DTE-DAY-OF-ERA = DTE-YEAR-OF-ERA * 365
               + DTE-WORK-1 - DTE-WORK-2 + DTE-DAY-OF-YEAR
           compute DTE-DAY-NUMBER = DTE-ERA * 146097 + DTE-DAY-OF-ERA.

       convert-days-to-date.
           divide DTE-DAY-NUMBER by 146097 giving DTE-ERA
               remainder DTE-DAY-OF-ERA
           divide DTE-DAY-OF-ERA by 1460 giving DTE-WORK-1
           divide DTE-DAY-OF-ERA by 36524 giving DTE-WORK-2
           divide DTE-DAY-OF-ERA by 146096 giving DTE-WORK-3
           compute DTE-WORK-4 = DTE-DAY-OF-ERA - DTE-WORK-1
               + DTE-WORK-2 - DTE-WORK-3
           divide DTE-WORK-4 by 365 giving DTE-YEAR-OF-ERA
           divide DTE-YEAR-OF-ERA by 4 giving DTE-WORK-1
           divide DTE-YEAR-OF-ERA by 100 giving DTE-WORK-2
           compute DTE-DAY-OF-YEAR = DTE-DAY-OF-ERA
               - (365 * DTE-YEAR-OF-ERA + DTE-WORK-1 - DTE-WORK-2)
           compute DTE-WORK-1 = 5 * DTE-DAY-OF-YEAR + 2
           divide DTE-WORK-1 by 153 giving DTE-MONTH-PART
           compute DTE-WORK-1 = 153 * DTE-MONTH-PART + 2
           divide DTE-WORK-1 by 5 giving DTE-WORK-2
           compute DTE-DAY = DTE-DAY-OF-YEAR - DTE-WORK-2 + 1
           if DTE-MONTH-PART < 10
               compute DTE-MONTH = DTE-MONTH-PART + 3
           else
               compute DTE-MONTH = DTE-MONTH-PART - 9
           end-if
           compute DTE-CALC-YEAR = DTE-YEAR-OF-ERA + DTE-ERA * 400
           if DTE-MONTH <= 2
               add 1 to DTE-CALC-YEAR
           end-if
           move DTE-CALC-YEAR to DTE-YEAR.
