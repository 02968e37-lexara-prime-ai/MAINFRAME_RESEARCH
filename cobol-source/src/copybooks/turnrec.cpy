      *> turnrec.cpy
      *> Quarterly turnover record - one per branch per quarter plus
      *> a company record (TOV-BRANCH "ALL"; "---" is the employees
      *> enrolled before branches were carried), written by the
      *> quarter-end turnover report (turnrpt) to the finance flat
      *> file so finance loads the figures instead of re-keying them,
      *> and appended to the cumulative turnover history the next
      *> quarter's report takes its quarter-over-quarter change from.
      *> Headcount is employees on the payroll - active or on leave.
      *> TOV-TURNOVER-RATE is terminations over the average of
      *> opening and closing headcount, as a percentage;
      *> TOV-AVG-TENURE is the average years of service of the
      *> active staff at the period end, from EMP-HIRE-DATE.
      *> TOV-EARLY-LEAVERS are terminations within 90 days of hire.
      *> COPY into WORKING-STORAGE; the owning program declares its
      *> own FD/SELECTs with a pic x(90) record and writes/reads
      *> through this layout.
       01  TURNOVER-RECORD.
           05  TOV-PERIOD-END          pic 9(08).
           05  TOV-QUARTER             pic x(06).
           05  TOV-BRANCH              pic x(03).
           05  TOV-OPENING             pic 9(07).
           05  TOV-CLOSING             pic 9(07).
           05  TOV-HIRES               pic 9(07).
           05  TOV-TERMS               pic 9(07).
           05  TOV-REHIRES             pic 9(07).
           05  TOV-TRANSFERS-IN        pic 9(07).
           05  TOV-TRANSFERS-OUT       pic 9(07).
           05  TOV-EARLY-LEAVERS       pic 9(07).
           05  TOV-TURNOVER-RATE       pic 9(03)v99.
           05  TOV-ACTIVE-COUNT        pic 9(07).
           05  TOV-AVG-TENURE          pic 9(03)v99.
