      *> scanrul.cpy
      *> Employee master integrity rules - the numbered consistency
      *> rules the weekly master scan (empscan) checks every record
      *> against, with the text printed beside each break.  The scan
      *> writes one run-statistics record per rule (program EMPSCNnn,
      *> nn the rule number, the rule's count in RC-EXCEPTIONS), and
      *> the morning operations summary takes the rule text from here
      *> when it prints the scan's trend.  A new rule is added at the
      *> end with the next number and SCAN-RULE-COUNT raised to match
      *> - never renumber, or the trend compares unlike rules.  COPY
      *> into WORKING-STORAGE.
       01  SCAN-RULE-VALUES.
           05  filler                  pic x(32) value
               "01NAME IS BLANK".
           05  filler                  pic x(32) value
               "02HIRE DATE NOT A REAL DATE".
           05  filler                  pic x(32) value
               "03HIRE DATE AFTER BUSINESS DATE".
           05  filler                  pic x(32) value
               "04STATUS NOT A, I OR L".
           05  filler                  pic x(32) value
               "05ACTIVE OR LEAVE WITH TERM DATE".
           05  filler                  pic x(32) value
               "06INACTIVE WITH NO TERM DATE".
           05  filler                  pic x(32) value
               "07TERM DATE NOT A REAL DATE".
           05  filler                  pic x(32) value
               "08HIRE DATE AFTER TERM DATE".
           05  filler                  pic x(32) value
               "09BRANCH NOT ON BRANCH MASTER".
           05  filler                  pic x(32) value
               "10ON LEAVE, LEAVE DATES BAD".
       01  SCAN-RULE-TABLE redefines SCAN-RULE-VALUES.
           05  SCAN-RULE-ENTRY occurs 10 times.
               10  SCAN-RULE-NUMBER    pic 9(02).
               10  SCAN-RULE-TEXT      pic x(30).
       01  SCAN-RULE-COUNT             pic 9(02) value 10.
