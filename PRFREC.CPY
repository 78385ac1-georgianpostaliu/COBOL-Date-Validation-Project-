      *****************************************************
      *PRFREC.CPY
      *SHARED FILE RECORD FOR THE VALPROF VALIDATION-PROFILE
      *MASTER, ONE ENTRY PER UPSTREAM SOURCE SYSTEM WHOSE DATES
      *MUST PASS BUSINESS RULES BEYOND CALENDAR VALIDITY. A
      *SOURCE WITH NO ENTRY IS JUDGED ON CALENDAR VALIDITY AND
      *THE FISCAL PERIOD ONLY. RULES (Y = APPLY, SPACE = OFF):
      *    NOT-FUTURE   - NOT LATER THAN THE FEED DATE
      *    MAX AGE      - NOT OLDER THAN PRF-MAX-AGE DAYS BEFORE
      *                   THE FEED DATE, COUNTED IN CALENDAR (C)
      *                   OR BUSINESS (B) DAYS OF THE SOURCE'S
      *                   REGISTRY CALENDAR. SPACES = NO LIMIT
      *    BUSINESS DAY - A BUSINESS DAY ON THAT CALENDAR
      *    MONTH-END    - THE LAST CALENDAR DAY OF ITS MONTH
      *    OPEN PERIOD  - PROVEN TO FALL IN AN OPEN FISCPER
      *                   PERIOD, SO THE DATE REJECTS WHEN THE
      *                   FISCAL MASTER IS NOT AVAILABLE
      *COBBDATE LOADS IT AT START OF RUN AND APPLIES THE RULES
      *FRESH TO EVERY ACCEPTED DATE - NEVER FROM RSLTMAST.
      *****************************************************
       01 PRF-RECORD.
          05 PRF-SOURCE-ID           PIC X(8).
          05 FILLER                  PIC X(1).
          05 PRF-NOT-FUTURE          PIC X(1).
             88 PRF-NOT-FUTURE-RULE     VALUE 'Y'.
          05 FILLER                  PIC X(1).
          05 PRF-MAX-AGE             PIC X(3).
          05 PRF-MAX-AGE-NUM REDEFINES PRF-MAX-AGE
                                     PIC 9(3).
          05 FILLER                  PIC X(1).
          05 PRF-AGE-BASIS           PIC X(1).
             88 PRF-AGE-CALENDAR        VALUE 'C'.
             88 PRF-AGE-BUSINESS        VALUE 'B'.
          05 FILLER                  PIC X(1).
          05 PRF-BUSDAY              PIC X(1).
             88 PRF-BUSDAY-RULE         VALUE 'Y'.
          05 FILLER                  PIC X(1).
          05 PRF-MONTH-END           PIC X(1).
             88 PRF-MONTH-END-RULE      VALUE 'Y'.
          05 FILLER                  PIC X(1).
          05 PRF-OPEN-PERIOD         PIC X(1).
             88 PRF-OPEN-PERIOD-RULE    VALUE 'Y'.
          05 FILLER                  PIC X(1).
          05 PRF-DESCRIPTION         PIC X(30).
