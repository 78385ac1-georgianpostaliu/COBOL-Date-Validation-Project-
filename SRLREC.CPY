      *****************************************************
      *SRLREC.CPY
      *SHARED FILE RECORD FOR THE SETLRULE SETTLEMENT-RULE
      *TABLE, ONE ENTRY PER UPSTREAM SOURCE SYSTEM WHOSE
      *ACCEPTED DATES ARE TRADE DATES TO BE SETTLED:
      *    TRADE CAL  - HOLIDAY CALENDAR OF THE TRADING MARKET
      *    SETL CAL   - HOLIDAY CALENDAR OF THE SETTLEMENT
      *                 CURRENCY'S MARKET (SPACES = DOM FOR
      *                 EITHER CALENDAR)
      *    DAYS       - N OF T+N, BUSINESS DAYS OF THE TRADING
      *                 MARKET
      *    CONVENTION - ROLL TO A BUSINESS DAY OF BOTH MARKETS:
      *                 F FOLLOWING, P PRECEDING, M MODIFIED
      *                 FOLLOWING, AS IN COBDCALC RL
      *COBMDATE LOADS IT AT START OF RUN.
      *****************************************************
       01 SRL-RECORD.
          05 SRL-SOURCE-ID           PIC X(8).
          05 FILLER                  PIC X(1).
          05 SRL-TRADE-CAL           PIC X(3).
          05 FILLER                  PIC X(1).
          05 SRL-SETL-CAL            PIC X(3).
          05 FILLER                  PIC X(1).
          05 SRL-DAYS                PIC X(2).
          05 SRL-DAYS-NUM REDEFINES SRL-DAYS
                                     PIC 9(2).
          05 FILLER                  PIC X(1).
          05 SRL-CONVENTION          PIC X(1).
             88 SRL-VALID-CONVENTION    VALUES 'F', 'P', 'M'.
          05 FILLER                  PIC X(1).
          05 SRL-DESCRIPTION         PIC X(30).
