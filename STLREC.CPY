      *****************************************************
      *STLREC.CPY
      *SHARED FILE RECORD FOR THE SETLDATE FILE THAT COBMDATE
      *WRITES, ONE RECORD PER ACCEPTED OUTDATES TRADE DATE IT
      *COULD SETTLE: THE TRADE DATE AS RECEIVED AND NORMALIZED,
      *THE SOURCE, THE MARKET PAIR AND RULE APPLIED, THE
      *DERIVED SETTLEMENT DATE AND THE FISCPER PERIOD IT FALLS
      *IN (SPACES WHEN NO FISCAL CALENDAR WAS AVAILABLE). DATES
      *THAT COULD NOT BE SETTLED ARE ON THE SETLEXC LISTING
      *INSTEAD.
      *****************************************************
       01 STL-RECORD.
          05 STL-TRADE-RAW           PIC X(11).
          05 FILLER                  PIC X(1).
          05 STL-TRADE-DATE          PIC 9(8).
          05 FILLER                  PIC X(1).
          05 STL-SETL-DATE           PIC 9(8).
          05 FILLER                  PIC X(1).
          05 STL-SOURCE-ID           PIC X(8).
          05 FILLER                  PIC X(1).
          05 STL-TRADE-CAL           PIC X(3).
          05 FILLER                  PIC X(1).
          05 STL-SETL-CAL            PIC X(3).
          05 FILLER                  PIC X(1).
          05 STL-DAYS                PIC 9(2).
          05 FILLER                  PIC X(1).
          05 STL-CONVENTION          PIC X(1).
          05 FILLER                  PIC X(1).
          05 STL-PERIOD-ID           PIC X(6).
