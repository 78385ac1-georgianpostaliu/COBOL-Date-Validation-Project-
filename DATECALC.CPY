      *         31ST LANDS ON THE LAST DAY OF SHORTER MONTHS
      *CONVENTIONS (RL AND GS):
      *    F - FOLLOWING, P - PRECEDING, M - MODIFIED FOLLOWING
      *CALENDARS (AB, RL AND GS): A DAY IS A BUSINESS DAY WHEN IT
      *IS ONE ON LS-CALC-CAL-ID AND, IF LS-CALC-CAL-ID-2 IS NOT
      *SPACES, ALSO ON LS-CALC-CAL-ID-2 (JOINT BUSINESS DAYS)
      *MODIFICATION HISTORY
      *  - INITIAL VERSION, INTERFACE FOR THE DATE-ARITHMETIC
      *    SERVICE REQUESTED BY THE PAYMENTS DESK.
      *    THAT THE HOLIDAY MASTER CARRIES ONE CALENDAR PER
      *    MARKET. SPACES MEANS THE DOMESTIC CALENDAR (DOM),
      *    SO EXISTING CALLERS KEEP THEIR ANSWER UNCHANGED.
      *  - ADDED LS-CALC-CAL-ID-2, A SECOND HOLIDAY CALENDAR FOR
      *    JOINT BUSINESS-DAY ARITHMETIC OVER A MARKET PAIR (THE
      *    TRADING MARKET AND THE SETTLEMENT CURRENCY'S MARKET).
      *    SPACES MEANS ONE CALENDAR ONLY, SO EXISTING CALLERS
      *    KEEP THEIR ANSWER UNCHANGED.
      *****************************************************
       01 DATE-CALC-REC.
          05 LS-CALC-FUNCTION        PIC X(2).
          05 LS-CALC-REASON          PIC X(15).
          05 LS-CALC-CAL-ID          PIC X(3).
             88 LS-CALC-DOMESTIC-CAL    VALUES 'DOM', SPACES.
          05 LS-CALC-CAL-ID-2        PIC X(3).
             88 LS-CALC-SINGLE-CAL      VALUE SPACES.
          05 LS-CALC-CYCLE           PIC X(1).
             88 LS-CALC-CYC-MONTHLY     VALUE 'M'.
             88 LS-CALC-CYC-QUARTERLY   VALUE 'Q'.
