      *****************************************************
      *RESREC.CPY
      *SHARED FILE RECORD FOR THE RSLTMAST VALIDATION-RESULTS
      *MASTER, KEYED ON THE DATE AND CALENDAR. COBBDATE CONSULTS
      *IT BEFORE CALLING COBTST01 AND UPDATES IT AFTER, SO A
      *DATE THAT RECURS NIGHT AFTER NIGHT COSTS ONE VALIDATOR
      *CALL INSTEAD OF ONE PER OCCURRENCE. COBQDATE READS IT
      *FOR AD-HOC INQUIRIES. THE RECORD HOLDS THE CALENDAR AND
      *BUSINESS-DAY RESULT ONLY - NOTHING TIME-VARYING BELONGS
      *IN IT, BECAUSE A CACHED ANSWER MUST STAY TRUE FOREVER.
      *MODIFICATION HISTORY
      *  - THE KEY IS NOW THE NORMALIZED DATE PLUS THE HOLIDAY
      *    CALENDAR ID (RES-KEY), SINCE EACH SOURCE IS JUDGED
      *    AGAINST THE CALENDAR ITS SRCREG REGISTRY ENTRY NAMES
      *    AND THE SAME DATE CAN BE A BUSINESS DAY IN ONE MARKET
      *    AND A HOLIDAY IN ANOTHER. THE CALENDAR IS ALWAYS
      *    STORED NORMALIZED (DOM, NEVER SPACES). A MASTER BUILT
      *    UNDER THE OLD DATE-ONLY KEY MUST BE DELETED ONCE AND
      *    LEFT TO REBUILD FROM THE VALIDATOR.
      *****************************************************
       01 RES-RECORD.
          05 RES-KEY.
             10 RES-DATE-8           PIC 9(8).
             10 RES-CAL-ID           PIC X(3).
          05 RES-STATUS              PIC X(3).
          05 RES-REASON              PIC X(15).
          05 RES-BUSDAY-IND          PIC X(1).
