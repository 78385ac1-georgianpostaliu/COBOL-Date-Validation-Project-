      *****************************************************
      *REGREC.CPY
      *SHARED FILE RECORD FOR THE SRCREG SOURCE-SYSTEM
      *REGISTRY, ONE ENTRY PER UPSTREAM SYSTEM ALLOWED TO SEND
      *AN HDR...TRL SET IN THE INDATES FEED. THE ENTRY NAMES
      *THE HOLIDAY CALENDAR THE SOURCE'S DATES ARE JUDGED
      *AGAINST (SPACES = DOM, THE DOMESTIC CALENDAR), WHETHER
      *THE SOURCE IS ACTIVE OR SUSPENDED, AND WHO TO CALL
      *ABOUT IT. COBSDATE MAINTAINS IT; COBBDATE LOADS IT AT
      *START OF RUN AND QUARANTINES EVERY RECORD THAT ARRIVES
      *UNDER A SOURCE THAT IS NOT ON FILE OR IS SUSPENDED.
      *****************************************************
       01 REG-RECORD.
          05 REG-SOURCE-ID           PIC X(8).
          05 FILLER                  PIC X(1).
          05 REG-CAL-ID              PIC X(3).
          05 FILLER                  PIC X(1).
          05 REG-STATUS              PIC X(1).
             88 REG-ACTIVE              VALUE 'A'.
             88 REG-SUSPENDED           VALUE 'S'.
          05 FILLER                  PIC X(1).
          05 REG-CONTACT             PIC X(30).
