      *****************************************************
      *SEALLINK.CPY
      *SHARED LINKAGE RECORD FOR CALLS INTO COBDSEAL, WHICH
      *CHAINS AN AUDITLOG RECORD TO THE ONE BEFORE IT. THE
      *CALLER PASSES THE PREVIOUS RECORD'S CHECK VALUE (ZEROS
      *FOR THE FIRST RECORD OF THE CHAIN) AND THE RECORD IMAGE
      *WITH AUD-CHECK AT ZEROS, AND GETS BACK THE CHECK VALUE
      *FOR THE RECORD. COBTST01 SEALS EVERY RECORD IT WRITES;
      *COBTDATE RECOMPUTES THE SEAL TO VERIFY THE CHAIN. THE
      *RECORD IMAGE IS THE FULL AUDREC LENGTH.
      *****************************************************
       01 SEAL-LINK-REC.
          05 LS-SEAL-PREV-CHECK      PIC 9(9).
          05 LS-SEAL-RECORD          PIC X(65).
          05 LS-SEAL-CHECK           PIC 9(9).
