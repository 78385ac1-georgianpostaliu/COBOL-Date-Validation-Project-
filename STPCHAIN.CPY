      *****************************************************
      *STPCHAIN.CPY
      *THE NIGHTLY CHAIN IN RUN ORDER: STEP NAME, THE STEP THAT
      *MUST HAVE COMPLETED FOR THE SAME BUSINESS DATE BEFORE IT
      *MAY START (SPACES = HEAD OF THE CHAIN, WHICH OPENS THE
      *BUSINESS DATE), AND N FOR A STEP THAT RUNS EVERY NIGHT
      *OR O FOR ONE THAT RUNS ONLY ON ITS NIGHTS. COBDSTEP GATES
      *ON IT AND COBODATE REPORTS IN ITS ORDER.
      *A RECYCLE RUN OF COBBDATE AND THE COBJDATE THAT FOLLOWS
      *IT ARE THE SEPARATE STEPS COBBDRCY AND COBJDRCY, SO THE
      *NIGHT'S NORMAL RUN DOES NOT BLOCK THEM.
      *****************************************************
       01 WS-CHAIN-TABLE.
          05 FILLER                   PIC X(17) VALUE
             'COBBDATE        N'.
          05 FILLER                   PIC X(17) VALUE
             'COBJDATECOBBDATEN'.
          05 FILLER                   PIC X(17) VALUE
             'COBRDATECOBJDATEN'.
          05 FILLER                   PIC X(17) VALUE
             'COBXDATECOBRDATEN'.
          05 FILLER                   PIC X(17) VALUE
             'COBZDATECOBXDATEN'.
          05 FILLER                   PIC X(17) VALUE
             'COBUDATECOBZDATEN'.
          05 FILLER                   PIC X(17) VALUE
             'COBMDATECOBBDATEN'.
          05 FILLER                   PIC X(17) VALUE
             'COBCDATECOBZDATEO'.
          05 FILLER                   PIC X(17) VALUE
             'COBADATECOBZDATEO'.
          05 FILLER                   PIC X(17) VALUE
             'COBBDRCYCOBJDATEO'.
          05 FILLER                   PIC X(17) VALUE
             'COBJDRCYCOBBDRCYO'.
       01 WS-CHAIN-STEPS REDEFINES WS-CHAIN-TABLE.
          05 WS-CHAIN-ENTRY OCCURS 11 TIMES.
             10 WS-CHAIN-STEP         PIC X(8).
             10 WS-CHAIN-PRED         PIC X(8).
             10 WS-CHAIN-FREQ         PIC X(1).
                88 WS-CHAIN-NIGHTLY      VALUE 'N'.
                88 WS-CHAIN-OPTIONAL     VALUE 'O'.
       01 WS-CHAIN-COUNT               PIC 9(3) VALUE 11 COMP.
