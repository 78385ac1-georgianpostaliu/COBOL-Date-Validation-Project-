      *****************************************************
      *VTLREC.CPY
      *SHARED FILE RECORD FOR THE VOLTOL VOLUME/REJECT-RATE
      *TOLERANCE MASTER, ONE ENTRY PER UPSTREAM SOURCE SYSTEM.
      *AN ENTRY WITH SOURCE ID DEFAULT APPLIES TO EVERY SOURCE
      *WITHOUT ITS OWN; A FIELD LEFT AT SPACES TAKES THE
      *DEFAULT ENTRY'S VALUE, OR COBUDATE'S BUILT-IN ONE.
      *    RUNS       - HOW MANY PRIOR RUNS MAKE THE TRAILING
      *                 AVERAGE (1-30)
      *    MIN RUNS   - FEWER PRIOR RUNS THAN THIS AND THE
      *                 SOURCE IS LISTED BUT NOT JUDGED
      *    VOL LOW    - TONIGHT'S DATA COUNT BELOW THIS PERCENT
      *                 OF THE AVERAGE IS A BREACH
      *    VOL HIGH   - ABOVE THIS PERCENT OF THE AVERAGE IS A
      *                 BREACH
      *    REJ POINTS - TONIGHT'S REJECT RATE MORE THAN THIS
      *                 MANY PERCENTAGE POINTS OVER THE AVERAGE
      *                 RATE IS A BREACH
      *****************************************************
       01 VTL-RECORD.
          05 VTL-SOURCE-ID           PIC X(8).
             88 VTL-DEFAULT-ENTRY       VALUE 'DEFAULT '.
          05 FILLER                  PIC X(1).
          05 VTL-RUNS                PIC X(2).
          05 VTL-RUNS-NUM REDEFINES VTL-RUNS
                                     PIC 9(2).
          05 FILLER                  PIC X(1).
          05 VTL-MIN-RUNS            PIC X(2).
          05 VTL-MIN-RUNS-NUM REDEFINES VTL-MIN-RUNS
                                     PIC 9(2).
          05 FILLER                  PIC X(1).
          05 VTL-VOL-LOW             PIC X(3).
          05 VTL-VOL-LOW-NUM REDEFINES VTL-VOL-LOW
                                     PIC 9(3).
          05 FILLER                  PIC X(1).
          05 VTL-VOL-HIGH            PIC X(3).
          05 VTL-VOL-HIGH-NUM REDEFINES VTL-VOL-HIGH
                                     PIC 9(3).
          05 FILLER                  PIC X(1).
          05 VTL-REJ-POINTS          PIC X(3).
          05 VTL-REJ-POINTS-NUM REDEFINES VTL-REJ-POINTS
                                     PIC 9(3).
          05 FILLER                  PIC X(1).
          05 VTL-DESCRIPTION         PIC X(30).
