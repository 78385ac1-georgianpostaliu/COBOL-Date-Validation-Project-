      ******************************************************
      *VERIFICARE DE VOLUM SI RATA DE RESPINGERE PE SURSA
      *SPECIFICATII
      *PAS AL LANTULUI DE NOAPTE, DUPA COBZDATE, INAINTE CA
      *EXTDATES SA PLECE IN AVAL
      *CITESTE ISTORICUL SRCSTAT SCRIS DE COBBDATE (SSTREC.CPY)
      *IN ORDINEA CHEII: SURSA, DATA DE BUSINESS, ORA DE START
      *PENTRU FIECARE SURSA, SETUL DIN NOAPTEA ACEASTA (DATA DE
      *BUSINESS DE LA COBDSTEP) SE COMPARA CU MEDIA ULTIMELOR N
      *RULARI ANTERIOARE (O RULARE PE DATA DE BUSINESS, ULTIMA):
      *    VOLUM SUB SAU PESTE PROCENTELE DIN VOLTOL
      *    RATA DE RESPINGERE PESTE MEDIE CU MAI MULT DE N PUNCTE
      *TOLERANTELE SI N SUNT PE SURSA IN VOLTOL (VTLREC.CPY), CU
      *INTRAREA DEFAULT SI VALORI IMPLICITE IN PROGRAM
      *O RULARE RESTARTATA ARE NUMARATORII DE RESPINGERI
      *PARTIALE: SE VERIFICA DOAR VOLUMUL EI SI NU INTRA IN
      *MEDIA RATEI
      *TIPARESTE PE ANOMPRT; RETURN CODE 8 LA ORICE DEPASIRE,
      *CA SCHEDULERUL SA TINA EXTDATES PANA SE UITA CINEVA
      *****************************************************
      *MODIFICATION HISTORY
      *  - INITIAL VERSION. COBZDATE PROVES THE FILES AGREE
      *    WITH EACH OTHER, BUT A SOURCE THAT SENDS 400 DATES
      *    INSTEAD OF ITS USUAL 40,000, OR WHOSE REJECT RATE
      *    JUMPS FROM 1% TO 30%, STILL BALANCES AGAINST ITS
      *    OWN TRAILER.
      *****************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBUDATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CNSL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRCSTAT-FILE ASSIGN TO 'SRCSTAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SST-KEY
               FILE STATUS IS WS-SRCSTAT-STATUS.
           SELECT VOLTOL-FILE ASSIGN TO 'VOLTOL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VOLTOL-STATUS.
           SELECT ANOMPRT-FILE ASSIGN TO 'ANOMPRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANOMPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SRCSTAT-FILE.
       COPY SSTREC.

       FD  VOLTOL-FILE.
       COPY VTLREC.

       FD  ANOMPRT-FILE.
       01  PRT-LINE                    PIC X(110).

       WORKING-STORAGE SECTION.
       01 WS-SRCSTAT-STATUS           PIC X(2) VALUE '00'.
       01 WS-VOLTOL-STATUS            PIC X(2) VALUE '00'.
       01 WS-ANOMPRT-STATUS           PIC X(2) VALUE '00'.

       01 WS-SRCSTAT-EOF-SW           PIC X(1) VALUE 'N'.
          88 END-OF-SRCSTAT              VALUE 'Y'.

       01 WS-VOLTOL-EOF-SW            PIC X(1) VALUE 'N'.
          88 END-OF-VOLTOL               VALUE 'Y'.

       01 WS-FOUND-SW                 PIC X(1) VALUE 'N'.
          88 ENTRY-FOUND                 VALUE 'Y'.
          88 ENTRY-NOT-FOUND             VALUE 'N'.

      *BUILT-IN TOLERANCES, OVERRIDDEN FIELD BY FIELD BY THE
      *VOLTOL DEFAULT ENTRY
       01 WS-DEFAULT-TOLERANCES.
          05 WS-DFLT-RUNS             PIC 9(2) VALUE 10.
          05 WS-DFLT-MIN-RUNS         PIC 9(2) VALUE 3.
          05 WS-DFLT-VOL-LOW          PIC 9(3) VALUE 50.
          05 WS-DFLT-VOL-HIGH         PIC 9(3) VALUE 200.
          05 WS-DFLT-REJ-POINTS       PIC 9(3) VALUE 10.

      *PER-SOURCE ENTRIES AS KEYED; SPACES MEAN THE DEFAULT
       01 WS-TOL-TABLE.
          05 WS-TOL-COUNT             PIC 9(3) VALUE ZEROS COMP.
          05 WS-TOL-ENTRY OCCURS 1 TO 100 TIMES
                          DEPENDING ON WS-TOL-COUNT.
             10 WS-TOL-SOURCE         PIC X(8).
             10 WS-TOL-RUNS           PIC X(2).
             10 WS-TOL-RUNS-NUM REDEFINES WS-TOL-RUNS
                                      PIC 9(2).
             10 WS-TOL-MIN-RUNS       PIC X(2).
             10 WS-TOL-MIN-RUNS-NUM REDEFINES WS-TOL-MIN-RUNS
                                      PIC 9(2).
             10 WS-TOL-VOL-LOW        PIC X(3).
             10 WS-TOL-VOL-LOW-NUM REDEFINES WS-TOL-VOL-LOW
                                      PIC 9(3).
             10 WS-TOL-VOL-HIGH       PIC X(3).
             10 WS-TOL-VOL-HIGH-NUM REDEFINES WS-TOL-VOL-HIGH
                                      PIC 9(3).
             10 WS-TOL-REJ-POINTS     PIC X(3).
             10 WS-TOL-REJ-POINTS-NUM REDEFINES WS-TOL-REJ-POINTS
                                      PIC 9(3).

      *TOLERANCES IN FORCE FOR THE SOURCE BEING CHECKED
       01 WS-USE-TOLERANCES.
          05 WS-USE-RUNS              PIC 9(2) VALUE ZEROS.
          05 WS-USE-MIN-RUNS          PIC 9(2) VALUE ZEROS.
          05 WS-USE-VOL-LOW           PIC 9(3) VALUE ZEROS.
          05 WS-USE-VOL-HIGH          PIC 9(3) VALUE ZEROS.
          05 WS-USE-REJ-POINTS        PIC 9(3) VALUE ZEROS.

       01 WS-CUR-SOURCE               PIC X(8) VALUE SPACES.

      *THE SOURCE'S PRIOR RUNS, OLDEST FIRST, AT MOST
      *WS-USE-RUNS OF THEM, ONE PER BUSINESS DATE
       01 WS-HIST-TABLE.
          05 WS-HIST-COUNT            PIC 9(2) VALUE ZEROS COMP.
          05 WS-HIST-ENTRY OCCURS 30 TIMES.
             10 WS-HIST-BUS-DATE      PIC 9(8).
             10 WS-HIST-DATA          PIC 9(7).
             10 WS-HIST-REJECT        PIC 9(7).
             10 WS-HIST-RESTART-SW    PIC X(1).
                88 WS-HIST-RESTARTED     VALUE 'Y'.

       01 WS-TONIGHT.
          05 WS-TON-SW                PIC X(1) VALUE 'N'.
             88 TONIGHT-FOUND            VALUE 'Y'.
          05 WS-TON-DATA              PIC 9(7) VALUE ZEROS.
          05 WS-TON-REJECT            PIC 9(7) VALUE ZEROS.
          05 WS-TON-RESTART-SW        PIC X(1) VALUE 'N'.
             88 TONIGHT-RESTARTED        VALUE 'Y'.

       01 WS-SUBSCRIPTS.
          05 WS-TOL-SUB               PIC 9(3) COMP.
          05 WS-HIST-SUB              PIC 9(2) COMP.

       01 WS-CALC.
          05 WS-SUM-DATA              PIC 9(11) COMP.
          05 WS-SUM-RATE-DATA         PIC 9(11) COMP.
          05 WS-SUM-RATE-REJECT       PIC 9(11) COMP.
          05 WS-AVG-DATA              PIC 9(9)V99.
          05 WS-VOL-PCT               PIC 9(5)V9.
          05 WS-TON-RATE              PIC 9(3)V99.
          05 WS-AVG-RATE              PIC 9(3)V99.
          05 WS-RATE-LIMIT            PIC 9(4)V99.

       01 WS-BREACH-SW.
          05 WS-VOL-SW                PIC X(1).
             88 VOLUME-OK                VALUE 'N'.
             88 VOLUME-LOW               VALUE 'L'.
             88 VOLUME-HIGH              VALUE 'H'.
          05 WS-RATE-SW               PIC X(1).
             88 RATE-OK                  VALUE 'N'.
             88 RATE-BREACH              VALUE 'Y'.
          05 WS-RATE-JUDGED-SW        PIC X(1).
             88 RATE-JUDGED              VALUE 'Y'.
             88 RATE-NOT-JUDGED          VALUE 'N'.

       01 WS-CHECK-COUNTS.
          05 WS-STATS-READ            PIC 9(7) VALUE ZEROS COMP.
          05 WS-SOURCES-CHECKED       PIC 9(5) VALUE ZEROS COMP.
          05 WS-SOURCES-BREACHED      PIC 9(5) VALUE ZEROS COMP.
          05 WS-SOURCES-SHORT         PIC 9(5) VALUE ZEROS COMP.
          05 WS-SOURCES-ABSENT        PIC 9(5) VALUE ZEROS COMP.

       01 WS-DETAIL-LINE.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-SOURCE               PIC X(8).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-TON-DATA             PIC Z,ZZZ,ZZ9.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-AVG-DATA             PIC Z,ZZZ,ZZ9.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-VOL-PCT              PIC ZZZZ9.9.
          05 DET-VOL-PCT-X REDEFINES DET-VOL-PCT
                                      PIC X(7).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-TON-RATE             PIC ZZ9.99.
          05 DET-TON-RATE-X REDEFINES DET-TON-RATE
                                      PIC X(6).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-AVG-RATE             PIC ZZ9.99.
          05 DET-AVG-RATE-X REDEFINES DET-AVG-RATE
                                      PIC X(6).
          05 FILLER                   PIC X(4) VALUE SPACES.
          05 DET-RUNS                 PIC Z9.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-VOL-LOW              PIC ZZ9.
          05 FILLER                   PIC X(1) VALUE '/'.
          05 DET-VOL-HIGH             PIC ZZ9.
          05 FILLER                   PIC X(1) VALUE '/'.
          05 DET-REJ-POINTS           PIC ZZ9.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-RESULT               PIC X(25).

       01 WS-RUN-DATE.
          05 WS-RUN-YY                PIC 9(2).
          05 WS-RUN-MM                PIC 9(2).
          05 WS-RUN-DD                PIC 9(2).

       01 WS-EDIT-COUNT                PIC ZZZ,ZZ9.

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-CALL-FAILED               PIC 9(3) VALUE 12.
       01 RC-ANOMALY                   PIC 9(3) VALUE 8.
       01 RC-STEP-REFUSED              PIC 9(3) VALUE 20.

       COPY STEPLINK.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-STAT THRU 2000-EXIT
               UNTIL END-OF-SRCSTAT.
           IF WS-CUR-SOURCE NOT EQUAL SPACES
               PERFORM 3000-JUDGE-SOURCE THRU 3000-EXIT
           END-IF.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.

           IF WS-SOURCES-BREACHED GREATER THAN ZERO
               MOVE RC-ANOMALY TO RETURN-CODE
           END-IF.

           PERFORM 9900-END-STEP THRU 9900-EXIT.

           STOP RUN.

      **************************************************************
      *BEGIN-STEP - REGISTER THE STEP WITH COBDSTEP, WHICH REFUSES
      *IT UNLESS ITS PREDECESSOR IN THE CHAIN COMPLETED FOR THE
      *SAME BUSINESS DATE, OR WHEN IT ALREADY COMPLETED THAT DATE
      *AND RUNPARM ASKS FOR NO RERUN. A REFUSED STEP STOPS BEFORE
      *IT OPENS ANY FILE
      **************************************************************

       0100-BEGIN-STEP.

           SET LS-STEP-BEGIN TO TRUE.
           MOVE 'COBUDATE' TO LS-STEP-NAME.
           MOVE ZEROS TO LS-STEP-RC.
           CALL 'COBDSTEP' USING STEP-LINK-REC
               ON EXCEPTION
                   DISPLAY 'COBUDATE: COBDSTEP CALL FAILED' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.
           IF LS-STEP-REFUSED
               DISPLAY 'COBUDATE: NOT STARTED FOR BUSINESS DATE '
                   LS-STEP-BUS-DATE ' - ' LS-STEP-REASON UPON CNSL
               MOVE RC-STEP-REFUSED TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'COBUDATE: BUSINESS DATE ' LS-STEP-BUS-DATE
               UPON CNSL.

       0100-EXIT.
           EXIT.

      **************************************************************
      *INITIALIZE - REGISTER THE STEP, LOAD THE TOLERANCES, OPEN
      *THE HISTORY AND THE REPORT, PRINT THE HEADINGS, PRIME THE
      *READ
      **************************************************************

       1000-INITIALIZE.

           PERFORM 0100-BEGIN-STEP THRU 0100-EXIT.

           ACCEPT WS-RUN-DATE FROM DATE.

           PERFORM 1100-LOAD-TOLERANCES THRU 1100-EXIT.

           OPEN INPUT SRCSTAT-FILE.
           IF WS-SRCSTAT-STATUS EQUAL '35'
               DISPLAY 'COBUDATE: NO SRCSTAT HISTORY YET - NOTHING '
                   'TO COMPARE' UPON CNSL
               SET END-OF-SRCSTAT TO TRUE
           ELSE
               IF WS-SRCSTAT-STATUS NOT EQUAL '00'
                   DISPLAY 'COBUDATE: CANNOT OPEN SRCSTAT, STATUS='
                       WS-SRCSTAT-STATUS UPON CNSL
                   MOVE RC-FILE-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT ANOMPRT-FILE.
           IF WS-ANOMPRT-STATUS NOT EQUAL '00'
               DISPLAY 'COBUDATE: CANNOT OPEN ANOMPRT, STATUS='
                   WS-ANOMPRT-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO PRT-LINE.
           STRING 'SOURCE VOLUME AND REJECT-RATE ANOMALY REPORT'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING 'RUN DATE : 20' WS-RUN-YY '-' WS-RUN-MM
               '-' WS-RUN-DD ', BUSINESS DATE ' LS-STEP-BUS-DATE
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING '  SOURCE      TONIGHT    AVERAGE    VOL %'
               '   REJ %   AVG %  RUNS  LIMITS       RESULT'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           IF NOT END-OF-SRCSTAT
               PERFORM 2100-READ-SRCSTAT THRU 2100-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      **************************************************************
      *LOAD-TOLERANCES - VOLTOL INTO THE WORK TABLE. THE DEFAULT
      *ENTRY OVERRIDES THE BUILT-IN VALUES. A MISSING VOLTOL
      *MEANS THE BUILT-IN VALUES FOR EVERY SOURCE
      **************************************************************

       1100-LOAD-TOLERANCES.

           OPEN INPUT VOLTOL-FILE.
           IF WS-VOLTOL-STATUS NOT EQUAL '00'
               DISPLAY 'COBUDATE: VOLTOL NOT AVAILABLE, STATUS='
                   WS-VOLTOL-STATUS ' - BUILT-IN TOLERANCES USED'
                   UPON CNSL
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1110-READ-TOLERANCE THRU 1110-EXIT
               UNTIL END-OF-VOLTOL.
           CLOSE VOLTOL-FILE.

       1100-EXIT.
           EXIT.

       1110-READ-TOLERANCE.

           READ VOLTOL-FILE
               AT END
                   SET END-OF-VOLTOL TO TRUE
                   GO TO 1110-EXIT
           END-READ.

           IF (VTL-RUNS NOT EQUAL SPACES
                AND (VTL-RUNS-NUM IS NOT NUMERIC
                     OR VTL-RUNS-NUM LESS THAN 1
                     OR VTL-RUNS-NUM GREATER THAN 30))
              OR (VTL-MIN-RUNS NOT EQUAL SPACES
                AND VTL-MIN-RUNS-NUM IS NOT NUMERIC)
              OR (VTL-VOL-LOW NOT EQUAL SPACES
                AND VTL-VOL-LOW-NUM IS NOT NUMERIC)
              OR (VTL-VOL-HIGH NOT EQUAL SPACES
                AND VTL-VOL-HIGH-NUM IS NOT NUMERIC)
              OR (VTL-REJ-POINTS NOT EQUAL SPACES
                AND VTL-REJ-POINTS-NUM IS NOT NUMERIC)
               DISPLAY 'COBUDATE: VOLTOL ENTRY FOR ' VTL-SOURCE-ID
                   ' HAS A BAD VALUE - SKIPPED' UPON CNSL
               GO TO 1110-EXIT
           END-IF.

           IF VTL-DEFAULT-ENTRY
               IF VTL-RUNS NOT EQUAL SPACES
                   MOVE VTL-RUNS-NUM TO WS-DFLT-RUNS
               END-IF
               IF VTL-MIN-RUNS NOT EQUAL SPACES
                   MOVE VTL-MIN-RUNS-NUM TO WS-DFLT-MIN-RUNS
               END-IF
               IF VTL-VOL-LOW NOT EQUAL SPACES
                   MOVE VTL-VOL-LOW-NUM TO WS-DFLT-VOL-LOW
               END-IF
               IF VTL-VOL-HIGH NOT EQUAL SPACES
                   MOVE VTL-VOL-HIGH-NUM TO WS-DFLT-VOL-HIGH
               END-IF
               IF VTL-REJ-POINTS NOT EQUAL SPACES
                   MOVE VTL-REJ-POINTS-NUM TO WS-DFLT-REJ-POINTS
               END-IF
               GO TO 1110-EXIT
           END-IF.

           IF WS-TOL-COUNT EQUAL 100
               DISPLAY 'COBUDATE: VOLTOL EXCEEDS THE 100-ENTRY '
                   'WORK TABLE - ' VTL-SOURCE-ID ' SKIPPED' UPON CNSL
               GO TO 1110-EXIT
           END-IF.

           ADD 1 TO WS-TOL-COUNT.
           MOVE VTL-SOURCE-ID TO WS-TOL-SOURCE(WS-TOL-COUNT).
           MOVE VTL-RUNS TO WS-TOL-RUNS(WS-TOL-COUNT).
           MOVE VTL-MIN-RUNS TO WS-TOL-MIN-RUNS(WS-TOL-COUNT).
           MOVE VTL-VOL-LOW TO WS-TOL-VOL-LOW(WS-TOL-COUNT).
           MOVE VTL-VOL-HIGH TO WS-TOL-VOL-HIGH(WS-TOL-COUNT).
           MOVE VTL-REJ-POINTS TO WS-TOL-REJ-POINTS(WS-TOL-COUNT).

       1110-EXIT.
           EXIT.

      **************************************************************
      *PROCESS-STAT - ONE SRCSTAT RECORD. A NEW SOURCE ID FIRST
      *JUDGES THE SOURCE BEFORE IT. TONIGHT'S RECORD IS HELD
      *APART; EARLIER RUNS GO INTO THE TRAILING HISTORY; RUNS OF
      *A LATER DATE (AFTER A RERUN OF AN OLD NIGHT) ARE IGNORED
      **************************************************************

       2000-PROCESS-STAT.

           ADD 1 TO WS-STATS-READ.

           IF SST-SOURCE-ID NOT EQUAL WS-CUR-SOURCE
               IF WS-CUR-SOURCE NOT EQUAL SPACES
                   PERFORM 3000-JUDGE-SOURCE THRU 3000-EXIT
               END-IF
               PERFORM 2200-START-SOURCE THRU 2200-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN SST-BUS-DATE GREATER THAN LS-STEP-BUS-DATE
                   CONTINUE
               WHEN SST-BUS-DATE EQUAL LS-STEP-BUS-DATE
                   SET TONIGHT-FOUND TO TRUE
                   MOVE SST-DATA-COUNT TO WS-TON-DATA
                   MOVE SST-REJECT-COUNT TO WS-TON-REJECT
                   MOVE SST-RESTART-SW TO WS-TON-RESTART-SW
               WHEN OTHER
                   PERFORM 2300-ADD-HISTORY THRU 2300-EXIT
           END-EVALUATE.

           PERFORM 2100-READ-SRCSTAT THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

       2100-READ-SRCSTAT.

           READ SRCSTAT-FILE NEXT RECORD
               AT END
                   SET END-OF-SRCSTAT TO TRUE
           END-READ.
           IF WS-SRCSTAT-STATUS NOT EQUAL '00'
               AND WS-SRCSTAT-STATUS NOT EQUAL '10'
               DISPLAY 'COBUDATE: SRCSTAT READ FAILED, STATUS='
                   WS-SRCSTAT-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       2100-EXIT.
           EXIT.

      **************************************************************
      *START-SOURCE - CLEAR THE HISTORY AND SETTLE THE SOURCE'S
      *TOLERANCES: ITS OWN VOLTOL ENTRY, FIELD BY FIELD, ELSE THE
      *DEFAULTS
      **************************************************************

       2200-START-SOURCE.

           MOVE SST-SOURCE-ID TO WS-CUR-SOURCE.
           MOVE ZEROS TO WS-HIST-COUNT.
           MOVE 'N' TO WS-TON-SW.
           MOVE ZEROS TO WS-TON-DATA.
           MOVE ZEROS TO WS-TON-REJECT.
           MOVE 'N' TO WS-TON-RESTART-SW.

           MOVE WS-DFLT-RUNS TO WS-USE-RUNS.
           MOVE WS-DFLT-MIN-RUNS TO WS-USE-MIN-RUNS.
           MOVE WS-DFLT-VOL-LOW TO WS-USE-VOL-LOW.
           MOVE WS-DFLT-VOL-HIGH TO WS-USE-VOL-HIGH.
           MOVE WS-DFLT-REJ-POINTS TO WS-USE-REJ-POINTS.

           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-TOL-SUB.
           PERFORM 2210-FIND-TOLERANCE-STEP THRU 2210-EXIT
               UNTIL ENTRY-FOUND OR WS-TOL-SUB GREATER THAN
                   WS-TOL-COUNT.
           IF ENTRY-NOT-FOUND
               GO TO 2200-EXIT
           END-IF.

           IF WS-TOL-RUNS(WS-TOL-SUB) NOT EQUAL SPACES
               MOVE WS-TOL-RUNS-NUM(WS-TOL-SUB) TO WS-USE-RUNS
           END-IF.
           IF WS-TOL-MIN-RUNS(WS-TOL-SUB) NOT EQUAL SPACES
               MOVE WS-TOL-MIN-RUNS-NUM(WS-TOL-SUB)
                   TO WS-USE-MIN-RUNS
           END-IF.
           IF WS-TOL-VOL-LOW(WS-TOL-SUB) NOT EQUAL SPACES
               MOVE WS-TOL-VOL-LOW-NUM(WS-TOL-SUB) TO WS-USE-VOL-LOW
           END-IF.
           IF WS-TOL-VOL-HIGH(WS-TOL-SUB) NOT EQUAL SPACES
               MOVE WS-TOL-VOL-HIGH-NUM(WS-TOL-SUB)
                   TO WS-USE-VOL-HIGH
           END-IF.
           IF WS-TOL-REJ-POINTS(WS-TOL-SUB) NOT EQUAL SPACES
               MOVE WS-TOL-REJ-POINTS-NUM(WS-TOL-SUB)
                   TO WS-USE-REJ-POINTS
           END-IF.

       2200-EXIT.
           EXIT.

       2210-FIND-TOLERANCE-STEP.

           IF WS-TOL-SOURCE(WS-TOL-SUB) EQUAL WS-CUR-SOURCE
               SET ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-TOL-SUB
           END-IF.

       2210-EXIT.
           EXIT.

      **************************************************************
      *ADD-HISTORY - A PRIOR RUN JOINS THE TRAILING WINDOW. A
      *SECOND RUN FOR THE SAME BUSINESS DATE (A RERUN OR A
      *REPROCESS) REPLACES THE FIRST; A FULL WINDOW DROPS ITS
      *OLDEST RUN
      **************************************************************

       2300-ADD-HISTORY.

           IF WS-HIST-COUNT GREATER THAN ZERO
               IF WS-HIST-BUS-DATE(WS-HIST-COUNT) EQUAL SST-BUS-DATE
                   MOVE WS-HIST-COUNT TO WS-HIST-SUB
                   GO TO 2300-STORE
               END-IF
           END-IF.

           IF WS-HIST-COUNT LESS THAN WS-USE-RUNS
               ADD 1 TO WS-HIST-COUNT
           ELSE
               MOVE 1 TO WS-HIST-SUB
               PERFORM 2310-SHIFT-HISTORY THRU 2310-EXIT
                   UNTIL WS-HIST-SUB NOT LESS THAN WS-HIST-COUNT
           END-IF.
           MOVE WS-HIST-COUNT TO WS-HIST-SUB.

       2300-STORE.

           MOVE SST-BUS-DATE TO WS-HIST-BUS-DATE(WS-HIST-SUB).
           MOVE SST-DATA-COUNT TO WS-HIST-DATA(WS-HIST-SUB).
           MOVE SST-REJECT-COUNT TO WS-HIST-REJECT(WS-HIST-SUB).
           MOVE SST-RESTART-SW TO WS-HIST-RESTART-SW(WS-HIST-SUB).

       2300-EXIT.
           EXIT.

       2310-SHIFT-HISTORY.

           MOVE WS-HIST-ENTRY(WS-HIST-SUB + 1)
               TO WS-HIST-ENTRY(WS-HIST-SUB).
           ADD 1 TO WS-HIST-SUB.

       2310-EXIT.
           EXIT.

      **************************************************************
      *JUDGE-SOURCE - COMPARE TONIGHT WITH THE TRAILING AVERAGE
      *AND PRINT THE SOURCE'S LINE. VOLUME IS TONIGHT'S DATA
      *COUNT AS A PERCENT OF THE AVERAGE; THE REJECT RATE IS
      *REJECTS PER 100 DATA RECORDS, THE AVERAGE TAKEN OVER THE
      *WHOLE RUNS WITH COMPLETE COUNTS
      **************************************************************

       3000-JUDGE-SOURCE.

           MOVE WS-CUR-SOURCE TO DET-SOURCE.
           MOVE ZEROS TO DET-TON-DATA.
           MOVE ZEROS TO DET-AVG-DATA.
           MOVE SPACES TO DET-VOL-PCT-X.
           MOVE SPACES TO DET-TON-RATE-X.
           MOVE SPACES TO DET-AVG-RATE-X.
           MOVE WS-HIST-COUNT TO DET-RUNS.
           MOVE WS-USE-VOL-LOW TO DET-VOL-LOW.
           MOVE WS-USE-VOL-HIGH TO DET-VOL-HIGH.
           MOVE WS-USE-REJ-POINTS TO DET-REJ-POINTS.
           MOVE SPACES TO DET-RESULT.

           IF NOT TONIGHT-FOUND
               ADD 1 TO WS-SOURCES-ABSENT
               MOVE 'NO SET TONIGHT' TO DET-RESULT
               GO TO 3000-PRINT
           END-IF.

           ADD 1 TO WS-SOURCES-CHECKED.
           MOVE WS-TON-DATA TO DET-TON-DATA.

           MOVE ZEROS TO WS-SUM-DATA.
           MOVE ZEROS TO WS-SUM-RATE-DATA.
           MOVE ZEROS TO WS-SUM-RATE-REJECT.
           MOVE 1 TO WS-HIST-SUB.
           PERFORM 3100-SUM-HISTORY THRU 3100-EXIT
               UNTIL WS-HIST-SUB GREATER THAN WS-HIST-COUNT.

           IF WS-HIST-COUNT EQUAL ZERO
               OR WS-HIST-COUNT LESS THAN WS-USE-MIN-RUNS
               ADD 1 TO WS-SOURCES-SHORT
               MOVE 'SHORT HISTORY - NOT JUDGED' TO DET-RESULT
               GO TO 3000-PRINT
           END-IF.

           COMPUTE WS-AVG-DATA ROUNDED = WS-SUM-DATA / WS-HIST-COUNT.
           MOVE WS-AVG-DATA TO DET-AVG-DATA.

           SET VOLUME-OK TO TRUE.
           IF WS-AVG-DATA GREATER THAN ZERO
               COMPUTE WS-VOL-PCT ROUNDED =
                   WS-TON-DATA * 100 / WS-AVG-DATA
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-VOL-PCT
               END-COMPUTE
               MOVE WS-VOL-PCT TO DET-VOL-PCT
               IF WS-VOL-PCT LESS THAN WS-USE-VOL-LOW
                   SET VOLUME-LOW TO TRUE
               END-IF
               IF WS-VOL-PCT GREATER THAN WS-USE-VOL-HIGH
                   SET VOLUME-HIGH TO TRUE
               END-IF
           ELSE
               MOVE '    N/A' TO DET-VOL-PCT-X
           END-IF.

           SET RATE-OK TO TRUE.
           SET RATE-NOT-JUDGED TO TRUE.
           IF TONIGHT-RESTARTED
               OR WS-TON-DATA EQUAL ZERO
               OR WS-SUM-RATE-DATA EQUAL ZERO
               MOVE '   N/A' TO DET-TON-RATE-X
               MOVE '   N/A' TO DET-AVG-RATE-X
           ELSE
               SET RATE-JUDGED TO TRUE
               COMPUTE WS-TON-RATE ROUNDED =
                   WS-TON-REJECT * 100 / WS-TON-DATA
               COMPUTE WS-AVG-RATE ROUNDED =
                   WS-SUM-RATE-REJECT * 100 / WS-SUM-RATE-DATA
               MOVE WS-TON-RATE TO DET-TON-RATE
               MOVE WS-AVG-RATE TO DET-AVG-RATE
               COMPUTE WS-RATE-LIMIT = WS-AVG-RATE + WS-USE-REJ-POINTS
               IF WS-TON-RATE GREATER THAN WS-RATE-LIMIT
                   SET RATE-BREACH TO TRUE
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN VOLUME-LOW AND RATE-BREACH
                   MOVE 'VOLUME LOW + REJECT RATE' TO DET-RESULT
               WHEN VOLUME-HIGH AND RATE-BREACH
                   MOVE 'VOLUME HIGH + REJECT RATE' TO DET-RESULT
               WHEN VOLUME-LOW
                   MOVE 'VOLUME LOW' TO DET-RESULT
               WHEN VOLUME-HIGH
                   MOVE 'VOLUME HIGH' TO DET-RESULT
               WHEN RATE-BREACH
                   MOVE 'REJECT RATE' TO DET-RESULT
               WHEN RATE-NOT-JUDGED
                   MOVE 'OK - VOLUME ONLY' TO DET-RESULT
               WHEN OTHER
                   MOVE 'OK' TO DET-RESULT
           END-EVALUATE.
           IF NOT VOLUME-OK OR RATE-BREACH
               ADD 1 TO WS-SOURCES-BREACHED
               DISPLAY 'COBUDATE: ' WS-CUR-SOURCE ' BREACHED - '
                   DET-RESULT UPON CNSL
           END-IF.

       3000-PRINT.

           MOVE WS-DETAIL-LINE TO PRT-LINE.
           WRITE PRT-LINE.

       3000-EXIT.
           EXIT.

       3100-SUM-HISTORY.

           ADD WS-HIST-DATA(WS-HIST-SUB) TO WS-SUM-DATA.
           IF NOT WS-HIST-RESTARTED(WS-HIST-SUB)
               ADD WS-HIST-DATA(WS-HIST-SUB) TO WS-SUM-RATE-DATA
               ADD WS-HIST-REJECT(WS-HIST-SUB) TO WS-SUM-RATE-REJECT
           END-IF.
           ADD 1 TO WS-HIST-SUB.

       3100-EXIT.
           EXIT.

      **************************************************************
      *PRINT-TOTALS - THE NIGHT'S OUTCOME
      **************************************************************

       8000-PRINT-TOTALS.

           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-SOURCES-CHECKED TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'SOURCES WITH A SET TONIGHT . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-SOURCES-BREACHED TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'SOURCES BREACHING LIMITS . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-SOURCES-SHORT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'SOURCES WITH SHORT HISTORY . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-SOURCES-ABSENT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'SOURCES WITH NO SET TONIGHT  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           IF WS-SOURCES-BREACHED GREATER THAN ZERO
               STRING 'ANOMALIES FOUND - HOLD EXTDATES UNTIL REVIEWED'
                   DELIMITED BY SIZE INTO PRT-LINE
           ELSE
               STRING 'NO ANOMALIES FOUND'
                   DELIMITED BY SIZE INTO PRT-LINE
           END-IF.
           WRITE PRT-LINE.

       8000-EXIT.
           EXIT.

      **************************************************************
      *TERMINATE - CLOSE FILES AND ECHO THE COUNTS ON THE CONSOLE
      **************************************************************

       9000-TERMINATE.

           IF WS-SRCSTAT-STATUS NOT EQUAL '35'
               CLOSE SRCSTAT-FILE
           END-IF.
           CLOSE ANOMPRT-FILE.

           DISPLAY 'COBUDATE: STATISTICS READ = ' WS-STATS-READ
               ' SOURCES CHECKED = ' WS-SOURCES-CHECKED
               ' BREACHED = ' WS-SOURCES-BREACHED UPON CNSL.

       9000-EXIT.
           EXIT.

      **************************************************************
      *END-STEP - RECORD THE RETURN CODE IN STEPCTL. THE CALL
      *RESETS RETURN-CODE, SO IT IS PUT BACK FOR THE SCHEDULER
      **************************************************************

       9900-END-STEP.

           SET LS-STEP-END TO TRUE.
           MOVE RETURN-CODE TO LS-STEP-RC.
           CALL 'COBDSTEP' USING STEP-LINK-REC
               ON EXCEPTION
                   DISPLAY 'COBUDATE: COBDSTEP CALL FAILED - STEP END '
                       'NOT RECORDED' UPON CNSL
           END-CALL.
           IF LS-STEP-REFUSED
               DISPLAY 'COBUDATE: STEP END NOT RECORDED - '
                   LS-STEP-REASON UPON CNSL
           END-IF.
           MOVE LS-STEP-RC TO RETURN-CODE.

       9900-EXIT.
           EXIT.
