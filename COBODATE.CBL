      ******************************************************
      *RAPORT DE DIMINEATA: UNDE S-A OPRIT LANTUL DE NOAPTE
      *SPECIFICATII
      *CITESTE DIN STEPCTL DATA DE BUSINESS DESCHISA DE CAPUL
      *LANTULUI (INREGISTRAREA DE CONTROL OPENDATE) SI, IN
      *ORDINEA DIN STPCHAIN.CPY, TIPARESTE PE STPPRINT FIECARE
      *PAS: PREDECESORUL, N = IN FIECARE NOAPTE / O = NUMAI IN
      *NOPTILE LUI, STAREA, START, SFARSIT, RC, NUMARUL DE
      *RULARI SI DACA ULTIMA A FOST O RELUARE CERUTA
      *LANTUL S-A OPRIT LA PRIMUL PAS DE NOAPTE NETERMINAT SAU
      *LA PRIMUL PAS OCAZIONAL PORNIT SI NETERMINAT
      *RETURN CODE 4 CAND LANTUL NU E COMPLET
      *****************************************************
      *MODIFICATION HISTORY
      *  - INITIAL VERSION. AFTER AN ABEND THE MORNING SHIFT
      *    WORKED OUT FROM JOB OUTPUT WHICH STEPS HAD RUN FOR
      *    THE NIGHT AND GUESSED WHERE TO RESTART.
      *****************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBODATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CNSL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEPCTL-FILE ASSIGN TO 'STEPCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STP-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.
           SELECT STPPRINT-FILE ASSIGN TO 'STPPRINT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STPPRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEPCTL-FILE.
       COPY STPREC.

       FD  STPPRINT-FILE.
       01  PRT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-STEPCTL-STATUS           PIC X(2) VALUE '00'.
       01 WS-STPPRINT-STATUS          PIC X(2) VALUE '00'.

       COPY STPCHAIN.

       01 WS-CHAIN-SUB                 PIC 9(3) VALUE ZEROS COMP.

       01 WS-BUS-DATE                  PIC 9(8) VALUE ZEROS.

       01 WS-TODAY.
          05 WS-TODAY-YY              PIC 9(2).
          05 WS-TODAY-MM              PIC 9(2).
          05 WS-TODAY-DD              PIC 9(2).

       01 WS-STOP-SW                   PIC X(1) VALUE 'N'.
          88 CHAIN-STOPPED                VALUE 'Y'.

       01 WS-STOP-STEP                 PIC X(8) VALUE SPACES.
       01 WS-STOP-STATUS               PIC X(10) VALUE SPACES.

       01 WS-STEP-TOTALS.
          05 WS-STEPS-COMPLETE        PIC 9(3) VALUE ZEROS COMP.
          05 WS-STEPS-FAILED          PIC 9(3) VALUE ZEROS COMP.
          05 WS-STEPS-NOT-ENDED       PIC 9(3) VALUE ZEROS COMP.
          05 WS-STEPS-NOT-RUN         PIC 9(3) VALUE ZEROS COMP.

       01 WS-DETAIL-LINE.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-STEP                 PIC X(8).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-PRED                 PIC X(8).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-FREQ                 PIC X(1).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-STATUS               PIC X(10).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-START-DATE           PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 DET-START-TIME           PIC X(8).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-END-DATE             PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 DET-END-TIME             PIC X(8).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-RC                   PIC X(3).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-RUNS                 PIC X(3).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-FORCED               PIC X(3).

       01 WS-EDIT-COUNT                PIC ZZ9.

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-NO-BUS-DATE               PIC 9(3) VALUE 8.
       01 RC-CHAIN-INCOMPLETE          PIC 9(3) VALUE 4.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           MOVE 1 TO WS-CHAIN-SUB.
           PERFORM 2000-REPORT-STEP THRU 2000-EXIT
               UNTIL WS-CHAIN-SUB GREATER THAN WS-CHAIN-COUNT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.

           IF CHAIN-STOPPED
               MOVE RC-CHAIN-INCOMPLETE TO RETURN-CODE
           END-IF.

           STOP RUN.

      **************************************************************
      *INITIALIZE - OPEN THE MASTER, FIND THE OPEN BUSINESS DATE,
      *OPEN THE REPORT AND PRINT THE HEADINGS
      **************************************************************

       1000-INITIALIZE.

           ACCEPT WS-TODAY FROM DATE.

           OPEN INPUT STEPCTL-FILE.
           IF WS-STEPCTL-STATUS NOT EQUAL '00'
               DISPLAY 'COBODATE: CANNOT OPEN STEPCTL, STATUS='
                   WS-STEPCTL-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZEROS TO STP-BUS-DATE.
           MOVE 'OPENDATE' TO STP-STEP-NAME.
           READ STEPCTL-FILE
               INVALID KEY
                   DISPLAY 'COBODATE: NO BUSINESS DATE OPEN ON '
                       'STEPCTL - COBBDATE HAS NEVER STARTED'
                       UPON CNSL
                   CLOSE STEPCTL-FILE
                   MOVE RC-NO-BUS-DATE TO RETURN-CODE
                   STOP RUN
           END-READ.
           MOVE STP-OPEN-BUS-DATE TO WS-BUS-DATE.

           OPEN OUTPUT STPPRINT-FILE.
           IF WS-STPPRINT-STATUS NOT EQUAL '00'
               DISPLAY 'COBODATE: CANNOT OPEN STPPRINT, STATUS='
                   WS-STPPRINT-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO PRT-LINE.
           STRING 'NIGHTLY CHAIN MORNING STATUS REPORT'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING 'RUN DATE : 20' WS-TODAY-YY '-' WS-TODAY-MM
               '-' WS-TODAY-DD ', BUSINESS DATE ' WS-BUS-DATE
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING '  STEP      AFTER     F  STATUS      STARTED'
               '            ENDED              RC   RUNS'
               ' RERUN' DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

       1000-EXIT.
           EXIT.

      **************************************************************
      *REPORT-STEP - ONE STEP OF THE CHAIN TABLE: ITS STEPCTL ENTRY
      *FOR THE BUSINESS DATE, OR NOT RUN. THE FIRST NIGHTLY STEP
      *NOT COMPLETE, OR THE FIRST OCCASIONAL STEP THAT STARTED AND
      *DID NOT COMPLETE, IS WHERE THE CHAIN STOPPED
      **************************************************************

       2000-REPORT-STEP.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-CHAIN-STEP(WS-CHAIN-SUB) TO DET-STEP.
           MOVE WS-CHAIN-PRED(WS-CHAIN-SUB) TO DET-PRED.
           MOVE WS-CHAIN-FREQ(WS-CHAIN-SUB) TO DET-FREQ.

           MOVE WS-BUS-DATE TO STP-BUS-DATE.
           MOVE WS-CHAIN-STEP(WS-CHAIN-SUB) TO STP-STEP-NAME.
           READ STEPCTL-FILE
               INVALID KEY
                   MOVE 'NOT RUN' TO DET-STATUS
                   ADD 1 TO WS-STEPS-NOT-RUN
                   IF WS-CHAIN-NIGHTLY(WS-CHAIN-SUB)
                       PERFORM 2100-NOTE-STOP THRU 2100-EXIT
                   END-IF
                   GO TO 2000-PRINT
           END-READ.

           EVALUATE TRUE
               WHEN STP-COMPLETE
                   MOVE 'COMPLETE' TO DET-STATUS
                   ADD 1 TO WS-STEPS-COMPLETE
               WHEN STP-FAILED
                   MOVE 'FAILED' TO DET-STATUS
                   ADD 1 TO WS-STEPS-FAILED
               WHEN OTHER
                   MOVE 'NOT ENDED' TO DET-STATUS
                   ADD 1 TO WS-STEPS-NOT-ENDED
           END-EVALUATE.
           IF NOT STP-COMPLETE
               PERFORM 2100-NOTE-STOP THRU 2100-EXIT
           END-IF.

           MOVE STP-START-DATE TO DET-START-DATE.
           MOVE STP-START-TIME TO DET-START-TIME.
           IF NOT STP-STARTED
               MOVE STP-END-DATE TO DET-END-DATE
               MOVE STP-END-TIME TO DET-END-TIME
               MOVE STP-RETURN-CODE TO DET-RC
           END-IF.
           MOVE STP-RUN-COUNT TO DET-RUNS.
           IF STP-FORCED-RERUN
               MOVE 'YES' TO DET-FORCED
           END-IF.

       2000-PRINT.

           MOVE WS-DETAIL-LINE TO PRT-LINE.
           WRITE PRT-LINE.

           ADD 1 TO WS-CHAIN-SUB.

       2000-EXIT.
           EXIT.

       2100-NOTE-STOP.

           IF NOT CHAIN-STOPPED
               SET CHAIN-STOPPED TO TRUE
               MOVE WS-CHAIN-STEP(WS-CHAIN-SUB) TO WS-STOP-STEP
               MOVE DET-STATUS TO WS-STOP-STATUS
           END-IF.

       2100-EXIT.
           EXIT.

      **************************************************************
      *PRINT-TOTALS - THE COUNTS AND WHERE THE CHAIN STOPPED
      **************************************************************

       8000-PRINT-TOTALS.

           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-STEPS-COMPLETE TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'STEPS COMPLETE  . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-STEPS-FAILED TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'STEPS FAILED  . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-STEPS-NOT-ENDED TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'STEPS NOT ENDED . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-STEPS-NOT-RUN TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'STEPS NOT RUN . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           IF CHAIN-STOPPED
               STRING 'CHAIN STOPPED AT  . . . : ' WS-STOP-STEP
                   ' (' WS-STOP-STATUS ')'
                   DELIMITED BY SIZE INTO PRT-LINE
           ELSE
               STRING 'CHAIN COMPLETE FOR BUSINESS DATE '
                   WS-BUS-DATE
                   DELIMITED BY SIZE INTO PRT-LINE
           END-IF.
           WRITE PRT-LINE.

       8000-EXIT.
           EXIT.

      **************************************************************
      *TERMINATE - CLOSE FILES AND ECHO THE OUTCOME ON THE CONSOLE
      **************************************************************

       9000-TERMINATE.

           CLOSE STEPCTL-FILE.
           CLOSE STPPRINT-FILE.

           IF CHAIN-STOPPED
               DISPLAY 'COBODATE: BUSINESS DATE ' WS-BUS-DATE
                   ' - CHAIN STOPPED AT ' WS-STOP-STEP
                   ' (' WS-STOP-STATUS ')' UPON CNSL
           ELSE
               DISPLAY 'COBODATE: BUSINESS DATE ' WS-BUS-DATE
                   ' - CHAIN COMPLETE' UPON CNSL
           END-IF.

       9000-EXIT.
           EXIT.
