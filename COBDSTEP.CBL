      ******************************************************
      *SERVICIU DE CONTROL AL PASILOR DIN LANTUL DE NOAPTE
      *SPECIFICATII
      *APELAT DE FIECARE PROGRAM DIN LANT PRIN RECORDUL DE
      *LINKAGE DIN STEPLINK.CPY, LA START (B) SI LA SFARSIT (E)
      *MASTERUL STEPCTL (STPREC.CPY) ARE CHEIA DATA DE BUSINESS
      *PLUS NUMELE PASULUI: ORA DE START/SFARSIT, RETURN CODE,
      *STAREA (S = PORNIT, C = TERMINAT CURAT, F = ESUAT)
      *LA START:
      *    DATA DE BUSINESS = DATA DIN RUNPARM DACA E DATA, ALTFEL
      *    DATA DESCHISA DE CAPUL LANTULUI (INREGISTRAREA DE
      *    CONTROL OPENDATE); CAPUL LANTULUI DESCHIDE DATA
      *    SISTEMULUI, SAU RELUAREA NOPTII NETERMINATE
      *    PREDECESORUL DIN STPCHAIN.CPY TREBUIE SA FIE 'C'
      *    PENTRU ACEEASI DATA, ALTFEL PASUL ESTE REFUZAT
      *    UN PAS DEJA 'C' PENTRU DATA ESTE REFUZAT, AFARA DE
      *    CAZUL CAND RUNPARM CERE RELUAREA DE LA EL SAU DE LA
      *    UN PAS DINAINTEA LUI, CU DATA DE BUSINESS SCRISA
      *    UN PAS RAMAS 'S' SAU 'F' POATE FI RELUAT FARA CERERE
      *LA SFARSIT: RC SUB 8 = 'C', ALTFEL 'F'
      *RUNPARM: COLOANELE 1-8 MODUL, 10-17 SURSA SI 19-26 DATA
      *DE REPROCESARE (COBBDATE), 28-35 PASUL DE LA CARE SE
      *RELUAREA E CERUTA, 37-44 DATA DE BUSINESS YYYYMMDD
      *****************************************************
      *MODIFICATION HISTORY
      *  - INITIAL VERSION. AFTER AN ABEND OPERATIONS GUESSED
      *    WHICH STEPS TO RERUN, AND COBJDATE WAS TWICE RUN A
      *    SECOND TIME FOR THE SAME NIGHT, DOUBLE-COUNTING THE
      *    REJHIST OCCURRENCES.
      *  - BEGIN CALL NOW TELLS THE STEP WHETHER IT IS A RESTART
      *    OR A RUNPARM RERUN FOR THE DATE (LS-STEP-RERUN-SW), SO
      *    COBBDATE CAN RETAKE THE FEED SETS ITS EARLIER RUN
      *    LOGGED INSTEAD OF SKIPPING THEM AS DUPLICATES.
      *  - THE HEAD OF THE CHAIN CARRIES THE OPEN DATE FORWARD
      *    ONLY FOR AN ABEND (ITS ENTRY STILL 'S') OF THE NIGHT
      *    BEFORE. A RUN THAT ENDED 'F' NO LONGER REOPENS THE OLD
      *    DATE ON THE NEXT NIGHT, AND AN ABEND OLDER THAN A DAY
      *    IS REFUSED UNTIL RUNPARM NAMES THE BUSINESS DATE. A
      *    RUNPARM RERUN OF AN UNFINISHED STEP NOW REPORTS AS A
      *    RERUN RATHER THAN A RESTART.
      *****************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBDSTEP.
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
           SELECT RUNPARM-FILE ASSIGN TO 'RUNPARM'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STEPCTL-FILE.
       COPY STPREC.

       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05 RP-RUN-MODE             PIC X(8).
           05 FILLER                  PIC X(1).
           05 RP-REPROCESS-SOURCE     PIC X(8).
           05 FILLER                  PIC X(1).
           05 RP-REPROCESS-DATE       PIC X(8).
           05 FILLER                  PIC X(1).
           05 RP-RERUN-STEP           PIC X(8).
           05 FILLER                  PIC X(1).
           05 RP-BUSINESS-DATE        PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-STEPCTL-STATUS           PIC X(2) VALUE '00'.
       01 WS-RUNPARM-STATUS           PIC X(2) VALUE '00'.

       COPY STPCHAIN.

       01 WS-CHAIN-SUB                 PIC 9(3) VALUE ZEROS COMP.
       01 WS-WALK-COUNT                PIC 9(3) VALUE ZEROS COMP.

       01 WS-CHAIN-FOUND-SW            PIC X(1) VALUE 'N'.
          88 CHAIN-STEP-FOUND             VALUE 'Y'.

      *STEP BEING LOOKED UP IN THE CHAIN TABLE, AND ITS
      *PREDECESSOR ONCE FOUND
       01 WS-FIND-STEP                 PIC X(8) VALUE SPACES.
       01 WS-FIND-PRED                 PIC X(8) VALUE SPACES.

       01 WS-PRED-STEP                 PIC X(8) VALUE SPACES.
          88 HEAD-OF-CHAIN                VALUE SPACES.

      *RUNPARM OVERRIDES - RERUN FROM A STEP, FOR A NAMED DATE
       01 WS-RERUN-STEP                PIC X(8) VALUE SPACES.
       01 WS-CARD-DATE                 PIC X(8) VALUE SPACES.
       01 WS-CARD-DATE-NUM REDEFINES WS-CARD-DATE
                                       PIC 9(8).

       01 WS-FORCED-SW                 PIC X(1) VALUE 'N'.
          88 RERUN-FORCED                 VALUE 'Y'.

       01 WS-OPEN-DATE                 PIC 9(8) VALUE ZEROS.
       01 WS-BUS-DATE                  PIC 9(8) VALUE ZEROS.

       01 WS-ACCEPT-DATE               PIC 9(6) VALUE ZEROS.
       01 WS-SYS-DATE                  PIC 9(8) VALUE ZEROS.
       01 WS-SYS-TIME                  PIC 9(8) VALUE ZEROS.

       01 WS-OWN-FOUND-SW              PIC X(1) VALUE 'N'.
          88 OWN-ENTRY-FOUND              VALUE 'Y'.

       01 WS-OWN-RUN-COUNT             PIC 9(3) VALUE ZEROS.

       01 RC-STEP-FAILED               PIC 9(3) VALUE 8.

       COPY DATECALC.

       LINKAGE SECTION.
       COPY STEPLINK.

       PROCEDURE DIVISION USING STEP-LINK-REC.

       0000-MAINLINE.

           SET LS-STEP-GO TO TRUE.
           MOVE SPACES TO LS-STEP-REASON.
           SET LS-STEP-FIRST-RUN TO TRUE.

           MOVE LS-STEP-NAME TO WS-FIND-STEP.
           PERFORM 0100-FIND-STEP THRU 0100-EXIT.
           IF NOT CHAIN-STEP-FOUND
               SET LS-STEP-REFUSED TO TRUE
               STRING 'STEP ' LS-STEP-NAME ' NOT IN THE CHAIN'
                   DELIMITED BY SIZE INTO LS-STEP-REASON
               GOBACK
           END-IF.
           MOVE WS-FIND-PRED TO WS-PRED-STEP.

           OPEN I-O STEPCTL-FILE.
           IF WS-STEPCTL-STATUS EQUAL '35'
               OPEN OUTPUT STEPCTL-FILE
               CLOSE STEPCTL-FILE
               OPEN I-O STEPCTL-FILE
           END-IF.
           IF WS-STEPCTL-STATUS NOT EQUAL '00'
               SET LS-STEP-REFUSED TO TRUE
               STRING 'CANNOT OPEN STEPCTL, STATUS='
                   WS-STEPCTL-STATUS
                   DELIMITED BY SIZE INTO LS-STEP-REASON
               GOBACK
           END-IF.

           ACCEPT WS-ACCEPT-DATE FROM DATE.
           COMPUTE WS-SYS-DATE = 20000000 + WS-ACCEPT-DATE.
           ACCEPT WS-SYS-TIME FROM TIME.

           EVALUATE TRUE
               WHEN LS-STEP-BEGIN
                   PERFORM 1000-BEGIN-STEP THRU 1000-EXIT
               WHEN LS-STEP-END
                   PERFORM 5000-END-STEP THRU 5000-EXIT
               WHEN OTHER
                   SET LS-STEP-REFUSED TO TRUE
                   MOVE 'BAD FUNCTION' TO LS-STEP-REASON
           END-EVALUATE.

           CLOSE STEPCTL-FILE.

           GOBACK.

      **************************************************************
      *FIND-STEP - LOOK WS-FIND-STEP UP IN THE CHAIN TABLE AND
      *RETURN ITS PREDECESSOR IN WS-FIND-PRED
      **************************************************************

       0100-FIND-STEP.

           MOVE 'N' TO WS-CHAIN-FOUND-SW.
           MOVE SPACES TO WS-FIND-PRED.
           MOVE 1 TO WS-CHAIN-SUB.
           PERFORM 0110-FIND-STEP-STEP THRU 0110-EXIT
               UNTIL CHAIN-STEP-FOUND
                  OR WS-CHAIN-SUB GREATER THAN WS-CHAIN-COUNT.

       0100-EXIT.
           EXIT.

       0110-FIND-STEP-STEP.

           IF WS-CHAIN-STEP(WS-CHAIN-SUB) EQUAL WS-FIND-STEP
               SET CHAIN-STEP-FOUND TO TRUE
               MOVE WS-CHAIN-PRED(WS-CHAIN-SUB) TO WS-FIND-PRED
           ELSE
               ADD 1 TO WS-CHAIN-SUB
           END-IF.

       0110-EXIT.
           EXIT.

      **************************************************************
      *BEGIN-STEP - SETTLE THE BUSINESS DATE, GATE ON THE
      *PREDECESSOR AND ON A COMPLETED ENTRY FOR THIS STEP, THEN
      *RECORD THE STEP AS STARTED
      **************************************************************

       1000-BEGIN-STEP.

           PERFORM 1100-READ-RUNPARM THRU 1100-EXIT.
           PERFORM 1200-SET-BUS-DATE THRU 1200-EXIT.
           IF LS-STEP-REFUSED
               GO TO 1000-EXIT
           END-IF.
           MOVE WS-BUS-DATE TO LS-STEP-BUS-DATE.
           PERFORM 1300-CHECK-FORCED THRU 1300-EXIT.

           IF NOT HEAD-OF-CHAIN
               MOVE WS-BUS-DATE TO STP-BUS-DATE
               MOVE WS-PRED-STEP TO STP-STEP-NAME
               READ STEPCTL-FILE
                   INVALID KEY
                       SET LS-STEP-REFUSED TO TRUE
                       STRING 'PREDECESSOR ' WS-PRED-STEP
                           ' HAS NOT RUN'
                           DELIMITED BY SIZE INTO LS-STEP-REASON
                       GO TO 1000-EXIT
               END-READ
               IF NOT STP-COMPLETE
                   SET LS-STEP-REFUSED TO TRUE
                   STRING 'PREDECESSOR ' WS-PRED-STEP
                       ' DID NOT COMPLETE'
                       DELIMITED BY SIZE INTO LS-STEP-REASON
                   GO TO 1000-EXIT
               END-IF
           END-IF.

           MOVE 'N' TO WS-OWN-FOUND-SW.
           MOVE ZEROS TO WS-OWN-RUN-COUNT.
           MOVE WS-BUS-DATE TO STP-BUS-DATE.
           MOVE LS-STEP-NAME TO STP-STEP-NAME.
           READ STEPCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET OWN-ENTRY-FOUND TO TRUE
                   MOVE STP-RUN-COUNT TO WS-OWN-RUN-COUNT
           END-READ.

           IF OWN-ENTRY-FOUND
               IF STP-COMPLETE
                   IF RERUN-FORCED
                       SET LS-STEP-FORCED-RERUN TO TRUE
                       DISPLAY 'COBDSTEP: ' LS-STEP-NAME
                           ' RERUN FOR ' WS-BUS-DATE
                           ' AS REQUESTED ON RUNPARM' UPON CNSL
                   ELSE
                       SET LS-STEP-REFUSED TO TRUE
                       MOVE 'ALREADY COMPLETED, NO RERUN ON RUNPARM'
                           TO LS-STEP-REASON
                       GO TO 1000-EXIT
                   END-IF
               ELSE
                   IF RERUN-FORCED
                       SET LS-STEP-FORCED-RERUN TO TRUE
                   ELSE
                       SET LS-STEP-RESTARTED TO TRUE
                   END-IF
                   DISPLAY 'COBDSTEP: ' LS-STEP-NAME
                       ' RESTARTED FOR ' WS-BUS-DATE
                       ' AFTER AN UNFINISHED RUN, STATUS '
                       STP-STATUS UPON CNSL
               END-IF
           END-IF.

           MOVE WS-BUS-DATE TO STP-BUS-DATE.
           MOVE LS-STEP-NAME TO STP-STEP-NAME.
           SET STP-STARTED TO TRUE.
           MOVE WS-SYS-DATE TO STP-START-DATE.
           MOVE WS-SYS-TIME TO STP-START-TIME.
           MOVE ZEROS TO STP-END-DATE.
           MOVE ZEROS TO STP-END-TIME.
           MOVE ZEROS TO STP-RETURN-CODE.
           ADD 1 TO WS-OWN-RUN-COUNT GIVING STP-RUN-COUNT.
           IF OWN-ENTRY-FOUND AND RERUN-FORCED
               SET STP-FORCED-RERUN TO TRUE
           ELSE
               MOVE 'N' TO STP-FORCED-SW
           END-IF.

           IF OWN-ENTRY-FOUND
               REWRITE STP-RECORD
           ELSE
               WRITE STP-RECORD
           END-IF.
           IF WS-STEPCTL-STATUS NOT EQUAL '00'
               SET LS-STEP-REFUSED TO TRUE
               STRING 'STEPCTL UPDATE FAILED, STATUS='
                   WS-STEPCTL-STATUS
                   DELIMITED BY SIZE INTO LS-STEP-REASON
               GO TO 1000-EXIT
           END-IF.

           IF HEAD-OF-CHAIN
               PERFORM 1400-OPEN-BUS-DATE THRU 1400-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      **************************************************************
      *READ-RUNPARM - THE RERUN STEP AND BUSINESS DATE OVERRIDES.
      *A MISSING RUNPARM MEANS NEITHER, AS FOR THE RUN MODE
      **************************************************************

       1100-READ-RUNPARM.

           MOVE SPACES TO WS-RERUN-STEP.
           MOVE SPACES TO WS-CARD-DATE.
           OPEN INPUT RUNPARM-FILE.
           IF WS-RUNPARM-STATUS EQUAL '00'
               MOVE SPACES TO RUNPARM-RECORD
               READ RUNPARM-FILE
                   NOT AT END
                       MOVE RP-RERUN-STEP TO WS-RERUN-STEP
                       MOVE RP-BUSINESS-DATE TO WS-CARD-DATE
               END-READ
               CLOSE RUNPARM-FILE
           END-IF.

           IF WS-CARD-DATE NOT EQUAL SPACES
               AND (WS-CARD-DATE IS NOT NUMERIC
                    OR WS-CARD-DATE-NUM EQUAL ZEROS)
               DISPLAY 'COBDSTEP: RUNPARM BUSINESS DATE '
                   WS-CARD-DATE ' NOT YYYYMMDD - IGNORED' UPON CNSL
               MOVE SPACES TO WS-CARD-DATE
           END-IF.

       1100-EXIT.
           EXIT.

      **************************************************************
      *SET-BUS-DATE - RUNPARM DATE IF GIVEN. OTHERWISE THE HEAD OF
      *THE CHAIN OPENS THE SYSTEM DATE, UNLESS ITS OWN ENTRY FOR
      *THE DATE STILL OPEN IS STILL 'S' FROM THE DAY BEFORE (A
      *RESTART AFTER MIDNIGHT). AN ENTRY LEFT 'S' ANY LONGER
      *REFUSES THE STEP UNTIL RUNPARM NAMES THE DATE. EVERY LATER
      *STEP FOLLOWS THE OPEN DATE
      **************************************************************

       1200-SET-BUS-DATE.

           MOVE ZEROS TO WS-OPEN-DATE.
           MOVE ZEROS TO STP-BUS-DATE.
           MOVE 'OPENDATE' TO STP-STEP-NAME.
           READ STEPCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE STP-OPEN-BUS-DATE TO WS-OPEN-DATE
           END-READ.

           IF WS-CARD-DATE NOT EQUAL SPACES
               MOVE WS-CARD-DATE-NUM TO WS-BUS-DATE
               GO TO 1200-EXIT
           END-IF.

           MOVE WS-SYS-DATE TO WS-BUS-DATE.
           IF WS-OPEN-DATE EQUAL ZEROS
               GO TO 1200-EXIT
           END-IF.

           IF NOT HEAD-OF-CHAIN
               MOVE WS-OPEN-DATE TO WS-BUS-DATE
               GO TO 1200-EXIT
           END-IF.

           IF WS-OPEN-DATE EQUAL WS-SYS-DATE
               GO TO 1200-EXIT
           END-IF.

           MOVE WS-OPEN-DATE TO STP-BUS-DATE.
           MOVE LS-STEP-NAME TO STP-STEP-NAME.
           READ STEPCTL-FILE
               INVALID KEY
                   GO TO 1200-EXIT
           END-READ.

      *    A RUN THAT ENDED, EVEN 'F', CLOSED ITS NIGHT; ITS RERUN
      *    NAMES THE DATE ON RUNPARM
           IF NOT STP-STARTED
               GO TO 1200-EXIT
           END-IF.

           MOVE 'DB' TO LS-CALC-FUNCTION.
           MOVE WS-OPEN-DATE TO LS-CALC-DATE-1.
           MOVE WS-SYS-DATE TO LS-CALC-DATE-2.
           CALL 'COBDCALC' USING DATE-CALC-REC
               ON EXCEPTION
                   SET LS-CALC-ERROR TO TRUE
                   MOVE 'CALL FAILED' TO LS-CALC-REASON
           END-CALL.
           IF LS-CALC-OK
               AND LS-CALC-RESULT-DAYS EQUAL 1
               MOVE WS-OPEN-DATE TO WS-BUS-DATE
               GO TO 1200-EXIT
           END-IF.

           IF LS-CALC-ERROR
               DISPLAY 'COBDSTEP: COBDCALC FAILED - '
                   LS-CALC-REASON UPON CNSL
           END-IF.
           SET LS-STEP-REFUSED TO TRUE.
           STRING 'UNFINISHED ' WS-OPEN-DATE ', SET RUNPARM DATE'
               DELIMITED BY SIZE INTO LS-STEP-REASON.

       1200-EXIT.
           EXIT.

      **************************************************************
      *CHECK-FORCED - A RERUN IS FORCED WHEN RUNPARM NAMES THIS
      *STEP OR ANY STEP AHEAD OF IT IN THE CHAIN, AND ALSO NAMES
      *THE BUSINESS DATE, SO A CARD LEFT IN PLACE CANNOT RERUN
      *THE NEXT NIGHT'S STEPS
      **************************************************************

       1300-CHECK-FORCED.

           MOVE 'N' TO WS-FORCED-SW.
           IF WS-RERUN-STEP EQUAL SPACES
               GO TO 1300-EXIT
           END-IF.
           IF WS-CARD-DATE EQUAL SPACES
               DISPLAY 'COBDSTEP: RUNPARM RERUN OF ' WS-RERUN-STEP
                   ' IGNORED - NO BUSINESS DATE GIVEN' UPON CNSL
               GO TO 1300-EXIT
           END-IF.

           MOVE LS-STEP-NAME TO WS-FIND-STEP.
           MOVE ZEROS TO WS-WALK-COUNT.
           PERFORM 1310-WALK-BACK THRU 1310-EXIT
               UNTIL RERUN-FORCED
                  OR WS-FIND-STEP EQUAL SPACES
                  OR WS-WALK-COUNT GREATER THAN WS-CHAIN-COUNT.

       1300-EXIT.
           EXIT.

       1310-WALK-BACK.

           ADD 1 TO WS-WALK-COUNT.
           IF WS-FIND-STEP EQUAL WS-RERUN-STEP
               SET RERUN-FORCED TO TRUE
               GO TO 1310-EXIT
           END-IF.
           PERFORM 0100-FIND-STEP THRU 0100-EXIT.
           MOVE WS-FIND-PRED TO WS-FIND-STEP.

       1310-EXIT.
           EXIT.

      **************************************************************
      *OPEN-BUS-DATE - THE HEAD OF THE CHAIN RECORDS THE BUSINESS
      *DATE IT STARTED SO THE STEPS AFTER IT FOLLOW THAT DATE
      **************************************************************

       1400-OPEN-BUS-DATE.

           MOVE ZEROS TO STP-BUS-DATE.
           MOVE 'OPENDATE' TO STP-STEP-NAME.
           MOVE SPACES TO STP-OPEN-DATA.
           MOVE WS-BUS-DATE TO STP-OPEN-BUS-DATE.
           IF WS-OPEN-DATE EQUAL ZEROS
               WRITE STP-RECORD
           ELSE
               REWRITE STP-RECORD
           END-IF.
           IF WS-STEPCTL-STATUS NOT EQUAL '00'
               DISPLAY 'COBDSTEP: OPEN DATE NOT RECORDED, STATUS='
                   WS-STEPCTL-STATUS UPON CNSL
           END-IF.

       1400-EXIT.
           EXIT.

      **************************************************************
      *END-STEP - RECORD THE END TIME AND RETURN CODE; UNDER 8 IS
      *A CLEAN COMPLETION THE NEXT STEP MAY FOLLOW
      **************************************************************

       5000-END-STEP.

           MOVE LS-STEP-BUS-DATE TO STP-BUS-DATE.
           MOVE LS-STEP-NAME TO STP-STEP-NAME.
           READ STEPCTL-FILE
               INVALID KEY
                   SET LS-STEP-REFUSED TO TRUE
                   STRING 'NO STEPCTL ENTRY FOR ' LS-STEP-BUS-DATE
                       DELIMITED BY SIZE INTO LS-STEP-REASON
                   GO TO 5000-EXIT
           END-READ.

           MOVE WS-SYS-DATE TO STP-END-DATE.
           MOVE WS-SYS-TIME TO STP-END-TIME.
           MOVE LS-STEP-RC TO STP-RETURN-CODE.
           IF LS-STEP-RC LESS THAN RC-STEP-FAILED
               SET STP-COMPLETE TO TRUE
           ELSE
               SET STP-FAILED TO TRUE
           END-IF.

           REWRITE STP-RECORD.
           IF WS-STEPCTL-STATUS NOT EQUAL '00'
               SET LS-STEP-REFUSED TO TRUE
               STRING 'STEPCTL UPDATE FAILED, STATUS='
                   WS-STEPCTL-STATUS
                   DELIMITED BY SIZE INTO LS-STEP-REASON
           END-IF.

       5000-EXIT.
           EXIT.
