      ******************************************************
      *CALCUL DATE DE DECONTARE PE DOUA CALENDARE DE PIATA
      *SPECIFICATII
      *RULEAZA DUPA COBBDATE; CITESTE DIN OUTDATES NUMAI DATELE
      *ACCEPTATE (OUT-STATUS 'YES') SI LE TRATEAZA CA DATE DE
      *TRANZACTIE
      *TABELA SETLRULE DA PE SURSA: CALENDARUL PIETEI DE
      *TRANZACTIONARE, CALENDARUL PIETEI MONEDEI DE DECONTARE,
      *N DIN T+N SI CONVENTIA DE MUTARE (F/P/M)
      *DATA DE DECONTARE = DATA TRANZACTIEI PLUS N ZILE
      *LUCRATOARE ALE PIETEI DE TRANZACTIONARE (COBDCALC AB),
      *APOI MUTATA PE O ZI LUCRATOARE IN AMBELE PIETE DUPA
      *CONVENTIE (COBDCALC RL CU DOUA CALENDARE)
      *DATA DE DECONTARE TREBUIE SA CADA INTR-O PERIOADA
      *FISCPER DESCHISA (DACA FISCPER ESTE DISPONIBIL)
      *SCRIE SETLDATE PENTRU DATELE DECONTATE SI LISTEAZA PE
      *SETLEXC EXCEPTIILE: SURSA FARA REGULA, CALENDAR DE PIATA
      *NECUNOSCUT IN HOLIDAY, PERIOADA INCHISA SAU LIPSA,
      *EROARE DE CALCUL. RC 4 DACA EXISTA EXCEPTII
      *****************************************************
      *MODIFICATION HISTORY
      *  - INITIAL VERSION. THE SETTLEMENT DESK USED TO TAKE
      *    EVERY ACCEPTED TRADE DATE FROM OUTDATES AND WORK OUT
      *    T+N SETTLEMENT BY HAND AGAINST TWO HOLIDAY LISTS.
      *  - RUNS UNDER STEP CONTROL: COBDSTEP REFUSES THE STEP
      *    UNLESS COBBDATE COMPLETED FOR THE SAME BUSINESS DATE,
      *    AND REFUSES A SECOND RUN FOR A DATE ALREADY COMPLETED
      *    UNLESS RUNPARM ASKS FOR A RERUN; THE END RC GOES TO
      *    STEPCTL.
      *****************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBMDATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CNSL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTDATES-FILE ASSIGN TO 'OUTDATES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTDATES-STATUS.
           SELECT SETLRULE-FILE ASSIGN TO 'SETLRULE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETLRULE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT FISCPER-FILE ASSIGN TO 'FISCPER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCPER-STATUS.
           SELECT SETLDATE-FILE ASSIGN TO 'SETLDATE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETLDATE-STATUS.
           SELECT SETLEXC-FILE ASSIGN TO 'SETLEXC'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETLEXC-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OUTDATES-FILE.
       COPY OUTREC.

       FD  SETLRULE-FILE.
       COPY SRLREC.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HD-DATE                  PIC 9(8).
           05 FILLER                   PIC X(1).
           05 HD-CAL-ID                PIC X(3).

       FD  FISCPER-FILE.
       01  FISCPER-RECORD.
           05 FP-PERIOD-ID            PIC X(6).
           05 FILLER                  PIC X(1).
           05 FP-START-DATE           PIC 9(8).
           05 FILLER                  PIC X(1).
           05 FP-END-DATE             PIC 9(8).
           05 FILLER                  PIC X(1).
           05 FP-OPEN-FLAG            PIC X(1).

       FD  SETLDATE-FILE.
       COPY STLREC.

       FD  SETLEXC-FILE.
       01  PRT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-OUTDATES-STATUS          PIC X(2) VALUE '00'.
       01 WS-SETLRULE-STATUS          PIC X(2) VALUE '00'.
       01 WS-HOLIDAY-STATUS           PIC X(2) VALUE '00'.
       01 WS-FISCPER-STATUS           PIC X(2) VALUE '00'.
       01 WS-SETLDATE-STATUS          PIC X(2) VALUE '00'.
       01 WS-SETLEXC-STATUS           PIC X(2) VALUE '00'.

       01 WS-OUTDATES-EOF-SW          PIC X(1) VALUE 'N'.
          88 END-OF-OUTDATES             VALUE 'Y'.

       01 WS-SETLRULE-EOF-SW          PIC X(1) VALUE 'N'.
          88 END-OF-SETLRULE             VALUE 'Y'.

       01 WS-HOLIDAY-EOF-SW           PIC X(1) VALUE 'N'.
          88 END-OF-HOLIDAYS             VALUE 'Y'.

       01 WS-FISCPER-EOF-SW           PIC X(1) VALUE 'N'.
          88 END-OF-FISCPER              VALUE 'Y'.

       01 WS-FISCAL-SW                PIC X(1) VALUE 'N'.
          88 FISCAL-LOADED               VALUE 'Y'.

       01 WS-PERIOD-FOUND-SW          PIC X(1) VALUE 'N'.
          88 PERIOD-FOUND                VALUE 'Y'.
          88 PERIOD-NOT-FOUND            VALUE 'N'.

       01 WS-FOUND-SW                 PIC X(1) VALUE 'N'.
          88 ENTRY-FOUND                 VALUE 'Y'.
          88 ENTRY-NOT-FOUND             VALUE 'N'.

      *SETTLEMENT RULES, CALENDARS HELD NORMALIZED (SPACES
      *BECOME DOM).
       01 WS-RULE-TABLE.
          05 WS-RULE-COUNT            PIC 9(3) VALUE ZEROS COMP.
          05 WS-RULE-ENTRY OCCURS 1 TO 200 TIMES
                           DEPENDING ON WS-RULE-COUNT.
             10 WS-RULE-SOURCE        PIC X(8).
             10 WS-RULE-TRADE-CAL     PIC X(3).
             10 WS-RULE-SETL-CAL      PIC X(3).
             10 WS-RULE-DAYS          PIC 9(2).
             10 WS-RULE-CONVENTION    PIC X(1).

      *EVERY CALENDAR ID THAT HAS AT LEAST ONE HOLIDAY MASTER
      *ENTRY. DOM IS ALWAYS KNOWN, EVEN WITH NO HOLIDAYS.
       01 WS-CAL-TABLE.
          05 WS-CAL-COUNT             PIC 9(3) VALUE ZEROS COMP.
          05 WS-CAL-ID OCCURS 1 TO 50 TIMES
                       DEPENDING ON WS-CAL-COUNT
                                      PIC X(3).

       01 WS-FISCAL-TABLE.
          05 WS-FISCAL-COUNT          PIC 9(3) VALUE ZEROS COMP.
          05 WS-FISCAL-ENTRY OCCURS 1 TO 240 TIMES
                             DEPENDING ON WS-FISCAL-COUNT.
             10 WS-FP-PERIOD-ID       PIC X(6).
             10 WS-FP-START           PIC 9(8).
             10 WS-FP-END             PIC 9(8).
             10 WS-FP-OPEN-FLAG       PIC X(1).
                88 WS-FP-PERIOD-OPEN     VALUE 'O'.

       01 WS-SUBSCRIPTS.
          05 WS-RULE-SUB              PIC 9(3) COMP.
          05 WS-CAL-SUB               PIC 9(3) COMP.
          05 WS-FP-SUB                PIC 9(3) COMP.

       01 WS-HD-CAL                   PIC X(3) VALUE SPACES.
       01 WS-LOOK-CAL                 PIC X(3) VALUE SPACES.
       01 WS-TRADE-DATE               PIC 9(8) VALUE ZEROS.
       01 WS-SETL-DATE                PIC 9(8) VALUE ZEROS.

       01 WS-EXC-REASON               PIC X(15) VALUE SPACES.
       01 WS-EXC-DETAIL               PIC X(18) VALUE SPACES.

       01 WS-SETL-COUNTS.
          05 WS-OUT-READ              PIC 9(7) VALUE ZEROS COMP.
          05 WS-TRADES-READ           PIC 9(7) VALUE ZEROS COMP.
          05 WS-SETL-WRITTEN          PIC 9(7) VALUE ZEROS COMP.
          05 WS-EXC-COUNT             PIC 9(7) VALUE ZEROS COMP.
          05 WS-EXC-NO-RULE           PIC 9(7) VALUE ZEROS COMP.
          05 WS-EXC-NO-CAL            PIC 9(7) VALUE ZEROS COMP.
          05 WS-EXC-FISCAL            PIC 9(7) VALUE ZEROS COMP.
          05 WS-EXC-OTHER             PIC 9(7) VALUE ZEROS COMP.

       01 WS-EXC-LINE.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 EXC-TRADE-RAW            PIC X(11).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 EXC-SOURCE-ID            PIC X(8).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 EXC-TRADE-DATE           PIC X(8).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 EXC-SETL-DATE            PIC X(8).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 EXC-REASON               PIC X(15).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 EXC-DETAIL               PIC X(18).

       01 WS-RUN-DATE.
          05 WS-RUN-YY                PIC 9(2).
          05 WS-RUN-MM                PIC 9(2).
          05 WS-RUN-DD                PIC 9(2).

       01 WS-EDIT-COUNT                PIC ZZZ,ZZ9.

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-CALL-FAILED               PIC 9(3) VALUE 12.
       01 RC-EXCEPTIONS                PIC 9(3) VALUE 4.
       01 RC-STEP-REFUSED              PIC 9(3) VALUE 20.

       COPY DATECONV.
       COPY DATECALC.
       COPY STEPLINK.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           PERFORM 2100-READ-OUTDATES THRU 2100-EXIT.
           PERFORM 2000-SETTLE-DATE THRU 2000-EXIT
               UNTIL END-OF-OUTDATES.

           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.

           IF WS-EXC-COUNT GREATER THAN ZERO
               MOVE RC-EXCEPTIONS TO RETURN-CODE
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
           MOVE 'COBMDATE' TO LS-STEP-NAME.
           MOVE ZEROS TO LS-STEP-RC.
           CALL 'COBDSTEP' USING STEP-LINK-REC
               ON EXCEPTION
                   DISPLAY 'COBMDATE: COBDSTEP CALL FAILED' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.
           IF LS-STEP-REFUSED
               DISPLAY 'COBMDATE: NOT STARTED FOR BUSINESS DATE '
                   LS-STEP-BUS-DATE ' - ' LS-STEP-REASON UPON CNSL
               MOVE RC-STEP-REFUSED TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'COBMDATE: BUSINESS DATE ' LS-STEP-BUS-DATE
               UPON CNSL.

       0100-EXIT.
           EXIT.

      **************************************************************
      *INITIALIZE - LOAD THE SETTLEMENT RULES, THE CALENDARS ON THE
      *HOLIDAY MASTER AND THE FISCAL PERIODS, OPEN THE FILES AND
      *PRINT THE EXCEPTION LISTING HEADER
      **************************************************************

       1000-INITIALIZE.

           PERFORM 0100-BEGIN-STEP THRU 0100-EXIT.

           PERFORM 1100-LOAD-RULES THRU 1100-EXIT.
           PERFORM 1200-LOAD-CALENDARS THRU 1200-EXIT.
           PERFORM 1300-LOAD-FISCPER THRU 1300-EXIT.

           OPEN INPUT OUTDATES-FILE.
           IF WS-OUTDATES-STATUS NOT EQUAL '00'
               DISPLAY 'COBMDATE: CANNOT OPEN OUTDATES, STATUS='
                   WS-OUTDATES-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SETLDATE-FILE.
           IF WS-SETLDATE-STATUS NOT EQUAL '00'
               DISPLAY 'COBMDATE: CANNOT OPEN SETLDATE, STATUS='
                   WS-SETLDATE-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SETLEXC-FILE.
           IF WS-SETLEXC-STATUS NOT EQUAL '00'
               DISPLAY 'COBMDATE: CANNOT OPEN SETLEXC, STATUS='
                   WS-SETLEXC-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE SPACES TO PRT-LINE.
           STRING 'SETTLEMENT DATE DERIVATION - EXCEPTIONS'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING 'RUN DATE : 20' WS-RUN-YY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING '  RAW DATE     SOURCE    TRADE     SETTLE    '
               'REASON           DETAIL'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

       1000-EXIT.
           EXIT.

      *A RULE WITH A NON-NUMERIC DAY COUNT OR AN UNKNOWN ROLL
      *CONVENTION IS SKIPPED WITH A MESSAGE, SO ITS SOURCE SHOWS
      *UP ON THE LISTING AS HAVING NO RULE.
       1100-LOAD-RULES.

           OPEN INPUT SETLRULE-FILE.
           IF WS-SETLRULE-STATUS NOT EQUAL '00'
               DISPLAY 'COBMDATE: CANNOT OPEN SETLRULE, STATUS='
                   WS-SETLRULE-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1110-READ-RULE THRU 1110-EXIT
               UNTIL END-OF-SETLRULE.
           CLOSE SETLRULE-FILE.

       1100-EXIT.
           EXIT.

       1110-READ-RULE.

           READ SETLRULE-FILE
               AT END
                   SET END-OF-SETLRULE TO TRUE
                   GO TO 1110-EXIT
           END-READ.

           IF SRL-DAYS-NUM IS NOT NUMERIC
               OR NOT SRL-VALID-CONVENTION
               DISPLAY 'COBMDATE: SETLRULE ENTRY FOR ' SRL-SOURCE-ID
                   ' HAS A BAD DAY COUNT OR CONVENTION - SKIPPED'
                   UPON CNSL
               GO TO 1110-EXIT
           END-IF.

           IF WS-RULE-COUNT EQUAL 200
               DISPLAY 'COBMDATE: SETTLEMENT RULES EXCEED THE '
                   '200-ENTRY WORK TABLE - RUN ABANDONED' UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-RULE-COUNT.
           MOVE SRL-SOURCE-ID TO WS-RULE-SOURCE(WS-RULE-COUNT).
           IF SRL-TRADE-CAL EQUAL SPACES
               MOVE 'DOM' TO WS-RULE-TRADE-CAL(WS-RULE-COUNT)
           ELSE
               MOVE SRL-TRADE-CAL TO WS-RULE-TRADE-CAL(WS-RULE-COUNT)
           END-IF.
           IF SRL-SETL-CAL EQUAL SPACES
               MOVE 'DOM' TO WS-RULE-SETL-CAL(WS-RULE-COUNT)
           ELSE
               MOVE SRL-SETL-CAL TO WS-RULE-SETL-CAL(WS-RULE-COUNT)
           END-IF.
           MOVE SRL-DAYS-NUM TO WS-RULE-DAYS(WS-RULE-COUNT).
           MOVE SRL-CONVENTION TO WS-RULE-CONVENTION(WS-RULE-COUNT).

       1110-EXIT.
           EXIT.

      *THE DISTINCT CALENDAR IDS ON THE HOLIDAY MASTER. WITHOUT
      *THE MASTER ONLY DOM IS KNOWN AND EVERY OTHER MARKET IS AN
      *EXCEPTION.
       1200-LOAD-CALENDARS.

           MOVE 1 TO WS-CAL-COUNT.
           MOVE 'DOM' TO WS-CAL-ID(1).

           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS NOT EQUAL '00'
               DISPLAY 'COBMDATE: HOLIDAY NOT AVAILABLE, STATUS='
                   WS-HOLIDAY-STATUS
                   ' - ONLY THE DOM CALENDAR IS KNOWN' UPON CNSL
               GO TO 1200-EXIT
           END-IF.

           PERFORM 1210-READ-HOLIDAY THRU 1210-EXIT
               UNTIL END-OF-HOLIDAYS.
           CLOSE HOLIDAY-FILE.

       1200-EXIT.
           EXIT.

       1210-READ-HOLIDAY.

           READ HOLIDAY-FILE
               AT END
                   SET END-OF-HOLIDAYS TO TRUE
                   GO TO 1210-EXIT
           END-READ.

           IF HD-CAL-ID EQUAL SPACES
               MOVE 'DOM' TO WS-HD-CAL
           ELSE
               MOVE HD-CAL-ID TO WS-HD-CAL
           END-IF.
           MOVE WS-HD-CAL TO WS-LOOK-CAL.
           PERFORM 3100-FIND-CALENDAR THRU 3100-EXIT.
           IF ENTRY-FOUND
               GO TO 1210-EXIT
           END-IF.

           IF WS-CAL-COUNT EQUAL 50
               DISPLAY 'COBMDATE: MORE THAN 50 HOLIDAY CALENDARS - '
                   WS-HD-CAL ' NOT LOADED' UPON CNSL
               GO TO 1210-EXIT
           END-IF.
           ADD 1 TO WS-CAL-COUNT.
           MOVE WS-HD-CAL TO WS-CAL-ID(WS-CAL-COUNT).

       1210-EXIT.
           EXIT.

      *THE FISCAL-PERIOD MASTER, AS COBBDATE LOADS IT. A MISSING
      *FILE TURNS THE PERIOD CHECK OFF WITH A CONSOLE WARNING.
       1300-LOAD-FISCPER.

           OPEN INPUT FISCPER-FILE.
           IF WS-FISCPER-STATUS NOT EQUAL '00'
               DISPLAY 'COBMDATE: FISCPER NOT AVAILABLE, STATUS='
                   WS-FISCPER-STATUS
                   ' - FISCAL PERIOD CHECK SKIPPED' UPON CNSL
               GO TO 1300-EXIT
           END-IF.

           PERFORM 1310-READ-FISCPER THRU 1310-EXIT
               UNTIL END-OF-FISCPER
                  OR WS-FISCAL-COUNT EQUAL 240.
           IF WS-FISCAL-COUNT EQUAL 240
               AND NOT END-OF-FISCPER
               READ FISCPER-FILE
                   AT END
                       SET END-OF-FISCPER TO TRUE
               END-READ
               IF NOT END-OF-FISCPER
                   DISPLAY 'COBMDATE: FISCAL PERIOD MASTER EXCEEDS '
                       'THE 240-ENTRY WORK TABLE - RUN ABANDONED'
                       UPON CNSL
                   MOVE RC-FILE-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE FISCPER-FILE.

           IF WS-FISCAL-COUNT GREATER THAN ZERO
               SET FISCAL-LOADED TO TRUE
           END-IF.

       1300-EXIT.
           EXIT.

       1310-READ-FISCPER.

           READ FISCPER-FILE
               AT END
                   SET END-OF-FISCPER TO TRUE
               NOT AT END
                   IF FP-START-DATE IS NUMERIC
                       AND FP-END-DATE IS NUMERIC
                       ADD 1 TO WS-FISCAL-COUNT
                       MOVE FP-PERIOD-ID
                           TO WS-FP-PERIOD-ID(WS-FISCAL-COUNT)
                       MOVE FP-START-DATE
                           TO WS-FP-START(WS-FISCAL-COUNT)
                       MOVE FP-END-DATE
                           TO WS-FP-END(WS-FISCAL-COUNT)
                       MOVE FP-OPEN-FLAG
                           TO WS-FP-OPEN-FLAG(WS-FISCAL-COUNT)
                   ELSE
                       DISPLAY 'COBMDATE: FISCPER PERIOD '
                           FP-PERIOD-ID ' HAS A NON-NUMERIC DATE '
                           '- ENTRY SKIPPED' UPON CNSL
                   END-IF
           END-READ.

       1310-EXIT.
           EXIT.

      **************************************************************
      *SETTLE-DATE - DERIVE THE SETTLEMENT DATE OF ONE ACCEPTED
      *OUTDATES TRADE DATE, OR LIST WHY IT CANNOT BE SETTLED
      **************************************************************

       2000-SETTLE-DATE.

           IF OUT-STATUS NOT EQUAL 'YES'
               GO TO 2000-NEXT
           END-IF.
           ADD 1 TO WS-TRADES-READ.
           MOVE ZEROS TO WS-TRADE-DATE.
           MOVE ZEROS TO WS-SETL-DATE.
           MOVE SPACES TO WS-EXC-DETAIL.

           MOVE OUT-DATE TO LS-CONV-DATE-RAW.
           CALL 'COBNDATE' USING DATE-CONV-REC
               ON EXCEPTION
                   DISPLAY 'COBMDATE: COBNDATE CALL FAILED' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.
           IF LS-CONV-NOT-CONVERTED
               MOVE 'BAD TRADE DATE' TO WS-EXC-REASON
               GO TO 2900-EXCEPTION
           END-IF.
           MOVE LS-CONV-DATE-8 TO WS-TRADE-DATE.

           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-RULE-SUB.
           PERFORM 2200-FIND-RULE THRU 2200-EXIT
               UNTIL ENTRY-FOUND
                  OR WS-RULE-SUB GREATER THAN WS-RULE-COUNT.
           IF ENTRY-NOT-FOUND
               MOVE 'NO SETTLE RULE' TO WS-EXC-REASON
               STRING 'SOURCE ' OUT-SOURCE-ID
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               GO TO 2900-EXCEPTION
           END-IF.

           MOVE WS-RULE-TRADE-CAL(WS-RULE-SUB) TO WS-LOOK-CAL.
           PERFORM 3100-FIND-CALENDAR THRU 3100-EXIT.
           IF ENTRY-FOUND
               MOVE WS-RULE-SETL-CAL(WS-RULE-SUB) TO WS-LOOK-CAL
               PERFORM 3100-FIND-CALENDAR THRU 3100-EXIT
           END-IF.
           IF ENTRY-NOT-FOUND
               MOVE 'NO MKT CALENDAR' TO WS-EXC-REASON
               STRING 'CALENDAR ' WS-LOOK-CAL
                   DELIMITED BY SIZE INTO WS-EXC-DETAIL
               GO TO 2900-EXCEPTION
           END-IF.

      *T+N ON THE TRADING MARKET'S OWN BUSINESS DAYS ...
           MOVE 'AB' TO LS-CALC-FUNCTION.
           MOVE WS-TRADE-DATE TO LS-CALC-DATE-1.
           MOVE WS-RULE-DAYS(WS-RULE-SUB) TO LS-CALC-DAYS.
           MOVE WS-RULE-TRADE-CAL(WS-RULE-SUB) TO LS-CALC-CAL-ID.
           MOVE SPACES TO LS-CALC-CAL-ID-2.
           PERFORM 3000-CALL-DCALC THRU 3000-EXIT.
           IF LS-CALC-ERROR
               MOVE LS-CALC-REASON TO WS-EXC-REASON
               GO TO 2900-EXCEPTION
           END-IF.

      *... THEN ROLLED TO A BUSINESS DAY OF BOTH MARKETS.
           MOVE 'RL' TO LS-CALC-FUNCTION.
           MOVE LS-CALC-RESULT-DATE TO LS-CALC-DATE-1.
           MOVE WS-RULE-CONVENTION(WS-RULE-SUB)
               TO LS-CALC-CONVENTION.
           MOVE WS-RULE-TRADE-CAL(WS-RULE-SUB) TO LS-CALC-CAL-ID.
           MOVE WS-RULE-SETL-CAL(WS-RULE-SUB) TO LS-CALC-CAL-ID-2.
           PERFORM 3000-CALL-DCALC THRU 3000-EXIT.
           IF LS-CALC-ERROR
               MOVE LS-CALC-REASON TO WS-EXC-REASON
               GO TO 2900-EXCEPTION
           END-IF.
           MOVE LS-CALC-RESULT-DATE TO WS-SETL-DATE.

           MOVE SPACES TO STL-RECORD.
           IF FISCAL-LOADED
               SET PERIOD-NOT-FOUND TO TRUE
               MOVE 1 TO WS-FP-SUB
               PERFORM 2300-FIND-PERIOD THRU 2300-EXIT
                   UNTIL PERIOD-FOUND
                      OR WS-FP-SUB GREATER THAN WS-FISCAL-COUNT
               IF PERIOD-NOT-FOUND
                   MOVE 'NO FISCAL PERD' TO WS-EXC-REASON
                   GO TO 2900-EXCEPTION
               END-IF
               IF NOT WS-FP-PERIOD-OPEN(WS-FP-SUB)
                   MOVE 'CLOSED PERIOD' TO WS-EXC-REASON
                   STRING 'PERIOD ' WS-FP-PERIOD-ID(WS-FP-SUB)
                       DELIMITED BY SIZE INTO WS-EXC-DETAIL
                   GO TO 2900-EXCEPTION
               END-IF
               MOVE WS-FP-PERIOD-ID(WS-FP-SUB) TO STL-PERIOD-ID
           END-IF.

           MOVE OUT-DATE TO STL-TRADE-RAW.
           MOVE WS-TRADE-DATE TO STL-TRADE-DATE.
           MOVE WS-SETL-DATE TO STL-SETL-DATE.
           MOVE OUT-SOURCE-ID TO STL-SOURCE-ID.
           MOVE WS-RULE-TRADE-CAL(WS-RULE-SUB) TO STL-TRADE-CAL.
           MOVE WS-RULE-SETL-CAL(WS-RULE-SUB) TO STL-SETL-CAL.
           MOVE WS-RULE-DAYS(WS-RULE-SUB) TO STL-DAYS.
           MOVE WS-RULE-CONVENTION(WS-RULE-SUB) TO STL-CONVENTION.
           WRITE STL-RECORD.
           IF WS-SETLDATE-STATUS NOT EQUAL '00'
               DISPLAY 'COBMDATE: SETLDATE WRITE FAILED, STATUS='
                   WS-SETLDATE-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SETL-WRITTEN.
           GO TO 2000-NEXT.

       2900-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT.
           EVALUATE WS-EXC-REASON
               WHEN 'NO SETTLE RULE'
                   ADD 1 TO WS-EXC-NO-RULE
               WHEN 'NO MKT CALENDAR'
                   ADD 1 TO WS-EXC-NO-CAL
               WHEN 'NO FISCAL PERD'
               WHEN 'CLOSED PERIOD'
                   ADD 1 TO WS-EXC-FISCAL
               WHEN OTHER
                   ADD 1 TO WS-EXC-OTHER
           END-EVALUATE.

           MOVE OUT-DATE TO EXC-TRADE-RAW.
           MOVE OUT-SOURCE-ID TO EXC-SOURCE-ID.
           IF WS-TRADE-DATE EQUAL ZEROS
               MOVE SPACES TO EXC-TRADE-DATE
           ELSE
               MOVE WS-TRADE-DATE TO EXC-TRADE-DATE
           END-IF.
           IF WS-SETL-DATE EQUAL ZEROS
               MOVE SPACES TO EXC-SETL-DATE
           ELSE
               MOVE WS-SETL-DATE TO EXC-SETL-DATE
           END-IF.
           MOVE WS-EXC-REASON TO EXC-REASON.
           MOVE WS-EXC-DETAIL TO EXC-DETAIL.
           MOVE WS-EXC-LINE TO PRT-LINE.
           WRITE PRT-LINE.

       2000-NEXT.
           PERFORM 2100-READ-OUTDATES THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

       2100-READ-OUTDATES.

           READ OUTDATES-FILE
               AT END
                   SET END-OF-OUTDATES TO TRUE
               NOT AT END
                   ADD 1 TO WS-OUT-READ
           END-READ.

       2100-EXIT.
           EXIT.

       2200-FIND-RULE.

           IF WS-RULE-SOURCE(WS-RULE-SUB) EQUAL OUT-SOURCE-ID
               SET ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-RULE-SUB
           END-IF.

       2200-EXIT.
           EXIT.

       2300-FIND-PERIOD.

           IF WS-SETL-DATE NOT LESS THAN WS-FP-START(WS-FP-SUB)
               AND WS-SETL-DATE NOT GREATER THAN WS-FP-END(WS-FP-SUB)
               SET PERIOD-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-FP-SUB
           END-IF.

       2300-EXIT.
           EXIT.

      **************************************************************
      *CALL-DCALC - ONE DATE-ARITHMETIC CALL; A CALL FAILURE IS
      *FATAL, A CALCULATION ERROR IS RETURNED TO THE CALLER
      **************************************************************

       3000-CALL-DCALC.

           CALL 'COBDCALC' USING DATE-CALC-REC
               ON EXCEPTION
                   DISPLAY 'COBMDATE: COBDCALC CALL FAILED' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.

       3000-EXIT.
           EXIT.

      *IS WS-LOOK-CAL A CALENDAR ON THE HOLIDAY MASTER (OR DOM)?
       3100-FIND-CALENDAR.

           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-CAL-SUB.
           PERFORM 3110-FIND-CALENDAR-STEP THRU 3110-EXIT
               UNTIL ENTRY-FOUND
                  OR WS-CAL-SUB GREATER THAN WS-CAL-COUNT.

       3100-EXIT.
           EXIT.

       3110-FIND-CALENDAR-STEP.

           IF WS-CAL-ID(WS-CAL-SUB) EQUAL WS-LOOK-CAL
               SET ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CAL-SUB
           END-IF.

       3110-EXIT.
           EXIT.

      **************************************************************
      *PRINT-TOTALS - RUN TOTALS AT THE FOOT OF THE LISTING
      **************************************************************

       8000-PRINT-TOTALS.

           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-TRADES-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'ACCEPTED DATES READ . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-SETL-WRITTEN TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'SETTLEMENT DATES WRITTEN  . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-EXC-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'EXCEPTIONS  . . . . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-EXC-NO-RULE TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING '  NO SETTLEMENT RULE  . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-EXC-NO-CAL TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING '  MARKET CALENDAR MISSING . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-EXC-FISCAL TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING '  CLOSED OR NO FISCAL PERD  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-EXC-OTHER TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING '  OTHER . . . . . . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

       8000-EXIT.
           EXIT.

      **************************************************************
      *TERMINATE - CLOSE FILES AND ECHO THE RUN TOTALS
      **************************************************************

       9000-TERMINATE.

           CLOSE OUTDATES-FILE.
           CLOSE SETLDATE-FILE.
           CLOSE SETLEXC-FILE.

           DISPLAY 'COBMDATE: OUTDATES READ = ' WS-OUT-READ
               ' ACCEPTED = ' WS-TRADES-READ UPON CNSL.
           DISPLAY 'COBMDATE: SETTLED = ' WS-SETL-WRITTEN
               ' EXCEPTIONS = ' WS-EXC-COUNT UPON CNSL.

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
                   DISPLAY 'COBMDATE: COBDSTEP CALL FAILED - STEP END '
                       'NOT RECORDED' UPON CNSL
           END-CALL.
           IF LS-STEP-REFUSED
               DISPLAY 'COBMDATE: STEP END NOT RECORDED - '
                   LS-STEP-REASON UPON CNSL
           END-IF.
           MOVE LS-STEP-RC TO RETURN-CODE.

       9900-EXIT.
           EXIT.
