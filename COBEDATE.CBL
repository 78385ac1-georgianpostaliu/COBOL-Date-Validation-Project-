      ******************************************************
      *GENERATOR DE SARBATORI PE BAZA DE REGULI PENTRU UN AN
      *SPECIFICATII
      *ANUL CERUT (SI OPTIONAL UN CALENDAR - GOL INSEAMNA TOATE
      *CALENDARELE DIN HOLRULE) SE CITESC DIN FISIERUL DE
      *CONTROL RULEYEAR; ANUL TREBUIE SA FIE IN FEREASTRA YEARCTL
      *MASTERUL DE REGULI HOLRULE ARE CATE O REGULA PE LINIE,
      *PE CALENDAR DE PIATA (GOL = DOM):
      *    FX LL ZZ        - DATA FIXA (LUNA, ZIUA)
      *    NW LL N ZZZ     - A N-A ZI ZZZ (MON..SUN) DIN LUNA
      *    LW LL ZZZ       - ULTIMA ZI ZZZ DIN LUNA
      *    EA +NNN         - PASTELE (GREGORIAN) PLUS/MINUS ZILE
      *    OB LL ZZ S      - DATA FIXA MUTATA DE PE WEEKEND:
      *        N - SAMBATA PE VINERI, DUMINICA PE LUNI
      *        M - SAMBATA SI DUMINICA PE LUNI
      *        S - NUMAI DUMINICA PE LUNI
      *ZIUA SAPTAMANII SI ARITMETICA DE DATE TREC PRIN COBDCALC
      *SCRIE IN HOLTRANS TRANZACTII ADD GATA DE APLICAT DE
      *COBHDATE, SORTATE PE CALENDAR SI DATA
      *TIPARESTE PE HOLPROOF LISTINGUL DE PROBA: FIECARE DATA
      *GENERATA, ZIUA SAPTAMANII SI REGULA CARE A PRODUS-O
      *SEMNALEAZA CONFLICTELE CU MASTERUL HOLIDAY: DATE DEJA
      *INCARCATE (NU SE MAI SCRIU IN HOLTRANS) SI INTRARI DIN
      *ANUL CERUT PE CARE NICIO REGULA NU LE-A GENERAT
      *****************************************************
      *MODIFICATION HISTORY
      *  - INITIAL VERSION. NEXT YEAR'S HOLIDAYS WERE HAND-KEYED
      *    INTO HOLTRANS EVERY AUTUMN, FLOATING DAYS INCLUDED,
      *    AND A MISTYPED DATE THAT WAS STILL A REAL DATE WENT
      *    STRAIGHT ONTO THE MASTER.
      *****************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBEDATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CNSL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RULEYEAR-FILE ASSIGN TO 'RULEYEAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RULEYEAR-STATUS.
           SELECT YEARCTL-FILE ASSIGN TO 'YEARCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEARCTL-STATUS.
           SELECT HOLRULE-FILE ASSIGN TO 'HOLRULE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLRULE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT HOLTRANS-FILE ASSIGN TO 'HOLTRANS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLTRANS-STATUS.
           SELECT HOLPROOF-FILE ASSIGN TO 'HOLPROOF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLPROOF-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RULEYEAR-FILE.
       01  RULEYEAR-RECORD.
           05 RY-YEAR                  PIC 9(4).
           05 FILLER                   PIC X(1).
           05 RY-CAL-ID                PIC X(3).

       FD  YEARCTL-FILE.
       01  YEARCTL-RECORD.
           05 YC-YEAR-LOW              PIC 9(4).
           05 YC-YEAR-HIGH             PIC 9(4).

       FD  HOLRULE-FILE.
       01  HOLRULE-RECORD.
           05 HR-CAL-ID                PIC X(3).
           05 FILLER                   PIC X(1).
           05 HR-RULE-TYPE             PIC X(2).
              88 HR-FIXED                 VALUE 'FX'.
              88 HR-NTH-WEEKDAY           VALUE 'NW'.
              88 HR-LAST-WEEKDAY          VALUE 'LW'.
              88 HR-EASTER                VALUE 'EA'.
              88 HR-OBSERVED              VALUE 'OB'.
           05 FILLER                   PIC X(1).
           05 HR-MONTH                 PIC X(2).
           05 HR-MONTH-NUM REDEFINES HR-MONTH
                                       PIC 9(2).
           05 FILLER                   PIC X(1).
           05 HR-DAY                   PIC X(2).
           05 HR-DAY-NUM REDEFINES HR-DAY
                                       PIC 9(2).
           05 FILLER                   PIC X(1).
           05 HR-NTH                   PIC X(1).
           05 HR-NTH-NUM REDEFINES HR-NTH
                                       PIC 9(1).
           05 FILLER                   PIC X(1).
           05 HR-DOW                   PIC X(3).
           05 FILLER                   PIC X(1).
           05 HR-OFFSET                PIC X(4).
           05 HR-OFFSET-NUM REDEFINES HR-OFFSET
                                       PIC S9(3) SIGN LEADING SEPARATE.
           05 FILLER                   PIC X(1).
           05 HR-SHIFT                 PIC X(1).
              88 HR-SHIFT-NEAREST         VALUE 'N'.
              88 HR-SHIFT-MONDAY          VALUE 'M'.
              88 HR-SHIFT-SUNDAY          VALUE 'S'.
           05 FILLER                   PIC X(1).
           05 HR-NAME                  PIC X(20).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HD-DATE                  PIC 9(8).
           05 FILLER                   PIC X(1).
           05 HD-CAL-ID                PIC X(3).

       FD  HOLTRANS-FILE.
       01  HOLTRANS-RECORD.
           05 HT-ACTION                PIC X(3).
           05 FILLER                   PIC X(1).
           05 HT-DATE                  PIC 9(8).
           05 FILLER                   PIC X(1).
           05 HT-CAL-ID                PIC X(3).

       FD  HOLPROOF-FILE.
       01  PRT-LINE                    PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-RULEYEAR-STATUS          PIC X(2) VALUE '00'.
       01 WS-YEARCTL-STATUS           PIC X(2) VALUE '00'.
       01 WS-HOLRULE-STATUS           PIC X(2) VALUE '00'.
       01 WS-HOLIDAY-STATUS           PIC X(2) VALUE '00'.
       01 WS-HOLTRANS-STATUS          PIC X(2) VALUE '00'.
       01 WS-HOLPROOF-STATUS          PIC X(2) VALUE '00'.

       01 WS-HOLRULE-EOF-SW            PIC X(1) VALUE 'N'.
          88 END-OF-HOLRULE               VALUE 'Y'.

       01 WS-HOLIDAY-EOF-SW            PIC X(1) VALUE 'N'.
          88 END-OF-HOLIDAYS              VALUE 'Y'.

       01 WS-GEN-YEAR                  PIC 9(4) VALUE ZEROS.

      *CALENDAR REQUESTED ON RULEYEAR - SPACES MEANS EVERY
      *CALENDAR THAT HAS RULES ON HOLRULE.
       01 WS-REQ-CAL-ID                PIC X(3) VALUE SPACES.
          88 ALL-CALENDARS                VALUE SPACES.

       01 WS-YEAR-RANGE.
          05 WS-YEAR-LOW               PIC 9(4) VALUE 2010.
          05 WS-YEAR-HIGH              PIC 9(4) VALUE 2025.

      *THE RULES AS READ, EACH KEPT AS ITS RECORD IMAGE AND
      *MOVED BACK UNDER THE HOLRULE LAYOUT WHEN EXPANDED. THE
      *CALENDAR IS HELD NORMALIZED (SPACES BECOME DOM).
       01 WS-RULE-TABLE.
          05 WS-RULE-COUNT            PIC 9(3) VALUE ZEROS COMP.
          05 WS-RULE-ENTRY OCCURS 1 TO 200 TIMES
                           DEPENDING ON WS-RULE-COUNT.
             10 WS-RULE-REC           PIC X(46).
             10 WS-RULE-CAL           PIC X(3).

      *THE HOLIDAY MASTER, SAME 400-ENTRY WORK TABLE AS COBHDATE.
      *AN ENTRY IS MARKED WHEN SOME RULE GENERATES ITS DATE.
       01 WS-HOLIDAY-TABLE.
          05 WS-HOLIDAY-COUNT          PIC 9(3) VALUE ZEROS COMP.
          05 WS-HOLIDAY-ENTRY OCCURS 1 TO 400 TIMES
                               DEPENDING ON WS-HOLIDAY-COUNT.
             10 WS-HOL-DATE            PIC 9(8).
             10 WS-HOL-CAL             PIC X(3).
             10 WS-HOL-MATCH-SW        PIC X(1).
                88 WS-HOL-MATCHED         VALUE 'Y'.

      *EVERY DATE THE RULES PRODUCED, SORTED ON CALENDAR PLUS
      *DATE BEFORE IT IS PRINTED AND WRITTEN.
       01 WS-GEN-TABLE.
          05 WS-GEN-COUNT              PIC 9(3) VALUE ZEROS COMP.
          05 WS-GEN-ENTRY OCCURS 1 TO 400 TIMES
                           DEPENDING ON WS-GEN-COUNT.
             10 WS-GEN-KEY.
                15 WS-GEN-CAL         PIC X(3).
                15 WS-GEN-DATE        PIC 9(8).
             10 WS-GEN-RULE           PIC 9(3) COMP.
             10 WS-GEN-STATUS         PIC X(1).
                88 WS-GEN-TO-WRITE       VALUE 'W'.
                88 WS-GEN-ON-FILE        VALUE 'H'.
                88 WS-GEN-TWICE          VALUE 'D'.
             10 WS-GEN-SHIFT          PIC X(16).

       01 WS-GEN-HOLD.
          05 WS-HOLD-KEY.
             10 WS-HOLD-CAL           PIC X(3).
             10 WS-HOLD-DATE          PIC 9(8).
          05 WS-HOLD-RULE             PIC 9(3) COMP.
          05 WS-HOLD-STATUS           PIC X(1).
          05 WS-HOLD-SHIFT            PIC X(16).

      *CALENDARS THE RUN GENERATED FOR - ONLY THEIR HOLIDAY
      *ENTRIES ARE CHECKED FOR DATES NO RULE ACCOUNTS FOR.
       01 WS-SCOPE-TABLE.
          05 WS-SCOPE-COUNT            PIC 9(3) VALUE ZEROS COMP.
          05 WS-SCOPE-CAL OCCURS 1 TO 50 TIMES
                           DEPENDING ON WS-SCOPE-COUNT
                                       PIC X(3).

      *DAY NAMES INDEXED BY ZELLER'S DAY-OF-WEEK VALUE PLUS ONE,
      *AS IN COBGDATE: 0=SATURDAY 1=SUNDAY 2=MONDAY ... 6=FRIDAY
       01 WS-DOW-NAME-TABLE.
          05 FILLER                   PIC X(21) VALUE
             'SATSUNMONTUEWEDTHUFRI'.
       01 WS-DOW-NAMES REDEFINES WS-DOW-NAME-TABLE.
          05 WS-DOW-NAME              PIC X(3) OCCURS 7 TIMES.

       01 WS-TARGET-DATE               PIC 9(8) VALUE ZEROS.
       01 WS-TARGET-DATE-R REDEFINES WS-TARGET-DATE.
          05 WS-TARGET-YEAR           PIC 9(4).
          05 WS-TARGET-MONTH          PIC 9(2).
          05 WS-TARGET-DAY            PIC 9(2).

       01 WS-RULE-CALC.
          05 WS-WANT-DOW              PIC 9(1).
          05 WS-GOT-DOW               PIC 9(1).
          05 WS-DIM                   PIC 9(2).
          05 WS-DIM-QUOT              PIC 9(6).
          05 WS-DELTA                 PIC 9(1).
          05 WS-DOW-WORK              PIC 9(2).
          05 WS-DOW-QUOT              PIC 9(2).
          05 WS-USE-DAY               PIC 9(3).
          05 WS-SHIFT-DAYS            PIC S9(3).

      *GREGORIAN EASTER (ANONYMOUS ALGORITHM, MEEUS/JONES/
      *BUTCHER), ALL IN WHOLE-NUMBER DIVISIONS.
       01 WS-EASTER-CALC.
          05 WS-E-A                   PIC 9(4).
          05 WS-E-B                   PIC 9(4).
          05 WS-E-C                   PIC 9(4).
          05 WS-E-D                   PIC 9(4).
          05 WS-E-E                   PIC 9(4).
          05 WS-E-F                   PIC 9(4).
          05 WS-E-G                   PIC 9(4).
          05 WS-E-H                   PIC 9(4).
          05 WS-E-I                   PIC 9(4).
          05 WS-E-K                   PIC 9(4).
          05 WS-E-L                   PIC 9(4).
          05 WS-E-M                   PIC 9(4).
          05 WS-E-N                   PIC 9(4).
          05 WS-E-WORK                PIC 9(6).
          05 WS-E-QUOT                PIC 9(6).
          05 WS-E-MONTH               PIC 9(2).
          05 WS-E-DAY                 PIC 9(2).

       01 WS-RULE-OK-SW                PIC X(1) VALUE 'Y'.
          88 RULE-OK                      VALUE 'Y'.
          88 RULE-REJECTED                VALUE 'N'.

       01 WS-REJECT-REASON             PIC X(20) VALUE SPACES.

       01 WS-FOUND-SW                  PIC X(1) VALUE 'N'.
          88 ENTRY-FOUND                  VALUE 'Y'.
          88 ENTRY-NOT-FOUND              VALUE 'N'.

       01 WS-SWAP-SW                   PIC X(1) VALUE 'N'.
          88 SWAPS-MADE                   VALUE 'Y'.
          88 NO-SWAPS-MADE                VALUE 'N'.

       01 WS-SUBSCRIPTS.
          05 WS-RULE-SUB              PIC 9(3) COMP.
          05 WS-SUB                   PIC 9(3) COMP.
          05 WS-SUB-2                 PIC 9(3) COMP.
          05 WS-FOUND-POS             PIC 9(3) COMP.
          05 WS-SORT-LIMIT            PIC 9(3) COMP.

       01 WS-GEN-COUNTS.
          05 WS-RULES-READ            PIC 9(5) VALUE ZEROS COMP.
          05 WS-RULES-USED            PIC 9(5) VALUE ZEROS COMP.
          05 WS-RULES-REJECTED        PIC 9(5) VALUE ZEROS COMP.
          05 WS-DATES-WRITTEN         PIC 9(5) VALUE ZEROS COMP.
          05 WS-DATES-ON-FILE         PIC 9(5) VALUE ZEROS COMP.
          05 WS-DATES-TWICE           PIC 9(5) VALUE ZEROS COMP.
          05 WS-UNGENERATED           PIC 9(5) VALUE ZEROS COMP.

       01 WS-PRT-DATE                  PIC X(10) VALUE SPACES.
       01 WS-PRT-STATUS                PIC X(20) VALUE SPACES.

       01 WS-RUN-DATE.
          05 WS-RUN-YY                PIC 9(2).
          05 WS-RUN-MM                PIC 9(2).
          05 WS-RUN-DD                PIC 9(2).

       01 WS-EDIT-COUNT                PIC ZZ,ZZ9.

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-CALL-FAILED               PIC 9(3) VALUE 12.
       01 RC-PARM-ERROR                PIC 9(3) VALUE 8.
       01 RC-CONFLICTS                 PIC 9(3) VALUE 4.

       COPY DATECALC.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           MOVE 1 TO WS-RULE-SUB.
           PERFORM 2000-EXPAND-RULE THRU 2000-EXIT
               UNTIL WS-RULE-SUB GREATER THAN WS-RULE-COUNT.

           PERFORM 5000-SORT-GENERATED THRU 5000-EXIT.
           PERFORM 6000-PRINT-GENERATED THRU 6000-EXIT.
           PERFORM 7000-PRINT-UNGENERATED THRU 7000-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.

           IF WS-RULES-REJECTED GREATER THAN ZERO
               OR WS-UNGENERATED GREATER THAN ZERO
               MOVE RC-CONFLICTS TO RETURN-CODE
           END-IF.

           STOP RUN.

      **************************************************************
      *INITIALIZE - READ THE REQUESTED YEAR AND CALENDAR, CHECK
      *THE YEAR AGAINST THE YEARCTL WINDOW (COBHDATE WOULD REJECT
      *ANYTHING OUTSIDE IT), LOAD THE RULES AND THE HOLIDAY
      *MASTER, OPEN THE OUTPUTS AND PRINT THE LISTING HEADER
      **************************************************************

       1000-INITIALIZE.

           OPEN INPUT RULEYEAR-FILE.
           IF WS-RULEYEAR-STATUS NOT EQUAL '00'
               DISPLAY 'COBEDATE: CANNOT OPEN RULEYEAR, STATUS='
                   WS-RULEYEAR-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           READ RULEYEAR-FILE
               AT END
                   DISPLAY 'COBEDATE: RULEYEAR IS EMPTY' UPON CNSL
                   MOVE RC-PARM-ERROR TO RETURN-CODE
                   STOP RUN
           END-READ.
           IF RY-YEAR IS NOT NUMERIC
               DISPLAY 'COBEDATE: RULEYEAR YEAR NOT NUMERIC'
                   UPON CNSL
               MOVE RC-PARM-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE RY-YEAR TO WS-GEN-YEAR.
           MOVE RY-CAL-ID TO WS-REQ-CAL-ID.
           CLOSE RULEYEAR-FILE.

           OPEN INPUT YEARCTL-FILE.
           IF WS-YEARCTL-STATUS EQUAL '00'
               READ YEARCTL-FILE
                   NOT AT END
                       MOVE YC-YEAR-LOW  TO WS-YEAR-LOW
                       MOVE YC-YEAR-HIGH TO WS-YEAR-HIGH
               END-READ
               CLOSE YEARCTL-FILE
           ELSE
               DISPLAY 'COBEDATE: YEARCTL NOT AVAILABLE, STATUS='
                   WS-YEARCTL-STATUS
                   ' - USING DEFAULT YEAR WINDOW' UPON CNSL
           END-IF.

           IF WS-GEN-YEAR LESS THAN WS-YEAR-LOW
               OR WS-GEN-YEAR GREATER THAN WS-YEAR-HIGH
               DISPLAY 'COBEDATE: YEAR ' WS-GEN-YEAR ' OUTSIDE THE '
                   'YEARCTL WINDOW ' WS-YEAR-LOW '-' WS-YEAR-HIGH
                   ' - EXTEND YEARCTL FIRST' UPON CNSL
               MOVE RC-PARM-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1100-LOAD-RULES THRU 1100-EXIT.
           PERFORM 1200-LOAD-HOLIDAYS THRU 1200-EXIT.

           OPEN OUTPUT HOLTRANS-FILE.
           IF WS-HOLTRANS-STATUS NOT EQUAL '00'
               DISPLAY 'COBEDATE: CANNOT OPEN HOLTRANS, STATUS='
                   WS-HOLTRANS-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT HOLPROOF-FILE.
           IF WS-HOLPROOF-STATUS NOT EQUAL '00'
               DISPLAY 'COBEDATE: CANNOT OPEN HOLPROOF, STATUS='
                   WS-HOLPROOF-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE SPACES TO PRT-LINE.
           STRING 'HOLIDAY RULE GENERATOR - PROOF LISTING'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING 'RUN DATE : 20' WS-RUN-YY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           IF ALL-CALENDARS
               STRING 'TARGET YEAR : ' WS-GEN-YEAR
                   '   CALENDAR : ALL'
                   DELIMITED BY SIZE INTO PRT-LINE
           ELSE
               STRING 'TARGET YEAR : ' WS-GEN-YEAR
                   '   CALENDAR : ' WS-REQ-CAL-ID
                   DELIMITED BY SIZE INTO PRT-LINE
           END-IF.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.

       1000-EXIT.
           EXIT.

      **************************************************************
      *LOAD-RULES - KEEP THE RULES FOR THE REQUESTED CALENDAR, OR
      *ALL OF THEM WHEN RULEYEAR NAMES NO CALENDAR
      **************************************************************

       1100-LOAD-RULES.

           OPEN INPUT HOLRULE-FILE.
           IF WS-HOLRULE-STATUS NOT EQUAL '00'
               DISPLAY 'COBEDATE: CANNOT OPEN HOLRULE, STATUS='
                   WS-HOLRULE-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1110-READ-RULE THRU 1110-EXIT
               UNTIL END-OF-HOLRULE.
           CLOSE HOLRULE-FILE.

           IF WS-RULE-COUNT EQUAL ZERO
               DISPLAY 'COBEDATE: NO HOLIDAY RULES FOR THE REQUESTED '
                   'CALENDAR - NOTHING TO GENERATE' UPON CNSL
           END-IF.

       1100-EXIT.
           EXIT.

       1110-READ-RULE.

           READ HOLRULE-FILE
               AT END
                   SET END-OF-HOLRULE TO TRUE
                   GO TO 1110-EXIT
           END-READ.
           ADD 1 TO WS-RULES-READ.

           IF HR-CAL-ID EQUAL SPACES
               MOVE 'DOM' TO HR-CAL-ID
           END-IF.
           IF NOT ALL-CALENDARS
               AND HR-CAL-ID NOT EQUAL WS-REQ-CAL-ID
               GO TO 1110-EXIT
           END-IF.

           IF WS-RULE-COUNT EQUAL 200
               DISPLAY 'COBEDATE: HOLRULE EXCEEDS THE 200-ENTRY '
                   'WORK TABLE - RUN ABANDONED' UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RULE-COUNT.
           MOVE HOLRULE-RECORD TO WS-RULE-REC(WS-RULE-COUNT).
           MOVE HR-CAL-ID TO WS-RULE-CAL(WS-RULE-COUNT).

       1110-EXIT.
           EXIT.

      **************************************************************
      *LOAD-HOLIDAYS - THE HOLIDAY MASTER AS IT STANDS, FOR THE
      *CONFLICT CHECKS. A MISSING MASTER IS AN EMPTY ONE
      **************************************************************

       1200-LOAD-HOLIDAYS.

           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS NOT EQUAL '00'
               AND WS-HOLIDAY-STATUS NOT EQUAL '35'
               DISPLAY 'COBEDATE: CANNOT OPEN HOLIDAY, STATUS='
                   WS-HOLIDAY-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-HOLIDAY-STATUS EQUAL '00'
               PERFORM 1210-READ-HOLIDAY THRU 1210-EXIT
                   UNTIL END-OF-HOLIDAYS
                      OR WS-HOLIDAY-COUNT EQUAL 400
               IF WS-HOLIDAY-COUNT EQUAL 400
                   AND NOT END-OF-HOLIDAYS
                   DISPLAY 'COBEDATE: HOLIDAY MASTER EXCEEDS THE '
                       '400-ENTRY WORK TABLE - RUN ABANDONED'
                       UPON CNSL
                   MOVE RC-FILE-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE HOLIDAY-FILE
           ELSE
               DISPLAY 'COBEDATE: HOLIDAY MASTER NOT FOUND - '
                   'NO CONFLICTS CAN BE CHECKED' UPON CNSL
           END-IF.

       1200-EXIT.
           EXIT.

      *A BLANK CALENDAR ID ON THE MASTER IS THE DOMESTIC
      *CALENDAR, AS IN COBHDATE 1100-LOAD-HOLIDAY.
       1210-READ-HOLIDAY.

           READ HOLIDAY-FILE
               AT END
                   SET END-OF-HOLIDAYS TO TRUE
               NOT AT END
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE HD-DATE TO WS-HOL-DATE(WS-HOLIDAY-COUNT)
                   IF HD-CAL-ID EQUAL SPACES
                       MOVE 'DOM' TO WS-HOL-CAL(WS-HOLIDAY-COUNT)
                   ELSE
                       MOVE HD-CAL-ID TO WS-HOL-CAL(WS-HOLIDAY-COUNT)
                   END-IF
                   MOVE 'N' TO WS-HOL-MATCH-SW(WS-HOLIDAY-COUNT)
           END-READ.

       1210-EXIT.
           EXIT.

      **************************************************************
      *EXPAND-RULE - CHECK ONE RULE, WORK OUT THE DATE IT GIVES
      *IN THE TARGET YEAR, AND ADD THAT DATE TO THE GENERATED
      *TABLE. A RULE THAT CANNOT BE EXPANDED IS LISTED AS
      *REJECTED WITH THE REASON
      **************************************************************

       2000-EXPAND-RULE.

           MOVE WS-RULE-REC(WS-RULE-SUB) TO HOLRULE-RECORD.
           MOVE WS-RULE-CAL(WS-RULE-SUB) TO HR-CAL-ID.
           SET RULE-OK TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           MOVE SPACES TO WS-HOLD-SHIFT.

           PERFORM 2100-VALIDATE-RULE THRU 2100-EXIT.
           IF RULE-REJECTED
               PERFORM 2900-REJECT-RULE THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF.

           EVALUATE TRUE
               WHEN HR-FIXED
                   PERFORM 2200-FIXED-DATE THRU 2200-EXIT
               WHEN HR-NTH-WEEKDAY
                   PERFORM 2300-NTH-WEEKDAY THRU 2300-EXIT
               WHEN HR-LAST-WEEKDAY
                   PERFORM 2400-LAST-WEEKDAY THRU 2400-EXIT
               WHEN HR-EASTER
                   PERFORM 2500-EASTER-OFFSET THRU 2500-EXIT
               WHEN HR-OBSERVED
                   PERFORM 2600-OBSERVED-SHIFT THRU 2600-EXIT
           END-EVALUATE.
           IF RULE-REJECTED
               PERFORM 2900-REJECT-RULE THRU 2900-EXIT
               GO TO 2000-NEXT
           END-IF.

           ADD 1 TO WS-RULES-USED.
           PERFORM 2800-ADD-GENERATED THRU 2800-EXIT.

       2000-NEXT.

           ADD 1 TO WS-RULE-SUB.

       2000-EXIT.
           EXIT.

      **************************************************************
      *VALIDATE-RULE - EACH RULE TYPE NEEDS ITS OWN FIELDS; THE
      *ONES IT DOES NOT USE MAY BE LEFT BLANK
      **************************************************************

       2100-VALIDATE-RULE.

           IF NOT HR-FIXED AND NOT HR-NTH-WEEKDAY
               AND NOT HR-LAST-WEEKDAY AND NOT HR-EASTER
               AND NOT HR-OBSERVED
               SET RULE-REJECTED TO TRUE
               MOVE 'BAD RULE TYPE' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.

           IF NOT HR-EASTER
               IF HR-MONTH IS NOT NUMERIC
                   OR HR-MONTH-NUM LESS THAN 1
                   OR HR-MONTH-NUM GREATER THAN 12
                   SET RULE-REJECTED TO TRUE
                   MOVE 'BAD MONTH' TO WS-REJECT-REASON
                   GO TO 2100-EXIT
               END-IF
           END-IF.

           IF HR-FIXED OR HR-OBSERVED
               IF HR-DAY IS NOT NUMERIC
                   OR HR-DAY-NUM LESS THAN 1
                   OR HR-DAY-NUM GREATER THAN 31
                   SET RULE-REJECTED TO TRUE
                   MOVE 'BAD DAY' TO WS-REJECT-REASON
                   GO TO 2100-EXIT
               END-IF
           END-IF.

           IF HR-NTH-WEEKDAY
               IF HR-NTH IS NOT NUMERIC
                   OR HR-NTH-NUM LESS THAN 1
                   OR HR-NTH-NUM GREATER THAN 5
                   SET RULE-REJECTED TO TRUE
                   MOVE 'BAD NTH (1-5)' TO WS-REJECT-REASON
                   GO TO 2100-EXIT
               END-IF
           END-IF.

           IF HR-NTH-WEEKDAY OR HR-LAST-WEEKDAY
               SET ENTRY-NOT-FOUND TO TRUE
               MOVE 1 TO WS-SUB
               PERFORM 2110-FIND-DOW THRU 2110-EXIT
                   UNTIL ENTRY-FOUND
                      OR WS-SUB GREATER THAN 7
               IF ENTRY-NOT-FOUND
                   SET RULE-REJECTED TO TRUE
                   MOVE 'BAD WEEKDAY' TO WS-REJECT-REASON
                   GO TO 2100-EXIT
               END-IF
           END-IF.

           IF HR-EASTER
               IF HR-OFFSET-NUM IS NOT NUMERIC
                   SET RULE-REJECTED TO TRUE
                   MOVE 'BAD OFFSET' TO WS-REJECT-REASON
                   GO TO 2100-EXIT
               END-IF
           END-IF.

           IF HR-OBSERVED
               IF NOT HR-SHIFT-NEAREST AND NOT HR-SHIFT-MONDAY
                   AND NOT HR-SHIFT-SUNDAY
                   SET RULE-REJECTED TO TRUE
                   MOVE 'BAD SHIFT (N/M/S)' TO WS-REJECT-REASON
                   GO TO 2100-EXIT
               END-IF
           END-IF.

       2100-EXIT.
           EXIT.

      *THE RULE'S WEEKDAY NAME TO ZELLER'S NUMBERING.
       2110-FIND-DOW.

           IF WS-DOW-NAME(WS-SUB) EQUAL HR-DOW
               SET ENTRY-FOUND TO TRUE
               COMPUTE WS-WANT-DOW = WS-SUB - 1
           ELSE
               ADD 1 TO WS-SUB
           END-IF.

       2110-EXIT.
           EXIT.

      **************************************************************
      *FIXED-DATE - THE MONTH AND DAY IN THE TARGET YEAR. A DAY
      *THAT DOES NOT EXIST THAT YEAR (29 FEBRUARY) IS REJECTED
      **************************************************************

       2200-FIXED-DATE.

           MOVE WS-GEN-YEAR TO WS-TARGET-YEAR.
           MOVE HR-MONTH-NUM TO WS-TARGET-MONTH.
           MOVE HR-DAY-NUM TO WS-TARGET-DAY.
           PERFORM 3200-GET-DOW THRU 3200-EXIT.
           IF LS-CALC-ERROR
               SET RULE-REJECTED TO TRUE
               MOVE 'NO SUCH DATE' TO WS-REJECT-REASON
           END-IF.

       2200-EXIT.
           EXIT.

      **************************************************************
      *NTH-WEEKDAY - FROM THE WEEKDAY OF THE 1ST, THE DAYS TO
      *THE FIRST WANTED WEEKDAY, THEN WHOLE WEEKS. A FIFTH
      *OCCURRENCE THE MONTH DOES NOT HAVE IS REJECTED
      **************************************************************

       2300-NTH-WEEKDAY.

           MOVE WS-GEN-YEAR TO WS-TARGET-YEAR.
           MOVE HR-MONTH-NUM TO WS-TARGET-MONTH.
           PERFORM 3100-DAYS-IN-MONTH THRU 3100-EXIT.
           MOVE 1 TO WS-TARGET-DAY.
           PERFORM 3200-GET-DOW THRU 3200-EXIT.

           COMPUTE WS-DOW-WORK = WS-WANT-DOW + 7 - WS-GOT-DOW.
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-QUOT
               REMAINDER WS-DELTA.
           COMPUTE WS-USE-DAY = 1 + WS-DELTA
               + (HR-NTH-NUM - 1) * 7.
           IF WS-USE-DAY GREATER THAN WS-DIM
               SET RULE-REJECTED TO TRUE
               MOVE 'NO SUCH WEEKDAY' TO WS-REJECT-REASON
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-USE-DAY TO WS-TARGET-DAY.
           PERFORM 3200-GET-DOW THRU 3200-EXIT.

       2300-EXIT.
           EXIT.

      **************************************************************
      *LAST-WEEKDAY - FROM THE WEEKDAY OF THE LAST DAY OF THE
      *MONTH, BACK TO THE WANTED WEEKDAY
      **************************************************************

       2400-LAST-WEEKDAY.

           MOVE WS-GEN-YEAR TO WS-TARGET-YEAR.
           MOVE HR-MONTH-NUM TO WS-TARGET-MONTH.
           PERFORM 3100-DAYS-IN-MONTH THRU 3100-EXIT.
           MOVE WS-DIM TO WS-TARGET-DAY.
           PERFORM 3200-GET-DOW THRU 3200-EXIT.

           COMPUTE WS-DOW-WORK = WS-GOT-DOW + 7 - WS-WANT-DOW.
           DIVIDE WS-DOW-WORK BY 7 GIVING WS-DOW-QUOT
               REMAINDER WS-DELTA.
           COMPUTE WS-TARGET-DAY = WS-DIM - WS-DELTA.
           PERFORM 3200-GET-DOW THRU 3200-EXIT.

       2400-EXIT.
           EXIT.

      **************************************************************
      *EASTER-OFFSET - GREGORIAN EASTER SUNDAY FOR THE TARGET
      *YEAR, THEN THE RULE'S SIGNED DAY OFFSET THROUGH COBDCALC
      *(GOOD FRIDAY -002, EASTER MONDAY +001, WHIT MONDAY +050)
      **************************************************************

       2500-EASTER-OFFSET.

           DIVIDE WS-GEN-YEAR BY 19 GIVING WS-E-QUOT
               REMAINDER WS-E-A.
           DIVIDE WS-GEN-YEAR BY 100 GIVING WS-E-B
               REMAINDER WS-E-C.
           DIVIDE WS-E-B BY 4 GIVING WS-E-D
               REMAINDER WS-E-E.
           COMPUTE WS-E-WORK = WS-E-B + 8.
           DIVIDE WS-E-WORK BY 25 GIVING WS-E-F.
           COMPUTE WS-E-WORK = WS-E-B - WS-E-F + 1.
           DIVIDE WS-E-WORK BY 3 GIVING WS-E-G.
           COMPUTE WS-E-WORK = 19 * WS-E-A + WS-E-B - WS-E-D
               - WS-E-G + 15.
           DIVIDE WS-E-WORK BY 30 GIVING WS-E-QUOT
               REMAINDER WS-E-H.
           DIVIDE WS-E-C BY 4 GIVING WS-E-I
               REMAINDER WS-E-K.
           COMPUTE WS-E-WORK = 32 + 2 * WS-E-E + 2 * WS-E-I
               - WS-E-H - WS-E-K.
           DIVIDE WS-E-WORK BY 7 GIVING WS-E-QUOT
               REMAINDER WS-E-L.
           COMPUTE WS-E-WORK = WS-E-A + 11 * WS-E-H + 22 * WS-E-L.
           DIVIDE WS-E-WORK BY 451 GIVING WS-E-M.
           COMPUTE WS-E-N = WS-E-H + WS-E-L - 7 * WS-E-M + 114.
           DIVIDE WS-E-N BY 31 GIVING WS-E-MONTH
               REMAINDER WS-E-DAY.
           ADD 1 TO WS-E-DAY.

           MOVE WS-GEN-YEAR TO WS-TARGET-YEAR.
           MOVE WS-E-MONTH TO WS-TARGET-MONTH.
           MOVE WS-E-DAY TO WS-TARGET-DAY.

           MOVE 'AD' TO LS-CALC-FUNCTION.
           MOVE WS-TARGET-DATE TO LS-CALC-DATE-1.
           MOVE HR-OFFSET-NUM TO LS-CALC-DAYS.
           PERFORM 3000-CALL-DCALC THRU 3000-EXIT.
           IF LS-CALC-ERROR
               SET RULE-REJECTED TO TRUE
               MOVE 'OFFSET OUT OF RANGE' TO WS-REJECT-REASON
               GO TO 2500-EXIT
           END-IF.
           MOVE LS-CALC-RESULT-DATE TO WS-TARGET-DATE.
           MOVE LS-CALC-RESULT-DOW TO WS-GOT-DOW.

       2500-EXIT.
           EXIT.

      **************************************************************
      *OBSERVED-SHIFT - A FIXED DATE THAT FALLS ON A WEEKEND IS
      *OBSERVED ON A WEEKDAY INSTEAD:
      *    N - SATURDAY BACK TO FRIDAY, SUNDAY ON TO MONDAY
      *    M - SATURDAY AND SUNDAY BOTH ON TO MONDAY
      *    S - ONLY SUNDAY MOVES, ON TO MONDAY
      *A 1 JANUARY ON A SATURDAY UNDER N IS OBSERVED ON 31
      *DECEMBER OF THE YEAR BEFORE, AND IS GENERATED AS SUCH
      **************************************************************

       2600-OBSERVED-SHIFT.

           PERFORM 2200-FIXED-DATE THRU 2200-EXIT.
           IF RULE-REJECTED
               GO TO 2600-EXIT
           END-IF.

           MOVE ZEROS TO WS-SHIFT-DAYS.
           EVALUATE TRUE
               WHEN WS-GOT-DOW EQUAL 0 AND HR-SHIFT-NEAREST
                   MOVE -1 TO WS-SHIFT-DAYS
                   MOVE 'SHIFTED FROM SAT' TO WS-HOLD-SHIFT
               WHEN WS-GOT-DOW EQUAL 0 AND HR-SHIFT-MONDAY
                   MOVE 2 TO WS-SHIFT-DAYS
                   MOVE 'SHIFTED FROM SAT' TO WS-HOLD-SHIFT
               WHEN WS-GOT-DOW EQUAL 1
                   MOVE 1 TO WS-SHIFT-DAYS
                   MOVE 'SHIFTED FROM SUN' TO WS-HOLD-SHIFT
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-SHIFT-DAYS EQUAL ZERO
               GO TO 2600-EXIT
           END-IF.

           MOVE 'AD' TO LS-CALC-FUNCTION.
           MOVE WS-TARGET-DATE TO LS-CALC-DATE-1.
           MOVE WS-SHIFT-DAYS TO LS-CALC-DAYS.
           PERFORM 3000-CALL-DCALC THRU 3000-EXIT.
           IF LS-CALC-ERROR
               SET RULE-REJECTED TO TRUE
               MOVE 'SHIFT OUT OF RANGE' TO WS-REJECT-REASON
               GO TO 2600-EXIT
           END-IF.
           MOVE LS-CALC-RESULT-DATE TO WS-TARGET-DATE.
           MOVE LS-CALC-RESULT-DOW TO WS-GOT-DOW.

       2600-EXIT.
           EXIT.

      **************************************************************
      *ADD-GENERATED - ADD THE DATE TO THE GENERATED TABLE. A
      *DATE ALREADY ON HOLIDAY FOR THE SAME CALENDAR IS MARKED
      *AND NOT WRITTEN (COBHDATE WOULD REJECT IT AS A DUPLICATE);
      *A DATE ANOTHER RULE ALREADY GAVE IS MARKED AND NOT WRITTEN
      **************************************************************

       2800-ADD-GENERATED.

           IF WS-GEN-COUNT EQUAL 400
               DISPLAY 'COBEDATE: MORE THAN 400 GENERATED DATES - '
                   'RUN ABANDONED' UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-GEN-COUNT.
           MOVE HR-CAL-ID TO WS-GEN-CAL(WS-GEN-COUNT).
           MOVE WS-TARGET-DATE TO WS-GEN-DATE(WS-GEN-COUNT).
           MOVE WS-RULE-SUB TO WS-GEN-RULE(WS-GEN-COUNT).
           MOVE WS-HOLD-SHIFT TO WS-GEN-SHIFT(WS-GEN-COUNT).
           SET WS-GEN-TO-WRITE(WS-GEN-COUNT) TO TRUE.

           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-SUB.
           PERFORM 2810-FIND-GENERATED THRU 2810-EXIT
               UNTIL ENTRY-FOUND
                  OR WS-SUB NOT LESS THAN WS-GEN-COUNT.
           IF ENTRY-FOUND
               SET WS-GEN-TWICE(WS-GEN-COUNT) TO TRUE
               ADD 1 TO WS-DATES-TWICE
               GO TO 2800-EXIT
           END-IF.

           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-SUB.
           PERFORM 2820-FIND-HOLIDAY THRU 2820-EXIT
               UNTIL ENTRY-FOUND
                  OR WS-SUB GREATER THAN WS-HOLIDAY-COUNT.
           IF ENTRY-FOUND
               SET WS-GEN-ON-FILE(WS-GEN-COUNT) TO TRUE
               ADD 1 TO WS-DATES-ON-FILE
           END-IF.

           PERFORM 2830-NOTE-SCOPE THRU 2830-EXIT.

       2800-EXIT.
           EXIT.

       2810-FIND-GENERATED.

           IF WS-GEN-KEY(WS-SUB) EQUAL WS-GEN-KEY(WS-GEN-COUNT)
               SET ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-SUB
           END-IF.

       2810-EXIT.
           EXIT.

       2820-FIND-HOLIDAY.

           IF WS-HOL-DATE(WS-SUB) EQUAL WS-TARGET-DATE
               AND WS-HOL-CAL(WS-SUB) EQUAL HR-CAL-ID
               SET ENTRY-FOUND TO TRUE
               SET WS-HOL-MATCHED(WS-SUB) TO TRUE
           ELSE
               ADD 1 TO WS-SUB
           END-IF.

       2820-EXIT.
           EXIT.

      *REMEMBER EACH CALENDAR THE RUN GENERATED FOR.
       2830-NOTE-SCOPE.

           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-SUB.
           PERFORM 2840-FIND-SCOPE THRU 2840-EXIT
               UNTIL ENTRY-FOUND
                  OR WS-SUB GREATER THAN WS-SCOPE-COUNT.
           IF ENTRY-NOT-FOUND
               AND WS-SCOPE-COUNT LESS THAN 50
               ADD 1 TO WS-SCOPE-COUNT
               MOVE HR-CAL-ID TO WS-SCOPE-CAL(WS-SCOPE-COUNT)
           END-IF.

       2830-EXIT.
           EXIT.

       2840-FIND-SCOPE.

           IF WS-SCOPE-CAL(WS-SUB) EQUAL HR-CAL-ID
               SET ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-SUB
           END-IF.

       2840-EXIT.
           EXIT.

      **************************************************************
      *REJECT-RULE - LIST A RULE THAT GAVE NO DATE, AND WHY
      **************************************************************

       2900-REJECT-RULE.

           ADD 1 TO WS-RULES-REJECTED.
           MOVE SPACES TO PRT-LINE.
           STRING 'RULE REJECTED: ' HR-CAL-ID ' ' HR-RULE-TYPE ' '
               HR-NAME ' - ' WS-REJECT-REASON
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

       2900-EXIT.
           EXIT.

      **************************************************************
      *CALL-DCALC - ONE CALL INTO THE DATE-ARITHMETIC SERVICE,
      *ABENDING ON A LINK FAILURE. AN ERROR RESULT IS LEFT FOR
      *THE CALLER, WHICH REJECTS THE RULE
      **************************************************************

       3000-CALL-DCALC.

           CALL 'COBDCALC' USING DATE-CALC-REC
               ON EXCEPTION
                   DISPLAY 'COBEDATE: COBDCALC CALL FAILED' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.

       3000-EXIT.
           EXIT.

      *DAYS-IN-MONTH - THE 1ST OF THE FOLLOWING MONTH LESS ONE
      *DAY, SO LEAP FEBRUARY IS COBDCALC'S ANSWER, NOT OURS.
       3100-DAYS-IN-MONTH.

           IF WS-TARGET-MONTH EQUAL 12
               COMPUTE LS-CALC-DATE-1 = (WS-TARGET-YEAR + 1) * 10000
                   + 0101
           ELSE
               COMPUTE LS-CALC-DATE-1 = WS-TARGET-YEAR * 10000
                   + (WS-TARGET-MONTH + 1) * 100 + 1
           END-IF.
           MOVE 'AD' TO LS-CALC-FUNCTION.
           MOVE -1 TO LS-CALC-DAYS.
           PERFORM 3000-CALL-DCALC THRU 3000-EXIT.
           DIVIDE LS-CALC-RESULT-DATE BY 100 GIVING WS-DIM-QUOT
               REMAINDER WS-DIM.

       3100-EXIT.
           EXIT.

      *GET-DOW - DAY OF WEEK OF WS-TARGET-DATE THROUGH COBDCALC
      *(ADD ZERO DAYS), LEAVING LS-CALC-ERROR SET FOR A DATE THAT
      *DOES NOT EXIST.
       3200-GET-DOW.

           MOVE 'AD' TO LS-CALC-FUNCTION.
           MOVE WS-TARGET-DATE TO LS-CALC-DATE-1.
           MOVE ZEROS TO LS-CALC-DAYS.
           PERFORM 3000-CALL-DCALC THRU 3000-EXIT.
           MOVE LS-CALC-RESULT-DOW TO WS-GOT-DOW.

       3200-EXIT.
           EXIT.

      **************************************************************
      *SORT-GENERATED - EXCHANGE SORT ON CALENDAR PLUS DATE, AS
      *COBHDATE SORTS ITS MASTER
      **************************************************************

       5000-SORT-GENERATED.

           IF WS-GEN-COUNT LESS THAN 2
               GO TO 5000-EXIT
           END-IF.

           COMPUTE WS-SORT-LIMIT = WS-GEN-COUNT - 1.
           SET SWAPS-MADE TO TRUE.
           PERFORM 5100-SORT-PASS THRU 5100-EXIT
               UNTIL NO-SWAPS-MADE.

       5000-EXIT.
           EXIT.

       5100-SORT-PASS.

           SET NO-SWAPS-MADE TO TRUE.
           MOVE 1 TO WS-SUB.
           PERFORM 5110-COMPARE-SWAP THRU 5110-EXIT
               UNTIL WS-SUB GREATER THAN WS-SORT-LIMIT.

       5100-EXIT.
           EXIT.

       5110-COMPARE-SWAP.

           COMPUTE WS-SUB-2 = WS-SUB + 1.
           IF WS-GEN-KEY(WS-SUB) GREATER THAN WS-GEN-KEY(WS-SUB-2)
               MOVE WS-GEN-ENTRY(WS-SUB) TO WS-GEN-HOLD
               MOVE WS-GEN-ENTRY(WS-SUB-2) TO WS-GEN-ENTRY(WS-SUB)
               MOVE WS-GEN-HOLD TO WS-GEN-ENTRY(WS-SUB-2)
               SET SWAPS-MADE TO TRUE
           END-IF.
           ADD 1 TO WS-SUB.

       5110-EXIT.
           EXIT.

      **************************************************************
      *PRINT-GENERATED - ONE PROOF LINE PER GENERATED DATE, AND
      *AN ADD TRANSACTION FOR EACH ONE NOT ALREADY ACCOUNTED FOR
      **************************************************************

       6000-PRINT-GENERATED.

           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING 'DATE       DOW CAL RULE                    '
               'DISPOSITION'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE 1 TO WS-FOUND-POS.
           PERFORM 6100-PRINT-ONE THRU 6100-EXIT
               UNTIL WS-FOUND-POS GREATER THAN WS-GEN-COUNT.

       6000-EXIT.
           EXIT.

       6100-PRINT-ONE.

           MOVE WS-GEN-DATE(WS-FOUND-POS) TO WS-TARGET-DATE.
           PERFORM 3200-GET-DOW THRU 3200-EXIT.
           MOVE WS-GEN-RULE(WS-FOUND-POS) TO WS-RULE-SUB.
           MOVE WS-RULE-REC(WS-RULE-SUB) TO HOLRULE-RECORD.

           EVALUATE TRUE
               WHEN WS-GEN-TWICE(WS-FOUND-POS)
                   MOVE 'GENERATED TWICE' TO WS-PRT-STATUS
               WHEN WS-GEN-ON-FILE(WS-FOUND-POS)
                   MOVE 'ALREADY ON HOLIDAY' TO WS-PRT-STATUS
               WHEN OTHER
                   MOVE 'ADDED TO HOLTRANS' TO WS-PRT-STATUS
                   PERFORM 6200-WRITE-HOLTRANS THRU 6200-EXIT
           END-EVALUATE.

           MOVE SPACES TO WS-PRT-DATE.
           STRING WS-TARGET-YEAR '-' WS-TARGET-MONTH '-'
               WS-TARGET-DAY
               DELIMITED BY SIZE INTO WS-PRT-DATE.
           MOVE SPACES TO PRT-LINE.
           STRING WS-PRT-DATE ' ' WS-DOW-NAME(WS-GOT-DOW + 1) ' '
               WS-GEN-CAL(WS-FOUND-POS) ' ' HR-RULE-TYPE ' '
               HR-NAME ' ' WS-PRT-STATUS ' '
               WS-GEN-SHIFT(WS-FOUND-POS)
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           ADD 1 TO WS-FOUND-POS.

       6100-EXIT.
           EXIT.

       6200-WRITE-HOLTRANS.

           MOVE SPACES TO HOLTRANS-RECORD.
           MOVE 'ADD' TO HT-ACTION.
           MOVE WS-GEN-DATE(WS-FOUND-POS) TO HT-DATE.
           MOVE WS-GEN-CAL(WS-FOUND-POS) TO HT-CAL-ID.
           WRITE HOLTRANS-RECORD.
           IF WS-HOLTRANS-STATUS NOT EQUAL '00'
               DISPLAY 'COBEDATE: HOLTRANS WRITE FAILED, STATUS='
                   WS-HOLTRANS-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-DATES-WRITTEN.

       6200-EXIT.
           EXIT.

      **************************************************************
      *PRINT-UNGENERATED - HOLIDAY ENTRIES IN THE TARGET YEAR, ON
      *A CALENDAR THE RUN GENERATED FOR, THAT NO RULE PRODUCED.
      *EITHER A RULE IS MISSING OR THE ENTRY WAS MISKEYED
      **************************************************************

       7000-PRINT-UNGENERATED.

           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING 'ON HOLIDAY FOR THE YEAR BUT NOT GENERATED BY ANY '
               'RULE :'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE 1 TO WS-FOUND-POS.
           PERFORM 7100-CHECK-ENTRY THRU 7100-EXIT
               UNTIL WS-FOUND-POS GREATER THAN WS-HOLIDAY-COUNT.

           IF WS-UNGENERATED EQUAL ZERO
               MOVE SPACES TO PRT-LINE
               STRING '    NONE'
                   DELIMITED BY SIZE INTO PRT-LINE
               WRITE PRT-LINE
           END-IF.

       7000-EXIT.
           EXIT.

       7100-CHECK-ENTRY.

           MOVE WS-HOL-DATE(WS-FOUND-POS) TO WS-TARGET-DATE.
           IF WS-TARGET-YEAR NOT EQUAL WS-GEN-YEAR
               OR WS-HOL-MATCHED(WS-FOUND-POS)
               GO TO 7100-NEXT
           END-IF.

           MOVE WS-HOL-CAL(WS-FOUND-POS) TO HR-CAL-ID.
           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-SUB.
           PERFORM 2840-FIND-SCOPE THRU 2840-EXIT
               UNTIL ENTRY-FOUND
                  OR WS-SUB GREATER THAN WS-SCOPE-COUNT.
           IF ENTRY-NOT-FOUND
               GO TO 7100-NEXT
           END-IF.

           ADD 1 TO WS-UNGENERATED.
           PERFORM 3200-GET-DOW THRU 3200-EXIT.
           MOVE SPACES TO WS-PRT-DATE.
           STRING WS-TARGET-YEAR '-' WS-TARGET-MONTH '-'
               WS-TARGET-DAY
               DELIMITED BY SIZE INTO WS-PRT-DATE.
           MOVE SPACES TO PRT-LINE.
           STRING WS-PRT-DATE ' ' WS-DOW-NAME(WS-GOT-DOW + 1) ' '
               WS-HOL-CAL(WS-FOUND-POS) ' - CONFLICT, CHECK THE '
               'ENTRY OR ADD A RULE'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

       7100-NEXT.

           ADD 1 TO WS-FOUND-POS.

       7100-EXIT.
           EXIT.

      **************************************************************
      *PRINT-TOTALS
      **************************************************************

       8000-PRINT-TOTALS.

           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.

           MOVE WS-RULES-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'RULES READ . . . . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE WS-RULES-USED TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'RULES EXPANDED . . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE WS-RULES-REJECTED TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'RULES REJECTED . . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE WS-DATES-WRITTEN TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'ADD TRANSACTIONS WRITTEN . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE WS-DATES-ON-FILE TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'ALREADY ON HOLIDAY . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE WS-DATES-TWICE TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'GENERATED TWICE  . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE WS-UNGENERATED TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'CONFLICTS ON HOLIDAY . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

       8000-EXIT.
           EXIT.

      **************************************************************
      *TERMINATE - CLOSE THE OUTPUTS AND REPORT ON THE CONSOLE
      **************************************************************

       9000-TERMINATE.

           CLOSE HOLTRANS-FILE.
           CLOSE HOLPROOF-FILE.

           DISPLAY 'COBEDATE: HOLIDAYS FOR ' WS-GEN-YEAR
               ' - ADD TRANSACTIONS WRITTEN = ' WS-DATES-WRITTEN
               UPON CNSL.
           IF WS-RULES-REJECTED GREATER THAN ZERO
               OR WS-UNGENERATED GREATER THAN ZERO
               DISPLAY 'COBEDATE: ' WS-RULES-REJECTED
                   ' RULES REJECTED, ' WS-UNGENERATED
                   ' HOLIDAY CONFLICTS - SEE HOLPROOF BEFORE '
                   'RUNNING COBHDATE' UPON CNSL
           END-IF.

       9000-EXIT.
           EXIT.
