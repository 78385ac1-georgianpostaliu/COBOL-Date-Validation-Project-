      ******************************************************
      *VERIFICAREA PREGATIRII PENTRU ANUL NOU
      *SPECIFICATII
      *ANUL TINTA SE CITESTE DIN FISIERUL DE CONTROL READYEAR;
      *FARA READYEAR (SAU GOL) ANUL TINTA ESTE ANUL URMATOR
      *VERIFICA, PENTRU ANUL TINTA, CA:
      *    FEREASTRA YEARCTL CUPRINDE ANUL
      *    FIECARE CALENDAR FOLOSIT (DOM, CALENDARELE DIN SRCREG
      *    SI CELE DE TRANZACTIONARE/DECONTARE DIN SETLRULE) ARE
      *    SARBATORI IN HOLIDAY PENTRU ANUL RESPECTIV
      *    FISCPER ACOPERA FIECARE ZI A ANULUI, FARA GOLURI
      *    (ARITMETICA DE DATE PRIN COBDCALC, CA LA COBFDATE)
      *    CALOUT ARE CALENDARUL DE ZILE LUCRATOARE AL ANULUI
      *    GENERAT DE COBGDATE PENTRU FIECARE CALENDAR FOLOSIT
      *    (DD-UL CALOUT POATE CONCATENA CALENDARELE PIETELOR)
      *TIPARESTE LISTA DE VERIFICARE PE READYPRT; RETURN CODE 4
      *CAT TIMP LIPSESTE CEVA
      *****************************************************
      *MODIFICATION HISTORY
      *  - INITIAL VERSION. EVERY JANUARY ONE MASTER WAS NOT
      *    ROLLED FORWARD AND THE FIRST NIGHT OF THE YEAR
      *    REJECTED AS INCORRECT YEAR OR NO FISCAL PERD. RUN
      *    FROM OCTOBER ON, IT GIVES WEEKS OF WARNING INSTEAD.
      *****************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBYDATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CNSL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT READYEAR-FILE ASSIGN TO 'READYEAR'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-READYEAR-STATUS.
           SELECT YEARCTL-FILE ASSIGN TO 'YEARCTL'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-YEARCTL-STATUS.
           SELECT SRCREG-FILE ASSIGN TO 'SRCREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCREG-STATUS.
           SELECT SETLRULE-FILE ASSIGN TO 'SETLRULE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SETLRULE-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.
           SELECT FISCPER-FILE ASSIGN TO 'FISCPER'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FISCPER-STATUS.
           SELECT CALOUT-FILE ASSIGN TO 'CALOUT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CALOUT-STATUS.
           SELECT READYPRT-FILE ASSIGN TO 'READYPRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-READYPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  READYEAR-FILE.
       01  READYEAR-RECORD.
           05 RD-YEAR                  PIC X(4).
           05 RD-YEAR-NUM REDEFINES RD-YEAR
                                       PIC 9(4).

       FD  YEARCTL-FILE.
       01  YEARCTL-RECORD.
           05 YC-YEAR-LOW              PIC 9(4).
           05 YC-YEAR-HIGH             PIC 9(4).

       FD  SRCREG-FILE.
       COPY REGREC.

       FD  SETLRULE-FILE.
       COPY SRLREC.

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HD-DATE                  PIC 9(8).
           05 HD-DATE-R REDEFINES HD-DATE.
              10 HD-YEAR               PIC 9(4).
              10 HD-MMDD               PIC 9(4).
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

       FD  CALOUT-FILE.
       01  CAL-RECORD.
           05 CAL-DATE                 PIC 9(8).
           05 CAL-DATE-R REDEFINES CAL-DATE.
              10 CAL-YEAR              PIC 9(4).
              10 CAL-MMDD              PIC 9(4).
           05 FILLER                   PIC X(1).
           05 CAL-DOW                  PIC 9(1).
           05 FILLER                   PIC X(1).
           05 CAL-DOW-NAME             PIC X(3).
           05 FILLER                   PIC X(1).
           05 CAL-BUSDAY-IND           PIC X(1).
           05 FILLER                   PIC X(1).
           05 CAL-NEXT-BUSDAY          PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CAL-PREV-BUSDAY          PIC 9(8).
           05 FILLER                   PIC X(1).
           05 CAL-CAL-ID               PIC X(3).

       FD  READYPRT-FILE.
       01  PRT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-READYEAR-STATUS          PIC X(2) VALUE '00'.
       01 WS-YEARCTL-STATUS           PIC X(2) VALUE '00'.
       01 WS-SRCREG-STATUS            PIC X(2) VALUE '00'.
       01 WS-SETLRULE-STATUS          PIC X(2) VALUE '00'.
       01 WS-HOLIDAY-STATUS           PIC X(2) VALUE '00'.
       01 WS-FISCPER-STATUS           PIC X(2) VALUE '00'.
       01 WS-CALOUT-STATUS            PIC X(2) VALUE '00'.
       01 WS-READYPRT-STATUS          PIC X(2) VALUE '00'.

       01 WS-SRCREG-EOF-SW             PIC X(1) VALUE 'N'.
          88 END-OF-SRCREG                VALUE 'Y'.

       01 WS-SETLRULE-EOF-SW           PIC X(1) VALUE 'N'.
          88 END-OF-SETLRULE              VALUE 'Y'.

       01 WS-HOLIDAY-EOF-SW            PIC X(1) VALUE 'N'.
          88 END-OF-HOLIDAYS              VALUE 'Y'.

       01 WS-FISCPER-EOF-SW            PIC X(1) VALUE 'N'.
          88 END-OF-FISCPER               VALUE 'Y'.

       01 WS-CALOUT-EOF-SW             PIC X(1) VALUE 'N'.
          88 END-OF-CALOUT                VALUE 'Y'.

       01 WS-TARGET-YEAR               PIC 9(4) VALUE ZEROS.
       01 WS-YEAR-START                PIC 9(8) VALUE ZEROS.
       01 WS-YEAR-END                  PIC 9(8) VALUE ZEROS.
       01 WS-NEXT-YEAR-START           PIC 9(8) VALUE ZEROS.
       01 WS-DAYS-IN-YEAR              PIC 9(3) VALUE ZEROS.

      *THE DEFAULT WINDOW IS COBTST01'S, USED WHEN YEARCTL CANNOT
      *BE READ, SO THE CHECK JUDGES WHAT THE NIGHTLY RUN WOULD
       01 WS-YEAR-RANGE.
          05 WS-YEAR-LOW               PIC 9(4) VALUE 2010.
          05 WS-YEAR-HIGH              PIC 9(4) VALUE 2025.

       01 WS-YEARCTL-SW                PIC X(1) VALUE 'N'.
          88 YEARCTL-LOADED               VALUE 'Y'.

      *EVERY CALENDAR IN USE, WITH WHAT THE MASTERS HOLD FOR IT
      *IN THE TARGET YEAR. SPACES ON ANY FILE MEAN DOM.
       01 WS-CAL-TABLE.
          05 WS-CAL-COUNT             PIC 9(3) VALUE ZEROS COMP.
          05 WS-CAL-ENTRY OCCURS 1 TO 50 TIMES
                           DEPENDING ON WS-CAL-COUNT.
             10 WS-CAL-ID             PIC X(3).
             10 WS-CAL-USED-BY        PIC X(8).
             10 WS-CAL-HOLIDAYS       PIC 9(5) COMP.
             10 WS-CAL-DAYS           PIC 9(5) COMP.

       01 WS-LOOK-CAL                  PIC X(3) VALUE SPACES.
       01 WS-LOOK-USED-BY              PIC X(8) VALUE SPACES.

       01 WS-FISCAL-TABLE.
          05 WS-FISCAL-COUNT          PIC 9(3) VALUE ZEROS COMP.
          05 WS-FISCAL-ENTRY OCCURS 1 TO 240 TIMES
                             DEPENDING ON WS-FISCAL-COUNT.
             10 WS-FP-PERIOD-ID       PIC X(6).
             10 WS-FP-START           PIC 9(8).
             10 WS-FP-END             PIC 9(8).
             10 WS-FP-OPEN-FLAG       PIC X(1).

       01 WS-SWAP-HOLD.
          05 WS-SWAP-PERIOD-ID        PIC X(6).
          05 WS-SWAP-START            PIC 9(8).
          05 WS-SWAP-END              PIC 9(8).
          05 WS-SWAP-OPEN-FLAG        PIC X(1).

       01 WS-SWAP-SW                   PIC X(1) VALUE 'N'.
          88 SWAPS-MADE                   VALUE 'Y'.
          88 NO-SWAPS-MADE                VALUE 'N'.

      *FISCAL COVERAGE WALK: THE FIRST DAY OF THE TARGET YEAR NOT
      *YET KNOWN TO BE IN A PERIOD, AND THE GAP BEING REPORTED
       01 WS-NEXT-UNCOVERED            PIC 9(8) VALUE ZEROS.
       01 WS-GAP-FROM                  PIC 9(8) VALUE ZEROS.
       01 WS-GAP-THRU                  PIC 9(8) VALUE ZEROS.
       01 WS-YEAR-COVERED-SW           PIC X(1) VALUE 'N'.
          88 YEAR-FULLY-COVERED           VALUE 'Y'.
       01 WS-FISCAL-GAPS               PIC 9(3) VALUE ZEROS COMP.
       01 WS-FISCAL-USED               PIC 9(3) VALUE ZEROS COMP.

       01 WS-FOUND-SW                  PIC X(1) VALUE 'N'.
          88 ENTRY-FOUND                  VALUE 'Y'.
          88 ENTRY-NOT-FOUND              VALUE 'N'.

       01 WS-SUBSCRIPTS.
          05 WS-CAL-SUB               PIC 9(3) COMP.
          05 WS-SUB                   PIC 9(3) COMP.
          05 WS-SUB-2                 PIC 9(3) COMP.
          05 WS-SORT-LIMIT            PIC 9(3) COMP.

      *ONE CHECKLIST ITEM: ITS OUTCOME AND ITS TEXT
       01 WS-ITEM-SW                   PIC X(1) VALUE 'Y'.
          88 ITEM-READY                   VALUE 'Y'.
          88 ITEM-MISSING                 VALUE 'N'.
       01 WS-ITEM-TEXT                 PIC X(88) VALUE SPACES.
      *NOTE ON THE YEARCTL LINE WHEN THE BUILT-IN WINDOW IS JUDGED
       01 WS-YEARCTL-NOTE              PIC X(23) VALUE SPACES.

       01 WS-ITEM-COUNTS.
          05 WS-ITEMS-CHECKED         PIC 9(5) VALUE ZEROS COMP.
          05 WS-ITEMS-MISSING         PIC 9(5) VALUE ZEROS COMP.

       01 WS-RUN-DATE.
          05 WS-RUN-YY                PIC 9(2).
          05 WS-RUN-MM                PIC 9(2).
          05 WS-RUN-DD                PIC 9(2).

       01 WS-EDIT-COUNT                PIC ZZ,ZZ9.
       01 WS-EDIT-DAYS                 PIC ZZ9.

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-CALL-FAILED               PIC 9(3) VALUE 12.
       01 RC-PARM-ERROR                PIC 9(3) VALUE 8.
       01 RC-NOT-READY                 PIC 9(3) VALUE 4.

       COPY DATECALC.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-CHECK-YEARCTL THRU 2000-EXIT.
           PERFORM 3000-COLLECT-CALENDARS THRU 3000-EXIT.
           PERFORM 4000-CHECK-HOLIDAYS THRU 4000-EXIT.
           PERFORM 5000-CHECK-FISCPER THRU 5000-EXIT.
           PERFORM 6000-CHECK-CALOUT THRU 6000-EXIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.

           IF WS-ITEMS-MISSING GREATER THAN ZERO
               MOVE RC-NOT-READY TO RETURN-CODE
           END-IF.

           STOP RUN.

      **************************************************************
      *INITIALIZE - SETTLE THE TARGET YEAR (READYEAR, ELSE NEXT
      *YEAR), ITS FIRST AND LAST DAYS AND ITS LENGTH, OPEN THE
      *CHECKLIST AND PRINT ITS HEADER
      **************************************************************

       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE.
           COMPUTE WS-TARGET-YEAR = 2000 + WS-RUN-YY + 1.

           OPEN INPUT READYEAR-FILE.
           IF WS-READYEAR-STATUS EQUAL '00'
               READ READYEAR-FILE
                   NOT AT END
                       IF RD-YEAR-NUM IS NOT NUMERIC
                           DISPLAY 'COBYDATE: READYEAR YEAR NOT '
                               'NUMERIC' UPON CNSL
                           MOVE RC-PARM-ERROR TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE RD-YEAR-NUM TO WS-TARGET-YEAR
               END-READ
               CLOSE READYEAR-FILE
           ELSE
               DISPLAY 'COBYDATE: READYEAR NOT AVAILABLE, STATUS='
                   WS-READYEAR-STATUS ' - CHECKING NEXT YEAR'
                   UPON CNSL
           END-IF.

           COMPUTE WS-YEAR-START = WS-TARGET-YEAR * 10000 + 0101.
           COMPUTE WS-YEAR-END = WS-TARGET-YEAR * 10000 + 1231.
           COMPUTE WS-NEXT-YEAR-START = WS-YEAR-START + 10000.

           MOVE 'DB' TO LS-CALC-FUNCTION.
           MOVE WS-YEAR-START TO LS-CALC-DATE-1.
           MOVE WS-NEXT-YEAR-START TO LS-CALC-DATE-2.
           PERFORM 7500-CALL-DCALC THRU 7500-EXIT.
           MOVE LS-CALC-RESULT-DAYS TO WS-DAYS-IN-YEAR.

           OPEN OUTPUT READYPRT-FILE.
           IF WS-READYPRT-STATUS NOT EQUAL '00'
               DISPLAY 'COBYDATE: CANNOT OPEN READYPRT, STATUS='
                   WS-READYPRT-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO PRT-LINE.
           STRING 'YEAR-END READINESS CHECKLIST'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING 'RUN DATE : 20' WS-RUN-YY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING 'TARGET YEAR : ' WS-TARGET-YEAR
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.

       1000-EXIT.
           EXIT.

      **************************************************************
      *CHECK-YEARCTL - THE VALID-YEAR WINDOW MUST TAKE IN THE
      *WHOLE TARGET YEAR, OR EVERY DATE IN IT FAILS AS INCORRECT
      *YEAR
      **************************************************************

       2000-CHECK-YEARCTL.

           OPEN INPUT YEARCTL-FILE.
           IF WS-YEARCTL-STATUS EQUAL '00'
               READ YEARCTL-FILE
                   NOT AT END
                       MOVE YC-YEAR-LOW  TO WS-YEAR-LOW
                       MOVE YC-YEAR-HIGH TO WS-YEAR-HIGH
                       SET YEARCTL-LOADED TO TRUE
               END-READ
               CLOSE YEARCTL-FILE
           ELSE
               DISPLAY 'COBYDATE: YEARCTL NOT AVAILABLE, STATUS='
                   WS-YEARCTL-STATUS
                   ' - JUDGING THE DEFAULT YEAR WINDOW' UPON CNSL
           END-IF.

           MOVE SPACES TO WS-YEARCTL-NOTE.
           IF NOT YEARCTL-LOADED
               MOVE ' (DEFAULT - NO YEARCTL)' TO WS-YEARCTL-NOTE
           END-IF.
           MOVE SPACES TO WS-ITEM-TEXT.
           IF WS-TARGET-YEAR LESS THAN WS-YEAR-LOW
               OR WS-TARGET-YEAR GREATER THAN WS-YEAR-HIGH
               SET ITEM-MISSING TO TRUE
               STRING 'YEARCTL   WINDOW ' WS-YEAR-LOW '-' WS-YEAR-HIGH
                   ' DOES NOT COVER ' WS-TARGET-YEAR
                   ' - EXTEND YEARCTL' WS-YEARCTL-NOTE
                   DELIMITED BY SIZE INTO WS-ITEM-TEXT
           ELSE
               SET ITEM-READY TO TRUE
               STRING 'YEARCTL   WINDOW ' WS-YEAR-LOW '-' WS-YEAR-HIGH
                   ' COVERS ' WS-TARGET-YEAR WS-YEARCTL-NOTE
                   DELIMITED BY SIZE INTO WS-ITEM-TEXT
           END-IF.
           PERFORM 7000-PRINT-ITEM THRU 7000-EXIT.

       2000-EXIT.
           EXIT.

      **************************************************************
      *COLLECT-CALENDARS - THE DOMESTIC CALENDAR, EVERY CALENDAR
      *A REGISTERED SOURCE IS JUDGED AGAINST, AND EVERY TRADING
      *AND SETTLEMENT CALENDAR ON SETLRULE. A MISSING SRCREG OR
      *SETLRULE ADDS NOTHING, AS IN COBBDATE AND COBMDATE
      **************************************************************

       3000-COLLECT-CALENDARS.

           MOVE 'DOM' TO WS-LOOK-CAL.
           MOVE 'DOMESTIC' TO WS-LOOK-USED-BY.
           PERFORM 3900-ADD-CALENDAR THRU 3900-EXIT.

           OPEN INPUT SRCREG-FILE.
           IF WS-SRCREG-STATUS EQUAL '00'
               PERFORM 3100-READ-SRCREG THRU 3100-EXIT
                   UNTIL END-OF-SRCREG
               CLOSE SRCREG-FILE
           ELSE
               DISPLAY 'COBYDATE: SRCREG NOT AVAILABLE, STATUS='
                   WS-SRCREG-STATUS ' - NO SOURCE CALENDARS'
                   UPON CNSL
           END-IF.

           OPEN INPUT SETLRULE-FILE.
           IF WS-SETLRULE-STATUS EQUAL '00'
               PERFORM 3200-READ-SETLRULE THRU 3200-EXIT
                   UNTIL END-OF-SETLRULE
               CLOSE SETLRULE-FILE
           ELSE
               DISPLAY 'COBYDATE: SETLRULE NOT AVAILABLE, STATUS='
                   WS-SETLRULE-STATUS ' - NO SETTLEMENT CALENDARS'
                   UPON CNSL
           END-IF.

       3000-EXIT.
           EXIT.

       3100-READ-SRCREG.

           READ SRCREG-FILE
               AT END
                   SET END-OF-SRCREG TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           MOVE REG-CAL-ID TO WS-LOOK-CAL.
           MOVE 'SRCREG' TO WS-LOOK-USED-BY.
           PERFORM 3900-ADD-CALENDAR THRU 3900-EXIT.

       3100-EXIT.
           EXIT.

       3200-READ-SETLRULE.

           READ SETLRULE-FILE
               AT END
                   SET END-OF-SETLRULE TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           MOVE 'SETLRULE' TO WS-LOOK-USED-BY.
           MOVE SRL-TRADE-CAL TO WS-LOOK-CAL.
           PERFORM 3900-ADD-CALENDAR THRU 3900-EXIT.
           MOVE SRL-SETL-CAL TO WS-LOOK-CAL.
           PERFORM 3900-ADD-CALENDAR THRU 3900-EXIT.

       3200-EXIT.
           EXIT.

      *ADD WS-LOOK-CAL TO THE TABLE UNLESS IT IS THERE ALREADY.
      *WS-CAL-SUB IS LEFT ON THE ENTRY EITHER WAY.
       3900-ADD-CALENDAR.

           IF WS-LOOK-CAL EQUAL SPACES
               MOVE 'DOM' TO WS-LOOK-CAL
           END-IF.
           PERFORM 3910-FIND-CALENDAR THRU 3910-EXIT.
           IF ENTRY-FOUND
               GO TO 3900-EXIT
           END-IF.

           IF WS-CAL-COUNT EQUAL 50
               DISPLAY 'COBYDATE: MORE THAN 50 CALENDARS IN USE - '
                   WS-LOOK-CAL ' NOT CHECKED' UPON CNSL
               GO TO 3900-EXIT
           END-IF.
           ADD 1 TO WS-CAL-COUNT.
           MOVE WS-CAL-COUNT TO WS-CAL-SUB.
           MOVE WS-LOOK-CAL TO WS-CAL-ID(WS-CAL-SUB).
           MOVE WS-LOOK-USED-BY TO WS-CAL-USED-BY(WS-CAL-SUB).
           MOVE ZEROS TO WS-CAL-HOLIDAYS(WS-CAL-SUB).
           MOVE ZEROS TO WS-CAL-DAYS(WS-CAL-SUB).

       3900-EXIT.
           EXIT.

       3910-FIND-CALENDAR.

           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-CAL-SUB.
           PERFORM 3920-FIND-CALENDAR-STEP THRU 3920-EXIT
               UNTIL ENTRY-FOUND
                  OR WS-CAL-SUB GREATER THAN WS-CAL-COUNT.

       3910-EXIT.
           EXIT.

       3920-FIND-CALENDAR-STEP.

           IF WS-CAL-ID(WS-CAL-SUB) EQUAL WS-LOOK-CAL
               SET ENTRY-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CAL-SUB
           END-IF.

       3920-EXIT.
           EXIT.

      **************************************************************
      *CHECK-HOLIDAYS - COUNT THE TARGET YEAR'S HOLIDAY ENTRIES
      *PER CALENDAR IN USE. A CALENDAR WITH NONE IS NOT LOADED:
      *EVERY WEEKDAY WOULD PASS AS A BUSINESS DAY
      **************************************************************

       4000-CHECK-HOLIDAYS.

           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS EQUAL '00'
               PERFORM 4100-READ-HOLIDAY THRU 4100-EXIT
                   UNTIL END-OF-HOLIDAYS
               CLOSE HOLIDAY-FILE
           ELSE
               DISPLAY 'COBYDATE: HOLIDAY NOT AVAILABLE, STATUS='
                   WS-HOLIDAY-STATUS UPON CNSL
           END-IF.

           MOVE 1 TO WS-CAL-SUB.
           PERFORM 4200-HOLIDAY-ITEM THRU 4200-EXIT
               UNTIL WS-CAL-SUB GREATER THAN WS-CAL-COUNT.

       4000-EXIT.
           EXIT.

       4100-READ-HOLIDAY.

           READ HOLIDAY-FILE
               AT END
                   SET END-OF-HOLIDAYS TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           IF HD-DATE IS NOT NUMERIC
               OR HD-YEAR NOT EQUAL WS-TARGET-YEAR
               GO TO 4100-EXIT
           END-IF.
           MOVE HD-CAL-ID TO WS-LOOK-CAL.
           IF WS-LOOK-CAL EQUAL SPACES
               MOVE 'DOM' TO WS-LOOK-CAL
           END-IF.
           PERFORM 3910-FIND-CALENDAR THRU 3910-EXIT.
           IF ENTRY-FOUND
               ADD 1 TO WS-CAL-HOLIDAYS(WS-CAL-SUB)
           END-IF.

       4100-EXIT.
           EXIT.

       4200-HOLIDAY-ITEM.

           MOVE SPACES TO WS-ITEM-TEXT.
           IF WS-CAL-HOLIDAYS(WS-CAL-SUB) EQUAL ZERO
               SET ITEM-MISSING TO TRUE
               STRING 'HOLIDAY   ' WS-CAL-ID(WS-CAL-SUB) ' ('
                       DELIMITED BY SIZE
                   WS-CAL-USED-BY(WS-CAL-SUB) DELIMITED BY SPACE
                   ') NO HOLIDAYS LOADED FOR ' WS-TARGET-YEAR
                   ' - RUN COBEDATE AND COBHDATE'
                   DELIMITED BY SIZE INTO WS-ITEM-TEXT
           ELSE
               SET ITEM-READY TO TRUE
               MOVE WS-CAL-HOLIDAYS(WS-CAL-SUB) TO WS-EDIT-COUNT
               STRING 'HOLIDAY   ' WS-CAL-ID(WS-CAL-SUB) ' ('
                       DELIMITED BY SIZE
                   WS-CAL-USED-BY(WS-CAL-SUB) DELIMITED BY SPACE
                   ') ' WS-EDIT-COUNT ' HOLIDAYS LOADED FOR '
                   WS-TARGET-YEAR
                   DELIMITED BY SIZE INTO WS-ITEM-TEXT
           END-IF.
           PERFORM 7000-PRINT-ITEM THRU 7000-EXIT.
           ADD 1 TO WS-CAL-SUB.

       4200-EXIT.
           EXIT.

      **************************************************************
      *CHECK-FISCPER - EVERY DAY OF THE TARGET YEAR MUST FALL IN
      *SOME FISCAL PERIOD, OR IT REJECTS AS NO FISCAL PERD. THE
      *PERIODS ARE SORTED ON START DATE AND WALKED FROM 1 JANUARY;
      *EACH STRETCH OF DAYS NO PERIOD COVERS IS ONE MISSING ITEM
      **************************************************************

       5000-CHECK-FISCPER.

           OPEN INPUT FISCPER-FILE.
           IF WS-FISCPER-STATUS NOT EQUAL '00'
               MOVE SPACES TO WS-ITEM-TEXT
               SET ITEM-MISSING TO TRUE
               STRING 'FISCPER   MASTER NOT AVAILABLE, STATUS='
                   WS-FISCPER-STATUS
                   DELIMITED BY SIZE INTO WS-ITEM-TEXT
               PERFORM 7000-PRINT-ITEM THRU 7000-EXIT
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5100-READ-FISCPER THRU 5100-EXIT
               UNTIL END-OF-FISCPER.
           CLOSE FISCPER-FILE.

           PERFORM 5200-SORT-TABLE THRU 5200-EXIT.

           MOVE WS-YEAR-START TO WS-NEXT-UNCOVERED.
           MOVE 'N' TO WS-YEAR-COVERED-SW.
           MOVE 1 TO WS-SUB.
           PERFORM 5300-WALK-PERIOD THRU 5300-EXIT
               UNTIL YEAR-FULLY-COVERED
                  OR WS-SUB GREATER THAN WS-FISCAL-COUNT.

           IF NOT YEAR-FULLY-COVERED
               MOVE WS-NEXT-UNCOVERED TO WS-GAP-FROM
               MOVE WS-YEAR-END TO WS-GAP-THRU
               PERFORM 5400-GAP-ITEM THRU 5400-EXIT
           END-IF.

           IF WS-FISCAL-GAPS EQUAL ZERO
               MOVE SPACES TO WS-ITEM-TEXT
               SET ITEM-READY TO TRUE
               MOVE WS-FISCAL-USED TO WS-EDIT-COUNT
               STRING 'FISCPER   EVERY DAY OF ' WS-TARGET-YEAR
                   ' IS IN A PERIOD (' WS-EDIT-COUNT ' PERIODS)'
                   DELIMITED BY SIZE INTO WS-ITEM-TEXT
               PERFORM 7000-PRINT-ITEM THRU 7000-EXIT
           END-IF.

       5000-EXIT.
           EXIT.

       5100-READ-FISCPER.

           READ FISCPER-FILE
               AT END
                   SET END-OF-FISCPER TO TRUE
                   GO TO 5100-EXIT
           END-READ.
           IF FP-START-DATE IS NOT NUMERIC
               OR FP-END-DATE IS NOT NUMERIC
               DISPLAY 'COBYDATE: FISCPER PERIOD ' FP-PERIOD-ID
                   ' HAS A NON-NUMERIC DATE - ENTRY SKIPPED'
                   UPON CNSL
               GO TO 5100-EXIT
           END-IF.
           IF WS-FISCAL-COUNT EQUAL 240
               DISPLAY 'COBYDATE: FISCAL PERIOD MASTER EXCEEDS THE '
                   '240-ENTRY WORK TABLE - RUN ABANDONED' UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-FISCAL-COUNT.
           MOVE FP-PERIOD-ID TO WS-FP-PERIOD-ID(WS-FISCAL-COUNT).
           MOVE FP-START-DATE TO WS-FP-START(WS-FISCAL-COUNT).
           MOVE FP-END-DATE TO WS-FP-END(WS-FISCAL-COUNT).
           MOVE FP-OPEN-FLAG TO WS-FP-OPEN-FLAG(WS-FISCAL-COUNT).

       5100-EXIT.
           EXIT.

      *SAME START-DATE SORT AS COBFDATE 6000-SORT-TABLE
       5200-SORT-TABLE.

           IF WS-FISCAL-COUNT LESS THAN 2
               GO TO 5200-EXIT
           END-IF.
           SET SWAPS-MADE TO TRUE.
           PERFORM 5210-SORT-PASS THRU 5210-EXIT
               UNTIL NO-SWAPS-MADE.

       5200-EXIT.
           EXIT.

       5210-SORT-PASS.

           SET NO-SWAPS-MADE TO TRUE.
           COMPUTE WS-SORT-LIMIT = WS-FISCAL-COUNT - 1.
           MOVE 1 TO WS-SUB.
           PERFORM 5220-SORT-COMPARE THRU 5220-EXIT
               UNTIL WS-SUB GREATER THAN WS-SORT-LIMIT.

       5210-EXIT.
           EXIT.

       5220-SORT-COMPARE.

           COMPUTE WS-SUB-2 = WS-SUB + 1.
           IF WS-FP-START(WS-SUB)
                   GREATER THAN WS-FP-START(WS-SUB-2)
               MOVE WS-FISCAL-ENTRY(WS-SUB) TO WS-SWAP-HOLD
               MOVE WS-FISCAL-ENTRY(WS-SUB-2)
                   TO WS-FISCAL-ENTRY(WS-SUB)
               MOVE WS-SWAP-HOLD TO WS-FISCAL-ENTRY(WS-SUB-2)
               SET SWAPS-MADE TO TRUE
           END-IF.
           ADD 1 TO WS-SUB.

       5220-EXIT.
           EXIT.

      *ONE PERIOD OF THE WALK. A PERIOD STARTING AFTER THE FIRST
      *UNCOVERED DAY LEAVES A GAP UP TO ITS START; A PERIOD
      *ENDING AT OR AFTER THE FIRST UNCOVERED DAY MOVES IT ON TO
      *THE DAY AFTER ITS END. PERIODS WHOLLY OUTSIDE THE YEAR
      *CHANGE NOTHING.
       5300-WALK-PERIOD.

           IF WS-FP-END(WS-SUB) LESS THAN WS-NEXT-UNCOVERED
               OR WS-FP-START(WS-SUB) GREATER THAN WS-YEAR-END
               GO TO 5300-NEXT
           END-IF.
           ADD 1 TO WS-FISCAL-USED.

           IF WS-FP-START(WS-SUB) GREATER THAN WS-NEXT-UNCOVERED
               MOVE WS-NEXT-UNCOVERED TO WS-GAP-FROM
               MOVE 'AD' TO LS-CALC-FUNCTION
               MOVE WS-FP-START(WS-SUB) TO LS-CALC-DATE-1
               MOVE -1 TO LS-CALC-DAYS
               PERFORM 7500-CALL-DCALC THRU 7500-EXIT
               MOVE LS-CALC-RESULT-DATE TO WS-GAP-THRU
               PERFORM 5400-GAP-ITEM THRU 5400-EXIT
           END-IF.

           IF WS-FP-END(WS-SUB) NOT LESS THAN WS-YEAR-END
               SET YEAR-FULLY-COVERED TO TRUE
               GO TO 5300-EXIT
           END-IF.
           MOVE 'AD' TO LS-CALC-FUNCTION.
           MOVE WS-FP-END(WS-SUB) TO LS-CALC-DATE-1.
           MOVE 1 TO LS-CALC-DAYS.
           PERFORM 7500-CALL-DCALC THRU 7500-EXIT.
           MOVE LS-CALC-RESULT-DATE TO WS-NEXT-UNCOVERED.

       5300-NEXT.
           ADD 1 TO WS-SUB.

       5300-EXIT.
           EXIT.

       5400-GAP-ITEM.

           ADD 1 TO WS-FISCAL-GAPS.
           MOVE SPACES TO WS-ITEM-TEXT.
           SET ITEM-MISSING TO TRUE.
           STRING 'FISCPER   NO PERIOD COVERS ' WS-GAP-FROM
               ' THRU ' WS-GAP-THRU ' - ADD IT THROUGH COBFDATE'
               DELIMITED BY SIZE INTO WS-ITEM-TEXT.
           PERFORM 7000-PRINT-ITEM THRU 7000-EXIT.

       5400-EXIT.
           EXIT.

      **************************************************************
      *CHECK-CALOUT - COUNT THE TARGET YEAR'S DAYS ON CALOUT PER
      *CALENDAR IN USE. COBGDATE WRITES ONE RECORD PER CALENDAR
      *DAY, SO A FULL YEAR HAS ONE RECORD FOR EVERY DAY OF IT
      **************************************************************

       6000-CHECK-CALOUT.

           OPEN INPUT CALOUT-FILE.
           IF WS-CALOUT-STATUS EQUAL '00'
               PERFORM 6100-READ-CALOUT THRU 6100-EXIT
                   UNTIL END-OF-CALOUT
               CLOSE CALOUT-FILE
           ELSE
               DISPLAY 'COBYDATE: CALOUT NOT AVAILABLE, STATUS='
                   WS-CALOUT-STATUS UPON CNSL
           END-IF.

           MOVE 1 TO WS-CAL-SUB.
           PERFORM 6200-CALOUT-ITEM THRU 6200-EXIT
               UNTIL WS-CAL-SUB GREATER THAN WS-CAL-COUNT.

       6000-EXIT.
           EXIT.

       6100-READ-CALOUT.

           READ CALOUT-FILE
               AT END
                   SET END-OF-CALOUT TO TRUE
                   GO TO 6100-EXIT
           END-READ.
           IF CAL-DATE IS NOT NUMERIC
               OR CAL-YEAR NOT EQUAL WS-TARGET-YEAR
               GO TO 6100-EXIT
           END-IF.
           MOVE CAL-CAL-ID TO WS-LOOK-CAL.
           IF WS-LOOK-CAL EQUAL SPACES
               MOVE 'DOM' TO WS-LOOK-CAL
           END-IF.
           PERFORM 3910-FIND-CALENDAR THRU 3910-EXIT.
           IF ENTRY-FOUND
               ADD 1 TO WS-CAL-DAYS(WS-CAL-SUB)
           END-IF.

       6100-EXIT.
           EXIT.

       6200-CALOUT-ITEM.

           MOVE SPACES TO WS-ITEM-TEXT.
           EVALUATE TRUE
               WHEN WS-CAL-DAYS(WS-CAL-SUB) EQUAL ZERO
                   SET ITEM-MISSING TO TRUE
                   STRING 'CALOUT    ' WS-CAL-ID(WS-CAL-SUB)
                       ' NO BUSINESS-DAY CALENDAR FOR '
                       WS-TARGET-YEAR ' - RUN COBGDATE'
                       DELIMITED BY SIZE INTO WS-ITEM-TEXT
               WHEN WS-CAL-DAYS(WS-CAL-SUB) LESS THAN WS-DAYS-IN-YEAR
                   SET ITEM-MISSING TO TRUE
                   MOVE WS-CAL-DAYS(WS-CAL-SUB) TO WS-EDIT-DAYS
                   STRING 'CALOUT    ' WS-CAL-ID(WS-CAL-SUB)
                       ' ONLY ' WS-EDIT-DAYS ' DAYS OF '
                       WS-TARGET-YEAR ' - RERUN COBGDATE'
                       DELIMITED BY SIZE INTO WS-ITEM-TEXT
               WHEN OTHER
                   SET ITEM-READY TO TRUE
                   MOVE WS-DAYS-IN-YEAR TO WS-EDIT-DAYS
                   STRING 'CALOUT    ' WS-CAL-ID(WS-CAL-SUB)
                       ' BUSINESS-DAY CALENDAR FOR ' WS-TARGET-YEAR
                       ' GENERATED (' WS-EDIT-DAYS ' DAYS)'
                       DELIMITED BY SIZE INTO WS-ITEM-TEXT
           END-EVALUATE.
           PERFORM 7000-PRINT-ITEM THRU 7000-EXIT.
           ADD 1 TO WS-CAL-SUB.

       6200-EXIT.
           EXIT.

      **************************************************************
      *PRINT-ITEM - ONE CHECKLIST LINE, MARKED OK OR MISSING
      **************************************************************

       7000-PRINT-ITEM.

           ADD 1 TO WS-ITEMS-CHECKED.
           MOVE SPACES TO PRT-LINE.
           IF ITEM-READY
               STRING '  [ OK ] ' WS-ITEM-TEXT
                   DELIMITED BY SIZE INTO PRT-LINE
           ELSE
               ADD 1 TO WS-ITEMS-MISSING
               STRING '  [MISS] ' WS-ITEM-TEXT
                   DELIMITED BY SIZE INTO PRT-LINE
           END-IF.
           WRITE PRT-LINE.

       7000-EXIT.
           EXIT.

      **************************************************************
      *CALL-DCALC - ONE CALL INTO THE DATE-ARITHMETIC SERVICE,
      *ABENDING ON A LINK FAILURE OR AN UNEXPECTED ERROR RESULT
      **************************************************************

       7500-CALL-DCALC.

           CALL 'COBDCALC' USING DATE-CALC-REC
               ON EXCEPTION
                   DISPLAY 'COBYDATE: COBDCALC CALL FAILED' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.
           IF LS-CALC-ERROR
               DISPLAY 'COBYDATE: COBDCALC ERROR - ' LS-CALC-REASON
                   ' FOR DATE ' LS-CALC-DATE-1 UPON CNSL
               MOVE RC-CALL-FAILED TO RETURN-CODE
               STOP RUN
           END-IF.

       7500-EXIT.
           EXIT.

      **************************************************************
      *PRINT-TOTALS - THE VERDICT
      **************************************************************

       8000-PRINT-TOTALS.

           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-ITEMS-CHECKED TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'ITEMS CHECKED . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-ITEMS-MISSING TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'ITEMS MISSING . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           IF WS-ITEMS-MISSING GREATER THAN ZERO
               STRING WS-TARGET-YEAR ' IS NOT READY'
                   DELIMITED BY SIZE INTO PRT-LINE
           ELSE
               STRING WS-TARGET-YEAR ' IS READY'
                   DELIMITED BY SIZE INTO PRT-LINE
           END-IF.
           WRITE PRT-LINE.

       8000-EXIT.
           EXIT.

      **************************************************************
      *TERMINATE - CLOSE THE CHECKLIST AND ECHO THE VERDICT
      **************************************************************

       9000-TERMINATE.

           CLOSE READYPRT-FILE.
           DISPLAY 'COBYDATE: READINESS FOR ' WS-TARGET-YEAR
               ' - ITEMS CHECKED = ' WS-ITEMS-CHECKED
               ' MISSING = ' WS-ITEMS-MISSING UPON CNSL.

       9000-EXIT.
           EXIT.
