      ******************************************************
      *INTRETINEREA REGISTRULUI DE SISTEME SURSA (SRCREG)
      *SPECIFICATII
      *CITESTE UN FISIER DE TRANZACTII SRCTRANS CU ACTIUNI
      *    ADD SURSA    XXX CONTACT - INREGISTREAZA O SURSA NOUA,
      *                               ACTIVA
      *    CHG SURSA    XXX CONTACT - SCHIMBA CALENDARUL SI/SAU
      *                               CONTACTUL (GOL = NESCHIMBAT)
      *    SUS SURSA                - SUSPENDA SURSA
      *    ACT SURSA                - REACTIVEAZA SURSA
      *    DEL SURSA                - STERGE SURSA DIN REGISTRU
      *XXX ESTE CALENDARUL DE SARBATORI AL SURSEI - GOL INSEAMNA
      *DOM, CALENDARUL INTERN. UN CALENDAR DIFERIT DE DOM TREBUIE
      *SA AIBA CEL PUTIN O INTRARE IN MASTERUL HOLIDAY, ALTFEL
      *TRANZACTIA ESTE RESPINSA (UN CALENDAR GRESIT AR JUDECA
      *SURSA NUMAI DUPA WEEKEND)
      *DUBLURILE LA ADD SI SURSELE INEXISTENTE LA CHG/SUS/ACT/DEL
      *SUNT RESPINSE
      *MASTERUL ESTE RESCRIS IN ORDINEA ID-ULUI DE SURSA
      *TIPARESTE UN LISTING INAINTE/DUPA PE SRCPRINT PENTRU
      *TICHETUL DE SCHIMBARE, CA LA COBHDATE
      *****************************************************
      *MODIFICATION HISTORY
      *  - INITIAL VERSION. COBBDATE USED TO ACCEPT ANY SOURCE ID
      *    AN HDR RECORD CLAIMED AND JUDGED EVERY SOURCE AGAINST
      *    THE DOMESTIC CALENDAR; THE REGISTRY NOW SAYS WHICH
      *    SOURCES MAY SEND, AGAINST WHICH CALENDAR, AND WHO
      *    OWNS THEM.
      *****************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBSDATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CNSL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRCREG-FILE ASSIGN TO 'SRCREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCREG-STATUS.
           SELECT SRCTRANS-FILE ASSIGN TO 'SRCTRANS'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCTRANS-STATUS.
           SELECT SRCPRINT-FILE ASSIGN TO 'SRCPRINT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCPRINT-STATUS.
           SELECT HOLIDAY-FILE ASSIGN TO 'HOLIDAY'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLIDAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SRCREG-FILE.
       COPY REGREC.

       FD  SRCTRANS-FILE.
       01  SRCTRANS-RECORD.
           05 ST-ACTION                PIC X(3).
              88 ST-ADD                   VALUE 'ADD'.
              88 ST-CHG                   VALUE 'CHG'.
              88 ST-SUS                   VALUE 'SUS'.
              88 ST-ACT                   VALUE 'ACT'.
              88 ST-DEL                   VALUE 'DEL'.
           05 FILLER                   PIC X(1).
           05 ST-SOURCE-ID             PIC X(8).
           05 FILLER                   PIC X(1).
           05 ST-CAL-ID                PIC X(3).
           05 FILLER                   PIC X(1).
           05 ST-CONTACT               PIC X(30).

       FD  SRCPRINT-FILE.
       01  PRT-LINE                    PIC X(80).

       FD  HOLIDAY-FILE.
       01  HOLIDAY-RECORD.
           05 HD-DATE                  PIC 9(8).
           05 FILLER                   PIC X(1).
           05 HD-CAL-ID                PIC X(3).

       WORKING-STORAGE SECTION.
       01 WS-SRCREG-STATUS            PIC X(2) VALUE '00'.
       01 WS-SRCTRANS-STATUS          PIC X(2) VALUE '00'.
       01 WS-SRCPRINT-STATUS          PIC X(2) VALUE '00'.
       01 WS-HOLIDAY-STATUS           PIC X(2) VALUE '00'.

       01 WS-SRCREG-EOF-SW             PIC X(1) VALUE 'N'.
          88 END-OF-SRCREG                VALUE 'Y'.

       01 WS-SRCTRANS-EOF-SW           PIC X(1) VALUE 'N'.
          88 END-OF-SRCTRANS              VALUE 'Y'.

       01 WS-HOLIDAY-EOF-SW            PIC X(1) VALUE 'N'.
          88 END-OF-HOLIDAYS              VALUE 'Y'.

      *THE REGISTRY WORK TABLE. COBBDATE LOADS THE SAME 200
      *ENTRIES, SO A REGISTRY THAT WOULD NOT FIT THERE IS
      *REFUSED HERE FIRST.
       01 WS-REGISTRY-TABLE.
          05 WS-REG-COUNT              PIC 9(3) VALUE ZEROS COMP.
          05 WS-REG-ENTRY OCCURS 1 TO 200 TIMES
                           DEPENDING ON WS-REG-COUNT.
             10 WS-REG-ID              PIC X(8).
             10 WS-REG-CAL             PIC X(3).
             10 WS-REG-STATUS          PIC X(1).
                88 WS-REG-ACTIVE          VALUE 'A'.
                88 WS-REG-SUSPENDED       VALUE 'S'.
             10 WS-REG-CONTACT         PIC X(30).

      *EVERY CALENDAR ID THAT HAS AT LEAST ONE ENTRY ON THE
      *HOLIDAY MASTER - THE CALENDARS A SOURCE MAY BE POINTED AT.
       01 WS-CALENDAR-TABLE.
          05 WS-CAL-COUNT              PIC 9(3) VALUE ZEROS COMP.
          05 WS-CAL-ENTRY OCCURS 1 TO 50 TIMES
                           DEPENDING ON WS-CAL-COUNT.
             10 WS-CAL-ID              PIC X(3).

      *CALENDAR OF THE CURRENT TRANSACTION - ST-CAL-ID WITH
      *SPACES NORMALIZED TO THE DOMESTIC CALENDAR.
       01 WS-TRAN-CAL                  PIC X(3) VALUE 'DOM'.

       01 WS-HOL-CAL                   PIC X(3) VALUE SPACES.

       01 WS-BEFORE-COUNT              PIC 9(3) VALUE ZEROS COMP.

       01 WS-TRAN-COUNTS.
          05 WS-TRAN-COUNT            PIC 9(5) VALUE ZEROS COMP.
          05 WS-APPLIED-COUNT         PIC 9(5) VALUE ZEROS COMP.
          05 WS-REJECT-COUNT          PIC 9(5) VALUE ZEROS COMP.

       01 WS-FOUND-SW                  PIC X(1) VALUE 'N'.
          88 ENTRY-FOUND                  VALUE 'Y'.
          88 ENTRY-NOT-FOUND              VALUE 'N'.

       01 WS-CAL-FOUND-SW              PIC X(1) VALUE 'N'.
          88 CALENDAR-FOUND               VALUE 'Y'.
          88 CALENDAR-NOT-FOUND           VALUE 'N'.

       01 WS-SWAP-SW                   PIC X(1) VALUE 'N'.
          88 SWAPS-MADE                   VALUE 'Y'.
          88 NO-SWAPS-MADE                VALUE 'N'.

       01 WS-SUBSCRIPTS.
          05 WS-SUB                   PIC 9(3) COMP.
          05 WS-SUB-2                 PIC 9(3) COMP.
          05 WS-FOUND-POS             PIC 9(3) COMP.
          05 WS-SORT-LIMIT            PIC 9(3) COMP.
          05 WS-CAL-SUB               PIC 9(3) COMP.

       01 WS-SWAP-HOLD.
          05 WS-SWAP-ID               PIC X(8).
          05 WS-SWAP-CAL              PIC X(3).
          05 WS-SWAP-STATUS           PIC X(1).
          05 WS-SWAP-CONTACT          PIC X(30).

       01 WS-TRAN-DISP                 PIC X(30).

       01 WS-RUN-DATE.
          05 WS-RUN-YY                PIC 9(2).
          05 WS-RUN-MM                PIC 9(2).
          05 WS-RUN-DD                PIC 9(2).

       01 WS-EDIT-COUNT                PIC ZZ9.
       01 WS-EDIT-TRAN                 PIC ZZ,ZZ9.

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-TRAN-REJECTS              PIC 9(3) VALUE 4.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 3000-PRINT-BEFORE THRU 3000-EXIT.
           PERFORM 4000-APPLY-TRANS THRU 4000-EXIT
               UNTIL END-OF-SRCTRANS.
           PERFORM 6000-SORT-TABLE THRU 6000-EXIT.
           PERFORM 7000-REWRITE-MASTER THRU 7000-EXIT.
           PERFORM 8000-PRINT-AFTER THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.

           IF WS-REJECT-COUNT GREATER THAN ZERO
               MOVE RC-TRAN-REJECTS TO RETURN-CODE
           END-IF.

           STOP RUN.

      **************************************************************
      *INITIALIZE - LOAD THE REGISTRY AND THE CALENDAR IDS IN
      *USE ON THE HOLIDAY MASTER, OPEN THE TRANSACTIONS AND THE
      *LISTING, PRINT THE HEADER, PRIME THE TRANSACTION READ
      **************************************************************

       1000-INITIALIZE.

           OPEN INPUT SRCREG-FILE.
           IF WS-SRCREG-STATUS NOT EQUAL '00'
               AND WS-SRCREG-STATUS NOT EQUAL '35'
               DISPLAY 'COBSDATE: CANNOT OPEN SRCREG, STATUS='
                   WS-SRCREG-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-SRCREG-STATUS EQUAL '00'
               PERFORM 1100-LOAD-REGISTRY THRU 1100-EXIT
                   UNTIL END-OF-SRCREG
                      OR WS-REG-COUNT EQUAL 200
               IF WS-REG-COUNT EQUAL 200
                   AND NOT END-OF-SRCREG
                   DISPLAY 'COBSDATE: SOURCE REGISTRY EXCEEDS THE '
                       '200-ENTRY WORK TABLE - RUN ABANDONED'
                       UPON CNSL
                   MOVE RC-FILE-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE SRCREG-FILE
           ELSE
               DISPLAY 'COBSDATE: SOURCE REGISTRY NOT FOUND - '
                   'STARTING FROM AN EMPTY TABLE' UPON CNSL
           END-IF.
           MOVE WS-REG-COUNT TO WS-BEFORE-COUNT.

           PERFORM 1200-LOAD-CALENDARS THRU 1200-EXIT.

           OPEN INPUT SRCTRANS-FILE.
           IF WS-SRCTRANS-STATUS NOT EQUAL '00'
               DISPLAY 'COBSDATE: CANNOT OPEN SRCTRANS, STATUS='
                   WS-SRCTRANS-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT SRCPRINT-FILE.
           IF WS-SRCPRINT-STATUS NOT EQUAL '00'
               DISPLAY 'COBSDATE: CANNOT OPEN SRCPRINT, STATUS='
                   WS-SRCPRINT-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE.
           MOVE SPACES TO PRT-LINE.
           STRING 'SOURCE SYSTEM REGISTRY MAINTENANCE - CHANGE '
               'LISTING'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING 'RUN DATE : 20' WS-RUN-YY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.

           PERFORM 4100-READ-SRCTRANS THRU 4100-EXIT.

       1000-EXIT.
           EXIT.

      *A BLANK CALENDAR ID ON THE REGISTRY IS THE DOMESTIC
      *CALENDAR, THE SAME CONVENTION AS THE HOLIDAY MASTER.
       1100-LOAD-REGISTRY.

           READ SRCREG-FILE
               AT END
                   SET END-OF-SRCREG TO TRUE
               NOT AT END
                   ADD 1 TO WS-REG-COUNT
                   MOVE REG-SOURCE-ID TO WS-REG-ID(WS-REG-COUNT)
                   IF REG-CAL-ID EQUAL SPACES
                       MOVE 'DOM' TO WS-REG-CAL(WS-REG-COUNT)
                   ELSE
                       MOVE REG-CAL-ID TO WS-REG-CAL(WS-REG-COUNT)
                   END-IF
                   MOVE REG-STATUS TO WS-REG-STATUS(WS-REG-COUNT)
                   MOVE REG-CONTACT TO WS-REG-CONTACT(WS-REG-COUNT)
           END-READ.

       1100-EXIT.
           EXIT.

      *LOAD-CALENDARS - THE DISTINCT CALENDAR IDS ON THE HOLIDAY
      *MASTER. DOM IS ALWAYS VALID, EVEN WITH NO HOLIDAY FILE.
       1200-LOAD-CALENDARS.

           MOVE 1 TO WS-CAL-COUNT.
           MOVE 'DOM' TO WS-CAL-ID(1).

           OPEN INPUT HOLIDAY-FILE.
           IF WS-HOLIDAY-STATUS NOT EQUAL '00'
               DISPLAY 'COBSDATE: HOLIDAY NOT AVAILABLE, STATUS='
                   WS-HOLIDAY-STATUS
                   ' - ONLY THE DOM CALENDAR IS ACCEPTED' UPON CNSL
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
               MOVE 'DOM' TO WS-HOL-CAL
           ELSE
               MOVE HD-CAL-ID TO WS-HOL-CAL
           END-IF.
           PERFORM 5200-FIND-CALENDAR THRU 5200-EXIT.
           IF CALENDAR-NOT-FOUND
               AND WS-CAL-COUNT LESS THAN 50
               ADD 1 TO WS-CAL-COUNT
               MOVE WS-HOL-CAL TO WS-CAL-ID(WS-CAL-COUNT)
           END-IF.

       1210-EXIT.
           EXIT.

      **************************************************************
      *PRINT-BEFORE - THE REGISTRY AS IT STOOD BEFORE THE CHANGES
      **************************************************************

       3000-PRINT-BEFORE.

           MOVE WS-BEFORE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'BEFORE : ' WS-EDIT-COUNT ' SOURCES'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE 1 TO WS-SUB.
           PERFORM 3100-PRINT-ENTRY THRU 3100-EXIT
               UNTIL WS-SUB GREATER THAN WS-REG-COUNT.

           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING 'TRANSACTIONS :'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

       3000-EXIT.
           EXIT.

       3100-PRINT-ENTRY.

           MOVE SPACES TO PRT-LINE.
           STRING '    ' WS-REG-ID(WS-SUB)
               ' ' WS-REG-CAL(WS-SUB)
               ' ' WS-REG-STATUS(WS-SUB)
               ' ' WS-REG-CONTACT(WS-SUB)
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           ADD 1 TO WS-SUB.

       3100-EXIT.
           EXIT.

      **************************************************************
      *APPLY-TRANS - CHECK ONE TRANSACTION, APPLY IT TO THE WORK
      *TABLE, AND PRINT ITS DISPOSITION
      **************************************************************

       4000-APPLY-TRANS.

           ADD 1 TO WS-TRAN-COUNT.
           MOVE SPACES TO WS-TRAN-DISP.
           IF ST-CAL-ID EQUAL SPACES
               MOVE 'DOM' TO WS-TRAN-CAL
           ELSE
               MOVE ST-CAL-ID TO WS-TRAN-CAL
           END-IF.

           EVALUATE TRUE
               WHEN NOT ST-ADD AND NOT ST-CHG AND NOT ST-SUS
                    AND NOT ST-ACT AND NOT ST-DEL
                   MOVE 'REJECTED: BAD ACTION' TO WS-TRAN-DISP
               WHEN ST-SOURCE-ID EQUAL SPACES
                   MOVE 'REJECTED: NO SOURCE ID' TO WS-TRAN-DISP
               WHEN OTHER
                   PERFORM 5000-FIND-ENTRY THRU 5000-EXIT
           END-EVALUATE.

           IF WS-TRAN-DISP EQUAL SPACES
               EVALUATE TRUE
                   WHEN ST-ADD
                       PERFORM 4300-APPLY-ADD THRU 4300-EXIT
                   WHEN ST-CHG
                       PERFORM 4400-APPLY-CHG THRU 4400-EXIT
                   WHEN ST-SUS
                       PERFORM 4500-APPLY-SUS THRU 4500-EXIT
                   WHEN ST-ACT
                       PERFORM 4600-APPLY-ACT THRU 4600-EXIT
                   WHEN OTHER
                       PERFORM 4700-APPLY-DEL THRU 4700-EXIT
               END-EVALUATE
           END-IF.

           IF WS-TRAN-DISP EQUAL SPACES
               MOVE 'APPLIED' TO WS-TRAN-DISP
               ADD 1 TO WS-APPLIED-COUNT
           ELSE
               ADD 1 TO WS-REJECT-COUNT
           END-IF.

           MOVE SPACES TO PRT-LINE.
           STRING '    ' ST-ACTION ' ' ST-SOURCE-ID ' ' ST-CAL-ID
               ' ' ST-CONTACT ' - ' WS-TRAN-DISP
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           PERFORM 4100-READ-SRCTRANS THRU 4100-EXIT.

       4000-EXIT.
           EXIT.

       4100-READ-SRCTRANS.

           READ SRCTRANS-FILE
               AT END
                   SET END-OF-SRCTRANS TO TRUE
           END-READ.

       4100-EXIT.
           EXIT.

      **************************************************************
      *APPLY-ADD - REJECT DUPLICATES AND UNKNOWN CALENDARS, ELSE
      *APPEND THE SOURCE TO THE TABLE AS ACTIVE
      **************************************************************

       4300-APPLY-ADD.

           IF ENTRY-FOUND
               MOVE 'REJECTED: DUPLICATE' TO WS-TRAN-DISP
               GO TO 4300-EXIT
           END-IF.

           MOVE WS-TRAN-CAL TO WS-HOL-CAL.
           PERFORM 5200-FIND-CALENDAR THRU 5200-EXIT.
           IF CALENDAR-NOT-FOUND
               MOVE 'REJECTED: NO SUCH CALENDAR' TO WS-TRAN-DISP
               GO TO 4300-EXIT
           END-IF.

           IF WS-REG-COUNT EQUAL 200
               MOVE 'REJECTED: TABLE FULL' TO WS-TRAN-DISP
               GO TO 4300-EXIT
           END-IF.

           ADD 1 TO WS-REG-COUNT.
           MOVE ST-SOURCE-ID TO WS-REG-ID(WS-REG-COUNT).
           MOVE WS-TRAN-CAL TO WS-REG-CAL(WS-REG-COUNT).
           MOVE 'A' TO WS-REG-STATUS(WS-REG-COUNT).
           MOVE ST-CONTACT TO WS-REG-CONTACT(WS-REG-COUNT).

       4300-EXIT.
           EXIT.

      **************************************************************
      *APPLY-CHG - A NON-BLANK CALENDAR OR CONTACT REPLACES THE
      *ONE ON FILE; BLANK FIELDS ARE LEFT AS THEY STAND
      **************************************************************

       4400-APPLY-CHG.

           IF ENTRY-NOT-FOUND
               MOVE 'REJECTED: NOT ON FILE' TO WS-TRAN-DISP
               GO TO 4400-EXIT
           END-IF.

           IF ST-CAL-ID EQUAL SPACES
               AND ST-CONTACT EQUAL SPACES
               MOVE 'REJECTED: NOTHING TO CHANGE' TO WS-TRAN-DISP
               GO TO 4400-EXIT
           END-IF.

           IF ST-CAL-ID NOT EQUAL SPACES
               MOVE WS-TRAN-CAL TO WS-HOL-CAL
               PERFORM 5200-FIND-CALENDAR THRU 5200-EXIT
               IF CALENDAR-NOT-FOUND
                   MOVE 'REJECTED: NO SUCH CALENDAR' TO WS-TRAN-DISP
                   GO TO 4400-EXIT
               END-IF
               MOVE WS-TRAN-CAL TO WS-REG-CAL(WS-FOUND-POS)
           END-IF.

           IF ST-CONTACT NOT EQUAL SPACES
               MOVE ST-CONTACT TO WS-REG-CONTACT(WS-FOUND-POS)
           END-IF.

       4400-EXIT.
           EXIT.

       4500-APPLY-SUS.

           IF ENTRY-NOT-FOUND
               MOVE 'REJECTED: NOT ON FILE' TO WS-TRAN-DISP
               GO TO 4500-EXIT
           END-IF.

           IF WS-REG-SUSPENDED(WS-FOUND-POS)
               MOVE 'REJECTED: ALREADY SUSPENDED' TO WS-TRAN-DISP
               GO TO 4500-EXIT
           END-IF.

           MOVE 'S' TO WS-REG-STATUS(WS-FOUND-POS).

       4500-EXIT.
           EXIT.

       4600-APPLY-ACT.

           IF ENTRY-NOT-FOUND
               MOVE 'REJECTED: NOT ON FILE' TO WS-TRAN-DISP
               GO TO 4600-EXIT
           END-IF.

           IF WS-REG-ACTIVE(WS-FOUND-POS)
               MOVE 'REJECTED: ALREADY ACTIVE' TO WS-TRAN-DISP
               GO TO 4600-EXIT
           END-IF.

           MOVE 'A' TO WS-REG-STATUS(WS-FOUND-POS).

       4600-EXIT.
           EXIT.

      **************************************************************
      *APPLY-DEL - REJECT MISSES, ELSE CLOSE THE GAP IN THE TABLE
      **************************************************************

       4700-APPLY-DEL.

           IF ENTRY-NOT-FOUND
               MOVE 'REJECTED: NOT ON FILE' TO WS-TRAN-DISP
               GO TO 4700-EXIT
           END-IF.

           MOVE WS-FOUND-POS TO WS-SUB.
           PERFORM 4710-SHIFT-ENTRY THRU 4710-EXIT
               UNTIL WS-SUB EQUAL WS-REG-COUNT.
           SUBTRACT 1 FROM WS-REG-COUNT.

       4700-EXIT.
           EXIT.

       4710-SHIFT-ENTRY.

           COMPUTE WS-SUB-2 = WS-SUB + 1.
           MOVE WS-REG-ENTRY(WS-SUB-2) TO WS-REG-ENTRY(WS-SUB).
           ADD 1 TO WS-SUB.

       4710-EXIT.
           EXIT.

      **************************************************************
      *FIND-ENTRY - LINEAR SEARCH OF THE WORK TABLE FOR
      *ST-SOURCE-ID
      **************************************************************

       5000-FIND-ENTRY.

           SET ENTRY-NOT-FOUND TO TRUE.
           MOVE ZEROS TO WS-FOUND-POS.
           MOVE 1 TO WS-SUB.
           PERFORM 5100-FIND-STEP THRU 5100-EXIT
               UNTIL ENTRY-FOUND
                  OR WS-SUB GREATER THAN WS-REG-COUNT.

       5000-EXIT.
           EXIT.

       5100-FIND-STEP.

           IF WS-REG-ID(WS-SUB) EQUAL ST-SOURCE-ID
               SET ENTRY-FOUND TO TRUE
               MOVE WS-SUB TO WS-FOUND-POS
           ELSE
               ADD 1 TO WS-SUB
           END-IF.

       5100-EXIT.
           EXIT.

      *FIND-CALENDAR - IS WS-HOL-CAL ONE OF THE KNOWN CALENDARS.
       5200-FIND-CALENDAR.

           SET CALENDAR-NOT-FOUND TO TRUE.
           MOVE 1 TO WS-CAL-SUB.
           PERFORM 5210-FIND-CAL-STEP THRU 5210-EXIT
               UNTIL CALENDAR-FOUND
                  OR WS-CAL-SUB GREATER THAN WS-CAL-COUNT.

       5200-EXIT.
           EXIT.

       5210-FIND-CAL-STEP.

           IF WS-CAL-ID(WS-CAL-SUB) EQUAL WS-HOL-CAL
               SET CALENDAR-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-CAL-SUB
           END-IF.

       5210-EXIT.
           EXIT.

      **************************************************************
      *SORT-TABLE - EXCHANGE SORT INTO ASCENDING SOURCE ID ORDER
      *SO THE REWRITTEN REGISTRY IS ALWAYS SORTED
      **************************************************************

       6000-SORT-TABLE.

           IF WS-REG-COUNT LESS THAN 2
               GO TO 6000-EXIT
           END-IF.
           SET SWAPS-MADE TO TRUE.
           PERFORM 6100-SORT-PASS THRU 6100-EXIT
               UNTIL NO-SWAPS-MADE.

       6000-EXIT.
           EXIT.

       6100-SORT-PASS.

           SET NO-SWAPS-MADE TO TRUE.
           COMPUTE WS-SORT-LIMIT = WS-REG-COUNT - 1.
           MOVE 1 TO WS-SUB.
           PERFORM 6110-SORT-COMPARE THRU 6110-EXIT
               UNTIL WS-SUB GREATER THAN WS-SORT-LIMIT.

       6100-EXIT.
           EXIT.

       6110-SORT-COMPARE.

           COMPUTE WS-SUB-2 = WS-SUB + 1.
           IF WS-REG-ID(WS-SUB) GREATER THAN WS-REG-ID(WS-SUB-2)
               MOVE WS-REG-ENTRY(WS-SUB) TO WS-SWAP-HOLD
               MOVE WS-REG-ENTRY(WS-SUB-2) TO WS-REG-ENTRY(WS-SUB)
               MOVE WS-SWAP-HOLD TO WS-REG-ENTRY(WS-SUB-2)
               SET SWAPS-MADE TO TRUE
           END-IF.
           ADD 1 TO WS-SUB.

       6110-EXIT.
           EXIT.

      **************************************************************
      *REWRITE-MASTER - THE SORTED WORK TABLE BECOMES THE NEW FILE
      **************************************************************

       7000-REWRITE-MASTER.

           OPEN OUTPUT SRCREG-FILE.
           IF WS-SRCREG-STATUS NOT EQUAL '00'
               DISPLAY 'COBSDATE: CANNOT REWRITE SRCREG, STATUS='
                   WS-SRCREG-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 1 TO WS-SUB.
           PERFORM 7100-WRITE-ENTRY THRU 7100-EXIT
               UNTIL WS-SUB GREATER THAN WS-REG-COUNT.
           CLOSE SRCREG-FILE.

       7000-EXIT.
           EXIT.

       7100-WRITE-ENTRY.

           MOVE SPACES TO REG-RECORD.
           MOVE WS-REG-ID(WS-SUB) TO REG-SOURCE-ID.
           MOVE WS-REG-CAL(WS-SUB) TO REG-CAL-ID.
           MOVE WS-REG-STATUS(WS-SUB) TO REG-STATUS.
           MOVE WS-REG-CONTACT(WS-SUB) TO REG-CONTACT.
           WRITE REG-RECORD.
           IF WS-SRCREG-STATUS NOT EQUAL '00'
               DISPLAY 'COBSDATE: SRCREG WRITE FAILED, STATUS='
                   WS-SRCREG-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-SUB.

       7100-EXIT.
           EXIT.

      **************************************************************
      *PRINT-AFTER - THE REGISTRY AS REWRITTEN, PLUS THE TOTALS
      **************************************************************

       8000-PRINT-AFTER.

           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-REG-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'AFTER : ' WS-EDIT-COUNT ' SOURCES'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE 1 TO WS-SUB.
           PERFORM 3100-PRINT-ENTRY THRU 3100-EXIT
               UNTIL WS-SUB GREATER THAN WS-REG-COUNT.

           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-TRAN-COUNT TO WS-EDIT-TRAN.
           MOVE SPACES TO PRT-LINE.
           STRING 'TRANSACTIONS READ . . . : ' WS-EDIT-TRAN
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-APPLIED-COUNT TO WS-EDIT-TRAN.
           MOVE SPACES TO PRT-LINE.
           STRING 'TRANSACTIONS APPLIED  . : ' WS-EDIT-TRAN
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-REJECT-COUNT TO WS-EDIT-TRAN.
           MOVE SPACES TO PRT-LINE.
           STRING 'TRANSACTIONS REJECTED . : ' WS-EDIT-TRAN
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

       8000-EXIT.
           EXIT.

      **************************************************************
      *TERMINATE - CLOSE FILES
      **************************************************************

       9000-TERMINATE.

           CLOSE SRCTRANS-FILE.
           CLOSE SRCPRINT-FILE.

       9000-EXIT.
           EXIT.
