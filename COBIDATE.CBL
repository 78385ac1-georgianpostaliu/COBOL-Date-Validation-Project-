      *START/SFARSIT, MODUL, COLD-START SAU RESTART, SURSA SI
      *DATA DE ANTET, CONTOARELE, CACHE HIT/MISS, REZULTATUL
      *RECONCILIERII SI RETURN CODE-UL FINAL
      *APOI PASII LANTULUI DE NOAPTE DIN STEPCTL PENTRU ACEEASI
      *DATA DE BUSINESS SI PASUL LA CARE S-A OPRIT LANTUL
      *SE TERMINA CU 'END' SAU CU O LINIE GOALA, CA LA COBQDATE
      *****************************************************
      *MODIFICATION HISTORY
      *  - INITIAL VERSION. 'DID LAST NIGHT'S RUN FINISH, IN
      *    WHAT MODE, WITH HOW MANY REJECTS' USED TO MEAN
      *    GREPPING THE SCROLLED-AWAY JOB OUTPUT.
      *  - ALSO SHOWS THE STEPCTL STEP-CONTROL ENTRIES OF THE
      *    NIGHTLY CHAIN FOR THE DATE ASKED - STATUS, START, END,
      *    RC, RUNS - AND THE STEP WHERE THE CHAIN STOPPED. A
      *    MISSING STEPCTL LEAVES THE RUNCTL INQUIRY AS IT WAS.
      *****************************************************

       IDENTIFICATION DIVISION.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT STEPCTL-FILE ASSIGN TO 'STEPCTL'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS STP-KEY
               FILE STATUS IS WS-STEPCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       COPY RUNREC.

       FD  STEPCTL-FILE.
       COPY STPREC.

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-STATUS            PIC X(2) VALUE '00'.
       01 WS-STEPCTL-STATUS           PIC X(2) VALUE '00'.

       01 WS-STEPCTL-SW               PIC X(1) VALUE 'N'.
          88 STEPCTL-AVAILABLE           VALUE 'Y'.

       01 WS-DONE-SW                  PIC X(1) VALUE 'N'.
          88 INQUIRY-DONE                VALUE 'Y'.

       01 WS-RUNS-SHOWN               PIC 9(3) VALUE ZEROS COMP.

       COPY STPCHAIN.

       01 WS-CHAIN-SUB                PIC 9(3) VALUE ZEROS COMP.
       01 WS-STEPS-FOUND              PIC 9(3) VALUE ZEROS COMP.

       01 WS-STEP-TEXT                PIC X(10) VALUE SPACES.

       01 WS-STOP-SW                  PIC X(1) VALUE 'N'.
          88 CHAIN-STOPPED               VALUE 'Y'.

       01 WS-STOP-STEP                PIC X(8) VALUE SPACES.
       01 WS-STOP-TEXT                PIC X(10) VALUE SPACES.

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-CALL-FAILED               PIC 9(3) VALUE 12.

               STOP RUN
           END-IF.

           OPEN INPUT STEPCTL-FILE.
           IF WS-STEPCTL-STATUS EQUAL '00'
               SET STEPCTL-AVAILABLE TO TRUE
           ELSE
               DISPLAY 'COBIDATE: STEPCTL NOT AVAILABLE, STATUS='
                   WS-STEPCTL-STATUS ' - STEPS NOT SHOWN' UPON CNSL
           END-IF.

           DISPLAY 'COBIDATE: ENTER A RUN DATE (YYYYMMDD, '
               'MM/DD/YYYY OR DD-MON-YYYY), OR END TO QUIT'
               UPON CNSL.
               UNTIL INQUIRY-DONE.

           CLOSE RUNCTL-FILE.
           IF STEPCTL-AVAILABLE
               CLOSE STEPCTL-FILE
           END-IF.

           STOP RUN.

      **************************************************************
      *INQUIRE - READ ONE DATE FROM THE OPERATOR, NORMALIZE IT
      *THROUGH COBNDATE, AND LIST EVERY RUN RECORDED THAT DAY,
      *THEN THE CHAIN STEPS FOR THAT BUSINESS DATE
      **************************************************************

       1000-INQUIRE.
           END-START.
           IF WS-RUNCTL-STATUS NOT EQUAL '00'
               DISPLAY 'NO RUNS ON FILE FOR ' WS-INQ-DATE UPON CNSL
               GO TO 1000-STEPS
           END-IF.

           MOVE ZEROS TO WS-RUNS-SHOWN.
               DISPLAY 'NO RUNS ON FILE FOR ' WS-INQ-DATE UPON CNSL
           END-IF.

       1000-STEPS.

           IF STEPCTL-AVAILABLE
               PERFORM 3000-SHOW-STEPS THRU 3000-EXIT
           END-IF.

       1000-EXIT.
           EXIT.


       2000-EXIT.
           EXIT.

      **************************************************************
      *SHOW-STEPS - THE CHAIN STEPS ON STEPCTL FOR THE DATE, IN
      *CHAIN ORDER, AND WHERE THE CHAIN STOPPED: THE FIRST NIGHTLY
      *STEP NOT COMPLETE OR OCCASIONAL STEP STARTED AND NOT
      *COMPLETE. A DATE WITH NO ENTRIES AT ALL SAYS SO ONCE
      **************************************************************

       3000-SHOW-STEPS.

           MOVE ZEROS TO WS-STEPS-FOUND.
           MOVE 1 TO WS-CHAIN-SUB.
           PERFORM 3050-COUNT-STEP THRU 3050-EXIT
               UNTIL WS-CHAIN-SUB GREATER THAN WS-CHAIN-COUNT.
           IF WS-STEPS-FOUND EQUAL ZERO
               DISPLAY 'NO CHAIN STEPS ON FILE FOR ' WS-INQ-DATE
                   UPON CNSL
               GO TO 3000-EXIT
           END-IF.

           MOVE 'N' TO WS-STOP-SW.
           MOVE 1 TO WS-CHAIN-SUB.
           PERFORM 3100-SHOW-STEP THRU 3100-EXIT
               UNTIL WS-CHAIN-SUB GREATER THAN WS-CHAIN-COUNT.

           IF CHAIN-STOPPED
               DISPLAY 'CHAIN STOPPED AT ' WS-STOP-STEP
                   ' (' WS-STOP-TEXT ')' UPON CNSL
           ELSE
               DISPLAY 'CHAIN COMPLETE FOR ' WS-INQ-DATE UPON CNSL
           END-IF.

       3000-EXIT.
           EXIT.

       3050-COUNT-STEP.

           MOVE WS-INQ-DATE TO STP-BUS-DATE.
           MOVE WS-CHAIN-STEP(WS-CHAIN-SUB) TO STP-STEP-NAME.
           READ STEPCTL-FILE
               NOT INVALID KEY
                   ADD 1 TO WS-STEPS-FOUND
           END-READ.
           ADD 1 TO WS-CHAIN-SUB.

       3050-EXIT.
           EXIT.

       3100-SHOW-STEP.

           MOVE WS-INQ-DATE TO STP-BUS-DATE.
           MOVE WS-CHAIN-STEP(WS-CHAIN-SUB) TO STP-STEP-NAME.
           READ STEPCTL-FILE
               INVALID KEY
                   IF WS-CHAIN-NIGHTLY(WS-CHAIN-SUB)
                       MOVE 'NOT RUN' TO WS-STEP-TEXT
                       DISPLAY 'STEP ' WS-CHAIN-STEP(WS-CHAIN-SUB)
                           ' NOT RUN' UPON CNSL
                       PERFORM 3200-NOTE-STOP THRU 3200-EXIT
                   END-IF
                   GO TO 3100-NEXT
           END-READ.

           EVALUATE TRUE
               WHEN STP-COMPLETE
                   MOVE 'COMPLETE' TO WS-STEP-TEXT
               WHEN STP-FAILED
                   MOVE 'FAILED' TO WS-STEP-TEXT
               WHEN OTHER
                   MOVE 'NOT ENDED' TO WS-STEP-TEXT
           END-EVALUATE.
           IF NOT STP-COMPLETE
               PERFORM 3200-NOTE-STOP THRU 3200-EXIT
           END-IF.

           DISPLAY 'STEP ' STP-STEP-NAME ' ' WS-STEP-TEXT
               ' START ' STP-START-DATE ' ' STP-START-TIME
               ' END ' STP-END-DATE ' ' STP-END-TIME UPON CNSL.
           DISPLAY '  RC ' STP-RETURN-CODE
               ' RUNS ' STP-RUN-COUNT
               ' LAST RUN FORCED ' STP-FORCED-SW UPON CNSL.

       3100-NEXT.

           ADD 1 TO WS-CHAIN-SUB.

       3100-EXIT.
           EXIT.

       3200-NOTE-STOP.

           IF NOT CHAIN-STOPPED
               SET CHAIN-STOPPED TO TRUE
               MOVE WS-CHAIN-STEP(WS-CHAIN-SUB) TO WS-STOP-STEP
               MOVE WS-STEP-TEXT TO WS-STOP-TEXT
           END-IF.

       3200-EXIT.
           EXIT.
