      *MODUL SE CITESTE DIN FISIERUL DE CONTROL CLNPARM:
      *    HOLIDAYS - CITESTE TRANZACTIILE APLICATE DE COBHDATE
      *        DIN HOLAPPLD SI CORECTEAZA SAU STERGE DOAR
      *        INREGISTRARILE RSLTMAST CU ACEEASI DATA SI ACELASI
      *        CALENDAR (RES-KEY; CALENDARUL SPATII INSEAMNA DOM):
      *        ADD - INDICATORUL DE ZI LUCRATOARE DEVINE 'N'
      *            (O SARBATOARE NU E NICIODATA ZI LUCRATOARE)
      *        DEL - INREGISTRAREA SE STERGE, PENTRU CA RASPUNSUL
      *    CLEARED THE RESULTS MASTER, OR SOMEONE DELETED THE
      *    WHOLE FILE AND MILLIONS OF CACHED VALIDATOR RESULTS
      *    WERE LOST FOR ONE ADDED HOLIDAY.
      *  - THE RESULTS MASTER IS NOW KEYED ON DATE PLUS
      *    CALENDAR, SINCE COBBDATE JUDGES EACH SOURCE ON ITS
      *    REGISTRY CALENDAR. A HOLIDAY CHANGE ON ANY CALENDAR
      *    NOW INVALIDATES THAT CALENDAR'S CACHED ANSWER;
      *    NON-DOMESTIC CHANGES ARE NO LONGER PASSED OVER.
      *  - RUNS UNDER STEP CONTROL: COBDSTEP REFUSES THE STEP
      *    UNLESS COBZDATE COMPLETED FOR THE SAME BUSINESS DATE,
      *    AND REFUSES A SECOND RUN FOR A DATE ALREADY COMPLETED
      *    UNLESS RUNPARM ASKS FOR A RERUN; THE END RC GOES TO
      *    STEPCTL.
      *****************************************************

       IDENTIFICATION DIVISION.
           SELECT RSLTMAST-FILE ASSIGN TO 'RSLTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RSLTMAST-STATUS.
           SELECT HOLAPPLD-FILE ASSIGN TO 'HOLAPPLD'
               ORGANIZATION IS LINE SEQUENTIAL

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-CALL-FAILED               PIC 9(3) VALUE 12.
       01 RC-STEP-REFUSED              PIC 9(3) VALUE 20.

       COPY DATECALC.
       COPY STEPLINK.

       PROCEDURE DIVISION.

           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.

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
           MOVE 'COBCDATE' TO LS-STEP-NAME.
           MOVE ZEROS TO LS-STEP-RC.
           CALL 'COBDSTEP' USING STEP-LINK-REC
               ON EXCEPTION
                   DISPLAY 'COBCDATE: COBDSTEP CALL FAILED' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.
           IF LS-STEP-REFUSED
               DISPLAY 'COBCDATE: NOT STARTED FOR BUSINESS DATE '
                   LS-STEP-BUS-DATE ' - ' LS-STEP-REASON UPON CNSL
               MOVE RC-STEP-REFUSED TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'COBCDATE: BUSINESS DATE ' LS-STEP-BUS-DATE
               UPON CNSL.

       0100-EXIT.
           EXIT.

      **************************************************************
      *INITIALIZE - READ THE MODE AND RETENTION PARAMETER, OPEN
      *THE RESULTS MASTER AND THE REPORT, PRIME THE ACTIVE READ

       1000-INITIALIZE.

           PERFORM 0100-BEGIN-STEP THRU 0100-EXIT.

           OPEN INPUT CLNPARM-FILE.
           IF WS-CLNPARM-STATUS EQUAL '00'
               READ CLNPARM-FILE

           ADD 1 TO WS-TRANS-READ.

      *THE RESULTS MASTER HOLDS ONE ANSWER PER DATE PER
      *CALENDAR, THE CALENDAR STORED AS DOM RATHER THAN SPACES,
      *SO ONLY THE ENTRY FOR THE CALENDAR THAT CHANGED IS TOUCHED.
           MOVE HA-DATE TO RES-DATE-8.
           IF HA-DOMESTIC-CAL
               MOVE 'DOM' TO RES-CAL-ID
           ELSE
               MOVE HA-CAL-ID TO RES-CAL-ID
           END-IF.
           READ RSLTMAST-FILE.
           EVALUATE WS-RSLTMAST-STATUS
               WHEN '00'
               WHEN '23'
                   ADD 1 TO WS-NOT-CACHED-COUNT
                   MOVE SPACES TO PRT-LINE
                   STRING '    ' HA-ACTION ' ' HA-DATE ' ' RES-CAL-ID
                       ' - NOT CACHED, NOTHING TO INVALIDATE'
                       DELIMITED BY SIZE INTO PRT-LINE
                   WRITE PRT-LINE
           IF RES-BUSDAY-IND EQUAL 'N'
               ADD 1 TO WS-NOT-CACHED-COUNT
               MOVE SPACES TO PRT-LINE
               STRING '    ADD ' HA-DATE ' ' RES-CAL-ID
                   ' - ALREADY NON-BUSINESS, LEFT AS IS'
                   DELIMITED BY SIZE INTO PRT-LINE
               WRITE PRT-LINE
           END-IF.
           ADD 1 TO WS-CORRECTED-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING '    ADD ' HA-DATE ' ' RES-CAL-ID
               ' - BUSDAY FLAG CORRECTED TO N (HOLIDAY ADDED)'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           END-IF.
           ADD 1 TO WS-DELETED-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING '    DEL ' HA-DATE ' ' RES-CAL-ID
               ' - DELETED, REVALIDATES ON NEXT MISS'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

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
                   DISPLAY 'COBCDATE: COBDSTEP CALL FAILED - STEP END '
                       'NOT RECORDED' UPON CNSL
           END-CALL.
           IF LS-STEP-REFUSED
               DISPLAY 'COBCDATE: STEP END NOT RECORDED - '
                   LS-STEP-REASON UPON CNSL
           END-IF.
           MOVE LS-STEP-RC TO RETURN-CODE.

       9900-EXIT.
           EXIT.
