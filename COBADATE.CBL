      *RETNCTL SUNT MUTATE IN ARHIVA ARCHLOG SI JURNALUL VIU ESTE
      *RESCRIS FARA ELE, PRIN FISIERUL DE LUCRU AUDITNEW
      *DATA LIMITA SE CALCULEAZA PRIN SERVICIUL COBDCALC
      *SE ARHIVEAZA NUMAI INCEPUTUL JURNALULUI: DUPA PRIMA
      *INREGISTRARE PASTRATA SE PASTREAZA TOT, CA ARCHLOG SI
      *AUDITLOG SA RAMANA IN SECVENTA. JURNALUL VIU RESCRIS INCEPE
      *CU O INREGISTRARE DE LEGATURA (TIP K) CU NUMARUL DE SECVENTA
      *SI VALOAREA DE CONTROL A ULTIMEI INREGISTRARI ARHIVATE
      *****************************************************
      *MODIFICATION HISTORY
      *  - INITIAL VERSION. THE AUDIT TRAIL HAD PASSED FOUR
      *    MILLION RECORDS WITH NOTHING READING OR TRIMMING IT.
      *  - RUNS UNDER STEP CONTROL: COBDSTEP REFUSES THE STEP
      *    UNLESS COBZDATE COMPLETED FOR THE SAME BUSINESS DATE,
      *    AND REFUSES A SECOND RUN FOR A DATE ALREADY COMPLETED
      *    UNLESS RUNPARM ASKS FOR A RERUN; THE END RC GOES TO
      *    STEPCTL.
      *  - CARRIES THE AUDIT CHAIN ACROSS THE ARCHIVE SPLIT: ONLY
      *    THE LEADING RUN OF EXPIRED RECORDS IS ARCHIVED, AND THE
      *    REWRITTEN LIVE LOG STARTS WITH A CHAIN CARRY RECORD
      *    HOLDING THE SEQUENCE NUMBER AND CHECK OF THE LAST
      *    RECORD ARCHIVED, SO COBTDATE CAN PROVE ARCHLOG AND
      *    AUDITLOG CONTINUOUS. RECORDS ARE NOW 65 BYTES.
      *****************************************************

       IDENTIFICATION DIVISION.
       COPY AUDREC.

       FD  ARCHLOG-FILE.
       01  ARCH-RECORD                 PIC X(65).

       FD  AUDITNEW-FILE.
       01  NEW-RECORD                  PIC X(65).

       FD  RETNCTL-FILE.
       01  RETNCTL-RECORD.

       01 WS-CENTURY                   PIC 9(2) VALUE 20.

      *ONCE ONE RECORD IS KEPT EVERYTHING AFTER IT IS KEPT TOO, SO
      *THE ARCHIVE NEVER TAKES A RECORD FROM BEHIND A NEWER ONE
       01 WS-RETAIN-SW                 PIC X(1) VALUE 'N'.
          88 RETAIN-STARTED               VALUE 'Y'.

      *SEQUENCE NUMBER AND CHECK OF THE LAST CHAINED RECORD NOW IN
      *ARCHLOG - FROM THIS RUN'S ARCHIVING, OR THE CARRY RECORD AT
      *THE HEAD OF THE LIVE LOG WHEN NOTHING IS ARCHIVED
       01 WS-ARCH-LAST-SEQ             PIC 9(9) VALUE ZEROS.
       01 WS-ARCH-LAST-CHECK           PIC 9(9) VALUE ZEROS.

      *ONE ROW PER DISTINCT RUN DATE SEEN IN THE LOG. DAYS PAST
      *THE TABLE LIMIT STILL COUNT IN THE GRAND TOTALS BUT GET NO
      *DAILY LINE, AND A CONSOLE WARNING SAYS SO.

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-CALL-FAILED               PIC 9(3) VALUE 12.
       01 RC-STEP-REFUSED              PIC 9(3) VALUE 20.

       COPY DATECALC.
       COPY STEPLINK.

       PROCEDURE DIVISION.

           PERFORM 7000-REWRITE-LIVE-LOG THRU 7000-EXIT.
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
           MOVE 'COBADATE' TO LS-STEP-NAME.
           MOVE ZEROS TO LS-STEP-RC.
           CALL 'COBDSTEP' USING STEP-LINK-REC
               ON EXCEPTION
                   DISPLAY 'COBADATE: COBDSTEP CALL FAILED' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.
           IF LS-STEP-REFUSED
               DISPLAY 'COBADATE: NOT STARTED FOR BUSINESS DATE '
                   LS-STEP-BUS-DATE ' - ' LS-STEP-REASON UPON CNSL
               MOVE RC-STEP-REFUSED TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'COBADATE: BUSINESS DATE ' LS-STEP-BUS-DATE
               UPON CNSL.

       0100-EXIT.
           EXIT.

      **************************************************************
      *INITIALIZE - READ THE RETENTION PARAMETER, WORK OUT THE
      *CUTOFF DATE THROUGH COBDCALC, OPEN FILES, PRIME THE READ

       1000-INITIALIZE.

           PERFORM 0100-BEGIN-STEP THRU 0100-EXIT.

           INITIALIZE WS-HOUR-TABLE.

           OPEN INPUT RETNCTL-FILE.

       2000-PROCESS-AUDIT.

      *A CARRY RECORD IS NOT A CALL - IT ONLY SEEDS THE CHAIN AND
      *IS REPLACED BY A FRESH ONE WHEN THE LOG IS REWRITTEN
           IF AUD-CHAIN-CARRY
               IF NOT RETAIN-STARTED
                   AND AUD-SEQ-NO IS NUMERIC
                   AND AUD-CHECK IS NUMERIC
                   MOVE AUD-SEQ-NO TO WS-ARCH-LAST-SEQ
                   MOVE AUD-CHECK  TO WS-ARCH-LAST-CHECK
               END-IF
               PERFORM 2100-READ-AUDIT THRU 2100-EXIT
               GO TO 2000-EXIT
           END-IF.

           ADD 1 TO WS-TOTAL-CALLS.
           IF AUD-RESPONSE EQUAL 'YES'
               ADD 1 TO WS-TOTAL-ACCEPT
           MOVE WS-CENTURY TO WS-AUD-CC.
           MOVE AUD-RUN-DATE TO WS-AUD-YYMMDD.
           IF WS-AUD-DATE-8 LESS THAN WS-CUTOFF-DATE
               AND NOT RETAIN-STARTED
               ADD 1 TO WS-ARCHIVED-COUNT
               MOVE AUDIT-RECORD TO ARCH-RECORD
               WRITE ARCH-RECORD
                   MOVE RC-FILE-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
               IF AUD-VALIDATION
                   AND AUD-SEQ-NO IS NUMERIC
                   AND AUD-CHECK IS NUMERIC
                   MOVE AUD-SEQ-NO TO WS-ARCH-LAST-SEQ
                   MOVE AUD-CHECK  TO WS-ARCH-LAST-CHECK
               END-IF
           ELSE
               SET RETAIN-STARTED TO TRUE
               ADD 1 TO WS-RETAINED-COUNT
               MOVE AUDIT-RECORD TO NEW-RECORD
               WRITE NEW-RECORD
           STRING 'RECORDS RETAINED  . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           IF WS-ARCH-LAST-SEQ GREATER THAN ZERO
               MOVE WS-ARCH-LAST-SEQ TO WS-EDIT-COUNT
               MOVE SPACES TO PRT-LINE
               STRING 'CHAIN CARRIED AT SEQ  : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO PRT-LINE
               WRITE PRT-LINE
           END-IF.

       5000-EXIT.
           EXIT.

      **************************************************************
      *REWRITE-LIVE-LOG - COPY THE RETAINED RECORDS FROM AUDITNEW
      *BACK OVER AUDITLOG SO THE LIVE LOG SHRINKS IN PLACE. ONCE
      *ANY CHAINED RECORD HAS GONE TO ARCHLOG THE NEW LOG STARTS
      *WITH A CARRY RECORD FOR THE LAST ONE, SO THE FIRST RETAINED
      *RECORD CAN BE PROVED AGAINST THE END OF THE ARCHIVE
      **************************************************************

       7000-REWRITE-LIVE-LOG.
               STOP RUN
           END-IF.

           IF WS-ARCH-LAST-SEQ GREATER THAN ZERO
               PERFORM 7200-WRITE-CARRY THRU 7200-EXIT
           END-IF.

           PERFORM 7100-COPY-RECORD THRU 7100-EXIT
               UNTIL END-OF-AUDITNEW.

       7100-EXIT.
           EXIT.

       7200-WRITE-CARRY.

           MOVE SPACES TO AUDIT-RECORD.
           ACCEPT AUD-RUN-DATE FROM DATE.
           ACCEPT AUD-RUN-TIME FROM TIME.
           MOVE ZEROS TO AUD-DATE-8.
           MOVE 'CHAIN CARRIED' TO AUD-REASON.
           MOVE WS-ARCH-LAST-SEQ TO AUD-SEQ-NO.
           MOVE WS-ARCH-LAST-CHECK TO AUD-CHECK.
           SET AUD-CHAIN-CARRY TO TRUE.
           WRITE AUDIT-RECORD.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               DISPLAY 'COBADATE: AUDITLOG WRITE FAILED, '
                   'STATUS=' WS-AUDIT-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       7200-EXIT.
           EXIT.

      **************************************************************
      *TERMINATE - CLOSE THE REMAINING FILES
      **************************************************************

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
                   DISPLAY 'COBADATE: COBDSTEP CALL FAILED - STEP END '
                       'NOT RECORDED' UPON CNSL
           END-CALL.
           IF LS-STEP-REFUSED
               DISPLAY 'COBADATE: STEP END NOT RECORDED - '
                   LS-STEP-REASON UPON CNSL
           END-IF.
           MOVE LS-STEP-RC TO RETURN-CODE.

       9900-EXIT.
           EXIT.
