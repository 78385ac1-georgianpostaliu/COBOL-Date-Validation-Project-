      *    BUT NOTHING PROVED THEY AGREED WITH EACH OTHER, AND
      *    BREAKS SURFACED ONLY WHEN THE DISTRIBUTED PLATFORM
      *    CALLED ABOUT A SHORT EXTRACT.
      *  - RUNS UNDER STEP CONTROL: COBDSTEP REFUSES THE STEP
      *    UNLESS COBXDATE COMPLETED FOR THE SAME BUSINESS DATE,
      *    AND REFUSES A SECOND RUN FOR A DATE ALREADY COMPLETED
      *    UNLESS RUNPARM ASKS FOR A RERUN; THE END RC GOES TO
      *    STEPCTL.
      *  - THE AUDITLOG COUNT SKIPS THE CHAIN CARRY RECORD
      *    COBADATE WRITES AT THE HEAD OF THE LIVE LOG, WHICH
      *    STANDS FOR NO CALL.
      *****************************************************

       IDENTIFICATION DIVISION.

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-BALANCE-BREAK             PIC 9(3) VALUE 8.
       01 RC-CALL-FAILED               PIC 9(3) VALUE 12.
       01 RC-STEP-REFUSED              PIC 9(3) VALUE 20.

       COPY STEPLINK.

       PROCEDURE DIVISION.

               MOVE RC-BALANCE-BREAK TO RETURN-CODE
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
           MOVE 'COBZDATE' TO LS-STEP-NAME.
           MOVE ZEROS TO LS-STEP-RC.
           CALL 'COBDSTEP' USING STEP-LINK-REC
               ON EXCEPTION
                   DISPLAY 'COBZDATE: COBDSTEP CALL FAILED' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.
           IF LS-STEP-REFUSED
               DISPLAY 'COBZDATE: NOT STARTED FOR BUSINESS DATE '
                   LS-STEP-BUS-DATE ' - ' LS-STEP-REASON UPON CNSL
               MOVE RC-STEP-REFUSED TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'COBZDATE: BUSINESS DATE ' LS-STEP-BUS-DATE
               UPON CNSL.

       0100-EXIT.
           EXIT.

      **************************************************************
      *INITIALIZE - OPEN EVERY CONTROL FILE AND THE REPORT,
      *PRIME THE READS. A MISSING REJDATES COUNTS AS ZERO

       1000-INITIALIZE.

           PERFORM 0100-BEGIN-STEP THRU 0100-EXIT.

           ACCEPT WS-ACCEPT-DATE FROM DATE.
           COMPUTE WS-RUN-DATE-8 = 20000000 + WS-ACCEPT-DATE.
           ACCEPT WS-RUN-DATE FROM DATE.
       5000-COUNT-AUDIT.

           IF AUD-RUN-DATE EQUAL WS-ACCEPT-DATE
               AND NOT AUD-CHAIN-CARRY
               ADD 1 TO WS-AUD-TODAY-COUNT
           END-IF.
           PERFORM 5100-READ-AUDIT THRU 5100-EXIT.

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
                   DISPLAY 'COBZDATE: COBDSTEP CALL FAILED - STEP END '
                       'NOT RECORDED' UPON CNSL
           END-CALL.
           IF LS-STEP-REFUSED
               DISPLAY 'COBZDATE: STEP END NOT RECORDED - '
                   LS-STEP-REASON UPON CNSL
           END-IF.
           MOVE LS-STEP-RC TO RETURN-CODE.

       9900-EXIT.
           EXIT.
