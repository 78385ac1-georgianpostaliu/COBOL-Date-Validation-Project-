      *MODIFICATION HISTORY
      *  - INITIAL VERSION. A PERSON USED TO RE-KEY THE REJECT
      *    LIST INTO THE DISTRIBUTED PLATFORM EVERY MORNING.
      *  - MAPS THE SOURCE VALIDATION-PROFILE REASONS COBBDATE
      *    NOW WRITES TO THEIR OWN CODES (FUTURE, AGED, NOTBUS,
      *    NOTEOM, UNPROV) INSTEAD OF OTHER.
      *  - RUNS UNDER STEP CONTROL: COBDSTEP REFUSES THE STEP
      *    UNLESS COBRDATE COMPLETED FOR THE SAME BUSINESS DATE,
      *    AND REFUSES A SECOND RUN FOR A DATE ALREADY COMPLETED
      *    UNLESS RUNPARM ASKS FOR A RERUN; THE END RC GOES TO
      *    STEPCTL.
      *  - MAPS RULE UNCHECKED, COBBDATE'S REJECT FOR A PROFILE
      *    RULE COBDCALC CANNOT WORK OUT, TO UNCHKD.
      *****************************************************

       IDENTIFICATION DIVISION.

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-CALL-FAILED               PIC 9(3) VALUE 12.
       01 RC-STEP-REFUSED              PIC 9(3) VALUE 20.

       COPY DATECONV.
       COPY STEPLINK.

       PROCEDURE DIVISION.

               UNTIL END-OF-OUTDATES.
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
           MOVE 'COBXDATE' TO LS-STEP-NAME.
           MOVE ZEROS TO LS-STEP-RC.
           CALL 'COBDSTEP' USING STEP-LINK-REC
               ON EXCEPTION
                   DISPLAY 'COBXDATE: COBDSTEP CALL FAILED' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.
           IF LS-STEP-REFUSED
               DISPLAY 'COBXDATE: NOT STARTED FOR BUSINESS DATE '
                   LS-STEP-BUS-DATE ' - ' LS-STEP-REASON UPON CNSL
               MOVE RC-STEP-REFUSED TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'COBXDATE: BUSINESS DATE ' LS-STEP-BUS-DATE
               UPON CNSL.

       0100-EXIT.
           EXIT.

      **************************************************************
      *INITIALIZE - OPEN FILES, WRITE THE HEADER ROW, PRIME THE
      *READ

       1000-INITIALIZE.

           PERFORM 0100-BEGIN-STEP THRU 0100-EXIT.

           OPEN INPUT OUTDATES-FILE.
           IF WS-OUTDATES-STATUS NOT EQUAL '00'
               DISPLAY 'COBXDATE: CANNOT OPEN OUTDATES, STATUS='
                   MOVE 'CLOSED' TO WS-REASON-CODE
               WHEN 'NO FISCAL PERD'
                   MOVE 'NOPERD' TO WS-REASON-CODE
               WHEN 'FUTURE DATE'
                   MOVE 'FUTURE' TO WS-REASON-CODE
               WHEN 'DATE TOO OLD'
                   MOVE 'AGED' TO WS-REASON-CODE
               WHEN 'NOT A BUSDAY'
                   MOVE 'NOTBUS' TO WS-REASON-CODE
               WHEN 'NOT MONTH END'
                   MOVE 'NOTEOM' TO WS-REASON-CODE
               WHEN 'PERIOD UNPROVEN'
                   MOVE 'UNPROV' TO WS-REASON-CODE
               WHEN 'RULE UNCHECKED'
                   MOVE 'UNCHKD' TO WS-REASON-CODE
               WHEN SPACES
                   MOVE SPACES TO WS-REASON-CODE
               WHEN OTHER

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
                   DISPLAY 'COBXDATE: COBDSTEP CALL FAILED - STEP END '
                       'NOT RECORDED' UPON CNSL
           END-CALL.
           IF LS-STEP-REFUSED
               DISPLAY 'COBXDATE: STEP END NOT RECORDED - '
                   LS-STEP-REASON UPON CNSL
           END-IF.
           MOVE LS-STEP-RC TO RETURN-CODE.

       9900-EXIT.
           EXIT.
