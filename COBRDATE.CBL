      *  - THE REJECTION BREAKDOWN NOW ALSO COUNTS THE FISCAL
      *    PERIOD REASONS WRITTEN BY COBBDATE: CLOSED PERIOD AND
      *    NO FISCAL PERD.
      *  - THE REJECTION BREAKDOWN NOW ALSO COUNTS THE SOURCE
      *    VALIDATION-PROFILE REASONS WRITTEN BY COBBDATE: FUTURE
      *    DATE, DATE TOO OLD, NOT A BUSDAY, NOT MONTH END AND
      *    PERIOD UNPROVEN.
      *  - RUNS UNDER STEP CONTROL: COBDSTEP REFUSES THE STEP
      *    UNLESS COBJDATE COMPLETED FOR THE SAME BUSINESS DATE,
      *    AND REFUSES A SECOND RUN FOR A DATE ALREADY COMPLETED
      *    UNLESS RUNPARM ASKS FOR A RERUN; THE END RC GOES TO
      *    STEPCTL.
      *  - COUNTS RULE UNCHECKED, THE PROFILE REJECT COBBDATE
      *    WRITES WHEN COBDCALC CANNOT WORK OUT A RULE.
      *****************************************************

       IDENTIFICATION DIVISION.
          05 WS-BAD-FORMAT-COUNT      PIC 9(7) VALUE ZEROS COMP.
          05 WS-CLOSED-PERIOD-COUNT   PIC 9(7) VALUE ZEROS COMP.
          05 WS-NO-PERIOD-COUNT       PIC 9(7) VALUE ZEROS COMP.
          05 WS-FUTURE-COUNT          PIC 9(7) VALUE ZEROS COMP.
          05 WS-TOO-OLD-COUNT         PIC 9(7) VALUE ZEROS COMP.
          05 WS-NOT-BUSDAY-COUNT      PIC 9(7) VALUE ZEROS COMP.
          05 WS-NOT-MONTH-END-COUNT   PIC 9(7) VALUE ZEROS COMP.
          05 WS-UNPROVEN-COUNT        PIC 9(7) VALUE ZEROS COMP.
          05 WS-UNCHECKED-COUNT       PIC 9(7) VALUE ZEROS COMP.

       01 WS-EDIT-COUNT                PIC Z,ZZZ,ZZ9.

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-CALL-FAILED               PIC 9(3) VALUE 12.
       01 RC-STEP-REFUSED              PIC 9(3) VALUE 20.

       COPY STEPLINK.

       PROCEDURE DIVISION.

           PERFORM 8000-PRINT-SUMMARY THRU 8000-EXIT.
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
           MOVE 'COBRDATE' TO LS-STEP-NAME.
           MOVE ZEROS TO LS-STEP-RC.
           CALL 'COBDSTEP' USING STEP-LINK-REC
               ON EXCEPTION
                   DISPLAY 'COBRDATE: COBDSTEP CALL FAILED' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.
           IF LS-STEP-REFUSED
               DISPLAY 'COBRDATE: NOT STARTED FOR BUSINESS DATE '
                   LS-STEP-BUS-DATE ' - ' LS-STEP-REASON UPON CNSL
               MOVE RC-STEP-REFUSED TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'COBRDATE: BUSINESS DATE ' LS-STEP-BUS-DATE
               UPON CNSL.

       0100-EXIT.
           EXIT.

      **************************************************************
      *INITIALIZE - OPEN FILES, PRINT PAGE HEADER, PRIME THE READ
      **************************************************************

       1000-INITIALIZE.

           PERFORM 0100-BEGIN-STEP THRU 0100-EXIT.

           OPEN INPUT OUTDATES-FILE.
           IF WS-OUTDATES-STATUS NOT EQUAL '00'
               DISPLAY 'COBRDATE: CANNOT OPEN OUTDATES, STATUS='
                       ADD 1 TO WS-CLOSED-PERIOD-COUNT
                   WHEN OUT-REASON EQUAL 'NO FISCAL PERD'
                       ADD 1 TO WS-NO-PERIOD-COUNT
                   WHEN OUT-REASON EQUAL 'FUTURE DATE'
                       ADD 1 TO WS-FUTURE-COUNT
                   WHEN OUT-REASON EQUAL 'DATE TOO OLD'
                       ADD 1 TO WS-TOO-OLD-COUNT
                   WHEN OUT-REASON EQUAL 'NOT A BUSDAY'
                       ADD 1 TO WS-NOT-BUSDAY-COUNT
                   WHEN OUT-REASON EQUAL 'NOT MONTH END'
                       ADD 1 TO WS-NOT-MONTH-END-COUNT
                   WHEN OUT-REASON EQUAL 'PERIOD UNPROVEN'
                       ADD 1 TO WS-UNPROVEN-COUNT
                   WHEN OUT-REASON EQUAL 'RULE UNCHECKED'
                       ADD 1 TO WS-UNCHECKED-COUNT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE WS-FUTURE-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING '  REJECTED - FUTURE DATE   : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE WS-TOO-OLD-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING '  REJECTED - DATE TOO OLD  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE WS-NOT-BUSDAY-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING '  REJECTED - NOT A BUSDAY  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE WS-NOT-MONTH-END-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING '  REJECTED - NOT MONTH END : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE WS-UNPROVEN-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING '  REJECTED - PERD UNPROVEN : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE WS-UNCHECKED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING '  REJECTED - RULE UNCHECKED: ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

       8000-EXIT.
           EXIT.


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
                   DISPLAY 'COBRDATE: COBDSTEP CALL FAILED - STEP END '
                       'NOT RECORDED' UPON CNSL
           END-CALL.
           IF LS-STEP-REFUSED
               DISPLAY 'COBRDATE: STEP END NOT RECORDED - '
                   LS-STEP-REASON UPON CNSL
           END-IF.
           MOVE LS-STEP-RC TO RETURN-CODE.

       9900-EXIT.
           EXIT.
