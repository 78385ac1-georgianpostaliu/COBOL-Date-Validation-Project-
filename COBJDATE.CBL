      *    THE SAME MALFORMED DATE EVERY NIGHT OR WHETHER BAD
      *    FORMAT REJECTS WERE TRENDING UP. THIS HISTORY IS THE
      *    EVIDENCE FOR PUSHING CORRECTIONS BACK UPSTREAM.
      *  - THE DAILY BREAKDOWN HAS A PROFILE COLUMN COUNTING THE
      *    SOURCE VALIDATION-PROFILE REASONS COBBDATE NOW WRITES
      *    (FUTURE DATE, DATE TOO OLD, NOT A BUSDAY, NOT MONTH
      *    END, PERIOD UNPROVEN) INSTEAD OF LUMPING THEM INTO
      *    OTHER.
      *  - RUNS UNDER STEP CONTROL: COBDSTEP REFUSES THE STEP
      *    UNLESS COBBDATE COMPLETED FOR THE SAME BUSINESS DATE,
      *    AND REFUSES A SECOND RUN FOR A DATE ALREADY COMPLETED
      *    UNLESS RUNPARM ASKS FOR A RERUN - TWICE A RERUN HAD
      *    DOUBLE-COUNTED THE REJHIST OCCURRENCES. AFTER A
      *    RECYCLE RUN THIS IS STEP COBJDRCY.
      *  - RULE UNCHECKED, WRITTEN BY COBBDATE WHEN COBDCALC
      *    CANNOT WORK OUT A PROFILE RULE, COUNTS IN THE PROFILE
      *    COLUMN.
      *****************************************************

       IDENTIFICATION DIVISION.
             10 WS-DAY-REJ-DAY         PIC 9(7) COMP.
             10 WS-DAY-REJ-FORMAT      PIC 9(7) COMP.
             10 WS-DAY-REJ-FISCAL      PIC 9(7) COMP.
             10 WS-DAY-REJ-PROFILE     PIC 9(7) COMP.
             10 WS-DAY-REJ-OTHER       PIC 9(7) COMP.

       01 WS-DAY-FULL-SW               PIC X(1) VALUE 'N'.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-REJ-FISCAL           PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-REJ-PROFILE          PIC ZZZ,ZZ9.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-REJ-OTHER            PIC ZZZ,ZZ9.

       01 WS-EDIT-COUNT                PIC ZZZ,ZZ9.
       01 WS-EDIT-COUNT-2              PIC ZZZ,ZZ9.

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-CALL-FAILED               PIC 9(3) VALUE 12.
       01 RC-STEP-REFUSED              PIC 9(3) VALUE 20.

       COPY STEPLINK.

       PROCEDURE DIVISION.

           PERFORM 6000-PRINT-REPORT THRU 6000-EXIT.
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
           IF RECYCLE-RUN
               MOVE 'COBJDRCY' TO LS-STEP-NAME
           ELSE
               MOVE 'COBJDATE' TO LS-STEP-NAME
           END-IF.
           MOVE ZEROS TO LS-STEP-RC.
           CALL 'COBDSTEP' USING STEP-LINK-REC
               ON EXCEPTION
                   DISPLAY 'COBJDATE: COBDSTEP CALL FAILED' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.
           IF LS-STEP-REFUSED
               DISPLAY 'COBJDATE: NOT STARTED FOR BUSINESS DATE '
                   LS-STEP-BUS-DATE ' - ' LS-STEP-REASON UPON CNSL
               MOVE RC-STEP-REFUSED TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'COBJDATE: BUSINESS DATE ' LS-STEP-BUS-DATE
               UPON CNSL.

       0100-EXIT.
           EXIT.

      **************************************************************
      *INITIALIZE - READ THE RUN MODE, OPEN THE HISTORY MASTER
      *(CREATED EMPTY ON FIRST USE, LIKE RSLTMAST IN COBBDATE),
               CLOSE RUNPARM-FILE
           END-IF.

           PERFORM 0100-BEGIN-STEP THRU 0100-EXIT.

           OPEN I-O REJHIST-FILE.
           IF WS-REJHIST-STATUS EQUAL '35'
               OPEN OUTPUT REJHIST-FILE
                   ADD 1 TO WS-DAY-REJ-FISCAL(WS-FOUND-POS)
               WHEN 'NO FISCAL PERD'
                   ADD 1 TO WS-DAY-REJ-FISCAL(WS-FOUND-POS)
               WHEN 'FUTURE DATE'
               WHEN 'DATE TOO OLD'
               WHEN 'NOT A BUSDAY'
               WHEN 'NOT MONTH END'
               WHEN 'PERIOD UNPROVEN'
               WHEN 'RULE UNCHECKED'
                   ADD 1 TO WS-DAY-REJ-PROFILE(WS-FOUND-POS)
               WHEN OTHER
                   ADD 1 TO WS-DAY-REJ-OTHER(WS-FOUND-POS)
           END-EVALUATE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING '  RUN DATE    REJECTS     YEAR    MONTH'
               '      DAY   FORMAT   FISCAL  PROFILE    OTHER'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE WS-DAY-REJ-DAY(WS-SUB) TO DET-REJ-DAY.
           MOVE WS-DAY-REJ-FORMAT(WS-SUB) TO DET-REJ-FORMAT.
           MOVE WS-DAY-REJ-FISCAL(WS-SUB) TO DET-REJ-FISCAL.
           MOVE WS-DAY-REJ-PROFILE(WS-SUB) TO DET-REJ-PROFILE.
           MOVE WS-DAY-REJ-OTHER(WS-SUB) TO DET-REJ-OTHER.
           MOVE WS-DETAIL-LINE TO PRT-LINE.
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
                   DISPLAY 'COBJDATE: COBDSTEP CALL FAILED - STEP END '
                       'NOT RECORDED' UPON CNSL
           END-CALL.
           IF LS-STEP-REFUSED
               DISPLAY 'COBJDATE: STEP END NOT RECORDED - '
                   LS-STEP-REASON UPON CNSL
           END-IF.
           MOVE LS-STEP-RC TO RETURN-CODE.

       9900-EXIT.
           EXIT.
