      ******************************************************
      *VERIFICAREA LANTULUI DE CONTROL AL JURNALULUI DE AUDIT
      *SPECIFICATII
      *CITESTE ARHIVA ARCHLOG (GENERATIILE CONCATENATE IN DD, DE
      *LA CEA MAI VECHE) SI APOI JURNALUL VIU AUDITLOG, IN ORDINE,
      *CA UN SINGUR LANT (AUDREC.CPY)
      *FIECARE INREGISTRARE DE VALIDARE (TIP V) TREBUIE SA AIBA
      *NUMARUL DE SECVENTA URMATOR SI VALOAREA DE CONTROL CALCULATA
      *DE COBDSEAL DIN VALOAREA PRECEDENTA SI DIN INREGISTRARE
      *INREGISTRAREA DE LEGATURA (TIP K) SCRISA DE COBADATE IN
      *CAPUL JURNALULUI VIU TREBUIE SA REPETE SECVENTA SI VALOAREA
      *ULTIMEI INREGISTRARI DIN ARHIVA
      *SE RAPORTEAZA: GOLURI DE SECVENTA, VALORI DE CONTROL GRESITE,
      *INREGISTRARI MUTATE SAU DUBLATE, INREGISTRARI DETERIORATE,
      *LEGATURI CARE NU SE POTRIVESC CU ARHIVA SI INREGISTRARI FARA
      *LANT APARUTE DUPA INCEPUTUL LANTULUI
      *INREGISTRARILE SCRISE INAINTE DE LANT (FARA TIP) SUNT DOAR
      *NUMARATE CAT TIMP STAU INAINTEA PRIMEI INREGISTRARI CU LANT
      *AUDVBASE (OPTIONAL): SECVENTA SI VALOAREA DE CONTROL DE LA
      *CARE PORNESTE VERIFICAREA, LUATE DIN ULTIMUL RAPORT CURAT,
      *CA GENERATIILE VECHI DE ARHIVA SA POATA FI SCOASE
      *TIPARESTE PE AUDVPRT; RETURN CODE 8 LA ORICE ANOMALIE
      *****************************************************
      *MODIFICATION HISTORY
      *  - INITIAL VERSION. AUDITLOG IS THE EVIDENCE THAT EVERY
      *    VALIDATION WAS LOGGED, BUT A RECORD COULD BE EDITED OR
      *    DELETED, OR AN ARCHIVE GENERATION LOST, AND NOBODY
      *    COULD TELL.
      *****************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBTDATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CNSL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDVBASE-FILE ASSIGN TO 'AUDVBASE'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDVBASE-STATUS.
           SELECT ARCHLOG-FILE ASSIGN TO 'ARCHLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHLOG-STATUS.
           SELECT AUDIT-FILE ASSIGN TO 'AUDITLOG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.
           SELECT AUDVPRT-FILE ASSIGN TO 'AUDVPRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDVPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDVBASE-FILE.
       01  AUDVBASE-RECORD.
           05 AVB-SEQ-NO               PIC X(9).
           05 AVB-SEQ-NO-NUM REDEFINES AVB-SEQ-NO
                                       PIC 9(9).
           05 FILLER                   PIC X(1).
           05 AVB-CHECK                PIC X(9).
           05 AVB-CHECK-NUM REDEFINES AVB-CHECK
                                       PIC 9(9).

       FD  ARCHLOG-FILE.
       01  ARCH-RECORD                 PIC X(65).

       FD  AUDIT-FILE.
       01  LIVE-RECORD                 PIC X(65).

       FD  AUDVPRT-FILE.
       01  PRT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-AUDVBASE-STATUS          PIC X(2) VALUE '00'.
       01 WS-ARCHLOG-STATUS           PIC X(2) VALUE '00'.
       01 WS-AUDIT-STATUS             PIC X(2) VALUE '00'.
       01 WS-AUDVPRT-STATUS           PIC X(2) VALUE '00'.

       01 WS-ARCHLOG-EOF-SW            PIC X(1) VALUE 'N'.
          88 END-OF-ARCHLOG               VALUE 'Y'.

       01 WS-AUDIT-EOF-SW              PIC X(1) VALUE 'N'.
          88 END-OF-AUDIT                 VALUE 'Y'.

      *THE RECORD BEING CHECKED, FROM EITHER FILE
       COPY AUDREC.

       01 WS-CUR-FILE                  PIC X(8) VALUE SPACES.
       01 WS-CUR-REC-NO                PIC 9(9) VALUE ZEROS COMP.

      *WHERE THE CHAIN STANDS - SEQUENCE NUMBER AND CHECK VALUE OF
      *THE LAST CHAINED RECORD ACCEPTED. A GAP OR A CARRY RESYNCS
      *IT SO ONE FAULT IS REPORTED ONCE, NOT ON EVERY RECORD AFTER
       01 WS-RUN-SEQ                   PIC 9(9) VALUE ZEROS.
       01 WS-RUN-CHECK                 PIC 9(9) VALUE ZEROS.
       01 WS-NEXT-SEQ                  PIC 9(9) VALUE ZEROS.
       01 WS-GAP-TO                    PIC 9(9) VALUE ZEROS.
       01 WS-STORED-CHECK              PIC 9(9) VALUE ZEROS.

      *SET BY THE FIRST CHAINED RECORD READ; AN UNCHAINED RECORD
      *AFTER THAT POINT DOES NOT BELONG
       01 WS-CHAIN-SW                  PIC X(1) VALUE 'N'.
          88 CHAIN-STARTED                VALUE 'Y'.

      *AUDVBASE - RECORDS UP TO THE BASE WERE PROVED BY AN EARLIER
      *RUN; UNTIL THE CHAIN PASSES IT THEY ARE ONLY COUNTED
       01 WS-BASE-SEQ                  PIC 9(9) VALUE ZEROS.
       01 WS-BASE-CHECK                PIC 9(9) VALUE ZEROS.

       01 WS-BASE-SW                   PIC X(1) VALUE 'N'.
          88 BASE-GIVEN                   VALUE 'Y'.

       01 WS-PAST-BASE-SW              PIC X(1) VALUE 'N'.
          88 PAST-BASE                    VALUE 'Y'.

       01 WS-COUNTS.
          05 WS-ARCH-READ             PIC 9(9) VALUE ZEROS COMP.
          05 WS-LIVE-READ             PIC 9(9) VALUE ZEROS COMP.
          05 WS-CHAINED-COUNT         PIC 9(9) VALUE ZEROS COMP.
          05 WS-UNCHAINED-COUNT       PIC 9(9) VALUE ZEROS COMP.
          05 WS-CARRY-COUNT           PIC 9(9) VALUE ZEROS COMP.
          05 WS-BEFORE-BASE-COUNT     PIC 9(9) VALUE ZEROS COMP.
          05 WS-GAP-COUNT             PIC 9(9) VALUE ZEROS COMP.
          05 WS-BROKEN-COUNT          PIC 9(9) VALUE ZEROS COMP.
          05 WS-ORDER-COUNT           PIC 9(9) VALUE ZEROS COMP.
          05 WS-DAMAGED-COUNT         PIC 9(9) VALUE ZEROS COMP.
          05 WS-CARRY-BAD-COUNT       PIC 9(9) VALUE ZEROS COMP.
          05 WS-ANOMALY-COUNT         PIC 9(9) VALUE ZEROS COMP.

       01 WS-PROBLEM                   PIC X(60) VALUE SPACES.

       01 WS-DETAIL-LINE.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-FILE                 PIC X(8).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-REC-NO               PIC ZZZ,ZZZ,ZZ9.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-SEQ                  PIC X(9).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 DET-PROBLEM              PIC X(60).

       01 WS-RUN-DATE.
          05 WS-RUN-YY                PIC 9(2).
          05 WS-RUN-MM                PIC 9(2).
          05 WS-RUN-DD                PIC 9(2).

       01 WS-EDIT-COUNT                PIC ZZZ,ZZZ,ZZ9.

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-CALL-FAILED               PIC 9(3) VALUE 12.
       01 RC-CHAIN-BROKEN              PIC 9(3) VALUE 8.

       COPY SEALLINK.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           MOVE 'ARCHLOG ' TO WS-CUR-FILE.
           MOVE ZEROS TO WS-CUR-REC-NO.
           PERFORM 2000-PROCESS-ARCHLOG THRU 2000-EXIT
               UNTIL END-OF-ARCHLOG.
           MOVE 'AUDITLOG' TO WS-CUR-FILE.
           MOVE ZEROS TO WS-CUR-REC-NO.
           PERFORM 2500-PROCESS-AUDITLOG THRU 2500-EXIT
               UNTIL END-OF-AUDIT.
           PERFORM 8000-PRINT-TOTALS THRU 8000-EXIT.
           PERFORM 9000-TERMINATE THRU 9000-EXIT.

           IF WS-ANOMALY-COUNT GREATER THAN ZERO
               MOVE RC-CHAIN-BROKEN TO RETURN-CODE
           END-IF.

           STOP RUN.

      **************************************************************
      *INITIALIZE - LOAD THE OPTIONAL BASE, OPEN THE ARCHIVE, THE
      *LIVE LOG AND THE REPORT, PRINT THE HEADINGS, PRIME THE
      *READS. A MISSING ARCHIVE OR LIVE LOG IS READ AS EMPTY
      **************************************************************

       1000-INITIALIZE.

           ACCEPT WS-RUN-DATE FROM DATE.

           PERFORM 1100-LOAD-BASE THRU 1100-EXIT.

           OPEN INPUT ARCHLOG-FILE.
           IF WS-ARCHLOG-STATUS EQUAL '35'
               DISPLAY 'COBTDATE: NO ARCHLOG - VERIFYING THE LIVE '
                   'LOG ONLY' UPON CNSL
               SET END-OF-ARCHLOG TO TRUE
           ELSE
               IF WS-ARCHLOG-STATUS NOT EQUAL '00'
                   DISPLAY 'COBTDATE: CANNOT OPEN ARCHLOG, STATUS='
                       WS-ARCHLOG-STATUS UPON CNSL
                   MOVE RC-FILE-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS EQUAL '35'
               DISPLAY 'COBTDATE: NO AUDITLOG - VERIFYING THE '
                   'ARCHIVE ONLY' UPON CNSL
               SET END-OF-AUDIT TO TRUE
           ELSE
               IF WS-AUDIT-STATUS NOT EQUAL '00'
                   DISPLAY 'COBTDATE: CANNOT OPEN AUDITLOG, STATUS='
                       WS-AUDIT-STATUS UPON CNSL
                   MOVE RC-FILE-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           OPEN OUTPUT AUDVPRT-FILE.
           IF WS-AUDVPRT-STATUS NOT EQUAL '00'
               DISPLAY 'COBTDATE: CANNOT OPEN AUDVPRT, STATUS='
                   WS-AUDVPRT-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACES TO PRT-LINE.
           STRING 'AUDIT TRAIL CHAIN VERIFICATION REPORT'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING 'RUN DATE : 20' WS-RUN-YY '-' WS-RUN-MM
               '-' WS-RUN-DD
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           IF BASE-GIVEN
               MOVE SPACES TO PRT-LINE
               STRING 'VERIFIED FROM BASE SEQ ' WS-BASE-SEQ
                   ' CHECK ' WS-BASE-CHECK
                   DELIMITED BY SIZE INTO PRT-LINE
               WRITE PRT-LINE
           END-IF.
           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING '  FILE        RECORD NO  SEQUENCE   PROBLEM'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           IF NOT END-OF-ARCHLOG
               PERFORM 2100-READ-ARCHLOG THRU 2100-EXIT
           END-IF.
           IF NOT END-OF-AUDIT
               PERFORM 2600-READ-AUDITLOG THRU 2600-EXIT
           END-IF.

       1000-EXIT.
           EXIT.

      **************************************************************
      *LOAD-BASE - AUDVBASE IS OPTIONAL. ONE LINE: SEQUENCE NUMBER
      *IN COLUMNS 1-9 AND CHECK VALUE IN 11-19, AS PRINTED ON THE
      *LAST SEQUENCE LINE OF A CLEAN REPORT. A BAD LINE IS
      *IGNORED AND THE CHAIN IS VERIFIED FROM SEQUENCE 1
      **************************************************************

       1100-LOAD-BASE.

           OPEN INPUT AUDVBASE-FILE.
           IF WS-AUDVBASE-STATUS NOT EQUAL '00'
               GO TO 1100-EXIT
           END-IF.

           READ AUDVBASE-FILE
               AT END
                   CLOSE AUDVBASE-FILE
                   GO TO 1100-EXIT
           END-READ.
           CLOSE AUDVBASE-FILE.

           IF AVB-SEQ-NO IS NOT NUMERIC
              OR AVB-CHECK IS NOT NUMERIC
              OR AVB-SEQ-NO-NUM EQUAL ZERO
               DISPLAY 'COBTDATE: AUDVBASE ENTRY NOT VALID - '
                   'VERIFYING FROM SEQUENCE 1' UPON CNSL
               GO TO 1100-EXIT
           END-IF.

           SET BASE-GIVEN TO TRUE.
           MOVE AVB-SEQ-NO-NUM TO WS-BASE-SEQ.
           MOVE AVB-CHECK-NUM TO WS-BASE-CHECK.
           MOVE WS-BASE-SEQ TO WS-RUN-SEQ.
           MOVE WS-BASE-CHECK TO WS-RUN-CHECK.

       1100-EXIT.
           EXIT.

      **************************************************************
      *PROCESS-ARCHLOG / PROCESS-AUDITLOG - CHECK ONE RECORD OF
      *THE ARCHIVE, THEN OF THE LIVE LOG, AND READ THE NEXT
      **************************************************************

       2000-PROCESS-ARCHLOG.

           ADD 1 TO WS-ARCH-READ.
           ADD 1 TO WS-CUR-REC-NO.
           MOVE ARCH-RECORD TO AUDIT-RECORD.
           PERFORM 3000-CHECK-RECORD THRU 3000-EXIT.
           PERFORM 2100-READ-ARCHLOG THRU 2100-EXIT.

       2000-EXIT.
           EXIT.

       2100-READ-ARCHLOG.

           READ ARCHLOG-FILE
               AT END
                   SET END-OF-ARCHLOG TO TRUE
           END-READ.

       2100-EXIT.
           EXIT.

       2500-PROCESS-AUDITLOG.

           ADD 1 TO WS-LIVE-READ.
           ADD 1 TO WS-CUR-REC-NO.
           MOVE LIVE-RECORD TO AUDIT-RECORD.
           PERFORM 3000-CHECK-RECORD THRU 3000-EXIT.
           PERFORM 2600-READ-AUDITLOG THRU 2600-EXIT.

       2500-EXIT.
           EXIT.

       2600-READ-AUDITLOG.

           READ AUDIT-FILE
               AT END
                   SET END-OF-AUDIT TO TRUE
           END-READ.

       2600-EXIT.
           EXIT.

      **************************************************************
      *CHECK-RECORD - ROUTE THE RECORD BY TYPE. RECORDS FROM
      *BEFORE THE CHAIN ARE ONLY ACCEPTED AHEAD OF THE FIRST
      *CHAINED RECORD; ONE AFTER IT WAS INSERTED OR OVERWRITTEN
      **************************************************************

       3000-CHECK-RECORD.

           EVALUATE TRUE
               WHEN AUD-VALIDATION
                   PERFORM 3100-CHECK-VALIDATION THRU 3100-EXIT
               WHEN AUD-CHAIN-CARRY
                   PERFORM 3200-CHECK-CARRY THRU 3200-EXIT
               WHEN AUD-UNCHAINED
                   IF CHAIN-STARTED
                       ADD 1 TO WS-DAMAGED-COUNT
                       MOVE 'UNCHAINED RECORD INSIDE THE CHAIN'
                           TO WS-PROBLEM
                       PERFORM 7000-PRINT-ANOMALY THRU 7000-EXIT
                   ELSE
                       ADD 1 TO WS-UNCHAINED-COUNT
                   END-IF
               WHEN OTHER
                   ADD 1 TO WS-DAMAGED-COUNT
                   MOVE 'DAMAGED - UNKNOWN RECORD TYPE' TO WS-PROBLEM
                   PERFORM 7000-PRINT-ANOMALY THRU 7000-EXIT
           END-EVALUATE.

       3000-EXIT.
           EXIT.

      **************************************************************
      *CHECK-VALIDATION - THE NEXT SEQUENCE NUMBER IS RESEALED
      *FROM THE RUNNING CHECK AND MUST GIVE THE STORED CHECK. A
      *HIGHER NUMBER IS A GAP AND RESTARTS THE CHAIN ON THIS
      *RECORD; A LOWER OR REPEATED ONE WAS MOVED OR COPIED AND
      *LEAVES THE CHAIN WHERE IT WAS
      **************************************************************

       3100-CHECK-VALIDATION.

           IF AUD-SEQ-NO IS NOT NUMERIC
              OR AUD-CHECK IS NOT NUMERIC
               ADD 1 TO WS-DAMAGED-COUNT
               MOVE 'DAMAGED - SEQUENCE OR CHECK NOT NUMERIC'
                   TO WS-PROBLEM
               PERFORM 7000-PRINT-ANOMALY THRU 7000-EXIT
               GO TO 3100-EXIT
           END-IF.

           IF BASE-GIVEN AND NOT PAST-BASE
               AND AUD-SEQ-NO NOT GREATER THAN WS-BASE-SEQ
               PERFORM 3300-BEFORE-BASE THRU 3300-EXIT
               GO TO 3100-EXIT
           END-IF.
           IF BASE-GIVEN
               SET PAST-BASE TO TRUE
           END-IF.

           ADD 1 TO WS-CHAINED-COUNT.
           COMPUTE WS-NEXT-SEQ = WS-RUN-SEQ + 1.

           IF AUD-SEQ-NO LESS THAN WS-NEXT-SEQ
               ADD 1 TO WS-ORDER-COUNT
               MOVE SPACES TO WS-PROBLEM
               STRING 'OUT OF ORDER OR DUPLICATE - EXPECTED '
                   WS-NEXT-SEQ
                   DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM 7000-PRINT-ANOMALY THRU 7000-EXIT
               GO TO 3100-EXIT
           END-IF.

           IF AUD-SEQ-NO GREATER THAN WS-NEXT-SEQ
               ADD 1 TO WS-GAP-COUNT
               COMPUTE WS-GAP-TO = AUD-SEQ-NO - 1
               MOVE SPACES TO WS-PROBLEM
               STRING 'SEQUENCE GAP - MISSING ' WS-NEXT-SEQ
                   ' TO ' WS-GAP-TO
                   DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM 7000-PRINT-ANOMALY THRU 7000-EXIT
               MOVE AUD-SEQ-NO TO WS-RUN-SEQ
               MOVE AUD-CHECK TO WS-RUN-CHECK
               SET CHAIN-STARTED TO TRUE
               GO TO 3100-EXIT
           END-IF.

           MOVE AUD-CHECK TO WS-STORED-CHECK.
           MOVE ZEROS TO AUD-CHECK.
           MOVE WS-RUN-CHECK TO LS-SEAL-PREV-CHECK.
           MOVE AUDIT-RECORD TO LS-SEAL-RECORD.
           MOVE WS-STORED-CHECK TO AUD-CHECK.
           CALL 'COBDSEAL' USING SEAL-LINK-REC
               ON EXCEPTION
                   DISPLAY 'COBTDATE: COBDSEAL CALL FAILED' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.
           IF LS-SEAL-CHECK NOT EQUAL WS-STORED-CHECK
               ADD 1 TO WS-BROKEN-COUNT
               MOVE 'CHAIN BROKEN - RECORD OR ITS PREDECESSOR ALTERED'
                   TO WS-PROBLEM
               PERFORM 7000-PRINT-ANOMALY THRU 7000-EXIT
           END-IF.

           MOVE AUD-SEQ-NO TO WS-RUN-SEQ.
           MOVE WS-STORED-CHECK TO WS-RUN-CHECK.
           SET CHAIN-STARTED TO TRUE.

       3100-EXIT.
           EXIT.

      **************************************************************
      *CHECK-CARRY - COBADATE'S CARRY RECORD MUST REPEAT WHERE THE
      *ARCHIVE LEFT THE CHAIN. A HIGHER SEQUENCE MEANS ARCHIVED
      *RECORDS ARE MISSING (USUALLY A GENERATION LEFT OUT OF THE
      *DD); ANY OTHER DIFFERENCE MEANS THE ARCHIVE AND THE LIVE
      *LOG DO NOT JOIN. THE CHAIN CARRIES ON FROM THE CARRY
      **************************************************************

       3200-CHECK-CARRY.

           IF AUD-SEQ-NO IS NOT NUMERIC
              OR AUD-CHECK IS NOT NUMERIC
               ADD 1 TO WS-DAMAGED-COUNT
               MOVE 'DAMAGED - CARRY SEQUENCE OR CHECK NOT NUMERIC'
                   TO WS-PROBLEM
               PERFORM 7000-PRINT-ANOMALY THRU 7000-EXIT
               GO TO 3200-EXIT
           END-IF.

           IF BASE-GIVEN AND NOT PAST-BASE
               AND AUD-SEQ-NO NOT GREATER THAN WS-BASE-SEQ
               PERFORM 3300-BEFORE-BASE THRU 3300-EXIT
               GO TO 3200-EXIT
           END-IF.
           IF BASE-GIVEN
               SET PAST-BASE TO TRUE
           END-IF.

           ADD 1 TO WS-CARRY-COUNT.

           IF AUD-SEQ-NO GREATER THAN WS-RUN-SEQ
               ADD 1 TO WS-CARRY-BAD-COUNT
               COMPUTE WS-NEXT-SEQ = WS-RUN-SEQ + 1
               MOVE SPACES TO WS-PROBLEM
               STRING 'ARCHIVE MISSING ' WS-NEXT-SEQ ' TO '
                   AUD-SEQ-NO
                   DELIMITED BY SIZE INTO WS-PROBLEM
               PERFORM 7000-PRINT-ANOMALY THRU 7000-EXIT
           ELSE
               IF AUD-SEQ-NO NOT EQUAL WS-RUN-SEQ
                  OR AUD-CHECK NOT EQUAL WS-RUN-CHECK
                   ADD 1 TO WS-CARRY-BAD-COUNT
                   MOVE SPACES TO WS-PROBLEM
                   STRING 'CARRY DOES NOT MATCH ARCHIVE END AT SEQ '
                       WS-RUN-SEQ
                       DELIMITED BY SIZE INTO WS-PROBLEM
                   PERFORM 7000-PRINT-ANOMALY THRU 7000-EXIT
               END-IF
           END-IF.

           MOVE AUD-SEQ-NO TO WS-RUN-SEQ.
           MOVE AUD-CHECK TO WS-RUN-CHECK.
           SET CHAIN-STARTED TO TRUE.

       3200-EXIT.
           EXIT.

      **************************************************************
      *BEFORE-BASE - A RECORD AT OR BEFORE THE AUDVBASE POINT WAS
      *PROVED BY AN EARLIER RUN. ONLY THE BASE RECORD ITSELF IS
      *COMPARED, SO A BASE TAKEN FROM A DIFFERENT LOG SHOWS UP
      **************************************************************

       3300-BEFORE-BASE.

           ADD 1 TO WS-BEFORE-BASE-COUNT.
           SET CHAIN-STARTED TO TRUE.
           IF AUD-SEQ-NO EQUAL WS-BASE-SEQ
               AND AUD-CHECK NOT EQUAL WS-BASE-CHECK
               ADD 1 TO WS-BROKEN-COUNT
               MOVE 'CHECK DIFFERS FROM AUDVBASE' TO WS-PROBLEM
               PERFORM 7000-PRINT-ANOMALY THRU 7000-EXIT
           END-IF.

       3300-EXIT.
           EXIT.

      **************************************************************
      *PRINT-ANOMALY - ONE LINE PER FAULT: FILE, RECORD NUMBER
      *WITHIN THE FILE, SEQUENCE NUMBER AS STORED, AND THE PROBLEM
      **************************************************************

       7000-PRINT-ANOMALY.

           ADD 1 TO WS-ANOMALY-COUNT.
           MOVE WS-CUR-FILE TO DET-FILE.
           MOVE WS-CUR-REC-NO TO DET-REC-NO.
           MOVE AUD-SEQ-NO-X TO DET-SEQ.
           MOVE WS-PROBLEM TO DET-PROBLEM.
           MOVE WS-DETAIL-LINE TO PRT-LINE.
           WRITE PRT-LINE.

       7000-EXIT.
           EXIT.

      **************************************************************
      *PRINT-TOTALS - COUNTS BY FILE AND BY FAULT, WHERE THE CHAIN
      *ENDS (THE AUDVBASE ENTRY FOR THE NEXT RUN WHEN CLEAN), AND
      *THE VERDICT
      **************************************************************

       8000-PRINT-TOTALS.

           IF WS-ANOMALY-COUNT EQUAL ZERO
               MOVE SPACES TO PRT-LINE
               STRING '  NONE'
                   DELIMITED BY SIZE INTO PRT-LINE
               WRITE PRT-LINE
           END-IF.

           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-ARCH-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'ARCHLOG RECORDS READ . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-LIVE-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'AUDITLOG RECORDS READ  . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-CHAINED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'CHAINED RECORDS CHECKED  . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-CARRY-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'CARRY RECORDS CHECKED  . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-UNCHAINED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'RECORDS FROM BEFORE CHAIN  : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           IF BASE-GIVEN
               MOVE WS-BEFORE-BASE-COUNT TO WS-EDIT-COUNT
               MOVE SPACES TO PRT-LINE
               STRING 'RECORDS UP TO AUDVBASE . . : ' WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO PRT-LINE
               WRITE PRT-LINE
           END-IF.
           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-GAP-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'SEQUENCE GAPS  . . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-BROKEN-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'BROKEN CHECK VALUES  . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-ORDER-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'OUT OF ORDER / DUPLICATE . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-CARRY-BAD-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'CARRY MISMATCHES . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-DAMAGED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'DAMAGED OR INSERTED  . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING 'CHAIN ENDS AT SEQ / CHECK  : ' WS-RUN-SEQ
               ' ' WS-RUN-CHECK
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           IF WS-ANOMALY-COUNT GREATER THAN ZERO
               MOVE WS-ANOMALY-COUNT TO WS-EDIT-COUNT
               STRING 'AUDIT TRAIL CHAIN BROKEN - ANOMALIES : '
                   WS-EDIT-COUNT
                   DELIMITED BY SIZE INTO PRT-LINE
           ELSE
               STRING 'AUDIT TRAIL CHAIN INTACT'
                   DELIMITED BY SIZE INTO PRT-LINE
           END-IF.
           WRITE PRT-LINE.

       8000-EXIT.
           EXIT.

      **************************************************************
      *TERMINATE - CLOSE FILES AND ECHO THE COUNTS ON THE CONSOLE
      **************************************************************

       9000-TERMINATE.

           IF WS-ARCHLOG-STATUS NOT EQUAL '35'
               CLOSE ARCHLOG-FILE
           END-IF.
           IF WS-AUDIT-STATUS NOT EQUAL '35'
               CLOSE AUDIT-FILE
           END-IF.
           CLOSE AUDVPRT-FILE.

           DISPLAY 'COBTDATE: ARCHLOG READ = ' WS-ARCH-READ
               ' AUDITLOG READ = ' WS-LIVE-READ
               ' ANOMALIES = ' WS-ANOMALY-COUNT UPON CNSL.

       9000-EXIT.
           EXIT.
