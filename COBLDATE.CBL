      ******************************************************
      *INTEROGARE DE OPERATOR IN JURNALUL DE RECEPTIE FEEDLOG
      *SPECIFICATII
      *OPERATORUL TASTEAZA UN COD DE SURSA SI, OPTIONAL, O DATA
      *DE FEED (ORICE FORMAT RECUNOSCUT DE COBNDATE: YYYYMMDD,
      *MM/DD/YYYY, DD-MON-YYYY), DESPARTITE PRIN SPATIU
      *    CU DATA   - SPUNE DACA SETUL HDR...TRL AL SURSEI
      *        PENTRU ACEA DATA A FOST DEJA PRELUAT, DE CE
      *        RULARE (CHEIA RUNCTL), CU CE CONTOARE SI DE CATE
      *        ORI
      *    FARA DATA - LISTEAZA TOATE SETURILE PRELUATE PENTRU
      *        SURSA RESPECTIVA, IN ORDINEA DATEI DE FEED
      *SE TERMINA CU 'END' SAU CU O LINIE GOALA, CA LA COBQDATE
      *****************************************************
      *MODIFICATION HISTORY
      *  - INITIAL VERSION. 'DID WE ALREADY TAKE THIS SOURCE'S
      *    FEED FOR THE 14TH' USED TO MEAN SEARCHING OLD JOB
      *    OUTPUT FOR THE FEED HEADER MESSAGE.
      *  - RECEIPT DETAIL SHOWS THE BUSINESS DATE THE TAKING RUN
      *    WAS FOR.
      *****************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBLDATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CNSL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEEDLOG-FILE ASSIGN TO 'FEEDLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FDL-KEY
               FILE STATUS IS WS-FEEDLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEEDLOG-FILE.
       COPY FDLREC.

       WORKING-STORAGE SECTION.
       01 WS-FEEDLOG-STATUS           PIC X(2) VALUE '00'.

       01 WS-DONE-SW                  PIC X(1) VALUE 'N'.
          88 INQUIRY-DONE                VALUE 'Y'.

       01 WS-SOURCE-DONE-SW           PIC X(1) VALUE 'N'.
          88 SOURCE-DONE                 VALUE 'Y'.

       01 WS-INQ-LINE                 PIC X(30) VALUE SPACES.
       01 WS-INQ-SOURCE               PIC X(8) VALUE SPACES.
       01 WS-INQ-RAW                  PIC X(11) VALUE SPACES.

       01 WS-INQ-DATE                 PIC 9(8) VALUE ZEROS.

       01 WS-SETS-SHOWN               PIC 9(5) VALUE ZEROS COMP.

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-CALL-FAILED               PIC 9(3) VALUE 12.

       COPY DATECONV.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           OPEN INPUT FEEDLOG-FILE.
           IF WS-FEEDLOG-STATUS NOT EQUAL '00'
               DISPLAY 'COBLDATE: CANNOT OPEN FEEDLOG, STATUS='
                   WS-FEEDLOG-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY 'COBLDATE: ENTER A SOURCE ID AND A FEED DATE '
               '(YYYYMMDD, MM/DD/YYYY OR DD-MON-YYYY), A SOURCE '
               'ID ALONE FOR ALL ITS FEEDS, OR END TO QUIT'
               UPON CNSL.

           PERFORM 1000-INQUIRE THRU 1000-EXIT
               UNTIL INQUIRY-DONE.

           CLOSE FEEDLOG-FILE.

           STOP RUN.

      **************************************************************
      *INQUIRE - READ ONE SOURCE ID (AND OPTIONAL FEED DATE) FROM
      *THE OPERATOR AND ANSWER FROM THE FEED-RECEIPT LOG
      **************************************************************

       1000-INQUIRE.

           MOVE SPACES TO WS-INQ-LINE.
           ACCEPT WS-INQ-LINE FROM CNSL.

           IF WS-INQ-LINE EQUAL SPACES
               OR WS-INQ-LINE(1:4) EQUAL 'END '
               SET INQUIRY-DONE TO TRUE
               GO TO 1000-EXIT
           END-IF.

           MOVE SPACES TO WS-INQ-SOURCE.
           MOVE SPACES TO WS-INQ-RAW.
           UNSTRING WS-INQ-LINE DELIMITED BY ALL SPACE
               INTO WS-INQ-SOURCE WS-INQ-RAW
           END-UNSTRING.

           IF WS-INQ-RAW EQUAL SPACES
               PERFORM 3000-LIST-SOURCE THRU 3000-EXIT
               GO TO 1000-EXIT
           END-IF.

           MOVE WS-INQ-RAW TO LS-CONV-DATE-RAW.
           CALL 'COBNDATE' USING DATE-CONV-REC
               ON EXCEPTION
                   DISPLAY 'COBLDATE: COBNDATE CALL FAILED' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.

           IF LS-CONV-NOT-CONVERTED
               DISPLAY 'COBLDATE: DATE FORMAT NOT RECOGNIZED - '
                   WS-INQ-RAW UPON CNSL
               GO TO 1000-EXIT
           END-IF.
           MOVE LS-CONV-DATE-8 TO WS-INQ-DATE.

           MOVE WS-INQ-SOURCE TO FDL-SOURCE-ID.
           MOVE WS-INQ-DATE TO FDL-FEED-DATE.
           READ FEEDLOG-FILE.
           EVALUATE WS-FEEDLOG-STATUS
               WHEN '00'
                   DISPLAY 'YES - SOURCE ' FDL-SOURCE-ID
                       ' FEED ' FDL-FEED-DATE
                       ' WAS ALREADY TAKEN' UPON CNSL
                   PERFORM 2000-SHOW-RECEIPT THRU 2000-EXIT
               WHEN '23'
                   DISPLAY 'NO - SOURCE ' WS-INQ-SOURCE
                       ' FEED ' WS-INQ-DATE
                       ' HAS NOT BEEN TAKEN' UPON CNSL
               WHEN OTHER
                   DISPLAY 'COBLDATE: FEEDLOG READ FAILED, STATUS='
                       WS-FEEDLOG-STATUS UPON CNSL
                   MOVE RC-FILE-ERROR TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1000-EXIT.
           EXIT.

      **************************************************************
      *SHOW-RECEIPT - THE DETAIL OF ONE FEEDLOG ENTRY
      **************************************************************

       2000-SHOW-RECEIPT.

           DISPLAY '  SOURCE ' FDL-SOURCE-ID
               ' FEED DATE ' FDL-FEED-DATE
               ' TAKEN ' FDL-TAKEN-COUNT ' TIME(S)' UPON CNSL.
           DISPLAY '  LAST TAKEN BY RUN ' FDL-RUN-DATE-8
               ' START ' FDL-RUN-START-TIME
               ' BUSINESS DATE ' FDL-BUS-DATE UPON CNSL.
           DISPLAY '  TRAILER ' FDL-TRAILER-COUNT
               ' DATA ' FDL-DATA-COUNT
               ' ACCEPT ' FDL-ACCEPT-COUNT
               ' REJECT ' FDL-REJECT-COUNT
               ' RECONCILED ' FDL-RECON-SW UPON CNSL.

       2000-EXIT.
           EXIT.

      **************************************************************
      *LIST-SOURCE - EVERY SET ON FILE FOR ONE SOURCE, IN FEED
      *DATE ORDER; STOPS AT END OF FILE OR AT THE NEXT SOURCE
      **************************************************************

       3000-LIST-SOURCE.

           MOVE WS-INQ-SOURCE TO FDL-SOURCE-ID.
           MOVE ZEROS TO FDL-FEED-DATE.
           START FEEDLOG-FILE
               KEY IS NOT LESS THAN FDL-KEY
           END-START.
           IF WS-FEEDLOG-STATUS NOT EQUAL '00'
               DISPLAY 'NO FEEDS ON FILE FOR SOURCE ' WS-INQ-SOURCE
                   UPON CNSL
               GO TO 3000-EXIT
           END-IF.

           MOVE ZEROS TO WS-SETS-SHOWN.
           MOVE 'N' TO WS-SOURCE-DONE-SW.
           PERFORM 3100-SHOW-NEXT THRU 3100-EXIT
               UNTIL SOURCE-DONE.
           IF WS-SETS-SHOWN EQUAL ZERO
               DISPLAY 'NO FEEDS ON FILE FOR SOURCE ' WS-INQ-SOURCE
                   UPON CNSL
           END-IF.

       3000-EXIT.
           EXIT.

       3100-SHOW-NEXT.

           READ FEEDLOG-FILE NEXT RECORD
               AT END
                   SET SOURCE-DONE TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           IF WS-FEEDLOG-STATUS NOT EQUAL '00'
               DISPLAY 'COBLDATE: FEEDLOG READ FAILED, STATUS='
                   WS-FEEDLOG-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FDL-SOURCE-ID NOT EQUAL WS-INQ-SOURCE
               SET SOURCE-DONE TO TRUE
               GO TO 3100-EXIT
           END-IF.

           ADD 1 TO WS-SETS-SHOWN.
           PERFORM 2000-SHOW-RECEIPT THRU 2000-EXIT.

       3100-EXIT.
           EXIT.
