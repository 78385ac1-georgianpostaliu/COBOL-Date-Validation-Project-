      *COBNDATE: YYYYMMDD, MM/DD/YYYY, DD-MON-YYYY) SI PRIMESTE
      *IMEDIAT REZULTATUL MEMORAT: STATUS, MOTIV, INDICATOR DE
      *ZI LUCRATOARE SI DATELE PRIMEI SI ULTIMEI RULARI CARE AU
      *VAZUT DATA RESPECTIVA, CATE O LINIE PENTRU FIECARE
      *CALENDAR PENTRU CARE DATA A FOST VALIDATA
      *SE TERMINA CU 'END' SAU CU O LINIE GOALA
      *****************************************************
      *MODIFICATION HISTORY
      *    MASTER' RATHER THAN 'NEVER PROCESSED': DATES THE
      *    BATCH DELIBERATELY DOES NOT CACHE (OUT-OF-WINDOW
      *    REJECTIONS) ARE ABSENT EVEN THOUGH THEY WERE SEEN.
      *  - THE RESULTS MASTER IS NOW KEYED ON DATE PLUS
      *    CALENDAR. THE INQUIRY POSITIONS ON THE DATE AND
      *    SHOWS THE CACHED ANSWER FOR EVERY CALENDAR IT HOLDS.
      *****************************************************

       IDENTIFICATION DIVISION.
       FILE-CONTROL.
           SELECT RSLTMAST-FILE ASSIGN TO 'RSLTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RSLTMAST-STATUS.

       DATA DIVISION.
          88 INQUIRY-DONE                VALUE 'Y'.

       01 WS-INQ-RAW                  PIC X(11) VALUE SPACES.
       01 WS-INQ-DATE-8               PIC 9(8) VALUE ZEROS.
       01 WS-INQ-FOUND                PIC 9(3) VALUE ZEROS COMP.

       01 WS-BROWSE-SW                PIC X(1) VALUE 'N'.
          88 BROWSE-DONE                 VALUE 'Y'.

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-CALL-FAILED               PIC 9(3) VALUE 12.
               GO TO 1000-EXIT
           END-IF.

           MOVE LS-CONV-DATE-8 TO WS-INQ-DATE-8.
           MOVE ZEROS TO WS-INQ-FOUND.
           MOVE 'N' TO WS-BROWSE-SW.
           MOVE WS-INQ-DATE-8 TO RES-DATE-8.
           MOVE LOW-VALUES TO RES-CAL-ID.
           START RSLTMAST-FILE KEY IS NOT LESS THAN RES-KEY.
           EVALUATE WS-RSLTMAST-STATUS
               WHEN '00'
                   PERFORM 1100-SHOW-CALENDAR THRU 1100-EXIT
                       UNTIL BROWSE-DONE
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'COBQDATE: RSLTMAST START FAILED, STATUS='
                       WS-RSLTMAST-STATUS UPON CNSL
                   MOVE RC-FILE-ERROR TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-INQ-FOUND EQUAL ZERO
               DISPLAY 'DATE ' WS-INQ-DATE-8
                   ' NOT ON RESULTS MASTER' UPON CNSL
           END-IF.

       1000-EXIT.
           EXIT.

      **************************************************************
      *SHOW-CALENDAR - SHOW THE NEXT CACHED ANSWER FOR THE DATE,
      *ONE PER CALENDAR, UNTIL THE KEY MOVES PAST IT
      **************************************************************

       1100-SHOW-CALENDAR.

           READ RSLTMAST-FILE NEXT RECORD
               AT END
                   SET BROWSE-DONE TO TRUE
                   GO TO 1100-EXIT
           END-READ.
           IF WS-RSLTMAST-STATUS NOT EQUAL '00'
               DISPLAY 'COBQDATE: RSLTMAST READ FAILED, STATUS='
                   WS-RSLTMAST-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           IF RES-DATE-8 NOT EQUAL WS-INQ-DATE-8
               SET BROWSE-DONE TO TRUE
               GO TO 1100-EXIT
           END-IF.

           ADD 1 TO WS-INQ-FOUND.
           DISPLAY 'DATE ' RES-DATE-8
               ' CALENDAR ' RES-CAL-ID
               ' STATUS ' RES-STATUS
               ' REASON ' RES-REASON
               ' BUSDAY ' RES-BUSDAY-IND UPON CNSL.
           DISPLAY '  FIRST SEEN ' RES-FIRST-SEEN
               ' LAST SEEN ' RES-LAST-SEEN UPON CNSL.

       1100-EXIT.
           EXIT.
