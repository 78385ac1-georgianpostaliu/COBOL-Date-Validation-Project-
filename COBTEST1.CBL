      *    CANNOT LOSE MORE THAN THE LAST PARTIAL BUFFER.
      *    SINGLE-SHOT CALLERS THAT PASS SPACES KEEP THE
      *    PER-CALL OPEN/WRITE/CLOSE UNCHANGED.
      *  - EVERY AUDIT RECORD NOW CARRIES THE NEXT SEQUENCE NUMBER
      *    AND A CHECK VALUE CHAINED FROM THE RECORD BEFORE IT
      *    (COBDSEAL). THE LAST SEQUENCE NUMBER AND CHECK ARE
      *    PICKED UP FROM THE END OF AUDITLOG BEFORE THE FIRST
      *    WRITE OF THE RUN (0800-FIND-CHAIN-TAIL), SO EDITED,
      *    DELETED OR REORDERED RECORDS SHOW UP IN COBTDATE.
      *  - THE END OF THE AUDIT CHAIN IS READ AGAIN BEFORE EVERY
      *    SINGLE-SHOT WRITE AND EVERY SESSION OPEN, AND KEPT ONLY
      *    WHILE A SESSION HOLDS AUDITLOG OPEN. COBKDATE STAYS
      *    LOADED ALL DAY, AND A TAIL REMEMBERED FROM ITS FIRST
      *    WRITE WENT STALE AS SOON AS THE BATCH OR ANOTHER
      *    WORKBENCH WROTE, GIVING A DUPLICATE SEQUENCE NUMBER.
      *****************************************************

       IDENTIFICATION DIVISION.
          05 WS-FLUSH-REMAINDER       PIC 9(5) COMP.

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-CALL-FAILED               PIC 9(3) VALUE 12.

      *END OF THE AUDIT CHAIN - SEQUENCE NUMBER AND CHECK VALUE OF
      *THE LAST CHAINED RECORD ON AUDITLOG. FOUND AFRESH BEFORE
      *EACH SINGLE-SHOT WRITE AND EACH SESSION OPEN, AND KEPT UP
      *TO DATE BY THE WRITES OF AN OPEN SESSION
       01 WS-CHAIN-SW                  PIC X(1) VALUE 'N'.
          88 CHAIN-TAIL-KNOWN             VALUE 'Y'.

       01 WS-TAIL-EOF-SW               PIC X(1) VALUE 'N'.
          88 END-OF-TAIL-SCAN             VALUE 'Y'.

       01 WS-LAST-SEQ-NO               PIC 9(9) VALUE ZEROS.
       01 WS-LAST-CHECK                PIC 9(9) VALUE ZEROS.

       COPY SEALLINK.

       01 WS-HOLIDAY-TABLE.
          05 WS-HOLIDAY-COUNT          PIC 9(3) VALUE ZEROS COMP.
       0500-LOG-AUDIT.

           IF NOT AUDIT-SESSION-OPEN
               MOVE 'N' TO WS-CHAIN-SW
               PERFORM 0800-FIND-CHAIN-TAIL THRU 0800-EXIT
               OPEN EXTEND AUDIT-FILE
               IF WS-AUDIT-STATUS EQUAL '35'
                   OPEN OUTPUT AUDIT-FILE
           MOVE LS-DATE-8   TO AUD-DATE-8.
           MOVE LS-RESPONSE TO AUD-RESPONSE.
           MOVE LS-REASON   TO AUD-REASON.
           ADD 1 TO WS-LAST-SEQ-NO.
           MOVE WS-LAST-SEQ-NO TO AUD-SEQ-NO.
           MOVE ZEROS TO AUD-CHECK.
           SET AUD-VALIDATION TO TRUE.
           MOVE WS-LAST-CHECK TO LS-SEAL-PREV-CHECK.
           MOVE AUDIT-RECORD TO LS-SEAL-RECORD.
           CALL 'COBDSEAL' USING SEAL-LINK-REC
               ON EXCEPTION
                   DISPLAY 'COBTST01: CANNOT CALL COBDSEAL' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.
           MOVE LS-SEAL-CHECK TO AUD-CHECK.
           WRITE AUDIT-RECORD.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               DISPLAY 'COBTST01: AUDIT WRITE FAILED, STATUS='
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE LS-SEAL-CHECK TO WS-LAST-CHECK.

           IF AUDIT-SESSION-OPEN
               ADD 1 TO WS-SESSION-WRITES
               GO TO 0600-EXIT
           END-IF.

           MOVE 'N' TO WS-CHAIN-SW.
           PERFORM 0800-FIND-CHAIN-TAIL THRU 0800-EXIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-STATUS EQUAL '35'
               OPEN OUTPUT AUDIT-FILE
       0700-EXIT.
           EXIT.

      **************************************************************
      *FIND-CHAIN-TAIL - RUN BEFORE EACH EXTEND OPEN, AS ANOTHER
      *PROGRAM MAY HAVE WRITTEN SINCE. READ AUDITLOG TO THE END
      *AND KEEP THE SEQUENCE NUMBER AND CHECK OF THE LAST CHAINED
      *RECORD - A VALIDATION RECORD OR COBADATE'S CHAIN CARRY. RECORDS
      *FROM BEFORE THE CHAIN ARE PASSED OVER; A LOG WITH NONE
      *STARTS THE CHAIN AT SEQUENCE 1 FROM A ZERO CHECK
      **************************************************************

       0800-FIND-CHAIN-TAIL.

           IF CHAIN-TAIL-KNOWN
               GO TO 0800-EXIT
           END-IF.

           MOVE ZEROS TO WS-LAST-SEQ-NO.
           MOVE ZEROS TO WS-LAST-CHECK.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS EQUAL '35'
               SET CHAIN-TAIL-KNOWN TO TRUE
               GO TO 0800-EXIT
           END-IF.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               DISPLAY 'COBTST01: CANNOT READ AUDITLOG, STATUS='
                   WS-AUDIT-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-TAIL-EOF-SW.
           PERFORM 0810-SCAN-AUDIT THRU 0810-EXIT
               UNTIL END-OF-TAIL-SCAN.
           CLOSE AUDIT-FILE.
           SET CHAIN-TAIL-KNOWN TO TRUE.

       0800-EXIT.
           EXIT.

       0810-SCAN-AUDIT.

           READ AUDIT-FILE
               AT END
                   SET END-OF-TAIL-SCAN TO TRUE
                   GO TO 0810-EXIT
           END-READ.
           IF (AUD-VALIDATION OR AUD-CHAIN-CARRY)
              AND AUD-SEQ-NO IS NUMERIC
              AND AUD-CHECK IS NUMERIC
               MOVE AUD-SEQ-NO TO WS-LAST-SEQ-NO
               MOVE AUD-CHECK  TO WS-LAST-CHECK
           END-IF.

       0810-EXIT.
           EXIT.

      **************************************************************
      *CALC-DOW - ZELLER'S CONGRUENCE (GREGORIAN CALENDAR)
      **************************************************************
