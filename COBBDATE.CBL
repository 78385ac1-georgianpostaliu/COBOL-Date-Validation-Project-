      *    HITS/MISSES, THE RECONCILIATION OUTCOME, AND THE
      *    FINAL RETURN CODE. COBIDATE AND COBWDATE READ IT
      *    BACK FOR OVERNIGHT SUPPORT AND CAPACITY PLANNING.
      *  - EVERY HDR SOURCE ID IS NOW LOOKED UP ON THE SRCREG
      *    SOURCE-SYSTEM REGISTRY (SHARED REGREC LAYOUT,
      *    MAINTAINED BY COBSDATE). AN ACTIVE SOURCE'S RECORDS
      *    ARE JUDGED AGAINST THE HOLIDAY CALENDAR ITS REGISTRY
      *    ENTRY NAMES, BOTH BY COBTST01 AND IN THE RSLTMAST
      *    LOOKUP, WHICH IS NOW KEYED ON DATE PLUS CALENDAR.
      *    RECORDS ARRIVING UNDER AN UNREGISTERED OR SUSPENDED
      *    SOURCE (OR BEFORE ANY HEADER) ARE NOT VALIDATED:
      *    THEY GO TO THE QUARANTN FILE WITH THE REASON, STILL
      *    COUNT TOWARD THEIR SOURCE'S TRAILER RECONCILE, AND
      *    END THE RUN WITH RETURN CODE 4 UNLESS SOMETHING
      *    WORSE WAS ALREADY SET. A RECYCLE RUN LOOKS EACH
      *    REJDATES SOURCE ID UP THE SAME WAY. QUARANTN IS
      *    CHECKPOINTED AND TRUNCATED ON RESTART LIKE OUTDATES.
      *  - DUPLICATE FEED GUARD. EVERY HDR SOURCE ID PLUS FEED
      *    DATE IS LOOKED UP ON THE FEEDLOG FEED-RECEIPT LOG
      *    (SHARED FDLREC LAYOUT) AND AGAINST THE SETS ALREADY
      *    SEEN IN THIS FEED. A SET ALREADY TAKEN IS SKIPPED -
      *    NOTHING FROM IT REACHES OUTDATES, REJDATES OR
      *    QUARANTN - IS REPORTED ON THE CONSOLE AND ON THE
      *    DUPFEED LISTING, AND ENDS THE RUN WITH RETURN CODE 6
      *    UNLESS SOMETHING WORSE WAS SET. RUNPARM MAY NAME A
      *    SOURCE (AND OPTIONALLY A FEED DATE) FOR A DELIBERATE
      *    REPROCESS. EVERY SET TAKEN IS LOGGED WITH ITS
      *    TRAILER COUNT AND THE RUNCTL KEY OF THIS RUN, BUT
      *    ONLY AFTER THE CLEAN CHECKPOINT, SO A RESTART NEVER
      *    MISTAKES ITS OWN SETS FOR DUPLICATES.
      *  - PER-SOURCE VALIDATION PROFILES. EACH HDR SOURCE ID IS
      *    ALSO LOOKED UP ON THE VALPROF PROFILE MASTER (SHARED
      *    PRFREC LAYOUT) AND EVERY DATE STILL ACCEPTED AFTER THE
      *    RSLTMAST/COBTST01 RESULT AND THE FISCAL CHECK IS HELD
      *    TO ITS SOURCE'S BUSINESS RULES: NOT LATER THAN THE
      *    FEED DATE, NOT OLDER THAN N CALENDAR OR BUSINESS DAYS,
      *    A BUSINESS DAY, A MONTH-END, PROVEN TO BE IN AN OPEN
      *    PERIOD. A VIOLATION REJECTS WITH ITS OWN REASON
      *    (FUTURE DATE, DATE TOO OLD, NOT A BUSDAY, NOT MONTH
      *    END, PERIOD UNPROVEN). LIKE THE FISCAL CHECK THE RULES
      *    ARE JUDGED FRESH EVERY RUN AND NEVER STORED ON
      *    RSLTMAST. A MISSING VALPROF TURNS THE PROFILES OFF
      *    WITH A CONSOLE WARNING.
      *  - RUNS UNDER STEP CONTROL AS THE HEAD OF THE NIGHTLY
      *    CHAIN: COBDSTEP OPENS THE BUSINESS DATE IN STEPCTL,
      *    REFUSES A SECOND RUN FOR A DATE ALREADY COMPLETED
      *    UNLESS RUNPARM ASKS FOR A RERUN, AND RECORDS THE END
      *    RC. A RECYCLE RUN IS STEP COBBDRCY AND WAITS FOR THE
      *    NIGHT'S COBJDATE. THE FINAL RC IS NOW KEPT ACROSS THE
      *    COBTST01 SESSION-CLOSE CALL, WHICH USED TO RESET IT.
      *  - A NORMAL RUN WRITES EACH SOURCE SET IT TOOK TO THE
      *    SRCSTAT RUN-STATISTICS HISTORY (SHARED SSTREC LAYOUT)
      *    UNDER THE BUSINESS DATE - TRAILER, DATA, ACCEPTED AND
      *    REJECTED COUNTS FROM THE SOURCE TABLE - AFTER THE
      *    CLEAN CHECKPOINT, AS FOR FEEDLOG, FOR THE COBUDATE
      *    VOLUME AND REJECT-RATE CHECK.
      *  - A SET THAT FAILS TO RECONCILE IS NO LONGER LOGGED ON
      *    FEEDLOG, AND EACH ENTRY CARRIES THE BUSINESS DATE. A
      *    RESTART OR RUNPARM RERUN OF THE SAME BUSINESS DATE
      *    RETAKES THE SETS THE EARLIER RUN LOGGED; BEFORE, IT
      *    SKIPPED THEM ALL AS DUPLICATES AND LEFT OUTDATES EMPTY.
      *  - A DATE TOO OLD OR NOT MONTH END RULE THAT COBDCALC
      *    CANNOT WORK OUT NOW REJECTS THE DATE AS RULE UNCHECKED,
      *    WITH THE COBDCALC REASON ON THE CONSOLE, INSTEAD OF
      *    LETTING IT THROUGH. A FEEDLOG OR SRCSTAT FAILURE AFTER
      *    THE RUNCTL WRITE NOW RAISES THE RC ON THE RUNCTL RECORD
      *    AS WELL, SO COBIDATE NO LONGER SHOWS THE RUN CLEAN.
      *****************************************************

       IDENTIFICATION DIVISION.
           SELECT RSLTMAST-FILE ASSIGN TO 'RSLTMAST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RES-KEY
               FILE STATUS IS WS-RSLTMAST-STATUS.
           SELECT FISCPER-FILE ASSIGN TO 'FISCPER'
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS RANDOM
               RECORD KEY IS RUN-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.
           SELECT SRCREG-FILE ASSIGN TO 'SRCREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCREG-STATUS.
           SELECT QUARANTN-FILE ASSIGN TO 'QUARANTN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTN-STATUS.
           SELECT FEEDLOG-FILE ASSIGN TO 'FEEDLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS FDL-KEY
               FILE STATUS IS WS-FEEDLOG-STATUS.
           SELECT SRCSTAT-FILE ASSIGN TO 'SRCSTAT'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SST-KEY
               FILE STATUS IS WS-SRCSTAT-STATUS.
           SELECT DUPFEED-FILE ASSIGN TO 'DUPFEED'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPFEED-STATUS.
           SELECT VALPROF-FILE ASSIGN TO 'VALPROF'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VALPROF-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CHK-TRL-COUNT           PIC 9(7).
           05 CHK-OUT-COUNT           PIC 9(7).
           05 CHK-REJ-COUNT           PIC 9(7).
           05 CHK-QUAR-COUNT          PIC 9(7).

       FD  REJDATES-FILE.
       COPY REJREC.
       FD  RUNPARM-FILE.
       01  RUNPARM-RECORD.
           05 RP-RUN-MODE             PIC X(8).
           05 FILLER                  PIC X(1).
           05 RP-REPROCESS-SOURCE     PIC X(8).
           05 FILLER                  PIC X(1).
           05 RP-REPROCESS-DATE       PIC X(8).

       FD  RSLTMAST-FILE.
       COPY RESREC.
           05 FILLER                  PIC X(1).
           05 FP-OPEN-FLAG            PIC X(1).

       FD  SRCREG-FILE.
       COPY REGREC.

      *A RECORD FROM A SOURCE THE REGISTRY DOES NOT ADMIT: THE
      *RAW INPUT, ITS SEQUENCE NUMBER, THE SOURCE AND FEED DATE
      *IT ARRIVED UNDER, AND WHY IT WAS HELD BACK.
       FD  QUARANTN-FILE.
       01  QUAR-RECORD.
           05 QUAR-DATE-RAW           PIC X(11).
           05 FILLER                  PIC X(1).
           05 QUAR-SEQ                PIC 9(7).
           05 FILLER                  PIC X(1).
           05 QUAR-SOURCE-ID          PIC X(8).
           05 FILLER                  PIC X(1).
           05 QUAR-FEED-DATE          PIC 9(8).
           05 FILLER                  PIC X(1).
           05 QUAR-REASON             PIC X(15).

       FD  FEEDLOG-FILE.
       COPY FDLREC.

       FD  SRCSTAT-FILE.
       COPY SSTREC.

       FD  DUPFEED-FILE.
       01  DUP-PRINT-LINE              PIC X(80).

       FD  VALPROF-FILE.
       COPY PRFREC.

       WORKING-STORAGE SECTION.
       01 WS-INDATES-STATUS           PIC X(2) VALUE '00'.
       01 WS-OUTDATES-STATUS          PIC X(2) VALUE '00'.

       01 WS-FISCPER-STATUS           PIC X(2) VALUE '00'.
       01 WS-YEARCTL-STATUS           PIC X(2) VALUE '00'.
       01 WS-SRCREG-STATUS            PIC X(2) VALUE '00'.
       01 WS-QUARANTN-STATUS          PIC X(2) VALUE '00'.
       01 WS-FEEDLOG-STATUS           PIC X(2) VALUE '00'.
       01 WS-SRCSTAT-STATUS           PIC X(2) VALUE '00'.
       01 WS-DUPFEED-STATUS           PIC X(2) VALUE '00'.
       01 WS-VALPROF-STATUS           PIC X(2) VALUE '00'.

      *RUNPARM OVERRIDE NAMING A SET TO REPROCESS EVEN THOUGH
      *FEEDLOG SAYS IT WAS ALREADY TAKEN. A BLANK DATE MEANS
      *ANY FEED DATE FOR THE NAMED SOURCE.
       01 WS-REPROC-SOURCE            PIC X(8) VALUE SPACES.
       01 WS-REPROC-DATE              PIC X(8) VALUE SPACES.
       01 WS-REPROC-DATE-NUM REDEFINES WS-REPROC-DATE
                                      PIC 9(8).

       01 WS-PRIOR-SW                 PIC X(1) VALUE 'N'.
          88 PRIOR-RECEIPT-FOUND         VALUE 'Y'.
      *SET WHEN THE EARLIER RECEIPT CAME FROM FEEDLOG RATHER THAN
      *FROM EARLIER IN THIS FEED, WITH THE BUSINESS DATE OF THE
      *RUN THAT LOGGED IT.
       01 WS-PRIOR-LOG-SW             PIC X(1) VALUE 'N'.
          88 PRIOR-ON-FEEDLOG            VALUE 'Y'.
       01 WS-PRIOR-BUS-DATE           PIC 9(8) VALUE ZEROS.

       01 WS-EDIT-COUNT               PIC Z,ZZZ,ZZ9.
       01 WS-EDIT-TRAILER             PIC Z,ZZZ,ZZ9.
       01 WS-DUP-ACTION               PIC X(12) VALUE SPACES.

       01 WS-SRCREG-EOF-SW            PIC X(1) VALUE 'N'.
          88 END-OF-SRCREG               VALUE 'Y'.

      *THE SOURCE-SYSTEM REGISTRY, LOADED ONCE AT START OF RUN.
      *THE CALENDAR IS HELD NORMALIZED (SPACES BECOME DOM).
       01 WS-REGISTRY-TABLE.
          05 WS-REG-COUNT             PIC 9(3) VALUE ZEROS COMP.
          05 WS-REG-ENTRY OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-REG-COUNT.
             10 WS-REG-ID             PIC X(8).
             10 WS-REG-CAL            PIC X(3).
             10 WS-REG-STATUS         PIC X(1).
                88 WS-REG-ACTIVE         VALUE 'A'.

       01 WS-REG-SUB                  PIC 9(3) COMP.

      *REGISTRY VERDICT AND CALENDAR FOR THE CURRENT RECORD'S
      *SOURCE, SET BY 2450-FIND-SOURCE.
       01 WS-REC-REG-SW               PIC X(1) VALUE 'U'.
          88 REC-ADMITTED                VALUE 'A'.
          88 REC-SUSPENDED               VALUE 'S'.
          88 REC-UNREGISTERED            VALUE 'U'.
          88 REC-FOUND                   VALUES 'A', 'S'.

       01 WS-REC-CAL-ID               PIC X(3) VALUE 'DOM'.

       01 WS-VALPROF-EOF-SW           PIC X(1) VALUE 'N'.
          88 END-OF-VALPROF              VALUE 'Y'.

      *THE VALIDATION PROFILES, LOADED ONCE AT START OF RUN. THE
      *MAXIMUM AGE IS ZERO WHEN THE PROFILE SETS NO AGE LIMIT.
       01 WS-PROFILE-TABLE.
          05 WS-PRF-COUNT             PIC 9(3) VALUE ZEROS COMP.
          05 WS-PRF-ENTRY OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-PRF-COUNT.
             10 WS-PRF-ID             PIC X(8).
             10 WS-PRF-NOT-FUTURE     PIC X(1).
                88 WS-PRF-NO-FUTURE      VALUE 'Y'.
             10 WS-PRF-MAX-AGE        PIC 9(3).
             10 WS-PRF-AGE-BASIS      PIC X(1).
                88 WS-PRF-AGE-BUSINESS   VALUE 'B'.
             10 WS-PRF-BUSDAY         PIC X(1).
                88 WS-PRF-BUSDAY-ONLY    VALUE 'Y'.
             10 WS-PRF-MONTH-END      PIC X(1).
                88 WS-PRF-MONTH-END-ONLY VALUE 'Y'.
             10 WS-PRF-OPEN-PERIOD    PIC X(1).
                88 WS-PRF-OPEN-PRD-ONLY  VALUE 'Y'.

       01 WS-PRF-SUB                  PIC 9(3) COMP.

      *PROFILE FOR THE CURRENT RECORD'S SOURCE, SET BY
      *2450-FIND-SOURCE. ZERO WHEN THE SOURCE HAS NO PROFILE.
       01 WS-REC-PRF-SUB              PIC 9(3) VALUE ZEROS COMP.

      *THE DATE THE PROFILE RULES ARE JUDGED FROM: THE FEED DATE
      *OF THE RECORD'S HDR, OR THE RUN DATE ON A RECYCLE RUN.
       01 WS-ASOF-DATE                PIC 9(8) VALUE ZEROS.
       01 WS-PRF-REASON               PIC X(15) VALUE SPACES.
       01 WS-PRF-WORK-DATE            PIC 9(8) VALUE ZEROS.
       01 WS-PRF-WORK-DATE-R REDEFINES WS-PRF-WORK-DATE.
          05 WS-PRF-WORK-YYYYMM       PIC 9(6).
          05 WS-PRF-WORK-DD           PIC 9(2).
      *THE FIRST RULE COBDCALC COULD NOT WORK OUT GOES TO THE
      *CONSOLE; THE REST ARE ONLY COUNTED AS RULE UNCHECKED.
       01 WS-CALC-FAIL-SW             PIC X(1) VALUE 'N'.
          88 CALC-FAILURE-SHOWN          VALUE 'Y'.

       01 WS-YEAR-RANGE.
          05 WS-YEAR-LOW               PIC 9(4) VALUE 2010.
                          DEPENDING ON WS-SRC-COUNT.
             10 WS-SRC-ID             PIC X(8).
             10 WS-SRC-FEED-DATE      PIC 9(8).
             10 WS-SRC-CAL-ID         PIC X(3).
             10 WS-SRC-PRF-SUB        PIC 9(3) COMP.
             10 WS-SRC-REG-SW         PIC X(1).
                88 WS-SRC-ADMITTED       VALUE 'A'.
             10 WS-SRC-DUP-SW         PIC X(1).
                88 WS-SRC-FIRST-TAKE     VALUE 'N'.
                88 WS-SRC-DUPLICATE      VALUE 'D'.
                88 WS-SRC-REPROCESS      VALUE 'R'.
             10 WS-SRC-PRIOR-RUN-DATE PIC 9(8).
             10 WS-SRC-PRIOR-RUN-TIME PIC 9(8).
             10 WS-SRC-TRL-SW         PIC X(1).
                88 WS-SRC-TRL-SEEN       VALUE 'Y'.
             10 WS-SRC-EXPECTED       PIC 9(7) COMP.
             10 WS-SRC-DATA-COUNT     PIC 9(7) COMP.
             10 WS-SRC-ACCEPT-COUNT   PIC 9(7) COMP.
             10 WS-SRC-REJECT-COUNT   PIC 9(7) COMP.
             10 WS-SRC-QUAR-COUNT     PIC 9(7) COMP.

       01 WS-SRC-SUB                  PIC 9(2) COMP.
       01 WS-CUR-SRC                  PIC 9(2) VALUE ZEROS COMP.
          05 WS-TRL-EXPECTED          PIC 9(7) VALUE ZEROS COMP.
          05 WS-OUT-WRITTEN           PIC 9(7) VALUE ZEROS COMP.
          05 WS-REJ-WRITTEN           PIC 9(7) VALUE ZEROS COMP.
          05 WS-QUAR-COUNT            PIC 9(7) VALUE ZEROS COMP.
          05 WS-QUAR-WRITTEN          PIC 9(7) VALUE ZEROS COMP.
          05 WS-DUP-SET-COUNT         PIC 9(3) VALUE ZEROS COMP.
          05 WS-REPROC-SET-COUNT      PIC 9(3) VALUE ZEROS COMP.
          05 WS-DUP-REC-COUNT         PIC 9(7) VALUE ZEROS COMP.
          05 WS-PROFILE-REJ-COUNT     PIC 9(7) VALUE ZEROS COMP.
          05 WS-TRUNC-TARGET          PIC 9(7) VALUE ZEROS COMP.
          05 WS-TRUNC-COUNT           PIC 9(7) VALUE ZEROS COMP.

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-CALL-FAILED               PIC 9(3) VALUE 12.
       01 RC-FEED-ERROR                PIC 9(3) VALUE 8.
       01 RC-QUARANTINED               PIC 9(3) VALUE 4.
       01 RC-DUPLICATE-FEED            PIC 9(3) VALUE 6.
       01 RC-STEP-REFUSED              PIC 9(3) VALUE 20.

      *FINAL RETURN CODE HELD ACROSS THE COBTST01 SESSION-CLOSE
      *CALL, WHICH RESETS RETURN-CODE
       01 WS-SAVE-RC                   PIC 9(3) VALUE ZEROS.

      *RETURN CODE RECORDED ON RUNCTL, SO A FEEDLOG OR SRCSTAT
      *FAILURE AFTER THE RUNCTL WRITE CAN BE CARRIED ONTO IT
       01 WS-RUNCTL-RC                 PIC 9(3) VALUE ZEROS.
       01 WS-RUNCTL-SW                 PIC X(1) VALUE 'N'.
          88 RUNCTL-WRITTEN               VALUE 'Y'.

       COPY DATELINK.
       COPY DATECONV.
       COPY DATECALC.
       COPY STEPLINK.

       PROCEDURE DIVISION.

               UNTIL END-OF-INPUT.
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
               MOVE 'COBBDRCY' TO LS-STEP-NAME
           ELSE
               MOVE 'COBBDATE' TO LS-STEP-NAME
           END-IF.
           MOVE ZEROS TO LS-STEP-RC.
           CALL 'COBDSTEP' USING STEP-LINK-REC
               ON EXCEPTION
                   DISPLAY 'COBBDATE: COBDSTEP CALL FAILED' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.
           IF LS-STEP-REFUSED
               DISPLAY 'COBBDATE: NOT STARTED FOR BUSINESS DATE '
                   LS-STEP-BUS-DATE ' - ' LS-STEP-REASON UPON CNSL
               MOVE RC-STEP-REFUSED TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY 'COBBDATE: BUSINESS DATE ' LS-STEP-BUS-DATE
               UPON CNSL.

       0100-EXIT.
           EXIT.

      **************************************************************
      *INITIALIZE - READ THE RUN MODE, DECIDE COLD START OR
      *RESTART, OPEN FILES, REPOSITION ON RESTART, PRIME THE READ
       1000-INITIALIZE.

           PERFORM 1050-READ-RUNPARM THRU 1050-EXIT.
           PERFORM 0100-BEGIN-STEP THRU 0100-EXIT.
           PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT.

           IF RECYCLE-RUN
           ELSE
               IF RECYCLE-RUN
                   PERFORM 1500-COUNT-OUTDATES THRU 1500-EXIT
                   PERFORM 1530-COUNT-QUARANTN THRU 1530-EXIT
               END-IF
           END-IF.

               STOP RUN
           END-IF.

           IF RESTART-RUN OR RECYCLE-RUN
               OPEN EXTEND QUARANTN-FILE
               IF WS-QUARANTN-STATUS EQUAL '35'
                   OPEN OUTPUT QUARANTN-FILE
               END-IF
           ELSE
               OPEN OUTPUT QUARANTN-FILE
           END-IF.
           IF WS-QUARANTN-STATUS NOT EQUAL '00'
               DISPLAY 'COBBDATE: CANNOT OPEN QUARANTN, STATUS='
                   WS-QUARANTN-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O RSLTMAST-FILE.
           IF WS-RSLTMAST-STATUS EQUAL '35'
               OPEN OUTPUT RSLTMAST-FILE
               STOP RUN
           END-IF.

      *THE FEED-RECEIPT LOG IS CREATED EMPTY ON FIRST USE. IT
      *MUST BE OPEN BEFORE A RESTART'S SKIP PASS REPLAYS THE
      *HEADERS THROUGH THE DUPLICATE CHECK.
           OPEN I-O FEEDLOG-FILE.
           IF WS-FEEDLOG-STATUS EQUAL '35'
               OPEN OUTPUT FEEDLOG-FILE
               CLOSE FEEDLOG-FILE
               OPEN I-O FEEDLOG-FILE
           END-IF.
           IF WS-FEEDLOG-STATUS NOT EQUAL '00'
               DISPLAY 'COBBDATE: CANNOT OPEN FEEDLOG, STATUS='
                   WS-FEEDLOG-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-ACCEPT-DATE FROM DATE.
           COMPUTE WS-RUN-DATE-8 = 20000000 + WS-ACCEPT-DATE.
           ACCEPT WS-RUN-START-TIME FROM TIME.

      *EACH RECORD IS JUDGED AGAINST ITS SOURCE'S REGISTRY
      *CALENDAR, SET PER RECORD IN 2000-PROCESS-RECORD. THE
      *RSLTMAST KEY CARRIES THE CALENDAR SO MARKETS NEVER MIX.
           MOVE SPACES TO LS-CAL-ID.

      *OPEN THE AUDIT SESSION SO EVERY VALIDATOR CALL IN THIS

           PERFORM 1300-LOAD-FISCPER THRU 1300-EXIT.
           PERFORM 1400-LOAD-YEARCTL THRU 1400-EXIT.
           PERFORM 1700-LOAD-SRCREG THRU 1700-EXIT.
           PERFORM 1800-LOAD-VALPROF THRU 1800-EXIT.

           IF RESTART-RUN
               DISPLAY 'COBBDATE: RESTART FROM CHECKPOINT AT RECORD '
      **************************************************************
      *READ-RUNPARM - THE RUNPARM CONTROL FILE SELECTS THE RUN
      *MODE. A MISSING FILE OR ANYTHING OTHER THAN 'RECYCLE' IS A
      *NORMAL RUN, SO THE NIGHTLY JOB NEEDS NO CONTROL FILE AT ALL.
      *IT MAY ALSO NAME A SOURCE, AND OPTIONALLY A FEED DATE,
      *WHOSE ALREADY-TAKEN SET IS TO BE DELIBERATELY REPROCESSED
      **************************************************************

       1050-READ-RUNPARM.
                           DISPLAY 'COBBDATE: RECYCLE RUN - INPUT '
                               'TAKEN FROM RECYCIN' UPON CNSL
                       END-IF
                       IF RP-REPROCESS-SOURCE NOT EQUAL SPACES
                           PERFORM 1060-SET-REPROCESS THRU 1060-EXIT
                       END-IF
               END-READ
               CLOSE RUNPARM-FILE
           END-IF.
       1050-EXIT.
           EXIT.

       1060-SET-REPROCESS.

           IF RP-REPROCESS-DATE NOT EQUAL SPACES
               AND RP-REPROCESS-DATE IS NOT NUMERIC
               DISPLAY 'COBBDATE: RUNPARM REPROCESS DATE '
                   RP-REPROCESS-DATE ' NOT YYYYMMDD - OVERRIDE '
                   'IGNORED, DUPLICATES WILL BE SKIPPED' UPON CNSL
               GO TO 1060-EXIT
           END-IF.

           MOVE RP-REPROCESS-SOURCE TO WS-REPROC-SOURCE.
           MOVE RP-REPROCESS-DATE TO WS-REPROC-DATE.
           IF WS-REPROC-DATE EQUAL SPACES
               DISPLAY 'COBBDATE: REPROCESS OVERRIDE - SOURCE '
                   WS-REPROC-SOURCE ' ANY FEED DATE' UPON CNSL
           ELSE
               DISPLAY 'COBBDATE: REPROCESS OVERRIDE - SOURCE '
                   WS-REPROC-SOURCE ' FEED DATE ' WS-REPROC-DATE
                   UPON CNSL
           END-IF.

       1060-EXIT.
           EXIT.

      **************************************************************
      *READ-CHECKPOINT - A NON-ZERO COUNT IN THE CHKPOINT FILE
      *MEANS THE PRIOR RUN DID NOT REACH END OF JOB: RESTART
                               OR CHK-TRL-COUNT IS NOT NUMERIC
                               OR CHK-OUT-COUNT IS NOT NUMERIC
                               OR CHK-REJ-COUNT IS NOT NUMERIC
                               OR CHK-QUAR-COUNT IS NOT NUMERIC
                               DISPLAY 'COBBDATE: CHECKPOINT FORMAT '
                                   'NOT RECOGNIZED - CLEAR CHKPOINT '
                                   'AND RERUN FROM SCRATCH' UPON CNSL
      *STILL COME FROM THE CHECKPOINT.
                           MOVE CHK-OUT-COUNT TO WS-OUT-WRITTEN
                           MOVE CHK-REJ-COUNT TO WS-REJ-WRITTEN
                           MOVE CHK-QUAR-COUNT TO WS-QUAR-WRITTEN
                           IF CHK-RUN-MODE NOT EQUAL WS-RUN-MODE-SW
                               DISPLAY 'COBBDATE: CHECKPOINT WAS '
                                   'TAKEN IN A DIFFERENT RUN MODE '
               IF IN-HEADER-REC OR IN-TRAILER-REC
                   PERFORM 2400-CONTROL-RECORD THRU 2400-EXIT
               ELSE
                   IF WS-CUR-SRC GREATER THAN ZERO
                       IF WS-SRC-DUPLICATE(WS-CUR-SRC)
                           ADD 1 TO WS-SRC-DATA-COUNT(WS-CUR-SRC)
                           ADD 1 TO WS-DUP-REC-COUNT
                           GO TO 1210-EXIT
                       END-IF
                   END-IF
                   ADD 1 TO WS-DATA-COUNT
                   IF WS-CUR-SRC GREATER THAN ZERO
                       ADD 1 TO WS-SRC-DATA-COUNT(WS-CUR-SRC)
                       IF NOT WS-SRC-ADMITTED(WS-CUR-SRC)
                           ADD 1 TO WS-QUAR-COUNT
                           ADD 1 TO WS-SRC-QUAR-COUNT(WS-CUR-SRC)
                       END-IF
                   ELSE
                       ADD 1 TO WS-QUAR-COUNT
                   END-IF
               END-IF
           ELSE
       1510-EXIT.
           EXIT.

      *COUNT-QUARANTN - THE SAME ABSOLUTE COUNT FOR THE QUARANTINE
      *FILE, WHICH A RECYCLE RUN ALSO EXTENDS.
       1530-COUNT-QUARANTN.

           MOVE ZEROS TO WS-QUAR-WRITTEN.
           OPEN INPUT QUARANTN-FILE.
           IF WS-QUARANTN-STATUS EQUAL '35'
               GO TO 1530-EXIT
           END-IF.
           IF WS-QUARANTN-STATUS NOT EQUAL '00'
               DISPLAY 'COBBDATE: CANNOT OPEN QUARANTN, STATUS='
                   WS-QUARANTN-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-COPY-DONE-SW.
           PERFORM 1531-COUNT-QUAR-REC THRU 1531-EXIT
               UNTIL COPY-DONE.
           CLOSE QUARANTN-FILE.

       1530-EXIT.
           EXIT.

       1531-COUNT-QUAR-REC.

           READ QUARANTN-FILE
               AT END
                   SET COPY-DONE TO TRUE
               NOT AT END
                   ADD 1 TO WS-QUAR-WRITTEN
           END-READ.

       1531-EXIT.
           EXIT.

      **************************************************************
      *TRUNCATE-OUTPUTS - CUT OUTDATES AND REJDATES BACK TO THE
      *RECORD COUNTS THE CHECKPOINT CLAIMS, BY COPYING THE FIRST
           PERFORM 1620-COPY-REJ-TO-WORK THRU 1620-EXIT.
           PERFORM 1625-COPY-WORK-TO-REJ THRU 1625-EXIT.

           MOVE WS-QUAR-WRITTEN TO WS-TRUNC-TARGET.
           PERFORM 1630-COPY-QUAR-TO-WORK THRU 1630-EXIT.
           PERFORM 1635-COPY-WORK-TO-QUAR THRU 1635-EXIT.

       1600-EXIT.
           EXIT.

       1626-EXIT.
           EXIT.

       1630-COPY-QUAR-TO-WORK.

           OPEN OUTPUT CHKWORK-FILE.
           IF WS-CHKWORK-STATUS NOT EQUAL '00'
               DISPLAY 'COBBDATE: CANNOT OPEN CHKWORK, STATUS='
                   WS-CHKWORK-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT QUARANTN-FILE.
           IF WS-QUARANTN-STATUS EQUAL '35'
               AND WS-TRUNC-TARGET EQUAL ZERO
               CLOSE CHKWORK-FILE
               GO TO 1630-EXIT
           END-IF.
           IF WS-QUARANTN-STATUS NOT EQUAL '00'
               DISPLAY 'COBBDATE: QUARANTN MISSING ON RESTART, '
                   'STATUS=' WS-QUARANTN-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE ZEROS TO WS-TRUNC-COUNT.
           MOVE 'N' TO WS-COPY-DONE-SW.
           PERFORM 1631-COPY-QUAR-REC THRU 1631-EXIT
               UNTIL COPY-DONE
                  OR WS-TRUNC-COUNT EQUAL WS-TRUNC-TARGET.

           CLOSE QUARANTN-FILE.
           CLOSE CHKWORK-FILE.

           IF WS-TRUNC-COUNT LESS THAN WS-TRUNC-TARGET
               DISPLAY 'COBBDATE: QUARANTN SHORTER THAN CHECKPOINT '
                   'POSITION - CHECK THE OUTPUT FILES' UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

       1630-EXIT.
           EXIT.

       1631-COPY-QUAR-REC.

           READ QUARANTN-FILE
               AT END
                   SET COPY-DONE TO TRUE
               NOT AT END
                   MOVE QUAR-RECORD TO WORK-RECORD
                   WRITE WORK-RECORD
                   ADD 1 TO WS-TRUNC-COUNT
           END-READ.

       1631-EXIT.
           EXIT.

       1635-COPY-WORK-TO-QUAR.

           OPEN INPUT CHKWORK-FILE.
           OPEN OUTPUT QUARANTN-FILE.
           IF WS-CHKWORK-STATUS NOT EQUAL '00'
               OR WS-QUARANTN-STATUS NOT EQUAL '00'
               DISPLAY 'COBBDATE: TRUNCATE COPY-BACK FAILED, '
                   'STATUS=' WS-CHKWORK-STATUS ' '
                   WS-QUARANTN-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-COPY-DONE-SW.
           PERFORM 1636-COPY-BACK-QUAR THRU 1636-EXIT
               UNTIL COPY-DONE.

           CLOSE CHKWORK-FILE.
           CLOSE QUARANTN-FILE.

       1635-EXIT.
           EXIT.

       1636-COPY-BACK-QUAR.

           READ CHKWORK-FILE
               AT END
                   SET COPY-DONE TO TRUE
               NOT AT END
                   MOVE WORK-RECORD TO QUAR-RECORD
                   WRITE QUAR-RECORD
           END-READ.

       1636-EXIT.
           EXIT.

      **************************************************************
      *LOAD-SRCREG - LOAD THE SOURCE-SYSTEM REGISTRY. A MISSING
      *REGISTRY ADMITS NO SOURCE AT ALL - EVERY RECORD GOES TO
      *QUARANTN - SO AN UNKNOWN SYSTEM CAN NEVER SLIP THROUGH
      *BECAUSE THE CONTROL FILE WAS NOT THERE
      **************************************************************

       1700-LOAD-SRCREG.

           OPEN INPUT SRCREG-FILE.
           IF WS-SRCREG-STATUS NOT EQUAL '00'
               DISPLAY 'COBBDATE: SRCREG NOT AVAILABLE, STATUS='
                   WS-SRCREG-STATUS
                   ' - EVERY SOURCE WILL BE QUARANTINED' UPON CNSL
               GO TO 1700-EXIT
           END-IF.

           PERFORM 1710-READ-SRCREG THRU 1710-EXIT
               UNTIL END-OF-SRCREG
                  OR WS-REG-COUNT EQUAL 200.
           IF WS-REG-COUNT EQUAL 200
               AND NOT END-OF-SRCREG
               READ SRCREG-FILE
                   AT END
                       SET END-OF-SRCREG TO TRUE
               END-READ
               IF NOT END-OF-SRCREG
                   DISPLAY 'COBBDATE: SOURCE REGISTRY EXCEEDS THE '
                       '200-ENTRY WORK TABLE - RUN ABANDONED'
                       UPON CNSL
                   MOVE RC-FILE-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE SRCREG-FILE.

       1700-EXIT.
           EXIT.

       1710-READ-SRCREG.

           READ SRCREG-FILE
               AT END
                   SET END-OF-SRCREG TO TRUE
               NOT AT END
                   ADD 1 TO WS-REG-COUNT
                   MOVE REG-SOURCE-ID TO WS-REG-ID(WS-REG-COUNT)
                   IF REG-CAL-ID EQUAL SPACES
                       MOVE 'DOM' TO WS-REG-CAL(WS-REG-COUNT)
                   ELSE
                       MOVE REG-CAL-ID TO WS-REG-CAL(WS-REG-COUNT)
                   END-IF
                   MOVE REG-STATUS TO WS-REG-STATUS(WS-REG-COUNT)
           END-READ.

       1710-EXIT.
           EXIT.

      **************************************************************
      *LOAD-VALPROF - LOAD THE VALIDATION-PROFILE MASTER. A
      *MISSING MASTER TURNS THE PROFILE RULES OFF WITH A CONSOLE
      *WARNING SO THE FEED STILL RUNS, AS FOR FISCPER
      **************************************************************

       1800-LOAD-VALPROF.

           OPEN INPUT VALPROF-FILE.
           IF WS-VALPROF-STATUS NOT EQUAL '00'
               DISPLAY 'COBBDATE: VALPROF NOT AVAILABLE, STATUS='
                   WS-VALPROF-STATUS
                   ' - SOURCE PROFILE CHECKS SKIPPED' UPON CNSL
               GO TO 1800-EXIT
           END-IF.

           PERFORM 1810-READ-VALPROF THRU 1810-EXIT
               UNTIL END-OF-VALPROF
                  OR WS-PRF-COUNT EQUAL 200.
           IF WS-PRF-COUNT EQUAL 200
               AND NOT END-OF-VALPROF
               READ VALPROF-FILE
                   AT END
                       SET END-OF-VALPROF TO TRUE
               END-READ
               IF NOT END-OF-VALPROF
                   DISPLAY 'COBBDATE: VALIDATION PROFILE MASTER '
                       'EXCEEDS THE 200-ENTRY WORK TABLE - RUN '
                       'ABANDONED' UPON CNSL
                   MOVE RC-FILE-ERROR TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
           CLOSE VALPROF-FILE.

       1800-EXIT.
           EXIT.

      *A PROFILE WITH A NON-NUMERIC AGE OR AN UNKNOWN AGE BASIS
      *IS SKIPPED WITH A MESSAGE, AS A BAD FISCPER ENTRY IS. A
      *BLANK BASIS WITH AN AGE SET MEANS CALENDAR DAYS.
       1810-READ-VALPROF.

           READ VALPROF-FILE
               AT END
                   SET END-OF-VALPROF TO TRUE
                   GO TO 1810-EXIT
           END-READ.

           IF PRF-MAX-AGE NOT EQUAL SPACES
               AND PRF-MAX-AGE IS NOT NUMERIC
               DISPLAY 'COBBDATE: VALPROF SOURCE ' PRF-SOURCE-ID
                   ' HAS A NON-NUMERIC MAXIMUM AGE - ENTRY SKIPPED'
                   UPON CNSL
               GO TO 1810-EXIT
           END-IF.
           IF PRF-AGE-BASIS NOT EQUAL SPACE
               AND NOT PRF-AGE-CALENDAR
               AND NOT PRF-AGE-BUSINESS
               DISPLAY 'COBBDATE: VALPROF SOURCE ' PRF-SOURCE-ID
                   ' HAS AN UNKNOWN AGE BASIS - ENTRY SKIPPED'
                   UPON CNSL
               GO TO 1810-EXIT
           END-IF.

           ADD 1 TO WS-PRF-COUNT.
           MOVE PRF-SOURCE-ID TO WS-PRF-ID(WS-PRF-COUNT).
           MOVE PRF-NOT-FUTURE TO WS-PRF-NOT-FUTURE(WS-PRF-COUNT).
           IF PRF-MAX-AGE EQUAL SPACES
               MOVE ZEROS TO WS-PRF-MAX-AGE(WS-PRF-COUNT)
           ELSE
               MOVE PRF-MAX-AGE-NUM TO WS-PRF-MAX-AGE(WS-PRF-COUNT)
           END-IF.
           MOVE PRF-AGE-BASIS TO WS-PRF-AGE-BASIS(WS-PRF-COUNT).
           MOVE PRF-BUSDAY TO WS-PRF-BUSDAY(WS-PRF-COUNT).
           MOVE PRF-MONTH-END TO WS-PRF-MONTH-END(WS-PRF-COUNT).
           MOVE PRF-OPEN-PERIOD TO WS-PRF-OPEN-PERIOD(WS-PRF-COUNT).

       1810-EXIT.
           EXIT.

      **************************************************************
      *PROCESS-RECORD - ROUTE CONTROL RECORDS TO THE FEED
      *BOOKKEEPING, VALIDATE A DATA RECORD AND WRITE THE RESULT
                   PERFORM 2400-CONTROL-RECORD THRU 2400-EXIT
                   GO TO 2000-NEXT
               END-IF
      *A SET ALREADY TAKEN IS COUNTED AGAINST ITS TRAILER AND
      *OTHERWISE PASSED OVER.
               IF WS-CUR-SRC GREATER THAN ZERO
                   IF WS-SRC-DUPLICATE(WS-CUR-SRC)
                       ADD 1 TO WS-SRC-DATA-COUNT(WS-CUR-SRC)
                       ADD 1 TO WS-DUP-REC-COUNT
                       GO TO 2000-NEXT
                   END-IF
               END-IF
               IF WS-CUR-SRC GREATER THAN ZERO
                   MOVE WS-SRC-ID(WS-CUR-SRC) TO WS-REC-SOURCE-ID
                   MOVE WS-SRC-CAL-ID(WS-CUR-SRC) TO WS-REC-CAL-ID
                   MOVE WS-SRC-PRF-SUB(WS-CUR-SRC) TO WS-REC-PRF-SUB
                   MOVE WS-SRC-REG-SW(WS-CUR-SRC) TO WS-REC-REG-SW
               ELSE
                   MOVE SPACES TO WS-REC-SOURCE-ID
                   MOVE ZEROS TO WS-REC-PRF-SUB
                   SET REC-UNREGISTERED TO TRUE
               END-IF
           ELSE
               PERFORM 2450-FIND-SOURCE THRU 2450-EXIT
           END-IF.

           IF NOT REC-ADMITTED
               PERFORM 2800-QUARANTINE THRU 2800-EXIT
               GO TO 2000-NEXT
           END-IF.
           MOVE WS-REC-CAL-ID TO LS-CAL-ID.

           MOVE SPACES        TO OUT-RECORD.
           MOVE WS-DATE-RAW   TO OUT-DATE.
               PERFORM 2700-CHECK-FISCAL THRU 2700-EXIT
           END-IF.

           IF OUT-STATUS EQUAL 'YES'
               AND WS-REC-PRF-SUB GREATER THAN ZERO
               PERFORM 2900-CHECK-PROFILE THRU 2900-EXIT
           END-IF.

           ADD 1 TO WS-DATA-COUNT.
           IF NORMAL-RUN AND WS-CUR-SRC GREATER THAN ZERO
               ADD 1 TO WS-SRC-DATA-COUNT(WS-CUR-SRC)
               STOP RUN
           END-IF.

           CLOSE QUARANTN-FILE.
           OPEN EXTEND QUARANTN-FILE.
           IF WS-QUARANTN-STATUS NOT EQUAL '00'
               DISPLAY 'COBBDATE: CANNOT REOPEN QUARANTN, STATUS='
                   WS-QUARANTN-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT CHKPOINT-FILE.
           IF WS-CHKPOINT-STATUS NOT EQUAL '00'
               DISPLAY 'COBBDATE: CANNOT OPEN CHKPOINT, STATUS='
           MOVE WS-TRL-EXPECTED TO CHK-TRL-COUNT.
           MOVE WS-OUT-WRITTEN TO CHK-OUT-COUNT.
           MOVE WS-REJ-WRITTEN TO CHK-REJ-COUNT.
           MOVE WS-QUAR-WRITTEN TO CHK-QUAR-COUNT.
           WRITE CHKPOINT-RECORD.
           IF WS-CHKPOINT-STATUS NOT EQUAL '00'
               DISPLAY 'COBBDATE: CHKPOINT WRITE FAILED, STATUS='

      **************************************************************
      *CONTROL-RECORD - EACH HDR OPENS A NEW ENTRY IN THE SOURCE
      *WORK TABLE, IS CHECKED AGAINST THE REGISTRY FOR ITS
      *CALENDAR AND ADMISSION, AND BECOMES THE CURRENT SOURCE;
      *EACH TRL CLOSES
      *THE CURRENT SOURCE WITH ITS EXPECTED COUNT FOR THE
      *END-OF-JOB PER-SOURCE RECONCILE. A TRAILER WITH A
      *NON-NUMERIC COUNT IS TREATED AS MISSING SO THE SOURCE
               MOVE ZEROS TO WS-SRC-DATA-COUNT(WS-CUR-SRC)
               MOVE ZEROS TO WS-SRC-ACCEPT-COUNT(WS-CUR-SRC)
               MOVE ZEROS TO WS-SRC-REJECT-COUNT(WS-CUR-SRC)
               MOVE ZEROS TO WS-SRC-QUAR-COUNT(WS-CUR-SRC)
               DISPLAY 'COBBDATE: FEED HEADER - DATE '
                   IN-HDR-FEED-DATE ' SOURCE ' IN-HDR-SOURCE-ID
                   UPON CNSL
               MOVE IN-HDR-SOURCE-ID TO WS-REC-SOURCE-ID
               PERFORM 2450-FIND-SOURCE THRU 2450-EXIT
               MOVE WS-REC-CAL-ID TO WS-SRC-CAL-ID(WS-CUR-SRC)
               MOVE WS-REC-PRF-SUB TO WS-SRC-PRF-SUB(WS-CUR-SRC)
               MOVE WS-REC-REG-SW TO WS-SRC-REG-SW(WS-CUR-SRC)
               EVALUATE TRUE
                   WHEN REC-UNREGISTERED
                       DISPLAY 'COBBDATE: SOURCE ' IN-HDR-SOURCE-ID
                           ' NOT ON THE SOURCE REGISTRY - ITS '
                           'RECORDS GO TO QUARANTN' UPON CNSL
                   WHEN REC-SUSPENDED
                       DISPLAY 'COBBDATE: SOURCE ' IN-HDR-SOURCE-ID
                           ' IS SUSPENDED - ITS RECORDS GO TO '
                           'QUARANTN' UPON CNSL
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               PERFORM 2470-CHECK-FEEDLOG THRU 2470-EXIT
           ELSE
               IF WS-CUR-SRC EQUAL ZERO
                   DISPLAY 'COBBDATE: FEED TRAILER WITHOUT A '
       2400-EXIT.
           EXIT.

      **************************************************************
      *FIND-SOURCE - LOOK WS-REC-SOURCE-ID UP ON THE REGISTRY
      *TABLE. SETS THE VERDICT (ADMITTED, SUSPENDED OR
      *UNREGISTERED) AND THE CALENDAR THE SOURCE IS JUDGED ON,
      *THEN FINDS THE SOURCE'S VALIDATION PROFILE, IF IT HAS ONE
      **************************************************************

       2450-FIND-SOURCE.

           SET REC-UNREGISTERED TO TRUE.
           MOVE 'DOM' TO WS-REC-CAL-ID.
           MOVE 1 TO WS-REG-SUB.
           PERFORM 2460-FIND-SOURCE-STEP THRU 2460-EXIT
               UNTIL REC-FOUND
                  OR WS-REG-SUB GREATER THAN WS-REG-COUNT.

           MOVE ZEROS TO WS-REC-PRF-SUB.
           MOVE 1 TO WS-PRF-SUB.
           PERFORM 2490-FIND-PROFILE-STEP THRU 2490-EXIT
               UNTIL WS-REC-PRF-SUB GREATER THAN ZERO
                  OR WS-PRF-SUB GREATER THAN WS-PRF-COUNT.

       2450-EXIT.
           EXIT.

       2460-FIND-SOURCE-STEP.

           IF WS-REG-ID(WS-REG-SUB) EQUAL WS-REC-SOURCE-ID
               MOVE WS-REG-CAL(WS-REG-SUB) TO WS-REC-CAL-ID
               IF WS-REG-ACTIVE(WS-REG-SUB)
                   SET REC-ADMITTED TO TRUE
               ELSE
                   SET REC-SUSPENDED TO TRUE
               END-IF
           ELSE
               ADD 1 TO WS-REG-SUB
           END-IF.

       2460-EXIT.
           EXIT.

      **************************************************************
      *CHECK-FEEDLOG - HAS THIS SOURCE'S SET FOR THIS FEED DATE
      *ALREADY BEEN TAKEN, EARLIER IN THIS FEED OR BY A PRIOR RUN
      *ON FEEDLOG? IF SO THE SET IS SKIPPED AS A DUPLICATE
      *TRANSMISSION, UNLESS RUNPARM NAMES IT FOR REPROCESSING
      **************************************************************

       2470-CHECK-FEEDLOG.

           SET WS-SRC-FIRST-TAKE(WS-CUR-SRC) TO TRUE.
           MOVE ZEROS TO WS-SRC-PRIOR-RUN-DATE(WS-CUR-SRC).
           MOVE ZEROS TO WS-SRC-PRIOR-RUN-TIME(WS-CUR-SRC).
           MOVE 'N' TO WS-PRIOR-SW.
           MOVE 'N' TO WS-PRIOR-LOG-SW.
           MOVE ZEROS TO WS-PRIOR-BUS-DATE.

           MOVE 1 TO WS-SRC-SUB.
           PERFORM 2480-FIND-EARLIER-SET THRU 2480-EXIT
               UNTIL PRIOR-RECEIPT-FOUND
                  OR WS-SRC-SUB NOT LESS THAN WS-CUR-SRC.

           IF NOT PRIOR-RECEIPT-FOUND
               MOVE IN-HDR-SOURCE-ID TO FDL-SOURCE-ID
               MOVE IN-HDR-FEED-DATE TO FDL-FEED-DATE
               READ FEEDLOG-FILE
               EVALUATE WS-FEEDLOG-STATUS
                   WHEN '00'
                       SET PRIOR-RECEIPT-FOUND TO TRUE
                       SET PRIOR-ON-FEEDLOG TO TRUE
                       IF FDL-BUS-DATE NUMERIC
                           MOVE FDL-BUS-DATE TO WS-PRIOR-BUS-DATE
                       END-IF
                       MOVE FDL-RUN-DATE-8
                           TO WS-SRC-PRIOR-RUN-DATE(WS-CUR-SRC)
                       MOVE FDL-RUN-START-TIME
                           TO WS-SRC-PRIOR-RUN-TIME(WS-CUR-SRC)
                   WHEN '23'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY 'COBBDATE: FEEDLOG READ FAILED, '
                           'STATUS=' WS-FEEDLOG-STATUS UPON CNSL
                       MOVE RC-FILE-ERROR TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.

           IF NOT PRIOR-RECEIPT-FOUND
               GO TO 2470-EXIT
           END-IF.

           IF PRIOR-ON-FEEDLOG
               AND WS-PRIOR-BUS-DATE EQUAL LS-STEP-BUS-DATE
               AND (RESTART-RUN OR LS-STEP-FORCED-RERUN)
               SET WS-SRC-REPROCESS(WS-CUR-SRC) TO TRUE
               ADD 1 TO WS-REPROC-SET-COUNT
               DISPLAY 'COBBDATE: SOURCE ' IN-HDR-SOURCE-ID
                   ' FEED DATE ' IN-HDR-FEED-DATE
                   ' TAKEN BY RUN '
                   WS-SRC-PRIOR-RUN-DATE(WS-CUR-SRC) ' '
                   WS-SRC-PRIOR-RUN-TIME(WS-CUR-SRC)
                   ' FOR THIS BUSINESS DATE - RETAKEN ON RERUN'
                   UPON CNSL
               GO TO 2470-EXIT
           END-IF.

           IF IN-HDR-SOURCE-ID EQUAL WS-REPROC-SOURCE
               AND (WS-REPROC-DATE EQUAL SPACES
                    OR WS-REPROC-DATE-NUM EQUAL IN-HDR-FEED-DATE)
               SET WS-SRC-REPROCESS(WS-CUR-SRC) TO TRUE
               ADD 1 TO WS-REPROC-SET-COUNT
               DISPLAY 'COBBDATE: SOURCE ' IN-HDR-SOURCE-ID
                   ' FEED DATE ' IN-HDR-FEED-DATE
                   ' ALREADY TAKEN BY RUN '
                   WS-SRC-PRIOR-RUN-DATE(WS-CUR-SRC) ' '
                   WS-SRC-PRIOR-RUN-TIME(WS-CUR-SRC)
                   ' - REPROCESSED BY RUNPARM OVERRIDE' UPON CNSL
           ELSE
               SET WS-SRC-DUPLICATE(WS-CUR-SRC) TO TRUE
               ADD 1 TO WS-DUP-SET-COUNT
               DISPLAY 'COBBDATE: SOURCE ' IN-HDR-SOURCE-ID
                   ' FEED DATE ' IN-HDR-FEED-DATE
                   ' ALREADY TAKEN BY RUN '
                   WS-SRC-PRIOR-RUN-DATE(WS-CUR-SRC) ' '
                   WS-SRC-PRIOR-RUN-TIME(WS-CUR-SRC)
                   ' - DUPLICATE SET SKIPPED' UPON CNSL
           END-IF.

       2470-EXIT.
           EXIT.

      *AN EARLIER SET IN THIS SAME FEED THAT WAS ACTUALLY TAKEN
      *COUNTS AS A PRIOR RECEIPT BY THIS RUN.
       2480-FIND-EARLIER-SET.

           IF WS-SRC-ID(WS-SRC-SUB) EQUAL WS-SRC-ID(WS-CUR-SRC)
               AND WS-SRC-FEED-DATE(WS-SRC-SUB)
                   EQUAL WS-SRC-FEED-DATE(WS-CUR-SRC)
               AND NOT WS-SRC-DUPLICATE(WS-SRC-SUB)
               SET PRIOR-RECEIPT-FOUND TO TRUE
               MOVE WS-RUN-DATE-8
                   TO WS-SRC-PRIOR-RUN-DATE(WS-CUR-SRC)
               MOVE WS-RUN-START-TIME
                   TO WS-SRC-PRIOR-RUN-TIME(WS-CUR-SRC)
           ELSE
               ADD 1 TO WS-SRC-SUB
           END-IF.

       2480-EXIT.
           EXIT.

       2490-FIND-PROFILE-STEP.

           IF WS-PRF-ID(WS-PRF-SUB) EQUAL WS-REC-SOURCE-ID
               MOVE WS-PRF-SUB TO WS-REC-PRF-SUB
           ELSE
               ADD 1 TO WS-PRF-SUB
           END-IF.

       2490-EXIT.
           EXIT.

      **************************************************************
      *CHECK-RESULTS - LOOK THE NORMALIZED DATE UP IN THE RESULTS
      *MASTER. A HIT REUSES THE STORED RESULT AND REFRESHES THE

           SET RESULT-NOT-CACHED TO TRUE.
           MOVE LS-DATE-8 TO RES-DATE-8.
           MOVE WS-REC-CAL-ID TO RES-CAL-ID.
           READ RSLTMAST-FILE.
           EVALUATE WS-RSLTMAST-STATUS
               WHEN '00'
           END-IF.

           MOVE LS-DATE-8      TO RES-DATE-8.
           MOVE WS-REC-CAL-ID  TO RES-CAL-ID.
           MOVE LS-RESPONSE    TO RES-STATUS.
           MOVE LS-REASON      TO RES-REASON.
           MOVE LS-BUSDAY-IND  TO RES-BUSDAY-IND.
       2710-EXIT.
           EXIT.

      **************************************************************
      *QUARANTINE - A RECORD FROM A SOURCE THE REGISTRY DOES NOT
      *ADMIT IS NOT VALIDATED. IT IS WRITTEN AS RECEIVED TO
      *QUARANTN AND STILL COUNTS TOWARD ITS SOURCE'S TRAILER, SO
      *THE FEED RECONCILES WHILE NOTHING FROM IT REACHES
      *OUTDATES OR REJDATES
      **************************************************************

       2800-QUARANTINE.

           MOVE SPACES TO QUAR-RECORD.
           MOVE WS-DATE-RAW TO QUAR-DATE-RAW.
           MOVE WS-REC-COUNT TO QUAR-SEQ.
           MOVE WS-REC-SOURCE-ID TO QUAR-SOURCE-ID.
           IF NORMAL-RUN AND WS-CUR-SRC GREATER THAN ZERO
               MOVE WS-SRC-FEED-DATE(WS-CUR-SRC) TO QUAR-FEED-DATE
           ELSE
               MOVE ZEROS TO QUAR-FEED-DATE
           END-IF.
           EVALUATE TRUE
               WHEN REC-SUSPENDED
                   MOVE 'SOURCE SUSPEND' TO QUAR-REASON
               WHEN WS-REC-SOURCE-ID EQUAL SPACES
                   MOVE 'NO FEED HEADER' TO QUAR-REASON
               WHEN OTHER
                   MOVE 'UNREGISTERED' TO QUAR-REASON
           END-EVALUATE.
           WRITE QUAR-RECORD.
           IF WS-QUARANTN-STATUS NOT EQUAL '00'
               DISPLAY 'COBBDATE: QUARANTN WRITE FAILED, STATUS='
                   WS-QUARANTN-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-QUAR-WRITTEN.

           ADD 1 TO WS-DATA-COUNT.
           ADD 1 TO WS-QUAR-COUNT.
           IF NORMAL-RUN AND WS-CUR-SRC GREATER THAN ZERO
               ADD 1 TO WS-SRC-DATA-COUNT(WS-CUR-SRC)
               ADD 1 TO WS-SRC-QUAR-COUNT(WS-CUR-SRC)
           END-IF.

       2800-EXIT.
           EXIT.

      **************************************************************
      *CHECK-PROFILE - HOLD AN ACCEPTED DATE TO ITS SOURCE'S
      *VALIDATION PROFILE. THE FIRST RULE BROKEN TURNS THE RECORD
      *INTO A REJECT WITH THAT RULE'S REASON. LIKE THE FISCAL
      *CHECK THIS RUNS AFTER THE RSLTMAST CACHE AND IS NEVER
      *STORED THERE - AGE AND FUTURE DEPEND ON THE FEED DATE AND
      *OPEN/CLOSED ON THE DAY'S FISCAL MASTER
      **************************************************************

       2900-CHECK-PROFILE.

           MOVE WS-REC-PRF-SUB TO WS-PRF-SUB.
           MOVE WS-RUN-DATE-8 TO WS-ASOF-DATE.
           IF NORMAL-RUN AND WS-CUR-SRC GREATER THAN ZERO
               IF WS-SRC-FEED-DATE(WS-CUR-SRC) GREATER THAN ZERO
                   MOVE WS-SRC-FEED-DATE(WS-CUR-SRC) TO WS-ASOF-DATE
               END-IF
           END-IF.

           IF WS-PRF-NO-FUTURE(WS-PRF-SUB)
               AND LS-DATE-8 GREATER THAN WS-ASOF-DATE
               MOVE 'FUTURE DATE' TO WS-PRF-REASON
               GO TO 2900-REJECT
           END-IF.

           IF WS-PRF-MAX-AGE(WS-PRF-SUB) GREATER THAN ZERO
               AND LS-DATE-8 LESS THAN WS-ASOF-DATE
               PERFORM 2910-CHECK-AGE THRU 2910-EXIT
               IF WS-PRF-REASON NOT EQUAL SPACES
                   GO TO 2900-REJECT
               END-IF
           END-IF.

           IF WS-PRF-BUSDAY-ONLY(WS-PRF-SUB)
               AND OUT-BUSDAY-IND NOT EQUAL 'Y'
               MOVE 'NOT A BUSDAY' TO WS-PRF-REASON
               GO TO 2900-REJECT
           END-IF.

           IF WS-PRF-MONTH-END-ONLY(WS-PRF-SUB)
               PERFORM 2920-CHECK-MONTH-END THRU 2920-EXIT
               IF WS-PRF-REASON NOT EQUAL SPACES
                   GO TO 2900-REJECT
               END-IF
           END-IF.

      *A DATE IN A CLOSED OR UNKNOWN PERIOD HAS ALREADY BEEN
      *REJECTED BY 2700-CHECK-FISCAL, SO THE RULE ONLY BITES WHEN
      *THE FISCAL MASTER WAS NOT THERE TO PROVE THE PERIOD OPEN.
           IF WS-PRF-OPEN-PRD-ONLY(WS-PRF-SUB)
               AND NOT FISCAL-LOADED
               MOVE 'PERIOD UNPROVEN' TO WS-PRF-REASON
               GO TO 2900-REJECT
           END-IF.

           GO TO 2900-EXIT.

       2900-REJECT.

           MOVE 'NO '          TO OUT-STATUS.
           MOVE WS-PRF-REASON  TO OUT-REASON.
           ADD 1 TO WS-PROFILE-REJ-COUNT.

       2900-EXIT.
           EXIT.

      *OLDER THAN THE LIMIT WHEN THE DATE PLUS THE MAXIMUM AGE -
      *IN CALENDAR DAYS, OR BUSINESS DAYS OF THE SOURCE'S OWN
      *CALENDAR - STILL FALLS SHORT OF THE FEED DATE.
       2910-CHECK-AGE.

           MOVE SPACES TO WS-PRF-REASON.
           IF WS-PRF-AGE-BUSINESS(WS-PRF-SUB)
               MOVE 'AB' TO LS-CALC-FUNCTION
           ELSE
               MOVE 'AD' TO LS-CALC-FUNCTION
           END-IF.
           MOVE LS-DATE-8 TO LS-CALC-DATE-1.
           MOVE WS-PRF-MAX-AGE(WS-PRF-SUB) TO LS-CALC-DAYS.
           MOVE WS-REC-CAL-ID TO LS-CALC-CAL-ID.
           PERFORM 2990-CALL-DCALC THRU 2990-EXIT.
           IF LS-CALC-ERROR
               PERFORM 2930-RULE-UNCHECKED THRU 2930-EXIT
               GO TO 2910-EXIT
           END-IF.

           IF LS-CALC-RESULT-DATE LESS THAN WS-ASOF-DATE
               MOVE 'DATE TOO OLD' TO WS-PRF-REASON
           END-IF.

       2910-EXIT.
           EXIT.

      *A MONTH-END IS A DATE WHOSE NEXT DAY IS THE 1ST.
       2920-CHECK-MONTH-END.

           MOVE SPACES TO WS-PRF-REASON.
           MOVE 'AD' TO LS-CALC-FUNCTION.
           MOVE LS-DATE-8 TO LS-CALC-DATE-1.
           MOVE 1 TO LS-CALC-DAYS.
           MOVE WS-REC-CAL-ID TO LS-CALC-CAL-ID.
           PERFORM 2990-CALL-DCALC THRU 2990-EXIT.
           IF LS-CALC-ERROR
               PERFORM 2930-RULE-UNCHECKED THRU 2930-EXIT
               GO TO 2920-EXIT
           END-IF.

           MOVE LS-CALC-RESULT-DATE TO WS-PRF-WORK-DATE.
           IF WS-PRF-WORK-DD NOT EQUAL 1
               MOVE 'NOT MONTH END' TO WS-PRF-REASON
           END-IF.

       2920-EXIT.
           EXIT.

      *A RULE THAT CANNOT BE WORKED OUT IS NOT PASSED: THE DATE IS
      *REJECTED UNDER ITS OWN REASON SO THE REPORTS SHOW IT.
       2930-RULE-UNCHECKED.

           MOVE 'RULE UNCHECKED' TO WS-PRF-REASON.
           IF NOT CALC-FAILURE-SHOWN
               SET CALC-FAILURE-SHOWN TO TRUE
               DISPLAY 'COBBDATE: COBDCALC ' LS-CALC-FUNCTION
                   ' FAILED ON CALENDAR ' WS-REC-CAL-ID ' - '
                   LS-CALC-REASON
                   ' - DATES REJECTED AS RULE UNCHECKED' UPON CNSL
           END-IF.

       2930-EXIT.
           EXIT.

       2990-CALL-DCALC.

           CALL 'COBDCALC' USING DATE-CALC-REC
               ON EXCEPTION
                   DISPLAY 'COBBDATE: COBDCALC CALL FAILED' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.

       2990-EXIT.
           EXIT.

      **************************************************************
      *RECONCILE-FEED - EACH SOURCE'S DATA COUNT MUST MATCH ITS
      *OWN TRAILER. A MISSING HEADER OR TRAILER, OR A COUNT
                   UPON CNSL
           END-IF.

           IF WS-SRC-QUAR-COUNT(WS-SRC-SUB) GREATER THAN ZERO
               DISPLAY 'COBBDATE: SOURCE ' WS-SRC-ID(WS-SRC-SUB)
                   ' - ' WS-SRC-QUAR-COUNT(WS-SRC-SUB)
                   ' RECORDS QUARANTINED, NOT VALIDATED' UPON CNSL
           END-IF.

           IF WS-SRC-DUPLICATE(WS-SRC-SUB)
               DISPLAY 'COBBDATE: SOURCE ' WS-SRC-ID(WS-SRC-SUB)
                   ' - DUPLICATE SET, ALL '
                   WS-SRC-DATA-COUNT(WS-SRC-SUB)
                   ' RECORDS SKIPPED' UPON CNSL
           END-IF.

       8100-NEXT.

           ADD 1 TO WS-SRC-SUB.
       8100-EXIT.
           EXIT.

      **************************************************************
      *PRINT-DUPLICATES - THE DUPFEED LISTING: EVERY SET FOUND
      *ALREADY ON FEEDLOG (OR EARLIER IN THIS FEED), WHETHER IT
      *WAS SKIPPED OR REPROCESSED BY OVERRIDE, AND THE RUN THAT
      *FIRST TOOK IT. WRITTEN AT END OF RUN FROM THE SOURCE
      *TABLE, SO A RESTART PRODUCES IT WHOLE
      **************************************************************

       8200-PRINT-DUPLICATES.

           OPEN OUTPUT DUPFEED-FILE.
           IF WS-DUPFEED-STATUS NOT EQUAL '00'
               DISPLAY 'COBBDATE: CANNOT OPEN DUPFEED, STATUS='
                   WS-DUPFEED-STATUS ' - LISTING NOT WRITTEN'
                   UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GO TO 8200-EXIT
           END-IF.

           MOVE SPACES TO DUP-PRINT-LINE.
           STRING 'COBBDATE - DUPLICATE FEED LISTING'
               DELIMITED BY SIZE INTO DUP-PRINT-LINE.
           WRITE DUP-PRINT-LINE.
           MOVE SPACES TO DUP-PRINT-LINE.
           STRING 'RUN DATE : ' WS-RUN-DATE-8(1:4) '-'
               WS-RUN-DATE-8(5:2) '-' WS-RUN-DATE-8(7:2)
               DELIMITED BY SIZE INTO DUP-PRINT-LINE.
           WRITE DUP-PRINT-LINE.
           MOVE SPACES TO DUP-PRINT-LINE.
           WRITE DUP-PRINT-LINE.
           MOVE SPACES TO DUP-PRINT-LINE.
           STRING 'SOURCE   FEED DATE   RECORDS   TRAILER  ACTION'
               '       TAKEN BY RUN'
               DELIMITED BY SIZE INTO DUP-PRINT-LINE.
           WRITE DUP-PRINT-LINE.

           MOVE 1 TO WS-SRC-SUB.
           PERFORM 8210-PRINT-DUP-SET THRU 8210-EXIT
               UNTIL WS-SRC-SUB GREATER THAN WS-SRC-COUNT.

           IF WS-DUP-SET-COUNT EQUAL ZERO
               AND WS-REPROC-SET-COUNT EQUAL ZERO
               MOVE SPACES TO DUP-PRINT-LINE
               STRING 'NO DUPLICATE FEED SETS'
                   DELIMITED BY SIZE INTO DUP-PRINT-LINE
               WRITE DUP-PRINT-LINE
           END-IF.

           MOVE SPACES TO DUP-PRINT-LINE.
           WRITE DUP-PRINT-LINE.
           MOVE WS-DUP-SET-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO DUP-PRINT-LINE.
           STRING 'SETS SKIPPED . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO DUP-PRINT-LINE.
           WRITE DUP-PRINT-LINE.
           MOVE WS-DUP-REC-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO DUP-PRINT-LINE.
           STRING 'RECORDS SKIPPED  . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO DUP-PRINT-LINE.
           WRITE DUP-PRINT-LINE.
           MOVE WS-REPROC-SET-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO DUP-PRINT-LINE.
           STRING 'SETS REPROCESSED . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO DUP-PRINT-LINE.
           WRITE DUP-PRINT-LINE.

           CLOSE DUPFEED-FILE.

       8200-EXIT.
           EXIT.

       8210-PRINT-DUP-SET.

           IF WS-SRC-FIRST-TAKE(WS-SRC-SUB)
               GO TO 8210-NEXT
           END-IF.

           IF WS-SRC-DUPLICATE(WS-SRC-SUB)
               MOVE 'SKIPPED' TO WS-DUP-ACTION
           ELSE
               MOVE 'REPROCESSED' TO WS-DUP-ACTION
           END-IF.
           MOVE WS-SRC-DATA-COUNT(WS-SRC-SUB) TO WS-EDIT-COUNT.
           MOVE WS-SRC-EXPECTED(WS-SRC-SUB) TO WS-EDIT-TRAILER.
           MOVE SPACES TO DUP-PRINT-LINE.
           STRING WS-SRC-ID(WS-SRC-SUB) ' '
               WS-SRC-FEED-DATE(WS-SRC-SUB) ' '
               WS-EDIT-COUNT ' ' WS-EDIT-TRAILER '  '
               WS-DUP-ACTION ' '
               WS-SRC-PRIOR-RUN-DATE(WS-SRC-SUB) ' '
               WS-SRC-PRIOR-RUN-TIME(WS-SRC-SUB)
               DELIMITED BY SIZE INTO DUP-PRINT-LINE.
           WRITE DUP-PRINT-LINE.

       8210-NEXT.

           ADD 1 TO WS-SRC-SUB.

       8210-EXIT.
           EXIT.

      **************************************************************
      *LOG-FEEDS - RECORD EVERY SET THIS RUN TOOK ON FEEDLOG.
      *RUN ONLY AFTER THE CLEAN CHECKPOINT: UNTIL THEN A RESTART
      *MUST SEE FEEDLOG EXACTLY AS THE ABENDED RUN SAW IT.
      *QUARANTINED SETS WERE NOT VALIDATED AND ARE NOT LOGGED.
      *A REPROCESSED SET'S ENTRY MOVES ON TO THIS RUN
      **************************************************************

       8300-LOG-FEEDS.

           MOVE 1 TO WS-SRC-SUB.
           PERFORM 8310-LOG-FEED-SET THRU 8310-EXIT
               UNTIL WS-SRC-SUB GREATER THAN WS-SRC-COUNT.

       8300-EXIT.
           EXIT.

       8310-LOG-FEED-SET.

           IF WS-SRC-DUPLICATE(WS-SRC-SUB)
               OR NOT WS-SRC-ADMITTED(WS-SRC-SUB)
               GO TO 8310-NEXT
           END-IF.

      *    A SET THAT DID NOT RECONCILE FAILS THE RUN; LEAVING IT
      *    OFF THE LOG LETS THE RERUN OR A RETRANSMISSION TAKE IT.
           IF NOT WS-SRC-TRL-SEEN(WS-SRC-SUB)
               OR WS-SRC-DATA-COUNT(WS-SRC-SUB)
                   NOT EQUAL WS-SRC-EXPECTED(WS-SRC-SUB)
               DISPLAY 'COBBDATE: SOURCE ' WS-SRC-ID(WS-SRC-SUB)
                   ' FEED DATE ' WS-SRC-FEED-DATE(WS-SRC-SUB)
                   ' DID NOT RECONCILE - NOT LOGGED ON FEEDLOG'
                   UPON CNSL
               GO TO 8310-NEXT
           END-IF.

           MOVE WS-SRC-ID(WS-SRC-SUB) TO FDL-SOURCE-ID.
           MOVE WS-SRC-FEED-DATE(WS-SRC-SUB) TO FDL-FEED-DATE.
           READ FEEDLOG-FILE.
           EVALUATE WS-FEEDLOG-STATUS
               WHEN '00'
                   ADD 1 TO FDL-TAKEN-COUNT
               WHEN '23'
                   MOVE 1 TO FDL-TAKEN-COUNT
               WHEN OTHER
                   DISPLAY 'COBBDATE: FEEDLOG READ FAILED, STATUS='
                       WS-FEEDLOG-STATUS ' - SOURCE '
                       WS-SRC-ID(WS-SRC-SUB) ' NOT LOGGED' UPON CNSL
                   MOVE RC-FILE-ERROR TO RETURN-CODE
                   GO TO 8310-NEXT
           END-EVALUATE.

           MOVE WS-SRC-EXPECTED(WS-SRC-SUB) TO FDL-TRAILER-COUNT.
           MOVE WS-SRC-DATA-COUNT(WS-SRC-SUB) TO FDL-DATA-COUNT.
           MOVE WS-SRC-ACCEPT-COUNT(WS-SRC-SUB) TO FDL-ACCEPT-COUNT.
           MOVE WS-SRC-REJECT-COUNT(WS-SRC-SUB) TO FDL-REJECT-COUNT.
           SET FDL-RECONCILED TO TRUE.
           MOVE WS-RUN-DATE-8 TO FDL-RUN-DATE-8.
           MOVE WS-RUN-START-TIME TO FDL-RUN-START-TIME.
           MOVE LS-STEP-BUS-DATE TO FDL-BUS-DATE.

           IF FDL-TAKEN-COUNT EQUAL 1
               WRITE FDL-RECORD
           ELSE
               REWRITE FDL-RECORD
           END-IF.
           IF WS-FEEDLOG-STATUS NOT EQUAL '00'
               DISPLAY 'COBBDATE: FEEDLOG WRITE FAILED, STATUS='
                   WS-FEEDLOG-STATUS ' - SOURCE '
                   WS-SRC-ID(WS-SRC-SUB) ' NOT LOGGED' UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
           END-IF.

       8310-NEXT.

           ADD 1 TO WS-SRC-SUB.

       8310-EXIT.
           EXIT.

      **************************************************************
      *LOG-STATS - ONE SRCSTAT RECORD PER SOURCE SET TAKEN, UNDER
      *THE BUSINESS DATE AND THIS RUN'S START TIME. LIKE FEEDLOG
      *IT IS WRITTEN ONLY AFTER THE CLEAN CHECKPOINT, AND A
      *FAILURE WARNS AND SETS A NON-ZERO RETURN CODE WITHOUT
      *ABANDONING THE SHUTDOWN
      **************************************************************

       8400-LOG-STATS.

           OPEN I-O SRCSTAT-FILE.
           IF WS-SRCSTAT-STATUS EQUAL '35'
               OPEN OUTPUT SRCSTAT-FILE
               CLOSE SRCSTAT-FILE
               OPEN I-O SRCSTAT-FILE
           END-IF.
           IF WS-SRCSTAT-STATUS NOT EQUAL '00'
               DISPLAY 'COBBDATE: CANNOT OPEN SRCSTAT, STATUS='
                   WS-SRCSTAT-STATUS ' - STATISTICS NOT RECORDED'
                   UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               GO TO 8400-EXIT
           END-IF.

           MOVE 1 TO WS-SRC-SUB.
           PERFORM 8410-LOG-SOURCE-STATS THRU 8410-EXIT
               UNTIL WS-SRC-SUB GREATER THAN WS-SRC-COUNT.

           CLOSE SRCSTAT-FILE.

       8400-EXIT.
           EXIT.

       8410-LOG-SOURCE-STATS.

           IF WS-SRC-DUPLICATE(WS-SRC-SUB)
               OR NOT WS-SRC-ADMITTED(WS-SRC-SUB)
               GO TO 8410-NEXT
           END-IF.

           MOVE WS-SRC-ID(WS-SRC-SUB) TO SST-SOURCE-ID.
           MOVE LS-STEP-BUS-DATE TO SST-BUS-DATE.
           MOVE WS-RUN-START-TIME TO SST-RUN-START-TIME.
           MOVE WS-RUN-DATE-8 TO SST-RUN-DATE-8.
           MOVE WS-SRC-FEED-DATE(WS-SRC-SUB) TO SST-FEED-DATE.
           MOVE WS-SRC-EXPECTED(WS-SRC-SUB) TO SST-TRAILER-COUNT.
           MOVE WS-SRC-DATA-COUNT(WS-SRC-SUB) TO SST-DATA-COUNT.
           MOVE WS-SRC-ACCEPT-COUNT(WS-SRC-SUB) TO SST-ACCEPT-COUNT.
           MOVE WS-SRC-REJECT-COUNT(WS-SRC-SUB) TO SST-REJECT-COUNT.
           MOVE WS-RESTART-SW TO SST-RESTART-SW.

           WRITE SST-RECORD.
           IF WS-SRCSTAT-STATUS NOT EQUAL '00'
               DISPLAY 'COBBDATE: SRCSTAT WRITE FAILED, STATUS='
                   WS-SRCSTAT-STATUS ' - SOURCE '
                   WS-SRC-ID(WS-SRC-SUB) ' NOT RECORDED' UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
           END-IF.

       8410-NEXT.

           ADD 1 TO WS-SRC-SUB.

       8410-EXIT.
           EXIT.

      **************************************************************
      *WRITE-RUNCTL - ONE RECORD PER RUN ON THE RUN-CONTROL
      *MASTER, AFTER THE RECONCILE HAS SETTLED THE RETURN CODE
               DISPLAY 'COBBDATE: RUNCTL WRITE FAILED, STATUS='
                   WS-RUNCTL-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
           ELSE
               SET RUNCTL-WRITTEN TO TRUE
               MOVE RUN-RETURN-CODE TO WS-RUNCTL-RC
           END-IF.
           CLOSE RUNCTL-FILE.

       8500-EXIT.
           EXIT.

      *FEEDLOG AND SRCSTAT ARE WRITTEN AFTER THE CLEAN CHECKPOINT,
      *SO AFTER RUNCTL. WHEN EITHER RAISED THE RETURN CODE, THE
      *RUNCTL RECORD IS BROUGHT UP TO IT.
       8510-RAISE-RUNCTL-RC.

           OPEN I-O RUNCTL-FILE.
           IF WS-RUNCTL-STATUS NOT EQUAL '00'
               DISPLAY 'COBBDATE: CANNOT OPEN RUNCTL, STATUS='
                   WS-RUNCTL-STATUS ' - RC ' RETURN-CODE
                   ' NOT RECORDED' UPON CNSL
               GO TO 8510-EXIT
           END-IF.

           MOVE WS-RUN-DATE-8 TO RUN-DATE-8.
           MOVE WS-RUN-START-TIME TO RUN-START-TIME.
           READ RUNCTL-FILE
               INVALID KEY
                   DISPLAY 'COBBDATE: RUNCTL RECORD NOT FOUND - RC '
                       RETURN-CODE ' NOT RECORDED' UPON CNSL
                   CLOSE RUNCTL-FILE
                   GO TO 8510-EXIT
           END-READ.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           REWRITE RUN-RECORD.
           IF WS-RUNCTL-STATUS NOT EQUAL '00'
               DISPLAY 'COBBDATE: RUNCTL REWRITE FAILED, STATUS='
                   WS-RUNCTL-STATUS UPON CNSL
           END-IF.
           CLOSE RUNCTL-FILE.

       8510-EXIT.
           EXIT.

      **************************************************************
      *TERMINATE - RECONCILE THE FEED COUNTS, RECORD THE RUN ON
      *RUNCTL, RESET THE CHECKPOINT, AND CLOSE FILES
               UPON CNSL.
           DISPLAY 'COBBDATE: RECORDS REJECTED  = ' WS-REJECT-COUNT
               UPON CNSL.
           DISPLAY 'COBBDATE: RECORDS QUARANTINED = ' WS-QUAR-COUNT
               UPON CNSL.
           DISPLAY 'COBBDATE: PROFILE RULE REJECTS = '
               WS-PROFILE-REJ-COUNT UPON CNSL.
           DISPLAY 'COBBDATE: DUPLICATE SETS SKIPPED = '
               WS-DUP-SET-COUNT ' RECORDS = ' WS-DUP-REC-COUNT
               UPON CNSL.
           DISPLAY 'COBBDATE: RESULT CACHE HITS = ' WS-CACHE-HITS
               ' MISSES = ' WS-CACHE-MISSES UPON CNSL.

               PERFORM 8000-RECONCILE-FEED THRU 8000-EXIT
           END-IF.

           IF WS-QUAR-COUNT GREATER THAN ZERO
               AND RETURN-CODE LESS THAN RC-QUARANTINED
               MOVE RC-QUARANTINED TO RETURN-CODE
           END-IF.

           PERFORM 8200-PRINT-DUPLICATES THRU 8200-EXIT.
           IF WS-DUP-SET-COUNT GREATER THAN ZERO
               AND RETURN-CODE LESS THAN RC-DUPLICATE-FEED
               MOVE RC-DUPLICATE-FEED TO RETURN-CODE
           END-IF.

           PERFORM 8500-WRITE-RUNCTL THRU 8500-EXIT.

           MOVE ZEROS TO WS-REC-COUNT.
           MOVE ZEROS TO WS-TRL-EXPECTED.
           MOVE ZEROS TO WS-OUT-WRITTEN.
           MOVE ZEROS TO WS-REJ-WRITTEN.
           MOVE ZEROS TO WS-QUAR-WRITTEN.
           PERFORM 2200-TAKE-CHECKPOINT THRU 2200-EXIT.

           PERFORM 8300-LOG-FEEDS THRU 8300-EXIT.
           IF NORMAL-RUN
               PERFORM 8400-LOG-STATS THRU 8400-EXIT
           END-IF.
           IF RUNCTL-WRITTEN
               AND RETURN-CODE GREATER THAN WS-RUNCTL-RC
               PERFORM 8510-RAISE-RUNCTL-RC THRU 8510-EXIT
           END-IF.

           MOVE RETURN-CODE TO WS-SAVE-RC.
           MOVE 'C' TO LS-SESSION-REQ.
           CALL 'COBTST01' USING DATE-LINKAGE-REC
               ON EXCEPTION
                   STOP RUN
           END-CALL.
           MOVE SPACE TO LS-SESSION-REQ.
           MOVE WS-SAVE-RC TO RETURN-CODE.

           IF RECYCLE-RUN
               CLOSE RECYCIN-FILE
           END-IF.
           CLOSE OUTDATES-FILE.
           CLOSE REJDATES-FILE.
           CLOSE QUARANTN-FILE.
           CLOSE FEEDLOG-FILE.
           CLOSE RSLTMAST-FILE.

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
                   DISPLAY 'COBBDATE: COBDSTEP CALL FAILED - STEP END '
                       'NOT RECORDED' UPON CNSL
           END-CALL.
           IF LS-STEP-REFUSED
               DISPLAY 'COBBDATE: STEP END NOT RECORDED - '
                   LS-STEP-REASON UPON CNSL
           END-IF.
           MOVE LS-STEP-RC TO RETURN-CODE.

       9900-EXIT.
           EXIT.
