      ******************************************************
      *ATELIER DE CORECTIE A RESPINGERILOR, CU APROBARE IN DOI
      *SPECIFICATII
      *LUCREAZA PE RESPINGERILE NEREZOLVATE: REJDATES DIN
      *ULTIMA RULARE PLUS INTRARILE REJHIST INCA IN SUSPANS,
      *O SINGURA DATA PE CHEIE DATA BRUTA + SURSA
      *OPERATORUL ISI TASTEAZA ID-UL LA PORNIRE, APOI COMENZI:
      *    LIST          - LISTA NUMEROTATA, CU STAREA FIECAREI
      *    FIX N DATA    - DATA CORECTATA PENTRU RESPINGEREA N,
      *        VERIFICATA INAINTE DE SALVARE PRIN COBNDATE SI
      *        COBTST01 PE CALENDARUL SURSEI DIN SRCREG
      *    WOFF N        - STERGERE / NU SE RECICLEAZA
      *    APPR N        - APROBARE; NUMAI ALT OPERATOR DECAT
      *        CEL CARE A TASTAT CORECTIA
      *    DECL N        - RESPINGEREA CORECTIEI IN ASTEPTARE
      *    BUILD         - SCRIE RECYCIN DIN CORECTIILE APROBATE
      *    PRINT         - TIPARESTE JURNALUL CORRLOG PE CORRPRT
      *SE TERMINA CU 'END' SAU CU O LINIE GOALA, CA LA COBQDATE
      *FIECARE CORECTIE SE PASTREAZA IN CORRLOG CU DATA BRUTA
      *ORIGINALA, DATA CORECTATA, CINE A TASTAT, CINE A
      *VERIFICAT SI CAND
      *****************************************************
      *MODIFICATION HISTORY
      *  - INITIAL VERSION. THE RECYCLE DESK USED TO COPY
      *    REJDATES, EDIT THE RAW DATES IN A TEXT EDITOR AND
      *    RENAME THE RESULT TO RECYCIN, WITH NO RECORD OF WHO
      *    CHANGED WHAT AND NO SECOND PAIR OF EYES.
      *  - A REJHIST ENTRY WHOSE LAST CORRLOG ENTRY IS AN APPROVED
      *    WRITE-OFF OR A BUILT FIX IS NO LONGER LOADED. NEITHER
      *    EVER RESOLVES ON REJHIST, SO THEY CAME BACK EVERY
      *    SESSION UNTIL THE WORKLIST FILLED.
      *****************************************************

       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBKDATE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CNSL.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJDATES-FILE ASSIGN TO 'REJDATES'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJDATES-STATUS.
           SELECT REJHIST-FILE ASSIGN TO 'REJHIST'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RHS-KEY
               FILE STATUS IS WS-REJHIST-STATUS.
           SELECT SRCREG-FILE ASSIGN TO 'SRCREG'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRCREG-STATUS.
           SELECT CORRLOG-FILE ASSIGN TO 'CORRLOG'
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS COR-KEY
               FILE STATUS IS WS-CORRLOG-STATUS.
           SELECT RECYCIN-FILE ASSIGN TO 'RECYCIN'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECYCIN-STATUS.
           SELECT CORRPRT-FILE ASSIGN TO 'CORRPRT'
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CORRPRT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REJDATES-FILE.
       COPY REJREC.

       FD  REJHIST-FILE.
       COPY RHSREC.

       FD  SRCREG-FILE.
       COPY REGREC.

       FD  CORRLOG-FILE.
       COPY CORREC.

       FD  RECYCIN-FILE.
       COPY REJREC REPLACING LEADING ==REJ== BY ==RCY==.

       FD  CORRPRT-FILE.
       01  PRT-LINE                    PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-REJDATES-STATUS          PIC X(2) VALUE '00'.
       01 WS-REJHIST-STATUS           PIC X(2) VALUE '00'.
       01 WS-SRCREG-STATUS            PIC X(2) VALUE '00'.
       01 WS-CORRLOG-STATUS           PIC X(2) VALUE '00'.
       01 WS-RECYCIN-STATUS           PIC X(2) VALUE '00'.
       01 WS-CORRPRT-STATUS           PIC X(2) VALUE '00'.

       01 WS-DONE-SW                  PIC X(1) VALUE 'N'.
          88 WORKBENCH-DONE              VALUE 'Y'.

       01 WS-REJDATES-EOF-SW          PIC X(1) VALUE 'N'.
          88 END-OF-REJDATES             VALUE 'Y'.

       01 WS-REJHIST-EOF-SW           PIC X(1) VALUE 'N'.
          88 END-OF-REJHIST              VALUE 'Y'.

       01 WS-SRCREG-EOF-SW            PIC X(1) VALUE 'N'.
          88 END-OF-SRCREG               VALUE 'Y'.

       01 WS-RECYCIN-EOF-SW           PIC X(1) VALUE 'N'.
          88 END-OF-RECYCIN              VALUE 'Y'.

       01 WS-CORRLOG-EOF-SW           PIC X(1) VALUE 'N'.
          88 END-OF-CORRLOG              VALUE 'Y'.

       01 WS-FULL-SW                  PIC X(1) VALUE 'N'.
          88 WORKLIST-FULL               VALUE 'Y'.

       01 WS-FOUND-SW                 PIC X(1) VALUE 'N'.
          88 ITEM-FOUND                  VALUE 'Y'.

       01 WS-CLOSED-SW                PIC X(1) VALUE 'N'.
          88 REJECT-CLOSED               VALUE 'Y'.

       01 WS-SELECT-SW                PIC X(1) VALUE 'N'.
          88 ITEM-SELECTED               VALUE 'Y'.

       01 WS-REG-FOUND-SW             PIC X(1) VALUE 'N'.
          88 CALENDAR-FOUND              VALUE 'Y'.

      *SOURCE REGISTRY, FOR THE CALENDAR EACH CORRECTION IS
      *PRE-CHECKED AGAINST - SAME TABLE SHAPE AS COBBDATE'S
       01 WS-REG-TABLE.
          05 WS-REG-COUNT             PIC 9(3) VALUE ZEROS COMP.
          05 WS-REG-ENTRY OCCURS 1 TO 200 TIMES
                          DEPENDING ON WS-REG-COUNT.
             10 WS-REG-ID             PIC X(8).
             10 WS-REG-CAL            PIC X(3).

       01 WS-REG-SUB                  PIC 9(3) COMP.

      *ONE ENTRY PER OUTSTANDING REJECT, WITH THE CURRENT
      *(HIGHEST-SEQUENCE) CORRLOG ENTRY AGAINST IT
       01 WS-WORK-TABLE.
          05 WS-WRK-COUNT             PIC 9(3) VALUE ZEROS COMP.
          05 WS-WRK-ENTRY OCCURS 1 TO 500 TIMES
                          DEPENDING ON WS-WRK-COUNT.
             10 WS-WRK-RAW            PIC X(11).
             10 WS-WRK-SOURCE         PIC X(8).
             10 WS-WRK-REJ-SEQ        PIC 9(7).
             10 WS-WRK-REASON         PIC X(15).
             10 WS-WRK-COR-SEQ        PIC 9(3).
             10 WS-WRK-ACTION         PIC X(1).
                88 WS-WRK-CORRECTION     VALUE 'C'.
                88 WS-WRK-WRITE-OFF      VALUE 'W'.
             10 WS-WRK-STATE          PIC X(1).
                88 WS-WRK-OPEN           VALUES SPACE 'D'.
                88 WS-WRK-DECLINED       VALUE 'D'.
                88 WS-WRK-PENDING        VALUE 'P'.
                88 WS-WRK-APPROVED       VALUE 'A'.
                88 WS-WRK-BUILT          VALUE 'B'.
             10 WS-WRK-NEW-DATE       PIC X(11).
             10 WS-WRK-MAKER          PIC X(8).

       01 WS-WRK-SUB                  PIC 9(3) COMP.
       01 WS-ITEM-SUB                 PIC 9(3) COMP.

       01 WS-ADD-RAW                  PIC X(11) VALUE SPACES.
       01 WS-ADD-SOURCE               PIC X(8) VALUE SPACES.
       01 WS-ADD-REJ-SEQ              PIC 9(7) VALUE ZEROS.
       01 WS-ADD-REASON               PIC X(15) VALUE SPACES.

       01 WS-OPERATOR-ID              PIC X(8) VALUE SPACES.

       01 WS-CMD-LINE                 PIC X(40) VALUE SPACES.
       01 WS-CMD-VERB                 PIC X(8) VALUE SPACES.
       01 WS-CMD-ITEM                 PIC X(3) JUSTIFIED RIGHT.
       01 WS-CMD-ITEM-NUM REDEFINES WS-CMD-ITEM
                                      PIC 9(3).
       01 WS-CMD-ITEM-LEN             PIC 9(3) VALUE ZEROS COMP.
       01 WS-CMD-DATE                 PIC X(11) VALUE SPACES.
       01 WS-CONFIRM                  PIC X(1) VALUE SPACE.

       01 WS-REC-CAL-ID               PIC X(3) VALUE SPACES.

       01 WS-SAVE-ACTION              PIC X(1) VALUE SPACE.
       01 WS-SAVE-NEW-DATE            PIC X(11) VALUE SPACES.
       01 WS-SAVE-NEW-DATE-8          PIC 9(8) VALUE ZEROS.

       01 WS-STATE-TEXT               PIC X(45) VALUE SPACES.

       01 WS-NOW-DATE-8               PIC 9(8) VALUE ZEROS.
       01 WS-NOW-TIME                 PIC 9(8) VALUE ZEROS.
       01 WS-ACCEPT-DATE              PIC 9(6) VALUE ZEROS.

       01 WS-RUN-DATE.
          05 WS-RUN-YY                PIC 9(2).
          05 WS-RUN-MM                PIC 9(2).
          05 WS-RUN-DD                PIC 9(2).

       01 WS-SESSION-COUNTS.
          05 WS-SAVED-COUNT           PIC 9(5) VALUE ZEROS COMP.
          05 WS-APPROVED-COUNT        PIC 9(5) VALUE ZEROS COMP.
          05 WS-DECLINED-COUNT        PIC 9(5) VALUE ZEROS COMP.
          05 WS-BUILT-COUNT           PIC 9(5) VALUE ZEROS COMP.

       01 WS-BUILD-READY              PIC 9(5) VALUE ZEROS COMP.
       01 WS-RECYCIN-HELD             PIC 9(7) VALUE ZEROS COMP.

       01 WS-LOG-COUNTS.
          05 WS-LOG-ENTRIES           PIC 9(7) VALUE ZEROS COMP.
          05 WS-LOG-PENDING           PIC 9(7) VALUE ZEROS COMP.
          05 WS-LOG-APPROVED          PIC 9(7) VALUE ZEROS COMP.
          05 WS-LOG-DECLINED          PIC 9(7) VALUE ZEROS COMP.
          05 WS-LOG-BUILT             PIC 9(7) VALUE ZEROS COMP.
          05 WS-LOG-WRITTEN-OFF       PIC 9(7) VALUE ZEROS COMP.

       01 WS-EDIT-ITEM                PIC ZZ9.
       01 WS-EDIT-COUNT               PIC ZZZ,ZZ9.

       01 WS-LOG-LINE-1.
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 CL1-DATE-RAW             PIC X(11).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 CL1-SOURCE-ID            PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 CL1-SEQ                  PIC 9(3).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 CL1-REASON               PIC X(15).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 CL1-ACTION               PIC X(9).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 CL1-NEW-DATE             PIC X(11).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 CL1-NEW-DATE-8           PIC X(8).
          05 FILLER                   PIC X(2) VALUE SPACES.
          05 CL1-STATUS               PIC X(8).

       01 WS-LOG-LINE-2.
          05 FILLER                   PIC X(6) VALUE SPACES.
          05 FILLER                   PIC X(8) VALUE 'MADE BY '.
          05 CL2-MAKER                PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 CL2-MADE-DATE            PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 CL2-MADE-TIME            PIC X(6).
          05 FILLER                   PIC X(3) VALUE SPACES.
          05 FILLER                   PIC X(11) VALUE 'CHECKED BY '.
          05 CL2-CHECKER              PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 CL2-CHECKED-DATE         PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 CL2-CHECKED-TIME         PIC X(6).
          05 FILLER                   PIC X(3) VALUE SPACES.
          05 FILLER                   PIC X(6) VALUE 'BUILT '.
          05 CL2-BUILT-DATE           PIC X(8).
          05 FILLER                   PIC X(1) VALUE SPACES.
          05 CL2-BUILT-TIME           PIC X(6).

       01 RC-FILE-ERROR                PIC 9(3) VALUE 16.
       01 RC-CALL-FAILED               PIC 9(3) VALUE 12.

       COPY DATECONV.
       COPY DATELINK.

       PROCEDURE DIVISION.

       0000-MAINLINE.

           PERFORM 1000-INITIALIZE THRU 1000-EXIT.

           IF NOT WORKBENCH-DONE
               PERFORM 1900-SHOW-COMMANDS THRU 1900-EXIT
               PERFORM 2000-COMMAND THRU 2000-EXIT
                   UNTIL WORKBENCH-DONE
           END-IF.

           PERFORM 9000-TERMINATE THRU 9000-EXIT.

           STOP RUN.

      **************************************************************
      *INITIALIZE - OPEN THE CORRECTION LOG, LOAD THE REGISTRY AND
      *THE WORKLIST OF OUTSTANDING REJECTS, AND TAKE THE OPERATOR ID
      **************************************************************

       1000-INITIALIZE.

           OPEN I-O CORRLOG-FILE.
           IF WS-CORRLOG-STATUS EQUAL '35'
               OPEN OUTPUT CORRLOG-FILE
               CLOSE CORRLOG-FILE
               OPEN I-O CORRLOG-FILE
           END-IF.
           IF WS-CORRLOG-STATUS NOT EQUAL '00'
               DISPLAY 'COBKDATE: CANNOT OPEN CORRLOG, STATUS='
                   WS-CORRLOG-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE.

           PERFORM 1100-LOAD-SRCREG THRU 1100-EXIT.
           PERFORM 1200-LOAD-REJDATES THRU 1200-EXIT.
           PERFORM 1300-LOAD-REJHIST THRU 1300-EXIT.

           MOVE 1 TO WS-WRK-SUB.
           PERFORM 1400-LOAD-CORRECTION THRU 1400-EXIT
               UNTIL WS-WRK-SUB GREATER THAN WS-WRK-COUNT.

           MOVE WS-WRK-COUNT TO WS-EDIT-COUNT.
           DISPLAY 'COBKDATE: ' WS-EDIT-COUNT
               ' OUTSTANDING REJECTS ON THE WORKLIST' UPON CNSL.

           DISPLAY 'COBKDATE: ENTER YOUR OPERATOR ID' UPON CNSL.
           MOVE SPACES TO WS-OPERATOR-ID.
           ACCEPT WS-OPERATOR-ID FROM CNSL.
           IF WS-OPERATOR-ID EQUAL SPACES
               OR WS-OPERATOR-ID EQUAL 'END'
               DISPLAY 'COBKDATE: NO OPERATOR ID - NOTHING DONE'
                   UPON CNSL
               SET WORKBENCH-DONE TO TRUE
           END-IF.

       1000-EXIT.
           EXIT.

      *A MISSING REGISTRY IS NOT FATAL HERE: EVERY CORRECTION IS
      *THEN PRE-CHECKED AGAINST THE DOMESTIC CALENDAR.
       1100-LOAD-SRCREG.

           OPEN INPUT SRCREG-FILE.
           IF WS-SRCREG-STATUS NOT EQUAL '00'
               DISPLAY 'COBKDATE: SRCREG NOT AVAILABLE, STATUS='
                   WS-SRCREG-STATUS
                   ' - CORRECTIONS CHECKED ON THE DOM CALENDAR'
                   UPON CNSL
               GO TO 1100-EXIT
           END-IF.

           PERFORM 1110-READ-SRCREG THRU 1110-EXIT
               UNTIL END-OF-SRCREG
                  OR WS-REG-COUNT EQUAL 200.
           CLOSE SRCREG-FILE.

       1100-EXIT.
           EXIT.

       1110-READ-SRCREG.

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
           END-READ.

       1110-EXIT.
           EXIT.

      *REJDATES FROM THE LAST RUN; A MISSING FILE IS TREATED AS
      *EMPTY, AS COBJDATE DOES.
       1200-LOAD-REJDATES.

           OPEN INPUT REJDATES-FILE.
           IF WS-REJDATES-STATUS EQUAL '35'
               DISPLAY 'COBKDATE: NO REJDATES FILE - HISTORY ONLY'
                   UPON CNSL
               GO TO 1200-EXIT
           END-IF.
           IF WS-REJDATES-STATUS NOT EQUAL '00'
               DISPLAY 'COBKDATE: CANNOT OPEN REJDATES, STATUS='
                   WS-REJDATES-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1210-READ-REJDATES THRU 1210-EXIT
               UNTIL END-OF-REJDATES
                  OR WORKLIST-FULL.
           CLOSE REJDATES-FILE.

       1200-EXIT.
           EXIT.

       1210-READ-REJDATES.

           READ REJDATES-FILE
               AT END
                   SET END-OF-REJDATES TO TRUE
                   GO TO 1210-EXIT
           END-READ.

           MOVE REJ-DATE-RAW TO WS-ADD-RAW.
           MOVE REJ-SOURCE-ID TO WS-ADD-SOURCE.
           MOVE REJ-SEQ TO WS-ADD-REJ-SEQ.
           MOVE REJ-REASON TO WS-ADD-REASON.
           PERFORM 1250-ADD-ITEM THRU 1250-EXIT.

       1210-EXIT.
           EXIT.

      *ONE WORKLIST ENTRY PER RAW DATE + SOURCE: A REJECT ALREADY
      *LISTED (FROM REJDATES, OR TWICE IN ONE FEED) IS NOT ADDED
      *AGAIN.
       1250-ADD-ITEM.

           MOVE 'N' TO WS-FOUND-SW.
           MOVE 1 TO WS-WRK-SUB.
           PERFORM 1260-FIND-ITEM-STEP THRU 1260-EXIT
               UNTIL ITEM-FOUND
                  OR WS-WRK-SUB GREATER THAN WS-WRK-COUNT.
           IF ITEM-FOUND
               GO TO 1250-EXIT
           END-IF.

           IF WS-WRK-COUNT EQUAL 500
               SET WORKLIST-FULL TO TRUE
               DISPLAY 'COBKDATE: WORKLIST FULL AT 500 REJECTS - '
                   'THE REST ARE NOT LOADED THIS SESSION' UPON CNSL
               GO TO 1250-EXIT
           END-IF.

           ADD 1 TO WS-WRK-COUNT.
           MOVE WS-ADD-RAW TO WS-WRK-RAW(WS-WRK-COUNT).
           MOVE WS-ADD-SOURCE TO WS-WRK-SOURCE(WS-WRK-COUNT).
           MOVE WS-ADD-REJ-SEQ TO WS-WRK-REJ-SEQ(WS-WRK-COUNT).
           MOVE WS-ADD-REASON TO WS-WRK-REASON(WS-WRK-COUNT).
           MOVE ZEROS TO WS-WRK-COR-SEQ(WS-WRK-COUNT).
           MOVE SPACE TO WS-WRK-ACTION(WS-WRK-COUNT).
           MOVE SPACE TO WS-WRK-STATE(WS-WRK-COUNT).
           MOVE SPACES TO WS-WRK-NEW-DATE(WS-WRK-COUNT).
           MOVE SPACES TO WS-WRK-MAKER(WS-WRK-COUNT).

       1250-EXIT.
           EXIT.

       1260-FIND-ITEM-STEP.

           IF WS-WRK-RAW(WS-WRK-SUB) EQUAL WS-ADD-RAW
               AND WS-WRK-SOURCE(WS-WRK-SUB) EQUAL WS-ADD-SOURCE
               SET ITEM-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-WRK-SUB
           END-IF.

       1260-EXIT.
           EXIT.

      *EVERY REJHIST ENTRY STILL OUTSTANDING; RESOLVED ONES CAME
      *BACK ACCEPTED ON A LATER RUN AND NEED NO CORRECTION. AN
      *APPROVED WRITE-OFF OR A BUILT FIX IS DONE WITH AS WELL,
      *THOUGH REJHIST NEVER SEES IT RESOLVED - A WRITE-OFF IS
      *NEVER RECYCLED AND A FIX COMES BACK UNDER ITS NEW DATE.
       1300-LOAD-REJHIST.

           OPEN INPUT REJHIST-FILE.
           IF WS-REJHIST-STATUS EQUAL '35'
               DISPLAY 'COBKDATE: NO REJHIST MASTER - REJDATES ONLY'
                   UPON CNSL
               GO TO 1300-EXIT
           END-IF.
           IF WS-REJHIST-STATUS NOT EQUAL '00'
               DISPLAY 'COBKDATE: CANNOT OPEN REJHIST, STATUS='
                   WS-REJHIST-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 1310-READ-REJHIST THRU 1310-EXIT
               UNTIL END-OF-REJHIST
                  OR WORKLIST-FULL.
           CLOSE REJHIST-FILE.

       1300-EXIT.
           EXIT.

       1310-READ-REJHIST.

           READ REJHIST-FILE NEXT RECORD
               AT END
                   SET END-OF-REJHIST TO TRUE
                   GO TO 1310-EXIT
           END-READ.
           IF WS-REJHIST-STATUS NOT EQUAL '00'
               DISPLAY 'COBKDATE: REJHIST READ FAILED, STATUS='
                   WS-REJHIST-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           IF NOT RHS-OUTSTANDING
               GO TO 1310-EXIT
           END-IF.
           PERFORM 1320-CHECK-CLOSED THRU 1320-EXIT.
           IF REJECT-CLOSED
               GO TO 1310-EXIT
           END-IF.

           MOVE RHS-DATE-RAW TO WS-ADD-RAW.
           MOVE RHS-SOURCE-ID TO WS-ADD-SOURCE.
           MOVE ZEROS TO WS-ADD-REJ-SEQ.
           MOVE RHS-REASON TO WS-ADD-REASON.
           PERFORM 1250-ADD-ITEM THRU 1250-EXIT.

       1310-EXIT.
           EXIT.

      *THE LAST CORRLOG ENTRY FOR THE REJHIST KEY DECIDES, AS IN
      *1400-LOAD-CORRECTION.
       1320-CHECK-CLOSED.

           MOVE 'N' TO WS-CLOSED-SW.
           MOVE RHS-DATE-RAW TO COR-DATE-RAW.
           MOVE RHS-SOURCE-ID TO COR-SOURCE-ID.
           MOVE ZEROS TO COR-SEQ.
           START CORRLOG-FILE
               KEY IS NOT LESS THAN COR-KEY
           END-START.
           EVALUATE WS-CORRLOG-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-CORRLOG-EOF-SW
                   PERFORM 1330-READ-LAST-CORR THRU 1330-EXIT
                       UNTIL END-OF-CORRLOG
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'COBKDATE: CORRLOG START FAILED, STATUS='
                       WS-CORRLOG-STATUS UPON CNSL
                   MOVE RC-FILE-ERROR TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

       1320-EXIT.
           EXIT.

       1330-READ-LAST-CORR.

           READ CORRLOG-FILE NEXT RECORD
               AT END
                   SET END-OF-CORRLOG TO TRUE
                   GO TO 1330-EXIT
           END-READ.
           IF WS-CORRLOG-STATUS NOT EQUAL '00'
               DISPLAY 'COBKDATE: CORRLOG READ FAILED, STATUS='
                   WS-CORRLOG-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           IF COR-DATE-RAW NOT EQUAL RHS-DATE-RAW
               OR COR-SOURCE-ID NOT EQUAL RHS-SOURCE-ID
               SET END-OF-CORRLOG TO TRUE
               GO TO 1330-EXIT
           END-IF.

           IF (COR-WRITE-OFF AND COR-APPROVED)
               OR COR-BUILT
               SET REJECT-CLOSED TO TRUE
           ELSE
               MOVE 'N' TO WS-CLOSED-SW
           END-IF.

       1330-EXIT.
           EXIT.

      *THE HIGHEST-SEQUENCE CORRLOG ENTRY FOR A WORKLIST REJECT
      *IS ITS CURRENT STATE.
       1400-LOAD-CORRECTION.

           MOVE WS-WRK-RAW(WS-WRK-SUB) TO COR-DATE-RAW.
           MOVE WS-WRK-SOURCE(WS-WRK-SUB) TO COR-SOURCE-ID.
           MOVE ZEROS TO COR-SEQ.
           START CORRLOG-FILE
               KEY IS NOT LESS THAN COR-KEY
           END-START.
           EVALUATE WS-CORRLOG-STATUS
               WHEN '00'
                   MOVE 'N' TO WS-CORRLOG-EOF-SW
                   PERFORM 1410-READ-CORRECTION THRU 1410-EXIT
                       UNTIL END-OF-CORRLOG
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'COBKDATE: CORRLOG START FAILED, STATUS='
                       WS-CORRLOG-STATUS UPON CNSL
                   MOVE RC-FILE-ERROR TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           ADD 1 TO WS-WRK-SUB.

       1400-EXIT.
           EXIT.

       1410-READ-CORRECTION.

           READ CORRLOG-FILE NEXT RECORD
               AT END
                   SET END-OF-CORRLOG TO TRUE
                   GO TO 1410-EXIT
           END-READ.
           IF WS-CORRLOG-STATUS NOT EQUAL '00'
               DISPLAY 'COBKDATE: CORRLOG READ FAILED, STATUS='
                   WS-CORRLOG-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           IF COR-DATE-RAW NOT EQUAL WS-WRK-RAW(WS-WRK-SUB)
               OR COR-SOURCE-ID NOT EQUAL WS-WRK-SOURCE(WS-WRK-SUB)
               SET END-OF-CORRLOG TO TRUE
               GO TO 1410-EXIT
           END-IF.

           MOVE COR-SEQ TO WS-WRK-COR-SEQ(WS-WRK-SUB).
           MOVE COR-ACTION TO WS-WRK-ACTION(WS-WRK-SUB).
           MOVE COR-STATUS TO WS-WRK-STATE(WS-WRK-SUB).
           MOVE COR-NEW-DATE TO WS-WRK-NEW-DATE(WS-WRK-SUB).
           MOVE COR-MAKER TO WS-WRK-MAKER(WS-WRK-SUB).

       1410-EXIT.
           EXIT.

       1900-SHOW-COMMANDS.

           DISPLAY 'COBKDATE: LIST, FIX N DATE (YYYYMMDD, MM/DD/YYYY '
               'OR DD-MON-YYYY), WOFF N, APPR N, DECL N, BUILD, '
               'PRINT, OR END TO QUIT' UPON CNSL.

       1900-EXIT.
           EXIT.

      **************************************************************
      *COMMAND - READ ONE COMMAND FROM THE OPERATOR AND CARRY IT OUT
      **************************************************************

       2000-COMMAND.

           MOVE SPACES TO WS-CMD-LINE.
           ACCEPT WS-CMD-LINE FROM CNSL.

           IF WS-CMD-LINE EQUAL SPACES
               OR WS-CMD-LINE(1:4) EQUAL 'END '
               SET WORKBENCH-DONE TO TRUE
               GO TO 2000-EXIT
           END-IF.

           MOVE SPACES TO WS-CMD-VERB.
           MOVE SPACES TO WS-CMD-ITEM.
           MOVE SPACES TO WS-CMD-DATE.
           MOVE ZEROS TO WS-CMD-ITEM-LEN.
           UNSTRING WS-CMD-LINE DELIMITED BY ALL SPACE
               INTO WS-CMD-VERB
                    WS-CMD-ITEM COUNT IN WS-CMD-ITEM-LEN
                    WS-CMD-DATE
           END-UNSTRING.

           EVALUATE WS-CMD-VERB
               WHEN 'LIST'
                   PERFORM 3000-LIST-WORKLIST THRU 3000-EXIT
               WHEN 'FIX'
                   PERFORM 4000-FIX-ITEM THRU 4000-EXIT
               WHEN 'WOFF'
                   PERFORM 4500-WRITE-OFF-ITEM THRU 4500-EXIT
               WHEN 'APPR'
                   PERFORM 5000-APPROVE-ITEM THRU 5000-EXIT
               WHEN 'DECL'
                   PERFORM 5500-DECLINE-ITEM THRU 5500-EXIT
               WHEN 'BUILD'
                   PERFORM 6000-BUILD-RECYCIN THRU 6000-EXIT
               WHEN 'PRINT'
                   PERFORM 7000-PRINT-LOG THRU 7000-EXIT
               WHEN OTHER
                   DISPLAY 'COBKDATE: UNKNOWN COMMAND - ' WS-CMD-VERB
                       UPON CNSL
                   PERFORM 1900-SHOW-COMMANDS THRU 1900-EXIT
           END-EVALUATE.

       2000-EXIT.
           EXIT.

      **************************************************************
      *LIST-WORKLIST - EVERY OUTSTANDING REJECT, NUMBERED, WITH THE
      *STATE OF ITS CURRENT CORRECTION
      **************************************************************

       3000-LIST-WORKLIST.

           IF WS-WRK-COUNT EQUAL ZERO
               DISPLAY 'COBKDATE: NO OUTSTANDING REJECTS' UPON CNSL
               GO TO 3000-EXIT
           END-IF.

           DISPLAY '  N RAW DATE    SOURCE   REASON          STATE'
               UPON CNSL.
           MOVE 1 TO WS-WRK-SUB.
           PERFORM 3100-LIST-ITEM THRU 3100-EXIT
               UNTIL WS-WRK-SUB GREATER THAN WS-WRK-COUNT.

       3000-EXIT.
           EXIT.

       3100-LIST-ITEM.

           MOVE WS-WRK-SUB TO WS-ITEM-SUB.
           PERFORM 3200-STATE-TEXT THRU 3200-EXIT.
           MOVE WS-WRK-SUB TO WS-EDIT-ITEM.
           DISPLAY WS-EDIT-ITEM ' ' WS-WRK-RAW(WS-WRK-SUB)
               ' ' WS-WRK-SOURCE(WS-WRK-SUB)
               ' ' WS-WRK-REASON(WS-WRK-SUB)
               ' ' WS-STATE-TEXT UPON CNSL.
           ADD 1 TO WS-WRK-SUB.

       3100-EXIT.
           EXIT.

      *DESCRIBE THE CURRENT STATE OF WORKLIST ENTRY WS-ITEM-SUB.
       3200-STATE-TEXT.

           MOVE SPACES TO WS-STATE-TEXT.
           EVALUATE TRUE
               WHEN WS-WRK-DECLINED(WS-ITEM-SUB)
                   MOVE 'OPEN - LAST ENTRY DECLINED' TO WS-STATE-TEXT
               WHEN WS-WRK-OPEN(WS-ITEM-SUB)
                   MOVE 'OPEN' TO WS-STATE-TEXT
               WHEN WS-WRK-PENDING(WS-ITEM-SUB)
                   AND WS-WRK-WRITE-OFF(WS-ITEM-SUB)
                   STRING 'WRITE-OFF PENDING, BY '
                       WS-WRK-MAKER(WS-ITEM-SUB)
                       DELIMITED BY SIZE INTO WS-STATE-TEXT
               WHEN WS-WRK-PENDING(WS-ITEM-SUB)
                   STRING 'FIX TO ' WS-WRK-NEW-DATE(WS-ITEM-SUB)
                       ' PENDING, BY ' WS-WRK-MAKER(WS-ITEM-SUB)
                       DELIMITED BY SIZE INTO WS-STATE-TEXT
               WHEN WS-WRK-APPROVED(WS-ITEM-SUB)
                   AND WS-WRK-WRITE-OFF(WS-ITEM-SUB)
                   MOVE 'WRITTEN OFF - NOT RECYCLED' TO WS-STATE-TEXT
               WHEN WS-WRK-APPROVED(WS-ITEM-SUB)
                   STRING 'FIX TO ' WS-WRK-NEW-DATE(WS-ITEM-SUB)
                       ' APPROVED, AWAITING BUILD'
                       DELIMITED BY SIZE INTO WS-STATE-TEXT
               WHEN WS-WRK-BUILT(WS-ITEM-SUB)
                   STRING 'FIX TO ' WS-WRK-NEW-DATE(WS-ITEM-SUB)
                       ' IN RECYCIN'
                       DELIMITED BY SIZE INTO WS-STATE-TEXT
           END-EVALUATE.

       3200-EXIT.
           EXIT.

      **************************************************************
      *FIX-ITEM - KEY A CORRECTED DATE FOR ONE OPEN REJECT. IT IS
      *SAVED PENDING ONLY IF COBNDATE RECOGNIZES IT AND COBTST01
      *ACCEPTS IT ON THE SOURCE'S REGISTRY CALENDAR
      **************************************************************

       4000-FIX-ITEM.

           PERFORM 8000-SELECT-ITEM THRU 8000-EXIT.
           IF NOT ITEM-SELECTED
               GO TO 4000-EXIT
           END-IF.
           IF NOT WS-WRK-OPEN(WS-ITEM-SUB)
               PERFORM 3200-STATE-TEXT THRU 3200-EXIT
               DISPLAY 'COBKDATE: ITEM ' WS-EDIT-ITEM
                   ' IS NOT OPEN - ' WS-STATE-TEXT UPON CNSL
               GO TO 4000-EXIT
           END-IF.
           IF WS-CMD-DATE EQUAL SPACES
               DISPLAY 'COBKDATE: FIX NEEDS AN ITEM NUMBER AND A '
                   'CORRECTED DATE' UPON CNSL
               GO TO 4000-EXIT
           END-IF.

           MOVE WS-CMD-DATE TO LS-CONV-DATE-RAW.
           CALL 'COBNDATE' USING DATE-CONV-REC
               ON EXCEPTION
                   DISPLAY 'COBKDATE: COBNDATE CALL FAILED' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.
           IF LS-CONV-NOT-CONVERTED
               DISPLAY 'COBKDATE: DATE FORMAT NOT RECOGNIZED - '
                   WS-CMD-DATE ' - NOT SAVED' UPON CNSL
               GO TO 4000-EXIT
           END-IF.

           PERFORM 4100-FIND-CALENDAR THRU 4100-EXIT.

           MOVE LS-CONV-DATE-8 TO LS-DATE-8.
           MOVE WS-REC-CAL-ID TO LS-CAL-ID.
           MOVE SPACE TO LS-SESSION-REQ.
           CALL 'COBTST01' USING DATE-LINKAGE-REC
               ON EXCEPTION
                   DISPLAY 'COBKDATE: COBTST01 CALL FAILED' UPON CNSL
                   MOVE RC-CALL-FAILED TO RETURN-CODE
                   STOP RUN
           END-CALL.
           IF NOT LS-DATE-VALID
               DISPLAY 'COBKDATE: ' WS-CMD-DATE
                   ' FAILS VALIDATION - ' LS-REASON
                   ' - NOT SAVED' UPON CNSL
               GO TO 4000-EXIT
           END-IF.

           MOVE 'C' TO WS-SAVE-ACTION.
           MOVE WS-CMD-DATE TO WS-SAVE-NEW-DATE.
           MOVE LS-CONV-DATE-8 TO WS-SAVE-NEW-DATE-8.
           PERFORM 4800-SAVE-ENTRY THRU 4800-EXIT.

           DISPLAY 'COBKDATE: ITEM ' WS-EDIT-ITEM ' FIX TO '
               WS-CMD-DATE ' (' LS-CONV-DATE-8
               ') SAVED, PENDING APPROVAL' UPON CNSL.
           IF LS-NON-BUSINESS-DAY
               DISPLAY 'COBKDATE: NOTE - ' LS-CONV-DATE-8
                   ' IS NOT A BUSINESS DAY ON CALENDAR '
                   WS-REC-CAL-ID UPON CNSL
           END-IF.

       4000-EXIT.
           EXIT.

       4100-FIND-CALENDAR.

           MOVE 'DOM' TO WS-REC-CAL-ID.
           MOVE 'N' TO WS-REG-FOUND-SW.
           MOVE 1 TO WS-REG-SUB.
           PERFORM 4110-FIND-CALENDAR-STEP THRU 4110-EXIT
               UNTIL CALENDAR-FOUND
                  OR WS-REG-SUB GREATER THAN WS-REG-COUNT.

       4100-EXIT.
           EXIT.

       4110-FIND-CALENDAR-STEP.

           IF WS-REG-ID(WS-REG-SUB) EQUAL WS-WRK-SOURCE(WS-ITEM-SUB)
               MOVE WS-REG-CAL(WS-REG-SUB) TO WS-REC-CAL-ID
               SET CALENDAR-FOUND TO TRUE
           ELSE
               ADD 1 TO WS-REG-SUB
           END-IF.

       4110-EXIT.
           EXIT.

      **************************************************************
      *WRITE-OFF-ITEM - MARK ONE OPEN REJECT "DO NOT RECYCLE",
      *PENDING APPROVAL LIKE A CORRECTION
      **************************************************************

       4500-WRITE-OFF-ITEM.

           PERFORM 8000-SELECT-ITEM THRU 8000-EXIT.
           IF NOT ITEM-SELECTED
               GO TO 4500-EXIT
           END-IF.
           IF NOT WS-WRK-OPEN(WS-ITEM-SUB)
               PERFORM 3200-STATE-TEXT THRU 3200-EXIT
               DISPLAY 'COBKDATE: ITEM ' WS-EDIT-ITEM
                   ' IS NOT OPEN - ' WS-STATE-TEXT UPON CNSL
               GO TO 4500-EXIT
           END-IF.

           MOVE 'W' TO WS-SAVE-ACTION.
           MOVE SPACES TO WS-SAVE-NEW-DATE.
           MOVE ZEROS TO WS-SAVE-NEW-DATE-8.
           PERFORM 4800-SAVE-ENTRY THRU 4800-EXIT.

           DISPLAY 'COBKDATE: ITEM ' WS-EDIT-ITEM
               ' WRITE-OFF SAVED, PENDING APPROVAL' UPON CNSL.

       4500-EXIT.
           EXIT.

      *ADD THE NEXT-SEQUENCE CORRLOG ENTRY FOR WORKLIST ENTRY
      *WS-ITEM-SUB, PENDING, WITH THIS OPERATOR AS THE MAKER.
       4800-SAVE-ENTRY.

           PERFORM 8100-TIMESTAMP THRU 8100-EXIT.

           MOVE WS-WRK-RAW(WS-ITEM-SUB) TO COR-DATE-RAW.
           MOVE WS-WRK-SOURCE(WS-ITEM-SUB) TO COR-SOURCE-ID.
           COMPUTE COR-SEQ = WS-WRK-COR-SEQ(WS-ITEM-SUB) + 1.
           MOVE WS-WRK-REJ-SEQ(WS-ITEM-SUB) TO COR-REJ-SEQ.
           MOVE WS-WRK-REASON(WS-ITEM-SUB) TO COR-REASON.
           MOVE WS-SAVE-ACTION TO COR-ACTION.
           MOVE WS-SAVE-NEW-DATE TO COR-NEW-DATE.
           MOVE WS-SAVE-NEW-DATE-8 TO COR-NEW-DATE-8.
           SET COR-PENDING TO TRUE.
           MOVE WS-OPERATOR-ID TO COR-MAKER.
           MOVE WS-NOW-DATE-8 TO COR-MADE-DATE.
           MOVE WS-NOW-TIME TO COR-MADE-TIME.
           MOVE SPACES TO COR-CHECKER.
           MOVE ZEROS TO COR-CHECKED-DATE.
           MOVE ZEROS TO COR-CHECKED-TIME.
           MOVE ZEROS TO COR-BUILT-DATE.
           MOVE ZEROS TO COR-BUILT-TIME.
           WRITE COR-RECORD.
           IF WS-CORRLOG-STATUS NOT EQUAL '00'
               DISPLAY 'COBKDATE: CORRLOG WRITE FAILED, STATUS='
                   WS-CORRLOG-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE COR-SEQ TO WS-WRK-COR-SEQ(WS-ITEM-SUB).
           MOVE COR-ACTION TO WS-WRK-ACTION(WS-ITEM-SUB).
           MOVE COR-STATUS TO WS-WRK-STATE(WS-ITEM-SUB).
           MOVE COR-NEW-DATE TO WS-WRK-NEW-DATE(WS-ITEM-SUB).
           MOVE COR-MAKER TO WS-WRK-MAKER(WS-ITEM-SUB).
           ADD 1 TO WS-SAVED-COUNT.

       4800-EXIT.
           EXIT.

      **************************************************************
      *APPROVE-ITEM - THE CHECKER'S APPROVAL OF A PENDING ENTRY.
      *THE CHECKER MUST NOT BE THE OPERATOR WHO KEYED IT
      **************************************************************

       5000-APPROVE-ITEM.

           PERFORM 8000-SELECT-ITEM THRU 8000-EXIT.
           IF NOT ITEM-SELECTED
               GO TO 5000-EXIT
           END-IF.
           IF NOT WS-WRK-PENDING(WS-ITEM-SUB)
               DISPLAY 'COBKDATE: ITEM ' WS-EDIT-ITEM
                   ' HAS NOTHING PENDING APPROVAL' UPON CNSL
               GO TO 5000-EXIT
           END-IF.

           PERFORM 5800-READ-CURRENT THRU 5800-EXIT.
           IF NOT COR-PENDING
               DISPLAY 'COBKDATE: ITEM ' WS-EDIT-ITEM
                   ' WAS CHANGED BY ANOTHER SESSION - LIST AGAIN'
                   UPON CNSL
               GO TO 5000-EXIT
           END-IF.
           IF COR-MAKER EQUAL WS-OPERATOR-ID
               DISPLAY 'COBKDATE: ITEM ' WS-EDIT-ITEM
                   ' WAS KEYED BY ' COR-MAKER
                   ' - A DIFFERENT OPERATOR MUST APPROVE IT'
                   UPON CNSL
               GO TO 5000-EXIT
           END-IF.

           PERFORM 8100-TIMESTAMP THRU 8100-EXIT.
           SET COR-APPROVED TO TRUE.
           MOVE WS-OPERATOR-ID TO COR-CHECKER.
           MOVE WS-NOW-DATE-8 TO COR-CHECKED-DATE.
           MOVE WS-NOW-TIME TO COR-CHECKED-TIME.
           PERFORM 5900-REWRITE-CURRENT THRU 5900-EXIT.
           ADD 1 TO WS-APPROVED-COUNT.

           IF COR-WRITE-OFF
               DISPLAY 'COBKDATE: ITEM ' WS-EDIT-ITEM
                   ' WRITE-OFF APPROVED - WILL NOT BE RECYCLED'
                   UPON CNSL
           ELSE
               DISPLAY 'COBKDATE: ITEM ' WS-EDIT-ITEM
                   ' FIX TO ' COR-NEW-DATE
                   ' APPROVED - GOES INTO THE NEXT BUILD' UPON CNSL
           END-IF.

       5000-EXIT.
           EXIT.

      **************************************************************
      *DECLINE-ITEM - SEND A PENDING ENTRY BACK; THE REJECT IS OPEN
      *AGAIN FOR A NEW FIX OR WRITE-OFF. THE MAKER MAY DECLINE
      *(WITHDRAW) THEIR OWN ENTRY
      **************************************************************

       5500-DECLINE-ITEM.

           PERFORM 8000-SELECT-ITEM THRU 8000-EXIT.
           IF NOT ITEM-SELECTED
               GO TO 5500-EXIT
           END-IF.
           IF NOT WS-WRK-PENDING(WS-ITEM-SUB)
               DISPLAY 'COBKDATE: ITEM ' WS-EDIT-ITEM
                   ' HAS NOTHING PENDING APPROVAL' UPON CNSL
               GO TO 5500-EXIT
           END-IF.

           PERFORM 5800-READ-CURRENT THRU 5800-EXIT.
           IF NOT COR-PENDING
               DISPLAY 'COBKDATE: ITEM ' WS-EDIT-ITEM
                   ' WAS CHANGED BY ANOTHER SESSION - LIST AGAIN'
                   UPON CNSL
               GO TO 5500-EXIT
           END-IF.

           PERFORM 8100-TIMESTAMP THRU 8100-EXIT.
           SET COR-DECLINED TO TRUE.
           MOVE WS-OPERATOR-ID TO COR-CHECKER.
           MOVE WS-NOW-DATE-8 TO COR-CHECKED-DATE.
           MOVE WS-NOW-TIME TO COR-CHECKED-TIME.
           PERFORM 5900-REWRITE-CURRENT THRU 5900-EXIT.
           ADD 1 TO WS-DECLINED-COUNT.

           DISPLAY 'COBKDATE: ITEM ' WS-EDIT-ITEM
               ' DECLINED - OPEN AGAIN' UPON CNSL.

       5500-EXIT.
           EXIT.

      *READ THE CURRENT CORRLOG ENTRY OF WORKLIST ENTRY
      *WS-ITEM-SUB AND REFRESH THE WORKLIST FROM IT.
       5800-READ-CURRENT.

           MOVE WS-WRK-RAW(WS-ITEM-SUB) TO COR-DATE-RAW.
           MOVE WS-WRK-SOURCE(WS-ITEM-SUB) TO COR-SOURCE-ID.
           MOVE WS-WRK-COR-SEQ(WS-ITEM-SUB) TO COR-SEQ.
           READ CORRLOG-FILE.
           IF WS-CORRLOG-STATUS NOT EQUAL '00'
               DISPLAY 'COBKDATE: CORRLOG READ FAILED, STATUS='
                   WS-CORRLOG-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE COR-STATUS TO WS-WRK-STATE(WS-ITEM-SUB).

       5800-EXIT.
           EXIT.

       5900-REWRITE-CURRENT.

           REWRITE COR-RECORD.
           IF WS-CORRLOG-STATUS NOT EQUAL '00'
               DISPLAY 'COBKDATE: CORRLOG REWRITE FAILED, STATUS='
                   WS-CORRLOG-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE COR-STATUS TO WS-WRK-STATE(WS-ITEM-SUB).

       5900-EXIT.
           EXIT.

      **************************************************************
      *BUILD-RECYCIN - WRITE EVERY APPROVED CORRECTION TO RECYCIN
      *IN THE REJDATES LAYOUT (CORRECTED DATE IN THE RAW DATE
      *FIELD, ORIGINAL SEQUENCE, REASON AND SOURCE) AND MARK IT
      *BUILT. WRITE-OFFS AND UNAPPROVED ENTRIES NEVER GO IN
      **************************************************************

       6000-BUILD-RECYCIN.

           MOVE ZEROS TO WS-BUILD-READY.
           MOVE 1 TO WS-WRK-SUB.
           PERFORM 6050-COUNT-READY THRU 6050-EXIT
               UNTIL WS-WRK-SUB GREATER THAN WS-WRK-COUNT.
           IF WS-BUILD-READY EQUAL ZERO
               DISPLAY 'COBKDATE: NO APPROVED CORRECTIONS TO BUILD'
                   UPON CNSL
               GO TO 6000-EXIT
           END-IF.

      *A RECYCIN LEFT BY AN EARLIER BUILD IS ONLY REPLACED ON THE
      *OPERATOR'S WORD THAT ITS RECYCLE RUN HAS BEEN DONE.
           MOVE ZEROS TO WS-RECYCIN-HELD.
           OPEN INPUT RECYCIN-FILE.
           IF WS-RECYCIN-STATUS EQUAL '00'
               MOVE 'N' TO WS-RECYCIN-EOF-SW
               PERFORM 6100-COUNT-RECYCIN THRU 6100-EXIT
                   UNTIL END-OF-RECYCIN
               CLOSE RECYCIN-FILE
           END-IF.
           IF WS-RECYCIN-HELD GREATER THAN ZERO
               MOVE WS-RECYCIN-HELD TO WS-EDIT-COUNT
               DISPLAY 'COBKDATE: RECYCIN STILL HOLDS ' WS-EDIT-COUNT
                   ' RECORDS FROM AN EARLIER BUILD. HAS ITS RECYCLE '
                   'RUN BEEN DONE? REPLACE IT (Y/N)' UPON CNSL
               MOVE SPACE TO WS-CONFIRM
               ACCEPT WS-CONFIRM FROM CNSL
               IF WS-CONFIRM NOT EQUAL 'Y'
                   DISPLAY 'COBKDATE: BUILD CANCELLED - RECYCIN '
                       'UNCHANGED' UPON CNSL
                   GO TO 6000-EXIT
               END-IF
           END-IF.

           OPEN OUTPUT RECYCIN-FILE.
           IF WS-RECYCIN-STATUS NOT EQUAL '00'
               DISPLAY 'COBKDATE: CANNOT OPEN RECYCIN, STATUS='
                   WS-RECYCIN-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM 8100-TIMESTAMP THRU 8100-EXIT.
           MOVE ZEROS TO WS-BUILD-READY.
           MOVE 1 TO WS-WRK-SUB.
           PERFORM 6200-BUILD-ITEM THRU 6200-EXIT
               UNTIL WS-WRK-SUB GREATER THAN WS-WRK-COUNT.
           CLOSE RECYCIN-FILE.

           MOVE WS-BUILD-READY TO WS-EDIT-COUNT.
           DISPLAY 'COBKDATE: RECYCIN BUILT WITH ' WS-EDIT-COUNT
               ' CORRECTED REJECTS - RUN COBBDATE IN RECYCLE MODE'
               UPON CNSL.

       6000-EXIT.
           EXIT.

       6050-COUNT-READY.

           IF WS-WRK-APPROVED(WS-WRK-SUB)
               AND WS-WRK-CORRECTION(WS-WRK-SUB)
               ADD 1 TO WS-BUILD-READY
           END-IF.
           ADD 1 TO WS-WRK-SUB.

       6050-EXIT.
           EXIT.

       6100-COUNT-RECYCIN.

           READ RECYCIN-FILE
               AT END
                   SET END-OF-RECYCIN TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECYCIN-HELD
           END-READ.

       6100-EXIT.
           EXIT.

       6200-BUILD-ITEM.

           MOVE WS-WRK-SUB TO WS-ITEM-SUB.
           ADD 1 TO WS-WRK-SUB.
           IF NOT WS-WRK-APPROVED(WS-ITEM-SUB)
               OR NOT WS-WRK-CORRECTION(WS-ITEM-SUB)
               GO TO 6200-EXIT
           END-IF.

           PERFORM 5800-READ-CURRENT THRU 5800-EXIT.
           IF NOT COR-APPROVED
               GO TO 6200-EXIT
           END-IF.

           MOVE SPACES TO RCY-RECORD.
           MOVE COR-NEW-DATE TO RCY-DATE-RAW.
           MOVE COR-REJ-SEQ TO RCY-SEQ.
           MOVE COR-REASON TO RCY-REASON.
           MOVE COR-SOURCE-ID TO RCY-SOURCE-ID.
           WRITE RCY-RECORD.
           IF WS-RECYCIN-STATUS NOT EQUAL '00'
               DISPLAY 'COBKDATE: RECYCIN WRITE FAILED, STATUS='
                   WS-RECYCIN-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           SET COR-BUILT TO TRUE.
           MOVE WS-NOW-DATE-8 TO COR-BUILT-DATE.
           MOVE WS-NOW-TIME TO COR-BUILT-TIME.
           PERFORM 5900-REWRITE-CURRENT THRU 5900-EXIT.
           ADD 1 TO WS-BUILD-READY.
           ADD 1 TO WS-BUILT-COUNT.

       6200-EXIT.
           EXIT.

      **************************************************************
      *PRINT-LOG - THE WHOLE CORRECTION LOG ON CORRPRT FOR AUDIT,
      *IN KEY ORDER: ORIGINAL RAW DATE, SOURCE, SEQUENCE
      **************************************************************

       7000-PRINT-LOG.

           OPEN OUTPUT CORRPRT-FILE.
           IF WS-CORRPRT-STATUS NOT EQUAL '00'
               DISPLAY 'COBKDATE: CANNOT OPEN CORRPRT, STATUS='
                   WS-CORRPRT-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           INITIALIZE WS-LOG-COUNTS.

           MOVE SPACES TO PRT-LINE.
           STRING 'COBKDATE - REJECT CORRECTION LOG'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING 'RUN DATE : 20' WS-RUN-YY '-' WS-RUN-MM '-'
               WS-RUN-DD '   PRINTED BY : ' WS-OPERATOR-ID
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE SPACES TO PRT-LINE.
           STRING '  RAW DATE    SOURCE   SEQ  REASON           '
               'ACTION     CORRECTED   CCYYMMDD  STATUS'
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           MOVE LOW-VALUES TO COR-KEY.
           START CORRLOG-FILE
               KEY IS NOT LESS THAN COR-KEY
           END-START.
           IF WS-CORRLOG-STATUS EQUAL '00'
               MOVE 'N' TO WS-CORRLOG-EOF-SW
               PERFORM 7100-PRINT-ENTRY THRU 7100-EXIT
                   UNTIL END-OF-CORRLOG
           END-IF.

           MOVE SPACES TO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-LOG-ENTRIES TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'LOG ENTRIES . . . . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-LOG-PENDING TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'PENDING APPROVAL  . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-LOG-APPROVED TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'APPROVED, NOT YET BUILT . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-LOG-BUILT TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'BUILT INTO RECYCIN  . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-LOG-WRITTEN-OFF TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'WRITTEN OFF . . . . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.
           MOVE WS-LOG-DECLINED TO WS-EDIT-COUNT.
           MOVE SPACES TO PRT-LINE.
           STRING 'DECLINED  . . . . . . . . . : ' WS-EDIT-COUNT
               DELIMITED BY SIZE INTO PRT-LINE.
           WRITE PRT-LINE.

           CLOSE CORRPRT-FILE.

           MOVE WS-LOG-ENTRIES TO WS-EDIT-COUNT.
           DISPLAY 'COBKDATE: CORRECTION LOG PRINTED ON CORRPRT, '
               WS-EDIT-COUNT ' ENTRIES' UPON CNSL.

       7000-EXIT.
           EXIT.

       7100-PRINT-ENTRY.

           READ CORRLOG-FILE NEXT RECORD
               AT END
                   SET END-OF-CORRLOG TO TRUE
                   GO TO 7100-EXIT
           END-READ.
           IF WS-CORRLOG-STATUS NOT EQUAL '00'
               DISPLAY 'COBKDATE: CORRLOG READ FAILED, STATUS='
                   WS-CORRLOG-STATUS UPON CNSL
               MOVE RC-FILE-ERROR TO RETURN-CODE
               STOP RUN
           END-IF.

           ADD 1 TO WS-LOG-ENTRIES.
           MOVE COR-DATE-RAW TO CL1-DATE-RAW.
           MOVE COR-SOURCE-ID TO CL1-SOURCE-ID.
           MOVE COR-SEQ TO CL1-SEQ.
           MOVE COR-REASON TO CL1-REASON.
           MOVE COR-NEW-DATE TO CL1-NEW-DATE.
           IF COR-WRITE-OFF
               MOVE 'WRITE-OFF' TO CL1-ACTION
               MOVE SPACES TO CL1-NEW-DATE-8
           ELSE
               MOVE 'CORRECT' TO CL1-ACTION
               MOVE COR-NEW-DATE-8 TO CL1-NEW-DATE-8
           END-IF.
           EVALUATE TRUE
               WHEN COR-PENDING
                   MOVE 'PENDING' TO CL1-STATUS
                   ADD 1 TO WS-LOG-PENDING
               WHEN COR-DECLINED
                   MOVE 'DECLINED' TO CL1-STATUS
                   ADD 1 TO WS-LOG-DECLINED
               WHEN COR-APPROVED AND COR-WRITE-OFF
                   MOVE 'WRIT OFF' TO CL1-STATUS
                   ADD 1 TO WS-LOG-WRITTEN-OFF
               WHEN COR-APPROVED
                   MOVE 'APPROVED' TO CL1-STATUS
                   ADD 1 TO WS-LOG-APPROVED
               WHEN COR-BUILT
                   MOVE 'BUILT' TO CL1-STATUS
                   ADD 1 TO WS-LOG-BUILT
               WHEN OTHER
                   MOVE COR-STATUS TO CL1-STATUS
           END-EVALUATE.
           MOVE WS-LOG-LINE-1 TO PRT-LINE.
           WRITE PRT-LINE.

           MOVE COR-MAKER TO CL2-MAKER.
           MOVE COR-MADE-DATE TO CL2-MADE-DATE.
           MOVE COR-MADE-TIME(1:6) TO CL2-MADE-TIME.
           MOVE COR-CHECKER TO CL2-CHECKER.
           IF COR-CHECKER EQUAL SPACES
               MOVE SPACES TO CL2-CHECKED-DATE
               MOVE SPACES TO CL2-CHECKED-TIME
           ELSE
               MOVE COR-CHECKED-DATE TO CL2-CHECKED-DATE
               MOVE COR-CHECKED-TIME(1:6) TO CL2-CHECKED-TIME
           END-IF.
           IF COR-BUILT-DATE EQUAL ZEROS
               MOVE SPACES TO CL2-BUILT-DATE
               MOVE SPACES TO CL2-BUILT-TIME
           ELSE
               MOVE COR-BUILT-DATE TO CL2-BUILT-DATE
               MOVE COR-BUILT-TIME(1:6) TO CL2-BUILT-TIME
           END-IF.
           MOVE WS-LOG-LINE-2 TO PRT-LINE.
           WRITE PRT-LINE.

       7100-EXIT.
           EXIT.

      **************************************************************
      *SELECT-ITEM - VALIDATE THE ITEM NUMBER ON THE COMMAND LINE
      *AGAINST THE WORKLIST
      **************************************************************

       8000-SELECT-ITEM.

           MOVE 'N' TO WS-SELECT-SW.
           IF WS-CMD-ITEM-LEN GREATER THAN 3
               DISPLAY 'COBKDATE: NO SUCH ITEM - ' WS-CMD-LINE
                   UPON CNSL
               GO TO 8000-EXIT
           END-IF.
           INSPECT WS-CMD-ITEM REPLACING LEADING SPACES BY ZEROS.
           IF WS-CMD-ITEM NOT NUMERIC
               OR WS-CMD-ITEM-NUM EQUAL ZERO
               OR WS-CMD-ITEM-NUM GREATER THAN WS-WRK-COUNT
               DISPLAY 'COBKDATE: NO SUCH ITEM - ' WS-CMD-LINE
                   UPON CNSL
               GO TO 8000-EXIT
           END-IF.

           MOVE WS-CMD-ITEM-NUM TO WS-ITEM-SUB.
           MOVE WS-CMD-ITEM-NUM TO WS-EDIT-ITEM.
           SET ITEM-SELECTED TO TRUE.

       8000-EXIT.
           EXIT.

       8100-TIMESTAMP.

           ACCEPT WS-ACCEPT-DATE FROM DATE.
           COMPUTE WS-NOW-DATE-8 = 20000000 + WS-ACCEPT-DATE.
           ACCEPT WS-NOW-TIME FROM TIME.

       8100-EXIT.
           EXIT.

      **************************************************************
      *TERMINATE - CLOSE THE LOG AND ECHO THE SESSION TOTALS
      **************************************************************

       9000-TERMINATE.

           CLOSE CORRLOG-FILE.

           DISPLAY 'COBKDATE: SAVED = ' WS-SAVED-COUNT
               ' APPROVED = ' WS-APPROVED-COUNT
               ' DECLINED = ' WS-DECLINED-COUNT
               ' BUILT = ' WS-BUILT-COUNT UPON CNSL.

       9000-EXIT.
           EXIT.
