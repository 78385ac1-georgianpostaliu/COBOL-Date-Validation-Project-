      *         FIECARE SCADENTA MUTATA PE ZI LUCRATOARE
      *ZILELE LUCRATOARE FOLOSESC ACEEASI REGULA CA COBTST01:
      *SAMBATA SI DUMINICA PLUS FISIERUL MASTER HOLIDAY
      *CU UN AL DOILEA CALENDAR (LS-CALC-CAL-ID-2), O ZI ESTE
      *LUCRATOARE NUMAI DACA ESTE LUCRATOARE PE AMBELE
      *****************************************************
      *MODIFICATION HISTORY
      *  - INITIAL VERSION, DATE-ARITHMETIC SERVICE FOR THE
      *    IS CLAMPED TO THE LAST DAY OF SHORTER MONTHS, WHICH
      *    IS EXACTLY THE CASE THE HAND-ROLLED AD/RL LOOPS ON
      *    THE PAYMENTS DESK KEPT GETTING WRONG.
      *  - AB, RL AND GS CAN JUDGE AGAINST A PAIR OF CALENDARS:
      *    WHEN THE CALLER SETS LS-CALC-CAL-ID-2, A DAY COUNTS AS
      *    A BUSINESS DAY ONLY IF IT IS ONE ON BOTH, AS A
      *    SETTLEMENT DATE MUST BE IN THE TRADING MARKET AND THE
      *    SETTLEMENT CURRENCY'S MARKET. A SECOND CALENDAR OF
      *    SPACES, OR THE SAME AS THE FIRST, IS ONE CALENDAR.
      *****************************************************

       IDENTIFICATION DIVISION.
      *LS-CALC-CAL-ID WITH SPACES NORMALIZED TO DOMESTIC.
       01 WS-REQ-CAL-ID                PIC X(3) VALUE 'DOM'.

      *SECOND CALENDAR OF A JOINT CALL, FROM LS-CALC-CAL-ID-2.
      *SPACES (NO SECOND CALENDAR, OR THE SAME AS THE FIRST)
      *MEANS THE CALL IS JUDGED AGAINST WS-REQ-CAL-ID ALONE.
       01 WS-REQ-CAL-ID-2              PIC X(3) VALUE SPACES.
          88 SINGLE-CALENDAR              VALUE SPACES.

       01 WS-LEAP-SW                   PIC X(1) VALUE 'N'.
          88 LEAP-YEAR                    VALUE 'Y'.
          88 NOT-LEAP-YEAR                VALUE 'N'.
               MOVE LS-CALC-CAL-ID TO WS-REQ-CAL-ID
           END-IF.

           MOVE SPACES TO WS-REQ-CAL-ID-2.
           IF NOT LS-CALC-SINGLE-CAL
               AND LS-CALC-CAL-ID-2 NOT EQUAL WS-REQ-CAL-ID
               MOVE LS-CALC-CAL-ID-2 TO WS-REQ-CAL-ID-2
           END-IF.

           EVALUATE TRUE
               WHEN LS-CALC-ADD-DAYS
                   PERFORM 1000-ADD-DAYS THRU 1000-EXIT

      **************************************************************
      *CHECK-BUSDAY - WEEKEND VIA ZELLER, HOLIDAY VIA THE MASTER
      *ON THE REQUESTED CALENDAR AND, ON A JOINT CALL, ON THE
      *SECOND CALENDAR AS WELL
      **************************************************************

       8100-CHECK-BUSDAY.
               END-SEARCH
           END-IF.

           IF WORK-DATE-BUSDAY
               AND NOT SINGLE-CALENDAR
               AND WS-HOLIDAY-COUNT GREATER THAN ZERO
               SET WS-HOLIDAY-IDX TO 1
               SEARCH WS-HOLIDAY-ENTRY
                   AT END
                       CONTINUE
                   WHEN WS-HOL-DATE(WS-HOLIDAY-IDX)
                           EQUAL WS-WORK-DATE-8
                       AND WS-HOL-CAL(WS-HOLIDAY-IDX)
                           EQUAL WS-REQ-CAL-ID-2
                       SET WORK-DATE-NON-BUSDAY TO TRUE
               END-SEARCH
           END-IF.

       8100-EXIT.
           EXIT.

