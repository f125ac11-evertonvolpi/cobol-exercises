      * for the twelve-month overdue screening test; lives
      * alongside DATEEDIT.
      *
      * A second entry point, DATEBDAY, returns the number of
      * business days between the two dates instead - the working
      * days after the from date up to and including the to date,
      * as the shared BUSCAL business calendar defines them.
      *
      * MODIFICATION HISTORY:
      *   2026-09-02  EV  INITIAL VERSION
      *   2026-10-15  EV  DATEBDAY ENTRY POINT ADDED FOR BUSINESS-DAY
      *                   COUNTS AGAINST THE BUSCAL CALENDAR
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-MONTH-IDX           PIC 9(2).

       01 WS-WALK-END-DATE       PIC 9(8).
       01 WS-WALK-SIGN           PIC S9 VALUE +1.
       01 WS-BUSINESS-COUNT      PIC S9(7).
       01 WS-DAYS-IN-MONTH       PIC 9(2).

       01 WS-MONTH-DAY-VALUES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
           05 WS-MONTH-DAYS      PIC 9(2) OCCURS 12 TIMES.

       01 WS-BUSCAL-PARM.
           05 WS-BC-FUNCTION     PIC X.
           05 WS-BC-DATE         PIC 9(8).
           05 WS-BC-WEEKDAY      PIC 9.
           05 WS-BC-RESULT       PIC X.
               88 WS-BC-ANSWER-YES   VALUE "Y".

       01 WS-CUM-DAY-VALUES.
           05 FILLER PIC X(18) VALUE "000031059090120151".
           05 FILLER PIC X(18) VALUE "181212243273304334".
       01 LNK-TO-DATE            PIC 9(8).
       01 LNK-ELAPSED-YEARS      PIC S9(4).
       01 LNK-ELAPSED-DAYS       PIC S9(7).
       01 LNK-BUSINESS-DAYS      PIC S9(7).

       PROCEDURE DIVISION USING LNK-FROM-DATE, LNK-TO-DATE,
           LNK-ELAPSED-YEARS, LNK-ELAPSED-DAYS.
       0100-COMPUTE-DIFFERENCE-EXIT.
           GOBACK.

      * Business days are counted by walking the calendar one day
      * at a time from the earlier date to the later one and asking
      * BUSCAL about each day after the start.  A to date before
      * the from date gives a negative count.
       0150-COUNT-BUSINESS-DAYS.
       ENTRY "DATEBDAY" USING LNK-FROM-DATE, LNK-TO-DATE,
               LNK-BUSINESS-DAYS.
           MOVE ZERO TO LNK-BUSINESS-DAYS, WS-BUSINESS-COUNT.
           IF LNK-FROM-DATE NOT NUMERIC OR LNK-TO-DATE NOT NUMERIC
               GO TO 0150-COUNT-BUSINESS-DAYS-EXIT
           END-IF.

           IF LNK-TO-DATE < LNK-FROM-DATE
               MOVE LNK-TO-DATE   TO WS-WORK-DATE
               MOVE LNK-FROM-DATE TO WS-WALK-END-DATE
               MOVE -1 TO WS-WALK-SIGN
           ELSE
               MOVE LNK-FROM-DATE TO WS-WORK-DATE
               MOVE LNK-TO-DATE   TO WS-WALK-END-DATE
               MOVE +1 TO WS-WALK-SIGN
           END-IF.
           IF WS-MONTH < 1 OR WS-MONTH > 12
               GO TO 0150-COUNT-BUSINESS-DAYS-EXIT
           END-IF.

           MOVE "W" TO WS-BC-FUNCTION.
           PERFORM 0170-COUNT-ONE-DAY THRU 0170-COUNT-ONE-DAY-EXIT
               UNTIL WS-WORK-DATE NOT < WS-WALK-END-DATE.

           COMPUTE LNK-BUSINESS-DAYS =
               WS-BUSINESS-COUNT * WS-WALK-SIGN.
       0150-COUNT-BUSINESS-DAYS-EXIT.
           GOBACK.

       0170-COUNT-ONE-DAY.
           ADD 1 TO WS-DAY.
           MOVE WS-MONTH-DAYS(WS-MONTH) TO WS-DAYS-IN-MONTH.
           IF WS-MONTH = 2
               PERFORM 0300-CHECK-LEAP-YEAR
                   THRU 0300-CHECK-LEAP-YEAR-EXIT
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.
           IF WS-DAY > WS-DAYS-IN-MONTH
               MOVE 1 TO WS-DAY
               ADD 1 TO WS-MONTH
               IF WS-MONTH > 12
                   MOVE 1 TO WS-MONTH
                   ADD 1 TO WS-YEAR
               END-IF
           END-IF.

           MOVE WS-WORK-DATE TO WS-BC-DATE.
           CALL "BUSCAL" USING WS-BUSCAL-PARM.
           IF WS-BC-ANSWER-YES
               ADD 1 TO WS-BUSINESS-COUNT
           END-IF.
       0170-COUNT-ONE-DAY-EXIT.
           EXIT.

      * Days since the calendar epoch: 365 per elapsed year plus
      * one per elapsed leap year, plus the day of year with the
      * February-29 adjustment when the date itself falls in a
