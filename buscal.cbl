       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BUSCAL".
       AUTHOR.     EVERTON VOLPI.
      * Shared business-calendar routine.  Monday to Friday are
      * working days unless the BUSCAL.DAT calendar lists the date
      * as a holiday (H); a Saturday or Sunday listed as a working
      * day (W) counts as one.  Given a YYYYMMDD date and a function
      * code it answers Y or N in the result byte:
      *     W - IS THE DATE A WORKING DAY
      *     F - IS IT THE FIRST BUSINESS DAY OF ITS MONTH
      *     L - IS IT THE LAST BUSINESS DAY OF ITS MONTH
      * and always returns the day of the week, 1 for Monday
      * through 7 for Sunday (0 for a date that is not a calendar
      * date).  The calendar is read once, on the first call, and
      * held for the rest of the run.  Called by JOBSTREAM for the
      * run-frequency rules and by DATEDIFF for business-day
      * counts; the file is maintained by CALMAINT.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL.DAT"
               FILE STATUS IS WS-CALENDAR-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *This mirrors the BUSCAL.DAT record CALMAINT writes.
       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           88 END-OF-CALENDAR    VALUE HIGH-VALUES.
           05 BC-DATE            PIC 9(8).
           05 FILLER             PIC X.
           05 BC-DAY-TYPE        PIC X.
           05 FILLER             PIC X(31).

       WORKING-STORAGE SECTION.
       01 WS-CALENDAR-FILE-STATUS PIC XX.
           88 WS-CALENDAR-FILE-NOT-FOUND VALUE "35".

       01 WS-CALENDAR-LOADED-SW  PIC X VALUE "N".
           88 WS-CALENDAR-LOADED     VALUE "Y".

       01 WS-CAL-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 500 TIMES.
               10 WS-CT-DATE         PIC 9(8).
               10 WS-CT-DAY-TYPE     PIC X.
                   88 WS-CT-HOLIDAY      VALUE "H".
                   88 WS-CT-WORKING      VALUE "W".
       01 WS-CAL-IDX             PIC 9(3).

       01 WS-CHECK-DATE          PIC 9(8).
       01 WS-CHECK-PARTS REDEFINES WS-CHECK-DATE.
           05 WS-YEAR            PIC 9(4).
           05 WS-MONTH           PIC 9(2).
           05 WS-DAY             PIC 9(2).

       01 WS-CHECK-WEEKDAY       PIC 9.
       01 WS-CHECK-WORKING-SW    PIC X.
           88 WS-CHECK-IS-WORKING    VALUE "Y".
           88 WS-CHECK-NOT-WORKING   VALUE "N".

       01 WS-ASKED-DAY           PIC 9(2).
       01 WS-ASKED-WEEKDAY       PIC 9.
       01 WS-DAYS-IN-MONTH       PIC 9(2).
       01 WS-SCAN-DAY            PIC S9(3).

       01 WS-OTHER-DAY-SW        PIC X.
           88 WS-OTHER-DAY-FOUND     VALUE "Y".
           88 WS-OTHER-DAY-NOT-FOUND VALUE "N".

       01 WS-SERIAL-DAYS         PIC S9(9).
       01 WS-SERIAL-QUOTIENT     PIC S9(9).
       01 WS-SERIAL-REMAINDER    PIC S9(9).

       01 WS-PRIOR-YEAR          PIC 9(4).
       01 WS-LEAP-COUNT          PIC 9(5).
       01 WS-QUOT-4              PIC 9(4).
       01 WS-QUOT-100            PIC 9(4).
       01 WS-QUOT-400            PIC 9(4).

       01 WS-REMAINDER-4         PIC 9(4).
       01 WS-REMAINDER-100       PIC 9(4).
       01 WS-REMAINDER-400       PIC 9(4).
       01 WS-QUOTIENT            PIC 9(4).

       01 WS-LEAP-SWITCH         PIC X.
           88 WS-LEAP-YEAR           VALUE "Y".
           88 WS-NOT-LEAP-YEAR       VALUE "N".

       01 WS-CUM-DAY-VALUES.
           05 FILLER PIC X(18) VALUE "000031059090120151".
           05 FILLER PIC X(18) VALUE "181212243273304334".
       01 WS-CUM-DAY-TABLE REDEFINES WS-CUM-DAY-VALUES.
           05 WS-CUM-DAYS        PIC 9(3) OCCURS 12 TIMES.

       01 WS-MONTH-DAY-VALUES.
           05 FILLER PIC X(24) VALUE "312831303130313130313031".
       01 WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
           05 WS-MONTH-DAYS      PIC 9(2) OCCURS 12 TIMES.

       LINKAGE SECTION.
       01 LNK-BUSCAL-PARM.
           05 LNK-FUNCTION       PIC X.
               88 LNK-WORKING-DAY    VALUE "W".
               88 LNK-FIRST-BUS-DAY  VALUE "F".
               88 LNK-LAST-BUS-DAY   VALUE "L".
           05 LNK-DATE           PIC 9(8).
           05 LNK-WEEKDAY        PIC 9.
           05 LNK-RESULT         PIC X.
               88 LNK-ANSWER-YES     VALUE "Y".
               88 LNK-ANSWER-NO      VALUE "N".

       PROCEDURE DIVISION USING LNK-BUSCAL-PARM.
       0100-ANSWER-CALENDAR.
           IF NOT WS-CALENDAR-LOADED
               PERFORM 0150-LOAD-CALENDAR
                   THRU 0150-LOAD-CALENDAR-EXIT
           END-IF.

           SET LNK-ANSWER-NO TO TRUE.
           MOVE ZERO TO LNK-WEEKDAY.

           IF LNK-DATE NOT NUMERIC
               GO TO 0100-ANSWER-CALENDAR-EXIT
           END-IF.
           MOVE LNK-DATE TO WS-CHECK-DATE.
           IF WS-MONTH < 1 OR WS-MONTH > 12 OR WS-DAY < 1
               GO TO 0100-ANSWER-CALENDAR-EXIT
           END-IF.
           PERFORM 0500-SET-MONTH-LENGTH
               THRU 0500-SET-MONTH-LENGTH-EXIT.
           IF WS-DAY > WS-DAYS-IN-MONTH
               GO TO 0100-ANSWER-CALENDAR-EXIT
           END-IF.

           MOVE WS-DAY TO WS-ASKED-DAY.
           PERFORM 0300-CLASSIFY-DAY THRU 0300-CLASSIFY-DAY-EXIT.
           MOVE WS-CHECK-WEEKDAY TO WS-ASKED-WEEKDAY.
           MOVE WS-ASKED-WEEKDAY TO LNK-WEEKDAY.
           IF WS-CHECK-NOT-WORKING
               GO TO 0100-ANSWER-CALENDAR-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN LNK-WORKING-DAY
                   SET LNK-ANSWER-YES TO TRUE
               WHEN LNK-FIRST-BUS-DAY
                   SET WS-OTHER-DAY-NOT-FOUND TO TRUE
                   PERFORM 0400-CHECK-OTHER-DAY
                       THRU 0400-CHECK-OTHER-DAY-EXIT
                       VARYING WS-SCAN-DAY FROM WS-ASKED-DAY BY -1
                       UNTIL WS-SCAN-DAY < 2
                          OR WS-OTHER-DAY-FOUND
                   IF WS-OTHER-DAY-NOT-FOUND
                       SET LNK-ANSWER-YES TO TRUE
                   END-IF
               WHEN LNK-LAST-BUS-DAY
                   SET WS-OTHER-DAY-NOT-FOUND TO TRUE
                   PERFORM 0400-CHECK-OTHER-DAY
                       THRU 0400-CHECK-OTHER-DAY-EXIT
                       VARYING WS-SCAN-DAY FROM WS-ASKED-DAY BY 1
                       UNTIL WS-SCAN-DAY >= WS-DAYS-IN-MONTH
                          OR WS-OTHER-DAY-FOUND
                   IF WS-OTHER-DAY-NOT-FOUND
                       SET LNK-ANSWER-YES TO TRUE
                   END-IF
           END-EVALUATE.
       0100-ANSWER-CALENDAR-EXIT.
           GOBACK.

      * With no BUSCAL.DAT there are no holidays - every weekday is
      * a working day and no weekend day is.
       0150-LOAD-CALENDAR.
           SET WS-CALENDAR-LOADED TO TRUE.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-FILE-NOT-FOUND
               DISPLAY "BUSCAL: BUSCAL.DAT NOT FOUND - MONDAY TO "
                   "FRIDAY TAKEN AS WORKING DAYS, NO HOLIDAYS"
               GO TO 0150-LOAD-CALENDAR-EXIT
           END-IF.

           READ CALENDAR-FILE
               AT END SET END-OF-CALENDAR TO TRUE
           END-READ.
           PERFORM 0170-LOAD-ONE-DAY THRU 0170-LOAD-ONE-DAY-EXIT
               UNTIL END-OF-CALENDAR.
           CLOSE CALENDAR-FILE.
       0150-LOAD-CALENDAR-EXIT.
           EXIT.

       0170-LOAD-ONE-DAY.
           IF WS-CAL-COUNT < 500
               ADD 1 TO WS-CAL-COUNT
               MOVE BC-DATE     TO WS-CT-DATE(WS-CAL-COUNT)
               MOVE BC-DAY-TYPE TO WS-CT-DAY-TYPE(WS-CAL-COUNT)
           ELSE
               DISPLAY "BUSCAL: MORE THAN 500 DAYS ON BUSCAL.DAT - "
                   "IGNORING THE REST"
               SET END-OF-CALENDAR TO TRUE
               GO TO 0170-LOAD-ONE-DAY-EXIT
           END-IF.

           READ CALENDAR-FILE
               AT END SET END-OF-CALENDAR TO TRUE
           END-READ.
       0170-LOAD-ONE-DAY-EXIT.
           EXIT.

      * Day of week for WS-CHECK-DATE from its day serial number -
      * 1 January of year 1 was a Monday - then the calendar entry
      * for the date, if any, overrides the weekday rule.
       0300-CLASSIFY-DAY.
           PERFORM 0350-DATE-TO-SERIAL THRU 0350-DATE-TO-SERIAL-EXIT.
           SUBTRACT 1 FROM WS-SERIAL-DAYS.
           DIVIDE WS-SERIAL-DAYS BY 7 GIVING WS-SERIAL-QUOTIENT
               REMAINDER WS-SERIAL-REMAINDER.
           COMPUTE WS-CHECK-WEEKDAY = WS-SERIAL-REMAINDER + 1.

           IF WS-CHECK-WEEKDAY < 6
               SET WS-CHECK-IS-WORKING TO TRUE
           ELSE
               SET WS-CHECK-NOT-WORKING TO TRUE
           END-IF.

           PERFORM 0320-CHECK-ONE-CAL-DAY
               THRU 0320-CHECK-ONE-CAL-DAY-EXIT
               VARYING WS-CAL-IDX FROM 1 BY 1
               UNTIL WS-CAL-IDX > WS-CAL-COUNT.
       0300-CLASSIFY-DAY-EXIT.
           EXIT.

       0320-CHECK-ONE-CAL-DAY.
           IF WS-CT-DATE(WS-CAL-IDX) = WS-CHECK-DATE
               IF WS-CT-HOLIDAY(WS-CAL-IDX)
                   SET WS-CHECK-NOT-WORKING TO TRUE
               END-IF
               IF WS-CT-WORKING(WS-CAL-IDX)
                   SET WS-CHECK-IS-WORKING TO TRUE
               END-IF
           END-IF.
       0320-CHECK-ONE-CAL-DAY-EXIT.
           EXIT.

      * Days since the calendar epoch, the same reckoning DATEDIFF
      * uses: 365 per elapsed year plus one per elapsed leap year,
      * plus the day of year with the February-29 adjustment.
       0350-DATE-TO-SERIAL.
           COMPUTE WS-PRIOR-YEAR = WS-YEAR - 1.
           DIVIDE WS-PRIOR-YEAR BY 4 GIVING WS-QUOT-4
               REMAINDER WS-REMAINDER-4.
           DIVIDE WS-PRIOR-YEAR BY 100 GIVING WS-QUOT-100
               REMAINDER WS-REMAINDER-100.
           DIVIDE WS-PRIOR-YEAR BY 400 GIVING WS-QUOT-400
               REMAINDER WS-REMAINDER-400.
           COMPUTE WS-LEAP-COUNT =
               WS-QUOT-4 - WS-QUOT-100 + WS-QUOT-400.

           COMPUTE WS-SERIAL-DAYS =
               WS-PRIOR-YEAR * 365 + WS-LEAP-COUNT
               + WS-CUM-DAYS(WS-MONTH) + WS-DAY.

           IF WS-MONTH > 2
               PERFORM 0550-CHECK-LEAP-YEAR
                   THRU 0550-CHECK-LEAP-YEAR-EXIT
               IF WS-LEAP-YEAR
                   ADD 1 TO WS-SERIAL-DAYS
               END-IF
           END-IF.
       0350-DATE-TO-SERIAL-EXIT.
           EXIT.

      * Looks at the day before (first business day) or after
      * (last business day) WS-SCAN-DAY in the same month.  Any
      * working day there means the asked date is not the one.
       0400-CHECK-OTHER-DAY.
           IF LNK-FIRST-BUS-DAY
               COMPUTE WS-DAY = WS-SCAN-DAY - 1
           ELSE
               COMPUTE WS-DAY = WS-SCAN-DAY + 1
           END-IF.
           PERFORM 0300-CLASSIFY-DAY THRU 0300-CLASSIFY-DAY-EXIT.
           IF WS-CHECK-IS-WORKING
               SET WS-OTHER-DAY-FOUND TO TRUE
           END-IF.
       0400-CHECK-OTHER-DAY-EXIT.
           EXIT.

       0500-SET-MONTH-LENGTH.
           MOVE WS-MONTH-DAYS(WS-MONTH) TO WS-DAYS-IN-MONTH.
           IF WS-MONTH = 2
               PERFORM 0550-CHECK-LEAP-YEAR
                   THRU 0550-CHECK-LEAP-YEAR-EXIT
               IF WS-LEAP-YEAR
                   MOVE 29 TO WS-DAYS-IN-MONTH
               END-IF
           END-IF.
       0500-SET-MONTH-LENGTH-EXIT.
           EXIT.

       0550-CHECK-LEAP-YEAR.
           SET WS-NOT-LEAP-YEAR TO TRUE.
           DIVIDE WS-YEAR BY 4 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER-4.
           DIVIDE WS-YEAR BY 100 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER-100.
           DIVIDE WS-YEAR BY 400 GIVING WS-QUOTIENT
               REMAINDER WS-REMAINDER-400.

           IF WS-REMAINDER-400 = ZERO
               SET WS-LEAP-YEAR TO TRUE
           ELSE
               IF WS-REMAINDER-4 = ZERO AND WS-REMAINDER-100 NOT = ZERO
                   SET WS-LEAP-YEAR TO TRUE
               END-IF
           END-IF.
       0550-CHECK-LEAP-YEAR-EXIT.
           EXIT.

       END PROGRAM BUSCAL.
