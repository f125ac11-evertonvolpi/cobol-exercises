       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CALMAINT".
       AUTHOR.     EVERTON VOLPI.
      * Maintenance screen for the BUSCAL.DAT business calendar, in
      * the style of TEAMMAINT.  Monday to Friday are working days
      * and Saturday and Sunday are not, so the file holds only the
      * exceptions: a holiday (H) that closes a weekday, or an
      * extra working day (W) on a weekend.  Each carries a short
      * description.  The file is kept in date order.
      *
      * The shared BUSCAL routine reads this file for JOBSTREAM's
      * run-frequency rules and for DATEDIFF's business-day counts.
      * Holidays are normally keyed a year ahead, so unlike most
      * date fields in the suite a future date is accepted here.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
      *   2026-10-15  EV  SIGN-ON THROUGH SIGNON, WITH THE FUNCTION
      *                   CHOSEN CHECKED AGAINST THE OPERATOR'S
      *                   AUTHORITY AS I (LIST), A, C OR D
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO "BUSCAL.DAT"
               FILE STATUS IS WS-CALENDAR-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CALENDAR-FILE.
       01 CALENDAR-RECORD.
           88 CALENDAR-EOF         VALUE HIGH-VALUES.
           05 BC-DATE              PIC 9(8).
           05 FILLER               PIC X.
           05 BC-DAY-TYPE          PIC X.
           05 FILLER               PIC X.
           05 BC-DESCRIPTION       PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-CALENDAR-FILE-STATUS  PIC XX.
           88 WS-CALENDAR-FILE-NOT-FOUND VALUE "35".

       01 WS-FUNCTION              PIC 9.
           88 WS-LIST-FUNCTION         VALUE 1.
           88 WS-ADD-FUNCTION          VALUE 2.
           88 WS-CHANGE-FUNCTION       VALUE 3.
           88 WS-DELETE-FUNCTION       VALUE 4.

       01 WS-VALID-ENTRY-SWITCH    PIC X VALUE "N".
           88 WS-VALID-ENTRY           VALUE "Y".
           88 WS-INVALID-ENTRY         VALUE "N".

       01 WS-DAY-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-DAY-TABLE.
           05 WS-DAY-ENTRY OCCURS 500 TIMES.
               10 WS-DT-DATE           PIC 9(8).
               10 WS-DT-DAY-TYPE       PIC X.
               10 WS-DT-DESCRIPTION    PIC X(30).
       01 WS-DAY-IDX               PIC 9(3).
       01 WS-FOUND-IDX             PIC 9(3).
       01 WS-INSERT-IDX            PIC 9(3).

       01 WS-FOUND-SWITCH          PIC X.
           88 WS-DAY-FOUND             VALUE "Y".
           88 WS-DAY-NOT-FOUND         VALUE "N".

       01 WS-WORK-DATE             PIC 9(8).
       01 WS-WORK-DAY-TYPE         PIC X.
           88 WS-WORK-HOLIDAY          VALUE "H".
           88 WS-WORK-WORKING          VALUE "W".
       01 WS-WORK-DESCRIPTION      PIC X(30).

       01 WS-BUSCAL-PARM.
           05 WS-BC-FUNCTION       PIC X.
           05 WS-BC-DATE           PIC 9(8).
           05 WS-BC-WEEKDAY        PIC 9.
           05 WS-BC-RESULT         PIC X.

       01 WS-WEEKDAY-NAME-VALUES.
           05 FILLER PIC X(24) VALUE "MONTUEWEDTHUFRISATSUN???".
       01 WS-WEEKDAY-NAME-TABLE REDEFINES WS-WEEKDAY-NAME-VALUES.
           05 WS-WEEKDAY-NAME      PIC X(3) OCCURS 8 TIMES.

       01 WS-VALUES-OK-SWITCH      PIC X.
           88 WS-VALUES-OK             VALUE "Y".
           88 WS-VALUES-NOT-OK         VALUE "N".

       01 WS-LOAD-OVERFLOW-SW      PIC X VALUE "N".
           88 WS-LOAD-OVERFLOW         VALUE "Y".

       01 WS-CONFIRM               PIC X(3).

       01 WS-OPERATOR-ID           PIC X(3) VALUE SPACES.

       01 WS-SIGNON-ACCESS.
           05 WS-SO-PROGRAM        PIC X(17) VALUE "CALMAINT".
           05 WS-SO-FUNCTION       PIC X VALUE SPACE.
           05 WS-SO-RESULT         PIC X.
               88 WS-SO-GRANTED        VALUE "Y".

       PROCEDURE DIVISION.
       0100-START-HERE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           PERFORM 0150-LOAD-CALENDAR THRU 0150-LOAD-CALENDAR-EXIT.

           PERFORM 0110-PROMPT-FOR-FUNCTION
               THRU 0110-PROMPT-FOR-FUNCTION-EXIT
               UNTIL WS-VALID-ENTRY.

           EVALUATE TRUE
               WHEN WS-LIST-FUNCTION
                   MOVE "I" TO WS-SO-FUNCTION
               WHEN WS-ADD-FUNCTION
                   MOVE "A" TO WS-SO-FUNCTION
               WHEN WS-CHANGE-FUNCTION
                   MOVE "C" TO WS-SO-FUNCTION
               WHEN WS-DELETE-FUNCTION
                   MOVE "D" TO WS-SO-FUNCTION
           END-EVALUATE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN WS-LIST-FUNCTION
                   PERFORM 0200-LIST-DAYS THRU 0200-LIST-DAYS-EXIT
               WHEN WS-ADD-FUNCTION
                   PERFORM 0300-ADD-DAY THRU 0300-ADD-DAY-EXIT
               WHEN WS-CHANGE-FUNCTION
                   PERFORM 0400-CHANGE-DAY THRU 0400-CHANGE-DAY-EXIT
               WHEN WS-DELETE-FUNCTION
                   PERFORM 0500-DELETE-DAY THRU 0500-DELETE-DAY-EXIT
           END-EVALUATE.

           STOP RUN.

       0110-PROMPT-FOR-FUNCTION.
           DISPLAY "LIST (1): ".
           DISPLAY "ADD (2): ".
           DISPLAY "CHANGE (3): ".
           DISPLAY "DELETE (4): ".
           ACCEPT WS-FUNCTION.

           IF WS-LIST-FUNCTION OR WS-ADD-FUNCTION
                   OR WS-CHANGE-FUNCTION OR WS-DELETE-FUNCTION
               SET WS-VALID-ENTRY TO TRUE
           ELSE
               DISPLAY "INVALID SELECTION - PLEASE ENTER A NUMBER "
                   "FROM 1 TO 4"
               SET WS-INVALID-ENTRY TO TRUE
           END-IF.
       0110-PROMPT-FOR-FUNCTION-EXIT.
           EXIT.

       0150-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF WS-CALENDAR-FILE-NOT-FOUND
               GO TO 0150-LOAD-CALENDAR-EXIT
           END-IF.

           READ CALENDAR-FILE
               AT END SET CALENDAR-EOF TO TRUE
           END-READ.
           PERFORM 0170-LOAD-ONE-DAY THRU 0170-LOAD-ONE-DAY-EXIT
               UNTIL CALENDAR-EOF.
           CLOSE CALENDAR-FILE.
       0150-LOAD-CALENDAR-EXIT.
           EXIT.

       0170-LOAD-ONE-DAY.
           IF WS-DAY-COUNT < 500
               ADD 1 TO WS-DAY-COUNT
               MOVE BC-DATE        TO WS-DT-DATE(WS-DAY-COUNT)
               MOVE BC-DAY-TYPE    TO WS-DT-DAY-TYPE(WS-DAY-COUNT)
               MOVE BC-DESCRIPTION TO WS-DT-DESCRIPTION(WS-DAY-COUNT)
           ELSE
               DISPLAY "CALMAINT: BUSCAL.DAT HAS MORE THAN 500 "
                   "RECORDS - ONLY LIST WILL BE ALLOWED SO THE "
                   "FILE IS NEVER REWRITTEN FROM A TRUNCATED TABLE"
               SET WS-LOAD-OVERFLOW TO TRUE
               SET CALENDAR-EOF TO TRUE
               GO TO 0170-LOAD-ONE-DAY-EXIT
           END-IF.

           READ CALENDAR-FILE
               AT END SET CALENDAR-EOF TO TRUE
           END-READ.
       0170-LOAD-ONE-DAY-EXIT.
           EXIT.

       0200-LIST-DAYS.
           IF WS-DAY-COUNT = ZERO
               DISPLAY "CALMAINT: NO HOLIDAYS OR EXTRA WORKING DAYS "
                   "ON FILE"
               GO TO 0200-LIST-DAYS-EXIT
           END-IF.

           DISPLAY "DATE      DAY  TYPE  DESCRIPTION".
           PERFORM 0250-LIST-ONE-DAY THRU 0250-LIST-ONE-DAY-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT.
       0200-LIST-DAYS-EXIT.
           EXIT.

       0250-LIST-ONE-DAY.
           MOVE "W" TO WS-BC-FUNCTION.
           MOVE WS-DT-DATE(WS-DAY-IDX) TO WS-BC-DATE.
           CALL "BUSCAL" USING WS-BUSCAL-PARM.
           IF WS-BC-WEEKDAY = ZERO
               MOVE 8 TO WS-BC-WEEKDAY
           END-IF.
           DISPLAY WS-DT-DATE(WS-DAY-IDX), "  ",
               WS-WEEKDAY-NAME(WS-BC-WEEKDAY), "  ",
               WS-DT-DAY-TYPE(WS-DAY-IDX), "     ",
               WS-DT-DESCRIPTION(WS-DAY-IDX).
       0250-LIST-ONE-DAY-EXIT.
           EXIT.

       0300-ADD-DAY.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0300-ADD-DAY-EXIT
           END-IF.

           DISPLAY "DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-WORK-DATE.
           PERFORM 0600-FIND-DAY THRU 0600-FIND-DAY-EXIT.
           IF WS-DAY-FOUND
               DISPLAY WS-WORK-DATE, " IS ALREADY ON FILE"
               GO TO 0300-ADD-DAY-EXIT
           END-IF.

           IF WS-DAY-COUNT >= 500
               DISPLAY "CALMAINT: CALENDAR TABLE FULL - NOTHING ADDED"
               GO TO 0300-ADD-DAY-EXIT
           END-IF.

           PERFORM 0700-ACCEPT-DAY-VALUES
               THRU 0700-ACCEPT-DAY-VALUES-EXIT.
           IF WS-VALUES-NOT-OK
               DISPLAY "NOTHING ADDED"
               GO TO 0300-ADD-DAY-EXIT
           END-IF.

      * The new day goes in ahead of the first later date so the
      * file stays in date order.
           MOVE 1 TO WS-INSERT-IDX.
           PERFORM 0320-FIND-INSERT-POINT
               THRU 0320-FIND-INSERT-POINT-EXIT
               UNTIL WS-INSERT-IDX > WS-DAY-COUNT
                  OR WS-DT-DATE(WS-INSERT-IDX) > WS-WORK-DATE.
           ADD 1 TO WS-DAY-COUNT.
           PERFORM 0340-OPEN-ONE-SLOT THRU 0340-OPEN-ONE-SLOT-EXIT
               VARYING WS-DAY-IDX FROM WS-DAY-COUNT BY -1
               UNTIL WS-DAY-IDX <= WS-INSERT-IDX.
           MOVE WS-WORK-DATE     TO WS-DT-DATE(WS-INSERT-IDX).
           MOVE WS-WORK-DAY-TYPE TO WS-DT-DAY-TYPE(WS-INSERT-IDX).
           MOVE WS-WORK-DESCRIPTION
               TO WS-DT-DESCRIPTION(WS-INSERT-IDX).
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "DAY ADDED".
       0300-ADD-DAY-EXIT.
           EXIT.

       0320-FIND-INSERT-POINT.
           ADD 1 TO WS-INSERT-IDX.
       0320-FIND-INSERT-POINT-EXIT.
           EXIT.

       0340-OPEN-ONE-SLOT.
           MOVE WS-DAY-ENTRY(WS-DAY-IDX - 1)
               TO WS-DAY-ENTRY(WS-DAY-IDX).
       0340-OPEN-ONE-SLOT-EXIT.
           EXIT.

      * The date itself cannot be changed here - a moved holiday is
      * the old date deleted and the new one added.
       0400-CHANGE-DAY.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0400-CHANGE-DAY-EXIT
           END-IF.

           DISPLAY "DATE TO CHANGE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-WORK-DATE.
           PERFORM 0600-FIND-DAY THRU 0600-FIND-DAY-EXIT.
           IF WS-DAY-NOT-FOUND
               DISPLAY WS-WORK-DATE, " IS NOT ON FILE"
               GO TO 0400-CHANGE-DAY-EXIT
           END-IF.

           DISPLAY "CURRENT TYPE ........: ",
               WS-DT-DAY-TYPE(WS-FOUND-IDX).
           DISPLAY "CURRENT DESCRIPTION .: ",
               WS-DT-DESCRIPTION(WS-FOUND-IDX).

           PERFORM 0700-ACCEPT-DAY-VALUES
               THRU 0700-ACCEPT-DAY-VALUES-EXIT.
           IF WS-VALUES-NOT-OK
               DISPLAY "NOTHING CHANGED"
               GO TO 0400-CHANGE-DAY-EXIT
           END-IF.

           MOVE WS-WORK-DAY-TYPE TO WS-DT-DAY-TYPE(WS-FOUND-IDX).
           MOVE WS-WORK-DESCRIPTION
               TO WS-DT-DESCRIPTION(WS-FOUND-IDX).
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "DAY CHANGED".
       0400-CHANGE-DAY-EXIT.
           EXIT.

       0500-DELETE-DAY.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0500-DELETE-DAY-EXIT
           END-IF.

           DISPLAY "DATE TO DELETE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-WORK-DATE.
           PERFORM 0600-FIND-DAY THRU 0600-FIND-DAY-EXIT.
           IF WS-DAY-NOT-FOUND
               DISPLAY WS-WORK-DATE, " IS NOT ON FILE"
               GO TO 0500-DELETE-DAY-EXIT
           END-IF.

           DISPLAY "TYPE YES TO DELETE ",
               WS-DT-DESCRIPTION(WS-FOUND-IDX), ": "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "YES"
               DISPLAY "NOTHING DELETED"
               GO TO 0500-DELETE-DAY-EXIT
           END-IF.

           PERFORM 0550-SHIFT-ONE-DAY THRU 0550-SHIFT-ONE-DAY-EXIT
               VARYING WS-DAY-IDX FROM WS-FOUND-IDX BY 1
               UNTIL WS-DAY-IDX >= WS-DAY-COUNT.
           SUBTRACT 1 FROM WS-DAY-COUNT.
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "DAY DELETED".
       0500-DELETE-DAY-EXIT.
           EXIT.

       0550-SHIFT-ONE-DAY.
           MOVE WS-DAY-ENTRY(WS-DAY-IDX + 1)
               TO WS-DAY-ENTRY(WS-DAY-IDX).
       0550-SHIFT-ONE-DAY-EXIT.
           EXIT.

       0600-FIND-DAY.
           SET WS-DAY-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 0650-CHECK-ONE-DAY THRU 0650-CHECK-ONE-DAY-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT
                  OR WS-DAY-FOUND.
       0600-FIND-DAY-EXIT.
           EXIT.

       0650-CHECK-ONE-DAY.
           IF WS-DT-DATE(WS-DAY-IDX) = WS-WORK-DATE
               SET WS-DAY-FOUND TO TRUE
               MOVE WS-DAY-IDX TO WS-FOUND-IDX
           END-IF.
       0650-CHECK-ONE-DAY-EXIT.
           EXIT.

      * BUSCAL gives the day of the week, and a zero weekday for
      * anything that is not a calendar date.  An extra working
      * day only means something on a Saturday or Sunday.
       0700-ACCEPT-DAY-VALUES.
           SET WS-VALUES-OK TO TRUE.

           MOVE "W" TO WS-BC-FUNCTION.
           MOVE WS-WORK-DATE TO WS-BC-DATE.
           CALL "BUSCAL" USING WS-BUSCAL-PARM.
           IF WS-BC-WEEKDAY = ZERO
               DISPLAY WS-WORK-DATE, " IS NOT A VALID CALENDAR DATE"
               SET WS-VALUES-NOT-OK TO TRUE
               GO TO 0700-ACCEPT-DAY-VALUES-EXIT
           END-IF.

           DISPLAY "TYPE - H HOLIDAY, W EXTRA WORKING DAY: "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-DAY-TYPE.
           IF NOT WS-WORK-HOLIDAY AND NOT WS-WORK-WORKING
               DISPLAY "TYPE MUST BE H OR W"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
           IF WS-WORK-WORKING AND WS-BC-WEEKDAY < 6
               DISPLAY WS-WORK-DATE, " IS A ",
                   WS-WEEKDAY-NAME(WS-BC-WEEKDAY),
                   " - ALREADY A WORKING DAY"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           DISPLAY "DESCRIPTION (30 CHARACTERS): " WITH NO ADVANCING.
           ACCEPT WS-WORK-DESCRIPTION.
           IF WS-WORK-DESCRIPTION = SPACES
               DISPLAY "DESCRIPTION CANNOT BE BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0700-ACCEPT-DAY-VALUES-EXIT.
           EXIT.

       0800-REWRITE-FILE.
           OPEN OUTPUT CALENDAR-FILE.
           PERFORM 0850-WRITE-ONE-DAY THRU 0850-WRITE-ONE-DAY-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > WS-DAY-COUNT.
           CLOSE CALENDAR-FILE.
       0800-REWRITE-FILE-EXIT.
           EXIT.

       0850-WRITE-ONE-DAY.
           MOVE SPACES TO CALENDAR-RECORD.
           MOVE WS-DT-DATE(WS-DAY-IDX)        TO BC-DATE.
           MOVE WS-DT-DAY-TYPE(WS-DAY-IDX)    TO BC-DAY-TYPE.
           MOVE WS-DT-DESCRIPTION(WS-DAY-IDX) TO BC-DESCRIPTION.
           WRITE CALENDAR-RECORD.
       0850-WRITE-ONE-DAY-EXIT.
           EXIT.

      * Rewriting BUSCAL.DAT from a truncated table would silently
      * drop every day past the cap, so maintenance is refused
      * outright on an oversized file.
       0900-REFUSE-OVERSIZED.
           DISPLAY "CALMAINT: BUSCAL.DAT COULD NOT BE FULLY "
               "LOADED - MAINTENANCE REFUSED, FILE NOT REWRITTEN".
       0900-REFUSE-OVERSIZED-EXIT.
           EXIT.

       END PROGRAM CALMAINT.
