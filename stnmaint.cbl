       IDENTIFICATION DIVISION.
       PROGRAM-ID. "STNMAINT".
       AUTHOR.     EVERTON VOLPI.
      * Maintenance screen for the STATION.DAT weather station
      * master, in the style of TEAMMAINT.  Each station code is
      * the value keyed into LINESTATION on the weatherNNNN.dat
      * files and carries the station's name, where it stands, the
      * venue it reports for, and the dates it was commissioned and
      * retired.  The venue must be one already on VENUE.DAT so
      * RAINGAMES can always tie a game to the station serving it.
      *
      * WEATHERENTRY will not key a reading for a station that is
      * not on this file or not in service on the reading date, and
      * WEATHEREDIT rejects such readings to WEATHEREDITERR.DAT.
      * A station is never removed - the old weather files still
      * carry its code - so retiring one only records the date it
      * stopped reporting.  A retired date of zero means the
      * station is still in service.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
      *   2026-10-15  EV  SIGN-ON THROUGH SIGNON, WITH THE FUNCTION
      *                   CHOSEN CHECKED AGAINST THE OPERATOR'S
      *                   AUTHORITY AS I (LIST), A, C OR D (RETIRE)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STATION-FILE ASSIGN TO "STATION.DAT"
               FILE STATUS IS WS-STATION-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VENUE-FILE ASSIGN TO "VENUE.DAT"
               FILE STATUS IS WS-VENUE-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STATION-FILE.
       01 STATION-RECORD.
           88 STATION-EOF          VALUE HIGH-VALUES.
           05 ST-STATION-CODE      PIC X(3).
           05 FILLER               PIC X.
           05 ST-STATION-NAME      PIC X(24).
           05 FILLER               PIC X.
           05 ST-LOCATION          PIC X(24).
           05 FILLER               PIC X.
           05 ST-VENUE             PIC X(20).
           05 FILLER               PIC X.
           05 ST-COMMISSIONED      PIC 9(8).
           05 FILLER               PIC X.
           05 ST-RETIRED           PIC 9(8).

      *One record per home team - the team, its venue name, and
      *the seating capacity.
       FD VENUE-FILE.
       01 VENUE-RECORD.
           88 END-OF-VENUE     VALUE HIGH-VALUES.
           05 VN-HOMETEAM      PIC X(12).
           05 FILLER           PIC X.
           05 VN-VENUE         PIC X(20).
           05 FILLER           PIC X.
           05 VN-CAPACITY      PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-STATION-FILE-STATUS   PIC XX.
           88 WS-STATION-FILE-NOT-FOUND  VALUE "35".

       01 WS-VENUE-FILE-STATUS     PIC XX.
           88 WS-VENUE-FILE-NOT-FOUND    VALUE "35".

       01 WS-FUNCTION              PIC 9.
           88 WS-LIST-FUNCTION         VALUE 1.
           88 WS-ADD-FUNCTION          VALUE 2.
           88 WS-CHANGE-FUNCTION       VALUE 3.
           88 WS-RETIRE-FUNCTION       VALUE 4.

       01 WS-VALID-ENTRY-SWITCH    PIC X VALUE "N".
           88 WS-VALID-ENTRY           VALUE "Y".
           88 WS-INVALID-ENTRY         VALUE "N".

       01 WS-STATION-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-STATION-TABLE.
           05 WS-STATION-ENTRY OCCURS 100 TIMES.
               10 WS-SM-STATION-CODE   PIC X(3).
               10 WS-SM-STATION-NAME   PIC X(24).
               10 WS-SM-LOCATION       PIC X(24).
               10 WS-SM-VENUE          PIC X(20).
               10 WS-SM-COMMISSIONED   PIC 9(8).
               10 WS-SM-RETIRED        PIC 9(8).
       01 WS-STATION-IDX           PIC 9(3).
       01 WS-FOUND-IDX             PIC 9(3).

       01 WS-FOUND-SWITCH          PIC X.
           88 WS-STATION-FOUND         VALUE "Y".
           88 WS-STATION-NOT-FOUND     VALUE "N".

       01 WS-VENUE-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-VENUE-TABLE.
           05 WS-VENUE-ENTRY OCCURS 50 TIMES.
               10 WS-VN-VENUE          PIC X(20).
       01 WS-VENUE-IDX             PIC 9(2).

       01 WS-VENUE-FOUND-SW        PIC X.
           88 WS-VENUE-FOUND           VALUE "Y".
           88 WS-VENUE-NOT-FOUND       VALUE "N".

       01 WS-WORK-STATION-CODE     PIC X(3).
       01 WS-WORK-STATION-NAME     PIC X(24).
       01 WS-WORK-LOCATION         PIC X(24).
       01 WS-WORK-VENUE            PIC X(20).
       01 WS-WORK-COMMISSIONED     PIC 9(8).
       01 WS-WORK-RETIRED          PIC 9(8).

       01 WS-DATE-EDIT-RESULT      PIC X.
           88 WS-DATE-VALID            VALUE "Y".
           88 WS-DATE-NOT-VALID        VALUE "N".

       01 WS-VALUES-OK-SWITCH      PIC X.
           88 WS-VALUES-OK             VALUE "Y".
           88 WS-VALUES-NOT-OK         VALUE "N".

       01 WS-LOAD-OVERFLOW-SW      PIC X VALUE "N".
           88 WS-LOAD-OVERFLOW         VALUE "Y".

       01 WS-CONFIRM               PIC X(3).

       01 WS-OPERATOR-ID           PIC X(3) VALUE SPACES.

       01 WS-SIGNON-ACCESS.
           05 WS-SO-PROGRAM        PIC X(17) VALUE "STNMAINT".
           05 WS-SO-FUNCTION       PIC X VALUE SPACE.
           05 WS-SO-RESULT         PIC X.
               88 WS-SO-GRANTED        VALUE "Y".

       PROCEDURE DIVISION.
       0100-START-HERE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           PERFORM 0150-LOAD-STATIONS THRU 0150-LOAD-STATIONS-EXIT.
           PERFORM 0180-LOAD-VENUES THRU 0180-LOAD-VENUES-EXIT.

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
               WHEN WS-RETIRE-FUNCTION
                   MOVE "D" TO WS-SO-FUNCTION
           END-EVALUATE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN WS-LIST-FUNCTION
                   PERFORM 0200-LIST-STATIONS
                       THRU 0200-LIST-STATIONS-EXIT
               WHEN WS-ADD-FUNCTION
                   PERFORM 0300-ADD-STATION THRU 0300-ADD-STATION-EXIT
               WHEN WS-CHANGE-FUNCTION
                   PERFORM 0400-CHANGE-STATION
                       THRU 0400-CHANGE-STATION-EXIT
               WHEN WS-RETIRE-FUNCTION
                   PERFORM 0500-RETIRE-STATION
                       THRU 0500-RETIRE-STATION-EXIT
           END-EVALUATE.

           STOP RUN.

       0110-PROMPT-FOR-FUNCTION.
           DISPLAY "LIST (1): ".
           DISPLAY "ADD (2): ".
           DISPLAY "CHANGE (3): ".
           DISPLAY "RETIRE (4): ".
           ACCEPT WS-FUNCTION.

           IF WS-LIST-FUNCTION OR WS-ADD-FUNCTION
                   OR WS-CHANGE-FUNCTION OR WS-RETIRE-FUNCTION
               SET WS-VALID-ENTRY TO TRUE
           ELSE
               DISPLAY "INVALID SELECTION - PLEASE ENTER A NUMBER "
                   "FROM 1 TO 4"
               SET WS-INVALID-ENTRY TO TRUE
           END-IF.
       0110-PROMPT-FOR-FUNCTION-EXIT.
           EXIT.

       0150-LOAD-STATIONS.
           OPEN INPUT STATION-FILE.
           IF WS-STATION-FILE-NOT-FOUND
               GO TO 0150-LOAD-STATIONS-EXIT
           END-IF.

           READ STATION-FILE
               AT END SET STATION-EOF TO TRUE
           END-READ.
           PERFORM 0170-LOAD-ONE-STATION
               THRU 0170-LOAD-ONE-STATION-EXIT
               UNTIL STATION-EOF.
           CLOSE STATION-FILE.
       0150-LOAD-STATIONS-EXIT.
           EXIT.

       0170-LOAD-ONE-STATION.
           IF WS-STATION-COUNT < 100
               ADD 1 TO WS-STATION-COUNT
               MOVE ST-STATION-CODE
                   TO WS-SM-STATION-CODE(WS-STATION-COUNT)
               MOVE ST-STATION-NAME
                   TO WS-SM-STATION-NAME(WS-STATION-COUNT)
               MOVE ST-LOCATION TO WS-SM-LOCATION(WS-STATION-COUNT)
               MOVE ST-VENUE    TO WS-SM-VENUE(WS-STATION-COUNT)
               MOVE ST-COMMISSIONED
                   TO WS-SM-COMMISSIONED(WS-STATION-COUNT)
               MOVE ST-RETIRED  TO WS-SM-RETIRED(WS-STATION-COUNT)
           ELSE
               DISPLAY "STNMAINT: STATION.DAT HAS MORE THAN 100 "
                   "RECORDS - ONLY LIST WILL BE ALLOWED SO THE "
                   "FILE IS NEVER REWRITTEN FROM A TRUNCATED TABLE"
               SET WS-LOAD-OVERFLOW TO TRUE
               SET STATION-EOF TO TRUE
               GO TO 0170-LOAD-ONE-STATION-EXIT
           END-IF.

           READ STATION-FILE
               AT END SET STATION-EOF TO TRUE
           END-READ.
       0170-LOAD-ONE-STATION-EXIT.
           EXIT.

       0180-LOAD-VENUES.
           OPEN INPUT VENUE-FILE.
           IF WS-VENUE-FILE-NOT-FOUND
               GO TO 0180-LOAD-VENUES-EXIT
           END-IF.

           READ VENUE-FILE
               AT END SET END-OF-VENUE TO TRUE
           END-READ.
           PERFORM 0190-LOAD-ONE-VENUE THRU 0190-LOAD-ONE-VENUE-EXIT
               UNTIL END-OF-VENUE.
           CLOSE VENUE-FILE.
       0180-LOAD-VENUES-EXIT.
           EXIT.

       0190-LOAD-ONE-VENUE.
           IF WS-VENUE-COUNT < 50
               ADD 1 TO WS-VENUE-COUNT
               MOVE VN-VENUE TO WS-VN-VENUE(WS-VENUE-COUNT)
           END-IF.

           READ VENUE-FILE
               AT END SET END-OF-VENUE TO TRUE
           END-READ.
       0190-LOAD-ONE-VENUE-EXIT.
           EXIT.

       0200-LIST-STATIONS.
           IF WS-STATION-COUNT = ZERO
               DISPLAY "STNMAINT: NO STATIONS ON FILE"
               GO TO 0200-LIST-STATIONS-EXIT
           END-IF.

           DISPLAY "STN  STATION NAME              LOCATION       "
               "           VENUE SERVED          COMMISSN  RETIRED".
           PERFORM 0250-LIST-ONE-STATION
               THRU 0250-LIST-ONE-STATION-EXIT
               VARYING WS-STATION-IDX FROM 1 BY 1
               UNTIL WS-STATION-IDX > WS-STATION-COUNT.
       0200-LIST-STATIONS-EXIT.
           EXIT.

       0250-LIST-ONE-STATION.
           DISPLAY WS-SM-STATION-CODE(WS-STATION-IDX), "  ",
               WS-SM-STATION-NAME(WS-STATION-IDX), "  ",
               WS-SM-LOCATION(WS-STATION-IDX), "  ",
               WS-SM-VENUE(WS-STATION-IDX), "  ",
               WS-SM-COMMISSIONED(WS-STATION-IDX), "  ",
               WS-SM-RETIRED(WS-STATION-IDX).
       0250-LIST-ONE-STATION-EXIT.
           EXIT.

       0300-ADD-STATION.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0300-ADD-STATION-EXIT
           END-IF.

           DISPLAY "STATION CODE (3 CHARACTERS): " WITH NO ADVANCING.
           ACCEPT WS-WORK-STATION-CODE.
           IF WS-WORK-STATION-CODE = SPACES
               DISPLAY "STATION CODE CANNOT BE BLANK"
               GO TO 0300-ADD-STATION-EXIT
           END-IF.

           PERFORM 0600-FIND-STATION THRU 0600-FIND-STATION-EXIT.
           IF WS-STATION-FOUND
               DISPLAY WS-WORK-STATION-CODE, " IS ALREADY ON FILE"
               GO TO 0300-ADD-STATION-EXIT
           END-IF.

           IF WS-STATION-COUNT >= 100
               DISPLAY "STNMAINT: STATION TABLE FULL - NOTHING ADDED"
               GO TO 0300-ADD-STATION-EXIT
           END-IF.

           MOVE ZERO TO WS-WORK-RETIRED.
           PERFORM 0700-ACCEPT-STATION-VALUES
               THRU 0700-ACCEPT-STATION-VALUES-EXIT.
           IF WS-VALUES-NOT-OK
               DISPLAY "NOTHING ADDED"
               GO TO 0300-ADD-STATION-EXIT
           END-IF.

           ADD 1 TO WS-STATION-COUNT.
           MOVE WS-WORK-STATION-CODE
               TO WS-SM-STATION-CODE(WS-STATION-COUNT).
           MOVE WS-WORK-STATION-NAME
               TO WS-SM-STATION-NAME(WS-STATION-COUNT).
           MOVE WS-WORK-LOCATION TO WS-SM-LOCATION(WS-STATION-COUNT).
           MOVE WS-WORK-VENUE    TO WS-SM-VENUE(WS-STATION-COUNT).
           MOVE WS-WORK-COMMISSIONED
               TO WS-SM-COMMISSIONED(WS-STATION-COUNT).
           MOVE ZERO             TO WS-SM-RETIRED(WS-STATION-COUNT).
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "STATION ADDED".
       0300-ADD-STATION-EXIT.
           EXIT.

      * The code itself cannot be changed here - it is what every
      * weather reading carries.  A station moved to a new code is
      * a new station added and the old one retired.
       0400-CHANGE-STATION.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0400-CHANGE-STATION-EXIT
           END-IF.

           DISPLAY "STATION CODE TO CHANGE: " WITH NO ADVANCING.
           ACCEPT WS-WORK-STATION-CODE.
           PERFORM 0600-FIND-STATION THRU 0600-FIND-STATION-EXIT.
           IF WS-STATION-NOT-FOUND
               DISPLAY WS-WORK-STATION-CODE, " IS NOT ON FILE"
               GO TO 0400-CHANGE-STATION-EXIT
           END-IF.

           DISPLAY "CURRENT STATION NAME : ",
               WS-SM-STATION-NAME(WS-FOUND-IDX).
           DISPLAY "CURRENT LOCATION ....: ",
               WS-SM-LOCATION(WS-FOUND-IDX).
           DISPLAY "CURRENT VENUE SERVED : ",
               WS-SM-VENUE(WS-FOUND-IDX).
           DISPLAY "CURRENT COMMISSIONED : ",
               WS-SM-COMMISSIONED(WS-FOUND-IDX).
           IF WS-SM-RETIRED(WS-FOUND-IDX) NOT = ZERO
               DISPLAY "RETIRED .............: ",
                   WS-SM-RETIRED(WS-FOUND-IDX)
           END-IF.

           MOVE WS-SM-RETIRED(WS-FOUND-IDX) TO WS-WORK-RETIRED.
           PERFORM 0700-ACCEPT-STATION-VALUES
               THRU 0700-ACCEPT-STATION-VALUES-EXIT.
           IF WS-VALUES-NOT-OK
               DISPLAY "NOTHING CHANGED"
               GO TO 0400-CHANGE-STATION-EXIT
           END-IF.

           MOVE WS-WORK-STATION-NAME
               TO WS-SM-STATION-NAME(WS-FOUND-IDX).
           MOVE WS-WORK-LOCATION TO WS-SM-LOCATION(WS-FOUND-IDX).
           MOVE WS-WORK-VENUE    TO WS-SM-VENUE(WS-FOUND-IDX).
           MOVE WS-WORK-COMMISSIONED
               TO WS-SM-COMMISSIONED(WS-FOUND-IDX).
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "STATION CHANGED".
       0400-CHANGE-STATION-EXIT.
           EXIT.

      * Retiring a station stamps the date it stopped reporting.
      * Readings dated on or after the retired date are refused
      * from then on; the older ones stay good.
       0500-RETIRE-STATION.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0500-RETIRE-STATION-EXIT
           END-IF.

           DISPLAY "STATION CODE TO RETIRE: " WITH NO ADVANCING.
           ACCEPT WS-WORK-STATION-CODE.
           PERFORM 0600-FIND-STATION THRU 0600-FIND-STATION-EXIT.
           IF WS-STATION-NOT-FOUND
               DISPLAY WS-WORK-STATION-CODE, " IS NOT ON FILE"
               GO TO 0500-RETIRE-STATION-EXIT
           END-IF.

           IF WS-SM-RETIRED(WS-FOUND-IDX) NOT = ZERO
               DISPLAY WS-WORK-STATION-CODE, " WAS ALREADY RETIRED "
                   "ON ", WS-SM-RETIRED(WS-FOUND-IDX)
               GO TO 0500-RETIRE-STATION-EXIT
           END-IF.

           DISPLAY "RETIRED DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-WORK-RETIRED.
           CALL "DATEEDIT" USING WS-WORK-RETIRED,
               WS-DATE-EDIT-RESULT.
           IF WS-DATE-NOT-VALID
               DISPLAY WS-WORK-RETIRED, " IS NOT A VALID CALENDAR "
                   "DATE - NOTHING RETIRED"
               GO TO 0500-RETIRE-STATION-EXIT
           END-IF.
           IF WS-WORK-RETIRED NOT > WS-SM-COMMISSIONED(WS-FOUND-IDX)
               DISPLAY "RETIRED DATE MUST BE AFTER THE COMMISSIONED "
                   "DATE ", WS-SM-COMMISSIONED(WS-FOUND-IDX),
                   " - NOTHING RETIRED"
               GO TO 0500-RETIRE-STATION-EXIT
           END-IF.

           DISPLAY "TYPE YES TO RETIRE ",
               WS-SM-STATION-NAME(WS-FOUND-IDX), ": "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "YES"
               DISPLAY "NOTHING RETIRED"
               GO TO 0500-RETIRE-STATION-EXIT
           END-IF.

           MOVE WS-WORK-RETIRED TO WS-SM-RETIRED(WS-FOUND-IDX).
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "STATION RETIRED".
       0500-RETIRE-STATION-EXIT.
           EXIT.

       0600-FIND-STATION.
           SET WS-STATION-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 0650-CHECK-ONE-STATION
               THRU 0650-CHECK-ONE-STATION-EXIT
               VARYING WS-STATION-IDX FROM 1 BY 1
               UNTIL WS-STATION-IDX > WS-STATION-COUNT
                  OR WS-STATION-FOUND.
       0600-FIND-STATION-EXIT.
           EXIT.

       0650-CHECK-ONE-STATION.
           IF WS-SM-STATION-CODE(WS-STATION-IDX) = WS-WORK-STATION-CODE
               SET WS-STATION-FOUND TO TRUE
               MOVE WS-STATION-IDX TO WS-FOUND-IDX
           END-IF.
       0650-CHECK-ONE-STATION-EXIT.
           EXIT.

       0700-ACCEPT-STATION-VALUES.
           SET WS-VALUES-OK TO TRUE.

           DISPLAY "STATION NAME (24 CHARACTERS): " WITH NO ADVANCING.
           ACCEPT WS-WORK-STATION-NAME.
           IF WS-WORK-STATION-NAME = SPACES
               DISPLAY "STATION NAME CANNOT BE BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           DISPLAY "LOCATION (24 CHARACTERS): " WITH NO ADVANCING.
           ACCEPT WS-WORK-LOCATION.
           IF WS-WORK-LOCATION = SPACES
               DISPLAY "LOCATION CANNOT BE BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           DISPLAY "VENUE SERVED (AS ON VENUE.DAT): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-VENUE.
           PERFORM 0720-FIND-VENUE THRU 0720-FIND-VENUE-EXIT.
           IF WS-VENUE-NOT-FOUND
               DISPLAY "VENUE IS NOT ON VENUE.DAT"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           DISPLAY "COMMISSIONED DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-WORK-COMMISSIONED.
           CALL "DATEEDIT" USING WS-WORK-COMMISSIONED,
               WS-DATE-EDIT-RESULT.
           IF WS-DATE-NOT-VALID
               DISPLAY "COMMISSIONED DATE IS NOT A VALID CALENDAR "
                   "DATE"
               SET WS-VALUES-NOT-OK TO TRUE
               GO TO 0700-ACCEPT-STATION-VALUES-EXIT
           END-IF.
           IF WS-WORK-RETIRED NOT = ZERO
               AND WS-WORK-COMMISSIONED NOT < WS-WORK-RETIRED
               DISPLAY "COMMISSIONED DATE MUST BE BEFORE THE "
                   "RETIRED DATE ", WS-WORK-RETIRED
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0700-ACCEPT-STATION-VALUES-EXIT.
           EXIT.

       0720-FIND-VENUE.
           SET WS-VENUE-NOT-FOUND TO TRUE.
           IF WS-WORK-VENUE = SPACES
               GO TO 0720-FIND-VENUE-EXIT
           END-IF.

           PERFORM 0740-CHECK-ONE-VENUE THRU 0740-CHECK-ONE-VENUE-EXIT
               VARYING WS-VENUE-IDX FROM 1 BY 1
               UNTIL WS-VENUE-IDX > WS-VENUE-COUNT
                  OR WS-VENUE-FOUND.
       0720-FIND-VENUE-EXIT.
           EXIT.

       0740-CHECK-ONE-VENUE.
           IF WS-VN-VENUE(WS-VENUE-IDX) = WS-WORK-VENUE
               SET WS-VENUE-FOUND TO TRUE
           END-IF.
       0740-CHECK-ONE-VENUE-EXIT.
           EXIT.

       0800-REWRITE-FILE.
           OPEN OUTPUT STATION-FILE.
           PERFORM 0850-WRITE-ONE-STATION
               THRU 0850-WRITE-ONE-STATION-EXIT
               VARYING WS-STATION-IDX FROM 1 BY 1
               UNTIL WS-STATION-IDX > WS-STATION-COUNT.
           CLOSE STATION-FILE.
       0800-REWRITE-FILE-EXIT.
           EXIT.

       0850-WRITE-ONE-STATION.
           MOVE SPACES TO STATION-RECORD.
           MOVE WS-SM-STATION-CODE(WS-STATION-IDX) TO ST-STATION-CODE.
           MOVE WS-SM-STATION-NAME(WS-STATION-IDX) TO ST-STATION-NAME.
           MOVE WS-SM-LOCATION(WS-STATION-IDX)     TO ST-LOCATION.
           MOVE WS-SM-VENUE(WS-STATION-IDX)        TO ST-VENUE.
           MOVE WS-SM-COMMISSIONED(WS-STATION-IDX) TO ST-COMMISSIONED.
           MOVE WS-SM-RETIRED(WS-STATION-IDX)      TO ST-RETIRED.
           WRITE STATION-RECORD.
       0850-WRITE-ONE-STATION-EXIT.
           EXIT.

      * Rewriting STATION.DAT from a truncated table would silently
      * drop every station past the cap, so maintenance is refused
      * outright on an oversized file.
       0900-REFUSE-OVERSIZED.
           DISPLAY "STNMAINT: STATION.DAT COULD NOT BE FULLY "
               "LOADED - MAINTENANCE REFUSED, FILE NOT REWRITTEN".
       0900-REFUSE-OVERSIZED-EXIT.
           EXIT.

       END PROGRAM STNMAINT.
