      *
      * MODIFICATION HISTORY:
      *   2026-09-02  EV  INITIAL VERSION
      *   2026-10-15  EV  STATION CHECKED AGAINST THE STATION.DAT
      *                   MASTER - AN UNKNOWN STATION, OR ONE NOT IN
      *                   SERVICE ON THE READING DATE, IS REFUSED.
      *                   WITH NO STATION.DAT NOTHING CAN BE KEYED
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-WEATHER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATION-FILE ASSIGN TO "STATION.DAT"
               FILE STATUS IS WS-STATION-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WEATHER.
                   04 RAINED       PIC X(5).
                   04 RAINMM       PIC 9(3)V9.

      *This mirrors the STATION.DAT record STNMAINT writes.
       FD STATION-FILE.
       01 STATION-RECORD.
           88 STATION-EOF      VALUE HIGH-VALUES.
           02 ST-STATION-CODE  PIC X(3).
           02 FILLER           PIC X.
           02 ST-STATION-NAME  PIC X(24).
           02 FILLER           PIC X(47).
           02 ST-COMMISSIONED  PIC 9(8).
           02 FILLER           PIC X.
           02 ST-RETIRED       PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-WEATHER-FILENAME  PIC X(20).
       01 WS-WEATHER-FILE-STATUS PIC XX.
           88 WS-WEATHER-FILE-NOT-FOUND VALUE "35".

       01 WS-STATION-FILE-STATUS PIC XX.
           88 WS-STATION-FILE-NOT-FOUND VALUE "35".

       01 WS-STATION           PIC X(3).

       01 WS-STATION-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-STATION-TABLE.
           05 WS-STATION-ENTRY OCCURS 100 TIMES.
               10 WS-SM-STATION-CODE   PIC X(3).
               10 WS-SM-STATION-NAME   PIC X(24).
               10 WS-SM-COMMISSIONED   PIC 9(8).
               10 WS-SM-RETIRED        PIC 9(8).
       01 WS-STATION-IDX       PIC 9(3).
       01 WS-FOUND-IDX         PIC 9(3).

       01 WS-STATION-FOUND-SW  PIC X.
           88 WS-STATION-FOUND     VALUE "Y".
           88 WS-STATION-NOT-FOUND VALUE "N".

       01 WS-IN-SERVICE-SW     PIC X.
           88 WS-STATION-IN-SERVICE     VALUE "Y".
           88 WS-STATION-NOT-IN-SERVICE VALUE "N".

       01 WS-ENTRY-DATE        PIC 9(8).
       01 WS-ENTRY-DATE-PARTS REDEFINES WS-ENTRY-DATE.
           05 WS-ED-YEAR       PIC 9(4).

       PROCEDURE DIVISION.
       0100-START-HERE.
           PERFORM 0120-LOAD-STATIONS THRU 0120-LOAD-STATIONS-EXIT.
           IF WS-STATION-FILE-NOT-FOUND
               DISPLAY "WEATHERENTRY: STATION.DAT NOT FOUND - "
                   "STATIONS CANNOT BE CHECKED, NOTHING KEYED"
               STOP RUN
           END-IF.

           SET WS-STATION-NOT-IN-SERVICE TO TRUE.
           PERFORM 0140-ACCEPT-STATION-AND-DATE
               THRU 0140-ACCEPT-STATION-AND-DATE-EXIT
               UNTIL WS-STATION-IN-SERVICE.

           MOVE SPACES TO WS-WEATHER-FILENAME.
           STRING "weather" WS-ED-YEAR ".dat" DELIMITED BY SIZE
               INTO WS-WEATHER-FILENAME.

           PERFORM 0200-FIND-NEXT-LINEID
               THRU 0200-FIND-NEXT-LINEID-EXIT.

           PERFORM 0300-ACCEPT-ONE-SLOT
               THRU 0300-ACCEPT-ONE-SLOT-EXIT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 6.

           PERFORM 0500-APPEND-RECORD THRU 0500-APPEND-RECORD-EXIT.

           DISPLAY "RECORD ", WS-NEXT-LINEID, " APPENDED TO ",
               WS-WEATHER-FILENAME, " FOR STATION ", WS-STATION.

           STOP RUN.

       0120-LOAD-STATIONS.
           OPEN INPUT STATION-FILE.
           IF WS-STATION-FILE-NOT-FOUND
               GO TO 0120-LOAD-STATIONS-EXIT
           END-IF.

           READ STATION-FILE
               AT END SET STATION-EOF TO TRUE
           END-READ.
           PERFORM 0130-LOAD-ONE-STATION
               THRU 0130-LOAD-ONE-STATION-EXIT
               UNTIL STATION-EOF.
           CLOSE STATION-FILE.
       0120-LOAD-STATIONS-EXIT.
           EXIT.

       0130-LOAD-ONE-STATION.
           IF WS-STATION-COUNT < 100
               ADD 1 TO WS-STATION-COUNT
               MOVE ST-STATION-CODE
                   TO WS-SM-STATION-CODE(WS-STATION-COUNT)
               MOVE ST-STATION-NAME
                   TO WS-SM-STATION-NAME(WS-STATION-COUNT)
               MOVE ST-COMMISSIONED
                   TO WS-SM-COMMISSIONED(WS-STATION-COUNT)
               MOVE ST-RETIRED  TO WS-SM-RETIRED(WS-STATION-COUNT)
           ELSE
               DISPLAY "WEATHERENTRY: MORE THAN 100 STATIONS ON "
                   "STATION.DAT - IGNORING THE REST"
               SET STATION-EOF TO TRUE
               GO TO 0130-LOAD-ONE-STATION-EXIT
           END-IF.

           READ STATION-FILE
               AT END SET STATION-EOF TO TRUE
           END-READ.
       0130-LOAD-ONE-STATION-EXIT.
           EXIT.

      * The station must be on the master, and in service on the
      * reading date - commissioned on or before it and not yet
      * retired.  A station that fails on the date is keyed again
      * together with the date.
       0140-ACCEPT-STATION-AND-DATE.
           SET WS-STATION-NOT-FOUND TO TRUE.
           PERFORM UNTIL WS-STATION-FOUND
               DISPLAY "STATION CODE (3 CHARACTERS): "
                   WITH NO ADVANCING
               ACCEPT WS-STATION
               PERFORM 0160-FIND-STATION THRU 0160-FIND-STATION-EXIT
               IF WS-STATION-NOT-FOUND
                   DISPLAY "STATION ", WS-STATION, " IS NOT ON "
                       "STATION.DAT, PLEASE RE-ENTER"
               END-IF
           END-PERFORM.

               END-IF
           END-PERFORM.

           IF WS-ENTRY-DATE < WS-SM-COMMISSIONED(WS-FOUND-IDX)
               DISPLAY "STATION ", WS-STATION, " WAS NOT "
                   "COMMISSIONED UNTIL ",
                   WS-SM-COMMISSIONED(WS-FOUND-IDX),
                   ", PLEASE RE-ENTER"
               GO TO 0140-ACCEPT-STATION-AND-DATE-EXIT
           END-IF.
           IF WS-SM-RETIRED(WS-FOUND-IDX) NOT = ZERO
               AND WS-ENTRY-DATE NOT < WS-SM-RETIRED(WS-FOUND-IDX)
               DISPLAY "STATION ", WS-STATION, " WAS RETIRED ON ",
                   WS-SM-RETIRED(WS-FOUND-IDX), ", PLEASE RE-ENTER"
               GO TO 0140-ACCEPT-STATION-AND-DATE-EXIT
           END-IF.

           SET WS-STATION-IN-SERVICE TO TRUE.
       0140-ACCEPT-STATION-AND-DATE-EXIT.
           EXIT.

       0160-FIND-STATION.
           SET WS-STATION-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-IDX.
           IF WS-STATION = SPACES
               GO TO 0160-FIND-STATION-EXIT
           END-IF.

           PERFORM 0170-CHECK-ONE-STATION
               THRU 0170-CHECK-ONE-STATION-EXIT
               VARYING WS-STATION-IDX FROM 1 BY 1
               UNTIL WS-STATION-IDX > WS-STATION-COUNT
                  OR WS-STATION-FOUND.
       0160-FIND-STATION-EXIT.
           EXIT.

       0170-CHECK-ONE-STATION.
           IF WS-SM-STATION-CODE(WS-STATION-IDX) = WS-STATION
               SET WS-STATION-FOUND TO TRUE
               MOVE WS-STATION-IDX TO WS-FOUND-IDX
           END-IF.
       0170-CHECK-ONE-STATION-EXIT.
           EXIT.

      * The next LINEID carries on from the highest one this
      * station already has on the year's file, so WEATHEREDIT's
