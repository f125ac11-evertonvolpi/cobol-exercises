       PROGRAM-ID. "RAINGAMES".
       AUTHOR.     EVERTON VOLPI.
      * Rain-affected games report.  Loads the daily weather
      * records from the weatherNNNN.dat files and walks
      * BASEBALLIDX.DAT matching each GAMEDATE against them, so the
      * events group can compare attendance on rainy days against
      * dry days.  Each game is matched only to the station serving
      * its venue - the home team's venue on TEAM.DAT (or VENUE.DAT)
      * and the STATION.DAT station reporting for that venue and in
      * service on the game date.  A date counts as rainy when that
      * station recorded a YES indicator.  When WXEVENTS has been run,
      * each game also shows the weather event its date falls in -
      * a heavy-rain day, a wet spell or a dry streak - from the
      * WXEVENTS.DAT events file.
      *
      * MODIFICATION HISTORY:
      *   2026-08-22  EV  INITIAL VERSION
      *   2026-09-02  EV  FINAL STOP RUN CHANGED TO GOBACK SO THE
      *                   JOBSTREAM DRIVER GETS CONTROL BACK AFTER
      *                   CALLING THIS PROGRAM AS A STEP
      *   2026-10-15  EV  GAMES JOINED TO THE WXEVENTS.DAT WEATHER
      *                   EVENTS - HEAVY RAIN, WET SPELL OR DRY
      *                   STREAK SHOWN BESIDE THE GAME
      *   2026-10-15  EV  EACH GAME MATCHED TO THE STATION SERVING
      *                   ITS VENUE ON STATION.DAT INSTEAD OF TO ANY
      *                   STATION.  A GAME AT A VENUE NO STATION
      *                   SERVES SHOWS NO STN.  WITH NO STATION.DAT
      *                   EVERY STATION IS USED AS BEFORE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-WEATHERCAT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EVENT-FILE ASSIGN TO "WXEVENTS.DAT"
               FILE STATUS IS WS-EVENT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TEAM-FILE ASSIGN TO "TEAM.DAT"
               FILE STATUS IS WS-TEAM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VENUE-FILE ASSIGN TO "VENUE.DAT"
               FILE STATUS IS WS-VENUE-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATION-FILE ASSIGN TO "STATION.DAT"
               FILE STATUS IS WS-STATION-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BASEBALL.
           02 WC-ACTIVE        PIC X.
               88 WC-IS-ACTIVE     VALUE "Y".

      *This mirrors the WXEVENTS.DAT record WXEVENTS writes.
       FD EVENT-FILE.
       01 EVENT-RECORD.
           88 END-OF-EVENTS    VALUE HIGH-VALUES.
           02 EV-STATION       PIC X(3).
           02 FILLER           PIC X.
           02 EV-TYPE          PIC X(5).
           02 FILLER           PIC X.
           02 EV-START-DATE    PIC X(10).
           02 FILLER           PIC X.
           02 EV-END-DATE      PIC X(10).
           02 FILLER           PIC X(19).

      *This mirrors the TEAM.DAT record TEAMMAINT writes.
       FD TEAM-FILE.
       01 TEAM-RECORD.
           88 END-OF-TEAM      VALUE HIGH-VALUES.
           02 TM-TEAM-CODE     PIC X(12).
           02 FILLER           PIC X(39).
           02 TM-VENUE         PIC X(20).

      *One record per home team - the team, its venue name, and
      *the seating capacity.
       FD VENUE-FILE.
       01 VENUE-RECORD.
           88 END-OF-VENUE     VALUE HIGH-VALUES.
           02 VN-HOMETEAM      PIC X(12).
           02 FILLER           PIC X.
           02 VN-VENUE         PIC X(20).
           02 FILLER           PIC X.
           02 VN-CAPACITY      PIC 9(6).

      *This mirrors the STATION.DAT record STNMAINT writes.
       FD STATION-FILE.
       01 STATION-RECORD.
           88 END-OF-STATIONS  VALUE HIGH-VALUES.
           02 ST-STATION-CODE  PIC X(3).
           02 FILLER           PIC X(51).
           02 ST-VENUE         PIC X(20).
           02 FILLER           PIC X.
           02 ST-COMMISSIONED  PIC 9(8).
           02 FILLER           PIC X.
           02 ST-RETIRED       PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-BASEBALL-FILE-STATUS PIC XX.
           88 WS-BASEBALL-FILE-NOT-FOUND VALUE "35".
       01 WS-WEATHERCAT-FILE-STATUS PIC XX.
           88 WS-WEATHERCAT-FILE-NOT-FOUND VALUE "35".

       01 WS-EVENT-FILE-STATUS    PIC XX.
           88 WS-EVENT-FILE-NOT-FOUND    VALUE "35".

       01 WS-TEAM-FILE-STATUS     PIC XX.
           88 WS-TEAM-FILE-NOT-FOUND     VALUE "35".

       01 WS-VENUE-FILE-STATUS    PIC XX.
           88 WS-VENUE-FILE-NOT-FOUND    VALUE "35".

       01 WS-STATION-FILE-STATUS  PIC XX.
           88 WS-STATION-FILE-NOT-FOUND  VALUE "35".

       01 WS-TEAM-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-TEAM-TABLE.
           05 WS-TEAM-ENTRY OCCURS 100 TIMES.
               10 WS-TT-TEAM-CODE  PIC X(12).
               10 WS-TT-VENUE      PIC X(20).
       01 WS-TEAM-IDX          PIC 9(3).

       01 WS-VENUE-COUNT       PIC 9(2) VALUE ZERO.
       01 WS-VENUE-TABLE.
           05 WS-VENUE-ENTRY OCCURS 50 TIMES.
               10 WS-VN-HOMETEAM   PIC X(12).
               10 WS-VN-VENUE      PIC X(20).
       01 WS-VENUE-IDX         PIC 9(2).

       01 WS-STATION-COUNT     PIC 9(3) VALUE ZERO.
       01 WS-STATION-TABLE.
           05 WS-STATION-ENTRY OCCURS 100 TIMES.
               10 WS-SM-STATION-CODE   PIC X(3).
               10 WS-SM-VENUE          PIC X(20).
               10 WS-SM-COMMISSIONED   PIC 9(8).
               10 WS-SM-RETIRED        PIC 9(8).
       01 WS-STATION-IDX       PIC 9(3).

       01 WS-ANY-STATION-SW    PIC X VALUE "N".
           88 WS-MATCH-ANY-STATION VALUE "Y".

       01 WS-GAME-VENUE        PIC X(20).
       01 WS-GAME-STATION      PIC X(3).

       01 WS-EVENT-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 500 TIMES.
               10 WS-ET-STATION    PIC X(3).
               10 WS-ET-TYPE       PIC X(5).
                   88 WS-ET-DRY-SPELL  VALUE "DRY".
                   88 WS-ET-HEAVY-RAIN VALUE "HEAVY".
                   88 WS-ET-WET-SPELL  VALUE "WET".
               10 WS-ET-START-DATE PIC X(10).
               10 WS-ET-END-DATE   PIC X(10).
       01 WS-EVENT-IDX         PIC 9(3).
       01 WS-GAME-EVENT        PIC X(10).

       01 WS-YEAR-FILE-COUNT   PIC 9(2) VALUE ZERO.
       01 WS-YEAR-FILE-TABLE.
           05 WS-YEAR-FILE-ENTRY PIC X(20) OCCURS 10 TIMES.
       01 WS-MAX-WEATHER-ROWS  PIC 9(3) VALUE 500.
       01 WS-WEATHER-TABLE.
           05 WS-WEATHER-ENTRY OCCURS 500 TIMES.
               10 WS-WT-STATION    PIC X(3).
               10 WS-WT-YEAR       PIC 9(4).
               10 WS-WT-MONTH      PIC 9(2).
               10 WS-WT-DAY        PIC 9(2).
           05 FILLER           PIC X.
           05 WS-GD-DAY        PIC 9(2).

       01 WS-GAME-DATE-NUM     PIC 9(8).
       01 WS-GAME-DATE-NUM-PARTS REDEFINES WS-GAME-DATE-NUM.
           05 WS-GN-YEAR       PIC 9(4).
           05 WS-GN-MONTH      PIC 9(2).
           05 WS-GN-DAY        PIC 9(2).

       01 WS-MATCH-SWITCH      PIC X.
           88 WS-DATE-MATCHED      VALUE "Y" "R".
           88 WS-DATE-RAINY        VALUE "R".
       01 WS-RAINY-GAMES       PIC 9(5) VALUE ZERO.
       01 WS-DRY-GAMES         PIC 9(5) VALUE ZERO.
       01 WS-NODATA-GAMES      PIC 9(5) VALUE ZERO.
       01 WS-NOSTATION-GAMES   PIC 9(5) VALUE ZERO.
       01 WS-RAINY-ATTENDANCE  PIC 9(9) VALUE ZERO.
       01 WS-DRY-ATTENDANCE    PIC 9(9) VALUE ZERO.
       01 WS-AVG-ATTENDANCE    PIC 9(7).
           05 WSG-ATTENDANCE   PIC X(5).
           05 FILLER           PIC XX VALUE SPACES.
           05 WSG-WEATHER      PIC X(8).
           05 FILLER           PIC XX VALUE SPACES.
           05 WSG-EVENT        PIC X(10).
           05 FILLER           PIC XX VALUE SPACES.
           05 WSG-STATION      PIC X(3).

       PROCEDURE DIVISION.
       0100-START-HERE.
               VARYING WS-YEAR-IDX FROM 1 BY 1
               UNTIL WS-YEAR-IDX > WS-YEAR-FILE-COUNT.

           PERFORM 0300-LOAD-EVENTS THRU 0300-LOAD-EVENTS-EXIT.

           PERFORM 0360-LOAD-TEAMS THRU 0360-LOAD-TEAMS-EXIT.
           PERFORM 0370-LOAD-VENUES THRU 0370-LOAD-VENUES-EXIT.
           PERFORM 0380-LOAD-STATIONS THRU 0380-LOAD-STATIONS-EXIT.

           IF WS-WEATHER-COUNT = ZERO
               DISPLAY "RAINGAMES: NO WEATHER DATA LOADED - ALL "
                   "GAMES WILL SHOW AS NO DATA"

           DISPLAY "RAIN-AFFECTED GAMES REPORT".
           DISPLAY "GAME DATE     HOME            AWAY         "
               "    ATTEND  WEATHER   EVENT       STN".

           READ BASEBALL NEXT RECORD
               AT END SET ENDOFGAMES TO TRUE
                   WS-AVG-ATTENDANCE
           END-IF.
           DISPLAY "GAMES WITH NO WEATHER DATA: ", WS-NODATA-GAMES.
           DISPLAY "GAMES WITH NO STATION ..: ", WS-NOSTATION-GAMES.

           GOBACK.

           END-IF.

           ADD 1 TO WS-WEATHER-COUNT.
           MOVE LINESTATION TO WS-WT-STATION(WS-WEATHER-COUNT).
           MOVE LINEYEAR  TO WS-WT-YEAR(WS-WEATHER-COUNT).
           MOVE LINEMONTH TO WS-WT-MONTH(WS-WEATHER-COUNT).
           MOVE LINEDAY   TO WS-WT-DAY(WS-WEATHER-COUNT).
       0250-LOAD-ONE-WEATHER-EXIT.
           EXIT.

      * The events are optional - with no WXEVENTS.DAT the EVENT
      * column is simply left blank.
       0300-LOAD-EVENTS.
           OPEN INPUT EVENT-FILE.
           IF WS-EVENT-FILE-NOT-FOUND
               GO TO 0300-LOAD-EVENTS-EXIT
           END-IF.

           READ EVENT-FILE
               AT END SET END-OF-EVENTS TO TRUE
           END-READ.
           PERFORM 0350-LOAD-ONE-EVENT THRU 0350-LOAD-ONE-EVENT-EXIT
               UNTIL END-OF-EVENTS.
           CLOSE EVENT-FILE.
       0300-LOAD-EVENTS-EXIT.
           EXIT.

       0350-LOAD-ONE-EVENT.
           IF WS-EVENT-COUNT < 500
               ADD 1 TO WS-EVENT-COUNT
               MOVE EV-STATION    TO WS-ET-STATION(WS-EVENT-COUNT)
               MOVE EV-TYPE       TO WS-ET-TYPE(WS-EVENT-COUNT)
               MOVE EV-START-DATE TO WS-ET-START-DATE(WS-EVENT-COUNT)
               MOVE EV-END-DATE   TO WS-ET-END-DATE(WS-EVENT-COUNT)
           ELSE
               DISPLAY "RAINGAMES: MORE THAN 500 WEATHER EVENTS - "
                   "IGNORING THE REST"
               SET END-OF-EVENTS TO TRUE
               GO TO 0350-LOAD-ONE-EVENT-EXIT
           END-IF.

           READ EVENT-FILE
               AT END SET END-OF-EVENTS TO TRUE
           END-READ.
       0350-LOAD-ONE-EVENT-EXIT.
           EXIT.

       0360-LOAD-TEAMS.
           OPEN INPUT TEAM-FILE.
           IF WS-TEAM-FILE-NOT-FOUND
               GO TO 0360-LOAD-TEAMS-EXIT
           END-IF.

           READ TEAM-FILE
               AT END SET END-OF-TEAM TO TRUE
           END-READ.
           PERFORM 0365-LOAD-ONE-TEAM THRU 0365-LOAD-ONE-TEAM-EXIT
               UNTIL END-OF-TEAM.
           CLOSE TEAM-FILE.
       0360-LOAD-TEAMS-EXIT.
           EXIT.

       0365-LOAD-ONE-TEAM.
           IF WS-TEAM-COUNT < 100
               ADD 1 TO WS-TEAM-COUNT
               MOVE TM-TEAM-CODE TO WS-TT-TEAM-CODE(WS-TEAM-COUNT)
               MOVE TM-VENUE     TO WS-TT-VENUE(WS-TEAM-COUNT)
           END-IF.

           READ TEAM-FILE
               AT END SET END-OF-TEAM TO TRUE
           END-READ.
       0365-LOAD-ONE-TEAM-EXIT.
           EXIT.

       0370-LOAD-VENUES.
           OPEN INPUT VENUE-FILE.
           IF WS-VENUE-FILE-NOT-FOUND
               GO TO 0370-LOAD-VENUES-EXIT
           END-IF.

           READ VENUE-FILE
               AT END SET END-OF-VENUE TO TRUE
           END-READ.
           PERFORM 0375-LOAD-ONE-VENUE THRU 0375-LOAD-ONE-VENUE-EXIT
               UNTIL END-OF-VENUE.
           CLOSE VENUE-FILE.
       0370-LOAD-VENUES-EXIT.
           EXIT.

       0375-LOAD-ONE-VENUE.
           IF WS-VENUE-COUNT < 50
               ADD 1 TO WS-VENUE-COUNT
               MOVE VN-HOMETEAM TO WS-VN-HOMETEAM(WS-VENUE-COUNT)
               MOVE VN-VENUE    TO WS-VN-VENUE(WS-VENUE-COUNT)
           END-IF.

           READ VENUE-FILE
               AT END SET END-OF-VENUE TO TRUE
           END-READ.
       0375-LOAD-ONE-VENUE-EXIT.
           EXIT.

      * Without a station master there is nothing to tie a venue
      * to a station, so every station's readings count for every
      * game, as they did before the master existed.
       0380-LOAD-STATIONS.
           OPEN INPUT STATION-FILE.
           IF WS-STATION-FILE-NOT-FOUND
               DISPLAY "RAINGAMES: STATION.DAT NOT FOUND - GAMES "
                   "ARE MATCHED AGAINST EVERY STATION"
               SET WS-MATCH-ANY-STATION TO TRUE
               GO TO 0380-LOAD-STATIONS-EXIT
           END-IF.

           READ STATION-FILE
               AT END SET END-OF-STATIONS TO TRUE
           END-READ.
           PERFORM 0390-LOAD-ONE-STATION
               THRU 0390-LOAD-ONE-STATION-EXIT
               UNTIL END-OF-STATIONS.
           CLOSE STATION-FILE.
       0380-LOAD-STATIONS-EXIT.
           EXIT.

       0390-LOAD-ONE-STATION.
           IF WS-STATION-COUNT < 100
               ADD 1 TO WS-STATION-COUNT
               MOVE ST-STATION-CODE
                   TO WS-SM-STATION-CODE(WS-STATION-COUNT)
               MOVE ST-VENUE    TO WS-SM-VENUE(WS-STATION-COUNT)
               MOVE ST-COMMISSIONED
                   TO WS-SM-COMMISSIONED(WS-STATION-COUNT)
               MOVE ST-RETIRED  TO WS-SM-RETIRED(WS-STATION-COUNT)
           ELSE
               DISPLAY "RAINGAMES: MORE THAN 100 STATIONS ON "
                   "STATION.DAT - IGNORING THE REST"
               SET END-OF-STATIONS TO TRUE
               GO TO 0390-LOAD-ONE-STATION-EXIT
           END-IF.

           READ STATION-FILE
               AT END SET END-OF-STATIONS TO TRUE
           END-READ.
       0390-LOAD-ONE-STATION-EXIT.
           EXIT.

       0400-REPORT-ONE-GAME.
           MOVE GAMEDATE TO WS-GAME-DATE-PARTS.
           SET WS-DATE-NOT-MATCHED TO TRUE.

           PERFORM 0420-FIND-GAME-STATION
               THRU 0420-FIND-GAME-STATION-EXIT.

           IF WS-MATCH-ANY-STATION OR WS-GAME-STATION NOT = SPACES
               PERFORM 0450-MATCH-ONE-WEATHER
                   THRU 0450-MATCH-ONE-WEATHER-EXIT
                   VARYING WS-WEATHER-IDX FROM 1 BY 1
                   UNTIL WS-WEATHER-IDX > WS-WEATHER-COUNT
                      OR WS-DATE-RAINY
           END-IF.

           MOVE GAMEDATE       TO WSG-DATE.
           MOVE GAMEHOMETEAM   TO WSG-HOME-TEAM.
           MOVE GAMEAWAYTEAM   TO WSG-AWAY-TEAM.
           MOVE GAMEATTENDANCE TO WSG-ATTENDANCE.
           MOVE WS-GAME-STATION TO WSG-STATION.

           MOVE SPACES TO WS-GAME-EVENT.
           PERFORM 0470-MATCH-ONE-EVENT THRU 0470-MATCH-ONE-EVENT-EXIT
               VARYING WS-EVENT-IDX FROM 1 BY 1
               UNTIL WS-EVENT-IDX > WS-EVENT-COUNT.
           MOVE WS-GAME-EVENT TO WSG-EVENT.

           COMPUTE WS-ATTENDANCE = FUNCTION NUMVAL(GAMEATTENDANCE).

           EVALUATE TRUE
               WHEN NOT WS-MATCH-ANY-STATION
                   AND WS-GAME-STATION = SPACES
                   MOVE "NO STN" TO WSG-WEATHER
                   ADD 1 TO WS-NOSTATION-GAMES
               WHEN WS-DATE-RAINY
                   MOVE "RAINY" TO WSG-WEATHER
                   ADD 1 TO WS-RAINY-GAMES
       0400-REPORT-ONE-GAME-EXIT.
           EXIT.

      * The venue is the home team's venue on TEAM.DAT, or its own
      * VENUE.DAT record for a team not on TEAM.DAT.  The station is
      * the first on STATION.DAT serving that venue and in service
      * on the game date.
       0420-FIND-GAME-STATION.
           MOVE SPACES TO WS-GAME-VENUE, WS-GAME-STATION.
           IF WS-MATCH-ANY-STATION
               GO TO 0420-FIND-GAME-STATION-EXIT
           END-IF.

           PERFORM 0425-CHECK-ONE-TEAM THRU 0425-CHECK-ONE-TEAM-EXIT
               VARYING WS-TEAM-IDX FROM 1 BY 1
               UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
                  OR WS-GAME-VENUE NOT = SPACES.
           IF WS-GAME-VENUE = SPACES
               PERFORM 0430-CHECK-ONE-VENUE
                   THRU 0430-CHECK-ONE-VENUE-EXIT
                   VARYING WS-VENUE-IDX FROM 1 BY 1
                   UNTIL WS-VENUE-IDX > WS-VENUE-COUNT
                      OR WS-GAME-VENUE NOT = SPACES
           END-IF.
           IF WS-GAME-VENUE = SPACES
               GO TO 0420-FIND-GAME-STATION-EXIT
           END-IF.

           MOVE WS-GD-YEAR  TO WS-GN-YEAR.
           MOVE WS-GD-MONTH TO WS-GN-MONTH.
           MOVE WS-GD-DAY   TO WS-GN-DAY.
           PERFORM 0435-CHECK-ONE-STATION
               THRU 0435-CHECK-ONE-STATION-EXIT
               VARYING WS-STATION-IDX FROM 1 BY 1
               UNTIL WS-STATION-IDX > WS-STATION-COUNT
                  OR WS-GAME-STATION NOT = SPACES.
       0420-FIND-GAME-STATION-EXIT.
           EXIT.

       0425-CHECK-ONE-TEAM.
           IF WS-TT-TEAM-CODE(WS-TEAM-IDX) = GAMEHOMETEAM
               MOVE WS-TT-VENUE(WS-TEAM-IDX) TO WS-GAME-VENUE
           END-IF.
       0425-CHECK-ONE-TEAM-EXIT.
           EXIT.

       0430-CHECK-ONE-VENUE.
           IF WS-VN-HOMETEAM(WS-VENUE-IDX) = GAMEHOMETEAM
               MOVE WS-VN-VENUE(WS-VENUE-IDX) TO WS-GAME-VENUE
           END-IF.
       0430-CHECK-ONE-VENUE-EXIT.
           EXIT.

       0435-CHECK-ONE-STATION.
           IF WS-SM-VENUE(WS-STATION-IDX) NOT = WS-GAME-VENUE
               GO TO 0435-CHECK-ONE-STATION-EXIT
           END-IF.
           IF WS-GAME-DATE-NUM < WS-SM-COMMISSIONED(WS-STATION-IDX)
               GO TO 0435-CHECK-ONE-STATION-EXIT
           END-IF.
           IF WS-SM-RETIRED(WS-STATION-IDX) NOT = ZERO
               AND WS-GAME-DATE-NUM NOT <
                   WS-SM-RETIRED(WS-STATION-IDX)
               GO TO 0435-CHECK-ONE-STATION-EXIT
           END-IF.
           MOVE WS-SM-STATION-CODE(WS-STATION-IDX) TO WS-GAME-STATION.
       0435-CHECK-ONE-STATION-EXIT.
           EXIT.

       0450-MATCH-ONE-WEATHER.
           IF NOT WS-MATCH-ANY-STATION
               AND WS-WT-STATION(WS-WEATHER-IDX) NOT = WS-GAME-STATION
               GO TO 0450-MATCH-ONE-WEATHER-EXIT
           END-IF.

           IF WS-WT-YEAR(WS-WEATHER-IDX)  = WS-GD-YEAR
               AND WS-WT-MONTH(WS-WEATHER-IDX) = WS-GD-MONTH
               AND WS-WT-DAY(WS-WEATHER-IDX)   = WS-GD-DAY
       0450-MATCH-ONE-WEATHER-EXIT.
           EXIT.

      * Only events at the game's own station count.  A heavy-rain
      * day outranks the wet spell it sits in, and either outranks
      * a dry streak.
       0470-MATCH-ONE-EVENT.
           IF NOT WS-MATCH-ANY-STATION
               AND WS-ET-STATION(WS-EVENT-IDX) NOT = WS-GAME-STATION
               GO TO 0470-MATCH-ONE-EVENT-EXIT
           END-IF.
           IF GAMEDATE < WS-ET-START-DATE(WS-EVENT-IDX)
               OR GAMEDATE > WS-ET-END-DATE(WS-EVENT-IDX)
               GO TO 0470-MATCH-ONE-EVENT-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-ET-HEAVY-RAIN(WS-EVENT-IDX)
                   MOVE "HEAVY RAIN" TO WS-GAME-EVENT
               WHEN WS-ET-WET-SPELL(WS-EVENT-IDX)
                   AND WS-GAME-EVENT NOT = "HEAVY RAIN"
                   MOVE "WET SPELL" TO WS-GAME-EVENT
               WHEN WS-ET-DRY-SPELL(WS-EVENT-IDX)
                   AND WS-GAME-EVENT = SPACES
                   MOVE "DRY STREAK" TO WS-GAME-EVENT
           END-EVALUATE.
       0470-MATCH-ONE-EVENT-EXIT.
           EXIT.

       END PROGRAM RAINGAMES.
