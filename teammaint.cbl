       IDENTIFICATION DIVISION.
       PROGRAM-ID. "TEAMMAINT".
       AUTHOR.     EVERTON VOLPI.
      * Maintenance screen for the TEAM.DAT team reference file, in
      * the style of RSNMAINT.  Each team code is the value keyed
      * into the home and away team columns of BASEBALLIDX.DAT and
      * carries the team's full name, its league or division, and
      * its home venue.  The venue must be one already on VENUE.DAT
      * so capacity and sellout figures can always be found for it.
      *
      * SCHEDLOAD rejects a fixture naming a team not on this file,
      * READCH06 will not accept one on update, and STANDINGS and
      * ATTENDRPT take the full name and division from here.  A
      * team cannot be retired while any game on BASEBALLIDX.DAT
      * still names it.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
      *   2026-10-15  EV  SIGN-ON THROUGH SIGNON, WITH THE FUNCTION
      *                   CHOSEN CHECKED AGAINST THE OPERATOR'S
      *                   AUTHORITY AS I (LIST), A, C OR D (RETIRE)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEAM-FILE ASSIGN TO "TEAM.DAT"
               FILE STATUS IS WS-TEAM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VENUE-FILE ASSIGN TO "VENUE.DAT"
               FILE STATUS IS WS-VENUE-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BASEBALL ASSIGN TO "BASEBALLIDX.DAT"
               FILE STATUS IS WS-BASEBALL-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GAMEID
               ALTERNATE RECORD KEY IS GAMEDATE
                   WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       FD TEAM-FILE.
       01 TEAM-RECORD.
           88 TEAM-EOF             VALUE HIGH-VALUES.
           05 TM-TEAM-CODE         PIC X(12).
           05 FILLER               PIC X.
           05 TM-TEAM-NAME         PIC X(24).
           05 FILLER               PIC X.
           05 TM-DIVISION          PIC X(12).
           05 FILLER               PIC X.
           05 TM-VENUE             PIC X(20).

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

       FD BASEBALL.
       01 GAMERECORD.
           88 ENDOFGAMES       VALUE HIGH-VALUES.
           05 GAMEID           PIC X(36).
           05 GAMEYEAR         PIC 9(4).
           05 GAMEDATE         PIC X(10).
           05 GAMETIME         PIC X(13).
           05 GAMEATTENDANCE   PIC X(5).
           05 GAMEHOMETEAM     PIC X(12).
           05 GAMEAWAYTEAM     PIC X(12).
           05 GAMEMOREINFO     PIC X(35).
           05 GAMEHOMESCORE    PIC 9(2).
           05 GAMEAWAYSCORE    PIC 9(2).
           05 GAMESTATUS       PIC X.
               88 GAME-FINAL       VALUE "F".
               88 GAME-POSTPONED   VALUE "P".

       WORKING-STORAGE SECTION.
       01 WS-TEAM-FILE-STATUS      PIC XX.
           88 WS-TEAM-FILE-NOT-FOUND     VALUE "35".

       01 WS-VENUE-FILE-STATUS     PIC XX.
           88 WS-VENUE-FILE-NOT-FOUND    VALUE "35".

       01 WS-BASEBALL-FILE-STATUS  PIC XX.
           88 WS-BASEBALL-FILE-NOT-FOUND VALUE "35".

       01 WS-FUNCTION              PIC 9.
           88 WS-LIST-FUNCTION         VALUE 1.
           88 WS-ADD-FUNCTION          VALUE 2.
           88 WS-CHANGE-FUNCTION       VALUE 3.
           88 WS-RETIRE-FUNCTION       VALUE 4.

       01 WS-VALID-ENTRY-SWITCH    PIC X VALUE "N".
           88 WS-VALID-ENTRY           VALUE "Y".
           88 WS-INVALID-ENTRY         VALUE "N".

       01 WS-TEAM-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-TEAM-TABLE.
           05 WS-TEAM-ENTRY OCCURS 100 TIMES.
               10 WS-TT-TEAM-CODE      PIC X(12).
               10 WS-TT-TEAM-NAME      PIC X(24).
               10 WS-TT-DIVISION       PIC X(12).
               10 WS-TT-VENUE          PIC X(20).
       01 WS-TEAM-IDX              PIC 9(3).
       01 WS-FOUND-IDX             PIC 9(3).

       01 WS-FOUND-SWITCH          PIC X.
           88 WS-TEAM-FOUND            VALUE "Y".
           88 WS-TEAM-NOT-FOUND        VALUE "N".

       01 WS-VENUE-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-VENUE-TABLE.
           05 WS-VENUE-ENTRY OCCURS 50 TIMES.
               10 WS-VN-VENUE          PIC X(20).
       01 WS-VENUE-IDX             PIC 9(2).

       01 WS-VENUE-FOUND-SW        PIC X.
           88 WS-VENUE-FOUND           VALUE "Y".
           88 WS-VENUE-NOT-FOUND       VALUE "N".

       01 WS-WORK-TEAM-CODE        PIC X(12).
       01 WS-WORK-TEAM-NAME        PIC X(24).
       01 WS-WORK-DIVISION         PIC X(12).
       01 WS-WORK-VENUE            PIC X(20).

       01 WS-VALUES-OK-SWITCH      PIC X.
           88 WS-VALUES-OK             VALUE "Y".
           88 WS-VALUES-NOT-OK         VALUE "N".

       01 WS-LOAD-OVERFLOW-SW      PIC X VALUE "N".
           88 WS-LOAD-OVERFLOW         VALUE "Y".

       01 WS-GAME-USE-COUNT        PIC 9(5).

       01 WS-CONFIRM               PIC X(3).

       01 WS-OPERATOR-ID           PIC X(3) VALUE SPACES.

       01 WS-SIGNON-ACCESS.
           05 WS-SO-PROGRAM        PIC X(17) VALUE "TEAMMAINT".
           05 WS-SO-FUNCTION       PIC X VALUE SPACE.
           05 WS-SO-RESULT         PIC X.
               88 WS-SO-GRANTED        VALUE "Y".

       PROCEDURE DIVISION.
       0100-START-HERE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           PERFORM 0150-LOAD-TEAMS THRU 0150-LOAD-TEAMS-EXIT.
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
                   PERFORM 0200-LIST-TEAMS THRU 0200-LIST-TEAMS-EXIT
               WHEN WS-ADD-FUNCTION
                   PERFORM 0300-ADD-TEAM THRU 0300-ADD-TEAM-EXIT
               WHEN WS-CHANGE-FUNCTION
                   PERFORM 0400-CHANGE-TEAM THRU 0400-CHANGE-TEAM-EXIT
               WHEN WS-RETIRE-FUNCTION
                   PERFORM 0500-RETIRE-TEAM THRU 0500-RETIRE-TEAM-EXIT
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

       0150-LOAD-TEAMS.
           OPEN INPUT TEAM-FILE.
           IF WS-TEAM-FILE-NOT-FOUND
               GO TO 0150-LOAD-TEAMS-EXIT
           END-IF.

           READ TEAM-FILE
               AT END SET TEAM-EOF TO TRUE
           END-READ.
           PERFORM 0170-LOAD-ONE-TEAM THRU 0170-LOAD-ONE-TEAM-EXIT
               UNTIL TEAM-EOF.
           CLOSE TEAM-FILE.
       0150-LOAD-TEAMS-EXIT.
           EXIT.

       0170-LOAD-ONE-TEAM.
           IF WS-TEAM-COUNT < 100
               ADD 1 TO WS-TEAM-COUNT
               MOVE TM-TEAM-CODE TO WS-TT-TEAM-CODE(WS-TEAM-COUNT)
               MOVE TM-TEAM-NAME TO WS-TT-TEAM-NAME(WS-TEAM-COUNT)
               MOVE TM-DIVISION  TO WS-TT-DIVISION(WS-TEAM-COUNT)
               MOVE TM-VENUE     TO WS-TT-VENUE(WS-TEAM-COUNT)
           ELSE
               DISPLAY "TEAMMAINT: TEAM.DAT HAS MORE THAN 100 "
                   "RECORDS - ONLY LIST WILL BE ALLOWED SO THE "
                   "FILE IS NEVER REWRITTEN FROM A TRUNCATED TABLE"
               SET WS-LOAD-OVERFLOW TO TRUE
               SET TEAM-EOF TO TRUE
               GO TO 0170-LOAD-ONE-TEAM-EXIT
           END-IF.

           READ TEAM-FILE
               AT END SET TEAM-EOF TO TRUE
           END-READ.
       0170-LOAD-ONE-TEAM-EXIT.
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

       0200-LIST-TEAMS.
           IF WS-TEAM-COUNT = ZERO
               DISPLAY "TEAMMAINT: NO TEAMS ON FILE"
               GO TO 0200-LIST-TEAMS-EXIT
           END-IF.

           DISPLAY "TEAM CODE     FULL NAME                 "
               "DIVISION      HOME VENUE".
           PERFORM 0250-LIST-ONE-TEAM THRU 0250-LIST-ONE-TEAM-EXIT
               VARYING WS-TEAM-IDX FROM 1 BY 1
               UNTIL WS-TEAM-IDX > WS-TEAM-COUNT.
       0200-LIST-TEAMS-EXIT.
           EXIT.

       0250-LIST-ONE-TEAM.
           DISPLAY WS-TT-TEAM-CODE(WS-TEAM-IDX), "  ",
               WS-TT-TEAM-NAME(WS-TEAM-IDX), "  ",
               WS-TT-DIVISION(WS-TEAM-IDX), "  ",
               WS-TT-VENUE(WS-TEAM-IDX).
       0250-LIST-ONE-TEAM-EXIT.
           EXIT.

       0300-ADD-TEAM.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0300-ADD-TEAM-EXIT
           END-IF.

           DISPLAY "TEAM CODE (12 CHARACTERS): " WITH NO ADVANCING.
           ACCEPT WS-WORK-TEAM-CODE.
           IF WS-WORK-TEAM-CODE = SPACES
               DISPLAY "TEAM CODE CANNOT BE BLANK"
               GO TO 0300-ADD-TEAM-EXIT
           END-IF.

           PERFORM 0600-FIND-TEAM THRU 0600-FIND-TEAM-EXIT.
           IF WS-TEAM-FOUND
               DISPLAY WS-WORK-TEAM-CODE, " IS ALREADY ON FILE"
               GO TO 0300-ADD-TEAM-EXIT
           END-IF.

           IF WS-TEAM-COUNT >= 100
               DISPLAY "TEAMMAINT: TEAM TABLE FULL - NOTHING ADDED"
               GO TO 0300-ADD-TEAM-EXIT
           END-IF.

           PERFORM 0700-ACCEPT-TEAM-VALUES
               THRU 0700-ACCEPT-TEAM-VALUES-EXIT.
           IF WS-VALUES-NOT-OK
               DISPLAY "NOTHING ADDED"
               GO TO 0300-ADD-TEAM-EXIT
           END-IF.

           ADD 1 TO WS-TEAM-COUNT.
           MOVE WS-WORK-TEAM-CODE TO WS-TT-TEAM-CODE(WS-TEAM-COUNT).
           MOVE WS-WORK-TEAM-NAME TO WS-TT-TEAM-NAME(WS-TEAM-COUNT).
           MOVE WS-WORK-DIVISION  TO WS-TT-DIVISION(WS-TEAM-COUNT).
           MOVE WS-WORK-VENUE     TO WS-TT-VENUE(WS-TEAM-COUNT).
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "TEAM ADDED".
       0300-ADD-TEAM-EXIT.
           EXIT.

      * The code itself cannot be changed here - it is what every
      * game record carries.  A renamed code is a new team added
      * and the old one retired once no game still names it.
       0400-CHANGE-TEAM.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0400-CHANGE-TEAM-EXIT
           END-IF.

           DISPLAY "TEAM CODE TO CHANGE: " WITH NO ADVANCING.
           ACCEPT WS-WORK-TEAM-CODE.
           PERFORM 0600-FIND-TEAM THRU 0600-FIND-TEAM-EXIT.
           IF WS-TEAM-NOT-FOUND
               DISPLAY WS-WORK-TEAM-CODE, " IS NOT ON FILE"
               GO TO 0400-CHANGE-TEAM-EXIT
           END-IF.

           DISPLAY "CURRENT FULL NAME ...: ",
               WS-TT-TEAM-NAME(WS-FOUND-IDX).
           DISPLAY "CURRENT DIVISION ....: ",
               WS-TT-DIVISION(WS-FOUND-IDX).
           DISPLAY "CURRENT HOME VENUE ..: ",
               WS-TT-VENUE(WS-FOUND-IDX).

           PERFORM 0700-ACCEPT-TEAM-VALUES
               THRU 0700-ACCEPT-TEAM-VALUES-EXIT.
           IF WS-VALUES-NOT-OK
               DISPLAY "NOTHING CHANGED"
               GO TO 0400-CHANGE-TEAM-EXIT
           END-IF.

           MOVE WS-WORK-TEAM-NAME TO WS-TT-TEAM-NAME(WS-FOUND-IDX).
           MOVE WS-WORK-DIVISION  TO WS-TT-DIVISION(WS-FOUND-IDX).
           MOVE WS-WORK-VENUE     TO WS-TT-VENUE(WS-FOUND-IDX).
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "TEAM CHANGED".
       0400-CHANGE-TEAM-EXIT.
           EXIT.

      * A team still named on any game cannot be retired - those
      * games would drop out of the standings by division and
      * SCHEDLOAD and READCH06 would refuse them on the next pass.
       0500-RETIRE-TEAM.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0500-RETIRE-TEAM-EXIT
           END-IF.

           DISPLAY "TEAM CODE TO RETIRE: " WITH NO ADVANCING.
           ACCEPT WS-WORK-TEAM-CODE.
           PERFORM 0600-FIND-TEAM THRU 0600-FIND-TEAM-EXIT.
           IF WS-TEAM-NOT-FOUND
               DISPLAY WS-WORK-TEAM-CODE, " IS NOT ON FILE"
               GO TO 0500-RETIRE-TEAM-EXIT
           END-IF.

           PERFORM 0750-COUNT-GAMES THRU 0750-COUNT-GAMES-EXIT.
           IF WS-GAME-USE-COUNT > ZERO
               DISPLAY WS-WORK-TEAM-CODE, " IS STILL IN USE - NOT "
                   "RETIRED"
               DISPLAY "  GAMES ON BASEBALLIDX.DAT : ",
                   WS-GAME-USE-COUNT
               GO TO 0500-RETIRE-TEAM-EXIT
           END-IF.

           DISPLAY "TYPE YES TO RETIRE ",
               WS-TT-TEAM-NAME(WS-FOUND-IDX), ": " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "YES"
               DISPLAY "NOTHING RETIRED"
               GO TO 0500-RETIRE-TEAM-EXIT
           END-IF.

           PERFORM 0550-SHIFT-ONE-TEAM THRU 0550-SHIFT-ONE-TEAM-EXIT
               VARYING WS-TEAM-IDX FROM WS-FOUND-IDX BY 1
               UNTIL WS-TEAM-IDX >= WS-TEAM-COUNT.
           SUBTRACT 1 FROM WS-TEAM-COUNT.
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "TEAM RETIRED".
       0500-RETIRE-TEAM-EXIT.
           EXIT.

       0550-SHIFT-ONE-TEAM.
           MOVE WS-TEAM-ENTRY(WS-TEAM-IDX + 1)
               TO WS-TEAM-ENTRY(WS-TEAM-IDX).
       0550-SHIFT-ONE-TEAM-EXIT.
           EXIT.

       0600-FIND-TEAM.
           SET WS-TEAM-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 0650-CHECK-ONE-TEAM THRU 0650-CHECK-ONE-TEAM-EXIT
               VARYING WS-TEAM-IDX FROM 1 BY 1
               UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
                  OR WS-TEAM-FOUND.
       0600-FIND-TEAM-EXIT.
           EXIT.

       0650-CHECK-ONE-TEAM.
           IF WS-TT-TEAM-CODE(WS-TEAM-IDX) = WS-WORK-TEAM-CODE
               SET WS-TEAM-FOUND TO TRUE
               MOVE WS-TEAM-IDX TO WS-FOUND-IDX
           END-IF.
       0650-CHECK-ONE-TEAM-EXIT.
           EXIT.

       0700-ACCEPT-TEAM-VALUES.
           SET WS-VALUES-OK TO TRUE.

           DISPLAY "FULL NAME (24 CHARACTERS): " WITH NO ADVANCING.
           ACCEPT WS-WORK-TEAM-NAME.
           IF WS-WORK-TEAM-NAME = SPACES
               DISPLAY "FULL NAME CANNOT BE BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           DISPLAY "LEAGUE OR DIVISION (12 CHARACTERS): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-DIVISION.
           IF WS-WORK-DIVISION = SPACES
               DISPLAY "DIVISION CANNOT BE BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           DISPLAY "HOME VENUE (AS ON VENUE.DAT): " WITH NO ADVANCING.
           ACCEPT WS-WORK-VENUE.
           PERFORM 0720-FIND-VENUE THRU 0720-FIND-VENUE-EXIT.
           IF WS-VENUE-NOT-FOUND
               DISPLAY "VENUE IS NOT ON VENUE.DAT"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0700-ACCEPT-TEAM-VALUES-EXIT.
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

       0750-COUNT-GAMES.
           MOVE ZERO TO WS-GAME-USE-COUNT.

           OPEN INPUT BASEBALL.
           IF WS-BASEBALL-FILE-NOT-FOUND
               GO TO 0750-COUNT-GAMES-EXIT
           END-IF.

           READ BASEBALL NEXT RECORD
               AT END SET ENDOFGAMES TO TRUE
           END-READ.
           PERFORM 0770-COUNT-ONE-GAME THRU 0770-COUNT-ONE-GAME-EXIT
               UNTIL ENDOFGAMES.
           CLOSE BASEBALL.
       0750-COUNT-GAMES-EXIT.
           EXIT.

       0770-COUNT-ONE-GAME.
           IF GAMEHOMETEAM = WS-WORK-TEAM-CODE
                   OR GAMEAWAYTEAM = WS-WORK-TEAM-CODE
               ADD 1 TO WS-GAME-USE-COUNT
           END-IF.

           READ BASEBALL NEXT RECORD
               AT END SET ENDOFGAMES TO TRUE
           END-READ.
       0770-COUNT-ONE-GAME-EXIT.
           EXIT.

       0800-REWRITE-FILE.
           OPEN OUTPUT TEAM-FILE.
           PERFORM 0850-WRITE-ONE-TEAM THRU 0850-WRITE-ONE-TEAM-EXIT
               VARYING WS-TEAM-IDX FROM 1 BY 1
               UNTIL WS-TEAM-IDX > WS-TEAM-COUNT.
           CLOSE TEAM-FILE.
       0800-REWRITE-FILE-EXIT.
           EXIT.

       0850-WRITE-ONE-TEAM.
           MOVE SPACES TO TEAM-RECORD.
           MOVE WS-TT-TEAM-CODE(WS-TEAM-IDX) TO TM-TEAM-CODE.
           MOVE WS-TT-TEAM-NAME(WS-TEAM-IDX) TO TM-TEAM-NAME.
           MOVE WS-TT-DIVISION(WS-TEAM-IDX)  TO TM-DIVISION.
           MOVE WS-TT-VENUE(WS-TEAM-IDX)     TO TM-VENUE.
           WRITE TEAM-RECORD.
       0850-WRITE-ONE-TEAM-EXIT.
           EXIT.

      * Rewriting TEAM.DAT from a truncated table would silently
      * drop every team past the cap, so maintenance is refused
      * outright on an oversized file.
       0900-REFUSE-OVERSIZED.
           DISPLAY "TEAMMAINT: TEAM.DAT COULD NOT BE FULLY "
               "LOADED - MAINTENANCE REFUSED, FILE NOT REWRITTEN".
       0900-REFUSE-OVERSIZED-EXIT.
           EXIT.

       END PROGRAM TEAMMAINT.
