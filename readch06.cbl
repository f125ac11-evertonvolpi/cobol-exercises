      *  2026-09-02  EV  FINAL STOP RUN CHANGED TO GOBACK SO THE
      *                  JOBSTREAM DRIVER GETS CONTROL BACK AFTER
      *                  CALLING THIS PROGRAM AS A STEP
      *  2026-10-15  EV  UPDATE MODE (5) NOW ALSO TAKES THE HOME AND
      *                  AWAY TEAM, EACH CHECKED AGAINST THE TEAM.DAT
      *                  REFERENCE FILE WITH RE-PROMPT (BLANK KEEPS
      *                  THE CURRENT TEAM).  THE CAPACITY CHECK USES
      *                  THE HOME VENUE ON TEAM.DAT, AND GAMEJRNL.DAT
      *                  CARRIES THE OLD AND NEW TEAMS
      *  2026-10-15  EV  SIGN-ON NOW CHECKS THE OPERATOR'S AUTHORITY
      *                  FOR THIS PROGRAM AND ENDS THE RUN IF REFUSED
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           FILE STATUS IS WS-VENUE-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.

       SELECT TEAM-FILE ASSIGN TO "TEAM.DAT"
           FILE STATUS IS WS-TEAM-FILE-STATUS
           ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
           05 JR-NEW-STATUS        PIC X.
           05 FILLER               PIC X.
           05 JR-OPERATOR          PIC X(3).
           05 FILLER               PIC X.
           05 JR-OLD-HOMETEAM      PIC X(12).
           05 JR-OLD-AWAYTEAM      PIC X(12).
           05 FILLER               PIC X.
           05 JR-NEW-HOMETEAM      PIC X(12).
           05 JR-NEW-AWAYTEAM      PIC X(12).

      *One record per program - program name and up to three
      *values whose meaning is the program's own.
           05 FILLER           PIC X.
           05 VN-CAPACITY      PIC 9(6).

      *This mirrors the TEAM.DAT record TEAMMAINT writes.
       FD TEAM-FILE.
       01 TEAM-RECORD.
           88 END-OF-TEAM      VALUE HIGH-VALUES.
           05 TM-TEAM-CODE     PIC X(12).
           05 FILLER           PIC X.
           05 TM-TEAM-NAME     PIC X(24).
           05 FILLER           PIC X.
           05 TM-DIVISION      PIC X(12).
           05 FILLER           PIC X.
           05 TM-VENUE         PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-WORK-AREAS.
           05 FILE-CHECK-KEY   PIC X(2).
           05 WS-VENUE-TABLE.
               10 WS-VENUE-ENTRY OCCURS 50 TIMES.
                   15 WS-VN-HOMETEAM   PIC X(12).
                   15 WS-VN-VENUE      PIC X(20).
                   15 WS-VN-CAPACITY   PIC 9(6).
           05 WS-VENUE-IDX         PIC 9(2).
           05 WS-VENUE-FOUND-SW    PIC X.
           05 WS-ATTEND-OK-SW      PIC X.
               88 WS-ATTEND-OK         VALUE "Y".

           05 WS-TEAM-FILE-STATUS  PIC X(2).
               88 WS-TEAM-FILE-NOT-FOUND  VALUE "35".
           05 WS-REF-COUNT         PIC 9(3) VALUE ZERO.
           05 WS-REF-TABLE.
               10 WS-REF-ENTRY OCCURS 100 TIMES.
                   15 WS-RT-TEAM-CODE  PIC X(12).
                   15 WS-RT-VENUE      PIC X(20).
           05 WS-REF-IDX           PIC 9(3).
           05 WS-REF-FOUND-SW      PIC X.
               88 WS-REF-FOUND         VALUE "Y".
           05 WS-HOME-VENUE        PIC X(20).
           05 WS-NEW-TEAM          PIC X(12).
           05 WS-ENTERED-TEAM      PIC X(12).
           05 WS-TEAMS-OK-SW       PIC X.
               88 WS-TEAMS-OK          VALUE "Y".

           05 PRINTGAME.
               10 PRTGAMEID            PIC X(36).
               10 PRTGAMEYEAR          PIC 9(4).
               10 WS-OLD-HOMESCORE     PIC 9(2).
               10 WS-OLD-AWAYSCORE     PIC 9(2).
               10 WS-OLD-STATUS        PIC X.
               10 WS-OLD-HOMETEAM      PIC X(12).
               10 WS-OLD-AWAYTEAM      PIC X(12).

           05 WS-RUNPARMS-FILE-STATUS PIC X(2).
               88 WS-RUNPARMS-FILE-NOT-FOUND VALUE "35".
               10 WS-RP-V3-DATE        PIC X(10).
               10 FILLER               PIC X(26).

       01  WS-SIGNON-ACCESS.
           05 WS-SO-PROGRAM      PIC X(17) VALUE "READCH06".
           05 WS-SO-FUNCTION     PIC X VALUE SPACE.
           05 WS-SO-RESULT       PIC X.
               88 WS-SO-GRANTED      VALUE "Y".

       01  WS-JOBLOG-PARM.
           05 WS-JL-PROGRAM      PIC X(17) VALUE "READCH06".
           05 WS-JL-FUNCTION     PIC X.
       0100-START.
           PERFORM 0105-READ-RUN-PARMS.
           IF WS-ATTENDED
               CALL "SIGNON" USING WS-JL-OPERATOR, WS-SIGNON-ACCESS
               IF NOT WS-SO-GRANTED
                   GOBACK
               END-IF
           END-IF.

           MOVE "S" TO WS-JL-FUNCTION.
           OPEN I-O BASEBALL.

           PERFORM 0106-LOAD-VENUES.
           PERFORM 0109-LOAD-TEAMS.

           PERFORM 0110-PROMPT-FOR-READTYPE
               UNTIL WS-VALID-ENTRY.
               ADD 1 TO WS-VENUE-COUNT
               MOVE VN-HOMETEAM TO
                   WS-VN-HOMETEAM(WS-VENUE-COUNT)
               MOVE VN-VENUE TO
                   WS-VN-VENUE(WS-VENUE-COUNT)
               MOVE VN-CAPACITY TO
                   WS-VN-CAPACITY(WS-VENUE-COUNT)
           END-IF.
           END-READ.
       0108-END.

       0109-LOAD-TEAMS.
           OPEN INPUT TEAM-FILE.
           IF WS-TEAM-FILE-NOT-FOUND
               DISPLAY "READCH06: TEAM.DAT NOT AVAILABLE - "
                   "TEAMS CANNOT BE CHANGED ON UPDATE"
           ELSE
               READ TEAM-FILE
                   AT END SET END-OF-TEAM TO TRUE
               END-READ
               PERFORM 0111-LOAD-ONE-TEAM
                   UNTIL END-OF-TEAM
               CLOSE TEAM-FILE
           END-IF.
       0109-END.

       0111-LOAD-ONE-TEAM.
           IF WS-REF-COUNT < 100
               ADD 1 TO WS-REF-COUNT
               MOVE TM-TEAM-CODE TO
                   WS-RT-TEAM-CODE(WS-REF-COUNT)
               MOVE TM-VENUE TO
                   WS-RT-VENUE(WS-REF-COUNT)
           END-IF.
           READ TEAM-FILE
               AT END SET END-OF-TEAM TO TRUE
           END-READ.
       0111-END.

       0110-PROMPT-FOR-READTYPE.
           IF WS-UNATTENDED AND NOT WS-PARM-USED
               SET WS-PARM-USED TO TRUE
           IF RECORDFOUND
               PERFORM 0810-SAVE-BEFORE-IMAGE

               IF NOT WS-TEAM-FILE-NOT-FOUND
                   PERFORM 0242-ACCEPT-TEAMS
               END-IF

               DISPLAY "CURRENT ATTENDANCE: ", GAMEATTENDANCE
               PERFORM 0245-ACCEPT-ATTENDANCE
               MOVE WS-NEW-ATTENDANCE TO GAMEATTENDANCE
           END-IF.
       0240-END.

      * Both teams must be on TEAM.DAT - a team already on the game
      * but no longer on file has to be replaced - and a team cannot
      * play itself.
       0242-ACCEPT-TEAMS.
           MOVE "N" TO WS-TEAMS-OK-SW.
           PERFORM UNTIL WS-TEAMS-OK
               DISPLAY "CURRENT HOME TEAM: ", GAMEHOMETEAM
               MOVE GAMEHOMETEAM TO WS-NEW-TEAM
               PERFORM 0243-ACCEPT-ONE-TEAM
               MOVE WS-NEW-TEAM TO GAMEHOMETEAM

               DISPLAY "CURRENT AWAY TEAM: ", GAMEAWAYTEAM
               MOVE GAMEAWAYTEAM TO WS-NEW-TEAM
               PERFORM 0243-ACCEPT-ONE-TEAM
               MOVE WS-NEW-TEAM TO GAMEAWAYTEAM

               IF GAMEHOMETEAM = GAMEAWAYTEAM
                   DISPLAY "HOME AND AWAY TEAM CANNOT BE THE SAME, "
                       "PLEASE RE-ENTER"
               ELSE
                   SET WS-TEAMS-OK TO TRUE
               END-IF
           END-PERFORM.
       0242-END.

       0243-ACCEPT-ONE-TEAM.
           MOVE "N" TO WS-REF-FOUND-SW.
           PERFORM UNTIL WS-REF-FOUND
               DISPLAY "NEW TEAM CODE (BLANK KEEPS CURRENT): "
                   WITH NO ADVANCING
               ACCEPT WS-ENTERED-TEAM
               IF WS-ENTERED-TEAM = SPACES
                   MOVE WS-NEW-TEAM TO WS-ENTERED-TEAM
               END-IF
               PERFORM 0244-FIND-TEAM
               IF WS-REF-FOUND
                   MOVE WS-ENTERED-TEAM TO WS-NEW-TEAM
               ELSE
                   DISPLAY WS-ENTERED-TEAM, " IS NOT ON TEAM.DAT, "
                       "PLEASE RE-ENTER"
               END-IF
           END-PERFORM.
       0243-END.

       0244-FIND-TEAM.
           MOVE "N" TO WS-REF-FOUND-SW.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
                  OR WS-REF-FOUND
               IF WS-RT-TEAM-CODE(WS-REF-IDX) = WS-ENTERED-TEAM
                   SET WS-REF-FOUND TO TRUE
               END-IF
           END-PERFORM.
       0244-END.

      * Attendance must be numeric, and when the home team has a
      * VENUE.DAT record it may not exceed the venue capacity -
      * free-text attendance is what made the averages unreliable.
           END-PERFORM.
       0245-END.

      * The home venue on TEAM.DAT decides the capacity.  A home
      * team with no TEAM.DAT venue falls back to the VENUE.DAT
      * record keyed by its own name.
       0246-FIND-VENUE-CAPACITY.
           MOVE ZERO TO WS-GAME-CAPACITY.
           MOVE SPACES TO WS-HOME-VENUE.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
               IF WS-RT-TEAM-CODE(WS-REF-IDX) = GAMEHOMETEAM
                   MOVE WS-RT-VENUE(WS-REF-IDX) TO WS-HOME-VENUE
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-VENUE-FOUND-SW.
           PERFORM VARYING WS-VENUE-IDX FROM 1 BY 1
               UNTIL WS-VENUE-IDX > WS-VENUE-COUNT
                  OR WS-VENUE-FOUND
               IF (WS-HOME-VENUE NOT = SPACES
                   AND WS-VN-VENUE(WS-VENUE-IDX) = WS-HOME-VENUE)
               OR (WS-HOME-VENUE = SPACES
                   AND WS-VN-HOMETEAM(WS-VENUE-IDX) = GAMEHOMETEAM)
                   SET WS-VENUE-FOUND TO TRUE
                   MOVE WS-VN-CAPACITY(WS-VENUE-IDX)
                       TO WS-GAME-CAPACITY
           MOVE ZEROES             TO JR-NEW-AWAYSCORE.
           MOVE "C"                TO JR-NEW-STATUS.
           MOVE WS-JL-OPERATOR     TO JR-OPERATOR.
           MOVE WS-OLD-HOMETEAM    TO JR-OLD-HOMETEAM.
           MOVE WS-OLD-AWAYTEAM    TO JR-OLD-AWAYTEAM.
           WRITE JOURNAL-RECORD.
           ADD 1 TO WS-JL-WRITE-COUNT.

           MOVE GAMEHOMESCORE  TO WS-OLD-HOMESCORE.
           MOVE GAMEAWAYSCORE  TO WS-OLD-AWAYSCORE.
           MOVE GAMESTATUS     TO WS-OLD-STATUS.
           MOVE GAMEHOMETEAM   TO WS-OLD-HOMETEAM.
           MOVE GAMEAWAYTEAM   TO WS-OLD-AWAYTEAM.
       0810-END.

       0800-WRITE-JOURNAL.
           MOVE GAMEAWAYSCORE      TO JR-NEW-AWAYSCORE.
           MOVE GAMESTATUS         TO JR-NEW-STATUS.
           MOVE WS-JL-OPERATOR     TO JR-OPERATOR.
           MOVE WS-OLD-HOMETEAM    TO JR-OLD-HOMETEAM.
           MOVE WS-OLD-AWAYTEAM    TO JR-OLD-AWAYTEAM.
           MOVE GAMEHOMETEAM       TO JR-NEW-HOMETEAM.
           MOVE GAMEAWAYTEAM       TO JR-NEW-AWAYTEAM.
           WRITE JOURNAL-RECORD.
           ADD 1 TO WS-JL-WRITE-COUNT.

