      * rejected and total counts.  Schedule dates are in the
      * future, so the date edit here checks the calendar only and
      * does not reject future dates the way DATEEDIT does for
      * hire dates.  Both teams must be on the TEAM.DAT team
      * reference file TEAMMAINT maintains, and a team cannot play
      * itself.  Every game is then checked through the shared
      * SCHEDCHK routine against the games already on file and
      * those loaded ahead of it - a team booked twice on one date
      * outside a declared doubleheader, two games overlapping at
      * one venue, or a team short of its minimum rest is rejected
      * with the clashing game's id.  A Y in the doubleheader
      * column declares the game part of a doubleheader; it is
      * loaded with notes starting "DH ".
      *
      * MODIFICATION HISTORY:
      *   2026-08-22  EV  INITIAL VERSION
      *   2026-09-02  EV  FINAL STOP RUN CHANGED TO GOBACK SO THE
      *                   JOBSTREAM DRIVER GETS CONTROL BACK AFTER
      *                   CALLING THIS PROGRAM AS A STEP
      *   2026-10-15  EV  HOME AND AWAY TEAMS ARE CHECKED AGAINST
      *                   TEAM.DAT - AN UNKNOWN TEAM, OR THE SAME
      *                   TEAM ON BOTH SIDES, IS REJECTED TO
      *                   SCHEDREJECT.DAT.  WITH NO TEAM.DAT THE
      *                   LOAD IS REFUSED
      *   2026-10-15  EV  SCHEDULE CONFLICTS CHECKED THROUGH SCHEDCHK
      *                   BEFORE EACH GAME IS WRITTEN.  SEASONSCHED
      *                   CARRIES A DOUBLEHEADER FLAG AND SCHEDREJECT
      *                   THE ID OF THE GAME A REJECT CLASHES WITH
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REJECT-FILE ASSIGN TO "SCHEDREJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TEAM-FILE ASSIGN TO "TEAM.DAT"
               FILE STATUS IS WS-TEAM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SCHEDULE-FILE.
           05 SS-GAMETIME      PIC X(13).
           05 SS-HOMETEAM      PIC X(12).
           05 SS-AWAYTEAM      PIC X(12).
           05 SS-DOUBLEHEADER  PIC X.
               88 SS-DECLARED-DH   VALUE "Y".

       FD BASEBALL.
       01 GAMERECORD.
           05 RJ-GAMEDATE      PIC X(10).
           05 FILLER           PIC X VALUE SPACE.
           05 RJ-REASON        PIC X(25).
           05 FILLER           PIC X VALUE SPACE.
           05 RJ-CONFLICT-GAMEID PIC X(36).

      *This mirrors the TEAM.DAT record TEAMMAINT writes - only the
      *team code is of interest here.
       FD TEAM-FILE.
       01 TEAM-RECORD.
           88 END-OF-TEAM      VALUE HIGH-VALUES.
           05 TM-TEAM-CODE     PIC X(12).
           05 FILLER           PIC X(59).

       WORKING-STORAGE SECTION.
       01 WS-SCHEDULE-FILE-STATUS PIC XX.
       01 WS-BASEBALL-FILE-STATUS PIC XX.
           88 WS-BASEBALL-FILE-NOT-FOUND VALUE "35".

       01 WS-TEAM-FILE-STATUS     PIC XX.
           88 WS-TEAM-FILE-NOT-FOUND     VALUE "35".

       01 WS-TEAM-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-TEAM-TABLE.
           05 WS-TT-TEAM-CODE  PIC X(12) OCCURS 100 TIMES.
       01 WS-TEAM-IDX          PIC 9(3).
       01 WS-WORK-TEAM         PIC X(12).

       01 WS-TEAM-FOUND-SW     PIC X.
           88 WS-TEAM-FOUND        VALUE "Y".
           88 WS-TEAM-NOT-FOUND    VALUE "N".

       01 WS-DATE-PARTS.
           05 WS-DP-YEAR       PIC X(4).
           05 WS-DP-DASH-1     PIC X.
           88 WS-DATE-NOT-OK       VALUE "N".

       01 WS-REJECT-REASON     PIC X(25).
       01 WS-CONFLICT-GAMEID   PIC X(36).

       01 WS-SCHEDCHK-PARM.
           05 WS-SC-FUNCTION     PIC X.
           05 WS-SC-GAMEID       PIC X(36).
           05 WS-SC-GAMEDATE     PIC X(10).
           05 WS-SC-GAMETIME     PIC X(13).
           05 WS-SC-HOMETEAM     PIC X(12).
           05 WS-SC-AWAYTEAM     PIC X(12).
           05 WS-SC-MOREINFO     PIC X(35).
           05 WS-SC-RESULT       PIC X.
               88 WS-SC-CONFLICT     VALUE "Y".
           05 WS-SC-REASON       PIC X(25).
           05 WS-SC-OTHER-GAMEID PIC X(36).
           05 WS-SC-CONFLICT-COUNT PIC 9(4).

       01 WS-READ-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-ACCEPTED-COUNT    PIC 9(5) VALUE ZERO.
               GOBACK
           END-IF.

           PERFORM 0150-LOAD-TEAMS THRU 0150-LOAD-TEAMS-EXIT.
           IF WS-TEAM-FILE-NOT-FOUND
               DISPLAY "SCHEDLOAD: TEAM.DAT NOT FOUND - TEAMS "
                   "CANNOT BE CHECKED, NOTHING LOADED"
               CLOSE SCHEDULE-FILE
               GOBACK
           END-IF.

           MOVE "L" TO WS-SC-FUNCTION.
           CALL "SCHEDCHK" USING WS-SCHEDCHK-PARM.

           OPEN I-O BASEBALL.
           IF WS-BASEBALL-FILE-NOT-FOUND
               OPEN OUTPUT BASEBALL

           GOBACK.

       0150-LOAD-TEAMS.
           OPEN INPUT TEAM-FILE.
           IF WS-TEAM-FILE-NOT-FOUND
               GO TO 0150-LOAD-TEAMS-EXIT
           END-IF.

           READ TEAM-FILE
               AT END SET END-OF-TEAM TO TRUE
           END-READ.
           PERFORM 0170-LOAD-ONE-TEAM THRU 0170-LOAD-ONE-TEAM-EXIT
               UNTIL END-OF-TEAM.
           CLOSE TEAM-FILE.
       0150-LOAD-TEAMS-EXIT.
           EXIT.

       0170-LOAD-ONE-TEAM.
           IF WS-TEAM-COUNT < 100
               ADD 1 TO WS-TEAM-COUNT
               MOVE TM-TEAM-CODE TO WS-TT-TEAM-CODE(WS-TEAM-COUNT)
           ELSE
               DISPLAY "SCHEDLOAD: MORE THAN 100 TEAMS ON TEAM.DAT "
                   "- SKIPPING ", TM-TEAM-CODE
           END-IF.

           READ TEAM-FILE
               AT END SET END-OF-TEAM TO TRUE
           END-READ.
       0170-LOAD-ONE-TEAM-EXIT.
           EXIT.

       0200-LOAD-ONE-GAME.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-CONFLICT-GAMEID.

           PERFORM 0300-EDIT-GAME-DATE THRU 0300-EDIT-GAME-DATE-EXIT.
           IF WS-DATE-NOT-OK
               GO TO 0200-LOAD-ONE-GAME-READ
           END-IF.

           MOVE SS-HOMETEAM TO WS-WORK-TEAM.
           PERFORM 0350-FIND-TEAM THRU 0350-FIND-TEAM-EXIT.
           IF WS-TEAM-NOT-FOUND
               MOVE "UNKNOWN HOME TEAM" TO WS-REJECT-REASON
               PERFORM 0400-WRITE-REJECT THRU 0400-WRITE-REJECT-EXIT
               GO TO 0200-LOAD-ONE-GAME-READ
           END-IF.

           MOVE SS-AWAYTEAM TO WS-WORK-TEAM.
           PERFORM 0350-FIND-TEAM THRU 0350-FIND-TEAM-EXIT.
           IF WS-TEAM-NOT-FOUND
               MOVE "UNKNOWN AWAY TEAM" TO WS-REJECT-REASON
               PERFORM 0400-WRITE-REJECT THRU 0400-WRITE-REJECT-EXIT
               GO TO 0200-LOAD-ONE-GAME-READ
           END-IF.

           IF SS-HOMETEAM = SS-AWAYTEAM
               MOVE "HOME AND AWAY TEAM SAME" TO WS-REJECT-REASON
               PERFORM 0400-WRITE-REJECT THRU 0400-WRITE-REJECT-EXIT
               GO TO 0200-LOAD-ONE-GAME-READ
           END-IF.

           MOVE SPACES TO GAMERECORD.
           MOVE SS-GAMEID    TO GAMEID.
           MOVE WS-YEAR-NUM  TO GAMEYEAR.
           MOVE SS-HOMETEAM  TO GAMEHOMETEAM.
           MOVE SS-AWAYTEAM  TO GAMEAWAYTEAM.
           MOVE SPACES       TO GAMEMOREINFO.
           IF SS-DECLARED-DH
               MOVE "DH - DECLARED DOUBLEHEADER" TO GAMEMOREINFO
           END-IF.
           MOVE ZEROES       TO GAMEHOMESCORE, GAMEAWAYSCORE.
           MOVE SPACE        TO GAMESTATUS.

           MOVE GAMEID       TO WS-SC-GAMEID.
           MOVE GAMEDATE     TO WS-SC-GAMEDATE.
           MOVE GAMETIME     TO WS-SC-GAMETIME.
           MOVE GAMEHOMETEAM TO WS-SC-HOMETEAM.
           MOVE GAMEAWAYTEAM TO WS-SC-AWAYTEAM.
           MOVE GAMEMOREINFO TO WS-SC-MOREINFO.
           MOVE "C" TO WS-SC-FUNCTION.
           CALL "SCHEDCHK" USING WS-SCHEDCHK-PARM.
           IF WS-SC-CONFLICT
               MOVE WS-SC-REASON       TO WS-REJECT-REASON
               MOVE WS-SC-OTHER-GAMEID TO WS-CONFLICT-GAMEID
               PERFORM 0400-WRITE-REJECT THRU 0400-WRITE-REJECT-EXIT
               GO TO 0200-LOAD-ONE-GAME-READ
           END-IF.

           WRITE GAMERECORD
               INVALID KEY
                   MOVE "DUPLICATE GAME ID" TO WS-REJECT-REASON
                       THRU 0400-WRITE-REJECT-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-ACCEPTED-COUNT
                   MOVE "A" TO WS-SC-FUNCTION
                   CALL "SCHEDCHK" USING WS-SCHEDCHK-PARM
           END-WRITE.

       0200-LOAD-ONE-GAME-READ.
       0300-EDIT-GAME-DATE-EXIT.
           EXIT.

       0350-FIND-TEAM.
           SET WS-TEAM-NOT-FOUND TO TRUE.
           IF WS-WORK-TEAM = SPACES
               GO TO 0350-FIND-TEAM-EXIT
           END-IF.

           PERFORM 0370-CHECK-ONE-TEAM THRU 0370-CHECK-ONE-TEAM-EXIT
               VARYING WS-TEAM-IDX FROM 1 BY 1
               UNTIL WS-TEAM-IDX > WS-TEAM-COUNT
                  OR WS-TEAM-FOUND.
       0350-FIND-TEAM-EXIT.
           EXIT.

       0370-CHECK-ONE-TEAM.
           IF WS-TT-TEAM-CODE(WS-TEAM-IDX) = WS-WORK-TEAM
               SET WS-TEAM-FOUND TO TRUE
           END-IF.
       0370-CHECK-ONE-TEAM-EXIT.
           EXIT.

       0400-WRITE-REJECT.
           MOVE SPACES TO REJECT-RECORD.
           MOVE SS-GAMEID   TO RJ-GAMEID.
           MOVE SS-GAMEDATE TO RJ-GAMEDATE.
           MOVE WS-REJECT-REASON TO RJ-REASON.
           MOVE WS-CONFLICT-GAMEID TO RJ-CONFLICT-GAMEID.
           ADD 1 TO WS-REJECTED-COUNT.
           WRITE REJECT-RECORD.
       0400-WRITE-REJECT-EXIT.
