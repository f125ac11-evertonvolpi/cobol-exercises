       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SCHEDCONF".
       AUTHOR.     EVERTON VOLPI.
      * Full-season schedule conflict report, run after schedule
      * changes.  Walks BASEBALLIDX.DAT in GAMEDATE order and puts
      * every game through the same SCHEDCHK rules SCHEDLOAD and
      * MAKEUPGAME apply before they write a game - a team playing
      * twice on one date outside a declared doubleheader, a third
      * game on a doubleheader date, two games overlapping at one
      * venue, and a team short of its minimum rest.  Each game is
      * checked against the games ahead of it, so every clash is
      * listed once, on the later of the two games, with the id of
      * the game it clashes with.  Postponed games hold no slot
      * and are not checked.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BASEBALL ASSIGN TO "BASEBALLIDX.DAT"
               FILE STATUS IS WS-BASEBALL-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GAMEID
               ALTERNATE RECORD KEY IS GAMEDATE
                   WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
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
       01 WS-BASEBALL-FILE-STATUS PIC XX.
           88 WS-BASEBALL-FILE-NOT-FOUND VALUE "35".

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
               88 WS-SC-TWICE        VALUE "TEAM PLAYS TWICE ON DATE".
               88 WS-SC-THIRD        VALUE "THIRD GAME ON ONE DATE".
               88 WS-SC-VENUE        VALUE "VENUE TIME OVERLAP".
               88 WS-SC-REST         VALUE "MINIMUM REST BROKEN".
           05 WS-SC-OTHER-GAMEID PIC X(36).
           05 WS-SC-CONFLICT-COUNT PIC 9(4).

       01 WS-GAMES-CHECKED        PIC 9(5) VALUE ZERO.
       01 WS-POSTPONED-SKIPPED    PIC 9(5) VALUE ZERO.
       01 WS-CONFLICT-GAMES       PIC 9(5) VALUE ZERO.
       01 WS-TWICE-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-THIRD-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-VENUE-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-REST-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-MORE-COUNT           PIC 9(4).

       01 WS-RPTWRITE-PARM.
           05 WS-RW-PROGRAM      PIC X(17) VALUE "SCHEDCONF".
           05 WS-RW-FUNCTION     PIC X.
           05 WS-RW-LINE         PIC X(132).
       01 WS-PRINT-LINE          PIC X(132).

       01 WS-CONFLICT-HEADING.
           05 FILLER           PIC X(11) VALUE "DATE".
           05 FILLER           PIC X(14) VALUE "TIME".
           05 FILLER           PIC X(27) VALUE "HOME TEAM    AWAY TEAM".
           05 FILLER           PIC X(25) VALUE "CONFLICT".

       01 WS-CONFLICT-LINE.
           05 WSC-GAMEDATE     PIC X(10).
           05 FILLER           PIC X  VALUE SPACE.
           05 WSC-GAMETIME     PIC X(13).
           05 FILLER           PIC X  VALUE SPACE.
           05 WSC-HOMETEAM     PIC X(12).
           05 FILLER           PIC X  VALUE SPACE.
           05 WSC-AWAYTEAM     PIC X(12).
           05 FILLER           PIC XX VALUE SPACES.
           05 WSC-REASON       PIC X(25).

       01 WS-CLASH-LINE.
           05 FILLER           PIC X(10) VALUE "    GAME  ".
           05 WSX-GAMEID       PIC X(36).
           05 FILLER           PIC X(14) VALUE " CLASHES WITH ".
           05 WSX-OTHER-GAMEID PIC X(36).
           05 WSX-MORE         PIC X(20).

       PROCEDURE DIVISION.
       0100-START-HERE.
           OPEN INPUT BASEBALL.
           IF WS-BASEBALL-FILE-NOT-FOUND
               DISPLAY "SCHEDCONF: BASEBALLIDX.DAT NOT FOUND"
               GOBACK
           END-IF.

           MOVE "E" TO WS-SC-FUNCTION.
           CALL "SCHEDCHK" USING WS-SCHEDCHK-PARM.

           MOVE "O" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           MOVE "SEASON SCHEDULE CONFLICTS" TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-CONFLICT-HEADING TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE LOW-VALUES TO GAMEDATE.
           START BASEBALL KEY IS NOT LESS THAN GAMEDATE
               INVALID KEY
                   SET ENDOFGAMES TO TRUE
           END-START.

           IF NOT ENDOFGAMES
               READ BASEBALL NEXT RECORD
                   AT END SET ENDOFGAMES TO TRUE
               END-READ
               PERFORM 0200-CHECK-ONE-GAME THRU 0200-CHECK-ONE-GAME-EXIT
                   UNTIL ENDOFGAMES
           END-IF.
           CLOSE BASEBALL.

           PERFORM 0800-PRINT-TOTALS THRU 0800-PRINT-TOTALS-EXIT.

           MOVE "C" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           GOBACK.

      * Each game is checked against the games ahead of it and then
      * added, so a clash shows once, against the later game.
       0200-CHECK-ONE-GAME.
           IF GAME-POSTPONED
               ADD 1 TO WS-POSTPONED-SKIPPED
               GO TO 0200-CHECK-ONE-GAME-READ
           END-IF.

           ADD 1 TO WS-GAMES-CHECKED.
           MOVE GAMEID       TO WS-SC-GAMEID.
           MOVE GAMEDATE     TO WS-SC-GAMEDATE.
           MOVE GAMETIME     TO WS-SC-GAMETIME.
           MOVE GAMEHOMETEAM TO WS-SC-HOMETEAM.
           MOVE GAMEAWAYTEAM TO WS-SC-AWAYTEAM.
           MOVE GAMEMOREINFO TO WS-SC-MOREINFO.
           MOVE "C" TO WS-SC-FUNCTION.
           CALL "SCHEDCHK" USING WS-SCHEDCHK-PARM.

           IF WS-SC-CONFLICT
               PERFORM 0300-PRINT-CONFLICT
                   THRU 0300-PRINT-CONFLICT-EXIT
           END-IF.

           MOVE "A" TO WS-SC-FUNCTION.
           CALL "SCHEDCHK" USING WS-SCHEDCHK-PARM.

       0200-CHECK-ONE-GAME-READ.
           READ BASEBALL NEXT RECORD
               AT END SET ENDOFGAMES TO TRUE
           END-READ.
       0200-CHECK-ONE-GAME-EXIT.
           EXIT.

       0300-PRINT-CONFLICT.
           ADD 1 TO WS-CONFLICT-GAMES.
           EVALUATE TRUE
               WHEN WS-SC-TWICE
                   ADD 1 TO WS-TWICE-COUNT
               WHEN WS-SC-THIRD
                   ADD 1 TO WS-THIRD-COUNT
               WHEN WS-SC-VENUE
                   ADD 1 TO WS-VENUE-COUNT
               WHEN WS-SC-REST
                   ADD 1 TO WS-REST-COUNT
           END-EVALUATE.

           MOVE GAMEDATE     TO WSC-GAMEDATE.
           MOVE GAMETIME     TO WSC-GAMETIME.
           MOVE GAMEHOMETEAM TO WSC-HOMETEAM.
           MOVE GAMEAWAYTEAM TO WSC-AWAYTEAM.
           MOVE WS-SC-REASON TO WSC-REASON.
           MOVE WS-CONFLICT-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE GAMEID             TO WSX-GAMEID.
           MOVE WS-SC-OTHER-GAMEID TO WSX-OTHER-GAMEID.
           MOVE SPACES             TO WSX-MORE.
           IF WS-SC-CONFLICT-COUNT > 1
               COMPUTE WS-MORE-COUNT = WS-SC-CONFLICT-COUNT - 1
               STRING " AND " WS-MORE-COUNT " MORE"
                   DELIMITED BY SIZE INTO WSX-MORE
           END-IF.
           MOVE WS-CLASH-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0300-PRINT-CONFLICT-EXIT.
           EXIT.

       0800-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "GAMES CHECKED ..............: " WS-GAMES-CHECKED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "POSTPONED, NOT CHECKED .....: "
               WS-POSTPONED-SKIPPED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "GAMES WITH A CONFLICT ......: " WS-CONFLICT-GAMES
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TEAM PLAYS TWICE ON DATE .: " WS-TWICE-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  THIRD GAME ON ONE DATE ...: " WS-THIRD-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  VENUE TIME OVERLAP .......: " WS-VENUE-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  MINIMUM REST BROKEN ......: " WS-REST-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0800-PRINT-TOTALS-EXIT.
           EXIT.

      * Every report line shows on the console AND goes through the
      * shared RPTWRITE routine to the dated report file.
       0910-PRINT-REPORT-LINE.
           DISPLAY WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO WS-RW-LINE.
           MOVE "L" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.
       0910-PRINT-REPORT-LINE-EXIT.
           EXIT.

       END PROGRAM SCHEDCONF.
