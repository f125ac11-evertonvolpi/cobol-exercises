      * wins, losses and games played per team from the structured
      * result fields keyed in through READCH06 mode 7.  Only games
      * with FINAL status count; postponed and unplayed games are
      * ignored.  Teams are grouped by the league or division held
      * for them on the TEAM.DAT team reference file, and listed
      * within each division in descending order of wins, with the
      * full name beside the team code.  A team code on a game but
      * not on TEAM.DAT is grouped last under NOT ON TEAM.DAT so a
      * misspelt team shows up instead of hiding in a division.
      *
      * MODIFICATION HISTORY:
      *   2026-08-22  EV  INITIAL VERSION
      *   2026-09-02  EV  FINAL STOP RUN CHANGED TO GOBACK SO THE
      *                   JOBSTREAM DRIVER GETS CONTROL BACK AFTER
      *                   CALLING THIS PROGRAM AS A STEP
      *   2026-10-15  EV  TABLE GROUPED BY DIVISION FROM TEAM.DAT,
      *                   WITH EACH TEAM'S FULL NAME BESIDE ITS CODE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ALTERNATE RECORD KEY IS GAMEDATE
                   WITH DUPLICATES.

           SELECT TEAM-FILE ASSIGN TO "TEAM.DAT"
               FILE STATUS IS WS-TEAM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD BASEBALL.
               88 GAME-FINAL       VALUE "F".
               88 GAME-POSTPONED   VALUE "P".

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
       01 WS-BASEBALL-FILE-STATUS PIC XX.
           88 WS-BASEBALL-FILE-NOT-FOUND VALUE "35".

       01 WS-TEAM-FILE-STATUS     PIC XX.
           88 WS-TEAM-FILE-NOT-FOUND     VALUE "35".

       01 WS-REF-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 100 TIMES.
               10 WS-RT-TEAM-CODE  PIC X(12).
               10 WS-RT-TEAM-NAME  PIC X(24).
               10 WS-RT-DIVISION   PIC X(12).
       01 WS-REF-IDX           PIC 9(3).

       01 WS-TEAM-COUNT        PIC 9(2) VALUE ZERO.
       01 WS-TEAM-TABLE.
           05 WS-TEAM-ENTRY OCCURS 50 TIMES.
               10 WS-TT-PLAYED     PIC 9(4).
               10 WS-TT-WINS       PIC 9(4).
               10 WS-TT-LOSSES     PIC 9(4).
               10 WS-TT-NAME       PIC X(24).
               10 WS-TT-DIVISION   PIC X(12).
                   88 WS-TT-NOT-ON-FILE VALUE HIGH-VALUES.
       01 WS-TEAM-IDX          PIC 9(2).
       01 WS-FOUND-IDX         PIC 9(2).
       01 WS-WORK-TEAM         PIC X(12).

       01 WS-SORT-I            PIC 9(2).
       01 WS-SORT-J            PIC 9(2).
       01 WS-SORT-TEMP-ENTRY   PIC X(60).

       01 WS-PREV-DIVISION     PIC X(12).

       01 WS-RPTWRITE-PARM.
           05 WS-RW-PROGRAM      PIC X(17) VALUE "STANDINGS".
           05 WS-RW-LINE         PIC X(132).
       01 WS-PRINT-LINE          PIC X(132).

       01 WS-STANDINGS-HEADING.
           05 FILLER           PIC X(14) VALUE "TEAM".
           05 FILLER           PIC X(28) VALUE "FULL NAME".
           05 FILLER           PIC X(16) VALUE "GP     W     L".

       01 WS-STANDINGS-LINE.
           05 WSS-TEAM         PIC X(12).
           05 FILLER           PIC XX VALUE SPACES.
           05 WSS-NAME         PIC X(24).
           05 FILLER           PIC XX VALUE SPACES.
           05 WSS-PLAYED       PIC ZZZ9.
           05 FILLER           PIC XX VALUE SPACES.
           05 WSS-WINS         PIC ZZZ9.

       PROCEDURE DIVISION.
       0100-START-HERE.
           PERFORM 0150-LOAD-TEAMS THRU 0150-LOAD-TEAMS-EXIT.

           OPEN INPUT BASEBALL.
           IF WS-BASEBALL-FILE-NOT-FOUND
               DISPLAY "STANDINGS: BASEBALLIDX.DAT NOT FOUND"
               GOBACK
           END-IF.

           PERFORM 0500-SORT-BY-DIVISION
               THRU 0500-SORT-BY-DIVISION-EXIT.

           MOVE "O" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.
           MOVE "LEAGUE STANDINGS" TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE LOW-VALUES TO WS-PREV-DIVISION.
           PERFORM 0600-PRINT-ONE-TEAM
               THRU 0600-PRINT-ONE-TEAM-EXIT
               VARYING WS-TEAM-IDX FROM 1 BY 1

           GOBACK.

       0150-LOAD-TEAMS.
           OPEN INPUT TEAM-FILE.
           IF WS-TEAM-FILE-NOT-FOUND
               DISPLAY "STANDINGS: TEAM.DAT NOT AVAILABLE - EVERY "
                   "TEAM WILL LIST UNDER NOT ON TEAM.DAT"
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
           IF WS-REF-COUNT < 100
               ADD 1 TO WS-REF-COUNT
               MOVE TM-TEAM-CODE TO WS-RT-TEAM-CODE(WS-REF-COUNT)
               MOVE TM-TEAM-NAME TO WS-RT-TEAM-NAME(WS-REF-COUNT)
               MOVE TM-DIVISION  TO WS-RT-DIVISION(WS-REF-COUNT)
           ELSE
               DISPLAY "STANDINGS: MORE THAN 100 TEAMS ON TEAM.DAT "
                   "- SKIPPING ", TM-TEAM-CODE
           END-IF.

           READ TEAM-FILE
               AT END SET END-OF-TEAM TO TRUE
           END-READ.
       0170-LOAD-ONE-TEAM-EXIT.
           EXIT.

       0200-TALLY-ONE-GAME.
           IF NOT GAME-FINAL
               GO TO 0200-TALLY-ONE-GAME-READ
                   MOVE ZERO TO WS-TT-PLAYED(WS-FOUND-IDX)
                   MOVE ZERO TO WS-TT-WINS(WS-FOUND-IDX)
                   MOVE ZERO TO WS-TT-LOSSES(WS-FOUND-IDX)
                   PERFORM 0400-FIND-TEAM-NAME
                       THRU 0400-FIND-TEAM-NAME-EXIT
               ELSE
                   DISPLAY "STANDINGS: MORE THAN 50 TEAMS - "
                       "SKIPPING ", WS-WORK-TEAM
       0350-CHECK-ONE-TEAM-EXIT.
           EXIT.

      * A team not on TEAM.DAT carries HIGH-VALUES as its division
      * so it sorts after every real division.
       0400-FIND-TEAM-NAME.
           MOVE SPACES TO WS-TT-NAME(WS-FOUND-IDX).
           SET WS-TT-NOT-ON-FILE(WS-FOUND-IDX) TO TRUE.
           PERFORM 0450-CHECK-ONE-REF THRU 0450-CHECK-ONE-REF-EXIT
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT
                  OR NOT WS-TT-NOT-ON-FILE(WS-FOUND-IDX).
       0400-FIND-TEAM-NAME-EXIT.
           EXIT.

       0450-CHECK-ONE-REF.
           IF WS-RT-TEAM-CODE(WS-REF-IDX) = WS-WORK-TEAM
               MOVE WS-RT-TEAM-NAME(WS-REF-IDX)
                   TO WS-TT-NAME(WS-FOUND-IDX)
               MOVE WS-RT-DIVISION(WS-REF-IDX)
                   TO WS-TT-DIVISION(WS-FOUND-IDX)
           END-IF.
       0450-CHECK-ONE-REF-EXIT.
           EXIT.

      * Division first, then most wins first within the division.
       0500-SORT-BY-DIVISION.
           PERFORM 0520-SORT-PASS THRU 0520-SORT-PASS-EXIT
               VARYING WS-SORT-I FROM 1 BY 1
               UNTIL WS-SORT-I >= WS-TEAM-COUNT.
       0500-SORT-BY-DIVISION-EXIT.
           EXIT.

       0520-SORT-PASS.
           EXIT.

       0530-SORT-COMPARE-SWAP.
           IF WS-TT-DIVISION(WS-SORT-J)
                   > WS-TT-DIVISION(WS-SORT-J + 1)
               OR (WS-TT-DIVISION(WS-SORT-J)
                   = WS-TT-DIVISION(WS-SORT-J + 1)
               AND WS-TT-WINS(WS-SORT-J) < WS-TT-WINS(WS-SORT-J + 1))
               MOVE WS-TEAM-ENTRY(WS-SORT-J)     TO WS-SORT-TEMP-ENTRY
               MOVE WS-TEAM-ENTRY(WS-SORT-J + 1)
                   TO WS-TEAM-ENTRY(WS-SORT-J)
           EXIT.

       0600-PRINT-ONE-TEAM.
           IF WS-TT-DIVISION(WS-TEAM-IDX) NOT = WS-PREV-DIVISION
               PERFORM 0650-PRINT-DIVISION-HEADING
                   THRU 0650-PRINT-DIVISION-HEADING-EXIT
           END-IF.

           MOVE WS-TT-TEAM(WS-TEAM-IDX)   TO WSS-TEAM.
           MOVE WS-TT-NAME(WS-TEAM-IDX)   TO WSS-NAME.
           MOVE WS-TT-PLAYED(WS-TEAM-IDX) TO WSS-PLAYED.
           MOVE WS-TT-WINS(WS-TEAM-IDX)   TO WSS-WINS.
           MOVE WS-TT-LOSSES(WS-TEAM-IDX) TO WSS-LOSSES.
       0600-PRINT-ONE-TEAM-EXIT.
           EXIT.

       0650-PRINT-DIVISION-HEADING.
           MOVE WS-TT-DIVISION(WS-TEAM-IDX) TO WS-PREV-DIVISION.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           IF WS-TT-NOT-ON-FILE(WS-TEAM-IDX)
               MOVE "NOT ON TEAM.DAT" TO WS-PRINT-LINE
           ELSE
               MOVE WS-TT-DIVISION(WS-TEAM-IDX) TO WS-PRINT-LINE
           END-IF.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-STANDINGS-HEADING TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0650-PRINT-DIVISION-HEADING-EXIT.
           EXIT.

      * Every report line shows on the console as before AND goes
      * through the shared RPTWRITE routine to the dated report
      * file.
