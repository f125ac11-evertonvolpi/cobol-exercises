       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SCHEDCHK".
       AUTHOR.     EVERTON VOLPI.
      * Shared schedule conflict routine, callable like RPTWRITE.
      * Holds the schedule in a table and checks a candidate game
      * against it before the caller writes the game, so SCHEDLOAD,
      * MAKEUPGAME and the SCHEDCONF season report all apply one
      * set of rules:
      *
      *   L  LOAD THE TABLE FROM BASEBALLIDX.DAT (CALL BEFORE THE
      *      CALLER OPENS THE FILE ITSELF)
      *   E  START WITH AN EMPTY TABLE
      *   C  CHECK THE GAME IN THE PARM AGAINST THE TABLE
      *   A  ADD THE GAME IN THE PARM TO THE TABLE
      *
      * A check reports:
      *
      *   TEAM PLAYS TWICE ON DATE  A TEAM ALREADY HAS A GAME ON THAT
      *                             GAMEDATE.  A DECLARED DOUBLE-
      *                             HEADER - THE SAME TWO TEAMS, WITH
      *                             EITHER GAME'S NOTES STARTING "DH "
      *                             - IS ALLOWED, BUT ONLY ONE PAIR
      *   THIRD GAME ON ONE DATE    A DOUBLEHEADER PAIR ALREADY ON
      *                             THAT DATE FOR THE SAME TEAMS
      *   VENUE TIME OVERLAP        ANOTHER GAME AT THE SAME VENUE
      *                             (THE HOME TEAM'S VENUE ON
      *                             TEAM.DAT) STARTS LESS THAN ONE
      *                             GAME LENGTH APART
      *   MINIMUM REST BROKEN       A TEAM'S GAMES ON DIFFERENT DATES
      *                             LEAVE LESS THAN THE MINIMUM REST
      *                             BETWEEN THE END OF ONE AND THE
      *                             START OF THE NEXT
      *
      * Postponed games hold no slot and are left out.  A game whose
      * time cannot be read (TBD and the like) is checked by date
      * only.  The rest and game length come from the SCHEDCHK
      * record on RUNPARMS.DAT - VALUE-1 is the minimum rest in
      * hours and VALUE-2 the game length in minutes, each as three
      * digits.  With no record they are 012 hours and 180 minutes.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BASEBALL ASSIGN TO "BASEBALLIDX.DAT"
               FILE STATUS IS WS-BASEBALL-FILE-STATUS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS GAMEID
               ALTERNATE RECORD KEY IS GAMEDATE
                   WITH DUPLICATES.

           SELECT TEAM-FILE ASSIGN TO "TEAM.DAT"
               FILE STATUS IS WS-TEAM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNPARMS-FILE ASSIGN TO "RUNPARMS.DAT"
               FILE STATUS IS WS-RUNPARMS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

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

      *One record per program - program name and up to three
      *values whose meaning is the program's own.
       FD RUNPARMS-FILE.
       01 RUNPARMS-RECORD.
           88 END-OF-RUNPARMS  VALUE HIGH-VALUES.
           05 RP-PROGRAM       PIC X(13).
           05 FILLER           PIC X.
           05 RP-VALUE-1       PIC X(36).
           05 FILLER           PIC X.
           05 RP-VALUE-2       PIC X(36).
           05 FILLER           PIC X.
           05 RP-VALUE-3       PIC X(36).

       WORKING-STORAGE SECTION.
       01 WS-BASEBALL-FILE-STATUS PIC XX.
           88 WS-BASEBALL-FILE-NOT-FOUND VALUE "35".

       01 WS-TEAM-FILE-STATUS     PIC XX.
           88 WS-TEAM-FILE-NOT-FOUND     VALUE "35".

       01 WS-RUNPARMS-FILE-STATUS PIC XX.
           88 WS-RUNPARMS-FILE-NOT-FOUND VALUE "35".

       01 WS-FIRST-CALL-SW        PIC X VALUE "Y".
           88 WS-FIRST-CALL           VALUE "Y".

       01 WS-PARMS-FOUND-SW       PIC X VALUE "N".
           88 WS-PARMS-FOUND          VALUE "Y".

       01 WS-MIN-REST-HOURS       PIC 9(3) VALUE 12.
       01 WS-GAME-MINUTES         PIC 9(3) VALUE 180.
       01 WS-MIN-GAP-MINUTES      PIC 9(6).

       01 WS-REF-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 100 TIMES.
               10 WS-RT-TEAM-CODE   PIC X(12).
               10 WS-RT-VENUE       PIC X(20).
       01 WS-REF-IDX              PIC 9(3).

       01 WS-GAME-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-GAME-TABLE.
           05 WS-GAME-ENTRY OCCURS 3000 TIMES.
               10 WS-SG-GAMEID      PIC X(36).
               10 WS-SG-DAY         PIC S9(7).
               10 WS-SG-MINUTE      PIC 9(4).
               10 WS-SG-TIME-SW     PIC X.
                   88 WS-SG-TIME-KNOWN  VALUE "Y".
               10 WS-SG-HOMETEAM    PIC X(12).
               10 WS-SG-AWAYTEAM    PIC X(12).
               10 WS-SG-VENUE       PIC X(20).
               10 WS-SG-DH-SW       PIC X.
                   88 WS-SG-DH          VALUE "Y".
       01 WS-GAME-IDX             PIC 9(4).

       01 WS-TABLE-FULL-SW        PIC X VALUE "N".
           88 WS-TABLE-FULL           VALUE "Y".

      *The game being loaded, added or checked, reduced to the
      *same shape as a table entry.
       01 WS-WORK-ENTRY.
           05 WS-WK-GAMEID        PIC X(36).
           05 WS-WK-DAY           PIC S9(7).
           05 WS-WK-MINUTE        PIC 9(4).
           05 WS-WK-TIME-SW       PIC X.
               88 WS-WK-TIME-KNOWN    VALUE "Y".
           05 WS-WK-HOMETEAM      PIC X(12).
           05 WS-WK-AWAYTEAM      PIC X(12).
           05 WS-WK-VENUE         PIC X(20).
           05 WS-WK-DH-SW         PIC X.
               88 WS-WK-DH            VALUE "Y".
       01 WS-WK-GAMEDATE          PIC X(10).
       01 WS-WK-GAMETIME          PIC X(13).
       01 WS-WK-MOREINFO          PIC X(35).

       01 WS-WK-DATE-SW           PIC X.
           88 WS-WK-DATE-OK           VALUE "Y".

       01 WS-DATE-PARTS.
           05 WS-DP-YEAR          PIC X(4).
           05 WS-DP-DASH-1        PIC X.
           05 WS-DP-MONTH         PIC X(2).
           05 WS-DP-DASH-2        PIC X.
           05 WS-DP-DAY           PIC X(2).

       01 WS-DATE-NUM             PIC 9(8).
       01 WS-DATE-NUM-R REDEFINES WS-DATE-NUM.
           05 WS-DN-YEAR          PIC X(4).
           05 WS-DN-MONTH         PIC X(2).
           05 WS-DN-DAY           PIC X(2).

       01 WS-BASE-DATE            PIC 9(8) VALUE 20000101.
       01 WS-ELAPSED-YEARS        PIC S9(4).
       01 WS-ELAPSED-DAYS         PIC S9(7).

       01 WS-TIME-PARTS.
           05 WS-TP-HOUR          PIC X(2) JUSTIFIED RIGHT.
           05 WS-TP-MINUTE        PIC X(2).
           05 WS-TP-AMPM          PIC X(4).
       01 WS-TP-HOUR-N            PIC 9(2).
       01 WS-TP-MINUTE-N          PIC 9(2).

       01 WS-SHARES-TEAM-SW       PIC X.
           88 WS-SHARES-TEAM          VALUE "Y".
       01 WS-SAME-PAIR-SW         PIC X.
           88 WS-SAME-PAIR            VALUE "Y".
       01 WS-DH-PARTNERS          PIC 9(2).

       01 WS-ENTRY-REASON         PIC X(25).
       01 WS-START-GAP            PIC S9(9).

       LINKAGE SECTION.
       01 LNK-SCHEDCHK-PARM.
           05 LNK-SC-FUNCTION     PIC X.
               88 LNK-SC-LOAD         VALUE "L".
               88 LNK-SC-EMPTY        VALUE "E".
               88 LNK-SC-CHECK        VALUE "C".
               88 LNK-SC-ADD          VALUE "A".
           05 LNK-SC-GAMEID       PIC X(36).
           05 LNK-SC-GAMEDATE     PIC X(10).
           05 LNK-SC-GAMETIME     PIC X(13).
           05 LNK-SC-HOMETEAM     PIC X(12).
           05 LNK-SC-AWAYTEAM     PIC X(12).
           05 LNK-SC-MOREINFO     PIC X(35).
           05 LNK-SC-RESULT       PIC X.
               88 LNK-SC-CLEAR        VALUE "N".
               88 LNK-SC-CONFLICT     VALUE "Y".
           05 LNK-SC-REASON       PIC X(25).
           05 LNK-SC-OTHER-GAMEID PIC X(36).
           05 LNK-SC-CONFLICT-COUNT PIC 9(4).

       PROCEDURE DIVISION USING LNK-SCHEDCHK-PARM.
       0100-DISPATCH.
           IF WS-FIRST-CALL
               PERFORM 0150-READ-RUN-PARMS
                   THRU 0150-READ-RUN-PARMS-EXIT
               PERFORM 0180-LOAD-TEAMS THRU 0180-LOAD-TEAMS-EXIT
               COMPUTE WS-MIN-GAP-MINUTES =
                   WS-MIN-REST-HOURS * 60 + WS-GAME-MINUTES
               MOVE "N" TO WS-FIRST-CALL-SW
           END-IF.

           SET LNK-SC-CLEAR TO TRUE.
           MOVE SPACES TO LNK-SC-REASON, LNK-SC-OTHER-GAMEID.
           MOVE ZERO TO LNK-SC-CONFLICT-COUNT.

           EVALUATE TRUE
               WHEN LNK-SC-LOAD
                   PERFORM 0200-LOAD-SCHEDULE
                       THRU 0200-LOAD-SCHEDULE-EXIT
               WHEN LNK-SC-EMPTY
                   MOVE ZERO TO WS-GAME-COUNT
                   MOVE "N" TO WS-TABLE-FULL-SW
               WHEN LNK-SC-CHECK
                   PERFORM 0600-CHECK-GAME THRU 0600-CHECK-GAME-EXIT
               WHEN LNK-SC-ADD
                   PERFORM 0300-ADD-PARM-GAME
                       THRU 0300-ADD-PARM-GAME-EXIT
           END-EVALUATE.
       0100-DISPATCH-EXIT.
           GOBACK.

      * Take the rest and game length from RUNPARMS.DAT when a
      * record for this routine is present - otherwise the
      * defaults stand.
       0150-READ-RUN-PARMS.
           OPEN INPUT RUNPARMS-FILE.
           IF WS-RUNPARMS-FILE-NOT-FOUND
               GO TO 0150-READ-RUN-PARMS-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
           PERFORM 0170-CHECK-ONE-PARM THRU 0170-CHECK-ONE-PARM-EXIT
               UNTIL END-OF-RUNPARMS OR WS-PARMS-FOUND.
           CLOSE RUNPARMS-FILE.
       0150-READ-RUN-PARMS-EXIT.
           EXIT.

       0170-CHECK-ONE-PARM.
           IF RP-PROGRAM = "SCHEDCHK"
               SET WS-PARMS-FOUND TO TRUE
               IF RP-VALUE-1(1:3) IS NUMERIC
                   MOVE RP-VALUE-1(1:3) TO WS-MIN-REST-HOURS
               END-IF
               IF RP-VALUE-2(1:3) IS NUMERIC
                   AND RP-VALUE-2(1:3) NOT = "000"
                   MOVE RP-VALUE-2(1:3) TO WS-GAME-MINUTES
               END-IF
               GO TO 0170-CHECK-ONE-PARM-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
       0170-CHECK-ONE-PARM-EXIT.
           EXIT.

       0180-LOAD-TEAMS.
           OPEN INPUT TEAM-FILE.
           IF WS-TEAM-FILE-NOT-FOUND
               GO TO 0180-LOAD-TEAMS-EXIT
           END-IF.

           READ TEAM-FILE
               AT END SET END-OF-TEAM TO TRUE
           END-READ.
           PERFORM 0190-LOAD-ONE-TEAM THRU 0190-LOAD-ONE-TEAM-EXIT
               UNTIL END-OF-TEAM.
           CLOSE TEAM-FILE.
       0180-LOAD-TEAMS-EXIT.
           EXIT.

       0190-LOAD-ONE-TEAM.
           IF WS-REF-COUNT < 100
               ADD 1 TO WS-REF-COUNT
               MOVE TM-TEAM-CODE TO WS-RT-TEAM-CODE(WS-REF-COUNT)
               MOVE TM-VENUE     TO WS-RT-VENUE(WS-REF-COUNT)
           END-IF.

           READ TEAM-FILE
               AT END SET END-OF-TEAM TO TRUE
           END-READ.
       0190-LOAD-ONE-TEAM-EXIT.
           EXIT.

       0200-LOAD-SCHEDULE.
           MOVE ZERO TO WS-GAME-COUNT.
           MOVE "N" TO WS-TABLE-FULL-SW.

           OPEN INPUT BASEBALL.
           IF WS-BASEBALL-FILE-NOT-FOUND
               GO TO 0200-LOAD-SCHEDULE-EXIT
           END-IF.

           READ BASEBALL NEXT RECORD
               AT END SET ENDOFGAMES TO TRUE
           END-READ.
           PERFORM 0250-LOAD-ONE-GAME THRU 0250-LOAD-ONE-GAME-EXIT
               UNTIL ENDOFGAMES.
           CLOSE BASEBALL.
       0200-LOAD-SCHEDULE-EXIT.
           EXIT.

       0250-LOAD-ONE-GAME.
           IF NOT GAME-POSTPONED
               MOVE GAMEID       TO WS-WK-GAMEID
               MOVE GAMEDATE     TO WS-WK-GAMEDATE
               MOVE GAMETIME     TO WS-WK-GAMETIME
               MOVE GAMEHOMETEAM TO WS-WK-HOMETEAM
               MOVE GAMEAWAYTEAM TO WS-WK-AWAYTEAM
               MOVE GAMEMOREINFO TO WS-WK-MOREINFO
               PERFORM 0500-BUILD-WORK-ENTRY
                   THRU 0500-BUILD-WORK-ENTRY-EXIT
               PERFORM 0350-ADD-WORK-ENTRY
                   THRU 0350-ADD-WORK-ENTRY-EXIT
           END-IF.

           READ BASEBALL NEXT RECORD
               AT END SET ENDOFGAMES TO TRUE
           END-READ.
       0250-LOAD-ONE-GAME-EXIT.
           EXIT.

       0300-ADD-PARM-GAME.
           PERFORM 0400-WORK-FROM-PARM THRU 0400-WORK-FROM-PARM-EXIT.
           PERFORM 0350-ADD-WORK-ENTRY THRU 0350-ADD-WORK-ENTRY-EXIT.
       0300-ADD-PARM-GAME-EXIT.
           EXIT.

      * A game with no readable date holds no slot anyone can clash
      * with, so it is never tabled.
       0350-ADD-WORK-ENTRY.
           IF NOT WS-WK-DATE-OK
               GO TO 0350-ADD-WORK-ENTRY-EXIT
           END-IF.

           IF WS-GAME-COUNT >= 3000
               IF NOT WS-TABLE-FULL
                   DISPLAY "SCHEDCHK: MORE THAN 3000 GAMES - LATER "
                       "GAMES ARE NOT CHECKED AGAINST"
                   SET WS-TABLE-FULL TO TRUE
               END-IF
               GO TO 0350-ADD-WORK-ENTRY-EXIT
           END-IF.

           ADD 1 TO WS-GAME-COUNT.
           MOVE WS-WORK-ENTRY TO WS-GAME-ENTRY(WS-GAME-COUNT).
       0350-ADD-WORK-ENTRY-EXIT.
           EXIT.

       0400-WORK-FROM-PARM.
           MOVE LNK-SC-GAMEID    TO WS-WK-GAMEID.
           MOVE LNK-SC-GAMEDATE  TO WS-WK-GAMEDATE.
           MOVE LNK-SC-GAMETIME  TO WS-WK-GAMETIME.
           MOVE LNK-SC-HOMETEAM  TO WS-WK-HOMETEAM.
           MOVE LNK-SC-AWAYTEAM  TO WS-WK-AWAYTEAM.
           MOVE LNK-SC-MOREINFO  TO WS-WK-MOREINFO.
           PERFORM 0500-BUILD-WORK-ENTRY
               THRU 0500-BUILD-WORK-ENTRY-EXIT.
       0400-WORK-FROM-PARM-EXIT.
           EXIT.

      * GAMEDATE becomes a day number through the shared DATEDIFF
      * routine, GAMETIME a minute of the day, the home team's
      * TEAM.DAT venue the venue (the home team itself when it has
      * none), and notes starting "DH " the doubleheader flag.
       0500-BUILD-WORK-ENTRY.
           MOVE "N" TO WS-WK-DATE-SW, WS-WK-TIME-SW, WS-WK-DH-SW.
           MOVE ZERO TO WS-WK-DAY, WS-WK-MINUTE.

           MOVE WS-WK-GAMEDATE TO WS-DATE-PARTS.
           IF WS-DP-YEAR IS NUMERIC
               AND WS-DP-MONTH IS NUMERIC
               AND WS-DP-DAY IS NUMERIC
               AND WS-DP-DASH-1 = "-"
               AND WS-DP-DASH-2 = "-"
               AND WS-DP-MONTH NOT < "01"
               AND WS-DP-MONTH NOT > "12"
               MOVE WS-DP-YEAR  TO WS-DN-YEAR
               MOVE WS-DP-MONTH TO WS-DN-MONTH
               MOVE WS-DP-DAY   TO WS-DN-DAY
               CALL "DATEDIFF" USING WS-BASE-DATE, WS-DATE-NUM,
                   WS-ELAPSED-YEARS, WS-ELAPSED-DAYS
               MOVE WS-ELAPSED-DAYS TO WS-WK-DAY
               SET WS-WK-DATE-OK TO TRUE
           END-IF.

           PERFORM 0520-PARSE-TIME THRU 0520-PARSE-TIME-EXIT.

           MOVE WS-WK-HOMETEAM TO WS-WK-VENUE.
           PERFORM 0540-CHECK-ONE-REF THRU 0540-CHECK-ONE-REF-EXIT
               VARYING WS-REF-IDX FROM 1 BY 1
               UNTIL WS-REF-IDX > WS-REF-COUNT.

           IF WS-WK-MOREINFO(1:3) = "DH "
               SET WS-WK-DH TO TRUE
           END-IF.
       0500-BUILD-WORK-ENTRY-EXIT.
           EXIT.

      * Times are keyed as 7:05 PM, 07:05 PM or 19:05.  Anything
      * else leaves the time unknown.
       0520-PARSE-TIME.
           MOVE SPACES TO WS-TIME-PARTS.
           UNSTRING WS-WK-GAMETIME DELIMITED BY ":" OR ALL SPACE
               INTO WS-TP-HOUR, WS-TP-MINUTE, WS-TP-AMPM.
           INSPECT WS-TP-HOUR REPLACING LEADING SPACE BY "0".

           IF WS-TP-HOUR NOT NUMERIC OR WS-TP-MINUTE NOT NUMERIC
               GO TO 0520-PARSE-TIME-EXIT
           END-IF.

           MOVE WS-TP-HOUR   TO WS-TP-HOUR-N.
           MOVE WS-TP-MINUTE TO WS-TP-MINUTE-N.
           IF WS-TP-HOUR-N > 23 OR WS-TP-MINUTE-N > 59
               GO TO 0520-PARSE-TIME-EXIT
           END-IF.

           IF WS-TP-AMPM(1:1) = "P" AND WS-TP-HOUR-N < 12
               ADD 12 TO WS-TP-HOUR-N
           END-IF.
           IF WS-TP-AMPM(1:1) = "A" AND WS-TP-HOUR-N = 12
               MOVE ZERO TO WS-TP-HOUR-N
           END-IF.

           COMPUTE WS-WK-MINUTE = WS-TP-HOUR-N * 60 + WS-TP-MINUTE-N.
           SET WS-WK-TIME-KNOWN TO TRUE.
       0520-PARSE-TIME-EXIT.
           EXIT.

       0540-CHECK-ONE-REF.
           IF WS-RT-TEAM-CODE(WS-REF-IDX) = WS-WK-HOMETEAM
               AND WS-RT-VENUE(WS-REF-IDX) NOT = SPACES
               MOVE WS-RT-VENUE(WS-REF-IDX) TO WS-WK-VENUE
           END-IF.
       0540-CHECK-ONE-REF-EXIT.
           EXIT.

      * The game's own id is skipped, so a rerun that meets a game
      * already loaded is left to the caller's duplicate-key test.
       0600-CHECK-GAME.
           PERFORM 0400-WORK-FROM-PARM THRU 0400-WORK-FROM-PARM-EXIT.
           IF NOT WS-WK-DATE-OK
               GO TO 0600-CHECK-GAME-EXIT
           END-IF.

           MOVE ZERO TO WS-DH-PARTNERS.
           PERFORM 0650-CHECK-ONE-ENTRY THRU 0650-CHECK-ONE-ENTRY-EXIT
               VARYING WS-GAME-IDX FROM 1 BY 1
               UNTIL WS-GAME-IDX > WS-GAME-COUNT.

           IF LNK-SC-CONFLICT-COUNT > ZERO
               SET LNK-SC-CONFLICT TO TRUE
           END-IF.
       0600-CHECK-GAME-EXIT.
           EXIT.

       0650-CHECK-ONE-ENTRY.
           IF WS-SG-GAMEID(WS-GAME-IDX) = WS-WK-GAMEID
               GO TO 0650-CHECK-ONE-ENTRY-EXIT
           END-IF.

           MOVE SPACES TO WS-ENTRY-REASON.
           MOVE "N" TO WS-SHARES-TEAM-SW, WS-SAME-PAIR-SW.
           IF WS-SG-HOMETEAM(WS-GAME-IDX) = WS-WK-HOMETEAM
               OR WS-SG-HOMETEAM(WS-GAME-IDX) = WS-WK-AWAYTEAM
               OR WS-SG-AWAYTEAM(WS-GAME-IDX) = WS-WK-HOMETEAM
               OR WS-SG-AWAYTEAM(WS-GAME-IDX) = WS-WK-AWAYTEAM
               SET WS-SHARES-TEAM TO TRUE
           END-IF.
           IF (WS-SG-HOMETEAM(WS-GAME-IDX) = WS-WK-HOMETEAM
               AND WS-SG-AWAYTEAM(WS-GAME-IDX) = WS-WK-AWAYTEAM)
           OR (WS-SG-HOMETEAM(WS-GAME-IDX) = WS-WK-AWAYTEAM
               AND WS-SG-AWAYTEAM(WS-GAME-IDX) = WS-WK-HOMETEAM)
               SET WS-SAME-PAIR TO TRUE
           END-IF.

           IF WS-SG-DAY(WS-GAME-IDX) = WS-WK-DAY
               PERFORM 0700-CHECK-SAME-DATE
                   THRU 0700-CHECK-SAME-DATE-EXIT
           ELSE
               IF WS-SHARES-TEAM
                   PERFORM 0750-CHECK-REST THRU 0750-CHECK-REST-EXIT
               END-IF
           END-IF.

           IF WS-ENTRY-REASON NOT = SPACES
               ADD 1 TO LNK-SC-CONFLICT-COUNT
               IF LNK-SC-REASON = SPACES
                   MOVE WS-ENTRY-REASON TO LNK-SC-REASON
                   MOVE WS-SG-GAMEID(WS-GAME-IDX)
                       TO LNK-SC-OTHER-GAMEID
               END-IF
           END-IF.
       0650-CHECK-ONE-ENTRY-EXIT.
           EXIT.

      * One declared doubleheader between the same two teams is the
      * only way a team plays twice in a day, and its two games
      * share the venue by design.
       0700-CHECK-SAME-DATE.
           IF WS-SHARES-TEAM
               IF WS-SAME-PAIR
                   AND (WS-SG-DH(WS-GAME-IDX) OR WS-WK-DH)
                   ADD 1 TO WS-DH-PARTNERS
                   IF WS-DH-PARTNERS > 1
                       MOVE "THIRD GAME ON ONE DATE"
                           TO WS-ENTRY-REASON
                   END-IF
               ELSE
                   MOVE "TEAM PLAYS TWICE ON DATE" TO WS-ENTRY-REASON
               END-IF
               GO TO 0700-CHECK-SAME-DATE-EXIT
           END-IF.

           IF WS-SG-VENUE(WS-GAME-IDX) NOT = WS-WK-VENUE
               OR NOT WS-SG-TIME-KNOWN(WS-GAME-IDX)
               OR NOT WS-WK-TIME-KNOWN
               GO TO 0700-CHECK-SAME-DATE-EXIT
           END-IF.

           COMPUTE WS-START-GAP =
               WS-SG-MINUTE(WS-GAME-IDX) - WS-WK-MINUTE.
           IF WS-START-GAP < ZERO
               MULTIPLY -1 BY WS-START-GAP
           END-IF.
           IF WS-START-GAP < WS-GAME-MINUTES
               MOVE "VENUE TIME OVERLAP" TO WS-ENTRY-REASON
           END-IF.
       0700-CHECK-SAME-DATE-EXIT.
           EXIT.

      * Rest runs from the end of the earlier game - its start plus
      * one game length - to the start of the later one.
       0750-CHECK-REST.
           IF NOT WS-SG-TIME-KNOWN(WS-GAME-IDX)
               OR NOT WS-WK-TIME-KNOWN
               OR WS-MIN-REST-HOURS = ZERO
               GO TO 0750-CHECK-REST-EXIT
           END-IF.

           COMPUTE WS-START-GAP =
               (WS-SG-DAY(WS-GAME-IDX) - WS-WK-DAY) * 1440
               + WS-SG-MINUTE(WS-GAME-IDX) - WS-WK-MINUTE.
           IF WS-START-GAP < ZERO
               MULTIPLY -1 BY WS-START-GAP
           END-IF.
           IF WS-START-GAP < WS-MIN-GAP-MINUTES
               MOVE "MINIMUM REST BROKEN" TO WS-ENTRY-REASON
           END-IF.
       0750-CHECK-REST-EXIT.
           EXIT.

       END PROGRAM SCHEDCHK.
