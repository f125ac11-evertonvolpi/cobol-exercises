       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GATESETL".
       AUTHOR.     EVERTON VOLPI.
      * Gate receipts settlement.  Walks BASEBALLIDX.DAT for one
      * season and turns the attendance of every FINAL game into
      * gate receipts, priced from the tiers GATEPRICE.DAT carries
      * for the game's venue and season: each tier gives a ticket
      * price and the percent of paid attendance sold at it, and
      * the tiers of one venue and season must add to 100 percent.
      * The venue is the home team's venue on TEAM.DAT (a team not
      * on TEAM.DAT falls back to its own VENUE.DAT record, the
      * same rule ATTENDRPT uses).
      *
      * The home club collects the gate and keeps the home share;
      * the rest is owed to the visiting club.  The home share is
      * VALUE-2 of the GATESETL record on RUNPARMS.DAT as a whole
      * percent (default 060), the season is VALUE-1 as YYYY
      * (default the current year).
      *
      * Every settled game is written to GATESETL.DAT and each
      * club's season-to-date position - gate taken, visitors'
      * shares paid out, away shares due in, and the net it is
      * owed or owes - is printed as the club statement.  The run
      * always settles the whole season to date, so both outputs
      * are rebuilt each time and a corrected attendance is picked
      * up by the next run.
      *
      * Postponed games, games cancelled in the season (from the
      * GAMEJRNL.DAT cancellation entries READCH06 writes), and
      * final games that cannot be priced are left out of the
      * settlement and written to the GATEJRNL.DAT exclusion
      * journal with the reason.  Games not yet played are simply
      * not settled yet.
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

           SELECT PRICE-FILE ASSIGN TO "GATEPRICE.DAT"
               FILE STATUS IS WS-PRICE-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TEAM-FILE ASSIGN TO "TEAM.DAT"
               FILE STATUS IS WS-TEAM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT VENUE-FILE ASSIGN TO "VENUE.DAT"
               FILE STATUS IS WS-VENUE-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN TO "GAMEJRNL.DAT"
               FILE STATUS IS WS-JOURNAL-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SETTLE-FILE ASSIGN TO "GATESETL.DAT"
               FILE STATUS IS WS-SETTLE-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCLUDE-FILE ASSIGN TO "GATEJRNL.DAT"
               FILE STATUS IS WS-EXCLUDE-FILE-STATUS
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

      *One record per price tier of a venue and season - the tier
      *name, its ticket price, and the percent of paid attendance
      *sold at that price.
       FD PRICE-FILE.
       01 PRICE-RECORD.
           88 END-OF-PRICE     VALUE HIGH-VALUES.
           05 GP-VENUE         PIC X(20).
           05 FILLER           PIC X.
           05 GP-SEASON        PIC 9(4).
           05 FILLER           PIC X.
           05 GP-TIER          PIC X(10).
           05 FILLER           PIC X.
           05 GP-PRICE         PIC 9(4)V99.
           05 FILLER           PIC X.
           05 GP-PERCENT       PIC 9(3).

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

      *This mirrors the GAMEJRNL.DAT record READCH06 writes.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           88 END-OF-JOURNAL       VALUE HIGH-VALUES.
           05 JR-GAMEID            PIC X(36).
           05 FILLER               PIC X.
           05 JR-DATE              PIC 9(8).
           05 FILLER               PIC X.
           05 JR-TIME              PIC 9(6).
           05 FILLER               PIC X.
           05 JR-OLD-ATTENDANCE    PIC X(5).
           05 FILLER               PIC X.
           05 JR-NEW-ATTENDANCE    PIC X(5).
           05 FILLER               PIC X.
           05 JR-OLD-MOREINFO      PIC X(35).
           05 FILLER               PIC X.
           05 JR-NEW-MOREINFO      PIC X(35).
           05 FILLER               PIC X.
           05 JR-OLD-HOMESCORE     PIC 9(2).
           05 JR-OLD-AWAYSCORE     PIC 9(2).
           05 JR-OLD-STATUS        PIC X.
           05 FILLER               PIC X.
           05 JR-NEW-HOMESCORE     PIC 9(2).
           05 JR-NEW-AWAYSCORE     PIC 9(2).
           05 JR-NEW-STATUS        PIC X.
               88 JR-CANCELLATION      VALUE "C".
           05 FILLER               PIC X.
           05 JR-OPERATOR          PIC X(3).
           05 FILLER               PIC X.
           05 JR-OLD-HOMETEAM      PIC X(12).
           05 JR-OLD-AWAYTEAM      PIC X(12).
           05 FILLER               PIC X.
           05 JR-NEW-HOMETEAM      PIC X(12).
           05 JR-NEW-AWAYTEAM      PIC X(12).

      *One record per settled game.
       FD SETTLE-FILE.
       01 SETTLE-RECORD.
           05 GS-GAMEID        PIC X(36).
           05 FILLER           PIC X.
           05 GS-GAMEDATE      PIC X(10).
           05 FILLER           PIC X.
           05 GS-HOMETEAM      PIC X(12).
           05 FILLER           PIC X.
           05 GS-AWAYTEAM      PIC X(12).
           05 FILLER           PIC X.
           05 GS-VENUE         PIC X(20).
           05 FILLER           PIC X.
           05 GS-ATTENDANCE    PIC 9(5).
           05 FILLER           PIC X.
           05 GS-RECEIPTS      PIC 9(9)V99.
           05 FILLER           PIC X.
           05 GS-HOME-PERCENT  PIC 9(3).
           05 FILLER           PIC X.
           05 GS-HOME-SHARE    PIC 9(9)V99.
           05 FILLER           PIC X.
           05 GS-AWAY-SHARE    PIC 9(9)V99.

      *One record per game left out of the settlement.
       FD EXCLUDE-FILE.
       01 EXCLUDE-RECORD.
           05 GJ-RUN-DATE      PIC 9(8).
           05 FILLER           PIC X.
           05 GJ-GAMEID        PIC X(36).
           05 FILLER           PIC X.
           05 GJ-GAMEDATE      PIC X(10).
           05 FILLER           PIC X.
           05 GJ-HOMETEAM      PIC X(12).
           05 FILLER           PIC X.
           05 GJ-AWAYTEAM      PIC X(12).
           05 FILLER           PIC X.
           05 GJ-STATUS        PIC X.
           05 FILLER           PIC X.
           05 GJ-REASON        PIC X(30).

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

       01 WS-PRICE-FILE-STATUS    PIC XX.
           88 WS-PRICE-FILE-NOT-FOUND    VALUE "35".

       01 WS-TEAM-FILE-STATUS     PIC XX.
           88 WS-TEAM-FILE-NOT-FOUND     VALUE "35".

       01 WS-VENUE-FILE-STATUS    PIC XX.
           88 WS-VENUE-FILE-NOT-FOUND    VALUE "35".

       01 WS-JOURNAL-FILE-STATUS  PIC XX.
           88 WS-JOURNAL-FILE-NOT-FOUND  VALUE "35".

       01 WS-SETTLE-FILE-STATUS   PIC XX.
       01 WS-EXCLUDE-FILE-STATUS  PIC XX.

       01 WS-RUNPARMS-FILE-STATUS PIC XX.
           88 WS-RUNPARMS-FILE-NOT-FOUND VALUE "35".

       01 WS-PARMS-FOUND-SW       PIC X VALUE "N".
           88 WS-PARMS-FOUND          VALUE "Y".

       01 WS-TODAY-DATE           PIC 9(8).
       01 WS-SEASON               PIC 9(4).
       01 WS-SEASON-X REDEFINES WS-SEASON PIC X(4).
       01 WS-HOME-PERCENT         PIC 9(3) VALUE 60.
       01 WS-AWAY-PERCENT         PIC 9(3).

       01 WS-PRICE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-PRICE-TABLE.
           05 WS-PRICE-ENTRY OCCURS 500 TIMES.
               10 WS-PT-VENUE       PIC X(20).
               10 WS-PT-PRICE       PIC 9(4)V99.
               10 WS-PT-PERCENT     PIC 9(3).
       01 WS-PRICE-IDX            PIC 9(3).

       01 WS-VENUE-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-VENUE-TABLE.
           05 WS-VENUE-ENTRY OCCURS 50 TIMES.
               10 WS-VN-HOMETEAM   PIC X(12).
               10 WS-VN-VENUE      PIC X(20).
       01 WS-VENUE-IDX            PIC 9(2).

       01 WS-CLUB-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-CLUB-TABLE.
           05 WS-CLUB-ENTRY OCCURS 100 TIMES.
               10 WS-CT-TEAM        PIC X(12).
               10 WS-CT-NAME        PIC X(24).
               10 WS-CT-VENUE       PIC X(20).
               10 WS-CT-HOME-GAMES  PIC 9(3).
               10 WS-CT-GROSS       PIC 9(9)V99.
               10 WS-CT-SHARE-PAID  PIC 9(9)V99.
               10 WS-CT-AWAY-GAMES  PIC 9(3).
               10 WS-CT-SHARE-DUE   PIC 9(9)V99.
       01 WS-CLUB-IDX             PIC 9(3).
       01 WS-FOUND-IDX            PIC 9(3).
       01 WS-HOME-IDX             PIC 9(3).
       01 WS-AWAY-IDX             PIC 9(3).
       01 WS-WORK-TEAM            PIC X(12).

       01 WS-CLUB-FOUND-SW        PIC X.
           88 WS-CLUB-FOUND           VALUE "Y".
           88 WS-CLUB-NOT-FOUND       VALUE "N".

       01 WS-WORK-VENUE           PIC X(20).
       01 WS-WORK-ATTENDANCE      PIC 9(5).
       01 WS-TIER-COUNT           PIC 9(3).
       01 WS-TIER-PERCENT         PIC 9(4).
       01 WS-TIER-AMOUNT          PIC 9(9)V99.
       01 WS-GAME-RECEIPTS        PIC 9(9)V99.
       01 WS-HOME-SHARE           PIC 9(9)V99.
       01 WS-AWAY-SHARE           PIC 9(9)V99.
       01 WS-EXCLUDE-REASON       PIC X(30).
       01 WS-NET-POSITION         PIC S9(9)V99.

       01 WS-GAMES-READ           PIC 9(5) VALUE ZERO.
       01 WS-SETTLED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-UNPLAYED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-POSTPONED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CANCELLED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-UNPRICED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-RECEIPTS       PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-PAID           PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-DUE            PIC 9(11)V99 VALUE ZERO.
       01 WS-EDIT-COUNT           PIC ZZZZ9.
       01 WS-EDIT-AMOUNT          PIC ZZZ,ZZZ,ZZZ,ZZ9.99.

       01 WS-RPTWRITE-PARM.
           05 WS-RW-PROGRAM      PIC X(17) VALUE "GATESETL".
           05 WS-RW-FUNCTION     PIC X.
           05 WS-RW-LINE         PIC X(132).
       01 WS-PRINT-LINE          PIC X(132).

       01 WS-STATEMENT-HEADING-1.
           05 FILLER PIC X(37) VALUE "CLUB         FULL NAME".
           05 FILLER PIC X(19) VALUE "HOME     GATE TAKEN".
           05 FILLER PIC X(16) VALUE "     SHARES PAID".
           05 FILLER PIC X(21) VALUE "  AWAY     SHARES DUE".
           05 FILLER PIC X(16) VALUE "    NET POSITION".
       01 WS-STATEMENT-HEADING-2.
           05 FILLER PIC X(37) VALUE SPACES.
           05 FILLER PIC X(19) VALUE " GMS".
           05 FILLER PIC X(16) VALUE "     TO VISITORS".
           05 FILLER PIC X(21) VALUE "   GMS     FROM HOSTS".

       01 WS-STATEMENT-LINE.
           05 WSS-TEAM          PIC X(12).
           05 FILLER            PIC X  VALUE SPACE.
           05 WSS-NAME          PIC X(24).
           05 FILLER            PIC X  VALUE SPACE.
           05 WSS-HOME-GAMES    PIC ZZ9.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSS-GROSS         PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSS-SHARE-PAID    PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC XXX VALUE SPACES.
           05 WSS-AWAY-GAMES    PIC ZZ9.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSS-SHARE-DUE     PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSS-NET           PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSS-NET-NOTE      PIC X(12).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE(1:4) TO WS-SEASON-X.
           PERFORM 0150-READ-RUN-PARMS THRU 0150-READ-RUN-PARMS-EXIT.
           COMPUTE WS-AWAY-PERCENT = 100 - WS-HOME-PERCENT.

           PERFORM 0200-LOAD-PRICES THRU 0200-LOAD-PRICES-EXIT.
           IF WS-PRICE-COUNT = ZERO
               DISPLAY "GATESETL: NO GATEPRICE.DAT TIERS FOR SEASON "
                   WS-SEASON " - NOTHING CAN BE SETTLED"
               GOBACK
           END-IF.
           PERFORM 0250-LOAD-TEAMS THRU 0250-LOAD-TEAMS-EXIT.
           PERFORM 0280-LOAD-VENUES THRU 0280-LOAD-VENUES-EXIT.

           OPEN INPUT BASEBALL.
           IF WS-BASEBALL-FILE-NOT-FOUND
               DISPLAY "GATESETL: BASEBALLIDX.DAT NOT FOUND"
               GOBACK
           END-IF.

           OPEN OUTPUT SETTLE-FILE.
           OPEN OUTPUT EXCLUDE-FILE.

           READ BASEBALL NEXT RECORD
               AT END SET ENDOFGAMES TO TRUE
           END-READ.
           PERFORM 0300-SETTLE-ONE-GAME THRU 0300-SETTLE-ONE-GAME-EXIT
               UNTIL ENDOFGAMES.
           CLOSE BASEBALL.

           PERFORM 0500-JOURNAL-CANCELLED
               THRU 0500-JOURNAL-CANCELLED-EXIT.

           CLOSE SETTLE-FILE.
           CLOSE EXCLUDE-FILE.

           MOVE "O" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "GATE RECEIPTS SETTLEMENT - SEASON " WS-SEASON
               " TO DATE - HOME SHARE " WS-HOME-PERCENT " PERCENT"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-STATEMENT-HEADING-1 TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-STATEMENT-HEADING-2 TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           PERFORM 0600-PRINT-ONE-CLUB THRU 0600-PRINT-ONE-CLUB-EXIT
               VARYING WS-CLUB-IDX FROM 1 BY 1
               UNTIL WS-CLUB-IDX > WS-CLUB-COUNT.

           PERFORM 0800-PRINT-TOTALS THRU 0800-PRINT-TOTALS-EXIT.

           MOVE "C" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           GOBACK.

      * Take the season and home share from RUNPARMS.DAT when a
      * record for this program is present - otherwise the current
      * year and 60 percent stand.
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
           IF RP-PROGRAM = "GATESETL"
               SET WS-PARMS-FOUND TO TRUE
               IF RP-VALUE-1(1:4) IS NUMERIC
                   MOVE RP-VALUE-1(1:4) TO WS-SEASON-X
               END-IF
               IF RP-VALUE-2(1:3) IS NUMERIC
                   AND RP-VALUE-2(1:3) NOT > "100"
                   MOVE RP-VALUE-2(1:3) TO WS-HOME-PERCENT
               END-IF
               GO TO 0170-CHECK-ONE-PARM-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
       0170-CHECK-ONE-PARM-EXIT.
           EXIT.

      * Only the tiers of the season being settled are kept.
       0200-LOAD-PRICES.
           OPEN INPUT PRICE-FILE.
           IF WS-PRICE-FILE-NOT-FOUND
               GO TO 0200-LOAD-PRICES-EXIT
           END-IF.

           READ PRICE-FILE
               AT END SET END-OF-PRICE TO TRUE
           END-READ.
           PERFORM 0220-LOAD-ONE-PRICE THRU 0220-LOAD-ONE-PRICE-EXIT
               UNTIL END-OF-PRICE.
           CLOSE PRICE-FILE.
       0200-LOAD-PRICES-EXIT.
           EXIT.

       0220-LOAD-ONE-PRICE.
           IF GP-SEASON = WS-SEASON
               IF GP-PRICE NOT NUMERIC OR GP-PERCENT NOT NUMERIC
                   DISPLAY "GATESETL: GATEPRICE.DAT TIER " GP-TIER
                       " FOR " GP-VENUE " IS NOT NUMERIC - IGNORED"
               ELSE
                   IF WS-PRICE-COUNT < 500
                       ADD 1 TO WS-PRICE-COUNT
                       MOVE GP-VENUE   TO WS-PT-VENUE(WS-PRICE-COUNT)
                       MOVE GP-PRICE   TO WS-PT-PRICE(WS-PRICE-COUNT)
                       MOVE GP-PERCENT
                           TO WS-PT-PERCENT(WS-PRICE-COUNT)
                   ELSE
                       DISPLAY "GATESETL: MORE THAN 500 PRICE TIERS "
                           "- SKIPPING " GP-VENUE " " GP-TIER
                   END-IF
               END-IF
           END-IF.

           READ PRICE-FILE
               AT END SET END-OF-PRICE TO TRUE
           END-READ.
       0220-LOAD-ONE-PRICE-EXIT.
           EXIT.

      * Every club on TEAM.DAT gets a statement, in TEAM.DAT order,
      * whether or not it has played yet.
       0250-LOAD-TEAMS.
           OPEN INPUT TEAM-FILE.
           IF WS-TEAM-FILE-NOT-FOUND
               DISPLAY "GATESETL: TEAM.DAT NOT AVAILABLE - VENUES "
                   "COME FROM VENUE.DAT ONLY"
               GO TO 0250-LOAD-TEAMS-EXIT
           END-IF.

           READ TEAM-FILE
               AT END SET END-OF-TEAM TO TRUE
           END-READ.
           PERFORM 0270-LOAD-ONE-TEAM THRU 0270-LOAD-ONE-TEAM-EXIT
               UNTIL END-OF-TEAM.
           CLOSE TEAM-FILE.
       0250-LOAD-TEAMS-EXIT.
           EXIT.

       0270-LOAD-ONE-TEAM.
           IF WS-CLUB-COUNT < 100
               ADD 1 TO WS-CLUB-COUNT
               INITIALIZE WS-CLUB-ENTRY(WS-CLUB-COUNT)
               MOVE TM-TEAM-CODE TO WS-CT-TEAM(WS-CLUB-COUNT)
               MOVE TM-TEAM-NAME TO WS-CT-NAME(WS-CLUB-COUNT)
               MOVE TM-VENUE     TO WS-CT-VENUE(WS-CLUB-COUNT)
           END-IF.

           READ TEAM-FILE
               AT END SET END-OF-TEAM TO TRUE
           END-READ.
       0270-LOAD-ONE-TEAM-EXIT.
           EXIT.

       0280-LOAD-VENUES.
           OPEN INPUT VENUE-FILE.
           IF WS-VENUE-FILE-NOT-FOUND
               GO TO 0280-LOAD-VENUES-EXIT
           END-IF.

           READ VENUE-FILE
               AT END SET END-OF-VENUE TO TRUE
           END-READ.
           PERFORM 0290-LOAD-ONE-VENUE THRU 0290-LOAD-ONE-VENUE-EXIT
               UNTIL END-OF-VENUE.
           CLOSE VENUE-FILE.
       0280-LOAD-VENUES-EXIT.
           EXIT.

       0290-LOAD-ONE-VENUE.
           IF WS-VENUE-COUNT < 50
               ADD 1 TO WS-VENUE-COUNT
               MOVE VN-HOMETEAM TO WS-VN-HOMETEAM(WS-VENUE-COUNT)
               MOVE VN-VENUE    TO WS-VN-VENUE(WS-VENUE-COUNT)
           END-IF.

           READ VENUE-FILE
               AT END SET END-OF-VENUE TO TRUE
           END-READ.
       0290-LOAD-ONE-VENUE-EXIT.
           EXIT.

      * Only FINAL games of the season are settled.  A postponed
      * game, or a final one that cannot be priced, goes to the
      * exclusion journal instead.
       0300-SETTLE-ONE-GAME.
           IF GAMEYEAR NOT = WS-SEASON
               GO TO 0300-SETTLE-ONE-GAME-READ
           END-IF.
           ADD 1 TO WS-GAMES-READ.

           IF GAME-POSTPONED
               ADD 1 TO WS-POSTPONED-COUNT
               MOVE "POSTPONED" TO WS-EXCLUDE-REASON
               PERFORM 0450-WRITE-GAME-EXCLUSION
                   THRU 0450-WRITE-GAME-EXCLUSION-EXIT
               GO TO 0300-SETTLE-ONE-GAME-READ
           END-IF.

           IF NOT GAME-FINAL
               ADD 1 TO WS-UNPLAYED-COUNT
               GO TO 0300-SETTLE-ONE-GAME-READ
           END-IF.

           IF GAMEATTENDANCE NOT NUMERIC
               ADD 1 TO WS-UNPRICED-COUNT
               MOVE "ATTENDANCE NOT NUMERIC" TO WS-EXCLUDE-REASON
               PERFORM 0450-WRITE-GAME-EXCLUSION
                   THRU 0450-WRITE-GAME-EXCLUSION-EXIT
               GO TO 0300-SETTLE-ONE-GAME-READ
           END-IF.
           MOVE GAMEATTENDANCE TO WS-WORK-ATTENDANCE.

           MOVE GAMEHOMETEAM TO WS-WORK-TEAM.
           PERFORM 0400-FIND-OR-ADD-CLUB
               THRU 0400-FIND-OR-ADD-CLUB-EXIT.
           MOVE WS-FOUND-IDX TO WS-HOME-IDX.
           MOVE GAMEAWAYTEAM TO WS-WORK-TEAM.
           PERFORM 0400-FIND-OR-ADD-CLUB
               THRU 0400-FIND-OR-ADD-CLUB-EXIT.
           MOVE WS-FOUND-IDX TO WS-AWAY-IDX.
           IF WS-HOME-IDX = ZERO OR WS-AWAY-IDX = ZERO
               ADD 1 TO WS-UNPRICED-COUNT
               MOVE "MORE THAN 100 CLUBS" TO WS-EXCLUDE-REASON
               PERFORM 0450-WRITE-GAME-EXCLUSION
                   THRU 0450-WRITE-GAME-EXCLUSION-EXIT
               GO TO 0300-SETTLE-ONE-GAME-READ
           END-IF.

           PERFORM 0350-FIND-GAME-VENUE THRU 0350-FIND-GAME-VENUE-EXIT.

           MOVE ZERO TO WS-TIER-COUNT, WS-TIER-PERCENT,
               WS-GAME-RECEIPTS.
           PERFORM 0380-PRICE-ONE-TIER THRU 0380-PRICE-ONE-TIER-EXIT
               VARYING WS-PRICE-IDX FROM 1 BY 1
               UNTIL WS-PRICE-IDX > WS-PRICE-COUNT.

           IF WS-TIER-COUNT = ZERO
               ADD 1 TO WS-UNPRICED-COUNT
               MOVE "NO PRICE TIERS FOR VENUE" TO WS-EXCLUDE-REASON
               PERFORM 0450-WRITE-GAME-EXCLUSION
                   THRU 0450-WRITE-GAME-EXCLUSION-EXIT
               GO TO 0300-SETTLE-ONE-GAME-READ
           END-IF.
           IF WS-TIER-PERCENT NOT = 100
               ADD 1 TO WS-UNPRICED-COUNT
               MOVE "PRICE TIERS NOT 100 PERCENT" TO WS-EXCLUDE-REASON
               PERFORM 0450-WRITE-GAME-EXCLUSION
                   THRU 0450-WRITE-GAME-EXCLUSION-EXIT
               GO TO 0300-SETTLE-ONE-GAME-READ
           END-IF.

      * The visitors' share is rounded and the home club keeps the
      * rest, so the two shares always add back to the receipts.
           COMPUTE WS-AWAY-SHARE ROUNDED =
               WS-GAME-RECEIPTS * WS-AWAY-PERCENT / 100.
           COMPUTE WS-HOME-SHARE = WS-GAME-RECEIPTS - WS-AWAY-SHARE.

           ADD 1 TO WS-CT-HOME-GAMES(WS-HOME-IDX).
           ADD WS-GAME-RECEIPTS TO WS-CT-GROSS(WS-HOME-IDX).
           ADD WS-AWAY-SHARE    TO WS-CT-SHARE-PAID(WS-HOME-IDX).
           ADD 1 TO WS-CT-AWAY-GAMES(WS-AWAY-IDX).
           ADD WS-AWAY-SHARE    TO WS-CT-SHARE-DUE(WS-AWAY-IDX).
           ADD WS-GAME-RECEIPTS TO WS-TOTAL-RECEIPTS.
           ADD WS-AWAY-SHARE    TO WS-TOTAL-PAID, WS-TOTAL-DUE.

           MOVE SPACES             TO SETTLE-RECORD.
           MOVE GAMEID             TO GS-GAMEID.
           MOVE GAMEDATE           TO GS-GAMEDATE.
           MOVE GAMEHOMETEAM       TO GS-HOMETEAM.
           MOVE GAMEAWAYTEAM       TO GS-AWAYTEAM.
           MOVE WS-WORK-VENUE      TO GS-VENUE.
           MOVE WS-WORK-ATTENDANCE TO GS-ATTENDANCE.
           MOVE WS-GAME-RECEIPTS   TO GS-RECEIPTS.
           MOVE WS-HOME-PERCENT    TO GS-HOME-PERCENT.
           MOVE WS-HOME-SHARE      TO GS-HOME-SHARE.
           MOVE WS-AWAY-SHARE      TO GS-AWAY-SHARE.
           WRITE SETTLE-RECORD.
           ADD 1 TO WS-SETTLED-COUNT.

       0300-SETTLE-ONE-GAME-READ.
           READ BASEBALL NEXT RECORD
               AT END SET ENDOFGAMES TO TRUE
           END-READ.
       0300-SETTLE-ONE-GAME-EXIT.
           EXIT.

      * The home club's TEAM.DAT venue, else the VENUE.DAT record
      * keyed by the home team's own code.
       0350-FIND-GAME-VENUE.
           MOVE WS-CT-VENUE(WS-HOME-IDX) TO WS-WORK-VENUE.
           IF WS-WORK-VENUE = SPACES
               PERFORM 0370-CHECK-ONE-VENUE
                   THRU 0370-CHECK-ONE-VENUE-EXIT
                   VARYING WS-VENUE-IDX FROM 1 BY 1
                   UNTIL WS-VENUE-IDX > WS-VENUE-COUNT
                      OR WS-WORK-VENUE NOT = SPACES
           END-IF.
       0350-FIND-GAME-VENUE-EXIT.
           EXIT.

       0370-CHECK-ONE-VENUE.
           IF WS-VN-HOMETEAM(WS-VENUE-IDX) = GAMEHOMETEAM
               MOVE WS-VN-VENUE(WS-VENUE-IDX) TO WS-WORK-VENUE
           END-IF.
       0370-CHECK-ONE-VENUE-EXIT.
           EXIT.

       0380-PRICE-ONE-TIER.
           IF WS-WORK-VENUE NOT = SPACES
               AND WS-PT-VENUE(WS-PRICE-IDX) = WS-WORK-VENUE
               ADD 1 TO WS-TIER-COUNT
               ADD WS-PT-PERCENT(WS-PRICE-IDX) TO WS-TIER-PERCENT
               COMPUTE WS-TIER-AMOUNT ROUNDED =
                   WS-WORK-ATTENDANCE * WS-PT-PERCENT(WS-PRICE-IDX)
                   * WS-PT-PRICE(WS-PRICE-IDX) / 100
               ADD WS-TIER-AMOUNT TO WS-GAME-RECEIPTS
           END-IF.
       0380-PRICE-ONE-TIER-EXIT.
           EXIT.

      * A team seen on a game but not on TEAM.DAT is added to the
      * end of the club table so its money is not lost.
       0400-FIND-OR-ADD-CLUB.
           SET WS-CLUB-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 0420-CHECK-ONE-CLUB THRU 0420-CHECK-ONE-CLUB-EXIT
               VARYING WS-CLUB-IDX FROM 1 BY 1
               UNTIL WS-CLUB-IDX > WS-CLUB-COUNT
                  OR WS-CLUB-FOUND.

           IF WS-CLUB-NOT-FOUND
               IF WS-CLUB-COUNT < 100
                   ADD 1 TO WS-CLUB-COUNT
                   MOVE WS-CLUB-COUNT TO WS-FOUND-IDX
                   INITIALIZE WS-CLUB-ENTRY(WS-FOUND-IDX)
                   MOVE WS-WORK-TEAM TO WS-CT-TEAM(WS-FOUND-IDX)
                   MOVE "NOT ON TEAM.DAT" TO WS-CT-NAME(WS-FOUND-IDX)
               ELSE
                   DISPLAY "GATESETL: MORE THAN 100 CLUBS - "
                       "SKIPPING ", WS-WORK-TEAM
               END-IF
           END-IF.
       0400-FIND-OR-ADD-CLUB-EXIT.
           EXIT.

       0420-CHECK-ONE-CLUB.
           IF WS-CT-TEAM(WS-CLUB-IDX) = WS-WORK-TEAM
               SET WS-CLUB-FOUND TO TRUE
               MOVE WS-CLUB-IDX TO WS-FOUND-IDX
           END-IF.
       0420-CHECK-ONE-CLUB-EXIT.
           EXIT.

       0450-WRITE-GAME-EXCLUSION.
           MOVE SPACES            TO EXCLUDE-RECORD.
           MOVE WS-TODAY-DATE     TO GJ-RUN-DATE.
           MOVE GAMEID            TO GJ-GAMEID.
           MOVE GAMEDATE          TO GJ-GAMEDATE.
           MOVE GAMEHOMETEAM      TO GJ-HOMETEAM.
           MOVE GAMEAWAYTEAM      TO GJ-AWAYTEAM.
           MOVE GAMESTATUS        TO GJ-STATUS.
           MOVE WS-EXCLUDE-REASON TO GJ-REASON.
           WRITE EXCLUDE-RECORD.
       0450-WRITE-GAME-EXCLUSION-EXIT.
           EXIT.

      * A cancelled game is deleted from BASEBALLIDX.DAT, so the
      * only trace of it is the READCH06 cancellation entry.  Those
      * made in the season's year are journaled as excluded.
       0500-JOURNAL-CANCELLED.
           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-FILE-NOT-FOUND
               GO TO 0500-JOURNAL-CANCELLED-EXIT
           END-IF.

           READ JOURNAL-FILE
               AT END SET END-OF-JOURNAL TO TRUE
           END-READ.
           PERFORM 0520-CHECK-ONE-ENTRY THRU 0520-CHECK-ONE-ENTRY-EXIT
               UNTIL END-OF-JOURNAL.
           CLOSE JOURNAL-FILE.
       0500-JOURNAL-CANCELLED-EXIT.
           EXIT.

       0520-CHECK-ONE-ENTRY.
           IF JR-CANCELLATION AND JR-DATE(1:4) = WS-SEASON-X
               ADD 1 TO WS-CANCELLED-COUNT
               MOVE SPACES          TO EXCLUDE-RECORD
               MOVE WS-TODAY-DATE   TO GJ-RUN-DATE
               MOVE JR-GAMEID       TO GJ-GAMEID
               MOVE JR-OLD-HOMETEAM TO GJ-HOMETEAM
               MOVE JR-OLD-AWAYTEAM TO GJ-AWAYTEAM
               MOVE JR-NEW-STATUS   TO GJ-STATUS
               MOVE "CANCELLED" TO GJ-REASON
               WRITE EXCLUDE-RECORD
           END-IF.

           READ JOURNAL-FILE
               AT END SET END-OF-JOURNAL TO TRUE
           END-READ.
       0520-CHECK-ONE-ENTRY-EXIT.
           EXIT.

      * Net position is the away shares due in less the visitors'
      * shares paid out - above zero the club is owed, below zero
      * it owes, nothing either way is even.
       0600-PRINT-ONE-CLUB.
           MOVE WS-CT-TEAM(WS-CLUB-IDX)       TO WSS-TEAM.
           MOVE WS-CT-NAME(WS-CLUB-IDX)       TO WSS-NAME.
           MOVE WS-CT-HOME-GAMES(WS-CLUB-IDX) TO WSS-HOME-GAMES.
           MOVE WS-CT-GROSS(WS-CLUB-IDX)      TO WSS-GROSS.
           MOVE WS-CT-SHARE-PAID(WS-CLUB-IDX) TO WSS-SHARE-PAID.
           MOVE WS-CT-AWAY-GAMES(WS-CLUB-IDX) TO WSS-AWAY-GAMES.
           MOVE WS-CT-SHARE-DUE(WS-CLUB-IDX)  TO WSS-SHARE-DUE.

           COMPUTE WS-NET-POSITION = WS-CT-SHARE-DUE(WS-CLUB-IDX)
               - WS-CT-SHARE-PAID(WS-CLUB-IDX).
           MOVE WS-NET-POSITION TO WSS-NET.
           EVALUATE TRUE
               WHEN WS-NET-POSITION > ZERO
                   MOVE "OWED TO CLUB" TO WSS-NET-NOTE
               WHEN WS-NET-POSITION < ZERO
                   MOVE "CLUB OWES"    TO WSS-NET-NOTE
               WHEN OTHER
                   MOVE "EVEN"         TO WSS-NET-NOTE
           END-EVALUATE.

           MOVE WS-STATEMENT-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0600-PRINT-ONE-CLUB-EXIT.
           EXIT.

       0800-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE WS-GAMES-READ TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SEASON GAMES ON FILE ........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-SETTLED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  SETTLED ...................: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-UNPLAYED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  NOT YET PLAYED ............: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-POSTPONED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  POSTPONED, JOURNALED ......: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-UNPRICED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  NOT PRICED, JOURNALED .....: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-CANCELLED-COUNT TO WS-EDIT-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CANCELLED, JOURNALED ........: " WS-EDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE WS-TOTAL-RECEIPTS TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "GATE RECEIPTS ...............: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-TOTAL-PAID TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "VISITORS' SHARES PAID OUT ...: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-TOTAL-DUE TO WS-EDIT-AMOUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "AWAY SHARES DUE IN ..........: " WS-EDIT-AMOUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           IF WS-TOTAL-PAID NOT = WS-TOTAL-DUE
               MOVE "*** SHARES PAID AND DUE DO NOT BALANCE ***"
                   TO WS-PRINT-LINE
               PERFORM 0910-PRINT-REPORT-LINE
                   THRU 0910-PRINT-REPORT-LINE-EXIT
           END-IF.
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

       END PROGRAM GATESETL.
