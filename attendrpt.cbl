      * carried on VENUE.DAT, and sellout counts (attendance at or
      * above capacity).  Final games whose attendance is still
      * non-numeric free text are listed as data exceptions
      * instead of silently skewing the averages.  Each home team
      * is shown by its code with the full name and division from
      * the TEAM.DAT team reference file, and its capacity is taken
      * from the home venue named there.
      *
      * MODIFICATION HISTORY:
      *   2026-09-02  EV  INITIAL VERSION
      *   2026-09-02  EV  FINAL STOP RUN CHANGED TO GOBACK SO THE
      *                   JOBSTREAM DRIVER GETS CONTROL BACK AFTER
      *                   CALLING THIS PROGRAM AS A STEP
      *   2026-10-15  EV  FULL NAME AND DIVISION FROM TEAM.DAT SHOWN
      *                   BESIDE EACH TEAM CODE.  CAPACITY NOW COMES
      *                   FROM THE HOME VENUE NAMED ON TEAM.DAT, SO
      *                   TWO TEAMS CAN SHARE A VENUE - A TEAM NOT ON
      *                   TEAM.DAT STILL MATCHES VENUE.DAT BY TEAM
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
       FD BASEBALL.
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
       01 WS-BASEBALL-FILE-STATUS PIC XX.
           88 WS-BASEBALL-FILE-NOT-FOUND VALUE "35".
       01 WS-VENUE-FILE-STATUS    PIC XX.
           88 WS-VENUE-FILE-NOT-FOUND    VALUE "35".

       01 WS-TEAM-FILE-STATUS     PIC XX.
           88 WS-TEAM-FILE-NOT-FOUND     VALUE "35".

       01 WS-REF-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 100 TIMES.
               10 WS-RT-TEAM-CODE   PIC X(12).
               10 WS-RT-TEAM-NAME   PIC X(24).
               10 WS-RT-DIVISION    PIC X(12).
               10 WS-RT-VENUE       PIC X(20).
       01 WS-REF-IDX              PIC 9(3).

       01 WS-VENUE-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-VENUE-TABLE.
           05 WS-VENUE-ENTRY OCCURS 50 TIMES.
               10 WS-TT-GAMES       PIC 9(4).
               10 WS-TT-ATTENDANCE  PIC 9(9).
               10 WS-TT-SELLOUTS    PIC 9(4).
               10 WS-TT-NAME        PIC X(24).
               10 WS-TT-DIVISION    PIC X(12).
               10 WS-TT-HOME-VENUE  PIC X(20).
       01 WS-TEAM-IDX             PIC 9(2).
       01 WS-FOUND-IDX            PIC 9(2).

       01 WS-DETAIL-LINE.
           05 WSD-TEAM          PIC X(12).
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-NAME          PIC X(24).
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-DIVISION      PIC X(12).
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-VENUE         PIC X(20).
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-GAMES         PIC ZZZ9.
       PROCEDURE DIVISION.
       0100-START-HERE.
           PERFORM 0150-LOAD-VENUES THRU 0150-LOAD-VENUES-EXIT.
           PERFORM 0180-LOAD-TEAMS THRU 0180-LOAD-TEAMS-EXIT.

           OPEN INPUT BASEBALL.
           IF WS-BASEBALL-FILE-NOT-FOUND
           CLOSE BASEBALL.

           DISPLAY SPACE.
           DISPLAY "HOME TEAM    FULL NAME                "
               "DIVISION     VENUE                GMS   "
               "TOTAL ATTEND  AVERAGE  PCT-CAP   SELLOUTS".
           PERFORM 0400-PRINT-ONE-TEAM
               THRU 0400-PRINT-ONE-TEAM-EXIT
       0170-LOAD-ONE-VENUE-EXIT.
           EXIT.

       0180-LOAD-TEAMS.
           OPEN INPUT TEAM-FILE.
           IF WS-TEAM-FILE-NOT-FOUND
               DISPLAY "ATTENDRPT: TEAM.DAT NOT AVAILABLE - TEAM "
                   "NAMES AND DIVISIONS WILL NOT PRINT"
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
               MOVE TM-TEAM-NAME TO WS-RT-TEAM-NAME(WS-REF-COUNT)
               MOVE TM-DIVISION  TO WS-RT-DIVISION(WS-REF-COUNT)
               MOVE TM-VENUE     TO WS-RT-VENUE(WS-REF-COUNT)
           END-IF.

           READ TEAM-FILE
               AT END SET END-OF-TEAM TO TRUE
           END-READ.
       0190-LOAD-ONE-TEAM-EXIT.
           EXIT.

      * Only games actually played count - scheduled, postponed and
      * makeup fixtures sit on the file with zero attendance and
      * would drag every average down.  Non-numeric attendance on a
                   MOVE WS-TEAM-COUNT TO WS-FOUND-IDX
                   INITIALIZE WS-TEAM-ENTRY(WS-FOUND-IDX)
                   MOVE GAMEHOMETEAM TO WS-TT-TEAM(WS-FOUND-IDX)
                   MOVE "NOT ON TEAM.DAT" TO WS-TT-NAME(WS-FOUND-IDX)
                   PERFORM 0280-FIND-TEAM-REF
                       THRU 0280-FIND-TEAM-REF-EXIT
                       VARYING WS-REF-IDX FROM 1 BY 1
                       UNTIL WS-REF-IDX > WS-REF-COUNT
               ELSE
                   DISPLAY "ATTENDRPT: MORE THAN 50 HOME TEAMS - "
                       "SKIPPING ", GAMEHOMETEAM
       0270-CHECK-ONE-TEAM-EXIT.
           EXIT.

       0280-FIND-TEAM-REF.
           IF WS-RT-TEAM-CODE(WS-REF-IDX) = GAMEHOMETEAM
               MOVE WS-RT-TEAM-NAME(WS-REF-IDX)
                   TO WS-TT-NAME(WS-FOUND-IDX)
               MOVE WS-RT-DIVISION(WS-REF-IDX)
                   TO WS-TT-DIVISION(WS-FOUND-IDX)
               MOVE WS-RT-VENUE(WS-REF-IDX)
                   TO WS-TT-HOME-VENUE(WS-FOUND-IDX)
           END-IF.
       0280-FIND-TEAM-REF-EXIT.
           EXIT.

       0300-FIND-VENUE.
           MOVE ZERO TO WS-WORK-CAPACITY.
           MOVE SPACES TO WS-WORK-VENUE.
       0300-FIND-VENUE-EXIT.
           EXIT.

      * The home venue on TEAM.DAT decides the capacity.  A team
      * with no TEAM.DAT venue falls back to the VENUE.DAT record
      * keyed by its own name.
       0350-CHECK-ONE-VENUE.
           IF (WS-TT-HOME-VENUE(WS-FOUND-IDX) NOT = SPACES
               AND WS-VN-VENUE(WS-VENUE-IDX)
                   = WS-TT-HOME-VENUE(WS-FOUND-IDX))
           OR (WS-TT-HOME-VENUE(WS-FOUND-IDX) = SPACES
               AND WS-VN-HOMETEAM(WS-VENUE-IDX)
                   = WS-TT-TEAM(WS-FOUND-IDX))
               MOVE WS-VN-CAPACITY(WS-VENUE-IDX)
                   TO WS-WORK-CAPACITY
               MOVE WS-VN-VENUE(WS-VENUE-IDX) TO WS-WORK-VENUE
           PERFORM 0300-FIND-VENUE THRU 0300-FIND-VENUE-EXIT.

           MOVE WS-TT-TEAM(WS-TEAM-IDX)       TO WSD-TEAM.
           MOVE WS-TT-NAME(WS-TEAM-IDX)       TO WSD-NAME.
           MOVE WS-TT-DIVISION(WS-TEAM-IDX)   TO WSD-DIVISION.
           MOVE WS-WORK-VENUE                 TO WSD-VENUE.
           MOVE WS-TT-GAMES(WS-TEAM-IDX)      TO WSD-GAMES.
           MOVE WS-TT-ATTENDANCE(WS-TEAM-IDX) TO WSD-ATTENDANCE.
