      * referenced to the original in GAMEMOREINFO, and flags any
      * postponed game that has gone more than 30 days without a
      * makeup scheduled - the list the league office asks for
      * every Monday.  A makeup is checked through the shared
      * SCHEDCHK routine before it is written and is not loaded if
      * it books a team twice on one date, overlaps another game at
      * the venue, or cuts a team's minimum rest - the clash is
      * listed instead so the league office can pick another slot.
      * A Y in the MAKEUP.DAT doubleheader column declares the
      * makeup part of a doubleheader with that day's game between
      * the same two teams.
      *
      * MODIFICATION HISTORY:
      *   2026-09-02  EV  INITIAL VERSION
      *   2026-09-02  EV  FINAL STOP RUN CHANGED TO GOBACK SO THE
      *                   JOBSTREAM DRIVER GETS CONTROL BACK AFTER
      *                   CALLING THIS PROGRAM AS A STEP
      *   2026-10-15  EV  MAKEUPS CHECKED FOR SCHEDULE CONFLICTS
      *                   THROUGH SCHEDCHK BEFORE THEY ARE WRITTEN.
      *                   MAKEUP.DAT CARRIES A DOUBLEHEADER FLAG - A
      *                   DECLARED MAKEUP IS NOTED "DH MAKEUP OF ..."
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

      *One record per makeup the league office schedules - the
      *postponed game's id, the new fixture's id, and the new date
      *and time, and Y when it is played as part of a doubleheader.
       FD MAKEUP-FILE.
       01 MAKEUP-RECORD.
           88 END-OF-MAKEUP    VALUE HIGH-VALUES.
           05 MU-NEW-DATE      PIC X(10).
           05 FILLER           PIC X.
           05 MU-NEW-TIME      PIC X(13).
           05 FILLER           PIC X.
           05 MU-DOUBLEHEADER  PIC X.

       WORKING-STORAGE SECTION.
       01 WS-BASEBALL-FILE-STATUS PIC XX.
               10 WS-MU-NEW-GAMEID   PIC X(36).
               10 WS-MU-NEW-DATE     PIC X(10).
               10 WS-MU-NEW-TIME     PIC X(13).
               10 WS-MU-DOUBLEHEADER PIC X.
                   88 WS-MU-DECLARED-DH  VALUE "Y".
       01 WS-MAKEUP-IDX           PIC 9(3).
       01 WS-MU-FOUND-IDX         PIC 9(3).

       01 WS-LOADED-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-DUPLICATE-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-AGED-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-CONFLICT-COUNT       PIC 9(3) VALUE ZERO.
       01 WS-CLASH-GAMEID         PIC X(36).

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

       01 WS-POSTPONED-LINE.
           05 WSP-GAMEDATE     PIC X(10).

           PERFORM 0150-LOAD-MAKEUPS THRU 0150-LOAD-MAKEUPS-EXIT.

           MOVE "L" TO WS-SC-FUNCTION.
           CALL "SCHEDCHK" USING WS-SCHEDCHK-PARM.

           OPEN I-O BASEBALL.
           IF WS-BASEBALL-FILE-NOT-FOUND
               DISPLAY "MAKEUPGAME: BASEBALLIDX.DAT NOT FOUND"
               WS-LOADED-COUNT.
           DISPLAY "  MAKEUPS ALREADY ON FILE ....: ",
               WS-DUPLICATE-COUNT.
           DISPLAY "  MAKEUPS REFUSED, CONFLICT ..: ",
               WS-CONFLICT-COUNT.
           DISPLAY "  OVER 30 DAYS, NO MAKEUP ....: ",
               WS-AGED-COUNT.

                   WS-MU-NEW-DATE(WS-MAKEUP-COUNT)
               MOVE MU-NEW-TIME TO
                   WS-MU-NEW-TIME(WS-MAKEUP-COUNT)
               MOVE MU-DOUBLEHEADER TO
                   WS-MU-DOUBLEHEADER(WS-MAKEUP-COUNT)
           ELSE
               DISPLAY "MAKEUPGAME: MORE THAN 200 MAKEUP RECORDS - "
                   "SKIPPING THE REMAINDER"
           MOVE WS-PP-GAMEDATE(WS-POSTPONED-IDX) TO WSP-GAMEDATE.
           MOVE WS-PP-HOMETEAM(WS-POSTPONED-IDX) TO WSP-HOMETEAM.
           MOVE WS-PP-AWAYTEAM(WS-POSTPONED-IDX) TO WSP-AWAYTEAM.
           MOVE SPACES TO WS-CLASH-GAMEID.

           PERFORM 0350-FIND-MAKEUP THRU 0350-FIND-MAKEUP-EXIT.

           END-IF.

           DISPLAY WS-POSTPONED-LINE.
           IF WS-CLASH-GAMEID NOT = SPACES
               DISPLAY "            CLASHES WITH GAME ",
                   WS-CLASH-GAMEID
           END-IF.
       0300-PROCESS-ONE-POSTPONED-EXIT.
           EXIT.

      * The makeup fixture carries the original game's teams, the
      * league's new date and time, and a cross-reference to the
      * original id in GAMEMOREINFO.  A duplicate key means the
      * makeup was loaded on an earlier run.  A makeup that clashes
      * with the schedule is not written.
       0400-LOAD-MAKEUP-FIXTURE.
           MOVE SPACES TO GAMERECORD.
           MOVE WS-MU-NEW-GAMEID(WS-MU-FOUND-IDX) TO GAMEID.
           MOVE WS-PP-HOMETEAM(WS-POSTPONED-IDX) TO GAMEHOMETEAM.
           MOVE WS-PP-AWAYTEAM(WS-POSTPONED-IDX) TO GAMEAWAYTEAM.
           MOVE SPACES TO GAMEMOREINFO.
           IF WS-MU-DECLARED-DH(WS-MU-FOUND-IDX)
               STRING "DH MAKEUP OF "
                   WS-PP-GAMEID(WS-POSTPONED-IDX)(1:22)
                   DELIMITED BY SIZE INTO GAMEMOREINFO
           ELSE
               STRING "MAKEUP OF "
                   WS-PP-GAMEID(WS-POSTPONED-IDX)(1:25)
                   DELIMITED BY SIZE INTO GAMEMOREINFO
           END-IF.
           MOVE ZEROES TO GAMEHOMESCORE, GAMEAWAYSCORE.
           MOVE SPACE TO GAMESTATUS.

           MOVE GAMEID       TO WS-SC-GAMEID.
           MOVE GAMEDATE     TO WS-SC-GAMEDATE.
           MOVE GAMETIME     TO WS-SC-GAMETIME.
           MOVE GAMEHOMETEAM TO WS-SC-HOMETEAM.
           MOVE GAMEAWAYTEAM TO WS-SC-AWAYTEAM.
           MOVE GAMEMOREINFO TO WS-SC-MOREINFO.
           MOVE "C" TO WS-SC-FUNCTION.
           CALL "SCHEDCHK" USING WS-SCHEDCHK-PARM.
           IF WS-SC-CONFLICT
               ADD 1 TO WS-CONFLICT-COUNT
               MOVE SPACES TO WSP-NOTE
               STRING "NOT LOADED - " WS-SC-REASON
                   DELIMITED BY SIZE INTO WSP-NOTE
               MOVE WS-SC-OTHER-GAMEID TO WS-CLASH-GAMEID
               GO TO 0400-LOAD-MAKEUP-FIXTURE-EXIT
           END-IF.

           WRITE GAMERECORD
               INVALID KEY
                   ADD 1 TO WS-DUPLICATE-COUNT
                   MOVE "MAKEUP ALREADY ON FILE" TO WSP-NOTE
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   MOVE "A" TO WS-SC-FUNCTION
                   CALL "SCHEDCHK" USING WS-SCHEDCHK-PARM
                   MOVE SPACES TO WSP-NOTE
                   STRING "MAKEUP LOADED FOR "
                       WS-MU-NEW-DATE(WS-MU-FOUND-IDX)
