      * left over from a prior date is flagged up front as an
      * abended run that needs attention.
      *
      * Each step carries a run-frequency code, checked against the
      * business date through the shared BUSCAL calendar:
      *     D (OR BLANK) - EVERY BUSINESS DAY
      *     W            - WEEKLY, ON THE WEEKDAY IN JS-WEEKDAY
      *                    (1 MONDAY THROUGH 7 SUNDAY), WORKING DAY
      *                    OR NOT
      *     F            - FIRST BUSINESS DAY OF THE MONTH
      *     L            - LAST BUSINESS DAY OF THE MONTH
      *     O            - ON DEMAND ONLY
      * A step not due is not run and is logged to JOBLOG.DAT with
      * an N (not scheduled) record rather than reported as
      * skipped, and a step that depends on it is not held back.
      * The JOBSTREAM record of RUNPARMS.DAT may give a business
      * date to run for in VALUE-1 (blank is today) and name up to
      * two on-demand steps to run tonight in VALUE-2 and VALUE-3.
      *
      * MODIFICATION HISTORY:
      *   2026-09-02  EV  INITIAL VERSION
      *   2026-09-02  EV  THE STREAM NOW SIGNS ON THROUGH THE SHARED
      *   2026-09-02  EV  JOBLOG.DAT MIRROR EXTENDED WITH THE
      *                   OPERATOR COLUMN THE SHARED ROUTINE NOW
      *                   WRITES
      *   2026-10-15  EV  RUN-FREQUENCY CODE ON EACH STREAM STEP,
      *                   CHECKED AGAINST THE BUSCAL BUSINESS
      *                   CALENDAR.  STEPS NOT DUE ARE LOGGED AS NOT
      *                   SCHEDULED.  BUSINESS DATE AND ON-DEMAND
      *                   STEPS TAKEN FROM RUNPARMS.DAT
      *   2026-10-15  EV  SIGN-ON NOW CHECKS THE OPERATOR'S AUTHORITY
      *                   FOR THIS PROGRAM AND ENDS THE RUN IF REFUSED
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-JOBLOG-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNPARMS-FILE ASSIGN TO "RUNPARMS.DAT"
               FILE STATUS IS WS-RUNPARMS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD STREAM-FILE.
           05 JS-PROGRAM           PIC X(17).
           05 FILLER               PIC X.
           05 JS-PREDECESSOR       PIC X(17).
           05 FILLER               PIC X.
           05 JS-FREQUENCY         PIC X.
           05 FILLER               PIC X.
           05 JS-WEEKDAY           PIC X.

       FD JOBLOG-FILE.
       01 JOBLOG-RECORD.
           05 FILLER               PIC X.
           05 JLR-OPERATOR         PIC X(3).

      *One record per program - program name and up to three
      *values whose meaning is the program's own.
       FD RUNPARMS-FILE.
       01 RUNPARMS-RECORD.
           88 END-OF-RUNPARMS      VALUE HIGH-VALUES.
           05 RP-PROGRAM           PIC X(13).
           05 FILLER               PIC X.
           05 RP-VALUE-1           PIC X(36).
           05 FILLER               PIC X.
           05 RP-VALUE-2           PIC X(36).
           05 FILLER               PIC X.
           05 RP-VALUE-3           PIC X(36).

       WORKING-STORAGE SECTION.
       01 WS-STREAM-FILE-STATUS  PIC XX.
           88 WS-STREAM-FILE-NOT-FOUND  VALUE "35".
       01 WS-JOBLOG-FILE-STATUS  PIC XX.
           88 WS-JOBLOG-FILE-NOT-FOUND  VALUE "35".

       01 WS-RUNPARMS-FILE-STATUS PIC XX.
           88 WS-RUNPARMS-FILE-NOT-FOUND VALUE "35".

       01 WS-PARMS-FOUND-SW      PIC X VALUE "N".
           88 WS-PARMS-FOUND         VALUE "Y".

       01 WS-TODAY-DATE          PIC 9(8).
       01 WS-BUSINESS-DATE       PIC 9(8).
       01 WS-BUSINESS-WEEKDAY    PIC 9.
       01 WS-DATE-EDIT-RESULT    PIC X.

       01 WS-BUSINESS-DAY-SW     PIC X VALUE "N".
           88 WS-IS-BUSINESS-DAY     VALUE "Y".
       01 WS-FIRST-BUS-DAY-SW    PIC X VALUE "N".
           88 WS-IS-FIRST-BUS-DAY    VALUE "Y".
       01 WS-LAST-BUS-DAY-SW     PIC X VALUE "N".
           88 WS-IS-LAST-BUS-DAY     VALUE "Y".

       01 WS-BUSCAL-PARM.
           05 WS-BC-FUNCTION     PIC X.
           05 WS-BC-DATE         PIC 9(8).
           05 WS-BC-WEEKDAY      PIC 9.
           05 WS-BC-RESULT       PIC X.

       01 WS-DEMAND-PROGRAM-1    PIC X(17) VALUE SPACES.
       01 WS-DEMAND-PROGRAM-2    PIC X(17) VALUE SPACES.

       01 WS-STEP-DUE-SW         PIC X.
           88 WS-STEP-DUE            VALUE "Y".
           88 WS-STEP-NOT-DUE        VALUE "N".

       01 WS-STEP-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 20 TIMES.
               10 WS-ST-PROGRAM      PIC X(17).
               10 WS-ST-PREDECESSOR  PIC X(17).
               10 WS-ST-FREQUENCY    PIC X.
                   88 WS-ST-DAILY        VALUE "D" " ".
                   88 WS-ST-WEEKLY       VALUE "W".
                   88 WS-ST-FIRST-DAY    VALUE "F".
                   88 WS-ST-LAST-DAY     VALUE "L".
                   88 WS-ST-ON-DEMAND    VALUE "O".
               10 WS-ST-WEEKDAY      PIC X.
               10 WS-ST-RESULT       PIC X.
                   88 WS-ST-RAN          VALUE "R".
                   88 WS-ST-SKIPPED      VALUE "K".
                   88 WS-ST-NOT-SCHEDULED VALUE "N".
       01 WS-STEP-IDX            PIC 9(2).
       01 WS-PRED-IDX            PIC 9(2).
       01 WS-SCAN-IDX            PIC 9(2).

       01 WS-RAN-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-SKIPPED-COUNT       PIC 9(2) VALUE ZERO.
       01 WS-NOT-SCHEDULED-COUNT PIC 9(2) VALUE ZERO.

       01 WS-SIGNON-ACCESS.
           05 WS-SO-PROGRAM      PIC X(17) VALUE "JOBSTREAM".
           05 WS-SO-FUNCTION     PIC X VALUE SPACE.
           05 WS-SO-RESULT       PIC X.
               88 WS-SO-GRANTED      VALUE "Y".

       01 WS-JOBLOG-PARM.
           05 WS-JL-PROGRAM      PIC X(17) VALUE "JOBSTREAM".
           05 WS-JL-STATUS       PIC X VALUE SPACE.
           05 WS-JL-OPERATOR     PIC X(3) VALUE SPACES.

       01 WS-STEP-JOBLOG-PARM.
           05 WS-SJ-PROGRAM      PIC X(17).
           05 WS-SJ-FUNCTION     PIC X VALUE "N".
           05 WS-SJ-READ-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-SJ-WRITE-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-SJ-STATUS       PIC X VALUE SPACE.
           05 WS-SJ-OPERATOR     PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-START-HERE.
           CALL "SIGNON" USING WS-JL-OPERATOR, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               GOBACK
           END-IF.

           MOVE "S" TO WS-JL-FUNCTION.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE.
           PERFORM 0110-READ-RUN-PARMS THRU 0110-READ-RUN-PARMS-EXIT.
           PERFORM 0130-SET-BUSINESS-DAY
               THRU 0130-SET-BUSINESS-DAY-EXIT.

           PERFORM 0150-LOAD-STREAM THRU 0150-LOAD-STREAM-EXIT.
           IF WS-STEP-COUNT = ZERO
           DISPLAY "JOBSTREAM RUN REPORT".
           DISPLAY "  STEPS ON STREAM ......: ", WS-STEP-COUNT.
           DISPLAY "  STEPS RUN ............: ", WS-RAN-COUNT.
           DISPLAY "  STEPS NOT SCHEDULED ..: ",
               WS-NOT-SCHEDULED-COUNT.
           DISPLAY "  STEPS SKIPPED ........: ", WS-SKIPPED-COUNT.

           PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT.
           STOP RUN.

      * The JOBSTREAM record of RUNPARMS.DAT is optional.  A
      * business date that is not a valid date, or is still to
      * come, is ignored and the run goes ahead for today.
       0110-READ-RUN-PARMS.
           OPEN INPUT RUNPARMS-FILE.
           IF WS-RUNPARMS-FILE-NOT-FOUND
               GO TO 0110-READ-RUN-PARMS-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
           PERFORM 0120-CHECK-ONE-PARM THRU 0120-CHECK-ONE-PARM-EXIT
               UNTIL END-OF-RUNPARMS OR WS-PARMS-FOUND.
           CLOSE RUNPARMS-FILE.
       0110-READ-RUN-PARMS-EXIT.
           EXIT.

       0120-CHECK-ONE-PARM.
           IF RP-PROGRAM = "JOBSTREAM"
               SET WS-PARMS-FOUND TO TRUE
               IF RP-VALUE-1(1:8) IS NUMERIC
                   MOVE RP-VALUE-1(1:8) TO WS-BUSINESS-DATE
                   CALL "DATEEDIT" USING WS-BUSINESS-DATE,
                       WS-DATE-EDIT-RESULT
                   IF WS-DATE-EDIT-RESULT NOT = "Y"
                       DISPLAY "JOBSTREAM: RUNPARMS BUSINESS DATE ",
                           WS-BUSINESS-DATE, " NOT VALID OR IN THE "
                           "FUTURE - USING TODAY"
                       MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE
                   END-IF
               END-IF
               MOVE RP-VALUE-2 TO WS-DEMAND-PROGRAM-1
               MOVE RP-VALUE-3 TO WS-DEMAND-PROGRAM-2
               GO TO 0120-CHECK-ONE-PARM-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
       0120-CHECK-ONE-PARM-EXIT.
           EXIT.

       0130-SET-BUSINESS-DAY.
           MOVE WS-BUSINESS-DATE TO WS-BC-DATE.
           MOVE "W" TO WS-BC-FUNCTION.
           CALL "BUSCAL" USING WS-BUSCAL-PARM.
           MOVE WS-BC-RESULT  TO WS-BUSINESS-DAY-SW.
           MOVE WS-BC-WEEKDAY TO WS-BUSINESS-WEEKDAY.
           MOVE "F" TO WS-BC-FUNCTION.
           CALL "BUSCAL" USING WS-BUSCAL-PARM.
           MOVE WS-BC-RESULT  TO WS-FIRST-BUS-DAY-SW.
           MOVE "L" TO WS-BC-FUNCTION.
           CALL "BUSCAL" USING WS-BUSCAL-PARM.
           MOVE WS-BC-RESULT  TO WS-LAST-BUS-DAY-SW.

           DISPLAY "JOBSTREAM: BUSINESS DATE ", WS-BUSINESS-DATE,
               " WEEKDAY ", WS-BUSINESS-WEEKDAY,
               " WORKING DAY ", WS-BUSINESS-DAY-SW,
               " FIRST ", WS-FIRST-BUS-DAY-SW,
               " LAST ", WS-LAST-BUS-DAY-SW.
       0130-SET-BUSINESS-DAY-EXIT.
           EXIT.

       0150-LOAD-STREAM.
           OPEN INPUT STREAM-FILE.
           IF WS-STREAM-FILE-NOT-FOUND
           ADD 1 TO WS-STEP-COUNT.
           MOVE JS-PROGRAM     TO WS-ST-PROGRAM(WS-STEP-COUNT).
           MOVE JS-PREDECESSOR TO WS-ST-PREDECESSOR(WS-STEP-COUNT).
           MOVE JS-FREQUENCY   TO WS-ST-FREQUENCY(WS-STEP-COUNT).
           MOVE JS-WEEKDAY     TO WS-ST-WEEKDAY(WS-STEP-COUNT).
           MOVE SPACE          TO WS-ST-RESULT(WS-STEP-COUNT).

           READ STREAM-FILE
           SET WS-STEP-OK TO TRUE.
           MOVE SPACES TO WS-SKIP-REASON.

           PERFORM 0320-CHECK-SCHEDULE THRU 0320-CHECK-SCHEDULE-EXIT.
           IF WS-STEP-NOT-DUE
               ADD 1 TO WS-NOT-SCHEDULED-COUNT
               SET WS-ST-NOT-SCHEDULED(WS-STEP-IDX) TO TRUE
               DISPLAY "JOBSTREAM: STEP NOT SCHEDULED - ",
                   WS-ST-PROGRAM(WS-STEP-IDX), " - ", WS-SKIP-REASON
               MOVE WS-ST-PROGRAM(WS-STEP-IDX) TO WS-SJ-PROGRAM
               MOVE WS-JL-OPERATOR TO WS-SJ-OPERATOR
               CALL "JOBLOG" USING WS-STEP-JOBLOG-PARM
               GO TO 0300-RUN-ONE-STEP-EXIT
           END-IF.

           IF WS-STEP-OK AND WS-ST-PREDECESSOR(WS-STEP-IDX) NOT = SPACES
               PERFORM 0350-CHECK-PREDECESSOR
                   THRU 0350-CHECK-PREDECESSOR-EXIT
           END-IF.
       0300-RUN-ONE-STEP-EXIT.
           EXIT.

      * Decides whether the step is due on the business date.  A
      * frequency code the driver does not know, or a weekly step
      * with no weekday, is a stream set-up error - the step is
      * skipped like a failure, not passed over as not scheduled.
       0320-CHECK-SCHEDULE.
           SET WS-STEP-DUE TO TRUE.
           EVALUATE TRUE
               WHEN WS-ST-DAILY(WS-STEP-IDX)
                   IF NOT WS-IS-BUSINESS-DAY
                       SET WS-STEP-NOT-DUE TO TRUE
                       MOVE "DAILY - NOT A BUSINESS DAY"
                           TO WS-SKIP-REASON
                   END-IF
               WHEN WS-ST-WEEKLY(WS-STEP-IDX)
                   IF WS-ST-WEEKDAY(WS-STEP-IDX) < "1"
                       OR WS-ST-WEEKDAY(WS-STEP-IDX) > "7"
                       SET WS-STEP-NOT-OK TO TRUE
                       MOVE "WEEKLY STEP HAS NO WEEKDAY 1-7"
                           TO WS-SKIP-REASON
                   ELSE
                       IF WS-ST-WEEKDAY(WS-STEP-IDX) NOT =
                               WS-BUSINESS-WEEKDAY
                           SET WS-STEP-NOT-DUE TO TRUE
                           MOVE SPACES TO WS-SKIP-REASON
                           STRING "WEEKLY - RUNS ON WEEKDAY "
                               WS-ST-WEEKDAY(WS-STEP-IDX)
                               DELIMITED BY SIZE INTO WS-SKIP-REASON
                       END-IF
                   END-IF
               WHEN WS-ST-FIRST-DAY(WS-STEP-IDX)
                   IF NOT WS-IS-FIRST-BUS-DAY
                       SET WS-STEP-NOT-DUE TO TRUE
                       MOVE "FIRST BUSINESS DAY OF MONTH ONLY"
                           TO WS-SKIP-REASON
                   END-IF
               WHEN WS-ST-LAST-DAY(WS-STEP-IDX)
                   IF NOT WS-IS-LAST-BUS-DAY
                       SET WS-STEP-NOT-DUE TO TRUE
                       MOVE "LAST BUSINESS DAY OF MONTH ONLY"
                           TO WS-SKIP-REASON
                   END-IF
               WHEN WS-ST-ON-DEMAND(WS-STEP-IDX)
                   IF WS-ST-PROGRAM(WS-STEP-IDX) NOT =
                           WS-DEMAND-PROGRAM-1
                       AND WS-ST-PROGRAM(WS-STEP-IDX) NOT =
                           WS-DEMAND-PROGRAM-2
                       SET WS-STEP-NOT-DUE TO TRUE
                       MOVE "ON DEMAND - NOT REQUESTED"
                           TO WS-SKIP-REASON
                   END-IF
               WHEN OTHER
                   SET WS-STEP-NOT-OK TO TRUE
                   MOVE "UNKNOWN RUN FREQUENCY CODE" TO WS-SKIP-REASON
           END-EVALUATE.
       0320-CHECK-SCHEDULE-EXIT.
           EXIT.

      * A step may only run when its predecessor ran tonight and
      * logged a matched S/E pair with a success status.  A
      * predecessor that was itself skipped blocks its dependents
      * too, so nothing runs against half-written files.  One that
      * was not scheduled tonight has nothing to wait for.
       0350-CHECK-PREDECESSOR.
           PERFORM 0370-FIND-PRED-STEP
               THRU 0370-FIND-PRED-STEP-EXIT.
           IF WS-PRED-IDX > ZERO
               AND WS-ST-NOT-SCHEDULED(WS-PRED-IDX)
               GO TO 0350-CHECK-PREDECESSOR-EXIT
           END-IF.
           IF WS-PRED-IDX > ZERO
               AND WS-ST-SKIPPED(WS-PRED-IDX)
               SET WS-STEP-NOT-OK TO TRUE
