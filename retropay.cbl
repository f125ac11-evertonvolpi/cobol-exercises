       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RETROPAY".
       AUTHOR.     EVERTON VOLPI.
      * Retroactive pay run.  Every pay period PAYREG has paid is
      * kept on the indexed PAYHIST.DAT pay history with its hours,
      * rate and gross.  This program prices each period again at
      * the rate the PAYRATEH.DAT rate history now says was in
      * effect on the period end date, so a raise keyed through
      * PAYMAINT with an effective date in the past shows up as
      * money owed, and prints an adjustment register of the
      * difference period by period with a total per employee.
      * A proof run only prints.  A posting run also writes each
      * period's adjustment to the indexed PAYRETRO.DAT adjustment
      * register.  PAYHIST.DAT is never changed - it stays a record
      * of what was actually paid - and whatever the register
      * already holds for a period is taken off before anything new
      * is owed, so the same back pay is never registered twice.  A
      * period whose pay frequency has changed since it was paid is
      * listed for review and not repriced.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
      *   2026-10-15  EV  POSTING NO LONGER REWRITES PAYHIST.DAT - THE
      *                   AMOUNT OWED GOES ONLY TO PAYRETRO.DAT, NOW
      *                   AN INDEXED REGISTER WITH ONE ENTRY PER
      *                   EMPLOYEE, PERIOD AND RUN DATE, AND AMOUNTS
      *                   ALREADY REGISTERED FOR A PERIOD ARE NETTED
      *                   OFF SO A REPEAT RUN REGISTERS NOTHING
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-KEY
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.

           SELECT RATEHIST-FILE ASSIGN TO "PAYRATEH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RATEHIST-FILE-STATUS.

           SELECT RETRO-FILE ASSIGN TO "PAYRETRO.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RA-KEY
               FILE STATUS IS WS-RETRO-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "SORTED.NEW"
               FILE STATUS IS WS-MASTER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *This mirrors the PAYHIST.DAT record PAYREG writes.
       FD PAYHIST-FILE.
       01 PAYHIST-RECORD.
           88 END-OF-PAYHIST           VALUE HIGH-VALUES.
           05 PY-KEY.
               10 PY-EMPLOYEE-ID   PIC 9(7).
               10 PY-PERIOD-END    PIC 9(8).
           05 PY-RATE              PIC 9(4)V99.
           05 PY-FREQUENCY         PIC X.
               88 PY-HOURLY            VALUE "H".
           05 PY-REGULAR-HOURS     PIC 9(3)V9.
           05 PY-OVERTIME-HOURS    PIC 9(3)V9.
           05 PY-PREMIUM           PIC 9(3).
           05 PY-GROSS             PIC 9(7)V99.
           05 PY-RUN-DATE          PIC 9(8).

      *This mirrors the PAYRATEH.DAT record PAYMAINT writes.
       FD RATEHIST-FILE.
       01 RATEHIST-RECORD.
           05 RH-KEY.
               10 RH-EMPLOYEE-ID   PIC 9(7).
               10 RH-EFF-DATE      PIC 9(8).
           05 RH-RATE              PIC 9(4)V99.
           05 RH-FREQUENCY         PIC X.
           05 RH-ENTERED-DATE      PIC 9(8).

      *One record per employee, pay period and posting run with
      *the back pay registered for the period on that run - a
      *negative amount is an overpayment to be recovered.
       FD RETRO-FILE.
       01 RETRO-RECORD.
           05 RA-KEY.
               10 RA-EMPLOYEE-ID   PIC 9(7).
               10 RA-PERIOD-END    PIC 9(8).
               10 RA-RUN-DATE      PIC 9(8).
           05 RA-PAID-RATE         PIC 9(4)V99.
           05 RA-NEW-RATE          PIC 9(4)V99.
           05 RA-PAID-GROSS        PIC 9(7)V99.
           05 RA-REPRICED-GROSS    PIC 9(7)V99.
           05 RA-AMOUNT            PIC S9(7)V99.

      *This mirrors the SORTED.NEW record layout FUSEEMPLOYEES
      *writes - employee id and names are of interest here.
       FD MASTER-FILE.
       01 MASTER-RECORD.
           88 END-OF-MASTER          VALUE HIGH-VALUES.
           05 MR-EMPLOYEE-ID         PIC 9(7).
           05 FILLER                 PIC X.
           05 MR-LAST-NAME           PIC X(10).
           05 FILLER                 PIC X.
           05 MR-FIRST-NAME          PIC X(10).
           05 FILLER                 PIC X(24).

       WORKING-STORAGE SECTION.
       01 WS-PAYHIST-FILE-STATUS PIC XX.
           88 WS-PAYHIST-FILE-NOT-FOUND VALUE "35".

       01 WS-RATEHIST-FILE-STATUS PIC XX.
           88 WS-RATEHIST-FILE-NOT-FOUND VALUE "35".

       01 WS-RETRO-FILE-STATUS   PIC XX.
           88 WS-RETRO-FOUND            VALUE "00".
           88 WS-RETRO-FILE-NOT-FOUND   VALUE "35".

       01 WS-RETRO-AVAIL-SW      PIC X VALUE "N".
           88 WS-RETRO-AVAILABLE     VALUE "Y".

       01 WS-RETRO-GROUP-EOF-SW  PIC X.
           88 WS-RETRO-GROUP-EOF     VALUE "Y".

       01 WS-MASTER-FILE-STATUS  PIC XX.
           88 WS-MASTER-FILE-NOT-FOUND  VALUE "35".

       01 WS-RUN-MODE            PIC 9.
           88 WS-PROOF-RUN           VALUE 1.
           88 WS-POSTING-RUN         VALUE 2.

       01 WS-VALID-ENTRY-SWITCH  PIC X VALUE "N".
           88 WS-VALID-ENTRY         VALUE "Y".
           88 WS-INVALID-ENTRY       VALUE "N".

       01 WS-TODAY-DATE          PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR      PIC 9(4).
           05 FILLER             PIC X(4).

       01 WS-FROM-DATE           PIC 9(8).
       01 WS-FROM-PARTS REDEFINES WS-FROM-DATE.
           05 WS-FROM-YEAR       PIC 9(4).
           05 WS-FROM-MMDD       PIC 9(4).

       01 WS-HIST-GROUP-EOF-SW   PIC X.
           88 WS-HIST-GROUP-EOF      VALUE "Y".

       01 WS-RATE-FOUND-SW       PIC X.
           88 WS-RATE-FOUND          VALUE "Y".

       01 WS-EFFECTIVE-RATE      PIC 9(4)V99.
       01 WS-EFFECTIVE-FREQUENCY PIC X.
       01 WS-NEW-GROSS           PIC 9(7)V99.
       01 WS-ADJUSTMENT          PIC S9(7)V99.
       01 WS-REGISTERED-AMOUNT   PIC S9(7)V99.

       01 WS-PREV-EMPLOYEE-ID    PIC 9(7) VALUE ZERO.
       01 WS-EMP-ADJUSTMENT      PIC S9(7)V99 VALUE ZERO.
       01 WS-EMP-PERIODS         PIC 9(3) VALUE ZERO.

       01 WS-MASTER-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-MASTER-TABLE.
           05 WS-MASTER-ENTRY OCCURS 500 TIMES.
               10 WS-MT-EMPLOYEE-ID  PIC 9(7).
               10 WS-MT-LAST-NAME    PIC X(10).
               10 WS-MT-FIRST-NAME   PIC X(10).
       01 WS-MASTER-IDX          PIC 9(3).

       01 WS-FOUND-SWITCH        PIC X.
           88 WS-ID-FOUND            VALUE "Y".
           88 WS-ID-NOT-FOUND        VALUE "N".

       01 WS-READ-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-BEFORE-FROM-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-UNCHANGED-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-NO-HISTORY-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-REVIEW-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-REPRICED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-REGISTERED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-EMPLOYEES-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-POSTED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-OWED          PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-OVERPAID      PIC 9(9)V99 VALUE ZERO.
       01 WS-DISPLAY-AMOUNT      PIC $$$,$$$,$$9.99.

       01 WS-RPTWRITE-PARM.
           05 WS-RW-PROGRAM      PIC X(17) VALUE "RETROPAY".
           05 WS-RW-FUNCTION     PIC X.
           05 WS-RW-LINE         PIC X(132).
       01 WS-PRINT-LINE          PIC X(132).

       01 WS-HEADING-LINE.
           05 FILLER PIC X(30) VALUE "EMP ID   NAME                 ".
           05 FILLER PIC X(30) VALUE "  PRD END   OLD RATE NEW RATE ".
           05 FILLER PIC X(30) VALUE "F  HOURS    OT          PAID  ".
           05 FILLER PIC X(27) VALUE "    REPRICED     ADJUSTMENT".

       01 WS-DETAIL-LINE.
           05 WSD-EMPLOYEE-ID   PIC 9(7).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-LAST-NAME     PIC X(10).
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-FIRST-NAME    PIC X(10).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-PERIOD-END    PIC 9(8).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-OLD-RATE      PIC Z,ZZ9.99.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-NEW-RATE      PIC Z,ZZ9.99.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-FREQUENCY     PIC X.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-HOURS         PIC ZZ9.9.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-OT-HOURS      PIC ZZ9.9.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-PAID          PIC $$,$$$,$$9.99.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-REPRICED      PIC $$,$$$,$$9.99.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-ADJUSTMENT    PIC -$$,$$$,$$9.99.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-NOTE          PIC X(14).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM 0110-PROMPT-FOR-MODE THRU 0110-PROMPT-FOR-MODE-EXIT
               UNTIL WS-VALID-ENTRY.

           MOVE WS-TODAY-YEAR TO WS-FROM-YEAR.
           MOVE 0101 TO WS-FROM-MMDD.
           DISPLAY "REPRICE PERIODS ENDING ON OR AFTER (YYYYMMDD, "
               "BLANK FOR " WS-FROM-DATE "): " WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE.
           IF WS-FROM-DATE NOT NUMERIC
               OR WS-FROM-DATE = ZERO
               MOVE WS-TODAY-YEAR TO WS-FROM-YEAR
               MOVE 0101 TO WS-FROM-MMDD
           END-IF.

           OPEN INPUT RATEHIST-FILE.
           IF WS-RATEHIST-FILE-NOT-FOUND
               DISPLAY "RETROPAY: PAYRATEH.DAT NOT FOUND - RUN "
                   "PAYMAINT TO ENTER THE RATE CHANGE FIRST"
               STOP RUN
           END-IF.

           OPEN INPUT PAYHIST-FILE.
           IF WS-PAYHIST-FILE-NOT-FOUND
               DISPLAY "RETROPAY: PAYHIST.DAT NOT FOUND - NO PAY "
                   "PERIODS TO REPRICE"
               CLOSE RATEHIST-FILE
               STOP RUN
           END-IF.

           IF WS-POSTING-RUN
               OPEN I-O RETRO-FILE
               IF WS-RETRO-FILE-NOT-FOUND
                   OPEN OUTPUT RETRO-FILE
                   CLOSE RETRO-FILE
                   OPEN I-O RETRO-FILE
               END-IF
           ELSE
               OPEN INPUT RETRO-FILE
           END-IF.
           IF NOT WS-RETRO-FILE-NOT-FOUND
               SET WS-RETRO-AVAILABLE TO TRUE
           END-IF.

           PERFORM 0150-LOAD-MASTER THRU 0150-LOAD-MASTER-EXIT.

           MOVE "O" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-POSTING-RUN
               STRING "RETROACTIVE PAY ADJUSTMENT REGISTER - "
                   "POSTED - PERIODS ENDING ON OR AFTER "
                   WS-FROM-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "RETROACTIVE PAY ADJUSTMENT REGISTER - "
                   "PROOF ONLY - PERIODS ENDING ON OR AFTER "
                   WS-FROM-DATE
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE LOW-VALUES TO PY-KEY.
           START PAYHIST-FILE KEY IS NOT LESS THAN PY-KEY
               INVALID KEY
                   SET END-OF-PAYHIST TO TRUE
           END-START.
           IF NOT END-OF-PAYHIST
               READ PAYHIST-FILE NEXT RECORD
                   AT END SET END-OF-PAYHIST TO TRUE
               END-READ
           END-IF.
           PERFORM 0200-REPRICE-ONE-PERIOD
               THRU 0200-REPRICE-ONE-PERIOD-EXIT
               UNTIL END-OF-PAYHIST.
           PERFORM 0500-CLOSE-EMPLOYEE THRU 0500-CLOSE-EMPLOYEE-EXIT.

           CLOSE PAYHIST-FILE, RATEHIST-FILE.
           IF WS-RETRO-AVAILABLE
               CLOSE RETRO-FILE
           END-IF.

           PERFORM 0800-PRINT-TOTALS THRU 0800-PRINT-TOTALS-EXIT.

           MOVE "C" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           STOP RUN.

       0110-PROMPT-FOR-MODE.
           DISPLAY "PROOF LISTING ONLY (1): ".
           DISPLAY "POST ADJUSTMENTS (2): ".
           ACCEPT WS-RUN-MODE.

           IF WS-PROOF-RUN OR WS-POSTING-RUN
               SET WS-VALID-ENTRY TO TRUE
           ELSE
               DISPLAY "INVALID SELECTION - PLEASE ENTER 1 OR 2"
               SET WS-INVALID-ENTRY TO TRUE
           END-IF.
       0110-PROMPT-FOR-MODE-EXIT.
           EXIT.

       0150-LOAD-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-NOT-FOUND
               DISPLAY "RETROPAY: SORTED.NEW NOT FOUND - NAMES WILL "
                   "BE LEFT BLANK"
               GO TO 0150-LOAD-MASTER-EXIT
           END-IF.

           READ MASTER-FILE
               AT END SET END-OF-MASTER TO TRUE
           END-READ.
           PERFORM 0170-LOAD-ONE-MASTER THRU 0170-LOAD-ONE-MASTER-EXIT
               UNTIL END-OF-MASTER.
           CLOSE MASTER-FILE.
       0150-LOAD-MASTER-EXIT.
           EXIT.

       0170-LOAD-ONE-MASTER.
           IF WS-MASTER-COUNT >= 500
               DISPLAY "RETROPAY: SORTED.NEW HAS MORE ROWS THAN "
                   "THIS RUN CAN HOLD (500) - LATER NAMES LEFT BLANK"
               SET END-OF-MASTER TO TRUE
               GO TO 0170-LOAD-ONE-MASTER-EXIT
           END-IF.

           ADD 1 TO WS-MASTER-COUNT.
           MOVE MR-EMPLOYEE-ID TO WS-MT-EMPLOYEE-ID(WS-MASTER-COUNT).
           MOVE MR-LAST-NAME   TO WS-MT-LAST-NAME(WS-MASTER-COUNT).
           MOVE MR-FIRST-NAME  TO WS-MT-FIRST-NAME(WS-MASTER-COUNT).

           READ MASTER-FILE
               AT END SET END-OF-MASTER TO TRUE
           END-READ.
       0170-LOAD-ONE-MASTER-EXIT.
           EXIT.

      * Pay history is keyed employee then period end, so each
      * employee's periods arrive together and the employee total
      * is closed off when the id changes.
       0200-REPRICE-ONE-PERIOD.
           ADD 1 TO WS-READ-COUNT.
           IF PY-EMPLOYEE-ID NOT = WS-PREV-EMPLOYEE-ID
               PERFORM 0500-CLOSE-EMPLOYEE
                   THRU 0500-CLOSE-EMPLOYEE-EXIT
               MOVE PY-EMPLOYEE-ID TO WS-PREV-EMPLOYEE-ID
           END-IF.

           IF PY-PERIOD-END < WS-FROM-DATE
               ADD 1 TO WS-BEFORE-FROM-COUNT
               GO TO 0200-READ-NEXT-PERIOD
           END-IF.

           PERFORM 0300-FIND-PERIOD-RATE
               THRU 0300-FIND-PERIOD-RATE-EXIT.
           IF NOT WS-RATE-FOUND
               ADD 1 TO WS-NO-HISTORY-COUNT
               GO TO 0200-READ-NEXT-PERIOD
           END-IF.

           IF WS-EFFECTIVE-RATE = PY-RATE
               AND WS-EFFECTIVE-FREQUENCY = PY-FREQUENCY
               ADD 1 TO WS-UNCHANGED-COUNT
               GO TO 0200-READ-NEXT-PERIOD
           END-IF.

           PERFORM 0400-PRINT-ONE-PERIOD
               THRU 0400-PRINT-ONE-PERIOD-EXIT.

       0200-READ-NEXT-PERIOD.
           READ PAYHIST-FILE NEXT RECORD
               AT END SET END-OF-PAYHIST TO TRUE
           END-READ.
       0200-REPRICE-ONE-PERIOD-EXIT.
           EXIT.

      * The rate for a period is the last history rate effective on
      * or before the period end date.
       0300-FIND-PERIOD-RATE.
           MOVE "N" TO WS-RATE-FOUND-SW, WS-HIST-GROUP-EOF-SW.
           MOVE PY-EMPLOYEE-ID TO RH-EMPLOYEE-ID.
           MOVE ZERO TO RH-EFF-DATE.
           START RATEHIST-FILE KEY IS NOT LESS THAN RH-KEY
               INVALID KEY
                   GO TO 0300-FIND-PERIOD-RATE-EXIT
           END-START.

           PERFORM 0350-CHECK-ONE-HISTORY-RATE
               THRU 0350-CHECK-ONE-HISTORY-RATE-EXIT
               UNTIL WS-HIST-GROUP-EOF.
       0300-FIND-PERIOD-RATE-EXIT.
           EXIT.

       0350-CHECK-ONE-HISTORY-RATE.
           READ RATEHIST-FILE NEXT RECORD
               AT END
                   SET WS-HIST-GROUP-EOF TO TRUE
                   GO TO 0350-CHECK-ONE-HISTORY-RATE-EXIT
           END-READ.

           IF RH-EMPLOYEE-ID NOT = PY-EMPLOYEE-ID
               OR RH-EFF-DATE > PY-PERIOD-END
               SET WS-HIST-GROUP-EOF TO TRUE
               GO TO 0350-CHECK-ONE-HISTORY-RATE-EXIT
           END-IF.

           SET WS-RATE-FOUND TO TRUE.
           MOVE RH-RATE      TO WS-EFFECTIVE-RATE.
           MOVE RH-FREQUENCY TO WS-EFFECTIVE-FREQUENCY.
       0350-CHECK-ONE-HISTORY-RATE-EXIT.
           EXIT.

      * Hourly periods are extended again exactly as PAYREG did,
      * with the overtime premium in force when they were paid.
      * Back pay already in the register for the period is taken
      * off, so only what is still owed is printed and posted.
       0400-PRINT-ONE-PERIOD.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE PY-EMPLOYEE-ID     TO WSD-EMPLOYEE-ID.
           PERFORM 0450-FIND-NAME THRU 0450-FIND-NAME-EXIT.
           MOVE PY-PERIOD-END      TO WSD-PERIOD-END.
           MOVE PY-RATE            TO WSD-OLD-RATE.
           MOVE WS-EFFECTIVE-RATE  TO WSD-NEW-RATE.
           MOVE PY-FREQUENCY       TO WSD-FREQUENCY.
           MOVE PY-REGULAR-HOURS   TO WSD-HOURS.
           MOVE PY-OVERTIME-HOURS  TO WSD-OT-HOURS.
           MOVE PY-GROSS           TO WSD-PAID.

           IF WS-EFFECTIVE-FREQUENCY NOT = PY-FREQUENCY
               ADD 1 TO WS-REVIEW-COUNT
               MOVE "*** FREQ CHG" TO WSD-NOTE
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM 0910-PRINT-REPORT-LINE
                   THRU 0910-PRINT-REPORT-LINE-EXIT
               GO TO 0400-PRINT-ONE-PERIOD-EXIT
           END-IF.

           IF PY-HOURLY
               COMPUTE WS-NEW-GROSS ROUNDED =
                   WS-EFFECTIVE-RATE * PY-REGULAR-HOURS
                   + WS-EFFECTIVE-RATE * PY-PREMIUM / 100
                     * PY-OVERTIME-HOURS
           ELSE
               MOVE WS-EFFECTIVE-RATE TO WS-NEW-GROSS
           END-IF.
           PERFORM 0420-SUM-REGISTERED THRU 0420-SUM-REGISTERED-EXIT.
           COMPUTE WS-ADJUSTMENT =
               WS-NEW-GROSS - PY-GROSS - WS-REGISTERED-AMOUNT.
           IF WS-ADJUSTMENT = ZERO
               ADD 1 TO WS-REGISTERED-COUNT
               GO TO 0400-PRINT-ONE-PERIOD-EXIT
           END-IF.

           ADD 1 TO WS-REPRICED-COUNT.
           ADD 1 TO WS-EMP-PERIODS.
           ADD WS-ADJUSTMENT TO WS-EMP-ADJUSTMENT.

           MOVE WS-NEW-GROSS       TO WSD-REPRICED.
           MOVE WS-ADJUSTMENT      TO WSD-ADJUSTMENT.
           IF WS-REGISTERED-AMOUNT NOT = ZERO
               MOVE "LESS PRIOR ADJ" TO WSD-NOTE
           END-IF.
           MOVE WS-DETAIL-LINE     TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           IF WS-POSTING-RUN
               PERFORM 0490-REGISTER-ADJUSTMENT
                   THRU 0490-REGISTER-ADJUSTMENT-EXIT
           END-IF.
       0400-PRINT-ONE-PERIOD-EXIT.
           EXIT.

      * The register is keyed employee, period end, then run date,
      * so every entry made for a period sits together.
       0420-SUM-REGISTERED.
           MOVE ZERO TO WS-REGISTERED-AMOUNT.
           IF NOT WS-RETRO-AVAILABLE
               GO TO 0420-SUM-REGISTERED-EXIT
           END-IF.

           MOVE "N" TO WS-RETRO-GROUP-EOF-SW.
           MOVE PY-EMPLOYEE-ID TO RA-EMPLOYEE-ID.
           MOVE PY-PERIOD-END  TO RA-PERIOD-END.
           MOVE ZERO TO RA-RUN-DATE.
           START RETRO-FILE KEY IS NOT LESS THAN RA-KEY
               INVALID KEY
                   GO TO 0420-SUM-REGISTERED-EXIT
           END-START.

           PERFORM 0430-ADD-ONE-REGISTERED
               THRU 0430-ADD-ONE-REGISTERED-EXIT
               UNTIL WS-RETRO-GROUP-EOF.
       0420-SUM-REGISTERED-EXIT.
           EXIT.

       0430-ADD-ONE-REGISTERED.
           READ RETRO-FILE NEXT RECORD
               AT END
                   SET WS-RETRO-GROUP-EOF TO TRUE
                   GO TO 0430-ADD-ONE-REGISTERED-EXIT
           END-READ.

           IF RA-EMPLOYEE-ID NOT = PY-EMPLOYEE-ID
               OR RA-PERIOD-END NOT = PY-PERIOD-END
               SET WS-RETRO-GROUP-EOF TO TRUE
               GO TO 0430-ADD-ONE-REGISTERED-EXIT
           END-IF.

           ADD RA-AMOUNT TO WS-REGISTERED-AMOUNT.
       0430-ADD-ONE-REGISTERED-EXIT.
           EXIT.

       0450-FIND-NAME.
           SET WS-ID-NOT-FOUND TO TRUE.
           PERFORM 0470-CHECK-ONE-MASTER
               THRU 0470-CHECK-ONE-MASTER-EXIT
               VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                  OR WS-ID-FOUND.
       0450-FIND-NAME-EXIT.
           EXIT.

       0470-CHECK-ONE-MASTER.
           IF WS-MT-EMPLOYEE-ID(WS-MASTER-IDX) = PY-EMPLOYEE-ID
               SET WS-ID-FOUND TO TRUE
               MOVE WS-MT-LAST-NAME(WS-MASTER-IDX)  TO WSD-LAST-NAME
               MOVE WS-MT-FIRST-NAME(WS-MASTER-IDX) TO WSD-FIRST-NAME
           END-IF.
       0470-CHECK-ONE-MASTER-EXIT.
           EXIT.

      * A second posting run on the same day for a period already
      * registered that day adds to that day's entry.
       0490-REGISTER-ADJUSTMENT.
           MOVE PY-EMPLOYEE-ID     TO RA-EMPLOYEE-ID.
           MOVE PY-PERIOD-END      TO RA-PERIOD-END.
           MOVE WS-TODAY-DATE      TO RA-RUN-DATE.
           READ RETRO-FILE
               KEY IS RA-KEY
               INVALID KEY
                   CONTINUE
           END-READ.

           IF WS-RETRO-FOUND
               MOVE WS-EFFECTIVE-RATE TO RA-NEW-RATE
               MOVE WS-NEW-GROSS      TO RA-REPRICED-GROSS
               ADD WS-ADJUSTMENT      TO RA-AMOUNT
               REWRITE RETRO-RECORD
                   INVALID KEY
                       DISPLAY "RETROPAY: PAYRETRO REWRITE FAILED "
                           "FOR ", PY-EMPLOYEE-ID, " - STATUS ",
                           WS-RETRO-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-POSTED-COUNT
               END-REWRITE
               GO TO 0490-REGISTER-ADJUSTMENT-EXIT
           END-IF.

           MOVE PY-EMPLOYEE-ID     TO RA-EMPLOYEE-ID.
           MOVE PY-PERIOD-END      TO RA-PERIOD-END.
           MOVE WS-TODAY-DATE      TO RA-RUN-DATE.
           MOVE PY-RATE            TO RA-PAID-RATE.
           MOVE WS-EFFECTIVE-RATE  TO RA-NEW-RATE.
           MOVE PY-GROSS           TO RA-PAID-GROSS.
           MOVE WS-NEW-GROSS       TO RA-REPRICED-GROSS.
           MOVE WS-ADJUSTMENT      TO RA-AMOUNT.
           WRITE RETRO-RECORD
               INVALID KEY
                   DISPLAY "RETROPAY: PAYRETRO WRITE FAILED FOR ",
                       PY-EMPLOYEE-ID, " - STATUS ",
                       WS-RETRO-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-POSTED-COUNT
           END-WRITE.
       0490-REGISTER-ADJUSTMENT-EXIT.
           EXIT.

      * An employee with back pay still owed gets a total line.
       0500-CLOSE-EMPLOYEE.
           IF WS-EMP-PERIODS = ZERO
               GO TO 0500-CLOSE-EMPLOYEE-EXIT
           END-IF.

           ADD 1 TO WS-EMPLOYEES-COUNT.
           IF WS-EMP-ADJUSTMENT < ZERO
               SUBTRACT WS-EMP-ADJUSTMENT FROM WS-TOTAL-OVERPAID
           ELSE
               ADD WS-EMP-ADJUSTMENT TO WS-TOTAL-OWED
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-PREV-EMPLOYEE-ID TO WSD-EMPLOYEE-ID.
           MOVE "EMPLOYEE TOTAL"    TO WSD-NOTE.
           MOVE WS-EMP-ADJUSTMENT   TO WSD-ADJUSTMENT.
           MOVE WS-DETAIL-LINE      TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE ZERO TO WS-EMP-ADJUSTMENT, WS-EMP-PERIODS.
       0500-CLOSE-EMPLOYEE-EXIT.
           EXIT.

       0800-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE "RETROPAY CONTROL TOTALS" TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  PAY PERIODS READ ...........: " WS-READ-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  BEFORE THE FROM DATE .......: "
               WS-BEFORE-FROM-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  NO RATE HISTORY FOR PERIOD .: "
               WS-NO-HISTORY-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  RATE UNCHANGED .............: "
               WS-UNCHANGED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  PERIODS REPRICED ...........: "
               WS-REPRICED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  ALREADY IN THE REGISTER ....: "
               WS-REGISTERED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  FREQUENCY CHANGED - REVIEW .: " WS-REVIEW-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  EMPLOYEES ADJUSTED .........: "
               WS-EMPLOYEES-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-TOTAL-OWED TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TOTAL BACK PAY OWED ........: " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-TOTAL-OVERPAID TO WS-DISPLAY-AMOUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TOTAL OVERPAID .............: " WS-DISPLAY-AMOUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  ADJUSTMENTS POSTED .........: " WS-POSTED-COUNT
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

       END PROGRAM RETROPAY.
