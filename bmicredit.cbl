       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BMICREDIT".
       AUTHOR.     EVERTON VOLPI.
      * Wellness credit qualification run.  Reads BMIROSTER.DAT and
      * the BMIHISTORY.DAT screening history the same way BMIPARTIC
      * does, and every roster employee whose latest screening is
      * within the last twelve months qualifies for the per-period
      * wellness premium credit.  One WELLCRED.DAT transaction is
      * written for each qualified employee; PAYREG applies it as
      * a credit line on the register.  The credit amount is
      * VALUE-1 of the BMICREDIT record on RUNPARMS.DAT as 5 digits
      * (01000 = 10.00), default 10.00.  The listing closes with a
      * reconciliation that ties the number of employees credited
      * back to the roster, overdue, never-screened and current
      * participation counts BMIPARTIC prints.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-FILE ASSIGN TO "BMIROSTER.DAT"
               FILE STATUS IS WS-ROSTER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORY-FILE ASSIGN TO "BMIHISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT CREDIT-FILE ASSIGN TO "WELLCRED.DAT"
               FILE STATUS IS WS-CREDIT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNPARMS-FILE ASSIGN TO "RUNPARMS.DAT"
               FILE STATUS IS WS-RUNPARMS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *This mirrors the BMIROSTER.DAT record BMIREFRESH writes.
       FD ROSTER-FILE.
       01 ROSTER-RECORD.
           88 END-OF-ROSTER          VALUE HIGH-VALUES.
           05 ROSTER-EMPLOYEE-ID     PIC X(9).
           05 ROSTER-WEIGHT          PIC 999.
           05 ROSTER-HEIGHT          PIC 999.

       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HX-KEY.
               10 HX-EMPLOYEE-ID    PIC X(9).
               10 HX-DATE           PIC 9(8).
               10 HX-TIME           PIC 9(6).
           05 HX-WEIGHT             PIC 9(3).
           05 HX-HEIGHT             PIC 9(3).
           05 HX-BMI                PIC 9(3)V99.
           05 HX-CATEGORY           PIC X(11).

      *One record per qualified employee - the screening that
      *qualified them and the credit to apply each pay period.
       FD CREDIT-FILE.
       01 CREDIT-RECORD.
           05 WC-EMPLOYEE-ID        PIC 9(7).
           05 FILLER                PIC X.
           05 WC-LAST-SCREENED      PIC 9(8).
           05 FILLER                PIC X.
           05 WC-QUALIFIED-DATE     PIC 9(8).
           05 FILLER                PIC X.
           05 WC-AMOUNT             PIC 9(3)V99.

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
       01 WS-ROSTER-FILE-STATUS  PIC XX.
           88 WS-ROSTER-FILE-NOT-FOUND  VALUE "35".

       01 WS-HISTORY-FILE-STATUS PIC XX.
           88 WS-HISTORY-FILE-NOT-FOUND VALUE "35".

       01 WS-CREDIT-FILE-STATUS  PIC XX.

       01 WS-RUNPARMS-FILE-STATUS PIC XX.
           88 WS-RUNPARMS-FILE-NOT-FOUND VALUE "35".

       01 WS-PARMS-FOUND-SW      PIC X VALUE "N".
           88 WS-PARMS-FOUND         VALUE "Y".

       01 WS-CREDIT-AMOUNT       PIC 9(3)V99 VALUE 10.00.

       01 WS-TODAY-DATE          PIC 9(8).
       01 WS-ELAPSED-YEARS       PIC S9(4).
       01 WS-ELAPSED-DAYS        PIC S9(7).

       01 WS-HISTORY-AVAIL-SW    PIC X VALUE "N".
           88 WS-HISTORY-AVAILABLE   VALUE "Y".

       01 WS-FOUND-SWITCH        PIC X.
           88 WS-ID-FOUND            VALUE "Y".
           88 WS-ID-NOT-FOUND        VALUE "N".

       01 WS-LATEST-DATE         PIC 9(8).

       01 WS-GROUP-EOF-SW        PIC X.
           88 WS-GROUP-EOF           VALUE "Y".

       01 WS-ROSTER-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-CURRENT-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-OVERDUE-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-NEVER-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-BAD-ID-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-CREDITED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CHECK-COUNT         PIC 9(5).
       01 WS-CREDIT-TOTAL        PIC 9(7)V99 VALUE ZERO.

       01 WS-JOBLOG-PARM.
           05 WS-JL-PROGRAM      PIC X(17) VALUE "BMICREDIT".
           05 WS-JL-FUNCTION     PIC X.
           05 WS-JL-READ-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-JL-WRITE-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-JL-STATUS       PIC X VALUE SPACE.
           05 WS-JL-OPERATOR     PIC X(3) VALUE SPACES.

       01 WS-RPTWRITE-PARM.
           05 WS-RW-PROGRAM      PIC X(17) VALUE "BMICREDIT".
           05 WS-RW-FUNCTION     PIC X.
           05 WS-RW-LINE         PIC X(132).
       01 WS-PRINT-LINE          PIC X(132).

       01 WS-HEADING-LINE.
           05 FILLER PIC X(30) VALUE "EMPLOYEE   LAST SCREENED   CRE".
           05 FILLER PIC X(17) VALUE "DIT      STATUS  ".

       01 WS-DETAIL-LINE.
           05 WSD-EMPLOYEE-ID    PIC X(9).
           05 FILLER             PIC XX VALUE SPACES.
           05 WSD-LAST-SCREENED  PIC X(8).
           05 FILLER             PIC X(5) VALUE SPACES.
           05 WSD-CREDIT         PIC $$$9.99.
           05 FILLER             PIC X(3) VALUE SPACES.
           05 WSD-STATUS         PIC X(40).

       01 WS-AMOUNT-LINE.
           05 WSA-LABEL          PIC X(30).
           05 WSA-AMOUNT         PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0100-START-HERE.
           MOVE "S" TO WS-JL-FUNCTION.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0150-READ-RUN-PARMS THRU 0150-READ-RUN-PARMS-EXIT.
           PERFORM 0200-OPEN-HISTORY THRU 0200-OPEN-HISTORY-EXIT.

           MOVE "O" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.
           MOVE "WELLNESS CREDIT QUALIFICATION LISTING"
               TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SCREENED WITHIN TWELVE MONTHS OF " WS-TODAY-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           OPEN OUTPUT CREDIT-FILE.
           PERFORM 0400-SCAN-ROSTER THRU 0400-SCAN-ROSTER-EXIT.
           CLOSE CREDIT-FILE.

           IF WS-HISTORY-AVAILABLE
               CLOSE HISTORY-FILE
           END-IF.

           PERFORM 0800-PRINT-RECONCILIATION
               THRU 0800-PRINT-RECONCILIATION-EXIT.

           MOVE "C" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT.
           GOBACK.

      * A numeric VALUE-1 (5 digits, two of them decimals) on the
      * BMICREDIT record is the credit paid each pay period.
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
           IF RP-PROGRAM = "BMICREDIT"
               SET WS-PARMS-FOUND TO TRUE
               IF RP-VALUE-1(1:5) IS NUMERIC
                   MOVE RP-VALUE-1(1:5) TO WS-CHECK-COUNT
                   COMPUTE WS-CREDIT-AMOUNT = WS-CHECK-COUNT / 100
               END-IF
               GO TO 0170-CHECK-ONE-PARM-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
       0170-CHECK-ONE-PARM-EXIT.
           EXIT.

       0200-OPEN-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FILE-NOT-FOUND
               DISPLAY "BMICREDIT: BMIHISTORY.DAT NOT FOUND - NO "
                   "ROSTER EMPLOYEE CAN QUALIFY"
               GO TO 0200-OPEN-HISTORY-EXIT
           END-IF.
           SET WS-HISTORY-AVAILABLE TO TRUE.
       0200-OPEN-HISTORY-EXIT.
           EXIT.

      * The same keyed walk BMIPARTIC uses - the last record in the
      * employee's group carries the most recent screening date.
       0300-FIND-LATEST-DATE.
           SET WS-ID-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-LATEST-DATE.
           IF NOT WS-HISTORY-AVAILABLE
               GO TO 0300-FIND-LATEST-DATE-EXIT
           END-IF.

           MOVE ROSTER-EMPLOYEE-ID TO HX-EMPLOYEE-ID.
           MOVE ZERO TO HX-DATE, HX-TIME.
           MOVE "N" TO WS-GROUP-EOF-SW.
           START HISTORY-FILE KEY IS NOT LESS THAN HX-KEY
               INVALID KEY
                   GO TO 0300-FIND-LATEST-DATE-EXIT
           END-START.

           READ HISTORY-FILE NEXT RECORD
               AT END SET WS-GROUP-EOF TO TRUE
           END-READ.
           IF NOT WS-GROUP-EOF
               AND HX-EMPLOYEE-ID NOT = ROSTER-EMPLOYEE-ID
               SET WS-GROUP-EOF TO TRUE
           END-IF.
           PERFORM 0350-NOTE-ONE-GROUP-RECORD
               THRU 0350-NOTE-ONE-GROUP-RECORD-EXIT
               UNTIL WS-GROUP-EOF.
       0300-FIND-LATEST-DATE-EXIT.
           EXIT.

       0350-NOTE-ONE-GROUP-RECORD.
           SET WS-ID-FOUND TO TRUE.
           MOVE HX-DATE TO WS-LATEST-DATE.
           READ HISTORY-FILE NEXT RECORD
               AT END SET WS-GROUP-EOF TO TRUE
           END-READ.
           IF NOT WS-GROUP-EOF
               AND HX-EMPLOYEE-ID NOT = ROSTER-EMPLOYEE-ID
               SET WS-GROUP-EOF TO TRUE
           END-IF.
       0350-NOTE-ONE-GROUP-RECORD-EXIT.
           EXIT.

       0400-SCAN-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-FILE-NOT-FOUND
               DISPLAY "BMICREDIT: BMIROSTER.DAT NOT FOUND - "
                   "NOBODY QUALIFIES THIS RUN"
               GO TO 0400-SCAN-ROSTER-EXIT
           END-IF.

           READ ROSTER-FILE
               AT END SET END-OF-ROSTER TO TRUE
           END-READ.
           PERFORM 0450-QUALIFY-ONE-ROSTER
               THRU 0450-QUALIFY-ONE-ROSTER-EXIT
               UNTIL END-OF-ROSTER.
           CLOSE ROSTER-FILE.
       0400-SCAN-ROSTER-EXIT.
           EXIT.

      * The twelve-month test is BMIPARTIC's, so an employee counted
      * current there is an employee credited here.  Only those
      * whose roster id carries a payroll employee id can be paid.
       0450-QUALIFY-ONE-ROSTER.
           ADD 1 TO WS-ROSTER-COUNT.

           PERFORM 0300-FIND-LATEST-DATE
               THRU 0300-FIND-LATEST-DATE-EXIT.

           IF WS-ID-FOUND
               CALL "DATEDIFF" USING WS-LATEST-DATE,
                   WS-TODAY-DATE, WS-ELAPSED-YEARS, WS-ELAPSED-DAYS
           END-IF.

           EVALUATE TRUE
               WHEN WS-ID-NOT-FOUND
                   ADD 1 TO WS-NEVER-COUNT
               WHEN WS-ELAPSED-YEARS >= 1
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-CURRENT-COUNT
                   PERFORM 0500-WRITE-CREDIT
                       THRU 0500-WRITE-CREDIT-EXIT
           END-EVALUATE.

           READ ROSTER-FILE
               AT END SET END-OF-ROSTER TO TRUE
           END-READ.
       0450-QUALIFY-ONE-ROSTER-EXIT.
           EXIT.

       0500-WRITE-CREDIT.
           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE ROSTER-EMPLOYEE-ID TO WSD-EMPLOYEE-ID.
           MOVE WS-LATEST-DATE     TO WSD-LAST-SCREENED.

           IF ROSTER-EMPLOYEE-ID(1:7) NOT NUMERIC
               OR ROSTER-EMPLOYEE-ID(8:2) NOT = SPACES
               ADD 1 TO WS-BAD-ID-COUNT
               MOVE ZERO TO WSD-CREDIT
               MOVE "NOT CREDITED - NOT A PAYROLL EMPLOYEE ID"
                   TO WSD-STATUS
               PERFORM 0920-PRINT-DETAIL THRU 0920-PRINT-DETAIL-EXIT
               GO TO 0500-WRITE-CREDIT-EXIT
           END-IF.

           MOVE SPACES TO CREDIT-RECORD.
           MOVE ROSTER-EMPLOYEE-ID(1:7) TO WC-EMPLOYEE-ID.
           MOVE WS-LATEST-DATE          TO WC-LAST-SCREENED.
           MOVE WS-TODAY-DATE           TO WC-QUALIFIED-DATE.
           MOVE WS-CREDIT-AMOUNT        TO WC-AMOUNT.
           WRITE CREDIT-RECORD.
           ADD 1 TO WS-CREDITED-COUNT.
           ADD WS-CREDIT-AMOUNT TO WS-CREDIT-TOTAL.

           MOVE WS-CREDIT-AMOUNT TO WSD-CREDIT.
           MOVE "CREDITED" TO WSD-STATUS.
           PERFORM 0920-PRINT-DETAIL THRU 0920-PRINT-DETAIL-EXIT.
       0500-WRITE-CREDIT-EXIT.
           EXIT.

      * Roster = current + overdue + never screened, exactly as on
      * the BMIPARTIC report, and current less the roster ids that
      * are not payroll ids must equal the employees credited.
       0800-PRINT-RECONCILIATION.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE "RECONCILIATION TO BMIPARTIC PARTICIPATION"
               TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ROSTER EMPLOYEES ............: " WS-ROSTER-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  LESS OVERDUE ..............: " WS-OVERDUE-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  LESS NEVER SCREENED .......: " WS-NEVER-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "CURRENT (WITHIN 12 MOS) .....: " WS-CURRENT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  LESS NOT A PAYROLL ID .....: " WS-BAD-ID-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EMPLOYEES CREDITED ..........: " WS-CREDITED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE "CREDIT PER PAY PERIOD .......: " TO WSA-LABEL.
           MOVE WS-CREDIT-AMOUNT TO WSA-AMOUNT.
           MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE "TOTAL CREDIT PER PAY PERIOD .: " TO WSA-LABEL.
           MOVE WS-CREDIT-TOTAL TO WSA-AMOUNT.
           MOVE WS-AMOUNT-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           COMPUTE WS-CHECK-COUNT =
               WS-CURRENT-COUNT + WS-OVERDUE-COUNT + WS-NEVER-COUNT.
           IF WS-CHECK-COUNT NOT = WS-ROSTER-COUNT
               OR WS-CURRENT-COUNT - WS-BAD-ID-COUNT
                   NOT = WS-CREDITED-COUNT
               MOVE "*** OUT OF BALANCE - CHECK WELLCRED.DAT ***"
                   TO WS-PRINT-LINE
               MOVE "F" TO WS-JL-STATUS
           ELSE
               MOVE "IN BALANCE" TO WS-PRINT-LINE
               MOVE "S" TO WS-JL-STATUS
           END-IF.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0800-PRINT-RECONCILIATION-EXIT.
           EXIT.

       0900-LOG-JOB-END.
           MOVE "E" TO WS-JL-FUNCTION.
           MOVE WS-ROSTER-COUNT TO WS-JL-READ-COUNT.
           MOVE WS-CREDITED-COUNT TO WS-JL-WRITE-COUNT.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.
       0900-LOG-JOB-END-EXIT.
           EXIT.

      * Every report line shows on the console and goes through
      * the shared RPTWRITE routine to the dated report file.
       0910-PRINT-REPORT-LINE.
           DISPLAY WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO WS-RW-LINE.
           MOVE "L" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.
       0910-PRINT-REPORT-LINE-EXIT.
           EXIT.

       0920-PRINT-DETAIL.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0920-PRINT-DETAIL-EXIT.
           EXIT.

       END PROGRAM BMICREDIT.
