       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PTOACCR".
       AUTHOR.     EVERTON VOLPI.
      * Paid-time-off accrual run, once per pay period.  Walks
      * EMPLOYEE.DAT and credits every active employee's vacation
      * and sick balances on the indexed PTOBAL.DAT balance file,
      * adding a balance record the first time an employee is
      * seen.  The vacation rate comes from seniority - years of
      * service from EMP-HIRE-DATE to today through the shared
      * DATEDIFF routine, banded the way HDCOUNT bands them (under
      * 1 year, 1-5, 5-10, 10 and over) - and the vacation balance
      * is held at the carry cap.  Sick time accrues at one rate
      * for everybody.  Inactive employees accrue nothing.  Each
      * balance remembers the pay-period end it was last credited
      * for, and a balance already credited for this period or a
      * later one is left alone, so a rerun - on the same day or
      * any other - never accrues a period twice.  The period is
      * the one PAYREG is paying - the period end on its RUNPARMS
      * record, or failing that the latest period on PAYHIST.DAT,
      * or failing both today.
      *
      * The rates come from the PTOACCR record on RUNPARMS.DAT -
      * VALUE-1 is the four vacation rates in hours per period for
      * the four bands as NNNN (99V99) separated by single spaces,
      * VALUE-2 the sick rate as NNNN and VALUE-3 the vacation cap
      * as four whole-hour digits (0000 for no cap).  With no
      * record the rates are 3.08, 4.62, 6.15 and 7.69 vacation
      * hours, 1.85 sick hours and a 240-hour cap.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
      *   2026-10-15  EV  RERUN GUARD KEYED ON THE PAY-PERIOD END
      *                   INSTEAD OF TODAY'S DATE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT PTOBAL-FILE ASSIGN TO "PTOBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-EMPLOYEE-ID
               FILE STATUS IS WS-PTOBAL-FILE-STATUS.

           SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-KEY
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.

           SELECT RUNPARMS-FILE ASSIGN TO "RUNPARMS.DAT"
               FILE STATUS IS WS-RUNPARMS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           88 END-OF-EMPLOYEE  VALUE HIGH-VALUES.
           05 EMP-ID           PIC 9(7).
           05 EMP-NAME         PIC A(20).
           05 EMP-DEPARTMENT   PIC X(10).
           05 EMP-HIRE-DATE    PIC 9(8).
           05 EMP-STATUS       PIC X.
               88 EMP-ACTIVE       VALUE "A".
               88 EMP-INACTIVE     VALUE "I".
           05 EMP-TERM-DATE    PIC 9(8).
           05 EMP-SUPERVISOR-ID PIC 9(7).

      *One record per employee - hours of vacation and sick time
      *on hand.
       FD PTOBAL-FILE.
       01 PTOBAL-RECORD.
           05 PB-EMPLOYEE-ID       PIC 9(7).
           05 PB-VACATION-BALANCE  PIC 9(4)V99.
           05 PB-SICK-BALANCE      PIC 9(4)V99.
           05 PB-SENIORITY-BAND    PIC 9.
           05 PB-LAST-ACCRUAL      PIC 9(8).
           05 PB-LAST-TAKEN        PIC 9(8).

      *This mirrors the PAYHIST.DAT record PAYREG writes.
       FD PAYHIST-FILE.
       01 PAYHIST-RECORD.
           88 END-OF-PAYHIST           VALUE HIGH-VALUES.
           05 PY-KEY.
               10 PY-EMPLOYEE-ID   PIC 9(7).
               10 PY-PERIOD-END    PIC 9(8).
           05 PY-RATE              PIC 9(4)V99.
           05 PY-FREQUENCY         PIC X.
           05 PY-REGULAR-HOURS     PIC 9(3)V9.
           05 PY-OVERTIME-HOURS    PIC 9(3)V9.
           05 PY-PREMIUM           PIC 9(3).
           05 PY-GROSS             PIC 9(7)V99.
           05 PY-RUN-DATE          PIC 9(8).

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
       01 WS-EMPLOYEE-FILE-STATUS PIC XX.
           88 WS-EMPLOYEE-FILE-NOT-FOUND VALUE "35".

       01 WS-PTOBAL-FILE-STATUS  PIC XX.
           88 WS-PTOBAL-FOUND           VALUE "00".
           88 WS-PTOBAL-FILE-NOT-FOUND  VALUE "35".

       01 WS-PAYHIST-FILE-STATUS PIC XX.
           88 WS-PAYHIST-FILE-NOT-FOUND VALUE "35".

       01 WS-RUNPARMS-FILE-STATUS PIC XX.
           88 WS-RUNPARMS-FILE-NOT-FOUND VALUE "35".

       01 WS-PARMS-FOUND-SW      PIC X VALUE "N".
           88 WS-PARMS-FOUND         VALUE "Y".

       01 WS-VACATION-RATES.
           05 WS-VACATION-RATE   PIC 9(2)V99 OCCURS 4 TIMES.
       01 WS-SICK-RATE           PIC 9(2)V99 VALUE 1.85.
       01 WS-VACATION-CAP        PIC 9(4) VALUE 240.
       01 WS-PARM-RATE           PIC 9(2)V99.
       01 WS-PARM-IDX            PIC 9.
       01 WS-PARM-POS            PIC 9(2).

       01 WS-TODAY-DATE          PIC 9(8).
       01 WS-PERIOD-END-DATE     PIC 9(8) VALUE ZERO.
       01 WS-SENIORITY-YEARS     PIC S9(4).
       01 WS-ELAPSED-DAYS        PIC S9(7).
       01 WS-BAND-IDX            PIC 9.

       01 WS-READ-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-ACCRUED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-NEW-BALANCE-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-INACTIVE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-ALREADY-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-CAPPED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-ERROR-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-BAND-COUNTS.
           05 WS-BAND-COUNT      PIC 9(5) OCCURS 4 TIMES.
       01 WS-TOTAL-VACATION      PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-SICK          PIC 9(7)V99 VALUE ZERO.
       01 WS-DISPLAY-HOURS       PIC Z,ZZZ,ZZ9.99.

       01 WS-JOBLOG-PARM.
           05 WS-JL-PROGRAM      PIC X(17) VALUE "PTOACCR".
           05 WS-JL-FUNCTION     PIC X.
           05 WS-JL-READ-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-JL-WRITE-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-JL-STATUS       PIC X VALUE SPACE.
           05 WS-JL-OPERATOR     PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-START-HERE.
           MOVE "S" TO WS-JL-FUNCTION.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           INITIALIZE WS-BAND-COUNTS.
           MOVE 3.08 TO WS-VACATION-RATE(1).
           MOVE 4.62 TO WS-VACATION-RATE(2).
           MOVE 6.15 TO WS-VACATION-RATE(3).
           MOVE 7.69 TO WS-VACATION-RATE(4).
           PERFORM 0150-READ-RUN-PARMS THRU 0150-READ-RUN-PARMS-EXIT.
           IF WS-PERIOD-END-DATE = ZERO
               PERFORM 0190-FIND-LATEST-PERIOD
                   THRU 0190-FIND-LATEST-PERIOD-EXIT
           END-IF.
           IF WS-PERIOD-END-DATE = ZERO
               MOVE WS-TODAY-DATE TO WS-PERIOD-END-DATE
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-FILE-NOT-FOUND
               DISPLAY "PTOACCR: EMPLOYEE.DAT NOT FOUND - NOTHING "
                   "TO ACCRUE"
               MOVE "F" TO WS-JL-STATUS
               PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT
               GOBACK
           END-IF.

           OPEN I-O PTOBAL-FILE.
           IF WS-PTOBAL-FILE-NOT-FOUND
               OPEN OUTPUT PTOBAL-FILE
               CLOSE PTOBAL-FILE
               OPEN I-O PTOBAL-FILE
           END-IF.

           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET END-OF-EMPLOYEE TO TRUE
           END-START.
           IF NOT END-OF-EMPLOYEE
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END SET END-OF-EMPLOYEE TO TRUE
               END-READ
           END-IF.
           PERFORM 0200-ACCRUE-ONE-EMPLOYEE
               THRU 0200-ACCRUE-ONE-EMPLOYEE-EXIT
               UNTIL END-OF-EMPLOYEE.

           CLOSE EMPLOYEE-FILE, PTOBAL-FILE.

           DISPLAY "PTOACCR BALANCING REPORT".
           DISPLAY "  PAY PERIOD ENDING ..........: ",
               WS-PERIOD-END-DATE.
           DISPLAY "  EMPLOYEES READ .............: ", WS-READ-COUNT.
           DISPLAY "  INACTIVE - NO ACCRUAL ......: ",
               WS-INACTIVE-COUNT.
           DISPLAY "  ALREADY ACCRUED FOR PERIOD .: ",
               WS-ALREADY-COUNT.
           DISPLAY "  BALANCES ACCRUED ...........: ",
               WS-ACCRUED-COUNT.
           DISPLAY "    NEW BALANCE RECORDS ......: ",
               WS-NEW-BALANCE-COUNT.
           DISPLAY "    UNDER 1 YEAR .............: ",
               WS-BAND-COUNT(1).
           DISPLAY "    1 TO 5 YEARS .............: ",
               WS-BAND-COUNT(2).
           DISPLAY "    5 TO 10 YEARS ............: ",
               WS-BAND-COUNT(3).
           DISPLAY "    10 YEARS AND OVER ........: ",
               WS-BAND-COUNT(4).
           DISPLAY "  HELD AT VACATION CAP .......: ",
               WS-CAPPED-COUNT.
           DISPLAY "  BALANCE WRITE ERRORS .......: ",
               WS-ERROR-COUNT.
           MOVE WS-TOTAL-VACATION TO WS-DISPLAY-HOURS.
           DISPLAY "  VACATION HOURS ACCRUED .....: ",
               WS-DISPLAY-HOURS.
           MOVE WS-TOTAL-SICK TO WS-DISPLAY-HOURS.
           DISPLAY "  SICK HOURS ACCRUED .........: ",
               WS-DISPLAY-HOURS.

           IF WS-ERROR-COUNT > ZERO
               MOVE "F" TO WS-JL-STATUS
           ELSE
               MOVE "S" TO WS-JL-STATUS
           END-IF.
           PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT.

           GOBACK.

      * Take the rates and cap from RUNPARMS.DAT when a record for
      * this program is present - any value that is not numeric
      * leaves its default standing.  The PAYREG record is read as
      * well for the period end it is paying (VALUE-2, YYYYMMDD).
       0150-READ-RUN-PARMS.
           OPEN INPUT RUNPARMS-FILE.
           IF WS-RUNPARMS-FILE-NOT-FOUND
               GO TO 0150-READ-RUN-PARMS-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
           PERFORM 0170-CHECK-ONE-PARM THRU 0170-CHECK-ONE-PARM-EXIT
               UNTIL END-OF-RUNPARMS.
           CLOSE RUNPARMS-FILE.
       0150-READ-RUN-PARMS-EXIT.
           EXIT.

       0170-CHECK-ONE-PARM.
           IF RP-PROGRAM = "PTOACCR"
               SET WS-PARMS-FOUND TO TRUE
               PERFORM 0180-TAKE-ONE-BAND-RATE
                   THRU 0180-TAKE-ONE-BAND-RATE-EXIT
                   VARYING WS-PARM-IDX FROM 1 BY 1
                   UNTIL WS-PARM-IDX > 4
               IF RP-VALUE-2(1:4) IS NUMERIC
                   MOVE RP-VALUE-2(1:4) TO WS-PARM-RATE(1:4)
                   MOVE WS-PARM-RATE TO WS-SICK-RATE
               END-IF
               IF RP-VALUE-3(1:4) IS NUMERIC
                   MOVE RP-VALUE-3(1:4) TO WS-VACATION-CAP
               END-IF
           END-IF.
           IF RP-PROGRAM = "PAYREG"
               AND RP-VALUE-2(1:8) IS NUMERIC
               MOVE RP-VALUE-2(1:8) TO WS-PERIOD-END-DATE
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
       0170-CHECK-ONE-PARM-EXIT.
           EXIT.

      * Band rates sit at positions 1, 6, 11 and 16 of VALUE-1.
       0180-TAKE-ONE-BAND-RATE.
           COMPUTE WS-PARM-POS = (WS-PARM-IDX - 1) * 5 + 1.
           IF RP-VALUE-1(WS-PARM-POS:4) IS NUMERIC
               MOVE RP-VALUE-1(WS-PARM-POS:4) TO WS-PARM-RATE(1:4)
               MOVE WS-PARM-RATE TO WS-VACATION-RATE(WS-PARM-IDX)
           END-IF.
       0180-TAKE-ONE-BAND-RATE-EXIT.
           EXIT.

      * With no period end on the PAYREG parameters, the period is
      * the latest one PAYREG has paid on PAYHIST.DAT.
       0190-FIND-LATEST-PERIOD.
           OPEN INPUT PAYHIST-FILE.
           IF WS-PAYHIST-FILE-NOT-FOUND
               GO TO 0190-FIND-LATEST-PERIOD-EXIT
           END-IF.

           READ PAYHIST-FILE NEXT RECORD
               AT END SET END-OF-PAYHIST TO TRUE
           END-READ.
           PERFORM 0195-NOTE-ONE-PERIOD THRU 0195-NOTE-ONE-PERIOD-EXIT
               UNTIL END-OF-PAYHIST.
           CLOSE PAYHIST-FILE.
       0190-FIND-LATEST-PERIOD-EXIT.
           EXIT.

       0195-NOTE-ONE-PERIOD.
           IF PY-PERIOD-END > WS-PERIOD-END-DATE
               MOVE PY-PERIOD-END TO WS-PERIOD-END-DATE
           END-IF.
           READ PAYHIST-FILE NEXT RECORD
               AT END SET END-OF-PAYHIST TO TRUE
           END-READ.
       0195-NOTE-ONE-PERIOD-EXIT.
           EXIT.

       0200-ACCRUE-ONE-EMPLOYEE.
           ADD 1 TO WS-READ-COUNT.
           IF NOT EMP-ACTIVE
               ADD 1 TO WS-INACTIVE-COUNT
               GO TO 0200-ACCRUE-ONE-EMPLOYEE-READ
           END-IF.

           CALL "DATEDIFF" USING EMP-HIRE-DATE, WS-TODAY-DATE,
               WS-SENIORITY-YEARS, WS-ELAPSED-DAYS.
           EVALUATE TRUE
               WHEN WS-SENIORITY-YEARS < 1
                   MOVE 1 TO WS-BAND-IDX
               WHEN WS-SENIORITY-YEARS < 5
                   MOVE 2 TO WS-BAND-IDX
               WHEN WS-SENIORITY-YEARS < 10
                   MOVE 3 TO WS-BAND-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BAND-IDX
           END-EVALUATE.

           MOVE EMP-ID TO PB-EMPLOYEE-ID.
           READ PTOBAL-FILE
               KEY IS PB-EMPLOYEE-ID
               INVALID KEY
                   CONTINUE
           END-READ.

           IF NOT WS-PTOBAL-FOUND
               INITIALIZE PTOBAL-RECORD
               MOVE EMP-ID TO PB-EMPLOYEE-ID
               PERFORM 0300-CREDIT-ONE-PERIOD
                   THRU 0300-CREDIT-ONE-PERIOD-EXIT
               WRITE PTOBAL-RECORD
                   INVALID KEY
                       DISPLAY "PTOACCR: BALANCE WRITE FAILED FOR ",
                           EMP-ID, " - STATUS ",
                           WS-PTOBAL-FILE-STATUS
                       ADD 1 TO WS-ERROR-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-NEW-BALANCE-COUNT
                       ADD 1 TO WS-ACCRUED-COUNT
               END-WRITE
               GO TO 0200-ACCRUE-ONE-EMPLOYEE-READ
           END-IF.

           IF PB-LAST-ACCRUAL NOT < WS-PERIOD-END-DATE
               ADD 1 TO WS-ALREADY-COUNT
               GO TO 0200-ACCRUE-ONE-EMPLOYEE-READ
           END-IF.

           PERFORM 0300-CREDIT-ONE-PERIOD
               THRU 0300-CREDIT-ONE-PERIOD-EXIT.
           REWRITE PTOBAL-RECORD
               INVALID KEY
                   DISPLAY "PTOACCR: BALANCE REWRITE FAILED FOR ",
                       EMP-ID, " - STATUS ", WS-PTOBAL-FILE-STATUS
                   ADD 1 TO WS-ERROR-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-ACCRUED-COUNT
           END-REWRITE.

       0200-ACCRUE-ONE-EMPLOYEE-READ.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET END-OF-EMPLOYEE TO TRUE
           END-READ.
       0200-ACCRUE-ONE-EMPLOYEE-EXIT.
           EXIT.

      * Vacation stops growing at the cap - whatever would take the
      * balance past it is simply not credited.
       0300-CREDIT-ONE-PERIOD.
           ADD 1 TO WS-BAND-COUNT(WS-BAND-IDX).
           MOVE WS-BAND-IDX TO PB-SENIORITY-BAND.

           IF WS-VACATION-CAP > ZERO
               AND PB-VACATION-BALANCE + WS-VACATION-RATE(WS-BAND-IDX)
                   > WS-VACATION-CAP
               IF PB-VACATION-BALANCE < WS-VACATION-CAP
                   COMPUTE WS-TOTAL-VACATION = WS-TOTAL-VACATION
                       + WS-VACATION-CAP - PB-VACATION-BALANCE
                   MOVE WS-VACATION-CAP TO PB-VACATION-BALANCE
               END-IF
               ADD 1 TO WS-CAPPED-COUNT
           ELSE
               ADD WS-VACATION-RATE(WS-BAND-IDX) TO PB-VACATION-BALANCE
               ADD WS-VACATION-RATE(WS-BAND-IDX) TO WS-TOTAL-VACATION
           END-IF.

           ADD WS-SICK-RATE TO PB-SICK-BALANCE.
           ADD WS-SICK-RATE TO WS-TOTAL-SICK.
           MOVE WS-PERIOD-END-DATE TO PB-LAST-ACCRUAL.
       0300-CREDIT-ONE-PERIOD-EXIT.
           EXIT.

       0900-LOG-JOB-END.
           MOVE "E" TO WS-JL-FUNCTION.
           MOVE WS-READ-COUNT TO WS-JL-READ-COUNT.
           MOVE WS-ACCRUED-COUNT TO WS-JL-WRITE-COUNT.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.
       0900-LOG-JOB-END-EXIT.
           EXIT.

       END PROGRAM PTOACCR.
