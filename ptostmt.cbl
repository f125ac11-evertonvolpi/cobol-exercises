       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PTOSTMT".
       AUTHOR.     EVERTON VOLPI.
      * Paid-time-off balance statement by department.  Lists every
      * employee on EMPLOYEE.DAT under their department with the
      * vacation and sick hours on hand from PTOBAL.DAT, the
      * seniority band the last accrual used, and the dates of the
      * last accrual and the last leave taken, with department and
      * company totals.  Inactive employees still carrying a
      * balance are listed so the balance can be settled; an
      * active employee with no balance record yet is shown as
      * such.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
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

      *This mirrors the PTOBAL.DAT record PTOACCR maintains.
       FD PTOBAL-FILE.
       01 PTOBAL-RECORD.
           05 PB-EMPLOYEE-ID       PIC 9(7).
           05 PB-VACATION-BALANCE  PIC 9(4)V99.
           05 PB-SICK-BALANCE      PIC 9(4)V99.
           05 PB-SENIORITY-BAND    PIC 9.
           05 PB-LAST-ACCRUAL      PIC 9(8).
           05 PB-LAST-TAKEN        PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-FILE-STATUS PIC XX.
           88 WS-EMPLOYEE-FILE-NOT-FOUND VALUE "35".

       01 WS-PTOBAL-FILE-STATUS  PIC XX.
           88 WS-PTOBAL-FILE-NOT-FOUND  VALUE "35".

       01 WS-BAL-AVAIL-SW        PIC X VALUE "N".
           88 WS-BAL-AVAILABLE       VALUE "Y".

       01 WS-HAS-BALANCE-SW      PIC X.
           88 WS-HAS-BALANCE         VALUE "Y".

       01 WS-BAND-NAMES.
           05 FILLER             PIC X(5) VALUE "<1Y".
           05 FILLER             PIC X(5) VALUE "1-5Y".
           05 FILLER             PIC X(5) VALUE "5-10Y".
           05 FILLER             PIC X(5) VALUE ">10Y".
       01 WS-BAND-NAME-TABLE REDEFINES WS-BAND-NAMES.
           05 WS-BAND-NAME       PIC X(5) OCCURS 4 TIMES.

       01 WS-EMP-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 500 TIMES.
               10 WS-ET-EMPLOYEE-ID  PIC 9(7).
               10 WS-ET-NAME         PIC X(20).
               10 WS-ET-DEPARTMENT   PIC X(10).
               10 WS-ET-STATUS       PIC X.
               10 WS-ET-HAS-BALANCE  PIC X.
               10 WS-ET-BAND         PIC 9.
               10 WS-ET-VACATION     PIC 9(4)V99.
               10 WS-ET-SICK         PIC 9(4)V99.
               10 WS-ET-LAST-ACCRUAL PIC 9(8).
               10 WS-ET-LAST-TAKEN   PIC 9(8).
       01 WS-EMP-IDX             PIC 9(3).

       01 WS-DEPT-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DT-DEPARTMENT   PIC X(10).
               10 WS-DT-EMPLOYEES    PIC 9(5).
               10 WS-DT-VACATION     PIC 9(7)V99.
               10 WS-DT-SICK         PIC 9(7)V99.
       01 WS-DEPT-IDX            PIC 9(2).
       01 WS-FOUND-IDX           PIC 9(2).

       01 WS-DEPT-FOUND-SWITCH   PIC X.
           88 WS-DEPT-FOUND          VALUE "Y".
           88 WS-DEPT-NOT-FOUND      VALUE "N".

       01 WS-READ-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-NO-BALANCE-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-GT-EMPLOYEES        PIC 9(5) VALUE ZERO.
       01 WS-GT-VACATION         PIC 9(7)V99 VALUE ZERO.
       01 WS-GT-SICK             PIC 9(7)V99 VALUE ZERO.

       01 WS-RPTWRITE-PARM.
           05 WS-RW-PROGRAM      PIC X(17) VALUE "PTOSTMT".
           05 WS-RW-FUNCTION     PIC X.
           05 WS-RW-LINE         PIC X(132).
       01 WS-PRINT-LINE          PIC X(132).

       01 WS-HEADING-LINE.
           05 FILLER PIC X(30) VALUE "EMP ID   NAME                 ".
           05 FILLER PIC X(30) VALUE " S  BAND    VACATION       SIC".
           05 FILLER PIC X(21) VALUE "K  ACCRUED   TAKEN   ".

       01 WS-DETAIL-LINE.
           05 WSD-EMPLOYEE-ID   PIC 9(7).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-NAME          PIC X(20).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-STATUS        PIC X.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-BAND          PIC X(5).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-VACATION      PIC Z,ZZ9.99.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-SICK          PIC Z,ZZ9.99.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-LAST-ACCRUAL  PIC X(8).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-LAST-TAKEN    PIC X(8).

       01 WS-TOTAL-LINE.
           05 WST-LABEL         PIC X(29).
           05 WST-EMPLOYEES     PIC ZZZZ9.
           05 FILLER            PIC X(10) VALUE SPACES.
           05 WST-VACATION      PIC ZZZ,ZZ9.99.
           05 FILLER            PIC X     VALUE SPACE.
           05 WST-SICK          PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0100-START-HERE.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-FILE-NOT-FOUND
               DISPLAY "PTOSTMT: EMPLOYEE.DAT NOT FOUND - NOTHING "
                   "TO LIST"
               GOBACK
           END-IF.

           OPEN INPUT PTOBAL-FILE.
           IF WS-PTOBAL-FILE-NOT-FOUND
               DISPLAY "PTOSTMT: PTOBAL.DAT NOT FOUND - RUN "
                   "PTOACCR FIRST - NO BALANCES WILL SHOW"
           ELSE
               SET WS-BAL-AVAILABLE TO TRUE
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
           PERFORM 0200-LOAD-ONE-EMPLOYEE
               THRU 0200-LOAD-ONE-EMPLOYEE-EXIT
               UNTIL END-OF-EMPLOYEE.

           CLOSE EMPLOYEE-FILE.
           IF WS-BAL-AVAILABLE
               CLOSE PTOBAL-FILE
           END-IF.

           MOVE "O" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           MOVE "PAID-TIME-OFF BALANCE STATEMENT BY DEPARTMENT"
               TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           PERFORM 0400-PRINT-ONE-DEPARTMENT
               THRU 0400-PRINT-ONE-DEPARTMENT-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "ALL DEPARTMENTS" TO WST-LABEL.
           MOVE WS-GT-EMPLOYEES   TO WST-EMPLOYEES.
           MOVE WS-GT-VACATION    TO WST-VACATION.
           MOVE WS-GT-SICK        TO WST-SICK.
           MOVE WS-TOTAL-LINE     TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EMPLOYEES WITH NO BALANCE .: " WS-NO-BALANCE-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EMPLOYEES NOT LISTED ......: " WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE "C" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           GOBACK.

      * An inactive employee with nothing left on the books has no
      * place on a balance statement and is passed over.
       0200-LOAD-ONE-EMPLOYEE.
           ADD 1 TO WS-READ-COUNT.
           MOVE "N" TO WS-HAS-BALANCE-SW.
           IF WS-BAL-AVAILABLE
               MOVE EMP-ID TO PB-EMPLOYEE-ID
               READ PTOBAL-FILE
                   KEY IS PB-EMPLOYEE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-HAS-BALANCE TO TRUE
               END-READ
           END-IF.
           IF NOT WS-HAS-BALANCE
               INITIALIZE PTOBAL-RECORD
           END-IF.

           IF EMP-INACTIVE
               AND PB-VACATION-BALANCE = ZERO
               AND PB-SICK-BALANCE = ZERO
               GO TO 0200-LOAD-ONE-EMPLOYEE-READ
           END-IF.

           IF WS-EMP-COUNT >= 500
               ADD 1 TO WS-SKIPPED-COUNT
               IF WS-SKIPPED-COUNT = 1
                   DISPLAY "PTOSTMT: MORE THAN 500 EMPLOYEES - "
                       "LATER EMPLOYEES NOT LISTED"
               END-IF
               GO TO 0200-LOAD-ONE-EMPLOYEE-READ
           END-IF.

           PERFORM 0300-FIND-DEPARTMENT THRU 0300-FIND-DEPARTMENT-EXIT.
           IF WS-DEPT-NOT-FOUND
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 0200-LOAD-ONE-EMPLOYEE-READ
           END-IF.

           ADD 1 TO WS-EMP-COUNT.
           MOVE EMP-ID              TO WS-ET-EMPLOYEE-ID(WS-EMP-COUNT).
           MOVE EMP-NAME            TO WS-ET-NAME(WS-EMP-COUNT).
           MOVE EMP-DEPARTMENT      TO WS-ET-DEPARTMENT(WS-EMP-COUNT).
           MOVE EMP-STATUS          TO WS-ET-STATUS(WS-EMP-COUNT).
           MOVE WS-HAS-BALANCE-SW   TO WS-ET-HAS-BALANCE(WS-EMP-COUNT).
           IF NOT WS-HAS-BALANCE
               ADD 1 TO WS-NO-BALANCE-COUNT
           END-IF.
           MOVE PB-SENIORITY-BAND   TO WS-ET-BAND(WS-EMP-COUNT).
           MOVE PB-VACATION-BALANCE TO WS-ET-VACATION(WS-EMP-COUNT).
           MOVE PB-SICK-BALANCE     TO WS-ET-SICK(WS-EMP-COUNT).
           MOVE PB-LAST-ACCRUAL     TO
               WS-ET-LAST-ACCRUAL(WS-EMP-COUNT).
           MOVE PB-LAST-TAKEN       TO WS-ET-LAST-TAKEN(WS-EMP-COUNT).

           ADD 1                   TO WS-DT-EMPLOYEES(WS-FOUND-IDX).
           ADD PB-VACATION-BALANCE TO WS-DT-VACATION(WS-FOUND-IDX).
           ADD PB-SICK-BALANCE     TO WS-DT-SICK(WS-FOUND-IDX).
           ADD 1                   TO WS-GT-EMPLOYEES.
           ADD PB-VACATION-BALANCE TO WS-GT-VACATION.
           ADD PB-SICK-BALANCE     TO WS-GT-SICK.

       0200-LOAD-ONE-EMPLOYEE-READ.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET END-OF-EMPLOYEE TO TRUE
           END-READ.
       0200-LOAD-ONE-EMPLOYEE-EXIT.
           EXIT.

      * Leaves WS-FOUND-IDX on the employee's department, adding it
      * to the table the first time it is seen.
       0300-FIND-DEPARTMENT.
           SET WS-DEPT-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 0350-CHECK-ONE-DEPARTMENT
               THRU 0350-CHECK-ONE-DEPARTMENT-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                  OR WS-DEPT-FOUND.
           IF WS-DEPT-FOUND
               GO TO 0300-FIND-DEPARTMENT-EXIT
           END-IF.

           IF WS-DEPT-COUNT < 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-FOUND-IDX
               INITIALIZE WS-DEPT-ENTRY(WS-FOUND-IDX)
               MOVE EMP-DEPARTMENT TO WS-DT-DEPARTMENT(WS-FOUND-IDX)
               SET WS-DEPT-FOUND TO TRUE
           ELSE
               DISPLAY "PTOSTMT: MORE THAN 50 DEPARTMENTS - "
                   "SKIPPING ", EMP-ID, " IN ", EMP-DEPARTMENT
           END-IF.
       0300-FIND-DEPARTMENT-EXIT.
           EXIT.

       0350-CHECK-ONE-DEPARTMENT.
           IF WS-DT-DEPARTMENT(WS-DEPT-IDX) = EMP-DEPARTMENT
               SET WS-DEPT-FOUND TO TRUE
               MOVE WS-DEPT-IDX TO WS-FOUND-IDX
           END-IF.
       0350-CHECK-ONE-DEPARTMENT-EXIT.
           EXIT.

       0400-PRINT-ONE-DEPARTMENT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           STRING "DEPARTMENT: " WS-DT-DEPARTMENT(WS-DEPT-IDX)
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           PERFORM 0450-PRINT-ONE-EMPLOYEE
               THRU 0450-PRINT-ONE-EMPLOYEE-EXIT
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT.

           MOVE SPACES TO WS-TOTAL-LINE.
           MOVE "DEPARTMENT TOTAL"            TO WST-LABEL.
           MOVE WS-DT-EMPLOYEES(WS-DEPT-IDX)  TO WST-EMPLOYEES.
           MOVE WS-DT-VACATION(WS-DEPT-IDX)   TO WST-VACATION.
           MOVE WS-DT-SICK(WS-DEPT-IDX)       TO WST-SICK.
           MOVE WS-TOTAL-LINE                 TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0400-PRINT-ONE-DEPARTMENT-EXIT.
           EXIT.

       0450-PRINT-ONE-EMPLOYEE.
           IF WS-ET-DEPARTMENT(WS-EMP-IDX) NOT =
                   WS-DT-DEPARTMENT(WS-DEPT-IDX)
               GO TO 0450-PRINT-ONE-EMPLOYEE-EXIT
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-ET-EMPLOYEE-ID(WS-EMP-IDX) TO WSD-EMPLOYEE-ID.
           MOVE WS-ET-NAME(WS-EMP-IDX)        TO WSD-NAME.
           MOVE WS-ET-STATUS(WS-EMP-IDX)      TO WSD-STATUS.
           IF WS-ET-HAS-BALANCE(WS-EMP-IDX) = "N"
               MOVE "NONE" TO WSD-BAND
           ELSE
               IF WS-ET-BAND(WS-EMP-IDX) >= 1
                   AND WS-ET-BAND(WS-EMP-IDX) <= 4
                   MOVE WS-BAND-NAME(WS-ET-BAND(WS-EMP-IDX))
                       TO WSD-BAND
               END-IF
               MOVE WS-ET-LAST-ACCRUAL(WS-EMP-IDX) TO WSD-LAST-ACCRUAL
           END-IF.
           MOVE WS-ET-VACATION(WS-EMP-IDX) TO WSD-VACATION.
           MOVE WS-ET-SICK(WS-EMP-IDX)     TO WSD-SICK.
           IF WS-ET-LAST-TAKEN(WS-EMP-IDX) NOT = ZERO
               MOVE WS-ET-LAST-TAKEN(WS-EMP-IDX) TO WSD-LAST-TAKEN
           END-IF.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0450-PRINT-ONE-EMPLOYEE-EXIT.
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

       END PROGRAM PTOSTMT.
