      *   2026-09-02  EV  FINAL STOP RUN CHANGED TO GOBACK SO THE
      *                   JOBSTREAM DRIVER GETS CONTROL BACK AFTER
      *                   CALLING THIS PROGRAM AS A STEP
      *   2026-10-15  EV  A TRANSFER THAT TAKES THE NEW DEPARTMENT
      *                   OVER ITS AUTHORIZED HEADCOUNT ON
      *                   DEPTBUDG.DAT FOR THE FISCAL YEAR OF THE
      *                   EFFECTIVE DATE IS APPLIED BUT WARNED ON
      *                   AND COUNTED IN THE BALANCING REPORT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-DEPTREF-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPTBUDG-FILE ASSIGN TO "DEPTBUDG.DAT"
               FILE STATUS IS WS-DEPTBUDG-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN TO "DEPTJRNL.DAT"
               FILE STATUS IS WS-JOURNAL-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           88 END-OF-EMPLOYEE  VALUE HIGH-VALUES.
           05 EMP-ID           PIC 9(7).
           05 EMP-NAME         PIC A(20).
           05 EMP-DEPARTMENT   PIC X(10).
               88 EMP-ACTIVE       VALUE "A".
               88 EMP-INACTIVE     VALUE "I".
           05 EMP-TERM-DATE    PIC 9(8).
           05 EMP-SUPERVISOR-ID PIC 9(7).

       FD DEPTREF-FILE.
       01 DEPTREF-RECORD.
           05 FILLER              PIC X.
           05 DR-DEPT-NAME        PIC X(20).

      *This mirrors the DEPTBUDG.DAT record DEPTMAINT maintains.
       FD DEPTBUDG-FILE.
       01 DEPTBUDG-RECORD.
           88 DEPTBUDG-EOF        VALUE HIGH-VALUES.
           05 DB-DEPT-CODE        PIC X(10).
           05 FILLER              PIC X.
           05 DB-FISCAL-YEAR      PIC 9(4).
           05 FILLER              PIC X.
           05 DB-AUTHORIZED       PIC 9(5).

       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 DJ-EMPLOYEE-ID       PIC 9(7).
       01 WS-DEPTREF-FILE-STATUS   PIC XX.
           88 WS-DEPTREF-FILE-NOT-FOUND   VALUE "35".

       01 WS-DEPTBUDG-FILE-STATUS  PIC XX.
           88 WS-DEPTBUDG-FILE-NOT-FOUND  VALUE "35".

       01 WS-JOURNAL-FILE-STATUS   PIC XX.
           88 WS-JOURNAL-FILE-NOT-FOUND   VALUE "35".


       01 WS-OLD-DEPARTMENT        PIC X(10).

      * Authorized headcount by department and fiscal year, with
      * the active headcount kept current as transfers apply.
       01 WS-BUDGET-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-BUDGET-TABLE.
           05 WS-BUDGET-ENTRY OCCURS 200 TIMES.
               10 WS-BT-DEPT-CODE      PIC X(10).
               10 WS-BT-FISCAL-YEAR    PIC 9(4).
               10 WS-BT-AUTHORIZED     PIC 9(5).
               10 WS-BT-ACTUAL         PIC 9(5).
       01 WS-BUDGET-IDX            PIC 9(3).
       01 WS-BUDGET-DEPT           PIC X(10).
       01 WS-BUDGET-CHANGE         PIC S9.
       01 WS-BUDGET-YEAR           PIC 9(4).

       01 WS-REJECT-CODE           PIC X(3).
       01 WS-REJECT-REASON         PIC X(25).

       01 WS-READ-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-OVER-BUDGET-COUNT     PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0100-START-HERE.

           PERFORM 0120-LOAD-DEPARTMENTS
               THRU 0120-LOAD-DEPARTMENTS-EXIT.
           PERFORM 0140-LOAD-BUDGETS THRU 0140-LOAD-BUDGETS-EXIT.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-FILE-NOT-FOUND
               WS-APPLIED-COUNT.
           DISPLAY "  TRANSACTIONS REJECTED ......: ",
               WS-REJECT-COUNT.
           DISPLAY "  OVER AUTHORIZED HEADCOUNT ..: ",
               WS-OVER-BUDGET-COUNT.

           GOBACK.

       0130-LOAD-ONE-DEPARTMENT-EXIT.
           EXIT.

      * With no budgets on file there is nothing to warn against,
      * so the master is only counted when at least one is loaded.
       0140-LOAD-BUDGETS.
           OPEN INPUT DEPTBUDG-FILE.
           IF WS-DEPTBUDG-FILE-NOT-FOUND
               GO TO 0140-LOAD-BUDGETS-EXIT
           END-IF.

           READ DEPTBUDG-FILE
               AT END SET DEPTBUDG-EOF TO TRUE
           END-READ.
           PERFORM 0145-LOAD-ONE-BUDGET THRU 0145-LOAD-ONE-BUDGET-EXIT
               UNTIL DEPTBUDG-EOF.
           CLOSE DEPTBUDG-FILE.

           IF WS-BUDGET-COUNT = ZERO
               GO TO 0140-LOAD-BUDGETS-EXIT
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
           PERFORM 0150-COUNT-ONE-EMPLOYEE
               THRU 0150-COUNT-ONE-EMPLOYEE-EXIT
               UNTIL END-OF-EMPLOYEE.
       0140-LOAD-BUDGETS-EXIT.
           EXIT.

       0145-LOAD-ONE-BUDGET.
           IF WS-BUDGET-COUNT < 200
               ADD 1 TO WS-BUDGET-COUNT
               MOVE DB-DEPT-CODE
                   TO WS-BT-DEPT-CODE(WS-BUDGET-COUNT)
               MOVE DB-FISCAL-YEAR
                   TO WS-BT-FISCAL-YEAR(WS-BUDGET-COUNT)
               MOVE DB-AUTHORIZED
                   TO WS-BT-AUTHORIZED(WS-BUDGET-COUNT)
               MOVE ZERO TO WS-BT-ACTUAL(WS-BUDGET-COUNT)
           END-IF.

           READ DEPTBUDG-FILE
               AT END SET DEPTBUDG-EOF TO TRUE
           END-READ.
       0145-LOAD-ONE-BUDGET-EXIT.
           EXIT.

       0150-COUNT-ONE-EMPLOYEE.
           IF EMP-ACTIVE
               MOVE EMP-DEPARTMENT TO WS-BUDGET-DEPT
               MOVE 1 TO WS-BUDGET-CHANGE
               PERFORM 0160-ADJUST-ONE-BUDGET
                   THRU 0160-ADJUST-ONE-BUDGET-EXIT
                   VARYING WS-BUDGET-IDX FROM 1 BY 1
                   UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
           END-IF.

           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET END-OF-EMPLOYEE TO TRUE
           END-READ.
       0150-COUNT-ONE-EMPLOYEE-EXIT.
           EXIT.

       0160-ADJUST-ONE-BUDGET.
           IF WS-BT-DEPT-CODE(WS-BUDGET-IDX) = WS-BUDGET-DEPT
               ADD WS-BUDGET-CHANGE TO WS-BT-ACTUAL(WS-BUDGET-IDX)
           END-IF.
       0160-ADJUST-ONE-BUDGET-EXIT.
           EXIT.

       0200-APPLY-ONE-TRANSFER.
           ADD 1 TO WS-READ-COUNT.

               PERFORM 0350-WRITE-JOURNAL
                   THRU 0350-WRITE-JOURNAL-EXIT
               ADD 1 TO WS-APPLIED-COUNT
               IF WS-BUDGET-COUNT > ZERO
                   AND WS-OLD-DEPARTMENT NOT = DT-NEW-DEPARTMENT
                   PERFORM 0500-CHECK-BUDGET
                       THRU 0500-CHECK-BUDGET-EXIT
               END-IF
           ELSE
               MOVE "RWR" TO WS-REJECT-CODE
               MOVE "REWRITE FAILED" TO WS-REJECT-REASON
       0400-WRITE-REJECT-EXIT.
           EXIT.

      * Move the head from the old department to the new one and
      * warn if the new department is now over what it is
      * authorized to carry in the year the transfer takes effect.
      * The transfer itself stands - the budget is a warning only.
       0500-CHECK-BUDGET.
           MOVE WS-OLD-DEPARTMENT TO WS-BUDGET-DEPT.
           MOVE -1 TO WS-BUDGET-CHANGE.
           PERFORM 0160-ADJUST-ONE-BUDGET
               THRU 0160-ADJUST-ONE-BUDGET-EXIT
               VARYING WS-BUDGET-IDX FROM 1 BY 1
               UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT.

           MOVE DT-NEW-DEPARTMENT TO WS-BUDGET-DEPT.
           MOVE 1 TO WS-BUDGET-CHANGE.
           PERFORM 0160-ADJUST-ONE-BUDGET
               THRU 0160-ADJUST-ONE-BUDGET-EXIT
               VARYING WS-BUDGET-IDX FROM 1 BY 1
               UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT.

           MOVE DT-EFF-DATE(1:4) TO WS-BUDGET-YEAR.
           PERFORM 0550-CHECK-ONE-BUDGET
               THRU 0550-CHECK-ONE-BUDGET-EXIT
               VARYING WS-BUDGET-IDX FROM 1 BY 1
               UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT.
       0500-CHECK-BUDGET-EXIT.
           EXIT.

       0550-CHECK-ONE-BUDGET.
           IF WS-BT-DEPT-CODE(WS-BUDGET-IDX) = DT-NEW-DEPARTMENT
              AND WS-BT-FISCAL-YEAR(WS-BUDGET-IDX) = WS-BUDGET-YEAR
              AND WS-BT-ACTUAL(WS-BUDGET-IDX) >
                  WS-BT-AUTHORIZED(WS-BUDGET-IDX)
               ADD 1 TO WS-OVER-BUDGET-COUNT
               DISPLAY "DEPTXFER: WARNING - ", DT-EMPLOYEE-ID,
                   " TAKES ", DT-NEW-DEPARTMENT, " TO ",
                   WS-BT-ACTUAL(WS-BUDGET-IDX), " AGAINST ",
                   WS-BT-AUTHORIZED(WS-BUDGET-IDX),
                   " AUTHORIZED FOR ", WS-BUDGET-YEAR
           END-IF.
       0550-CHECK-ONE-BUDGET-EXIT.
           EXIT.

       END PROGRAM DEPTXFER.
