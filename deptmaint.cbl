      *                   FUNCTION INSTEAD OF REWRITING THE FILE
      *                   FROM A TRUNCATED TABLE AND SILENTLY
      *                   DELETING REFERENCE CODES
      *   2026-10-15  EV  NEW BUDGET FUNCTION SETS THE AUTHORIZED
      *                   HEADCOUNT FOR A DEPARTMENT AND FISCAL
      *                   YEAR ON DEPTBUDG.DAT - LIST SHOWS THE
      *                   BUDGETS AND RETIRING A CODE DROPS THEM
      *   2026-10-15  EV  SIGN-ON THROUGH SIGNON, WITH THE FUNCTION
      *                   CHOSEN CHECKED AGAINST THE OPERATOR'S
      *                   AUTHORITY AS I (LIST), A (ADD), C (RENAME,
      *                   BUDGET) OR D (RETIRE)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-DEPTREF-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPTBUDG-FILE ASSIGN TO "DEPTBUDG.DAT"
               FILE STATUS IS WS-DEPTBUDG-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MASTER-FILE ASSIGN TO "SORTED.NEW"
               FILE STATUS IS WS-MASTER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
           05 FILLER              PIC X.
           05 DR-DEPT-NAME        PIC X(20).

      *One record per department and fiscal year (the calendar
      *year) - the headcount the department is authorized to carry.
       FD DEPTBUDG-FILE.
       01 DEPTBUDG-RECORD.
           88 DEPTBUDG-EOF        VALUE HIGH-VALUES.
           05 DB-DEPT-CODE        PIC X(10).
           05 FILLER              PIC X.
           05 DB-FISCAL-YEAR      PIC 9(4).
           05 FILLER              PIC X.
           05 DB-AUTHORIZED       PIC 9(5).

      *This mirrors the SORTED.NEW record layout FUSEEMPLOYEES
      *writes - only the department column is of interest here.
       FD MASTER-FILE.
               88 EMP-ACTIVE       VALUE "A".
               88 EMP-INACTIVE     VALUE "I".
           05 EMP-TERM-DATE    PIC 9(8).
           05 EMP-SUPERVISOR-ID PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-DEPTREF-FILE-STATUS  PIC XX.
           88 WS-DEPTREF-FILE-NOT-FOUND VALUE "35".

       01 WS-DEPTBUDG-FILE-STATUS PIC XX.
           88 WS-DEPTBUDG-FILE-NOT-FOUND VALUE "35".

       01 WS-MASTER-FILE-STATUS   PIC XX.
           88 WS-MASTER-FILE-NOT-FOUND  VALUE "35".

           88 WS-ADD-FUNCTION         VALUE 2.
           88 WS-RENAME-FUNCTION      VALUE 3.
           88 WS-RETIRE-FUNCTION      VALUE 4.
           88 WS-BUDGET-FUNCTION      VALUE 5.

       01 WS-VALID-ENTRY-SWITCH   PIC X VALUE "N".
           88 WS-VALID-ENTRY          VALUE "Y".
       01 WS-LOAD-OVERFLOW-SW     PIC X VALUE "N".
           88 WS-LOAD-OVERFLOW        VALUE "Y".

       01 WS-BUDGET-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-BUDGET-TABLE.
           05 WS-BUDGET-ENTRY OCCURS 200 TIMES.
               10 WS-BT-DEPT-CODE     PIC X(10).
               10 WS-BT-FISCAL-YEAR   PIC 9(4).
               10 WS-BT-AUTHORIZED    PIC 9(5).
       01 WS-BUDGET-IDX           PIC 9(3).
       01 WS-BUDGET-FOUND-IDX     PIC 9(3).
       01 WS-BUDGET-KEEP-COUNT    PIC 9(3).

       01 WS-BUDGET-SWITCH        PIC X.
           88 WS-BUDGET-FOUND         VALUE "Y".
           88 WS-BUDGET-NOT-FOUND     VALUE "N".

       01 WS-BUDGET-OVERFLOW-SW   PIC X VALUE "N".
           88 WS-BUDGET-OVERFLOW      VALUE "Y".

       01 WS-WORK-YEAR            PIC 9(4).
       01 WS-WORK-AUTHORIZED      PIC 9(5).

       01 WS-SORTED-USE-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-EMP-USE-COUNT        PIC 9(5) VALUE ZERO.

       01 WS-OPERATOR-ID           PIC X(3) VALUE SPACES.

       01 WS-SIGNON-ACCESS.
           05 WS-SO-PROGRAM        PIC X(17) VALUE "DEPTMAINT".
           05 WS-SO-FUNCTION       PIC X VALUE SPACE.
           05 WS-SO-RESULT         PIC X.
               88 WS-SO-GRANTED        VALUE "Y".

       PROCEDURE DIVISION.
       0100-START-HERE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           PERFORM 0150-LOAD-DEPARTMENTS
               THRU 0150-LOAD-DEPARTMENTS-EXIT.
           PERFORM 0160-LOAD-BUDGETS THRU 0160-LOAD-BUDGETS-EXIT.

           PERFORM 0110-PROMPT-FOR-FUNCTION
               THRU 0110-PROMPT-FOR-FUNCTION-EXIT
               UNTIL WS-VALID-ENTRY.

           EVALUATE TRUE
               WHEN WS-LIST-FUNCTION
                   MOVE "I" TO WS-SO-FUNCTION
               WHEN WS-ADD-FUNCTION
                   MOVE "A" TO WS-SO-FUNCTION
               WHEN WS-RENAME-FUNCTION
                   MOVE "C" TO WS-SO-FUNCTION
               WHEN WS-RETIRE-FUNCTION
                   MOVE "D" TO WS-SO-FUNCTION
               WHEN WS-BUDGET-FUNCTION
                   MOVE "C" TO WS-SO-FUNCTION
           END-EVALUATE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN WS-LIST-FUNCTION
                   PERFORM 0200-LIST-DEPARTMENTS
               WHEN WS-RETIRE-FUNCTION
                   PERFORM 0500-RETIRE-DEPARTMENT
                       THRU 0500-RETIRE-DEPARTMENT-EXIT
               WHEN WS-BUDGET-FUNCTION
                   PERFORM 1000-SET-BUDGET
                       THRU 1000-SET-BUDGET-EXIT
           END-EVALUATE.

           STOP RUN.
           DISPLAY "ADD (2): ".
           DISPLAY "RENAME (3): ".
           DISPLAY "RETIRE (4): ".
           DISPLAY "BUDGET (5): ".
           ACCEPT WS-FUNCTION.

           IF WS-LIST-FUNCTION OR WS-ADD-FUNCTION
                   OR WS-RENAME-FUNCTION OR WS-RETIRE-FUNCTION
                   OR WS-BUDGET-FUNCTION
               SET WS-VALID-ENTRY TO TRUE
           ELSE
               DISPLAY "INVALID SELECTION - PLEASE ENTER A NUMBER "
                   "FROM 1 TO 5"
               SET WS-INVALID-ENTRY TO TRUE
           END-IF.
       0110-PROMPT-FOR-FUNCTION-EXIT.
       0170-LOAD-ONE-DEPARTMENT-EXIT.
           EXIT.

       0160-LOAD-BUDGETS.
           OPEN INPUT DEPTBUDG-FILE.
           IF WS-DEPTBUDG-FILE-NOT-FOUND
               GO TO 0160-LOAD-BUDGETS-EXIT
           END-IF.

           READ DEPTBUDG-FILE
               AT END SET DEPTBUDG-EOF TO TRUE
           END-READ.
           PERFORM 0180-LOAD-ONE-BUDGET THRU 0180-LOAD-ONE-BUDGET-EXIT
               UNTIL DEPTBUDG-EOF.
           CLOSE DEPTBUDG-FILE.
       0160-LOAD-BUDGETS-EXIT.
           EXIT.

       0180-LOAD-ONE-BUDGET.
           IF WS-BUDGET-COUNT < 200
               ADD 1 TO WS-BUDGET-COUNT
               MOVE DB-DEPT-CODE
                   TO WS-BT-DEPT-CODE(WS-BUDGET-COUNT)
               MOVE DB-FISCAL-YEAR
                   TO WS-BT-FISCAL-YEAR(WS-BUDGET-COUNT)
               MOVE DB-AUTHORIZED
                   TO WS-BT-AUTHORIZED(WS-BUDGET-COUNT)
           ELSE
               DISPLAY "DEPTMAINT: DEPTBUDG.DAT HAS MORE THAN 200 "
                   "RECORDS - BUDGETS AND RETIREMENTS WILL BE "
                   "REFUSED SO THE FILE IS NEVER REWRITTEN FROM A "
                   "TRUNCATED TABLE"
               SET WS-BUDGET-OVERFLOW TO TRUE
               SET DEPTBUDG-EOF TO TRUE
               GO TO 0180-LOAD-ONE-BUDGET-EXIT
           END-IF.

           READ DEPTBUDG-FILE
               AT END SET DEPTBUDG-EOF TO TRUE
           END-READ.
       0180-LOAD-ONE-BUDGET-EXIT.
           EXIT.

       0200-LIST-DEPARTMENTS.
           IF WS-DEPT-COUNT = ZERO
               DISPLAY "DEPTMAINT: NO DEPARTMENTS ON FILE"
               THRU 0250-LIST-ONE-DEPARTMENT-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.

           IF WS-BUDGET-COUNT > ZERO
               DISPLAY " "
               DISPLAY "CODE        YEAR  AUTHORIZED"
               PERFORM 1050-LIST-ONE-BUDGET
                   THRU 1050-LIST-ONE-BUDGET-EXIT
                   VARYING WS-BUDGET-IDX FROM 1 BY 1
                   UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
           END-IF.
       0200-LIST-DEPARTMENTS-EXIT.
           EXIT.

               GO TO 0500-RETIRE-DEPARTMENT-EXIT
           END-IF.

           IF WS-BUDGET-OVERFLOW
               PERFORM 0950-REFUSE-BUDGET-OVERSIZED
                   THRU 0950-REFUSE-BUDGET-OVERSIZED-EXIT
               GO TO 0500-RETIRE-DEPARTMENT-EXIT
           END-IF.

           PERFORM 0700-COUNT-USAGE THRU 0700-COUNT-USAGE-EXIT.

           IF WS-SORTED-USE-COUNT > ZERO
               UNTIL WS-DEPT-IDX >= WS-DEPT-COUNT.
           SUBTRACT 1 FROM WS-DEPT-COUNT.
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.

           MOVE ZERO TO WS-BUDGET-KEEP-COUNT.
           PERFORM 1300-KEEP-ONE-BUDGET THRU 1300-KEEP-ONE-BUDGET-EXIT
               VARYING WS-BUDGET-IDX FROM 1 BY 1
               UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT.
           IF WS-BUDGET-KEEP-COUNT < WS-BUDGET-COUNT
               MOVE WS-BUDGET-KEEP-COUNT TO WS-BUDGET-COUNT
               PERFORM 1200-REWRITE-BUDGETS
                   THRU 1200-REWRITE-BUDGETS-EXIT
           END-IF.
           DISPLAY "DEPARTMENT RETIRED".
       0500-RETIRE-DEPARTMENT-EXIT.
           EXIT.
       0900-REFUSE-OVERSIZED-EXIT.
           EXIT.

       0950-REFUSE-BUDGET-OVERSIZED.
           DISPLAY "DEPTMAINT: DEPTBUDG.DAT COULD NOT BE FULLY "
               "LOADED - MAINTENANCE REFUSED, FILE NOT REWRITTEN".
       0950-REFUSE-BUDGET-OVERSIZED-EXIT.
           EXIT.

      * Set or change the authorized headcount for one department
      * and fiscal year.  Zero is a valid budget - a department
      * that is frozen - so there is no separate remove.
       1000-SET-BUDGET.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 1000-SET-BUDGET-EXIT
           END-IF.
           IF WS-BUDGET-OVERFLOW
               PERFORM 0950-REFUSE-BUDGET-OVERSIZED
                   THRU 0950-REFUSE-BUDGET-OVERSIZED-EXIT
               GO TO 1000-SET-BUDGET-EXIT
           END-IF.

           DISPLAY "DEPARTMENT CODE TO BUDGET: " WITH NO ADVANCING.
           ACCEPT WS-WORK-CODE.
           PERFORM 0600-FIND-DEPARTMENT
               THRU 0600-FIND-DEPARTMENT-EXIT.
           IF WS-DEPT-NOT-FOUND
               DISPLAY WS-WORK-CODE, " IS NOT ON FILE"
               GO TO 1000-SET-BUDGET-EXIT
           END-IF.

           DISPLAY "FISCAL YEAR (YYYY): " WITH NO ADVANCING.
           ACCEPT WS-WORK-YEAR.
           IF WS-WORK-YEAR < 1900
               DISPLAY "FISCAL YEAR MUST BE FOUR DIGITS - NOTHING "
                   "CHANGED"
               GO TO 1000-SET-BUDGET-EXIT
           END-IF.

           PERFORM 1100-FIND-BUDGET THRU 1100-FIND-BUDGET-EXIT.
           IF WS-BUDGET-FOUND
               DISPLAY "CURRENT AUTHORIZED HEADCOUNT: ",
                   WS-BT-AUTHORIZED(WS-BUDGET-FOUND-IDX)
           ELSE
               IF WS-BUDGET-COUNT >= 200
                   DISPLAY "DEPTMAINT: BUDGET TABLE FULL - NOTHING "
                       "ADDED"
                   GO TO 1000-SET-BUDGET-EXIT
               END-IF
               DISPLAY "NO BUDGET ON FILE FOR ", WS-WORK-CODE,
                   " IN ", WS-WORK-YEAR
           END-IF.

           DISPLAY "AUTHORIZED HEADCOUNT: " WITH NO ADVANCING.
           ACCEPT WS-WORK-AUTHORIZED.

           IF WS-BUDGET-NOT-FOUND
               ADD 1 TO WS-BUDGET-COUNT
               MOVE WS-BUDGET-COUNT TO WS-BUDGET-FOUND-IDX
               MOVE WS-WORK-CODE
                   TO WS-BT-DEPT-CODE(WS-BUDGET-FOUND-IDX)
               MOVE WS-WORK-YEAR
                   TO WS-BT-FISCAL-YEAR(WS-BUDGET-FOUND-IDX)
           END-IF.
           MOVE WS-WORK-AUTHORIZED
               TO WS-BT-AUTHORIZED(WS-BUDGET-FOUND-IDX).
           PERFORM 1200-REWRITE-BUDGETS THRU 1200-REWRITE-BUDGETS-EXIT.
           DISPLAY "BUDGET RECORDED".
       1000-SET-BUDGET-EXIT.
           EXIT.

       1050-LIST-ONE-BUDGET.
           DISPLAY WS-BT-DEPT-CODE(WS-BUDGET-IDX), "  ",
               WS-BT-FISCAL-YEAR(WS-BUDGET-IDX), "  ",
               WS-BT-AUTHORIZED(WS-BUDGET-IDX).
       1050-LIST-ONE-BUDGET-EXIT.
           EXIT.

       1100-FIND-BUDGET.
           SET WS-BUDGET-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-BUDGET-FOUND-IDX.
           PERFORM 1150-CHECK-ONE-BUDGET
               THRU 1150-CHECK-ONE-BUDGET-EXIT
               VARYING WS-BUDGET-IDX FROM 1 BY 1
               UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
                  OR WS-BUDGET-FOUND.
       1100-FIND-BUDGET-EXIT.
           EXIT.

       1150-CHECK-ONE-BUDGET.
           IF WS-BT-DEPT-CODE(WS-BUDGET-IDX) = WS-WORK-CODE
              AND WS-BT-FISCAL-YEAR(WS-BUDGET-IDX) = WS-WORK-YEAR
               SET WS-BUDGET-FOUND TO TRUE
               MOVE WS-BUDGET-IDX TO WS-BUDGET-FOUND-IDX
           END-IF.
       1150-CHECK-ONE-BUDGET-EXIT.
           EXIT.

       1200-REWRITE-BUDGETS.
           OPEN OUTPUT DEPTBUDG-FILE.
           PERFORM 1250-WRITE-ONE-BUDGET THRU 1250-WRITE-ONE-BUDGET-EXIT
               VARYING WS-BUDGET-IDX FROM 1 BY 1
               UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT.
           CLOSE DEPTBUDG-FILE.
       1200-REWRITE-BUDGETS-EXIT.
           EXIT.

       1250-WRITE-ONE-BUDGET.
           MOVE SPACES TO DEPTBUDG-RECORD.
           MOVE WS-BT-DEPT-CODE(WS-BUDGET-IDX)   TO DB-DEPT-CODE.
           MOVE WS-BT-FISCAL-YEAR(WS-BUDGET-IDX) TO DB-FISCAL-YEAR.
           MOVE WS-BT-AUTHORIZED(WS-BUDGET-IDX)  TO DB-AUTHORIZED.
           WRITE DEPTBUDG-RECORD.
       1250-WRITE-ONE-BUDGET-EXIT.
           EXIT.

      * Close the budget table up over the retired code's rows -
      * a budget for a department that no longer exists would only
      * show up as noise on the variance report.
       1300-KEEP-ONE-BUDGET.
           IF WS-BT-DEPT-CODE(WS-BUDGET-IDX) NOT = WS-WORK-CODE
               ADD 1 TO WS-BUDGET-KEEP-COUNT
               MOVE WS-BUDGET-ENTRY(WS-BUDGET-IDX)
                   TO WS-BUDGET-ENTRY(WS-BUDGET-KEEP-COUNT)
           END-IF.
       1300-KEEP-ONE-BUDGET-EXIT.
           EXIT.

       END PROGRAM DEPTMAINT.
