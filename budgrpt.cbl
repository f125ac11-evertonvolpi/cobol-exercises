       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BUDGRPT".
       AUTHOR.     EVERTON VOLPI.
      * Headcount variance report.  Sets the active headcount of
      * each department on the EMPLOYEE.DAT master against the
      * authorized headcount DEPTMAINT records on DEPTBUDG.DAT for
      * the fiscal year, and flags every department that is over
      * or under its budget or has no budget at all.  Departments
      * come from DEPTREF.DAT, plus any code found only on the
      * budget file or the master so nothing drops off the report.
      *
      * The fiscal year is VALUE-1 (YYYY) of the BUDGRPT record on
      * RUNPARMS.DAT and defaults to the year of the run.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARMS-FILE ASSIGN TO "RUNPARMS.DAT"
               FILE STATUS IS WS-RUNPARMS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPTREF-FILE ASSIGN TO "DEPTREF.DAT"
               FILE STATUS IS WS-DEPTREF-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPTBUDG-FILE ASSIGN TO "DEPTBUDG.DAT"
               FILE STATUS IS WS-DEPTBUDG-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD DEPTREF-FILE.
       01 DEPTREF-RECORD.
           88 DEPTREF-EOF         VALUE HIGH-VALUES.
           05 DR-DEPT-CODE        PIC X(10).
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

       WORKING-STORAGE SECTION.
       01 WS-RUNPARMS-FILE-STATUS PIC XX.
           88 WS-RUNPARMS-FILE-NOT-FOUND VALUE "35".

       01 WS-DEPTREF-FILE-STATUS  PIC XX.
           88 WS-DEPTREF-FILE-NOT-FOUND VALUE "35".

       01 WS-DEPTBUDG-FILE-STATUS PIC XX.
           88 WS-DEPTBUDG-FILE-NOT-FOUND VALUE "35".

       01 WS-EMPLOYEE-FILE-STATUS PIC XX.
           88 WS-EMPLOYEE-FILE-NOT-FOUND VALUE "35".

       01 WS-PARMS-FOUND-SW      PIC X VALUE "N".
           88 WS-PARMS-FOUND         VALUE "Y".

       01 WS-TODAY-DATE          PIC 9(8).
       01 WS-FISCAL-YEAR         PIC 9(4).

       01 WS-DEPT-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DT-DEPARTMENT   PIC X(10).
               10 WS-DT-NAME         PIC X(20).
               10 WS-DT-BUDGETED     PIC X.
               10 WS-DT-AUTHORIZED   PIC 9(5).
               10 WS-DT-ACTUAL       PIC 9(5).
       01 WS-DEPT-IDX            PIC 9(2).
       01 WS-FOUND-IDX           PIC 9(2).
       01 WS-WORK-DEPARTMENT     PIC X(10).

       01 WS-FOUND-SWITCH        PIC X.
           88 WS-DEPT-FOUND          VALUE "Y".
           88 WS-DEPT-NOT-FOUND      VALUE "N".

       01 WS-VARIANCE            PIC S9(5).

       01 WS-TOTAL-AUTHORIZED    PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-ACTUAL        PIC 9(5) VALUE ZERO.
       01 WS-OVER-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-UNDER-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-NO-BUDGET-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-EMPLOYEE-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-NOT-REPORTED-COUNT  PIC 9(5) VALUE ZERO.

       01 WS-RPTWRITE-PARM.
           05 WS-RW-PROGRAM      PIC X(17) VALUE "BUDGRPT".
           05 WS-RW-FUNCTION     PIC X.
           05 WS-RW-LINE         PIC X(132).
       01 WS-PRINT-LINE          PIC X(132).

       01 WS-HEADING-LINE.
           05 FILLER PIC X(30) VALUE "DEPARTMENT NAME               ".
           05 FILLER PIC X(30) VALUE "      AUTH ACTUAL  VARIANCE  S".
           05 FILLER PIC X(05) VALUE "TATUS".

       01 WS-DETAIL-LINE.
           05 WSD-DEPARTMENT    PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 WSD-NAME          PIC X(20).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WSD-AUTHORIZED    PIC ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WSD-ACTUAL        PIC ZZZZ9.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WSD-VARIANCE      PIC -ZZZZ9.
           05 FILLER            PIC X(2) VALUE SPACES.
           05 WSD-STATUS        PIC X(10).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE(1:4) TO WS-FISCAL-YEAR.
           PERFORM 0150-READ-RUN-PARMS THRU 0150-READ-RUN-PARMS-EXIT.

           PERFORM 0200-LOAD-DEPARTMENTS
               THRU 0200-LOAD-DEPARTMENTS-EXIT.
           PERFORM 0300-LOAD-BUDGETS THRU 0300-LOAD-BUDGETS-EXIT.
           PERFORM 0400-LOAD-HEADCOUNT THRU 0400-LOAD-HEADCOUNT-EXIT.

           MOVE "O" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "HEADCOUNT AGAINST AUTHORIZED BUDGET - FISCAL YEAR "
               WS-FISCAL-YEAR
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           PERFORM 0500-PRINT-ONE-DEPARTMENT
               THRU 0500-PRINT-ONE-DEPARTMENT-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.

           MOVE "ALL DEPTS"          TO WSD-DEPARTMENT.
           MOVE SPACES               TO WSD-NAME, WSD-STATUS.
           MOVE WS-TOTAL-AUTHORIZED  TO WSD-AUTHORIZED.
           MOVE WS-TOTAL-ACTUAL      TO WSD-ACTUAL.
           COMPUTE WS-VARIANCE = WS-TOTAL-ACTUAL - WS-TOTAL-AUTHORIZED.
           MOVE WS-VARIANCE          TO WSD-VARIANCE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           STRING "DEPARTMENTS OVER BUDGET .......: " WS-OVER-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DEPARTMENTS UNDER BUDGET ......: " WS-UNDER-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DEPARTMENTS WITH NO BUDGET ....: "
               WS-NO-BUDGET-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EMPLOYEE RECORDS READ .........: " WS-EMPLOYEE-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RECORDS NOT REPORTED ..........: "
               WS-NOT-REPORTED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE "C" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           GOBACK.

      * A four-digit year in VALUE-1 of the BUDGRPT record
      * overrides the default of the current year.
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
           IF RP-PROGRAM = "BUDGRPT"
               SET WS-PARMS-FOUND TO TRUE
               IF RP-VALUE-1(1:4) IS NUMERIC
                   MOVE RP-VALUE-1(1:4) TO WS-FISCAL-YEAR
               END-IF
               GO TO 0170-CHECK-ONE-PARM-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
       0170-CHECK-ONE-PARM-EXIT.
           EXIT.

       0200-LOAD-DEPARTMENTS.
           OPEN INPUT DEPTREF-FILE.
           IF WS-DEPTREF-FILE-NOT-FOUND
               DISPLAY "BUDGRPT: DEPTREF.DAT NOT AVAILABLE - "
                   "DEPARTMENT NAMES WILL NOT BE SHOWN"
               GO TO 0200-LOAD-DEPARTMENTS-EXIT
           END-IF.

           READ DEPTREF-FILE
               AT END SET DEPTREF-EOF TO TRUE
           END-READ.
           PERFORM 0250-LOAD-ONE-DEPARTMENT
               THRU 0250-LOAD-ONE-DEPARTMENT-EXIT
               UNTIL DEPTREF-EOF.
           CLOSE DEPTREF-FILE.
       0200-LOAD-DEPARTMENTS-EXIT.
           EXIT.

       0250-LOAD-ONE-DEPARTMENT.
           MOVE DR-DEPT-CODE TO WS-WORK-DEPARTMENT.
           PERFORM 0800-FIND-DEPARTMENT THRU 0800-FIND-DEPARTMENT-EXIT.
           IF WS-DEPT-FOUND
               MOVE DR-DEPT-NAME TO WS-DT-NAME(WS-FOUND-IDX)
           END-IF.

           READ DEPTREF-FILE
               AT END SET DEPTREF-EOF TO TRUE
           END-READ.
       0250-LOAD-ONE-DEPARTMENT-EXIT.
           EXIT.

       0300-LOAD-BUDGETS.
           OPEN INPUT DEPTBUDG-FILE.
           IF WS-DEPTBUDG-FILE-NOT-FOUND
               DISPLAY "BUDGRPT: DEPTBUDG.DAT NOT FOUND - EVERY "
                   "DEPARTMENT WILL SHOW AS HAVING NO BUDGET"
               GO TO 0300-LOAD-BUDGETS-EXIT
           END-IF.

           READ DEPTBUDG-FILE
               AT END SET DEPTBUDG-EOF TO TRUE
           END-READ.
           PERFORM 0350-LOAD-ONE-BUDGET THRU 0350-LOAD-ONE-BUDGET-EXIT
               UNTIL DEPTBUDG-EOF.
           CLOSE DEPTBUDG-FILE.
       0300-LOAD-BUDGETS-EXIT.
           EXIT.

       0350-LOAD-ONE-BUDGET.
           IF DB-FISCAL-YEAR NOT = WS-FISCAL-YEAR
               GO TO 0350-LOAD-ONE-BUDGET-READ
           END-IF.

           MOVE DB-DEPT-CODE TO WS-WORK-DEPARTMENT.
           PERFORM 0800-FIND-DEPARTMENT THRU 0800-FIND-DEPARTMENT-EXIT.
           IF WS-DEPT-FOUND
               MOVE "Y" TO WS-DT-BUDGETED(WS-FOUND-IDX)
               MOVE DB-AUTHORIZED TO WS-DT-AUTHORIZED(WS-FOUND-IDX)
           END-IF.

       0350-LOAD-ONE-BUDGET-READ.
           READ DEPTBUDG-FILE
               AT END SET DEPTBUDG-EOF TO TRUE
           END-READ.
       0350-LOAD-ONE-BUDGET-EXIT.
           EXIT.

       0400-LOAD-HEADCOUNT.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-FILE-NOT-FOUND
               DISPLAY "BUDGRPT: EMPLOYEE.DAT NOT FOUND - ACTUAL "
                   "HEADCOUNT WILL SHOW AS ZERO"
               GO TO 0400-LOAD-HEADCOUNT-EXIT
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
           PERFORM 0450-COUNT-ONE-EMPLOYEE
               THRU 0450-COUNT-ONE-EMPLOYEE-EXIT
               UNTIL END-OF-EMPLOYEE.
           CLOSE EMPLOYEE-FILE.
       0400-LOAD-HEADCOUNT-EXIT.
           EXIT.

       0450-COUNT-ONE-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           IF NOT EMP-ACTIVE
               GO TO 0450-COUNT-ONE-EMPLOYEE-READ
           END-IF.

           MOVE EMP-DEPARTMENT TO WS-WORK-DEPARTMENT.
           PERFORM 0800-FIND-DEPARTMENT THRU 0800-FIND-DEPARTMENT-EXIT.
           IF WS-DEPT-FOUND
               ADD 1 TO WS-DT-ACTUAL(WS-FOUND-IDX)
           ELSE
               ADD 1 TO WS-NOT-REPORTED-COUNT
           END-IF.

       0450-COUNT-ONE-EMPLOYEE-READ.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET END-OF-EMPLOYEE TO TRUE
           END-READ.
       0450-COUNT-ONE-EMPLOYEE-EXIT.
           EXIT.

       0500-PRINT-ONE-DEPARTMENT.
           MOVE WS-DT-DEPARTMENT(WS-DEPT-IDX) TO WSD-DEPARTMENT.
           MOVE WS-DT-NAME(WS-DEPT-IDX)       TO WSD-NAME.
           MOVE WS-DT-AUTHORIZED(WS-DEPT-IDX) TO WSD-AUTHORIZED.
           MOVE WS-DT-ACTUAL(WS-DEPT-IDX)     TO WSD-ACTUAL.
           ADD WS-DT-ACTUAL(WS-DEPT-IDX) TO WS-TOTAL-ACTUAL.

           IF WS-DT-BUDGETED(WS-DEPT-IDX) NOT = "Y"
               MOVE ZERO TO WSD-VARIANCE
               MOVE "NO BUDGET" TO WSD-STATUS
               ADD 1 TO WS-NO-BUDGET-COUNT
               GO TO 0500-PRINT-ONE-DEPARTMENT-PRINT
           END-IF.

           ADD WS-DT-AUTHORIZED(WS-DEPT-IDX) TO WS-TOTAL-AUTHORIZED.
           COMPUTE WS-VARIANCE = WS-DT-ACTUAL(WS-DEPT-IDX)
               - WS-DT-AUTHORIZED(WS-DEPT-IDX).
           MOVE WS-VARIANCE TO WSD-VARIANCE.
           EVALUATE TRUE
               WHEN WS-VARIANCE > ZERO
                   MOVE "OVER" TO WSD-STATUS
                   ADD 1 TO WS-OVER-COUNT
               WHEN WS-VARIANCE < ZERO
                   MOVE "UNDER" TO WSD-STATUS
                   ADD 1 TO WS-UNDER-COUNT
               WHEN OTHER
                   MOVE "AT BUDGET" TO WSD-STATUS
           END-EVALUATE.

       0500-PRINT-ONE-DEPARTMENT-PRINT.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0500-PRINT-ONE-DEPARTMENT-EXIT.
           EXIT.

      * Find WS-WORK-DEPARTMENT in the table, adding it if there is
      * room - a code on the budget file or the master but missing
      * from DEPTREF.DAT still gets its own line.
       0800-FIND-DEPARTMENT.
           SET WS-DEPT-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 0850-CHECK-ONE-DEPARTMENT
               THRU 0850-CHECK-ONE-DEPARTMENT-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                  OR WS-DEPT-FOUND.
           IF WS-DEPT-FOUND
               GO TO 0800-FIND-DEPARTMENT-EXIT
           END-IF.

           IF WS-DEPT-COUNT < 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-FOUND-IDX
               MOVE WS-WORK-DEPARTMENT
                   TO WS-DT-DEPARTMENT(WS-FOUND-IDX)
               MOVE SPACES TO WS-DT-NAME(WS-FOUND-IDX)
               MOVE "N"    TO WS-DT-BUDGETED(WS-FOUND-IDX)
               MOVE ZERO   TO WS-DT-AUTHORIZED(WS-FOUND-IDX)
               MOVE ZERO   TO WS-DT-ACTUAL(WS-FOUND-IDX)
               SET WS-DEPT-FOUND TO TRUE
           ELSE
               DISPLAY "BUDGRPT: MORE THAN 50 DEPARTMENTS - "
                   "SKIPPING ", WS-WORK-DEPARTMENT
           END-IF.
       0800-FIND-DEPARTMENT-EXIT.
           EXIT.

       0850-CHECK-ONE-DEPARTMENT.
           IF WS-DT-DEPARTMENT(WS-DEPT-IDX) = WS-WORK-DEPARTMENT
               SET WS-DEPT-FOUND TO TRUE
               MOVE WS-DEPT-IDX TO WS-FOUND-IDX
           END-IF.
       0850-CHECK-ONE-DEPARTMENT-EXIT.
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

       END PROGRAM BUDGRPT.
