       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ORGCHART".
       AUTHOR.     EVERTON VOLPI.
      * Indented organisation chart over the EMPLOYEE.DAT master.
      * Every active employee with no supervisor - or whose
      * supervisor is inactive or no longer on file - starts a
      * branch at the left margin, and the people reporting to
      * each employee are listed under them indented one step
      * further, in employee id order.  Active employees the walk
      * never reaches can only be caught in a circular reporting
      * chain and are listed separately so HR can correct them
      * through EMPMAINT.
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

       WORKING-STORAGE SECTION.
       01 WS-EMPLOYEE-FILE-STATUS PIC XX.
           88 WS-EMPLOYEE-FILE-NOT-FOUND VALUE "35".

      * Every employee on file, active or not, so a supervisor
      * who has left can still be recognised as such.
       01 WS-EMP-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 500 TIMES.
               10 WS-ET-ID           PIC 9(7).
               10 WS-ET-NAME         PIC X(20).
               10 WS-ET-DEPARTMENT   PIC X(10).
               10 WS-ET-STATUS       PIC X.
               10 WS-ET-SUPERVISOR   PIC 9(7).
               10 WS-ET-SUP-IDX      PIC 9(3).
               10 WS-ET-PRINTED      PIC X.
       01 WS-EMP-IDX             PIC 9(3).
       01 WS-CHILD-IDX           PIC 9(3).
       01 WS-FIND-IDX            PIC 9(3).
       01 WS-FOUND-IDX           PIC 9(3).

       01 WS-FOUND-SWITCH        PIC X.
           88 WS-EMP-FOUND           VALUE "Y".
           88 WS-EMP-NOT-FOUND       VALUE "N".

      * Depth-first walk - the employee and the level they print
      * at are pushed for each report and popped to print.
       01 WS-STACK-TOP           PIC 9(3) VALUE ZERO.
       01 WS-STACK-TABLE.
           05 WS-STACK-ENTRY OCCURS 500 TIMES.
               10 WS-ST-IDX          PIC 9(3).
               10 WS-ST-LEVEL        PIC 9(3).
       01 WS-CURRENT-IDX         PIC 9(3).
       01 WS-CURRENT-LEVEL       PIC 9(3).
       01 WS-INDENT-LEVEL        PIC 9(3).
       01 WS-LINE-POINTER        PIC 9(3).

       01 WS-READ-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-ACTIVE-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-PRINTED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-TOP-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-CIRCULAR-COUNT      PIC 9(5) VALUE ZERO.

       01 WS-RPTWRITE-PARM.
           05 WS-RW-PROGRAM      PIC X(17) VALUE "ORGCHART".
           05 WS-RW-FUNCTION     PIC X.
           05 WS-RW-LINE         PIC X(132).
       01 WS-PRINT-LINE          PIC X(132).

       01 WS-HEADING-LINE.
           05 FILLER PIC X(30) VALUE "LVL EMPLOYEE AND THOSE REPORTI".
           05 FILLER PIC X(30) VALUE "NG TO THEM                    ".

       01 WS-CHART-LINE.
           05 WSD-ID            PIC 9(7).
           05 FILLER            PIC X VALUE SPACE.
           05 WSD-NAME          PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 WSD-DEPARTMENT    PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 WSD-NOTE          PIC X(30).

       01 WS-LEVEL-DISPLAY       PIC ZZ9.

       01 WS-CIRCULAR-LINE.
           05 WSR-ID            PIC 9(7).
           05 FILLER            PIC X VALUE SPACE.
           05 WSR-NAME          PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 WSR-DEPARTMENT    PIC X(10).
           05 FILLER            PIC X(13) VALUE " REPORTS TO  ".
           05 WSR-SUPERVISOR    PIC 9(7).

       PROCEDURE DIVISION.
       0100-START-HERE.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-FILE-NOT-FOUND
               DISPLAY "ORGCHART: EMPLOYEE.DAT NOT FOUND - RUN "
                   "EMPCONVERT FIRST"
               GOBACK
           END-IF.

           PERFORM 0200-LOAD-EMPLOYEES THRU 0200-LOAD-EMPLOYEES-EXIT.
           CLOSE EMPLOYEE-FILE.

           PERFORM 0300-LINK-SUPERVISOR THRU 0300-LINK-SUPERVISOR-EXIT
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT.

           MOVE "O" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           MOVE "ORGANISATION CHART - ACTIVE EMPLOYEES"
               TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           PERFORM 0400-PRINT-ONE-BRANCH THRU 0400-PRINT-ONE-BRANCH-EXIT
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT.

           PERFORM 0600-PRINT-CIRCULAR THRU 0600-PRINT-CIRCULAR-EXIT.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           STRING "EMPLOYEE RECORDS READ .........: " WS-READ-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACTIVE EMPLOYEES ..............: " WS-ACTIVE-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOP OF A BRANCH ...............: " WS-TOP-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PLACED ON THE CHART ...........: " WS-PRINTED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "IN A CIRCULAR CHAIN ...........: " WS-CIRCULAR-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "OVER 500 - NOT CHARTED ........: " WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE "C" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           GOBACK.

       0200-LOAD-EMPLOYEES.
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
           PERFORM 0250-LOAD-ONE-EMPLOYEE
               THRU 0250-LOAD-ONE-EMPLOYEE-EXIT
               UNTIL END-OF-EMPLOYEE.
       0200-LOAD-EMPLOYEES-EXIT.
           EXIT.

      * Records written before the supervisor id existed carry
      * spaces there and are treated as having no supervisor.
       0250-LOAD-ONE-EMPLOYEE.
           ADD 1 TO WS-READ-COUNT.
           IF WS-EMP-COUNT NOT < 500
               ADD 1 TO WS-SKIPPED-COUNT
               GO TO 0250-LOAD-ONE-EMPLOYEE-READ
           END-IF.

           ADD 1 TO WS-EMP-COUNT.
           MOVE EMP-ID         TO WS-ET-ID(WS-EMP-COUNT).
           MOVE EMP-NAME       TO WS-ET-NAME(WS-EMP-COUNT).
           MOVE EMP-DEPARTMENT TO WS-ET-DEPARTMENT(WS-EMP-COUNT).
           MOVE EMP-STATUS     TO WS-ET-STATUS(WS-EMP-COUNT).
           IF EMP-SUPERVISOR-ID NUMERIC
               MOVE EMP-SUPERVISOR-ID
                   TO WS-ET-SUPERVISOR(WS-EMP-COUNT)
           ELSE
               MOVE ZERO TO WS-ET-SUPERVISOR(WS-EMP-COUNT)
           END-IF.
           MOVE ZERO TO WS-ET-SUP-IDX(WS-EMP-COUNT).
           MOVE "N"  TO WS-ET-PRINTED(WS-EMP-COUNT).
           IF EMP-ACTIVE
               ADD 1 TO WS-ACTIVE-COUNT
           END-IF.

       0250-LOAD-ONE-EMPLOYEE-READ.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET END-OF-EMPLOYEE TO TRUE
           END-READ.
       0250-LOAD-ONE-EMPLOYEE-EXIT.
           EXIT.

      * Resolve each supervisor id to its table entry once, so the
      * walk below can match reports on the subscript alone.
       0300-LINK-SUPERVISOR.
           IF WS-ET-SUPERVISOR(WS-EMP-IDX) = ZERO
               GO TO 0300-LINK-SUPERVISOR-EXIT
           END-IF.

           SET WS-EMP-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 0350-FIND-SUPERVISOR THRU 0350-FIND-SUPERVISOR-EXIT
               VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-EMP-COUNT
                  OR WS-EMP-FOUND.
           MOVE WS-FOUND-IDX TO WS-ET-SUP-IDX(WS-EMP-IDX).
       0300-LINK-SUPERVISOR-EXIT.
           EXIT.

       0350-FIND-SUPERVISOR.
           IF WS-ET-ID(WS-FIND-IDX) = WS-ET-SUPERVISOR(WS-EMP-IDX)
               SET WS-EMP-FOUND TO TRUE
               MOVE WS-FIND-IDX TO WS-FOUND-IDX
           END-IF.
       0350-FIND-SUPERVISOR-EXIT.
           EXIT.

      * An active employee with no active supervisor above them
      * heads a branch; everyone beneath is printed from the stack.
       0400-PRINT-ONE-BRANCH.
           IF WS-ET-STATUS(WS-EMP-IDX) NOT = "A"
               GO TO 0400-PRINT-ONE-BRANCH-EXIT
           END-IF.
           IF WS-ET-SUP-IDX(WS-EMP-IDX) NOT = ZERO
               IF WS-ET-STATUS(WS-ET-SUP-IDX(WS-EMP-IDX)) = "A"
                   GO TO 0400-PRINT-ONE-BRANCH-EXIT
               END-IF
           END-IF.

           ADD 1 TO WS-TOP-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE 1 TO WS-STACK-TOP.
           MOVE WS-EMP-IDX TO WS-ST-IDX(1).
           MOVE ZERO TO WS-ST-LEVEL(1).
           PERFORM 0450-PRINT-FROM-STACK THRU 0450-PRINT-FROM-STACK-EXIT
               UNTIL WS-STACK-TOP = ZERO.
       0400-PRINT-ONE-BRANCH-EXIT.
           EXIT.

      * Pop one employee, print them, then push their active
      * reports highest id first so they come off in id order.
       0450-PRINT-FROM-STACK.
           MOVE WS-ST-IDX(WS-STACK-TOP)   TO WS-CURRENT-IDX.
           MOVE WS-ST-LEVEL(WS-STACK-TOP) TO WS-CURRENT-LEVEL.
           SUBTRACT 1 FROM WS-STACK-TOP.

           MOVE "Y" TO WS-ET-PRINTED(WS-CURRENT-IDX).
           ADD 1 TO WS-PRINTED-COUNT.
           PERFORM 0500-PRINT-CHART-LINE
               THRU 0500-PRINT-CHART-LINE-EXIT.

           PERFORM 0470-PUSH-ONE-REPORT THRU 0470-PUSH-ONE-REPORT-EXIT
               VARYING WS-CHILD-IDX FROM WS-EMP-COUNT BY -1
               UNTIL WS-CHILD-IDX < 1.
       0450-PRINT-FROM-STACK-EXIT.
           EXIT.

       0470-PUSH-ONE-REPORT.
           IF WS-ET-SUP-IDX(WS-CHILD-IDX) = WS-CURRENT-IDX
              AND WS-ET-STATUS(WS-CHILD-IDX) = "A"
              AND WS-ET-PRINTED(WS-CHILD-IDX) = "N"
              AND WS-STACK-TOP < 500
               ADD 1 TO WS-STACK-TOP
               MOVE WS-CHILD-IDX TO WS-ST-IDX(WS-STACK-TOP)
               COMPUTE WS-ST-LEVEL(WS-STACK-TOP) =
                   WS-CURRENT-LEVEL + 1
           END-IF.
       0470-PUSH-ONE-REPORT-EXIT.
           EXIT.

      * Three spaces per level, with the indent held at thirty
      * levels so a very deep chain still fits the print line.
       0500-PRINT-CHART-LINE.
           MOVE WS-ET-ID(WS-CURRENT-IDX)         TO WSD-ID.
           MOVE WS-ET-NAME(WS-CURRENT-IDX)       TO WSD-NAME.
           MOVE WS-ET-DEPARTMENT(WS-CURRENT-IDX) TO WSD-DEPARTMENT.
           MOVE SPACES TO WSD-NOTE.
           IF WS-CURRENT-LEVEL = ZERO
              AND WS-ET-SUPERVISOR(WS-CURRENT-IDX) NOT = ZERO
               IF WS-ET-SUP-IDX(WS-CURRENT-IDX) = ZERO
                   STRING "(SUPERVISOR "
                       WS-ET-SUPERVISOR(WS-CURRENT-IDX)
                       " NOT ON FILE)"
                       DELIMITED BY SIZE INTO WSD-NOTE
               ELSE
                   STRING "(SUPERVISOR "
                       WS-ET-SUPERVISOR(WS-CURRENT-IDX)
                       " INACTIVE)"
                       DELIMITED BY SIZE INTO WSD-NOTE
               END-IF
           END-IF.

           MOVE WS-CURRENT-LEVEL TO WS-INDENT-LEVEL.
           IF WS-INDENT-LEVEL > 30
               MOVE 30 TO WS-INDENT-LEVEL
           END-IF.
           MOVE WS-CURRENT-LEVEL TO WS-LEVEL-DISPLAY.
           MOVE SPACES TO WS-PRINT-LINE.
           MOVE WS-LEVEL-DISPLAY TO WS-PRINT-LINE(1:3).
           COMPUTE WS-LINE-POINTER = WS-INDENT-LEVEL * 3 + 5.
           STRING WS-CHART-LINE DELIMITED BY SIZE
               INTO WS-PRINT-LINE WITH POINTER WS-LINE-POINTER.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0500-PRINT-CHART-LINE-EXIT.
           EXIT.

      * Anyone active and still unprinted sits in a loop of
      * supervisors that never reaches the top of a branch.
       0600-PRINT-CIRCULAR.
           IF WS-PRINTED-COUNT NOT < WS-ACTIVE-COUNT
               GO TO 0600-PRINT-CIRCULAR-EXIT
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE "CIRCULAR REPORTING - NOT PLACED ON THE CHART"
               TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           PERFORM 0650-PRINT-ONE-CIRCULAR
               THRU 0650-PRINT-ONE-CIRCULAR-EXIT
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT.
       0600-PRINT-CIRCULAR-EXIT.
           EXIT.

       0650-PRINT-ONE-CIRCULAR.
           IF WS-ET-STATUS(WS-EMP-IDX) = "A"
              AND WS-ET-PRINTED(WS-EMP-IDX) = "N"
               ADD 1 TO WS-CIRCULAR-COUNT
               MOVE WS-ET-ID(WS-EMP-IDX)         TO WSR-ID
               MOVE WS-ET-NAME(WS-EMP-IDX)       TO WSR-NAME
               MOVE WS-ET-DEPARTMENT(WS-EMP-IDX) TO WSR-DEPARTMENT
               MOVE WS-ET-SUPERVISOR(WS-EMP-IDX) TO WSR-SUPERVISOR
               MOVE WS-CIRCULAR-LINE TO WS-PRINT-LINE
               PERFORM 0910-PRINT-REPORT-LINE
                   THRU 0910-PRINT-REPORT-LINE-EXIT
           END-IF.
       0650-PRINT-ONE-CIRCULAR-EXIT.
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

       END PROGRAM ORGCHART.
