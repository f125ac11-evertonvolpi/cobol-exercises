       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SPANRPT".
       AUTHOR.     EVERTON VOLPI.
      * Span-of-control report over the EMPLOYEE.DAT master.  Every
      * active employee named as supervisor on any employee record
      * is listed with the number of active employees reporting
      * directly to them, flagged when that is over the maximum
      * span or when nobody active reports to them any more.  A
      * second section lists active employees whose supervisor is
      * inactive or not on file, so they can be reassigned through
      * EMPMAINT.
      *
      * The maximum span is VALUE-1 (three digits) of the SPANRPT
      * record on RUNPARMS.DAT and defaults to 10.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARMS-FILE ASSIGN TO "RUNPARMS.DAT"
               FILE STATUS IS WS-RUNPARMS-FILE-STATUS
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

       01 WS-EMPLOYEE-FILE-STATUS PIC XX.
           88 WS-EMPLOYEE-FILE-NOT-FOUND VALUE "35".

       01 WS-PARMS-FOUND-SW      PIC X VALUE "N".
           88 WS-PARMS-FOUND         VALUE "Y".

       01 WS-MAX-SPAN            PIC 9(3) VALUE 10.

      * Every employee on file, active or not, with the count of
      * active direct reports and whether anyone names them.
       01 WS-EMP-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 500 TIMES.
               10 WS-ET-ID           PIC 9(7).
               10 WS-ET-NAME         PIC X(20).
               10 WS-ET-DEPARTMENT   PIC X(10).
               10 WS-ET-STATUS       PIC X.
               10 WS-ET-SUPERVISOR   PIC 9(7).
               10 WS-ET-SUP-IDX      PIC 9(3).
               10 WS-ET-REPORTS      PIC 9(3).
               10 WS-ET-NAMED        PIC X.
       01 WS-EMP-IDX             PIC 9(3).
       01 WS-FIND-IDX            PIC 9(3).
       01 WS-FOUND-IDX           PIC 9(3).

       01 WS-FOUND-SWITCH        PIC X.
           88 WS-EMP-FOUND           VALUE "Y".
           88 WS-EMP-NOT-FOUND       VALUE "N".

       01 WS-READ-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-SKIPPED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-MANAGER-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-OVER-SPAN-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-NO-REPORTS-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-UNASSIGNED-COUNT    PIC 9(5) VALUE ZERO.

       01 WS-RPTWRITE-PARM.
           05 WS-RW-PROGRAM      PIC X(17) VALUE "SPANRPT".
           05 WS-RW-FUNCTION     PIC X.
           05 WS-RW-LINE         PIC X(132).
       01 WS-PRINT-LINE          PIC X(132).

       01 WS-HEADING-LINE.
           05 FILLER PIC X(30) VALUE "MANAGER NAME                 D".
           05 FILLER PIC X(30) VALUE "EPARTMENT  REPORTS            ".

       01 WS-DETAIL-LINE.
           05 WSD-ID            PIC 9(7).
           05 FILLER            PIC X VALUE SPACE.
           05 WSD-NAME          PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 WSD-DEPARTMENT    PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 WSD-REPORTS       PIC ZZZZZZ9.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-FLAG          PIC X(20).

       01 WS-UNASSIGNED-HEADING.
           05 FILLER PIC X(30) VALUE "EMPLOYEE NAME                 ".
           05 FILLER PIC X(30) VALUE "DEPARTMENT SUPERVISOR         ".

       01 WS-UNASSIGNED-LINE.
           05 WSR-ID            PIC 9(7).
           05 FILLER            PIC X VALUE SPACE.
           05 WSR-NAME          PIC X(20).
           05 FILLER            PIC X VALUE SPACE.
           05 WSR-DEPARTMENT    PIC X(10).
           05 FILLER            PIC X VALUE SPACE.
           05 WSR-SUPERVISOR    PIC 9(7).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSR-FLAG          PIC X(20).

       PROCEDURE DIVISION.
       0100-START-HERE.
           PERFORM 0150-READ-RUN-PARMS THRU 0150-READ-RUN-PARMS-EXIT.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-FILE-NOT-FOUND
               DISPLAY "SPANRPT: EMPLOYEE.DAT NOT FOUND - RUN "
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

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SPAN OF CONTROL - MAXIMUM DIRECT REPORTS "
               WS-MAX-SPAN
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           PERFORM 0400-PRINT-ONE-MANAGER
               THRU 0400-PRINT-ONE-MANAGER-EXIT
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE "ACTIVE EMPLOYEES WITH NO ACTIVE SUPERVISOR ON FILE"
               TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-UNASSIGNED-HEADING TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           PERFORM 0500-PRINT-ONE-UNASSIGNED
               THRU 0500-PRINT-ONE-UNASSIGNED-EXIT
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           STRING "EMPLOYEE RECORDS READ .........: " WS-READ-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "MANAGERS LISTED ...............: " WS-MANAGER-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "OVER MAXIMUM SPAN .............: "
               WS-OVER-SPAN-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "WITH NO ACTIVE REPORTS ........: "
               WS-NO-REPORTS-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NO ACTIVE SUPERVISOR ON FILE ..: "
               WS-UNASSIGNED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "OVER 500 - NOT REPORTED .......: " WS-SKIPPED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE "C" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           GOBACK.

      * Three digits in VALUE-1 of the SPANRPT record override the
      * default maximum span of 10.
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
           IF RP-PROGRAM = "SPANRPT"
               SET WS-PARMS-FOUND TO TRUE
               IF RP-VALUE-1(1:3) IS NUMERIC
                   AND RP-VALUE-1(1:3) NOT = "000"
                   MOVE RP-VALUE-1(1:3) TO WS-MAX-SPAN
               END-IF
               GO TO 0170-CHECK-ONE-PARM-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
       0170-CHECK-ONE-PARM-EXIT.
           EXIT.

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
           MOVE ZERO TO WS-ET-REPORTS(WS-EMP-COUNT).
           MOVE "N"  TO WS-ET-NAMED(WS-EMP-COUNT).

       0250-LOAD-ONE-EMPLOYEE-READ.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET END-OF-EMPLOYEE TO TRUE
           END-READ.
       0250-LOAD-ONE-EMPLOYEE-EXIT.
           EXIT.

      * Resolve each supervisor id to its table entry, mark the
      * supervisor as named, and count the report if it is active.
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
           IF WS-EMP-NOT-FOUND
               GO TO 0300-LINK-SUPERVISOR-EXIT
           END-IF.

           MOVE "Y" TO WS-ET-NAMED(WS-FOUND-IDX).
           IF WS-ET-STATUS(WS-EMP-IDX) = "A"
               ADD 1 TO WS-ET-REPORTS(WS-FOUND-IDX)
           END-IF.
       0300-LINK-SUPERVISOR-EXIT.
           EXIT.

       0350-FIND-SUPERVISOR.
           IF WS-ET-ID(WS-FIND-IDX) = WS-ET-SUPERVISOR(WS-EMP-IDX)
               SET WS-EMP-FOUND TO TRUE
               MOVE WS-FIND-IDX TO WS-FOUND-IDX
           END-IF.
       0350-FIND-SUPERVISOR-EXIT.
           EXIT.

       0400-PRINT-ONE-MANAGER.
           IF WS-ET-STATUS(WS-EMP-IDX) NOT = "A"
              OR WS-ET-NAMED(WS-EMP-IDX) NOT = "Y"
               GO TO 0400-PRINT-ONE-MANAGER-EXIT
           END-IF.

           ADD 1 TO WS-MANAGER-COUNT.
           MOVE WS-ET-ID(WS-EMP-IDX)         TO WSD-ID.
           MOVE WS-ET-NAME(WS-EMP-IDX)       TO WSD-NAME.
           MOVE WS-ET-DEPARTMENT(WS-EMP-IDX) TO WSD-DEPARTMENT.
           MOVE WS-ET-REPORTS(WS-EMP-IDX)    TO WSD-REPORTS.
           EVALUATE TRUE
               WHEN WS-ET-REPORTS(WS-EMP-IDX) = ZERO
                   MOVE "NO ACTIVE REPORTS" TO WSD-FLAG
                   ADD 1 TO WS-NO-REPORTS-COUNT
               WHEN WS-ET-REPORTS(WS-EMP-IDX) > WS-MAX-SPAN
                   MOVE "OVER MAXIMUM SPAN" TO WSD-FLAG
                   ADD 1 TO WS-OVER-SPAN-COUNT
               WHEN OTHER
                   MOVE SPACES TO WSD-FLAG
           END-EVALUATE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0400-PRINT-ONE-MANAGER-EXIT.
           EXIT.

       0500-PRINT-ONE-UNASSIGNED.
           IF WS-ET-STATUS(WS-EMP-IDX) NOT = "A"
              OR WS-ET-SUPERVISOR(WS-EMP-IDX) = ZERO
               GO TO 0500-PRINT-ONE-UNASSIGNED-EXIT
           END-IF.

           IF WS-ET-SUP-IDX(WS-EMP-IDX) = ZERO
               MOVE "NOT ON FILE" TO WSR-FLAG
           ELSE
               IF WS-ET-STATUS(WS-ET-SUP-IDX(WS-EMP-IDX)) = "A"
                   GO TO 0500-PRINT-ONE-UNASSIGNED-EXIT
               END-IF
               MOVE "INACTIVE" TO WSR-FLAG
           END-IF.

           ADD 1 TO WS-UNASSIGNED-COUNT.
           MOVE WS-ET-ID(WS-EMP-IDX)         TO WSR-ID.
           MOVE WS-ET-NAME(WS-EMP-IDX)       TO WSR-NAME.
           MOVE WS-ET-DEPARTMENT(WS-EMP-IDX) TO WSR-DEPARTMENT.
           MOVE WS-ET-SUPERVISOR(WS-EMP-IDX) TO WSR-SUPERVISOR.
           MOVE WS-UNASSIGNED-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0500-PRINT-ONE-UNASSIGNED-EXIT.
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

       END PROGRAM SPANRPT.
