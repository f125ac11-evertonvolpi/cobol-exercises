       IDENTIFICATION DIVISION.
       PROGRAM-ID. "INTEGCHK".
       AUTHOR.     EVERTON VOLPI.
      * Nightly cross-file integrity check over the employee-side
      * files, run as a JOBSTREAM step.  Every exception found goes
      * on one report through the shared RPTWRITE routine:
      *   RAT  a PAYRATE.DAT rate for an id not on EMPLOYEE.DAT
      *   NPR  an active employee with no PAYRATE.DAT rate
      *   ROS  a BMIROSTER.DAT entry for an inactive employee
      *   DEP  a department active employees carry that is not on
      *        DEPTREF.DAT (reported once per department)
      *   SRT  an active EMPLOYEE.DAT record missing from the
      *        SORTED.NEW merged master
      *   TRM  a TERMAUDIT.DAT termination whose employee is still
      *        active and was not rehired after it
      * A missing file is an exception of its own (FIL).  When the
      * total is over the threshold - VALUE-1 (5 digits) of the
      * INTEGCHK record on RUNPARMS.DAT, default zero - the step
      * ends with an F status on JOBLOG.DAT so JOBSTREAM holds every
      * step that depends on it.
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

           SELECT PAYRATE-FILE ASSIGN TO "PAYRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-EMPLOYEE-ID
               FILE STATUS IS WS-PAYRATE-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "SORTED.NEW"
               FILE STATUS IS WS-MASTER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROSTER-FILE ASSIGN TO "BMIROSTER.DAT"
               FILE STATUS IS WS-ROSTER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPTREF-FILE ASSIGN TO "DEPTREF.DAT"
               FILE STATUS IS WS-DEPTREF-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERMAUDIT-FILE ASSIGN TO "TERMAUDIT.DAT"
               FILE STATUS IS WS-TERMAUDIT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

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

      *This mirrors the PAYRATE.DAT record PAYMAINT maintains.
       FD PAYRATE-FILE.
       01 PAYRATE-RECORD.
           88 END-OF-PAYRATE   VALUE HIGH-VALUES.
           05 PR-EMPLOYEE-ID   PIC 9(7).
           05 PR-RATE          PIC 9(4)V99.
           05 PR-FREQUENCY     PIC X.
           05 PR-EFF-DATE      PIC 9(8).

      *This mirrors the SORTED.NEW record layout FUSEEMPLOYEES
      *writes - only the leading employee id is of interest here.
       FD MASTER-FILE.
       01 MASTER-RECORD.
           88 END-OF-MASTER       VALUE HIGH-VALUES.
           05 MR-EMPLOYEE-ID      PIC 9(7).
           05 FILLER              PIC X(46).

      *This mirrors the BMIROSTER.DAT record BMIREFRESH writes.
       FD ROSTER-FILE.
       01 ROSTER-RECORD.
           88 END-OF-ROSTER       VALUE HIGH-VALUES.
           05 ROSTER-EMPLOYEE-ID  PIC X(9).
           05 ROSTER-WEIGHT       PIC 999.
           05 ROSTER-HEIGHT       PIC 999.

       FD DEPTREF-FILE.
       01 DEPTREF-RECORD.
           88 DEPTREF-EOF         VALUE HIGH-VALUES.
           05 DR-DEPT-CODE        PIC X(10).
           05 FILLER              PIC X.
           05 DR-DEPT-NAME        PIC X(20).

      *This mirrors the TERMAUDIT.DAT record EMPTERM writes - only
      *the id and termination date are of interest here.
       FD TERMAUDIT-FILE.
       01 TERMAUDIT-RECORD.
           88 END-OF-TERMAUDIT    VALUE HIGH-VALUES.
           05 TA-EMPLOYEE-ID      PIC 9(7).
           05 FILLER              PIC X.
           05 TA-NAME             PIC A(20).
           05 FILLER              PIC X.
           05 TA-TERM-DATE        PIC 9(8).
           05 FILLER              PIC X(35).

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

       01 WS-PAYRATE-FILE-STATUS  PIC XX.
           88 WS-PAYRATE-FILE-NOT-FOUND  VALUE "35".

       01 WS-MASTER-FILE-STATUS   PIC XX.
           88 WS-MASTER-FILE-NOT-FOUND   VALUE "35".

       01 WS-ROSTER-FILE-STATUS   PIC XX.
           88 WS-ROSTER-FILE-NOT-FOUND   VALUE "35".

       01 WS-DEPTREF-FILE-STATUS  PIC XX.
           88 WS-DEPTREF-FILE-NOT-FOUND  VALUE "35".

       01 WS-TERMAUDIT-FILE-STATUS PIC XX.
           88 WS-TERMAUDIT-FILE-NOT-FOUND VALUE "35".

       01 WS-RUNPARMS-FILE-STATUS PIC XX.
           88 WS-RUNPARMS-FILE-NOT-FOUND VALUE "35".

       01 WS-PARMS-FOUND-SW       PIC X VALUE "N".
           88 WS-PARMS-FOUND          VALUE "Y".

       01 WS-THRESHOLD            PIC 9(5) VALUE ZERO.

      * The master as loaded, with a flag set as each employee's
      * pay rate and SORTED.NEW row are found.
       01 WS-EMP-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 500 TIMES.
               10 WS-ET-EMPLOYEE-ID   PIC 9(7).
               10 WS-ET-DEPARTMENT    PIC X(10).
               10 WS-ET-STATUS        PIC X.
                   88 WS-ET-ACTIVE        VALUE "A".
               10 WS-ET-HIRE-DATE     PIC 9(8).
               10 WS-ET-HAS-RATE      PIC X.
               10 WS-ET-ON-MASTER     PIC X.
       01 WS-EMP-IDX              PIC 9(3).
       01 WS-FOUND-IDX            PIC 9(3).
       01 WS-WORK-ID              PIC 9(7).

       01 WS-FOUND-SWITCH         PIC X.
           88 WS-ID-FOUND             VALUE "Y".
           88 WS-ID-NOT-FOUND         VALUE "N".

       01 WS-DEPT-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DT-DEPT-CODE     PIC X(10) OCCURS 50 TIMES.
       01 WS-DEPT-IDX             PIC 9(2).

      * Unknown departments already reported, so each appears once.
       01 WS-BAD-DEPT-COUNT       PIC 9(2) VALUE ZERO.
       01 WS-BAD-DEPT-TABLE.
           05 WS-BD-DEPT-CODE     PIC X(10) OCCURS 50 TIMES.
       01 WS-BAD-DEPT-IDX         PIC 9(2).

       01 WS-DEPT-SWITCH          PIC X.
           88 WS-DEPT-FOUND           VALUE "Y".
           88 WS-DEPT-NOT-FOUND       VALUE "N".

       01 WS-DEPTREF-LOADED-SW    PIC X VALUE "N".
           88 WS-DEPTREF-LOADED       VALUE "Y".

       01 WS-PAYRATE-LOADED-SW    PIC X VALUE "N".
           88 WS-PAYRATE-LOADED       VALUE "Y".

       01 WS-MASTER-LOADED-SW     PIC X VALUE "N".
           88 WS-MASTER-LOADED        VALUE "Y".

       01 WS-RECORD-COUNT         PIC 9(7) VALUE ZERO.

       01 WS-EXCEPTION-COUNTS.
           05 WS-RAT-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-NPR-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-ROS-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-DEP-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-SRT-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-TRM-COUNT        PIC 9(5) VALUE ZERO.
           05 WS-FIL-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-EXCEPTION-TOTAL      PIC 9(5) VALUE ZERO.

       01 WS-JOBLOG-PARM.
           05 WS-JL-PROGRAM      PIC X(17) VALUE "INTEGCHK".
           05 WS-JL-FUNCTION     PIC X.
           05 WS-JL-READ-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-JL-WRITE-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-JL-STATUS       PIC X VALUE SPACE.
           05 WS-JL-OPERATOR     PIC X(3) VALUE SPACES.

       01 WS-RPTWRITE-PARM.
           05 WS-RW-PROGRAM      PIC X(17) VALUE "INTEGCHK".
           05 WS-RW-FUNCTION     PIC X.
           05 WS-RW-LINE         PIC X(132).
       01 WS-PRINT-LINE          PIC X(132).

       01 WS-HEADING-LINE.
           05 FILLER PIC X(30) VALUE "CHK FILE          ID/CODE    ".
           05 FILLER PIC X(06) VALUE "DETAIL".

       01 WS-DETAIL-LINE.
           05 WSD-CHECK          PIC X(3).
           05 FILLER             PIC X VALUE SPACE.
           05 WSD-FILE           PIC X(13).
           05 FILLER             PIC X VALUE SPACE.
           05 WSD-KEY            PIC X(10).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WSD-DETAIL         PIC X(40).

       PROCEDURE DIVISION.
       0100-START-HERE.
           MOVE "S" TO WS-JL-FUNCTION.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.

           PERFORM 0150-READ-RUN-PARMS THRU 0150-READ-RUN-PARMS-EXIT.

           MOVE "O" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.
           MOVE "EMPLOYEE FILES INTEGRITY EXCEPTIONS" TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           PERFORM 0200-LOAD-EMPLOYEES THRU 0200-LOAD-EMPLOYEES-EXIT.
           PERFORM 0250-LOAD-DEPARTMENTS
               THRU 0250-LOAD-DEPARTMENTS-EXIT.
           PERFORM 0300-CHECK-PAY-RATES THRU 0300-CHECK-PAY-RATES-EXIT.
           PERFORM 0400-CHECK-SORTED-MASTER
               THRU 0400-CHECK-SORTED-MASTER-EXIT.
           PERFORM 0500-CHECK-ROSTER THRU 0500-CHECK-ROSTER-EXIT.
           PERFORM 0600-CHECK-TERMINATIONS
               THRU 0600-CHECK-TERMINATIONS-EXIT.
           PERFORM 0700-CHECK-ONE-EMPLOYEE
               THRU 0700-CHECK-ONE-EMPLOYEE-EXIT
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT.

           PERFORM 0800-PRINT-TOTALS THRU 0800-PRINT-TOTALS-EXIT.

           MOVE "C" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           IF WS-EXCEPTION-TOTAL > WS-THRESHOLD
               DISPLAY "INTEGCHK: ", WS-EXCEPTION-TOTAL,
                   " EXCEPTIONS IS OVER THE THRESHOLD OF ",
                   WS-THRESHOLD, " - DEPENDENT STEPS WILL HOLD"
               MOVE "F" TO WS-JL-STATUS
           ELSE
               MOVE "S" TO WS-JL-STATUS
           END-IF.
           PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT.

           GOBACK.

      * A numeric VALUE-1 (5 digits) on the INTEGCHK record is the
      * number of exceptions the step tolerates before failing.
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
           IF RP-PROGRAM = "INTEGCHK"
               SET WS-PARMS-FOUND TO TRUE
               IF RP-VALUE-1(1:5) IS NUMERIC
                   MOVE RP-VALUE-1(1:5) TO WS-THRESHOLD
               END-IF
               GO TO 0170-CHECK-ONE-PARM-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
       0170-CHECK-ONE-PARM-EXIT.
           EXIT.

       0200-LOAD-EMPLOYEES.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-FILE-NOT-FOUND
               MOVE "EMPLOYEE.DAT" TO WSD-FILE
               PERFORM 0950-MISSING-FILE THRU 0950-MISSING-FILE-EXIT
               GO TO 0200-LOAD-EMPLOYEES-EXIT
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
           PERFORM 0220-LOAD-ONE-EMPLOYEE
               THRU 0220-LOAD-ONE-EMPLOYEE-EXIT
               UNTIL END-OF-EMPLOYEE.
           CLOSE EMPLOYEE-FILE.
       0200-LOAD-EMPLOYEES-EXIT.
           EXIT.

       0220-LOAD-ONE-EMPLOYEE.
           IF WS-EMP-COUNT >= 500
               DISPLAY "INTEGCHK: EMPLOYEE.DAT HAS MORE RECORDS THAN "
                   "THIS RUN CAN HOLD (500) - THE REMAINDER IS NOT "
                   "CHECKED"
               SET END-OF-EMPLOYEE TO TRUE
               GO TO 0220-LOAD-ONE-EMPLOYEE-EXIT
           END-IF.

           ADD 1 TO WS-RECORD-COUNT.
           ADD 1 TO WS-EMP-COUNT.
           MOVE EMP-ID         TO WS-ET-EMPLOYEE-ID(WS-EMP-COUNT).
           MOVE EMP-DEPARTMENT TO WS-ET-DEPARTMENT(WS-EMP-COUNT).
           MOVE EMP-STATUS     TO WS-ET-STATUS(WS-EMP-COUNT).
           MOVE EMP-HIRE-DATE  TO WS-ET-HIRE-DATE(WS-EMP-COUNT).
           MOVE "N"            TO WS-ET-HAS-RATE(WS-EMP-COUNT).
           MOVE "N"            TO WS-ET-ON-MASTER(WS-EMP-COUNT).

           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET END-OF-EMPLOYEE TO TRUE
           END-READ.
       0220-LOAD-ONE-EMPLOYEE-EXIT.
           EXIT.

       0250-LOAD-DEPARTMENTS.
           OPEN INPUT DEPTREF-FILE.
           IF WS-DEPTREF-FILE-NOT-FOUND
               MOVE "DEPTREF.DAT" TO WSD-FILE
               PERFORM 0950-MISSING-FILE THRU 0950-MISSING-FILE-EXIT
               GO TO 0250-LOAD-DEPARTMENTS-EXIT
           END-IF.

           SET WS-DEPTREF-LOADED TO TRUE.
           READ DEPTREF-FILE
               AT END SET DEPTREF-EOF TO TRUE
           END-READ.
           PERFORM 0270-LOAD-ONE-DEPARTMENT
               THRU 0270-LOAD-ONE-DEPARTMENT-EXIT
               UNTIL DEPTREF-EOF.
           CLOSE DEPTREF-FILE.
       0250-LOAD-DEPARTMENTS-EXIT.
           EXIT.

       0270-LOAD-ONE-DEPARTMENT.
           ADD 1 TO WS-RECORD-COUNT.
           IF WS-DEPT-COUNT < 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE DR-DEPT-CODE TO WS-DT-DEPT-CODE(WS-DEPT-COUNT)
           END-IF.

           READ DEPTREF-FILE
               AT END SET DEPTREF-EOF TO TRUE
           END-READ.
       0270-LOAD-ONE-DEPARTMENT-EXIT.
           EXIT.

       0300-CHECK-PAY-RATES.
           OPEN INPUT PAYRATE-FILE.
           IF WS-PAYRATE-FILE-NOT-FOUND
               MOVE "PAYRATE.DAT" TO WSD-FILE
               PERFORM 0950-MISSING-FILE THRU 0950-MISSING-FILE-EXIT
               GO TO 0300-CHECK-PAY-RATES-EXIT
           END-IF.

           SET WS-PAYRATE-LOADED TO TRUE.
           MOVE LOW-VALUES TO PR-EMPLOYEE-ID.
           START PAYRATE-FILE KEY IS NOT LESS THAN PR-EMPLOYEE-ID
               INVALID KEY
                   SET END-OF-PAYRATE TO TRUE
           END-START.
           IF NOT END-OF-PAYRATE
               READ PAYRATE-FILE NEXT RECORD
                   AT END SET END-OF-PAYRATE TO TRUE
               END-READ
           END-IF.
           PERFORM 0320-CHECK-ONE-PAY-RATE
               THRU 0320-CHECK-ONE-PAY-RATE-EXIT
               UNTIL END-OF-PAYRATE.
           CLOSE PAYRATE-FILE.
       0300-CHECK-PAY-RATES-EXIT.
           EXIT.

       0320-CHECK-ONE-PAY-RATE.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE PR-EMPLOYEE-ID TO WS-WORK-ID.
           PERFORM 0850-FIND-EMPLOYEE THRU 0850-FIND-EMPLOYEE-EXIT.
           IF WS-ID-FOUND
               MOVE "Y" TO WS-ET-HAS-RATE(WS-FOUND-IDX)
           ELSE
               MOVE "RAT"            TO WSD-CHECK
               MOVE "PAYRATE.DAT"    TO WSD-FILE
               MOVE PR-EMPLOYEE-ID   TO WSD-KEY
               MOVE "PAY RATE FOR AN ID NOT ON EMPLOYEE.DAT"
                   TO WSD-DETAIL
               ADD 1 TO WS-RAT-COUNT
               PERFORM 0920-PRINT-EXCEPTION
                   THRU 0920-PRINT-EXCEPTION-EXIT
           END-IF.

           READ PAYRATE-FILE NEXT RECORD
               AT END SET END-OF-PAYRATE TO TRUE
           END-READ.
       0320-CHECK-ONE-PAY-RATE-EXIT.
           EXIT.

       0400-CHECK-SORTED-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-NOT-FOUND
               MOVE "SORTED.NEW" TO WSD-FILE
               PERFORM 0950-MISSING-FILE THRU 0950-MISSING-FILE-EXIT
               GO TO 0400-CHECK-SORTED-MASTER-EXIT
           END-IF.

           SET WS-MASTER-LOADED TO TRUE.
           READ MASTER-FILE
               AT END SET END-OF-MASTER TO TRUE
           END-READ.
           PERFORM 0420-NOTE-ONE-MASTER THRU 0420-NOTE-ONE-MASTER-EXIT
               UNTIL END-OF-MASTER.
           CLOSE MASTER-FILE.
       0400-CHECK-SORTED-MASTER-EXIT.
           EXIT.

       0420-NOTE-ONE-MASTER.
           ADD 1 TO WS-RECORD-COUNT.
           IF MR-EMPLOYEE-ID IS NUMERIC
               MOVE MR-EMPLOYEE-ID TO WS-WORK-ID
               PERFORM 0850-FIND-EMPLOYEE THRU 0850-FIND-EMPLOYEE-EXIT
               IF WS-ID-FOUND
                   MOVE "Y" TO WS-ET-ON-MASTER(WS-FOUND-IDX)
               END-IF
           END-IF.

           READ MASTER-FILE
               AT END SET END-OF-MASTER TO TRUE
           END-READ.
       0420-NOTE-ONE-MASTER-EXIT.
           EXIT.

      * BMIREFRESH writes the 7-digit id left-justified in the
      * 9-character roster id; anything else is not an employee.
       0500-CHECK-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-FILE-NOT-FOUND
               MOVE "BMIROSTER.DAT" TO WSD-FILE
               PERFORM 0950-MISSING-FILE THRU 0950-MISSING-FILE-EXIT
               GO TO 0500-CHECK-ROSTER-EXIT
           END-IF.

           READ ROSTER-FILE
               AT END SET END-OF-ROSTER TO TRUE
           END-READ.
           PERFORM 0520-CHECK-ONE-ROSTER THRU 0520-CHECK-ONE-ROSTER-EXIT
               UNTIL END-OF-ROSTER.
           CLOSE ROSTER-FILE.
       0500-CHECK-ROSTER-EXIT.
           EXIT.

       0520-CHECK-ONE-ROSTER.
           ADD 1 TO WS-RECORD-COUNT.
           IF ROSTER-EMPLOYEE-ID(1:7) NOT NUMERIC
               GO TO 0520-CHECK-ONE-ROSTER-READ
           END-IF.

           MOVE ROSTER-EMPLOYEE-ID(1:7) TO WS-WORK-ID.
           PERFORM 0850-FIND-EMPLOYEE THRU 0850-FIND-EMPLOYEE-EXIT.
           IF WS-ID-FOUND
              AND NOT WS-ET-ACTIVE(WS-FOUND-IDX)
               MOVE "ROS"            TO WSD-CHECK
               MOVE "BMIROSTER.DAT"  TO WSD-FILE
               MOVE WS-WORK-ID       TO WSD-KEY
               MOVE "ROSTER ENTRY FOR AN INACTIVE EMPLOYEE"
                   TO WSD-DETAIL
               ADD 1 TO WS-ROS-COUNT
               PERFORM 0920-PRINT-EXCEPTION
                   THRU 0920-PRINT-EXCEPTION-EXIT
           END-IF.

       0520-CHECK-ONE-ROSTER-READ.
           READ ROSTER-FILE
               AT END SET END-OF-ROSTER TO TRUE
           END-READ.
       0520-CHECK-ONE-ROSTER-EXIT.
           EXIT.

      * An employee terminated and later taken back through intake
      * is active again with a hire date after the termination -
      * only one still active from before it is an exception.
       0600-CHECK-TERMINATIONS.
           OPEN INPUT TERMAUDIT-FILE.
           IF WS-TERMAUDIT-FILE-NOT-FOUND
               GO TO 0600-CHECK-TERMINATIONS-EXIT
           END-IF.

           READ TERMAUDIT-FILE
               AT END SET END-OF-TERMAUDIT TO TRUE
           END-READ.
           PERFORM 0620-CHECK-ONE-TERMINATION
               THRU 0620-CHECK-ONE-TERMINATION-EXIT
               UNTIL END-OF-TERMAUDIT.
           CLOSE TERMAUDIT-FILE.
       0600-CHECK-TERMINATIONS-EXIT.
           EXIT.

       0620-CHECK-ONE-TERMINATION.
           ADD 1 TO WS-RECORD-COUNT.
           MOVE TA-EMPLOYEE-ID TO WS-WORK-ID.
           PERFORM 0850-FIND-EMPLOYEE THRU 0850-FIND-EMPLOYEE-EXIT.
           IF WS-ID-FOUND
              AND WS-ET-ACTIVE(WS-FOUND-IDX)
              AND WS-ET-HIRE-DATE(WS-FOUND-IDX) NOT > TA-TERM-DATE
               MOVE "TRM"            TO WSD-CHECK
               MOVE "TERMAUDIT.DAT"  TO WSD-FILE
               MOVE TA-EMPLOYEE-ID   TO WSD-KEY
               MOVE SPACES           TO WSD-DETAIL
               STRING "TERMINATED " TA-TERM-DATE
                   " BUT STILL ACTIVE" DELIMITED BY SIZE
                   INTO WSD-DETAIL
               ADD 1 TO WS-TRM-COUNT
               PERFORM 0920-PRINT-EXCEPTION
                   THRU 0920-PRINT-EXCEPTION-EXIT
           END-IF.

           READ TERMAUDIT-FILE
               AT END SET END-OF-TERMAUDIT TO TRUE
           END-READ.
       0620-CHECK-ONE-TERMINATION-EXIT.
           EXIT.

      * Checks that need the whole picture of one active employee:
      * a pay rate, a SORTED.NEW row and a known department.  A
      * file that could not be read is reported once as missing
      * rather than once for every employee.
       0700-CHECK-ONE-EMPLOYEE.
           IF NOT WS-ET-ACTIVE(WS-EMP-IDX)
               GO TO 0700-CHECK-ONE-EMPLOYEE-EXIT
           END-IF.

           IF WS-PAYRATE-LOADED
              AND WS-ET-HAS-RATE(WS-EMP-IDX) NOT = "Y"
               MOVE "NPR"            TO WSD-CHECK
               MOVE "EMPLOYEE.DAT"   TO WSD-FILE
               MOVE WS-ET-EMPLOYEE-ID(WS-EMP-IDX) TO WSD-KEY
               MOVE "ACTIVE EMPLOYEE WITH NO PAY RATE" TO WSD-DETAIL
               ADD 1 TO WS-NPR-COUNT
               PERFORM 0920-PRINT-EXCEPTION
                   THRU 0920-PRINT-EXCEPTION-EXIT
           END-IF.

           IF WS-MASTER-LOADED
              AND WS-ET-ON-MASTER(WS-EMP-IDX) NOT = "Y"
               MOVE "SRT"            TO WSD-CHECK
               MOVE "EMPLOYEE.DAT"   TO WSD-FILE
               MOVE WS-ET-EMPLOYEE-ID(WS-EMP-IDX) TO WSD-KEY
               MOVE "ACTIVE EMPLOYEE NOT ON SORTED.NEW" TO WSD-DETAIL
               ADD 1 TO WS-SRT-COUNT
               PERFORM 0920-PRINT-EXCEPTION
                   THRU 0920-PRINT-EXCEPTION-EXIT
           END-IF.

           IF WS-DEPTREF-LOADED
               PERFORM 0750-CHECK-DEPARTMENT
                   THRU 0750-CHECK-DEPARTMENT-EXIT
           END-IF.
       0700-CHECK-ONE-EMPLOYEE-EXIT.
           EXIT.

       0750-CHECK-DEPARTMENT.
           SET WS-DEPT-NOT-FOUND TO TRUE.
           PERFORM 0760-CHECK-ONE-DEPT-CODE
               THRU 0760-CHECK-ONE-DEPT-CODE-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                  OR WS-DEPT-FOUND.
           IF WS-DEPT-FOUND
               GO TO 0750-CHECK-DEPARTMENT-EXIT
           END-IF.

           PERFORM 0770-CHECK-ONE-BAD-DEPT
               THRU 0770-CHECK-ONE-BAD-DEPT-EXIT
               VARYING WS-BAD-DEPT-IDX FROM 1 BY 1
               UNTIL WS-BAD-DEPT-IDX > WS-BAD-DEPT-COUNT
                  OR WS-DEPT-FOUND.
           IF WS-DEPT-FOUND
               GO TO 0750-CHECK-DEPARTMENT-EXIT
           END-IF.

           IF WS-BAD-DEPT-COUNT < 50
               ADD 1 TO WS-BAD-DEPT-COUNT
               MOVE WS-ET-DEPARTMENT(WS-EMP-IDX)
                   TO WS-BD-DEPT-CODE(WS-BAD-DEPT-COUNT)
           END-IF.
           MOVE "DEP"            TO WSD-CHECK.
           MOVE "DEPTREF.DAT"    TO WSD-FILE.
           MOVE WS-ET-DEPARTMENT(WS-EMP-IDX) TO WSD-KEY.
           MOVE SPACES           TO WSD-DETAIL.
           STRING "IN USE BY " WS-ET-EMPLOYEE-ID(WS-EMP-IDX)
               " BUT NOT ON FILE" DELIMITED BY SIZE
               INTO WSD-DETAIL.
           ADD 1 TO WS-DEP-COUNT.
           PERFORM 0920-PRINT-EXCEPTION THRU 0920-PRINT-EXCEPTION-EXIT.
       0750-CHECK-DEPARTMENT-EXIT.
           EXIT.

       0760-CHECK-ONE-DEPT-CODE.
           IF WS-DT-DEPT-CODE(WS-DEPT-IDX) =
                   WS-ET-DEPARTMENT(WS-EMP-IDX)
               SET WS-DEPT-FOUND TO TRUE
           END-IF.
       0760-CHECK-ONE-DEPT-CODE-EXIT.
           EXIT.

       0770-CHECK-ONE-BAD-DEPT.
           IF WS-BD-DEPT-CODE(WS-BAD-DEPT-IDX) =
                   WS-ET-DEPARTMENT(WS-EMP-IDX)
               SET WS-DEPT-FOUND TO TRUE
           END-IF.
       0770-CHECK-ONE-BAD-DEPT-EXIT.
           EXIT.

       0800-PRINT-TOTALS.
           COMPUTE WS-EXCEPTION-TOTAL = WS-RAT-COUNT + WS-NPR-COUNT
               + WS-ROS-COUNT + WS-DEP-COUNT + WS-SRT-COUNT
               + WS-TRM-COUNT + WS-FIL-COUNT.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           STRING "EMPLOYEE RECORDS CHECKED ......: " WS-EMP-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RAT RATES WITH NO EMPLOYEE ....: " WS-RAT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NPR ACTIVE WITH NO RATE .......: " WS-NPR-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ROS ROSTER ENTRIES INACTIVE ...: " WS-ROS-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DEP DEPARTMENTS NOT ON FILE ...: " WS-DEP-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "SRT NOT ON SORTED.NEW .........: " WS-SRT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TRM TERMINATED BUT ACTIVE .....: " WS-TRM-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "FIL FILES NOT FOUND ...........: " WS-FIL-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL EXCEPTIONS ..............: "
               WS-EXCEPTION-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "FAILURE THRESHOLD .............: " WS-THRESHOLD
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0800-PRINT-TOTALS-EXIT.
           EXIT.

       0850-FIND-EMPLOYEE.
           SET WS-ID-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 0860-CHECK-ONE-EMPLOYEE
               THRU 0860-CHECK-ONE-EMPLOYEE-EXIT
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
                  OR WS-ID-FOUND.
       0850-FIND-EMPLOYEE-EXIT.
           EXIT.

       0860-CHECK-ONE-EMPLOYEE.
           IF WS-ET-EMPLOYEE-ID(WS-EMP-IDX) = WS-WORK-ID
               SET WS-ID-FOUND TO TRUE
               MOVE WS-EMP-IDX TO WS-FOUND-IDX
           END-IF.
       0860-CHECK-ONE-EMPLOYEE-EXIT.
           EXIT.

       0900-LOG-JOB-END.
           MOVE "E" TO WS-JL-FUNCTION.
           MOVE WS-RECORD-COUNT TO WS-JL-READ-COUNT.
           MOVE WS-EXCEPTION-TOTAL TO WS-JL-WRITE-COUNT.
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

       0920-PRINT-EXCEPTION.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0920-PRINT-EXCEPTION-EXIT.
           EXIT.

      * A file the check cannot open is itself an exception - the
      * caller has already put the file name on the detail line.
       0950-MISSING-FILE.
           MOVE "FIL"    TO WSD-CHECK.
           MOVE SPACES   TO WSD-KEY.
           MOVE "FILE NOT FOUND - ITS CHECKS WERE NOT RUN"
               TO WSD-DETAIL.
           ADD 1 TO WS-FIL-COUNT.
           PERFORM 0920-PRINT-EXCEPTION THRU 0920-PRINT-EXCEPTION-EXIT.
       0950-MISSING-FILE-EXIT.
           EXIT.

       END PROGRAM INTEGCHK.
