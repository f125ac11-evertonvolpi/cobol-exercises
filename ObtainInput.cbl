      *                  IS WRITTEN ACTIVE, AND AN INACTIVE ID ON
      *                  FILE STILL COUNTS AS IN USE SO IT IS NEVER
      *                  HANDED TO A NEW HIRE
      *  2026-10-15  EV  THE SUPERVISOR'S EMPLOYEE ID IS TAKEN AT
      *                  INTAKE AND MUST BE AN ACTIVE EMPLOYEE ON
      *                  FILE - BLANK LEAVES THE NEW HIRE WITH NO
      *                  SUPERVISOR FOR NOW
      *  2026-10-15  EV  THE OPERATOR IS WARNED WHEN THE HIRE TAKES
      *                  THE DEPARTMENT OVER ITS AUTHORIZED
      *                  HEADCOUNT ON DEPTBUDG.DAT FOR THE FISCAL
      *                  YEAR OF THE HIRE DATE
      *  2026-10-15  EV  A NAME MATCHING AN INACTIVE EMPLOYEE ON FILE
      *                  SHOWS THE PRIOR ID, TERMINATION DATE AND
      *                  TERMAUDIT.DAT REASON.  A CONFIRMED RETURN
      *                  IS REFUSED WHEN THE REASON IS NOT ELIGIBLE
      *                  FOR REHIRE ON TERMRSN.DAT, OTHERWISE THE
      *                  ORIGINAL ID IS REACTIVATED WITH THE NEW
      *                  HIRE DATE AND JOURNALED TO REHIRE.DAT
      *  2026-10-15  EV  SIGN-ON NOW CHECKS THE OPERATOR'S AUTHORITY
      *                  FOR THIS PROGRAM AND ENDS THE RUN IF REFUSED
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-AUDIT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPTBUDG-FILE ASSIGN TO "DEPTBUDG.DAT"
               FILE STATUS IS WS-DEPTBUDG-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ACME-LOOKUP-FILE ASSIGN TO "ACME.DAT"
               FILE STATUS IS WS-ACME-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
               FILE STATUS IS WS-DEPTREF-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERMAUDIT-FILE ASSIGN TO "TERMAUDIT.DAT"
               FILE STATUS IS WS-TERMAUDIT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERMRSN-FILE ASSIGN TO "TERMRSN.DAT"
               FILE STATUS IS WS-TERMRSN-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REHIRE-FILE ASSIGN TO "REHIRE.DAT"
               FILE STATUS IS WS-REHIRE-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
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

      *This mirrors the TERMAUDIT.DAT record EMPTERM writes.
       FD TERMAUDIT-FILE.
       01 TERMAUDIT-RECORD.
           88 END-OF-TERMAUDIT     VALUE HIGH-VALUES.
           05 TA-EMPLOYEE-ID       PIC 9(7).
           05 FILLER               PIC X.
           05 TA-NAME              PIC A(20).
           05 FILLER               PIC X.
           05 TA-TERM-DATE         PIC 9(8).
           05 FILLER               PIC X.
           05 TA-REASON-CODE       PIC X(3).
           05 FILLER               PIC X.
           05 TA-DATE              PIC 9(8).
           05 FILLER               PIC X.
           05 TA-TIME              PIC 9(6).
           05 FILLER               PIC X.
           05 TA-OPERATOR          PIC X(3).
           05 FILLER               PIC X.
           05 TA-DEPARTMENT        PIC X(10).

      *This mirrors the TERMRSN.DAT record RSNMAINT maintains.
       FD TERMRSN-FILE.
       01 TERMRSN-RECORD.
           88 TERMRSN-EOF          VALUE HIGH-VALUES.
           05 RC-REASON-CODE       PIC X(3).
           05 FILLER               PIC X.
           05 RC-CLASS             PIC X.
           05 FILLER               PIC X.
           05 RC-REGRETTABLE       PIC X.
           05 FILLER               PIC X.
           05 RC-DESCRIPTION       PIC X(25).
           05 FILLER               PIC X.
           05 RC-REHIRE-ELIGIBLE   PIC X.

      *One line per rehire - the original id kept, the hire and
      *termination dates it carried before and the new hire date.
       FD REHIRE-FILE.
       01 REHIRE-RECORD.
           05 RH-EMPLOYEE-ID       PIC 9(7).
           05 FILLER               PIC X.
           05 RH-NAME              PIC A(20).
           05 FILLER               PIC X.
           05 RH-PRIOR-HIRE-DATE   PIC 9(8).
           05 FILLER               PIC X.
           05 RH-PRIOR-TERM-DATE   PIC 9(8).
           05 FILLER               PIC X.
           05 RH-REASON-CODE       PIC X(3).
           05 FILLER               PIC X.
           05 RH-NEW-HIRE-DATE     PIC 9(8).
           05 FILLER               PIC X.
           05 RH-DEPARTMENT        PIC X(10).
           05 FILLER               PIC X.
           05 RH-DATE              PIC 9(8).
           05 FILLER               PIC X.
           05 RH-TIME              PIC 9(6).
           05 FILLER               PIC X.
           05 RH-OPERATOR          PIC X(3).
           05 FILLER               PIC X.
           05 RH-PROGRAM           PIC X(12).

       WORKING-STORAGE SECTION.
       01 NAME PIC A(20).

       01 WS-EMPLOYEE-ID     PIC 9(7).
       01 WS-DEPARTMENT      PIC X(10).
       01 WS-HIRE-DATE       PIC 9(8).
       01 WS-SUPERVISOR      PIC X(7).
       01 WS-SUPERVISOR-ID REDEFINES WS-SUPERVISOR PIC 9(7).

       01 WS-SUPERVISOR-DONE-SW  PIC X.
           88 WS-SUPERVISOR-DONE     VALUE "Y".

       01 WS-EMPLOYEE-FILE-STATUS PIC XX.
           88 WS-EMPLOYEE-FILE-NOT-FOUND VALUE "35".
               10 WS-DT-DEPT-NAME    PIC X(20).
       01 WS-DEPT-IDX            PIC 9(2).

       01 WS-DEPTBUDG-FILE-STATUS PIC XX.
           88 WS-DEPTBUDG-FILE-NOT-FOUND VALUE "35".

       01 WS-BUDGET-SWITCH       PIC X.
           88 WS-BUDGET-FOUND        VALUE "Y".
           88 WS-BUDGET-NOT-FOUND    VALUE "N".
       01 WS-AUTHORIZED          PIC 9(5).
       01 WS-DEPT-HEADCOUNT      PIC 9(5).

       01 WS-DEPT-VALID-SWITCH   PIC X.
           88 WS-DEPT-VALID          VALUE "Y".
           88 WS-DEPT-NOT-VALID      VALUE "N".

       01 WS-TERMAUDIT-FILE-STATUS PIC XX.
           88 WS-TERMAUDIT-FILE-NOT-FOUND VALUE "35".

       01 WS-TERMRSN-FILE-STATUS PIC XX.
           88 WS-TERMRSN-FILE-NOT-FOUND  VALUE "35".

       01 WS-REHIRE-FILE-STATUS  PIC XX.
           88 WS-REHIRE-FILE-NOT-FOUND   VALUE "35".

       01 WS-REHIRE-SWITCH       PIC X VALUE "N".
           88 WS-NOT-A-REHIRE        VALUE "N".
           88 WS-REHIRE-ACCEPTED     VALUE "A".
           88 WS-REHIRE-REFUSED      VALUE "R".

       01 WS-PRIOR-EOF-SW        PIC X.
           88 WS-PRIOR-EOF           VALUE "Y".

       01 WS-SAME-PERSON         PIC X.
           88 WS-SAME-PERSON-YES     VALUE "Y" "y".
           88 WS-SAME-PERSON-NO      VALUE "N" "n".

       01 WS-PRIOR-HIRE-DATE     PIC 9(8).
       01 WS-PRIOR-TERM-DATE     PIC 9(8).
       01 WS-PRIOR-REASON-CODE   PIC X(3).
       01 WS-PRIOR-REASON-DESC   PIC X(25).
       01 WS-PRIOR-ELIGIBLE      PIC X.
           88 WS-PRIOR-NOT-ELIGIBLE  VALUE "N".

       01 WS-DATE-EDIT-RESULT    PIC X.
           88 WS-DATE-VALID          VALUE "Y".
           88 WS-DATE-NOT-VALID      VALUE "N".

       01 WS-SIGNON-ACCESS.
           05 WS-SO-PROGRAM      PIC X(17) VALUE "OBTAININTPUT".
           05 WS-SO-FUNCTION     PIC X VALUE SPACE.
           05 WS-SO-RESULT       PIC X.
               88 WS-SO-GRANTED      VALUE "Y".

       01 WS-JOBLOG-PARM.
           05 WS-JL-PROGRAM      PIC X(17) VALUE "OBTAININTPUT".
           05 WS-JL-FUNCTION     PIC X.

       PROCEDURE DIVISION.
       0100-START-HERE.
           CALL "SIGNON" USING WS-JL-OPERATOR, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           MOVE "S" TO WS-JL-FUNCTION.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.
                   " already appears on file in ACME.DAT"
           END-IF.

           PERFORM 0500-CHECK-REHIRE THRU 0500-CHECK-REHIRE-EXIT.
           IF WS-REHIRE-REFUSED
               GO TO 0110-END-SESSION
           END-IF.

           DISPLAY "Select greeting language - (E)nglish, "
               "(S)panish, (P)ortuguese: " WITH NO ADVANCING.
           ACCEPT WS-LANGUAGE.

           DISPLAY WS-GREETING-MESSAGE, " ", NAME.

           IF WS-REHIRE-ACCEPTED
               DISPLAY "Welcome back - your employee id remains ",
                   WS-EMPLOYEE-ID
           ELSE
               PERFORM 0160-ASSIGN-EMPLOYEE-ID
                   THRU 0160-ASSIGN-EMPLOYEE-ID-EXIT
               DISPLAY "Your assigned employee id is ",
                   WS-EMPLOYEE-ID
           END-IF.

           PERFORM 0180-GET-DEPARTMENT
               THRU 0180-GET-DEPARTMENT-EXIT.
                   DISPLAY WS-HIRE-DATE, " is not a valid calendar "
                       "date, please re-enter"
               END-IF
               IF WS-DATE-VALID AND WS-REHIRE-ACCEPTED
                  AND WS-HIRE-DATE NOT > WS-PRIOR-TERM-DATE
                   DISPLAY "A rehire date must fall after the ",
                       WS-PRIOR-TERM-DATE, " termination, please "
                       "re-enter"
                   SET WS-DATE-NOT-VALID TO TRUE
               END-IF
           END-PERFORM.

           PERFORM 0400-CHECK-BUDGET THRU 0400-CHECK-BUDGET-EXIT.

           PERFORM 0197-GET-SUPERVISOR
               THRU 0197-GET-SUPERVISOR-EXIT.

           IF WS-REHIRE-ACCEPTED
               PERFORM 0250-REACTIVATE-EMPLOYEE
                   THRU 0250-REACTIVATE-EMPLOYEE-EXIT
           ELSE
               PERFORM 0200-WRITE-EMPLOYEE
                   THRU 0200-WRITE-EMPLOYEE-EXIT
           END-IF.

       0110-END-SESSION.
           PERFORM 0300-WRITE-AUDIT THRU 0300-WRITE-AUDIT-EXIT.

           MOVE "E" TO WS-JL-FUNCTION.
       0195-CHECK-ONE-DEPARTMENT-EXIT.
           EXIT.

      * Keep prompting until the supervisor keyed is an active
      * employee on file, or is left blank for none.
       0197-GET-SUPERVISOR.
           SET WS-EMPFILE-MISSING TO TRUE.
           OPEN INPUT EMPLOYEE-FILE.
           IF NOT WS-EMPLOYEE-FILE-NOT-FOUND
               SET WS-EMPFILE-AVAILABLE TO TRUE
           END-IF.

           MOVE "N" TO WS-SUPERVISOR-DONE-SW.
           PERFORM 0198-ACCEPT-SUPERVISOR
               THRU 0198-ACCEPT-SUPERVISOR-EXIT
               UNTIL WS-SUPERVISOR-DONE.

           IF WS-EMPFILE-AVAILABLE
               CLOSE EMPLOYEE-FILE
           END-IF.
       0197-GET-SUPERVISOR-EXIT.
           EXIT.

       0198-ACCEPT-SUPERVISOR.
           DISPLAY "Please enter your supervisor's employee id "
               "(blank if none)".
           ACCEPT WS-SUPERVISOR.
           IF WS-SUPERVISOR = SPACES
               MOVE ZERO TO WS-SUPERVISOR-ID
               SET WS-SUPERVISOR-DONE TO TRUE
               GO TO 0198-ACCEPT-SUPERVISOR-EXIT
           END-IF.

           IF WS-SUPERVISOR NOT NUMERIC
               DISPLAY WS-SUPERVISOR, " is not a 7-digit employee "
                   "id, please re-enter"
               GO TO 0198-ACCEPT-SUPERVISOR-EXIT
           END-IF.

           IF WS-EMPFILE-MISSING
               DISPLAY "No employees are on file yet - leave the "
                   "supervisor blank"
               GO TO 0198-ACCEPT-SUPERVISOR-EXIT
           END-IF.

           MOVE WS-SUPERVISOR-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
               INVALID KEY
                   DISPLAY WS-SUPERVISOR, " is not on file, please "
                       "re-enter"
                   GO TO 0198-ACCEPT-SUPERVISOR-EXIT
           END-READ.
           IF EMP-INACTIVE
               DISPLAY WS-SUPERVISOR, " is no longer active, please "
                   "re-enter"
               GO TO 0198-ACCEPT-SUPERVISOR-EXIT
           END-IF.

           SET WS-SUPERVISOR-DONE TO TRUE.
       0198-ACCEPT-SUPERVISOR-EXIT.
           EXIT.

       0200-WRITE-EMPLOYEE.
           OPEN I-O EMPLOYEE-FILE.
           IF WS-EMPLOYEE-FILE-NOT-FOUND
           MOVE WS-HIRE-DATE   TO EMP-HIRE-DATE.
           SET EMP-ACTIVE TO TRUE.
           MOVE ZERO TO EMP-TERM-DATE.
           MOVE WS-SUPERVISOR-ID TO EMP-SUPERVISOR-ID.
           WRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "EMPLOYEE ID ", EMP-ID, " IS ALREADY ON "
       0200-WRITE-EMPLOYEE-EXIT.
           EXIT.

      * The returning employee keeps the original id and with it
      * every pay, leave and termination record already on file.
       0250-REACTIVATE-EMPLOYEE.
           OPEN I-O EMPLOYEE-FILE.
           MOVE WS-EMPLOYEE-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "EMPLOYEE ID ", EMP-ID, " IS NO LONGER ON "
                       "FILE - RECORD NOT REACTIVATED"
                   CLOSE EMPLOYEE-FILE
                   GO TO 0250-REACTIVATE-EMPLOYEE-EXIT
           END-READ.

           MOVE NAME           TO EMP-NAME.
           MOVE WS-DEPARTMENT  TO EMP-DEPARTMENT.
           MOVE WS-HIRE-DATE   TO EMP-HIRE-DATE.
           SET EMP-ACTIVE TO TRUE.
           MOVE ZERO TO EMP-TERM-DATE.
           MOVE WS-SUPERVISOR-ID TO EMP-SUPERVISOR-ID.
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "ERROR ON REWRITE: ",
                       WS-EMPLOYEE-FILE-STATUS
                   CLOSE EMPLOYEE-FILE
                   GO TO 0250-REACTIVATE-EMPLOYEE-EXIT
           END-REWRITE.
           ADD 1 TO WS-JL-WRITE-COUNT.
           CLOSE EMPLOYEE-FILE.

           OPEN EXTEND REHIRE-FILE.
           IF WS-REHIRE-FILE-NOT-FOUND
               OPEN OUTPUT REHIRE-FILE
               CLOSE REHIRE-FILE
               OPEN EXTEND REHIRE-FILE
           END-IF.

           MOVE SPACES               TO REHIRE-RECORD.
           MOVE WS-EMPLOYEE-ID       TO RH-EMPLOYEE-ID.
           MOVE NAME                 TO RH-NAME.
           MOVE WS-PRIOR-HIRE-DATE   TO RH-PRIOR-HIRE-DATE.
           MOVE WS-PRIOR-TERM-DATE   TO RH-PRIOR-TERM-DATE.
           MOVE WS-PRIOR-REASON-CODE TO RH-REASON-CODE.
           MOVE WS-HIRE-DATE         TO RH-NEW-HIRE-DATE.
           MOVE WS-DEPARTMENT        TO RH-DEPARTMENT.
           ACCEPT RH-DATE FROM DATE YYYYMMDD.
           ACCEPT RH-TIME FROM TIME.
           MOVE WS-JL-OPERATOR       TO RH-OPERATOR.
           MOVE "OBTAININTPUT"       TO RH-PROGRAM.
           WRITE REHIRE-RECORD.
           CLOSE REHIRE-FILE.

           DISPLAY "Employee ", WS-EMPLOYEE-ID, " reactivated as a "
               "rehire".
       0250-REACTIVATE-EMPLOYEE-EXIT.
           EXIT.

       0300-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-NOT-FOUND
       0300-WRITE-AUDIT-EXIT.
           EXIT.

      * The hire is never refused here - the operator is told the
      * department is over its authorized headcount for the year
      * of the hire date and goes on to record the hire.
       0400-CHECK-BUDGET.
           SET WS-BUDGET-NOT-FOUND TO TRUE.
           OPEN INPUT DEPTBUDG-FILE.
           IF WS-DEPTBUDG-FILE-NOT-FOUND
               GO TO 0400-CHECK-BUDGET-EXIT
           END-IF.
           READ DEPTBUDG-FILE
               AT END SET DEPTBUDG-EOF TO TRUE
           END-READ.
           PERFORM 0420-CHECK-ONE-BUDGET THRU 0420-CHECK-ONE-BUDGET-EXIT
               UNTIL DEPTBUDG-EOF OR WS-BUDGET-FOUND.
           CLOSE DEPTBUDG-FILE.
           IF WS-BUDGET-NOT-FOUND
               GO TO 0400-CHECK-BUDGET-EXIT
           END-IF.

           MOVE ZERO TO WS-DEPT-HEADCOUNT.
           OPEN INPUT EMPLOYEE-FILE.
           IF NOT WS-EMPLOYEE-FILE-NOT-FOUND
               MOVE LOW-VALUES TO EMP-ID
               START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
                   INVALID KEY
                       SET END-OF-EMPLOYEE TO TRUE
               END-START
               IF NOT END-OF-EMPLOYEE
                   READ EMPLOYEE-FILE NEXT RECORD
                       AT END SET END-OF-EMPLOYEE TO TRUE
                   END-READ
               END-IF
               PERFORM 0440-COUNT-ONE-EMPLOYEE
                   THRU 0440-COUNT-ONE-EMPLOYEE-EXIT
                   UNTIL END-OF-EMPLOYEE
               CLOSE EMPLOYEE-FILE
           END-IF.

           IF WS-DEPT-HEADCOUNT NOT < WS-AUTHORIZED
               DISPLAY "WARNING: ", WS-DEPARTMENT, " has ",
                   WS-DEPT-HEADCOUNT, " active against ",
                   WS-AUTHORIZED, " authorized for ",
                   WS-HIRE-DATE(1:4),
                   " - this hire takes it over budget"
           END-IF.
       0400-CHECK-BUDGET-EXIT.
           EXIT.

       0420-CHECK-ONE-BUDGET.
           IF DB-DEPT-CODE = WS-DEPARTMENT
              AND DB-FISCAL-YEAR = WS-HIRE-DATE(1:4)
               SET WS-BUDGET-FOUND TO TRUE
               MOVE DB-AUTHORIZED TO WS-AUTHORIZED
               GO TO 0420-CHECK-ONE-BUDGET-EXIT
           END-IF.

           READ DEPTBUDG-FILE
               AT END SET DEPTBUDG-EOF TO TRUE
           END-READ.
       0420-CHECK-ONE-BUDGET-EXIT.
           EXIT.

       0440-COUNT-ONE-EMPLOYEE.
           IF EMP-ACTIVE
              AND EMP-DEPARTMENT = WS-DEPARTMENT
               ADD 1 TO WS-DEPT-HEADCOUNT
           END-IF.

           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET END-OF-EMPLOYEE TO TRUE
           END-READ.
       0440-COUNT-ONE-EMPLOYEE-EXIT.
           EXIT.

      * Every inactive employee carrying the keyed name is shown to
      * the clerk with the reason they left.  A confirmed return
      * whose reason is not eligible for rehire ends the session;
      * an eligible one is taken back under the original id.
       0500-CHECK-REHIRE.
           SET WS-NOT-A-REHIRE TO TRUE.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-FILE-NOT-FOUND
               GO TO 0500-CHECK-REHIRE-EXIT
           END-IF.

           MOVE "N" TO WS-PRIOR-EOF-SW.
           MOVE NAME TO EMP-NAME.
           START EMPLOYEE-FILE KEY IS EQUAL TO EMP-NAME
               INVALID KEY
                   SET WS-PRIOR-EOF TO TRUE
           END-START.
           IF NOT WS-PRIOR-EOF
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END SET WS-PRIOR-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 0520-CHECK-ONE-PRIOR THRU 0520-CHECK-ONE-PRIOR-EXIT
               UNTIL WS-PRIOR-EOF.
           CLOSE EMPLOYEE-FILE.
       0500-CHECK-REHIRE-EXIT.
           EXIT.

       0520-CHECK-ONE-PRIOR.
           IF EMP-NAME NOT = NAME
               SET WS-PRIOR-EOF TO TRUE
               GO TO 0520-CHECK-ONE-PRIOR-EXIT
           END-IF.
           IF NOT EMP-INACTIVE
               GO TO 0520-CHECK-ONE-PRIOR-READ
           END-IF.

           MOVE EMP-HIRE-DATE TO WS-PRIOR-HIRE-DATE.
           MOVE EMP-TERM-DATE TO WS-PRIOR-TERM-DATE.
           PERFORM 0540-FIND-TERM-REASON
               THRU 0540-FIND-TERM-REASON-EXIT.

           DISPLAY "A former employee with this name is on file:".
           DISPLAY "  Employee id ....: ", EMP-ID.
           DISPLAY "  Department .....: ", EMP-DEPARTMENT.
           DISPLAY "  Hired ..........: ", EMP-HIRE-DATE.
           DISPLAY "  Terminated .....: ", EMP-TERM-DATE.
           DISPLAY "  Reason .........: ", WS-PRIOR-REASON-CODE, " ",
               WS-PRIOR-REASON-DESC.

           MOVE SPACE TO WS-SAME-PERSON.
           PERFORM 0560-ACCEPT-SAME-PERSON
               THRU 0560-ACCEPT-SAME-PERSON-EXIT
               UNTIL WS-SAME-PERSON-YES OR WS-SAME-PERSON-NO.
           IF WS-SAME-PERSON-NO
               GO TO 0520-CHECK-ONE-PRIOR-READ
           END-IF.

           SET WS-PRIOR-EOF TO TRUE.
           IF WS-PRIOR-NOT-ELIGIBLE
               DISPLAY "Termination reason ", WS-PRIOR-REASON-CODE,
                   " is not eligible for rehire - intake refused"
               SET WS-REHIRE-REFUSED TO TRUE
               GO TO 0520-CHECK-ONE-PRIOR-EXIT
           END-IF.

           SET WS-REHIRE-ACCEPTED TO TRUE.
           MOVE EMP-ID TO WS-EMPLOYEE-ID.
           GO TO 0520-CHECK-ONE-PRIOR-EXIT.

       0520-CHECK-ONE-PRIOR-READ.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET WS-PRIOR-EOF TO TRUE
           END-READ.
       0520-CHECK-ONE-PRIOR-EXIT.
           EXIT.

      * The reason is taken from the TERMAUDIT.DAT entry for the
      * termination the master still carries - the latest one if
      * the employee has been through here before.  No entry, or
      * a code no longer on TERMRSN.DAT, leaves them eligible.
       0540-FIND-TERM-REASON.
           MOVE SPACES TO WS-PRIOR-REASON-CODE, WS-PRIOR-ELIGIBLE.
           MOVE "NOT ON TERMAUDIT.DAT" TO WS-PRIOR-REASON-DESC.

           OPEN INPUT TERMAUDIT-FILE.
           IF WS-TERMAUDIT-FILE-NOT-FOUND
               GO TO 0540-FIND-TERM-REASON-EXIT
           END-IF.
           READ TERMAUDIT-FILE
               AT END SET END-OF-TERMAUDIT TO TRUE
           END-READ.
           PERFORM 0545-CHECK-ONE-AUDIT THRU 0545-CHECK-ONE-AUDIT-EXIT
               UNTIL END-OF-TERMAUDIT.
           CLOSE TERMAUDIT-FILE.
           IF WS-PRIOR-REASON-CODE = SPACES
               GO TO 0540-FIND-TERM-REASON-EXIT
           END-IF.

           MOVE "NOT ON TERMRSN.DAT" TO WS-PRIOR-REASON-DESC.
           OPEN INPUT TERMRSN-FILE.
           IF WS-TERMRSN-FILE-NOT-FOUND
               GO TO 0540-FIND-TERM-REASON-EXIT
           END-IF.
           READ TERMRSN-FILE
               AT END SET TERMRSN-EOF TO TRUE
           END-READ.
           PERFORM 0550-CHECK-ONE-REASON THRU 0550-CHECK-ONE-REASON-EXIT
               UNTIL TERMRSN-EOF.
           CLOSE TERMRSN-FILE.
       0540-FIND-TERM-REASON-EXIT.
           EXIT.

       0545-CHECK-ONE-AUDIT.
           IF TA-EMPLOYEE-ID = EMP-ID
              AND TA-TERM-DATE = EMP-TERM-DATE
               MOVE TA-REASON-CODE TO WS-PRIOR-REASON-CODE
           END-IF.

           READ TERMAUDIT-FILE
               AT END SET END-OF-TERMAUDIT TO TRUE
           END-READ.
       0545-CHECK-ONE-AUDIT-EXIT.
           EXIT.

       0550-CHECK-ONE-REASON.
           IF RC-REASON-CODE = WS-PRIOR-REASON-CODE
               MOVE RC-DESCRIPTION     TO WS-PRIOR-REASON-DESC
               MOVE RC-REHIRE-ELIGIBLE TO WS-PRIOR-ELIGIBLE
               SET TERMRSN-EOF TO TRUE
               GO TO 0550-CHECK-ONE-REASON-EXIT
           END-IF.

           READ TERMRSN-FILE
               AT END SET TERMRSN-EOF TO TRUE
           END-READ.
       0550-CHECK-ONE-REASON-EXIT.
           EXIT.

       0560-ACCEPT-SAME-PERSON.
           DISPLAY "Is this the same person returning? (Y/N)".
           ACCEPT WS-SAME-PERSON.
           IF NOT WS-SAME-PERSON-YES AND NOT WS-SAME-PERSON-NO
               DISPLAY "Please answer Y or N"
           END-IF.
       0560-ACCEPT-SAME-PERSON-EXIT.
           EXIT.

       END PROGRAM OBTAININTPUT.
