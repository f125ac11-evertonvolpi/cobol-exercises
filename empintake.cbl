      *   2026-09-02  EV  FINAL STOP RUN CHANGED TO GOBACK SO THE
      *                   JOBSTREAM DRIVER GETS CONTROL BACK AFTER
      *                   CALLING THIS PROGRAM AS A STEP
      *   2026-10-15  EV  INTAKEBATCH.DAT CARRIES AN OPTIONAL
      *                   SUPERVISOR EMPLOYEE ID AFTER THE HIRE
      *                   DATE - IT MUST BE AN ACTIVE EMPLOYEE ON
      *                   FILE OR THE INTAKE IS REJECTED (SUP)
      *   2026-10-15  EV  A HIRE THAT TAKES THE DEPARTMENT OVER ITS
      *                   AUTHORIZED HEADCOUNT ON DEPTBUDG.DAT FOR
      *                   THE FISCAL YEAR OF THE HIRE DATE IS
      *                   LOADED BUT WARNED ON AND COUNTED IN THE
      *                   BALANCING REPORT
      *   2026-10-15  EV  A NAME MATCHING ONE INACTIVE EMPLOYEE ON
      *                   FILE IS A REHIRE - THE PRIOR ID, TERM DATE
      *                   AND TERMAUDIT.DAT REASON ARE SHOWN, THE
      *                   ORIGINAL ID IS REACTIVATED WITH THE NEW
      *                   HIRE DATE AND JOURNALED TO REHIRE.DAT.  A
      *                   REASON NOT ELIGIBLE FOR REHIRE (RHN), A
      *                   HIRE DATE NOT AFTER THE TERMINATION (RHD)
      *                   OR MORE THAN ONE INACTIVE MATCH (RHA) IS
      *                   REJECTED
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-DEPTREF-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPTBUDG-FILE ASSIGN TO "DEPTBUDG.DAT"
               FILE STATUS IS WS-DEPTBUDG-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-FILE ASSIGN TO "INTAKEREJ.DAT"
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
       FD INTAKE-FILE.
           05 IB-DEPARTMENT        PIC X(10).
           05 FILLER               PIC X.
           05 IB-HIRE-DATE         PIC 9(8).
           05 FILLER               PIC X.
           05 IB-SUPERVISOR        PIC X(7).
           05 IB-SUPERVISOR-ID REDEFINES IB-SUPERVISOR
                                   PIC 9(7).

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

      *This mirrors the ACME record layout FUSEEMPLOYEES reads from
      *ACMEFILE - a 7-digit id followed by last/first name fields,
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

       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 RJ-REASON-CODE      PIC X(3).
           05 FILLER              PIC X VALUE SPACE.
           05 RJ-REASON           PIC X(25).

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

      *This mirrors the REHIRE.DAT record OBTAININTPUT writes.
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
       01 WS-INTAKE-FILE-STATUS   PIC XX.
           88 WS-INTAKE-FILE-NOT-FOUND  VALUE "35".
       01 WS-DEPTREF-FILE-STATUS  PIC XX.
           88 WS-DEPTREF-FILE-NOT-FOUND VALUE "35".

       01 WS-DEPTBUDG-FILE-STATUS PIC XX.
           88 WS-DEPTBUDG-FILE-NOT-FOUND VALUE "35".

       01 WS-TERMAUDIT-FILE-STATUS PIC XX.
           88 WS-TERMAUDIT-FILE-NOT-FOUND VALUE "35".

       01 WS-TERMRSN-FILE-STATUS  PIC XX.
           88 WS-TERMRSN-FILE-NOT-FOUND  VALUE "35".

       01 WS-REHIRE-FILE-STATUS   PIC XX.
           88 WS-REHIRE-FILE-NOT-FOUND   VALUE "35".

       01 WS-ACME-NAME-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-ACME-NAME-TABLE.
           05 WS-AN-FULL-NAME     PIC X(21) OCCURS 500 TIMES.
       01 WS-REJECT-CODE          PIC X(3).
       01 WS-REJECT-REASON        PIC X(25).

       01 WS-NEW-SUPERVISOR-ID    PIC 9(7).
       01 WS-HIRED-ID             PIC 9(7).

      * Reason codes with their rehire flag, and the inactive
      * record a rehire would take back.
       01 WS-REASON-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 50 TIMES.
               10 WS-RT-REASON-CODE   PIC X(3).
               10 WS-RT-ELIGIBLE      PIC X.
       01 WS-REASON-IDX           PIC 9(2).

       01 WS-PRIOR-EOF-SW         PIC X.
           88 WS-PRIOR-EOF            VALUE "Y".
       01 WS-PRIOR-MATCH-COUNT    PIC 9(3).
       01 WS-PRIOR-ID             PIC 9(7).
       01 WS-PRIOR-HIRE-DATE      PIC 9(8).
       01 WS-PRIOR-TERM-DATE      PIC 9(8).
       01 WS-PRIOR-REASON-CODE    PIC X(3).
       01 WS-PRIOR-ELIGIBLE       PIC X.
           88 WS-PRIOR-NOT-ELIGIBLE   VALUE "N".
       01 WS-REHIRE-ID            PIC 9(7).

      * Authorized headcount by department and fiscal year, with
      * the active headcount kept current as hires are loaded.
       01 WS-BUDGET-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-BUDGET-TABLE.
           05 WS-BUDGET-ENTRY OCCURS 200 TIMES.
               10 WS-BT-DEPT-CODE     PIC X(10).
               10 WS-BT-FISCAL-YEAR   PIC 9(4).
               10 WS-BT-AUTHORIZED    PIC 9(5).
               10 WS-BT-ACTUAL        PIC 9(5).
       01 WS-BUDGET-IDX           PIC 9(3).
       01 WS-BUDGET-DEPT          PIC X(10).
       01 WS-BUDGET-YEAR          PIC 9(4).

       01 WS-READ-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-LOADED-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-OVER-BUDGET-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-REHIRED-COUNT        PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
       0100-START-HERE.

           OPEN OUTPUT REJECT-FILE.

           OPEN EXTEND REHIRE-FILE.
           IF WS-REHIRE-FILE-NOT-FOUND
               OPEN OUTPUT REHIRE-FILE
               CLOSE REHIRE-FILE
               OPEN EXTEND REHIRE-FILE
           END-IF.

           PERFORM 0120-LOAD-ACME-NAMES
               THRU 0120-LOAD-ACME-NAMES-EXIT.
           PERFORM 0140-LOAD-DEPARTMENTS
           PERFORM 0160-LOAD-MASTER-IDS
               THRU 0160-LOAD-MASTER-IDS-EXIT.
           PERFORM 0180-READ-NEXT-ID THRU 0180-READ-NEXT-ID-EXIT.
           PERFORM 0190-LOAD-BUDGETS THRU 0190-LOAD-BUDGETS-EXIT.
           PERFORM 0198-LOAD-REASON-CODES
               THRU 0198-LOAD-REASON-CODES-EXIT.

           READ INTAKE-FILE
               AT END SET END-OF-INTAKE TO TRUE

           PERFORM 0600-WRITE-NEXT-ID THRU 0600-WRITE-NEXT-ID-EXIT.

           CLOSE INTAKE-FILE, EMPLOYEE-FILE, REJECT-FILE,
               REHIRE-FILE.

           DISPLAY "EMPINTAKE BALANCING REPORT".
           DISPLAY "  TRANSACTIONS READ ..........: ", WS-READ-COUNT.
           DISPLAY "  EMPLOYEES LOADED ...........: ",
               WS-LOADED-COUNT.
           DISPLAY "  FORMER EMPLOYEES REHIRED ...: ",
               WS-REHIRED-COUNT.
           DISPLAY "  TRANSACTIONS REJECTED ......: ",
               WS-REJECT-COUNT.
           DISPLAY "  OVER AUTHORIZED HEADCOUNT ..: ",
               WS-OVER-BUDGET-COUNT.

           GOBACK.

       0180-READ-NEXT-ID-EXIT.
           EXIT.

      * With no budgets on file there is nothing to warn against,
      * so the master is only counted when at least one is loaded.
       0190-LOAD-BUDGETS.
           OPEN INPUT DEPTBUDG-FILE.
           IF WS-DEPTBUDG-FILE-NOT-FOUND
               GO TO 0190-LOAD-BUDGETS-EXIT
           END-IF.

           READ DEPTBUDG-FILE
               AT END SET DEPTBUDG-EOF TO TRUE
           END-READ.
           PERFORM 0192-LOAD-ONE-BUDGET THRU 0192-LOAD-ONE-BUDGET-EXIT
               UNTIL DEPTBUDG-EOF.
           CLOSE DEPTBUDG-FILE.

           IF WS-BUDGET-COUNT = ZERO
               GO TO 0190-LOAD-BUDGETS-EXIT
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
           PERFORM 0194-COUNT-ONE-EMPLOYEE
               THRU 0194-COUNT-ONE-EMPLOYEE-EXIT
               UNTIL END-OF-EMPLOYEE.
       0190-LOAD-BUDGETS-EXIT.
           EXIT.

       0192-LOAD-ONE-BUDGET.
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
       0192-LOAD-ONE-BUDGET-EXIT.
           EXIT.

       0194-COUNT-ONE-EMPLOYEE.
           IF EMP-ACTIVE
               MOVE EMP-DEPARTMENT TO WS-BUDGET-DEPT
               PERFORM 0196-ADD-ONE-HEAD THRU 0196-ADD-ONE-HEAD-EXIT
                   VARYING WS-BUDGET-IDX FROM 1 BY 1
                   UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT
           END-IF.

           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET END-OF-EMPLOYEE TO TRUE
           END-READ.
       0194-COUNT-ONE-EMPLOYEE-EXIT.
           EXIT.

       0196-ADD-ONE-HEAD.
           IF WS-BT-DEPT-CODE(WS-BUDGET-IDX) = WS-BUDGET-DEPT
               ADD 1 TO WS-BT-ACTUAL(WS-BUDGET-IDX)
           END-IF.
       0196-ADD-ONE-HEAD-EXIT.
           EXIT.

       0198-LOAD-REASON-CODES.
           OPEN INPUT TERMRSN-FILE.
           IF WS-TERMRSN-FILE-NOT-FOUND
               GO TO 0198-LOAD-REASON-CODES-EXIT
           END-IF.

           READ TERMRSN-FILE
               AT END SET TERMRSN-EOF TO TRUE
           END-READ.
           PERFORM 0199-LOAD-ONE-REASON-CODE
               THRU 0199-LOAD-ONE-REASON-CODE-EXIT
               UNTIL TERMRSN-EOF.
           CLOSE TERMRSN-FILE.
       0198-LOAD-REASON-CODES-EXIT.
           EXIT.

       0199-LOAD-ONE-REASON-CODE.
           IF WS-REASON-COUNT < 50
               ADD 1 TO WS-REASON-COUNT
               MOVE RC-REASON-CODE
                   TO WS-RT-REASON-CODE(WS-REASON-COUNT)
               MOVE RC-REHIRE-ELIGIBLE
                   TO WS-RT-ELIGIBLE(WS-REASON-COUNT)
           END-IF.

           READ TERMRSN-FILE
               AT END SET TERMRSN-EOF TO TRUE
           END-READ.
       0199-LOAD-ONE-REASON-CODE-EXIT.
           EXIT.

       0200-PROCESS-ONE-INTAKE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-CODE, WS-REJECT-REASON.
               GO TO 0200-PROCESS-ONE-INTAKE-READ
           END-IF.

           PERFORM 0270-VALIDATE-SUPERVISOR
               THRU 0270-VALIDATE-SUPERVISOR-EXIT.
           IF WS-REJECT-CODE NOT = SPACES
               PERFORM 0500-WRITE-REJECT THRU 0500-WRITE-REJECT-EXIT
               GO TO 0200-PROCESS-ONE-INTAKE-READ
           END-IF.

           PERFORM 0280-CHECK-REHIRE THRU 0280-CHECK-REHIRE-EXIT.
           IF WS-REJECT-CODE NOT = SPACES
               PERFORM 0500-WRITE-REJECT THRU 0500-WRITE-REJECT-EXIT
               GO TO 0200-PROCESS-ONE-INTAKE-READ
           END-IF.
           IF WS-REHIRE-ID NOT = ZERO
               PERFORM 0450-REACTIVATE-EMPLOYEE
                   THRU 0450-REACTIVATE-EMPLOYEE-EXIT
               GO TO 0200-PROCESS-ONE-INTAKE-READ
           END-IF.

           PERFORM 0300-ASSIGN-EMPLOYEE-ID
               THRU 0300-ASSIGN-EMPLOYEE-ID-EXIT.
           PERFORM 0400-WRITE-EMPLOYEE
       0265-CHECK-ONE-DEPARTMENT-EXIT.
           EXIT.

      * A blank or zero supervisor leaves the new hire reporting to
      * nobody for now; anything else must be an active employee.
       0270-VALIDATE-SUPERVISOR.
           MOVE ZERO TO WS-NEW-SUPERVISOR-ID.
           IF IB-SUPERVISOR = SPACES
               GO TO 0270-VALIDATE-SUPERVISOR-EXIT
           END-IF.

           IF IB-SUPERVISOR NOT NUMERIC
               MOVE "SUP" TO WS-REJECT-CODE
               MOVE "SUPERVISOR ID NOT NUMERIC" TO WS-REJECT-REASON
               GO TO 0270-VALIDATE-SUPERVISOR-EXIT
           END-IF.
           IF IB-SUPERVISOR-ID = ZERO
               GO TO 0270-VALIDATE-SUPERVISOR-EXIT
           END-IF.

           MOVE IB-SUPERVISOR-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
               INVALID KEY
                   MOVE "SUP" TO WS-REJECT-CODE
                   MOVE "SUPERVISOR NOT ON FILE" TO WS-REJECT-REASON
                   GO TO 0270-VALIDATE-SUPERVISOR-EXIT
           END-READ.
           IF EMP-INACTIVE
               MOVE "SUP" TO WS-REJECT-CODE
               MOVE "SUPERVISOR INACTIVE" TO WS-REJECT-REASON
               GO TO 0270-VALIDATE-SUPERVISOR-EXIT
           END-IF.

           MOVE IB-SUPERVISOR-ID TO WS-NEW-SUPERVISOR-ID.
       0270-VALIDATE-SUPERVISOR-EXIT.
           EXIT.

      * A batch has nobody to ask whether a name match is really
      * the same person, so only a single inactive record with the
      * name is taken as a rehire - several go back to be keyed
      * through OBTAININTPUT, where the clerk picks the right one.
       0280-CHECK-REHIRE.
           MOVE ZERO TO WS-REHIRE-ID, WS-PRIOR-MATCH-COUNT.
           MOVE "N" TO WS-PRIOR-EOF-SW.
           MOVE IB-NAME TO EMP-NAME.
           START EMPLOYEE-FILE KEY IS EQUAL TO EMP-NAME
               INVALID KEY
                   SET WS-PRIOR-EOF TO TRUE
           END-START.
           IF NOT WS-PRIOR-EOF
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END SET WS-PRIOR-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 0285-CHECK-ONE-PRIOR THRU 0285-CHECK-ONE-PRIOR-EXIT
               UNTIL WS-PRIOR-EOF.

           IF WS-PRIOR-MATCH-COUNT = ZERO
               GO TO 0280-CHECK-REHIRE-EXIT
           END-IF.
           IF WS-PRIOR-MATCH-COUNT > 1
               DISPLAY "EMPINTAKE: ", IB-NAME, " MATCHES ",
                   WS-PRIOR-MATCH-COUNT, " FORMER EMPLOYEES"
               MOVE "RHA" TO WS-REJECT-CODE
               MOVE "SEVERAL INACTIVE MATCHES" TO WS-REJECT-REASON
               GO TO 0280-CHECK-REHIRE-EXIT
           END-IF.

           PERFORM 0290-FIND-TERM-REASON
               THRU 0290-FIND-TERM-REASON-EXIT.
           DISPLAY "EMPINTAKE: ", IB-NAME, " IS FORMER EMPLOYEE ",
               WS-PRIOR-ID, " TERMINATED ", WS-PRIOR-TERM-DATE,
               " REASON ", WS-PRIOR-REASON-CODE.

           IF WS-PRIOR-NOT-ELIGIBLE
               MOVE "RHN" TO WS-REJECT-CODE
               MOVE "NOT ELIGIBLE FOR REHIRE" TO WS-REJECT-REASON
               GO TO 0280-CHECK-REHIRE-EXIT
           END-IF.
           IF IB-HIRE-DATE NOT > WS-PRIOR-TERM-DATE
               MOVE "RHD" TO WS-REJECT-CODE
               MOVE "HIRE DATE NOT AFTER TERM" TO WS-REJECT-REASON
               GO TO 0280-CHECK-REHIRE-EXIT
           END-IF.

           MOVE WS-PRIOR-ID TO WS-REHIRE-ID.
       0280-CHECK-REHIRE-EXIT.
           EXIT.

       0285-CHECK-ONE-PRIOR.
           IF EMP-NAME NOT = IB-NAME
               SET WS-PRIOR-EOF TO TRUE
               GO TO 0285-CHECK-ONE-PRIOR-EXIT
           END-IF.

           IF EMP-INACTIVE
               ADD 1 TO WS-PRIOR-MATCH-COUNT
               MOVE EMP-ID        TO WS-PRIOR-ID
               MOVE EMP-HIRE-DATE TO WS-PRIOR-HIRE-DATE
               MOVE EMP-TERM-DATE TO WS-PRIOR-TERM-DATE
           END-IF.

           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET WS-PRIOR-EOF TO TRUE
           END-READ.
       0285-CHECK-ONE-PRIOR-EXIT.
           EXIT.

      * The reason is the one TERMAUDIT.DAT holds for the
      * termination the master still carries.  No entry, or a code
      * no longer on TERMRSN.DAT, leaves the employee eligible.
       0290-FIND-TERM-REASON.
           MOVE SPACES TO WS-PRIOR-REASON-CODE, WS-PRIOR-ELIGIBLE.

           OPEN INPUT TERMAUDIT-FILE.
           IF WS-TERMAUDIT-FILE-NOT-FOUND
               GO TO 0290-FIND-TERM-REASON-EXIT
           END-IF.
           READ TERMAUDIT-FILE
               AT END SET END-OF-TERMAUDIT TO TRUE
           END-READ.
           PERFORM 0292-CHECK-ONE-AUDIT THRU 0292-CHECK-ONE-AUDIT-EXIT
               UNTIL END-OF-TERMAUDIT.
           CLOSE TERMAUDIT-FILE.

           PERFORM 0294-CHECK-ONE-REASON THRU 0294-CHECK-ONE-REASON-EXIT
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT.
       0290-FIND-TERM-REASON-EXIT.
           EXIT.

       0292-CHECK-ONE-AUDIT.
           IF TA-EMPLOYEE-ID = WS-PRIOR-ID
              AND TA-TERM-DATE = WS-PRIOR-TERM-DATE
               MOVE TA-REASON-CODE TO WS-PRIOR-REASON-CODE
           END-IF.

           READ TERMAUDIT-FILE
               AT END SET END-OF-TERMAUDIT TO TRUE
           END-READ.
       0292-CHECK-ONE-AUDIT-EXIT.
           EXIT.

       0294-CHECK-ONE-REASON.
           IF WS-RT-REASON-CODE(WS-REASON-IDX) = WS-PRIOR-REASON-CODE
               MOVE WS-RT-ELIGIBLE(WS-REASON-IDX) TO WS-PRIOR-ELIGIBLE
           END-IF.
       0294-CHECK-ONE-REASON-EXIT.
           EXIT.

      * Step the candidate id forward past every id already on the
      * indexed master or the merged master, exactly as the intake
      * screen does, so a batch-assigned id can never collide.
           MOVE IB-HIRE-DATE    TO EMP-HIRE-DATE.
           SET EMP-ACTIVE TO TRUE.
           MOVE ZERO TO EMP-TERM-DATE.
           MOVE WS-NEW-SUPERVISOR-ID TO EMP-SUPERVISOR-ID.

           WRITE EMPLOYEE-RECORD
               INVALID KEY
                       THRU 0500-WRITE-REJECT-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   MOVE WS-CANDIDATE-ID TO WS-HIRED-ID
                   IF WS-BUDGET-COUNT > ZERO
                       PERFORM 0700-CHECK-BUDGET
                           THRU 0700-CHECK-BUDGET-EXIT
                   END-IF
           END-WRITE.
       0400-WRITE-EMPLOYEE-EXIT.
           EXIT.

      * The returning employee keeps the original id, and with it
      * every pay, leave and termination record already on file.
       0450-REACTIVATE-EMPLOYEE.
           MOVE WS-REHIRE-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
               INVALID KEY
                   MOVE "KEY" TO WS-REJECT-CODE
                   MOVE "PRIOR ID NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM 0500-WRITE-REJECT
                       THRU 0500-WRITE-REJECT-EXIT
                   GO TO 0450-REACTIVATE-EMPLOYEE-EXIT
           END-READ.

           MOVE IB-DEPARTMENT   TO EMP-DEPARTMENT.
           MOVE IB-HIRE-DATE    TO EMP-HIRE-DATE.
           SET EMP-ACTIVE TO TRUE.
           MOVE ZERO TO EMP-TERM-DATE.
           MOVE WS-NEW-SUPERVISOR-ID TO EMP-SUPERVISOR-ID.
           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   MOVE "KEY" TO WS-REJECT-CODE
                   MOVE "PRIOR ID NOT REWRITTEN" TO WS-REJECT-REASON
                   PERFORM 0500-WRITE-REJECT
                       THRU 0500-WRITE-REJECT-EXIT
                   GO TO 0450-REACTIVATE-EMPLOYEE-EXIT
           END-REWRITE.
           ADD 1 TO WS-REHIRED-COUNT.
           MOVE WS-REHIRE-ID TO WS-HIRED-ID.

           MOVE SPACES               TO REHIRE-RECORD.
           MOVE WS-REHIRE-ID         TO RH-EMPLOYEE-ID.
           MOVE IB-NAME              TO RH-NAME.
           MOVE WS-PRIOR-HIRE-DATE   TO RH-PRIOR-HIRE-DATE.
           MOVE WS-PRIOR-TERM-DATE   TO RH-PRIOR-TERM-DATE.
           MOVE WS-PRIOR-REASON-CODE TO RH-REASON-CODE.
           MOVE IB-HIRE-DATE         TO RH-NEW-HIRE-DATE.
           MOVE IB-DEPARTMENT        TO RH-DEPARTMENT.
           ACCEPT RH-DATE FROM DATE YYYYMMDD.
           ACCEPT RH-TIME FROM TIME.
           MOVE "EMPINTAKE"          TO RH-PROGRAM.
           WRITE REHIRE-RECORD.

           IF WS-BUDGET-COUNT > ZERO
               PERFORM 0700-CHECK-BUDGET THRU 0700-CHECK-BUDGET-EXIT
           END-IF.
       0450-REACTIVATE-EMPLOYEE-EXIT.
           EXIT.

       0500-WRITE-REJECT.
           MOVE SPACES TO REJECT-RECORD.
           MOVE WS-REJECT-CODE   TO RJ-REASON-CODE.
       0600-WRITE-NEXT-ID-EXIT.
           EXIT.

      * Count the new hire against the department and warn if it
      * is now over what it is authorized to carry in the year of
      * the hire date.  The hire stands - the budget is a warning.
       0700-CHECK-BUDGET.
           MOVE IB-DEPARTMENT TO WS-BUDGET-DEPT.
           PERFORM 0196-ADD-ONE-HEAD THRU 0196-ADD-ONE-HEAD-EXIT
               VARYING WS-BUDGET-IDX FROM 1 BY 1
               UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT.

           MOVE IB-HIRE-DATE(1:4) TO WS-BUDGET-YEAR.
           PERFORM 0750-CHECK-ONE-BUDGET
               THRU 0750-CHECK-ONE-BUDGET-EXIT
               VARYING WS-BUDGET-IDX FROM 1 BY 1
               UNTIL WS-BUDGET-IDX > WS-BUDGET-COUNT.
       0700-CHECK-BUDGET-EXIT.
           EXIT.

       0750-CHECK-ONE-BUDGET.
           IF WS-BT-DEPT-CODE(WS-BUDGET-IDX) = IB-DEPARTMENT
              AND WS-BT-FISCAL-YEAR(WS-BUDGET-IDX) = WS-BUDGET-YEAR
              AND WS-BT-ACTUAL(WS-BUDGET-IDX) >
                  WS-BT-AUTHORIZED(WS-BUDGET-IDX)
               ADD 1 TO WS-OVER-BUDGET-COUNT
               DISPLAY "EMPINTAKE: WARNING - ", WS-HIRED-ID,
                   " TAKES ", IB-DEPARTMENT, " TO ",
                   WS-BT-ACTUAL(WS-BUDGET-IDX), " AGAINST ",
                   WS-BT-AUTHORIZED(WS-BUDGET-IDX),
                   " AUTHORIZED FOR ", WS-BUDGET-YEAR
           END-IF.
       0750-CHECK-ONE-BUDGET-EXIT.
           EXIT.

       END PROGRAM EMPINTAKE.
