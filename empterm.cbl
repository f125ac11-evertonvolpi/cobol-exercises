      *   2026-09-02  EV  FINAL STOP RUN CHANGED TO GOBACK SO THE
      *                   JOBSTREAM DRIVER GETS CONTROL BACK AFTER
      *                   CALLING THIS PROGRAM AS A STEP
      *   2026-10-15  EV  REASON CODES ARE NOW CHECKED AGAINST THE
      *                   TERMRSN.DAT REFERENCE FILE (SEE RSNMAINT)
      *                   AND AN UNKNOWN CODE IS REJECTED
      *   2026-10-15  EV  THE DEPARTMENT THE EMPLOYEE LEFT FROM IS
      *                   NOW CARRIED ON EACH TERMAUDIT.DAT RECORD
      *                   FOR THE ATTRRPT TURNOVER REPORT
      *   2026-10-15  EV  AFTER THE RUN, ACTIVE EMPLOYEES WHOSE
      *                   SUPERVISOR WAS TERMINATED ARE LISTED AS
      *                   ORPHANED REPORTS SO HR CAN REASSIGN THEM
      *                   THROUGH EMPMAINT
      *   2026-10-15  EV  SIGN-ON NOW CHECKS THE OPERATOR'S AUTHORITY
      *                   FOR THIS PROGRAM AND ENDS THE RUN IF REFUSED
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMREJECT-FILE ASSIGN TO "TERMREJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERMRSN-FILE ASSIGN TO "TERMRSN.DAT"
               FILE STATUS IS WS-TERMRSN-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TERMTRANS-FILE.
               88 EMP-ACTIVE       VALUE "A".
               88 EMP-INACTIVE     VALUE "I".
           05 EMP-TERM-DATE    PIC 9(8).
           05 EMP-SUPERVISOR-ID PIC 9(7).

       FD TERMAUDIT-FILE.
       01 TERMAUDIT-RECORD.
           05 TA-TIME              PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 TA-OPERATOR          PIC X(3).
           05 FILLER               PIC X VALUE SPACE.
           05 TA-DEPARTMENT        PIC X(10).

       FD TERMREJECT-FILE.
       01 TERMREJECT-RECORD.
           05 FILLER               PIC X VALUE SPACE.
           05 TR-REJECT-REASON     PIC X(25).

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

       WORKING-STORAGE SECTION.
       01 WS-TERMTRANS-FILE-STATUS PIC XX.
           88 WS-TERMTRANS-FILE-NOT-FOUND VALUE "35".
       01 WS-TERMAUDIT-FILE-STATUS PIC XX.
           88 WS-TERMAUDIT-FILE-NOT-FOUND VALUE "35".

       01 WS-TERMRSN-FILE-STATUS   PIC XX.
           88 WS-TERMRSN-FILE-NOT-FOUND  VALUE "35".

       01 WS-REASON-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-REASON-TABLE.
           05 WS-RT-REASON-CODE    PIC X(3) OCCURS 50 TIMES.
       01 WS-REASON-IDX            PIC 9(2).

       01 WS-REASON-SWITCH         PIC X.
           88 WS-REASON-FOUND          VALUE "Y".
           88 WS-REASON-NOT-FOUND      VALUE "N".

       01 WS-DATE-EDIT-RESULT      PIC X.
           88 WS-TERM-DATE-VALID       VALUE "Y".
           88 WS-TERM-DATE-NOT-VALID   VALUE "N".
       01 WS-REJECT-REASON         PIC X(25).

       01 WS-OPERATOR-ID           PIC X(3) VALUE SPACES.
       01 WS-SIGNON-ACCESS.
           05 WS-SO-PROGRAM        PIC X(17) VALUE "EMPTERM".
           05 WS-SO-FUNCTION       PIC X VALUE SPACE.
           05 WS-SO-RESULT         PIC X.
               88 WS-SO-GRANTED        VALUE "Y".

       01 WS-READ-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-APPLIED-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-ORPHAN-COUNT          PIC 9(5) VALUE ZERO.

      * Ids terminated this run, checked against every active
      * employee's supervisor once the transactions are applied.
       01 WS-TERMED-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-TERMED-TABLE.
           05 WS-TERMED-ID         PIC 9(7) OCCURS 500 TIMES.
       01 WS-TERMED-IDX            PIC 9(3).

       01 WS-TERMED-SWITCH         PIC X.
           88 WS-TERMED-FOUND          VALUE "Y".
           88 WS-TERMED-NOT-FOUND      VALUE "N".

       01 WS-EMPLOYEE-EOF-SW       PIC X VALUE "N".
           88 WS-EMPLOYEE-EOF          VALUE "Y".

       PROCEDURE DIVISION.
       0100-START-HERE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               GOBACK
           END-IF.

           PERFORM 0150-LOAD-REASON-CODES
               THRU 0150-LOAD-REASON-CODES-EXIT.

           OPEN INPUT TERMTRANS-FILE.
           IF WS-TERMTRANS-FILE-NOT-FOUND
           PERFORM 0200-APPLY-ONE-TERM THRU 0200-APPLY-ONE-TERM-EXIT
               UNTIL END-OF-TERMTRANS.

           IF WS-TERMED-COUNT > ZERO
               PERFORM 0500-LIST-ORPHANS THRU 0500-LIST-ORPHANS-EXIT
           END-IF.

           CLOSE TERMTRANS-FILE, EMPLOYEE-FILE, TERMAUDIT-FILE,
               TERMREJECT-FILE.

               WS-APPLIED-COUNT.
           DISPLAY "  TRANSACTIONS REJECTED ......: ",
               WS-REJECT-COUNT.
           DISPLAY "  ORPHANED REPORTS LISTED ....: ",
               WS-ORPHAN-COUNT.

           GOBACK.

       0150-LOAD-REASON-CODES.
           OPEN INPUT TERMRSN-FILE.
           IF WS-TERMRSN-FILE-NOT-FOUND
               DISPLAY "EMPTERM: TERMRSN.DAT NOT AVAILABLE - "
                   "REASON CODES WILL NOT BE CHECKED"
               GO TO 0150-LOAD-REASON-CODES-EXIT
           END-IF.

           READ TERMRSN-FILE
               AT END SET TERMRSN-EOF TO TRUE
           END-READ.
           PERFORM 0170-LOAD-ONE-REASON-CODE
               THRU 0170-LOAD-ONE-REASON-CODE-EXIT
               UNTIL TERMRSN-EOF.
           CLOSE TERMRSN-FILE.
       0150-LOAD-REASON-CODES-EXIT.
           EXIT.

       0170-LOAD-ONE-REASON-CODE.
           IF WS-REASON-COUNT < 50
               ADD 1 TO WS-REASON-COUNT
               MOVE RC-REASON-CODE
                   TO WS-RT-REASON-CODE(WS-REASON-COUNT)
           END-IF.

           READ TERMRSN-FILE
               AT END SET TERMRSN-EOF TO TRUE
           END-READ.
       0170-LOAD-ONE-REASON-CODE-EXIT.
           EXIT.

       0200-APPLY-ONE-TERM.
           ADD 1 TO WS-READ-COUNT.

               GO TO 0200-APPLY-ONE-TERM-READ
           END-IF.

           IF WS-REASON-COUNT > ZERO
               SET WS-REASON-NOT-FOUND TO TRUE
               PERFORM 0250-CHECK-ONE-REASON-CODE
                   THRU 0250-CHECK-ONE-REASON-CODE-EXIT
                   VARYING WS-REASON-IDX FROM 1 BY 1
                   UNTIL WS-REASON-IDX > WS-REASON-COUNT
                      OR WS-REASON-FOUND
               IF WS-REASON-NOT-FOUND
                   MOVE "REASON CODE NOT ON FILE" TO WS-REJECT-REASON
                   PERFORM 0400-WRITE-REJECT
                       THRU 0400-WRITE-REJECT-EXIT
                   GO TO 0200-APPLY-ONE-TERM-READ
               END-IF
           END-IF.

           MOVE TT-EMPLOYEE-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
       0200-APPLY-ONE-TERM-EXIT.
           EXIT.

       0250-CHECK-ONE-REASON-CODE.
           IF WS-RT-REASON-CODE(WS-REASON-IDX) = TT-REASON-CODE
               SET WS-REASON-FOUND TO TRUE
           END-IF.
       0250-CHECK-ONE-REASON-CODE-EXIT.
           EXIT.

      * Flip the record to inactive instead of erasing it - HR
      * keeps the id, the hire date and the department for rehire
      * counts, and EMPMAINT can display or reinstate it later.
           ACCEPT TA-DATE FROM DATE YYYYMMDD.
           ACCEPT TA-TIME FROM TIME.
           MOVE WS-OPERATOR-ID TO TA-OPERATOR.
           MOVE EMP-DEPARTMENT TO TA-DEPARTMENT.

           SET EMP-INACTIVE TO TRUE.
           MOVE TT-TERM-DATE TO EMP-TERM-DATE.
           IF WS-EMPLOYEE-FILE-STATUS = "00"
               WRITE TERMAUDIT-RECORD
               ADD 1 TO WS-APPLIED-COUNT
               IF WS-TERMED-COUNT < 500
                   ADD 1 TO WS-TERMED-COUNT
                   MOVE TT-EMPLOYEE-ID
                       TO WS-TERMED-ID(WS-TERMED-COUNT)
               END-IF
           ELSE
               MOVE "REWRITE FAILED" TO WS-REJECT-REASON
               PERFORM 0400-WRITE-REJECT THRU 0400-WRITE-REJECT-EXIT
           ADD 1 TO WS-REJECT-COUNT.
       0400-WRITE-REJECT-EXIT.
           EXIT.

      * One pass of the master in id order, listing every active
      * employee who reported to someone terminated above.
       0500-LIST-ORPHANS.
           DISPLAY "EMPTERM ORPHANED REPORTS".
           MOVE ZERO TO EMP-ID.
           START EMPLOYEE-FILE
               KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   GO TO 0500-LIST-ORPHANS-EXIT
           END-START.

           MOVE "N" TO WS-EMPLOYEE-EOF-SW.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET WS-EMPLOYEE-EOF TO TRUE
           END-READ.
           PERFORM 0550-CHECK-ONE-ORPHAN
               THRU 0550-CHECK-ONE-ORPHAN-EXIT
               UNTIL WS-EMPLOYEE-EOF.

           IF WS-ORPHAN-COUNT = ZERO
               DISPLAY "  NONE"
           END-IF.
       0500-LIST-ORPHANS-EXIT.
           EXIT.

       0550-CHECK-ONE-ORPHAN.
           IF EMP-ACTIVE
              AND EMP-SUPERVISOR-ID NUMERIC
              AND EMP-SUPERVISOR-ID NOT = ZERO
               SET WS-TERMED-NOT-FOUND TO TRUE
               PERFORM 0560-CHECK-ONE-TERMED
                   THRU 0560-CHECK-ONE-TERMED-EXIT
                   VARYING WS-TERMED-IDX FROM 1 BY 1
                   UNTIL WS-TERMED-IDX > WS-TERMED-COUNT
                      OR WS-TERMED-FOUND
               IF WS-TERMED-FOUND
                   ADD 1 TO WS-ORPHAN-COUNT
                   DISPLAY "  ", EMP-ID, " ", EMP-NAME, " ",
                       EMP-DEPARTMENT, " REPORTED TO ",
                       EMP-SUPERVISOR-ID
               END-IF
           END-IF.

           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET WS-EMPLOYEE-EOF TO TRUE
           END-READ.
       0550-CHECK-ONE-ORPHAN-EXIT.
           EXIT.

       0560-CHECK-ONE-TERMED.
           IF WS-TERMED-ID(WS-TERMED-IDX) = EMP-SUPERVISOR-ID
               SET WS-TERMED-FOUND TO TRUE
           END-IF.
       0560-CHECK-ONE-TERMED-EXIT.
           EXIT.
       END PROGRAM EMPTERM.
