       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PTOPOST".
       AUTHOR.     EVERTON VOLPI.
      * Leave-taken posting run.  Reads the PTOTAKE.DAT leave
      * transactions - employee id, leave type (V vacation or S
      * sick), the date taken and the hours - and draws each one
      * down from the employee's PTOBAL.DAT balance.  A line that
      * would take a balance below zero is an overdraft and is
      * rejected whole rather than part-posted; so is any line with
      * a bad id, type, date or hours, or for an employee with no
      * balance record.  Rejects go to PTOREJ.DAT with a reason
      * code for the leave administrator to correct and rekey.
      * Lines are posted in file order, so two lines for the same
      * employee are checked against the balance the first one
      * left behind.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAKEN-FILE ASSIGN TO "PTOTAKE.DAT"
               FILE STATUS IS WS-TAKEN-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PTOBAL-FILE ASSIGN TO "PTOBAL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PB-EMPLOYEE-ID
               FILE STATUS IS WS-PTOBAL-FILE-STATUS.

           SELECT REJECT-FILE ASSIGN TO "PTOREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD TAKEN-FILE.
       01 TAKEN-RECORD.
           88 END-OF-TAKEN     VALUE HIGH-VALUES.
           05 LT-EMPLOYEE-ID   PIC 9(7).
           05 FILLER           PIC X.
           05 LT-TYPE          PIC X.
               88 LT-VACATION      VALUE "V".
               88 LT-SICK          VALUE "S".
           05 FILLER           PIC X.
           05 LT-DATE          PIC 9(8).
           05 FILLER           PIC X.
           05 LT-HOURS         PIC 9(3)V9.

      *This mirrors the PTOBAL.DAT record PTOACCR maintains.
       FD PTOBAL-FILE.
       01 PTOBAL-RECORD.
           05 PB-EMPLOYEE-ID       PIC 9(7).
           05 PB-VACATION-BALANCE  PIC 9(4)V99.
           05 PB-SICK-BALANCE      PIC 9(4)V99.
           05 PB-SENIORITY-BAND    PIC 9.
           05 PB-LAST-ACCRUAL      PIC 9(8).
           05 PB-LAST-TAKEN        PIC 9(8).

       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 LJ-REASON-CODE      PIC X(3).
           05 FILLER              PIC X.
           05 LJ-TRANSACTION      PIC X(24).
           05 FILLER              PIC X.
           05 LJ-REASON           PIC X(25).

       WORKING-STORAGE SECTION.
       01 WS-TAKEN-FILE-STATUS   PIC XX.
           88 WS-TAKEN-FILE-NOT-FOUND   VALUE "35".

       01 WS-PTOBAL-FILE-STATUS  PIC XX.
           88 WS-PTOBAL-FOUND           VALUE "00".
           88 WS-PTOBAL-FILE-NOT-FOUND  VALUE "35".

       01 WS-DATE-EDIT-RESULT    PIC X.
           88 WS-DATE-VALID          VALUE "Y".
           88 WS-DATE-NOT-VALID      VALUE "N".

       01 WS-REJECT-CODE         PIC X(3).
       01 WS-REJECT-REASON       PIC X(25).

       01 WS-READ-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-POSTED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-OVERDRAFT-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-VACATION      PIC 9(7)V99 VALUE ZERO.
       01 WS-TOTAL-SICK          PIC 9(7)V99 VALUE ZERO.
       01 WS-DISPLAY-HOURS       PIC Z,ZZZ,ZZ9.99.

       01 WS-JOBLOG-PARM.
           05 WS-JL-PROGRAM      PIC X(17) VALUE "PTOPOST".
           05 WS-JL-FUNCTION     PIC X.
           05 WS-JL-READ-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-JL-WRITE-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-JL-STATUS       PIC X VALUE SPACE.
           05 WS-JL-OPERATOR     PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-START-HERE.
           MOVE "S" TO WS-JL-FUNCTION.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.

           OPEN INPUT TAKEN-FILE.
           IF WS-TAKEN-FILE-NOT-FOUND
               DISPLAY "PTOPOST: PTOTAKE.DAT NOT FOUND - NO LEAVE "
                   "TO POST"
               MOVE "S" TO WS-JL-STATUS
               PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT
               GOBACK
           END-IF.

           OPEN I-O PTOBAL-FILE.
           IF WS-PTOBAL-FILE-NOT-FOUND
               DISPLAY "PTOPOST: PTOBAL.DAT NOT FOUND - RUN "
                   "PTOACCR FIRST"
               CLOSE TAKEN-FILE
               MOVE "F" TO WS-JL-STATUS
               PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT
               GOBACK
           END-IF.

           OPEN OUTPUT REJECT-FILE.

           READ TAKEN-FILE
               AT END SET END-OF-TAKEN TO TRUE
           END-READ.
           PERFORM 0200-POST-ONE-TRANSACTION
               THRU 0200-POST-ONE-TRANSACTION-EXIT
               UNTIL END-OF-TAKEN.

           CLOSE TAKEN-FILE, PTOBAL-FILE, REJECT-FILE.

           DISPLAY "PTOPOST BALANCING REPORT".
           DISPLAY "  LEAVE LINES READ ...........: ", WS-READ-COUNT.
           DISPLAY "  LEAVE LINES POSTED .........: ",
               WS-POSTED-COUNT.
           DISPLAY "  LEAVE LINES REJECTED .......: ",
               WS-REJECT-COUNT.
           DISPLAY "    OVERDRAFTS ...............: ",
               WS-OVERDRAFT-COUNT.
           MOVE WS-TOTAL-VACATION TO WS-DISPLAY-HOURS.
           DISPLAY "  VACATION HOURS TAKEN .......: ",
               WS-DISPLAY-HOURS.
           MOVE WS-TOTAL-SICK TO WS-DISPLAY-HOURS.
           DISPLAY "  SICK HOURS TAKEN ...........: ",
               WS-DISPLAY-HOURS.

           MOVE "S" TO WS-JL-STATUS.
           PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT.

           GOBACK.

       0200-POST-ONE-TRANSACTION.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-CODE, WS-REJECT-REASON.

           IF LT-EMPLOYEE-ID NOT NUMERIC
               MOVE "IDN" TO WS-REJECT-CODE
               MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 0500-WRITE-REJECT THRU 0500-WRITE-REJECT-EXIT
               GO TO 0200-POST-ONE-TRANSACTION-READ
           END-IF.

           IF NOT LT-VACATION AND NOT LT-SICK
               MOVE "TYP" TO WS-REJECT-CODE
               MOVE "LEAVE TYPE NOT V OR S" TO WS-REJECT-REASON
               PERFORM 0500-WRITE-REJECT THRU 0500-WRITE-REJECT-EXIT
               GO TO 0200-POST-ONE-TRANSACTION-READ
           END-IF.

           IF LT-DATE NOT NUMERIC
               SET WS-DATE-NOT-VALID TO TRUE
           ELSE
               CALL "DATEEDIT" USING LT-DATE, WS-DATE-EDIT-RESULT
           END-IF.
           IF WS-DATE-NOT-VALID
               MOVE "DTE" TO WS-REJECT-CODE
               MOVE "DATE TAKEN NOT VALID" TO WS-REJECT-REASON
               PERFORM 0500-WRITE-REJECT THRU 0500-WRITE-REJECT-EXIT
               GO TO 0200-POST-ONE-TRANSACTION-READ
           END-IF.

           IF LT-HOURS NOT NUMERIC
               OR LT-HOURS = ZERO
               MOVE "HRN" TO WS-REJECT-CODE
               MOVE "HOURS NOT NUMERIC OR ZERO" TO WS-REJECT-REASON
               PERFORM 0500-WRITE-REJECT THRU 0500-WRITE-REJECT-EXIT
               GO TO 0200-POST-ONE-TRANSACTION-READ
           END-IF.

           MOVE LT-EMPLOYEE-ID TO PB-EMPLOYEE-ID.
           READ PTOBAL-FILE
               KEY IS PB-EMPLOYEE-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-PTOBAL-FOUND
               MOVE "NOB" TO WS-REJECT-CODE
               MOVE "NO PTO BALANCE ON FILE" TO WS-REJECT-REASON
               PERFORM 0500-WRITE-REJECT THRU 0500-WRITE-REJECT-EXIT
               GO TO 0200-POST-ONE-TRANSACTION-READ
           END-IF.

           IF (LT-VACATION AND LT-HOURS > PB-VACATION-BALANCE)
               OR (LT-SICK AND LT-HOURS > PB-SICK-BALANCE)
               MOVE "OVR" TO WS-REJECT-CODE
               MOVE "OVERDRAWS LEAVE BALANCE" TO WS-REJECT-REASON
               PERFORM 0500-WRITE-REJECT THRU 0500-WRITE-REJECT-EXIT
               ADD 1 TO WS-OVERDRAFT-COUNT
               GO TO 0200-POST-ONE-TRANSACTION-READ
           END-IF.

           IF LT-VACATION
               SUBTRACT LT-HOURS FROM PB-VACATION-BALANCE
           ELSE
               SUBTRACT LT-HOURS FROM PB-SICK-BALANCE
           END-IF.
           IF LT-DATE > PB-LAST-TAKEN
               MOVE LT-DATE TO PB-LAST-TAKEN
           END-IF.

           REWRITE PTOBAL-RECORD
               INVALID KEY
                   MOVE "UPD" TO WS-REJECT-CODE
                   MOVE "BALANCE REWRITE FAILED" TO WS-REJECT-REASON
                   PERFORM 0500-WRITE-REJECT
                       THRU 0500-WRITE-REJECT-EXIT
                   GO TO 0200-POST-ONE-TRANSACTION-READ
           END-REWRITE.

           ADD 1 TO WS-POSTED-COUNT.
           IF LT-VACATION
               ADD LT-HOURS TO WS-TOTAL-VACATION
           ELSE
               ADD LT-HOURS TO WS-TOTAL-SICK
           END-IF.

       0200-POST-ONE-TRANSACTION-READ.
           READ TAKEN-FILE
               AT END SET END-OF-TAKEN TO TRUE
           END-READ.
       0200-POST-ONE-TRANSACTION-EXIT.
           EXIT.

       0500-WRITE-REJECT.
           MOVE SPACES TO REJECT-RECORD.
           MOVE WS-REJECT-CODE   TO LJ-REASON-CODE.
           MOVE TAKEN-RECORD     TO LJ-TRANSACTION.
           MOVE WS-REJECT-REASON TO LJ-REASON.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
       0500-WRITE-REJECT-EXIT.
           EXIT.

       0900-LOG-JOB-END.
           MOVE "E" TO WS-JL-FUNCTION.
           MOVE WS-READ-COUNT TO WS-JL-READ-COUNT.
           MOVE WS-POSTED-COUNT TO WS-JL-WRITE-COUNT.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.
       0900-LOG-JOB-END-EXIT.
           EXIT.

       END PROGRAM PTOPOST.
