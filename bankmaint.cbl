       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BANKMAINT".
       AUTHOR.     EVERTON VOLPI.
      * Maintenance screen for the indexed BANKACCT.DAT employee
      * bank account master keyed on employee id, in the style of
      * PAYMAINT.  Each record carries the nine-digit bank routing
      * number, the account number and the account type (C
      * checking or S savings).  Routing numbers are proved with
      * the standard 3-7-1 check-digit weighting before anything is
      * written, so a mis-keyed routing number is caught here
      * rather than bounced by the bank.  PAYREG pays every
      * employee with a record on this file by direct deposit and
      * lists everyone else for a paper cheque.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
      *   2026-10-15  EV  SIGN-ON THROUGH SIGNON, WITH THE FUNCTION
      *                   CHOSEN CHECKED AGAINST THE OPERATOR'S
      *                   AUTHORITY AS I, A, C OR D
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANKACCT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-EMPLOYEE-ID
               FILE STATUS IS WS-BANKACCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD BANKACCT-FILE.
       01 BANKACCT-RECORD.
           05 BA-EMPLOYEE-ID   PIC 9(7).
           05 BA-ROUTING       PIC 9(9).
           05 BA-ACCOUNT       PIC X(17).
           05 BA-ACCOUNT-TYPE  PIC X.
               88 BA-CHECKING      VALUE "C".
               88 BA-SAVINGS       VALUE "S".

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREAS.
           05 WS-BANKACCT-FILE-STATUS PIC X(2).
               88 WS-RECORD-FOUND        VALUE "00".
               88 WS-BANKACCT-FILE-NOT-FOUND VALUE "35".

           05 WS-FUNCTION      PIC 9.
               88 WS-INQUIRE-FUNCTION  VALUE 1.
               88 WS-ADD-FUNCTION      VALUE 2.
               88 WS-CHANGE-FUNCTION   VALUE 3.
               88 WS-DELETE-FUNCTION   VALUE 4.

           05 WS-VALID-ENTRY-SWITCH   PIC X VALUE "N".
               88 WS-VALID-ENTRY          VALUE "Y".
               88 WS-INVALID-ENTRY        VALUE "N".

           05 WS-NEW-ROUTING       PIC X(9).
           05 WS-NEW-ROUTING-DIGITS REDEFINES WS-NEW-ROUTING.
               10 WS-RD            PIC 9 OCCURS 9 TIMES.
           05 WS-NEW-ACCOUNT       PIC X(17).
           05 WS-NEW-ACCOUNT-TYPE  PIC X.

           05 WS-CHECK-SUM         PIC 9(4).
           05 WS-CHECK-QUOTIENT    PIC 9(4).
           05 WS-CHECK-REMAINDER   PIC 9.

           05 WS-VALUES-OK-SWITCH  PIC X.
               88 WS-VALUES-OK         VALUE "Y".
               88 WS-VALUES-NOT-OK     VALUE "N".

           05 WS-OPERATOR-ID       PIC X(3) VALUE SPACES.
           05 WS-SIGNON-ACCESS.
               10 WS-SO-PROGRAM    PIC X(17) VALUE "BANKMAINT".
               10 WS-SO-FUNCTION   PIC X VALUE SPACE.
               10 WS-SO-RESULT     PIC X.
                   88 WS-SO-GRANTED    VALUE "Y".

       PROCEDURE DIVISION.
       0100-START.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           OPEN I-O BANKACCT-FILE.
           IF WS-BANKACCT-FILE-NOT-FOUND
               OPEN OUTPUT BANKACCT-FILE
               CLOSE BANKACCT-FILE
               OPEN I-O BANKACCT-FILE
           END-IF.

           PERFORM 0110-PROMPT-FOR-FUNCTION
               UNTIL WS-VALID-ENTRY.

           EVALUATE TRUE
               WHEN WS-INQUIRE-FUNCTION
                   MOVE "I" TO WS-SO-FUNCTION
               WHEN WS-ADD-FUNCTION
                   MOVE "A" TO WS-SO-FUNCTION
               WHEN WS-CHANGE-FUNCTION
                   MOVE "C" TO WS-SO-FUNCTION
               WHEN WS-DELETE-FUNCTION
                   MOVE "D" TO WS-SO-FUNCTION
           END-EVALUATE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               PERFORM 9000-END-PROGRAM
           END-IF.

           EVALUATE TRUE
               WHEN WS-INQUIRE-FUNCTION
                   PERFORM 0200-INQUIRE-ACCOUNT
               WHEN WS-ADD-FUNCTION
                   PERFORM 0300-ADD-ACCOUNT THRU 0300-END
               WHEN WS-CHANGE-FUNCTION
                   PERFORM 0400-CHANGE-ACCOUNT THRU 0400-END
               WHEN WS-DELETE-FUNCTION
                   PERFORM 0500-DELETE-ACCOUNT
           END-EVALUATE.

           PERFORM 9000-END-PROGRAM.
       0100-END.

       0110-PROMPT-FOR-FUNCTION.
           DISPLAY "INQUIRE (1): ".
           DISPLAY "ADD (2): ".
           DISPLAY "CHANGE (3): ".
           DISPLAY "DELETE (4): ".

           ACCEPT WS-FUNCTION.

           IF WS-INQUIRE-FUNCTION OR WS-ADD-FUNCTION
                   OR WS-CHANGE-FUNCTION OR WS-DELETE-FUNCTION
               SET WS-VALID-ENTRY TO TRUE
           ELSE
               DISPLAY "INVALID SELECTION - PLEASE ENTER A NUMBER "
                   "FROM 1 TO 4"
               SET WS-INVALID-ENTRY TO TRUE
           END-IF.
       0110-END.

       0150-READ-BY-ID.
           DISPLAY "EMPLOYEE ID (7 DIGITS): "
               WITH NO ADVANCING.
           ACCEPT BA-EMPLOYEE-ID.
           READ BANKACCT-FILE
               KEY IS BA-EMPLOYEE-ID
               INVALID KEY DISPLAY "NO BANK ACCOUNT ON FILE - "
                   "STATUS ", WS-BANKACCT-FILE-STATUS
           END-READ.
       0150-END.

       0200-INQUIRE-ACCOUNT.
           PERFORM 0150-READ-BY-ID.
           IF WS-RECORD-FOUND
               PERFORM 0900-DISPLAY-ACCOUNT
           END-IF.
       0200-END.

       0300-ADD-ACCOUNT.
           DISPLAY "EMPLOYEE ID (7 DIGITS): "
               WITH NO ADVANCING.
           ACCEPT BA-EMPLOYEE-ID.

           PERFORM 0700-ACCEPT-ACCOUNT-VALUES.
           IF WS-VALUES-NOT-OK
               DISPLAY "RECORD NOT ADDED"
               GO TO 0300-END
           END-IF.

           MOVE WS-NEW-ROUTING      TO BA-ROUTING.
           MOVE WS-NEW-ACCOUNT      TO BA-ACCOUNT.
           MOVE WS-NEW-ACCOUNT-TYPE TO BA-ACCOUNT-TYPE.
           WRITE BANKACCT-RECORD
               INVALID KEY
                   DISPLAY "A BANK ACCOUNT FOR ", BA-EMPLOYEE-ID,
                       " IS ALREADY ON FILE - USE CHANGE"
               NOT INVALID KEY
                   DISPLAY "BANK ACCOUNT ADDED"
                   PERFORM 0900-DISPLAY-ACCOUNT
           END-WRITE.
       0300-END.

       0400-CHANGE-ACCOUNT.
           PERFORM 0150-READ-BY-ID.
           IF WS-RECORD-FOUND
               PERFORM 0900-DISPLAY-ACCOUNT

               PERFORM 0700-ACCEPT-ACCOUNT-VALUES
               IF WS-VALUES-NOT-OK
                   DISPLAY "RECORD NOT CHANGED"
                   GO TO 0400-END
               END-IF

               MOVE WS-NEW-ROUTING      TO BA-ROUTING
               MOVE WS-NEW-ACCOUNT      TO BA-ACCOUNT
               MOVE WS-NEW-ACCOUNT-TYPE TO BA-ACCOUNT-TYPE
               REWRITE BANKACCT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR ON REWRITE: ",
                           WS-BANKACCT-FILE-STATUS
               END-REWRITE

               IF WS-RECORD-FOUND
                   DISPLAY "RECORD UPDATED"
                   PERFORM 0900-DISPLAY-ACCOUNT
               END-IF
           END-IF.
       0400-END.

       0500-DELETE-ACCOUNT.
           PERFORM 0150-READ-BY-ID.
           IF WS-RECORD-FOUND
               PERFORM 0900-DISPLAY-ACCOUNT
               DELETE BANKACCT-FILE
                   INVALID KEY
                       DISPLAY "ERROR ON DELETE: ",
                           WS-BANKACCT-FILE-STATUS
               END-DELETE

               IF WS-RECORD-FOUND
                   DISPLAY "RECORD DELETED"
               END-IF
           END-IF.
       0500-END.

       0700-ACCEPT-ACCOUNT-VALUES.
           SET WS-VALUES-OK TO TRUE.

           DISPLAY "ROUTING NUMBER (9 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-NEW-ROUTING.
           IF WS-NEW-ROUTING NOT NUMERIC
               DISPLAY "ROUTING NUMBER MUST BE 9 DIGITS"
               SET WS-VALUES-NOT-OK TO TRUE
           ELSE
               PERFORM 0750-PROVE-ROUTING
               IF WS-CHECK-REMAINDER NOT = ZERO
                   DISPLAY WS-NEW-ROUTING, " FAILS THE ROUTING "
                       "NUMBER CHECK DIGIT"
                   SET WS-VALUES-NOT-OK TO TRUE
               END-IF
           END-IF.

           DISPLAY "ACCOUNT NUMBER (UP TO 17): " WITH NO ADVANCING.
           ACCEPT WS-NEW-ACCOUNT.
           IF WS-NEW-ACCOUNT = SPACES
               DISPLAY "ACCOUNT NUMBER CANNOT BE BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           DISPLAY "ACCOUNT TYPE - (C)HECKING OR (S)AVINGS: "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-ACCOUNT-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-NEW-ACCOUNT-TYPE)
               TO WS-NEW-ACCOUNT-TYPE.
           IF WS-NEW-ACCOUNT-TYPE NOT = "C"
               AND WS-NEW-ACCOUNT-TYPE NOT = "S"
               DISPLAY "ACCOUNT TYPE MUST BE C OR S"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0700-END.

      * Routing digits are weighted 3-7-1 across the nine
      * positions - the weighted sum of a good routing number is
      * an exact multiple of ten.
       0750-PROVE-ROUTING.
           COMPUTE WS-CHECK-SUM =
               3 * (WS-RD(1) + WS-RD(4) + WS-RD(7))
               + 7 * (WS-RD(2) + WS-RD(5) + WS-RD(8))
               + (WS-RD(3) + WS-RD(6) + WS-RD(9)).
           DIVIDE WS-CHECK-SUM BY 10 GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-REMAINDER.
       0750-END.

       0900-DISPLAY-ACCOUNT.
           DISPLAY "EMPLOYEE ID : ", BA-EMPLOYEE-ID.
           DISPLAY "ROUTING ....: ", BA-ROUTING.
           DISPLAY "ACCOUNT ....: ", BA-ACCOUNT.
           DISPLAY "TYPE .......: ", BA-ACCOUNT-TYPE.
       0900-END.

       9000-END-PROGRAM.
           CLOSE BANKACCT-FILE.
           STOP RUN.
       END PROGRAM BANKMAINT.
