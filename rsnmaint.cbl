       IDENTIFICATION DIVISION.
       PROGRAM-ID. "RSNMAINT".
       AUTHOR.     EVERTON VOLPI.
      * Maintenance screen for the TERMRSN.DAT termination reason
      * code reference file, in the style of DEPTMAINT.  Each
      * three-character code carries its class - V voluntary or I
      * involuntary - whether the loss is regrettable (Y/N) and a
      * description.  EMPTERM rejects any termination whose reason
      * code is not on this file, and ATTRRPT reports turnover by
      * the class and regrettable flag held here.  A code cannot be
      * retired while TERMAUDIT.DAT still carries it, so past
      * terminations never drop out of the attrition figures.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
      *   2026-10-15  EV  EACH CODE NOW CARRIES A REHIRE-ELIGIBLE
      *                   FLAG (Y/N) - OBTAININTPUT AND EMPINTAKE
      *                   REFUSE TO REHIRE A FORMER EMPLOYEE WHOSE
      *                   TERMINATION REASON IS MARKED N.  CODES
      *                   WRITTEN BEFORE THE FLAG EXISTED LIST AS Y
      *   2026-10-15  EV  SIGN-ON THROUGH SIGNON, WITH THE FUNCTION
      *                   CHOSEN CHECKED AGAINST THE OPERATOR'S
      *                   AUTHORITY AS I (LIST), A, C OR D (RETIRE)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERMRSN-FILE ASSIGN TO "TERMRSN.DAT"
               FILE STATUS IS WS-TERMRSN-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERMAUDIT-FILE ASSIGN TO "TERMAUDIT.DAT"
               FILE STATUS IS WS-TERMAUDIT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

      *This mirrors the TERMAUDIT.DAT record EMPTERM writes - only
      *the reason code column is of interest here.
       FD TERMAUDIT-FILE.
       01 TERMAUDIT-RECORD.
           88 END-OF-TERMAUDIT     VALUE HIGH-VALUES.
           05 FILLER               PIC X(38).
           05 TA-REASON-CODE       PIC X(3).
           05 FILLER               PIC X(31).

       WORKING-STORAGE SECTION.
       01 WS-TERMRSN-FILE-STATUS   PIC XX.
           88 WS-TERMRSN-FILE-NOT-FOUND  VALUE "35".

       01 WS-TERMAUDIT-FILE-STATUS PIC XX.
           88 WS-TERMAUDIT-FILE-NOT-FOUND VALUE "35".

       01 WS-FUNCTION              PIC 9.
           88 WS-LIST-FUNCTION         VALUE 1.
           88 WS-ADD-FUNCTION          VALUE 2.
           88 WS-CHANGE-FUNCTION       VALUE 3.
           88 WS-RETIRE-FUNCTION       VALUE 4.

       01 WS-VALID-ENTRY-SWITCH    PIC X VALUE "N".
           88 WS-VALID-ENTRY           VALUE "Y".
           88 WS-INVALID-ENTRY         VALUE "N".

       01 WS-REASON-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 50 TIMES.
               10 WS-RT-REASON-CODE    PIC X(3).
               10 WS-RT-CLASS          PIC X.
               10 WS-RT-REGRETTABLE    PIC X.
               10 WS-RT-DESCRIPTION    PIC X(25).
               10 WS-RT-REHIRE-ELIGIBLE PIC X.
       01 WS-REASON-IDX            PIC 9(2).
       01 WS-FOUND-IDX             PIC 9(2).

       01 WS-FOUND-SWITCH          PIC X.
           88 WS-REASON-FOUND          VALUE "Y".
           88 WS-REASON-NOT-FOUND      VALUE "N".

       01 WS-WORK-CODE             PIC X(3).
       01 WS-WORK-CLASS            PIC X.
           88 WS-WORK-CLASS-VALID      VALUE "V" "I".
       01 WS-WORK-REGRETTABLE      PIC X.
           88 WS-WORK-REGRET-VALID     VALUE "Y" "N".
       01 WS-WORK-DESCRIPTION      PIC X(25).
       01 WS-WORK-REHIRE-ELIGIBLE  PIC X.
           88 WS-WORK-REHIRE-VALID     VALUE "Y" "N".

       01 WS-VALUES-OK-SWITCH      PIC X.
           88 WS-VALUES-OK             VALUE "Y".
           88 WS-VALUES-NOT-OK         VALUE "N".

       01 WS-LOAD-OVERFLOW-SW      PIC X VALUE "N".
           88 WS-LOAD-OVERFLOW         VALUE "Y".

       01 WS-AUDIT-USE-COUNT       PIC 9(5) VALUE ZERO.

       01 WS-OPERATOR-ID           PIC X(3) VALUE SPACES.

       01 WS-SIGNON-ACCESS.
           05 WS-SO-PROGRAM        PIC X(17) VALUE "RSNMAINT".
           05 WS-SO-FUNCTION       PIC X VALUE SPACE.
           05 WS-SO-RESULT         PIC X.
               88 WS-SO-GRANTED        VALUE "Y".

       PROCEDURE DIVISION.
       0100-START-HERE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           PERFORM 0150-LOAD-REASON-CODES
               THRU 0150-LOAD-REASON-CODES-EXIT.

           PERFORM 0110-PROMPT-FOR-FUNCTION
               THRU 0110-PROMPT-FOR-FUNCTION-EXIT
               UNTIL WS-VALID-ENTRY.

           EVALUATE TRUE
               WHEN WS-LIST-FUNCTION
                   MOVE "I" TO WS-SO-FUNCTION
               WHEN WS-ADD-FUNCTION
                   MOVE "A" TO WS-SO-FUNCTION
               WHEN WS-CHANGE-FUNCTION
                   MOVE "C" TO WS-SO-FUNCTION
               WHEN WS-RETIRE-FUNCTION
                   MOVE "D" TO WS-SO-FUNCTION
           END-EVALUATE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN WS-LIST-FUNCTION
                   PERFORM 0200-LIST-REASON-CODES
                       THRU 0200-LIST-REASON-CODES-EXIT
               WHEN WS-ADD-FUNCTION
                   PERFORM 0300-ADD-REASON-CODE
                       THRU 0300-ADD-REASON-CODE-EXIT
               WHEN WS-CHANGE-FUNCTION
                   PERFORM 0400-CHANGE-REASON-CODE
                       THRU 0400-CHANGE-REASON-CODE-EXIT
               WHEN WS-RETIRE-FUNCTION
                   PERFORM 0500-RETIRE-REASON-CODE
                       THRU 0500-RETIRE-REASON-CODE-EXIT
           END-EVALUATE.

           STOP RUN.

       0110-PROMPT-FOR-FUNCTION.
           DISPLAY "LIST (1): ".
           DISPLAY "ADD (2): ".
           DISPLAY "CHANGE (3): ".
           DISPLAY "RETIRE (4): ".
           ACCEPT WS-FUNCTION.

           IF WS-LIST-FUNCTION OR WS-ADD-FUNCTION
                   OR WS-CHANGE-FUNCTION OR WS-RETIRE-FUNCTION
               SET WS-VALID-ENTRY TO TRUE
           ELSE
               DISPLAY "INVALID SELECTION - PLEASE ENTER A NUMBER "
                   "FROM 1 TO 4"
               SET WS-INVALID-ENTRY TO TRUE
           END-IF.
       0110-PROMPT-FOR-FUNCTION-EXIT.
           EXIT.

       0150-LOAD-REASON-CODES.
           OPEN INPUT TERMRSN-FILE.
           IF WS-TERMRSN-FILE-NOT-FOUND
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
               MOVE RC-CLASS       TO WS-RT-CLASS(WS-REASON-COUNT)
               MOVE RC-REGRETTABLE
                   TO WS-RT-REGRETTABLE(WS-REASON-COUNT)
               MOVE RC-DESCRIPTION
                   TO WS-RT-DESCRIPTION(WS-REASON-COUNT)
               MOVE RC-REHIRE-ELIGIBLE
                   TO WS-RT-REHIRE-ELIGIBLE(WS-REASON-COUNT)
               IF RC-REHIRE-ELIGIBLE NOT = "N"
                   MOVE "Y" TO WS-RT-REHIRE-ELIGIBLE(WS-REASON-COUNT)
               END-IF
           ELSE
               DISPLAY "RSNMAINT: TERMRSN.DAT HAS MORE THAN 50 "
                   "RECORDS - ONLY LIST WILL BE ALLOWED SO THE "
                   "FILE IS NEVER REWRITTEN FROM A TRUNCATED TABLE"
               SET WS-LOAD-OVERFLOW TO TRUE
               SET TERMRSN-EOF TO TRUE
               GO TO 0170-LOAD-ONE-REASON-CODE-EXIT
           END-IF.

           READ TERMRSN-FILE
               AT END SET TERMRSN-EOF TO TRUE
           END-READ.
       0170-LOAD-ONE-REASON-CODE-EXIT.
           EXIT.

       0200-LIST-REASON-CODES.
           IF WS-REASON-COUNT = ZERO
               DISPLAY "RSNMAINT: NO REASON CODES ON FILE"
               GO TO 0200-LIST-REASON-CODES-EXIT
           END-IF.

           DISPLAY "CODE  CLASS  REGRET  REHIRE  DESCRIPTION".
           PERFORM 0250-LIST-ONE-REASON-CODE
               THRU 0250-LIST-ONE-REASON-CODE-EXIT
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT.
       0200-LIST-REASON-CODES-EXIT.
           EXIT.

       0250-LIST-ONE-REASON-CODE.
           DISPLAY WS-RT-REASON-CODE(WS-REASON-IDX), "   ",
               WS-RT-CLASS(WS-REASON-IDX), "      ",
               WS-RT-REGRETTABLE(WS-REASON-IDX), "       ",
               WS-RT-REHIRE-ELIGIBLE(WS-REASON-IDX), "       ",
               WS-RT-DESCRIPTION(WS-REASON-IDX).
       0250-LIST-ONE-REASON-CODE-EXIT.
           EXIT.

       0300-ADD-REASON-CODE.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0300-ADD-REASON-CODE-EXIT
           END-IF.

           DISPLAY "NEW REASON CODE (3 CHARACTERS): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-CODE.
           IF WS-WORK-CODE = SPACES
               DISPLAY "CODE CANNOT BE BLANK - NOTHING ADDED"
               GO TO 0300-ADD-REASON-CODE-EXIT
           END-IF.

           PERFORM 0600-FIND-REASON-CODE
               THRU 0600-FIND-REASON-CODE-EXIT.
           IF WS-REASON-FOUND
               DISPLAY WS-WORK-CODE, " IS ALREADY ON FILE"
               GO TO 0300-ADD-REASON-CODE-EXIT
           END-IF.

           IF WS-REASON-COUNT >= 50
               DISPLAY "RSNMAINT: REASON CODE TABLE FULL - NOTHING "
                   "ADDED"
               GO TO 0300-ADD-REASON-CODE-EXIT
           END-IF.

           PERFORM 0700-ACCEPT-REASON-VALUES
               THRU 0700-ACCEPT-REASON-VALUES-EXIT.
           IF WS-VALUES-NOT-OK
               DISPLAY "NOTHING ADDED"
               GO TO 0300-ADD-REASON-CODE-EXIT
           END-IF.

           ADD 1 TO WS-REASON-COUNT.
           MOVE WS-WORK-CODE  TO WS-RT-REASON-CODE(WS-REASON-COUNT).
           MOVE WS-WORK-CLASS TO WS-RT-CLASS(WS-REASON-COUNT).
           MOVE WS-WORK-REGRETTABLE
               TO WS-RT-REGRETTABLE(WS-REASON-COUNT).
           MOVE WS-WORK-DESCRIPTION
               TO WS-RT-DESCRIPTION(WS-REASON-COUNT).
           MOVE WS-WORK-REHIRE-ELIGIBLE
               TO WS-RT-REHIRE-ELIGIBLE(WS-REASON-COUNT).
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "REASON CODE ADDED".
       0300-ADD-REASON-CODE-EXIT.
           EXIT.

       0400-CHANGE-REASON-CODE.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0400-CHANGE-REASON-CODE-EXIT
           END-IF.

           DISPLAY "REASON CODE TO CHANGE: " WITH NO ADVANCING.
           ACCEPT WS-WORK-CODE.
           PERFORM 0600-FIND-REASON-CODE
               THRU 0600-FIND-REASON-CODE-EXIT.
           IF WS-REASON-NOT-FOUND
               DISPLAY WS-WORK-CODE, " IS NOT ON FILE"
               GO TO 0400-CHANGE-REASON-CODE-EXIT
           END-IF.

           DISPLAY "CURRENT CLASS .......: ",
               WS-RT-CLASS(WS-FOUND-IDX).
           DISPLAY "CURRENT REGRETTABLE .: ",
               WS-RT-REGRETTABLE(WS-FOUND-IDX).
           DISPLAY "CURRENT DESCRIPTION .: ",
               WS-RT-DESCRIPTION(WS-FOUND-IDX).
           DISPLAY "CURRENT REHIRE ......: ",
               WS-RT-REHIRE-ELIGIBLE(WS-FOUND-IDX).

           PERFORM 0700-ACCEPT-REASON-VALUES
               THRU 0700-ACCEPT-REASON-VALUES-EXIT.
           IF WS-VALUES-NOT-OK
               DISPLAY "NOTHING CHANGED"
               GO TO 0400-CHANGE-REASON-CODE-EXIT
           END-IF.

           MOVE WS-WORK-CLASS TO WS-RT-CLASS(WS-FOUND-IDX).
           MOVE WS-WORK-REGRETTABLE
               TO WS-RT-REGRETTABLE(WS-FOUND-IDX).
           MOVE WS-WORK-DESCRIPTION
               TO WS-RT-DESCRIPTION(WS-FOUND-IDX).
           MOVE WS-WORK-REHIRE-ELIGIBLE
               TO WS-RT-REHIRE-ELIGIBLE(WS-FOUND-IDX).
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "REASON CODE CHANGED".
       0400-CHANGE-REASON-CODE-EXIT.
           EXIT.

      * A code still carried on TERMAUDIT.DAT cannot be retired -
      * those terminations would fall out of their class on the
      * attrition report.
       0500-RETIRE-REASON-CODE.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0500-RETIRE-REASON-CODE-EXIT
           END-IF.

           DISPLAY "REASON CODE TO RETIRE: " WITH NO ADVANCING.
           ACCEPT WS-WORK-CODE.
           PERFORM 0600-FIND-REASON-CODE
               THRU 0600-FIND-REASON-CODE-EXIT.
           IF WS-REASON-NOT-FOUND
               DISPLAY WS-WORK-CODE, " IS NOT ON FILE"
               GO TO 0500-RETIRE-REASON-CODE-EXIT
           END-IF.

           PERFORM 0750-COUNT-USAGE THRU 0750-COUNT-USAGE-EXIT.

           IF WS-AUDIT-USE-COUNT > ZERO
               DISPLAY WS-WORK-CODE, " IS STILL IN USE - NOT RETIRED"
               DISPLAY "  RECORDS ON TERMAUDIT.DAT : ",
                   WS-AUDIT-USE-COUNT
               GO TO 0500-RETIRE-REASON-CODE-EXIT
           END-IF.

           PERFORM 0550-SHIFT-ONE-REASON-CODE
               THRU 0550-SHIFT-ONE-REASON-CODE-EXIT
               VARYING WS-REASON-IDX FROM WS-FOUND-IDX BY 1
               UNTIL WS-REASON-IDX >= WS-REASON-COUNT.
           SUBTRACT 1 FROM WS-REASON-COUNT.
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "REASON CODE RETIRED".
       0500-RETIRE-REASON-CODE-EXIT.
           EXIT.

       0550-SHIFT-ONE-REASON-CODE.
           MOVE WS-REASON-ENTRY(WS-REASON-IDX + 1)
               TO WS-REASON-ENTRY(WS-REASON-IDX).
       0550-SHIFT-ONE-REASON-CODE-EXIT.
           EXIT.

       0600-FIND-REASON-CODE.
           SET WS-REASON-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 0650-CHECK-ONE-REASON-CODE
               THRU 0650-CHECK-ONE-REASON-CODE-EXIT
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT
                  OR WS-REASON-FOUND.
       0600-FIND-REASON-CODE-EXIT.
           EXIT.

       0650-CHECK-ONE-REASON-CODE.
           IF WS-RT-REASON-CODE(WS-REASON-IDX) = WS-WORK-CODE
               SET WS-REASON-FOUND TO TRUE
               MOVE WS-REASON-IDX TO WS-FOUND-IDX
           END-IF.
       0650-CHECK-ONE-REASON-CODE-EXIT.
           EXIT.

       0700-ACCEPT-REASON-VALUES.
           SET WS-VALUES-OK TO TRUE.

           DISPLAY "CLASS - (V)OLUNTARY OR (I)NVOLUNTARY: "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-CLASS.
           IF NOT WS-WORK-CLASS-VALID
               DISPLAY "CLASS MUST BE V OR I"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           DISPLAY "REGRETTABLE LOSS (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-WORK-REGRETTABLE.
           IF NOT WS-WORK-REGRET-VALID
               DISPLAY "REGRETTABLE MUST BE Y OR N"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           DISPLAY "DESCRIPTION (25 CHARACTERS): " WITH NO ADVANCING.
           ACCEPT WS-WORK-DESCRIPTION.
           IF WS-WORK-DESCRIPTION = SPACES
               DISPLAY "DESCRIPTION CANNOT BE BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           DISPLAY "ELIGIBLE FOR REHIRE (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-WORK-REHIRE-ELIGIBLE.
           IF NOT WS-WORK-REHIRE-VALID
               DISPLAY "REHIRE MUST BE Y OR N"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0700-ACCEPT-REASON-VALUES-EXIT.
           EXIT.

       0750-COUNT-USAGE.
           MOVE ZERO TO WS-AUDIT-USE-COUNT.

           OPEN INPUT TERMAUDIT-FILE.
           IF WS-TERMAUDIT-FILE-NOT-FOUND
               GO TO 0750-COUNT-USAGE-EXIT
           END-IF.

           READ TERMAUDIT-FILE
               AT END SET END-OF-TERMAUDIT TO TRUE
           END-READ.
           PERFORM 0770-COUNT-ONE-AUDIT
               THRU 0770-COUNT-ONE-AUDIT-EXIT
               UNTIL END-OF-TERMAUDIT.
           CLOSE TERMAUDIT-FILE.
       0750-COUNT-USAGE-EXIT.
           EXIT.

       0770-COUNT-ONE-AUDIT.
           IF TA-REASON-CODE = WS-WORK-CODE
               ADD 1 TO WS-AUDIT-USE-COUNT
           END-IF.

           READ TERMAUDIT-FILE
               AT END SET END-OF-TERMAUDIT TO TRUE
           END-READ.
       0770-COUNT-ONE-AUDIT-EXIT.
           EXIT.

       0800-REWRITE-FILE.
           OPEN OUTPUT TERMRSN-FILE.
           PERFORM 0850-WRITE-ONE-REASON-CODE
               THRU 0850-WRITE-ONE-REASON-CODE-EXIT
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT.
           CLOSE TERMRSN-FILE.
       0800-REWRITE-FILE-EXIT.
           EXIT.

       0850-WRITE-ONE-REASON-CODE.
           MOVE SPACES TO TERMRSN-RECORD.
           MOVE WS-RT-REASON-CODE(WS-REASON-IDX) TO RC-REASON-CODE.
           MOVE WS-RT-CLASS(WS-REASON-IDX)       TO RC-CLASS.
           MOVE WS-RT-REGRETTABLE(WS-REASON-IDX) TO RC-REGRETTABLE.
           MOVE WS-RT-DESCRIPTION(WS-REASON-IDX) TO RC-DESCRIPTION.
           MOVE WS-RT-REHIRE-ELIGIBLE(WS-REASON-IDX)
               TO RC-REHIRE-ELIGIBLE.
           WRITE TERMRSN-RECORD.
       0850-WRITE-ONE-REASON-CODE-EXIT.
           EXIT.

      * Rewriting TERMRSN.DAT from a truncated table would silently
      * delete every code past the cap and EMPTERM would then start
      * rejecting good terminations, so maintenance is refused
      * outright on an oversized file.
       0900-REFUSE-OVERSIZED.
           DISPLAY "RSNMAINT: TERMRSN.DAT COULD NOT BE FULLY "
               "LOADED - MAINTENANCE REFUSED, FILE NOT REWRITTEN".
       0900-REFUSE-OVERSIZED-EXIT.
           EXIT.

       END PROGRAM RSNMAINT.
