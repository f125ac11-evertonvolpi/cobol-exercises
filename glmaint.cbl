       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GLMAINT".
       AUTHOR.     EVERTON VOLPI.
      * Maintenance screen for the GLMAP.DAT general ledger account
      * map, in the style of RSNMAINT.  Each kind of total the
      * GLEXPORT journal interface posts is mapped to a ledger
      * account number:
      *
      *   CASH  STORE RECEIPTS (DEBIT - NET TAKEN FOR THE DAY)
      *   SALE  SALES REVENUE (CREDIT - GROSS BEFORE RETURNS)
      *   STAX  SALES TAX PAYABLE (CREDIT)
      *   DISC  LOYALTY DISCOUNTS GIVEN (DEBIT)
      *   RETN  SALES RETURNS (DEBIT)
      *   PAYX  PAYROLL EXPENSE (DEBIT) - ONE PER DEPARTMENT, WITH
      *         A BLANK DEPARTMENT FOR ANY DEPARTMENT NOT MAPPED
      *   PAYL  PAYROLL PAYABLE (CREDIT - GROSS PAY FOR THE PERIOD)
      *
      * GLEXPORT refuses to write a batch that needs an account not
      * on this file.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
      *   2026-10-15  EV  SIGN-ON THROUGH SIGNON, WITH THE FUNCTION
      *                   CHOSEN CHECKED AGAINST THE OPERATOR'S
      *                   AUTHORITY AS I (LIST), A, C OR D (REMOVE)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               FILE STATUS IS WS-GLMAP-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD GLMAP-FILE.
       01 GLMAP-RECORD.
           88 GLMAP-EOF            VALUE HIGH-VALUES.
           05 GM-KIND              PIC X(4).
           05 FILLER               PIC X.
           05 GM-DEPARTMENT        PIC X(10).
           05 FILLER               PIC X.
           05 GM-ACCOUNT           PIC X(10).
           05 FILLER               PIC X.
           05 GM-DESCRIPTION       PIC X(25).

       WORKING-STORAGE SECTION.
       01 WS-GLMAP-FILE-STATUS     PIC XX.
           88 WS-GLMAP-FILE-NOT-FOUND    VALUE "35".

       01 WS-FUNCTION              PIC 9.
           88 WS-LIST-FUNCTION         VALUE 1.
           88 WS-ADD-FUNCTION          VALUE 2.
           88 WS-CHANGE-FUNCTION       VALUE 3.
           88 WS-REMOVE-FUNCTION       VALUE 4.

       01 WS-VALID-ENTRY-SWITCH    PIC X VALUE "N".
           88 WS-VALID-ENTRY           VALUE "Y".
           88 WS-INVALID-ENTRY         VALUE "N".

       01 WS-MAP-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 100 TIMES.
               10 WS-MT-KIND           PIC X(4).
               10 WS-MT-DEPARTMENT     PIC X(10).
               10 WS-MT-ACCOUNT        PIC X(10).
               10 WS-MT-DESCRIPTION    PIC X(25).
       01 WS-MAP-IDX               PIC 9(3).
       01 WS-FOUND-IDX             PIC 9(3).

       01 WS-FOUND-SWITCH          PIC X.
           88 WS-MAP-FOUND             VALUE "Y".
           88 WS-MAP-NOT-FOUND         VALUE "N".

       01 WS-WORK-KIND             PIC X(4).
           88 WS-WORK-KIND-VALID       VALUE "CASH" "SALE" "STAX"
                                             "DISC" "RETN" "PAYX"
                                             "PAYL".
           88 WS-WORK-KIND-BY-DEPT     VALUE "PAYX".
       01 WS-WORK-DEPARTMENT       PIC X(10).
       01 WS-WORK-ACCOUNT          PIC X(10).
       01 WS-WORK-DESCRIPTION      PIC X(25).

       01 WS-VALUES-OK-SWITCH      PIC X.
           88 WS-VALUES-OK             VALUE "Y".
           88 WS-VALUES-NOT-OK         VALUE "N".

       01 WS-LOAD-OVERFLOW-SW      PIC X VALUE "N".
           88 WS-LOAD-OVERFLOW         VALUE "Y".

       01 WS-CONFIRM               PIC X(3).

       01 WS-OPERATOR-ID           PIC X(3) VALUE SPACES.

       01 WS-SIGNON-ACCESS.
           05 WS-SO-PROGRAM        PIC X(17) VALUE "GLMAINT".
           05 WS-SO-FUNCTION       PIC X VALUE SPACE.
           05 WS-SO-RESULT         PIC X.
               88 WS-SO-GRANTED        VALUE "Y".

       PROCEDURE DIVISION.
       0100-START-HERE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           PERFORM 0150-LOAD-MAP THRU 0150-LOAD-MAP-EXIT.

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
               WHEN WS-REMOVE-FUNCTION
                   MOVE "D" TO WS-SO-FUNCTION
           END-EVALUATE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN WS-LIST-FUNCTION
                   PERFORM 0200-LIST-MAP THRU 0200-LIST-MAP-EXIT
               WHEN WS-ADD-FUNCTION
                   PERFORM 0300-ADD-MAPPING THRU 0300-ADD-MAPPING-EXIT
               WHEN WS-CHANGE-FUNCTION
                   PERFORM 0400-CHANGE-MAPPING
                       THRU 0400-CHANGE-MAPPING-EXIT
               WHEN WS-REMOVE-FUNCTION
                   PERFORM 0500-REMOVE-MAPPING
                       THRU 0500-REMOVE-MAPPING-EXIT
           END-EVALUATE.

           STOP RUN.

       0110-PROMPT-FOR-FUNCTION.
           DISPLAY "LIST (1): ".
           DISPLAY "ADD (2): ".
           DISPLAY "CHANGE (3): ".
           DISPLAY "REMOVE (4): ".
           ACCEPT WS-FUNCTION.

           IF WS-LIST-FUNCTION OR WS-ADD-FUNCTION
                   OR WS-CHANGE-FUNCTION OR WS-REMOVE-FUNCTION
               SET WS-VALID-ENTRY TO TRUE
           ELSE
               DISPLAY "INVALID SELECTION - PLEASE ENTER A NUMBER "
                   "FROM 1 TO 4"
               SET WS-INVALID-ENTRY TO TRUE
           END-IF.
       0110-PROMPT-FOR-FUNCTION-EXIT.
           EXIT.

       0150-LOAD-MAP.
           OPEN INPUT GLMAP-FILE.
           IF WS-GLMAP-FILE-NOT-FOUND
               GO TO 0150-LOAD-MAP-EXIT
           END-IF.

           READ GLMAP-FILE
               AT END SET GLMAP-EOF TO TRUE
           END-READ.
           PERFORM 0170-LOAD-ONE-MAPPING
               THRU 0170-LOAD-ONE-MAPPING-EXIT
               UNTIL GLMAP-EOF.
           CLOSE GLMAP-FILE.
       0150-LOAD-MAP-EXIT.
           EXIT.

       0170-LOAD-ONE-MAPPING.
           IF WS-MAP-COUNT < 100
               ADD 1 TO WS-MAP-COUNT
               MOVE GM-KIND        TO WS-MT-KIND(WS-MAP-COUNT)
               MOVE GM-DEPARTMENT  TO WS-MT-DEPARTMENT(WS-MAP-COUNT)
               MOVE GM-ACCOUNT     TO WS-MT-ACCOUNT(WS-MAP-COUNT)
               MOVE GM-DESCRIPTION TO WS-MT-DESCRIPTION(WS-MAP-COUNT)
           ELSE
               DISPLAY "GLMAINT: GLMAP.DAT HAS MORE THAN 100 "
                   "RECORDS - ONLY LIST WILL BE ALLOWED SO THE "
                   "FILE IS NEVER REWRITTEN FROM A TRUNCATED TABLE"
               SET WS-LOAD-OVERFLOW TO TRUE
               SET GLMAP-EOF TO TRUE
               GO TO 0170-LOAD-ONE-MAPPING-EXIT
           END-IF.

           READ GLMAP-FILE
               AT END SET GLMAP-EOF TO TRUE
           END-READ.
       0170-LOAD-ONE-MAPPING-EXIT.
           EXIT.

       0200-LIST-MAP.
           IF WS-MAP-COUNT = ZERO
               DISPLAY "GLMAINT: NO ACCOUNT MAPPINGS ON FILE"
               GO TO 0200-LIST-MAP-EXIT
           END-IF.

           DISPLAY "KIND  DEPARTMENT  ACCOUNT     DESCRIPTION".
           PERFORM 0250-LIST-ONE-MAPPING
               THRU 0250-LIST-ONE-MAPPING-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT.
       0200-LIST-MAP-EXIT.
           EXIT.

       0250-LIST-ONE-MAPPING.
           DISPLAY WS-MT-KIND(WS-MAP-IDX), "  ",
               WS-MT-DEPARTMENT(WS-MAP-IDX), "  ",
               WS-MT-ACCOUNT(WS-MAP-IDX), "  ",
               WS-MT-DESCRIPTION(WS-MAP-IDX).
       0250-LIST-ONE-MAPPING-EXIT.
           EXIT.

       0300-ADD-MAPPING.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0300-ADD-MAPPING-EXIT
           END-IF.

           PERFORM 0650-ACCEPT-KEY THRU 0650-ACCEPT-KEY-EXIT.
           IF WS-VALUES-NOT-OK
               DISPLAY "NOTHING ADDED"
               GO TO 0300-ADD-MAPPING-EXIT
           END-IF.

           PERFORM 0600-FIND-MAPPING THRU 0600-FIND-MAPPING-EXIT.
           IF WS-MAP-FOUND
               DISPLAY WS-WORK-KIND, " ", WS-WORK-DEPARTMENT,
                   " IS ALREADY MAPPED"
               GO TO 0300-ADD-MAPPING-EXIT
           END-IF.

           IF WS-MAP-COUNT >= 100
               DISPLAY "GLMAINT: ACCOUNT MAP TABLE FULL - NOTHING "
                   "ADDED"
               GO TO 0300-ADD-MAPPING-EXIT
           END-IF.

           PERFORM 0700-ACCEPT-MAP-VALUES
               THRU 0700-ACCEPT-MAP-VALUES-EXIT.
           IF WS-VALUES-NOT-OK
               DISPLAY "NOTHING ADDED"
               GO TO 0300-ADD-MAPPING-EXIT
           END-IF.

           ADD 1 TO WS-MAP-COUNT.
           MOVE WS-WORK-KIND       TO WS-MT-KIND(WS-MAP-COUNT).
           MOVE WS-WORK-DEPARTMENT TO WS-MT-DEPARTMENT(WS-MAP-COUNT).
           MOVE WS-WORK-ACCOUNT    TO WS-MT-ACCOUNT(WS-MAP-COUNT).
           MOVE WS-WORK-DESCRIPTION
               TO WS-MT-DESCRIPTION(WS-MAP-COUNT).
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "MAPPING ADDED".
       0300-ADD-MAPPING-EXIT.
           EXIT.

       0400-CHANGE-MAPPING.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0400-CHANGE-MAPPING-EXIT
           END-IF.

           PERFORM 0650-ACCEPT-KEY THRU 0650-ACCEPT-KEY-EXIT.
           IF WS-VALUES-NOT-OK
               DISPLAY "NOTHING CHANGED"
               GO TO 0400-CHANGE-MAPPING-EXIT
           END-IF.

           PERFORM 0600-FIND-MAPPING THRU 0600-FIND-MAPPING-EXIT.
           IF WS-MAP-NOT-FOUND
               DISPLAY WS-WORK-KIND, " ", WS-WORK-DEPARTMENT,
                   " IS NOT MAPPED"
               GO TO 0400-CHANGE-MAPPING-EXIT
           END-IF.

           DISPLAY "CURRENT ACCOUNT .....: ",
               WS-MT-ACCOUNT(WS-FOUND-IDX).
           DISPLAY "CURRENT DESCRIPTION .: ",
               WS-MT-DESCRIPTION(WS-FOUND-IDX).

           PERFORM 0700-ACCEPT-MAP-VALUES
               THRU 0700-ACCEPT-MAP-VALUES-EXIT.
           IF WS-VALUES-NOT-OK
               DISPLAY "NOTHING CHANGED"
               GO TO 0400-CHANGE-MAPPING-EXIT
           END-IF.

           MOVE WS-WORK-ACCOUNT     TO WS-MT-ACCOUNT(WS-FOUND-IDX).
           MOVE WS-WORK-DESCRIPTION TO WS-MT-DESCRIPTION(WS-FOUND-IDX).
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "MAPPING CHANGED".
       0400-CHANGE-MAPPING-EXIT.
           EXIT.

      * Removing a mapping stops GLEXPORT at the next batch that
      * needs it, so the removal must be confirmed.
       0500-REMOVE-MAPPING.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0500-REMOVE-MAPPING-EXIT
           END-IF.

           PERFORM 0650-ACCEPT-KEY THRU 0650-ACCEPT-KEY-EXIT.
           IF WS-VALUES-NOT-OK
               DISPLAY "NOTHING REMOVED"
               GO TO 0500-REMOVE-MAPPING-EXIT
           END-IF.

           PERFORM 0600-FIND-MAPPING THRU 0600-FIND-MAPPING-EXIT.
           IF WS-MAP-NOT-FOUND
               DISPLAY WS-WORK-KIND, " ", WS-WORK-DEPARTMENT,
                   " IS NOT MAPPED"
               GO TO 0500-REMOVE-MAPPING-EXIT
           END-IF.

           DISPLAY "TYPE YES TO REMOVE THE MAPPING TO ",
               WS-MT-ACCOUNT(WS-FOUND-IDX), ": " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "YES"
               DISPLAY "NOTHING REMOVED"
               GO TO 0500-REMOVE-MAPPING-EXIT
           END-IF.

           PERFORM 0550-SHIFT-ONE-MAPPING
               THRU 0550-SHIFT-ONE-MAPPING-EXIT
               VARYING WS-MAP-IDX FROM WS-FOUND-IDX BY 1
               UNTIL WS-MAP-IDX >= WS-MAP-COUNT.
           SUBTRACT 1 FROM WS-MAP-COUNT.
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "MAPPING REMOVED".
       0500-REMOVE-MAPPING-EXIT.
           EXIT.

       0550-SHIFT-ONE-MAPPING.
           MOVE WS-MAP-ENTRY(WS-MAP-IDX + 1)
               TO WS-MAP-ENTRY(WS-MAP-IDX).
       0550-SHIFT-ONE-MAPPING-EXIT.
           EXIT.

       0600-FIND-MAPPING.
           SET WS-MAP-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 0620-CHECK-ONE-MAPPING
               THRU 0620-CHECK-ONE-MAPPING-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
                  OR WS-MAP-FOUND.
       0600-FIND-MAPPING-EXIT.
           EXIT.

       0620-CHECK-ONE-MAPPING.
           IF WS-MT-KIND(WS-MAP-IDX) = WS-WORK-KIND
               AND WS-MT-DEPARTMENT(WS-MAP-IDX) = WS-WORK-DEPARTMENT
               SET WS-MAP-FOUND TO TRUE
               MOVE WS-MAP-IDX TO WS-FOUND-IDX
           END-IF.
       0620-CHECK-ONE-MAPPING-EXIT.
           EXIT.

      * Only payroll expense is mapped by department - every other
      * kind is a single account and is keyed with no department.
       0650-ACCEPT-KEY.
           SET WS-VALUES-OK TO TRUE.
           MOVE SPACES TO WS-WORK-DEPARTMENT.

           DISPLAY "KIND (CASH, SALE, STAX, DISC, RETN, PAYX, PAYL): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-KIND.
           IF NOT WS-WORK-KIND-VALID
               DISPLAY "KIND MUST BE ONE OF THE SEVEN LISTED"
               SET WS-VALUES-NOT-OK TO TRUE
               GO TO 0650-ACCEPT-KEY-EXIT
           END-IF.

           IF WS-WORK-KIND-BY-DEPT
               DISPLAY "DEPARTMENT (BLANK FOR ALL OTHERS): "
                   WITH NO ADVANCING
               ACCEPT WS-WORK-DEPARTMENT
           END-IF.
       0650-ACCEPT-KEY-EXIT.
           EXIT.

       0700-ACCEPT-MAP-VALUES.
           SET WS-VALUES-OK TO TRUE.

           DISPLAY "LEDGER ACCOUNT NUMBER (10 CHARACTERS): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-ACCOUNT.
           IF WS-WORK-ACCOUNT = SPACES
               DISPLAY "ACCOUNT CANNOT BE BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           DISPLAY "DESCRIPTION (25 CHARACTERS): " WITH NO ADVANCING.
           ACCEPT WS-WORK-DESCRIPTION.
           IF WS-WORK-DESCRIPTION = SPACES
               DISPLAY "DESCRIPTION CANNOT BE BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0700-ACCEPT-MAP-VALUES-EXIT.
           EXIT.

       0800-REWRITE-FILE.
           OPEN OUTPUT GLMAP-FILE.
           PERFORM 0850-WRITE-ONE-MAPPING
               THRU 0850-WRITE-ONE-MAPPING-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT.
           CLOSE GLMAP-FILE.
       0800-REWRITE-FILE-EXIT.
           EXIT.

       0850-WRITE-ONE-MAPPING.
           MOVE SPACES TO GLMAP-RECORD.
           MOVE WS-MT-KIND(WS-MAP-IDX)        TO GM-KIND.
           MOVE WS-MT-DEPARTMENT(WS-MAP-IDX)  TO GM-DEPARTMENT.
           MOVE WS-MT-ACCOUNT(WS-MAP-IDX)     TO GM-ACCOUNT.
           MOVE WS-MT-DESCRIPTION(WS-MAP-IDX) TO GM-DESCRIPTION.
           WRITE GLMAP-RECORD.
       0850-WRITE-ONE-MAPPING-EXIT.
           EXIT.

      * Rewriting GLMAP.DAT from a truncated table would silently
      * drop every mapping past the cap, so maintenance is refused
      * outright on an oversized file.
       0900-REFUSE-OVERSIZED.
           DISPLAY "GLMAINT: GLMAP.DAT COULD NOT BE FULLY "
               "LOADED - MAINTENANCE REFUSED, FILE NOT REWRITTEN".
       0900-REFUSE-OVERSIZED-EXIT.
           EXIT.

       END PROGRAM GLMAINT.
