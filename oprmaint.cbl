       IDENTIFICATION DIVISION.
       PROGRAM-ID. "OPRMAINT".
       AUTHOR.     EVERTON VOLPI.
      * Maintenance screen for the OPERATOR.DAT operator master, in
      * the style of TEAMMAINT.  Each operator carries a 3-character
      * code - the one stamped on every audit record and job-log
      * line - a name, a 4-digit PIN, a status (A active, I
      * inactive, L locked out by SIGNON after three wrong PINs)
      * and up to 10 authority entries.  An entry names a program,
      * or * for every program, and the functions allowed in it:
      * I inquire, A add, C change, D delete, or blank for all.
      *
      * Operators are never deleted, as the audit files still name
      * them - one who leaves is changed to inactive.  UNLOCK puts
      * a locked-out operator back to active with a clean count of
      * failed sign-ons.  The PIN is never listed.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               FILE STATUS IS WS-OPERATOR-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD OPERATOR-FILE.
       01 OPERATOR-RECORD.
           88 END-OF-OPERATORS     VALUE HIGH-VALUES.
           05 OP-OPERATOR-ID       PIC X(3).
           05 FILLER               PIC X.
           05 OP-NAME              PIC X(24).
           05 FILLER               PIC X.
           05 OP-PIN               PIC X(4).
           05 FILLER               PIC X.
           05 OP-STATUS            PIC X.
           05 FILLER               PIC X.
           05 OP-FAIL-COUNT        PIC 9.
           05 OP-AUTHORITY OCCURS 10 TIMES.
               10 FILLER           PIC X.
               10 OP-AUTH-PROGRAM  PIC X(17).
               10 FILLER           PIC X.
               10 OP-AUTH-FUNCTIONS PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-FILE-STATUS  PIC XX.
           88 WS-OPERATOR-FILE-NOT-FOUND VALUE "35".

       01 WS-FUNCTION              PIC 9.
           88 WS-LIST-FUNCTION         VALUE 1.
           88 WS-ADD-FUNCTION          VALUE 2.
           88 WS-CHANGE-FUNCTION       VALUE 3.
           88 WS-UNLOCK-FUNCTION       VALUE 4.

       01 WS-VALID-ENTRY-SWITCH    PIC X VALUE "N".
           88 WS-VALID-ENTRY           VALUE "Y".
           88 WS-INVALID-ENTRY         VALUE "N".

       01 WS-OPERATOR-ID           PIC X(3) VALUE SPACES.

       01 WS-SIGNON-ACCESS.
           05 WS-SO-PROGRAM        PIC X(17) VALUE "OPRMAINT".
           05 WS-SO-FUNCTION       PIC X VALUE SPACE.
           05 WS-SO-RESULT         PIC X.
               88 WS-SO-GRANTED        VALUE "Y".

      * Each entry is laid out like the record so it can be moved
      * to and from the file whole.
       01 WS-OPERATOR-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY OCCURS 100 TIMES.
               10 WS-OT-OPERATOR-ID    PIC X(3).
               10 FILLER               PIC X.
               10 WS-OT-NAME           PIC X(24).
               10 FILLER               PIC X.
               10 WS-OT-PIN            PIC X(4).
               10 FILLER               PIC X.
               10 WS-OT-STATUS         PIC X.
                   88 WS-OT-ACTIVE         VALUE "A".
                   88 WS-OT-INACTIVE       VALUE "I".
                   88 WS-OT-LOCKED         VALUE "L".
               10 FILLER               PIC X.
               10 WS-OT-FAIL-COUNT     PIC 9.
               10 WS-OT-AUTHORITY OCCURS 10 TIMES.
                   15 FILLER               PIC X.
                   15 WS-OT-AUTH-PROGRAM   PIC X(17).
                   15 FILLER               PIC X.
                   15 WS-OT-AUTH-FUNCTIONS PIC X(4).
       01 WS-OPERATOR-IDX          PIC 9(3).
       01 WS-FOUND-IDX             PIC 9(3).
       01 WS-AUTH-IDX              PIC 9(2).
       01 WS-CHAR-IDX              PIC 9.

       01 WS-FOUND-SWITCH          PIC X.
           88 WS-OPERATOR-FOUND        VALUE "Y".
           88 WS-OPERATOR-NOT-FOUND    VALUE "N".

      * The values keyed for an add or change, built up in the
      * same layout as a table entry.
       01 WS-WORK-ENTRY.
           05 WS-WORK-OPERATOR-ID  PIC X(3).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-WORK-NAME         PIC X(24).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-WORK-PIN          PIC X(4).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-WORK-STATUS       PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-WORK-FAIL-COUNT   PIC 9.
           05 WS-WORK-AUTHORITY OCCURS 10 TIMES.
               10 FILLER               PIC X.
               10 WS-WORK-AUTH-PROGRAM PIC X(17).
               10 FILLER               PIC X.
               10 WS-WORK-AUTH-FUNCTIONS PIC X(4).

       01 WS-KEYED-NAME            PIC X(24).
       01 WS-KEYED-PIN             PIC X(4).
       01 WS-KEYED-STATUS          PIC X.
       01 WS-KEYED-PROGRAM         PIC X(17).
       01 WS-KEYED-FUNCTIONS       PIC X(4).
       01 WS-KEYED-AUTH-COUNT      PIC 9(2).

       01 WS-AUTH-DONE-SW          PIC X.
           88 WS-AUTH-DONE             VALUE "Y".

       01 WS-VALUES-OK-SWITCH      PIC X.
           88 WS-VALUES-OK             VALUE "Y".
           88 WS-VALUES-NOT-OK         VALUE "N".

       01 WS-LOAD-OVERFLOW-SW      PIC X VALUE "N".
           88 WS-LOAD-OVERFLOW         VALUE "Y".

       01 WS-CONFIRM               PIC X(3).

       PROCEDURE DIVISION.
       0100-START-HERE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           PERFORM 0150-LOAD-OPERATORS THRU 0150-LOAD-OPERATORS-EXIT.

           PERFORM 0110-PROMPT-FOR-FUNCTION
               THRU 0110-PROMPT-FOR-FUNCTION-EXIT
               UNTIL WS-VALID-ENTRY.

           EVALUATE TRUE
               WHEN WS-LIST-FUNCTION
                   MOVE "I" TO WS-SO-FUNCTION
               WHEN WS-ADD-FUNCTION
                   MOVE "A" TO WS-SO-FUNCTION
               WHEN OTHER
                   MOVE "C" TO WS-SO-FUNCTION
           END-EVALUATE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN WS-LIST-FUNCTION
                   PERFORM 0200-LIST-OPERATORS
                       THRU 0200-LIST-OPERATORS-EXIT
               WHEN WS-ADD-FUNCTION
                   PERFORM 0300-ADD-OPERATOR
                       THRU 0300-ADD-OPERATOR-EXIT
               WHEN WS-CHANGE-FUNCTION
                   PERFORM 0400-CHANGE-OPERATOR
                       THRU 0400-CHANGE-OPERATOR-EXIT
               WHEN WS-UNLOCK-FUNCTION
                   PERFORM 0500-UNLOCK-OPERATOR
                       THRU 0500-UNLOCK-OPERATOR-EXIT
           END-EVALUATE.

           STOP RUN.

       0110-PROMPT-FOR-FUNCTION.
           DISPLAY "LIST (1): ".
           DISPLAY "ADD (2): ".
           DISPLAY "CHANGE (3): ".
           DISPLAY "UNLOCK (4): ".
           ACCEPT WS-FUNCTION.

           IF WS-LIST-FUNCTION OR WS-ADD-FUNCTION
                   OR WS-CHANGE-FUNCTION OR WS-UNLOCK-FUNCTION
               SET WS-VALID-ENTRY TO TRUE
           ELSE
               DISPLAY "INVALID SELECTION - PLEASE ENTER A NUMBER "
                   "FROM 1 TO 4"
               SET WS-INVALID-ENTRY TO TRUE
           END-IF.
       0110-PROMPT-FOR-FUNCTION-EXIT.
           EXIT.

       0150-LOAD-OPERATORS.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-FILE-NOT-FOUND
               GO TO 0150-LOAD-OPERATORS-EXIT
           END-IF.

           READ OPERATOR-FILE
               AT END SET END-OF-OPERATORS TO TRUE
           END-READ.
           PERFORM 0170-LOAD-ONE-OPERATOR
               THRU 0170-LOAD-ONE-OPERATOR-EXIT
               UNTIL END-OF-OPERATORS.
           CLOSE OPERATOR-FILE.
       0150-LOAD-OPERATORS-EXIT.
           EXIT.

       0170-LOAD-ONE-OPERATOR.
           IF WS-OPERATOR-COUNT < 100
               ADD 1 TO WS-OPERATOR-COUNT
               MOVE OPERATOR-RECORD
                   TO WS-OPERATOR-ENTRY(WS-OPERATOR-COUNT)
           ELSE
               DISPLAY "OPRMAINT: OPERATOR.DAT HAS MORE THAN 100 "
                   "RECORDS - ONLY LIST WILL BE ALLOWED SO THE "
                   "FILE IS NEVER REWRITTEN FROM A TRUNCATED TABLE"
               SET WS-LOAD-OVERFLOW TO TRUE
               SET END-OF-OPERATORS TO TRUE
               GO TO 0170-LOAD-ONE-OPERATOR-EXIT
           END-IF.

           READ OPERATOR-FILE
               AT END SET END-OF-OPERATORS TO TRUE
           END-READ.
       0170-LOAD-ONE-OPERATOR-EXIT.
           EXIT.

       0200-LIST-OPERATORS.
           IF WS-OPERATOR-COUNT = ZERO
               DISPLAY "OPRMAINT: NO OPERATORS ON FILE"
               GO TO 0200-LIST-OPERATORS-EXIT
           END-IF.

           DISPLAY "OPR NAME                      ST FAILED  "
               "AUTHORITY".
           PERFORM 0250-LIST-ONE-OPERATOR
               THRU 0250-LIST-ONE-OPERATOR-EXIT
               VARYING WS-OPERATOR-IDX FROM 1 BY 1
               UNTIL WS-OPERATOR-IDX > WS-OPERATOR-COUNT.
       0200-LIST-OPERATORS-EXIT.
           EXIT.

       0250-LIST-ONE-OPERATOR.
           DISPLAY WS-OT-OPERATOR-ID(WS-OPERATOR-IDX), " ",
               WS-OT-NAME(WS-OPERATOR-IDX), "  ",
               WS-OT-STATUS(WS-OPERATOR-IDX), "  ",
               WS-OT-FAIL-COUNT(WS-OPERATOR-IDX).
           PERFORM 0270-LIST-ONE-AUTHORITY
               THRU 0270-LIST-ONE-AUTHORITY-EXIT
               VARYING WS-AUTH-IDX FROM 1 BY 1
               UNTIL WS-AUTH-IDX > 10.
       0250-LIST-ONE-OPERATOR-EXIT.
           EXIT.

       0270-LIST-ONE-AUTHORITY.
           IF WS-OT-AUTH-PROGRAM(WS-OPERATOR-IDX, WS-AUTH-IDX)
                   = SPACES
               GO TO 0270-LIST-ONE-AUTHORITY-EXIT
           END-IF.
           IF WS-OT-AUTH-FUNCTIONS(WS-OPERATOR-IDX, WS-AUTH-IDX)
                   = SPACES
               DISPLAY "                                         ",
                   WS-OT-AUTH-PROGRAM(WS-OPERATOR-IDX, WS-AUTH-IDX),
                   " ALL"
           ELSE
               DISPLAY "                                         ",
                   WS-OT-AUTH-PROGRAM(WS-OPERATOR-IDX, WS-AUTH-IDX),
                   " ",
                   WS-OT-AUTH-FUNCTIONS(WS-OPERATOR-IDX, WS-AUTH-IDX)
           END-IF.
       0270-LIST-ONE-AUTHORITY-EXIT.
           EXIT.

       0300-ADD-OPERATOR.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0300-ADD-OPERATOR-EXIT
           END-IF.

           MOVE SPACES TO WS-WORK-ENTRY.
           DISPLAY "OPERATOR CODE (3 CHARACTERS): " WITH NO ADVANCING.
           ACCEPT WS-WORK-OPERATOR-ID.
           IF WS-WORK-OPERATOR-ID = SPACES
               DISPLAY "OPERATOR CODE CANNOT BE BLANK"
               GO TO 0300-ADD-OPERATOR-EXIT
           END-IF.

           PERFORM 0600-FIND-OPERATOR THRU 0600-FIND-OPERATOR-EXIT.
           IF WS-OPERATOR-FOUND
               DISPLAY WS-WORK-OPERATOR-ID, " IS ALREADY ON FILE"
               GO TO 0300-ADD-OPERATOR-EXIT
           END-IF.

           IF WS-OPERATOR-COUNT >= 100
               DISPLAY "OPRMAINT: OPERATOR TABLE FULL - NOTHING ADDED"
               GO TO 0300-ADD-OPERATOR-EXIT
           END-IF.

           SET WS-VALUES-OK TO TRUE.
           DISPLAY "NAME (24 CHARACTERS): " WITH NO ADVANCING.
           ACCEPT WS-WORK-NAME.
           IF WS-WORK-NAME = SPACES
               DISPLAY "NAME CANNOT BE BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           DISPLAY "PIN (4 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-KEYED-PIN.
           IF WS-KEYED-PIN NOT NUMERIC
               DISPLAY "PIN MUST BE 4 DIGITS"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
           MOVE WS-KEYED-PIN TO WS-WORK-PIN.

           PERFORM 0700-ACCEPT-AUTHORITIES
               THRU 0700-ACCEPT-AUTHORITIES-EXIT.
           IF WS-VALUES-NOT-OK
               DISPLAY "NOTHING ADDED"
               GO TO 0300-ADD-OPERATOR-EXIT
           END-IF.

           MOVE "A" TO WS-WORK-STATUS.
           MOVE ZERO TO WS-WORK-FAIL-COUNT.
           ADD 1 TO WS-OPERATOR-COUNT.
           MOVE WS-WORK-ENTRY TO WS-OPERATOR-ENTRY(WS-OPERATOR-COUNT).
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "OPERATOR ADDED".
       0300-ADD-OPERATOR-EXIT.
           EXIT.

      * Blank name, PIN or status keeps the one on file.  Making an
      * operator active again clears the failed sign-on count.
      * The authority entries are keyed afresh or left alone as a
      * whole.
       0400-CHANGE-OPERATOR.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0400-CHANGE-OPERATOR-EXIT
           END-IF.

           DISPLAY "OPERATOR CODE TO CHANGE: " WITH NO ADVANCING.
           ACCEPT WS-WORK-OPERATOR-ID.
           PERFORM 0600-FIND-OPERATOR THRU 0600-FIND-OPERATOR-EXIT.
           IF WS-OPERATOR-NOT-FOUND
               DISPLAY WS-WORK-OPERATOR-ID, " IS NOT ON FILE"
               GO TO 0400-CHANGE-OPERATOR-EXIT
           END-IF.
           MOVE WS-OPERATOR-ENTRY(WS-FOUND-IDX) TO WS-WORK-ENTRY.

           DISPLAY "CURRENT NAME ........: ", WS-WORK-NAME.
           DISPLAY "CURRENT STATUS ......: ", WS-WORK-STATUS.
           SET WS-VALUES-OK TO TRUE.

           DISPLAY "NEW NAME (BLANK TO KEEP): " WITH NO ADVANCING.
           ACCEPT WS-KEYED-NAME.
           IF WS-KEYED-NAME NOT = SPACES
               MOVE WS-KEYED-NAME TO WS-WORK-NAME
           END-IF.

           DISPLAY "NEW PIN (4 DIGITS, BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-KEYED-PIN.
           IF WS-KEYED-PIN NOT = SPACES
               IF WS-KEYED-PIN NUMERIC
                   MOVE WS-KEYED-PIN TO WS-WORK-PIN
               ELSE
                   DISPLAY "PIN MUST BE 4 DIGITS"
                   SET WS-VALUES-NOT-OK TO TRUE
               END-IF
           END-IF.

           DISPLAY "NEW STATUS (A ACTIVE, I INACTIVE, BLANK TO "
               "KEEP): " WITH NO ADVANCING.
           ACCEPT WS-KEYED-STATUS.
           EVALUATE WS-KEYED-STATUS
               WHEN SPACE
                   CONTINUE
               WHEN "A"
                   MOVE "A" TO WS-WORK-STATUS
                   MOVE ZERO TO WS-WORK-FAIL-COUNT
               WHEN "I"
                   MOVE "I" TO WS-WORK-STATUS
               WHEN OTHER
                   DISPLAY "STATUS MUST BE A OR I"
                   SET WS-VALUES-NOT-OK TO TRUE
           END-EVALUATE.

           DISPLAY "RE-KEY THE AUTHORITY ENTRIES (Y/N): "
               WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y"
               PERFORM 0700-ACCEPT-AUTHORITIES
                   THRU 0700-ACCEPT-AUTHORITIES-EXIT
           END-IF.

           IF WS-VALUES-NOT-OK
               DISPLAY "NOTHING CHANGED"
               GO TO 0400-CHANGE-OPERATOR-EXIT
           END-IF.

           MOVE WS-WORK-ENTRY TO WS-OPERATOR-ENTRY(WS-FOUND-IDX).
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "OPERATOR CHANGED".
       0400-CHANGE-OPERATOR-EXIT.
           EXIT.

       0500-UNLOCK-OPERATOR.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0500-UNLOCK-OPERATOR-EXIT
           END-IF.

           DISPLAY "OPERATOR CODE TO UNLOCK: " WITH NO ADVANCING.
           ACCEPT WS-WORK-OPERATOR-ID.
           PERFORM 0600-FIND-OPERATOR THRU 0600-FIND-OPERATOR-EXIT.
           IF WS-OPERATOR-NOT-FOUND
               DISPLAY WS-WORK-OPERATOR-ID, " IS NOT ON FILE"
               GO TO 0500-UNLOCK-OPERATOR-EXIT
           END-IF.

           IF NOT WS-OT-LOCKED(WS-FOUND-IDX)
               DISPLAY WS-WORK-OPERATOR-ID, " IS NOT LOCKED OUT"
               GO TO 0500-UNLOCK-OPERATOR-EXIT
           END-IF.

           SET WS-OT-ACTIVE(WS-FOUND-IDX) TO TRUE.
           MOVE ZERO TO WS-OT-FAIL-COUNT(WS-FOUND-IDX).
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "OPERATOR UNLOCKED".
       0500-UNLOCK-OPERATOR-EXIT.
           EXIT.

       0600-FIND-OPERATOR.
           SET WS-OPERATOR-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 0650-CHECK-ONE-OPERATOR
               THRU 0650-CHECK-ONE-OPERATOR-EXIT
               VARYING WS-OPERATOR-IDX FROM 1 BY 1
               UNTIL WS-OPERATOR-IDX > WS-OPERATOR-COUNT
                  OR WS-OPERATOR-FOUND.
       0600-FIND-OPERATOR-EXIT.
           EXIT.

       0650-CHECK-ONE-OPERATOR.
           IF WS-OT-OPERATOR-ID(WS-OPERATOR-IDX) = WS-WORK-OPERATOR-ID
               SET WS-OPERATOR-FOUND TO TRUE
               MOVE WS-OPERATOR-IDX TO WS-FOUND-IDX
           END-IF.
       0650-CHECK-ONE-OPERATOR-EXIT.
           EXIT.

      * Up to 10 entries, ended by a blank program name.  At least
      * one is needed - an operator with none could run nothing.
       0700-ACCEPT-AUTHORITIES.
           PERFORM 0720-CLEAR-ONE-AUTHORITY
               THRU 0720-CLEAR-ONE-AUTHORITY-EXIT
               VARYING WS-AUTH-IDX FROM 1 BY 1
               UNTIL WS-AUTH-IDX > 10.
           MOVE ZERO TO WS-KEYED-AUTH-COUNT.
           MOVE "N" TO WS-AUTH-DONE-SW.
           DISPLAY "AUTHORITIES - PROGRAM NAME OR * FOR ALL, THEN "
               "FUNCTIONS I A C D OR BLANK FOR ALL".
           PERFORM 0740-ACCEPT-ONE-AUTHORITY
               THRU 0740-ACCEPT-ONE-AUTHORITY-EXIT
               UNTIL WS-AUTH-DONE OR WS-KEYED-AUTH-COUNT >= 10.

           IF WS-KEYED-AUTH-COUNT = ZERO
               DISPLAY "AT LEAST ONE AUTHORITY ENTRY IS NEEDED"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0700-ACCEPT-AUTHORITIES-EXIT.
           EXIT.

       0720-CLEAR-ONE-AUTHORITY.
           MOVE SPACES TO WS-WORK-AUTHORITY(WS-AUTH-IDX).
       0720-CLEAR-ONE-AUTHORITY-EXIT.
           EXIT.

       0740-ACCEPT-ONE-AUTHORITY.
           DISPLAY "PROGRAM (BLANK TO END): " WITH NO ADVANCING.
           ACCEPT WS-KEYED-PROGRAM.
           IF WS-KEYED-PROGRAM = SPACES
               SET WS-AUTH-DONE TO TRUE
               GO TO 0740-ACCEPT-ONE-AUTHORITY-EXIT
           END-IF.

           DISPLAY "FUNCTIONS: " WITH NO ADVANCING.
           ACCEPT WS-KEYED-FUNCTIONS.
           PERFORM 0760-CHECK-ONE-LETTER THRU 0760-CHECK-ONE-LETTER-EXIT
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 4.

           ADD 1 TO WS-KEYED-AUTH-COUNT.
           MOVE WS-KEYED-PROGRAM
               TO WS-WORK-AUTH-PROGRAM(WS-KEYED-AUTH-COUNT).
           MOVE WS-KEYED-FUNCTIONS
               TO WS-WORK-AUTH-FUNCTIONS(WS-KEYED-AUTH-COUNT).
       0740-ACCEPT-ONE-AUTHORITY-EXIT.
           EXIT.

       0760-CHECK-ONE-LETTER.
           IF WS-KEYED-FUNCTIONS(WS-CHAR-IDX:1) NOT = SPACE
               AND WS-KEYED-FUNCTIONS(WS-CHAR-IDX:1) NOT = "I"
               AND WS-KEYED-FUNCTIONS(WS-CHAR-IDX:1) NOT = "A"
               AND WS-KEYED-FUNCTIONS(WS-CHAR-IDX:1) NOT = "C"
               AND WS-KEYED-FUNCTIONS(WS-CHAR-IDX:1) NOT = "D"
               DISPLAY "FUNCTION ", WS-KEYED-FUNCTIONS(WS-CHAR-IDX:1),
                   " IS NOT ONE OF I A C D"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0760-CHECK-ONE-LETTER-EXIT.
           EXIT.

       0800-REWRITE-FILE.
           OPEN OUTPUT OPERATOR-FILE.
           PERFORM 0850-WRITE-ONE-OPERATOR
               THRU 0850-WRITE-ONE-OPERATOR-EXIT
               VARYING WS-OPERATOR-IDX FROM 1 BY 1
               UNTIL WS-OPERATOR-IDX > WS-OPERATOR-COUNT.
           CLOSE OPERATOR-FILE.
       0800-REWRITE-FILE-EXIT.
           EXIT.

       0850-WRITE-ONE-OPERATOR.
           MOVE WS-OPERATOR-ENTRY(WS-OPERATOR-IDX) TO OPERATOR-RECORD.
           WRITE OPERATOR-RECORD.
       0850-WRITE-ONE-OPERATOR-EXIT.
           EXIT.

      * Rewriting OPERATOR.DAT from a truncated table would silently
      * drop every operator past the cap, so maintenance is refused
      * outright on an oversized file.
       0900-REFUSE-OVERSIZED.
           DISPLAY "OPRMAINT: OPERATOR.DAT COULD NOT BE FULLY "
               "LOADED - MAINTENANCE REFUSED, FILE NOT REWRITTEN".
       0900-REFUSE-OVERSIZED-EXIT.
           EXIT.

       END PROGRAM OPRMAINT.
