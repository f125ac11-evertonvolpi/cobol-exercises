      * A caller that already has a code (for instance one passed
      * down a CALL chain) gets it back untouched.
      *
      * The operator code and PIN keyed are verified against the
      * OPERATOR.DAT operator master (see OPRMAINT), and the
      * operator must be active and authorised for the calling
      * program, named in the second parameter.  The routine
      * answers Y or N there; a caller told N must not go on.  A
      * caller may call again with a function letter - I inquire,
      * A add, C change, D delete - to ask whether the signed-on
      * operator may use that function of the program.  Once an
      * operator has signed on, later callers in the same run (the
      * steps JOBSTREAM calls, for one) take that operator instead
      * of prompting again.
      *
      * Three tries are allowed per sign-on.  Every failed sign-on
      * and every refused program or function is written to the
      * SECVIOL.DAT security violation log, and the third wrong PIN
      * in a row for an operator locks that operator out until
      * OPRMAINT reinstates them.
      *
      * Until OPERATOR.DAT exists only OPRMAINT is allowed, with
      * the code keyed taken as it stands, so the first operators
      * can be set up.  Every other program is refused and the
      * attempt is logged, so losing or renaming the master never
      * switches security off.
      *
      * MODIFICATION HISTORY:
      *   2026-09-02  EV  INITIAL VERSION
      *   2026-10-15  EV  CODE AND PIN VERIFIED AGAINST THE OPERATOR
      *                   MASTER, WITH PROGRAM AND FUNCTION AUTHORITY,
      *                   LOCK-OUT AFTER THREE WRONG PINS AND THE
      *                   SECVIOL.DAT SECURITY VIOLATION LOG.  CALLERS
      *                   NOW PASS THEIR PROGRAM NAME AND GET BACK A
      *                   Y OR N ANSWER
      *   2026-10-15  EV  WITH NO OPERATOR.DAT ONLY OPRMAINT IS LET IN
      *                   - EVERY OTHER PROGRAM IS REFUSED AND LOGGED
      *                   TO SECVIOL.DAT INSTEAD OF BEING ALLOWED
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               FILE STATUS IS WS-OPERATOR-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SECVIOL-FILE ASSIGN TO "SECVIOL.DAT"
               FILE STATUS IS WS-SECVIOL-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *This mirrors the OPERATOR.DAT record OPRMAINT writes.
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

       FD SECVIOL-FILE.
       01 SECVIOL-RECORD.
           05 SV-DATE              PIC 9(8).
           05 FILLER               PIC X.
           05 SV-TIME              PIC 9(6).
           05 FILLER               PIC X.
           05 SV-OPERATOR-ID       PIC X(3).
           05 FILLER               PIC X.
           05 SV-PROGRAM           PIC X(17).
           05 FILLER               PIC X.
           05 SV-FUNCTION          PIC X.
           05 FILLER               PIC X.
           05 SV-REASON            PIC X(40).

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-FILE-STATUS PIC XX.
           88 WS-OPERATOR-FILE-NOT-FOUND VALUE "35".

       01 WS-SECVIOL-FILE-STATUS PIC XX.
           88 WS-SECVIOL-FILE-NOT-FOUND VALUE "35".

       01 WS-KEYED-OPERATOR      PIC X(3).
       01 WS-KEYED-PIN           PIC X(4).

      * Kept between calls - the operator who signed on earlier in
      * this run.
       01 WS-SIGNED-ON-OPERATOR  PIC X(3) VALUE SPACES.

       01 WS-MASTER-SW           PIC X.
           88 WS-MASTER-PRESENT      VALUE "Y".
           88 WS-MASTER-ABSENT       VALUE "N".

       01 WS-NO-MASTER-WARNED-SW PIC X VALUE "N".
           88 WS-NO-MASTER-WARNED    VALUE "Y".

       01 WS-LOAD-OVERFLOW-SW    PIC X.
           88 WS-LOAD-OVERFLOW       VALUE "Y".

      * The operator master as loaded - each entry laid out like
      * the record so it can be written back whole.
       01 WS-OPERATOR-COUNT      PIC 9(3).
       01 WS-OPERATOR-TABLE.
           05 WS-OPERATOR-ENTRY OCCURS 100 TIMES.
               10 WS-OT-OPERATOR-ID  PIC X(3).
               10 FILLER             PIC X.
               10 WS-OT-NAME         PIC X(24).
               10 FILLER             PIC X.
               10 WS-OT-PIN          PIC X(4).
               10 FILLER             PIC X.
               10 WS-OT-STATUS       PIC X.
                   88 WS-OT-ACTIVE       VALUE "A".
                   88 WS-OT-INACTIVE     VALUE "I".
                   88 WS-OT-LOCKED       VALUE "L".
               10 FILLER             PIC X.
               10 WS-OT-FAIL-COUNT   PIC 9.
               10 WS-OT-AUTHORITY OCCURS 10 TIMES.
                   15 FILLER             PIC X.
                   15 WS-OT-AUTH-PROGRAM PIC X(17).
                   15 FILLER             PIC X.
                   15 WS-OT-AUTH-FUNCTIONS PIC X(4).
       01 WS-OPERATOR-IDX        PIC 9(3).
       01 WS-FOUND-IDX           PIC 9(3).
       01 WS-AUTH-IDX            PIC 9(2).

       01 WS-FOUND-SWITCH        PIC X.
           88 WS-OPERATOR-FOUND      VALUE "Y".
           88 WS-OPERATOR-NOT-FOUND  VALUE "N".

       01 WS-VERIFIED-SW         PIC X.
           88 WS-OPERATOR-VERIFIED   VALUE "Y".
           88 WS-OPERATOR-REFUSED    VALUE "N".

       01 WS-AUTHORISED-SW       PIC X.
           88 WS-AUTHORISED          VALUE "Y".
           88 WS-NOT-AUTHORISED      VALUE "N".

       01 WS-ATTEMPTS            PIC 9.
       01 WS-MAX-ATTEMPTS        PIC 9 VALUE 3.
       01 WS-FUNCTION-TALLY      PIC 9(2).

       01 WS-VIOLATION-OPERATOR  PIC X(3).
       01 WS-VIOLATION-REASON    PIC X(40).

       01 WS-NOW-TIME            PIC 9(8).
       01 WS-NOW-PARTS REDEFINES WS-NOW-TIME.
           05 WS-NOW-HHMMSS      PIC 9(6).
           05 FILLER             PIC 9(2).

       LINKAGE SECTION.
       01 LNK-SIGNON-PARM.
           05 LNK-OPERATOR-ID    PIC X(3).

       01 LNK-ACCESS-PARM.
           05 LNK-PROGRAM        PIC X(17).
           05 LNK-FUNCTION       PIC X.
               88 LNK-PROGRAM-ACCESS VALUE SPACE.
           05 LNK-ACCESS-RESULT  PIC X.
               88 LNK-ACCESS-GRANTED VALUE "Y".
               88 LNK-ACCESS-DENIED  VALUE "N".

       PROCEDURE DIVISION USING LNK-SIGNON-PARM, LNK-ACCESS-PARM.
       0100-SIGN-ON.
           SET LNK-ACCESS-DENIED TO TRUE.
           PERFORM 0150-LOAD-OPERATORS THRU 0150-LOAD-OPERATORS-EXIT.

           IF LNK-OPERATOR-ID = SPACES
               MOVE WS-SIGNED-ON-OPERATOR TO LNK-OPERATOR-ID
           END-IF.

           IF WS-MASTER-ABSENT
               IF LNK-PROGRAM NOT = "OPRMAINT"
                   MOVE LNK-OPERATOR-ID TO WS-VIOLATION-OPERATOR
                   MOVE "NO OPERATOR MASTER - ACCESS REFUSED"
                       TO WS-VIOLATION-REASON
                   PERFORM 0600-LOG-VIOLATION
                       THRU 0600-LOG-VIOLATION-EXIT
                   DISPLAY "SIGNON: OPERATOR.DAT NOT FOUND - "
                       "ACCESS REFUSED"
                   GO TO 0100-SIGN-ON-EXIT
               END-IF
               IF LNK-OPERATOR-ID = SPACES
                   PERFORM 0300-ACCEPT-OPERATOR-CODE
                       THRU 0300-ACCEPT-OPERATOR-CODE-EXIT
                   MOVE WS-KEYED-OPERATOR TO LNK-OPERATOR-ID
               END-IF
               MOVE LNK-OPERATOR-ID TO WS-SIGNED-ON-OPERATOR
               SET LNK-ACCESS-GRANTED TO TRUE
               GO TO 0100-SIGN-ON-EXIT
           END-IF.

           IF LNK-OPERATOR-ID = SPACES
               PERFORM 0200-VERIFY-OPERATOR
                   THRU 0200-VERIFY-OPERATOR-EXIT
           ELSE
               PERFORM 0250-CHECK-PASSED-OPERATOR
                   THRU 0250-CHECK-PASSED-OPERATOR-EXIT
           END-IF.
           IF WS-OPERATOR-REFUSED
               GO TO 0100-SIGN-ON-EXIT
           END-IF.

           PERFORM 0400-CHECK-AUTHORITY THRU 0400-CHECK-AUTHORITY-EXIT.
           IF WS-NOT-AUTHORISED
               GO TO 0100-SIGN-ON-EXIT
           END-IF.

           MOVE LNK-OPERATOR-ID TO WS-SIGNED-ON-OPERATOR.
           SET LNK-ACCESS-GRANTED TO TRUE.
       0100-SIGN-ON-EXIT.
           GOBACK.

      * Loaded fresh on every call, so a lock-out set by another
      * session is seen at once.
       0150-LOAD-OPERATORS.
           SET WS-MASTER-PRESENT TO TRUE.
           MOVE "N" TO WS-LOAD-OVERFLOW-SW.
           MOVE ZERO TO WS-OPERATOR-COUNT.
           OPEN INPUT OPERATOR-FILE.
           IF WS-OPERATOR-FILE-NOT-FOUND
               SET WS-MASTER-ABSENT TO TRUE
               IF NOT WS-NO-MASTER-WARNED
                   DISPLAY "SIGNON: OPERATOR.DAT NOT FOUND - ONLY "
                       "OPRMAINT MAY BE USED UNTIL IT IS SET UP"
                   SET WS-NO-MASTER-WARNED TO TRUE
               END-IF
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
               DISPLAY "SIGNON: OPERATOR.DAT HAS MORE THAN 100 "
                   "RECORDS - LOCK-OUTS WILL NOT BE RECORDED"
               SET WS-LOAD-OVERFLOW TO TRUE
               SET END-OF-OPERATORS TO TRUE
               GO TO 0170-LOAD-ONE-OPERATOR-EXIT
           END-IF.

           READ OPERATOR-FILE
               AT END SET END-OF-OPERATORS TO TRUE
           END-READ.
       0170-LOAD-ONE-OPERATOR-EXIT.
           EXIT.

       0200-VERIFY-OPERATOR.
           SET WS-OPERATOR-REFUSED TO TRUE.
           MOVE ZERO TO WS-ATTEMPTS.
           PERFORM 0220-ONE-ATTEMPT THRU 0220-ONE-ATTEMPT-EXIT
               UNTIL WS-OPERATOR-VERIFIED
                  OR WS-ATTEMPTS NOT < WS-MAX-ATTEMPTS.
           IF WS-OPERATOR-REFUSED
               DISPLAY "SIGN-ON REFUSED"
           END-IF.
       0200-VERIFY-OPERATOR-EXIT.
           EXIT.

      * The operator is told only that the sign-on failed, not
      * which half of it was wrong - the log has the detail.
       0220-ONE-ATTEMPT.
           ADD 1 TO WS-ATTEMPTS.
           PERFORM 0300-ACCEPT-OPERATOR-CODE
               THRU 0300-ACCEPT-OPERATOR-CODE-EXIT.
           DISPLAY "PIN: " WITH NO ADVANCING.
           ACCEPT WS-KEYED-PIN.
           MOVE WS-KEYED-OPERATOR TO WS-VIOLATION-OPERATOR.

           PERFORM 0500-FIND-OPERATOR THRU 0500-FIND-OPERATOR-EXIT.
           IF WS-OPERATOR-NOT-FOUND
               MOVE "UNKNOWN OPERATOR CODE" TO WS-VIOLATION-REASON
               PERFORM 0600-LOG-VIOLATION THRU 0600-LOG-VIOLATION-EXIT
               DISPLAY "SIGN-ON FAILED"
               GO TO 0220-ONE-ATTEMPT-EXIT
           END-IF.

           IF WS-OT-LOCKED(WS-FOUND-IDX)
               MOVE "OPERATOR LOCKED OUT" TO WS-VIOLATION-REASON
               PERFORM 0600-LOG-VIOLATION THRU 0600-LOG-VIOLATION-EXIT
               DISPLAY "OPERATOR ", WS-KEYED-OPERATOR,
                   " IS LOCKED OUT - SEE YOUR SUPERVISOR"
               GO TO 0220-ONE-ATTEMPT-EXIT
           END-IF.

           IF NOT WS-OT-ACTIVE(WS-FOUND-IDX)
               MOVE "OPERATOR NOT ACTIVE" TO WS-VIOLATION-REASON
               PERFORM 0600-LOG-VIOLATION THRU 0600-LOG-VIOLATION-EXIT
               DISPLAY "SIGN-ON FAILED"
               GO TO 0220-ONE-ATTEMPT-EXIT
           END-IF.

           IF WS-KEYED-PIN NOT = WS-OT-PIN(WS-FOUND-IDX)
               ADD 1 TO WS-OT-FAIL-COUNT(WS-FOUND-IDX)
               IF WS-OT-FAIL-COUNT(WS-FOUND-IDX) NOT < WS-MAX-ATTEMPTS
                   SET WS-OT-LOCKED(WS-FOUND-IDX) TO TRUE
                   MOVE "WRONG PIN - OPERATOR NOW LOCKED OUT"
                       TO WS-VIOLATION-REASON
                   DISPLAY "OPERATOR ", WS-KEYED-OPERATOR,
                       " IS NOW LOCKED OUT - SEE YOUR SUPERVISOR"
               ELSE
                   MOVE "WRONG PIN" TO WS-VIOLATION-REASON
                   DISPLAY "SIGN-ON FAILED"
               END-IF
               PERFORM 0600-LOG-VIOLATION THRU 0600-LOG-VIOLATION-EXIT
               PERFORM 0800-REWRITE-OPERATORS
                   THRU 0800-REWRITE-OPERATORS-EXIT
               GO TO 0220-ONE-ATTEMPT-EXIT
           END-IF.

           IF WS-OT-FAIL-COUNT(WS-FOUND-IDX) > ZERO
               MOVE ZERO TO WS-OT-FAIL-COUNT(WS-FOUND-IDX)
               PERFORM 0800-REWRITE-OPERATORS
                   THRU 0800-REWRITE-OPERATORS-EXIT
           END-IF.
           MOVE WS-KEYED-OPERATOR TO LNK-OPERATOR-ID.
           SET WS-OPERATOR-VERIFIED TO TRUE.
       0220-ONE-ATTEMPT-EXIT.
           EXIT.

      * A code handed in by the caller was verified when it was
      * keyed; it need only still be on file and active.
       0250-CHECK-PASSED-OPERATOR.
           SET WS-OPERATOR-REFUSED TO TRUE.
           MOVE LNK-OPERATOR-ID TO WS-KEYED-OPERATOR,
               WS-VIOLATION-OPERATOR.
           PERFORM 0500-FIND-OPERATOR THRU 0500-FIND-OPERATOR-EXIT.
           IF WS-OPERATOR-NOT-FOUND
               MOVE "UNKNOWN OPERATOR CODE" TO WS-VIOLATION-REASON
           ELSE
               IF WS-OT-ACTIVE(WS-FOUND-IDX)
                   SET WS-OPERATOR-VERIFIED TO TRUE
                   GO TO 0250-CHECK-PASSED-OPERATOR-EXIT
               END-IF
               IF WS-OT-LOCKED(WS-FOUND-IDX)
                   MOVE "OPERATOR LOCKED OUT" TO WS-VIOLATION-REASON
               ELSE
                   MOVE "OPERATOR NOT ACTIVE" TO WS-VIOLATION-REASON
               END-IF
           END-IF.
           PERFORM 0600-LOG-VIOLATION THRU 0600-LOG-VIOLATION-EXIT.
           DISPLAY "OPERATOR ", LNK-OPERATOR-ID,
               " MAY NOT SIGN ON - ", WS-VIOLATION-REASON.
       0250-CHECK-PASSED-OPERATOR-EXIT.
           EXIT.

       0300-ACCEPT-OPERATOR-CODE.
           MOVE SPACES TO WS-KEYED-OPERATOR.
           PERFORM UNTIL WS-KEYED-OPERATOR NOT = SPACES
               DISPLAY "OPERATOR CODE (3 CHARACTERS): "
                       "RE-ENTER"
               END-IF
           END-PERFORM.
       0300-ACCEPT-OPERATOR-CODE-EXIT.
           EXIT.

      * An authority entry names a program, or * for every
      * program, and the function letters allowed in it - blank
      * allows every function.
       0400-CHECK-AUTHORITY.
           SET WS-NOT-AUTHORISED TO TRUE.
           PERFORM 0450-CHECK-ONE-AUTHORITY
               THRU 0450-CHECK-ONE-AUTHORITY-EXIT
               VARYING WS-AUTH-IDX FROM 1 BY 1
               UNTIL WS-AUTH-IDX > 10
                  OR WS-AUTHORISED.
           IF WS-AUTHORISED
               GO TO 0400-CHECK-AUTHORITY-EXIT
           END-IF.

           MOVE LNK-OPERATOR-ID TO WS-VIOLATION-OPERATOR.
           IF LNK-PROGRAM-ACCESS
               MOVE "NOT AUTHORISED FOR THE PROGRAM"
                   TO WS-VIOLATION-REASON
               DISPLAY "OPERATOR ", LNK-OPERATOR-ID,
                   " IS NOT AUTHORISED TO RUN ", LNK-PROGRAM
           ELSE
               MOVE "NOT AUTHORISED FOR THE FUNCTION"
                   TO WS-VIOLATION-REASON
               DISPLAY "OPERATOR ", LNK-OPERATOR-ID,
                   " IS NOT AUTHORISED FOR THAT FUNCTION OF ",
                   LNK-PROGRAM
           END-IF.
           PERFORM 0600-LOG-VIOLATION THRU 0600-LOG-VIOLATION-EXIT.
       0400-CHECK-AUTHORITY-EXIT.
           EXIT.

       0450-CHECK-ONE-AUTHORITY.
           IF WS-OT-AUTH-PROGRAM(WS-FOUND-IDX, WS-AUTH-IDX)
                   NOT = LNK-PROGRAM
               AND WS-OT-AUTH-PROGRAM(WS-FOUND-IDX, WS-AUTH-IDX)
                   NOT = "*"
               GO TO 0450-CHECK-ONE-AUTHORITY-EXIT
           END-IF.

           IF LNK-PROGRAM-ACCESS
               OR WS-OT-AUTH-FUNCTIONS(WS-FOUND-IDX, WS-AUTH-IDX)
                   = SPACES
               SET WS-AUTHORISED TO TRUE
               GO TO 0450-CHECK-ONE-AUTHORITY-EXIT
           END-IF.

           MOVE ZERO TO WS-FUNCTION-TALLY.
           INSPECT WS-OT-AUTH-FUNCTIONS(WS-FOUND-IDX, WS-AUTH-IDX)
               TALLYING WS-FUNCTION-TALLY FOR ALL LNK-FUNCTION.
           IF WS-FUNCTION-TALLY > ZERO
               SET WS-AUTHORISED TO TRUE
           END-IF.
       0450-CHECK-ONE-AUTHORITY-EXIT.
           EXIT.

       0500-FIND-OPERATOR.
           SET WS-OPERATOR-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 0550-CHECK-ONE-OPERATOR
               THRU 0550-CHECK-ONE-OPERATOR-EXIT
               VARYING WS-OPERATOR-IDX FROM 1 BY 1
               UNTIL WS-OPERATOR-IDX > WS-OPERATOR-COUNT
                  OR WS-OPERATOR-FOUND.
       0500-FIND-OPERATOR-EXIT.
           EXIT.

       0550-CHECK-ONE-OPERATOR.
           IF WS-OT-OPERATOR-ID(WS-OPERATOR-IDX) = WS-KEYED-OPERATOR
               SET WS-OPERATOR-FOUND TO TRUE
               MOVE WS-OPERATOR-IDX TO WS-FOUND-IDX
           END-IF.
       0550-CHECK-ONE-OPERATOR-EXIT.
           EXIT.

       0600-LOG-VIOLATION.
           OPEN EXTEND SECVIOL-FILE.
           IF WS-SECVIOL-FILE-NOT-FOUND
               OPEN OUTPUT SECVIOL-FILE
               CLOSE SECVIOL-FILE
               OPEN EXTEND SECVIOL-FILE
           END-IF.

           MOVE SPACES TO SECVIOL-RECORD.
           ACCEPT SV-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-HHMMSS         TO SV-TIME.
           MOVE WS-VIOLATION-OPERATOR TO SV-OPERATOR-ID.
           MOVE LNK-PROGRAM           TO SV-PROGRAM.
           MOVE LNK-FUNCTION          TO SV-FUNCTION.
           MOVE WS-VIOLATION-REASON   TO SV-REASON.
           WRITE SECVIOL-RECORD.
           CLOSE SECVIOL-FILE.
       0600-LOG-VIOLATION-EXIT.
           EXIT.

      * Rewriting OPERATOR.DAT from a truncated table would drop
      * every operator past the cap, so it is left alone.
       0800-REWRITE-OPERATORS.
           IF WS-LOAD-OVERFLOW
               GO TO 0800-REWRITE-OPERATORS-EXIT
           END-IF.

           OPEN OUTPUT OPERATOR-FILE.
           PERFORM 0850-WRITE-ONE-OPERATOR
               THRU 0850-WRITE-ONE-OPERATOR-EXIT
               VARYING WS-OPERATOR-IDX FROM 1 BY 1
               UNTIL WS-OPERATOR-IDX > WS-OPERATOR-COUNT.
           CLOSE OPERATOR-FILE.
       0800-REWRITE-OPERATORS-EXIT.
           EXIT.

       0850-WRITE-ONE-OPERATOR.
           MOVE WS-OPERATOR-ENTRY(WS-OPERATOR-IDX) TO OPERATOR-RECORD.
           WRITE OPERATOR-RECORD.
       0850-WRITE-ONE-OPERATOR-EXIT.
           EXIT.

       END PROGRAM SIGNON.
