      *                   CLERK PICK ONE TO INQUIRE, CHANGE OR
      *                   DELETE - THE SAME WAY READCH06 ADDED TEAM
      *                   NAME SEARCH OVER BASEBALLIDX.DAT
      *   2026-10-15  EV  MASTER NOW CARRIES THE SUPERVISOR EMPLOYEE
      *                   ID.  CHANGE MAINTAINS IT, REFUSING A
      *                   SUPERVISOR WHO IS NOT ON FILE, INACTIVE,
      *                   THE EMPLOYEE THEMSELF OR SOMEONE WHO
      *                   ALREADY REPORTS UP TO THE EMPLOYEE, AND
      *                   DELETE REFUSES WHILE ANYONE STILL REPORTS
      *                   TO THE EMPLOYEE
      *   2026-10-15  EV  SIGN-ON THROUGH SIGNON, WITH EACH FUNCTION
      *                   (AND EACH NAME SEARCH PICK) CHECKED AGAINST
      *                   THE OPERATOR'S AUTHORITY - INQUIRE AND NAME
      *                   SEARCH AS I, CHANGE AND REINSTATE AS C,
      *                   DELETE AS D
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               88 EMP-ACTIVE       VALUE "A".
               88 EMP-INACTIVE     VALUE "I".
           05 EMP-TERM-DATE    PIC 9(8).
           05 EMP-SUPERVISOR-ID PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREAS.
           05 WS-HIRE-DATE-DONE-SW PIC X.
               88 WS-HIRE-DATE-DONE    VALUE "Y".

           05 WS-NEW-SUPERVISOR    PIC X(7).
           05 WS-NEW-SUPERVISOR-ID REDEFINES WS-NEW-SUPERVISOR
                                   PIC 9(7).
           05 WS-SUPERVISOR-DONE-SW PIC X.
               88 WS-SUPERVISOR-DONE   VALUE "Y".
           05 WS-SUPERVISOR-OK-SW  PIC X.
               88 WS-SUPERVISOR-OK     VALUE "Y".
               88 WS-SUPERVISOR-NOT-OK VALUE "N".

           05 WS-SAVE-EMPLOYEE-RECORD.
               10 WS-SAVE-EMP-ID   PIC 9(7).
               10 FILLER           PIC X(54).
           05 WS-CHAIN-ID          PIC 9(7).
           05 WS-CHAIN-LEVEL       PIC 9(3).
           05 WS-CHAIN-END-SW      PIC X.
               88 WS-CHAIN-END         VALUE "Y".
           05 WS-REPORT-COUNT      PIC 9(5).
           05 WS-REPORT-EOF-SW     PIC X.
               88 WS-REPORT-EOF        VALUE "Y".

           05 WS-SEARCH-NAME       PIC X(20).
           05 WS-SEARCH-LEN        PIC 9(2).
           05 WS-SCAN-IDX          PIC 9(2).
               88 WS-PICK-CHANGE       VALUE 2.
               88 WS-PICK-DELETE       VALUE 3.

           05 WS-OPERATOR-ID       PIC X(3) VALUE SPACES.
           05 WS-SIGNON-ACCESS.
               10 WS-SO-PROGRAM    PIC X(17) VALUE "EMPMAINT".
               10 WS-SO-FUNCTION   PIC X VALUE SPACE.
               10 WS-SO-RESULT     PIC X.
                   88 WS-SO-GRANTED    VALUE "Y".

           05 WS-MATCH-LINE.
               10 WSM-EMP-ID       PIC 9(7).
               10 FILLER           PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       0100-START.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           OPEN I-O EMPLOYEE-FILE.
           IF WS-EMPLOYEE-FILE-NOT-FOUND
               DISPLAY "EMPMAINT: EMPLOYEE.DAT NOT FOUND - RUN "
           PERFORM 0110-PROMPT-FOR-FUNCTION
               UNTIL WS-VALID-ENTRY.

           EVALUATE TRUE
               WHEN WS-CHANGE-FUNCTION
               WHEN WS-REINSTATE-FUNCTION
                   MOVE "C" TO WS-SO-FUNCTION
               WHEN WS-DELETE-FUNCTION
                   MOVE "D" TO WS-SO-FUNCTION
               WHEN OTHER
                   MOVE "I" TO WS-SO-FUNCTION
           END-EVALUATE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               PERFORM 9000-END-PROGRAM
           END-IF.

           EVALUATE TRUE
               WHEN WS-INQUIRE-FUNCTION
                   PERFORM 0200-INQUIRE-EMPLOYEE
               END-IF
           END-PERFORM.

           MOVE "N" TO WS-SUPERVISOR-DONE-SW.
           PERFORM 0360-ACCEPT-SUPERVISOR THRU 0360-END
               UNTIL WS-SUPERVISOR-DONE.

           REWRITE EMPLOYEE-RECORD
               INVALID KEY
                   DISPLAY "ERROR ON REWRITE: ",
           END-IF.
       0350-END.

      * Zeros clear the supervisor (the top of the organization);
      * anything else is proved by 0370 before it is taken.
       0360-ACCEPT-SUPERVISOR.
           DISPLAY "NEW SUPERVISOR ID (BLANK TO KEEP, 0000000 FOR "
               "NONE): " WITH NO ADVANCING.
           ACCEPT WS-NEW-SUPERVISOR.
           IF WS-NEW-SUPERVISOR = SPACES
               SET WS-SUPERVISOR-DONE TO TRUE
               GO TO 0360-END
           END-IF.

           IF WS-NEW-SUPERVISOR NOT NUMERIC
               DISPLAY "SUPERVISOR ID MUST BE 7 DIGITS, PLEASE "
                   "RE-ENTER"
               GO TO 0360-END
           END-IF.

           IF WS-NEW-SUPERVISOR-ID = ZERO
               MOVE ZERO TO EMP-SUPERVISOR-ID
               SET WS-SUPERVISOR-DONE TO TRUE
               GO TO 0360-END
           END-IF.

           PERFORM 0370-CHECK-SUPERVISOR THRU 0370-END.
           IF WS-SUPERVISOR-OK
               MOVE WS-NEW-SUPERVISOR-ID TO EMP-SUPERVISOR-ID
               SET WS-SUPERVISOR-DONE TO TRUE
           END-IF.
       0360-END.

      * The supervisor must be an active employee on file other
      * than the employee being changed, and must not already
      * report - directly or up the chain - to that employee.  The
      * record being changed is saved around the lookups and put
      * back for the REWRITE.
       0370-CHECK-SUPERVISOR.
           SET WS-SUPERVISOR-OK TO TRUE.
           MOVE EMPLOYEE-RECORD TO WS-SAVE-EMPLOYEE-RECORD.

           IF WS-NEW-SUPERVISOR-ID = EMP-ID
               DISPLAY "AN EMPLOYEE CANNOT REPORT TO THEMSELF"
               SET WS-SUPERVISOR-NOT-OK TO TRUE
               GO TO 0370-RESTORE
           END-IF.

           MOVE WS-NEW-SUPERVISOR-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
               INVALID KEY
                   DISPLAY "SUPERVISOR ", WS-NEW-SUPERVISOR-ID,
                       " IS NOT ON FILE"
                   SET WS-SUPERVISOR-NOT-OK TO TRUE
                   GO TO 0370-RESTORE
           END-READ.
           IF EMP-INACTIVE
               DISPLAY "SUPERVISOR ", WS-NEW-SUPERVISOR-ID,
                   " IS INACTIVE"
               SET WS-SUPERVISOR-NOT-OK TO TRUE
               GO TO 0370-RESTORE
           END-IF.

           MOVE WS-NEW-SUPERVISOR-ID TO WS-CHAIN-ID.
           MOVE ZERO TO WS-CHAIN-LEVEL.
           MOVE "N" TO WS-CHAIN-END-SW.
           PERFORM 0380-WALK-ONE-LEVEL THRU 0380-END
               UNTIL WS-CHAIN-END OR WS-SUPERVISOR-NOT-OK.

       0370-RESTORE.
           MOVE WS-SAVE-EMPLOYEE-RECORD TO EMPLOYEE-RECORD.
       0370-END.

      * One step up the reporting chain from WS-CHAIN-ID.  Reaching
      * the employee being changed means the new supervisor already
      * reports up to them, which would make the chain circular.
      * The level cap stops a loop already on file from running on.
       0380-WALK-ONE-LEVEL.
           ADD 1 TO WS-CHAIN-LEVEL.
           IF WS-CHAIN-LEVEL > 100
               SET WS-CHAIN-END TO TRUE
               GO TO 0380-END
           END-IF.

           MOVE WS-CHAIN-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
               INVALID KEY
                   SET WS-CHAIN-END TO TRUE
                   GO TO 0380-END
           END-READ.

           IF EMP-SUPERVISOR-ID NOT NUMERIC
               OR EMP-SUPERVISOR-ID = ZERO
               SET WS-CHAIN-END TO TRUE
               GO TO 0380-END
           END-IF.

           IF EMP-SUPERVISOR-ID = WS-SAVE-EMP-ID
               DISPLAY "SUPERVISOR ", WS-NEW-SUPERVISOR-ID,
                   " ALREADY REPORTS UP TO THIS EMPLOYEE - "
                   "CIRCULAR REPORTING REFUSED"
               SET WS-SUPERVISOR-NOT-OK TO TRUE
               GO TO 0380-END
           END-IF.

           MOVE EMP-SUPERVISOR-ID TO WS-CHAIN-ID.
       0380-END.

       0400-DELETE-EMPLOYEE.
           PERFORM 0150-READ-BY-ID.
           IF WS-RECORD-FOUND
               PERFORM 0450-APPLY-DELETE THRU 0450-END
           END-IF.
       0400-END.

       0450-APPLY-DELETE.
           PERFORM 0900-DISPLAY-EMPLOYEE.

           PERFORM 0460-COUNT-REPORTS THRU 0460-END.
           IF WS-REPORT-COUNT > ZERO
               DISPLAY WS-REPORT-COUNT, " EMPLOYEE(S) STILL REPORT TO "
                   "THIS EMPLOYEE - REASSIGN THEM FIRST, NOT DELETED"
               GO TO 0450-END
           END-IF.

           DELETE EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "ERROR ON DELETE: ",
           END-IF.
       0450-END.

      * Counts the records naming this employee as supervisor.  The
      * browse moves the record area, so the employee's own record
      * is saved and put back for the DELETE.
       0460-COUNT-REPORTS.
           MOVE ZERO TO WS-REPORT-COUNT.
           MOVE EMPLOYEE-RECORD TO WS-SAVE-EMPLOYEE-RECORD.
           MOVE "N" TO WS-REPORT-EOF-SW.
           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET WS-REPORT-EOF TO TRUE
           END-START.
           IF NOT WS-REPORT-EOF
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END SET WS-REPORT-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 0470-COUNT-ONE-REPORT THRU 0470-END
               UNTIL WS-REPORT-EOF.
           MOVE WS-SAVE-EMPLOYEE-RECORD TO EMPLOYEE-RECORD.
       0460-END.

       0470-COUNT-ONE-REPORT.
           IF EMP-SUPERVISOR-ID = WS-SAVE-EMP-ID
               ADD 1 TO WS-REPORT-COUNT
           END-IF.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET WS-REPORT-EOF TO TRUE
           END-READ.
       0470-END.

      * Browse the master on the EMP-NAME alternate key.  A full
      * name lists its duplicates; a partial name lists everyone
      * whose name starts with what was keyed.  The clerk then
           DISPLAY "INQUIRE (1), CHANGE (2) OR DELETE (3): "
               WITH NO ADVANCING.
           ACCEPT WS-PICK-FUNCTION.
           EVALUATE TRUE
               WHEN WS-PICK-CHANGE
                   MOVE "C" TO WS-SO-FUNCTION
               WHEN WS-PICK-DELETE
                   MOVE "D" TO WS-SO-FUNCTION
               WHEN OTHER
                   MOVE "I" TO WS-SO-FUNCTION
           END-EVALUATE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               GO TO 0600-END
           END-IF.

           EVALUATE TRUE
               WHEN WS-PICK-INQUIRE
                   PERFORM 0900-DISPLAY-EMPLOYEE
               WHEN WS-PICK-CHANGE
                   PERFORM 0350-APPLY-CHANGE
               WHEN WS-PICK-DELETE
                   PERFORM 0450-APPLY-DELETE THRU 0450-END
               WHEN OTHER
                   DISPLAY "INVALID SELECTION - NOTHING DONE"
           END-EVALUATE.
           DISPLAY "NAME ......: ", EMP-NAME.
           DISPLAY "DEPARTMENT : ", EMP-DEPARTMENT.
           DISPLAY "HIRE DATE .: ", EMP-HIRE-DATE.
           IF EMP-SUPERVISOR-ID NUMERIC
               AND EMP-SUPERVISOR-ID NOT = ZERO
               DISPLAY "SUPERVISOR : ", EMP-SUPERVISOR-ID
           ELSE
               DISPLAY "SUPERVISOR : NONE"
           END-IF.
           IF EMP-INACTIVE
               DISPLAY "STATUS ....: INACTIVE - TERMINATED ",
                   EMP-TERM-DATE
       9000-END-PROGRAM.
           CLOSE EMPLOYEE-FILE.
           STOP RUN.
       END PROGRAM EMPMAINT.
