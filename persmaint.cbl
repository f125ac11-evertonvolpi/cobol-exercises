       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PERSMAINT".
       AUTHOR.     EVERTON VOLPI.
      * Maintenance screen for the PERSXREF.DAT same-person
      * cross-reference, in the style of RSNMAINT.  HR works
      * through the likely matches PERSMATCH leaves on PERSEXCPT.DAT
      * and rules on each ACME/Fuse pair:
      *   C  CONFIRMED - the same person.  The survivor flag (A or
      *      F) says whose id is kept; FUSEEMPLOYEES drops the
      *      other side's record from every later merge so the
      *      person is on SORTED.NEW only once.
      *   R  REJECTED  - two different people.  Kept only so
      *      PERSMATCH stops reporting the pair.
      * An id may be dropped by one confirmed link only, and a
      * surviving id may not itself be dropped by another link -
      * either would leave the person on SORTED.NEW no times at
      * all.  Every ruling is stamped with the date and the
      * operator code from SIGNON.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
      *   2026-10-15  EV  SIGN-ON NOW CHECKS THE OPERATOR'S AUTHORITY
      *                   FOR THIS PROGRAM AND ENDS THE RUN IF REFUSED
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PERSXREF-FILE ASSIGN TO "PERSXREF.DAT"
               FILE STATUS IS WS-PERSXREF-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERSEXCPT-FILE ASSIGN TO "PERSEXCPT.DAT"
               FILE STATUS IS WS-PERSEXCPT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PERSXREF-FILE.
       01 PERSXREF-RECORD.
           88 END-OF-PERSXREF     VALUE HIGH-VALUES.
           05 XR-ACME-ID          PIC 9(7).
           05 FILLER              PIC X.
           05 XR-FUSE-ID          PIC 9(7).
           05 FILLER              PIC X.
           05 XR-STATUS           PIC X.
           05 FILLER              PIC X.
           05 XR-SURVIVOR         PIC X.
           05 FILLER              PIC X.
           05 XR-DATE             PIC 9(8).
           05 FILLER              PIC X.
           05 XR-OPERATOR         PIC X(3).

      *This mirrors the PERSEXCPT.DAT record PERSMATCH writes.
       FD PERSEXCPT-FILE.
       01 PERSEXCPT-RECORD.
           88 END-OF-PERSEXCPT    VALUE HIGH-VALUES.
           05 PE-ACME-ID          PIC 9(7).
           05 FILLER              PIC X.
           05 PE-FUSE-ID          PIC 9(7).
           05 FILLER              PIC X.
           05 PE-MATCH-TYPE       PIC X(5).
           05 FILLER              PIC X.
           05 PE-RULES            PIC X(4).
           05 FILLER              PIC X.
           05 PE-ACME-LAST-NAME   PIC X(10).
           05 FILLER              PIC X.
           05 PE-ACME-FIRST-NAME  PIC X(10).
           05 FILLER              PIC X.
           05 PE-ACME-GENDER      PIC X.
           05 FILLER              PIC X.
           05 PE-ACME-HIRE-DATE   PIC 9(8).
           05 FILLER              PIC X.
           05 PE-FUSE-LAST-NAME   PIC X(10).
           05 FILLER              PIC X.
           05 PE-FUSE-FIRST-NAME  PIC X(10).
           05 FILLER              PIC X.
           05 PE-FUSE-GENDER      PIC X.
           05 FILLER              PIC X.
           05 PE-FUSE-HIRE-DATE   PIC 9(8).
           05 FILLER              PIC X.
           05 PE-DAYS-APART       PIC 9(3).

       WORKING-STORAGE SECTION.
       01 WS-PERSXREF-FILE-STATUS  PIC XX.
           88 WS-PERSXREF-FILE-NOT-FOUND  VALUE "35".

       01 WS-PERSEXCPT-FILE-STATUS PIC XX.
           88 WS-PERSEXCPT-FILE-NOT-FOUND VALUE "35".

       01 WS-OPERATOR-ID           PIC X(3) VALUE SPACES.
       01 WS-SIGNON-ACCESS.
           05 WS-SO-PROGRAM        PIC X(17) VALUE "PERSMAINT".
           05 WS-SO-FUNCTION       PIC X VALUE SPACE.
           05 WS-SO-RESULT         PIC X.
               88 WS-SO-GRANTED        VALUE "Y".
       01 WS-TODAY                 PIC 9(8).

       01 WS-FUNCTION              PIC 9.
           88 WS-LIST-FUNCTION         VALUE 1.
           88 WS-PENDING-FUNCTION      VALUE 2.
           88 WS-CONFIRM-FUNCTION      VALUE 3.
           88 WS-REJECT-FUNCTION       VALUE 4.
           88 WS-REMOVE-FUNCTION       VALUE 5.

       01 WS-VALID-ENTRY-SWITCH    PIC X VALUE "N".
           88 WS-VALID-ENTRY           VALUE "Y".
           88 WS-INVALID-ENTRY         VALUE "N".

       01 WS-LINK-COUNT            PIC 9(4) VALUE ZERO.
       01 WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 2000 TIMES.
               10 WS-LT-ACME-ID        PIC 9(7).
               10 WS-LT-FUSE-ID        PIC 9(7).
               10 WS-LT-STATUS         PIC X.
                   88 WS-LT-CONFIRMED      VALUE "C".
               10 WS-LT-SURVIVOR       PIC X.
               10 WS-LT-DATE           PIC 9(8).
               10 WS-LT-OPERATOR       PIC X(3).
       01 WS-LINK-IDX              PIC 9(4).
       01 WS-FOUND-IDX             PIC 9(4).

       01 WS-FOUND-SWITCH          PIC X.
           88 WS-LINK-FOUND            VALUE "Y".
           88 WS-LINK-NOT-FOUND        VALUE "N".

       01 WS-WORK-ACME-ID          PIC 9(7).
       01 WS-WORK-FUSE-ID          PIC 9(7).
       01 WS-WORK-SURVIVOR         PIC X.
           88 WS-WORK-SURVIVOR-VALID   VALUE "A" "F".

       01 WS-CONFLICT-COUNT        PIC 9(4).
       01 WS-PENDING-COUNT         PIC 9(5).

       01 WS-LOAD-OVERFLOW-SW      PIC X VALUE "N".
           88 WS-LOAD-OVERFLOW         VALUE "Y".

       PROCEDURE DIVISION.
       0100-START-HERE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           PERFORM 0150-LOAD-LINKS THRU 0150-LOAD-LINKS-EXIT.

           PERFORM 0110-PROMPT-FOR-FUNCTION
               THRU 0110-PROMPT-FOR-FUNCTION-EXIT
               UNTIL WS-VALID-ENTRY.

           EVALUATE TRUE
               WHEN WS-LIST-FUNCTION
                   PERFORM 0200-LIST-LINKS THRU 0200-LIST-LINKS-EXIT
               WHEN WS-PENDING-FUNCTION
                   PERFORM 0250-LIST-PENDING
                       THRU 0250-LIST-PENDING-EXIT
               WHEN WS-CONFIRM-FUNCTION
                   PERFORM 0300-CONFIRM-LINK
                       THRU 0300-CONFIRM-LINK-EXIT
               WHEN WS-REJECT-FUNCTION
                   PERFORM 0400-REJECT-PAIR THRU 0400-REJECT-PAIR-EXIT
               WHEN WS-REMOVE-FUNCTION
                   PERFORM 0500-REMOVE-LINK THRU 0500-REMOVE-LINK-EXIT
           END-EVALUATE.

           STOP RUN.

       0110-PROMPT-FOR-FUNCTION.
           DISPLAY "LIST RULINGS (1): ".
           DISPLAY "LIST LIKELY MATCHES (2): ".
           DISPLAY "CONFIRM SAME PERSON (3): ".
           DISPLAY "REJECT - DIFFERENT PEOPLE (4): ".
           DISPLAY "REMOVE RULING (5): ".
           ACCEPT WS-FUNCTION.

           IF WS-LIST-FUNCTION OR WS-PENDING-FUNCTION
                   OR WS-CONFIRM-FUNCTION OR WS-REJECT-FUNCTION
                   OR WS-REMOVE-FUNCTION
               SET WS-VALID-ENTRY TO TRUE
           ELSE
               DISPLAY "INVALID SELECTION - PLEASE ENTER A NUMBER "
                   "FROM 1 TO 5"
               SET WS-INVALID-ENTRY TO TRUE
           END-IF.
       0110-PROMPT-FOR-FUNCTION-EXIT.
           EXIT.

       0150-LOAD-LINKS.
           OPEN INPUT PERSXREF-FILE.
           IF WS-PERSXREF-FILE-NOT-FOUND
               GO TO 0150-LOAD-LINKS-EXIT
           END-IF.

           READ PERSXREF-FILE
               AT END SET END-OF-PERSXREF TO TRUE
           END-READ.
           PERFORM 0170-LOAD-ONE-LINK THRU 0170-LOAD-ONE-LINK-EXIT
               UNTIL END-OF-PERSXREF.
           CLOSE PERSXREF-FILE.
       0150-LOAD-LINKS-EXIT.
           EXIT.

       0170-LOAD-ONE-LINK.
           IF WS-LINK-COUNT < 2000
               ADD 1 TO WS-LINK-COUNT
               MOVE XR-ACME-ID  TO WS-LT-ACME-ID(WS-LINK-COUNT)
               MOVE XR-FUSE-ID  TO WS-LT-FUSE-ID(WS-LINK-COUNT)
               MOVE XR-STATUS   TO WS-LT-STATUS(WS-LINK-COUNT)
               MOVE XR-SURVIVOR TO WS-LT-SURVIVOR(WS-LINK-COUNT)
               MOVE XR-DATE     TO WS-LT-DATE(WS-LINK-COUNT)
               MOVE XR-OPERATOR TO WS-LT-OPERATOR(WS-LINK-COUNT)
           ELSE
               DISPLAY "PERSMAINT: PERSXREF.DAT HAS MORE THAN 2000 "
                   "RECORDS - ONLY LIST WILL BE ALLOWED SO THE "
                   "FILE IS NEVER REWRITTEN FROM A TRUNCATED TABLE"
               SET WS-LOAD-OVERFLOW TO TRUE
               SET END-OF-PERSXREF TO TRUE
               GO TO 0170-LOAD-ONE-LINK-EXIT
           END-IF.

           READ PERSXREF-FILE
               AT END SET END-OF-PERSXREF TO TRUE
           END-READ.
       0170-LOAD-ONE-LINK-EXIT.
           EXIT.

       0200-LIST-LINKS.
           IF WS-LINK-COUNT = ZERO
               DISPLAY "PERSMAINT: NO RULINGS ON FILE"
               GO TO 0200-LIST-LINKS-EXIT
           END-IF.

           DISPLAY "ACME ID  FUSE ID  RULING  KEEP  DATE      OPR".
           PERFORM 0220-LIST-ONE-LINK THRU 0220-LIST-ONE-LINK-EXIT
               VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT.
       0200-LIST-LINKS-EXIT.
           EXIT.

       0220-LIST-ONE-LINK.
           DISPLAY WS-LT-ACME-ID(WS-LINK-IDX), "  ",
               WS-LT-FUSE-ID(WS-LINK-IDX), "  ",
               WS-LT-STATUS(WS-LINK-IDX), "       ",
               WS-LT-SURVIVOR(WS-LINK-IDX), "     ",
               WS-LT-DATE(WS-LINK-IDX), "  ",
               WS-LT-OPERATOR(WS-LINK-IDX).
       0220-LIST-ONE-LINK-EXIT.
           EXIT.

      * PERSEXCPT.DAT is rebuilt by every PERSMATCH run, but pairs
      * ruled on since that run are left off the list here too.
       0250-LIST-PENDING.
           MOVE ZERO TO WS-PENDING-COUNT.
           OPEN INPUT PERSEXCPT-FILE.
           IF WS-PERSEXCPT-FILE-NOT-FOUND
               DISPLAY "PERSMAINT: NO PERSEXCPT.DAT - RUN PERSMATCH "
                   "FIRST"
               GO TO 0250-LIST-PENDING-EXIT
           END-IF.

           DISPLAY "ACME ID  FUSE ID  TYPE  RULE ACME NAME / HIRED"
               "              FUSE NAME / HIRED".
           READ PERSEXCPT-FILE
               AT END SET END-OF-PERSEXCPT TO TRUE
           END-READ.
           PERFORM 0270-LIST-ONE-PENDING
               THRU 0270-LIST-ONE-PENDING-EXIT
               UNTIL END-OF-PERSEXCPT.
           CLOSE PERSEXCPT-FILE.
           DISPLAY "LIKELY MATCHES AWAITING A RULING: ",
               WS-PENDING-COUNT.
       0250-LIST-PENDING-EXIT.
           EXIT.

       0270-LIST-ONE-PENDING.
           MOVE PE-ACME-ID TO WS-WORK-ACME-ID.
           MOVE PE-FUSE-ID TO WS-WORK-FUSE-ID.
           PERFORM 0600-FIND-LINK THRU 0600-FIND-LINK-EXIT.
           IF WS-LINK-NOT-FOUND
               ADD 1 TO WS-PENDING-COUNT
               DISPLAY PE-ACME-ID, "  ", PE-FUSE-ID, "  ",
                   PE-MATCH-TYPE, " ", PE-RULES, " ",
                   PE-ACME-FIRST-NAME, " ", PE-ACME-LAST-NAME, " ",
                   PE-ACME-HIRE-DATE, "  ",
                   PE-FUSE-FIRST-NAME, " ", PE-FUSE-LAST-NAME, " ",
                   PE-FUSE-HIRE-DATE
           END-IF.

           READ PERSEXCPT-FILE
               AT END SET END-OF-PERSEXCPT TO TRUE
           END-READ.
       0270-LIST-ONE-PENDING-EXIT.
           EXIT.

       0300-CONFIRM-LINK.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0300-CONFIRM-LINK-EXIT
           END-IF.

           PERFORM 0700-ACCEPT-PAIR THRU 0700-ACCEPT-PAIR-EXIT.
           IF WS-LINK-FOUND
               DISPLAY "PAIR IS ALREADY RULED ON (",
                   WS-LT-STATUS(WS-FOUND-IDX),
                   ") - REMOVE THE RULING FIRST TO CHANGE IT"
               GO TO 0300-CONFIRM-LINK-EXIT
           END-IF.

           DISPLAY "ID TO KEEP - (A)CME OR (F)USE: "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-SURVIVOR.
           IF NOT WS-WORK-SURVIVOR-VALID
               DISPLAY "SURVIVOR MUST BE A OR F - NOTHING CONFIRMED"
               GO TO 0300-CONFIRM-LINK-EXIT
           END-IF.

           PERFORM 0750-CHECK-CONFLICTS THRU 0750-CHECK-CONFLICTS-EXIT.
           IF WS-CONFLICT-COUNT > ZERO
               DISPLAY "EITHER ID ALREADY TAKES PART IN A CONFIRMED "
                   "LINK - NOTHING CONFIRMED"
               GO TO 0300-CONFIRM-LINK-EXIT
           END-IF.

           IF WS-LINK-COUNT >= 2000
               DISPLAY "PERSMAINT: CROSS-REFERENCE TABLE FULL - "
                   "NOTHING CONFIRMED"
               GO TO 0300-CONFIRM-LINK-EXIT
           END-IF.

           ADD 1 TO WS-LINK-COUNT.
           MOVE WS-WORK-ACME-ID  TO WS-LT-ACME-ID(WS-LINK-COUNT).
           MOVE WS-WORK-FUSE-ID  TO WS-LT-FUSE-ID(WS-LINK-COUNT).
           MOVE "C"              TO WS-LT-STATUS(WS-LINK-COUNT).
           MOVE WS-WORK-SURVIVOR TO WS-LT-SURVIVOR(WS-LINK-COUNT).
           MOVE WS-TODAY         TO WS-LT-DATE(WS-LINK-COUNT).
           MOVE WS-OPERATOR-ID   TO WS-LT-OPERATOR(WS-LINK-COUNT).
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "SAME PERSON CONFIRMED".
       0300-CONFIRM-LINK-EXIT.
           EXIT.

       0400-REJECT-PAIR.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0400-REJECT-PAIR-EXIT
           END-IF.

           PERFORM 0700-ACCEPT-PAIR THRU 0700-ACCEPT-PAIR-EXIT.
           IF WS-LINK-FOUND
               DISPLAY "PAIR IS ALREADY RULED ON (",
                   WS-LT-STATUS(WS-FOUND-IDX),
                   ") - REMOVE THE RULING FIRST TO CHANGE IT"
               GO TO 0400-REJECT-PAIR-EXIT
           END-IF.

           IF WS-LINK-COUNT >= 2000
               DISPLAY "PERSMAINT: CROSS-REFERENCE TABLE FULL - "
                   "NOTHING REJECTED"
               GO TO 0400-REJECT-PAIR-EXIT
           END-IF.

           ADD 1 TO WS-LINK-COUNT.
           MOVE WS-WORK-ACME-ID  TO WS-LT-ACME-ID(WS-LINK-COUNT).
           MOVE WS-WORK-FUSE-ID  TO WS-LT-FUSE-ID(WS-LINK-COUNT).
           MOVE "R"              TO WS-LT-STATUS(WS-LINK-COUNT).
           MOVE SPACE            TO WS-LT-SURVIVOR(WS-LINK-COUNT).
           MOVE WS-TODAY         TO WS-LT-DATE(WS-LINK-COUNT).
           MOVE WS-OPERATOR-ID   TO WS-LT-OPERATOR(WS-LINK-COUNT).
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "PAIR REJECTED - NOT THE SAME PERSON".
       0400-REJECT-PAIR-EXIT.
           EXIT.

      * Removing a confirmed link puts the dropped id back on the
      * next merge; removing a rejection lets PERSMATCH report the
      * pair again.
       0500-REMOVE-LINK.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0500-REMOVE-LINK-EXIT
           END-IF.

           PERFORM 0700-ACCEPT-PAIR THRU 0700-ACCEPT-PAIR-EXIT.
           IF WS-LINK-NOT-FOUND
               DISPLAY "PAIR IS NOT ON FILE"
               GO TO 0500-REMOVE-LINK-EXIT
           END-IF.

           PERFORM 0550-SHIFT-ONE-LINK THRU 0550-SHIFT-ONE-LINK-EXIT
               VARYING WS-LINK-IDX FROM WS-FOUND-IDX BY 1
               UNTIL WS-LINK-IDX >= WS-LINK-COUNT.
           SUBTRACT 1 FROM WS-LINK-COUNT.
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "RULING REMOVED".
       0500-REMOVE-LINK-EXIT.
           EXIT.

       0550-SHIFT-ONE-LINK.
           MOVE WS-LINK-ENTRY(WS-LINK-IDX + 1)
               TO WS-LINK-ENTRY(WS-LINK-IDX).
       0550-SHIFT-ONE-LINK-EXIT.
           EXIT.

       0600-FIND-LINK.
           SET WS-LINK-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 0650-CHECK-ONE-LINK THRU 0650-CHECK-ONE-LINK-EXIT
               VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
                  OR WS-LINK-FOUND.
       0600-FIND-LINK-EXIT.
           EXIT.

       0650-CHECK-ONE-LINK.
           IF WS-LT-ACME-ID(WS-LINK-IDX) = WS-WORK-ACME-ID
               AND WS-LT-FUSE-ID(WS-LINK-IDX) = WS-WORK-FUSE-ID
               SET WS-LINK-FOUND TO TRUE
               MOVE WS-LINK-IDX TO WS-FOUND-IDX
           END-IF.
       0650-CHECK-ONE-LINK-EXIT.
           EXIT.

       0700-ACCEPT-PAIR.
           DISPLAY "ACME EMPLOYEE ID: " WITH NO ADVANCING.
           ACCEPT WS-WORK-ACME-ID.
           DISPLAY "FUSE EMPLOYEE ID: " WITH NO ADVANCING.
           ACCEPT WS-WORK-FUSE-ID.
           PERFORM 0600-FIND-LINK THRU 0600-FIND-LINK-EXIT.
       0700-ACCEPT-PAIR-EXIT.
           EXIT.

      * A confirmed link already naming either id means this one
      * would chain or contradict it - an id dropped twice, or a
      * survivor that another link drops.
       0750-CHECK-CONFLICTS.
           MOVE ZERO TO WS-CONFLICT-COUNT.
           PERFORM 0770-CHECK-ONE-CONFLICT
               THRU 0770-CHECK-ONE-CONFLICT-EXIT
               VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT.
       0750-CHECK-CONFLICTS-EXIT.
           EXIT.

       0770-CHECK-ONE-CONFLICT.
           IF WS-LT-CONFIRMED(WS-LINK-IDX)
               AND (WS-LT-ACME-ID(WS-LINK-IDX) = WS-WORK-ACME-ID
                 OR WS-LT-FUSE-ID(WS-LINK-IDX) = WS-WORK-FUSE-ID)
               ADD 1 TO WS-CONFLICT-COUNT
               DISPLAY "  CONFIRMED LINK ON FILE: ACME ",
                   WS-LT-ACME-ID(WS-LINK-IDX), " / FUSE ",
                   WS-LT-FUSE-ID(WS-LINK-IDX), " KEEP ",
                   WS-LT-SURVIVOR(WS-LINK-IDX)
           END-IF.
       0770-CHECK-ONE-CONFLICT-EXIT.
           EXIT.

       0800-REWRITE-FILE.
           OPEN OUTPUT PERSXREF-FILE.
           PERFORM 0850-WRITE-ONE-LINK THRU 0850-WRITE-ONE-LINK-EXIT
               VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT.
           CLOSE PERSXREF-FILE.
       0800-REWRITE-FILE-EXIT.
           EXIT.

       0850-WRITE-ONE-LINK.
           MOVE SPACES TO PERSXREF-RECORD.
           MOVE WS-LT-ACME-ID(WS-LINK-IDX)  TO XR-ACME-ID.
           MOVE WS-LT-FUSE-ID(WS-LINK-IDX)  TO XR-FUSE-ID.
           MOVE WS-LT-STATUS(WS-LINK-IDX)   TO XR-STATUS.
           MOVE WS-LT-SURVIVOR(WS-LINK-IDX) TO XR-SURVIVOR.
           MOVE WS-LT-DATE(WS-LINK-IDX)     TO XR-DATE.
           MOVE WS-LT-OPERATOR(WS-LINK-IDX) TO XR-OPERATOR.
           WRITE PERSXREF-RECORD.
       0850-WRITE-ONE-LINK-EXIT.
           EXIT.

      * Rewriting PERSXREF.DAT from a truncated table would quietly
      * undo confirmed links and put people back on SORTED.NEW
      * twice, so maintenance is refused outright on an oversized
      * file.
       0900-REFUSE-OVERSIZED.
           DISPLAY "PERSMAINT: PERSXREF.DAT COULD NOT BE FULLY "
               "LOADED - MAINTENANCE REFUSED, FILE NOT REWRITTEN".
       0900-REFUSE-OVERSIZED-EXIT.
           EXIT.

       END PROGRAM PERSMAINT.
