       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PERSMATCH".
       AUTHOR.     EVERTON VOLPI.
      * Same-person matching pass over the ACME.DAT and FUSESINC.DAT
      * feeds, run as a JOBSTREAM step ahead of FUSEEMPLOYEES.  The
      * merge only catches one employee id turning up on both
      * sides; someone who moved between the two companies holds a
      * different id at each and would land on SORTED.NEW twice.
      * Every ACME/Fuse pair whose ids differ is compared on last
      * name, first name, gender and hire date, and a pair that
      * agrees - or nearly agrees - on all four is written to
      * PERSEXCPT.DAT for HR to confirm or reject in PERSMAINT.
      * Nearly agrees means:
      *   LAST NAME   one character different (a keying slip)
      *   FIRST NAME  one character different, or one name is the
      *               start of the other (J / JOHN, BOB / BOBBY)
      *   NAMES       first and last keyed the wrong way round
      *   GENDER      blank on either side
      *   HIRE DATE   within the tolerance in days - VALUE-1 (3
      *               digits) of the PERSMATCH record on
      *               RUNPARMS.DAT, default 30
      * Each rule is shown on the exception as E (exact), N (near)
      * or S (names swapped).  Pairs HR has already confirmed or
      * rejected on PERSXREF.DAT are not reported again.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACME-FILE ASSIGN TO "ACME.DAT"
               FILE STATUS IS WS-ACME-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FUSE-FILE ASSIGN TO "FUSESINC.DAT"
               FILE STATUS IS WS-FUSE-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERSXREF-FILE ASSIGN TO "PERSXREF.DAT"
               FILE STATUS IS WS-PERSXREF-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERSEXCPT-FILE ASSIGN TO "PERSEXCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNPARMS-FILE ASSIGN TO "RUNPARMS.DAT"
               FILE STATUS IS WS-RUNPARMS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *This mirrors the ACME.DAT record FUSEEMPLOYEES reads.
       FD ACME-FILE.
       01 ACME-RECORD.
           88 END-OF-ACME         VALUE HIGH-VALUES.
           05 ACME-EMPLOYEE-ID    PIC 9(7).
           05 ACME-LAST-NAME      PIC X(10).
           05 ACME-FIRST-NAME     PIC X(10).
           05 ACME-DEPARTMENT     PIC X(10).
           05 ACME-HIRE-DATE      PIC 9(8).
           05 ACME-GENDER         PIC X.
           05 FILLER              PIC X(4).

      *This mirrors the FUSESINC.DAT record FUSEEMPLOYEES reads.
       FD FUSE-FILE.
       01 FUSE-RECORD.
           88 END-OF-FUSE         VALUE HIGH-VALUES.
           05 FUSE-EMPLOYEE-ID    PIC 9(7).
           05 FUSE-LAST-NAME      PIC X(10).
           05 FUSE-FIRST-NAME     PIC X(10).
           05 FUSE-DEPARTMENT     PIC X(10).
           05 FUSE-HIRE-DATE      PIC 9(8).
           05 FUSE-GENDER         PIC X.
           05 FILLER              PIC X(4).

      *This mirrors the PERSXREF.DAT record PERSMAINT maintains -
      *one per ACME/Fuse pair HR has ruled on.
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

       FD PERSEXCPT-FILE.
       01 PERSEXCPT-RECORD.
           05 PE-ACME-ID          PIC 9(7).
           05 FILLER              PIC X VALUE SPACE.
           05 PE-FUSE-ID          PIC 9(7).
           05 FILLER              PIC X VALUE SPACE.
           05 PE-MATCH-TYPE       PIC X(5).
           05 FILLER              PIC X VALUE SPACE.
           05 PE-LAST-RULE        PIC X.
           05 PE-FIRST-RULE       PIC X.
           05 PE-GENDER-RULE      PIC X.
           05 PE-HIRE-RULE        PIC X.
           05 FILLER              PIC X VALUE SPACE.
           05 PE-ACME-LAST-NAME   PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 PE-ACME-FIRST-NAME  PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 PE-ACME-GENDER      PIC X.
           05 FILLER              PIC X VALUE SPACE.
           05 PE-ACME-HIRE-DATE   PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 PE-FUSE-LAST-NAME   PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 PE-FUSE-FIRST-NAME  PIC X(10).
           05 FILLER              PIC X VALUE SPACE.
           05 PE-FUSE-GENDER      PIC X.
           05 FILLER              PIC X VALUE SPACE.
           05 PE-FUSE-HIRE-DATE   PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 PE-DAYS-APART       PIC 9(3).

      *One record per program - program name and up to three
      *values whose meaning is the program's own.
       FD RUNPARMS-FILE.
       01 RUNPARMS-RECORD.
           88 END-OF-RUNPARMS  VALUE HIGH-VALUES.
           05 RP-PROGRAM       PIC X(13).
           05 FILLER           PIC X.
           05 RP-VALUE-1       PIC X(36).
           05 FILLER           PIC X.
           05 RP-VALUE-2       PIC X(36).
           05 FILLER           PIC X.
           05 RP-VALUE-3       PIC X(36).

       WORKING-STORAGE SECTION.
       01 WS-ACME-FILE-STATUS     PIC XX.
           88 WS-ACME-FILE-NOT-FOUND     VALUE "35".

       01 WS-FUSE-FILE-STATUS     PIC XX.
           88 WS-FUSE-FILE-NOT-FOUND     VALUE "35".

       01 WS-PERSXREF-FILE-STATUS PIC XX.
           88 WS-PERSXREF-FILE-NOT-FOUND VALUE "35".

       01 WS-RUNPARMS-FILE-STATUS PIC XX.
           88 WS-RUNPARMS-FILE-NOT-FOUND VALUE "35".

       01 WS-PARMS-FOUND-SW       PIC X VALUE "N".
           88 WS-PARMS-FOUND          VALUE "Y".

       01 WS-TOLERANCE-DAYS       PIC 9(3) VALUE 30.

      * ACME.DAT as loaded - every Fuse record is compared with
      * each entry in turn.
       01 WS-ACME-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-ACME-TABLE.
           05 WS-ACME-ENTRY OCCURS 2000 TIMES.
               10 WS-AT-EMPLOYEE-ID   PIC 9(7).
               10 WS-AT-LAST-NAME     PIC X(10).
               10 WS-AT-FIRST-NAME    PIC X(10).
               10 WS-AT-HIRE-DATE     PIC 9(8).
               10 WS-AT-GENDER        PIC X.
               10 WS-AT-DATE-VALID    PIC X.
                   88 WS-AT-HIRE-DATE-VALID VALUE "Y".
       01 WS-ACME-IDX             PIC 9(4).

      * Pairs already ruled on in PERSXREF.DAT.
       01 WS-LINK-COUNT           PIC 9(4) VALUE ZERO.
       01 WS-LINK-TABLE.
           05 WS-LINK-ENTRY OCCURS 2000 TIMES.
               10 WS-LT-ACME-ID       PIC 9(7).
               10 WS-LT-FUSE-ID       PIC 9(7).
       01 WS-LINK-IDX             PIC 9(4).

       01 WS-LINK-SWITCH          PIC X.
           88 WS-LINK-FOUND           VALUE "Y".
           88 WS-LINK-NOT-FOUND       VALUE "N".

       01 WS-FUSE-DATE-RESULT     PIC X.
           88 WS-FUSE-DATE-VALID      VALUE "Y".

       01 WS-DATE-EDIT-RESULT     PIC X.

       01 WS-PAIR-SWITCH          PIC X.
           88 WS-PAIR-AGREES          VALUE "Y".
           88 WS-PAIR-DIFFERS         VALUE "N".

       01 WS-RULES.
           05 WS-LAST-RULE        PIC X.
           05 WS-FIRST-RULE       PIC X.
           05 WS-GENDER-RULE      PIC X.
           05 WS-HIRE-RULE        PIC X.

       01 WS-ELAPSED-YEARS        PIC S9(4).
       01 WS-ELAPSED-DAYS         PIC S9(7).
       01 WS-DAYS-APART           PIC 9(7).

      * Two names to compare and the outcome - E exact, N near,
      * X no agreement.  A leading-part match only counts when the
      * caller allows it (first names).
       01 WS-NAME-A               PIC X(10).
       01 WS-NAME-B               PIC X(10).
       01 WS-NAME-RESULT          PIC X.
           88 WS-NAME-EXACT           VALUE "E".
           88 WS-NAME-NEAR            VALUE "N".
           88 WS-NAME-NO-MATCH        VALUE "X".
       01 WS-PREFIX-SWITCH        PIC X.
           88 WS-PREFIX-ALLOWED       VALUE "Y".
       01 WS-CHAR-IDX             PIC 9(2).
       01 WS-DIFF-COUNT           PIC 9(2).
       01 WS-LENGTH-A             PIC 9(2).
       01 WS-LENGTH-B             PIC 9(2).
       01 WS-SHORT-LENGTH         PIC 9(2).

       01 WS-FUSE-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-PAIRS-COMPARED       PIC 9(9) VALUE ZERO.
       01 WS-EXACT-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-NEAR-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-RESOLVED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-MATCH-COUNT          PIC 9(5) VALUE ZERO.

       01 WS-JOBLOG-PARM.
           05 WS-JL-PROGRAM      PIC X(17) VALUE "PERSMATCH".
           05 WS-JL-FUNCTION     PIC X.
           05 WS-JL-READ-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-JL-WRITE-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-JL-STATUS       PIC X VALUE SPACE.
           05 WS-JL-OPERATOR     PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-START-HERE.
           MOVE "S" TO WS-JL-FUNCTION.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.
           MOVE "S" TO WS-JL-STATUS.

           PERFORM 0150-READ-RUN-PARMS THRU 0150-READ-RUN-PARMS-EXIT.
           PERFORM 0200-LOAD-LINKS THRU 0200-LOAD-LINKS-EXIT.
           PERFORM 0250-LOAD-ACME THRU 0250-LOAD-ACME-EXIT.
           IF WS-JL-STATUS = "F"
               GO TO 0100-END-RUN
           END-IF.

           PERFORM 0300-MATCH-FUSE THRU 0300-MATCH-FUSE-EXIT.
           PERFORM 0800-PRINT-TOTALS THRU 0800-PRINT-TOTALS-EXIT.

       0100-END-RUN.
           PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT.
           GOBACK.

      * A numeric VALUE-1 (3 digits) on the PERSMATCH record is the
      * number of days two hire dates may lie apart and still be
      * treated as nearly agreeing.
       0150-READ-RUN-PARMS.
           OPEN INPUT RUNPARMS-FILE.
           IF WS-RUNPARMS-FILE-NOT-FOUND
               GO TO 0150-READ-RUN-PARMS-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
           PERFORM 0170-CHECK-ONE-PARM THRU 0170-CHECK-ONE-PARM-EXIT
               UNTIL END-OF-RUNPARMS OR WS-PARMS-FOUND.
           CLOSE RUNPARMS-FILE.
       0150-READ-RUN-PARMS-EXIT.
           EXIT.

       0170-CHECK-ONE-PARM.
           IF RP-PROGRAM = "PERSMATCH"
               SET WS-PARMS-FOUND TO TRUE
               IF RP-VALUE-1(1:3) IS NUMERIC
                   MOVE RP-VALUE-1(1:3) TO WS-TOLERANCE-DAYS
               END-IF
               GO TO 0170-CHECK-ONE-PARM-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
       0170-CHECK-ONE-PARM-EXIT.
           EXIT.

      * Confirmed and rejected pairs alike are held - either way HR
      * has already seen them.
       0200-LOAD-LINKS.
           OPEN INPUT PERSXREF-FILE.
           IF WS-PERSXREF-FILE-NOT-FOUND
               GO TO 0200-LOAD-LINKS-EXIT
           END-IF.

           READ PERSXREF-FILE
               AT END SET END-OF-PERSXREF TO TRUE
           END-READ.
           PERFORM 0220-LOAD-ONE-LINK THRU 0220-LOAD-ONE-LINK-EXIT
               UNTIL END-OF-PERSXREF.
           CLOSE PERSXREF-FILE.
       0200-LOAD-LINKS-EXIT.
           EXIT.

       0220-LOAD-ONE-LINK.
           IF WS-LINK-COUNT < 2000
               ADD 1 TO WS-LINK-COUNT
               MOVE XR-ACME-ID TO WS-LT-ACME-ID(WS-LINK-COUNT)
               MOVE XR-FUSE-ID TO WS-LT-FUSE-ID(WS-LINK-COUNT)
           ELSE
               DISPLAY "PERSMATCH: PERSXREF.DAT HAS MORE THAN 2000 "
                   "RECORDS - LATER PAIRS MAY BE REPORTED AGAIN"
               SET END-OF-PERSXREF TO TRUE
               GO TO 0220-LOAD-ONE-LINK-EXIT
           END-IF.

           READ PERSXREF-FILE
               AT END SET END-OF-PERSXREF TO TRUE
           END-READ.
       0220-LOAD-ONE-LINK-EXIT.
           EXIT.

       0250-LOAD-ACME.
           OPEN INPUT ACME-FILE.
           IF WS-ACME-FILE-STATUS NOT = "00"
               DISPLAY "PERSMATCH: ACME.DAT COULD NOT BE OPENED "
                   "- FILE STATUS ", WS-ACME-FILE-STATUS
               MOVE "F" TO WS-JL-STATUS
               GO TO 0250-LOAD-ACME-EXIT
           END-IF.

           READ ACME-FILE
               AT END SET END-OF-ACME TO TRUE
           END-READ.
           PERFORM 0270-LOAD-ONE-ACME THRU 0270-LOAD-ONE-ACME-EXIT
               UNTIL END-OF-ACME.
           CLOSE ACME-FILE.
       0250-LOAD-ACME-EXIT.
           EXIT.

      * A pair that cannot all be compared is no check at all, so
      * an oversized ACME.DAT fails the step rather than matching
      * against part of it.
       0270-LOAD-ONE-ACME.
           IF WS-ACME-COUNT >= 2000
               DISPLAY "PERSMATCH: ACME.DAT HAS MORE THAN 2000 "
                   "RECORDS - MATCHING NOT RUN"
               MOVE "F" TO WS-JL-STATUS
               SET END-OF-ACME TO TRUE
               GO TO 0270-LOAD-ONE-ACME-EXIT
           END-IF.

           ADD 1 TO WS-ACME-COUNT.
           MOVE ACME-EMPLOYEE-ID
               TO WS-AT-EMPLOYEE-ID(WS-ACME-COUNT).
           MOVE ACME-LAST-NAME   TO WS-AT-LAST-NAME(WS-ACME-COUNT).
           MOVE ACME-FIRST-NAME  TO WS-AT-FIRST-NAME(WS-ACME-COUNT).
           MOVE ACME-HIRE-DATE   TO WS-AT-HIRE-DATE(WS-ACME-COUNT).
           MOVE ACME-GENDER      TO WS-AT-GENDER(WS-ACME-COUNT).
           CALL "DATEEDIT" USING ACME-HIRE-DATE, WS-DATE-EDIT-RESULT.
           MOVE WS-DATE-EDIT-RESULT
               TO WS-AT-DATE-VALID(WS-ACME-COUNT).

           READ ACME-FILE
               AT END SET END-OF-ACME TO TRUE
           END-READ.
       0270-LOAD-ONE-ACME-EXIT.
           EXIT.

       0300-MATCH-FUSE.
           OPEN INPUT FUSE-FILE.
           IF WS-FUSE-FILE-STATUS NOT = "00"
               DISPLAY "PERSMATCH: FUSESINC.DAT COULD NOT BE OPENED "
                   "- FILE STATUS ", WS-FUSE-FILE-STATUS
               MOVE "F" TO WS-JL-STATUS
               GO TO 0300-MATCH-FUSE-EXIT
           END-IF.

           OPEN OUTPUT PERSEXCPT-FILE.
           READ FUSE-FILE
               AT END SET END-OF-FUSE TO TRUE
           END-READ.
           PERFORM 0320-MATCH-ONE-FUSE THRU 0320-MATCH-ONE-FUSE-EXIT
               UNTIL END-OF-FUSE.
           CLOSE FUSE-FILE, PERSEXCPT-FILE.
       0300-MATCH-FUSE-EXIT.
           EXIT.

      * A Fuse record with a bad hire date goes to DATEEXCPT.DAT in
      * the merge and never reaches SORTED.NEW, so it cannot be
      * counted twice and is not compared.
       0320-MATCH-ONE-FUSE.
           ADD 1 TO WS-FUSE-COUNT.
           CALL "DATEEDIT" USING FUSE-HIRE-DATE, WS-FUSE-DATE-RESULT.
           IF WS-FUSE-DATE-VALID
               PERFORM 0400-COMPARE-ONE-PAIR
                   THRU 0400-COMPARE-ONE-PAIR-EXIT
                   VARYING WS-ACME-IDX FROM 1 BY 1
                   UNTIL WS-ACME-IDX > WS-ACME-COUNT
           END-IF.

           READ FUSE-FILE
               AT END SET END-OF-FUSE TO TRUE
           END-READ.
       0320-MATCH-ONE-FUSE-EXIT.
           EXIT.

      * Equal ids are the merge's own duplicate check; here only
      * differing ids are of interest.  Each test drops out as soon
      * as the pair plainly belongs to two different people.
       0400-COMPARE-ONE-PAIR.
           IF WS-AT-EMPLOYEE-ID(WS-ACME-IDX) = FUSE-EMPLOYEE-ID
               OR NOT WS-AT-HIRE-DATE-VALID(WS-ACME-IDX)
               GO TO 0400-COMPARE-ONE-PAIR-EXIT
           END-IF.
           ADD 1 TO WS-PAIRS-COMPARED.

           IF WS-AT-GENDER(WS-ACME-IDX) = SPACE
               OR FUSE-GENDER = SPACE
               MOVE "N" TO WS-GENDER-RULE
           ELSE
               IF WS-AT-GENDER(WS-ACME-IDX) = FUSE-GENDER
                   MOVE "E" TO WS-GENDER-RULE
               ELSE
                   GO TO 0400-COMPARE-ONE-PAIR-EXIT
               END-IF
           END-IF.

           PERFORM 0450-CHECK-HIRE-DATES
               THRU 0450-CHECK-HIRE-DATES-EXIT.
           IF WS-PAIR-DIFFERS
               GO TO 0400-COMPARE-ONE-PAIR-EXIT
           END-IF.

           MOVE WS-AT-LAST-NAME(WS-ACME-IDX) TO WS-NAME-A.
           MOVE FUSE-LAST-NAME TO WS-NAME-B.
           MOVE "N" TO WS-PREFIX-SWITCH.
           PERFORM 0500-COMPARE-NAMES THRU 0500-COMPARE-NAMES-EXIT.
           MOVE WS-NAME-RESULT TO WS-LAST-RULE.

           MOVE WS-AT-FIRST-NAME(WS-ACME-IDX) TO WS-NAME-A.
           MOVE FUSE-FIRST-NAME TO WS-NAME-B.
           SET WS-PREFIX-ALLOWED TO TRUE.
           PERFORM 0500-COMPARE-NAMES THRU 0500-COMPARE-NAMES-EXIT.
           MOVE WS-NAME-RESULT TO WS-FIRST-RULE.

           IF WS-LAST-RULE = "X" OR WS-FIRST-RULE = "X"
               IF WS-AT-LAST-NAME(WS-ACME-IDX) = FUSE-FIRST-NAME
                   AND WS-AT-FIRST-NAME(WS-ACME-IDX) = FUSE-LAST-NAME
                   AND FUSE-LAST-NAME NOT = SPACES
                   AND FUSE-FIRST-NAME NOT = SPACES
                   MOVE "S" TO WS-LAST-RULE, WS-FIRST-RULE
               ELSE
                   GO TO 0400-COMPARE-ONE-PAIR-EXIT
               END-IF
           END-IF.

           PERFORM 0600-FIND-LINK THRU 0600-FIND-LINK-EXIT.
           IF WS-LINK-FOUND
               ADD 1 TO WS-RESOLVED-COUNT
               GO TO 0400-COMPARE-ONE-PAIR-EXIT
           END-IF.

           PERFORM 0700-WRITE-MATCH THRU 0700-WRITE-MATCH-EXIT.
       0400-COMPARE-ONE-PAIR-EXIT.
           EXIT.

       0450-CHECK-HIRE-DATES.
           SET WS-PAIR-AGREES TO TRUE.
           MOVE ZERO TO WS-DAYS-APART.
           IF WS-AT-HIRE-DATE(WS-ACME-IDX) = FUSE-HIRE-DATE
               MOVE "E" TO WS-HIRE-RULE
               GO TO 0450-CHECK-HIRE-DATES-EXIT
           END-IF.

           CALL "DATEDIFF" USING WS-AT-HIRE-DATE(WS-ACME-IDX),
               FUSE-HIRE-DATE, WS-ELAPSED-YEARS, WS-ELAPSED-DAYS.
           IF WS-ELAPSED-DAYS < ZERO
               COMPUTE WS-DAYS-APART = ZERO - WS-ELAPSED-DAYS
           ELSE
               MOVE WS-ELAPSED-DAYS TO WS-DAYS-APART
           END-IF.

           IF WS-DAYS-APART > WS-TOLERANCE-DAYS
               SET WS-PAIR-DIFFERS TO TRUE
           ELSE
               MOVE "N" TO WS-HIRE-RULE
           END-IF.
       0450-CHECK-HIRE-DATES-EXIT.
           EXIT.

       0500-COMPARE-NAMES.
           SET WS-NAME-NO-MATCH TO TRUE.
           IF WS-NAME-A = SPACES OR WS-NAME-B = SPACES
               GO TO 0500-COMPARE-NAMES-EXIT
           END-IF.

           IF WS-NAME-A = WS-NAME-B
               SET WS-NAME-EXACT TO TRUE
               GO TO 0500-COMPARE-NAMES-EXIT
           END-IF.

           MOVE ZERO TO WS-DIFF-COUNT.
           PERFORM 0520-COMPARE-ONE-CHAR THRU 0520-COMPARE-ONE-CHAR-EXIT
               VARYING WS-CHAR-IDX FROM 1 BY 1
               UNTIL WS-CHAR-IDX > 10.
           IF WS-DIFF-COUNT = 1
               SET WS-NAME-NEAR TO TRUE
               GO TO 0500-COMPARE-NAMES-EXIT
           END-IF.

           IF WS-PREFIX-ALLOWED
               PERFORM 0550-CHECK-PREFIX THRU 0550-CHECK-PREFIX-EXIT
           END-IF.
       0500-COMPARE-NAMES-EXIT.
           EXIT.

       0520-COMPARE-ONE-CHAR.
           IF WS-NAME-A(WS-CHAR-IDX:1) NOT = WS-NAME-B(WS-CHAR-IDX:1)
               ADD 1 TO WS-DIFF-COUNT
           END-IF.
       0520-COMPARE-ONE-CHAR-EXIT.
           EXIT.

      * The shorter name must be the leading part of the longer one
      * - an initial or a short form of the same first name.
       0550-CHECK-PREFIX.
           MOVE ZERO TO WS-LENGTH-A, WS-LENGTH-B.
           INSPECT WS-NAME-A TALLYING WS-LENGTH-A
               FOR CHARACTERS BEFORE INITIAL SPACE.
           INSPECT WS-NAME-B TALLYING WS-LENGTH-B
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF WS-LENGTH-A < WS-LENGTH-B
               MOVE WS-LENGTH-A TO WS-SHORT-LENGTH
           ELSE
               MOVE WS-LENGTH-B TO WS-SHORT-LENGTH
           END-IF.

           IF WS-SHORT-LENGTH > ZERO
               AND WS-NAME-A(1:WS-SHORT-LENGTH) =
                   WS-NAME-B(1:WS-SHORT-LENGTH)
               SET WS-NAME-NEAR TO TRUE
           END-IF.
       0550-CHECK-PREFIX-EXIT.
           EXIT.

       0600-FIND-LINK.
           SET WS-LINK-NOT-FOUND TO TRUE.
           PERFORM 0620-CHECK-ONE-LINK THRU 0620-CHECK-ONE-LINK-EXIT
               VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
                  OR WS-LINK-FOUND.
       0600-FIND-LINK-EXIT.
           EXIT.

       0620-CHECK-ONE-LINK.
           IF WS-LT-ACME-ID(WS-LINK-IDX) =
                   WS-AT-EMPLOYEE-ID(WS-ACME-IDX)
               AND WS-LT-FUSE-ID(WS-LINK-IDX) = FUSE-EMPLOYEE-ID
               SET WS-LINK-FOUND TO TRUE
           END-IF.
       0620-CHECK-ONE-LINK-EXIT.
           EXIT.

       0700-WRITE-MATCH.
           MOVE SPACES TO PERSEXCPT-RECORD.
           MOVE WS-AT-EMPLOYEE-ID(WS-ACME-IDX) TO PE-ACME-ID.
           MOVE FUSE-EMPLOYEE-ID               TO PE-FUSE-ID.
           IF WS-RULES = "EEEE"
               MOVE "EXACT" TO PE-MATCH-TYPE
               ADD 1 TO WS-EXACT-COUNT
           ELSE
               MOVE "NEAR"  TO PE-MATCH-TYPE
               ADD 1 TO WS-NEAR-COUNT
           END-IF.
           MOVE WS-LAST-RULE   TO PE-LAST-RULE.
           MOVE WS-FIRST-RULE  TO PE-FIRST-RULE.
           MOVE WS-GENDER-RULE TO PE-GENDER-RULE.
           MOVE WS-HIRE-RULE   TO PE-HIRE-RULE.
           MOVE WS-AT-LAST-NAME(WS-ACME-IDX)  TO PE-ACME-LAST-NAME.
           MOVE WS-AT-FIRST-NAME(WS-ACME-IDX) TO PE-ACME-FIRST-NAME.
           MOVE WS-AT-GENDER(WS-ACME-IDX)     TO PE-ACME-GENDER.
           MOVE WS-AT-HIRE-DATE(WS-ACME-IDX)  TO PE-ACME-HIRE-DATE.
           MOVE FUSE-LAST-NAME  TO PE-FUSE-LAST-NAME.
           MOVE FUSE-FIRST-NAME TO PE-FUSE-FIRST-NAME.
           MOVE FUSE-GENDER     TO PE-FUSE-GENDER.
           MOVE FUSE-HIRE-DATE  TO PE-FUSE-HIRE-DATE.
           MOVE WS-DAYS-APART   TO PE-DAYS-APART.
           WRITE PERSEXCPT-RECORD.
           ADD 1 TO WS-MATCH-COUNT.
       0700-WRITE-MATCH-EXIT.
           EXIT.

       0800-PRINT-TOTALS.
           DISPLAY "PERSMATCH SAME-PERSON MATCHING REPORT".
           DISPLAY "  RECORDS READ FROM ACME.DAT ......: ",
               WS-ACME-COUNT.
           DISPLAY "  RECORDS READ FROM FUSESINC.DAT ...: ",
               WS-FUSE-COUNT.
           DISPLAY "  PAIRS COMPARED ...................: ",
               WS-PAIRS-COMPARED.
           DISPLAY "  HIRE DATE TOLERANCE (DAYS) .......: ",
               WS-TOLERANCE-DAYS.
           DISPLAY "  EXACT MATCHES TO PERSEXCPT.DAT ...: ",
               WS-EXACT-COUNT.
           DISPLAY "  NEAR MATCHES TO PERSEXCPT.DAT ....: ",
               WS-NEAR-COUNT.
           DISPLAY "  PAIRS ALREADY ON PERSXREF.DAT ....: ",
               WS-RESOLVED-COUNT.
           IF WS-MATCH-COUNT > ZERO
               DISPLAY "PERSMATCH: ", WS-MATCH-COUNT,
                   " LIKELY MATCHES AWAIT CONFIRMATION IN PERSMAINT"
           END-IF.
       0800-PRINT-TOTALS-EXIT.
           EXIT.

       0900-LOG-JOB-END.
           MOVE "E" TO WS-JL-FUNCTION.
           COMPUTE WS-JL-READ-COUNT = WS-ACME-COUNT + WS-FUSE-COUNT.
           MOVE WS-MATCH-COUNT TO WS-JL-WRITE-COUNT.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.
       0900-LOG-JOB-END-EXIT.
           EXIT.

       END PROGRAM PERSMATCH.
