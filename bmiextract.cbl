       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BMIEXTRACT".
       AUTHOR.     EVERTON VOLPI.
      * De-identified quarterly BMI extract for the outside health
      * plan vendor.  Every BMIHISTORY.DAT screening dated in the
      * quarter is written to BMIEXTR.DAT with the employee id
      * swapped for a pseudonymous id, plus the age band, gender
      * and department group from SORTED.NEW and the screening's
      * BMI and category - no id, name or date leaves the building.
      * The id-to-pseudonym translation lives only in BMIPSEUD.DAT,
      * which stays in-house; an employee keeps the same pseudonym
      * from one quarter to the next, and new pseudonyms are drawn
      * from a scrambled sequence so their order says nothing about
      * employee ids.  A department group with fewer screened
      * employees than the minimum is left out of the extract
      * entirely.  The quarter (YYYYQ) is VALUE-1 and the minimum
      * group size (2 digits) VALUE-2 of the BMIEXTRACT record on
      * RUNPARMS.DAT - the last complete quarter and 05 by default.
      * The file opens with a header record and closes with a
      * trailer count record, and every run is logged with the
      * operator who ran it on BMIXLOG.DAT and JOBLOG.DAT.
      * SORTED.NEW holds no date of birth, so the age band goes out
      * as UNK until one is kept on the master.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
      *   2026-10-15  EV  SIGN-ON NOW CHECKS THE OPERATOR'S AUTHORITY
      *                   FOR THIS PROGRAM AND ENDS THE RUN IF REFUSED
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO "BMIHISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HX-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "SORTED.NEW"
               FILE STATUS IS WS-MASTER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PSEUDO-FILE ASSIGN TO "BMIPSEUD.DAT"
               FILE STATUS IS WS-PSEUDO-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXTRACT-FILE ASSIGN TO "BMIEXTR.DAT"
               FILE STATUS IS WS-EXTRACT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT XLOG-FILE ASSIGN TO "BMIXLOG.DAT"
               FILE STATUS IS WS-XLOG-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNPARMS-FILE ASSIGN TO "RUNPARMS.DAT"
               FILE STATUS IS WS-RUNPARMS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HX-KEY.
               10 HX-EMPLOYEE-ID    PIC X(9).
               10 HX-DATE           PIC 9(8).
               10 HX-TIME           PIC 9(6).
           05 HX-WEIGHT             PIC 9(3).
           05 HX-HEIGHT             PIC 9(3).
           05 HX-BMI                PIC 9(3)V99.
           05 HX-CATEGORY           PIC X(11).

      *This mirrors the SORTED.NEW record layout FUSEEMPLOYEES
      *writes - employee id, department and gender are of interest
      *here.
       FD MASTER-FILE.
       01 MASTER-RECORD.
           88 END-OF-MASTER          VALUE HIGH-VALUES.
           05 MR-EMPLOYEE-ID         PIC X(7).
           05 FILLER                 PIC X.
           05 MR-LAST-NAME           PIC X(10).
           05 FILLER                 PIC X.
           05 MR-FIRST-NAME          PIC X(10).
           05 FILLER                 PIC X.
           05 MR-DEPARTMENT          PIC X(10).
           05 FILLER                 PIC X.
           05 MR-HIRE-DATE           PIC 9(8).
           05 FILLER                 PIC X.
           05 MR-GENDER              PIC X.
           05 FILLER                 PIC X.
           05 MR-SOURCE              PIC X.

      *One record per employee ever extracted - the translation
      *from the BMIHISTORY.DAT id to the pseudonym the vendor sees.
      *This file never leaves the building.
       FD PSEUDO-FILE.
       01 PSEUDO-RECORD.
           88 END-OF-PSEUDO          VALUE HIGH-VALUES.
           05 PX-EMPLOYEE-ID         PIC X(9).
           05 FILLER                 PIC X.
           05 PX-PSEUDO-ID           PIC 9(8).
           05 FILLER                 PIC X.
           05 PX-ASSIGNED-DATE       PIC 9(8).

      *Fixed 50-byte records for the vendor - one header, one
      *detail per screening, one trailer carrying the counts.
       FD EXTRACT-FILE.
       01 EXTRACT-HEADER-RECORD.
           05 XH-RECORD-TYPE         PIC X.
           05 XH-EXTRACT-DATE        PIC 9(8).
           05 XH-QUARTER             PIC 9(5).
           05 XH-MIN-GROUP           PIC 9(2).
           05 XH-SOURCE              PIC X(20).
           05 FILLER                 PIC X(14).
       01 EXTRACT-DETAIL-RECORD.
           05 XD-RECORD-TYPE         PIC X.
           05 XD-PSEUDO-ID           PIC 9(8).
           05 XD-AGE-BAND            PIC X(5).
           05 XD-GENDER              PIC X.
           05 XD-DEPT-GROUP          PIC X(10).
           05 XD-BMI                 PIC 9(3)V99.
           05 XD-CATEGORY            PIC X(11).
           05 FILLER                 PIC X(9).
       01 EXTRACT-TRAILER-RECORD.
           05 XT-RECORD-TYPE         PIC X.
           05 XT-DETAIL-COUNT        PIC 9(7).
           05 XT-EMPLOYEE-COUNT      PIC 9(7).
           05 XT-SUPPRESSED-COUNT    PIC 9(7).
           05 FILLER                 PIC X(28).

      *One line per extract run - who ran it, for which quarter,
      *and what went out.
       FD XLOG-FILE.
       01 XLOG-RECORD.
           05 XL-DATE                PIC 9(8).
           05 FILLER                 PIC X.
           05 XL-TIME                PIC 9(8).
           05 FILLER                 PIC X.
           05 XL-OPERATOR            PIC X(3).
           05 FILLER                 PIC X.
           05 XL-QUARTER             PIC 9(5).
           05 FILLER                 PIC X.
           05 XL-DETAIL-COUNT        PIC 9(7).
           05 FILLER                 PIC X.
           05 XL-EMPLOYEE-COUNT      PIC 9(7).
           05 FILLER                 PIC X.
           05 XL-SUPPRESSED-GROUPS   PIC 9(3).
           05 FILLER                 PIC X.
           05 XL-SUPPRESSED-COUNT    PIC 9(7).

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
       01 WS-HISTORY-FILE-STATUS PIC XX.
           88 WS-HISTORY-FILE-NOT-FOUND VALUE "35".

       01 WS-MASTER-FILE-STATUS  PIC XX.
           88 WS-MASTER-FILE-NOT-FOUND  VALUE "35".

       01 WS-PSEUDO-FILE-STATUS  PIC XX.
           88 WS-PSEUDO-FILE-NOT-FOUND  VALUE "35".

       01 WS-EXTRACT-FILE-STATUS PIC XX.

       01 WS-XLOG-FILE-STATUS    PIC XX.
           88 WS-XLOG-FILE-NOT-FOUND    VALUE "35".

       01 WS-RUNPARMS-FILE-STATUS PIC XX.
           88 WS-RUNPARMS-FILE-NOT-FOUND VALUE "35".

       01 WS-PARMS-FOUND-SW      PIC X VALUE "N".
           88 WS-PARMS-FOUND         VALUE "Y".

       01 WS-END-OF-HISTORY-SW   PIC X.
           88 WS-END-OF-HISTORY      VALUE "Y".

       01 WS-TODAY-DATE          PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR      PIC 9(4).
           05 WS-TODAY-MONTH     PIC 99.
           05 FILLER             PIC 99.
       01 WS-TODAY-TIME          PIC 9(8).

      *The quarter extracted, as YYYYQ, and the screening dates it
      *covers.
       01 WS-QUARTER             PIC 9(5).
       01 WS-QUARTER-PARTS REDEFINES WS-QUARTER.
           05 WS-QTR-YEAR        PIC 9(4).
           05 WS-QTR-NUMBER      PIC 9.
       01 WS-QTR-START-DATE      PIC 9(8).
       01 WS-QTR-END-DATE        PIC 9(8).

       01 WS-MIN-GROUP           PIC 99 VALUE 05.

       01 WS-MASTER-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-MAX-MASTER-ROWS     PIC 9(3) VALUE 500.
       01 WS-MASTER-TABLE.
           05 WS-MASTER-ENTRY OCCURS 500 TIMES.
               10 WS-MT-EMPLOYEE-ID  PIC X(7).
               10 WS-MT-DEPARTMENT   PIC X(10).
               10 WS-MT-GENDER       PIC X.
       01 WS-MASTER-IDX          PIC 9(3).
       01 WS-MASTER-FOUND-IDX    PIC 9(3).

       01 WS-MASTER-FOUND-SWITCH PIC X.
           88 WS-MASTER-FOUND        VALUE "Y".
           88 WS-MASTER-NOT-FOUND    VALUE "N".

       01 WS-DEPT-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DT-DEPARTMENT   PIC X(10).
               10 WS-DT-EMPLOYEES    PIC 9(5).
               10 WS-DT-SUPPRESS-SW  PIC X.
                   88 WS-DT-SUPPRESSED   VALUE "Y".
       01 WS-DEPT-IDX            PIC 9(2).
       01 WS-DEPT-FOUND-IDX      PIC 9(2).

       01 WS-DEPT-FOUND-SWITCH   PIC X.
           88 WS-DEPT-FOUND          VALUE "Y".
           88 WS-DEPT-NOT-FOUND      VALUE "N".

       01 WS-PSEUDO-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-PSEUDO-TABLE.
           05 WS-PSEUDO-ENTRY OCCURS 2000 TIMES.
               10 WS-PT-EMPLOYEE-ID  PIC X(9).
               10 WS-PT-PSEUDO-ID    PIC 9(8).
       01 WS-PSEUDO-IDX          PIC 9(4).
       01 WS-PSEUDO-FOUND-IDX    PIC 9(4).

       01 WS-PSEUDO-CAP-SW       PIC X VALUE "N".
           88 WS-PSEUDO-CAP-HIT      VALUE "Y".

      *New pseudonyms step through every value below the prime
      *modulus exactly once, in an order unrelated to the ids.
       01 WS-PSEUDO-MULTIPLIER   PIC 9(5) VALUE 48271.
       01 WS-PSEUDO-OFFSET       PIC 9(8) VALUE 07654321.
       01 WS-PSEUDO-MODULUS      PIC 9(8) VALUE 99999989.
       01 WS-PSEUDO-WORK         PIC 9(15).
       01 WS-PSEUDO-QUOTIENT     PIC 9(15).
       01 WS-NEW-PSEUDO-ID       PIC 9(8).

      *What is known about the employee whose screenings are
      *being read - looked up once per id, not once per record.
       01 WS-CUR-EMPLOYEE-ID     PIC X(9).
       01 WS-CUR-ID-PREFIX       PIC X(7).
       01 WS-CUR-PSEUDO-ID       PIC 9(8).
       01 WS-CUR-STATE-SW        PIC X.
           88 WS-CUR-EXTRACTED       VALUE "X".
           88 WS-CUR-SUPPRESSED      VALUE "S".
           88 WS-CUR-NOT-ON-MASTER   VALUE "M".
           88 WS-CUR-NO-PSEUDONYM    VALUE "P".

       01 WS-SCREENING-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-DETAIL-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-EMPLOYEE-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-SUPPRESSED-COUNT    PIC 9(7) VALUE ZERO.
       01 WS-SUPPRESSED-GROUPS   PIC 9(3) VALUE ZERO.
       01 WS-NOT-ON-MASTER-COUNT PIC 9(7) VALUE ZERO.
       01 WS-NO-PSEUDONYM-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-NEW-PSEUDO-COUNT    PIC 9(5) VALUE ZERO.

       01 WS-SIGNON-ACCESS.
           05 WS-SO-PROGRAM      PIC X(17) VALUE "BMIEXTRACT".
           05 WS-SO-FUNCTION     PIC X VALUE SPACE.
           05 WS-SO-RESULT       PIC X.
               88 WS-SO-GRANTED      VALUE "Y".

       01 WS-JOBLOG-PARM.
           05 WS-JL-PROGRAM      PIC X(17) VALUE "BMIEXTRACT".
           05 WS-JL-FUNCTION     PIC X.
           05 WS-JL-READ-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-JL-WRITE-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-JL-STATUS       PIC X VALUE SPACE.
           05 WS-JL-OPERATOR     PIC X(3) VALUE SPACES.

       01 WS-GROUP-LINE.
           05 WSG-DEPARTMENT     PIC X(10).
           05 FILLER             PIC XX VALUE SPACES.
           05 WSG-EMPLOYEES      PIC ZZZZ9.
           05 FILLER             PIC XX VALUE SPACES.
           05 WSG-STATUS         PIC X(30).

       PROCEDURE DIVISION.
       0100-START-HERE.
           CALL "SIGNON" USING WS-JL-OPERATOR, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               GOBACK
           END-IF.
           MOVE "S" TO WS-JL-FUNCTION.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TODAY-TIME FROM TIME.
           PERFORM 0120-SET-DEFAULT-QUARTER
               THRU 0120-SET-DEFAULT-QUARTER-EXIT.
           PERFORM 0150-READ-RUN-PARMS THRU 0150-READ-RUN-PARMS-EXIT.
           COMPUTE WS-QTR-START-DATE = WS-QTR-YEAR * 10000
               + (WS-QTR-NUMBER * 3 - 2) * 100 + 1.
           COMPUTE WS-QTR-END-DATE = WS-QTR-YEAR * 10000
               + WS-QTR-NUMBER * 3 * 100 + 31.

           PERFORM 0200-LOAD-MASTER THRU 0200-LOAD-MASTER-EXIT.
           PERFORM 0250-LOAD-PSEUDONYMS THRU 0250-LOAD-PSEUDONYMS-EXIT.

           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FILE-NOT-FOUND
               DISPLAY "BMIEXTRACT: BMIHISTORY.DAT NOT FOUND - "
                   "NOTHING TO EXTRACT"
               MOVE "F" TO WS-JL-STATUS
               PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT
               GOBACK
           END-IF.

           PERFORM 0300-COUNT-GROUPS THRU 0300-COUNT-GROUPS-EXIT.
           PERFORM 0400-MARK-ONE-GROUP THRU 0400-MARK-ONE-GROUP-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.

           OPEN OUTPUT EXTRACT-FILE.
           OPEN EXTEND PSEUDO-FILE.
           IF WS-PSEUDO-FILE-NOT-FOUND
               OPEN OUTPUT PSEUDO-FILE
               CLOSE PSEUDO-FILE
               OPEN EXTEND PSEUDO-FILE
           END-IF.

           MOVE SPACES TO EXTRACT-HEADER-RECORD.
           MOVE "H"               TO XH-RECORD-TYPE.
           MOVE WS-TODAY-DATE     TO XH-EXTRACT-DATE.
           MOVE WS-QUARTER        TO XH-QUARTER.
           MOVE WS-MIN-GROUP      TO XH-MIN-GROUP.
           MOVE "BMI SCREENING"   TO XH-SOURCE.
           WRITE EXTRACT-HEADER-RECORD.

           PERFORM 0500-EXTRACT-SCREENINGS
               THRU 0500-EXTRACT-SCREENINGS-EXIT.

           MOVE SPACES TO EXTRACT-TRAILER-RECORD.
           MOVE "T"                 TO XT-RECORD-TYPE.
           MOVE WS-DETAIL-COUNT     TO XT-DETAIL-COUNT.
           MOVE WS-EMPLOYEE-COUNT   TO XT-EMPLOYEE-COUNT.
           MOVE WS-SUPPRESSED-COUNT TO XT-SUPPRESSED-COUNT.
           WRITE EXTRACT-TRAILER-RECORD.

           CLOSE HISTORY-FILE, EXTRACT-FILE, PSEUDO-FILE.

           PERFORM 0800-WRITE-EXTRACT-LOG
               THRU 0800-WRITE-EXTRACT-LOG-EXIT.
           PERFORM 0850-PRINT-SUMMARY THRU 0850-PRINT-SUMMARY-EXIT.

           IF WS-PSEUDO-CAP-HIT
               MOVE "F" TO WS-JL-STATUS
           ELSE
               MOVE "S" TO WS-JL-STATUS
           END-IF.
           PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT.
           GOBACK.

      * With no quarter on RUNPARMS.DAT the last complete quarter
      * is extracted - January to March runs pick up last year's
      * fourth quarter.
       0120-SET-DEFAULT-QUARTER.
           MOVE WS-TODAY-YEAR TO WS-QTR-YEAR.
           COMPUTE WS-QTR-NUMBER = (WS-TODAY-MONTH - 1) / 3.
           IF WS-QTR-NUMBER = ZERO
               SUBTRACT 1 FROM WS-QTR-YEAR
               MOVE 4 TO WS-QTR-NUMBER
           END-IF.
       0120-SET-DEFAULT-QUARTER-EXIT.
           EXIT.

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
           IF RP-PROGRAM = "BMIEXTRACT"
               SET WS-PARMS-FOUND TO TRUE
               IF RP-VALUE-1(1:5) IS NUMERIC
                   AND RP-VALUE-1(5:1) >= "1"
                   AND RP-VALUE-1(5:1) <= "4"
                   MOVE RP-VALUE-1(1:5) TO WS-QUARTER
               END-IF
               IF RP-VALUE-2(1:2) IS NUMERIC
                   AND RP-VALUE-2(1:2) NOT = "00"
                   MOVE RP-VALUE-2(1:2) TO WS-MIN-GROUP
               END-IF
               GO TO 0170-CHECK-ONE-PARM-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
       0170-CHECK-ONE-PARM-EXIT.
           EXIT.

       0200-LOAD-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-NOT-FOUND
               DISPLAY "BMIEXTRACT: SORTED.NEW NOT FOUND - RUN "
                   "FUSEEMPLOYEES FIRST"
               MOVE "F" TO WS-JL-STATUS
               PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT
               GOBACK
           END-IF.

           READ MASTER-FILE
               AT END SET END-OF-MASTER TO TRUE
           END-READ.
           PERFORM 0220-LOAD-ONE-MASTER THRU 0220-LOAD-ONE-MASTER-EXIT
               UNTIL END-OF-MASTER.
           CLOSE MASTER-FILE.
       0200-LOAD-MASTER-EXIT.
           EXIT.

       0220-LOAD-ONE-MASTER.
           IF WS-MASTER-COUNT >= WS-MAX-MASTER-ROWS
               DISPLAY "BMIEXTRACT: SORTED.NEW HAS MORE ROWS THAN "
                   "THIS RUN CAN HOLD (", WS-MAX-MASTER-ROWS, ")"
               SET END-OF-MASTER TO TRUE
               GO TO 0220-LOAD-ONE-MASTER-EXIT
           END-IF.

           ADD 1 TO WS-MASTER-COUNT.
           MOVE MR-EMPLOYEE-ID TO WS-MT-EMPLOYEE-ID(WS-MASTER-COUNT).
           MOVE MR-DEPARTMENT  TO WS-MT-DEPARTMENT(WS-MASTER-COUNT).
           MOVE MR-GENDER      TO WS-MT-GENDER(WS-MASTER-COUNT).

           READ MASTER-FILE
               AT END SET END-OF-MASTER TO TRUE
           END-READ.
       0220-LOAD-ONE-MASTER-EXIT.
           EXIT.

       0250-LOAD-PSEUDONYMS.
           OPEN INPUT PSEUDO-FILE.
           IF WS-PSEUDO-FILE-NOT-FOUND
               GO TO 0250-LOAD-PSEUDONYMS-EXIT
           END-IF.

           READ PSEUDO-FILE
               AT END SET END-OF-PSEUDO TO TRUE
           END-READ.
           PERFORM 0270-LOAD-ONE-PSEUDONYM
               THRU 0270-LOAD-ONE-PSEUDONYM-EXIT
               UNTIL END-OF-PSEUDO.
           CLOSE PSEUDO-FILE.
       0250-LOAD-PSEUDONYMS-EXIT.
           EXIT.

       0270-LOAD-ONE-PSEUDONYM.
           IF WS-PSEUDO-COUNT >= 2000
               DISPLAY "BMIEXTRACT: BMIPSEUD.DAT HAS MORE THAN 2000 "
                   "PSEUDONYMS - NO NEW ONES CAN BE ISSUED"
               SET WS-PSEUDO-CAP-HIT TO TRUE
               SET END-OF-PSEUDO TO TRUE
               GO TO 0270-LOAD-ONE-PSEUDONYM-EXIT
           END-IF.

           ADD 1 TO WS-PSEUDO-COUNT.
           MOVE PX-EMPLOYEE-ID TO WS-PT-EMPLOYEE-ID(WS-PSEUDO-COUNT).
           MOVE PX-PSEUDO-ID   TO WS-PT-PSEUDO-ID(WS-PSEUDO-COUNT).

           READ PSEUDO-FILE
               AT END SET END-OF-PSEUDO TO TRUE
           END-READ.
       0270-LOAD-ONE-PSEUDONYM-EXIT.
           EXIT.

      * First pass - count the distinct employees screened in the
      * quarter in each department group, so that small groups are
      * known before a single record is written.
       0300-COUNT-GROUPS.
           MOVE SPACES TO WS-CUR-EMPLOYEE-ID.
           PERFORM 0600-START-HISTORY THRU 0600-START-HISTORY-EXIT.
           PERFORM 0350-COUNT-ONE-RECORD THRU 0350-COUNT-ONE-RECORD-EXIT
               UNTIL WS-END-OF-HISTORY.
       0300-COUNT-GROUPS-EXIT.
           EXIT.

       0350-COUNT-ONE-RECORD.
           IF HX-DATE < WS-QTR-START-DATE
               OR HX-DATE > WS-QTR-END-DATE
               OR HX-EMPLOYEE-ID = WS-CUR-EMPLOYEE-ID
               GO TO 0350-COUNT-ONE-RECORD-NEXT
           END-IF.

           MOVE HX-EMPLOYEE-ID TO WS-CUR-EMPLOYEE-ID.
           PERFORM 0650-FIND-MASTER THRU 0650-FIND-MASTER-EXIT.
           IF WS-MASTER-FOUND
               PERFORM 0700-FIND-DEPARTMENT
                   THRU 0700-FIND-DEPARTMENT-EXIT
               IF WS-DEPT-FOUND-IDX > ZERO
                   ADD 1 TO WS-DT-EMPLOYEES(WS-DEPT-FOUND-IDX)
               END-IF
           END-IF.

       0350-COUNT-ONE-RECORD-NEXT.
           READ HISTORY-FILE NEXT RECORD
               AT END SET WS-END-OF-HISTORY TO TRUE
           END-READ.
       0350-COUNT-ONE-RECORD-EXIT.
           EXIT.

       0400-MARK-ONE-GROUP.
           IF WS-DT-EMPLOYEES(WS-DEPT-IDX) < WS-MIN-GROUP
               SET WS-DT-SUPPRESSED(WS-DEPT-IDX) TO TRUE
               ADD 1 TO WS-SUPPRESSED-GROUPS
           END-IF.
       0400-MARK-ONE-GROUP-EXIT.
           EXIT.

      * Second pass - write a detail record for every screening in
      * the quarter whose department group is large enough.
       0500-EXTRACT-SCREENINGS.
           MOVE SPACES TO WS-CUR-EMPLOYEE-ID.
           PERFORM 0600-START-HISTORY THRU 0600-START-HISTORY-EXIT.
           PERFORM 0550-EXTRACT-ONE-RECORD
               THRU 0550-EXTRACT-ONE-RECORD-EXIT
               UNTIL WS-END-OF-HISTORY.
       0500-EXTRACT-SCREENINGS-EXIT.
           EXIT.

       0550-EXTRACT-ONE-RECORD.
           IF HX-DATE < WS-QTR-START-DATE
               OR HX-DATE > WS-QTR-END-DATE
               GO TO 0550-EXTRACT-ONE-RECORD-NEXT
           END-IF.

           ADD 1 TO WS-SCREENING-COUNT.
           IF HX-EMPLOYEE-ID NOT = WS-CUR-EMPLOYEE-ID
               MOVE HX-EMPLOYEE-ID TO WS-CUR-EMPLOYEE-ID
               PERFORM 0560-SET-UP-EMPLOYEE
                   THRU 0560-SET-UP-EMPLOYEE-EXIT
           END-IF.

           EVALUATE TRUE
               WHEN WS-CUR-NOT-ON-MASTER
                   ADD 1 TO WS-NOT-ON-MASTER-COUNT
               WHEN WS-CUR-SUPPRESSED
                   ADD 1 TO WS-SUPPRESSED-COUNT
               WHEN WS-CUR-NO-PSEUDONYM
                   ADD 1 TO WS-NO-PSEUDONYM-COUNT
               WHEN OTHER
                   MOVE SPACES TO EXTRACT-DETAIL-RECORD
                   MOVE "D"              TO XD-RECORD-TYPE
                   MOVE WS-CUR-PSEUDO-ID TO XD-PSEUDO-ID
                   MOVE "UNK"            TO XD-AGE-BAND
                   MOVE WS-MT-GENDER(WS-MASTER-FOUND-IDX)
                       TO XD-GENDER
                   MOVE WS-MT-DEPARTMENT(WS-MASTER-FOUND-IDX)
                       TO XD-DEPT-GROUP
                   MOVE HX-BMI           TO XD-BMI
                   MOVE HX-CATEGORY      TO XD-CATEGORY
                   WRITE EXTRACT-DETAIL-RECORD
                   ADD 1 TO WS-DETAIL-COUNT
           END-EVALUATE.

       0550-EXTRACT-ONE-RECORD-NEXT.
           READ HISTORY-FILE NEXT RECORD
               AT END SET WS-END-OF-HISTORY TO TRUE
           END-READ.
       0550-EXTRACT-ONE-RECORD-EXIT.
           EXIT.

       0560-SET-UP-EMPLOYEE.
           PERFORM 0650-FIND-MASTER THRU 0650-FIND-MASTER-EXIT.
           IF WS-MASTER-NOT-FOUND
               SET WS-CUR-NOT-ON-MASTER TO TRUE
               GO TO 0560-SET-UP-EMPLOYEE-EXIT
           END-IF.

           PERFORM 0700-FIND-DEPARTMENT THRU 0700-FIND-DEPARTMENT-EXIT.
           IF WS-DEPT-FOUND-IDX = ZERO
               SET WS-CUR-SUPPRESSED TO TRUE
               GO TO 0560-SET-UP-EMPLOYEE-EXIT
           END-IF.
           IF WS-DT-SUPPRESSED(WS-DEPT-FOUND-IDX)
               SET WS-CUR-SUPPRESSED TO TRUE
               GO TO 0560-SET-UP-EMPLOYEE-EXIT
           END-IF.

           PERFORM 0750-FIND-PSEUDONYM THRU 0750-FIND-PSEUDONYM-EXIT.
           IF WS-PSEUDO-FOUND-IDX = ZERO
               SET WS-CUR-NO-PSEUDONYM TO TRUE
               GO TO 0560-SET-UP-EMPLOYEE-EXIT
           END-IF.

           MOVE WS-PT-PSEUDO-ID(WS-PSEUDO-FOUND-IDX)
               TO WS-CUR-PSEUDO-ID.
           SET WS-CUR-EXTRACTED TO TRUE.
           ADD 1 TO WS-EMPLOYEE-COUNT.
       0560-SET-UP-EMPLOYEE-EXIT.
           EXIT.

       0600-START-HISTORY.
           MOVE "N" TO WS-END-OF-HISTORY-SW.
           MOVE LOW-VALUES TO HX-KEY.
           START HISTORY-FILE KEY IS NOT LESS THAN HX-KEY
               INVALID KEY
                   SET WS-END-OF-HISTORY TO TRUE
           END-START.

           IF NOT WS-END-OF-HISTORY
               READ HISTORY-FILE NEXT RECORD
                   AT END SET WS-END-OF-HISTORY TO TRUE
               END-READ
           END-IF.
       0600-START-HISTORY-EXIT.
           EXIT.

      * BMIHISTORY.DAT carries the 7-digit master id in the first
      * seven positions of its 9-byte id, as BMIWELL matches it.
       0650-FIND-MASTER.
           MOVE WS-CUR-EMPLOYEE-ID TO WS-CUR-ID-PREFIX.
           SET WS-MASTER-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-MASTER-FOUND-IDX.
           PERFORM 0670-MATCH-ONE-MASTER
               THRU 0670-MATCH-ONE-MASTER-EXIT
               VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                  OR WS-MASTER-FOUND.
       0650-FIND-MASTER-EXIT.
           EXIT.

       0670-MATCH-ONE-MASTER.
           IF WS-MT-EMPLOYEE-ID(WS-MASTER-IDX) = WS-CUR-ID-PREFIX
               SET WS-MASTER-FOUND TO TRUE
               MOVE WS-MASTER-IDX TO WS-MASTER-FOUND-IDX
           END-IF.
       0670-MATCH-ONE-MASTER-EXIT.
           EXIT.

       0700-FIND-DEPARTMENT.
           SET WS-DEPT-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-DEPT-FOUND-IDX.
           PERFORM 0720-CHECK-ONE-DEPARTMENT
               THRU 0720-CHECK-ONE-DEPARTMENT-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                  OR WS-DEPT-FOUND.

           IF WS-DEPT-NOT-FOUND
               IF WS-DEPT-COUNT < 50
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-FOUND-IDX
                   INITIALIZE WS-DEPT-ENTRY(WS-DEPT-FOUND-IDX)
                   MOVE WS-MT-DEPARTMENT(WS-MASTER-FOUND-IDX) TO
                       WS-DT-DEPARTMENT(WS-DEPT-FOUND-IDX)
               END-IF
           END-IF.
       0700-FIND-DEPARTMENT-EXIT.
           EXIT.

       0720-CHECK-ONE-DEPARTMENT.
           IF WS-DT-DEPARTMENT(WS-DEPT-IDX) =
                   WS-MT-DEPARTMENT(WS-MASTER-FOUND-IDX)
               SET WS-DEPT-FOUND TO TRUE
               MOVE WS-DEPT-IDX TO WS-DEPT-FOUND-IDX
           END-IF.
       0720-CHECK-ONE-DEPARTMENT-EXIT.
           EXIT.

      * An employee seen for the first time gets the next value in
      * the scrambled sequence, recorded on BMIPSEUD.DAT straight
      * away so the same pseudonym is used in every later quarter.
       0750-FIND-PSEUDONYM.
           MOVE ZERO TO WS-PSEUDO-FOUND-IDX.
           PERFORM 0770-CHECK-ONE-PSEUDONYM
               THRU 0770-CHECK-ONE-PSEUDONYM-EXIT
               VARYING WS-PSEUDO-IDX FROM 1 BY 1
               UNTIL WS-PSEUDO-IDX > WS-PSEUDO-COUNT
                  OR WS-PSEUDO-FOUND-IDX > ZERO.
           IF WS-PSEUDO-FOUND-IDX > ZERO
               GO TO 0750-FIND-PSEUDONYM-EXIT
           END-IF.

           IF WS-PSEUDO-COUNT >= 2000
               IF NOT WS-PSEUDO-CAP-HIT
                   DISPLAY "BMIEXTRACT: PSEUDONYM TABLE FULL - NEW "
                       "EMPLOYEES LEFT OUT OF THIS EXTRACT"
               END-IF
               SET WS-PSEUDO-CAP-HIT TO TRUE
               GO TO 0750-FIND-PSEUDONYM-EXIT
           END-IF.

           ADD 1 TO WS-PSEUDO-COUNT.
           COMPUTE WS-PSEUDO-WORK = WS-PSEUDO-COUNT
               * WS-PSEUDO-MULTIPLIER + WS-PSEUDO-OFFSET.
           DIVIDE WS-PSEUDO-WORK BY WS-PSEUDO-MODULUS
               GIVING WS-PSEUDO-QUOTIENT
               REMAINDER WS-NEW-PSEUDO-ID.
           MOVE WS-CUR-EMPLOYEE-ID
               TO WS-PT-EMPLOYEE-ID(WS-PSEUDO-COUNT).
           MOVE WS-NEW-PSEUDO-ID TO WS-PT-PSEUDO-ID(WS-PSEUDO-COUNT).
           MOVE WS-PSEUDO-COUNT  TO WS-PSEUDO-FOUND-IDX.

           MOVE SPACES TO PSEUDO-RECORD.
           MOVE WS-CUR-EMPLOYEE-ID TO PX-EMPLOYEE-ID.
           MOVE WS-NEW-PSEUDO-ID   TO PX-PSEUDO-ID.
           MOVE WS-TODAY-DATE      TO PX-ASSIGNED-DATE.
           WRITE PSEUDO-RECORD.
           ADD 1 TO WS-NEW-PSEUDO-COUNT.
       0750-FIND-PSEUDONYM-EXIT.
           EXIT.

       0770-CHECK-ONE-PSEUDONYM.
           IF WS-PT-EMPLOYEE-ID(WS-PSEUDO-IDX) = WS-CUR-EMPLOYEE-ID
               MOVE WS-PSEUDO-IDX TO WS-PSEUDO-FOUND-IDX
           END-IF.
       0770-CHECK-ONE-PSEUDONYM-EXIT.
           EXIT.

       0800-WRITE-EXTRACT-LOG.
           OPEN EXTEND XLOG-FILE.
           IF WS-XLOG-FILE-NOT-FOUND
               OPEN OUTPUT XLOG-FILE
               CLOSE XLOG-FILE
               OPEN EXTEND XLOG-FILE
           END-IF.

           MOVE SPACES TO XLOG-RECORD.
           MOVE WS-TODAY-DATE        TO XL-DATE.
           MOVE WS-TODAY-TIME        TO XL-TIME.
           MOVE WS-JL-OPERATOR       TO XL-OPERATOR.
           MOVE WS-QUARTER           TO XL-QUARTER.
           MOVE WS-DETAIL-COUNT      TO XL-DETAIL-COUNT.
           MOVE WS-EMPLOYEE-COUNT    TO XL-EMPLOYEE-COUNT.
           MOVE WS-SUPPRESSED-GROUPS TO XL-SUPPRESSED-GROUPS.
           MOVE WS-SUPPRESSED-COUNT  TO XL-SUPPRESSED-COUNT.
           WRITE XLOG-RECORD.
           CLOSE XLOG-FILE.
       0800-WRITE-EXTRACT-LOG-EXIT.
           EXIT.

       0850-PRINT-SUMMARY.
           DISPLAY "WELLNESS VENDOR EXTRACT - QUARTER ", WS-QUARTER.
           DISPLAY "DEPT GROUP  EMPLOYEES  EXTRACT".
           PERFORM 0870-PRINT-ONE-GROUP THRU 0870-PRINT-ONE-GROUP-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.
           DISPLAY SPACE.
           DISPLAY "  MINIMUM GROUP SIZE .........: ", WS-MIN-GROUP.
           DISPLAY "  SCREENINGS IN QUARTER ......: ",
               WS-SCREENING-COUNT.
           DISPLAY "  DETAIL RECORDS WRITTEN .....: ", WS-DETAIL-COUNT.
           DISPLAY "  EMPLOYEES EXTRACTED ........: ",
               WS-EMPLOYEE-COUNT.
           DISPLAY "  GROUPS SUPPRESSED ..........: ",
               WS-SUPPRESSED-GROUPS.
           DISPLAY "  SCREENINGS SUPPRESSED ......: ",
               WS-SUPPRESSED-COUNT.
           DISPLAY "  SCREENINGS NOT ON MASTER ...: ",
               WS-NOT-ON-MASTER-COUNT.
           DISPLAY "  LEFT OUT - NO PSEUDONYM ....: ",
               WS-NO-PSEUDONYM-COUNT.
           DISPLAY "  NEW PSEUDONYMS ISSUED ......: ",
               WS-NEW-PSEUDO-COUNT.
           DISPLAY "  EXTRACTED BY OPERATOR ......: ", WS-JL-OPERATOR.
           DISPLAY "BMIPSEUD.DAT HOLDS THE PSEUDONYM KEY - KEEP IT "
               "IN-HOUSE AND NEVER SEND IT WITH BMIEXTR.DAT".
       0850-PRINT-SUMMARY-EXIT.
           EXIT.

       0870-PRINT-ONE-GROUP.
           MOVE WS-DT-DEPARTMENT(WS-DEPT-IDX) TO WSG-DEPARTMENT.
           MOVE WS-DT-EMPLOYEES(WS-DEPT-IDX)  TO WSG-EMPLOYEES.
           IF WS-DT-SUPPRESSED(WS-DEPT-IDX)
               MOVE "SUPPRESSED - TOO FEW" TO WSG-STATUS
           ELSE
               MOVE "INCLUDED" TO WSG-STATUS
           END-IF.
           DISPLAY WS-GROUP-LINE.
       0870-PRINT-ONE-GROUP-EXIT.
           EXIT.

       0900-LOG-JOB-END.
           MOVE "E" TO WS-JL-FUNCTION.
           MOVE WS-SCREENING-COUNT TO WS-JL-READ-COUNT.
           MOVE WS-DETAIL-COUNT TO WS-JL-WRITE-COUNT.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.
       0900-LOG-JOB-END-EXIT.
           EXIT.

       END PROGRAM BMIEXTRACT.
