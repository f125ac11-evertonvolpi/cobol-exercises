       IDENTIFICATION DIVISION.
       PROGRAM-ID. "ATTRRPT".
       AUTHOR.     EVERTON VOLPI.
      * Monthly turnover and attrition report.  Terminations come
      * from the TERMAUDIT.DAT journal EMPTERM writes, classed
      * voluntary or involuntary and regrettable or not through the
      * TERMRSN.DAT reason code file; new hires are the EMPLOYEE.DAT
      * records whose hire date falls in the period, which covers
      * both OBTAININTPUT and EMPINTAKE; average headcount is the
      * mean of the department totals on the HEADCOUNT.DAT
      * snapshots HDCOUNT appends, taken over the snapshot dates in
      * the period.  Turnover is terminations over average
      * headcount, shown by department and reason class for the
      * report month and for the rolling twelve months ending with
      * it, followed by a count of terminations by reason code.
      *
      * The report month is VALUE-1 (YYYYMM) of the ATTRRPT record
      * on RUNPARMS.DAT and defaults to the month before the run.
      * Terminations journalled before the department was carried
      * on TERMAUDIT.DAT take the department from EMPLOYEE.DAT.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUNPARMS-FILE ASSIGN TO "RUNPARMS.DAT"
               FILE STATUS IS WS-RUNPARMS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERMRSN-FILE ASSIGN TO "TERMRSN.DAT"
               FILE STATUS IS WS-TERMRSN-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERMAUDIT-FILE ASSIGN TO "TERMAUDIT.DAT"
               FILE STATUS IS WS-TERMAUDIT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SNAPSHOT-FILE ASSIGN TO "HEADCOUNT.DAT"
               FILE STATUS IS WS-SNAPSHOT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *This mirrors the TERMRSN.DAT record RSNMAINT maintains.
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

      *This mirrors the TERMAUDIT.DAT record EMPTERM writes.
       FD TERMAUDIT-FILE.
       01 TERMAUDIT-RECORD.
           88 END-OF-TERMAUDIT     VALUE HIGH-VALUES.
           05 TA-EMPLOYEE-ID       PIC 9(7).
           05 FILLER               PIC X.
           05 TA-NAME              PIC A(20).
           05 FILLER               PIC X.
           05 TA-TERM-DATE         PIC 9(8).
           05 FILLER               PIC X.
           05 TA-REASON-CODE       PIC X(3).
           05 FILLER               PIC X.
           05 TA-DATE              PIC 9(8).
           05 FILLER               PIC X.
           05 TA-TIME              PIC 9(6).
           05 FILLER               PIC X.
           05 TA-OPERATOR          PIC X(3).
           05 FILLER               PIC X.
           05 TA-DEPARTMENT        PIC X(10).

      *This mirrors the HEADCOUNT.DAT record HDCOUNT writes - only
      *the date, department and total are of interest here.
       FD SNAPSHOT-FILE.
       01 SNAPSHOT-RECORD.
           88 END-OF-SNAPSHOT    VALUE HIGH-VALUES.
           05 HC-DATE            PIC 9(8).
           05 FILLER             PIC X.
           05 HC-DEPARTMENT      PIC X(10).
           05 FILLER             PIC X.
           05 HC-TOTAL           PIC 9(5).
           05 FILLER             PIC X(42).

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           88 END-OF-EMPLOYEE  VALUE HIGH-VALUES.
           05 EMP-ID           PIC 9(7).
           05 EMP-NAME         PIC A(20).
           05 EMP-DEPARTMENT   PIC X(10).
           05 EMP-HIRE-DATE    PIC 9(8).
           05 EMP-STATUS       PIC X.
               88 EMP-ACTIVE       VALUE "A".
               88 EMP-INACTIVE     VALUE "I".
           05 EMP-TERM-DATE    PIC 9(8).
           05 EMP-SUPERVISOR-ID PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-RUNPARMS-FILE-STATUS PIC XX.
           88 WS-RUNPARMS-FILE-NOT-FOUND VALUE "35".

       01 WS-TERMRSN-FILE-STATUS  PIC XX.
           88 WS-TERMRSN-FILE-NOT-FOUND  VALUE "35".

       01 WS-TERMAUDIT-FILE-STATUS PIC XX.
           88 WS-TERMAUDIT-FILE-NOT-FOUND VALUE "35".

       01 WS-SNAPSHOT-FILE-STATUS PIC XX.
           88 WS-SNAPSHOT-FILE-NOT-FOUND VALUE "35".

       01 WS-EMPLOYEE-FILE-STATUS PIC XX.
           88 WS-EMPLOYEE-FILE-NOT-FOUND VALUE "35".

       01 WS-EMP-AVAIL-SW         PIC X VALUE "N".
           88 WS-EMP-AVAILABLE        VALUE "Y".

       01 WS-PARMS-FOUND-SW       PIC X VALUE "N".
           88 WS-PARMS-FOUND          VALUE "Y".

       01 WS-TODAY-DATE           PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR       PIC 9(4).
           05 WS-TODAY-MONTH      PIC 99.
           05 WS-TODAY-DAY        PIC 99.

       01 WS-REPORT-MONTH         PIC 9(6).
       01 WS-REPORT-PARTS REDEFINES WS-REPORT-MONTH.
           05 WS-REPORT-YEAR      PIC 9(4).
           05 WS-REPORT-MM        PIC 99.

       01 WS-FROM-MONTH           PIC 9(6).
       01 WS-FROM-PARTS REDEFINES WS-FROM-MONTH.
           05 WS-FROM-YEAR        PIC 9(4).
           05 WS-FROM-MM          PIC 99.

       01 WS-MONTH-NUMBER         PIC 9(6).
       01 WS-WORK-MONTH           PIC 9(6).
       01 WS-WORK-DATE            PIC 9(8).
       01 WS-WORK-DEPARTMENT      PIC X(10).

      * Window 1 is the report month, window 2 the rolling twelve
      * months ending with it.
       01 WS-WIN-IDX              PIC 9.
       01 WS-IN-WINDOW-TABLE.
           05 WS-IN-WINDOW        PIC X OCCURS 2 TIMES.
       01 WS-SNAP-DATE-TABLE.
           05 WS-SNAP-DATE-ENTRY OCCURS 2 TIMES.
               10 WS-SNAP-DATES       PIC 9(5).
               10 WS-LAST-SNAP-DATE   PIC 9(8).

       01 WS-REASON-COUNT         PIC 9(2) VALUE ZERO.
       01 WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 51 TIMES.
               10 WS-RT-REASON-CODE    PIC X(3).
               10 WS-RT-CLASS          PIC X.
               10 WS-RT-REGRETTABLE    PIC X.
               10 WS-RT-DESCRIPTION    PIC X(25).
               10 WS-RT-TERMS          PIC 9(5) OCCURS 2 TIMES.
       01 WS-REASON-IDX           PIC 9(2).
       01 WS-RSN-FOUND-IDX        PIC 9(2).

       01 WS-RSN-FOUND-SWITCH     PIC X.
           88 WS-REASON-FOUND         VALUE "Y".
           88 WS-REASON-NOT-FOUND     VALUE "N".

       01 WS-DEPT-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 50 TIMES.
               10 WS-DT-DEPARTMENT    PIC X(10).
               10 WS-DT-WINDOW OCCURS 2 TIMES.
                   15 WS-DT-HIRES         PIC 9(5).
                   15 WS-DT-TERMS         PIC 9(5).
                   15 WS-DT-VOLUNTARY     PIC 9(5).
                   15 WS-DT-INVOLUNTARY   PIC 9(5).
                   15 WS-DT-REGRETTABLE   PIC 9(5).
                   15 WS-DT-UNCLASSED     PIC 9(5).
                   15 WS-DT-HC-SUM        PIC 9(7).
                   15 WS-DT-HC-LAST-DATE  PIC 9(8).
                   15 WS-DT-HC-LAST-VALUE PIC 9(5).
       01 WS-DEPT-IDX             PIC 9(2).
       01 WS-FOUND-IDX            PIC 9(2).

       01 WS-FOUND-SWITCH         PIC X.
           88 WS-DEPT-FOUND           VALUE "Y".
           88 WS-DEPT-NOT-FOUND       VALUE "N".

      * Company totals for the window being printed, built up from
      * the department lines as they print.
       01 WS-GRAND-TOTALS.
           05 WS-GT-HIRES             PIC 9(5).
           05 WS-GT-TERMS             PIC 9(5).
           05 WS-GT-VOLUNTARY         PIC 9(5).
           05 WS-GT-INVOLUNTARY       PIC 9(5).
           05 WS-GT-REGRETTABLE       PIC 9(5).
           05 WS-GT-UNCLASSED         PIC 9(5).
           05 WS-GT-AVG-HC            PIC 9(5)V9.

      * One line's figures, loaded from a department or from the
      * company totals and turned into rates by 0650.
       01 WS-LINE-FIGURES.
           05 WS-LF-HIRES             PIC 9(5).
           05 WS-LF-TERMS             PIC 9(5).
           05 WS-LF-VOLUNTARY         PIC 9(5).
           05 WS-LF-INVOLUNTARY       PIC 9(5).
           05 WS-LF-REGRETTABLE       PIC 9(5).
           05 WS-LF-UNCLASSED         PIC 9(5).
           05 WS-LF-AVG-HC            PIC 9(5)V9.
           05 WS-LF-TURNOVER          PIC 9(4)V9.
           05 WS-LF-VOL-RATE          PIC 9(4)V9.
           05 WS-LF-INVOL-RATE        PIC 9(4)V9.

       01 WS-SNAPSHOT-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-AUDIT-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-EMPLOYEE-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-NO-DEPT-COUNT        PIC 9(5) VALUE ZERO.

       01 WS-RPTWRITE-PARM.
           05 WS-RW-PROGRAM      PIC X(17) VALUE "ATTRRPT".
           05 WS-RW-FUNCTION     PIC X.
           05 WS-RW-LINE         PIC X(132).
       01 WS-PRINT-LINE          PIC X(132).

       01 WS-HEADING-LINE.
           05 FILLER PIC X(30) VALUE "DEPARTMENT  AVG HC  HIRES  TER".
           05 FILLER PIC X(30) VALUE "MS    VOL  INVOL  REGRT  UNCLS".
           05 FILLER PIC X(24) VALUE "  TURN %   VOL %  INVL %".

       01 WS-DETAIL-LINE.
           05 WSD-DEPARTMENT    PIC X(10).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-AVG-HC        PIC ZZZ9.9.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-HIRES         PIC ZZZZ9.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-TERMS         PIC ZZZZ9.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-VOLUNTARY     PIC ZZZZ9.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-INVOLUNTARY   PIC ZZZZ9.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-REGRETTABLE   PIC ZZZZ9.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-UNCLASSED     PIC ZZZZ9.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-TURNOVER      PIC ZZZ9.9.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-VOL-RATE      PIC ZZZ9.9.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-INVOL-RATE    PIC ZZZ9.9.

       01 WS-REASON-HEADING.
           05 FILLER PIC X(30) VALUE "RSN  CLASS         REG  DESCRI".
           05 FILLER PIC X(30) VALUE "PTION                MONTH 12 ".
           05 FILLER PIC X(3)  VALUE "MOS".

       01 WS-REASON-LINE.
           05 WSR-REASON-CODE   PIC X(3).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSR-CLASS         PIC X(12).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSR-REGRETTABLE   PIC X(3).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSR-DESCRIPTION   PIC X(25).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSR-MONTH-TERMS   PIC ZZZZ9.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSR-YEAR-TERMS    PIC ZZZZ9.

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           IF WS-TODAY-MONTH = 1
               COMPUTE WS-REPORT-YEAR = WS-TODAY-YEAR - 1
               MOVE 12 TO WS-REPORT-MM
           ELSE
               MOVE WS-TODAY-YEAR TO WS-REPORT-YEAR
               COMPUTE WS-REPORT-MM = WS-TODAY-MONTH - 1
           END-IF.

           PERFORM 0150-READ-RUN-PARMS THRU 0150-READ-RUN-PARMS-EXIT.

           COMPUTE WS-MONTH-NUMBER =
               WS-REPORT-YEAR * 12 + WS-REPORT-MM - 12.
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-FROM-YEAR
               REMAINDER WS-FROM-MM.
           ADD 1 TO WS-FROM-MM.

           PERFORM 0200-LOAD-REASON-CODES
               THRU 0200-LOAD-REASON-CODES-EXIT.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-FILE-NOT-FOUND
               DISPLAY "ATTRRPT: EMPLOYEE.DAT NOT FOUND - NO HIRES "
                   "WILL BE COUNTED"
           ELSE
               SET WS-EMP-AVAILABLE TO TRUE
           END-IF.

           PERFORM 0300-LOAD-SNAPSHOTS THRU 0300-LOAD-SNAPSHOTS-EXIT.
           PERFORM 0400-LOAD-TERMINATIONS
               THRU 0400-LOAD-TERMINATIONS-EXIT.
           PERFORM 0500-LOAD-HIRES THRU 0500-LOAD-HIRES-EXIT.

           IF WS-EMP-AVAILABLE
               CLOSE EMPLOYEE-FILE
           END-IF.

           MOVE "O" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TURNOVER AND ATTRITION REPORT - MONTH "
               WS-REPORT-MONTH " - ROLLING 12 MONTHS FROM "
               WS-FROM-MONTH
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           PERFORM 0600-PRINT-ONE-WINDOW THRU 0600-PRINT-ONE-WINDOW-EXIT
               VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > 2.

           PERFORM 0700-PRINT-REASON-CODES
               THRU 0700-PRINT-REASON-CODES-EXIT.

           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           STRING "HEADCOUNT SNAPSHOT RECORDS READ : " WS-SNAPSHOT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TERMINATION AUDIT RECORDS READ .: " WS-AUDIT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EMPLOYEE RECORDS READ .........: " WS-EMPLOYEE-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RECORDS NOT REPORTED ..........: " WS-NO-DEPT-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE "C" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           GOBACK.

      * A six-digit YYYYMM in VALUE-1 of the ATTRRPT record
      * overrides the default of last month.
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
           IF RP-PROGRAM = "ATTRRPT"
               SET WS-PARMS-FOUND TO TRUE
               IF RP-VALUE-1(1:6) IS NUMERIC
                   AND RP-VALUE-1(5:2) >= "01"
                   AND RP-VALUE-1(5:2) <= "12"
                   MOVE RP-VALUE-1(1:6) TO WS-REPORT-MONTH
               END-IF
               GO TO 0170-CHECK-ONE-PARM-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
       0170-CHECK-ONE-PARM-EXIT.
           EXIT.

      * Codes not on TERMRSN.DAT are gathered in one extra entry at
      * the end of the table so they still show on the report.
       0200-LOAD-REASON-CODES.
           OPEN INPUT TERMRSN-FILE.
           IF WS-TERMRSN-FILE-NOT-FOUND
               DISPLAY "ATTRRPT: TERMRSN.DAT NOT FOUND - EVERY "
                   "TERMINATION WILL SHOW AS UNCLASSED"
           ELSE
               READ TERMRSN-FILE
                   AT END SET TERMRSN-EOF TO TRUE
               END-READ
               PERFORM 0250-LOAD-ONE-REASON-CODE
                   THRU 0250-LOAD-ONE-REASON-CODE-EXIT
                   UNTIL TERMRSN-EOF
               CLOSE TERMRSN-FILE
           END-IF.

           ADD 1 TO WS-REASON-COUNT.
           INITIALIZE WS-REASON-ENTRY(WS-REASON-COUNT).
           MOVE "???" TO WS-RT-REASON-CODE(WS-REASON-COUNT).
           MOVE "CODE NOT ON TERMRSN.DAT"
               TO WS-RT-DESCRIPTION(WS-REASON-COUNT).
       0200-LOAD-REASON-CODES-EXIT.
           EXIT.

       0250-LOAD-ONE-REASON-CODE.
           IF WS-REASON-COUNT < 50
               ADD 1 TO WS-REASON-COUNT
               INITIALIZE WS-REASON-ENTRY(WS-REASON-COUNT)
               MOVE RC-REASON-CODE
                   TO WS-RT-REASON-CODE(WS-REASON-COUNT)
               MOVE RC-CLASS       TO WS-RT-CLASS(WS-REASON-COUNT)
               MOVE RC-REGRETTABLE
                   TO WS-RT-REGRETTABLE(WS-REASON-COUNT)
               MOVE RC-DESCRIPTION
                   TO WS-RT-DESCRIPTION(WS-REASON-COUNT)
           ELSE
               DISPLAY "ATTRRPT: MORE THAN 50 REASON CODES - "
                   RC-REASON-CODE " WILL SHOW AS UNCLASSED"
           END-IF.

           READ TERMRSN-FILE
               AT END SET TERMRSN-EOF TO TRUE
           END-READ.
       0250-LOAD-ONE-REASON-CODE-EXIT.
           EXIT.

      * HDCOUNT can be run more than once on a day - a later
      * snapshot for the same department and date replaces the
      * earlier one rather than being counted twice.
       0300-LOAD-SNAPSHOTS.
           INITIALIZE WS-SNAP-DATE-TABLE.
           OPEN INPUT SNAPSHOT-FILE.
           IF WS-SNAPSHOT-FILE-NOT-FOUND
               DISPLAY "ATTRRPT: HEADCOUNT.DAT NOT FOUND - RUN "
                   "HDCOUNT - NO TURNOVER RATES CAN BE FIGURED"
               GO TO 0300-LOAD-SNAPSHOTS-EXIT
           END-IF.

           READ SNAPSHOT-FILE
               AT END SET END-OF-SNAPSHOT TO TRUE
           END-READ.
           PERFORM 0320-LOAD-ONE-SNAPSHOT
               THRU 0320-LOAD-ONE-SNAPSHOT-EXIT
               UNTIL END-OF-SNAPSHOT.
           CLOSE SNAPSHOT-FILE.
       0300-LOAD-SNAPSHOTS-EXIT.
           EXIT.

       0320-LOAD-ONE-SNAPSHOT.
           ADD 1 TO WS-SNAPSHOT-COUNT.
           MOVE HC-DATE TO WS-WORK-DATE.
           PERFORM 0800-SET-WINDOWS THRU 0800-SET-WINDOWS-EXIT.
           IF WS-IN-WINDOW(2) NOT = "Y"
               GO TO 0320-LOAD-ONE-SNAPSHOT-READ
           END-IF.

           MOVE HC-DEPARTMENT TO WS-WORK-DEPARTMENT.
           PERFORM 0850-FIND-DEPARTMENT THRU 0850-FIND-DEPARTMENT-EXIT.
           IF WS-DEPT-NOT-FOUND
               ADD 1 TO WS-NO-DEPT-COUNT
               GO TO 0320-LOAD-ONE-SNAPSHOT-READ
           END-IF.

           PERFORM 0340-ADD-SNAPSHOT-TO-WINDOW
               THRU 0340-ADD-SNAPSHOT-TO-WINDOW-EXIT
               VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > 2.

       0320-LOAD-ONE-SNAPSHOT-READ.
           READ SNAPSHOT-FILE
               AT END SET END-OF-SNAPSHOT TO TRUE
           END-READ.
       0320-LOAD-ONE-SNAPSHOT-EXIT.
           EXIT.

       0340-ADD-SNAPSHOT-TO-WINDOW.
           IF WS-IN-WINDOW(WS-WIN-IDX) NOT = "Y"
               GO TO 0340-ADD-SNAPSHOT-TO-WINDOW-EXIT
           END-IF.

           IF HC-DATE NOT = WS-LAST-SNAP-DATE(WS-WIN-IDX)
               ADD 1 TO WS-SNAP-DATES(WS-WIN-IDX)
               MOVE HC-DATE TO WS-LAST-SNAP-DATE(WS-WIN-IDX)
           END-IF.

           IF HC-DATE = WS-DT-HC-LAST-DATE(WS-FOUND-IDX, WS-WIN-IDX)
               SUBTRACT WS-DT-HC-LAST-VALUE(WS-FOUND-IDX, WS-WIN-IDX)
                   FROM WS-DT-HC-SUM(WS-FOUND-IDX, WS-WIN-IDX)
           END-IF.
           ADD HC-TOTAL TO WS-DT-HC-SUM(WS-FOUND-IDX, WS-WIN-IDX).
           MOVE HC-DATE
               TO WS-DT-HC-LAST-DATE(WS-FOUND-IDX, WS-WIN-IDX).
           MOVE HC-TOTAL
               TO WS-DT-HC-LAST-VALUE(WS-FOUND-IDX, WS-WIN-IDX).
       0340-ADD-SNAPSHOT-TO-WINDOW-EXIT.
           EXIT.

       0400-LOAD-TERMINATIONS.
           OPEN INPUT TERMAUDIT-FILE.
           IF WS-TERMAUDIT-FILE-NOT-FOUND
               DISPLAY "ATTRRPT: TERMAUDIT.DAT NOT FOUND - NO "
                   "TERMINATIONS TO REPORT"
               GO TO 0400-LOAD-TERMINATIONS-EXIT
           END-IF.

           READ TERMAUDIT-FILE
               AT END SET END-OF-TERMAUDIT TO TRUE
           END-READ.
           PERFORM 0420-LOAD-ONE-TERMINATION
               THRU 0420-LOAD-ONE-TERMINATION-EXIT
               UNTIL END-OF-TERMAUDIT.
           CLOSE TERMAUDIT-FILE.
       0400-LOAD-TERMINATIONS-EXIT.
           EXIT.

       0420-LOAD-ONE-TERMINATION.
           ADD 1 TO WS-AUDIT-COUNT.
           MOVE TA-TERM-DATE TO WS-WORK-DATE.
           PERFORM 0800-SET-WINDOWS THRU 0800-SET-WINDOWS-EXIT.
           IF WS-IN-WINDOW(2) NOT = "Y"
               GO TO 0420-LOAD-ONE-TERMINATION-READ
           END-IF.

           MOVE TA-DEPARTMENT TO WS-WORK-DEPARTMENT.
           IF WS-WORK-DEPARTMENT = SPACES
               AND WS-EMP-AVAILABLE
               MOVE TA-EMPLOYEE-ID TO EMP-ID
               READ EMPLOYEE-FILE
                   KEY IS EMP-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE EMP-DEPARTMENT TO WS-WORK-DEPARTMENT
               END-READ
           END-IF.
           IF WS-WORK-DEPARTMENT = SPACES
               MOVE "UNKNOWN" TO WS-WORK-DEPARTMENT
           END-IF.
           PERFORM 0850-FIND-DEPARTMENT THRU 0850-FIND-DEPARTMENT-EXIT.
           IF WS-DEPT-NOT-FOUND
               ADD 1 TO WS-NO-DEPT-COUNT
               GO TO 0420-LOAD-ONE-TERMINATION-READ
           END-IF.

           SET WS-REASON-NOT-FOUND TO TRUE.
           MOVE WS-REASON-COUNT TO WS-RSN-FOUND-IDX.
           PERFORM 0460-CHECK-ONE-REASON-CODE
               THRU 0460-CHECK-ONE-REASON-CODE-EXIT
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX >= WS-REASON-COUNT
                  OR WS-REASON-FOUND.

           PERFORM 0440-ADD-TERM-TO-WINDOW
               THRU 0440-ADD-TERM-TO-WINDOW-EXIT
               VARYING WS-WIN-IDX FROM 1 BY 1
               UNTIL WS-WIN-IDX > 2.

       0420-LOAD-ONE-TERMINATION-READ.
           READ TERMAUDIT-FILE
               AT END SET END-OF-TERMAUDIT TO TRUE
           END-READ.
       0420-LOAD-ONE-TERMINATION-EXIT.
           EXIT.

       0440-ADD-TERM-TO-WINDOW.
           IF WS-IN-WINDOW(WS-WIN-IDX) NOT = "Y"
               GO TO 0440-ADD-TERM-TO-WINDOW-EXIT
           END-IF.

           ADD 1 TO WS-DT-TERMS(WS-FOUND-IDX, WS-WIN-IDX).
           ADD 1 TO WS-RT-TERMS(WS-RSN-FOUND-IDX, WS-WIN-IDX).
           EVALUATE WS-RT-CLASS(WS-RSN-FOUND-IDX)
               WHEN "V"
                   ADD 1 TO WS-DT-VOLUNTARY(WS-FOUND-IDX, WS-WIN-IDX)
               WHEN "I"
                   ADD 1
                       TO WS-DT-INVOLUNTARY(WS-FOUND-IDX, WS-WIN-IDX)
               WHEN OTHER
                   ADD 1 TO WS-DT-UNCLASSED(WS-FOUND-IDX, WS-WIN-IDX)
           END-EVALUATE.
           IF WS-RT-REGRETTABLE(WS-RSN-FOUND-IDX) = "Y"
               ADD 1 TO WS-DT-REGRETTABLE(WS-FOUND-IDX, WS-WIN-IDX)
           END-IF.
       0440-ADD-TERM-TO-WINDOW-EXIT.
           EXIT.

       0460-CHECK-ONE-REASON-CODE.
           IF WS-RT-REASON-CODE(WS-REASON-IDX) = TA-REASON-CODE
               SET WS-REASON-FOUND TO TRUE
               MOVE WS-REASON-IDX TO WS-RSN-FOUND-IDX
           END-IF.
       0460-CHECK-ONE-REASON-CODE-EXIT.
           EXIT.

       0500-LOAD-HIRES.
           IF NOT WS-EMP-AVAILABLE
               GO TO 0500-LOAD-HIRES-EXIT
           END-IF.

           MOVE LOW-VALUES TO EMP-ID.
           START EMPLOYEE-FILE KEY IS NOT LESS THAN EMP-ID
               INVALID KEY
                   SET END-OF-EMPLOYEE TO TRUE
           END-START.
           IF NOT END-OF-EMPLOYEE
               READ EMPLOYEE-FILE NEXT RECORD
                   AT END SET END-OF-EMPLOYEE TO TRUE
               END-READ
           END-IF.
           PERFORM 0520-LOAD-ONE-HIRE THRU 0520-LOAD-ONE-HIRE-EXIT
               UNTIL END-OF-EMPLOYEE.
       0500-LOAD-HIRES-EXIT.
           EXIT.

       0520-LOAD-ONE-HIRE.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           MOVE EMP-HIRE-DATE TO WS-WORK-DATE.
           PERFORM 0800-SET-WINDOWS THRU 0800-SET-WINDOWS-EXIT.
           IF WS-IN-WINDOW(2) NOT = "Y"
               GO TO 0520-LOAD-ONE-HIRE-READ
           END-IF.

           MOVE EMP-DEPARTMENT TO WS-WORK-DEPARTMENT.
           PERFORM 0850-FIND-DEPARTMENT THRU 0850-FIND-DEPARTMENT-EXIT.
           IF WS-DEPT-NOT-FOUND
               ADD 1 TO WS-NO-DEPT-COUNT
               GO TO 0520-LOAD-ONE-HIRE-READ
           END-IF.

           ADD 1 TO WS-DT-HIRES(WS-FOUND-IDX, 2).
           IF WS-IN-WINDOW(1) = "Y"
               ADD 1 TO WS-DT-HIRES(WS-FOUND-IDX, 1)
           END-IF.

       0520-LOAD-ONE-HIRE-READ.
           READ EMPLOYEE-FILE NEXT RECORD
               AT END SET END-OF-EMPLOYEE TO TRUE
           END-READ.
       0520-LOAD-ONE-HIRE-EXIT.
           EXIT.

       0600-PRINT-ONE-WINDOW.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           IF WS-WIN-IDX = 1
               STRING "MONTH OF " WS-REPORT-MONTH
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "ROLLING 12 MONTHS " WS-FROM-MONTH " THROUGH "
                   WS-REPORT-MONTH
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           IF WS-SNAP-DATES(WS-WIN-IDX) = ZERO
               STRING "  NO HEADCOUNT SNAPSHOT IN THIS PERIOD - "
                   "RATES SHOW AS ZERO"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM 0910-PRINT-REPORT-LINE
                   THRU 0910-PRINT-REPORT-LINE-EXIT
           END-IF.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           INITIALIZE WS-GRAND-TOTALS.
           PERFORM 0620-PRINT-ONE-DEPARTMENT
               THRU 0620-PRINT-ONE-DEPARTMENT-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT.

           MOVE WS-GT-HIRES       TO WS-LF-HIRES.
           MOVE WS-GT-TERMS       TO WS-LF-TERMS.
           MOVE WS-GT-VOLUNTARY   TO WS-LF-VOLUNTARY.
           MOVE WS-GT-INVOLUNTARY TO WS-LF-INVOLUNTARY.
           MOVE WS-GT-REGRETTABLE TO WS-LF-REGRETTABLE.
           MOVE WS-GT-UNCLASSED   TO WS-LF-UNCLASSED.
           MOVE WS-GT-AVG-HC      TO WS-LF-AVG-HC.
           MOVE "ALL DEPTS"       TO WS-WORK-DEPARTMENT.
           PERFORM 0650-PRINT-FIGURES THRU 0650-PRINT-FIGURES-EXIT.
       0600-PRINT-ONE-WINDOW-EXIT.
           EXIT.

       0620-PRINT-ONE-DEPARTMENT.
           MOVE WS-DT-HIRES(WS-DEPT-IDX, WS-WIN-IDX)
               TO WS-LF-HIRES.
           MOVE WS-DT-TERMS(WS-DEPT-IDX, WS-WIN-IDX)
               TO WS-LF-TERMS.
           MOVE WS-DT-VOLUNTARY(WS-DEPT-IDX, WS-WIN-IDX)
               TO WS-LF-VOLUNTARY.
           MOVE WS-DT-INVOLUNTARY(WS-DEPT-IDX, WS-WIN-IDX)
               TO WS-LF-INVOLUNTARY.
           MOVE WS-DT-REGRETTABLE(WS-DEPT-IDX, WS-WIN-IDX)
               TO WS-LF-REGRETTABLE.
           MOVE WS-DT-UNCLASSED(WS-DEPT-IDX, WS-WIN-IDX)
               TO WS-LF-UNCLASSED.
           IF WS-SNAP-DATES(WS-WIN-IDX) > ZERO
               COMPUTE WS-LF-AVG-HC ROUNDED =
                   WS-DT-HC-SUM(WS-DEPT-IDX, WS-WIN-IDX)
                   / WS-SNAP-DATES(WS-WIN-IDX)
           ELSE
               MOVE ZERO TO WS-LF-AVG-HC
           END-IF.

           IF WS-LF-AVG-HC = ZERO AND WS-LF-HIRES = ZERO
               AND WS-LF-TERMS = ZERO
               GO TO 0620-PRINT-ONE-DEPARTMENT-EXIT
           END-IF.

           ADD WS-LF-HIRES       TO WS-GT-HIRES.
           ADD WS-LF-TERMS       TO WS-GT-TERMS.
           ADD WS-LF-VOLUNTARY   TO WS-GT-VOLUNTARY.
           ADD WS-LF-INVOLUNTARY TO WS-GT-INVOLUNTARY.
           ADD WS-LF-REGRETTABLE TO WS-GT-REGRETTABLE.
           ADD WS-LF-UNCLASSED   TO WS-GT-UNCLASSED.
           ADD WS-LF-AVG-HC      TO WS-GT-AVG-HC.

           MOVE WS-DT-DEPARTMENT(WS-DEPT-IDX) TO WS-WORK-DEPARTMENT.
           PERFORM 0650-PRINT-FIGURES THRU 0650-PRINT-FIGURES-EXIT.
       0620-PRINT-ONE-DEPARTMENT-EXIT.
           EXIT.

      * Rates are terminations per hundred of average headcount; a
      * line with no headcount behind it shows its counts only.
       0650-PRINT-FIGURES.
           IF WS-LF-AVG-HC > ZERO
               COMPUTE WS-LF-TURNOVER ROUNDED =
                   WS-LF-TERMS * 100 / WS-LF-AVG-HC
               COMPUTE WS-LF-VOL-RATE ROUNDED =
                   WS-LF-VOLUNTARY * 100 / WS-LF-AVG-HC
               COMPUTE WS-LF-INVOL-RATE ROUNDED =
                   WS-LF-INVOLUNTARY * 100 / WS-LF-AVG-HC
           ELSE
               MOVE ZERO TO WS-LF-TURNOVER, WS-LF-VOL-RATE,
                   WS-LF-INVOL-RATE
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-WORK-DEPARTMENT TO WSD-DEPARTMENT.
           MOVE WS-LF-AVG-HC       TO WSD-AVG-HC.
           MOVE WS-LF-HIRES        TO WSD-HIRES.
           MOVE WS-LF-TERMS        TO WSD-TERMS.
           MOVE WS-LF-VOLUNTARY    TO WSD-VOLUNTARY.
           MOVE WS-LF-INVOLUNTARY  TO WSD-INVOLUNTARY.
           MOVE WS-LF-REGRETTABLE  TO WSD-REGRETTABLE.
           MOVE WS-LF-UNCLASSED    TO WSD-UNCLASSED.
           MOVE WS-LF-TURNOVER     TO WSD-TURNOVER.
           MOVE WS-LF-VOL-RATE     TO WSD-VOL-RATE.
           MOVE WS-LF-INVOL-RATE   TO WSD-INVOL-RATE.
           MOVE WS-DETAIL-LINE     TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0650-PRINT-FIGURES-EXIT.
           EXIT.

       0700-PRINT-REASON-CODES.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE "TERMINATIONS BY REASON CODE" TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-REASON-HEADING TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           PERFORM 0750-PRINT-ONE-REASON-CODE
               THRU 0750-PRINT-ONE-REASON-CODE-EXIT
               VARYING WS-REASON-IDX FROM 1 BY 1
               UNTIL WS-REASON-IDX > WS-REASON-COUNT.
       0700-PRINT-REASON-CODES-EXIT.
           EXIT.

       0750-PRINT-ONE-REASON-CODE.
           IF WS-REASON-IDX = WS-REASON-COUNT
               AND WS-RT-TERMS(WS-REASON-IDX, 2) = ZERO
               GO TO 0750-PRINT-ONE-REASON-CODE-EXIT
           END-IF.

           MOVE SPACES TO WS-REASON-LINE.
           MOVE WS-RT-REASON-CODE(WS-REASON-IDX) TO WSR-REASON-CODE.
           EVALUATE WS-RT-CLASS(WS-REASON-IDX)
               WHEN "V"
                   MOVE "VOLUNTARY"   TO WSR-CLASS
               WHEN "I"
                   MOVE "INVOLUNTARY" TO WSR-CLASS
               WHEN OTHER
                   MOVE "UNCLASSED"   TO WSR-CLASS
           END-EVALUATE.
           EVALUATE WS-RT-REGRETTABLE(WS-REASON-IDX)
               WHEN "Y"
                   MOVE "YES" TO WSR-REGRETTABLE
               WHEN "N"
                   MOVE "NO"  TO WSR-REGRETTABLE
           END-EVALUATE.
           MOVE WS-RT-DESCRIPTION(WS-REASON-IDX) TO WSR-DESCRIPTION.
           MOVE WS-RT-TERMS(WS-REASON-IDX, 1) TO WSR-MONTH-TERMS.
           MOVE WS-RT-TERMS(WS-REASON-IDX, 2) TO WSR-YEAR-TERMS.
           MOVE WS-REASON-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0750-PRINT-ONE-REASON-CODE-EXIT.
           EXIT.

      * Flags which windows WS-WORK-DATE falls in.  The month window
      * always lies inside the rolling twelve.
       0800-SET-WINDOWS.
           MOVE "N" TO WS-IN-WINDOW(1), WS-IN-WINDOW(2).
           DIVIDE WS-WORK-DATE BY 100 GIVING WS-WORK-MONTH.
           IF WS-WORK-MONTH >= WS-FROM-MONTH
               AND WS-WORK-MONTH <= WS-REPORT-MONTH
               MOVE "Y" TO WS-IN-WINDOW(2)
               IF WS-WORK-MONTH = WS-REPORT-MONTH
                   MOVE "Y" TO WS-IN-WINDOW(1)
               END-IF
           END-IF.
       0800-SET-WINDOWS-EXIT.
           EXIT.

      * Leaves WS-FOUND-IDX on WS-WORK-DEPARTMENT, adding it to the
      * table the first time it is seen.
       0850-FIND-DEPARTMENT.
           SET WS-DEPT-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 0870-CHECK-ONE-DEPARTMENT
               THRU 0870-CHECK-ONE-DEPARTMENT-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
               UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                  OR WS-DEPT-FOUND.
           IF WS-DEPT-FOUND
               GO TO 0850-FIND-DEPARTMENT-EXIT
           END-IF.

           IF WS-DEPT-COUNT < 50
               ADD 1 TO WS-DEPT-COUNT
               MOVE WS-DEPT-COUNT TO WS-FOUND-IDX
               INITIALIZE WS-DEPT-ENTRY(WS-FOUND-IDX)
               MOVE WS-WORK-DEPARTMENT
                   TO WS-DT-DEPARTMENT(WS-FOUND-IDX)
               SET WS-DEPT-FOUND TO TRUE
           ELSE
               DISPLAY "ATTRRPT: MORE THAN 50 DEPARTMENTS - "
                   WS-WORK-DEPARTMENT " NOT REPORTED"
           END-IF.
       0850-FIND-DEPARTMENT-EXIT.
           EXIT.

       0870-CHECK-ONE-DEPARTMENT.
           IF WS-DT-DEPARTMENT(WS-DEPT-IDX) = WS-WORK-DEPARTMENT
               SET WS-DEPT-FOUND TO TRUE
               MOVE WS-DEPT-IDX TO WS-FOUND-IDX
           END-IF.
       0870-CHECK-ONE-DEPARTMENT-EXIT.
           EXIT.

      * Every report line shows on the console AND goes through the
      * shared RPTWRITE routine to the dated report file.
       0910-PRINT-REPORT-LINE.
           DISPLAY WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO WS-RW-LINE.
           MOVE "L" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.
       0910-PRINT-REPORT-LINE-EXIT.
           EXIT.

       END PROGRAM ATTRRPT.
