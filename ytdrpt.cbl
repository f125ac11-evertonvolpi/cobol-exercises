       IDENTIFICATION DIVISION.
       PROGRAM-ID. "YTDRPT".
       AUTHOR.     EVERTON VOLPI.
      * Year-to-date earnings report off the indexed PAYYTD.DAT
      * master PAYREG posts every run.  Either answers "what has
      * this person been paid this year" for a single employee id,
      * or lists every employee carried for a calendar year with
      * gross, deductions, tax withheld, wellness credits, net and
      * periods paid plus grand totals for the year-end run.
      * Names come from the SORTED.NEW merged master.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
      *   2026-10-15  EV  WELLNESS CREDITS SHOWN IN THEIR OWN COLUMN
      *                   AND YEAR TOTAL FROM THE NEW YTD-CREDIT FIELD
      *                   SO GROSS LESS DEDUCTIONS AND TAX PLUS
      *                   CREDITS AGREES TO NET
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-FILE ASSIGN TO "PAYYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMPLOYEE-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "SORTED.NEW"
               FILE STATUS IS WS-MASTER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *This mirrors the PAYYTD.DAT record PAYREG posts.
       FD YTD-FILE.
       01 YTD-RECORD.
           88 END-OF-YTD       VALUE HIGH-VALUES.
           05 YTD-EMPLOYEE-ID  PIC 9(7).
           05 YTD-YEAR         PIC 9(4).
           05 YTD-GROSS        PIC 9(7)V99.
           05 YTD-DEDUCTIONS   PIC 9(7)V99.
           05 YTD-TAX          PIC 9(7)V99.
           05 YTD-CREDIT       PIC 9(7)V99.
           05 YTD-NET          PIC 9(7)V99.
           05 YTD-PERIODS      PIC 9(3).
           05 YTD-LAST-RUN     PIC 9(8).
           05 YTD-LAST-PERIOD  PIC 9(8).
           05 YTD-LAST-GROSS   PIC 9(7)V99.
           05 YTD-LAST-DEDUCT  PIC 9(7)V99.
           05 YTD-LAST-TAX     PIC 9(7)V99.
           05 YTD-LAST-CREDIT  PIC 9(7)V99.
           05 YTD-LAST-NET     PIC 9(7)V99.

      *This mirrors the SORTED.NEW record layout FUSEEMPLOYEES
      *writes - employee id and names are of interest here.
       FD MASTER-FILE.
       01 MASTER-RECORD.
           88 END-OF-MASTER          VALUE HIGH-VALUES.
           05 MR-EMPLOYEE-ID         PIC 9(7).
           05 FILLER                 PIC X.
           05 MR-LAST-NAME           PIC X(10).
           05 FILLER                 PIC X.
           05 MR-FIRST-NAME          PIC X(10).
           05 FILLER                 PIC X(24).

       WORKING-STORAGE SECTION.
       01 WS-YTD-FILE-STATUS     PIC XX.
           88 WS-YTD-FOUND              VALUE "00".
           88 WS-YTD-FILE-NOT-FOUND     VALUE "35".

       01 WS-MASTER-FILE-STATUS  PIC XX.
           88 WS-MASTER-FILE-NOT-FOUND  VALUE "35".

       01 WS-LIST-MODE           PIC 9.
           88 WS-ONE-EMPLOYEE        VALUE 1.
           88 WS-WHOLE-YEAR          VALUE 2.

       01 WS-VALID-ENTRY-SWITCH  PIC X VALUE "N".
           88 WS-VALID-ENTRY         VALUE "Y".
           88 WS-INVALID-ENTRY       VALUE "N".

       01 WS-TODAY-DATE          PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR      PIC 9(4).
           05 FILLER             PIC X(4).

       01 WS-WANTED-EMPLOYEE-ID  PIC 9(7).
       01 WS-WANTED-YEAR         PIC 9(4).

       01 WS-MASTER-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-MASTER-TABLE.
           05 WS-MASTER-ENTRY OCCURS 500 TIMES.
               10 WS-MT-EMPLOYEE-ID  PIC 9(7).
               10 WS-MT-LAST-NAME    PIC X(10).
               10 WS-MT-FIRST-NAME   PIC X(10).
       01 WS-MASTER-IDX          PIC 9(3).

       01 WS-FOUND-SWITCH        PIC X.
           88 WS-ID-FOUND            VALUE "Y".
           88 WS-ID-NOT-FOUND        VALUE "N".

       01 WS-LISTED-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-OTHER-YEAR-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-GT-GROSS            PIC 9(11)V99 VALUE ZERO.
       01 WS-GT-DEDUCTIONS       PIC 9(11)V99 VALUE ZERO.
       01 WS-GT-TAX              PIC 9(11)V99 VALUE ZERO.
       01 WS-GT-CREDIT           PIC 9(11)V99 VALUE ZERO.
       01 WS-GT-NET              PIC 9(11)V99 VALUE ZERO.

       01 WS-RPTWRITE-PARM.
           05 WS-RW-PROGRAM      PIC X(17) VALUE "YTDRPT".
           05 WS-RW-FUNCTION     PIC X.
           05 WS-RW-LINE         PIC X(132).
       01 WS-PRINT-LINE          PIC X(132).

       01 WS-HEADING-LINE.
           05 FILLER PIC X(30) VALUE "EMP ID   NAME                 ".
           05 FILLER PIC X(30) VALUE "          GROSS     DEDUCTIONS".
           05 FILLER PIC X(30) VALUE "            TAX         CREDIT".
           05 FILLER PIC X(30) VALUE "            NET  PRD  LAST RUN".

       01 WS-DETAIL-LINE.
           05 WSD-EMPLOYEE-ID   PIC 9(7).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-LAST-NAME     PIC X(10).
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-FIRST-NAME    PIC X(10).
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-GROSS         PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-DEDUCTIONS    PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-TAX           PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-CREDIT        PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-NET           PIC $$$,$$$,$$9.99.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-PERIODS       PIC ZZ9.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSD-LAST-RUN      PIC 9(8).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM 0110-PROMPT-FOR-MODE THRU 0110-PROMPT-FOR-MODE-EXIT
               UNTIL WS-VALID-ENTRY.

           IF WS-ONE-EMPLOYEE
               DISPLAY "EMPLOYEE ID (7 DIGITS): " WITH NO ADVANCING
               ACCEPT WS-WANTED-EMPLOYEE-ID
           ELSE
               DISPLAY "CALENDAR YEAR (YYYY, BLANK FOR "
                   WS-TODAY-YEAR "): " WITH NO ADVANCING
               ACCEPT WS-WANTED-YEAR
               IF WS-WANTED-YEAR NOT NUMERIC
                   OR WS-WANTED-YEAR = ZERO
                   MOVE WS-TODAY-YEAR TO WS-WANTED-YEAR
               END-IF
           END-IF.

           OPEN INPUT YTD-FILE.
           IF WS-YTD-FILE-NOT-FOUND
               DISPLAY "YTDRPT: PAYYTD.DAT NOT FOUND - RUN PAYREG "
                   "FIRST"
               STOP RUN
           END-IF.

           PERFORM 0150-LOAD-MASTER THRU 0150-LOAD-MASTER-EXIT.

           MOVE "O" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-ONE-EMPLOYEE
               STRING "YEAR-TO-DATE EARNINGS FOR EMPLOYEE "
                   WS-WANTED-EMPLOYEE-ID
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "YEAR-TO-DATE EARNINGS FOR CALENDAR YEAR "
                   WS-WANTED-YEAR
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           IF WS-ONE-EMPLOYEE
               PERFORM 0200-SHOW-ONE-EMPLOYEE
                   THRU 0200-SHOW-ONE-EMPLOYEE-EXIT
           ELSE
               PERFORM 0300-LIST-WHOLE-YEAR
                   THRU 0300-LIST-WHOLE-YEAR-EXIT
           END-IF.

           CLOSE YTD-FILE.

           MOVE "C" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           STOP RUN.

       0110-PROMPT-FOR-MODE.
           DISPLAY "ONE EMPLOYEE (1): ".
           DISPLAY "WHOLE YEAR WITH TOTALS (2): ".
           ACCEPT WS-LIST-MODE.

           IF WS-ONE-EMPLOYEE OR WS-WHOLE-YEAR
               SET WS-VALID-ENTRY TO TRUE
           ELSE
               DISPLAY "INVALID SELECTION - PLEASE ENTER 1 OR 2"
               SET WS-INVALID-ENTRY TO TRUE
           END-IF.
       0110-PROMPT-FOR-MODE-EXIT.
           EXIT.

       0150-LOAD-MASTER.
           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-NOT-FOUND
               DISPLAY "YTDRPT: SORTED.NEW NOT FOUND - NAMES WILL "
                   "BE LEFT BLANK"
               GO TO 0150-LOAD-MASTER-EXIT
           END-IF.

           READ MASTER-FILE
               AT END SET END-OF-MASTER TO TRUE
           END-READ.
           PERFORM 0170-LOAD-ONE-MASTER THRU 0170-LOAD-ONE-MASTER-EXIT
               UNTIL END-OF-MASTER.
           CLOSE MASTER-FILE.
       0150-LOAD-MASTER-EXIT.
           EXIT.

       0170-LOAD-ONE-MASTER.
           IF WS-MASTER-COUNT >= 500
               DISPLAY "YTDRPT: SORTED.NEW HAS MORE ROWS THAN THIS "
                   "RUN CAN HOLD (500) - LATER NAMES LEFT BLANK"
               SET END-OF-MASTER TO TRUE
               GO TO 0170-LOAD-ONE-MASTER-EXIT
           END-IF.

           ADD 1 TO WS-MASTER-COUNT.
           MOVE MR-EMPLOYEE-ID TO WS-MT-EMPLOYEE-ID(WS-MASTER-COUNT).
           MOVE MR-LAST-NAME   TO WS-MT-LAST-NAME(WS-MASTER-COUNT).
           MOVE MR-FIRST-NAME  TO WS-MT-FIRST-NAME(WS-MASTER-COUNT).

           READ MASTER-FILE
               AT END SET END-OF-MASTER TO TRUE
           END-READ.
       0170-LOAD-ONE-MASTER-EXIT.
           EXIT.

       0200-SHOW-ONE-EMPLOYEE.
           MOVE WS-WANTED-EMPLOYEE-ID TO YTD-EMPLOYEE-ID.
           READ YTD-FILE
               KEY IS YTD-EMPLOYEE-ID
               INVALID KEY
                   MOVE "NO YEAR-TO-DATE RECORD ON FILE"
                       TO WS-PRINT-LINE
                   PERFORM 0910-PRINT-REPORT-LINE
                       THRU 0910-PRINT-REPORT-LINE-EXIT
                   GO TO 0200-SHOW-ONE-EMPLOYEE-EXIT
           END-READ.

           PERFORM 0400-PRINT-ONE-EMPLOYEE
               THRU 0400-PRINT-ONE-EMPLOYEE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "FIGURES ARE FOR CALENDAR YEAR " YTD-YEAR
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0200-SHOW-ONE-EMPLOYEE-EXIT.
           EXIT.

       0300-LIST-WHOLE-YEAR.
           MOVE LOW-VALUES TO YTD-EMPLOYEE-ID.
           START YTD-FILE KEY IS NOT LESS THAN YTD-EMPLOYEE-ID
               INVALID KEY
                   SET END-OF-YTD TO TRUE
           END-START.

           IF NOT END-OF-YTD
               READ YTD-FILE NEXT RECORD
                   AT END SET END-OF-YTD TO TRUE
               END-READ
               PERFORM 0350-LIST-ONE-RECORD
                   THRU 0350-LIST-ONE-RECORD-EXIT
                   UNTIL END-OF-YTD
           END-IF.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE "YEAR TOTAL"      TO WSD-LAST-NAME.
           MOVE WS-GT-GROSS       TO WSD-GROSS.
           MOVE WS-GT-DEDUCTIONS  TO WSD-DEDUCTIONS.
           MOVE WS-GT-TAX         TO WSD-TAX.
           MOVE WS-GT-CREDIT      TO WSD-CREDIT.
           MOVE WS-GT-NET         TO WSD-NET.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "EMPLOYEES LISTED ..........: " WS-LISTED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "RECORDS FOR OTHER YEARS ...: " WS-OTHER-YEAR-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0300-LIST-WHOLE-YEAR-EXIT.
           EXIT.

       0350-LIST-ONE-RECORD.
           IF YTD-YEAR = WS-WANTED-YEAR
               PERFORM 0400-PRINT-ONE-EMPLOYEE
                   THRU 0400-PRINT-ONE-EMPLOYEE-EXIT
               ADD 1 TO WS-LISTED-COUNT
               ADD YTD-GROSS      TO WS-GT-GROSS
               ADD YTD-DEDUCTIONS TO WS-GT-DEDUCTIONS
               ADD YTD-TAX        TO WS-GT-TAX
               ADD YTD-CREDIT     TO WS-GT-CREDIT
               ADD YTD-NET        TO WS-GT-NET
           ELSE
               ADD 1 TO WS-OTHER-YEAR-COUNT
           END-IF.

           READ YTD-FILE NEXT RECORD
               AT END SET END-OF-YTD TO TRUE
           END-READ.
       0350-LIST-ONE-RECORD-EXIT.
           EXIT.

       0400-PRINT-ONE-EMPLOYEE.
           MOVE SPACES TO WS-DETAIL-LINE.
           SET WS-ID-NOT-FOUND TO TRUE.
           PERFORM 0450-CHECK-ONE-MASTER
               THRU 0450-CHECK-ONE-MASTER-EXIT
               VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                  OR WS-ID-FOUND.

           MOVE YTD-EMPLOYEE-ID TO WSD-EMPLOYEE-ID.
           MOVE YTD-GROSS       TO WSD-GROSS.
           MOVE YTD-DEDUCTIONS  TO WSD-DEDUCTIONS.
           MOVE YTD-TAX         TO WSD-TAX.
           MOVE YTD-CREDIT      TO WSD-CREDIT.
           MOVE YTD-NET         TO WSD-NET.
           MOVE YTD-PERIODS     TO WSD-PERIODS.
           MOVE YTD-LAST-RUN    TO WSD-LAST-RUN.
           MOVE WS-DETAIL-LINE  TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0400-PRINT-ONE-EMPLOYEE-EXIT.
           EXIT.

       0450-CHECK-ONE-MASTER.
           IF WS-MT-EMPLOYEE-ID(WS-MASTER-IDX) = YTD-EMPLOYEE-ID
               SET WS-ID-FOUND TO TRUE
               MOVE WS-MT-LAST-NAME(WS-MASTER-IDX)  TO WSD-LAST-NAME
               MOVE WS-MT-FIRST-NAME(WS-MASTER-IDX) TO WSD-FIRST-NAME
           END-IF.
       0450-CHECK-ONE-MASTER-EXIT.
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

       END PROGRAM YTDRPT.
