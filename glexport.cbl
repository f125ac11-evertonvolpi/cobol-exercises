       IDENTIFICATION DIVISION.
       PROGRAM-ID. "GLEXPORT".
       AUTHOR.     EVERTON VOLPI.
      * General ledger journal interface.  Turns the pet store and
      * payroll totals into balanced journal entries on
      * GLJOURNAL.DAT for accounting to load, instead of rekeying
      * them from the printed reports.  Every kind of total is
      * posted to the ledger account GLMAINT maps it to on
      * GLMAP.DAT.
      *
      * Pet store - one batch per business day from PETDAILYSUM.DAT
      * (and one per month from PETMONTHSUM.DAT for a month PETCLOSE
      * rolled up before any of its days were exported):
      *
      *   DR CASH  RECEIPTS   SALES - DISCOUNT + TAX
      *   DR DISC  DISCOUNTS
      *   DR RETN  RETURNS
      *   CR SALE  SALES      NET SALES + RETURNS
      *   CR STAX  TAX PAYABLE
      *
      * Payroll - one batch per pay period end on PAYHIST.DAT, the
      * gross pay PAYREG paid debited to payroll expense by
      * department (department from the SORTED.NEW master) against
      * one credit to payroll payable.
      *
      * Each batch is followed by a batch total record.  A batch
      * whose debits do not equal its credits, or that needs an
      * account not on the map, is not written, and nothing later
      * from that source is exported until it is put right.  The
      * GLCTL.DAT control record keeps the last business date and
      * the last pay period exported and the last batch number, so
      * a period is never exported twice.  When a run has more
      * periods than its tables hold, only the periods before the
      * earliest one that did not fit are exported, and the rest
      * are left for the next run.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
      *   2026-10-15  EV  TABLE OVERFLOW HOLDS BACK EVERY PERIOD FROM
      *                   THE EARLIEST ONE LOST - MASTER OVERFLOW
      *                   REPORTED
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GLMAP-FILE ASSIGN TO "GLMAP.DAT"
               FILE STATUS IS WS-GLMAP-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLCTL-FILE ASSIGN TO "GLCTL.DAT"
               FILE STATUS IS WS-GLCTL-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN TO "GLJOURNAL.DAT"
               FILE STATUS IS WS-JOURNAL-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DAILYSUM-FILE ASSIGN TO "PETDAILYSUM.DAT"
               FILE STATUS IS WS-DAILYSUM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MONTHSUM-FILE ASSIGN TO "PETMONTHSUM.DAT"
               FILE STATUS IS WS-MONTHSUM-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS PY-KEY
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "SORTED.NEW"
               FILE STATUS IS WS-MASTER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *This mirrors the GLMAP.DAT record GLMAINT maintains.
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

       FD GLCTL-FILE.
       01 GLCTL-RECORD.
           05 GC-PET-THRU          PIC 9(8).
           05 FILLER               PIC X.
           05 GC-PAY-THRU          PIC 9(8).
           05 FILLER               PIC X.
           05 GC-LAST-BATCH        PIC 9(6).
           05 FILLER               PIC X.
           05 GC-RUN-DATE          PIC 9(8).

      * Record type D is a journal line, T the total that closes
      * each batch (line count in JE-LINE).
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD.
           05 JE-RECORD-TYPE       PIC X.
           05 FILLER               PIC X.
           05 JE-BATCH             PIC 9(6).
           05 FILLER               PIC X.
           05 JE-SOURCE            PIC X(3).
           05 FILLER               PIC X.
           05 JE-PERIOD            PIC 9(8).
           05 FILLER               PIC X.
           05 JE-LINE              PIC 9(3).
           05 FILLER               PIC X.
           05 JE-ACCOUNT           PIC X(10).
           05 FILLER               PIC X.
           05 JE-DEBIT             PIC 9(9)V99.
           05 FILLER               PIC X.
           05 JE-CREDIT            PIC 9(9)V99.
           05 FILLER               PIC X.
           05 JE-DESCRIPTION       PIC X(25).

      *This mirrors the daily summary record PETSTORECHALLENGE
      *writes.
       FD DAILYSUM-FILE.
       01 DAILYSUM-RECORD.
           88 END-OF-DAILYSUM  VALUE HIGH-VALUES.
           05 PS-DATE          PIC 9(8).
           05 FILLER           PIC X.
           05 PS-CUSTOMERS     PIC 9(5).
           05 FILLER           PIC X.
           05 PS-QUANTITY      PIC S9(5) SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PS-SALES         PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PS-TAX           PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PS-DISCOUNT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PS-RETURNS       PIC S9(7)V99 SIGN LEADING SEPARATE.

      *This mirrors the month summary record PETCLOSE writes.
       FD MONTHSUM-FILE.
       01 MONTHSUM-RECORD.
           88 END-OF-MONTHSUM  VALUE HIGH-VALUES.
           05 PM-MONTH         PIC 9(6).
           05 FILLER           PIC X.
           05 PM-CUSTOMERS     PIC 9(7).
           05 FILLER           PIC X.
           05 PM-QUANTITY      PIC S9(7) SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PM-SALES         PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PM-TAX           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PM-DISCOUNT      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PM-CASH-OVER-SHORT
                               PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PM-CARD-OVER-SHORT
                               PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PM-RETURNS       PIC S9(9)V99 SIGN LEADING SEPARATE.

      *This mirrors the PAYHIST.DAT record PAYREG writes.
       FD PAYHIST-FILE.
       01 PAYHIST-RECORD.
           88 END-OF-PAYHIST           VALUE HIGH-VALUES.
           05 PY-KEY.
               10 PY-EMPLOYEE-ID   PIC 9(7).
               10 PY-PERIOD-END    PIC 9(8).
           05 PY-RATE              PIC 9(4)V99.
           05 PY-FREQUENCY         PIC X.
           05 PY-REGULAR-HOURS     PIC 9(3)V9.
           05 PY-OVERTIME-HOURS    PIC 9(3)V9.
           05 PY-PREMIUM           PIC 9(3).
           05 PY-GROSS             PIC 9(7)V99.
           05 PY-RUN-DATE          PIC 9(8).

       FD MASTER-FILE.
       01 MASTER-RECORD.
           88 END-OF-MASTER          VALUE HIGH-VALUES.
           05 MR-EMPLOYEE-ID         PIC 9(7).
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

       WORKING-STORAGE SECTION.
       01 WS-GLMAP-FILE-STATUS     PIC XX.
           88 WS-GLMAP-FILE-NOT-FOUND    VALUE "35".
       01 WS-GLCTL-FILE-STATUS     PIC XX.
           88 WS-GLCTL-FILE-NOT-FOUND    VALUE "35".
       01 WS-JOURNAL-FILE-STATUS   PIC XX.
           88 WS-JOURNAL-FILE-NOT-FOUND  VALUE "35".
       01 WS-DAILYSUM-FILE-STATUS  PIC XX.
           88 WS-DAILYSUM-FILE-NOT-FOUND VALUE "35".
       01 WS-MONTHSUM-FILE-STATUS  PIC XX.
           88 WS-MONTHSUM-FILE-NOT-FOUND VALUE "35".
       01 WS-PAYHIST-FILE-STATUS   PIC XX.
           88 WS-PAYHIST-FILE-NOT-FOUND  VALUE "35".
       01 WS-MASTER-FILE-STATUS    PIC XX.
           88 WS-MASTER-FILE-NOT-FOUND   VALUE "35".

       01 WS-TODAY-DATE            PIC 9(8).

       01 WS-CONTROL.
           05 WS-PET-THRU          PIC 9(8) VALUE ZERO.
           05 WS-PAY-THRU          PIC 9(8) VALUE ZERO.
           05 WS-LAST-BATCH        PIC 9(6) VALUE ZERO.

       01 WS-MAP-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 100 TIMES.
               10 WS-MT-KIND           PIC X(4).
               10 WS-MT-DEPARTMENT     PIC X(10).
               10 WS-MT-ACCOUNT        PIC X(10).
               10 WS-MT-DESCRIPTION    PIC X(25).
       01 WS-MAP-IDX               PIC 9(3).
       01 WS-MAP-FOUND-IDX         PIC 9(3).

      * Pet store periods not yet exported, kept in date order.
      * Kind D is a business day, M a closed month dated at its
      * last day.
       01 WS-PET-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-PET-TABLE.
           05 WS-PET-ENTRY OCCURS 400 TIMES.
               10 WS-PP-DATE           PIC 9(8).
               10 WS-PP-KIND           PIC X.
               10 WS-PP-SALES          PIC S9(9)V99.
               10 WS-PP-TAX            PIC S9(9)V99.
               10 WS-PP-DISCOUNT       PIC S9(9)V99.
               10 WS-PP-RETURNS        PIC S9(9)V99.
       01 WS-PET-IDX               PIC 9(3).
       01 WS-PET-FOUND-IDX         PIC 9(3).
      * Earliest period that did not fit in the table - nothing
      * from it on is exported this run.  Zero when all fit.
       01 WS-PET-LOST-DATE         PIC 9(8) VALUE ZERO.
       01 WS-SLOT-SWITCH           PIC X.
           88 WS-SLOT-FOUND            VALUE "Y".

       01 WS-NEW-PET-ENTRY.
           05 WS-NP-DATE           PIC 9(8).
           05 WS-NP-KIND           PIC X.
           05 WS-NP-SALES          PIC S9(9)V99.
           05 WS-NP-TAX            PIC S9(9)V99.
           05 WS-NP-DISCOUNT       PIC S9(9)V99.
           05 WS-NP-RETURNS        PIC S9(9)V99.

       01 WS-MONTH-DATE            PIC 9(8).
       01 WS-MONTH-DATE-PARTS REDEFINES WS-MONTH-DATE.
           05 WS-MD-YYYYMM         PIC 9(6).
           05 WS-MD-DAY            PIC 9(2).
       01 WS-MONTH-START           PIC 9(8).
       01 WS-DATE-EDIT-RESULT      PIC X.
           88 WS-DATE-VALID            VALUE "Y".
           88 WS-DATE-NOT-VALID        VALUE "N".

      * Employee departments from the master, for payroll expense.
       01 WS-EMP-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-EMP-TABLE.
           05 WS-EMP-ENTRY OCCURS 500 TIMES.
               10 WS-ET-EMPLOYEE-ID    PIC 9(7).
               10 WS-ET-DEPARTMENT     PIC X(10).
       01 WS-EMP-IDX               PIC 9(3).
       01 WS-EMP-OVERFLOW-SW       PIC X VALUE "N".
           88 WS-EMP-OVERFLOW          VALUE "Y".
       01 WS-PAY-DEPARTMENT        PIC X(10).
       01 WS-NO-DEPT-COUNT         PIC 9(5) VALUE ZERO.

      * Gross pay not yet exported by period end and department.
       01 WS-PAY-COUNT             PIC 9(3) VALUE ZERO.
       01 WS-PAY-TABLE.
           05 WS-PAY-ENTRY OCCURS 400 TIMES.
               10 WS-PY-PERIOD         PIC 9(8).
               10 WS-PY-DEPARTMENT     PIC X(10).
               10 WS-PY-GROSS          PIC S9(9)V99.
       01 WS-PAY-IDX               PIC 9(3).
       01 WS-PAY-FOUND-IDX         PIC 9(3).
       01 WS-PAY-LOST-DATE         PIC 9(8) VALUE ZERO.

       01 WS-PERIOD-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-PERIOD-TABLE.
           05 WS-PERIOD-END OCCURS 100 TIMES PIC 9(8).
       01 WS-PERIOD-IDX            PIC 9(3).
       01 WS-PERIOD-FOUND-IDX      PIC 9(3).
       01 WS-PAY-TOTAL             PIC S9(9)V99.

      * The batch being built - written only when it balances and
      * every account is mapped.
       01 WS-BATCH-SOURCE          PIC X(3).
       01 WS-BATCH-PERIOD          PIC 9(8).
       01 WS-BATCH-LINE-COUNT      PIC 9(3).
       01 WS-BATCH-LINES.
           05 WS-BATCH-LINE OCCURS 60 TIMES.
               10 WS-BL-ACCOUNT        PIC X(10).
               10 WS-BL-DEBIT          PIC 9(9)V99.
               10 WS-BL-CREDIT         PIC 9(9)V99.
               10 WS-BL-DESCRIPTION    PIC X(25).
       01 WS-BATCH-IDX             PIC 9(3).
       01 WS-BATCH-DEBITS          PIC 9(11)V99.
       01 WS-BATCH-CREDITS         PIC 9(11)V99.
       01 WS-BATCH-SWITCH          PIC X.
           88 WS-BATCH-OK              VALUE "Y".
           88 WS-BATCH-REFUSED         VALUE "N".
       01 WS-SOURCE-STOP-SW        PIC X.
           88 WS-SOURCE-STOPPED        VALUE "Y".

       01 WS-LINE-REQUEST.
           05 WS-LN-KIND           PIC X(4).
           05 WS-LN-DEPARTMENT     PIC X(10).
           05 WS-LN-SIDE           PIC X.
               88 WS-LN-DEBIT          VALUE "D".
               88 WS-LN-CREDIT         VALUE "C".
           05 WS-LN-AMOUNT         PIC S9(9)V99.

       01 WS-RUN-COUNTS.
           05 WS-PET-BATCH-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-PAY-BATCH-COUNT   PIC 9(5) VALUE ZERO.
           05 WS-EMPTY-COUNT       PIC 9(5) VALUE ZERO.
           05 WS-REFUSED-COUNT     PIC 9(5) VALUE ZERO.
           05 WS-RUN-DEBITS        PIC 9(11)V99 VALUE ZERO.

       01 WS-EDIT-AMOUNT           PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM 0150-LOAD-MAP THRU 0150-LOAD-MAP-EXIT.
           IF WS-MAP-COUNT = ZERO
               DISPLAY "GLEXPORT: NO ACCOUNT MAPPINGS ON GLMAP.DAT - "
                   "RUN GLMAINT FIRST - NOTHING EXPORTED"
               GOBACK
           END-IF.

           PERFORM 0180-READ-CONTROL THRU 0180-READ-CONTROL-EXIT.
           PERFORM 0200-LOAD-PET-PERIODS
               THRU 0200-LOAD-PET-PERIODS-EXIT.
           PERFORM 0300-LOAD-PAY-PERIODS
               THRU 0300-LOAD-PAY-PERIODS-EXIT.

           OPEN EXTEND JOURNAL-FILE.
           IF WS-JOURNAL-FILE-NOT-FOUND
               OPEN OUTPUT JOURNAL-FILE
               CLOSE JOURNAL-FILE
               OPEN EXTEND JOURNAL-FILE
           END-IF.

           MOVE "N" TO WS-SOURCE-STOP-SW.
           PERFORM 0420-EXPORT-ONE-PET-PERIOD
               THRU 0420-EXPORT-ONE-PET-PERIOD-EXIT
               VARYING WS-PET-IDX FROM 1 BY 1
               UNTIL WS-PET-IDX > WS-PET-COUNT
                  OR WS-SOURCE-STOPPED.

           MOVE "N" TO WS-SOURCE-STOP-SW.
           PERFORM 0520-EXPORT-ONE-PAY-PERIOD
               THRU 0520-EXPORT-ONE-PAY-PERIOD-EXIT
               VARYING WS-PERIOD-IDX FROM 1 BY 1
               UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
                  OR WS-SOURCE-STOPPED.

           CLOSE JOURNAL-FILE.

           DISPLAY SPACE.
           DISPLAY "GLEXPORT BALANCING REPORT".
           DISPLAY "  PET STORE BATCHES WRITTEN ..: ",
               WS-PET-BATCH-COUNT.
           DISPLAY "  PAYROLL BATCHES WRITTEN ....: ",
               WS-PAY-BATCH-COUNT.
           DISPLAY "  PERIODS WITH NOTHING TO POST: ", WS-EMPTY-COUNT.
           DISPLAY "  BATCHES REFUSED ............: ",
               WS-REFUSED-COUNT.
           MOVE WS-RUN-DEBITS TO WS-EDIT-AMOUNT.
           DISPLAY "  TOTAL DEBITS = CREDITS .....: ", WS-EDIT-AMOUNT.
           DISPLAY "  PET STORE EXPORTED THROUGH .: ", WS-PET-THRU.
           DISPLAY "  PAYROLL EXPORTED THROUGH ...: ", WS-PAY-THRU.
           DISPLAY "  LAST BATCH NUMBER ..........: ", WS-LAST-BATCH.
           IF WS-NO-DEPT-COUNT > ZERO
               DISPLAY "  PAY NOT ON THE MASTER (NO DEPT): ",
                   WS-NO-DEPT-COUNT
           END-IF.
           IF WS-EMP-OVERFLOW
               DISPLAY "  MASTER OVER 500 EMPLOYEES - PAY PAST THE "
                   "500TH POSTED WITH NO DEPT"
           END-IF.
           IF WS-PET-LOST-DATE > ZERO
               DISPLAY "  PET STORE LEFT FOR THE NEXT RUN (TABLE FULL)"
                   " FROM ", WS-PET-LOST-DATE
           END-IF.
           IF WS-PAY-LOST-DATE > ZERO
               DISPLAY "  PAYROLL LEFT FOR THE NEXT RUN (TABLE FULL)"
                   " FROM ", WS-PAY-LOST-DATE
           END-IF.

           GOBACK.

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
           END-IF.

           READ GLMAP-FILE
               AT END SET GLMAP-EOF TO TRUE
           END-READ.
       0170-LOAD-ONE-MAPPING-EXIT.
           EXIT.

       0180-READ-CONTROL.
           OPEN INPUT GLCTL-FILE.
           IF WS-GLCTL-FILE-NOT-FOUND
               GO TO 0180-READ-CONTROL-EXIT
           END-IF.

           READ GLCTL-FILE
               AT END MOVE ZERO TO GC-PET-THRU, GC-PAY-THRU,
                   GC-LAST-BATCH
           END-READ.
           MOVE GC-PET-THRU   TO WS-PET-THRU.
           MOVE GC-PAY-THRU   TO WS-PAY-THRU.
           MOVE GC-LAST-BATCH TO WS-LAST-BATCH.
           CLOSE GLCTL-FILE.
       0180-READ-CONTROL-EXIT.
           EXIT.

      * Days after the control date, and closed months none of
      * whose days were exported before PETCLOSE rolled them up.
       0200-LOAD-PET-PERIODS.
           OPEN INPUT DAILYSUM-FILE.
           IF NOT WS-DAILYSUM-FILE-NOT-FOUND
               READ DAILYSUM-FILE
                   AT END SET END-OF-DAILYSUM TO TRUE
               END-READ
               PERFORM 0220-NOTE-ONE-DAY THRU 0220-NOTE-ONE-DAY-EXIT
                   UNTIL END-OF-DAILYSUM
               CLOSE DAILYSUM-FILE
           END-IF.

           OPEN INPUT MONTHSUM-FILE.
           IF NOT WS-MONTHSUM-FILE-NOT-FOUND
               READ MONTHSUM-FILE
                   AT END SET END-OF-MONTHSUM TO TRUE
               END-READ
               PERFORM 0240-NOTE-ONE-MONTH
                   THRU 0240-NOTE-ONE-MONTH-EXIT
                   UNTIL END-OF-MONTHSUM
               CLOSE MONTHSUM-FILE
           END-IF.
       0200-LOAD-PET-PERIODS-EXIT.
           EXIT.

      * Records written before the discount or returns columns
      * existed carry spaces there - treated as zero.
       0220-NOTE-ONE-DAY.
           IF PS-DATE NOT NUMERIC OR PS-DATE <= WS-PET-THRU
               GO TO 0220-NOTE-ONE-DAY-READ
           END-IF.
           IF PS-DISCOUNT NOT NUMERIC
               MOVE ZERO TO PS-DISCOUNT
           END-IF.
           IF PS-RETURNS NOT NUMERIC
               MOVE ZERO TO PS-RETURNS
           END-IF.

           MOVE PS-DATE     TO WS-NP-DATE.
           MOVE "D"         TO WS-NP-KIND.
           MOVE PS-SALES    TO WS-NP-SALES.
           MOVE PS-TAX      TO WS-NP-TAX.
           MOVE PS-DISCOUNT TO WS-NP-DISCOUNT.
           MOVE PS-RETURNS  TO WS-NP-RETURNS.
           PERFORM 0260-ADD-PET-PERIOD THRU 0260-ADD-PET-PERIOD-EXIT.

       0220-NOTE-ONE-DAY-READ.
           READ DAILYSUM-FILE
               AT END SET END-OF-DAILYSUM TO TRUE
           END-READ.
       0220-NOTE-ONE-DAY-EXIT.
           EXIT.

       0240-NOTE-ONE-MONTH.
           IF PM-MONTH NOT NUMERIC
               GO TO 0240-NOTE-ONE-MONTH-READ
           END-IF.
           MOVE PM-MONTH TO WS-MD-YYYYMM.
           MOVE 01 TO WS-MD-DAY.
           MOVE WS-MONTH-DATE TO WS-MONTH-START.
           IF WS-MONTH-START <= WS-PET-THRU
               GO TO 0240-NOTE-ONE-MONTH-READ
           END-IF.
           IF PM-DISCOUNT NOT NUMERIC
               MOVE ZERO TO PM-DISCOUNT
           END-IF.
           IF PM-RETURNS NOT NUMERIC
               MOVE ZERO TO PM-RETURNS
           END-IF.

           MOVE 31 TO WS-MD-DAY.
           SET WS-DATE-NOT-VALID TO TRUE.
           PERFORM 0270-TRY-MONTH-END THRU 0270-TRY-MONTH-END-EXIT
               UNTIL WS-DATE-VALID OR WS-MD-DAY < 28.

           MOVE WS-MONTH-DATE TO WS-NP-DATE.
           MOVE "M"           TO WS-NP-KIND.
           MOVE PM-SALES      TO WS-NP-SALES.
           MOVE PM-TAX        TO WS-NP-TAX.
           MOVE PM-DISCOUNT   TO WS-NP-DISCOUNT.
           MOVE PM-RETURNS    TO WS-NP-RETURNS.
           PERFORM 0260-ADD-PET-PERIOD THRU 0260-ADD-PET-PERIOD-EXIT.

       0240-NOTE-ONE-MONTH-READ.
           READ MONTHSUM-FILE
               AT END SET END-OF-MONTHSUM TO TRUE
           END-READ.
       0240-NOTE-ONE-MONTH-EXIT.
           EXIT.

      * A second summary record for the same day adds into the
      * first; otherwise the new period is slotted in date order.
       0260-ADD-PET-PERIOD.
           MOVE ZERO TO WS-PET-FOUND-IDX.
           PERFORM 0262-CHECK-ONE-PET-PERIOD
               THRU 0262-CHECK-ONE-PET-PERIOD-EXIT
               VARYING WS-PET-IDX FROM 1 BY 1
               UNTIL WS-PET-IDX > WS-PET-COUNT
                  OR WS-PET-FOUND-IDX > ZERO.
           IF WS-PET-FOUND-IDX > ZERO
               ADD WS-NP-SALES    TO WS-PP-SALES(WS-PET-FOUND-IDX)
               ADD WS-NP-TAX      TO WS-PP-TAX(WS-PET-FOUND-IDX)
               ADD WS-NP-DISCOUNT TO WS-PP-DISCOUNT(WS-PET-FOUND-IDX)
               ADD WS-NP-RETURNS  TO WS-PP-RETURNS(WS-PET-FOUND-IDX)
               GO TO 0260-ADD-PET-PERIOD-EXIT
           END-IF.

           IF WS-PET-COUNT >= 400
               IF WS-PET-LOST-DATE = ZERO
                       OR WS-NP-DATE < WS-PET-LOST-DATE
                   MOVE WS-NP-DATE TO WS-PET-LOST-DATE
               END-IF
               GO TO 0260-ADD-PET-PERIOD-EXIT
           END-IF.

           ADD 1 TO WS-PET-COUNT.
           MOVE WS-PET-COUNT TO WS-PET-IDX.
           MOVE "N" TO WS-SLOT-SWITCH.
           PERFORM 0265-SHIFT-ONE-PET-PERIOD
               THRU 0265-SHIFT-ONE-PET-PERIOD-EXIT
               UNTIL WS-SLOT-FOUND.
           MOVE WS-NEW-PET-ENTRY TO WS-PET-ENTRY(WS-PET-IDX).
       0260-ADD-PET-PERIOD-EXIT.
           EXIT.

       0262-CHECK-ONE-PET-PERIOD.
           IF WS-PP-DATE(WS-PET-IDX) = WS-NP-DATE
               AND WS-PP-KIND(WS-PET-IDX) = WS-NP-KIND
               MOVE WS-PET-IDX TO WS-PET-FOUND-IDX
           END-IF.
       0262-CHECK-ONE-PET-PERIOD-EXIT.
           EXIT.

      * Moves entries later than the new one up a slot until the
      * free slot is where the new one belongs.
       0265-SHIFT-ONE-PET-PERIOD.
           IF WS-PET-IDX = 1
               SET WS-SLOT-FOUND TO TRUE
               GO TO 0265-SHIFT-ONE-PET-PERIOD-EXIT
           END-IF.
           IF WS-PP-DATE(WS-PET-IDX - 1) <= WS-NP-DATE
               SET WS-SLOT-FOUND TO TRUE
               GO TO 0265-SHIFT-ONE-PET-PERIOD-EXIT
           END-IF.
           MOVE WS-PET-ENTRY(WS-PET-IDX - 1)
               TO WS-PET-ENTRY(WS-PET-IDX).
           SUBTRACT 1 FROM WS-PET-IDX.
       0265-SHIFT-ONE-PET-PERIOD-EXIT.
           EXIT.

       0270-TRY-MONTH-END.
           CALL "DATEEDIT" USING WS-MONTH-DATE, WS-DATE-EDIT-RESULT.
           IF WS-DATE-NOT-VALID
               SUBTRACT 1 FROM WS-MD-DAY
           END-IF.
       0270-TRY-MONTH-END-EXIT.
           EXIT.

      * Gross pay on PAYHIST.DAT for period ends after the control
      * date, summed by period and department.
       0300-LOAD-PAY-PERIODS.
           OPEN INPUT PAYHIST-FILE.
           IF WS-PAYHIST-FILE-NOT-FOUND
               GO TO 0300-LOAD-PAY-PERIODS-EXIT
           END-IF.

           OPEN INPUT MASTER-FILE.
           IF NOT WS-MASTER-FILE-NOT-FOUND
               READ MASTER-FILE
                   AT END SET END-OF-MASTER TO TRUE
               END-READ
               PERFORM 0310-LOAD-ONE-EMPLOYEE
                   THRU 0310-LOAD-ONE-EMPLOYEE-EXIT
                   UNTIL END-OF-MASTER
               CLOSE MASTER-FILE
           END-IF.

           READ PAYHIST-FILE
               AT END SET END-OF-PAYHIST TO TRUE
           END-READ.
           PERFORM 0320-NOTE-ONE-PAY THRU 0320-NOTE-ONE-PAY-EXIT
               UNTIL END-OF-PAYHIST.
           CLOSE PAYHIST-FILE.
       0300-LOAD-PAY-PERIODS-EXIT.
           EXIT.

       0310-LOAD-ONE-EMPLOYEE.
           IF WS-EMP-COUNT < 500
               ADD 1 TO WS-EMP-COUNT
               MOVE MR-EMPLOYEE-ID TO WS-ET-EMPLOYEE-ID(WS-EMP-COUNT)
               MOVE MR-DEPARTMENT  TO WS-ET-DEPARTMENT(WS-EMP-COUNT)
           ELSE
               IF NOT WS-EMP-OVERFLOW
                   DISPLAY "GLEXPORT: MORE THAN 500 EMPLOYEES ON "
                       "SORTED.NEW - THE REST HAVE NO DEPARTMENT"
               END-IF
               SET WS-EMP-OVERFLOW TO TRUE
           END-IF.
           READ MASTER-FILE
               AT END SET END-OF-MASTER TO TRUE
           END-READ.
       0310-LOAD-ONE-EMPLOYEE-EXIT.
           EXIT.

      * Pay for someone no longer on the master has no department
      * and posts to the blank-department expense account.
       0320-NOTE-ONE-PAY.
           IF PY-PERIOD-END <= WS-PAY-THRU OR PY-GROSS NOT NUMERIC
               GO TO 0320-NOTE-ONE-PAY-READ
           END-IF.

           MOVE SPACES TO WS-PAY-DEPARTMENT.
           PERFORM 0330-CHECK-ONE-EMPLOYEE
               THRU 0330-CHECK-ONE-EMPLOYEE-EXIT
               VARYING WS-EMP-IDX FROM 1 BY 1
               UNTIL WS-EMP-IDX > WS-EMP-COUNT
                  OR WS-PAY-DEPARTMENT NOT = SPACES.
           IF WS-PAY-DEPARTMENT = SPACES
               ADD 1 TO WS-NO-DEPT-COUNT
           END-IF.

           MOVE ZERO TO WS-PAY-FOUND-IDX.
           PERFORM 0340-CHECK-ONE-PAY-ENTRY
               THRU 0340-CHECK-ONE-PAY-ENTRY-EXIT
               VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAY-COUNT
                  OR WS-PAY-FOUND-IDX > ZERO.
           IF WS-PAY-FOUND-IDX = ZERO
               IF WS-PAY-COUNT >= 400
                   PERFORM 0370-NOTE-LOST-PERIOD
                       THRU 0370-NOTE-LOST-PERIOD-EXIT
                   GO TO 0320-NOTE-ONE-PAY-READ
               END-IF
               ADD 1 TO WS-PAY-COUNT
               MOVE WS-PAY-COUNT TO WS-PAY-FOUND-IDX
               MOVE PY-PERIOD-END
                   TO WS-PY-PERIOD(WS-PAY-FOUND-IDX)
               MOVE WS-PAY-DEPARTMENT
                   TO WS-PY-DEPARTMENT(WS-PAY-FOUND-IDX)
               MOVE ZERO TO WS-PY-GROSS(WS-PAY-FOUND-IDX)
               PERFORM 0350-ADD-PERIOD-END
                   THRU 0350-ADD-PERIOD-END-EXIT
           END-IF.
           ADD PY-GROSS TO WS-PY-GROSS(WS-PAY-FOUND-IDX).

       0320-NOTE-ONE-PAY-READ.
           READ PAYHIST-FILE
               AT END SET END-OF-PAYHIST TO TRUE
           END-READ.
       0320-NOTE-ONE-PAY-EXIT.
           EXIT.

       0330-CHECK-ONE-EMPLOYEE.
           IF WS-ET-EMPLOYEE-ID(WS-EMP-IDX) = PY-EMPLOYEE-ID
               MOVE WS-ET-DEPARTMENT(WS-EMP-IDX) TO WS-PAY-DEPARTMENT
           END-IF.
       0330-CHECK-ONE-EMPLOYEE-EXIT.
           EXIT.

       0340-CHECK-ONE-PAY-ENTRY.
           IF WS-PY-PERIOD(WS-PAY-IDX) = PY-PERIOD-END
               AND WS-PY-DEPARTMENT(WS-PAY-IDX) = WS-PAY-DEPARTMENT
               MOVE WS-PAY-IDX TO WS-PAY-FOUND-IDX
           END-IF.
       0340-CHECK-ONE-PAY-ENTRY-EXIT.
           EXIT.

      * The list of period ends is kept in date order so the
      * batches go out oldest first.
       0350-ADD-PERIOD-END.
           MOVE ZERO TO WS-PERIOD-FOUND-IDX.
           PERFORM 0355-CHECK-ONE-PERIOD-END
               THRU 0355-CHECK-ONE-PERIOD-END-EXIT
               VARYING WS-PERIOD-IDX FROM 1 BY 1
               UNTIL WS-PERIOD-IDX > WS-PERIOD-COUNT
                  OR WS-PERIOD-FOUND-IDX > ZERO.
           IF WS-PERIOD-FOUND-IDX > ZERO
               GO TO 0350-ADD-PERIOD-END-EXIT
           END-IF.
           IF WS-PERIOD-COUNT >= 100
               PERFORM 0370-NOTE-LOST-PERIOD
                   THRU 0370-NOTE-LOST-PERIOD-EXIT
               GO TO 0350-ADD-PERIOD-END-EXIT
           END-IF.

           ADD 1 TO WS-PERIOD-COUNT.
           MOVE WS-PERIOD-COUNT TO WS-PERIOD-IDX.
           MOVE "N" TO WS-SLOT-SWITCH.
           PERFORM 0360-SHIFT-ONE-PERIOD-END
               THRU 0360-SHIFT-ONE-PERIOD-END-EXIT
               UNTIL WS-SLOT-FOUND.
           MOVE PY-PERIOD-END TO WS-PERIOD-END(WS-PERIOD-IDX).
       0350-ADD-PERIOD-END-EXIT.
           EXIT.

       0355-CHECK-ONE-PERIOD-END.
           IF WS-PERIOD-END(WS-PERIOD-IDX) = PY-PERIOD-END
               MOVE WS-PERIOD-IDX TO WS-PERIOD-FOUND-IDX
           END-IF.
       0355-CHECK-ONE-PERIOD-END-EXIT.
           EXIT.

       0360-SHIFT-ONE-PERIOD-END.
           IF WS-PERIOD-IDX = 1
               SET WS-SLOT-FOUND TO TRUE
               GO TO 0360-SHIFT-ONE-PERIOD-END-EXIT
           END-IF.
           IF WS-PERIOD-END(WS-PERIOD-IDX - 1) <= PY-PERIOD-END
               SET WS-SLOT-FOUND TO TRUE
               GO TO 0360-SHIFT-ONE-PERIOD-END-EXIT
           END-IF.
           MOVE WS-PERIOD-END(WS-PERIOD-IDX - 1)
               TO WS-PERIOD-END(WS-PERIOD-IDX).
           SUBTRACT 1 FROM WS-PERIOD-IDX.
       0360-SHIFT-ONE-PERIOD-END-EXIT.
           EXIT.

      * PAYHIST.DAT comes in employee order, so a period that does
      * not fit can be earlier than periods already in the tables.
       0370-NOTE-LOST-PERIOD.
           IF WS-PAY-LOST-DATE = ZERO
                   OR PY-PERIOD-END < WS-PAY-LOST-DATE
               MOVE PY-PERIOD-END TO WS-PAY-LOST-DATE
           END-IF.
       0370-NOTE-LOST-PERIOD-EXIT.
           EXIT.

      * Receipts are what the store actually took - net sales less
      * the loyalty discount plus the tax collected.  Sales revenue
      * is credited gross and the returns debited back out.
       0420-EXPORT-ONE-PET-PERIOD.
           IF WS-PET-LOST-DATE > ZERO
               AND WS-PP-DATE(WS-PET-IDX) NOT < WS-PET-LOST-DATE
               SET WS-SOURCE-STOPPED TO TRUE
               GO TO 0420-EXPORT-ONE-PET-PERIOD-EXIT
           END-IF.
           MOVE "PET" TO WS-BATCH-SOURCE.
           MOVE WS-PP-DATE(WS-PET-IDX) TO WS-BATCH-PERIOD.
           PERFORM 0600-START-BATCH THRU 0600-START-BATCH-EXIT.

           MOVE SPACES TO WS-LN-DEPARTMENT.
           MOVE "CASH" TO WS-LN-KIND.
           MOVE "D"    TO WS-LN-SIDE.
           COMPUTE WS-LN-AMOUNT = WS-PP-SALES(WS-PET-IDX)
               - WS-PP-DISCOUNT(WS-PET-IDX) + WS-PP-TAX(WS-PET-IDX).
           PERFORM 0620-ADD-BATCH-LINE THRU 0620-ADD-BATCH-LINE-EXIT.

           MOVE "DISC" TO WS-LN-KIND.
           MOVE WS-PP-DISCOUNT(WS-PET-IDX) TO WS-LN-AMOUNT.
           PERFORM 0620-ADD-BATCH-LINE THRU 0620-ADD-BATCH-LINE-EXIT.

           MOVE "RETN" TO WS-LN-KIND.
           MOVE WS-PP-RETURNS(WS-PET-IDX) TO WS-LN-AMOUNT.
           PERFORM 0620-ADD-BATCH-LINE THRU 0620-ADD-BATCH-LINE-EXIT.

           MOVE "SALE" TO WS-LN-KIND.
           MOVE "C"    TO WS-LN-SIDE.
           COMPUTE WS-LN-AMOUNT = WS-PP-SALES(WS-PET-IDX)
               + WS-PP-RETURNS(WS-PET-IDX).
           PERFORM 0620-ADD-BATCH-LINE THRU 0620-ADD-BATCH-LINE-EXIT.

           MOVE "STAX" TO WS-LN-KIND.
           MOVE WS-PP-TAX(WS-PET-IDX) TO WS-LN-AMOUNT.
           PERFORM 0620-ADD-BATCH-LINE THRU 0620-ADD-BATCH-LINE-EXIT.

           PERFORM 0700-FINISH-BATCH THRU 0700-FINISH-BATCH-EXIT.
           IF WS-BATCH-REFUSED
               SET WS-SOURCE-STOPPED TO TRUE
               GO TO 0420-EXPORT-ONE-PET-PERIOD-EXIT
           END-IF.
           IF WS-BATCH-LINE-COUNT > ZERO
               ADD 1 TO WS-PET-BATCH-COUNT
           END-IF.
           MOVE WS-BATCH-PERIOD TO WS-PET-THRU.
           PERFORM 0800-WRITE-CONTROL THRU 0800-WRITE-CONTROL-EXIT.
       0420-EXPORT-ONE-PET-PERIOD-EXIT.
           EXIT.

       0520-EXPORT-ONE-PAY-PERIOD.
           IF WS-PAY-LOST-DATE > ZERO
               AND WS-PERIOD-END(WS-PERIOD-IDX) NOT < WS-PAY-LOST-DATE
               SET WS-SOURCE-STOPPED TO TRUE
               GO TO 0520-EXPORT-ONE-PAY-PERIOD-EXIT
           END-IF.
           MOVE "PAY" TO WS-BATCH-SOURCE.
           MOVE WS-PERIOD-END(WS-PERIOD-IDX) TO WS-BATCH-PERIOD.
           PERFORM 0600-START-BATCH THRU 0600-START-BATCH-EXIT.

           MOVE ZERO TO WS-PAY-TOTAL.
           PERFORM 0540-ADD-ONE-DEPT-LINE
               THRU 0540-ADD-ONE-DEPT-LINE-EXIT
               VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAY-COUNT.

           MOVE "PAYL"       TO WS-LN-KIND.
           MOVE SPACES       TO WS-LN-DEPARTMENT.
           MOVE "C"          TO WS-LN-SIDE.
           MOVE WS-PAY-TOTAL TO WS-LN-AMOUNT.
           PERFORM 0620-ADD-BATCH-LINE THRU 0620-ADD-BATCH-LINE-EXIT.

           PERFORM 0700-FINISH-BATCH THRU 0700-FINISH-BATCH-EXIT.
           IF WS-BATCH-REFUSED
               SET WS-SOURCE-STOPPED TO TRUE
               GO TO 0520-EXPORT-ONE-PAY-PERIOD-EXIT
           END-IF.
           IF WS-BATCH-LINE-COUNT > ZERO
               ADD 1 TO WS-PAY-BATCH-COUNT
           END-IF.
           MOVE WS-BATCH-PERIOD TO WS-PAY-THRU.
           PERFORM 0800-WRITE-CONTROL THRU 0800-WRITE-CONTROL-EXIT.
       0520-EXPORT-ONE-PAY-PERIOD-EXIT.
           EXIT.

       0540-ADD-ONE-DEPT-LINE.
           IF WS-PY-PERIOD(WS-PAY-IDX) NOT = WS-BATCH-PERIOD
               GO TO 0540-ADD-ONE-DEPT-LINE-EXIT
           END-IF.
           MOVE "PAYX" TO WS-LN-KIND.
           MOVE WS-PY-DEPARTMENT(WS-PAY-IDX) TO WS-LN-DEPARTMENT.
           MOVE "D"    TO WS-LN-SIDE.
           MOVE WS-PY-GROSS(WS-PAY-IDX) TO WS-LN-AMOUNT.
           ADD WS-PY-GROSS(WS-PAY-IDX) TO WS-PAY-TOTAL.
           PERFORM 0620-ADD-BATCH-LINE THRU 0620-ADD-BATCH-LINE-EXIT.
       0540-ADD-ONE-DEPT-LINE-EXIT.
           EXIT.

       0600-START-BATCH.
           MOVE ZERO TO WS-BATCH-LINE-COUNT, WS-BATCH-DEBITS,
               WS-BATCH-CREDITS.
           SET WS-BATCH-OK TO TRUE.
       0600-START-BATCH-EXIT.
           EXIT.

      * A zero amount makes no line; a negative one goes on the
      * other side.  Payroll expense for a department with no
      * mapping of its own takes the blank-department account.
       0620-ADD-BATCH-LINE.
           IF WS-LN-AMOUNT = ZERO
               GO TO 0620-ADD-BATCH-LINE-EXIT
           END-IF.

           PERFORM 0650-FIND-ACCOUNT THRU 0650-FIND-ACCOUNT-EXIT.
           IF WS-MAP-FOUND-IDX = ZERO AND WS-LN-DEPARTMENT NOT = SPACES
               MOVE SPACES TO WS-LN-DEPARTMENT
               PERFORM 0650-FIND-ACCOUNT THRU 0650-FIND-ACCOUNT-EXIT
           END-IF.
           IF WS-MAP-FOUND-IDX = ZERO
               DISPLAY "GLEXPORT: NO ACCOUNT MAPPED FOR ", WS-LN-KIND,
                   " - ", WS-BATCH-SOURCE, " BATCH FOR ",
                   WS-BATCH-PERIOD, " REFUSED"
               SET WS-BATCH-REFUSED TO TRUE
               GO TO 0620-ADD-BATCH-LINE-EXIT
           END-IF.
           IF WS-BATCH-LINE-COUNT >= 60
               DISPLAY "GLEXPORT: MORE THAN 60 LINES - ",
                   WS-BATCH-SOURCE, " BATCH FOR ", WS-BATCH-PERIOD,
                   " REFUSED"
               SET WS-BATCH-REFUSED TO TRUE
               GO TO 0620-ADD-BATCH-LINE-EXIT
           END-IF.

           IF WS-LN-AMOUNT < ZERO
               COMPUTE WS-LN-AMOUNT = ZERO - WS-LN-AMOUNT
               IF WS-LN-DEBIT
                   MOVE "C" TO WS-LN-SIDE
               ELSE
                   MOVE "D" TO WS-LN-SIDE
               END-IF
           END-IF.

           ADD 1 TO WS-BATCH-LINE-COUNT.
           MOVE WS-BATCH-LINE-COUNT TO WS-BATCH-IDX.
           MOVE WS-MT-ACCOUNT(WS-MAP-FOUND-IDX)
               TO WS-BL-ACCOUNT(WS-BATCH-IDX).
           MOVE WS-MT-DESCRIPTION(WS-MAP-FOUND-IDX)
               TO WS-BL-DESCRIPTION(WS-BATCH-IDX).
           MOVE ZERO TO WS-BL-DEBIT(WS-BATCH-IDX),
               WS-BL-CREDIT(WS-BATCH-IDX).
           IF WS-LN-DEBIT
               MOVE WS-LN-AMOUNT TO WS-BL-DEBIT(WS-BATCH-IDX)
               ADD WS-LN-AMOUNT TO WS-BATCH-DEBITS
           ELSE
               MOVE WS-LN-AMOUNT TO WS-BL-CREDIT(WS-BATCH-IDX)
               ADD WS-LN-AMOUNT TO WS-BATCH-CREDITS
           END-IF.
       0620-ADD-BATCH-LINE-EXIT.
           EXIT.

       0650-FIND-ACCOUNT.
           MOVE ZERO TO WS-MAP-FOUND-IDX.
           PERFORM 0660-CHECK-ONE-ACCOUNT
               THRU 0660-CHECK-ONE-ACCOUNT-EXIT
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
                  OR WS-MAP-FOUND-IDX > ZERO.
       0650-FIND-ACCOUNT-EXIT.
           EXIT.

       0660-CHECK-ONE-ACCOUNT.
           IF WS-MT-KIND(WS-MAP-IDX) = WS-LN-KIND
               AND WS-MT-DEPARTMENT(WS-MAP-IDX) = WS-LN-DEPARTMENT
               MOVE WS-MAP-IDX TO WS-MAP-FOUND-IDX
           END-IF.
       0660-CHECK-ONE-ACCOUNT-EXIT.
           EXIT.

      * The batch is written only when nothing was refused and the
      * debits equal the credits.  A period with nothing to post
      * writes no batch but still counts as exported.
       0700-FINISH-BATCH.
           IF WS-BATCH-REFUSED
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 0700-FINISH-BATCH-EXIT
           END-IF.
           IF WS-BATCH-DEBITS NOT = WS-BATCH-CREDITS
               MOVE WS-BATCH-DEBITS TO WS-EDIT-AMOUNT
               DISPLAY "GLEXPORT: ", WS-BATCH-SOURCE, " BATCH FOR ",
                   WS-BATCH-PERIOD, " OUT OF BALANCE - REFUSED"
               DISPLAY "  DEBITS  ", WS-EDIT-AMOUNT
               MOVE WS-BATCH-CREDITS TO WS-EDIT-AMOUNT
               DISPLAY "  CREDITS ", WS-EDIT-AMOUNT
               SET WS-BATCH-REFUSED TO TRUE
               ADD 1 TO WS-REFUSED-COUNT
               GO TO 0700-FINISH-BATCH-EXIT
           END-IF.
           IF WS-BATCH-LINE-COUNT = ZERO
               ADD 1 TO WS-EMPTY-COUNT
               GO TO 0700-FINISH-BATCH-EXIT
           END-IF.

           ADD 1 TO WS-LAST-BATCH.
           PERFORM 0750-WRITE-ONE-LINE THRU 0750-WRITE-ONE-LINE-EXIT
               VARYING WS-BATCH-IDX FROM 1 BY 1
               UNTIL WS-BATCH-IDX > WS-BATCH-LINE-COUNT.

           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "T"                 TO JE-RECORD-TYPE.
           MOVE WS-LAST-BATCH       TO JE-BATCH.
           MOVE WS-BATCH-SOURCE     TO JE-SOURCE.
           MOVE WS-BATCH-PERIOD     TO JE-PERIOD.
           MOVE WS-BATCH-LINE-COUNT TO JE-LINE.
           MOVE WS-BATCH-DEBITS     TO JE-DEBIT.
           MOVE WS-BATCH-CREDITS    TO JE-CREDIT.
           MOVE "BATCH TOTAL"       TO JE-DESCRIPTION.
           WRITE JOURNAL-RECORD.
           ADD WS-BATCH-DEBITS TO WS-RUN-DEBITS.

           MOVE WS-BATCH-DEBITS TO WS-EDIT-AMOUNT.
           DISPLAY "BATCH ", WS-LAST-BATCH, " ", WS-BATCH-SOURCE, " ",
               WS-BATCH-PERIOD, " LINES ", WS-BATCH-LINE-COUNT,
               " ", WS-EDIT-AMOUNT.
       0700-FINISH-BATCH-EXIT.
           EXIT.

       0750-WRITE-ONE-LINE.
           MOVE SPACES TO JOURNAL-RECORD.
           MOVE "D"                           TO JE-RECORD-TYPE.
           MOVE WS-LAST-BATCH                 TO JE-BATCH.
           MOVE WS-BATCH-SOURCE               TO JE-SOURCE.
           MOVE WS-BATCH-PERIOD               TO JE-PERIOD.
           MOVE WS-BATCH-IDX                  TO JE-LINE.
           MOVE WS-BL-ACCOUNT(WS-BATCH-IDX)     TO JE-ACCOUNT.
           MOVE WS-BL-DEBIT(WS-BATCH-IDX)       TO JE-DEBIT.
           MOVE WS-BL-CREDIT(WS-BATCH-IDX)      TO JE-CREDIT.
           MOVE WS-BL-DESCRIPTION(WS-BATCH-IDX) TO JE-DESCRIPTION.
           WRITE JOURNAL-RECORD.
       0750-WRITE-ONE-LINE-EXIT.
           EXIT.

      * Rewritten after every batch so an interrupted run never
      * exports the batches it already wrote a second time.
       0800-WRITE-CONTROL.
           OPEN OUTPUT GLCTL-FILE.
           MOVE SPACES        TO GLCTL-RECORD.
           MOVE WS-PET-THRU   TO GC-PET-THRU.
           MOVE WS-PAY-THRU   TO GC-PAY-THRU.
           MOVE WS-LAST-BATCH TO GC-LAST-BATCH.
           MOVE WS-TODAY-DATE TO GC-RUN-DATE.
           WRITE GLCTL-RECORD.
           CLOSE GLCTL-FILE.
       0800-WRITE-CONTROL-EXIT.
           EXIT.

       END PROGRAM GLEXPORT.
