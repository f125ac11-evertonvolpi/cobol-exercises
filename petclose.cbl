      *                   PS-DISCOUNT - A NON-NUMERIC VALUE IS NOW
      *                   TREATED AS ZERO, THE WAY BMICALCULATOR
      *                   GUARDS LEGACY CHECKPOINT DATA
      *   2026-10-15  EV  MONTH TOTALS OF THE PETDRAWER CASH AND CARD
      *                   OVER/SHORT (LATEST BALANCING FOR EACH DAY)
      *                   ARE REPORTED AND CARRIED ON THE MONTH RECORD
      *   2026-10-15  EV  THE DAY'S RETURNS AMOUNT IS ROLLED INTO THE
      *                   MONTH RECORD.  ONCE THE LEDGER INTERFACE IS
      *                   IN USE (GLCTL.DAT PRESENT) A MONTH WITH DAYS
      *                   NOT YET EXPORTED BY GLEXPORT IS NOT CLOSED
      *   2026-10-15  EV  SIGN-ON THROUGH SIGNON - ONLY AN OPERATOR
      *                   AUTHORISED FOR PETCLOSE MAY CLOSE A MONTH
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-CLOSECTL-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT GLCTLFILE ASSIGN TO "GLCTL.DAT"
               FILE STATUS IS WS-GLCTL-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DRAWERFILE ASSIGN TO "PETDRAWER.DAT"
               FILE STATUS IS WS-DRAWER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD DAILYSUMFILE.
           05 PS-TAX           PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PS-DISCOUNT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PS-RETURNS       PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD NEWDAILYFILE.
       01 NEWDAILY-RECORD.
           88 END-OF-NEWDAILY  VALUE HIGH-VALUES.
           05 FILLER           PIC X(76).

       FD MONTHSUMFILE.
       01 MONTHSUM-RECORD.
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

       FD CLOSECTLFILE.
       01 CLOSECTL-RECORD.
           05 PC-CLOSED-THRU   PIC 9(6).

      *This mirrors the ledger export control record GLEXPORT keeps.
       FD GLCTLFILE.
       01 GLCTL-RECORD.
           05 GC-PET-THRU      PIC 9(8).
           05 FILLER           PIC X.
           05 GC-PAY-THRU      PIC 9(8).
           05 FILLER           PIC X.
           05 GC-LAST-BATCH    PIC 9(6).
           05 FILLER           PIC X.
           05 GC-RUN-DATE      PIC 9(8).

      *This mirrors the drawer balancing record PETDRAWER writes.
       FD DRAWERFILE.
       01 DRAWER-RECORD.
           88 END-OF-DRAWER    VALUE HIGH-VALUES.
           05 DR-DATE          PIC 9(8).
           05 DR-DATE-PARTS REDEFINES DR-DATE.
               10 DR-YYYYMM    PIC 9(6).
               10 DR-DAY       PIC 9(2).
           05 FILLER           PIC X.
           05 DR-FLOAT         PIC 9(5)V99.
           05 FILLER           PIC X.
           05 DR-CASH-POSTED   PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 DR-CASH-COUNTED  PIC 9(7)V99.
           05 FILLER           PIC X.
           05 DR-CASH-OVER-SHORT
                               PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 DR-CARD-POSTED   PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 DR-CARD-BATCH    PIC 9(7)V99.
           05 FILLER           PIC X.
           05 DR-CARD-OVER-SHORT
                               PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 DR-CHEQUE-POSTED PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 DR-CREDIT-POSTED PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 DR-BALANCED-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 DR-BALANCED-TIME PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-DAILYSUM-FILE-STATUS PIC XX.
           88 WS-DAILYSUM-FILE-NOT-FOUND VALUE "35".
       01 WS-CLOSECTL-FILE-STATUS PIC XX.
           88 WS-CLOSECTL-FILE-NOT-FOUND VALUE "35".

       01 WS-GLCTL-FILE-STATUS PIC XX.
           88 WS-GLCTL-FILE-NOT-FOUND VALUE "35".

       01 WS-DRAWER-FILE-STATUS PIC XX.
           88 WS-DRAWER-FILE-NOT-FOUND VALUE "35".

       01 WS-CLOSE-MONTH       PIC 9(6).
       01 WS-CLOSED-THRU       PIC 9(6) VALUE ZERO.

           05 WS-MT-SALES      PIC S9(9)V99 VALUE ZERO.
           05 WS-MT-TAX        PIC S9(9)V99 VALUE ZERO.
           05 WS-MT-DISCOUNT   PIC S9(9)V99 VALUE ZERO.
           05 WS-MT-RETURNS    PIC S9(9)V99 VALUE ZERO.

      * One slot per day of the month - a later balancing of the
      * same day overwrites the earlier one.
       01 WS-DRAWER-DAYS.
           05 WS-DRAWER-DAY OCCURS 31 TIMES.
               10 WS-DY-BALANCED-SW  PIC X.
                   88 WS-DY-BALANCED     VALUE "Y".
               10 WS-DY-CASH-POSTED  PIC S9(7)V99.
               10 WS-DY-CASH-OS      PIC S9(7)V99.
               10 WS-DY-CARD-POSTED  PIC S9(7)V99.
               10 WS-DY-CARD-OS      PIC S9(7)V99.
       01 WS-DAY-IDX           PIC 9(2).

       01 WS-DRAWER-TOTALS.
           05 WS-DT-DAYS       PIC 9(2)     VALUE ZERO.
           05 WS-DT-CASH-POSTED PIC S9(9)V99 VALUE ZERO.
           05 WS-DT-CASH-OS    PIC S9(9)V99 VALUE ZERO.
           05 WS-DT-CARD-POSTED PIC S9(9)V99 VALUE ZERO.
           05 WS-DT-CARD-OS    PIC S9(9)V99 VALUE ZERO.
       01 WS-EDIT-AMOUNT       PIC $$$,$$$,$$9.99-.

       01 WS-GL-PET-THRU       PIC 9(8) VALUE ZERO.
       01 WS-UNEXPORTED-COUNT  PIC 9(5) VALUE ZERO.

       01 WS-ROLLED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-KEPT-COUNT        PIC 9(5) VALUE ZERO.

       01 WS-OPERATOR-ID       PIC X(3) VALUE SPACES.
       01 WS-SIGNON-ACCESS.
           05 WS-SO-PROGRAM    PIC X(17) VALUE "PETCLOSE".
           05 WS-SO-FUNCTION   PIC X VALUE SPACE.
           05 WS-SO-RESULT     PIC X.
               88 WS-SO-GRANTED    VALUE "Y".

       PROCEDURE DIVISION.
       0100-START-HERE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           DISPLAY "MONTH TO CLOSE (YYYYMM): " WITH NO ADVANCING.
               STOP RUN
           END-IF.

           PERFORM 0170-CHECK-LEDGER-EXPORT
               THRU 0170-CHECK-LEDGER-EXPORT-EXIT.
           IF WS-UNEXPORTED-COUNT > ZERO
               DISPLAY "PETCLOSE: ", WS-UNEXPORTED-COUNT, " DAY(S) OF ",
                   WS-CLOSE-MONTH, " NOT YET EXPORTED TO THE LEDGER "
                   "- RUN GLEXPORT FIRST - NOTHING DONE"
               STOP RUN
           END-IF.

           PERFORM 0200-ROLL-DAILY-RECORDS
               THRU 0200-ROLL-DAILY-RECORDS-EXIT.
           PERFORM 0300-TOTAL-DRAWERS THRU 0300-TOTAL-DRAWERS-EXIT.

           IF WS-ROLLED-COUNT = ZERO
               DISPLAY "PETCLOSE: NO DAILY RECORDS FOR ",
               WS-ROLLED-COUNT.
           DISPLAY "  DAILY RECORDS KEPT OPEN ....: ",
               WS-KEPT-COUNT.
           DISPLAY "  DRAWER DAYS BALANCED .......: ",
               WS-DT-DAYS.
           MOVE WS-DT-CASH-POSTED TO WS-EDIT-AMOUNT.
           DISPLAY "  CASH TENDERS POSTED ........: ",
               WS-EDIT-AMOUNT.
           MOVE WS-DT-CASH-OS TO WS-EDIT-AMOUNT.
           DISPLAY "  CASH OVER/SHORT ............: ",
               WS-EDIT-AMOUNT.
           MOVE WS-DT-CARD-POSTED TO WS-EDIT-AMOUNT.
           DISPLAY "  CARD TENDERS POSTED ........: ",
               WS-EDIT-AMOUNT.
           MOVE WS-DT-CARD-OS TO WS-EDIT-AMOUNT.
           DISPLAY "  CARD OVER/SHORT ............: ",
               WS-EDIT-AMOUNT.

           STOP RUN.

       0150-READ-CLOSE-CONTROL-EXIT.
           EXIT.

      * Once GLEXPORT has run, a day rolled into the month record
      * could never be exported on its own, so every daily record of
      * the month must already be past the export high-water date.
      * With no GLCTL.DAT the ledger interface is not in use.
       0170-CHECK-LEDGER-EXPORT.
           OPEN INPUT GLCTLFILE.
           IF WS-GLCTL-FILE-NOT-FOUND
               GO TO 0170-CHECK-LEDGER-EXPORT-EXIT
           END-IF.
           READ GLCTLFILE
               AT END MOVE ZERO TO GC-PET-THRU
           END-READ.
           IF GC-PET-THRU NUMERIC
               MOVE GC-PET-THRU TO WS-GL-PET-THRU
           END-IF.
           CLOSE GLCTLFILE.

           OPEN INPUT DAILYSUMFILE.
           IF WS-DAILYSUM-FILE-NOT-FOUND
               GO TO 0170-CHECK-LEDGER-EXPORT-EXIT
           END-IF.
           READ DAILYSUMFILE
               AT END SET END-OF-DAILYSUM TO TRUE
           END-READ.
           PERFORM 0180-CHECK-ONE-DAY THRU 0180-CHECK-ONE-DAY-EXIT
               UNTIL END-OF-DAILYSUM.
           CLOSE DAILYSUMFILE.
       0170-CHECK-LEDGER-EXPORT-EXIT.
           EXIT.

       0180-CHECK-ONE-DAY.
           IF PS-YYYYMM = WS-CLOSE-MONTH
               AND PS-DATE > WS-GL-PET-THRU
               ADD 1 TO WS-UNEXPORTED-COUNT
           END-IF.
           READ DAILYSUMFILE
               AT END SET END-OF-DAILYSUM TO TRUE
           END-READ.
       0180-CHECK-ONE-DAY-EXIT.
           EXIT.

      * One pass splits the daily file - records for the month
      * being closed accumulate into the monthly totals, the rest
      * are copied to PETDAILYSUM.NEW to be written back as the
       0200-ROLL-DAILY-RECORDS-EXIT.
           EXIT.

      * Records written before the discount or returns columns
      * existed read back with spaces there - treated as zero, which
      * also normalizes the columns on any kept record copied back.
       0250-ROLL-ONE-RECORD.
           IF PS-DISCOUNT NOT NUMERIC
               MOVE ZERO TO PS-DISCOUNT
           END-IF.
           IF PS-RETURNS NOT NUMERIC
               MOVE ZERO TO PS-RETURNS
           END-IF.

           IF PS-YYYYMM = WS-CLOSE-MONTH
               ADD PS-CUSTOMERS TO WS-MT-CUSTOMERS
               ADD PS-SALES     TO WS-MT-SALES
               ADD PS-TAX       TO WS-MT-TAX
               ADD PS-DISCOUNT  TO WS-MT-DISCOUNT
               ADD PS-RETURNS   TO WS-MT-RETURNS
               ADD 1 TO WS-ROLLED-COUNT
           ELSE
               WRITE NEWDAILY-RECORD FROM DAILYSUM-RECORD
       0250-ROLL-ONE-RECORD-EXIT.
           EXIT.

      * PETDRAWER appends a record each time a day is balanced, so
      * only the latest record for each day of the month is kept
      * before the month is totalled.
       0300-TOTAL-DRAWERS.
           MOVE SPACES TO WS-DRAWER-DAYS.
           OPEN INPUT DRAWERFILE.
           IF WS-DRAWER-FILE-NOT-FOUND
               GO TO 0300-TOTAL-DRAWERS-EXIT
           END-IF.

           READ DRAWERFILE
               AT END SET END-OF-DRAWER TO TRUE
           END-READ.
           PERFORM 0350-KEEP-ONE-DRAWER THRU 0350-KEEP-ONE-DRAWER-EXIT
               UNTIL END-OF-DRAWER.
           CLOSE DRAWERFILE.

           PERFORM 0380-ADD-ONE-DAY THRU 0380-ADD-ONE-DAY-EXIT
               VARYING WS-DAY-IDX FROM 1 BY 1
               UNTIL WS-DAY-IDX > 31.
       0300-TOTAL-DRAWERS-EXIT.
           EXIT.

       0350-KEEP-ONE-DRAWER.
           IF DR-DATE NOT NUMERIC
               GO TO 0350-KEEP-ONE-DRAWER-NEXT
           END-IF.
           IF DR-YYYYMM NOT = WS-CLOSE-MONTH
               OR DR-DAY < 1 OR DR-DAY > 31
               GO TO 0350-KEEP-ONE-DRAWER-NEXT
           END-IF.

           MOVE DR-DAY TO WS-DAY-IDX.
           SET WS-DY-BALANCED(WS-DAY-IDX) TO TRUE.
           MOVE DR-CASH-POSTED     TO WS-DY-CASH-POSTED(WS-DAY-IDX).
           MOVE DR-CASH-OVER-SHORT TO WS-DY-CASH-OS(WS-DAY-IDX).
           MOVE DR-CARD-POSTED     TO WS-DY-CARD-POSTED(WS-DAY-IDX).
           MOVE DR-CARD-OVER-SHORT TO WS-DY-CARD-OS(WS-DAY-IDX).

       0350-KEEP-ONE-DRAWER-NEXT.
           READ DRAWERFILE
               AT END SET END-OF-DRAWER TO TRUE
           END-READ.
       0350-KEEP-ONE-DRAWER-EXIT.
           EXIT.

       0380-ADD-ONE-DAY.
           IF WS-DY-BALANCED(WS-DAY-IDX)
               ADD 1 TO WS-DT-DAYS
               ADD WS-DY-CASH-POSTED(WS-DAY-IDX) TO WS-DT-CASH-POSTED
               ADD WS-DY-CASH-OS(WS-DAY-IDX)     TO WS-DT-CASH-OS
               ADD WS-DY-CARD-POSTED(WS-DAY-IDX) TO WS-DT-CARD-POSTED
               ADD WS-DY-CARD-OS(WS-DAY-IDX)     TO WS-DT-CARD-OS
           END-IF.
       0380-ADD-ONE-DAY-EXIT.
           EXIT.

       0400-WRITE-MONTH-RECORD.
           OPEN EXTEND MONTHSUMFILE.
           IF WS-MONTHSUM-FILE-NOT-FOUND
           MOVE WS-MT-SALES     TO PM-SALES.
           MOVE WS-MT-TAX       TO PM-TAX.
           MOVE WS-MT-DISCOUNT  TO PM-DISCOUNT.
           MOVE WS-DT-CASH-OS   TO PM-CASH-OVER-SHORT.
           MOVE WS-DT-CARD-OS   TO PM-CARD-OVER-SHORT.
           MOVE WS-MT-RETURNS   TO PM-RETURNS.
           WRITE MONTHSUM-RECORD.

           CLOSE MONTHSUMFILE.
