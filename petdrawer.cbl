       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PETDRAWER".
       AUTHOR.     EVERTON VOLPI.
      * End-of-day cash drawer balancing.  The operator keys the
      * business date, the opening cash float, the cash counted in
      * the drawer and the card terminal batch total.  The tender
      * records PETSTORECHALLENGE writes to PETSALEHIST.DAT for that
      * date are totalled by tender type (refunds post negative) and
      * the count is compared with what was posted:
      *
      *   CASH OVER/SHORT = COUNTED - (FLOAT + CASH POSTED)
      *   CARD OVER/SHORT = BATCH TOTAL - CARD POSTED
      *
      * Cheques and store credit are shown for the record only.
      * Each balancing is appended to PETDRAWER.DAT; balancing the
      * same day again appends a fresh record and PETCLOSE takes the
      * latest one for each day when it totals the month.  A date in
      * a month already closed on PETCLOSECTL.DAT is refused.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALEHISTFILE ASSIGN TO "PETSALEHIST.DAT"
               FILE STATUS IS WS-SALEHIST-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DRAWERFILE ASSIGN TO "PETDRAWER.DAT"
               FILE STATUS IS WS-DRAWER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CLOSECTLFILE ASSIGN TO "PETCLOSECTL.DAT"
               FILE STATUS IS WS-CLOSECTL-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *This mirrors the sale history record PETSTORECHALLENGE writes.
       FD SALEHISTFILE.
       01 SALEHIST-RECORD.
           88 END-OF-SALEHIST  VALUE HIGH-VALUES.
           05 SH-TICKET        PIC 9(7).
           05 FILLER           PIC X.
           05 SH-DATE          PIC 9(8).
           05 FILLER           PIC X.
           05 SH-CUSTOMER-ID   PIC 9(7).
           05 FILLER           PIC X.
           05 SH-TRANS-TYPE    PIC X.
           05 FILLER           PIC X.
           05 SH-SKU           PIC X(8).
           05 FILLER           PIC X.
           05 SH-QTY           PIC S9(5) SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 SH-AMOUNT        PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 SH-PROMO-CODE    PIC X(6).
           05 FILLER           PIC X.
           05 SH-GIVEUP        PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 SH-COST          PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 SH-TENDER-TYPE   PIC X.

       FD DRAWERFILE.
       01 DRAWER-RECORD.
           88 END-OF-DRAWER    VALUE HIGH-VALUES.
           05 DR-DATE          PIC 9(8).
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

       FD CLOSECTLFILE.
       01 CLOSECTL-RECORD.
           05 PC-CLOSED-THRU   PIC 9(6).

       WORKING-STORAGE SECTION.
       01 WS-SALEHIST-FILE-STATUS PIC XX.
           88 WS-SALEHIST-FILE-NOT-FOUND VALUE "35".
       01 WS-DRAWER-FILE-STATUS PIC XX.
           88 WS-DRAWER-FILE-NOT-FOUND VALUE "35".
       01 WS-CLOSECTL-FILE-STATUS PIC XX.
           88 WS-CLOSECTL-FILE-NOT-FOUND VALUE "35".

       01 WS-TODAY-DATE        PIC 9(8).
       01 WS-NOW-TIME          PIC 9(8).
       01 WS-NOW-PARTS REDEFINES WS-NOW-TIME.
           05 WS-NOW-HHMMSS    PIC 9(6).
           05 FILLER           PIC 9(2).

       01 WS-DATE-ENTRY        PIC X(8).
       01 WS-BUSINESS-DATE     PIC 9(8).
       01 WS-BUSINESS-PARTS REDEFINES WS-BUSINESS-DATE.
           05 WS-BUSINESS-MONTH PIC 9(6).
           05 FILLER           PIC 9(2).
       01 WS-DATE-EDIT-RESULT  PIC X.
           88 WS-DATE-VALID        VALUE "Y".
           88 WS-DATE-NOT-VALID    VALUE "N".
       01 WS-CLOSED-THRU       PIC 9(6) VALUE ZERO.

       01 WS-FLOAT             PIC 9(5)V99.
       01 WS-CASH-COUNTED      PIC 9(7)V99.
       01 WS-CARD-BATCH        PIC 9(7)V99.

       01 WS-POSTED-TOTALS.
           05 WS-CASH-POSTED   PIC S9(7)V99 VALUE ZERO.
           05 WS-CARD-POSTED   PIC S9(7)V99 VALUE ZERO.
           05 WS-CHEQUE-POSTED PIC S9(7)V99 VALUE ZERO.
           05 WS-CREDIT-POSTED PIC S9(7)V99 VALUE ZERO.
       01 WS-CASH-EXPECTED     PIC S9(7)V99.
       01 WS-CASH-OVER-SHORT   PIC S9(7)V99.
       01 WS-CARD-OVER-SHORT   PIC S9(7)V99.
       01 WS-FLAG-AMOUNT       PIC S9(7)V99.

       01 WS-TENDER-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-UNKNOWN-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-PRIOR-COUNT       PIC 9(3) VALUE ZERO.

       01 WS-REPORT-LINE.
           05 WSD-LABEL        PIC X(30).
           05 WSD-AMOUNT       PIC $$,$$$,$$9.99-.
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-FLAG         PIC X(5).

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.

           DISPLAY "BUSINESS DATE TO BALANCE (YYYYMMDD, BLANK FOR "
               "TODAY): " WITH NO ADVANCING.
           ACCEPT WS-DATE-ENTRY.
           IF WS-DATE-ENTRY = SPACES
               MOVE WS-TODAY-DATE TO WS-BUSINESS-DATE
           ELSE
               IF WS-DATE-ENTRY NOT NUMERIC
                   DISPLAY "PETDRAWER: DATE MUST BE YYYYMMDD"
                   GOBACK
               END-IF
               MOVE WS-DATE-ENTRY TO WS-BUSINESS-DATE
           END-IF.

           CALL "DATEEDIT" USING WS-BUSINESS-DATE,
               WS-DATE-EDIT-RESULT.
           IF WS-DATE-NOT-VALID
               DISPLAY "PETDRAWER: ", WS-BUSINESS-DATE,
                   " IS NOT A VALID CALENDAR DATE"
               GOBACK
           END-IF.

           PERFORM 0150-READ-CLOSE-CONTROL
               THRU 0150-READ-CLOSE-CONTROL-EXIT.
           IF WS-BUSINESS-MONTH <= WS-CLOSED-THRU
               DISPLAY "PETDRAWER: PERIODS THROUGH ", WS-CLOSED-THRU,
                   " ARE CLOSED - ", WS-BUSINESS-DATE,
                   " CANNOT BE BALANCED"
               GOBACK
           END-IF.

           PERFORM 0200-TOTAL-TENDERS THRU 0200-TOTAL-TENDERS-EXIT.
           PERFORM 0300-COUNT-PRIOR-BALANCING
               THRU 0300-COUNT-PRIOR-BALANCING-EXIT.

           DISPLAY "OPENING CASH FLOAT (NNNNN.NN): " WITH NO ADVANCING.
           ACCEPT WS-FLOAT.
           DISPLAY "CASH COUNTED IN DRAWER (NNNNNNN.NN): "
               WITH NO ADVANCING.
           ACCEPT WS-CASH-COUNTED.
           DISPLAY "CARD BATCH TOTAL (NNNNNNN.NN): " WITH NO ADVANCING.
           ACCEPT WS-CARD-BATCH.

           COMPUTE WS-CASH-EXPECTED = WS-FLOAT + WS-CASH-POSTED.
           COMPUTE WS-CASH-OVER-SHORT =
               WS-CASH-COUNTED - WS-CASH-EXPECTED.
           COMPUTE WS-CARD-OVER-SHORT =
               WS-CARD-BATCH - WS-CARD-POSTED.

           PERFORM 0400-WRITE-DRAWER-RECORD
               THRU 0400-WRITE-DRAWER-RECORD-EXIT.
           PERFORM 0500-PRINT-REPORT THRU 0500-PRINT-REPORT-EXIT.

           GOBACK.

       0150-READ-CLOSE-CONTROL.
           OPEN INPUT CLOSECTLFILE.
           IF WS-CLOSECTL-FILE-NOT-FOUND
               GO TO 0150-READ-CLOSE-CONTROL-EXIT
           END-IF.

           READ CLOSECTLFILE
               AT END MOVE ZERO TO PC-CLOSED-THRU
           END-READ.
           MOVE PC-CLOSED-THRU TO WS-CLOSED-THRU.
           CLOSE CLOSECTLFILE.
       0150-READ-CLOSE-CONTROL-EXIT.
           EXIT.

       0200-TOTAL-TENDERS.
           OPEN INPUT SALEHISTFILE.
           IF WS-SALEHIST-FILE-NOT-FOUND
               DISPLAY "PETDRAWER: PETSALEHIST.DAT NOT FOUND - "
                   "NOTHING POSTED TO BALANCE AGAINST"
               GO TO 0200-TOTAL-TENDERS-EXIT
           END-IF.

           READ SALEHISTFILE
               AT END SET END-OF-SALEHIST TO TRUE
           END-READ.
           PERFORM 0250-TALLY-ONE-LINE THRU 0250-TALLY-ONE-LINE-EXIT
               UNTIL END-OF-SALEHIST.
           CLOSE SALEHISTFILE.
       0200-TOTAL-TENDERS-EXIT.
           EXIT.

      * Only the tender records for the business date count - the
      * item lines on the history are what was sold, not what was
      * paid.
       0250-TALLY-ONE-LINE.
           IF SH-TRANS-TYPE NOT = "T" OR SH-DATE NOT = WS-BUSINESS-DATE
               GO TO 0250-TALLY-ONE-LINE-NEXT
           END-IF.
           IF SH-AMOUNT NOT NUMERIC
               ADD 1 TO WS-UNKNOWN-COUNT
               GO TO 0250-TALLY-ONE-LINE-NEXT
           END-IF.

           ADD 1 TO WS-TENDER-COUNT.
           EVALUATE SH-TENDER-TYPE
               WHEN "C"
                   ADD SH-AMOUNT TO WS-CASH-POSTED
               WHEN "D"
                   ADD SH-AMOUNT TO WS-CARD-POSTED
               WHEN "Q"
                   ADD SH-AMOUNT TO WS-CHEQUE-POSTED
               WHEN "S"
                   ADD SH-AMOUNT TO WS-CREDIT-POSTED
               WHEN OTHER
                   SUBTRACT 1 FROM WS-TENDER-COUNT
                   ADD 1 TO WS-UNKNOWN-COUNT
           END-EVALUATE.

       0250-TALLY-ONE-LINE-NEXT.
           READ SALEHISTFILE
               AT END SET END-OF-SALEHIST TO TRUE
           END-READ.
       0250-TALLY-ONE-LINE-EXIT.
           EXIT.

       0300-COUNT-PRIOR-BALANCING.
           OPEN INPUT DRAWERFILE.
           IF WS-DRAWER-FILE-NOT-FOUND
               GO TO 0300-COUNT-PRIOR-BALANCING-EXIT
           END-IF.

           READ DRAWERFILE
               AT END SET END-OF-DRAWER TO TRUE
           END-READ.
           PERFORM 0350-CHECK-ONE-DRAWER THRU 0350-CHECK-ONE-DRAWER-EXIT
               UNTIL END-OF-DRAWER.
           CLOSE DRAWERFILE.
       0300-COUNT-PRIOR-BALANCING-EXIT.
           EXIT.

       0350-CHECK-ONE-DRAWER.
           IF DR-DATE = WS-BUSINESS-DATE
               ADD 1 TO WS-PRIOR-COUNT
           END-IF.
           READ DRAWERFILE
               AT END SET END-OF-DRAWER TO TRUE
           END-READ.
       0350-CHECK-ONE-DRAWER-EXIT.
           EXIT.

       0400-WRITE-DRAWER-RECORD.
           OPEN EXTEND DRAWERFILE.
           IF WS-DRAWER-FILE-NOT-FOUND
               OPEN OUTPUT DRAWERFILE
               CLOSE DRAWERFILE
               OPEN EXTEND DRAWERFILE
           END-IF.

           MOVE SPACES TO DRAWER-RECORD.
           MOVE WS-BUSINESS-DATE   TO DR-DATE.
           MOVE WS-FLOAT           TO DR-FLOAT.
           MOVE WS-CASH-POSTED     TO DR-CASH-POSTED.
           MOVE WS-CASH-COUNTED    TO DR-CASH-COUNTED.
           MOVE WS-CASH-OVER-SHORT TO DR-CASH-OVER-SHORT.
           MOVE WS-CARD-POSTED     TO DR-CARD-POSTED.
           MOVE WS-CARD-BATCH      TO DR-CARD-BATCH.
           MOVE WS-CARD-OVER-SHORT TO DR-CARD-OVER-SHORT.
           MOVE WS-CHEQUE-POSTED   TO DR-CHEQUE-POSTED.
           MOVE WS-CREDIT-POSTED   TO DR-CREDIT-POSTED.
           MOVE WS-TODAY-DATE      TO DR-BALANCED-DATE.
           MOVE WS-NOW-HHMMSS      TO DR-BALANCED-TIME.
           WRITE DRAWER-RECORD.

           CLOSE DRAWERFILE.
       0400-WRITE-DRAWER-RECORD-EXIT.
           EXIT.

       0500-PRINT-REPORT.
           DISPLAY SPACE.
           DISPLAY "CASH DRAWER BALANCING FOR ", WS-BUSINESS-DATE.
           DISPLAY "  TENDER RECORDS POSTED ......: ", WS-TENDER-COUNT.
           IF WS-UNKNOWN-COUNT > ZERO
               DISPLAY "  UNREADABLE TENDER RECORDS ..: ",
                   WS-UNKNOWN-COUNT
           END-IF.
           DISPLAY SPACE.

           MOVE SPACES TO WSD-FLAG.
           MOVE "OPENING FLOAT" TO WSD-LABEL.
           MOVE WS-FLOAT TO WSD-AMOUNT.
           DISPLAY WS-REPORT-LINE.
           MOVE "CASH POSTED" TO WSD-LABEL.
           MOVE WS-CASH-POSTED TO WSD-AMOUNT.
           DISPLAY WS-REPORT-LINE.
           MOVE "CASH EXPECTED IN DRAWER" TO WSD-LABEL.
           MOVE WS-CASH-EXPECTED TO WSD-AMOUNT.
           DISPLAY WS-REPORT-LINE.
           MOVE "CASH COUNTED" TO WSD-LABEL.
           MOVE WS-CASH-COUNTED TO WSD-AMOUNT.
           DISPLAY WS-REPORT-LINE.
           MOVE "CASH OVER/SHORT" TO WSD-LABEL.
           MOVE WS-CASH-OVER-SHORT TO WSD-AMOUNT, WS-FLAG-AMOUNT.
           PERFORM 0550-SET-FLAG THRU 0550-SET-FLAG-EXIT.
           DISPLAY WS-REPORT-LINE.
           DISPLAY SPACE.

           MOVE SPACES TO WSD-FLAG.
           MOVE "CARD POSTED" TO WSD-LABEL.
           MOVE WS-CARD-POSTED TO WSD-AMOUNT.
           DISPLAY WS-REPORT-LINE.
           MOVE "CARD BATCH TOTAL" TO WSD-LABEL.
           MOVE WS-CARD-BATCH TO WSD-AMOUNT.
           DISPLAY WS-REPORT-LINE.
           MOVE "CARD OVER/SHORT" TO WSD-LABEL.
           MOVE WS-CARD-OVER-SHORT TO WSD-AMOUNT, WS-FLAG-AMOUNT.
           PERFORM 0550-SET-FLAG THRU 0550-SET-FLAG-EXIT.
           DISPLAY WS-REPORT-LINE.
           DISPLAY SPACE.

           MOVE SPACES TO WSD-FLAG.
           MOVE "CHEQUES POSTED" TO WSD-LABEL.
           MOVE WS-CHEQUE-POSTED TO WSD-AMOUNT.
           DISPLAY WS-REPORT-LINE.
           MOVE "STORE CREDIT POSTED" TO WSD-LABEL.
           MOVE WS-CREDIT-POSTED TO WSD-AMOUNT.
           DISPLAY WS-REPORT-LINE.

           IF WS-PRIOR-COUNT > ZERO
               DISPLAY SPACE
               DISPLAY "PETDRAWER: ", WS-BUSINESS-DATE, " WAS "
                   "BALANCED BEFORE - THIS RESULT REPLACES IT AT "
                   "MONTH END"
           END-IF.
       0500-PRINT-REPORT-EXIT.
           EXIT.

       0550-SET-FLAG.
           MOVE SPACES TO WSD-FLAG.
           IF WS-FLAG-AMOUNT > ZERO
               MOVE "OVER" TO WSD-FLAG
           END-IF.
           IF WS-FLAG-AMOUNT < ZERO
               MOVE "SHORT" TO WSD-FLAG
           END-IF.
       0550-SET-FLAG-EXIT.
           EXIT.

       END PROGRAM PETDRAWER.
