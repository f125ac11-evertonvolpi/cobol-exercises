       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PETMARGIN".
       AUTHOR.     EVERTON VOLPI.
      * Gross margin by SKU for one month - units, revenue, cost of
      * goods sold and the margin in money and as a percent of
      * revenue, with a total line for the month.  Everything comes
      * from the PETSALEHIST.DAT lines PETSTORECHALLENGE writes, each
      * costed at the SKU's weighted average unit cost when it
      * posted; returns are on the history with negative units,
      * revenue and cost so they net off.  Revenue is the line
      * amount before any ticket-level loyalty discount.  Lines
      * written before costing began carry no cost and are counted
      * so the owner knows how much of the month is uncosted.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
      *   2026-10-15  EV  TENDER RECORDS ON THE HISTORY ARE PASSED OVER
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SALEHISTFILE ASSIGN TO "PETSALEHIST.DAT"
               FILE STATUS IS WS-SALEHIST-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVENTORYFILE ASSIGN TO "PETINVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-SKU
               FILE STATUS IS WS-INVENTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *This mirrors the sale history record PETSTORECHALLENGE writes.
       FD SALEHISTFILE.
       01 SALEHIST-RECORD.
           88 END-OF-SALEHIST  VALUE HIGH-VALUES.
           05 SH-TICKET        PIC 9(7).
           05 FILLER           PIC X.
           05 SH-DATE          PIC 9(8).
           05 SH-DATE-PARTS REDEFINES SH-DATE.
               10 SH-MONTH     PIC 9(6).
               10 SH-DAY       PIC 9(2).
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

       FD INVENTORYFILE.
       01 INVENTORY-RECORD.
           05 INV-SKU                   PIC X(8).
           05 INV-DESCRIPTION           PIC X(20).
           05 INV-ON-HAND               PIC 9(5).
           05 INV-REORDER-THRESHOLD     PIC 9(5).
           05 INV-SUPPLIER-ID           PIC X(6).
           05 INV-AVG-COST              PIC 9(6)V9999.
           05 INV-DISCONTINUED          PIC X.

       WORKING-STORAGE SECTION.
       01 WS-SALEHIST-FILE-STATUS PIC XX.
           88 WS-SALEHIST-FILE-NOT-FOUND VALUE "35".
       01 WS-INVENTORY-FILE-STATUS PIC XX.
           88 WS-INVENTORY-FILE-NOT-FOUND VALUE "35".

       01 WS-INVENTORY-SWITCH  PIC X VALUE "N".
           88 WS-INVENTORY-OPEN     VALUE "Y".

       01 WS-TODAY-DATE        PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-MONTH   PIC 9(6).
           05 WS-TODAY-DAY     PIC 9(2).
       01 WS-MONTH-ENTRY       PIC X(6).
       01 WS-REPORT-MONTH      PIC 9(6).

       01 WS-SKU-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-SKU-TABLE.
           05 WS-SKU-ENTRY OCCURS 500 TIMES.
               10 WS-SK-SKU         PIC X(8).
               10 WS-SK-UNITS       PIC S9(7).
               10 WS-SK-REVENUE     PIC S9(9)V99.
               10 WS-SK-COST        PIC S9(9)V99.
       01 WS-SKU-IDX           PIC 9(3).
       01 WS-SKU-FOUND-IDX     PIC 9(3).

       01 WS-HIST-READ-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-MONTH-LINE-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-NO-COST-COUNT     PIC 9(7) VALUE ZERO.
       01 WS-DROPPED-COUNT     PIC 9(7) VALUE ZERO.

       01 WS-MARGIN            PIC S9(9)V99.
       01 WS-MARGIN-PCT        PIC S9(5)V9.

       01 WS-REPORT-TOTALS.
           05 WS-TOT-UNITS     PIC S9(7)    VALUE ZERO.
           05 WS-TOT-REVENUE   PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-COST      PIC S9(9)V99 VALUE ZERO.

       01 WS-DETAIL-LINE.
           05 WSD-SKU          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-DESCRIPTION  PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-UNITS        PIC ZZZZZ9-.
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-REVENUE      PIC $$$$,$$9.99-.
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-COST         PIC $$$$,$$9.99-.
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-MARGIN       PIC $$$$,$$9.99-.
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-MARGIN-PCT   PIC ZZZ9.9-.

       01 WS-TOTAL-LINE.
           05 FILLER           PIC X(30) VALUE
               "TOTAL FOR THE MONTH".
           05 WST-UNITS        PIC ZZZZZ9-.
           05 FILLER           PIC X VALUE SPACE.
           05 WST-REVENUE      PIC $$$$,$$9.99-.
           05 FILLER           PIC X VALUE SPACE.
           05 WST-COST         PIC $$$$,$$9.99-.
           05 FILLER           PIC X VALUE SPACE.
           05 WST-MARGIN       PIC $$$$,$$9.99-.
           05 FILLER           PIC X VALUE SPACE.
           05 WST-MARGIN-PCT   PIC ZZZ9.9-.

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "MONTH TO REPORT (YYYYMM, BLANK FOR THIS MONTH): "
               WITH NO ADVANCING.
           ACCEPT WS-MONTH-ENTRY.
           IF WS-MONTH-ENTRY = SPACES
               MOVE WS-TODAY-MONTH TO WS-REPORT-MONTH
           ELSE
               IF WS-MONTH-ENTRY NUMERIC
                   MOVE WS-MONTH-ENTRY TO WS-REPORT-MONTH
               ELSE
                   DISPLAY "PETMARGIN: MONTH MUST BE YYYYMM"
                   GOBACK
               END-IF
           END-IF.

           OPEN INPUT SALEHISTFILE.
           IF WS-SALEHIST-FILE-NOT-FOUND
               DISPLAY "PETMARGIN: PETSALEHIST.DAT NOT FOUND - NO "
                   "SALES HAVE BEEN RECORDED YET"
               GOBACK
           END-IF.

           READ SALEHISTFILE
               AT END SET END-OF-SALEHIST TO TRUE
           END-READ.
           PERFORM 0200-TALLY-ONE-LINE THRU 0200-TALLY-ONE-LINE-EXIT
               UNTIL END-OF-SALEHIST.
           CLOSE SALEHISTFILE.

           OPEN INPUT INVENTORYFILE.
           IF NOT WS-INVENTORY-FILE-NOT-FOUND
               SET WS-INVENTORY-OPEN TO TRUE
           END-IF.

           DISPLAY "GROSS MARGIN BY SKU FOR ", WS-REPORT-MONTH.
           DISPLAY "SKU      DESCRIPTION           UNITS      REVENUE"
               "         COST       MARGIN  MARGIN%".
           PERFORM 0300-LIST-ONE-SKU THRU 0300-LIST-ONE-SKU-EXIT
               VARYING WS-SKU-IDX FROM 1 BY 1
               UNTIL WS-SKU-IDX > WS-SKU-COUNT.

           IF WS-INVENTORY-OPEN
               CLOSE INVENTORYFILE
           END-IF.

           DISPLAY SPACE.
           COMPUTE WS-MARGIN = WS-TOT-REVENUE - WS-TOT-COST.
           MOVE ZERO TO WS-MARGIN-PCT.
           IF WS-TOT-REVENUE NOT = ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / WS-TOT-REVENUE
           END-IF.
           MOVE WS-TOT-UNITS   TO WST-UNITS.
           MOVE WS-TOT-REVENUE TO WST-REVENUE.
           MOVE WS-TOT-COST    TO WST-COST.
           MOVE WS-MARGIN      TO WST-MARGIN.
           MOVE WS-MARGIN-PCT  TO WST-MARGIN-PCT.
           DISPLAY WS-TOTAL-LINE.
           DISPLAY "HISTORY LINES READ:    " WS-HIST-READ-COUNT.
           DISPLAY "LINES IN THE MONTH:    " WS-MONTH-LINE-COUNT.
           IF WS-NO-COST-COUNT > ZERO
               DISPLAY "LINES WITH NO COST:    " WS-NO-COST-COUNT
           END-IF.
           IF WS-DROPPED-COUNT > ZERO
               DISPLAY "LINES NOT TALLIED (TABLE FULL): "
                   WS-DROPPED-COUNT
           END-IF.

           GOBACK.

      * Lines written before costing began read back with spaces in
      * the cost column - they count at zero cost and are tallied.
       0200-TALLY-ONE-LINE.
           ADD 1 TO WS-HIST-READ-COUNT.
           IF SH-DATE NOT NUMERIC OR SH-TRANS-TYPE = "T"
               GO TO 0200-READ-NEXT
           END-IF.
           IF SH-MONTH NOT = WS-REPORT-MONTH
               GO TO 0200-READ-NEXT
           END-IF.
           ADD 1 TO WS-MONTH-LINE-COUNT.
           IF SH-COST NOT NUMERIC
               ADD 1 TO WS-NO-COST-COUNT
               MOVE ZERO TO SH-COST
           END-IF.

           MOVE ZERO TO WS-SKU-FOUND-IDX.
           PERFORM 0220-FIND-SKU THRU 0220-FIND-SKU-EXIT
               VARYING WS-SKU-IDX FROM 1 BY 1
               UNTIL WS-SKU-IDX > WS-SKU-COUNT
                   OR WS-SKU-FOUND-IDX > ZERO.

           IF WS-SKU-FOUND-IDX = ZERO
               IF WS-SKU-COUNT >= 500
                   ADD 1 TO WS-DROPPED-COUNT
                   GO TO 0200-READ-NEXT
               END-IF
               ADD 1 TO WS-SKU-COUNT
               MOVE WS-SKU-COUNT TO WS-SKU-FOUND-IDX
               MOVE SH-SKU TO WS-SK-SKU(WS-SKU-FOUND-IDX)
               MOVE ZERO TO WS-SK-UNITS(WS-SKU-FOUND-IDX),
                   WS-SK-REVENUE(WS-SKU-FOUND-IDX),
                   WS-SK-COST(WS-SKU-FOUND-IDX)
           END-IF.

           ADD SH-QTY    TO WS-SK-UNITS(WS-SKU-FOUND-IDX).
           ADD SH-AMOUNT TO WS-SK-REVENUE(WS-SKU-FOUND-IDX).
           ADD SH-COST   TO WS-SK-COST(WS-SKU-FOUND-IDX).

       0200-READ-NEXT.
           READ SALEHISTFILE
               AT END SET END-OF-SALEHIST TO TRUE
           END-READ.
       0200-TALLY-ONE-LINE-EXIT.
           EXIT.

       0220-FIND-SKU.
           IF WS-SK-SKU(WS-SKU-IDX) = SH-SKU
               MOVE WS-SKU-IDX TO WS-SKU-FOUND-IDX
           END-IF.
       0220-FIND-SKU-EXIT.
           EXIT.

       0300-LIST-ONE-SKU.
           MOVE WS-SK-SKU(WS-SKU-IDX) TO WSD-SKU.
           MOVE SPACES TO WSD-DESCRIPTION.
           IF WS-INVENTORY-OPEN
               MOVE WS-SK-SKU(WS-SKU-IDX) TO INV-SKU
               READ INVENTORYFILE
                   KEY IS INV-SKU
                   INVALID KEY
                       MOVE "*NOT ON INVENTORY*" TO WSD-DESCRIPTION
                   NOT INVALID KEY
                       MOVE INV-DESCRIPTION TO WSD-DESCRIPTION
               END-READ
           END-IF.

           COMPUTE WS-MARGIN = WS-SK-REVENUE(WS-SKU-IDX)
               - WS-SK-COST(WS-SKU-IDX).
           MOVE ZERO TO WS-MARGIN-PCT.
           IF WS-SK-REVENUE(WS-SKU-IDX) NOT = ZERO
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / WS-SK-REVENUE(WS-SKU-IDX)
           END-IF.

           MOVE WS-SK-UNITS(WS-SKU-IDX)   TO WSD-UNITS.
           MOVE WS-SK-REVENUE(WS-SKU-IDX) TO WSD-REVENUE.
           MOVE WS-SK-COST(WS-SKU-IDX)    TO WSD-COST.
           MOVE WS-MARGIN                 TO WSD-MARGIN.
           MOVE WS-MARGIN-PCT             TO WSD-MARGIN-PCT.
           DISPLAY WS-DETAIL-LINE.

           ADD WS-SK-UNITS(WS-SKU-IDX)   TO WS-TOT-UNITS.
           ADD WS-SK-REVENUE(WS-SKU-IDX) TO WS-TOT-REVENUE.
           ADD WS-SK-COST(WS-SKU-IDX)    TO WS-TOT-COST.
       0300-LIST-ONE-SKU-EXIT.
           EXIT.

       END PROGRAM PETMARGIN.
