       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PETSLOW".
       AUTHOR.     EVERTON VOLPI.
      * Slow-moving and dead stock report.  Every SKU on the indexed
      * PETINVENTORY.DAT file is listed in SKU order with its
      * on-hand quantity, the date it last sold, the net units sold
      * (sales less returns) in the last 30, 90 and 365 days from
      * PETSALEHIST.DAT, and the weeks of supply the stock on hand
      * represents at the 90-day rate of sale.  An item with stock
      * that has not sold within the number of days keyed at the
      * prompt (180 when left blank) - or has never sold - is
      * flagged DEAD and its value at average cost totalled, so the
      * owner can see what is tied up and decide what to mark down
      * or discontinue in INVMAINT.  Discontinued SKUs are flagged
      * DISC; PETORDER no longer reorders them.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORYFILE ASSIGN TO "PETINVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-SKU
               FILE STATUS IS WS-INVENTORY-FILE-STATUS.

           SELECT SALEHISTFILE ASSIGN TO "PETSALEHIST.DAT"
               FILE STATUS IS WS-SALEHIST-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTORYFILE.
       01 INVENTORY-RECORD.
           88 END-OF-INVENTORY          VALUE HIGH-VALUES.
           05 INV-SKU                   PIC X(8).
           05 INV-DESCRIPTION           PIC X(20).
           05 INV-ON-HAND               PIC 9(5).
           05 INV-REORDER-THRESHOLD     PIC 9(5).
           05 INV-SUPPLIER-ID           PIC X(6).
           05 INV-AVG-COST              PIC 9(6)V9999.
           05 INV-DISCONTINUED          PIC X.
               88 INV-IS-DISCONTINUED VALUE "Y".

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

       WORKING-STORAGE SECTION.
       01 WS-INVENTORY-FILE-STATUS PIC XX.
           88 WS-INVENTORY-FILE-NOT-FOUND VALUE "35".
       01 WS-SALEHIST-FILE-STATUS PIC XX.
           88 WS-SALEHIST-FILE-NOT-FOUND VALUE "35".

       01 WS-TODAY-DATE        PIC 9(8).
       01 WS-DEAD-DAYS         PIC 9(3).
       01 WS-ELAPSED-YEARS     PIC S9(4).
       01 WS-ELAPSED-DAYS      PIC S9(7).

      * Sales history summarized by SKU before the inventory pass.
       01 WS-SKU-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-SKU-TABLE.
           05 WS-SKU-ENTRY OCCURS 500 TIMES.
               10 WS-SK-SKU         PIC X(8).
               10 WS-SK-LAST-SALE   PIC 9(8).
               10 WS-SK-UNITS-30    PIC S9(7).
               10 WS-SK-UNITS-90    PIC S9(7).
               10 WS-SK-UNITS-365   PIC S9(7).
       01 WS-SKU-IDX           PIC 9(3).
       01 WS-SKU-FOUND-IDX     PIC 9(3).
       01 WS-LOOKUP-SKU        PIC X(8).

       01 WS-HIST-READ-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-DROPPED-COUNT     PIC 9(7) VALUE ZERO.

       01 WS-ITEM-LAST-SALE    PIC 9(8).
       01 WS-ITEM-UNITS-30     PIC S9(7).
       01 WS-ITEM-UNITS-90     PIC S9(7).
       01 WS-ITEM-UNITS-365    PIC S9(7).
       01 WS-WEEKS-OF-SUPPLY   PIC 9(4)V9.
       01 WS-DEAD-SWITCH       PIC X.
           88 WS-ITEM-IS-DEAD       VALUE "Y".
       01 WS-DEAD-VALUE        PIC 9(11)V99.

       01 WS-REPORT-TOTALS.
           05 WS-TOT-ITEMS        PIC 9(5)     VALUE ZERO.
           05 WS-TOT-DEAD-ITEMS   PIC 9(5)     VALUE ZERO.
           05 WS-TOT-DEAD-UNITS   PIC 9(9)     VALUE ZERO.
           05 WS-TOT-DEAD-VALUE   PIC 9(11)V99 VALUE ZERO.
           05 WS-TOT-DISC-ITEMS   PIC 9(5)     VALUE ZERO.

       01 WS-DETAIL-LINE.
           05 WSD-SKU          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-DESCRIPTION  PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-ON-HAND      PIC ZZZZ9.
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-LAST-SALE    PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-UNITS-30     PIC ZZZZZ9-.
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-UNITS-90     PIC ZZZZZ9-.
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-UNITS-365    PIC ZZZZZ9-.
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-WEEKS        PIC ZZZ9.9.
           05 WSD-WEEKS-X REDEFINES WSD-WEEKS
                               PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-DEAD-FLAG    PIC X(4).
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-DISC-FLAG    PIC X(4).

       01 WS-EDIT-VALUE        PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           DISPLAY "DAYS WITHOUT A SALE TO FLAG DEAD STOCK (BLANK "
               "FOR 180): " WITH NO ADVANCING.
           ACCEPT WS-DEAD-DAYS.
           IF WS-DEAD-DAYS NOT NUMERIC OR WS-DEAD-DAYS = ZERO
               MOVE 180 TO WS-DEAD-DAYS
           END-IF.

           OPEN INPUT INVENTORYFILE.
           IF WS-INVENTORY-FILE-NOT-FOUND
               DISPLAY "PETSLOW: PETINVENTORY.DAT NOT FOUND - RUN "
                   "INVCONVERT FIRST"
               GOBACK
           END-IF.

           PERFORM 0200-LOAD-SALES THRU 0200-LOAD-SALES-EXIT.

           DISPLAY "SLOW-MOVING AND DEAD STOCK AS OF ", WS-TODAY-DATE,
               " - DEAD AFTER ", WS-DEAD-DAYS, " DAYS WITHOUT A SALE".
           DISPLAY "SKU      DESCRIPTION          ONHND LASTSALE "
               " 30-DAY  90-DAY 365-DAY  WEEKS".

           READ INVENTORYFILE NEXT RECORD
               AT END SET END-OF-INVENTORY TO TRUE
           END-READ.
           PERFORM 0300-LIST-ONE-ITEM THRU 0300-LIST-ONE-ITEM-EXIT
               UNTIL END-OF-INVENTORY.
           CLOSE INVENTORYFILE.

           DISPLAY SPACE.
           DISPLAY "PETSLOW SUMMARY".
           DISPLAY "  ITEMS LISTED ...............: ", WS-TOT-ITEMS.
           DISPLAY "  DEAD STOCK ITEMS ...........: ",
               WS-TOT-DEAD-ITEMS.
           DISPLAY "  DEAD STOCK UNITS ON HAND ...: ",
               WS-TOT-DEAD-UNITS.
           MOVE WS-TOT-DEAD-VALUE TO WS-EDIT-VALUE.
           DISPLAY "  DEAD STOCK VALUE AT COST ...: ", WS-EDIT-VALUE.
           DISPLAY "  DISCONTINUED ITEMS .........: ",
               WS-TOT-DISC-ITEMS.
           DISPLAY "  HISTORY LINES READ .........: ",
               WS-HIST-READ-COUNT.
           IF WS-DROPPED-COUNT > ZERO
               DISPLAY "  HISTORY LINES NOT USED (TABLE FULL): ",
                   WS-DROPPED-COUNT
           END-IF.

           GOBACK.

      * One pass of the history builds the per-SKU last sale date
      * and the 30/90/365-day net units.  Tender records carry no
      * SKU and are passed over; returns net off the units but do
      * not count as a sale.
       0200-LOAD-SALES.
           OPEN INPUT SALEHISTFILE.
           IF WS-SALEHIST-FILE-NOT-FOUND
               DISPLAY "PETSLOW: PETSALEHIST.DAT NOT FOUND - EVERY "
                   "ITEM SHOWS AS NEVER SOLD"
               GO TO 0200-LOAD-SALES-EXIT
           END-IF.

           READ SALEHISTFILE
               AT END SET END-OF-SALEHIST TO TRUE
           END-READ.
           PERFORM 0250-NOTE-ONE-LINE THRU 0250-NOTE-ONE-LINE-EXIT
               UNTIL END-OF-SALEHIST.
           CLOSE SALEHISTFILE.
       0200-LOAD-SALES-EXIT.
           EXIT.

       0250-NOTE-ONE-LINE.
           ADD 1 TO WS-HIST-READ-COUNT.
           IF SH-DATE NOT NUMERIC OR SH-QTY NOT NUMERIC
               OR SH-TRANS-TYPE = "T"
               GO TO 0250-NOTE-ONE-LINE-READ
           END-IF.

           CALL "DATEDIFF" USING SH-DATE, WS-TODAY-DATE,
               WS-ELAPSED-YEARS, WS-ELAPSED-DAYS.
           IF WS-ELAPSED-DAYS < ZERO
               GO TO 0250-NOTE-ONE-LINE-READ
           END-IF.

           MOVE SH-SKU TO WS-LOOKUP-SKU.
           PERFORM 0280-FIND-SKU THRU 0280-FIND-SKU-EXIT.
           IF WS-SKU-FOUND-IDX = ZERO
               IF WS-SKU-COUNT >= 500
                   ADD 1 TO WS-DROPPED-COUNT
                   GO TO 0250-NOTE-ONE-LINE-READ
               END-IF
               ADD 1 TO WS-SKU-COUNT
               MOVE WS-SKU-COUNT TO WS-SKU-FOUND-IDX
               MOVE SH-SKU TO WS-SK-SKU(WS-SKU-FOUND-IDX)
               MOVE ZERO TO WS-SK-LAST-SALE(WS-SKU-FOUND-IDX),
                   WS-SK-UNITS-30(WS-SKU-FOUND-IDX),
                   WS-SK-UNITS-90(WS-SKU-FOUND-IDX),
                   WS-SK-UNITS-365(WS-SKU-FOUND-IDX)
           END-IF.

           IF SH-TRANS-TYPE NOT = "R"
               AND SH-DATE > WS-SK-LAST-SALE(WS-SKU-FOUND-IDX)
               MOVE SH-DATE TO WS-SK-LAST-SALE(WS-SKU-FOUND-IDX)
           END-IF.
           IF WS-ELAPSED-DAYS < 30
               ADD SH-QTY TO WS-SK-UNITS-30(WS-SKU-FOUND-IDX)
           END-IF.
           IF WS-ELAPSED-DAYS < 90
               ADD SH-QTY TO WS-SK-UNITS-90(WS-SKU-FOUND-IDX)
           END-IF.
           IF WS-ELAPSED-DAYS < 365
               ADD SH-QTY TO WS-SK-UNITS-365(WS-SKU-FOUND-IDX)
           END-IF.

       0250-NOTE-ONE-LINE-READ.
           READ SALEHISTFILE
               AT END SET END-OF-SALEHIST TO TRUE
           END-READ.
       0250-NOTE-ONE-LINE-EXIT.
           EXIT.

       0280-FIND-SKU.
           MOVE ZERO TO WS-SKU-FOUND-IDX.
           PERFORM 0285-CHECK-ONE-SKU THRU 0285-CHECK-ONE-SKU-EXIT
               VARYING WS-SKU-IDX FROM 1 BY 1
               UNTIL WS-SKU-IDX > WS-SKU-COUNT
                  OR WS-SKU-FOUND-IDX > ZERO.
       0280-FIND-SKU-EXIT.
           EXIT.

       0285-CHECK-ONE-SKU.
           IF WS-SK-SKU(WS-SKU-IDX) = WS-LOOKUP-SKU
               MOVE WS-SKU-IDX TO WS-SKU-FOUND-IDX
           END-IF.
       0285-CHECK-ONE-SKU-EXIT.
           EXIT.

      * Weeks of supply is on-hand over the average weekly sale of
      * the last 90 days (13 weeks); an item with no net sales in
      * that time has no rate and shows dashes.
       0300-LIST-ONE-ITEM.
           ADD 1 TO WS-TOT-ITEMS.
           IF INV-AVG-COST NOT NUMERIC
               MOVE ZERO TO INV-AVG-COST
           END-IF.

           MOVE INV-SKU TO WS-LOOKUP-SKU.
           PERFORM 0280-FIND-SKU THRU 0280-FIND-SKU-EXIT.
           IF WS-SKU-FOUND-IDX = ZERO
               MOVE ZERO TO WS-ITEM-LAST-SALE, WS-ITEM-UNITS-30,
                   WS-ITEM-UNITS-90, WS-ITEM-UNITS-365
           ELSE
               MOVE WS-SK-LAST-SALE(WS-SKU-FOUND-IDX)
                   TO WS-ITEM-LAST-SALE
               MOVE WS-SK-UNITS-30(WS-SKU-FOUND-IDX)
                   TO WS-ITEM-UNITS-30
               MOVE WS-SK-UNITS-90(WS-SKU-FOUND-IDX)
                   TO WS-ITEM-UNITS-90
               MOVE WS-SK-UNITS-365(WS-SKU-FOUND-IDX)
                   TO WS-ITEM-UNITS-365
           END-IF.

           MOVE "N" TO WS-DEAD-SWITCH.
           IF INV-ON-HAND > ZERO
               IF WS-ITEM-LAST-SALE = ZERO
                   MOVE "Y" TO WS-DEAD-SWITCH
               ELSE
                   CALL "DATEDIFF" USING WS-ITEM-LAST-SALE,
                       WS-TODAY-DATE, WS-ELAPSED-YEARS,
                       WS-ELAPSED-DAYS
                   IF WS-ELAPSED-DAYS >= WS-DEAD-DAYS
                       MOVE "Y" TO WS-DEAD-SWITCH
                   END-IF
               END-IF
           END-IF.

           MOVE INV-SKU          TO WSD-SKU.
           MOVE INV-DESCRIPTION  TO WSD-DESCRIPTION.
           MOVE INV-ON-HAND      TO WSD-ON-HAND.
           IF WS-ITEM-LAST-SALE = ZERO
               MOVE "NEVER"  TO WSD-LAST-SALE
           ELSE
               MOVE WS-ITEM-LAST-SALE TO WSD-LAST-SALE
           END-IF.
           MOVE WS-ITEM-UNITS-30  TO WSD-UNITS-30.
           MOVE WS-ITEM-UNITS-90  TO WSD-UNITS-90.
           MOVE WS-ITEM-UNITS-365 TO WSD-UNITS-365.
           IF WS-ITEM-UNITS-90 > ZERO
               COMPUTE WS-WEEKS-OF-SUPPLY ROUNDED =
                   INV-ON-HAND * 13 / WS-ITEM-UNITS-90
                   ON SIZE ERROR MOVE 9999.9 TO WS-WEEKS-OF-SUPPLY
               END-COMPUTE
               MOVE WS-WEEKS-OF-SUPPLY TO WSD-WEEKS
           ELSE
               MOVE "  ----" TO WSD-WEEKS-X
           END-IF.

           MOVE SPACES TO WSD-DEAD-FLAG, WSD-DISC-FLAG.
           IF WS-ITEM-IS-DEAD
               MOVE "DEAD" TO WSD-DEAD-FLAG
               ADD 1 TO WS-TOT-DEAD-ITEMS
               ADD INV-ON-HAND TO WS-TOT-DEAD-UNITS
               COMPUTE WS-DEAD-VALUE ROUNDED =
                   INV-ON-HAND * INV-AVG-COST
               ADD WS-DEAD-VALUE TO WS-TOT-DEAD-VALUE
           END-IF.
           IF INV-IS-DISCONTINUED
               MOVE "DISC" TO WSD-DISC-FLAG
               ADD 1 TO WS-TOT-DISC-ITEMS
           END-IF.
           DISPLAY WS-DETAIL-LINE.

           READ INVENTORYFILE NEXT RECORD
               AT END SET END-OF-INVENTORY TO TRUE
           END-READ.
       0300-LIST-ONE-ITEM-EXIT.
           EXIT.

       END PROGRAM PETSLOW.
