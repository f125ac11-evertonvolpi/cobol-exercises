       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PETINVVAL".
       AUTHOR.     EVERTON VOLPI.
      * Month-end inventory valuation - every SKU on the indexed
      * PETINVENTORY.DAT file in SKU order with its on-hand
      * quantity, its weighted average unit cost (kept by PETRECV
      * from the cost on each receipt) and the extended cost of the
      * stock on hand, with the total value of the stock at the
      * end.  Items with stock but no cost yet are flagged and
      * counted since they understate the total.
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

       WORKING-STORAGE SECTION.
       01 WS-INVENTORY-FILE-STATUS PIC XX.
           88 WS-INVENTORY-FILE-NOT-FOUND VALUE "35".

       01 WS-TODAY-DATE        PIC 9(8).

       01 WS-ITEM-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-NO-COST-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-EXTENDED-COST     PIC 9(11)V99.

       01 WS-REPORT-TOTALS.
           05 WS-TOT-ON-HAND   PIC 9(9)     VALUE ZERO.
           05 WS-TOT-VALUE     PIC 9(11)V99 VALUE ZERO.

       01 WS-DETAIL-LINE.
           05 WSD-SKU          PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-DESCRIPTION  PIC X(20).
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-ON-HAND      PIC ZZZZ9.
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-AVG-COST     PIC ZZZ,ZZ9.9999.
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-EXTENDED     PIC $$$,$$$,$$9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-FLAG         PIC X(7).

       01 WS-TOTAL-LINE.
           05 FILLER           PIC X(30) VALUE
               "TOTAL INVENTORY AT COST".
           05 WST-ON-HAND      PIC ZZZZZZZZ9.
           05 FILLER           PIC X(13) VALUE SPACES.
           05 WST-VALUE        PIC $$$,$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN INPUT INVENTORYFILE.
           IF WS-INVENTORY-FILE-NOT-FOUND
               DISPLAY "PETINVVAL: PETINVENTORY.DAT NOT FOUND - RUN "
                   "INVCONVERT FIRST"
               GOBACK
           END-IF.

           DISPLAY "INVENTORY VALUATION AT AVERAGE COST - ",
               WS-TODAY-DATE.
           DISPLAY "SKU      DESCRIPTION          ON-HAND     AVG COST"
               "  EXTENDED COST".

           READ INVENTORYFILE NEXT RECORD
               AT END SET END-OF-INVENTORY TO TRUE
           END-READ.
           PERFORM 0200-VALUE-ONE-ITEM THRU 0200-VALUE-ONE-ITEM-EXIT
               UNTIL END-OF-INVENTORY.
           CLOSE INVENTORYFILE.

           DISPLAY SPACE.
           MOVE WS-TOT-ON-HAND TO WST-ON-HAND.
           MOVE WS-TOT-VALUE   TO WST-VALUE.
           DISPLAY WS-TOTAL-LINE.
           DISPLAY "ITEMS VALUED:          " WS-ITEM-COUNT.
           IF WS-NO-COST-COUNT > ZERO
               DISPLAY "ITEMS IN STOCK WITH NO COST: " WS-NO-COST-COUNT
           END-IF.

           GOBACK.

      * Records loaded before costing began have no average cost -
      * they value at zero.
       0200-VALUE-ONE-ITEM.
           ADD 1 TO WS-ITEM-COUNT.
           IF INV-AVG-COST NOT NUMERIC
               MOVE ZERO TO INV-AVG-COST
           END-IF.

           COMPUTE WS-EXTENDED-COST ROUNDED =
               INV-ON-HAND * INV-AVG-COST.
           MOVE SPACES TO WSD-FLAG.
           IF INV-ON-HAND > ZERO AND INV-AVG-COST = ZERO
               ADD 1 TO WS-NO-COST-COUNT
               MOVE "NO COST" TO WSD-FLAG
           END-IF.

           MOVE INV-SKU          TO WSD-SKU.
           MOVE INV-DESCRIPTION  TO WSD-DESCRIPTION.
           MOVE INV-ON-HAND      TO WSD-ON-HAND.
           MOVE INV-AVG-COST     TO WSD-AVG-COST.
           MOVE WS-EXTENDED-COST TO WSD-EXTENDED.
           DISPLAY WS-DETAIL-LINE.

           ADD INV-ON-HAND      TO WS-TOT-ON-HAND.
           ADD WS-EXTENDED-COST TO WS-TOT-VALUE.

           READ INVENTORYFILE NEXT RECORD
               AT END SET END-OF-INVENTORY TO TRUE
           END-READ.
       0200-VALUE-ONE-ITEM-EXIT.
           EXIT.

       END PROGRAM PETINVVAL.
