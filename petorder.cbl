      * receiving program posts deliveries back and closes the
      * orders.
      *
      * Order lines are grouped under one numbered purchase order
      * per preferred supplier (PETSUPPLIER.DAT, kept by
      * SUPPMAINT).  The reorder point and the suggested quantity
      * both allow for what will sell while the order is with the
      * supplier - the units sold in the last 30 days of
      * PETSALEHIST.DAT, spread over the supplier's lead time - and
      * a line below the supplier's minimum is raised to it.  SKUs
      * with no supplier, or one not on the master, go on a
      * separate unassigned order for the buyer to place by hand.
      *
      * MODIFICATION HISTORY:
      *   2026-09-02  EV  INITIAL VERSION
      *   2026-09-02  EV  FINAL STOP RUN CHANGED TO GOBACK SO THE
      *                   JOBSTREAM DRIVER GETS CONTROL BACK AFTER
      *                   CALLING THIS PROGRAM AS A STEP
      *   2026-10-15  EV  ONE NUMBERED PURCHASE ORDER PER SUPPLIER -
      *                   PO NUMBER AND SUPPLIER ADDED TO THE
      *                   PETPORDER.DAT RECORD.  REORDER POINT AND
      *                   QUANTITY INCLUDE LEAD-TIME DEMAND FROM THE
      *                   LAST 30 DAYS OF SALES, AND A LINE IS RAISED
      *                   TO THE SUPPLIER'S MINIMUM ORDER QUANTITY
      *   2026-10-15  EV  TENDER RECORDS ON THE SALE HISTORY ARE
      *                   PASSED OVER WHEN USAGE IS TAKEN
      *   2026-10-15  EV  SKUS FLAGGED DISCONTINUED IN INVMAINT ARE
      *                   NEVER REORDERED - COUNTED ON THE REPORT
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-PORDER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUPPLIER-FILE ASSIGN TO "PETSUPPLIER.DAT"
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALEHISTFILE ASSIGN TO "PETSALEHIST.DAT"
               FILE STATUS IS WS-SALEHIST-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD INVENTORYFILE.
           05 INV-DESCRIPTION           PIC X(20).
           05 INV-ON-HAND               PIC 9(5).
           05 INV-REORDER-THRESHOLD     PIC 9(5).
           05 INV-SUPPLIER-ID           PIC X(6).
           05 INV-AVG-COST              PIC 9(6)V9999.
           05 INV-DISCONTINUED          PIC X.
               88 INV-IS-DISCONTINUED VALUE "Y".

      *One record per purchase order line - status O until PETRECV
      *posts the delivery and closes it with status R.  Lines of
      *the same purchase order share its number and supplier.
       FD PORDER-FILE.
       01 PORDER-RECORD.
           88 END-OF-PORDER    VALUE HIGH-VALUES.
           05 PO-STATUS        PIC X.
               88 PO-OPEN          VALUE "O".
               88 PO-RECEIVED      VALUE "R".
           05 FILLER           PIC X.
           05 PO-NUMBER        PIC 9(6).
           05 FILLER           PIC X.
           05 PO-SUPPLIER-ID   PIC X(6).

      *This mirrors the supplier record SUPPMAINT maintains.
       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
           88 SUPPLIER-EOF     VALUE HIGH-VALUES.
           05 SU-SUPPLIER-ID   PIC X(6).
           05 FILLER           PIC X.
           05 SU-NAME          PIC X(30).
           05 FILLER           PIC X.
           05 SU-CONTACT       PIC X(30).
           05 FILLER           PIC X.
           05 SU-LEAD-DAYS     PIC 9(3).
           05 FILLER           PIC X.
           05 SU-MIN-ORDER-QTY PIC 9(5).

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
       01 WS-PORDER-FILE-STATUS    PIC XX.
           88 WS-PORDER-FILE-NOT-FOUND    VALUE "35".

       01 WS-SUPPLIER-FILE-STATUS  PIC XX.
           88 WS-SUPPLIER-FILE-NOT-FOUND  VALUE "35".

       01 WS-SALEHIST-FILE-STATUS  PIC XX.
           88 WS-SALEHIST-FILE-NOT-FOUND  VALUE "35".

       01 WS-TODAY-DATE            PIC 9(8).

       01 WS-OPEN-SKU-COUNT        PIC 9(3) VALUE ZERO.
           88 WS-OPEN-FOUND            VALUE "Y".
           88 WS-OPEN-NOT-FOUND        VALUE "N".

       01 WS-LAST-PO-NUMBER        PIC 9(6) VALUE ZERO.

       01 WS-SUPPLIER-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-SUPPLIER-TABLE.
           05 WS-SUPPLIER-ENTRY OCCURS 100 TIMES.
               10 WS-ST-SUPPLIER-ID    PIC X(6).
               10 WS-ST-NAME           PIC X(30).
               10 WS-ST-CONTACT        PIC X(30).
               10 WS-ST-LEAD-DAYS      PIC 9(3).
               10 WS-ST-MIN-ORDER-QTY  PIC 9(5).
       01 WS-SUPPLIER-IDX          PIC 9(3).
       01 WS-SUPPLIER-FOUND-IDX    PIC 9(3).

      * Units sold per SKU over the usage window, net of returns.
       01 WS-USAGE-WINDOW-DAYS     PIC 9(3) VALUE 30.
       01 WS-USAGE-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-USAGE-TABLE.
           05 WS-USAGE-ENTRY OCCURS 500 TIMES.
               10 WS-US-SKU            PIC X(8).
               10 WS-US-UNITS          PIC S9(7).
       01 WS-USAGE-IDX             PIC 9(3).
       01 WS-USAGE-SKU             PIC X(8).
       01 WS-USAGE-FOUND-IDX       PIC 9(3).
       01 WS-ELAPSED-YEARS         PIC S9(4).
       01 WS-ELAPSED-DAYS          PIC S9(7).

      * Order lines are held until the walk is done so they can be
      * written out grouped by supplier.
       01 WS-LINE-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-LINE-TABLE.
           05 WS-LINE-ENTRY OCCURS 200 TIMES.
               10 WS-LN-SKU            PIC X(8).
               10 WS-LN-DESCRIPTION    PIC X(20).
               10 WS-LN-QTY            PIC 9(5).
               10 WS-LN-SUPPLIER-ID    PIC X(6).
               10 WS-LN-SUPPLIER-IDX   PIC 9(3).
               10 WS-LN-RAISED         PIC X.
       01 WS-LINE-IDX              PIC 9(3).

       01 WS-PO-LINES-SWITCH       PIC X.
           88 WS-PO-HAS-LINES          VALUE "Y".
           88 WS-PO-HAS-NO-LINES       VALUE "N".

       01 WS-RECENT-UNITS          PIC S9(7).
       01 WS-LEAD-DAYS             PIC 9(3).
       01 WS-MIN-ORDER-QTY         PIC 9(5).
       01 WS-LEAD-DEMAND           PIC 9(7).
       01 WS-REORDER-POINT         PIC 9(7).
       01 WS-SUGGESTED-QTY         PIC 9(7).

       01 WS-ITEMS-READ-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-BELOW-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-ORDERED-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-ALREADY-OPEN-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-PO-COUNT              PIC 9(5) VALUE ZERO.
       01 WS-RAISED-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-UNASSIGNED-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-OVERFLOW-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-DISCONTINUED-COUNT    PIC 9(5) VALUE ZERO.

       01 WS-ORDER-LINE.
           05 WSO-SKU           PIC X(8).
           05 FILLER            PIC X  VALUE SPACE.
           05 WSO-NOTE          PIC X(25).

       01 WS-PO-HEADER-LINE.
           05 FILLER            PIC X(15) VALUE "PURCHASE ORDER ".
           05 WSH-PO-NUMBER     PIC 9(6).
           05 FILLER            PIC X(3)  VALUE SPACES.
           05 WSH-SUPPLIER-ID   PIC X(6).
           05 FILLER            PIC X     VALUE SPACE.
           05 WSH-NAME          PIC X(30).

       01 WS-PO-TERMS-LINE.
           05 FILLER            PIC X(10) VALUE "  CONTACT ".
           05 WST-CONTACT       PIC X(30).
           05 FILLER            PIC X(7)  VALUE "  LEAD ".
           05 WST-LEAD-DAYS     PIC ZZ9.
           05 FILLER            PIC X(14) VALUE " DAYS  MINIMUM".
           05 WST-MIN-ORDER-QTY PIC ZZZZ9.

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM 0150-LOAD-OPEN-ORDERS
               THRU 0150-LOAD-OPEN-ORDERS-EXIT.
           PERFORM 0160-LOAD-SUPPLIERS
               THRU 0160-LOAD-SUPPLIERS-EXIT.
           PERFORM 0180-LOAD-RECENT-SALES
               THRU 0180-LOAD-RECENT-SALES-EXIT.

           MOVE LOW-VALUES TO INV-SKU.
           START INVENTORYFILE KEY IS NOT LESS THAN INV-SKU
                   UNTIL ENDOFINVENTORY
           END-IF.

           CLOSE INVENTORYFILE.

           OPEN EXTEND PORDER-FILE.
           IF WS-PORDER-FILE-NOT-FOUND
               OPEN OUTPUT PORDER-FILE
               CLOSE PORDER-FILE
               OPEN EXTEND PORDER-FILE
           END-IF.

           PERFORM 0400-WRITE-SUPPLIER-ORDER
               THRU 0400-WRITE-SUPPLIER-ORDER-EXIT
               VARYING WS-SUPPLIER-IDX FROM 1 BY 1
               UNTIL WS-SUPPLIER-IDX > WS-SUPPLIER-COUNT.
           MOVE ZERO TO WS-SUPPLIER-IDX.
           PERFORM 0400-WRITE-SUPPLIER-ORDER
               THRU 0400-WRITE-SUPPLIER-ORDER-EXIT.

           CLOSE PORDER-FILE.

           DISPLAY SPACE.
           DISPLAY "PETORDER BALANCING REPORT".
           DISPLAY "  INVENTORY ITEMS READ .......: ",
               WS-ITEMS-READ-COUNT.
           DISPLAY "  ITEMS BELOW REORDER POINT ..: ",
               WS-BELOW-COUNT.
           DISPLAY "  ORDER LINES WRITTEN ........: ",
               WS-ORDERED-COUNT.
           DISPLAY "  PURCHASE ORDERS WRITTEN ....: ",
               WS-PO-COUNT.
           DISPLAY "  LINES RAISED TO SUPPLIER MIN: ",
               WS-RAISED-COUNT.
           DISPLAY "  LINES WITH NO SUPPLIER .....: ",
               WS-UNASSIGNED-COUNT.
           DISPLAY "  ORDERS ALREADY OPEN ........: ",
               WS-ALREADY-OPEN-COUNT.
           DISPLAY "  DISCONTINUED ITEMS SKIPPED .: ",
               WS-DISCONTINUED-COUNT.
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY "  ITEMS NOT ORDERED (TABLE FULL): ",
                   WS-OVERFLOW-COUNT
           END-IF.

           GOBACK.

      * Open orders stop a second order for the same SKU; the
      * highest purchase order number on file is where this run's
      * numbering carries on from.  Lines written before orders
      * were numbered carry no number.
       0150-LOAD-OPEN-ORDERS.
           OPEN INPUT PORDER-FILE.
           IF WS-PORDER-FILE-NOT-FOUND
       0150-LOAD-OPEN-ORDERS-EXIT.
           EXIT.

       0160-LOAD-SUPPLIERS.
           OPEN INPUT SUPPLIER-FILE.
           IF WS-SUPPLIER-FILE-NOT-FOUND
               DISPLAY "PETORDER: PETSUPPLIER.DAT NOT FOUND - ALL "
                   "LINES GO ON THE UNASSIGNED ORDER"
               GO TO 0160-LOAD-SUPPLIERS-EXIT
           END-IF.

           READ SUPPLIER-FILE
               AT END SET SUPPLIER-EOF TO TRUE
           END-READ.
           PERFORM 0165-LOAD-ONE-SUPPLIER
               THRU 0165-LOAD-ONE-SUPPLIER-EXIT
               UNTIL SUPPLIER-EOF.
           CLOSE SUPPLIER-FILE.
       0160-LOAD-SUPPLIERS-EXIT.
           EXIT.

       0165-LOAD-ONE-SUPPLIER.
           IF WS-SUPPLIER-COUNT < 100
               ADD 1 TO WS-SUPPLIER-COUNT
               MOVE SU-SUPPLIER-ID
                   TO WS-ST-SUPPLIER-ID(WS-SUPPLIER-COUNT)
               MOVE SU-NAME    TO WS-ST-NAME(WS-SUPPLIER-COUNT)
               MOVE SU-CONTACT TO WS-ST-CONTACT(WS-SUPPLIER-COUNT)
               MOVE ZERO TO WS-ST-LEAD-DAYS(WS-SUPPLIER-COUNT),
                   WS-ST-MIN-ORDER-QTY(WS-SUPPLIER-COUNT)
               IF SU-LEAD-DAYS NUMERIC
                   MOVE SU-LEAD-DAYS
                       TO WS-ST-LEAD-DAYS(WS-SUPPLIER-COUNT)
               END-IF
               IF SU-MIN-ORDER-QTY NUMERIC
                   MOVE SU-MIN-ORDER-QTY
                       TO WS-ST-MIN-ORDER-QTY(WS-SUPPLIER-COUNT)
               END-IF
           ELSE
               DISPLAY "PETORDER: MORE THAN 100 SUPPLIERS - SKIPPING "
                   SU-SUPPLIER-ID
           END-IF.

           READ SUPPLIER-FILE
               AT END SET SUPPLIER-EOF TO TRUE
           END-READ.
       0165-LOAD-ONE-SUPPLIER-EXIT.
           EXIT.

       0170-NOTE-ONE-ORDER.
           IF PO-OPEN
               AND WS-OPEN-SKU-COUNT < 200
               MOVE PO-SKU TO WS-OS-SKU(WS-OPEN-SKU-COUNT)
           END-IF.

           IF PO-NUMBER NUMERIC
               AND PO-NUMBER > WS-LAST-PO-NUMBER
               MOVE PO-NUMBER TO WS-LAST-PO-NUMBER
           END-IF.

           READ PORDER-FILE
               AT END SET END-OF-PORDER TO TRUE
           END-READ.
       0170-NOTE-ONE-ORDER-EXIT.
           EXIT.

      * Sales and returns dated within the usage window give each
      * SKU's recent rate of sale.
       0180-LOAD-RECENT-SALES.
           OPEN INPUT SALEHISTFILE.
           IF WS-SALEHIST-FILE-NOT-FOUND
               GO TO 0180-LOAD-RECENT-SALES-EXIT
           END-IF.

           READ SALEHISTFILE
               AT END SET END-OF-SALEHIST TO TRUE
           END-READ.
           PERFORM 0185-NOTE-ONE-SALE THRU 0185-NOTE-ONE-SALE-EXIT
               UNTIL END-OF-SALEHIST.
           CLOSE SALEHISTFILE.
       0180-LOAD-RECENT-SALES-EXIT.
           EXIT.

       0185-NOTE-ONE-SALE.
           IF SH-DATE NOT NUMERIC OR SH-QTY NOT NUMERIC
               OR SH-TRANS-TYPE = "T"
               GO TO 0185-NOTE-ONE-SALE-READ
           END-IF.

           CALL "DATEDIFF" USING SH-DATE, WS-TODAY-DATE,
               WS-ELAPSED-YEARS, WS-ELAPSED-DAYS.
           IF WS-ELAPSED-DAYS < ZERO
               OR WS-ELAPSED-DAYS >= WS-USAGE-WINDOW-DAYS
               GO TO 0185-NOTE-ONE-SALE-READ
           END-IF.

           MOVE SH-SKU TO WS-USAGE-SKU.
           PERFORM 0190-FIND-USAGE THRU 0190-FIND-USAGE-EXIT.
           IF WS-USAGE-FOUND-IDX = ZERO
               IF WS-USAGE-COUNT >= 500
                   GO TO 0185-NOTE-ONE-SALE-READ
               END-IF
               ADD 1 TO WS-USAGE-COUNT
               MOVE WS-USAGE-COUNT TO WS-USAGE-FOUND-IDX
               MOVE SH-SKU TO WS-US-SKU(WS-USAGE-FOUND-IDX)
               MOVE ZERO   TO WS-US-UNITS(WS-USAGE-FOUND-IDX)
           END-IF.
           ADD SH-QTY TO WS-US-UNITS(WS-USAGE-FOUND-IDX).

       0185-NOTE-ONE-SALE-READ.
           READ SALEHISTFILE
               AT END SET END-OF-SALEHIST TO TRUE
           END-READ.
       0185-NOTE-ONE-SALE-EXIT.
           EXIT.

       0190-FIND-USAGE.
           MOVE ZERO TO WS-USAGE-FOUND-IDX.
           PERFORM 0195-CHECK-ONE-USAGE THRU 0195-CHECK-ONE-USAGE-EXIT
               VARYING WS-USAGE-IDX FROM 1 BY 1
               UNTIL WS-USAGE-IDX > WS-USAGE-COUNT
                  OR WS-USAGE-FOUND-IDX > ZERO.
       0190-FIND-USAGE-EXIT.
           EXIT.

       0195-CHECK-ONE-USAGE.
           IF WS-US-SKU(WS-USAGE-IDX) = WS-USAGE-SKU
               MOVE WS-USAGE-IDX TO WS-USAGE-FOUND-IDX
           END-IF.
       0195-CHECK-ONE-USAGE-EXIT.
           EXIT.

      * The reorder point is the threshold plus what is expected to
      * sell during the supplier's lead time; the suggested quantity
      * restores the balance to twice the threshold plus that same
      * lead-time demand, and is raised to the supplier's minimum.
       0200-CHECK-ONE-ITEM.
           ADD 1 TO WS-ITEMS-READ-COUNT.
           IF INV-IS-DISCONTINUED
               ADD 1 TO WS-DISCONTINUED-COUNT
               GO TO 0200-CHECK-ONE-ITEM-READ
           END-IF.

           PERFORM 0220-FIND-ITEM-SUPPLIER
               THRU 0220-FIND-ITEM-SUPPLIER-EXIT.
           PERFORM 0230-COMPUTE-LEAD-DEMAND
               THRU 0230-COMPUTE-LEAD-DEMAND-EXIT.
           COMPUTE WS-REORDER-POINT =
               INV-REORDER-THRESHOLD + WS-LEAD-DEMAND.

           IF INV-ON-HAND < WS-REORDER-POINT
               ADD 1 TO WS-BELOW-COUNT
               PERFORM 0250-CHECK-OPEN-ORDER
                   THRU 0250-CHECK-OPEN-ORDER-EXIT
                   MOVE "ORDER ALREADY OPEN" TO WSO-NOTE
                   DISPLAY WS-ORDER-LINE
               ELSE
                   PERFORM 0300-HOLD-ORDER-LINE
                       THRU 0300-HOLD-ORDER-LINE-EXIT
               END-IF
           END-IF.

       0200-CHECK-ONE-ITEM-READ.
           READ INVENTORYFILE NEXT RECORD
               AT END SET ENDOFINVENTORY TO TRUE
           END-READ.
       0200-CHECK-ONE-ITEM-EXIT.
           EXIT.

       0220-FIND-ITEM-SUPPLIER.
           MOVE ZERO TO WS-SUPPLIER-FOUND-IDX, WS-LEAD-DAYS,
               WS-MIN-ORDER-QTY.
           IF INV-SUPPLIER-ID = SPACES
               GO TO 0220-FIND-ITEM-SUPPLIER-EXIT
           END-IF.

           PERFORM 0225-CHECK-ONE-SUPPLIER
               THRU 0225-CHECK-ONE-SUPPLIER-EXIT
               VARYING WS-SUPPLIER-IDX FROM 1 BY 1
               UNTIL WS-SUPPLIER-IDX > WS-SUPPLIER-COUNT
                  OR WS-SUPPLIER-FOUND-IDX > ZERO.
           IF WS-SUPPLIER-FOUND-IDX > ZERO
               MOVE WS-ST-LEAD-DAYS(WS-SUPPLIER-FOUND-IDX)
                   TO WS-LEAD-DAYS
               MOVE WS-ST-MIN-ORDER-QTY(WS-SUPPLIER-FOUND-IDX)
                   TO WS-MIN-ORDER-QTY
           END-IF.
       0220-FIND-ITEM-SUPPLIER-EXIT.
           EXIT.

       0225-CHECK-ONE-SUPPLIER.
           IF WS-ST-SUPPLIER-ID(WS-SUPPLIER-IDX) = INV-SUPPLIER-ID
               MOVE WS-SUPPLIER-IDX TO WS-SUPPLIER-FOUND-IDX
           END-IF.
       0225-CHECK-ONE-SUPPLIER-EXIT.
           EXIT.

      * Lead-time demand is the recent daily rate times the lead
      * time, rounded up to a whole unit.  A SKU with more returned
      * than sold in the window has no demand.
       0230-COMPUTE-LEAD-DEMAND.
           MOVE ZERO TO WS-LEAD-DEMAND, WS-RECENT-UNITS.
           MOVE INV-SKU TO WS-USAGE-SKU.
           PERFORM 0190-FIND-USAGE THRU 0190-FIND-USAGE-EXIT.
           IF WS-USAGE-FOUND-IDX > ZERO
               MOVE WS-US-UNITS(WS-USAGE-FOUND-IDX) TO WS-RECENT-UNITS
           END-IF.

           IF WS-RECENT-UNITS > ZERO AND WS-LEAD-DAYS > ZERO
               COMPUTE WS-LEAD-DEMAND =
                   (WS-RECENT-UNITS * WS-LEAD-DAYS
                    + WS-USAGE-WINDOW-DAYS - 1)
                   / WS-USAGE-WINDOW-DAYS
           END-IF.
       0230-COMPUTE-LEAD-DEMAND-EXIT.
           EXIT.

       0250-CHECK-OPEN-ORDER.
           SET WS-OPEN-NOT-FOUND TO TRUE.
           PERFORM 0270-CHECK-ONE-OPEN-SKU
       0270-CHECK-ONE-OPEN-SKU-EXIT.
           EXIT.

       0300-HOLD-ORDER-LINE.
           IF WS-LINE-COUNT >= 200
               ADD 1 TO WS-OVERFLOW-COUNT
               DISPLAY "PETORDER: MORE THAN 200 ORDER LINES - ",
                   INV-SKU, " NOT ORDERED THIS RUN"
               GO TO 0300-HOLD-ORDER-LINE-EXIT
           END-IF.

           COMPUTE WS-SUGGESTED-QTY =
               INV-REORDER-THRESHOLD * 2 + WS-LEAD-DEMAND
               - INV-ON-HAND.

           ADD 1 TO WS-LINE-COUNT.
           MOVE "N" TO WS-LN-RAISED(WS-LINE-COUNT).
           IF WS-SUGGESTED-QTY < WS-MIN-ORDER-QTY
               MOVE WS-MIN-ORDER-QTY TO WS-SUGGESTED-QTY
               MOVE "Y" TO WS-LN-RAISED(WS-LINE-COUNT)
               ADD 1 TO WS-RAISED-COUNT
           END-IF.

           MOVE INV-SKU          TO WS-LN-SKU(WS-LINE-COUNT).
           MOVE INV-DESCRIPTION  TO WS-LN-DESCRIPTION(WS-LINE-COUNT).
           MOVE WS-SUGGESTED-QTY TO WS-LN-QTY(WS-LINE-COUNT).
           MOVE INV-SUPPLIER-ID  TO WS-LN-SUPPLIER-ID(WS-LINE-COUNT).
           MOVE WS-SUPPLIER-FOUND-IDX
               TO WS-LN-SUPPLIER-IDX(WS-LINE-COUNT).
       0300-HOLD-ORDER-LINE-EXIT.
           EXIT.

      * One purchase order per supplier with any lines this run,
      * numbered on from the last order on file.  Supplier entry
      * zero is the unassigned order - SKUs with no supplier or a
      * supplier not on the master.
       0400-WRITE-SUPPLIER-ORDER.
           SET WS-PO-HAS-NO-LINES TO TRUE.
           PERFORM 0420-CHECK-ONE-LINE THRU 0420-CHECK-ONE-LINE-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT
                  OR WS-PO-HAS-LINES.
           IF WS-PO-HAS-NO-LINES
               GO TO 0400-WRITE-SUPPLIER-ORDER-EXIT
           END-IF.

           ADD 1 TO WS-LAST-PO-NUMBER.
           ADD 1 TO WS-PO-COUNT.
           MOVE WS-LAST-PO-NUMBER TO WSH-PO-NUMBER.
           DISPLAY SPACE.
           IF WS-SUPPLIER-IDX = ZERO
               MOVE SPACES TO WSH-SUPPLIER-ID
               MOVE "*** NO SUPPLIER ON FILE ***" TO WSH-NAME
               DISPLAY WS-PO-HEADER-LINE
           ELSE
               MOVE WS-ST-SUPPLIER-ID(WS-SUPPLIER-IDX)
                   TO WSH-SUPPLIER-ID
               MOVE WS-ST-NAME(WS-SUPPLIER-IDX) TO WSH-NAME
               MOVE WS-ST-CONTACT(WS-SUPPLIER-IDX) TO WST-CONTACT
               MOVE WS-ST-LEAD-DAYS(WS-SUPPLIER-IDX) TO WST-LEAD-DAYS
               MOVE WS-ST-MIN-ORDER-QTY(WS-SUPPLIER-IDX)
                   TO WST-MIN-ORDER-QTY
               DISPLAY WS-PO-HEADER-LINE
               DISPLAY WS-PO-TERMS-LINE
           END-IF.

           PERFORM 0450-WRITE-ONE-LINE THRU 0450-WRITE-ONE-LINE-EXIT
               VARYING WS-LINE-IDX FROM 1 BY 1
               UNTIL WS-LINE-IDX > WS-LINE-COUNT.
       0400-WRITE-SUPPLIER-ORDER-EXIT.
           EXIT.

       0420-CHECK-ONE-LINE.
           IF WS-LN-SUPPLIER-IDX(WS-LINE-IDX) = WS-SUPPLIER-IDX
               SET WS-PO-HAS-LINES TO TRUE
           END-IF.
       0420-CHECK-ONE-LINE-EXIT.
           EXIT.

       0450-WRITE-ONE-LINE.
           IF WS-LN-SUPPLIER-IDX(WS-LINE-IDX) NOT = WS-SUPPLIER-IDX
               GO TO 0450-WRITE-ONE-LINE-EXIT
           END-IF.

           MOVE SPACES TO PORDER-RECORD.
           MOVE WS-LN-SKU(WS-LINE-IDX)         TO PO-SKU.
           MOVE WS-LN-DESCRIPTION(WS-LINE-IDX) TO PO-DESCRIPTION.
           MOVE WS-LN-QTY(WS-LINE-IDX)         TO PO-QTY.
           MOVE WS-TODAY-DATE                  TO PO-ORDER-DATE.
           SET PO-OPEN TO TRUE.
           MOVE WS-LAST-PO-NUMBER              TO PO-NUMBER.
           MOVE WS-LN-SUPPLIER-ID(WS-LINE-IDX) TO PO-SUPPLIER-ID.
           WRITE PORDER-RECORD.
           ADD 1 TO WS-ORDERED-COUNT.

           MOVE WS-LN-SKU(WS-LINE-IDX)         TO WSO-SKU.
           MOVE WS-LN-DESCRIPTION(WS-LINE-IDX) TO WSO-DESCRIPTION.
           MOVE WS-LN-QTY(WS-LINE-IDX)         TO WSO-QTY.
           IF WS-SUPPLIER-IDX = ZERO
               ADD 1 TO WS-UNASSIGNED-COUNT
               IF WS-LN-SUPPLIER-ID(WS-LINE-IDX) = SPACES
                   MOVE "NO SUPPLIER NAMED" TO WSO-NOTE
               ELSE
                   MOVE SPACES TO WSO-NOTE
                   STRING "SUPPLIER " WS-LN-SUPPLIER-ID(WS-LINE-IDX)
                       " UNKNOWN" DELIMITED BY SIZE INTO WSO-NOTE
               END-IF
           ELSE
               IF WS-LN-RAISED(WS-LINE-IDX) = "Y"
                   MOVE "RAISED TO SUPPLIER MIN" TO WSO-NOTE
               ELSE
                   MOVE "ORDER WRITTEN" TO WSO-NOTE
               END-IF
           END-IF.
           DISPLAY WS-ORDER-LINE.
       0450-WRITE-ONE-LINE-EXIT.
           EXIT.

       END PROGRAM PETORDER.
