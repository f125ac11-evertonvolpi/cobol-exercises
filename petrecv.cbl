      * onto the PETINVENTORY.DAT on-hand balance with a keyed
      * rewrite, and closes the order with status R.  Orders still
      * open past an operator-given age in days are reported so the
      * supplier can be chased, grouped under each supplier on the
      * PETSUPPLIER.DAT master with its contact.  A receipt that
      * carries the unit cost paid folds it into the SKU's weighted
      * average unit cost on the inventory record.
      *
      * MODIFICATION HISTORY:
      *   2026-09-02  EV  INITIAL VERSION
      *   2026-09-02  EV  FINAL STOP RUN CHANGED TO GOBACK SO THE
      *                   JOBSTREAM DRIVER GETS CONTROL BACK AFTER
      *                   CALLING THIS PROGRAM AS A STEP
      *   2026-10-15  EV  PURCHASE ORDER NUMBER AND SUPPLIER CARRIED
      *                   THROUGH THE ORDER REWRITE.  AGED-ORDER
      *                   REPORT GROUPED BY SUPPLIER WITH NAME AND
      *                   CONTACT - ORDERS WITH NO SUPPLIER ON FILE
      *                   LISTED LAST
      *   2026-10-15  EV  UNIT COST PAID TAKEN FROM THE RECEIPT AND
      *                   THE SKU'S WEIGHTED AVERAGE COST UPDATED ON
      *                   EACH POSTING - RECEIPTS WITH NO COST LEAVE
      *                   THE AVERAGE AS IT WAS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-PORDER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUPPLIER-FILE ASSIGN TO "PETSUPPLIER.DAT"
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD RECEIPTS-FILE.
           05 RC-SKU           PIC X(8).
           05 FILLER           PIC X.
           05 RC-QTY           PIC 9(5).
           05 FILLER           PIC X.
           05 RC-UNIT-COST     PIC 9(6)V99.

       FD INVENTORYFILE.
       01 INVENTORY-RECORD.
           05 INV-DESCRIPTION           PIC X(20).
           05 INV-ON-HAND               PIC 9(5).
           05 INV-REORDER-THRESHOLD     PIC 9(5).
           05 INV-SUPPLIER-ID           PIC X(6).
           05 INV-AVG-COST              PIC 9(6)V9999.
           05 INV-DISCONTINUED          PIC X.

      *One record per purchase order line - status O until this
      *program posts the delivery and closes it with status R.
      *Lines written before orders were numbered carry spaces in
      *PO-NUMBER and PO-SUPPLIER-ID.
       FD PORDER-FILE.
       01 PORDER-RECORD.
           88 END-OF-PORDER    VALUE HIGH-VALUES.
           05 PO-STATUS        PIC X.
               88 PO-OPEN          VALUE "O".
               88 PO-RECEIVED      VALUE "R".
           05 FILLER           PIC X.
           05 PO-NUMBER        PIC 9(6).
           05 PO-NUMBER-X REDEFINES PO-NUMBER
                               PIC X(6).
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

       WORKING-STORAGE SECTION.
       01 WS-RECEIPTS-FILE-STATUS  PIC XX.
       01 WS-PORDER-FILE-STATUS    PIC XX.
           88 WS-PORDER-FILE-NOT-FOUND    VALUE "35".

       01 WS-SUPPLIER-FILE-STATUS  PIC XX.
           88 WS-SUPPLIER-FILE-NOT-FOUND  VALUE "35".

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-AGE-LIMIT             PIC 9(3).
       01 WS-ELAPSED-YEARS         PIC S9(4).
               10 WS-PO-QTY            PIC 9(5).
               10 WS-PO-ORDER-DATE     PIC 9(8).
               10 WS-PO-STATUS         PIC X.
               10 WS-PO-NUMBER         PIC X(6).
               10 WS-PO-SUPPLIER-ID    PIC X(6).
               10 WS-PO-SUPPLIER-IDX   PIC 9(3).
               10 WS-PO-AGE-DAYS       PIC S9(7).
               10 WS-PO-AGED           PIC X.
       01 WS-ORDER-IDX             PIC 9(3).
       01 WS-FOUND-IDX             PIC 9(3).

       01 WS-SUPPLIER-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-SUPPLIER-TABLE.
           05 WS-SUPPLIER-ENTRY OCCURS 100 TIMES.
               10 WS-ST-SUPPLIER-ID    PIC X(6).
               10 WS-ST-NAME           PIC X(30).
               10 WS-ST-CONTACT        PIC X(30).
       01 WS-SUPPLIER-IDX          PIC 9(3).

       01 WS-GROUP-SWITCH          PIC X.
           88 WS-GROUP-HAS-AGED        VALUE "Y".
           88 WS-GROUP-HAS-NONE        VALUE "N".

       01 WS-ORDER-FOUND-SWITCH    PIC X.
           88 WS-ORDER-FOUND           VALUE "Y".
           88 WS-ORDER-NOT-FOUND       VALUE "N".
       01 WS-POSTED-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-NO-ORDER-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-AGED-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-NO-COST-COUNT         PIC 9(5) VALUE ZERO.

       01 WS-STOCK-VALUE           PIC 9(11)V9999.
       01 WS-NEW-ON-HAND           PIC 9(6).
       01 WS-RECEIPT-VALUE         PIC 9(9)V99.
       01 WS-TOTAL-RECEIPT-VALUE   PIC 9(9)V99 VALUE ZERO.
       01 WS-RECEIPT-VALUE-OUT     PIC ZZZ,ZZZ,ZZ9.99.

       01 WS-AGED-SUPPLIER-LINE.
           05 FILLER            PIC X(9) VALUE "SUPPLIER ".
           05 WSS-SUPPLIER-ID   PIC X(6).
           05 FILLER            PIC X    VALUE SPACE.
           05 WSS-NAME          PIC X(30).
           05 FILLER            PIC X(10) VALUE "  CONTACT ".
           05 WSS-CONTACT       PIC X(30).

       01 WS-AGED-LINE.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSA-PO-NUMBER     PIC X(6).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSA-SKU           PIC X(8).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSA-DESCRIPTION   PIC X(20).
       0100-START-HERE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM 0120-LOAD-SUPPLIERS THRU 0120-LOAD-SUPPLIERS-EXIT.
           PERFORM 0150-LOAD-ORDERS THRU 0150-LOAD-ORDERS-EXIT.
           IF WS-ORDER-COUNT = ZERO
               DISPLAY "PETRECV: NO PURCHASE ORDERS ON "
               WS-NO-ORDER-COUNT.
           DISPLAY "  ORDERS OPEN PAST THE LIMIT .: ",
               WS-AGED-COUNT.
           DISPLAY "  RECEIPTS WITH NO UNIT COST .: ",
               WS-NO-COST-COUNT.
           MOVE WS-TOTAL-RECEIPT-VALUE TO WS-RECEIPT-VALUE-OUT.
           DISPLAY "  COST VALUE RECEIVED ........: ",
               WS-RECEIPT-VALUE-OUT.

           GOBACK.

       0120-LOAD-SUPPLIERS.
           OPEN INPUT SUPPLIER-FILE.
           IF WS-SUPPLIER-FILE-NOT-FOUND
               GO TO 0120-LOAD-SUPPLIERS-EXIT
           END-IF.

           READ SUPPLIER-FILE
               AT END SET SUPPLIER-EOF TO TRUE
           END-READ.
           PERFORM 0130-LOAD-ONE-SUPPLIER
               THRU 0130-LOAD-ONE-SUPPLIER-EXIT
               UNTIL SUPPLIER-EOF.
           CLOSE SUPPLIER-FILE.
       0120-LOAD-SUPPLIERS-EXIT.
           EXIT.

       0130-LOAD-ONE-SUPPLIER.
           IF WS-SUPPLIER-COUNT < 100
               ADD 1 TO WS-SUPPLIER-COUNT
               MOVE SU-SUPPLIER-ID
                   TO WS-ST-SUPPLIER-ID(WS-SUPPLIER-COUNT)
               MOVE SU-NAME    TO WS-ST-NAME(WS-SUPPLIER-COUNT)
               MOVE SU-CONTACT TO WS-ST-CONTACT(WS-SUPPLIER-COUNT)
           END-IF.

           READ SUPPLIER-FILE
               AT END SET SUPPLIER-EOF TO TRUE
           END-READ.
       0130-LOAD-ONE-SUPPLIER-EXIT.
           EXIT.

       0150-LOAD-ORDERS.
           OPEN INPUT PORDER-FILE.
           IF WS-PORDER-FILE-NOT-FOUND
               MOVE PO-ORDER-DATE  TO
                   WS-PO-ORDER-DATE(WS-ORDER-COUNT)
               MOVE PO-STATUS      TO WS-PO-STATUS(WS-ORDER-COUNT)
               MOVE PO-NUMBER-X    TO WS-PO-NUMBER(WS-ORDER-COUNT)
               MOVE PO-SUPPLIER-ID
                   TO WS-PO-SUPPLIER-ID(WS-ORDER-COUNT)
               MOVE ZERO TO WS-PO-SUPPLIER-IDX(WS-ORDER-COUNT)
               IF PO-SUPPLIER-ID NOT = SPACES
                   PERFORM 0180-CHECK-ONE-SUPPLIER
                       THRU 0180-CHECK-ONE-SUPPLIER-EXIT
                       VARYING WS-SUPPLIER-IDX FROM 1 BY 1
                       UNTIL WS-SUPPLIER-IDX > WS-SUPPLIER-COUNT
                          OR WS-PO-SUPPLIER-IDX(WS-ORDER-COUNT) > ZERO
               END-IF
           ELSE
               DISPLAY "PETRECV: MORE THAN 200 PURCHASE ORDERS - "
                   "SKIPPING THE REMAINDER"
       0170-LOAD-ONE-ORDER-EXIT.
           EXIT.

       0180-CHECK-ONE-SUPPLIER.
           IF WS-ST-SUPPLIER-ID(WS-SUPPLIER-IDX) = PO-SUPPLIER-ID
               MOVE WS-SUPPLIER-IDX
                   TO WS-PO-SUPPLIER-IDX(WS-ORDER-COUNT)
           END-IF.
       0180-CHECK-ONE-SUPPLIER-EXIT.
           EXIT.

       0200-POST-ONE-RECEIPT.
           ADD 1 TO WS-RECEIPTS-READ-COUNT.

                   DISPLAY "PETRECV: SKU ", RC-SKU, " NOT ON "
                       "INVENTORY - RECEIPT NOT POSTED"
               NOT INVALID KEY
                   PERFORM 0300-UPDATE-AVERAGE-COST
                       THRU 0300-UPDATE-AVERAGE-COST-EXIT
                   ADD RC-QTY TO INV-ON-HAND
                   REWRITE INVENTORY-RECORD
                       INVALID KEY
       0270-CHECK-ONE-ORDER-EXIT.
           EXIT.

      * The new average weighs the stock already on hand at the old
      * average against the delivered quantity at the cost paid.  A
      * SKU with nothing on hand, or no average yet, simply takes the
      * cost paid.
       0300-UPDATE-AVERAGE-COST.
           IF INV-AVG-COST NOT NUMERIC
               MOVE ZERO TO INV-AVG-COST
           END-IF.

           IF RC-UNIT-COST NOT NUMERIC
               ADD 1 TO WS-NO-COST-COUNT
               DISPLAY "PETRECV: NO UNIT COST ON RECEIPT FOR SKU ",
                   RC-SKU, " - AVERAGE COST NOT CHANGED"
               GO TO 0300-UPDATE-AVERAGE-COST-EXIT
           END-IF.

           COMPUTE WS-RECEIPT-VALUE ROUNDED = RC-QTY * RC-UNIT-COST.
           ADD WS-RECEIPT-VALUE TO WS-TOTAL-RECEIPT-VALUE.

           COMPUTE WS-NEW-ON-HAND = INV-ON-HAND + RC-QTY.
           IF INV-ON-HAND = ZERO
               OR INV-AVG-COST = ZERO
               OR WS-NEW-ON-HAND = ZERO
               MOVE RC-UNIT-COST TO INV-AVG-COST
               GO TO 0300-UPDATE-AVERAGE-COST-EXIT
           END-IF.

           COMPUTE WS-STOCK-VALUE = INV-ON-HAND * INV-AVG-COST
               + RC-QTY * RC-UNIT-COST.
           COMPUTE INV-AVG-COST ROUNDED =
               WS-STOCK-VALUE / WS-NEW-ON-HAND.
       0300-UPDATE-AVERAGE-COST-EXIT.
           EXIT.

       0500-REWRITE-ORDERS.
           OPEN OUTPUT PORDER-FILE.
           PERFORM 0550-WRITE-ONE-ORDER
           MOVE WS-PO-QTY(WS-ORDER-IDX)         TO PO-QTY.
           MOVE WS-PO-ORDER-DATE(WS-ORDER-IDX)  TO PO-ORDER-DATE.
           MOVE WS-PO-STATUS(WS-ORDER-IDX)      TO PO-STATUS.
           MOVE WS-PO-NUMBER(WS-ORDER-IDX)      TO PO-NUMBER-X.
           MOVE WS-PO-SUPPLIER-ID(WS-ORDER-IDX) TO PO-SUPPLIER-ID.
           WRITE PORDER-RECORD.
       0550-WRITE-ONE-ORDER-EXIT.
           EXIT.

      * Orders still open past the operator's age limit are the
      * ones to chase with the supplier - each supplier's aged lines
      * are listed together under its name and contact, and lines
      * with no supplier on the master come last.
       0600-REPORT-AGED-ORDERS.
           DISPLAY "REPORT ORDERS OPEN MORE THAN HOW MANY DAYS: "
               WITH NO ADVANCING.
               MOVE 14 TO WS-AGE-LIMIT
           END-IF.

           PERFORM 0650-CHECK-ONE-AGED THRU 0650-CHECK-ONE-AGED-EXIT
               VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-ORDER-COUNT.

           DISPLAY "ORDERS OPEN MORE THAN ", WS-AGE-LIMIT, " DAYS".
           PERFORM 0700-LIST-SUPPLIER-GROUP
               THRU 0700-LIST-SUPPLIER-GROUP-EXIT
               VARYING WS-SUPPLIER-IDX FROM 1 BY 1
               UNTIL WS-SUPPLIER-IDX > WS-SUPPLIER-COUNT.
           MOVE ZERO TO WS-SUPPLIER-IDX.
           PERFORM 0700-LIST-SUPPLIER-GROUP
               THRU 0700-LIST-SUPPLIER-GROUP-EXIT.
       0600-REPORT-AGED-ORDERS-EXIT.
           EXIT.

       0650-CHECK-ONE-AGED.
           MOVE "N" TO WS-PO-AGED(WS-ORDER-IDX).
           IF WS-PO-STATUS(WS-ORDER-IDX) = "O"
               CALL "DATEDIFF" USING
                   WS-PO-ORDER-DATE(WS-ORDER-IDX), WS-TODAY-DATE,
                   WS-ELAPSED-YEARS, WS-ELAPSED-DAYS
               IF WS-ELAPSED-DAYS > WS-AGE-LIMIT
                   ADD 1 TO WS-AGED-COUNT
                   MOVE "Y" TO WS-PO-AGED(WS-ORDER-IDX)
                   MOVE WS-ELAPSED-DAYS
                       TO WS-PO-AGE-DAYS(WS-ORDER-IDX)
               END-IF
           END-IF.
       0650-CHECK-ONE-AGED-EXIT.
           EXIT.

      * Supplier entry zero is the group of lines whose supplier is
      * blank or not on the master.
       0700-LIST-SUPPLIER-GROUP.
           SET WS-GROUP-HAS-NONE TO TRUE.
           PERFORM 0720-CHECK-GROUP-LINE
               THRU 0720-CHECK-GROUP-LINE-EXIT
               VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
                  OR WS-GROUP-HAS-AGED.
           IF WS-GROUP-HAS-NONE
               GO TO 0700-LIST-SUPPLIER-GROUP-EXIT
           END-IF.

           IF WS-SUPPLIER-IDX = ZERO
               MOVE SPACES TO WSS-SUPPLIER-ID, WSS-CONTACT
               MOVE "*** NO SUPPLIER ON FILE ***" TO WSS-NAME
           ELSE
               MOVE WS-ST-SUPPLIER-ID(WS-SUPPLIER-IDX)
                   TO WSS-SUPPLIER-ID
               MOVE WS-ST-NAME(WS-SUPPLIER-IDX)    TO WSS-NAME
               MOVE WS-ST-CONTACT(WS-SUPPLIER-IDX) TO WSS-CONTACT
           END-IF.
           DISPLAY SPACE.
           DISPLAY WS-AGED-SUPPLIER-LINE.

           PERFORM 0750-LIST-ONE-AGED THRU 0750-LIST-ONE-AGED-EXIT
               VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-ORDER-COUNT.
       0700-LIST-SUPPLIER-GROUP-EXIT.
           EXIT.

       0720-CHECK-GROUP-LINE.
           IF WS-PO-AGED(WS-ORDER-IDX) = "Y"
               AND WS-PO-SUPPLIER-IDX(WS-ORDER-IDX) = WS-SUPPLIER-IDX
               SET WS-GROUP-HAS-AGED TO TRUE
           END-IF.
       0720-CHECK-GROUP-LINE-EXIT.
           EXIT.

       0750-LIST-ONE-AGED.
           IF WS-PO-AGED(WS-ORDER-IDX) NOT = "Y"
               OR WS-PO-SUPPLIER-IDX(WS-ORDER-IDX)
                   NOT = WS-SUPPLIER-IDX
               GO TO 0750-LIST-ONE-AGED-EXIT
           END-IF.

           MOVE WS-PO-NUMBER(WS-ORDER-IDX) TO WSA-PO-NUMBER.
           MOVE WS-PO-SKU(WS-ORDER-IDX)    TO WSA-SKU.
           MOVE WS-PO-DESCRIPTION(WS-ORDER-IDX) TO WSA-DESCRIPTION.
           MOVE WS-PO-ORDER-DATE(WS-ORDER-IDX)  TO WSA-ORDER-DATE.
           MOVE WS-PO-AGE-DAYS(WS-ORDER-IDX)    TO WSA-DAYS.
           DISPLAY WS-AGED-LINE.
       0750-LIST-ONE-AGED-EXIT.
           EXIT.

       END PROGRAM PETRECV.
