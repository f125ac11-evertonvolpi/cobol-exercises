       IDENTIFICATION DIVISION.
       PROGRAM-ID. "SUPPMAINT".
       AUTHOR.     EVERTON VOLPI.
      * Maintenance screen for the PETSUPPLIER.DAT pet store
      * supplier master, in the style of RSNMAINT.  Each supplier
      * code carries the supplier's name, who to contact there,
      * the lead time in days from order to delivery and the
      * minimum quantity the supplier will take on an order line.
      * INVMAINT names the preferred supplier of each SKU from this
      * file, PETORDER groups its purchase orders by supplier and
      * sizes them with the lead time and minimum, and PETRECV
      * groups its aged-order report by supplier.  A supplier
      * cannot be retired while any SKU on PETINVENTORY.DAT still
      * names it as preferred.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
      *   2026-10-15  EV  SIGN-ON THROUGH SIGNON, WITH THE FUNCTION
      *                   CHOSEN CHECKED AGAINST THE OPERATOR'S
      *                   AUTHORITY AS I (LIST), A, C OR D (RETIRE)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-FILE ASSIGN TO "PETSUPPLIER.DAT"
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INVENTORYFILE ASSIGN TO "PETINVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INV-SKU
               FILE STATUS IS WS-INVENTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
           88 SUPPLIER-EOF         VALUE HIGH-VALUES.
           05 SU-SUPPLIER-ID       PIC X(6).
           05 FILLER               PIC X.
           05 SU-NAME              PIC X(30).
           05 FILLER               PIC X.
           05 SU-CONTACT           PIC X(30).
           05 FILLER               PIC X.
           05 SU-LEAD-DAYS         PIC 9(3).
           05 FILLER               PIC X.
           05 SU-MIN-ORDER-QTY     PIC 9(5).

      *This mirrors the PETINVENTORY.DAT record INVMAINT maintains -
      *only the preferred supplier is of interest here.
       FD INVENTORYFILE.
       01 INVENTORY-RECORD.
           88 ENDOFINVENTORY       VALUE HIGH-VALUES.
           05 INV-SKU                   PIC X(8).
           05 INV-DESCRIPTION           PIC X(20).
           05 INV-ON-HAND               PIC 9(5).
           05 INV-REORDER-THRESHOLD     PIC 9(5).
           05 INV-SUPPLIER-ID           PIC X(6).
           05 INV-AVG-COST              PIC 9(6)V9999.
           05 INV-DISCONTINUED          PIC X.

       WORKING-STORAGE SECTION.
       01 WS-SUPPLIER-FILE-STATUS  PIC XX.
           88 WS-SUPPLIER-FILE-NOT-FOUND VALUE "35".

       01 WS-INVENTORY-FILE-STATUS PIC XX.
           88 WS-INVENTORY-FILE-NOT-FOUND VALUE "35".

       01 WS-FUNCTION              PIC 9.
           88 WS-LIST-FUNCTION         VALUE 1.
           88 WS-ADD-FUNCTION          VALUE 2.
           88 WS-CHANGE-FUNCTION       VALUE 3.
           88 WS-RETIRE-FUNCTION       VALUE 4.

       01 WS-VALID-ENTRY-SWITCH    PIC X VALUE "N".
           88 WS-VALID-ENTRY           VALUE "Y".
           88 WS-INVALID-ENTRY         VALUE "N".

       01 WS-SUPPLIER-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-SUPPLIER-TABLE.
           05 WS-SUPPLIER-ENTRY OCCURS 100 TIMES.
               10 WS-ST-SUPPLIER-ID    PIC X(6).
               10 WS-ST-NAME           PIC X(30).
               10 WS-ST-CONTACT        PIC X(30).
               10 WS-ST-LEAD-DAYS      PIC 9(3).
               10 WS-ST-MIN-ORDER-QTY  PIC 9(5).
       01 WS-SUPPLIER-IDX          PIC 9(3).
       01 WS-FOUND-IDX             PIC 9(3).

       01 WS-FOUND-SWITCH          PIC X.
           88 WS-SUPPLIER-FOUND        VALUE "Y".
           88 WS-SUPPLIER-NOT-FOUND    VALUE "N".

       01 WS-WORK-SUPPLIER-ID      PIC X(6).
       01 WS-WORK-NAME             PIC X(30).
       01 WS-WORK-CONTACT          PIC X(30).
       01 WS-WORK-LEAD-DAYS        PIC X(3).
       01 WS-WORK-MIN-ORDER-QTY    PIC X(5).

       01 WS-VALUES-OK-SWITCH      PIC X.
           88 WS-VALUES-OK             VALUE "Y".
           88 WS-VALUES-NOT-OK         VALUE "N".

       01 WS-LOAD-OVERFLOW-SW      PIC X VALUE "N".
           88 WS-LOAD-OVERFLOW         VALUE "Y".

       01 WS-SKU-USE-COUNT         PIC 9(5) VALUE ZERO.

       01 WS-SUPPLIER-LINE.
           05 WSL-SUPPLIER-ID      PIC X(6).
           05 FILLER               PIC X VALUE SPACE.
           05 WSL-NAME             PIC X(30).
           05 FILLER               PIC X VALUE SPACE.
           05 WSL-CONTACT          PIC X(30).
           05 FILLER               PIC X VALUE SPACE.
           05 WSL-LEAD-DAYS        PIC ZZ9.
           05 FILLER               PIC XX VALUE SPACES.
           05 WSL-MIN-ORDER-QTY    PIC ZZZZ9.

       01 WS-OPERATOR-ID           PIC X(3) VALUE SPACES.

       01 WS-SIGNON-ACCESS.
           05 WS-SO-PROGRAM        PIC X(17) VALUE "SUPPMAINT".
           05 WS-SO-FUNCTION       PIC X VALUE SPACE.
           05 WS-SO-RESULT         PIC X.
               88 WS-SO-GRANTED        VALUE "Y".

       PROCEDURE DIVISION.
       0100-START-HERE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           PERFORM 0150-LOAD-SUPPLIERS
               THRU 0150-LOAD-SUPPLIERS-EXIT.

           PERFORM 0110-PROMPT-FOR-FUNCTION
               THRU 0110-PROMPT-FOR-FUNCTION-EXIT
               UNTIL WS-VALID-ENTRY.

           EVALUATE TRUE
               WHEN WS-LIST-FUNCTION
                   MOVE "I" TO WS-SO-FUNCTION
               WHEN WS-ADD-FUNCTION
                   MOVE "A" TO WS-SO-FUNCTION
               WHEN WS-CHANGE-FUNCTION
                   MOVE "C" TO WS-SO-FUNCTION
               WHEN WS-RETIRE-FUNCTION
                   MOVE "D" TO WS-SO-FUNCTION
           END-EVALUATE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN WS-LIST-FUNCTION
                   PERFORM 0200-LIST-SUPPLIERS
                       THRU 0200-LIST-SUPPLIERS-EXIT
               WHEN WS-ADD-FUNCTION
                   PERFORM 0300-ADD-SUPPLIER
                       THRU 0300-ADD-SUPPLIER-EXIT
               WHEN WS-CHANGE-FUNCTION
                   PERFORM 0400-CHANGE-SUPPLIER
                       THRU 0400-CHANGE-SUPPLIER-EXIT
               WHEN WS-RETIRE-FUNCTION
                   PERFORM 0500-RETIRE-SUPPLIER
                       THRU 0500-RETIRE-SUPPLIER-EXIT
           END-EVALUATE.

           STOP RUN.

       0110-PROMPT-FOR-FUNCTION.
           DISPLAY "LIST (1): ".
           DISPLAY "ADD (2): ".
           DISPLAY "CHANGE (3): ".
           DISPLAY "RETIRE (4): ".
           ACCEPT WS-FUNCTION.

           IF WS-LIST-FUNCTION OR WS-ADD-FUNCTION
                   OR WS-CHANGE-FUNCTION OR WS-RETIRE-FUNCTION
               SET WS-VALID-ENTRY TO TRUE
           ELSE
               DISPLAY "INVALID SELECTION - PLEASE ENTER A NUMBER "
                   "FROM 1 TO 4"
               SET WS-INVALID-ENTRY TO TRUE
           END-IF.
       0110-PROMPT-FOR-FUNCTION-EXIT.
           EXIT.

       0150-LOAD-SUPPLIERS.
           OPEN INPUT SUPPLIER-FILE.
           IF WS-SUPPLIER-FILE-NOT-FOUND
               GO TO 0150-LOAD-SUPPLIERS-EXIT
           END-IF.

           READ SUPPLIER-FILE
               AT END SET SUPPLIER-EOF TO TRUE
           END-READ.
           PERFORM 0170-LOAD-ONE-SUPPLIER
               THRU 0170-LOAD-ONE-SUPPLIER-EXIT
               UNTIL SUPPLIER-EOF.
           CLOSE SUPPLIER-FILE.
       0150-LOAD-SUPPLIERS-EXIT.
           EXIT.

       0170-LOAD-ONE-SUPPLIER.
           IF WS-SUPPLIER-COUNT < 100
               ADD 1 TO WS-SUPPLIER-COUNT
               MOVE SU-SUPPLIER-ID
                   TO WS-ST-SUPPLIER-ID(WS-SUPPLIER-COUNT)
               MOVE SU-NAME    TO WS-ST-NAME(WS-SUPPLIER-COUNT)
               MOVE SU-CONTACT TO WS-ST-CONTACT(WS-SUPPLIER-COUNT)
               MOVE SU-LEAD-DAYS
                   TO WS-ST-LEAD-DAYS(WS-SUPPLIER-COUNT)
               MOVE SU-MIN-ORDER-QTY
                   TO WS-ST-MIN-ORDER-QTY(WS-SUPPLIER-COUNT)
           ELSE
               DISPLAY "SUPPMAINT: PETSUPPLIER.DAT HAS MORE THAN 100 "
                   "RECORDS - ONLY LIST WILL BE ALLOWED SO THE "
                   "FILE IS NEVER REWRITTEN FROM A TRUNCATED TABLE"
               SET WS-LOAD-OVERFLOW TO TRUE
               SET SUPPLIER-EOF TO TRUE
               GO TO 0170-LOAD-ONE-SUPPLIER-EXIT
           END-IF.

           READ SUPPLIER-FILE
               AT END SET SUPPLIER-EOF TO TRUE
           END-READ.
       0170-LOAD-ONE-SUPPLIER-EXIT.
           EXIT.

       0200-LIST-SUPPLIERS.
           IF WS-SUPPLIER-COUNT = ZERO
               DISPLAY "SUPPMAINT: NO SUPPLIERS ON FILE"
               GO TO 0200-LIST-SUPPLIERS-EXIT
           END-IF.

           DISPLAY "CODE   NAME                           CONTACT"
               "                         LEAD  MIN QTY".
           PERFORM 0250-LIST-ONE-SUPPLIER
               THRU 0250-LIST-ONE-SUPPLIER-EXIT
               VARYING WS-SUPPLIER-IDX FROM 1 BY 1
               UNTIL WS-SUPPLIER-IDX > WS-SUPPLIER-COUNT.
       0200-LIST-SUPPLIERS-EXIT.
           EXIT.

       0250-LIST-ONE-SUPPLIER.
           MOVE WS-ST-SUPPLIER-ID(WS-SUPPLIER-IDX) TO WSL-SUPPLIER-ID.
           MOVE WS-ST-NAME(WS-SUPPLIER-IDX)        TO WSL-NAME.
           MOVE WS-ST-CONTACT(WS-SUPPLIER-IDX)     TO WSL-CONTACT.
           MOVE WS-ST-LEAD-DAYS(WS-SUPPLIER-IDX)   TO WSL-LEAD-DAYS.
           MOVE WS-ST-MIN-ORDER-QTY(WS-SUPPLIER-IDX)
               TO WSL-MIN-ORDER-QTY.
           DISPLAY WS-SUPPLIER-LINE.
       0250-LIST-ONE-SUPPLIER-EXIT.
           EXIT.

       0300-ADD-SUPPLIER.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0300-ADD-SUPPLIER-EXIT
           END-IF.

           DISPLAY "NEW SUPPLIER CODE (6 CHARACTERS): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-SUPPLIER-ID.
           IF WS-WORK-SUPPLIER-ID = SPACES
               DISPLAY "CODE CANNOT BE BLANK - NOTHING ADDED"
               GO TO 0300-ADD-SUPPLIER-EXIT
           END-IF.

           PERFORM 0600-FIND-SUPPLIER THRU 0600-FIND-SUPPLIER-EXIT.
           IF WS-SUPPLIER-FOUND
               DISPLAY WS-WORK-SUPPLIER-ID, " IS ALREADY ON FILE"
               GO TO 0300-ADD-SUPPLIER-EXIT
           END-IF.

           IF WS-SUPPLIER-COUNT >= 100
               DISPLAY "SUPPMAINT: SUPPLIER TABLE FULL - NOTHING "
                   "ADDED"
               GO TO 0300-ADD-SUPPLIER-EXIT
           END-IF.

           PERFORM 0700-ACCEPT-SUPPLIER-VALUES
               THRU 0700-ACCEPT-SUPPLIER-VALUES-EXIT.
           IF WS-VALUES-NOT-OK
               DISPLAY "NOTHING ADDED"
               GO TO 0300-ADD-SUPPLIER-EXIT
           END-IF.

           ADD 1 TO WS-SUPPLIER-COUNT.
           MOVE WS-WORK-SUPPLIER-ID
               TO WS-ST-SUPPLIER-ID(WS-SUPPLIER-COUNT).
           MOVE WS-SUPPLIER-COUNT TO WS-FOUND-IDX.
           PERFORM 0780-STORE-SUPPLIER-VALUES
               THRU 0780-STORE-SUPPLIER-VALUES-EXIT.
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "SUPPLIER ADDED".
       0300-ADD-SUPPLIER-EXIT.
           EXIT.

       0400-CHANGE-SUPPLIER.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0400-CHANGE-SUPPLIER-EXIT
           END-IF.

           DISPLAY "SUPPLIER CODE TO CHANGE: " WITH NO ADVANCING.
           ACCEPT WS-WORK-SUPPLIER-ID.
           PERFORM 0600-FIND-SUPPLIER THRU 0600-FIND-SUPPLIER-EXIT.
           IF WS-SUPPLIER-NOT-FOUND
               DISPLAY WS-WORK-SUPPLIER-ID, " IS NOT ON FILE"
               GO TO 0400-CHANGE-SUPPLIER-EXIT
           END-IF.

           DISPLAY "CURRENT NAME ........: ",
               WS-ST-NAME(WS-FOUND-IDX).
           DISPLAY "CURRENT CONTACT .....: ",
               WS-ST-CONTACT(WS-FOUND-IDX).
           DISPLAY "CURRENT LEAD DAYS ...: ",
               WS-ST-LEAD-DAYS(WS-FOUND-IDX).
           DISPLAY "CURRENT MINIMUM QTY .: ",
               WS-ST-MIN-ORDER-QTY(WS-FOUND-IDX).

           PERFORM 0700-ACCEPT-SUPPLIER-VALUES
               THRU 0700-ACCEPT-SUPPLIER-VALUES-EXIT.
           IF WS-VALUES-NOT-OK
               DISPLAY "NOTHING CHANGED"
               GO TO 0400-CHANGE-SUPPLIER-EXIT
           END-IF.

           PERFORM 0780-STORE-SUPPLIER-VALUES
               THRU 0780-STORE-SUPPLIER-VALUES-EXIT.
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "SUPPLIER CHANGED".
       0400-CHANGE-SUPPLIER-EXIT.
           EXIT.

      * A supplier still named on a SKU cannot be retired - PETORDER
      * would have no lead time or minimum to order that SKU with.
       0500-RETIRE-SUPPLIER.
           IF WS-LOAD-OVERFLOW
               PERFORM 0900-REFUSE-OVERSIZED
                   THRU 0900-REFUSE-OVERSIZED-EXIT
               GO TO 0500-RETIRE-SUPPLIER-EXIT
           END-IF.

           DISPLAY "SUPPLIER CODE TO RETIRE: " WITH NO ADVANCING.
           ACCEPT WS-WORK-SUPPLIER-ID.
           PERFORM 0600-FIND-SUPPLIER THRU 0600-FIND-SUPPLIER-EXIT.
           IF WS-SUPPLIER-NOT-FOUND
               DISPLAY WS-WORK-SUPPLIER-ID, " IS NOT ON FILE"
               GO TO 0500-RETIRE-SUPPLIER-EXIT
           END-IF.

           PERFORM 0750-COUNT-USAGE THRU 0750-COUNT-USAGE-EXIT.

           IF WS-SKU-USE-COUNT > ZERO
               DISPLAY WS-WORK-SUPPLIER-ID,
                   " IS STILL IN USE - NOT RETIRED"
               DISPLAY "  SKUS NAMING IT ON PETINVENTORY.DAT : ",
                   WS-SKU-USE-COUNT
               GO TO 0500-RETIRE-SUPPLIER-EXIT
           END-IF.

           PERFORM 0550-SHIFT-ONE-SUPPLIER
               THRU 0550-SHIFT-ONE-SUPPLIER-EXIT
               VARYING WS-SUPPLIER-IDX FROM WS-FOUND-IDX BY 1
               UNTIL WS-SUPPLIER-IDX >= WS-SUPPLIER-COUNT.
           SUBTRACT 1 FROM WS-SUPPLIER-COUNT.
           PERFORM 0800-REWRITE-FILE THRU 0800-REWRITE-FILE-EXIT.
           DISPLAY "SUPPLIER RETIRED".
       0500-RETIRE-SUPPLIER-EXIT.
           EXIT.

       0550-SHIFT-ONE-SUPPLIER.
           MOVE WS-SUPPLIER-ENTRY(WS-SUPPLIER-IDX + 1)
               TO WS-SUPPLIER-ENTRY(WS-SUPPLIER-IDX).
       0550-SHIFT-ONE-SUPPLIER-EXIT.
           EXIT.

       0600-FIND-SUPPLIER.
           SET WS-SUPPLIER-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 0650-CHECK-ONE-SUPPLIER
               THRU 0650-CHECK-ONE-SUPPLIER-EXIT
               VARYING WS-SUPPLIER-IDX FROM 1 BY 1
               UNTIL WS-SUPPLIER-IDX > WS-SUPPLIER-COUNT
                  OR WS-SUPPLIER-FOUND.
       0600-FIND-SUPPLIER-EXIT.
           EXIT.

       0650-CHECK-ONE-SUPPLIER.
           IF WS-ST-SUPPLIER-ID(WS-SUPPLIER-IDX) = WS-WORK-SUPPLIER-ID
               SET WS-SUPPLIER-FOUND TO TRUE
               MOVE WS-SUPPLIER-IDX TO WS-FOUND-IDX
           END-IF.
       0650-CHECK-ONE-SUPPLIER-EXIT.
           EXIT.

      * Lead time may be zero for a supplier who delivers the same
      * day; a minimum of zero means the supplier takes any
      * quantity.
       0700-ACCEPT-SUPPLIER-VALUES.
           SET WS-VALUES-OK TO TRUE.

           DISPLAY "NAME (30 CHARACTERS): " WITH NO ADVANCING.
           ACCEPT WS-WORK-NAME.
           IF WS-WORK-NAME = SPACES
               DISPLAY "NAME CANNOT BE BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           DISPLAY "CONTACT (30 CHARACTERS): " WITH NO ADVANCING.
           ACCEPT WS-WORK-CONTACT.

           DISPLAY "LEAD TIME IN DAYS (3 DIGITS): " WITH NO ADVANCING.
           ACCEPT WS-WORK-LEAD-DAYS.
           IF WS-WORK-LEAD-DAYS NOT NUMERIC
               DISPLAY "LEAD TIME MUST BE 3 DIGITS"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           DISPLAY "MINIMUM ORDER QUANTITY (5 DIGITS): "
               WITH NO ADVANCING.
           ACCEPT WS-WORK-MIN-ORDER-QTY.
           IF WS-WORK-MIN-ORDER-QTY NOT NUMERIC
               DISPLAY "MINIMUM ORDER QUANTITY MUST BE 5 DIGITS"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0700-ACCEPT-SUPPLIER-VALUES-EXIT.
           EXIT.

       0750-COUNT-USAGE.
           MOVE ZERO TO WS-SKU-USE-COUNT.

           OPEN INPUT INVENTORYFILE.
           IF WS-INVENTORY-FILE-NOT-FOUND
               GO TO 0750-COUNT-USAGE-EXIT
           END-IF.

           READ INVENTORYFILE NEXT RECORD
               AT END SET ENDOFINVENTORY TO TRUE
           END-READ.
           PERFORM 0770-COUNT-ONE-SKU
               THRU 0770-COUNT-ONE-SKU-EXIT
               UNTIL ENDOFINVENTORY.
           CLOSE INVENTORYFILE.
       0750-COUNT-USAGE-EXIT.
           EXIT.

       0770-COUNT-ONE-SKU.
           IF INV-SUPPLIER-ID = WS-WORK-SUPPLIER-ID
               ADD 1 TO WS-SKU-USE-COUNT
           END-IF.

           READ INVENTORYFILE NEXT RECORD
               AT END SET ENDOFINVENTORY TO TRUE
           END-READ.
       0770-COUNT-ONE-SKU-EXIT.
           EXIT.

       0780-STORE-SUPPLIER-VALUES.
           MOVE WS-WORK-NAME    TO WS-ST-NAME(WS-FOUND-IDX).
           MOVE WS-WORK-CONTACT TO WS-ST-CONTACT(WS-FOUND-IDX).
           MOVE WS-WORK-LEAD-DAYS
               TO WS-ST-LEAD-DAYS(WS-FOUND-IDX).
           MOVE WS-WORK-MIN-ORDER-QTY
               TO WS-ST-MIN-ORDER-QTY(WS-FOUND-IDX).
       0780-STORE-SUPPLIER-VALUES-EXIT.
           EXIT.

       0800-REWRITE-FILE.
           OPEN OUTPUT SUPPLIER-FILE.
           PERFORM 0850-WRITE-ONE-SUPPLIER
               THRU 0850-WRITE-ONE-SUPPLIER-EXIT
               VARYING WS-SUPPLIER-IDX FROM 1 BY 1
               UNTIL WS-SUPPLIER-IDX > WS-SUPPLIER-COUNT.
           CLOSE SUPPLIER-FILE.
       0800-REWRITE-FILE-EXIT.
           EXIT.

       0850-WRITE-ONE-SUPPLIER.
           MOVE SPACES TO SUPPLIER-RECORD.
           MOVE WS-ST-SUPPLIER-ID(WS-SUPPLIER-IDX) TO SU-SUPPLIER-ID.
           MOVE WS-ST-NAME(WS-SUPPLIER-IDX)        TO SU-NAME.
           MOVE WS-ST-CONTACT(WS-SUPPLIER-IDX)     TO SU-CONTACT.
           MOVE WS-ST-LEAD-DAYS(WS-SUPPLIER-IDX)   TO SU-LEAD-DAYS.
           MOVE WS-ST-MIN-ORDER-QTY(WS-SUPPLIER-IDX)
               TO SU-MIN-ORDER-QTY.
           WRITE SUPPLIER-RECORD.
       0850-WRITE-ONE-SUPPLIER-EXIT.
           EXIT.

      * Rewriting PETSUPPLIER.DAT from a truncated table would drop
      * every supplier past the cap and leave SKUs pointing at a
      * supplier that no longer exists, so maintenance is refused
      * outright on an oversized file.
       0900-REFUSE-OVERSIZED.
           DISPLAY "SUPPMAINT: PETSUPPLIER.DAT COULD NOT BE FULLY "
               "LOADED - MAINTENANCE REFUSED, FILE NOT REWRITTEN".
       0900-REFUSE-OVERSIZED-EXIT.
           EXIT.

       END PROGRAM SUPPMAINT.
