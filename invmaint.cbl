      *
      * MODIFICATION HISTORY:
      *   2026-09-02  EV  INITIAL VERSION
      *   2026-10-15  EV  EACH SKU NOW NAMES ITS PREFERRED SUPPLIER,
      *                   KEYED ON ADD AND CHANGEABLE ON ADJUST, AND
      *                   CHECKED AGAINST THE PETSUPPLIER.DAT MASTER
      *                   SUPPMAINT KEEPS (NOT CHECKED, WITH A
      *                   WARNING, WHILE THAT FILE DOES NOT EXIST)
      *   2026-10-15  EV  OPENING UNIT COST KEYED ON ADD AND THE
      *                   WEIGHTED AVERAGE COST SHOWN - PETRECV KEEPS
      *                   THE AVERAGE FROM THEN ON
      *   2026-10-15  EV  AUDIT RECORDS NOW CARRY A REASON - ADJ FOR
      *                   ADJUSTMENTS AND ADDS KEYED HERE, CNT FOR
      *                   STOCK COUNT VARIANCES POSTED BY PETCOUNT
      *   2026-10-15  EV  DISCONTINUE/REINSTATE FUNCTION ADDED - A
      *                   DISCONTINUED SKU IS NO LONGER REORDERED BY
      *                   PETORDER.  NEW ITEMS ARE ADDED AS ACTIVE
      *   2026-10-15  EV  SIGN-ON THROUGH SIGNON, WITH THE FUNCTION
      *                   CHOSEN CHECKED AGAINST THE OPERATOR'S
      *                   AUTHORITY AS I (INQUIRE), A (ADD), C
      *                   (ADJUST, DISCONTINUE) OR D (DELETE)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               FILE STATUS IS WS-AUDIT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUPPLIER-FILE ASSIGN TO "PETSUPPLIER.DAT"
               FILE STATUS IS WS-SUPPLIER-FILE-STATUS
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

       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AJ-DATE              PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-TIME              PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-REASON            PIC X(3).

      *This mirrors the supplier record SUPPMAINT maintains.
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

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREAS.
               88 WS-ADJUST-FUNCTION   VALUE 2.
               88 WS-ADD-FUNCTION      VALUE 3.
               88 WS-DELETE-FUNCTION   VALUE 4.
               88 WS-DISCONTINUE-FUNCTION VALUE 5.

           05 WS-VALID-ENTRY-SWITCH   PIC X VALUE "N".
               88 WS-VALID-ENTRY          VALUE "Y".
           05 WS-OLD-THRESHOLD     PIC 9(5).
           05 WS-NEW-ON-HAND       PIC X(5).
           05 WS-NEW-THRESHOLD     PIC X(5).
           05 WS-NEW-SUPPLIER-ID   PIC X(6).
           05 WS-NEW-UNIT-COST     PIC 9(6)V99.
           05 WS-AVG-COST-OUT      PIC ZZZ,ZZ9.9999.

           05 WS-SUPPLIER-FILE-STATUS PIC X(2).
               88 WS-SUPPLIER-FILE-NOT-FOUND VALUE "35".

           05 WS-SUPPLIER-CHECK-SWITCH PIC X.
               88 WS-SUPPLIER-OK           VALUE "Y".
               88 WS-SUPPLIER-NOT-OK       VALUE "N".
           05 WS-SUPPLIER-NAME     PIC X(30).
           05 WS-CONFIRM           PIC X(3).

           05 WS-OPERATOR-ID       PIC X(3) VALUE SPACES.
           05 WS-SIGNON-ACCESS.
               10 WS-SO-PROGRAM    PIC X(17) VALUE "INVMAINT".
               10 WS-SO-FUNCTION   PIC X VALUE SPACE.
               10 WS-SO-RESULT     PIC X.
                   88 WS-SO-GRANTED    VALUE "Y".

       PROCEDURE DIVISION.
       0100-START.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           OPEN I-O INVENTORYFILE.
           IF WS-INVENTORY-FILE-NOT-FOUND
               DISPLAY "INVMAINT: PETINVENTORY.DAT NOT FOUND - RUN "
           PERFORM 0110-PROMPT-FOR-FUNCTION
               UNTIL WS-VALID-ENTRY.

           EVALUATE TRUE
               WHEN WS-INQUIRE-FUNCTION
                   MOVE "I" TO WS-SO-FUNCTION
               WHEN WS-ADJUST-FUNCTION
                   MOVE "C" TO WS-SO-FUNCTION
               WHEN WS-ADD-FUNCTION
                   MOVE "A" TO WS-SO-FUNCTION
               WHEN WS-DELETE-FUNCTION
                   MOVE "D" TO WS-SO-FUNCTION
               WHEN WS-DISCONTINUE-FUNCTION
                   MOVE "C" TO WS-SO-FUNCTION
           END-EVALUATE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               PERFORM 9000-END-PROGRAM
           END-IF.

           EVALUATE TRUE
               WHEN WS-INQUIRE-FUNCTION
                   PERFORM 0200-INQUIRE-ITEM
                   PERFORM 0400-ADD-ITEM
               WHEN WS-DELETE-FUNCTION
                   PERFORM 0500-DELETE-ITEM
               WHEN WS-DISCONTINUE-FUNCTION
                   PERFORM 0600-DISCONTINUE-ITEM
           END-EVALUATE.

           PERFORM 9000-END-PROGRAM.
           DISPLAY "ADJUST ON-HAND/THRESHOLD (2): ".
           DISPLAY "ADD (3): ".
           DISPLAY "DELETE (4): ".
           DISPLAY "DISCONTINUE/REINSTATE (5): ".

           ACCEPT WS-FUNCTION.

           IF WS-INQUIRE-FUNCTION OR WS-ADJUST-FUNCTION
                   OR WS-ADD-FUNCTION OR WS-DELETE-FUNCTION
                   OR WS-DISCONTINUE-FUNCTION
               SET WS-VALID-ENTRY TO TRUE
           ELSE
               DISPLAY "INVALID SELECTION - PLEASE ENTER A NUMBER "
                   "FROM 1 TO 5"
               SET WS-INVALID-ENTRY TO TRUE
           END-IF.
       0110-END.
                   END-IF
               END-IF

               DISPLAY "NEW PREFERRED SUPPLIER (BLANK TO KEEP): "
                   WITH NO ADVANCING
               ACCEPT WS-NEW-SUPPLIER-ID
               IF WS-NEW-SUPPLIER-ID NOT = SPACES
                   PERFORM 0700-CHECK-SUPPLIER
                   IF WS-SUPPLIER-OK
                       MOVE WS-NEW-SUPPLIER-ID TO INV-SUPPLIER-ID
                   ELSE
                       DISPLAY "SUPPLIER NOT ON PETSUPPLIER.DAT - "
                           "KEPT"
                   END-IF
               END-IF

               REWRITE INVENTORY-RECORD
                   INVALID KEY
                       DISPLAY "ERROR ON REWRITE: ",
           DISPLAY "REORDER THRESHOLD (5 DIGITS): "
               WITH NO ADVANCING.
           ACCEPT INV-REORDER-THRESHOLD.
           DISPLAY "PREFERRED SUPPLIER (6 CHARACTERS): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-SUPPLIER-ID.
           PERFORM 0700-CHECK-SUPPLIER.
           MOVE WS-NEW-SUPPLIER-ID TO INV-SUPPLIER-ID.
           DISPLAY "OPENING UNIT COST (NNNNNN.NN): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-UNIT-COST.
           MOVE WS-NEW-UNIT-COST TO INV-AVG-COST.
           MOVE "N" TO INV-DISCONTINUED.

           IF WS-SUPPLIER-NOT-OK
               DISPLAY "SUPPLIER NOT ON PETSUPPLIER.DAT - ITEM NOT "
                   "ADDED"
           ELSE
               WRITE INVENTORY-RECORD
                   INVALID KEY
                       DISPLAY "SKU ", INV-SKU, " IS ALREADY ON FILE"
                   NOT INVALID KEY
                       MOVE ZERO TO WS-OLD-ON-HAND, WS-OLD-THRESHOLD
                       PERFORM 0800-WRITE-AUDIT
                       DISPLAY "RECORD ADDED"
               END-WRITE
           END-IF.
       0400-END.

       0500-DELETE-ITEM.
           END-IF.
       0500-END.

      * Flips the discontinued flag.  The SKU stays on file so its
      * remaining stock can still be sold, counted and valued - it
      * is only left off purchase orders.
       0600-DISCONTINUE-ITEM.
           PERFORM 0150-READ-BY-SKU.
           IF WS-RECORD-FOUND
               PERFORM 0900-DISPLAY-ITEM
               IF INV-IS-DISCONTINUED
                   DISPLAY "TYPE YES TO REINSTATE THIS SKU: "
                       WITH NO ADVANCING
               ELSE
                   DISPLAY "TYPE YES TO DISCONTINUE THIS SKU: "
                       WITH NO ADVANCING
               END-IF
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "YES"
                   IF INV-IS-DISCONTINUED
                       MOVE "N" TO INV-DISCONTINUED
                   ELSE
                       MOVE "Y" TO INV-DISCONTINUED
                   END-IF
                   REWRITE INVENTORY-RECORD
                       INVALID KEY
                           DISPLAY "ERROR ON REWRITE: ",
                               WS-INVENTORY-FILE-STATUS
                   END-REWRITE
                   IF WS-RECORD-FOUND
                       DISPLAY "RECORD UPDATED"
                       PERFORM 0900-DISPLAY-ITEM
                   END-IF
               ELSE
                   DISPLAY "NOTHING CHANGED"
               END-IF
           END-IF.
       0600-END.

      * A blank supplier is allowed - the SKU is then ordered on an
      * unassigned purchase order until one is named.
       0700-CHECK-SUPPLIER.
           SET WS-SUPPLIER-OK TO TRUE.
           MOVE SPACES TO WS-SUPPLIER-NAME.
           IF WS-NEW-SUPPLIER-ID NOT = SPACES
               OPEN INPUT SUPPLIER-FILE
               IF WS-SUPPLIER-FILE-NOT-FOUND
                   DISPLAY "PETSUPPLIER.DAT NOT FOUND - SUPPLIER NOT "
                       "CHECKED"
               ELSE
                   SET WS-SUPPLIER-NOT-OK TO TRUE
                   READ SUPPLIER-FILE
                       AT END SET SUPPLIER-EOF TO TRUE
                   END-READ
                   PERFORM 0750-CHECK-ONE-SUPPLIER
                       UNTIL SUPPLIER-EOF OR WS-SUPPLIER-OK
                   CLOSE SUPPLIER-FILE
                   IF WS-SUPPLIER-OK
                       DISPLAY "SUPPLIER ...: ", WS-SUPPLIER-NAME
                   END-IF
               END-IF
           END-IF.
       0700-END.

       0750-CHECK-ONE-SUPPLIER.
           IF SU-SUPPLIER-ID = WS-NEW-SUPPLIER-ID
               SET WS-SUPPLIER-OK TO TRUE
               MOVE SU-NAME TO WS-SUPPLIER-NAME
           ELSE
               READ SUPPLIER-FILE
                   AT END SET SUPPLIER-EOF TO TRUE
               END-READ
           END-IF.
       0750-END.

       0800-WRITE-AUDIT.
           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-NOT-FOUND
           MOVE INV-REORDER-THRESHOLD  TO AJ-NEW-THRESHOLD.
           ACCEPT AJ-DATE FROM DATE YYYYMMDD.
           ACCEPT AJ-TIME FROM TIME.
           MOVE "ADJ"                  TO AJ-REASON.
           WRITE AUDIT-RECORD.

           CLOSE AUDIT-FILE.
           DISPLAY "DESCRIPTION : ", INV-DESCRIPTION.
           DISPLAY "ON HAND ....: ", INV-ON-HAND.
           DISPLAY "THRESHOLD ..: ", INV-REORDER-THRESHOLD.
           DISPLAY "SUPPLIER ...: ", INV-SUPPLIER-ID.
           MOVE INV-AVG-COST TO WS-AVG-COST-OUT.
           DISPLAY "AVG COST ...: ", WS-AVG-COST-OUT.
           IF INV-IS-DISCONTINUED
               DISPLAY "STATUS .....: DISCONTINUED"
           ELSE
               DISPLAY "STATUS .....: ACTIVE"
           END-IF.
       0900-END.

       9000-END-PROGRAM.
