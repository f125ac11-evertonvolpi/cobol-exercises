       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PETCOUNT".
       AUTHOR.     EVERTON VOLPI.
      * Physical stock count and cycle count for the indexed
      * PETINVENTORY.DAT file.  A count runs in steps:
      *   1 FREEZE  - copies the book on-hand and average unit cost
      *               of every SKU, or of one rotating cycle group,
      *               to PETCOUNTFRZ.DAT and prints blind count
      *               sheets (no book quantity) to PETCOUNTSHT.DAT.
      *   2 VARIANCE - reads the counted quantities keyed onto
      *               PETCOUNT.DAT (a SKU may appear more than once,
      *               one line per shelf location) and reports book
      *               against counted in units and at cost.
      *   3 POST    - reprints the variance report and, once the
      *               operator types YES, applies each variance to
      *               the current on-hand, journals it to INVADJAUD.DAT
      *               with reason CNT, records it on PETSHRINK.DAT and
      *               clears the freeze so it cannot post twice.
      *   4 SHRINKAGE - summarizes PETSHRINK.DAT by month.
      * Variances post as counted minus frozen book, so sales and
      * receipts between the freeze and the post are kept.  Frozen
      * SKUs left off the count file are reported and not touched.
      * A cycle count splits the SKUs, in SKU order, into a given
      * number of groups; the group defaults to the business
      * month's turn so the whole store is counted over the cycle.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVENTORYFILE ASSIGN TO "PETINVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-SKU
               FILE STATUS IS WS-INVENTORY-FILE-STATUS.

           SELECT FREEZE-FILE ASSIGN TO "PETCOUNTFRZ.DAT"
               FILE STATUS IS WS-FREEZE-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHEET-FILE ASSIGN TO "PETCOUNTSHT.DAT"
               FILE STATUS IS WS-SHEET-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT COUNT-FILE ASSIGN TO "PETCOUNT.DAT"
               FILE STATUS IS WS-COUNT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-FILE ASSIGN TO "INVADJAUD.DAT"
               FILE STATUS IS WS-AUDIT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SHRINK-FILE ASSIGN TO "PETSHRINK.DAT"
               FILE STATUS IS WS-SHRINK-FILE-STATUS
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

      *One record per SKU in the count, as the book stood when the
      *count was frozen.
       FD FREEZE-FILE.
       01 FREEZE-RECORD.
           88 END-OF-FREEZE    VALUE HIGH-VALUES.
           05 CF-SKU           PIC X(8).
           05 FILLER           PIC X.
           05 CF-DESCRIPTION   PIC X(20).
           05 FILLER           PIC X.
           05 CF-BOOK-QTY      PIC 9(5).
           05 FILLER           PIC X.
           05 CF-AVG-COST      PIC 9(6)V9999.
           05 FILLER           PIC X.
           05 CF-FREEZE-DATE   PIC 9(8).

       FD SHEET-FILE.
       01 SHEET-RECORD         PIC X(80).

      *One line per SKU per shelf location counted.
       FD COUNT-FILE.
       01 COUNT-RECORD.
           88 END-OF-COUNT     VALUE HIGH-VALUES.
           05 CT-SKU           PIC X(8).
           05 FILLER           PIC X.
           05 CT-QTY           PIC 9(5).

      *This mirrors the audit record INVMAINT writes.
       FD AUDIT-FILE.
       01 AUDIT-RECORD.
           05 AJ-SKU               PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-OLD-ON-HAND       PIC 9(5).
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-NEW-ON-HAND       PIC 9(5).
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-OLD-THRESHOLD     PIC 9(5).
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-NEW-THRESHOLD     PIC 9(5).
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-DATE              PIC 9(8).
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-TIME              PIC 9(6).
           05 FILLER               PIC X VALUE SPACE.
           05 AJ-REASON            PIC X(3).

      *One record per SKU posted from a count - the month is the
      *month the count was frozen in.
       FD SHRINK-FILE.
       01 SHRINK-RECORD.
           88 END-OF-SHRINK    VALUE HIGH-VALUES.
           05 SK-MONTH         PIC 9(6).
           05 FILLER           PIC X.
           05 SK-SKU           PIC X(8).
           05 FILLER           PIC X.
           05 SK-BOOK-QTY      PIC 9(5).
           05 FILLER           PIC X.
           05 SK-COUNTED-QTY   PIC 9(6).
           05 FILLER           PIC X.
           05 SK-VARIANCE      PIC S9(6) SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 SK-VALUE         PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 SK-POST-DATE     PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-INVENTORY-FILE-STATUS PIC XX.
           88 WS-INVENTORY-FILE-NOT-FOUND VALUE "35".
       01 WS-FREEZE-FILE-STATUS    PIC XX.
           88 WS-FREEZE-FILE-NOT-FOUND    VALUE "35".
       01 WS-SHEET-FILE-STATUS     PIC XX.
       01 WS-COUNT-FILE-STATUS     PIC XX.
           88 WS-COUNT-FILE-NOT-FOUND     VALUE "35".
       01 WS-AUDIT-FILE-STATUS     PIC XX.
           88 WS-AUDIT-FILE-NOT-FOUND     VALUE "35".
       01 WS-SHRINK-FILE-STATUS    PIC XX.
           88 WS-SHRINK-FILE-NOT-FOUND    VALUE "35".

       01 WS-FUNCTION              PIC 9.
           88 WS-FREEZE-FUNCTION       VALUE 1.
           88 WS-VARIANCE-FUNCTION     VALUE 2.
           88 WS-POST-FUNCTION         VALUE 3.
           88 WS-SHRINK-FUNCTION       VALUE 4.

       01 WS-VALID-ENTRY-SWITCH    PIC X VALUE "N".
           88 WS-VALID-ENTRY           VALUE "Y".
           88 WS-INVALID-ENTRY         VALUE "N".

       01 WS-CONFIRM               PIC X(3).

       01 WS-TODAY-DATE            PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR        PIC 9(4).
           05 WS-TODAY-MONTH       PIC 9(2).
           05 WS-TODAY-DAY         PIC 9(2).
       01 WS-TIME-NOW              PIC 9(6).

       01 WS-FREEZE-DATE           PIC 9(8).
       01 WS-FREEZE-PARTS REDEFINES WS-FREEZE-DATE.
           05 WS-FREEZE-MONTH      PIC 9(6).
           05 WS-FREEZE-DAY        PIC 9(2).

       01 WS-GROUP-COUNT           PIC 9(2).
       01 WS-GROUP-WANTED          PIC 9(2).
       01 WS-GROUP-DEFAULT         PIC 9(2).
       01 WS-SKU-ORDINAL           PIC 9(5).
       01 WS-ORDINAL-GROUP         PIC 9(5).
       01 WS-GROUP-OF-SKU          PIC 9(2).

       01 WS-FREEZE-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-FREEZE-TABLE.
           05 WS-FREEZE-ENTRY OCCURS 500 TIMES.
               10 WS-FZ-SKU            PIC X(8).
               10 WS-FZ-DESCRIPTION    PIC X(20).
               10 WS-FZ-BOOK-QTY       PIC 9(5).
               10 WS-FZ-AVG-COST       PIC 9(6)V9999.
               10 WS-FZ-COUNTED-QTY    PIC 9(6).
               10 WS-FZ-COUNTED-SW     PIC X.
               10 WS-FZ-VARIANCE       PIC S9(6).
               10 WS-FZ-VALUE          PIC S9(9)V99.
       01 WS-FREEZE-IDX            PIC 9(3).
       01 WS-FOUND-IDX             PIC 9(3).

       01 WS-LOAD-OVERFLOW-SW      PIC X VALUE "N".
           88 WS-LOAD-OVERFLOW         VALUE "Y".

       01 WS-NEW-ON-HAND           PIC S9(7).
       01 WS-OLD-ON-HAND           PIC 9(5).

       01 WS-COUNTS.
           05 WS-SHEET-COUNT       PIC 9(5) VALUE ZERO.
           05 WS-COUNT-READ-COUNT  PIC 9(5) VALUE ZERO.
           05 WS-COUNT-REJECT-COUNT PIC 9(5) VALUE ZERO.
           05 WS-NOT-COUNTED-COUNT PIC 9(5) VALUE ZERO.
           05 WS-VARIANCE-COUNT    PIC 9(5) VALUE ZERO.
           05 WS-POSTED-COUNT      PIC 9(5) VALUE ZERO.
           05 WS-POST-ERROR-COUNT  PIC 9(5) VALUE ZERO.

       01 WS-COUNT-TOTALS.
           05 WS-TOT-SHORT-UNITS   PIC S9(7)    VALUE ZERO.
           05 WS-TOT-OVER-UNITS    PIC S9(7)    VALUE ZERO.
           05 WS-TOT-SHORT-VALUE   PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-OVER-VALUE    PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-NET-VALUE     PIC S9(9)V99 VALUE ZERO.

       01 WS-MONTH-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-MONTH-TABLE.
           05 WS-MONTH-ENTRY OCCURS 120 TIMES.
               10 WS-MT-MONTH          PIC 9(6).
               10 WS-MT-SKUS           PIC 9(5).
               10 WS-MT-SHORT-UNITS    PIC S9(7).
               10 WS-MT-OVER-UNITS     PIC S9(7).
               10 WS-MT-SHORT-VALUE    PIC S9(9)V99.
               10 WS-MT-OVER-VALUE     PIC S9(9)V99.
       01 WS-MONTH-IDX             PIC 9(3).
       01 WS-MONTH-FOUND-IDX       PIC 9(3).
       01 WS-SHRINK-DROPPED-COUNT  PIC 9(5) VALUE ZERO.

       01 WS-SHEET-TITLE-LINE.
           05 FILLER               PIC X(30) VALUE
               "PET STORE STOCK COUNT SHEET - ".
           05 WSH-KIND             PIC X(14).
           05 FILLER               PIC X(8)  VALUE " FROZEN ".
           05 WSH-FREEZE-DATE      PIC 9(8).

       01 WS-SHEET-HEADING-LINE.
           05 FILLER               PIC X(40) VALUE
               "SKU       DESCRIPTION           COUNTED".
           05 FILLER               PIC X(40) VALUE
               "      LOCATION         COUNTED BY".

       01 WS-SHEET-LINE.
           05 WSL-SKU              PIC X(8).
           05 FILLER               PIC XX VALUE SPACES.
           05 WSL-DESCRIPTION      PIC X(20).
           05 FILLER               PIC XX VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "__________".
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(15) VALUE "_______________".
           05 FILLER               PIC X(3)  VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "__________".

       01 WS-CYCLE-KIND.
           05 FILLER               PIC X(6) VALUE "CYCLE ".
           05 WSK-GROUP            PIC Z9.
           05 FILLER               PIC X(4) VALUE " OF ".
           05 WSK-GROUPS           PIC Z9.

       01 WS-VARIANCE-LINE.
           05 WSV-SKU              PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WSV-DESCRIPTION      PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 WSV-BOOK             PIC ZZZZ9.
           05 FILLER               PIC X VALUE SPACE.
           05 WSV-COUNTED          PIC ZZZZZ9.
           05 FILLER               PIC X VALUE SPACE.
           05 WSV-VARIANCE         PIC ZZZZZ9-.
           05 FILLER               PIC X VALUE SPACE.
           05 WSV-COST             PIC ZZZ,ZZ9.9999.
           05 FILLER               PIC X VALUE SPACE.
           05 WSV-VALUE            PIC $$$$,$$9.99-.
           05 WSV-NOT-COUNTED REDEFINES WSV-VALUE
                                   PIC X(12).

       01 WS-VARIANCE-TOTAL-LINE.
           05 WSVT-LABEL           PIC X(30).
           05 WSVT-UNITS           PIC ZZZZZZ9-.
           05 FILLER               PIC X(11) VALUE SPACES.
           05 WSVT-VALUE           PIC $$$,$$$,$$9.99-.

       01 WS-SHRINK-LINE.
           05 WSS-MONTH            PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WSS-SKUS             PIC ZZZZ9.
           05 FILLER               PIC XX VALUE SPACES.
           05 WSS-SHORT-UNITS      PIC ZZZZZZ9-.
           05 FILLER               PIC X VALUE SPACE.
           05 WSS-SHORT-VALUE      PIC $$$$,$$9.99-.
           05 FILLER               PIC X VALUE SPACE.
           05 WSS-OVER-UNITS       PIC ZZZZZZ9-.
           05 FILLER               PIC X VALUE SPACE.
           05 WSS-OVER-VALUE       PIC $$$$,$$9.99-.
           05 FILLER               PIC X VALUE SPACE.
           05 WSS-NET-VALUE        PIC $$$$,$$9.99-.

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM 0110-PROMPT-FOR-FUNCTION
               THRU 0110-PROMPT-FOR-FUNCTION-EXIT
               UNTIL WS-VALID-ENTRY.

           EVALUATE TRUE
               WHEN WS-FREEZE-FUNCTION
                   PERFORM 0200-FREEZE-COUNT
                       THRU 0200-FREEZE-COUNT-EXIT
               WHEN WS-VARIANCE-FUNCTION
                   PERFORM 0400-REPORT-VARIANCES
                       THRU 0400-REPORT-VARIANCES-EXIT
               WHEN WS-POST-FUNCTION
                   PERFORM 0500-POST-VARIANCES
                       THRU 0500-POST-VARIANCES-EXIT
               WHEN WS-SHRINK-FUNCTION
                   PERFORM 0600-SHRINKAGE-BY-MONTH
                       THRU 0600-SHRINKAGE-BY-MONTH-EXIT
           END-EVALUATE.

           STOP RUN.

       0110-PROMPT-FOR-FUNCTION.
           DISPLAY "FREEZE AND PRINT COUNT SHEETS (1): ".
           DISPLAY "VARIANCE REPORT (2): ".
           DISPLAY "POST VARIANCES (3): ".
           DISPLAY "SHRINKAGE BY MONTH (4): ".
           ACCEPT WS-FUNCTION.

           IF WS-FREEZE-FUNCTION OR WS-VARIANCE-FUNCTION
                   OR WS-POST-FUNCTION OR WS-SHRINK-FUNCTION
               SET WS-VALID-ENTRY TO TRUE
           ELSE
               DISPLAY "INVALID SELECTION - PLEASE ENTER A NUMBER "
                   "FROM 1 TO 4"
               SET WS-INVALID-ENTRY TO TRUE
           END-IF.
       0110-PROMPT-FOR-FUNCTION-EXIT.
           EXIT.

      * A count still frozen and not posted is only replaced after an
      * explicit YES, since its count sheets may already be out on
      * the floor.
       0200-FREEZE-COUNT.
           PERFORM 0300-LOAD-FREEZE THRU 0300-LOAD-FREEZE-EXIT.
           IF WS-FREEZE-COUNT > ZERO
               DISPLAY "A COUNT FROZEN ON ", WS-FREEZE-DATE,
                   " HAS NOT BEEN POSTED AND WILL BE REPLACED"
               DISPLAY "TYPE YES TO CONTINUE: " WITH NO ADVANCING
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "YES"
                   DISPLAY "FREEZE ABANDONED - NOTHING TOUCHED"
                   GO TO 0200-FREEZE-COUNT-EXIT
               END-IF
           END-IF.

           PERFORM 0220-CHOOSE-GROUP THRU 0220-CHOOSE-GROUP-EXIT.
           IF WS-GROUP-WANTED = ZERO
               GO TO 0200-FREEZE-COUNT-EXIT
           END-IF.

           OPEN INPUT INVENTORYFILE.
           IF WS-INVENTORY-FILE-NOT-FOUND
               DISPLAY "PETCOUNT: PETINVENTORY.DAT NOT FOUND - RUN "
                   "INVCONVERT FIRST"
               GO TO 0200-FREEZE-COUNT-EXIT
           END-IF.

           OPEN OUTPUT FREEZE-FILE.
           OPEN OUTPUT SHEET-FILE.
           IF WS-GROUP-COUNT > 1
               MOVE WS-GROUP-WANTED TO WSK-GROUP
               MOVE WS-GROUP-COUNT  TO WSK-GROUPS
               MOVE WS-CYCLE-KIND   TO WSH-KIND
           ELSE
               MOVE "FULL COUNT" TO WSH-KIND
           END-IF.
           MOVE WS-TODAY-DATE TO WSH-FREEZE-DATE.
           WRITE SHEET-RECORD FROM WS-SHEET-TITLE-LINE.
           MOVE SPACES TO SHEET-RECORD.
           WRITE SHEET-RECORD.
           WRITE SHEET-RECORD FROM WS-SHEET-HEADING-LINE.

           MOVE ZERO TO WS-SKU-ORDINAL.
           READ INVENTORYFILE NEXT RECORD
               AT END SET END-OF-INVENTORY TO TRUE
           END-READ.
           PERFORM 0250-FREEZE-ONE-ITEM THRU 0250-FREEZE-ONE-ITEM-EXIT
               UNTIL END-OF-INVENTORY.

           CLOSE INVENTORYFILE, FREEZE-FILE, SHEET-FILE.

           DISPLAY "PETCOUNT: ", WS-SHEET-COUNT, " SKUS FROZEN ON ",
               WS-TODAY-DATE, " - COUNT SHEETS ON PETCOUNTSHT.DAT".
       0200-FREEZE-COUNT-EXIT.
           EXIT.

      * Zero or one group is a full count.  A blank group takes the
      * business month's turn.  A group of zero is returned when the
      * entry is out of range, to stop the freeze.
       0220-CHOOSE-GROUP.
           DISPLAY "NUMBER OF CYCLE GROUPS (BLANK FOR A FULL COUNT): "
               WITH NO ADVANCING.
           ACCEPT WS-GROUP-COUNT.
           IF WS-GROUP-COUNT <= 1
               MOVE 1 TO WS-GROUP-COUNT, WS-GROUP-WANTED
               GO TO 0220-CHOOSE-GROUP-EXIT
           END-IF.

           DIVIDE WS-TODAY-MONTH BY WS-GROUP-COUNT
               GIVING WS-ORDINAL-GROUP
               REMAINDER WS-GROUP-DEFAULT.
           IF WS-GROUP-DEFAULT = ZERO
               MOVE WS-GROUP-COUNT TO WS-GROUP-DEFAULT
           END-IF.
           DISPLAY "GROUP TO COUNT (BLANK FOR THIS MONTH'S GROUP ",
               WS-GROUP-DEFAULT, "): " WITH NO ADVANCING.
           ACCEPT WS-GROUP-WANTED.
           IF WS-GROUP-WANTED = ZERO
               MOVE WS-GROUP-DEFAULT TO WS-GROUP-WANTED
           END-IF.
           IF WS-GROUP-WANTED > WS-GROUP-COUNT
               DISPLAY "GROUP MUST BE FROM 1 TO ", WS-GROUP-COUNT
               MOVE ZERO TO WS-GROUP-WANTED
           END-IF.
       0220-CHOOSE-GROUP-EXIT.
           EXIT.

      * The nth SKU in key order belongs to group ((n - 1) mod the
      * number of groups) + 1.
       0250-FREEZE-ONE-ITEM.
           ADD 1 TO WS-SKU-ORDINAL.
           IF WS-GROUP-COUNT > 1
               COMPUTE WS-ORDINAL-GROUP = WS-SKU-ORDINAL - 1
               DIVIDE WS-ORDINAL-GROUP BY WS-GROUP-COUNT
                   GIVING WS-ORDINAL-GROUP
                   REMAINDER WS-GROUP-OF-SKU
               ADD 1 TO WS-GROUP-OF-SKU
               IF WS-GROUP-OF-SKU NOT = WS-GROUP-WANTED
                   GO TO 0250-READ-NEXT
               END-IF
           END-IF.

           IF INV-AVG-COST NOT NUMERIC
               MOVE ZERO TO INV-AVG-COST
           END-IF.
           MOVE SPACES TO FREEZE-RECORD.
           MOVE INV-SKU         TO CF-SKU.
           MOVE INV-DESCRIPTION TO CF-DESCRIPTION.
           MOVE INV-ON-HAND     TO CF-BOOK-QTY.
           MOVE INV-AVG-COST    TO CF-AVG-COST.
           MOVE WS-TODAY-DATE   TO CF-FREEZE-DATE.
           WRITE FREEZE-RECORD.

           MOVE INV-SKU         TO WSL-SKU.
           MOVE INV-DESCRIPTION TO WSL-DESCRIPTION.
           WRITE SHEET-RECORD FROM WS-SHEET-LINE.
           ADD 1 TO WS-SHEET-COUNT.

       0250-READ-NEXT.
           READ INVENTORYFILE NEXT RECORD
               AT END SET END-OF-INVENTORY TO TRUE
           END-READ.
       0250-FREEZE-ONE-ITEM-EXIT.
           EXIT.

       0300-LOAD-FREEZE.
           MOVE ZERO TO WS-FREEZE-COUNT, WS-FREEZE-DATE.
           OPEN INPUT FREEZE-FILE.
           IF WS-FREEZE-FILE-NOT-FOUND
               GO TO 0300-LOAD-FREEZE-EXIT
           END-IF.

           READ FREEZE-FILE
               AT END SET END-OF-FREEZE TO TRUE
           END-READ.
           PERFORM 0320-LOAD-ONE-FROZEN THRU 0320-LOAD-ONE-FROZEN-EXIT
               UNTIL END-OF-FREEZE.
           CLOSE FREEZE-FILE.
       0300-LOAD-FREEZE-EXIT.
           EXIT.

       0320-LOAD-ONE-FROZEN.
           IF WS-FREEZE-COUNT >= 500
               DISPLAY "PETCOUNT: MORE THAN 500 SKUS FROZEN - POST "
                   "REFUSED, FREEZE A SMALLER CYCLE GROUP"
               SET WS-LOAD-OVERFLOW TO TRUE
               SET END-OF-FREEZE TO TRUE
               GO TO 0320-LOAD-ONE-FROZEN-EXIT
           END-IF.

           ADD 1 TO WS-FREEZE-COUNT.
           MOVE CF-SKU         TO WS-FZ-SKU(WS-FREEZE-COUNT).
           MOVE CF-DESCRIPTION TO WS-FZ-DESCRIPTION(WS-FREEZE-COUNT).
           MOVE CF-BOOK-QTY    TO WS-FZ-BOOK-QTY(WS-FREEZE-COUNT).
           MOVE CF-AVG-COST    TO WS-FZ-AVG-COST(WS-FREEZE-COUNT).
           MOVE ZERO TO WS-FZ-COUNTED-QTY(WS-FREEZE-COUNT),
               WS-FZ-VARIANCE(WS-FREEZE-COUNT),
               WS-FZ-VALUE(WS-FREEZE-COUNT).
           MOVE "N" TO WS-FZ-COUNTED-SW(WS-FREEZE-COUNT).
           MOVE CF-FREEZE-DATE TO WS-FREEZE-DATE.

           READ FREEZE-FILE
               AT END SET END-OF-FREEZE TO TRUE
           END-READ.
       0320-LOAD-ONE-FROZEN-EXIT.
           EXIT.

       0350-LOAD-COUNTS.
           OPEN INPUT COUNT-FILE.
           IF WS-COUNT-FILE-NOT-FOUND
               DISPLAY "PETCOUNT: PETCOUNT.DAT NOT FOUND - NO SKU "
                   "HAS BEEN COUNTED"
               GO TO 0350-LOAD-COUNTS-EXIT
           END-IF.

           READ COUNT-FILE
               AT END SET END-OF-COUNT TO TRUE
           END-READ.
           PERFORM 0370-LOAD-ONE-COUNT THRU 0370-LOAD-ONE-COUNT-EXIT
               UNTIL END-OF-COUNT.
           CLOSE COUNT-FILE.
       0350-LOAD-COUNTS-EXIT.
           EXIT.

       0370-LOAD-ONE-COUNT.
           ADD 1 TO WS-COUNT-READ-COUNT.
           IF CT-QTY NOT NUMERIC
               ADD 1 TO WS-COUNT-REJECT-COUNT
               DISPLAY "PETCOUNT: COUNT FOR SKU ", CT-SKU,
                   " IS NOT NUMERIC - IGNORED"
               GO TO 0370-READ-NEXT
           END-IF.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 0380-FIND-FROZEN-SKU THRU 0380-FIND-FROZEN-SKU-EXIT
               VARYING WS-FREEZE-IDX FROM 1 BY 1
               UNTIL WS-FREEZE-IDX > WS-FREEZE-COUNT
                  OR WS-FOUND-IDX > ZERO.
           IF WS-FOUND-IDX = ZERO
               ADD 1 TO WS-COUNT-REJECT-COUNT
               DISPLAY "PETCOUNT: SKU ", CT-SKU, " IS NOT IN THE "
                   "FROZEN COUNT - IGNORED"
               GO TO 0370-READ-NEXT
           END-IF.

           ADD CT-QTY TO WS-FZ-COUNTED-QTY(WS-FOUND-IDX).
           MOVE "Y" TO WS-FZ-COUNTED-SW(WS-FOUND-IDX).

       0370-READ-NEXT.
           READ COUNT-FILE
               AT END SET END-OF-COUNT TO TRUE
           END-READ.
       0370-LOAD-ONE-COUNT-EXIT.
           EXIT.

       0380-FIND-FROZEN-SKU.
           IF WS-FZ-SKU(WS-FREEZE-IDX) = CT-SKU
               MOVE WS-FREEZE-IDX TO WS-FOUND-IDX
           END-IF.
       0380-FIND-FROZEN-SKU-EXIT.
           EXIT.

      * Shortages are negative variances - counted below book.
       0400-REPORT-VARIANCES.
           PERFORM 0300-LOAD-FREEZE THRU 0300-LOAD-FREEZE-EXIT.
           IF WS-FREEZE-COUNT = ZERO
               DISPLAY "PETCOUNT: NO COUNT IS FROZEN - RUN THE "
                   "FREEZE STEP FIRST"
               GO TO 0400-REPORT-VARIANCES-EXIT
           END-IF.
           PERFORM 0350-LOAD-COUNTS THRU 0350-LOAD-COUNTS-EXIT.

           DISPLAY SPACE.
           DISPLAY "STOCK COUNT VARIANCES - COUNT FROZEN ",
               WS-FREEZE-DATE.
           DISPLAY "SKU      DESCRIPTION           BOOK COUNTED "
               "VARIANCE     UNIT COST  VALUE AT COST".
           PERFORM 0450-REPORT-ONE-SKU THRU 0450-REPORT-ONE-SKU-EXIT
               VARYING WS-FREEZE-IDX FROM 1 BY 1
               UNTIL WS-FREEZE-IDX > WS-FREEZE-COUNT.

           DISPLAY SPACE.
           MOVE "SHORTAGES" TO WSVT-LABEL.
           MOVE WS-TOT-SHORT-UNITS TO WSVT-UNITS.
           MOVE WS-TOT-SHORT-VALUE TO WSVT-VALUE.
           DISPLAY WS-VARIANCE-TOTAL-LINE.
           MOVE "OVERAGES" TO WSVT-LABEL.
           MOVE WS-TOT-OVER-UNITS TO WSVT-UNITS.
           MOVE WS-TOT-OVER-VALUE TO WSVT-VALUE.
           DISPLAY WS-VARIANCE-TOTAL-LINE.
           MOVE "NET VARIANCE" TO WSVT-LABEL.
           COMPUTE WSVT-UNITS = WS-TOT-SHORT-UNITS + WS-TOT-OVER-UNITS.
           MOVE WS-TOT-NET-VALUE TO WSVT-VALUE.
           DISPLAY WS-VARIANCE-TOTAL-LINE.
           DISPLAY "  SKUS FROZEN ................: ", WS-FREEZE-COUNT.
           DISPLAY "  COUNT LINES READ ...........: ",
               WS-COUNT-READ-COUNT.
           DISPLAY "  COUNT LINES IGNORED ........: ",
               WS-COUNT-REJECT-COUNT.
           DISPLAY "  SKUS NOT COUNTED ...........: ",
               WS-NOT-COUNTED-COUNT.
           DISPLAY "  SKUS WITH A VARIANCE .......: ",
               WS-VARIANCE-COUNT.
       0400-REPORT-VARIANCES-EXIT.
           EXIT.

       0450-REPORT-ONE-SKU.
           MOVE WS-FZ-SKU(WS-FREEZE-IDX)         TO WSV-SKU.
           MOVE WS-FZ-DESCRIPTION(WS-FREEZE-IDX) TO WSV-DESCRIPTION.
           MOVE WS-FZ-BOOK-QTY(WS-FREEZE-IDX)    TO WSV-BOOK.
           MOVE WS-FZ-AVG-COST(WS-FREEZE-IDX)    TO WSV-COST.

           IF WS-FZ-COUNTED-SW(WS-FREEZE-IDX) NOT = "Y"
               ADD 1 TO WS-NOT-COUNTED-COUNT
               MOVE ZERO TO WSV-COUNTED, WSV-VARIANCE
               MOVE " NOT COUNTED" TO WSV-NOT-COUNTED
               DISPLAY WS-VARIANCE-LINE
               GO TO 0450-REPORT-ONE-SKU-EXIT
           END-IF.

           COMPUTE WS-FZ-VARIANCE(WS-FREEZE-IDX) =
               WS-FZ-COUNTED-QTY(WS-FREEZE-IDX)
               - WS-FZ-BOOK-QTY(WS-FREEZE-IDX).
           COMPUTE WS-FZ-VALUE(WS-FREEZE-IDX) ROUNDED =
               WS-FZ-VARIANCE(WS-FREEZE-IDX)
               * WS-FZ-AVG-COST(WS-FREEZE-IDX).

           IF WS-FZ-VARIANCE(WS-FREEZE-IDX) < ZERO
               ADD 1 TO WS-VARIANCE-COUNT
               ADD WS-FZ-VARIANCE(WS-FREEZE-IDX)
                   TO WS-TOT-SHORT-UNITS
               ADD WS-FZ-VALUE(WS-FREEZE-IDX) TO WS-TOT-SHORT-VALUE
           END-IF.
           IF WS-FZ-VARIANCE(WS-FREEZE-IDX) > ZERO
               ADD 1 TO WS-VARIANCE-COUNT
               ADD WS-FZ-VARIANCE(WS-FREEZE-IDX)
                   TO WS-TOT-OVER-UNITS
               ADD WS-FZ-VALUE(WS-FREEZE-IDX) TO WS-TOT-OVER-VALUE
           END-IF.
           ADD WS-FZ-VALUE(WS-FREEZE-IDX) TO WS-TOT-NET-VALUE.

           MOVE WS-FZ-COUNTED-QTY(WS-FREEZE-IDX) TO WSV-COUNTED.
           MOVE WS-FZ-VARIANCE(WS-FREEZE-IDX)    TO WSV-VARIANCE.
           MOVE WS-FZ-VALUE(WS-FREEZE-IDX)       TO WSV-VALUE.
           DISPLAY WS-VARIANCE-LINE.
       0450-REPORT-ONE-SKU-EXIT.
           EXIT.

      * The variance is applied to the on-hand as it stands now, not
      * to the frozen book, so movements since the freeze survive.
      * Every counted SKU goes to PETSHRINK.DAT, variance or not, so
      * the monthly summary shows how much was counted.
       0500-POST-VARIANCES.
           PERFORM 0400-REPORT-VARIANCES
               THRU 0400-REPORT-VARIANCES-EXIT.
           IF WS-FREEZE-COUNT = ZERO OR WS-LOAD-OVERFLOW
               GO TO 0500-POST-VARIANCES-EXIT
           END-IF.

           DISPLAY SPACE.
           DISPLAY "TYPE YES TO POST THESE VARIANCES TO "
               "PETINVENTORY.DAT: " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "YES"
               DISPLAY "POST ABANDONED - NOTHING TOUCHED"
               GO TO 0500-POST-VARIANCES-EXIT
           END-IF.

           OPEN I-O INVENTORYFILE.
           IF WS-INVENTORY-FILE-NOT-FOUND
               DISPLAY "PETCOUNT: PETINVENTORY.DAT NOT FOUND - RUN "
                   "INVCONVERT FIRST"
               GO TO 0500-POST-VARIANCES-EXIT
           END-IF.

           OPEN EXTEND AUDIT-FILE.
           IF WS-AUDIT-FILE-NOT-FOUND
               OPEN OUTPUT AUDIT-FILE
               CLOSE AUDIT-FILE
               OPEN EXTEND AUDIT-FILE
           END-IF.
           OPEN EXTEND SHRINK-FILE.
           IF WS-SHRINK-FILE-NOT-FOUND
               OPEN OUTPUT SHRINK-FILE
               CLOSE SHRINK-FILE
               OPEN EXTEND SHRINK-FILE
           END-IF.
           ACCEPT WS-TIME-NOW FROM TIME.

           PERFORM 0550-POST-ONE-SKU THRU 0550-POST-ONE-SKU-EXIT
               VARYING WS-FREEZE-IDX FROM 1 BY 1
               UNTIL WS-FREEZE-IDX > WS-FREEZE-COUNT.

           CLOSE INVENTORYFILE, AUDIT-FILE, SHRINK-FILE.

           OPEN OUTPUT FREEZE-FILE.
           CLOSE FREEZE-FILE.

           DISPLAY "  SKUS POSTED ................: ", WS-POSTED-COUNT.
           DISPLAY "  SKUS NOT ON INVENTORY ......: ",
               WS-POST-ERROR-COUNT.
           DISPLAY "PETCOUNT: COUNT POSTED AND FREEZE CLEARED".
       0500-POST-VARIANCES-EXIT.
           EXIT.

       0550-POST-ONE-SKU.
           IF WS-FZ-COUNTED-SW(WS-FREEZE-IDX) NOT = "Y"
               GO TO 0550-POST-ONE-SKU-EXIT
           END-IF.

           MOVE WS-FZ-SKU(WS-FREEZE-IDX) TO INV-SKU.
           READ INVENTORYFILE
               KEY IS INV-SKU
               INVALID KEY
                   ADD 1 TO WS-POST-ERROR-COUNT
                   DISPLAY "PETCOUNT: SKU ", INV-SKU, " NO LONGER ON "
                       "INVENTORY - NOT POSTED"
                   GO TO 0550-POST-ONE-SKU-EXIT
           END-READ.

           IF WS-FZ-VARIANCE(WS-FREEZE-IDX) NOT = ZERO
               MOVE INV-ON-HAND TO WS-OLD-ON-HAND
               COMPUTE WS-NEW-ON-HAND =
                   INV-ON-HAND + WS-FZ-VARIANCE(WS-FREEZE-IDX)
               IF WS-NEW-ON-HAND < ZERO
                   DISPLAY "PETCOUNT: SKU ", INV-SKU, " WOULD GO "
                       "BELOW ZERO - SET TO ZERO"
                   MOVE ZERO TO WS-NEW-ON-HAND
               END-IF
               MOVE WS-NEW-ON-HAND TO INV-ON-HAND
               REWRITE INVENTORY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-POST-ERROR-COUNT
                       DISPLAY "PETCOUNT: INVENTORY REWRITE FAILED "
                           "FOR ", INV-SKU
                       GO TO 0550-POST-ONE-SKU-EXIT
               END-REWRITE
               PERFORM 0800-WRITE-AUDIT THRU 0800-WRITE-AUDIT-EXIT
           END-IF.

           MOVE SPACES TO SHRINK-RECORD.
           MOVE WS-FREEZE-MONTH TO SK-MONTH.
           MOVE WS-FZ-SKU(WS-FREEZE-IDX)         TO SK-SKU.
           MOVE WS-FZ-BOOK-QTY(WS-FREEZE-IDX)    TO SK-BOOK-QTY.
           MOVE WS-FZ-COUNTED-QTY(WS-FREEZE-IDX) TO SK-COUNTED-QTY.
           MOVE WS-FZ-VARIANCE(WS-FREEZE-IDX)    TO SK-VARIANCE.
           MOVE WS-FZ-VALUE(WS-FREEZE-IDX)       TO SK-VALUE.
           MOVE WS-TODAY-DATE TO SK-POST-DATE.
           WRITE SHRINK-RECORD.
           ADD 1 TO WS-POSTED-COUNT.
       0550-POST-ONE-SKU-EXIT.
           EXIT.

       0600-SHRINKAGE-BY-MONTH.
           OPEN INPUT SHRINK-FILE.
           IF WS-SHRINK-FILE-NOT-FOUND
               DISPLAY "PETCOUNT: PETSHRINK.DAT NOT FOUND - NO COUNT "
                   "HAS BEEN POSTED YET"
               GO TO 0600-SHRINKAGE-BY-MONTH-EXIT
           END-IF.

           READ SHRINK-FILE
               AT END SET END-OF-SHRINK TO TRUE
           END-READ.
           PERFORM 0650-TALLY-ONE-SHRINK THRU 0650-TALLY-ONE-SHRINK-EXIT
               UNTIL END-OF-SHRINK.
           CLOSE SHRINK-FILE.

           DISPLAY "STOCK COUNT SHRINKAGE BY MONTH".
           DISPLAY "MONTH    SKUS  SHORT QTY  SHORT VALUE  "
               "OVER QTY   OVER VALUE    NET VALUE".
           PERFORM 0690-LIST-ONE-MONTH THRU 0690-LIST-ONE-MONTH-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT.
           IF WS-SHRINK-DROPPED-COUNT > ZERO
               DISPLAY "RECORDS NOT TALLIED (TABLE FULL): ",
                   WS-SHRINK-DROPPED-COUNT
           END-IF.
       0600-SHRINKAGE-BY-MONTH-EXIT.
           EXIT.

       0650-TALLY-ONE-SHRINK.
           MOVE ZERO TO WS-MONTH-FOUND-IDX.
           PERFORM 0670-FIND-MONTH THRU 0670-FIND-MONTH-EXIT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
                  OR WS-MONTH-FOUND-IDX > ZERO.
           IF WS-MONTH-FOUND-IDX = ZERO
               IF WS-MONTH-COUNT >= 120
                   ADD 1 TO WS-SHRINK-DROPPED-COUNT
                   GO TO 0650-READ-NEXT
               END-IF
               ADD 1 TO WS-MONTH-COUNT
               MOVE WS-MONTH-COUNT TO WS-MONTH-FOUND-IDX
               MOVE SK-MONTH TO WS-MT-MONTH(WS-MONTH-FOUND-IDX)
               MOVE ZERO TO WS-MT-SKUS(WS-MONTH-FOUND-IDX),
                   WS-MT-SHORT-UNITS(WS-MONTH-FOUND-IDX),
                   WS-MT-OVER-UNITS(WS-MONTH-FOUND-IDX),
                   WS-MT-SHORT-VALUE(WS-MONTH-FOUND-IDX),
                   WS-MT-OVER-VALUE(WS-MONTH-FOUND-IDX)
           END-IF.

           ADD 1 TO WS-MT-SKUS(WS-MONTH-FOUND-IDX).
           IF SK-VARIANCE < ZERO
               ADD SK-VARIANCE TO WS-MT-SHORT-UNITS(WS-MONTH-FOUND-IDX)
               ADD SK-VALUE TO WS-MT-SHORT-VALUE(WS-MONTH-FOUND-IDX)
           ELSE
               ADD SK-VARIANCE TO WS-MT-OVER-UNITS(WS-MONTH-FOUND-IDX)
               ADD SK-VALUE TO WS-MT-OVER-VALUE(WS-MONTH-FOUND-IDX)
           END-IF.

       0650-READ-NEXT.
           READ SHRINK-FILE
               AT END SET END-OF-SHRINK TO TRUE
           END-READ.
       0650-TALLY-ONE-SHRINK-EXIT.
           EXIT.

       0670-FIND-MONTH.
           IF WS-MT-MONTH(WS-MONTH-IDX) = SK-MONTH
               MOVE WS-MONTH-IDX TO WS-MONTH-FOUND-IDX
           END-IF.
       0670-FIND-MONTH-EXIT.
           EXIT.

       0690-LIST-ONE-MONTH.
           MOVE WS-MT-MONTH(WS-MONTH-IDX)       TO WSS-MONTH.
           MOVE WS-MT-SKUS(WS-MONTH-IDX)        TO WSS-SKUS.
           MOVE WS-MT-SHORT-UNITS(WS-MONTH-IDX) TO WSS-SHORT-UNITS.
           MOVE WS-MT-SHORT-VALUE(WS-MONTH-IDX) TO WSS-SHORT-VALUE.
           MOVE WS-MT-OVER-UNITS(WS-MONTH-IDX)  TO WSS-OVER-UNITS.
           MOVE WS-MT-OVER-VALUE(WS-MONTH-IDX)  TO WSS-OVER-VALUE.
           COMPUTE WSS-NET-VALUE = WS-MT-SHORT-VALUE(WS-MONTH-IDX)
               + WS-MT-OVER-VALUE(WS-MONTH-IDX).
           DISPLAY WS-SHRINK-LINE.
       0690-LIST-ONE-MONTH-EXIT.
           EXIT.

       0800-WRITE-AUDIT.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE INV-SKU                TO AJ-SKU.
           MOVE WS-OLD-ON-HAND         TO AJ-OLD-ON-HAND.
           MOVE INV-ON-HAND            TO AJ-NEW-ON-HAND.
           MOVE INV-REORDER-THRESHOLD  TO AJ-OLD-THRESHOLD,
                                          AJ-NEW-THRESHOLD.
           MOVE WS-TODAY-DATE          TO AJ-DATE.
           MOVE WS-TIME-NOW            TO AJ-TIME.
           MOVE "CNT"                  TO AJ-REASON.
           WRITE AUDIT-RECORD.
       0800-WRITE-AUDIT-EXIT.
           EXIT.

       END PROGRAM PETCOUNT.
