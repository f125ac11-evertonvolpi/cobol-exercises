      *                   LINES OF THE SAME TRANSACTION COUNT TOO,
      *                   CLOSING TWO WAYS A DOUBLE REFUND COULD
      *                   STILL SLIP THROUGH IN ONE NIGHT
      *   2026-10-15  EV  PROMOTIONS CALENDAR - EACH LINE IS PRICED AT
      *                   THE LOWEST PETPROMO.DAT PROMOTION (FIXED
      *                   PRICE OR PERCENT OFF, FOR A SKU OR A SKU-
      *                   PREFIX CATEGORY) IN EFFECT ON THE BUSINESS
      *                   DATE - RETURNS ON THE ORIGINAL SALE DATE.
      *                   PROMOTIONS DO NOT STACK WITH THE LOYALTY
      *                   TIER - THE TIER DISCOUNT IS TAKEN ONLY ON
      *                   LINES NOT ON PROMOTION.  PETSALEHIST.DAT
      *                   NOW CARRIES THE PROMOTION CODE AND THE
      *                   REVENUE GIVEN UP FOR PETPROMORPT
      *   2026-10-15  EV  COST OF GOODS SOLD - EVERY SALE AND RETURN
      *                   LINE IS COSTED AT THE SKU'S WEIGHTED
      *                   AVERAGE UNIT COST ON PETINVENTORY.DAT AND
      *                   THE COST WRITTEN TO PETSALEHIST.DAT (CREDIT
      *                   FOR RETURNS) FOR PETMARGIN
      *   2026-10-15  EV  TENDER TYPE (CASH, CARD, CHEQUE OR STORE
      *                   CREDIT) AND AMOUNT TENDERED NOW CARRIED ON
      *                   EACH SALESDETAILS RECORD, EDITED WITH
      *                   REASON TND.  THE TICKET PRINTS THE TENDER
      *                   AND ANY CASH CHANGE, EACH TRANSACTION
      *                   WRITES A TENDER RECORD (TYPE T) TO
      *                   PETSALEHIST.DAT FOR PETDRAWER - RETURNS AS
      *                   A NEGATIVE REFUND - AND THE RUN TOTALS
      *                   SHOW THE NET TAKEN BY TENDER
      *   2026-10-15  EV  THE PETDAILYSUM.DAT RECORD NOW CARRIES THE
      *                   DAY'S RETURNS AMOUNT SO THE LEDGER
      *                   INTERFACE CAN POST RETURNS ON THEIR OWN
      *   2026-10-15  EV  EVERY SALE AND RETURN MUST NOW BE FOR A
      *                   CUSTOMER ID ON THE CUSTMASTER.DAT CUSTOMER
      *                   MASTER (SEE CUSTMAINT) - AN ID NOT ON IT,
      *                   OR ONE MERGED INTO ANOTHER CUSTOMER, GOES
      *                   TO PETSALESREJ.DAT WITH REASON CUS

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               FILE STATUS IS WS-LOYALTY-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PROMOFILE ASSIGN TO "PETPROMO.DAT"
               FILE STATUS IS WS-PROMO-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CUSTOMERHISTFILE ASSIGN TO "CUSTOMERHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CUSTOMER-ID
               FILE STATUS IS WS-CUSTHIST-FILE-STATUS.

           SELECT CUSTMASTERFILE ASSIGN TO "CUSTMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAST-FILE-STATUS.

       DATA DIVISION.
	   FILE SECTION.
       FD PETSALESFILE.
               88 TRANS-SALE       VALUE "S" " ".
               88 TRANS-RETURN     VALUE "R".
           02 ORIG-TICKET      PIC X(7).
           02 TENDER-TYPE      PIC X.
               88 TENDER-CASH      VALUE "C" " ".
               88 TENDER-CARD      VALUE "D".
               88 TENDER-CHEQUE    VALUE "Q".
               88 TENDER-CREDIT    VALUE "S".
           02 TENDER-AMOUNT    PIC 9(7)V99.
           02 TENDER-AMOUNT-X REDEFINES TENDER-AMOUNT
                               PIC X(9).
           02 ITEM-COUNT       PIC 9.
           02 PETITEM OCCURS 1 TO 9 TIMES
                  DEPENDING ON ITEM-COUNT.
      *Fixed-length view of the same record for the reject file -
      *the ODO group's length is unpredictable when ITEM-COUNT
      *itself is what failed the edit.
       01 SALESDETAILS-IMAGE   PIC X(425).

       FD PETSALESREPORT.
       01 VALID-SALES-RECORD   PIC X(80).
       01 REJECT-SALES-RECORD.
           05 PRJ-REASON-CODE  PIC X(3).
           05 FILLER           PIC X.
           05 PRJ-IMAGE        PIC X(425).

       FD DAILYSUMFILE.
       01 DAILYSUM-RECORD.
           05 PS-TAX           PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PS-DISCOUNT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PS-RETURNS       PIC S9(7)V99 SIGN LEADING SEPARATE.

       FD ITEMMASTFILE.
       01 ITEMMAST-RECORD.
           05 FILLER                    PIC X.
           05 SH-AMOUNT                 PIC S9(7)V99
               SIGN LEADING SEPARATE.
           05 FILLER                    PIC X.
           05 SH-PROMO-CODE             PIC X(6).
           05 FILLER                    PIC X.
           05 SH-GIVEUP                 PIC S9(7)V99
               SIGN LEADING SEPARATE.
           05 FILLER                    PIC X.
           05 SH-COST                   PIC S9(7)V99
               SIGN LEADING SEPARATE.
           05 FILLER                    PIC X.
           05 SH-TENDER-TYPE            PIC X.

      *Second leg on the same sales history file so the return
      *edit can scan it while the run keeps appending.
           05 FILLER                    PIC X.
           05 SL-AMOUNT                 PIC S9(7)V99
               SIGN LEADING SEPARATE.
           05 FILLER                    PIC X.
           05 SL-PROMO-CODE             PIC X(6).
           05 FILLER                    PIC X.
           05 SL-GIVEUP                 PIC S9(7)V99
               SIGN LEADING SEPARATE.
           05 FILLER                    PIC X.
           05 SL-COST                   PIC S9(7)V99
               SIGN LEADING SEPARATE.
           05 FILLER                    PIC X.
           05 SL-TENDER-TYPE            PIC X.

      *One record per rate change - the date it takes effect and
      *the rate as three decimals (070 is seven percent).  The run
           05 INV-DESCRIPTION           PIC X(20).
           05 INV-ON-HAND               PIC 9(5).
           05 INV-REORDER-THRESHOLD     PIC 9(5).
           05 INV-SUPPLIER-ID           PIC X(6).
           05 INV-AVG-COST              PIC 9(6)V9999.
           05 INV-DISCONTINUED          PIC X.

      *One record per discount tier - the lifetime-sales threshold
      *that earns it and the percentage it takes off the ticket.
           05 FILLER                PIC X.
           05 LY-PERCENT            PIC 9(2)V9.

      *One record per promotion - the SKU it covers, or with scope
      *C a category given as the leading characters of the SKUs in
      *it, the dates it runs (inclusive), and either a fixed promo
      *price (type P) or a percentage off the item master price
      *(type O).
       FD PROMOFILE.
       01 PROMO-RECORD.
           88 ENDOFPROMO       VALUE HIGH-VALUES.
           05 PP-PROMO-CODE         PIC X(6).
           05 FILLER                PIC X.
           05 PP-SCOPE              PIC X.
               88 PP-SKU-SCOPE          VALUE "S".
               88 PP-CATEGORY-SCOPE     VALUE "C".
           05 FILLER                PIC X.
           05 PP-SCOPE-VALUE        PIC X(8).
           05 FILLER                PIC X.
           05 PP-START-DATE         PIC 9(8).
           05 FILLER                PIC X.
           05 PP-END-DATE           PIC 9(8).
           05 FILLER                PIC X.
           05 PP-TYPE               PIC X.
               88 PP-FIXED-PRICE        VALUE "P".
               88 PP-PERCENT-OFF        VALUE "O".
           05 FILLER                PIC X.
           05 PP-PROMO-PRICE        PIC 9(6)V99.
           05 FILLER                PIC X.
           05 PP-PERCENT            PIC 9(2)V9.

       FD CUSTOMERHISTFILE.
       01 CUSTOMERHIST-RECORD.
           05 CH-CUSTOMER-ID        PIC 9(7).
           05 CH-LIFETIME-QUANTITY  PIC 9(7).
           05 CH-LIFETIME-SALES     PIC 9(9)V99.

      *This mirrors the CUSTMASTER.DAT record CUSTMAINT maintains -
      *only whether the id is on file and still active is used here.
       FD CUSTMASTERFILE.
       01 CUSTMASTER-RECORD.
           05 CM-CUSTOMER-ID       PIC 9(7).
           05 CM-LAST-NAME         PIC X(15).
           05 CM-FIRST-NAME        PIC X(15).
           05 CM-STREET            PIC X(30).
           05 CM-CITY              PIC X(20).
           05 CM-STATE             PIC X(2).
           05 CM-POSTAL-CODE       PIC X(10).
           05 CM-PHONE             PIC X(15).
           05 CM-EMAIL             PIC X(40).
           05 CM-OPT-IN            PIC X.
           05 CM-STATUS            PIC X.
               88 CM-MERGED            VALUE "M".
           05 CM-MERGED-INTO       PIC 9(7).
           05 CM-ADDED-DATE        PIC 9(8).

       WORKING-STORAGE SECTION.

       01  WS-A PIC 9(1) VALUE 1.
       01  WS-TXN-SCAN-IDX     PIC 9.

       01  WS-HIST-QTY         PIC S9(5).
       01  WS-TENDER-CODE      PIC X.
       01  WS-TENDER-POSTED    PIC S9(7)V99.
       01  WS-CHANGE-DUE       PIC 9(7)V99.

       01  WS-TENDER-TOTALS.
           05 WS-TOTAL-CASH    PIC S9(7)V99 VALUE ZERO.
           05 WS-TOTAL-CARD    PIC S9(7)V99 VALUE ZERO.
           05 WS-TOTAL-CHEQUE  PIC S9(7)V99 VALUE ZERO.
           05 WS-TOTAL-CREDIT  PIC S9(7)V99 VALUE ZERO.

       01  TENDER-LINE.
           05 FILLER           PIC X(20) VALUE SPACES.
           05 FILLER           PIC X(15) VALUE SPACES.
           05 TDL-LABEL        PIC X(11).
           05 TDL-TENDER       PIC X(12).
           05 TDL-CHANGE-LABEL PIC X(8).
           05 TDL-CHANGE       PIC $$$,$$9.99.
           05 TDL-CHANGE-X REDEFINES TDL-CHANGE
                               PIC X(10).

       01  TENDER-TOTAL-LINE.
           05 FILLER           PIC X(7)  VALUE SPACES.
           05 FILLER           PIC X(2)  VALUE SPACES.
           05 TTL-TENDER       PIC X(12).
           05 FILLER           PIC X(5)  VALUE ":    ".
           05 TTL-AMOUNT       PIC $$,$$$,$$9.99-.
       01  WS-HIST-TICKET      PIC 9(7).

       01  TICKET-NBR-LINE.
       01  WS-DISCOUNT-C       PIC 9(5)V99.
       01  WS-TOTAL-DISCOUNT   PIC S9(7)V99 VALUE ZERO.

       01  WS-PROMO-FILE-STATUS PIC XX.
           88  WS-PROMO-FILE-NOT-FOUND VALUE "35".

       01  WS-PROMO-COUNT      PIC 99 VALUE ZERO.
       01  WS-PROMO-TABLE.
           05  WS-PROMO-ENTRY OCCURS 50 TIMES.
               10  WS-PR-CODE        PIC X(6).
               10  WS-PR-SCOPE       PIC X.
               10  WS-PR-SCOPE-VALUE PIC X(8).
               10  WS-PR-SCOPE-LEN   PIC 9.
               10  WS-PR-START-DATE  PIC 9(8).
               10  WS-PR-END-DATE    PIC 9(8).
               10  WS-PR-TYPE        PIC X.
               10  WS-PR-PRICE       PIC 9(6)V99.
               10  WS-PR-PERCENT     PIC 9(2)V9.
       01  WS-PROMO-IDX        PIC 99.
       01  WS-PROMO-FOUND-IDX  PIC 99.
       01  WS-PROMO-REJECT-COUNT PIC 99 VALUE ZERO.

       01  WS-PROMO-DATE       PIC 9(8).
       01  WS-ORIG-SALE-DATE   PIC 9(8) VALUE ZERO.
       01  WS-REGULAR-PRICE    PIC 9(6)V99.
       01  WS-CANDIDATE-PRICE  PIC 9(6)V99.
       01  WS-PROMO-PRICE      PIC 9(6)V99.
       01  WS-ITEM-GIVEUP      PIC 9(7)V99.
       01  WS-ITEM-COST        PIC 9(7)V99.
       01  WS-PROMO-SALE-C     PIC 9(5)V99.
       01  WS-TOTAL-GIVEUP     PIC S9(7)V99 VALUE ZERO.
       01  WS-PROMO-LINE-COUNT PIC S9(5) VALUE ZERO.

       01  PROMO-DETAIL-LINE.
           05 FILLER           PIC X(7)  VALUE SPACES.
           05 FILLER           PIC X(6)  VALUE 'PROMO '.
           05 PDL-CODE         PIC X(6).
           05 FILLER           PIC X(7)  VALUE '  REG. '.
           05 PDL-REGULAR      PIC $$$,$$9.99.
           05 FILLER           PIC X(8)  VALUE '  SAVED '.
           05 PDL-GIVEUP       PIC $$$,$$9.99.

       01  PROMO-TOTAL-LINE.
           05 FILLER           PIC X(7)  VALUE SPACES.
           05 FILLER           PIC X(19) VALUE
              "  PROMO SAVINGS:   ".
           05 DET-TOT-GIVEUP   PIC $$,$$$,$$9.99-.
           05 FILLER           PIC X(3)  VALUE SPACES.
           05 DET-PROMO-LINES  PIC ZZZZ9-.
           05 FILLER           PIC X(12) VALUE " PROMO LINES".

       01  DISCOUNT-TOTAL-LINE.
           05 FILLER           PIC X(7)  VALUE SPACES.
           05 FILLER           PIC X(19) VALUE
           88  WS-CUSTHIST-ON-FILE      VALUE "Y".
           88  WS-CUSTHIST-NOT-ON-FILE  VALUE "N".

       01  WS-CUSTMAST-FILE-STATUS PIC XX.
           88  WS-CUSTMAST-FILE-NOT-FOUND VALUE "35".
       01  WS-CUSTMAST-SWITCH       PIC X VALUE "N".
           88  WS-CUSTMAST-LOADED       VALUE "Y".

       01  WS-INVFILE-SWITCH      PIC X VALUE "N".
           88  WS-INVFILE-LOADED      VALUE "Y".
           88  WS-INVFILE-MISSING     VALUE "N".
               OPEN I-O CUSTOMERHISTFILE
           END-IF.

           OPEN INPUT CUSTMASTERFILE.
           IF WS-CUSTMAST-FILE-NOT-FOUND
               DISPLAY "CUSTMASTER.DAT NOT FOUND - RUN CUSTMAINT "
                   "FIRST, CUSTOMER IDS WILL NOT BE CHECKED"
           ELSE
               SET WS-CUSTMAST-LOADED TO TRUE
           END-IF.

           PERFORM 0110-LOAD-INVENTORY.
           PERFORM 0130-LOAD-ITEM-MASTER.
           PERFORM 0150-LOAD-LOYALTY-TIERS.
           PERFORM 0120-LOAD-PROMOTIONS.
           PERFORM 0170-FIND-TAX-RATE.
           PERFORM 0190-READ-TICKET-CONTROL.

           END-READ.
       0160-END.

      * Promotions are loaded whole, past ones included, since a
      * return is priced on the date the goods were sold.  A record
      * with an unknown scope or type, unusable dates or no price
      * is listed and left out.
       0120-LOAD-PROMOTIONS.
           MOVE ZERO TO WS-PROMO-COUNT.
           OPEN INPUT PROMOFILE.
           IF WS-PROMO-FILE-NOT-FOUND
               DISPLAY "PETPROMO.DAT NOT FOUND - NO PROMOTIONS WILL "
                   "BE PRICED"
           ELSE
               READ PROMOFILE
                   AT END SET ENDOFPROMO TO TRUE
               END-READ
               PERFORM 0125-LOAD-ONE-PROMOTION
                   UNTIL ENDOFPROMO
               CLOSE PROMOFILE
           END-IF.
       0120-END.

       0125-LOAD-ONE-PROMOTION.
           IF (NOT PP-SKU-SCOPE AND NOT PP-CATEGORY-SCOPE)
               OR PP-SCOPE-VALUE = SPACES
               OR (NOT PP-FIXED-PRICE AND NOT PP-PERCENT-OFF)
               OR PP-START-DATE NOT NUMERIC
               OR PP-END-DATE NOT NUMERIC
               OR PP-END-DATE < PP-START-DATE
               OR (PP-FIXED-PRICE AND PP-PROMO-PRICE NOT NUMERIC)
               OR (PP-PERCENT-OFF AND PP-PERCENT NOT NUMERIC)
               ADD 1 TO WS-PROMO-REJECT-COUNT
               DISPLAY "PETPROMO.DAT PROMOTION ", PP-PROMO-CODE,
                   " IS NOT USABLE - LEFT OUT"
           ELSE
           IF WS-PROMO-COUNT >= 50
               DISPLAY "PETPROMO.DAT HAS MORE THAN 50 PROMOTIONS - "
                   "SKIPPING ", PP-PROMO-CODE
           ELSE
               ADD 1 TO WS-PROMO-COUNT
               MOVE PP-PROMO-CODE  TO WS-PR-CODE(WS-PROMO-COUNT)
               MOVE PP-SCOPE       TO WS-PR-SCOPE(WS-PROMO-COUNT)
               MOVE PP-SCOPE-VALUE TO
                   WS-PR-SCOPE-VALUE(WS-PROMO-COUNT)
               MOVE ZERO TO WS-PR-SCOPE-LEN(WS-PROMO-COUNT)
               INSPECT PP-SCOPE-VALUE TALLYING
                   WS-PR-SCOPE-LEN(WS-PROMO-COUNT)
                   FOR CHARACTERS BEFORE INITIAL SPACE
               MOVE PP-START-DATE  TO
                   WS-PR-START-DATE(WS-PROMO-COUNT)
               MOVE PP-END-DATE    TO WS-PR-END-DATE(WS-PROMO-COUNT)
               MOVE PP-TYPE        TO WS-PR-TYPE(WS-PROMO-COUNT)
               MOVE ZERO TO WS-PR-PRICE(WS-PROMO-COUNT),
                   WS-PR-PERCENT(WS-PROMO-COUNT)
               IF PP-FIXED-PRICE
                   MOVE PP-PROMO-PRICE TO
                       WS-PR-PRICE(WS-PROMO-COUNT)
               ELSE
                   MOVE PP-PERCENT TO WS-PR-PERCENT(WS-PROMO-COUNT)
               END-IF
           END-IF
           END-IF.
           READ PROMOFILE
               AT END SET ENDOFPROMO TO TRUE
           END-READ.
       0125-END.

      * The county can change the rate without a program change -
      * the latest TAXRATE.DAT entry whose effective date is not
      * after the business date wins.  With no file or no entry in
               MOVE 0 TO WS-SALE-C
               MOVE 0 TO WS-QUANT-C
               MOVE 0 TO WS-TAXABLE-C
               MOVE 0 TO WS-PROMO-SALE-C
               MOVE 1 TO WS-A
               MOVE TENDER-TYPE TO WS-TENDER-CODE
               IF TENDER-CASH
                   MOVE "C" TO WS-TENDER-CODE
               END-IF

               PERFORM 0220-PROCESS-ITEMS ITEM-COUNT TIMES

               END-IF
               WRITE VALID-SALES-RECORD FROM DETAIL-CUSTOMER-LINE-3
                   AFTER ADVANCING 1 LINE
               PERFORM 0260-POST-TENDER THRU 0260-END
               WRITE VALID-SALES-RECORD FROM BLANK-LINE
                   AFTER ADVANCING 1 LINE

      * BEFORE tonight's ticket - the ranking run proved those
      * numbers are real.  Returns earn no discount credit, and a
      * customer with no history record is simply not discounted.
      * Promotions and the tier do not stack - lines already sold
      * at a promotion price are left out of the discount base.
       0212-GET-LOYALTY-DISCOUNT.
           MOVE ZERO TO WS-DISCOUNT-C, WS-DISCOUNT-PCT.


           IF WS-DISCOUNT-PCT > ZERO
               COMPUTE WS-DISCOUNT-C ROUNDED =
                   (WS-SALE-C - WS-PROMO-SALE-C)
                   * WS-DISCOUNT-PCT / 100
           END-IF.
       0212-END.
           EXIT.
      * Edit the sales record before any processing touches it.
      * Reason codes: CID customer id not numeric, CNT item count
      * not 1-9, DSC blank description, PRC price not numeric or
      * zero, QTY quantity not numeric or zero, TND tender type not
      * C, D, Q, S or blank (cash) or amount tendered not numeric,
      * CUS customer id not on the customer master or merged into
      * another customer.
       0205-VALIDATE-SALES-RECORD.
           SET WS-SALE-VALID TO TRUE.
           MOVE SPACES TO WS-REJECT-CODE.
               MOVE "TRN" TO WS-REJECT-CODE
               SET WS-SALE-NOT-VALID TO TRUE
           ELSE
           IF NOT TENDER-CASH AND NOT TENDER-CARD
                   AND NOT TENDER-CHEQUE AND NOT TENDER-CREDIT
               MOVE "TND" TO WS-REJECT-CODE
               SET WS-SALE-NOT-VALID TO TRUE
           ELSE
           IF TENDER-AMOUNT-X NOT = SPACES
                   AND TENDER-AMOUNT NOT NUMERIC
               MOVE "TND" TO WS-REJECT-CODE
               SET WS-SALE-NOT-VALID TO TRUE
           ELSE
           IF ITEM-COUNT NOT NUMERIC OR ITEM-COUNT < 1
               MOVE "CNT" TO WS-REJECT-CODE
               SET WS-SALE-NOT-VALID TO TRUE
                      OR WS-SALE-NOT-VALID
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

           IF WS-SALE-VALID AND WS-CUSTMAST-LOADED
               PERFORM 0206-CHECK-CUSTOMER-MASTER
           END-IF.

           IF WS-SALE-VALID AND TRANS-RETURN
           END-IF.
       0205-END.

      * A duplicate id CUSTMAINT has merged away is refused like an
      * unknown one, so its history cannot start growing again.
       0206-CHECK-CUSTOMER-MASTER.
           MOVE CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMASTERFILE
               INVALID KEY
                   MOVE "CUS" TO WS-REJECT-CODE
                   SET WS-SALE-NOT-VALID TO TRUE
               NOT INVALID KEY
                   IF CM-MERGED
                       MOVE "CUS" TO WS-REJECT-CODE
                       SET WS-SALE-NOT-VALID TO TRUE
                   END-IF
           END-READ.
       0206-END.

       0210-VALIDATE-ONE-ITEM.
           EVALUATE TRUE
               WHEN DESCRIPTION(WS-EDIT-IDX) = SPACES
               CLOSE SALEHISTFILE
               OPEN EXTEND SALEHISTFILE
               MOVE ORIG-TICKET TO WS-CHK-TICKET
               MOVE ZERO TO WS-ORIG-SALE-DATE
               PERFORM 0218-VALIDATE-ONE-RETURN-ITEM
                   VARYING WS-EDIT-IDX FROM 1 BY 1
                   UNTIL WS-EDIT-IDX > ITEM-COUNT
               AND SL-SKU = WS-CHK-SKU
               ADD SL-QTY TO WS-NET-SOLD
           END-IF.
           IF SL-TICKET = WS-CHK-TICKET
               AND SL-QTY > ZERO
               MOVE SL-DATE TO WS-ORIG-SALE-DATE
           END-IF.
           READ SALEHISTLOOKUP
               AT END SET ENDOFHISTLOOKUP TO TRUE
           END-READ.
       0220-PROCESS-ITEMS.

           PERFORM 0222-PRICE-FROM-MASTER.
           PERFORM 0225-APPLY-PROMOTION.

           MOVE DESCRIPTION(WS-A) TO DET-DESCRIPTION.
           MOVE WS-WORK-PRICE TO DET-PRICE.
		   MOVE WS-ITEM-TOTAL TO DET-ITEM-TOTAL.
           WRITE VALID-SALES-RECORD FROM DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           IF WS-PROMO-FOUND-IDX > ZERO
               PERFORM 0227-NOTE-PROMO-LINE
           END-IF.
      *     DISPLAY DETAIL-LINE.

           PERFORM 0230-ACCUMULATE-ITEM-SUMMARY.
           MOVE WS-HIST-QTY     TO SH-QTY.
           IF TRANS-RETURN
               COMPUTE SH-AMOUNT = ZERO - WS-ITEM-TOTAL
               COMPUTE SH-GIVEUP = ZERO - WS-ITEM-GIVEUP
           ELSE
               MOVE WS-ITEM-TOTAL TO SH-AMOUNT
               MOVE WS-ITEM-GIVEUP TO SH-GIVEUP
           END-IF.
           IF TRANS-RETURN
               COMPUTE SH-COST = ZERO - WS-ITEM-COST
           ELSE
               MOVE WS-ITEM-COST TO SH-COST
           END-IF.
           IF WS-PROMO-FOUND-IDX > ZERO
               MOVE WS-PR-CODE(WS-PROMO-FOUND-IDX) TO SH-PROMO-CODE
           END-IF.
           MOVE WS-TENDER-CODE TO SH-TENDER-TYPE.
           WRITE SALEHIST-RECORD.
       0228-END.

      * The drawer takes the ticket total whatever was handed over -
      * cash tendered above the total is given back as change.  A
      * return is refunded in full to its tender.  One type T record
      * per transaction carries the amount for PETDRAWER, under the
      * transaction's own ticket number with no SKU or quantity so
      * the item readers and the return edit pass over it.
       0260-POST-TENDER.
           MOVE ZERO TO WS-CHANGE-DUE.
           IF TRANS-RETURN
               COMPUTE WS-TENDER-POSTED = ZERO - WS-TOTAL-WITH-TAX-C
               MOVE "REFUND TO: " TO TDL-LABEL
           ELSE
               MOVE WS-TOTAL-WITH-TAX-C TO WS-TENDER-POSTED
               MOVE "PAID BY:   " TO TDL-LABEL
               IF TENDER-CASH AND TENDER-AMOUNT-X NOT = SPACES
                   IF TENDER-AMOUNT > WS-TOTAL-WITH-TAX-C
                       COMPUTE WS-CHANGE-DUE =
                           TENDER-AMOUNT - WS-TOTAL-WITH-TAX-C
                   END-IF
               END-IF
           END-IF.

           EVALUATE WS-TENDER-CODE
               WHEN "C"
                   MOVE "CASH"         TO TDL-TENDER
                   ADD WS-TENDER-POSTED TO WS-TOTAL-CASH
               WHEN "D"
                   MOVE "CARD"         TO TDL-TENDER
                   ADD WS-TENDER-POSTED TO WS-TOTAL-CARD
               WHEN "Q"
                   MOVE "CHEQUE"       TO TDL-TENDER
                   ADD WS-TENDER-POSTED TO WS-TOTAL-CHEQUE
               WHEN "S"
                   MOVE "STORE CREDIT" TO TDL-TENDER
                   ADD WS-TENDER-POSTED TO WS-TOTAL-CREDIT
           END-EVALUATE.

           IF WS-CHANGE-DUE > ZERO
               MOVE " CHANGE " TO TDL-CHANGE-LABEL
               MOVE WS-CHANGE-DUE TO TDL-CHANGE
           ELSE
               MOVE SPACES TO TDL-CHANGE-LABEL, TDL-CHANGE-X
           END-IF.
           WRITE VALID-SALES-RECORD FROM TENDER-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO SALEHIST-RECORD.
           MOVE WS-TICKET-NBR    TO SH-TICKET.
           MOVE WS-RUN-DATE      TO SH-DATE.
           MOVE CUSTOMER-ID      TO SH-CUSTOMER-ID.
           MOVE "T"              TO SH-TRANS-TYPE.
           MOVE ZERO             TO SH-QTY, SH-GIVEUP, SH-COST.
           MOVE WS-TENDER-POSTED TO SH-AMOUNT.
           MOVE WS-TENDER-CODE   TO SH-TENDER-TYPE.
           WRITE SALEHIST-RECORD.
       0260-END.

      * Price the item from the item master by SKU.  The official
      * description replaces whatever spelling the cashier keyed so
      * the rollups no longer fragment, and a keyed price that
      * differs from the master price is noted as a variance (see
      * 0225 - a keyed promotion price is not one).  With no master
      * on file the keyed price stands.
       0222-PRICE-FROM-MASTER.
           MOVE PRICE(WS-A) TO WS-WORK-PRICE.
           SET WS-ITEM-TAXABLE TO TRUE.
           SET WS-SKU-NOT-FOUND TO TRUE.

           IF WS-ITEMMAST-COUNT > ZERO
               SET WS-SKU-NOT-FOUND TO TRUE
                      OR WS-SKU-FOUND

               IF WS-SKU-FOUND
                   MOVE WS-IM-PRICE(WS-IM-FOUND-IDX)
                       TO WS-WORK-PRICE
                   MOVE WS-IM-DESCRIPTION(WS-IM-FOUND-IDX)
           END-IF.
       0222-END.

      * The promotion in effect on the business date - for a return
      * the date the original ticket was sold - that gives the
      * lowest price wins; a promotion that would raise the price
      * is ignored.  The revenue given up is the regular price less
      * the promotion price for every unit on the line.
       0225-APPLY-PROMOTION.
           MOVE WS-WORK-PRICE TO WS-REGULAR-PRICE, WS-PROMO-PRICE.
           MOVE ZERO TO WS-PROMO-FOUND-IDX, WS-ITEM-GIVEUP.
           MOVE WS-RUN-DATE TO WS-PROMO-DATE.
           IF TRANS-RETURN AND WS-ORIG-SALE-DATE > ZERO
               MOVE WS-ORIG-SALE-DATE TO WS-PROMO-DATE
           END-IF.

           PERFORM 0226-CHECK-ONE-PROMOTION THRU 0226-END
               VARYING WS-PROMO-IDX FROM 1 BY 1
               UNTIL WS-PROMO-IDX > WS-PROMO-COUNT.

           IF WS-PROMO-FOUND-IDX > ZERO
               MOVE WS-PROMO-PRICE TO WS-WORK-PRICE
               COMPUTE WS-ITEM-GIVEUP =
                   (WS-REGULAR-PRICE - WS-PROMO-PRICE)
                   * QUANTITY(WS-A)
           END-IF.

           IF WS-SKU-FOUND
               IF PRICE(WS-A) NOT = WS-IM-PRICE(WS-IM-FOUND-IDX)
                   AND PRICE(WS-A) NOT = WS-WORK-PRICE
                   PERFORM 0224-NOTE-PRICE-VARIANCE
               END-IF
           END-IF.
       0225-END.

       0226-CHECK-ONE-PROMOTION.
           IF WS-PR-START-DATE(WS-PROMO-IDX) > WS-PROMO-DATE
               OR WS-PR-END-DATE(WS-PROMO-IDX) < WS-PROMO-DATE
               GO TO 0226-END
           END-IF.

           IF WS-PR-SCOPE(WS-PROMO-IDX) = "S"
               IF WS-PR-SCOPE-VALUE(WS-PROMO-IDX) NOT = SKU(WS-A)
                   GO TO 0226-END
               END-IF
           ELSE
               IF WS-PR-SCOPE-VALUE(WS-PROMO-IDX)
                       (1:WS-PR-SCOPE-LEN(WS-PROMO-IDX))
                   NOT = SKU(WS-A)(1:WS-PR-SCOPE-LEN(WS-PROMO-IDX))
                   GO TO 0226-END
               END-IF
           END-IF.

           IF WS-PR-TYPE(WS-PROMO-IDX) = "P"
               MOVE WS-PR-PRICE(WS-PROMO-IDX) TO WS-CANDIDATE-PRICE
           ELSE
               COMPUTE WS-CANDIDATE-PRICE ROUNDED =
                   WS-REGULAR-PRICE
                   * (100 - WS-PR-PERCENT(WS-PROMO-IDX)) / 100
           END-IF.

           IF WS-CANDIDATE-PRICE < WS-PROMO-PRICE
               MOVE WS-CANDIDATE-PRICE TO WS-PROMO-PRICE
               MOVE WS-PROMO-IDX TO WS-PROMO-FOUND-IDX
           END-IF.
       0226-END.
           EXIT.

      * The ticket shows the promotion under the item line, and the
      * promoted amount is kept out of the loyalty discount base.
       0227-NOTE-PROMO-LINE.
           MOVE WS-PR-CODE(WS-PROMO-FOUND-IDX) TO PDL-CODE.
           MOVE WS-REGULAR-PRICE TO PDL-REGULAR.
           MOVE WS-ITEM-GIVEUP TO PDL-GIVEUP.
           WRITE VALID-SALES-RECORD FROM PROMO-DETAIL-LINE
               AFTER ADVANCING 1 LINE.
           ADD WS-ITEM-TOTAL TO WS-PROMO-SALE-C.
           IF TRANS-RETURN
               SUBTRACT WS-ITEM-GIVEUP FROM WS-TOTAL-GIVEUP
               SUBTRACT 1 FROM WS-PROMO-LINE-COUNT
           ELSE
               ADD WS-ITEM-GIVEUP TO WS-TOTAL-GIVEUP
               ADD 1 TO WS-PROMO-LINE-COUNT
           END-IF.
       0227-END.

       0223-FIND-MASTER-SKU.
           IF WS-IM-SKU(WS-ITEMMAST-IDX) = SKU(WS-A)
               SET WS-SKU-FOUND TO TRUE
      * zero and reported; a SKU with no inventory record at all is
      * reported too.
       0240-POST-INVENTORY.
           MOVE ZERO TO WS-ITEM-COST.
           IF WS-INVFILE-LOADED
               MOVE SKU(WS-A) TO INV-SKU
               READ INVENTORYFILE
           END-IF.
       0240-END.

      * The line is costed at the average in effect when it posts -
      * a return goes back into stock at that same average.
       0242-POST-ONE-BALANCE.
           IF INV-AVG-COST NUMERIC
               COMPUTE WS-ITEM-COST ROUNDED =
                   QUANTITY(WS-A) * INV-AVG-COST
           END-IF.

           IF TRANS-RETURN
               ADD QUANTITY(WS-A) TO INV-ON-HAND
           ELSE
           WRITE VALID-SALES-RECORD FROM DISCOUNT-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE WS-TOTAL-GIVEUP TO DET-TOT-GIVEUP.
           MOVE WS-PROMO-LINE-COUNT TO DET-PROMO-LINES.
           WRITE VALID-SALES-RECORD FROM PROMO-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "CASH"         TO TTL-TENDER.
           MOVE WS-TOTAL-CASH  TO TTL-AMOUNT.
           WRITE VALID-SALES-RECORD FROM TENDER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CARD"         TO TTL-TENDER.
           MOVE WS-TOTAL-CARD  TO TTL-AMOUNT.
           WRITE VALID-SALES-RECORD FROM TENDER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "CHEQUE"       TO TTL-TENDER.
           MOVE WS-TOTAL-CHEQUE TO TTL-AMOUNT.
           WRITE VALID-SALES-RECORD FROM TENDER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.
           MOVE "STORE CREDIT" TO TTL-TENDER.
           MOVE WS-TOTAL-CREDIT TO TTL-AMOUNT.
           WRITE VALID-SALES-RECORD FROM TENDER-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE "TAXABLE SALES .........: " TO TXS-LABEL.
           MOVE WS-TOTAL-TAXABLE TO TXS-AMOUNT.
           WRITE VALID-SALES-RECORD FROM TAX-SPLIT-LINE
           MOVE WS-TOTAL-SALE TO PS-SALES.
           MOVE WS-TOTAL-TAX TO PS-TAX.
           MOVE WS-TOTAL-DISCOUNT TO PS-DISCOUNT.
           MOVE WS-RETURN-AMOUNT TO PS-RETURNS.
           WRITE DAILYSUM-RECORD.

           CLOSE DAILYSUMFILE.
           CLOSE PETSALESREPORT.
           CLOSE PETSALESREJECT.
           CLOSE CUSTOMERHISTFILE.
           IF WS-CUSTMAST-LOADED
               CLOSE CUSTMASTERFILE
           END-IF.
           IF WS-INVFILE-LOADED
               CLOSE INVENTORYFILE
           END-IF.
