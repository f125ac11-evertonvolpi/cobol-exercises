       IDENTIFICATION DIVISION.
       PROGRAM-ID. "PETPROMORPT".
       AUTHOR.     EVERTON VOLPI.
      * Promotion performance - for every promotion on PETPROMO.DAT,
      * the units sold and the revenue taken at the promotion price
      * (net of returns) and the revenue given up against the item
      * master price, all taken from the PETSALEHIST.DAT lines
      * PETSTORECHALLENGE tags with the promotion code.  A code on
      * the history that is no longer on the promotions file is
      * still reported so the totals agree with the history.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROMOFILE ASSIGN TO "PETPROMO.DAT"
               FILE STATUS IS WS-PROMO-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SALEHISTFILE ASSIGN TO "PETSALEHIST.DAT"
               FILE STATUS IS WS-SALEHIST-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *This mirrors the promotion record PETSTORECHALLENGE prices
      *from.
       FD PROMOFILE.
       01 PROMO-RECORD.
           88 END-OF-PROMO     VALUE HIGH-VALUES.
           05 PP-PROMO-CODE    PIC X(6).
           05 FILLER           PIC X.
           05 PP-SCOPE         PIC X.
           05 FILLER           PIC X.
           05 PP-SCOPE-VALUE   PIC X(8).
           05 FILLER           PIC X.
           05 PP-START-DATE    PIC 9(8).
           05 FILLER           PIC X.
           05 PP-END-DATE      PIC 9(8).
           05 FILLER           PIC X.
           05 PP-TYPE          PIC X.
           05 FILLER           PIC X.
           05 PP-PROMO-PRICE   PIC 9(6)V99.
           05 FILLER           PIC X.
           05 PP-PERCENT       PIC 9(2)V9.

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
       01 WS-PROMO-FILE-STATUS PIC XX.
           88 WS-PROMO-FILE-NOT-FOUND VALUE "35".
       01 WS-SALEHIST-FILE-STATUS PIC XX.
           88 WS-SALEHIST-FILE-NOT-FOUND VALUE "35".

       01 WS-PROMO-COUNT       PIC 99 VALUE ZERO.
       01 WS-PROMO-TABLE.
           05 WS-PROMO-ENTRY OCCURS 60 TIMES.
               10 WS-PR-CODE        PIC X(6).
               10 WS-PR-SCOPE       PIC X.
               10 WS-PR-SCOPE-VALUE PIC X(8).
               10 WS-PR-START-DATE  PIC 9(8).
               10 WS-PR-END-DATE    PIC 9(8).
               10 WS-PR-TYPE        PIC X.
               10 WS-PR-PRICE       PIC 9(6)V99.
               10 WS-PR-PERCENT     PIC 9(2)V9.
               10 WS-PR-ON-FILE     PIC X.
               10 WS-PR-LINES       PIC S9(7).
               10 WS-PR-UNITS       PIC S9(7).
               10 WS-PR-REVENUE     PIC S9(9)V99.
               10 WS-PR-GIVEUP      PIC S9(9)V99.
       01 WS-PROMO-IDX         PIC 99.
       01 WS-PROMO-FOUND-IDX   PIC 99.

       01 WS-HIST-READ-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-HIST-PROMO-COUNT  PIC 9(7) VALUE ZERO.
       01 WS-HIST-DROPPED-COUNT PIC 9(7) VALUE ZERO.

       01 WS-REPORT-TOTALS.
           05 WS-TOT-UNITS     PIC S9(7)    VALUE ZERO.
           05 WS-TOT-REVENUE   PIC S9(9)V99 VALUE ZERO.
           05 WS-TOT-GIVEUP    PIC S9(9)V99 VALUE ZERO.

       01 WS-DETAIL-LINE.
           05 WSD-CODE         PIC X(6).
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-SCOPE        PIC X.
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-SCOPE-VALUE  PIC X(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-START-DATE   PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-END-DATE     PIC 9(8).
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-OFFER        PIC X(9).
           05 WSD-OFFER-PRICE REDEFINES WSD-OFFER
                               PIC $$$$$9.99.
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-UNITS        PIC ZZZZZ9-.
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-REVENUE      PIC $$$$,$$9.99-.
           05 FILLER           PIC X VALUE SPACE.
           05 WSD-GIVEUP       PIC $$$$,$$9.99-.

       01 WS-PERCENT-OFFER.
           05 WSP-PERCENT      PIC Z9.9.
           05 FILLER           PIC X(5) VALUE "% OFF".

       01 WS-TOTAL-LINE.
           05 FILLER           PIC X(46) VALUE
               "TOTAL - ALL PROMOTIONS".
           05 WST-UNITS        PIC ZZZZZ9-.
           05 FILLER           PIC X VALUE SPACE.
           05 WST-REVENUE      PIC $$$$,$$9.99-.
           05 FILLER           PIC X VALUE SPACE.
           05 WST-GIVEUP       PIC $$$$,$$9.99-.

       PROCEDURE DIVISION.
       0100-START-HERE.
           PERFORM 0150-LOAD-PROMOTIONS THRU 0150-LOAD-PROMOTIONS-EXIT.

           OPEN INPUT SALEHISTFILE.
           IF WS-SALEHIST-FILE-NOT-FOUND
               DISPLAY "PETPROMORPT: PETSALEHIST.DAT NOT FOUND - NO "
                   "SALES HAVE BEEN RECORDED YET"
           ELSE
               READ SALEHISTFILE
                   AT END SET END-OF-SALEHIST TO TRUE
               END-READ
               PERFORM 0200-TALLY-ONE-LINE THRU 0200-TALLY-ONE-LINE-EXIT
                   UNTIL END-OF-SALEHIST
               CLOSE SALEHISTFILE
           END-IF.

           DISPLAY "PROMOTION PERFORMANCE".
           DISPLAY "CODE   S VALUE    START    END      OFFER    "
               "  UNITS      REVENUE     GIVEN UP".
           PERFORM 0300-LIST-ONE-PROMOTION
               THRU 0300-LIST-ONE-PROMOTION-EXIT
               VARYING WS-PROMO-IDX FROM 1 BY 1
               UNTIL WS-PROMO-IDX > WS-PROMO-COUNT.

           DISPLAY SPACE.
           MOVE WS-TOT-UNITS   TO WST-UNITS.
           MOVE WS-TOT-REVENUE TO WST-REVENUE.
           MOVE WS-TOT-GIVEUP  TO WST-GIVEUP.
           DISPLAY WS-TOTAL-LINE.
           DISPLAY "HISTORY LINES READ:    " WS-HIST-READ-COUNT.
           DISPLAY "LINES ON PROMOTION:    " WS-HIST-PROMO-COUNT.
           IF WS-HIST-DROPPED-COUNT > ZERO
               DISPLAY "PROMO LINES NOT TALLIED (TABLE FULL): "
                   WS-HIST-DROPPED-COUNT
           END-IF.

           GOBACK.

      * Every promotion on file gets a line, sold or not, so the
      * owner sees the ones that moved nothing.
       0150-LOAD-PROMOTIONS.
           OPEN INPUT PROMOFILE.
           IF WS-PROMO-FILE-NOT-FOUND
               DISPLAY "PETPROMORPT: PETPROMO.DAT NOT FOUND - ONLY "
                   "CODES ON THE HISTORY WILL BE LISTED"
               GO TO 0150-LOAD-PROMOTIONS-EXIT
           END-IF.

           READ PROMOFILE
               AT END SET END-OF-PROMO TO TRUE
           END-READ.
           PERFORM 0170-LOAD-ONE-PROMOTION
               THRU 0170-LOAD-ONE-PROMOTION-EXIT
               UNTIL END-OF-PROMO.
           CLOSE PROMOFILE.
       0150-LOAD-PROMOTIONS-EXIT.
           EXIT.

       0170-LOAD-ONE-PROMOTION.
           IF WS-PROMO-COUNT >= 50
               DISPLAY "PETPROMORPT: MORE THAN 50 PROMOTIONS - "
                   "SKIPPING " PP-PROMO-CODE
               GO TO 0170-READ-NEXT
           END-IF.

           ADD 1 TO WS-PROMO-COUNT.
           MOVE WS-PROMO-COUNT TO WS-PROMO-IDX.
           PERFORM 0180-CLEAR-ENTRY THRU 0180-CLEAR-ENTRY-EXIT.
           MOVE PP-PROMO-CODE  TO WS-PR-CODE(WS-PROMO-IDX).
           MOVE PP-SCOPE       TO WS-PR-SCOPE(WS-PROMO-IDX).
           MOVE PP-SCOPE-VALUE TO WS-PR-SCOPE-VALUE(WS-PROMO-IDX).
           MOVE "Y"            TO WS-PR-ON-FILE(WS-PROMO-IDX).
           MOVE PP-TYPE        TO WS-PR-TYPE(WS-PROMO-IDX).
           IF PP-START-DATE NUMERIC
               MOVE PP-START-DATE TO WS-PR-START-DATE(WS-PROMO-IDX)
           END-IF.
           IF PP-END-DATE NUMERIC
               MOVE PP-END-DATE TO WS-PR-END-DATE(WS-PROMO-IDX)
           END-IF.
           IF PP-TYPE = "P" AND PP-PROMO-PRICE NUMERIC
               MOVE PP-PROMO-PRICE TO WS-PR-PRICE(WS-PROMO-IDX)
           END-IF.
           IF PP-TYPE = "O" AND PP-PERCENT NUMERIC
               MOVE PP-PERCENT TO WS-PR-PERCENT(WS-PROMO-IDX)
           END-IF.

       0170-READ-NEXT.
           READ PROMOFILE
               AT END SET END-OF-PROMO TO TRUE
           END-READ.
       0170-LOAD-ONE-PROMOTION-EXIT.
           EXIT.

       0180-CLEAR-ENTRY.
           MOVE SPACES TO WS-PR-CODE(WS-PROMO-IDX),
               WS-PR-SCOPE(WS-PROMO-IDX),
               WS-PR-SCOPE-VALUE(WS-PROMO-IDX),
               WS-PR-TYPE(WS-PROMO-IDX).
           MOVE "N" TO WS-PR-ON-FILE(WS-PROMO-IDX).
           MOVE ZERO TO WS-PR-START-DATE(WS-PROMO-IDX),
               WS-PR-END-DATE(WS-PROMO-IDX),
               WS-PR-PRICE(WS-PROMO-IDX),
               WS-PR-PERCENT(WS-PROMO-IDX),
               WS-PR-LINES(WS-PROMO-IDX),
               WS-PR-UNITS(WS-PROMO-IDX),
               WS-PR-REVENUE(WS-PROMO-IDX),
               WS-PR-GIVEUP(WS-PROMO-IDX).
       0180-CLEAR-ENTRY-EXIT.
           EXIT.

      * Lines written before the promotion columns existed read
      * back with spaces there and carry no promotion.  Returns are
      * on the history with negative units, amount and give-up, so
      * adding them in nets them off the sale.
       0200-TALLY-ONE-LINE.
           ADD 1 TO WS-HIST-READ-COUNT.
           IF SH-PROMO-CODE = SPACES OR SH-PROMO-CODE = LOW-VALUES
               GO TO 0200-READ-NEXT
           END-IF.
           IF SH-GIVEUP NOT NUMERIC
               MOVE ZERO TO SH-GIVEUP
           END-IF.
           ADD 1 TO WS-HIST-PROMO-COUNT.

           MOVE ZERO TO WS-PROMO-FOUND-IDX.
           PERFORM 0220-FIND-PROMOTION THRU 0220-FIND-PROMOTION-EXIT
               VARYING WS-PROMO-IDX FROM 1 BY 1
               UNTIL WS-PROMO-IDX > WS-PROMO-COUNT
                   OR WS-PROMO-FOUND-IDX > ZERO.

           IF WS-PROMO-FOUND-IDX = ZERO
               IF WS-PROMO-COUNT >= 60
                   ADD 1 TO WS-HIST-DROPPED-COUNT
                   GO TO 0200-READ-NEXT
               END-IF
               ADD 1 TO WS-PROMO-COUNT
               MOVE WS-PROMO-COUNT TO WS-PROMO-IDX
               PERFORM 0180-CLEAR-ENTRY THRU 0180-CLEAR-ENTRY-EXIT
               MOVE SH-PROMO-CODE TO WS-PR-CODE(WS-PROMO-IDX)
               MOVE WS-PROMO-COUNT TO WS-PROMO-FOUND-IDX
           END-IF.

           ADD 1         TO WS-PR-LINES(WS-PROMO-FOUND-IDX).
           ADD SH-QTY    TO WS-PR-UNITS(WS-PROMO-FOUND-IDX).
           ADD SH-AMOUNT TO WS-PR-REVENUE(WS-PROMO-FOUND-IDX).
           ADD SH-GIVEUP TO WS-PR-GIVEUP(WS-PROMO-FOUND-IDX).

       0200-READ-NEXT.
           READ SALEHISTFILE
               AT END SET END-OF-SALEHIST TO TRUE
           END-READ.
       0200-TALLY-ONE-LINE-EXIT.
           EXIT.

       0220-FIND-PROMOTION.
           IF WS-PR-CODE(WS-PROMO-IDX) = SH-PROMO-CODE
               MOVE WS-PROMO-IDX TO WS-PROMO-FOUND-IDX
           END-IF.
       0220-FIND-PROMOTION-EXIT.
           EXIT.

       0300-LIST-ONE-PROMOTION.
           MOVE WS-PR-CODE(WS-PROMO-IDX)        TO WSD-CODE.
           MOVE WS-PR-SCOPE(WS-PROMO-IDX)       TO WSD-SCOPE.
           MOVE WS-PR-SCOPE-VALUE(WS-PROMO-IDX) TO WSD-SCOPE-VALUE.
           MOVE WS-PR-START-DATE(WS-PROMO-IDX)  TO WSD-START-DATE.
           MOVE WS-PR-END-DATE(WS-PROMO-IDX)    TO WSD-END-DATE.
           IF WS-PR-ON-FILE(WS-PROMO-IDX) NOT = "Y"
               MOVE "*NOFILE*" TO WSD-SCOPE-VALUE
               MOVE SPACES TO WSD-OFFER
           ELSE
               IF WS-PR-TYPE(WS-PROMO-IDX) = "P"
                   MOVE WS-PR-PRICE(WS-PROMO-IDX) TO WSD-OFFER-PRICE
               ELSE
                   MOVE WS-PR-PERCENT(WS-PROMO-IDX) TO WSP-PERCENT
                   MOVE WS-PERCENT-OFFER TO WSD-OFFER
               END-IF
           END-IF.
           MOVE WS-PR-UNITS(WS-PROMO-IDX)   TO WSD-UNITS.
           MOVE WS-PR-REVENUE(WS-PROMO-IDX) TO WSD-REVENUE.
           MOVE WS-PR-GIVEUP(WS-PROMO-IDX)  TO WSD-GIVEUP.
           DISPLAY WS-DETAIL-LINE.

           ADD WS-PR-UNITS(WS-PROMO-IDX)   TO WS-TOT-UNITS.
           ADD WS-PR-REVENUE(WS-PROMO-IDX) TO WS-TOT-REVENUE.
           ADD WS-PR-GIVEUP(WS-PROMO-IDX)  TO WS-TOT-GIVEUP.
       0300-LIST-ONE-PROMOTION-EXIT.
           EXIT.

       END PROGRAM PETPROMORPT.
