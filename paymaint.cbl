      * S salaried per period) and the effective date, which is
      * edited through the shared DATEEDIT routine.  The PAYREG
      * payroll register prices every SORTED.NEW employee from this
      * file.  Every rate added or changed is also kept as its own
      * dated record on the PAYRATEH.DAT rate history, keyed on
      * employee id and effective date, so PAYREG can price a pay
      * period at the rate then in effect and RETROPAY can price a
      * back-dated raise.
      *
      * MODIFICATION HISTORY:
      *   2026-09-02  EV  INITIAL VERSION
      *   2026-10-15  EV  EVERY ADD AND CHANGE NOW ALSO WRITES A
      *                   DATED PAYRATEH.DAT RATE HISTORY RECORD -
      *                   A CHANGE NO LONGER LOSES THE OLD RATE, A
      *                   BACK-DATED CHANGE BEHIND THE CURRENT RATE
      *                   GOES TO HISTORY ONLY, AND INQUIRE LISTS
      *                   THE EMPLOYEE'S RATE HISTORY
      *   2026-10-15  EV  SIGN-ON THROUGH SIGNON, WITH THE FUNCTION
      *                   CHOSEN CHECKED AGAINST THE OPERATOR'S
      *                   AUTHORITY AS I, A, C OR D
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS PR-EMPLOYEE-ID
               FILE STATUS IS WS-PAYRATE-FILE-STATUS.

           SELECT RATEHIST-FILE ASSIGN TO "PAYRATEH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RATEHIST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYRATE-FILE.
               88 PR-SALARIED      VALUE "S".
           05 PR-EFF-DATE      PIC 9(8).

      *One record per rate an employee has ever had, in effective
      *date order within employee id.
       FD RATEHIST-FILE.
       01 RATEHIST-RECORD.
           05 RH-KEY.
               10 RH-EMPLOYEE-ID   PIC 9(7).
               10 RH-EFF-DATE      PIC 9(8).
           05 RH-RATE              PIC 9(4)V99.
           05 RH-FREQUENCY         PIC X.
           05 RH-ENTERED-DATE      PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREAS.
           05 WS-PAYRATE-FILE-STATUS PIC X(2).
               88 WS-RECORD-FOUND        VALUE "00".
               88 WS-PAYRATE-FILE-NOT-FOUND VALUE "35".

           05 WS-RATEHIST-FILE-STATUS PIC X(2).
               88 WS-HISTORY-FOUND       VALUE "00".
               88 WS-RATEHIST-FILE-NOT-FOUND VALUE "35".

           05 WS-HISTORY-EOF-SWITCH   PIC X.
               88 WS-HISTORY-EOF          VALUE "Y".

           05 WS-TODAY-DATE        PIC 9(8).
           05 WS-HIST-EMPLOYEE-ID  PIC 9(7).
           05 WS-OLD-RATE          PIC 9(4)V99.
           05 WS-OLD-FREQUENCY     PIC X.
           05 WS-OLD-EFF-DATE      PIC 9(8).

           05 WS-FUNCTION      PIC 9.
               88 WS-INQUIRE-FUNCTION  VALUE 1.
               88 WS-ADD-FUNCTION      VALUE 2.

           05 WS-DISPLAY-RATE      PIC Z,ZZ9.99.

           05 WS-OPERATOR-ID       PIC X(3) VALUE SPACES.
           05 WS-SIGNON-ACCESS.
               10 WS-SO-PROGRAM    PIC X(17) VALUE "PAYMAINT".
               10 WS-SO-FUNCTION   PIC X VALUE SPACE.
               10 WS-SO-RESULT     PIC X.
                   88 WS-SO-GRANTED    VALUE "Y".

       PROCEDURE DIVISION.
       0100-START.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           OPEN I-O PAYRATE-FILE.
           IF WS-PAYRATE-FILE-NOT-FOUND
               OPEN OUTPUT PAYRATE-FILE
               OPEN I-O PAYRATE-FILE
           END-IF.

           OPEN I-O RATEHIST-FILE.
           IF WS-RATEHIST-FILE-NOT-FOUND
               OPEN OUTPUT RATEHIST-FILE
               CLOSE RATEHIST-FILE
               OPEN I-O RATEHIST-FILE
           END-IF.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           PERFORM 0110-PROMPT-FOR-FUNCTION
               UNTIL WS-VALID-ENTRY.

           EVALUATE TRUE
               WHEN WS-INQUIRE-FUNCTION
                   MOVE "I" TO WS-SO-FUNCTION
               WHEN WS-ADD-FUNCTION
                   MOVE "A" TO WS-SO-FUNCTION
               WHEN WS-CHANGE-FUNCTION
                   MOVE "C" TO WS-SO-FUNCTION
               WHEN WS-DELETE-FUNCTION
                   MOVE "D" TO WS-SO-FUNCTION
           END-EVALUATE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               PERFORM 9000-END-PROGRAM
           END-IF.

           EVALUATE TRUE
               WHEN WS-INQUIRE-FUNCTION
                   PERFORM 0200-INQUIRE-RATE
           PERFORM 0150-READ-BY-ID.
           IF WS-RECORD-FOUND
               PERFORM 0900-DISPLAY-RATE
               PERFORM 0950-LIST-RATE-HISTORY
           END-IF.
       0200-END.

               NOT INVALID KEY
                   DISPLAY "RATE RECORD ADDED"
                   PERFORM 0900-DISPLAY-RATE
                   PERFORM 0800-RECORD-HISTORY
           END-WRITE.
       0300-END.

                   GO TO 0400-END
               END-IF

               PERFORM 0850-SEED-HISTORY

               IF WS-NEW-EFF-DATE < PR-EFF-DATE
                   PERFORM 0800-RECORD-HISTORY
                   DISPLAY "EFFECTIVE DATE IS BEFORE THE CURRENT "
                       "RATE'S - KEPT ON RATE HISTORY ONLY"
                   DISPLAY "RUN RETROPAY TO PRICE ANY BACK PAY"
                   GO TO 0400-END
               END-IF

               MOVE WS-NEW-RATE      TO PR-RATE
               MOVE WS-NEW-FREQUENCY TO PR-FREQUENCY
               MOVE WS-NEW-EFF-DATE  TO PR-EFF-DATE
               IF WS-RECORD-FOUND
                   DISPLAY "RECORD UPDATED"
                   PERFORM 0900-DISPLAY-RATE
                   PERFORM 0800-RECORD-HISTORY
                   IF PR-EFF-DATE < WS-TODAY-DATE
                       DISPLAY "EFFECTIVE DATE IS IN THE PAST - "
                           "RUN RETROPAY TO PRICE ANY BACK PAY"
                   END-IF
               END-IF
           END-IF.
       0400-END.
               END-DELETE

               IF WS-RECORD-FOUND
                   DISPLAY "RECORD DELETED - RATE HISTORY IS KEPT"
               END-IF
           END-IF.
       0500-END.
           END-IF.
       0700-END.

      * A rate keyed for a date already on history replaces that
      * date's record (a correction); any other date is added.
       0800-RECORD-HISTORY.
           MOVE PR-EMPLOYEE-ID   TO RH-EMPLOYEE-ID.
           MOVE WS-NEW-EFF-DATE  TO RH-EFF-DATE.
           READ RATEHIST-FILE
               KEY IS RH-KEY
               INVALID KEY
                   CONTINUE
           END-READ.

           MOVE WS-NEW-RATE      TO RH-RATE.
           MOVE WS-NEW-FREQUENCY TO RH-FREQUENCY.
           MOVE WS-TODAY-DATE    TO RH-ENTERED-DATE.
           IF WS-HISTORY-FOUND
               REWRITE RATEHIST-RECORD
                   INVALID KEY
                       DISPLAY "ERROR ON HISTORY REWRITE: ",
                           WS-RATEHIST-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE RATEHIST-RECORD
                   INVALID KEY
                       DISPLAY "ERROR ON HISTORY WRITE: ",
                           WS-RATEHIST-FILE-STATUS
               END-WRITE
           END-IF.
       0800-END.

      * Rate records set up before the history existed have no
      * history record of their own - one is written from the
      * current rate before it is changed so it is not lost.
       0850-SEED-HISTORY.
           MOVE PR-EMPLOYEE-ID   TO RH-EMPLOYEE-ID.
           MOVE PR-EFF-DATE      TO RH-EFF-DATE.
           READ RATEHIST-FILE
               KEY IS RH-KEY
               INVALID KEY
                   MOVE PR-RATE       TO RH-RATE
                   MOVE PR-FREQUENCY  TO RH-FREQUENCY
                   MOVE WS-TODAY-DATE TO RH-ENTERED-DATE
                   WRITE RATEHIST-RECORD
                       INVALID KEY
                           DISPLAY "ERROR ON HISTORY WRITE: ",
                               WS-RATEHIST-FILE-STATUS
                   END-WRITE
           END-READ.
       0850-END.

       0900-DISPLAY-RATE.
           MOVE PR-RATE TO WS-DISPLAY-RATE.
           DISPLAY "EMPLOYEE ID : ", PR-EMPLOYEE-ID.
           DISPLAY "EFFECTIVE ..: ", PR-EFF-DATE.
       0900-END.

       0950-LIST-RATE-HISTORY.
           DISPLAY "RATE HISTORY:".
           MOVE PR-EMPLOYEE-ID TO WS-HIST-EMPLOYEE-ID.
           MOVE PR-EMPLOYEE-ID TO RH-EMPLOYEE-ID.
           MOVE ZERO           TO RH-EFF-DATE.
           MOVE "N" TO WS-HISTORY-EOF-SWITCH.
           START RATEHIST-FILE KEY IS NOT LESS THAN RH-KEY
               INVALID KEY
                   SET WS-HISTORY-EOF TO TRUE
           END-START.

           PERFORM 0960-READ-NEXT-HISTORY.
           PERFORM 0970-SHOW-ONE-HISTORY
               UNTIL WS-HISTORY-EOF.
       0950-END.

       0960-READ-NEXT-HISTORY.
           IF NOT WS-HISTORY-EOF
               READ RATEHIST-FILE NEXT RECORD
                   AT END SET WS-HISTORY-EOF TO TRUE
               END-READ
           END-IF.
           IF NOT WS-HISTORY-EOF
               AND RH-EMPLOYEE-ID NOT = WS-HIST-EMPLOYEE-ID
               SET WS-HISTORY-EOF TO TRUE
           END-IF.
       0960-END.

       0970-SHOW-ONE-HISTORY.
           MOVE RH-RATE TO WS-DISPLAY-RATE.
           DISPLAY "  EFFECTIVE ", RH-EFF-DATE, "  ", WS-DISPLAY-RATE,
               " ", RH-FREQUENCY, "  ENTERED ", RH-ENTERED-DATE.
           PERFORM 0960-READ-NEXT-HISTORY.
       0970-END.

       9000-END-PROGRAM.
           CLOSE PAYRATE-FILE, RATEHIST-FILE.
           STOP RUN.
       END PROGRAM PAYMAINT.
