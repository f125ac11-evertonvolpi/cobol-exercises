       IDENTIFICATION DIVISION.
       PROGRAM-ID. "DEDMAINT".
       AUTHOR.     EVERTON VOLPI.
      * Maintenance screen for the indexed PAYDEDUCT.DAT deduction
      * setup file, in the style of PAYMAINT.  Each record is keyed
      * on employee id plus a four-character deduction code (for
      * instance PENS pension, BENE benefits, GARN garnishment) and
      * carries a description, the deduction type (F flat amount
      * per period or P percentage of gross), the amount or
      * percentage, and whether the deduction is taken before tax
      * withholding is worked out.  PAYREG takes every deduction
      * on file for an employee off that employee's gross pay.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
      *   2026-10-15  EV  SIGN-ON THROUGH SIGNON, WITH THE FUNCTION
      *                   CHOSEN CHECKED AGAINST THE OPERATOR'S
      *                   AUTHORITY AS I, A, C OR D
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEDUCT-FILE ASSIGN TO "PAYDEDUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-DEDUCT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD DEDUCT-FILE.
       01 DEDUCT-RECORD.
           05 PD-KEY.
               10 PD-EMPLOYEE-ID   PIC 9(7).
               10 PD-CODE          PIC X(4).
           05 PD-DESCRIPTION       PIC X(20).
           05 PD-TYPE              PIC X.
               88 PD-FLAT              VALUE "F".
               88 PD-PERCENT           VALUE "P".
           05 PD-AMOUNT            PIC 9(5)V99.
           05 PD-PRE-TAX           PIC X.
               88 PD-BEFORE-TAX        VALUE "Y".

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREAS.
           05 WS-DEDUCT-FILE-STATUS PIC X(2).
               88 WS-RECORD-FOUND        VALUE "00".
               88 WS-DEDUCT-FILE-NOT-FOUND VALUE "35".

           05 WS-FUNCTION      PIC 9.
               88 WS-INQUIRE-FUNCTION  VALUE 1.
               88 WS-ADD-FUNCTION      VALUE 2.
               88 WS-CHANGE-FUNCTION   VALUE 3.
               88 WS-DELETE-FUNCTION   VALUE 4.

           05 WS-VALID-ENTRY-SWITCH   PIC X VALUE "N".
               88 WS-VALID-ENTRY          VALUE "Y".
               88 WS-INVALID-ENTRY        VALUE "N".

           05 WS-WANTED-EMPLOYEE-ID   PIC 9(7).
           05 WS-LISTED-COUNT         PIC 9(3).

           05 WS-END-OF-GROUP-SW      PIC X.
               88 WS-END-OF-GROUP         VALUE "Y".

           05 WS-NEW-DESCRIPTION   PIC X(20).
           05 WS-NEW-TYPE          PIC X.
           05 WS-NEW-AMOUNT        PIC 9(5)V99.
           05 WS-NEW-PRE-TAX       PIC X.

           05 WS-VALUES-OK-SWITCH  PIC X.
               88 WS-VALUES-OK         VALUE "Y".
               88 WS-VALUES-NOT-OK     VALUE "N".

           05 WS-DISPLAY-AMOUNT    PIC ZZ,ZZ9.99.

           05 WS-OPERATOR-ID       PIC X(3) VALUE SPACES.
           05 WS-SIGNON-ACCESS.
               10 WS-SO-PROGRAM    PIC X(17) VALUE "DEDMAINT".
               10 WS-SO-FUNCTION   PIC X VALUE SPACE.
               10 WS-SO-RESULT     PIC X.
                   88 WS-SO-GRANTED    VALUE "Y".

       PROCEDURE DIVISION.
       0100-START.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           OPEN I-O DEDUCT-FILE.
           IF WS-DEDUCT-FILE-NOT-FOUND
               OPEN OUTPUT DEDUCT-FILE
               CLOSE DEDUCT-FILE
               OPEN I-O DEDUCT-FILE
           END-IF.

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
                   PERFORM 0200-INQUIRE-DEDUCTIONS THRU 0200-END
               WHEN WS-ADD-FUNCTION
                   PERFORM 0300-ADD-DEDUCTION THRU 0300-END
               WHEN WS-CHANGE-FUNCTION
                   PERFORM 0400-CHANGE-DEDUCTION THRU 0400-END
               WHEN WS-DELETE-FUNCTION
                   PERFORM 0500-DELETE-DEDUCTION
           END-EVALUATE.

           PERFORM 9000-END-PROGRAM.
       0100-END.

       0110-PROMPT-FOR-FUNCTION.
           DISPLAY "INQUIRE (1): ".
           DISPLAY "ADD (2): ".
           DISPLAY "CHANGE (3): ".
           DISPLAY "DELETE (4): ".

           ACCEPT WS-FUNCTION.

           IF WS-INQUIRE-FUNCTION OR WS-ADD-FUNCTION
                   OR WS-CHANGE-FUNCTION OR WS-DELETE-FUNCTION
               SET WS-VALID-ENTRY TO TRUE
           ELSE
               DISPLAY "INVALID SELECTION - PLEASE ENTER A NUMBER "
                   "FROM 1 TO 4"
               SET WS-INVALID-ENTRY TO TRUE
           END-IF.
       0110-END.

       0150-READ-BY-KEY.
           DISPLAY "EMPLOYEE ID (7 DIGITS): "
               WITH NO ADVANCING.
           ACCEPT PD-EMPLOYEE-ID.
           DISPLAY "DEDUCTION CODE (4 CHARACTERS): "
               WITH NO ADVANCING.
           ACCEPT PD-CODE.
           MOVE FUNCTION UPPER-CASE(PD-CODE) TO PD-CODE.
           READ DEDUCT-FILE
               KEY IS PD-KEY
               INVALID KEY DISPLAY "NO DEDUCTION RECORD ON FILE - "
                   "STATUS ", WS-DEDUCT-FILE-STATUS
           END-READ.
       0150-END.

      * Inquiry lists every deduction on file for one employee -
      * the key puts an employee's deductions next to each other,
      * so a START at the lowest code walks just that group.
       0200-INQUIRE-DEDUCTIONS.
           DISPLAY "EMPLOYEE ID (7 DIGITS): "
               WITH NO ADVANCING.
           ACCEPT WS-WANTED-EMPLOYEE-ID.
           MOVE ZERO TO WS-LISTED-COUNT.
           MOVE "N" TO WS-END-OF-GROUP-SW.

           MOVE WS-WANTED-EMPLOYEE-ID TO PD-EMPLOYEE-ID.
           MOVE LOW-VALUES TO PD-CODE.
           START DEDUCT-FILE KEY IS NOT LESS THAN PD-KEY
               INVALID KEY
                   SET WS-END-OF-GROUP TO TRUE
           END-START.

           IF NOT WS-END-OF-GROUP
               PERFORM 0250-READ-NEXT-IN-GROUP
               PERFORM 0270-LIST-ONE-DEDUCTION
                   UNTIL WS-END-OF-GROUP
           END-IF.

           IF WS-LISTED-COUNT = ZERO
               DISPLAY "NO DEDUCTIONS ON FILE FOR ",
                   WS-WANTED-EMPLOYEE-ID
           ELSE
               DISPLAY "DEDUCTIONS LISTED: ", WS-LISTED-COUNT
           END-IF.
       0200-END.

       0250-READ-NEXT-IN-GROUP.
           READ DEDUCT-FILE NEXT RECORD
               AT END SET WS-END-OF-GROUP TO TRUE
           END-READ.
           IF NOT WS-END-OF-GROUP
               AND PD-EMPLOYEE-ID NOT = WS-WANTED-EMPLOYEE-ID
               SET WS-END-OF-GROUP TO TRUE
           END-IF.
       0250-END.

       0270-LIST-ONE-DEDUCTION.
           ADD 1 TO WS-LISTED-COUNT.
           PERFORM 0900-DISPLAY-DEDUCTION.
           PERFORM 0250-READ-NEXT-IN-GROUP.
       0270-END.

       0300-ADD-DEDUCTION.
           DISPLAY "EMPLOYEE ID (7 DIGITS): "
               WITH NO ADVANCING.
           ACCEPT PD-EMPLOYEE-ID.
           DISPLAY "DEDUCTION CODE (4 CHARACTERS): "
               WITH NO ADVANCING.
           ACCEPT PD-CODE.
           MOVE FUNCTION UPPER-CASE(PD-CODE) TO PD-CODE.
           IF PD-CODE = SPACES
               DISPLAY "DEDUCTION CODE CANNOT BE BLANK - RECORD "
                   "NOT ADDED"
               GO TO 0300-END
           END-IF.

           PERFORM 0700-ACCEPT-DEDUCTION-VALUES.
           IF WS-VALUES-NOT-OK
               DISPLAY "RECORD NOT ADDED"
               GO TO 0300-END
           END-IF.

           MOVE WS-NEW-DESCRIPTION TO PD-DESCRIPTION.
           MOVE WS-NEW-TYPE        TO PD-TYPE.
           MOVE WS-NEW-AMOUNT      TO PD-AMOUNT.
           MOVE WS-NEW-PRE-TAX     TO PD-PRE-TAX.
           WRITE DEDUCT-RECORD
               INVALID KEY
                   DISPLAY "DEDUCTION ", PD-CODE, " FOR ",
                       PD-EMPLOYEE-ID, " IS ALREADY ON FILE - "
                       "USE CHANGE"
               NOT INVALID KEY
                   DISPLAY "DEDUCTION RECORD ADDED"
                   PERFORM 0900-DISPLAY-DEDUCTION
           END-WRITE.
       0300-END.

       0400-CHANGE-DEDUCTION.
           PERFORM 0150-READ-BY-KEY.
           IF WS-RECORD-FOUND
               PERFORM 0900-DISPLAY-DEDUCTION

               PERFORM 0700-ACCEPT-DEDUCTION-VALUES
               IF WS-VALUES-NOT-OK
                   DISPLAY "RECORD NOT CHANGED"
                   GO TO 0400-END
               END-IF

               MOVE WS-NEW-DESCRIPTION TO PD-DESCRIPTION
               MOVE WS-NEW-TYPE        TO PD-TYPE
               MOVE WS-NEW-AMOUNT      TO PD-AMOUNT
               MOVE WS-NEW-PRE-TAX     TO PD-PRE-TAX
               REWRITE DEDUCT-RECORD
                   INVALID KEY
                       DISPLAY "ERROR ON REWRITE: ",
                           WS-DEDUCT-FILE-STATUS
               END-REWRITE

               IF WS-RECORD-FOUND
                   DISPLAY "RECORD UPDATED"
                   PERFORM 0900-DISPLAY-DEDUCTION
               END-IF
           END-IF.
       0400-END.

       0500-DELETE-DEDUCTION.
           PERFORM 0150-READ-BY-KEY.
           IF WS-RECORD-FOUND
               PERFORM 0900-DISPLAY-DEDUCTION
               DELETE DEDUCT-FILE
                   INVALID KEY
                       DISPLAY "ERROR ON DELETE: ",
                           WS-DEDUCT-FILE-STATUS
               END-DELETE

               IF WS-RECORD-FOUND
                   DISPLAY "RECORD DELETED"
               END-IF
           END-IF.
       0500-END.

       0700-ACCEPT-DEDUCTION-VALUES.
           SET WS-VALUES-OK TO TRUE.

           DISPLAY "DESCRIPTION: " WITH NO ADVANCING.
           ACCEPT WS-NEW-DESCRIPTION.

           DISPLAY "TYPE - (F)LAT AMOUNT OR (P)ERCENT OF GROSS: "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-TYPE.
           MOVE FUNCTION UPPER-CASE(WS-NEW-TYPE) TO WS-NEW-TYPE.
           IF WS-NEW-TYPE NOT = "F"
               AND WS-NEW-TYPE NOT = "P"
               DISPLAY "TYPE MUST BE F OR P"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           DISPLAY "AMOUNT OR PERCENT (NNNNN.NN): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-AMOUNT.
           IF WS-NEW-AMOUNT = ZERO
               DISPLAY "AMOUNT CANNOT BE ZERO"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
           IF WS-NEW-TYPE = "P" AND WS-NEW-AMOUNT > 100
               DISPLAY "A PERCENTAGE CANNOT BE OVER 100"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           DISPLAY "TAKEN BEFORE TAX (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-NEW-PRE-TAX.
           MOVE FUNCTION UPPER-CASE(WS-NEW-PRE-TAX) TO WS-NEW-PRE-TAX.
           IF WS-NEW-PRE-TAX NOT = "Y"
               AND WS-NEW-PRE-TAX NOT = "N"
               DISPLAY "BEFORE-TAX FLAG MUST BE Y OR N"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0700-END.

       0900-DISPLAY-DEDUCTION.
           MOVE PD-AMOUNT TO WS-DISPLAY-AMOUNT.
           DISPLAY "EMPLOYEE ID : ", PD-EMPLOYEE-ID.
           DISPLAY "CODE .......: ", PD-CODE, "  ", PD-DESCRIPTION.
           DISPLAY "TYPE .......: ", PD-TYPE.
           DISPLAY "AMOUNT/PCT .: ", WS-DISPLAY-AMOUNT.
           DISPLAY "BEFORE TAX .: ", PD-PRE-TAX.
       0900-END.

       9000-END-PROGRAM.
           CLOSE DEDUCT-FILE.
           STOP RUN.
       END PROGRAM DEDMAINT.
