       IDENTIFICATION DIVISION.
       PROGRAM-ID. "CUSTMAINT".
       AUTHOR.     EVERTON VOLPI.
      * Maintenance screen for the indexed CUSTMASTER.DAT pet store
      * customer master, in the style of EMPMAINT.  Each customer
      * id carries the customer's name, postal address, phone,
      * email and whether they have opted in to marketing.
      * PETSTORECHALLENGE rejects a sale to an id that is not on
      * this master (reason CUS).
      *
      * MERGE folds a customer keyed under two ids into one: the
      * CUSTOMERHIST.DAT lifetime totals of the duplicate are added
      * to the surviving id, every PETSALEHIST.DAT row for the
      * duplicate is moved to the surviving id, and the duplicate
      * stays on the master marked as merged, so the loyalty tier
      * and the CUSTSTMT ranking see one customer.  LOAD puts every
      * id already on CUSTOMERHIST.DAT onto the master, named as
      * the history names them, so existing customers keep buying
      * while their details are filled in.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
      *   2026-10-15  EV  SIGN-ON THROUGH SIGNON, WITH THE FUNCTION
      *                   CHOSEN CHECKED AGAINST THE OPERATOR'S
      *                   AUTHORITY AS I (INQUIRE), A (ADD, LOAD), C
      *                   (CHANGE) OR D (MERGE)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTMASTER-FILE ASSIGN TO "CUSTMASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMASTER-FILE-STATUS.

           SELECT CUSTHIST-FILE ASSIGN TO "CUSTOMERHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CH-CUSTOMER-ID
               FILE STATUS IS WS-CUSTHIST-FILE-STATUS.

           SELECT SALEHIST-FILE ASSIGN TO "PETSALEHIST.DAT"
               FILE STATUS IS WS-SALEHIST-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT NEWHIST-FILE ASSIGN TO "PETSALEHIST.NEW"
               FILE STATUS IS WS-NEWHIST-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CUSTMASTER-FILE.
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
               88 CM-OPTED-IN          VALUE "Y".
           05 CM-STATUS            PIC X.
               88 CM-ACTIVE            VALUE "A".
               88 CM-MERGED            VALUE "M".
           05 CM-MERGED-INTO       PIC 9(7).
           05 CM-ADDED-DATE        PIC 9(8).

      *This mirrors the CUSTOMERHIST.DAT record PETSTORECHALLENGE
      *keeps.
       FD CUSTHIST-FILE.
       01 CUSTOMERHIST-RECORD.
           05 CH-CUSTOMER-ID        PIC 9(7).
           05 CH-CUSTOMER-NAME      PIC X(31).
           05 CH-LIFETIME-QUANTITY  PIC 9(7).
           05 CH-LIFETIME-SALES     PIC 9(9)V99.

      *This mirrors the PETSALEHIST.DAT record PETSTORECHALLENGE
      *writes - only the customer id is changed here, the rest of
      *the row is carried through as it stands.
       FD SALEHIST-FILE.
       01 SALEHIST-RECORD.
           88 END-OF-SALEHIST          VALUE HIGH-VALUES.
           05 SH-TICKET                 PIC 9(7).
           05 FILLER                    PIC X.
           05 SH-DATE                   PIC 9(8).
           05 FILLER                    PIC X.
           05 SH-CUSTOMER-ID            PIC 9(7).
           05 FILLER                    PIC X.
           05 SH-TRANS-TYPE             PIC X.
           05 FILLER                    PIC X.
           05 SH-SKU                    PIC X(8).
           05 FILLER                    PIC X.
           05 SH-QTY                    PIC S9(5)
               SIGN LEADING SEPARATE.
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

       FD NEWHIST-FILE.
       01 NEWHIST-RECORD.
           88 END-OF-NEWHIST           VALUE HIGH-VALUES.
           05 FILLER                    PIC X(84).

       WORKING-STORAGE SECTION.
       01 WS-WORK-AREAS.
           05 WS-CUSTMASTER-FILE-STATUS PIC X(2).
               88 WS-RECORD-FOUND         VALUE "00".
               88 WS-CUSTMASTER-FILE-NOT-FOUND VALUE "35".
           05 WS-CUSTHIST-FILE-STATUS PIC X(2).
               88 WS-CUSTHIST-FILE-NOT-FOUND VALUE "35".
           05 WS-SALEHIST-FILE-STATUS PIC X(2).
               88 WS-SALEHIST-FILE-NOT-FOUND VALUE "35".
           05 WS-NEWHIST-FILE-STATUS PIC X(2).

           05 WS-FUNCTION      PIC 9.
               88 WS-INQUIRE-FUNCTION  VALUE 1.
               88 WS-ADD-FUNCTION      VALUE 2.
               88 WS-CHANGE-FUNCTION   VALUE 3.
               88 WS-MERGE-FUNCTION    VALUE 4.
               88 WS-LOAD-FUNCTION     VALUE 5.

           05 WS-VALID-ENTRY-SWITCH   PIC X VALUE "N".
               88 WS-VALID-ENTRY          VALUE "Y".
               88 WS-INVALID-ENTRY        VALUE "N".

           05 WS-TODAY-DATE        PIC 9(8).

           05 WS-ENTERED-ID        PIC X(7).
           05 WS-ENTERED-ID-NUM REDEFINES WS-ENTERED-ID
                                   PIC 9(7).
           05 WS-ID-OK-SW          PIC X.
               88 WS-ID-OK             VALUE "Y".
               88 WS-ID-NOT-OK         VALUE "N".

           05 WS-NEW-LAST-NAME     PIC X(15).
           05 WS-NEW-FIRST-NAME    PIC X(15).
           05 WS-NEW-STREET        PIC X(30).
           05 WS-NEW-CITY          PIC X(20).
           05 WS-NEW-STATE         PIC X(2).
           05 WS-NEW-POSTAL-CODE   PIC X(10).
           05 WS-NEW-PHONE         PIC X(15).
           05 WS-NEW-EMAIL         PIC X(40).
           05 WS-NEW-OPT-IN        PIC X.
           05 WS-OPT-IN-DONE-SW    PIC X.
               88 WS-OPT-IN-DONE       VALUE "Y".
           05 WS-KEEP-ALLOWED-SW   PIC X.
               88 WS-KEEP-ALLOWED      VALUE "Y".

           05 WS-CONFIRM           PIC X(3).

           05 WS-DUPLICATE-ID      PIC 9(7).
           05 WS-SURVIVOR-ID       PIC 9(7).
           05 WS-SURVIVOR-NAME     PIC X(31).
           05 WS-DUP-QUANTITY      PIC 9(7).
           05 WS-DUP-SALES         PIC 9(9)V99.
           05 WS-DUP-HIST-SW       PIC X.
               88 WS-DUP-HAS-HIST      VALUE "Y".
               88 WS-DUP-NO-HIST       VALUE "N".
           05 WS-ROWS-MOVED        PIC 9(7).
           05 WS-ROWS-COPIED       PIC 9(7).

           05 WS-LOAD-EOF-SW       PIC X.
               88 WS-LOAD-EOF          VALUE "Y".
           05 WS-LOADED-COUNT      PIC 9(5).
           05 WS-ALREADY-COUNT     PIC 9(5).
           05 WS-NAME-PTR          PIC 9(2).

           05 WS-EDIT-QUANTITY     PIC Z,ZZZ,ZZ9.
           05 WS-EDIT-AMOUNT       PIC $$$,$$$,$$9.99.

           05 WS-OPERATOR-ID       PIC X(3) VALUE SPACES.
           05 WS-SIGNON-ACCESS.
               10 WS-SO-PROGRAM    PIC X(17) VALUE "CUSTMAINT".
               10 WS-SO-FUNCTION   PIC X VALUE SPACE.
               10 WS-SO-RESULT     PIC X.
                   88 WS-SO-GRANTED    VALUE "Y".

       PROCEDURE DIVISION.
       0100-START.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.

           OPEN I-O CUSTMASTER-FILE.
           IF WS-CUSTMASTER-FILE-NOT-FOUND
               OPEN OUTPUT CUSTMASTER-FILE
               CLOSE CUSTMASTER-FILE
               OPEN I-O CUSTMASTER-FILE
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
               WHEN WS-MERGE-FUNCTION
                   MOVE "D" TO WS-SO-FUNCTION
               WHEN WS-LOAD-FUNCTION
                   MOVE "A" TO WS-SO-FUNCTION
           END-EVALUATE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               PERFORM 9000-END-PROGRAM
           END-IF.

           EVALUATE TRUE
               WHEN WS-INQUIRE-FUNCTION
                   PERFORM 0200-INQUIRE-CUSTOMER
               WHEN WS-ADD-FUNCTION
                   PERFORM 0300-ADD-CUSTOMER THRU 0300-END
               WHEN WS-CHANGE-FUNCTION
                   PERFORM 0400-CHANGE-CUSTOMER THRU 0400-END
               WHEN WS-MERGE-FUNCTION
                   PERFORM 0500-MERGE-CUSTOMERS THRU 0500-END
               WHEN WS-LOAD-FUNCTION
                   PERFORM 0700-LOAD-FROM-HISTORY THRU 0700-END
           END-EVALUATE.

           PERFORM 9000-END-PROGRAM.
       0100-END.

       0110-PROMPT-FOR-FUNCTION.
           DISPLAY "INQUIRE (1): ".
           DISPLAY "ADD (2): ".
           DISPLAY "CHANGE (3): ".
           DISPLAY "MERGE DUPLICATE CUSTOMER (4): ".
           DISPLAY "LOAD FROM CUSTOMERHIST.DAT (5): ".

           ACCEPT WS-FUNCTION.

           IF WS-INQUIRE-FUNCTION OR WS-ADD-FUNCTION
                   OR WS-CHANGE-FUNCTION OR WS-MERGE-FUNCTION
                   OR WS-LOAD-FUNCTION
               SET WS-VALID-ENTRY TO TRUE
           ELSE
               DISPLAY "INVALID SELECTION - PLEASE ENTER A NUMBER "
                   "FROM 1 TO 5"
               SET WS-INVALID-ENTRY TO TRUE
           END-IF.
       0110-END.

      * Customer ids are the seven digits keyed on the sales
      * records - anything else is refused before the master is
      * read.
       0140-ACCEPT-ID.
           ACCEPT WS-ENTERED-ID.
           IF WS-ENTERED-ID NOT NUMERIC OR WS-ENTERED-ID-NUM = ZERO
               DISPLAY "CUSTOMER ID MUST BE 7 DIGITS AND NOT ZERO"
               SET WS-ID-NOT-OK TO TRUE
           ELSE
               SET WS-ID-OK TO TRUE
           END-IF.
       0140-END.

       0150-READ-BY-ID.
           DISPLAY "CUSTOMER ID (7 DIGITS): "
               WITH NO ADVANCING.
           PERFORM 0140-ACCEPT-ID.
           IF WS-ID-NOT-OK
               MOVE "23" TO WS-CUSTMASTER-FILE-STATUS
               GO TO 0150-END
           END-IF.
           MOVE WS-ENTERED-ID-NUM TO CM-CUSTOMER-ID.
           READ CUSTMASTER-FILE
               KEY IS CM-CUSTOMER-ID
               INVALID KEY DISPLAY "CUSTOMER NOT ON FILE - STATUS ",
                   WS-CUSTMASTER-FILE-STATUS
           END-READ.
       0150-END.

       0200-INQUIRE-CUSTOMER.
           PERFORM 0150-READ-BY-ID THRU 0150-END.
           IF WS-RECORD-FOUND
               PERFORM 0900-DISPLAY-CUSTOMER
           END-IF.
       0200-END.

       0300-ADD-CUSTOMER.
           DISPLAY "NEW CUSTOMER ID (7 DIGITS): "
               WITH NO ADVANCING.
           PERFORM 0140-ACCEPT-ID.
           IF WS-ID-NOT-OK
               GO TO 0300-END
           END-IF.

           MOVE WS-ENTERED-ID-NUM TO CM-CUSTOMER-ID.
           READ CUSTMASTER-FILE
               KEY IS CM-CUSTOMER-ID
               INVALID KEY CONTINUE
           END-READ.
           IF WS-RECORD-FOUND
               DISPLAY "CUSTOMER ", CM-CUSTOMER-ID,
                   " IS ALREADY ON FILE - NOT ADDED"
               PERFORM 0900-DISPLAY-CUSTOMER
               GO TO 0300-END
           END-IF.

           MOVE SPACES TO CUSTMASTER-RECORD.
           MOVE WS-ENTERED-ID-NUM TO CM-CUSTOMER-ID.
           MOVE "N"           TO CM-OPT-IN.
           SET CM-ACTIVE      TO TRUE.
           MOVE ZERO          TO CM-MERGED-INTO.
           MOVE WS-TODAY-DATE TO CM-ADDED-DATE.

           DISPLAY "LAST NAME: " WITH NO ADVANCING.
           ACCEPT CM-LAST-NAME.
           IF CM-LAST-NAME = SPACES
               DISPLAY "A CUSTOMER NEEDS A LAST NAME - NOT ADDED"
               GO TO 0300-END
           END-IF.
           DISPLAY "FIRST NAME: " WITH NO ADVANCING.
           ACCEPT CM-FIRST-NAME.
           DISPLAY "STREET ADDRESS: " WITH NO ADVANCING.
           ACCEPT CM-STREET.
           DISPLAY "CITY: " WITH NO ADVANCING.
           ACCEPT CM-CITY.
           DISPLAY "STATE (2): " WITH NO ADVANCING.
           ACCEPT CM-STATE.
           DISPLAY "POSTAL CODE: " WITH NO ADVANCING.
           ACCEPT CM-POSTAL-CODE.
           DISPLAY "PHONE: " WITH NO ADVANCING.
           ACCEPT CM-PHONE.
           DISPLAY "EMAIL: " WITH NO ADVANCING.
           ACCEPT CM-EMAIL.

           MOVE "N" TO WS-KEEP-ALLOWED-SW.
           MOVE "N" TO WS-OPT-IN-DONE-SW.
           PERFORM 0450-ACCEPT-OPT-IN THRU 0450-END
               UNTIL WS-OPT-IN-DONE.

           WRITE CUSTMASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR ON WRITE: ",
                       WS-CUSTMASTER-FILE-STATUS
           END-WRITE.
           IF WS-RECORD-FOUND
               DISPLAY "CUSTOMER ADDED"
               PERFORM 0900-DISPLAY-CUSTOMER
           END-IF.
       0300-END.

      * A merged id is kept only as a pointer to the customer it
      * was merged into - its details are changed on the survivor.
       0400-CHANGE-CUSTOMER.
           PERFORM 0150-READ-BY-ID THRU 0150-END.
           IF NOT WS-RECORD-FOUND
               GO TO 0400-END
           END-IF.
           PERFORM 0900-DISPLAY-CUSTOMER.
           IF CM-MERGED
               DISPLAY "CUSTOMER WAS MERGED INTO ", CM-MERGED-INTO,
                   " - CHANGE THAT CUSTOMER INSTEAD"
               GO TO 0400-END
           END-IF.

           DISPLAY "NEW LAST NAME (BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-LAST-NAME.
           IF WS-NEW-LAST-NAME NOT = SPACES
               MOVE WS-NEW-LAST-NAME TO CM-LAST-NAME
           END-IF.

           DISPLAY "NEW FIRST NAME (BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-FIRST-NAME.
           IF WS-NEW-FIRST-NAME NOT = SPACES
               MOVE WS-NEW-FIRST-NAME TO CM-FIRST-NAME
           END-IF.

           DISPLAY "NEW STREET ADDRESS (BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-STREET.
           IF WS-NEW-STREET NOT = SPACES
               MOVE WS-NEW-STREET TO CM-STREET
           END-IF.

           DISPLAY "NEW CITY (BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-CITY.
           IF WS-NEW-CITY NOT = SPACES
               MOVE WS-NEW-CITY TO CM-CITY
           END-IF.

           DISPLAY "NEW STATE (BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-STATE.
           IF WS-NEW-STATE NOT = SPACES
               MOVE WS-NEW-STATE TO CM-STATE
           END-IF.

           DISPLAY "NEW POSTAL CODE (BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-POSTAL-CODE.
           IF WS-NEW-POSTAL-CODE NOT = SPACES
               MOVE WS-NEW-POSTAL-CODE TO CM-POSTAL-CODE
           END-IF.

           DISPLAY "NEW PHONE (BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-PHONE.
           IF WS-NEW-PHONE NOT = SPACES
               MOVE WS-NEW-PHONE TO CM-PHONE
           END-IF.

           DISPLAY "NEW EMAIL (BLANK TO KEEP): "
               WITH NO ADVANCING.
           ACCEPT WS-NEW-EMAIL.
           IF WS-NEW-EMAIL NOT = SPACES
               MOVE WS-NEW-EMAIL TO CM-EMAIL
           END-IF.

           MOVE "Y" TO WS-KEEP-ALLOWED-SW.
           MOVE "N" TO WS-OPT-IN-DONE-SW.
           PERFORM 0450-ACCEPT-OPT-IN THRU 0450-END
               UNTIL WS-OPT-IN-DONE.

           REWRITE CUSTMASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR ON REWRITE: ",
                       WS-CUSTMASTER-FILE-STATUS
           END-REWRITE.
           IF WS-RECORD-FOUND
               DISPLAY "RECORD UPDATED"
               PERFORM 0900-DISPLAY-CUSTOMER
           END-IF.
       0400-END.

      * Marketing goes only to customers who said yes, so the flag
      * is Y or N and nothing else - blank keeps it on a change.
       0450-ACCEPT-OPT-IN.
           IF WS-KEEP-ALLOWED
               DISPLAY "MARKETING OPT-IN Y/N (BLANK TO KEEP): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "MARKETING OPT-IN Y/N: " WITH NO ADVANCING
           END-IF.
           ACCEPT WS-NEW-OPT-IN.
           IF WS-NEW-OPT-IN = SPACE AND WS-KEEP-ALLOWED
               SET WS-OPT-IN-DONE TO TRUE
               GO TO 0450-END
           END-IF.
           IF WS-NEW-OPT-IN = "Y" OR WS-NEW-OPT-IN = "N"
               MOVE WS-NEW-OPT-IN TO CM-OPT-IN
               SET WS-OPT-IN-DONE TO TRUE
           ELSE
               DISPLAY "PLEASE ENTER Y OR N"
           END-IF.
       0450-END.

      * The sales history is moved first and the duplicate marked
      * merged last, so a merge that is interrupted can simply be
      * run again - nothing is left on the duplicate to move twice.
       0500-MERGE-CUSTOMERS.
           DISPLAY "DUPLICATE CUSTOMER ID TO RETIRE: "
               WITH NO ADVANCING.
           PERFORM 0150-READ-BY-ID THRU 0150-END.
           IF NOT WS-RECORD-FOUND
               GO TO 0500-END
           END-IF.
           IF CM-MERGED
               DISPLAY "CUSTOMER ", CM-CUSTOMER-ID,
                   " WAS ALREADY MERGED INTO ", CM-MERGED-INTO
               GO TO 0500-END
           END-IF.
           MOVE CM-CUSTOMER-ID TO WS-DUPLICATE-ID.
           DISPLAY "--- DUPLICATE ---".
           PERFORM 0900-DISPLAY-CUSTOMER.

           DISPLAY "SURVIVING CUSTOMER ID TO KEEP: "
               WITH NO ADVANCING.
           PERFORM 0150-READ-BY-ID THRU 0150-END.
           IF NOT WS-RECORD-FOUND
               GO TO 0500-END
           END-IF.
           IF CM-CUSTOMER-ID = WS-DUPLICATE-ID
               DISPLAY "A CUSTOMER CANNOT BE MERGED INTO ITSELF"
               GO TO 0500-END
           END-IF.
           IF CM-MERGED
               DISPLAY "CUSTOMER ", CM-CUSTOMER-ID,
                   " WAS ITSELF MERGED INTO ", CM-MERGED-INTO,
                   " - MERGE INTO THAT CUSTOMER INSTEAD"
               GO TO 0500-END
           END-IF.
           MOVE CM-CUSTOMER-ID TO WS-SURVIVOR-ID.
           MOVE SPACES TO WS-SURVIVOR-NAME.
           STRING FUNCTION TRIM(CM-FIRST-NAME) DELIMITED BY SIZE
                  SPACE                        DELIMITED BY SIZE
                  FUNCTION TRIM(CM-LAST-NAME)  DELIMITED BY SIZE
               INTO WS-SURVIVOR-NAME.
           DISPLAY "--- SURVIVOR ---".
           PERFORM 0900-DISPLAY-CUSTOMER.

           DISPLAY "TYPE YES TO MOVE ALL HISTORY OF ", WS-DUPLICATE-ID,
               " ONTO ", WS-SURVIVOR-ID, ": " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "YES"
               DISPLAY "MERGE CANCELLED - NOTHING CHANGED"
               GO TO 0500-END
           END-IF.

           PERFORM 0600-MOVE-SALE-HISTORY THRU 0600-END.
           PERFORM 0550-MOVE-LIFETIME-TOTALS THRU 0550-END.

           MOVE WS-DUPLICATE-ID TO CM-CUSTOMER-ID.
           READ CUSTMASTER-FILE
               KEY IS CM-CUSTOMER-ID
               INVALID KEY
                   DISPLAY "ERROR REREADING ", WS-DUPLICATE-ID,
                       " - STATUS ", WS-CUSTMASTER-FILE-STATUS
                   GO TO 0500-END
           END-READ.
           SET CM-MERGED TO TRUE.
           MOVE WS-SURVIVOR-ID TO CM-MERGED-INTO.
           REWRITE CUSTMASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR ON REWRITE: ",
                       WS-CUSTMASTER-FILE-STATUS
           END-REWRITE.

           DISPLAY "MERGE COMPLETE".
           DISPLAY "  SALES HISTORY ROWS MOVED ..: ", WS-ROWS-MOVED.
           IF WS-DUP-HAS-HIST
               MOVE WS-DUP-QUANTITY TO WS-EDIT-QUANTITY
               DISPLAY "  LIFETIME QUANTITY MOVED ...: ",
                   WS-EDIT-QUANTITY
               MOVE WS-DUP-SALES TO WS-EDIT-AMOUNT
               DISPLAY "  LIFETIME SALES MOVED ......: ",
                   WS-EDIT-AMOUNT
           ELSE
               DISPLAY "  NO LIFETIME HISTORY ON THE DUPLICATE"
           END-IF.
       0500-END.

      * The duplicate's lifetime record is added into the
      * survivor's - or becomes the survivor's, renamed, when the
      * survivor has none yet - and then deleted.
       0550-MOVE-LIFETIME-TOTALS.
           SET WS-DUP-NO-HIST TO TRUE.
           OPEN I-O CUSTHIST-FILE.
           IF WS-CUSTHIST-FILE-NOT-FOUND
               GO TO 0550-END
           END-IF.

           MOVE WS-DUPLICATE-ID TO CH-CUSTOMER-ID.
           READ CUSTHIST-FILE
               KEY IS CH-CUSTOMER-ID
               INVALID KEY
                   CLOSE CUSTHIST-FILE
                   GO TO 0550-END
           END-READ.
           SET WS-DUP-HAS-HIST TO TRUE.
           MOVE CH-LIFETIME-QUANTITY TO WS-DUP-QUANTITY.
           MOVE CH-LIFETIME-SALES    TO WS-DUP-SALES.
           DELETE CUSTHIST-FILE
               INVALID KEY
                   DISPLAY "ERROR ON DELETE: ", WS-CUSTHIST-FILE-STATUS
           END-DELETE.

           MOVE WS-SURVIVOR-ID TO CH-CUSTOMER-ID.
           READ CUSTHIST-FILE
               KEY IS CH-CUSTOMER-ID
               INVALID KEY
                   MOVE SPACES TO CUSTOMERHIST-RECORD
                   MOVE WS-SURVIVOR-ID   TO CH-CUSTOMER-ID
                   MOVE WS-SURVIVOR-NAME TO CH-CUSTOMER-NAME
                   MOVE WS-DUP-QUANTITY  TO CH-LIFETIME-QUANTITY
                   MOVE WS-DUP-SALES     TO CH-LIFETIME-SALES
                   WRITE CUSTOMERHIST-RECORD
                       INVALID KEY
                           DISPLAY "ERROR ON WRITE: ",
                               WS-CUSTHIST-FILE-STATUS
                   END-WRITE
                   CLOSE CUSTHIST-FILE
                   GO TO 0550-END
           END-READ.
           ADD WS-DUP-QUANTITY TO CH-LIFETIME-QUANTITY.
           ADD WS-DUP-SALES    TO CH-LIFETIME-SALES.
           REWRITE CUSTOMERHIST-RECORD
               INVALID KEY
                   DISPLAY "ERROR ON REWRITE: ",
                       WS-CUSTHIST-FILE-STATUS
           END-REWRITE.
           CLOSE CUSTHIST-FILE.
       0550-END.

      * One pass copies the history to PETSALEHIST.NEW with the
      * duplicate's rows carrying the survivor's id, and a second
      * copies it back so every program keeps reading the history
      * by its usual name - the way PETCLOSE rewrites the daily
      * summary file.
       0600-MOVE-SALE-HISTORY.
           MOVE ZERO TO WS-ROWS-MOVED, WS-ROWS-COPIED.
           OPEN INPUT SALEHIST-FILE.
           IF WS-SALEHIST-FILE-NOT-FOUND
               GO TO 0600-END
           END-IF.
           OPEN OUTPUT NEWHIST-FILE.

           READ SALEHIST-FILE
               AT END SET END-OF-SALEHIST TO TRUE
           END-READ.
           PERFORM 0620-MOVE-ONE-ROW THRU 0620-END
               UNTIL END-OF-SALEHIST.
           CLOSE SALEHIST-FILE, NEWHIST-FILE.

           IF WS-ROWS-MOVED = ZERO
               GO TO 0600-END
           END-IF.

           OPEN INPUT NEWHIST-FILE.
           OPEN OUTPUT SALEHIST-FILE.
           READ NEWHIST-FILE
               AT END SET END-OF-NEWHIST TO TRUE
           END-READ.
           PERFORM 0640-COPY-ONE-ROW THRU 0640-END
               UNTIL END-OF-NEWHIST.
           CLOSE NEWHIST-FILE, SALEHIST-FILE.
       0600-END.

       0620-MOVE-ONE-ROW.
           IF SH-CUSTOMER-ID = WS-DUPLICATE-ID
               MOVE WS-SURVIVOR-ID TO SH-CUSTOMER-ID
               ADD 1 TO WS-ROWS-MOVED
           END-IF.
           WRITE NEWHIST-RECORD FROM SALEHIST-RECORD.
           READ SALEHIST-FILE
               AT END SET END-OF-SALEHIST TO TRUE
           END-READ.
       0620-END.

       0640-COPY-ONE-ROW.
           WRITE SALEHIST-RECORD FROM NEWHIST-RECORD.
           ADD 1 TO WS-ROWS-COPIED.
           READ NEWHIST-FILE
               AT END SET END-OF-NEWHIST TO TRUE
           END-READ.
       0640-END.

      * Every id PETSTORECHALLENGE has already sold to goes onto
      * the master with the name on its history record, the first
      * word as the first name and the rest as the last name (a
      * single word is taken as the last name).  Ids
      * already on the master are left alone, so LOAD can be run
      * again safely.
       0700-LOAD-FROM-HISTORY.
           MOVE ZERO TO WS-LOADED-COUNT, WS-ALREADY-COUNT.
           OPEN INPUT CUSTHIST-FILE.
           IF WS-CUSTHIST-FILE-NOT-FOUND
               DISPLAY "CUSTMAINT: CUSTOMERHIST.DAT NOT FOUND - "
                   "NOTHING TO LOAD"
               GO TO 0700-END
           END-IF.

           MOVE "N" TO WS-LOAD-EOF-SW.
           MOVE LOW-VALUES TO CH-CUSTOMER-ID.
           START CUSTHIST-FILE KEY IS NOT LESS THAN CH-CUSTOMER-ID
               INVALID KEY
                   SET WS-LOAD-EOF TO TRUE
           END-START.
           IF NOT WS-LOAD-EOF
               READ CUSTHIST-FILE NEXT RECORD
                   AT END SET WS-LOAD-EOF TO TRUE
               END-READ
           END-IF.
           PERFORM 0750-LOAD-ONE-CUSTOMER THRU 0750-END
               UNTIL WS-LOAD-EOF.
           CLOSE CUSTHIST-FILE.

           DISPLAY "CUSTOMERS LOADED ..........: ", WS-LOADED-COUNT.
           DISPLAY "ALREADY ON THE MASTER .....: ", WS-ALREADY-COUNT.
       0700-END.

       0750-LOAD-ONE-CUSTOMER.
           MOVE CH-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTMASTER-FILE
               KEY IS CM-CUSTOMER-ID
               INVALID KEY CONTINUE
           END-READ.
           IF WS-RECORD-FOUND
               ADD 1 TO WS-ALREADY-COUNT
               GO TO 0750-READ
           END-IF.

           MOVE SPACES TO CUSTMASTER-RECORD.
           MOVE CH-CUSTOMER-ID TO CM-CUSTOMER-ID.
           MOVE 1 TO WS-NAME-PTR.
           UNSTRING CH-CUSTOMER-NAME DELIMITED BY SPACE
               INTO CM-FIRST-NAME
               WITH POINTER WS-NAME-PTR
           END-UNSTRING.
           IF WS-NAME-PTR <= 31
               MOVE CH-CUSTOMER-NAME(WS-NAME-PTR:) TO CM-LAST-NAME
           ELSE
               MOVE CM-FIRST-NAME TO CM-LAST-NAME
               MOVE SPACES TO CM-FIRST-NAME
           END-IF.
           MOVE "N"           TO CM-OPT-IN.
           SET CM-ACTIVE      TO TRUE.
           MOVE ZERO          TO CM-MERGED-INTO.
           MOVE WS-TODAY-DATE TO CM-ADDED-DATE.
           WRITE CUSTMASTER-RECORD
               INVALID KEY
                   DISPLAY "ERROR ON WRITE: ",
                       WS-CUSTMASTER-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

       0750-READ.
           READ CUSTHIST-FILE NEXT RECORD
               AT END SET WS-LOAD-EOF TO TRUE
           END-READ.
       0750-END.

       0900-DISPLAY-CUSTOMER.
           DISPLAY "ID ........: ", CM-CUSTOMER-ID.
           DISPLAY "NAME ......: ", CM-FIRST-NAME, " ", CM-LAST-NAME.
           DISPLAY "ADDRESS ...: ", CM-STREET.
           DISPLAY "             ", CM-CITY, " ", CM-STATE, " ",
               CM-POSTAL-CODE.
           DISPLAY "PHONE .....: ", CM-PHONE.
           DISPLAY "EMAIL .....: ", CM-EMAIL.
           IF CM-OPTED-IN
               DISPLAY "MARKETING .: OPTED IN"
           ELSE
               DISPLAY "MARKETING .: NO"
           END-IF.
           DISPLAY "ADDED .....: ", CM-ADDED-DATE.
           IF CM-MERGED
               DISPLAY "STATUS ....: MERGED INTO ", CM-MERGED-INTO
           ELSE
               DISPLAY "STATUS ....: ACTIVE"
           END-IF.
       0900-END.

       9000-END-PROGRAM.
           CLOSE CUSTMASTER-FILE.
           STOP RUN.
       END PROGRAM CUSTMAINT.
