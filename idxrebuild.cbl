       PROGRAM-ID. "IDXREBUILD".
       AUTHOR.     EVERTON VOLPI.
      * Unload and rebuild utility for the indexed master files -
      * EMPLOYEE.DAT, BASEBALLIDX.DAT, CUSTOMERHIST.DAT,
      * PETITEMMAST.DAT and PETINVENTORY.DAT.  Unload copies the
      * chosen file to a flat dated backup (for instance
      * EMPLOYEE.B20260902) verifying the record counts both
      * ways; rebuild reloads the indexed file from a named
      * backup, refusing to run over a live file without an
      * explicit YES, so index corruption after a crash becomes a
      * ten-minute recovery instead of a data-loss incident.
      *
      * MODIFICATION HISTORY:
      *   2026-09-02  EV  INITIAL VERSION
      *   2026-10-15  EV  EMPLOYEE BACKUPS TAKEN BEFORE THE SUPERVISOR
      *                   ID WAS ADDED RELOAD WITH NO SUPERVISOR
      *   2026-10-15  EV  PETINVENTORY.DAT ADDED AS A FIFTH FILE - A
      *                   BACKUP TAKEN BEFORE THE PREFERRED SUPPLIER
      *                   WAS ADDED RELOADS WITH NO SUPPLIER
      *   2026-10-15  EV  PETINVENTORY BACKUPS TAKEN BEFORE THE AVERAGE
      *                   UNIT COST WAS ADDED RELOAD AT ZERO COST
      *   2026-10-15  EV  PETINVENTORY BACKUPS TAKEN BEFORE THE
      *                   DISCONTINUED FLAG WAS ADDED RELOAD AS ACTIVE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS IM-SKU
               FILE STATUS IS WS-IDX-FILE-STATUS.

           SELECT INVENTORYFILE ASSIGN TO "PETINVENTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS INV-SKU
               FILE STATUS IS WS-IDX-FILE-STATUS.

           SELECT BACKUP-FILE ASSIGN TO DYNAMIC WS-BACKUP-FILENAME
               FILE STATUS IS WS-BACKUP-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.
           05 EMP-HIRE-DATE    PIC 9(8).
           05 EMP-STATUS       PIC X.
           05 EMP-TERM-DATE    PIC 9(8).
           05 EMP-SUPERVISOR-ID PIC 9(7).

       FD BASEBALL.
       01 GAMERECORD.
           05 IM-PRICE                  PIC 9(6)V99.
           05 IM-TAXABLE                PIC X.

       FD INVENTORYFILE.
       01 INVENTORY-RECORD.
           05 INV-SKU                   PIC X(8).
           05 INV-DESCRIPTION           PIC X(20).
           05 INV-ON-HAND               PIC 9(5).
           05 INV-REORDER-THRESHOLD     PIC 9(5).
           05 INV-SUPPLIER-ID           PIC X(6).
           05 INV-AVG-COST              PIC 9(6)V9999.
           05 INV-DISCONTINUED          PIC X.

       FD BACKUP-FILE.
       01 BACKUP-RECORD            PIC X(132).

           88 WS-CHOOSE-BASEBALL     VALUE 2.
           88 WS-CHOOSE-CUSTHIST     VALUE 3.
           88 WS-CHOOSE-ITEMMAST     VALUE 4.
           88 WS-CHOOSE-INVENTORY    VALUE 5.

       01 WS-FUNCTION            PIC X.
           88 WS-UNLOAD-FUNCTION     VALUE "U".
                   MOVE "CUSTOMERHIST" TO WS-FILE-PREFIX
               WHEN WS-CHOOSE-ITEMMAST
                   MOVE "PETITEMMAST" TO WS-FILE-PREFIX
               WHEN WS-CHOOSE-INVENTORY
                   MOVE "PETINVENTORY" TO WS-FILE-PREFIX
           END-EVALUATE.

           DISPLAY "UNLOAD (U) OR REBUILD (R): " WITH NO ADVANCING.
           DISPLAY "BASEBALLIDX.DAT (2): ".
           DISPLAY "CUSTOMERHIST.DAT (3): ".
           DISPLAY "PETITEMMAST.DAT (4): ".
           DISPLAY "PETINVENTORY.DAT (5): ".
           ACCEPT WS-FILE-CHOICE.

           IF WS-CHOOSE-EMPLOYEE OR WS-CHOOSE-BASEBALL
                   OR WS-CHOOSE-CUSTHIST OR WS-CHOOSE-ITEMMAST
                   OR WS-CHOOSE-INVENTORY
               SET WS-VALID-ENTRY TO TRUE
           ELSE
               DISPLAY "INVALID SELECTION - PLEASE ENTER A NUMBER "
                   "FROM 1 TO 5"
               SET WS-INVALID-ENTRY TO TRUE
           END-IF.
       0110-PROMPT-FOR-FILE-EXIT.
                   MOVE CUSTOMERHIST-RECORD TO BACKUP-RECORD
               WHEN WS-CHOOSE-ITEMMAST
                   MOVE ITEMMAST-RECORD TO BACKUP-RECORD
               WHEN WS-CHOOSE-INVENTORY
                   MOVE INVENTORY-RECORD TO BACKUP-RECORD
           END-EVALUATE.
           WRITE BACKUP-RECORD.
           ADD 1 TO WS-WRITTEN-COUNT.
                           INVALID KEY CONTINUE
                       END-START
                   END-IF
               WHEN WS-CHOOSE-INVENTORY
                   OPEN INPUT INVENTORYFILE
                   MOVE LOW-VALUES TO INVENTORY-RECORD
                   IF WS-IDX-FILE-OK
                       START INVENTORYFILE
                           KEY IS NOT LESS THAN INV-SKU
                           INVALID KEY CONTINUE
                       END-START
                   END-IF
           END-EVALUATE.
       0250-OPEN-INDEXED-INPUT-EXIT.
           EXIT.
                   CLOSE CUSTOMERHISTFILE
               WHEN WS-CHOOSE-ITEMMAST
                   CLOSE ITEMMASTFILE
               WHEN WS-CHOOSE-INVENTORY
                   CLOSE INVENTORYFILE
           END-EVALUATE.
       0260-CLOSE-INDEXED-EXIT.
           EXIT.
                   READ ITEMMASTFILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                   END-READ
               WHEN WS-CHOOSE-INVENTORY
                   READ INVENTORYFILE NEXT RECORD
                       AT END SET WS-EOF TO TRUE
                   END-READ
           END-EVALUATE.
       0270-READ-NEXT-INDEXED-EXIT.
           EXIT.
                   OPEN OUTPUT CUSTOMERHISTFILE
               WHEN WS-CHOOSE-ITEMMAST
                   OPEN OUTPUT ITEMMASTFILE
               WHEN WS-CHOOSE-INVENTORY
                   OPEN OUTPUT INVENTORYFILE
           END-EVALUATE.
       0450-OPEN-INDEXED-OUTPUT-EXIT.
           EXIT.
           EVALUATE TRUE
               WHEN WS-CHOOSE-EMPLOYEE
                   MOVE BACKUP-RECORD TO EMPLOYEE-RECORD
                   IF EMP-SUPERVISOR-ID NOT NUMERIC
                       MOVE ZERO TO EMP-SUPERVISOR-ID
                   END-IF
                   WRITE EMPLOYEE-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-WRITTEN-COUNT
                   END-WRITE
               WHEN WS-CHOOSE-INVENTORY
                   MOVE BACKUP-RECORD TO INVENTORY-RECORD
                   IF INV-AVG-COST NOT NUMERIC
                       MOVE ZERO TO INV-AVG-COST
                   END-IF
                   IF INV-DISCONTINUED NOT = "Y"
                       MOVE "N" TO INV-DISCONTINUED
                   END-IF
                   WRITE INVENTORY-RECORD
                       INVALID KEY
                           ADD 1 TO WS-REJECT-COUNT
                       NOT INVALID KEY
                           ADD 1 TO WS-WRITTEN-COUNT
                   END-WRITE
           END-EVALUATE.

           READ BACKUP-FILE
