      *
      * MODIFICATION HISTORY:
      *   2026-09-02  EV  INITIAL VERSION
      *   2026-10-15  EV  CONVERTED RECORDS LOAD WITH NO PREFERRED
      *                   SUPPLIER
      *   2026-10-15  EV  CONVERTED RECORDS LOAD WITH A ZERO AVERAGE
      *                   UNIT COST UNTIL THE FIRST COSTED RECEIPT
      *   2026-10-15  EV  CONVERTED RECORDS LOAD AS ACTIVE (NOT
      *                   DISCONTINUED)
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 INV-DESCRIPTION           PIC X(20).
           05 INV-ON-HAND               PIC 9(5).
           05 INV-REORDER-THRESHOLD     PIC 9(5).
           05 INV-SUPPLIER-ID           PIC X(6).
           05 INV-AVG-COST              PIC 9(6)V9999.
           05 INV-DISCONTINUED          PIC X.

       FD ITEMMASTFILE.
       01 ITEMMAST-RECORD.
           MOVE OLD-INV-DESCRIPTION  TO INV-DESCRIPTION.
           MOVE OLD-INV-ON-HAND      TO INV-ON-HAND.
           MOVE OLD-INV-THRESHOLD    TO INV-REORDER-THRESHOLD.
           MOVE SPACES               TO INV-SUPPLIER-ID.
           MOVE ZERO                 TO INV-AVG-COST.
           MOVE "N"                  TO INV-DISCONTINUED.

           WRITE INVENTORY-RECORD
               INVALID KEY
