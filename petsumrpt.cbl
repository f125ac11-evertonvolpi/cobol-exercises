           05 PS-TAX           PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PS-DISCOUNT      PIC S9(7)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PS-RETURNS       PIC S9(7)V99 SIGN LEADING SEPARATE.

      *One record per closed month, written by PETCLOSE.
       FD MONTHSUMFILE.
           05 PM-TAX           PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PM-DISCOUNT      PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PM-CASH-OVER-SHORT
                               PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PM-CARD-OVER-SHORT
                               PIC S9(9)V99 SIGN LEADING SEPARATE.
           05 FILLER           PIC X.
           05 PM-RETURNS       PIC S9(9)V99 SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01 WS-MONTHSUM-FILE-STATUS PIC XX.
