       AUTHOR.     EVERTON VOLPI.
      * Payroll register.  Walks the SORTED.NEW merged master, looks
      * up each employee's rate on the indexed PAYRATE.DAT pay-rate
      * master, extends hours from the PAYTIME.DAT per-period file
      * TIMEEDIT writes (hourly rates extend rate times regular
      * hours plus rate times the overtime premium times overtime
      * hours, salaried rates pay the period rate as keyed), and
      * prints a register
      * with department subtotals and control totals.  Any
      * SORTED.NEW employee with no rate record is flagged, and any
      * rate record whose id is no longer on the master is listed
      * as an orphan so the pay-rate file can be cleaned up.
      * Gross pay is then reduced by the employee's deductions on
      * PAYDEDUCT.DAT and by tax withholding from the PAYTAX.DAT
      * bracket table to arrive at net pay, and every run posts
      * the period's figures to the PAYYTD.DAT year-to-date
      * earnings master.  Every employee paid a net amount is paid
      * by direct deposit to the account on the BANKACCT.DAT bank
      * master - one PAYDD.DAT entry each, closed by a batch
      * control record carrying the entry count, routing hash
      * total and amount - or, with no bank record, listed on the
      * paper-cheque list at the end of the register.  Each
      * employee is priced at the rate in effect on the pay-period
      * end date, taken from the PAYRATEH.DAT rate history when
      * there is one, and the period's hours, rate and gross are
      * kept on PAYHIST.DAT for RETROPAY to reprice.
      *
      * MODIFICATION HISTORY:
      *   2026-09-02  EV  INITIAL VERSION
      *   2026-09-02  EV  FINAL STOP RUN CHANGED TO GOBACK SO THE
      *                   JOBSTREAM DRIVER GETS CONTROL BACK AFTER
      *                   CALLING THIS PROGRAM AS A STEP
      *   2026-10-15  EV  ADDED PER-EMPLOYEE DEDUCTIONS FROM THE NEW
      *                   PAYDEDUCT.DAT SETUP FILE (FLAT OR PERCENT
      *                   OF GROSS, BEFORE OR AFTER TAX), TAX
      *                   WITHHOLDING FROM THE PAYTAX.DAT BRACKET
      *                   TABLE AND NET PAY - THE REGISTER SHOWS
      *                   EACH DEDUCTION, THE TAX AND THE NET UNDER
      *                   EVERY EMPLOYEE
      *   2026-10-15  EV  EVERY RUN NOW POSTS GROSS, DEDUCTIONS, TAX
      *                   AND NET TO THE NEW PAYYTD.DAT YEAR-TO-DATE
      *                   EARNINGS MASTER, WITH A SAME-DAY GUARD SO
      *                   A RERUN NEVER POSTS A PERIOD TWICE
      *   2026-10-15  EV  HOURS NOW COME FROM THE PAYTIME.DAT FILE
      *                   THE NEW TIMEEDIT PASS WRITES INSTEAD OF
      *                   THE RAW KEYED PAYHOURS.DAT - OVERTIME HOURS
      *                   ARE PAID AT THE PREMIUM PERCENTAGE FROM
      *                   THE PAYREG RUNPARMS.DAT RECORD (150 WITH NO
      *                   RECORD) AND SHOWN IN THEIR OWN COLUMN
      *   2026-10-15  EV  NET PAY NOW GOES TO THE BANK - A PAYDD.DAT
      *                   DIRECT-DEPOSIT ENTRY FOR EVERY EMPLOYEE ON
      *                   THE NEW BANKACCT.DAT BANK MASTER, CLOSED BY
      *                   A BATCH CONTROL RECORD (ENTRY COUNT, HASH
      *                   TOTAL, AMOUNT), AND A PRINTED PAPER-CHEQUE
      *                   LIST FOR EVERYONE WITHOUT A BANK RECORD
      *   2026-10-15  EV  RATES NOW COME FROM THE PAYRATEH.DAT RATE
      *                   HISTORY AS IN EFFECT ON THE PAY-PERIOD END
      *                   DATE (RUNPARMS.DAT PAYREG VALUE-2, TODAY
      *                   WHEN BLANK), AND EVERY EMPLOYEE PAID IS
      *                   WRITTEN TO THE NEW PAYHIST.DAT PAY HISTORY
      *   2026-10-15  EV  WELLNESS CREDITS FROM THE WELLCRED.DAT FILE
      *                   BMICREDIT WRITES ARE ADDED TO NET PAY AS A
      *                   PER-PERIOD PREMIUM CREDIT ON THEIR OWN
      *                   REGISTER LINE - A CREDIT WHOSE SCREENING IS
      *                   MORE THAN A YEAR BEFORE THE PERIOD END IS
      *                   SHOWN AS LAPSED AND NOT PAID
      *   2026-10-15  EV  YTD NOW POSTS TO THE YEAR OF THE PERIOD
      *                   PAID, NOT THE RUN DATE, AND THE RERUN GUARD
      *                   IS KEYED ON THE PERIOD END - A RERUN OF THE
      *                   LAST PERIOD POSTED BACKS THE EARLIER POSTING
      *                   OUT AND APPLIES THE NEW FIGURES.  WELLNESS
      *                   CREDITS ARE CARRIED IN THEIR OWN YTD-CREDIT
      *                   FIELD SO YTD GROSS LESS DEDUCTIONS AND TAX
      *                   PLUS CREDITS STILL AGREES TO YTD NET
      *   2026-10-15  EV  RUN STOPS IF PAYDD.DAT CANNOT BE OPENED, SO
      *                   NO EMPLOYEE IS PAID WITHOUT A DEPOSIT FILE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               RECORD KEY IS PR-EMPLOYEE-ID
               FILE STATUS IS WS-PAYRATE-FILE-STATUS.

           SELECT HOURS-FILE ASSIGN TO "PAYTIME.DAT"
               FILE STATUS IS WS-HOURS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNPARMS-FILE ASSIGN TO "RUNPARMS.DAT"
               FILE STATUS IS WS-RUNPARMS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEDUCT-FILE ASSIGN TO "PAYDEDUCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PD-KEY
               FILE STATUS IS WS-DEDUCT-FILE-STATUS.

           SELECT TAX-FILE ASSIGN TO "PAYTAX.DAT"
               FILE STATUS IS WS-TAX-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT YTD-FILE ASSIGN TO "PAYYTD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS YTD-EMPLOYEE-ID
               FILE STATUS IS WS-YTD-FILE-STATUS.

           SELECT BANKACCT-FILE ASSIGN TO "BANKACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BA-EMPLOYEE-ID
               FILE STATUS IS WS-BANKACCT-FILE-STATUS.

           SELECT RATEHIST-FILE ASSIGN TO "PAYRATEH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RH-KEY
               FILE STATUS IS WS-RATEHIST-FILE-STATUS.

           SELECT PAYHIST-FILE ASSIGN TO "PAYHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PY-KEY
               FILE STATUS IS WS-PAYHIST-FILE-STATUS.

           SELECT DEPOSIT-FILE ASSIGN TO "PAYDD.DAT"
               FILE STATUS IS WS-DEPOSIT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CREDIT-FILE ASSIGN TO "WELLCRED.DAT"
               FILE STATUS IS WS-CREDIT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *This mirrors the SORTED.NEW record layout FUSEEMPLOYEES
               88 PR-SALARIED      VALUE "S".
           05 PR-EFF-DATE      PIC 9(8).

      *This mirrors the PAYTIME.DAT record TIMEEDIT writes.
       FD HOURS-FILE.
       01 HOURS-RECORD.
           88 END-OF-HOURS     VALUE HIGH-VALUES.
           05 PT-EMPLOYEE-ID   PIC 9(7).
           05 FILLER           PIC X.
           05 PT-REGULAR-HOURS PIC 9(3)V9.
           05 FILLER           PIC X.
           05 PT-OVERTIME-HOURS PIC 9(3)V9.

      *One record per program - program name and up to three
      *values whose meaning is the program's own.
       FD RUNPARMS-FILE.
       01 RUNPARMS-RECORD.
           88 END-OF-RUNPARMS  VALUE HIGH-VALUES.
           05 RP-PROGRAM       PIC X(13).
           05 FILLER           PIC X.
           05 RP-VALUE-1       PIC X(36).
           05 FILLER           PIC X.
           05 RP-VALUE-2       PIC X(36).
           05 FILLER           PIC X.
           05 RP-VALUE-3       PIC X(36).

      *This mirrors the PAYDEDUCT.DAT record DEDMAINT maintains.
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

      *One record per withholding bracket, lowest bracket first -
      *the tax on a period's taxable gross is the bracket's base
      *amount plus its percentage of everything over the bracket's
      *lower limit.
       FD TAX-FILE.
       01 TAX-RECORD.
           88 END-OF-TAX       VALUE HIGH-VALUES.
           05 TX-LOW-LIMIT     PIC 9(7)V99.
           05 FILLER           PIC X.
           05 TX-BASE-AMOUNT   PIC 9(7)V99.
           05 FILLER           PIC X.
           05 TX-PERCENT       PIC 9(2)V99.

       FD YTD-FILE.
       01 YTD-RECORD.
           05 YTD-EMPLOYEE-ID  PIC 9(7).
           05 YTD-YEAR         PIC 9(4).
           05 YTD-GROSS        PIC 9(7)V99.
           05 YTD-DEDUCTIONS   PIC 9(7)V99.
           05 YTD-TAX          PIC 9(7)V99.
           05 YTD-CREDIT       PIC 9(7)V99.
           05 YTD-NET          PIC 9(7)V99.
           05 YTD-PERIODS      PIC 9(3).
           05 YTD-LAST-RUN     PIC 9(8).
           05 YTD-LAST-PERIOD  PIC 9(8).
           05 YTD-LAST-GROSS   PIC 9(7)V99.
           05 YTD-LAST-DEDUCT  PIC 9(7)V99.
           05 YTD-LAST-TAX     PIC 9(7)V99.
           05 YTD-LAST-CREDIT  PIC 9(7)V99.
           05 YTD-LAST-NET     PIC 9(7)V99.

      *This mirrors the PAYRATEH.DAT record PAYMAINT writes.
       FD RATEHIST-FILE.
       01 RATEHIST-RECORD.
           05 RH-KEY.
               10 RH-EMPLOYEE-ID   PIC 9(7).
               10 RH-EFF-DATE      PIC 9(8).
           05 RH-RATE              PIC 9(4)V99.
           05 RH-FREQUENCY         PIC X.
           05 RH-ENTERED-DATE      PIC 9(8).

      *One record per employee per pay period paid - what was
      *paid and everything needed to price the period again.
       FD PAYHIST-FILE.
       01 PAYHIST-RECORD.
           05 PY-KEY.
               10 PY-EMPLOYEE-ID   PIC 9(7).
               10 PY-PERIOD-END    PIC 9(8).
           05 PY-RATE              PIC 9(4)V99.
           05 PY-FREQUENCY         PIC X.
           05 PY-REGULAR-HOURS     PIC 9(3)V9.
           05 PY-OVERTIME-HOURS    PIC 9(3)V9.
           05 PY-PREMIUM           PIC 9(3).
           05 PY-GROSS             PIC 9(7)V99.
           05 PY-RUN-DATE          PIC 9(8).

      *This mirrors the BANKACCT.DAT record BANKMAINT maintains.
       FD BANKACCT-FILE.
       01 BANKACCT-RECORD.
           05 BA-EMPLOYEE-ID   PIC 9(7).
           05 BA-ROUTING       PIC 9(9).
           05 BA-ROUTING-PARTS REDEFINES BA-ROUTING.
               10 BA-ROUTING-BANK  PIC 9(8).
               10 BA-ROUTING-CHECK PIC 9.
           05 BA-ACCOUNT       PIC X(17).
           05 BA-ACCOUNT-TYPE  PIC X.
               88 BA-CHECKING      VALUE "C".
               88 BA-SAVINGS       VALUE "S".

      *Fixed 94-byte records in the bank's layout - one entry
      *record (type 6) per employee paid, then one batch control
      *record (type 8).  The hash total is the sum of the first
      *eight routing digits of every entry, keeping the low-order
      *ten digits.
       FD DEPOSIT-FILE.
       01 DEPOSIT-ENTRY-RECORD.
           05 DE-RECORD-TYPE   PIC X.
           05 DE-TRANS-CODE    PIC XX.
               88 DE-CHECKING-CREDIT VALUE "22".
               88 DE-SAVINGS-CREDIT  VALUE "32".
           05 DE-ROUTING       PIC 9(9).
           05 DE-ACCOUNT       PIC X(17).
           05 DE-AMOUNT        PIC 9(8)V99.
           05 DE-EMPLOYEE-ID   PIC X(15).
           05 DE-NAME          PIC X(22).
           05 DE-DISCRETIONARY PIC XX.
           05 DE-ADDENDA       PIC X.
           05 DE-TRACE-NUMBER  PIC 9(15).
       01 DEPOSIT-CONTROL-RECORD.
           05 DC-RECORD-TYPE   PIC X.
           05 DC-SERVICE-CLASS PIC X(3).
           05 DC-ENTRY-COUNT   PIC 9(6).
           05 DC-HASH-TOTAL    PIC 9(10).
           05 DC-TOTAL-DEBIT   PIC 9(10)V99.
           05 DC-TOTAL-CREDIT  PIC 9(10)V99.
           05 FILLER           PIC X(50).

      *This mirrors the WELLCRED.DAT record BMICREDIT writes.
       FD CREDIT-FILE.
       01 CREDIT-RECORD.
           88 END-OF-CREDITS   VALUE HIGH-VALUES.
           05 WC-EMPLOYEE-ID   PIC 9(7).
           05 FILLER           PIC X.
           05 WC-LAST-SCREENED PIC 9(8).
           05 FILLER           PIC X.
           05 WC-QUALIFIED-DATE PIC 9(8).
           05 FILLER           PIC X.
           05 WC-AMOUNT        PIC 9(3)V99.

       WORKING-STORAGE SECTION.
       01 WS-MASTER-FILE-STATUS  PIC XX.
       01 WS-HOURS-FILE-STATUS   PIC XX.
           88 WS-HOURS-FILE-NOT-FOUND   VALUE "35".

       01 WS-RUNPARMS-FILE-STATUS PIC XX.
           88 WS-RUNPARMS-FILE-NOT-FOUND VALUE "35".

       01 WS-PARMS-FOUND-SW      PIC X VALUE "N".
           88 WS-PARMS-FOUND         VALUE "Y".

       01 WS-OVERTIME-PREMIUM    PIC 9(3) VALUE 150.

       01 WS-DEDUCT-FILE-STATUS  PIC XX.
           88 WS-DEDUCT-FILE-NOT-FOUND  VALUE "35".

       01 WS-TAX-FILE-STATUS     PIC XX.
           88 WS-TAX-FILE-NOT-FOUND     VALUE "35".

       01 WS-YTD-FILE-STATUS     PIC XX.
           88 WS-YTD-FOUND              VALUE "00".
           88 WS-YTD-FILE-NOT-FOUND     VALUE "35".

       01 WS-BANKACCT-FILE-STATUS PIC XX.
           88 WS-BANKACCT-FILE-NOT-FOUND VALUE "35".

       01 WS-DEPOSIT-FILE-STATUS PIC XX.

       01 WS-CREDIT-FILE-STATUS  PIC XX.
           88 WS-CREDIT-FILE-NOT-FOUND  VALUE "35".

       01 WS-RATEHIST-FILE-STATUS PIC XX.
           88 WS-RATEHIST-FILE-NOT-FOUND VALUE "35".

       01 WS-PAYHIST-FILE-STATUS PIC XX.
           88 WS-PAYHIST-FOUND          VALUE "00".
           88 WS-PAYHIST-FILE-NOT-FOUND VALUE "35".

       01 WS-HIST-AVAIL-SW       PIC X VALUE "N".
           88 WS-HIST-AVAILABLE      VALUE "Y".

       01 WS-HIST-GROUP-EOF-SW   PIC X.
           88 WS-HIST-GROUP-EOF      VALUE "Y".

       01 WS-PERIOD-END-DATE     PIC 9(8).
       01 WS-PERIOD-END-PARTS REDEFINES WS-PERIOD-END-DATE.
           05 WS-PERIOD-END-YEAR PIC 9(4).
           05 FILLER             PIC X(4).
       01 WS-CURRENT-RATE        PIC 9(4)V99.

       01 WS-BANK-AVAIL-SW       PIC X VALUE "N".
           88 WS-BANK-AVAILABLE      VALUE "Y".

       01 WS-DEPOSIT-SW          PIC X.
           88 WS-PAY-BY-DEPOSIT      VALUE "Y".

       01 WS-DEDUCT-AVAIL-SW     PIC X VALUE "N".
           88 WS-DEDUCT-AVAILABLE    VALUE "Y".

       01 WS-TODAY-DATE          PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YEAR      PIC 9(4).
           05 FILLER             PIC X(4).

       01 WS-TAX-COUNT           PIC 9(2) VALUE ZERO.
       01 WS-TAX-TABLE.
           05 WS-TAX-ENTRY OCCURS 20 TIMES.
               10 WS-TX-LOW-LIMIT    PIC 9(7)V99.
               10 WS-TX-BASE-AMOUNT  PIC 9(7)V99.
               10 WS-TX-PERCENT      PIC 9(2)V99.
       01 WS-TAX-IDX             PIC 9(2).
       01 WS-TAX-FOUND-IDX       PIC 9(2).

       01 WS-EMP-DED-COUNT       PIC 9(2).
       01 WS-EMP-DED-TABLE.
           05 WS-EMP-DED-ENTRY OCCURS 20 TIMES.
               10 WS-ED-CODE         PIC X(4).
               10 WS-ED-DESCRIPTION  PIC X(20).
               10 WS-ED-TYPE         PIC X.
               10 WS-ED-AMOUNT       PIC 9(5)V99.
               10 WS-ED-PRE-TAX      PIC X.
       01 WS-EMP-DED-IDX         PIC 9(2).

       01 WS-DED-GROUP-EOF-SW    PIC X.
           88 WS-DED-GROUP-EOF       VALUE "Y".

       01 WS-DED-PASS            PIC X.
           88 WS-PRE-TAX-PASS        VALUE "B".
           88 WS-POST-TAX-PASS       VALUE "A".

       01 WS-HOURS-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-HOURS-TABLE.
           05 WS-HOURS-ENTRY OCCURS 500 TIMES.
               10 WS-HR-EMPLOYEE-ID  PIC 9(7).
               10 WS-HR-HOURS        PIC 9(3)V9.
               10 WS-HR-OT-HOURS     PIC 9(3)V9.
       01 WS-HOURS-IDX           PIC 9(3).

       01 WS-MASTER-ID-COUNT     PIC 9(3) VALUE ZERO.
           88 WS-ID-NOT-FOUND        VALUE "N".

       01 WS-WORK-HOURS          PIC 9(3)V9.
       01 WS-WORK-OT-HOURS       PIC 9(3)V9.
       01 WS-WORK-GROSS          PIC 9(7)V99.
       01 WS-WORK-TAXABLE        PIC 9(7)V99.
       01 WS-WORK-DEDUCTION      PIC 9(7)V99.
       01 WS-WORK-DEDUCTIONS     PIC 9(7)V99.
       01 WS-WORK-TAX            PIC 9(7)V99.
       01 WS-WORK-NET            PIC 9(7)V99.
       01 WS-WORK-CREDIT         PIC 9(7)V99.
       01 WS-WORK-PERCENT        PIC ZZ9.99.

       01 WS-DEPT-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-DEPT-TABLE.
               10 WS-DT-DEPARTMENT   PIC X(10).
               10 WS-DT-EMPLOYEES    PIC 9(5).
               10 WS-DT-HOURS        PIC 9(5)V9.
               10 WS-DT-OT-HOURS     PIC 9(5)V9.
               10 WS-DT-GROSS        PIC 9(9)V99.
               10 WS-DT-DEDUCTIONS   PIC 9(9)V99.
               10 WS-DT-TAX          PIC 9(9)V99.
               10 WS-DT-NET          PIC 9(9)V99.
       01 WS-DEPT-IDX            PIC 9(2).
       01 WS-DEPT-FOUND-IDX      PIC 9(2).

       01 WS-NO-RATE-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-ORPHAN-COUNT        PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-HOURS         PIC 9(7)V9 VALUE ZERO.
       01 WS-TOTAL-OT-HOURS      PIC 9(7)V9 VALUE ZERO.
       01 WS-TOTAL-GROSS         PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-DEDUCTIONS    PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-TAX           PIC 9(11)V99 VALUE ZERO.
       01 WS-TOTAL-NET           PIC 9(11)V99 VALUE ZERO.
       01 WS-LIMITED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-YTD-POSTED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-YTD-NEW-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-YTD-ROLLED-COUNT    PIC 9(5) VALUE ZERO.
       01 WS-YTD-SKIPPED-COUNT   PIC 9(5) VALUE ZERO.
       01 WS-YTD-REPOSTED-COUNT  PIC 9(5) VALUE ZERO.
       01 WS-HIST-RATE-COUNT     PIC 9(5) VALUE ZERO.
       01 WS-DEPOSIT-COUNT       PIC 9(6) VALUE ZERO.
       01 WS-DEPOSIT-AMOUNT      PIC 9(10)V99 VALUE ZERO.
       01 WS-DEPOSIT-HASH        PIC 9(12) VALUE ZERO.
       01 WS-DEPOSIT-HASH-TOTAL  PIC 9(10) VALUE ZERO.
       01 WS-ZERO-NET-COUNT      PIC 9(5) VALUE ZERO.
       01 WS-CHEQUE-AMOUNT       PIC 9(10)V99 VALUE ZERO.

       01 WS-CHEQUE-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-CHEQUE-TABLE.
           05 WS-CHEQUE-ENTRY OCCURS 500 TIMES.
               10 WS-CQ-EMPLOYEE-ID  PIC 9(7).
               10 WS-CQ-LAST-NAME    PIC X(10).
               10 WS-CQ-FIRST-NAME   PIC X(10).
               10 WS-CQ-DEPARTMENT   PIC X(10).
               10 WS-CQ-NET          PIC 9(7)V99.
       01 WS-CHEQUE-IDX          PIC 9(3).

       01 WS-CHEQUE-CAP-SW       PIC X VALUE "N".
           88 WS-CHEQUE-CAP-HIT      VALUE "Y".

       01 WS-CREDIT-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-CREDIT-TABLE.
           05 WS-CREDIT-ENTRY OCCURS 500 TIMES.
               10 WS-WC-EMPLOYEE-ID  PIC 9(7).
               10 WS-WC-LAST-SCREENED PIC 9(8).
               10 WS-WC-AMOUNT       PIC 9(3)V99.
               10 WS-WC-APPLIED-SW   PIC X.
                   88 WS-WC-APPLIED      VALUE "Y".
       01 WS-CREDIT-IDX          PIC 9(3).
       01 WS-CREDIT-FOUND-IDX    PIC 9(3).

       01 WS-ELAPSED-YEARS       PIC S9(4).
       01 WS-ELAPSED-DAYS        PIC S9(7).
       01 WS-CREDIT-APPLIED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CREDIT-LAPSED-COUNT PIC 9(5) VALUE ZERO.
       01 WS-CREDIT-UNPAID-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-CREDITS       PIC 9(9)V99 VALUE ZERO.

       01 WS-REGISTER-LINE.
           05 WSR-EMPLOYEE-ID   PIC 9(7).
           05 WSR-FREQUENCY     PIC X.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSR-HOURS         PIC ZZ9.9.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSR-OT-HOURS      PIC ZZ9.9.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSR-GROSS         PIC $$,$$$,$$9.99.

      *Deductions, tax and net pay print under the register line
      *with their amounts lined up under the gross column.
       01 WS-DEDUCTION-LINE.
           05 FILLER            PIC X(9) VALUE SPACES.
           05 WSD-CODE          PIC X(4).
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-DESCRIPTION   PIC X(20).
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-BASIS         PIC X(12).
           05 FILLER            PIC X(22) VALUE SPACES.
           05 WSD-AMOUNT        PIC $$,$$$,$$9.99.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSD-NOTE          PIC X(14).

       01 WS-SUBTOTAL-LINE.
           05 WSS-DEPARTMENT    PIC X(10).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSS-EMPLOYEES     PIC ZZZZ9.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSS-HOURS         PIC ZZZZ9.9.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSS-OT-HOURS      PIC ZZZZ9.9.
           05 FILLER            PIC XX VALUE SPACES.
           05 WSS-GROSS         PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSS-DEDUCTIONS    PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSS-TAX           PIC $$$,$$$,$$9.99.
           05 FILLER            PIC X  VALUE SPACE.
           05 WSS-NET           PIC $$$,$$$,$$9.99.

       01 WS-CHEQUE-LINE.
           05 WSC-EMPLOYEE-ID   PIC 9(7).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSC-LAST-NAME     PIC X(10).
           05 FILLER            PIC X  VALUE SPACE.
           05 WSC-FIRST-NAME    PIC X(10).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSC-DEPARTMENT    PIC X(10).
           05 FILLER            PIC XX VALUE SPACES.
           05 WSC-NET           PIC $$,$$$,$$9.99.

       PROCEDURE DIVISION.
       0100-START-HERE.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           MOVE WS-TODAY-DATE TO WS-PERIOD-END-DATE.

           PERFORM 0140-READ-RUN-PARMS THRU 0140-READ-RUN-PARMS-EXIT.
           PERFORM 0150-LOAD-HOURS THRU 0150-LOAD-HOURS-EXIT.
           PERFORM 0180-LOAD-TAX-TABLE THRU 0180-LOAD-TAX-TABLE-EXIT.
           PERFORM 0195-LOAD-CREDITS THRU 0195-LOAD-CREDITS-EXIT.

           OPEN INPUT MASTER-FILE.
           IF WS-MASTER-FILE-NOT-FOUND
               GOBACK
           END-IF.

           OPEN INPUT DEDUCT-FILE.
           IF WS-DEDUCT-FILE-NOT-FOUND
               DISPLAY "PAYREG: PAYDEDUCT.DAT NOT FOUND - NO "
                   "DEDUCTIONS WILL BE TAKEN"
           ELSE
               SET WS-DEDUCT-AVAILABLE TO TRUE
           END-IF.

           OPEN I-O YTD-FILE.
           IF WS-YTD-FILE-NOT-FOUND
               OPEN OUTPUT YTD-FILE
               CLOSE YTD-FILE
               OPEN I-O YTD-FILE
           END-IF.

           OPEN INPUT BANKACCT-FILE.
           IF WS-BANKACCT-FILE-NOT-FOUND
               DISPLAY "PAYREG: BANKACCT.DAT NOT FOUND - EVERY "
                   "EMPLOYEE WILL BE PAID BY CHEQUE"
           ELSE
               SET WS-BANK-AVAILABLE TO TRUE
           END-IF.

           OPEN INPUT RATEHIST-FILE.
           IF WS-RATEHIST-FILE-NOT-FOUND
               DISPLAY "PAYREG: PAYRATEH.DAT NOT FOUND - PAYING "
                   "CURRENT RATES FROM PAYRATE.DAT"
           ELSE
               SET WS-HIST-AVAILABLE TO TRUE
           END-IF.

           OPEN I-O PAYHIST-FILE.
           IF WS-PAYHIST-FILE-NOT-FOUND
               OPEN OUTPUT PAYHIST-FILE
               CLOSE PAYHIST-FILE
               OPEN I-O PAYHIST-FILE
           END-IF.

           OPEN OUTPUT DEPOSIT-FILE.
           IF WS-DEPOSIT-FILE-STATUS NOT = "00"
               DISPLAY "PAYREG: PAYDD.DAT CANNOT BE OPENED - STATUS ",
                   WS-DEPOSIT-FILE-STATUS, " - PAYROLL NOT RUN"
               CLOSE MASTER-FILE, PAYRATE-FILE, YTD-FILE, PAYHIST-FILE
               IF WS-DEDUCT-AVAILABLE
                   CLOSE DEDUCT-FILE
               END-IF
               IF WS-BANK-AVAILABLE
                   CLOSE BANKACCT-FILE
               END-IF
               IF WS-HIST-AVAILABLE
                   CLOSE RATEHIST-FILE
               END-IF
               STOP RUN
           END-IF.

           DISPLAY "PAY PERIOD ENDING ", WS-PERIOD-END-DATE.
           DISPLAY "PAYROLL REGISTER".
           DISPLAY "EMP ID   NAME                   DEPARTMENT  "
               "    RATE F  HOURS    OT          GROSS".

           READ MASTER-FILE
               AT END SET END-OF-MASTER TO TRUE
           PERFORM 0200-REGISTER-ONE-EMPLOYEE
               THRU 0200-REGISTER-ONE-EMPLOYEE-EXIT
               UNTIL END-OF-MASTER.
           CLOSE MASTER-FILE, YTD-FILE.
           IF WS-DEDUCT-AVAILABLE
               CLOSE DEDUCT-FILE
           END-IF.
           IF WS-BANK-AVAILABLE
               CLOSE BANKACCT-FILE
           END-IF.
           IF WS-HIST-AVAILABLE
               CLOSE RATEHIST-FILE
           END-IF.
           CLOSE PAYHIST-FILE.

           PERFORM 0960-WRITE-DEPOSIT-CONTROL
               THRU 0960-WRITE-DEPOSIT-CONTROL-EXIT.
           CLOSE DEPOSIT-FILE.

           DISPLAY SPACE.
           DISPLAY "DEPARTMENT SUBTOTALS".
           DISPLAY "DEPARTMENT    EMPS    HOURS OT-HOURS"
               "           GROSS     DEDUCTIONS            TAX"
               "            NET".
           PERFORM 0500-PRINT-ONE-SUBTOTAL
               THRU 0500-PRINT-ONE-SUBTOTAL-EXIT
               VARYING WS-DEPT-IDX FROM 1 BY 1
           PERFORM 0600-LIST-ORPHAN-RATES
               THRU 0600-LIST-ORPHAN-RATES-EXIT.

           PERFORM 0690-LIST-UNPAID-CREDIT
               THRU 0690-LIST-UNPAID-CREDIT-EXIT
               VARYING WS-CREDIT-IDX FROM 1 BY 1
               UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT.

           CLOSE PAYRATE-FILE.

           DISPLAY SPACE.
           DISPLAY "PAPER CHEQUE LIST - NO BANK ACCOUNT ON FILE".
           DISPLAY "EMP ID   NAME                   DEPARTMENT  "
               "          NET".
           PERFORM 0950-PRINT-ONE-CHEQUE
               THRU 0950-PRINT-ONE-CHEQUE-EXIT
               VARYING WS-CHEQUE-IDX FROM 1 BY 1
               UNTIL WS-CHEQUE-IDX > WS-CHEQUE-COUNT.

           DISPLAY SPACE.
           DISPLAY "PAYREG CONTROL TOTALS".
           DISPLAY "  PAY PERIOD ENDING ..........: ",
               WS-PERIOD-END-DATE.
           DISPLAY "  PAID AT AN EARLIER RATE ....: ",
               WS-HIST-RATE-COUNT.
           DISPLAY "  EMPLOYEES ON MASTER ........: ",
               WS-EMPLOYEE-COUNT.
           DISPLAY "  EMPLOYEES WITH NO RATE .....: ",
           MOVE WS-TOTAL-HOURS TO WSS-HOURS.
           MOVE WS-TOTAL-GROSS TO WSS-GROSS.
           DISPLAY "  TOTAL HOURS ................: ", WSS-HOURS.
           MOVE WS-TOTAL-OT-HOURS TO WSS-OT-HOURS.
           DISPLAY "  TOTAL OVERTIME HOURS .......: ", WSS-OT-HOURS.
           DISPLAY "  OVERTIME PREMIUM PERCENT ...: ",
               WS-OVERTIME-PREMIUM.
           DISPLAY "  TOTAL GROSS ................: ", WSS-GROSS.
           MOVE WS-TOTAL-DEDUCTIONS TO WSS-GROSS.
           DISPLAY "  TOTAL DEDUCTIONS ...........: ", WSS-GROSS.
           MOVE WS-TOTAL-TAX TO WSS-GROSS.
           DISPLAY "  TOTAL TAX WITHHELD .........: ", WSS-GROSS.
           MOVE WS-TOTAL-NET TO WSS-GROSS.
           DISPLAY "  TOTAL NET PAY ..............: ", WSS-GROSS.
           DISPLAY "  DEDUCTIONS LIMITED BY NET ..: ",
               WS-LIMITED-COUNT.
           DISPLAY "  WELLNESS CREDITS ON FILE ...: ",
               WS-CREDIT-COUNT.
           DISPLAY "  WELLNESS CREDITS APPLIED ...: ",
               WS-CREDIT-APPLIED-COUNT.
           MOVE WS-TOTAL-CREDITS TO WSS-GROSS.
           DISPLAY "  WELLNESS CREDIT AMOUNT .....: ", WSS-GROSS.
           DISPLAY "  WELLNESS CREDITS LAPSED ....: ",
               WS-CREDIT-LAPSED-COUNT.
           DISPLAY "  WELLNESS CREDITS NOT PAID ..: ",
               WS-CREDIT-UNPAID-COUNT.
           DISPLAY "  YTD RECORDS POSTED .........: ",
               WS-YTD-POSTED-COUNT.
           DISPLAY "  YTD RECORDS ADDED ..........: ",
               WS-YTD-NEW-COUNT.
           DISPLAY "  YTD RECORDS ROLLED TO YEAR .: ",
               WS-YTD-ROLLED-COUNT.
           DISPLAY "  YTD PERIOD REPOSTED ........: ",
               WS-YTD-REPOSTED-COUNT.
           DISPLAY "  YTD NOT POSTED - OLD PERIOD : ",
               WS-YTD-SKIPPED-COUNT.
           DISPLAY "  DIRECT DEPOSIT ENTRIES .....: ",
               WS-DEPOSIT-COUNT.
           MOVE WS-DEPOSIT-AMOUNT TO WSS-GROSS.
           DISPLAY "  DIRECT DEPOSIT AMOUNT ......: ", WSS-GROSS.
           DISPLAY "  DIRECT DEPOSIT HASH TOTAL ..: ",
               WS-DEPOSIT-HASH-TOTAL.
           DISPLAY "  PAPER CHEQUES ..............: ",
               WS-CHEQUE-COUNT.
           MOVE WS-CHEQUE-AMOUNT TO WSS-GROSS.
           DISPLAY "  PAPER CHEQUE AMOUNT ........: ", WSS-GROSS.
           DISPLAY "  ZERO NET - NOTHING PAID ....: ",
               WS-ZERO-NET-COUNT.

           GOBACK.

      * Take the overtime premium from RUNPARMS.DAT when a record
      * for this program is present - VALUE-1 is the premium as a
      * three-digit percentage of the hourly rate and VALUE-2 the
      * pay-period end date as YYYYMMDD.
       0140-READ-RUN-PARMS.
           OPEN INPUT RUNPARMS-FILE.
           IF WS-RUNPARMS-FILE-NOT-FOUND
               GO TO 0140-READ-RUN-PARMS-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
           PERFORM 0145-CHECK-ONE-PARM THRU 0145-CHECK-ONE-PARM-EXIT
               UNTIL END-OF-RUNPARMS OR WS-PARMS-FOUND.
           CLOSE RUNPARMS-FILE.
       0140-READ-RUN-PARMS-EXIT.
           EXIT.

       0145-CHECK-ONE-PARM.
           IF RP-PROGRAM = "PAYREG"
               SET WS-PARMS-FOUND TO TRUE
               IF RP-VALUE-1(1:3) IS NUMERIC
                   MOVE RP-VALUE-1(1:3) TO WS-OVERTIME-PREMIUM
               END-IF
               IF RP-VALUE-2(1:8) IS NUMERIC
                   MOVE RP-VALUE-2(1:8) TO WS-PERIOD-END-DATE
               END-IF
               GO TO 0145-CHECK-ONE-PARM-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
       0145-CHECK-ONE-PARM-EXIT.
           EXIT.

       0150-LOAD-HOURS.
           OPEN INPUT HOURS-FILE.
           IF WS-HOURS-FILE-NOT-FOUND
               DISPLAY "PAYREG: PAYTIME.DAT NOT FOUND - RUN "
                   "TIMEEDIT FIRST - HOURLY EMPLOYEES WILL SHOW "
                   "ZERO HOURS"
               GO TO 0150-LOAD-HOURS-EXIT
           END-IF.

       0170-LOAD-ONE-HOURS.
           IF WS-HOURS-COUNT < 500
               ADD 1 TO WS-HOURS-COUNT
               MOVE PT-EMPLOYEE-ID TO
                   WS-HR-EMPLOYEE-ID(WS-HOURS-COUNT)
               MOVE PT-REGULAR-HOURS TO WS-HR-HOURS(WS-HOURS-COUNT)
               MOVE PT-OVERTIME-HOURS TO
                   WS-HR-OT-HOURS(WS-HOURS-COUNT)
           ELSE
               DISPLAY "PAYREG: MORE THAN 500 HOURS RECORDS - "
                   "SKIPPING THE REMAINDER"
       0170-LOAD-ONE-HOURS-EXIT.
           EXIT.

       0180-LOAD-TAX-TABLE.
           OPEN INPUT TAX-FILE.
           IF WS-TAX-FILE-NOT-FOUND
               DISPLAY "PAYREG: PAYTAX.DAT NOT FOUND - NO TAX "
                   "WILL BE WITHHELD"
               GO TO 0180-LOAD-TAX-TABLE-EXIT
           END-IF.

           READ TAX-FILE
               AT END SET END-OF-TAX TO TRUE
           END-READ.
           PERFORM 0190-LOAD-ONE-BRACKET THRU 0190-LOAD-ONE-BRACKET-EXIT
               UNTIL END-OF-TAX.
           CLOSE TAX-FILE.
       0180-LOAD-TAX-TABLE-EXIT.
           EXIT.

       0190-LOAD-ONE-BRACKET.
           IF WS-TAX-COUNT < 20
               ADD 1 TO WS-TAX-COUNT
               MOVE TX-LOW-LIMIT   TO WS-TX-LOW-LIMIT(WS-TAX-COUNT)
               MOVE TX-BASE-AMOUNT TO WS-TX-BASE-AMOUNT(WS-TAX-COUNT)
               MOVE TX-PERCENT     TO WS-TX-PERCENT(WS-TAX-COUNT)
           ELSE
               DISPLAY "PAYREG: MORE THAN 20 TAX BRACKETS - "
                   "SKIPPING THE REMAINDER"
               SET END-OF-TAX TO TRUE
               GO TO 0190-LOAD-ONE-BRACKET-EXIT
           END-IF.

           READ TAX-FILE
               AT END SET END-OF-TAX TO TRUE
           END-READ.
       0190-LOAD-ONE-BRACKET-EXIT.
           EXIT.

      * WELLCRED.DAT holds one credit per qualified employee from
      * the last BMICREDIT run.  Without it nobody is credited.
       0195-LOAD-CREDITS.
           OPEN INPUT CREDIT-FILE.
           IF WS-CREDIT-FILE-NOT-FOUND
               DISPLAY "PAYREG: WELLCRED.DAT NOT FOUND - NO "
                   "WELLNESS CREDITS WILL BE APPLIED"
               GO TO 0195-LOAD-CREDITS-EXIT
           END-IF.

           READ CREDIT-FILE
               AT END SET END-OF-CREDITS TO TRUE
           END-READ.
           PERFORM 0197-LOAD-ONE-CREDIT THRU 0197-LOAD-ONE-CREDIT-EXIT
               UNTIL END-OF-CREDITS.
           CLOSE CREDIT-FILE.
       0195-LOAD-CREDITS-EXIT.
           EXIT.

       0197-LOAD-ONE-CREDIT.
           IF WS-CREDIT-COUNT < 500
               ADD 1 TO WS-CREDIT-COUNT
               MOVE WC-EMPLOYEE-ID TO
                   WS-WC-EMPLOYEE-ID(WS-CREDIT-COUNT)
               MOVE WC-LAST-SCREENED TO
                   WS-WC-LAST-SCREENED(WS-CREDIT-COUNT)
               MOVE WC-AMOUNT TO WS-WC-AMOUNT(WS-CREDIT-COUNT)
               MOVE "N" TO WS-WC-APPLIED-SW(WS-CREDIT-COUNT)
           ELSE
               DISPLAY "PAYREG: MORE THAN 500 WELLNESS CREDITS - "
                   "SKIPPING THE REMAINDER"
               SET END-OF-CREDITS TO TRUE
               GO TO 0197-LOAD-ONE-CREDIT-EXIT
           END-IF.

           READ CREDIT-FILE
               AT END SET END-OF-CREDITS TO TRUE
           END-READ.
       0197-LOAD-ONE-CREDIT-EXIT.
           EXIT.

       0200-REGISTER-ONE-EMPLOYEE.
           ADD 1 TO WS-EMPLOYEE-COUNT.
           IF WS-MASTER-ID-COUNT < 500
       0200-REGISTER-ONE-EMPLOYEE-EXIT.
           EXIT.

      * Hourly rates extend rate times the regular hours plus the
      * premium rate times the overtime hours; salaried rates pay
      * the period rate regardless of hours keyed.
       0300-EXTEND-ONE-EMPLOYEE.
           PERFORM 0320-FIND-PERIOD-RATE
               THRU 0320-FIND-PERIOD-RATE-EXIT.

           MOVE ZERO TO WS-WORK-HOURS, WS-WORK-OT-HOURS.
           PERFORM 0350-FIND-HOURS THRU 0350-FIND-HOURS-EXIT.

           IF PR-HOURLY
               COMPUTE WS-WORK-GROSS ROUNDED =
                   PR-RATE * WS-WORK-HOURS
                   + PR-RATE * WS-OVERTIME-PREMIUM / 100
                     * WS-WORK-OT-HOURS
           ELSE
               MOVE PR-RATE TO WS-WORK-GROSS
           END-IF.
           MOVE PR-RATE        TO WSR-RATE.
           MOVE PR-FREQUENCY   TO WSR-FREQUENCY.
           MOVE WS-WORK-HOURS  TO WSR-HOURS.
           MOVE WS-WORK-OT-HOURS TO WSR-OT-HOURS.
           MOVE WS-WORK-GROSS  TO WSR-GROSS.
           DISPLAY WS-REGISTER-LINE.

           PERFORM 0700-NET-ONE-EMPLOYEE
               THRU 0700-NET-ONE-EMPLOYEE-EXIT.

           ADD WS-WORK-HOURS TO WS-TOTAL-HOURS.
           ADD WS-WORK-OT-HOURS TO WS-TOTAL-OT-HOURS.
           ADD WS-WORK-GROSS TO WS-TOTAL-GROSS.
           ADD WS-WORK-DEDUCTIONS TO WS-TOTAL-DEDUCTIONS.
           ADD WS-WORK-TAX   TO WS-TOTAL-TAX.
           ADD WS-WORK-NET   TO WS-TOTAL-NET.
           PERFORM 0400-TALLY-DEPARTMENT
               THRU 0400-TALLY-DEPARTMENT-EXIT.

           PERFORM 0800-POST-YEAR-TO-DATE
               THRU 0800-POST-YEAR-TO-DATE-EXIT.

           PERFORM 0870-RECORD-PAY-HISTORY
               THRU 0870-RECORD-PAY-HISTORY-EXIT.

           PERFORM 0900-PAY-ONE-EMPLOYEE
               THRU 0900-PAY-ONE-EMPLOYEE-EXIT.
       0300-EXTEND-ONE-EMPLOYEE-EXIT.
           EXIT.

      * The rate paid is the last history rate effective on or
      * before the period end - history is keyed in effective date
      * order within employee.  With no history for the employee
      * the PAYRATE.DAT rate already read stands.
       0320-FIND-PERIOD-RATE.
           IF NOT WS-HIST-AVAILABLE
               GO TO 0320-FIND-PERIOD-RATE-EXIT
           END-IF.

           MOVE "N" TO WS-HIST-GROUP-EOF-SW.
           MOVE MR-EMPLOYEE-ID TO RH-EMPLOYEE-ID.
           MOVE ZERO TO RH-EFF-DATE.
           START RATEHIST-FILE KEY IS NOT LESS THAN RH-KEY
               INVALID KEY
                   GO TO 0320-FIND-PERIOD-RATE-EXIT
           END-START.

           MOVE PR-RATE TO WS-CURRENT-RATE.
           PERFORM 0330-CHECK-ONE-HISTORY-RATE
               THRU 0330-CHECK-ONE-HISTORY-RATE-EXIT
               UNTIL WS-HIST-GROUP-EOF.
           IF PR-RATE NOT = WS-CURRENT-RATE
               ADD 1 TO WS-HIST-RATE-COUNT
           END-IF.
       0320-FIND-PERIOD-RATE-EXIT.
           EXIT.

       0330-CHECK-ONE-HISTORY-RATE.
           READ RATEHIST-FILE NEXT RECORD
               AT END
                   SET WS-HIST-GROUP-EOF TO TRUE
                   GO TO 0330-CHECK-ONE-HISTORY-RATE-EXIT
           END-READ.

           IF RH-EMPLOYEE-ID NOT = MR-EMPLOYEE-ID
               OR RH-EFF-DATE > WS-PERIOD-END-DATE
               SET WS-HIST-GROUP-EOF TO TRUE
               GO TO 0330-CHECK-ONE-HISTORY-RATE-EXIT
           END-IF.

           MOVE RH-RATE      TO PR-RATE.
           MOVE RH-FREQUENCY TO PR-FREQUENCY.
           MOVE RH-EFF-DATE  TO PR-EFF-DATE.
       0330-CHECK-ONE-HISTORY-RATE-EXIT.
           EXIT.

       0350-FIND-HOURS.
           SET WS-ID-NOT-FOUND TO TRUE.
           PERFORM 0360-CHECK-ONE-HOURS
           IF WS-HR-EMPLOYEE-ID(WS-HOURS-IDX) = MR-EMPLOYEE-ID
               SET WS-ID-FOUND TO TRUE
               MOVE WS-HR-HOURS(WS-HOURS-IDX) TO WS-WORK-HOURS
               MOVE WS-HR-OT-HOURS(WS-HOURS-IDX) TO WS-WORK-OT-HOURS
           END-IF.
       0360-CHECK-ONE-HOURS-EXIT.
           EXIT.

           ADD 1             TO WS-DT-EMPLOYEES(WS-DEPT-FOUND-IDX).
           ADD WS-WORK-HOURS TO WS-DT-HOURS(WS-DEPT-FOUND-IDX).
           ADD WS-WORK-OT-HOURS TO WS-DT-OT-HOURS(WS-DEPT-FOUND-IDX).
           ADD WS-WORK-GROSS TO WS-DT-GROSS(WS-DEPT-FOUND-IDX).
           ADD WS-WORK-DEDUCTIONS TO
               WS-DT-DEDUCTIONS(WS-DEPT-FOUND-IDX).
           ADD WS-WORK-TAX   TO WS-DT-TAX(WS-DEPT-FOUND-IDX).
           ADD WS-WORK-NET   TO WS-DT-NET(WS-DEPT-FOUND-IDX).
       0400-TALLY-DEPARTMENT-EXIT.
           EXIT.

           MOVE WS-DT-DEPARTMENT(WS-DEPT-IDX) TO WSS-DEPARTMENT.
           MOVE WS-DT-EMPLOYEES(WS-DEPT-IDX)  TO WSS-EMPLOYEES.
           MOVE WS-DT-HOURS(WS-DEPT-IDX)      TO WSS-HOURS.
           MOVE WS-DT-OT-HOURS(WS-DEPT-IDX)   TO WSS-OT-HOURS.
           MOVE WS-DT-GROSS(WS-DEPT-IDX)      TO WSS-GROSS.
           MOVE WS-DT-DEDUCTIONS(WS-DEPT-IDX) TO WSS-DEDUCTIONS.
           MOVE WS-DT-TAX(WS-DEPT-IDX)        TO WSS-TAX.
           MOVE WS-DT-NET(WS-DEPT-IDX)        TO WSS-NET.
           DISPLAY WS-SUBTOTAL-LINE.
       0500-PRINT-ONE-SUBTOTAL-EXIT.
           EXIT.
       0670-CHECK-ONE-MASTER-ID-EXIT.
           EXIT.

      * A credit never applied belongs to an employee who is not on
      * SORTED.NEW or has no pay rate - listed so it can be chased.
       0690-LIST-UNPAID-CREDIT.
           IF NOT WS-WC-APPLIED(WS-CREDIT-IDX)
               ADD 1 TO WS-CREDIT-UNPAID-COUNT
               DISPLAY "WELLNESS CREDIT NOT PAID - ID ",
                   WS-WC-EMPLOYEE-ID(WS-CREDIT-IDX),
                   " WAS NOT PAID THIS PERIOD"
           END-IF.
       0690-LIST-UNPAID-CREDIT-EXIT.
           EXIT.

      * Before-tax deductions come off gross first to give the
      * taxable pay, tax is withheld on that, and after-tax
      * deductions come off what is left.  No deduction or tax is
      * allowed to take net pay below zero - the amount is cut to
      * whatever is left and the line is marked LIMITED so payroll
      * can follow it up.
       0700-NET-ONE-EMPLOYEE.
           MOVE ZERO TO WS-WORK-DEDUCTIONS, WS-WORK-TAX,
               WS-WORK-CREDIT.
           MOVE WS-WORK-GROSS TO WS-WORK-NET.

           PERFORM 0710-LOAD-EMP-DEDUCTIONS
               THRU 0710-LOAD-EMP-DEDUCTIONS-EXIT.

           SET WS-PRE-TAX-PASS TO TRUE.
           PERFORM 0750-TAKE-ONE-DEDUCTION
               THRU 0750-TAKE-ONE-DEDUCTION-EXIT
               VARYING WS-EMP-DED-IDX FROM 1 BY 1
               UNTIL WS-EMP-DED-IDX > WS-EMP-DED-COUNT.

           MOVE WS-WORK-NET TO WS-WORK-TAXABLE.
           PERFORM 0770-WITHHOLD-TAX THRU 0770-WITHHOLD-TAX-EXIT.

           SET WS-POST-TAX-PASS TO TRUE.
           PERFORM 0750-TAKE-ONE-DEDUCTION
               THRU 0750-TAKE-ONE-DEDUCTION-EXIT
               VARYING WS-EMP-DED-IDX FROM 1 BY 1
               UNTIL WS-EMP-DED-IDX > WS-EMP-DED-COUNT.

           PERFORM 0790-APPLY-WELLNESS-CREDIT
               THRU 0790-APPLY-WELLNESS-CREDIT-EXIT.

           MOVE SPACES        TO WS-DEDUCTION-LINE.
           MOVE "NET"         TO WSD-CODE.
           MOVE "NET PAY"     TO WSD-DESCRIPTION.
           MOVE WS-WORK-NET   TO WSD-AMOUNT.
           DISPLAY WS-DEDUCTION-LINE.
       0700-NET-ONE-EMPLOYEE-EXIT.
           EXIT.

      * The deduction key puts an employee's deductions next to
      * each other, so a START at the lowest code for the id walks
      * just that employee's group.
       0710-LOAD-EMP-DEDUCTIONS.
           MOVE ZERO TO WS-EMP-DED-COUNT.
           IF NOT WS-DEDUCT-AVAILABLE
               GO TO 0710-LOAD-EMP-DEDUCTIONS-EXIT
           END-IF.

           MOVE "N" TO WS-DED-GROUP-EOF-SW.
           MOVE MR-EMPLOYEE-ID TO PD-EMPLOYEE-ID.
           MOVE LOW-VALUES TO PD-CODE.
           START DEDUCT-FILE KEY IS NOT LESS THAN PD-KEY
               INVALID KEY
                   GO TO 0710-LOAD-EMP-DEDUCTIONS-EXIT
           END-START.

           PERFORM 0720-READ-NEXT-DEDUCTION
               THRU 0720-READ-NEXT-DEDUCTION-EXIT.
           PERFORM 0730-LOAD-ONE-DEDUCTION
               THRU 0730-LOAD-ONE-DEDUCTION-EXIT
               UNTIL WS-DED-GROUP-EOF.
       0710-LOAD-EMP-DEDUCTIONS-EXIT.
           EXIT.

       0720-READ-NEXT-DEDUCTION.
           READ DEDUCT-FILE NEXT RECORD
               AT END SET WS-DED-GROUP-EOF TO TRUE
           END-READ.
           IF NOT WS-DED-GROUP-EOF
               AND PD-EMPLOYEE-ID NOT = MR-EMPLOYEE-ID
               SET WS-DED-GROUP-EOF TO TRUE
           END-IF.
       0720-READ-NEXT-DEDUCTION-EXIT.
           EXIT.

       0730-LOAD-ONE-DEDUCTION.
           IF WS-EMP-DED-COUNT < 20
               ADD 1 TO WS-EMP-DED-COUNT
               MOVE PD-CODE        TO WS-ED-CODE(WS-EMP-DED-COUNT)
               MOVE PD-DESCRIPTION TO
                   WS-ED-DESCRIPTION(WS-EMP-DED-COUNT)
               MOVE PD-TYPE        TO WS-ED-TYPE(WS-EMP-DED-COUNT)
               MOVE PD-AMOUNT      TO WS-ED-AMOUNT(WS-EMP-DED-COUNT)
               MOVE PD-PRE-TAX     TO WS-ED-PRE-TAX(WS-EMP-DED-COUNT)
           ELSE
               DISPLAY "PAYREG: MORE THAN 20 DEDUCTIONS FOR ",
                   MR-EMPLOYEE-ID, " - SKIPPING THE REMAINDER"
               SET WS-DED-GROUP-EOF TO TRUE
               GO TO 0730-LOAD-ONE-DEDUCTION-EXIT
           END-IF.

           PERFORM 0720-READ-NEXT-DEDUCTION
               THRU 0720-READ-NEXT-DEDUCTION-EXIT.
       0730-LOAD-ONE-DEDUCTION-EXIT.
           EXIT.

      * Called once for the before-tax pass and once for the
      * after-tax pass - each pass takes only its own deductions.
       0750-TAKE-ONE-DEDUCTION.
           IF WS-PRE-TAX-PASS
               AND WS-ED-PRE-TAX(WS-EMP-DED-IDX) NOT = "Y"
               GO TO 0750-TAKE-ONE-DEDUCTION-EXIT
           END-IF.
           IF WS-POST-TAX-PASS
               AND WS-ED-PRE-TAX(WS-EMP-DED-IDX) = "Y"
               GO TO 0750-TAKE-ONE-DEDUCTION-EXIT
           END-IF.

           MOVE SPACES TO WS-DEDUCTION-LINE.
           IF WS-ED-TYPE(WS-EMP-DED-IDX) = "P"
               COMPUTE WS-WORK-DEDUCTION ROUNDED =
                   WS-WORK-GROSS * WS-ED-AMOUNT(WS-EMP-DED-IDX)
                   / 100
               MOVE WS-ED-AMOUNT(WS-EMP-DED-IDX) TO WS-WORK-PERCENT
               STRING WS-WORK-PERCENT " PCT" DELIMITED BY SIZE
                   INTO WSD-BASIS
           ELSE
               MOVE WS-ED-AMOUNT(WS-EMP-DED-IDX) TO WS-WORK-DEDUCTION
               MOVE "FLAT" TO WSD-BASIS
           END-IF.

           IF WS-WORK-DEDUCTION > WS-WORK-NET
               MOVE WS-WORK-NET TO WS-WORK-DEDUCTION
               MOVE "*** LIMITED" TO WSD-NOTE
               ADD 1 TO WS-LIMITED-COUNT
           END-IF.

           SUBTRACT WS-WORK-DEDUCTION FROM WS-WORK-NET.
           ADD WS-WORK-DEDUCTION TO WS-WORK-DEDUCTIONS.

           MOVE WS-ED-CODE(WS-EMP-DED-IDX) TO WSD-CODE.
           MOVE WS-ED-DESCRIPTION(WS-EMP-DED-IDX) TO WSD-DESCRIPTION.
           MOVE WS-WORK-DEDUCTION TO WSD-AMOUNT.
           DISPLAY WS-DEDUCTION-LINE.
       0750-TAKE-ONE-DEDUCTION-EXIT.
           EXIT.

      * The bracket that applies is the last one whose lower limit
      * the taxable pay reaches - the table is kept lowest first.
       0770-WITHHOLD-TAX.
           MOVE ZERO TO WS-TAX-FOUND-IDX.
           PERFORM 0780-CHECK-ONE-BRACKET
               THRU 0780-CHECK-ONE-BRACKET-EXIT
               VARYING WS-TAX-IDX FROM 1 BY 1
               UNTIL WS-TAX-IDX > WS-TAX-COUNT.

           IF WS-TAX-FOUND-IDX = ZERO
               GO TO 0770-WITHHOLD-TAX-EXIT
           END-IF.

           MOVE SPACES TO WS-DEDUCTION-LINE.
           COMPUTE WS-WORK-TAX ROUNDED =
               WS-TX-BASE-AMOUNT(WS-TAX-FOUND-IDX)
               + (WS-WORK-TAXABLE - WS-TX-LOW-LIMIT(WS-TAX-FOUND-IDX))
               * WS-TX-PERCENT(WS-TAX-FOUND-IDX) / 100.
           IF WS-WORK-TAX > WS-WORK-NET
               MOVE WS-WORK-NET TO WS-WORK-TAX
               MOVE "*** LIMITED" TO WSD-NOTE
               ADD 1 TO WS-LIMITED-COUNT
           END-IF.
           SUBTRACT WS-WORK-TAX FROM WS-WORK-NET.

           MOVE "TAX"             TO WSD-CODE.
           MOVE "TAX WITHHOLDING" TO WSD-DESCRIPTION.
           MOVE WS-TX-PERCENT(WS-TAX-FOUND-IDX) TO WS-WORK-PERCENT.
           STRING WS-WORK-PERCENT " PCT" DELIMITED BY SIZE
               INTO WSD-BASIS.
           MOVE WS-WORK-TAX       TO WSD-AMOUNT.
           DISPLAY WS-DEDUCTION-LINE.
       0770-WITHHOLD-TAX-EXIT.
           EXIT.

       0780-CHECK-ONE-BRACKET.
           IF WS-WORK-TAXABLE NOT < WS-TX-LOW-LIMIT(WS-TAX-IDX)
               MOVE WS-TAX-IDX TO WS-TAX-FOUND-IDX
           END-IF.
       0780-CHECK-ONE-BRACKET-EXIT.
           EXIT.

      * The wellness credit is paid back on top of net pay, after
      * tax and every deduction, as long as the screening behind it
      * is still within a year of the pay-period end.
       0790-APPLY-WELLNESS-CREDIT.
           MOVE ZERO TO WS-CREDIT-FOUND-IDX.
           PERFORM 0795-CHECK-ONE-CREDIT
               THRU 0795-CHECK-ONE-CREDIT-EXIT
               VARYING WS-CREDIT-IDX FROM 1 BY 1
               UNTIL WS-CREDIT-IDX > WS-CREDIT-COUNT
                  OR WS-CREDIT-FOUND-IDX > ZERO.
           IF WS-CREDIT-FOUND-IDX = ZERO
               GO TO 0790-APPLY-WELLNESS-CREDIT-EXIT
           END-IF.

           SET WS-WC-APPLIED(WS-CREDIT-FOUND-IDX) TO TRUE.
           MOVE SPACES            TO WS-DEDUCTION-LINE.
           MOVE "WELL"            TO WSD-CODE.
           MOVE "WELLNESS CREDIT" TO WSD-DESCRIPTION.
           MOVE "PREMIUM"         TO WSD-BASIS.

           CALL "DATEDIFF" USING
               WS-WC-LAST-SCREENED(WS-CREDIT-FOUND-IDX),
               WS-PERIOD-END-DATE, WS-ELAPSED-YEARS, WS-ELAPSED-DAYS.
           IF WS-ELAPSED-YEARS >= 1
               ADD 1 TO WS-CREDIT-LAPSED-COUNT
               MOVE ZERO TO WSD-AMOUNT
               MOVE "*** LAPSED" TO WSD-NOTE
               DISPLAY WS-DEDUCTION-LINE
               GO TO 0790-APPLY-WELLNESS-CREDIT-EXIT
           END-IF.

           MOVE WS-WC-AMOUNT(WS-CREDIT-FOUND-IDX) TO WS-WORK-CREDIT.
           ADD WS-WC-AMOUNT(WS-CREDIT-FOUND-IDX) TO WS-WORK-NET.
           ADD WS-WC-AMOUNT(WS-CREDIT-FOUND-IDX) TO WS-TOTAL-CREDITS.
           ADD 1 TO WS-CREDIT-APPLIED-COUNT.
           MOVE WS-WC-AMOUNT(WS-CREDIT-FOUND-IDX) TO WSD-AMOUNT.
           DISPLAY WS-DEDUCTION-LINE.
       0790-APPLY-WELLNESS-CREDIT-EXIT.
           EXIT.

       0795-CHECK-ONE-CREDIT.
           IF WS-WC-EMPLOYEE-ID(WS-CREDIT-IDX) = MR-EMPLOYEE-ID
               MOVE WS-CREDIT-IDX TO WS-CREDIT-FOUND-IDX
           END-IF.
       0795-CHECK-ONE-CREDIT-EXIT.
           EXIT.

      * Figures post to the calendar year of the period being paid,
      * so a December period paid in January stays in December's
      * year, and the first period of a new year starts each
      * employee's totals again from zero.  A rerun for the period
      * last posted backs that posting out and applies the new
      * figures in its place, the same way the PAYHIST.DAT row is
      * replaced, so a corrected rerun is reflected and a repeat
      * never counts the period twice.  A period older than the
      * one last posted cannot be backed out and is left for
      * payroll to adjust.
       0800-POST-YEAR-TO-DATE.
           MOVE MR-EMPLOYEE-ID TO YTD-EMPLOYEE-ID.
           READ YTD-FILE
               KEY IS YTD-EMPLOYEE-ID
               INVALID KEY
                   CONTINUE
           END-READ.

           IF NOT WS-YTD-FOUND
               INITIALIZE YTD-RECORD
               MOVE MR-EMPLOYEE-ID     TO YTD-EMPLOYEE-ID
               MOVE WS-PERIOD-END-YEAR TO YTD-YEAR
               PERFORM 0850-ADD-PERIOD-TO-YTD
                   THRU 0850-ADD-PERIOD-TO-YTD-EXIT
               WRITE YTD-RECORD
                   INVALID KEY
                       DISPLAY "PAYREG: YTD WRITE FAILED FOR ",
                           MR-EMPLOYEE-ID, " - STATUS ",
                           WS-YTD-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-YTD-NEW-COUNT
                       ADD 1 TO WS-YTD-POSTED-COUNT
               END-WRITE
               GO TO 0800-POST-YEAR-TO-DATE-EXIT
           END-IF.

           IF YTD-LAST-PERIOD > WS-PERIOD-END-DATE
               ADD 1 TO WS-YTD-SKIPPED-COUNT
               DISPLAY "PAYREG: YTD NOT POSTED FOR ", MR-EMPLOYEE-ID,
                   " - PERIOD ", YTD-LAST-PERIOD, " ALREADY POSTED"
               GO TO 0800-POST-YEAR-TO-DATE-EXIT
           END-IF.

           IF YTD-LAST-PERIOD = WS-PERIOD-END-DATE
               PERFORM 0840-BACK-OUT-LAST-PERIOD
                   THRU 0840-BACK-OUT-LAST-PERIOD-EXIT
               ADD 1 TO WS-YTD-REPOSTED-COUNT
           END-IF.

           IF YTD-YEAR NOT = WS-PERIOD-END-YEAR
               MOVE WS-PERIOD-END-YEAR TO YTD-YEAR
               MOVE ZERO TO YTD-GROSS, YTD-DEDUCTIONS, YTD-TAX,
                   YTD-CREDIT, YTD-NET, YTD-PERIODS
               ADD 1 TO WS-YTD-ROLLED-COUNT
           END-IF.

           PERFORM 0850-ADD-PERIOD-TO-YTD
               THRU 0850-ADD-PERIOD-TO-YTD-EXIT.
           REWRITE YTD-RECORD
               INVALID KEY
                   DISPLAY "PAYREG: YTD REWRITE FAILED FOR ",
                       MR-EMPLOYEE-ID, " - STATUS ",
                       WS-YTD-FILE-STATUS
               NOT INVALID KEY
                   ADD 1 TO WS-YTD-POSTED-COUNT
           END-REWRITE.
       0800-POST-YEAR-TO-DATE-EXIT.
           EXIT.

       0840-BACK-OUT-LAST-PERIOD.
           SUBTRACT YTD-LAST-GROSS  FROM YTD-GROSS.
           SUBTRACT YTD-LAST-DEDUCT FROM YTD-DEDUCTIONS.
           SUBTRACT YTD-LAST-TAX    FROM YTD-TAX.
           SUBTRACT YTD-LAST-CREDIT FROM YTD-CREDIT.
           SUBTRACT YTD-LAST-NET    FROM YTD-NET.
           SUBTRACT 1               FROM YTD-PERIODS.
       0840-BACK-OUT-LAST-PERIOD-EXIT.
           EXIT.

      * The period's own figures are kept on the record as well so
      * a rerun of the same period can take them back out.
       0850-ADD-PERIOD-TO-YTD.
           ADD WS-WORK-GROSS      TO YTD-GROSS.
           ADD WS-WORK-DEDUCTIONS TO YTD-DEDUCTIONS.
           ADD WS-WORK-TAX        TO YTD-TAX.
           ADD WS-WORK-CREDIT     TO YTD-CREDIT.
           ADD WS-WORK-NET        TO YTD-NET.
           ADD 1                  TO YTD-PERIODS.
           MOVE WS-WORK-GROSS      TO YTD-LAST-GROSS.
           MOVE WS-WORK-DEDUCTIONS TO YTD-LAST-DEDUCT.
           MOVE WS-WORK-TAX        TO YTD-LAST-TAX.
           MOVE WS-WORK-CREDIT     TO YTD-LAST-CREDIT.
           MOVE WS-WORK-NET        TO YTD-LAST-NET.
           MOVE WS-PERIOD-END-DATE TO YTD-LAST-PERIOD.
           MOVE WS-TODAY-DATE      TO YTD-LAST-RUN.
       0850-ADD-PERIOD-TO-YTD-EXIT.
           EXIT.

      * A rerun for the same period end replaces the period's
      * record rather than adding a second one.
       0870-RECORD-PAY-HISTORY.
           MOVE MR-EMPLOYEE-ID     TO PY-EMPLOYEE-ID.
           MOVE WS-PERIOD-END-DATE TO PY-PERIOD-END.
           READ PAYHIST-FILE
               KEY IS PY-KEY
               INVALID KEY
                   CONTINUE
           END-READ.

           MOVE PR-RATE             TO PY-RATE.
           MOVE PR-FREQUENCY        TO PY-FREQUENCY.
           MOVE WS-WORK-HOURS       TO PY-REGULAR-HOURS.
           MOVE WS-WORK-OT-HOURS    TO PY-OVERTIME-HOURS.
           MOVE WS-OVERTIME-PREMIUM TO PY-PREMIUM.
           MOVE WS-WORK-GROSS       TO PY-GROSS.
           MOVE WS-TODAY-DATE       TO PY-RUN-DATE.
           IF WS-PAYHIST-FOUND
               REWRITE PAYHIST-RECORD
                   INVALID KEY
                       DISPLAY "PAYREG: PAYHIST REWRITE FAILED FOR ",
                           MR-EMPLOYEE-ID, " - STATUS ",
                           WS-PAYHIST-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE PAYHIST-RECORD
                   INVALID KEY
                       DISPLAY "PAYREG: PAYHIST WRITE FAILED FOR ",
                           MR-EMPLOYEE-ID, " - STATUS ",
                           WS-PAYHIST-FILE-STATUS
               END-WRITE
           END-IF.
       0870-RECORD-PAY-HISTORY-EXIT.
           EXIT.

      * Net pay goes to the employee's bank account when there is
      * one on file and to the paper-cheque list when there is not.
      * An employee whose deductions took the whole gross has
      * nothing to pay and is only counted.
       0900-PAY-ONE-EMPLOYEE.
           IF WS-WORK-NET = ZERO
               ADD 1 TO WS-ZERO-NET-COUNT
               GO TO 0900-PAY-ONE-EMPLOYEE-EXIT
           END-IF.

           MOVE "N" TO WS-DEPOSIT-SW.
           IF WS-BANK-AVAILABLE
               MOVE MR-EMPLOYEE-ID TO BA-EMPLOYEE-ID
               READ BANKACCT-FILE
                   KEY IS BA-EMPLOYEE-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET WS-PAY-BY-DEPOSIT TO TRUE
               END-READ
           END-IF.

           IF WS-PAY-BY-DEPOSIT
               PERFORM 0920-WRITE-DEPOSIT-ENTRY
                   THRU 0920-WRITE-DEPOSIT-ENTRY-EXIT
               GO TO 0900-PAY-ONE-EMPLOYEE-EXIT
           END-IF.

           ADD WS-WORK-NET TO WS-CHEQUE-AMOUNT.
           IF WS-CHEQUE-COUNT < 500
               ADD 1 TO WS-CHEQUE-COUNT
               MOVE MR-EMPLOYEE-ID TO
                   WS-CQ-EMPLOYEE-ID(WS-CHEQUE-COUNT)
               MOVE MR-LAST-NAME   TO WS-CQ-LAST-NAME(WS-CHEQUE-COUNT)
               MOVE MR-FIRST-NAME  TO
                   WS-CQ-FIRST-NAME(WS-CHEQUE-COUNT)
               MOVE MR-DEPARTMENT  TO
                   WS-CQ-DEPARTMENT(WS-CHEQUE-COUNT)
               MOVE WS-WORK-NET    TO WS-CQ-NET(WS-CHEQUE-COUNT)
           ELSE
               IF NOT WS-CHEQUE-CAP-HIT
                   DISPLAY "PAYREG: MORE THAN 500 PAPER CHEQUES - "
                       "THE CHEQUE LIST WILL BE INCOMPLETE"
                   SET WS-CHEQUE-CAP-HIT TO TRUE
               END-IF
               DISPLAY "PAYREG: CHEQUE NOT LISTED FOR ",
                   MR-EMPLOYEE-ID
           END-IF.
       0900-PAY-ONE-EMPLOYEE-EXIT.
           EXIT.

       0920-WRITE-DEPOSIT-ENTRY.
           ADD 1 TO WS-DEPOSIT-COUNT.
           ADD WS-WORK-NET TO WS-DEPOSIT-AMOUNT.
           ADD BA-ROUTING-BANK TO WS-DEPOSIT-HASH.

           MOVE SPACES          TO DEPOSIT-ENTRY-RECORD.
           MOVE "6"             TO DE-RECORD-TYPE.
           IF BA-SAVINGS
               SET DE-SAVINGS-CREDIT TO TRUE
           ELSE
               SET DE-CHECKING-CREDIT TO TRUE
           END-IF.
           MOVE BA-ROUTING      TO DE-ROUTING.
           MOVE BA-ACCOUNT      TO DE-ACCOUNT.
           MOVE WS-WORK-NET     TO DE-AMOUNT.
           MOVE MR-EMPLOYEE-ID  TO DE-EMPLOYEE-ID.
           STRING MR-LAST-NAME DELIMITED BY SPACE
               ", " DELIMITED BY SIZE
               MR-FIRST-NAME DELIMITED BY SPACE
               INTO DE-NAME.
           MOVE "0"             TO DE-ADDENDA.
           MOVE WS-DEPOSIT-COUNT TO DE-TRACE-NUMBER.
           WRITE DEPOSIT-ENTRY-RECORD.
       0920-WRITE-DEPOSIT-ENTRY-EXIT.
           EXIT.

       0950-PRINT-ONE-CHEQUE.
           MOVE WS-CQ-EMPLOYEE-ID(WS-CHEQUE-IDX) TO WSC-EMPLOYEE-ID.
           MOVE WS-CQ-LAST-NAME(WS-CHEQUE-IDX)   TO WSC-LAST-NAME.
           MOVE WS-CQ-FIRST-NAME(WS-CHEQUE-IDX)  TO WSC-FIRST-NAME.
           MOVE WS-CQ-DEPARTMENT(WS-CHEQUE-IDX)  TO WSC-DEPARTMENT.
           MOVE WS-CQ-NET(WS-CHEQUE-IDX)         TO WSC-NET.
           DISPLAY WS-CHEQUE-LINE.
       0950-PRINT-ONE-CHEQUE-EXIT.
           EXIT.

      * The control record closes the batch even when nobody was
      * paid by deposit, so the bank always receives a balanced
      * file.  Only credits are sent - the debit total is zero.
       0960-WRITE-DEPOSIT-CONTROL.
           MOVE SPACES            TO DEPOSIT-CONTROL-RECORD.
           MOVE "8"               TO DC-RECORD-TYPE.
           MOVE "220"             TO DC-SERVICE-CLASS.
           MOVE WS-DEPOSIT-COUNT  TO DC-ENTRY-COUNT.
           MOVE WS-DEPOSIT-HASH   TO WS-DEPOSIT-HASH-TOTAL.
           MOVE WS-DEPOSIT-HASH-TOTAL TO DC-HASH-TOTAL.
           MOVE ZERO              TO DC-TOTAL-DEBIT.
           MOVE WS-DEPOSIT-AMOUNT TO DC-TOTAL-CREDIT.
           WRITE DEPOSIT-CONTROL-RECORD.
       0960-WRITE-DEPOSIT-CONTROL-EXIT.
           EXIT.

       END PROGRAM PAYREG.
