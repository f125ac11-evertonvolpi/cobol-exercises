       IDENTIFICATION DIVISION.
       PROGRAM-ID. "JRNLARCH".
       AUTHOR.     EVERTON VOLPI.
      * Retention and archive utility for the audit trails and
      * journals the suite only ever appends to - OBTAINAUDIT.DAT,
      * GAMEJRNL.DAT, INVADJAUD.DAT, DEPTJRNL.DAT, TERMAUDIT.DAT and
      * JOBLOG.DAT - so the programs that read them end to end every
      * run stop getting slower every month - what BMIPURGE does
      * for BMIHISTORY.DAT, for the journals.
      *
      * The RETAIN.DAT control file gives each journal to be
      * archived its retention period in months (a journal not on
      * it is left alone).  Records dated before the same day that
      * many months back are moved to a dated archive file named
      * for the journal and the run date - TERMAUDITARCH20261015.DAT
      * for one - and the rest are written back as the live file.
      * A second run on the same day adds to that day's archive.
      *
      * Records a program still depends on are held on the live
      * file however old they are:
      *   TERMAUDIT.DAT  a termination whose employee is still on
      *                  BMIROSTER.DAT (BMIREFRESH drops ids from
      *                  this entry), or that EMPLOYEE.DAT still
      *                  carries as the employee's termination (the
      *                  rehire check in OBTAININPUT and EMPINTAKE
      *                  takes its reason from it)
      *   GAMEJRNL.DAT   a cancellation in the current season, as
      *                  GATESETL re-settles the season to date on
      *                  every run
      *   JOBLOG.DAT     a run BATCHMON has not yet measured, once
      *                  BATCHHIST.DAT is in use - a program BATCHMON
      *                  has no history for ages like any other
      * A record whose date is not numeric is held too - it cannot
      * be aged.
      *
      * Every journal archived is balanced on the report through
      * RPTWRITE: records read, kept (of which held) and archived,
      * with date hash totals, and the rewritten live file is
      * counted back against the kept count.  Each archive run is
      * catalogued on ARCHCAT.DAT with its cutoff, counts, oldest
      * and newest date archived and hash total.  A journal that
      * fails to balance is not rewritten, or if the rewrite itself
      * comes up short JRNLWORK.DAT still holds the kept records -
      * either way the step ends with an F status on JOBLOG.DAT.
      * A journal whose work file or archive cannot be opened or
      * written is left exactly as it was.
      *
      * Inquiry mode searches the archives of one journal, through
      * the catalog, for records containing a text (an employee id,
      * SKU, game id or program name) within an optional date range
      * and lists them, for when an auditor asks about an old
      * change.
      *
      * The run mode - A archive or I inquiry - is VALUE-1 of the
      * JRNLARCH record on RUNPARMS.DAT; with no record it is asked
      * for.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
      *   2026-10-15  EV  JOBLOG RECORDS OF PROGRAMS NOT ON BATCHHIST
      *                   AGE NORMALLY.  WORK FILE AND ARCHIVE OPENS
      *                   CHECKED - THE JOURNAL IS NOT REWRITTEN WHEN
      *                   EITHER FAILS
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RETAIN-FILE ASSIGN TO "RETAIN.DAT"
               FILE STATUS IS WS-RETAIN-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT JOURNAL-FILE ASSIGN TO DYNAMIC WS-JOURNAL-FILENAME
               FILE STATUS IS WS-JOURNAL-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WORK-FILE ASSIGN TO "JRNLWORK.DAT"
               FILE STATUS IS WS-WORK-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARCHIVE-FILE ASSIGN TO DYNAMIC WS-ARCHIVE-FILENAME
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT CATALOG-FILE ASSIGN TO "ARCHCAT.DAT"
               FILE STATUS IS WS-CATALOG-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ROSTER-FILE ASSIGN TO "BMIROSTER.DAT"
               FILE STATUS IS WS-ROSTER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT HISTORY-FILE ASSIGN TO "BATCHHIST.DAT"
               FILE STATUS IS WS-HISTORY-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNPARMS-FILE ASSIGN TO "RUNPARMS.DAT"
               FILE STATUS IS WS-RUNPARMS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *One record per journal to be archived - its file name and
      *retention period in months.
       FD RETAIN-FILE.
       01 RETAIN-RECORD.
           88 END-OF-RETAIN        VALUE HIGH-VALUES.
           05 RT-JOURNAL           PIC X(16).
           05 FILLER               PIC X.
           05 RT-MONTHS            PIC X(3).

      *Any of the journals - each is read and written as a line.
       FD JOURNAL-FILE.
       01 JOURNAL-RECORD           PIC X(256).
           88 END-OF-JOURNAL       VALUE HIGH-VALUES.

       FD WORK-FILE.
       01 WORK-RECORD              PIC X(256).
           88 END-OF-WORK          VALUE HIGH-VALUES.

       FD ARCHIVE-FILE.
       01 ARCHIVE-RECORD           PIC X(256).
           88 END-OF-ARCHIVE       VALUE HIGH-VALUES.

      *One record per journal per archive run.
       FD CATALOG-FILE.
       01 CATALOG-RECORD.
           88 END-OF-CATALOG       VALUE HIGH-VALUES.
           05 AC-JOURNAL           PIC X(16).
           05 FILLER               PIC X.
           05 AC-ARCHIVE-FILE      PIC X(32).
           05 FILLER               PIC X.
           05 AC-RUN-DATE          PIC 9(8).
           05 FILLER               PIC X.
           05 AC-CUTOFF-DATE       PIC 9(8).
           05 FILLER               PIC X.
           05 AC-READ-COUNT        PIC 9(7).
           05 FILLER               PIC X.
           05 AC-KEPT-COUNT        PIC 9(7).
           05 FILLER               PIC X.
           05 AC-HELD-COUNT        PIC 9(7).
           05 FILLER               PIC X.
           05 AC-ARCHIVED-COUNT    PIC 9(7).
           05 FILLER               PIC X.
           05 AC-OLDEST-DATE       PIC 9(8).
           05 FILLER               PIC X.
           05 AC-NEWEST-DATE       PIC 9(8).
           05 FILLER               PIC X.
           05 AC-ARCHIVED-HASH     PIC 9(15).

      *This mirrors the BMIROSTER.DAT record BMIREFRESH writes.
       FD ROSTER-FILE.
       01 ROSTER-RECORD.
           88 END-OF-ROSTER        VALUE HIGH-VALUES.
           05 ROSTER-EMPLOYEE-ID   PIC X(9).
           05 ROSTER-WEIGHT        PIC 999.
           05 ROSTER-HEIGHT        PIC 999.

      *This mirrors the EMPLOYEE.DAT record EMPMAINT maintains.
       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           05 EMP-ID               PIC 9(7).
           05 EMP-NAME             PIC A(20).
           05 EMP-DEPARTMENT       PIC X(10).
           05 EMP-HIRE-DATE        PIC 9(8).
           05 EMP-STATUS           PIC X.
               88 EMP-ACTIVE           VALUE "A".
               88 EMP-INACTIVE         VALUE "I".
           05 EMP-TERM-DATE        PIC 9(8).
           05 EMP-SUPERVISOR-ID    PIC 9(7).

      *This mirrors the BATCHHIST.DAT record BATCHMON writes - only
      *the end of the last run measured is of interest here.
       FD HISTORY-FILE.
       01 HISTORY-RECORD.
           88 END-OF-HISTORY       VALUE HIGH-VALUES.
           05 BH-PROGRAM           PIC X(17).
           05 FILLER               PIC X.
           05 BH-RUN-COUNT         PIC 9(5).
           05 FILLER               PIC X.
           05 BH-AVG-ELAPSED       PIC 9(7).
           05 FILLER               PIC X.
           05 BH-AVG-READ          PIC 9(7).
           05 FILLER               PIC X.
           05 BH-AVG-WRITE         PIC 9(7).
           05 FILLER               PIC X.
           05 BH-LAST-DATE         PIC 9(8).
           05 FILLER               PIC X.
           05 BH-LAST-TIME         PIC 9(6).

      *One record per program - program name and up to three
      *values whose meaning is the program's own.
       FD RUNPARMS-FILE.
       01 RUNPARMS-RECORD.
           88 END-OF-RUNPARMS      VALUE HIGH-VALUES.
           05 RP-PROGRAM           PIC X(13).
           05 FILLER               PIC X.
           05 RP-VALUE-1           PIC X(36).
           05 FILLER               PIC X.
           05 RP-VALUE-2           PIC X(36).
           05 FILLER               PIC X.
           05 RP-VALUE-3           PIC X(36).

       WORKING-STORAGE SECTION.
       01 WS-RETAIN-FILE-STATUS  PIC XX.
           88 WS-RETAIN-FILE-NOT-FOUND VALUE "35".

       01 WS-JOURNAL-FILE-STATUS PIC XX.
           88 WS-JOURNAL-FILE-OK        VALUE "00".
           88 WS-JOURNAL-FILE-NOT-FOUND VALUE "35".

       01 WS-WORK-FILE-STATUS    PIC XX.
           88 WS-WORK-FILE-OK          VALUE "00".

       01 WS-ARCHIVE-FILE-STATUS PIC XX.
           88 WS-ARCHIVE-FILE-OK        VALUE "00".
           88 WS-ARCHIVE-FILE-NOT-FOUND VALUE "35".

       01 WS-CATALOG-FILE-STATUS PIC XX.
           88 WS-CATALOG-FILE-NOT-FOUND VALUE "35".

       01 WS-ROSTER-FILE-STATUS  PIC XX.
           88 WS-ROSTER-FILE-NOT-FOUND VALUE "35".

       01 WS-EMPLOYEE-FILE-STATUS PIC XX.
           88 WS-EMPLOYEE-FILE-NOT-FOUND VALUE "35".

       01 WS-HISTORY-FILE-STATUS PIC XX.
           88 WS-HISTORY-FILE-NOT-FOUND VALUE "35".

       01 WS-RUNPARMS-FILE-STATUS PIC XX.
           88 WS-RUNPARMS-FILE-NOT-FOUND VALUE "35".

       01 WS-PARMS-FOUND-SW      PIC X VALUE "N".
           88 WS-PARMS-FOUND         VALUE "Y".

       01 WS-RUN-MODE            PIC X.
           88 WS-ARCHIVE-MODE        VALUE "A" "a".
           88 WS-INQUIRY-MODE        VALUE "I" "i".

       01 WS-OPERATOR-ID         PIC X(3) VALUE SPACES.
       01 WS-SIGNON-ACCESS.
           05 WS-SO-PROGRAM      PIC X(17) VALUE "JRNLARCH".
           05 WS-SO-FUNCTION     PIC X VALUE SPACE.
           05 WS-SO-RESULT       PIC X.
               88 WS-SO-GRANTED      VALUE "Y".

       01 WS-TODAY-DATE          PIC 9(8).
       01 WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
           05 WS-TODAY-YYYY      PIC 9(4).
           05 WS-TODAY-MM        PIC 9(2).
           05 WS-TODAY-DD        PIC 9(2).

       01 WS-CUTOFF-DATE         PIC 9(8).
       01 WS-CUTOFF-PARTS REDEFINES WS-CUTOFF-DATE.
           05 WS-CUTOFF-YYYY     PIC 9(4).
           05 WS-CUTOFF-MM       PIC 9(2).
           05 WS-CUTOFF-DD       PIC 9(2).
       01 WS-MONTH-NUMBER        PIC 9(6).
       01 WS-MONTH-REMAINDER     PIC 9(2).

      * The journals this program knows how to age - the file
      * name, the stem its archives are named from, and where the
      * record's own date (YYYYMMDD) starts.
       01 WS-JOURNAL-VALUES.
           05 FILLER PIC X(30) VALUE "OBTAINAUDIT.DAT OBTAINAUDIT022".
           05 FILLER PIC X(30) VALUE "GAMEJRNL.DAT    GAMEJRNL   038".
           05 FILLER PIC X(30) VALUE "INVADJAUD.DAT   INVADJAUD  034".
           05 FILLER PIC X(30) VALUE "DEPTJRNL.DAT    DEPTJRNL   009".
           05 FILLER PIC X(30) VALUE "TERMAUDIT.DAT   TERMAUDIT  043".
           05 FILLER PIC X(30) VALUE "JOBLOG.DAT      JOBLOG     021".
       01 WS-JOURNAL-TABLE REDEFINES WS-JOURNAL-VALUES.
           05 WS-JOURNAL-ENTRY OCCURS 6 TIMES.
               10 WS-JT-NAME         PIC X(16).
               10 WS-JT-STEM         PIC X(11).
               10 WS-JT-DATE-POS     PIC 9(3).
       01 WS-JOURNAL-IDX         PIC 9(2).
       01 WS-JOURNAL-FOUND-IDX   PIC 9(2).

      * The RETAIN.DAT entries that passed the edit.
       01 WS-RETAIN-COUNT        PIC 9(2) VALUE ZERO.
       01 WS-RETAIN-TABLE.
           05 WS-RETAIN-ENTRY OCCURS 20 TIMES.
               10 WS-RT-JOURNAL-IDX  PIC 9(2).
               10 WS-RT-MONTHS       PIC 9(3).
       01 WS-RETAIN-IDX          PIC 9(2).

       01 WS-JOURNAL-FILENAME    PIC X(16).
       01 WS-ARCHIVE-FILENAME    PIC X(32).
       01 WS-DATE-POS            PIC 9(3).
       01 WS-MONTHS              PIC 9(3).

      * The record in hand, with the views the held-record rules
      * need.
       01 WS-JOURNAL-LINE        PIC X(256).
       01 WS-TERMAUDIT-VIEW REDEFINES WS-JOURNAL-LINE.
           05 WS-TA-EMPLOYEE-ID  PIC 9(7).
           05 FILLER             PIC X.
           05 WS-TA-NAME         PIC X(20).
           05 FILLER             PIC X.
           05 WS-TA-TERM-DATE    PIC 9(8).
           05 FILLER             PIC X(219).
       01 WS-GAMEJRNL-VIEW REDEFINES WS-JOURNAL-LINE.
           05 FILLER             PIC X(37).
           05 WS-JR-DATE-YYYY    PIC X(4).
           05 FILLER             PIC X(106).
           05 WS-JR-NEW-STATUS   PIC X.
               88 WS-JR-CANCELLATION VALUE "C".
           05 FILLER             PIC X(108).
       01 WS-JOBLOG-VIEW REDEFINES WS-JOURNAL-LINE.
           05 WS-JLR-PROGRAM     PIC X(17).
           05 FILLER             PIC X(3).
           05 WS-JLR-STAMP.
               10 WS-JLR-DATE    PIC 9(8).
               10 FILLER         PIC X.
               10 WS-JLR-TIME    PIC 9(6).
           05 FILLER             PIC X(221).

       01 WS-RECORD-DATE         PIC 9(8).
       01 WS-RECORD-DATE-X REDEFINES WS-RECORD-DATE PIC X(8).

       01 WS-DISPOSITION-SW      PIC X.
           88 WS-KEEP-RECORD         VALUE "K".
           88 WS-HOLD-RECORD         VALUE "H".
           88 WS-ARCHIVE-RECORD      VALUE "A".

       01 WS-ARCHIVE-OPEN-SW     PIC X.
           88 WS-ARCHIVE-OPEN        VALUE "Y".
           88 WS-ARCHIVE-CLOSED      VALUE "N".

       01 WS-FILE-ERROR-SW       PIC X.
           88 WS-FILE-ERROR          VALUE "Y".
           88 WS-FILES-OK            VALUE "N".
       01 WS-FILE-ERROR-TEXT     PIC X(32).

      * Ids on the wellness roster.
       01 WS-ROSTER-COUNT        PIC 9(4) VALUE ZERO.
       01 WS-ROSTER-TABLE.
           05 WS-ROSTER-ID OCCURS 1000 TIMES PIC 9(7).
       01 WS-ROSTER-IDX          PIC 9(4).
       01 WS-ROSTER-OVERFLOW-SW  PIC X VALUE "N".
           88 WS-ROSTER-OVERFLOW     VALUE "Y".

       01 WS-EMPLOYEE-SW         PIC X VALUE "N".
           88 WS-EMPLOYEE-PRESENT    VALUE "Y".
           88 WS-EMPLOYEE-ABSENT     VALUE "N".

      * The end of the last run BATCHMON measured, per program.
       01 WS-HISTORY-SW          PIC X VALUE "N".
           88 WS-HISTORY-PRESENT     VALUE "Y".
       01 WS-HIST-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-HIST-TABLE.
           05 WS-HIST-ENTRY OCCURS 100 TIMES.
               10 WS-HT-PROGRAM      PIC X(17).
               10 WS-HT-LAST-STAMP.
                   15 WS-HT-LAST-DATE    PIC 9(8).
                   15 FILLER             PIC X.
                   15 WS-HT-LAST-TIME    PIC 9(6).
       01 WS-HIST-IDX            PIC 9(3).
       01 WS-HIST-OVERFLOW-SW    PIC X VALUE "N".
           88 WS-HIST-OVERFLOW       VALUE "Y".

       01 WS-FOUND-SWITCH        PIC X.
           88 WS-ENTRY-FOUND         VALUE "Y".
           88 WS-ENTRY-NOT-FOUND     VALUE "N".

      * Counts and date hash totals for the journal in hand.
       01 WS-READ-COUNT          PIC 9(7).
       01 WS-KEPT-COUNT          PIC 9(7).
       01 WS-HELD-COUNT          PIC 9(7).
       01 WS-ARCHIVED-COUNT      PIC 9(7).
       01 WS-REWRITTEN-COUNT     PIC 9(7).
       01 WS-READ-HASH           PIC 9(15).
       01 WS-KEPT-HASH           PIC 9(15).
       01 WS-ARCHIVED-HASH       PIC 9(15).
       01 WS-CHECK-HASH          PIC 9(15).
       01 WS-OLDEST-DATE         PIC 9(8).
       01 WS-NEWEST-DATE         PIC 9(8).

       01 WS-BALANCE-SW          PIC X.
           88 WS-IN-BALANCE          VALUE "Y".
           88 WS-OUT-OF-BALANCE      VALUE "N".

       01 WS-TOTAL-READ          PIC 9(7) VALUE ZERO.
       01 WS-TOTAL-ARCHIVED      PIC 9(7) VALUE ZERO.
       01 WS-FAILED-COUNT        PIC 9(3) VALUE ZERO.

      * Inquiry.
       01 WS-INQUIRY-JOURNAL     PIC X(16).
       01 WS-SEARCH-TEXT         PIC X(30).
       01 WS-SEARCH-LEN          PIC 9(2).
       01 WS-SCAN-IDX            PIC 9(2).
       01 WS-FROM-DATE-X         PIC X(8).
       01 WS-FROM-DATE REDEFINES WS-FROM-DATE-X PIC 9(8).
       01 WS-TO-DATE-X           PIC X(8).
       01 WS-TO-DATE REDEFINES WS-TO-DATE-X PIC 9(8).
       01 WS-MATCH-TALLY         PIC 9(3).
       01 WS-MATCH-COUNT         PIC 9(7).
       01 WS-SEARCHED-COUNT      PIC 9(7).
       01 WS-AGAIN               PIC X.
           88 WS-SEARCH-AGAIN        VALUE "Y" "y".

       01 WS-ARCHFILE-COUNT      PIC 9(3).
       01 WS-ARCHFILE-TABLE.
           05 WS-ARCHFILE-NAME OCCURS 200 TIMES PIC X(32).
       01 WS-ARCHFILE-IDX        PIC 9(3).

       01 WS-INPUT-OK-SW         PIC X.
           88 WS-INPUT-OK            VALUE "Y".
           88 WS-INPUT-NOT-OK        VALUE "N".

       01 WS-JOBLOG-PARM.
           05 WS-JL-PROGRAM      PIC X(17) VALUE "JRNLARCH".
           05 WS-JL-FUNCTION     PIC X.
           05 WS-JL-READ-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-JL-WRITE-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-JL-STATUS       PIC X VALUE SPACE.
           05 WS-JL-OPERATOR     PIC X(3) VALUE SPACES.

       01 WS-RPTWRITE-PARM.
           05 WS-RW-PROGRAM      PIC X(17) VALUE "JRNLARCH".
           05 WS-RW-FUNCTION     PIC X.
           05 WS-RW-LINE         PIC X(132).
       01 WS-PRINT-LINE          PIC X(132).

       01 WS-HEADING-LINE.
           05 FILLER PIC X(24) VALUE "JOURNAL          MONTHS ".
           05 FILLER PIC X(24) VALUE "CUTOFF      READ    KEPT".
           05 FILLER PIC X(24) VALUE "    HELD ARCHIVED  ARCHI".
           05 FILLER PIC X(7) VALUE "VE FILE".

       01 WS-DETAIL-LINE.
           05 WSD-JOURNAL        PIC X(16).
           05 FILLER             PIC X VALUE SPACE.
           05 WSD-MONTHS         PIC ZZ9.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WSD-CUTOFF         PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 WSD-READ           PIC Z(6)9.
           05 FILLER             PIC X VALUE SPACE.
           05 WSD-KEPT           PIC Z(6)9.
           05 FILLER             PIC X VALUE SPACE.
           05 WSD-HELD           PIC Z(6)9.
           05 FILLER             PIC X VALUE SPACE.
           05 WSD-ARCHIVED       PIC Z(7)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WSD-ARCHIVE-FILE   PIC X(32).

       01 WS-HASH-LINE.
           05 FILLER             PIC X(17) VALUE "  DATE HASH READ ".
           05 WSH-READ           PIC Z(14)9.
           05 FILLER             PIC X(6) VALUE " KEPT ".
           05 WSH-KEPT           PIC Z(14)9.
           05 FILLER             PIC X(10) VALUE " ARCHIVED ".
           05 WSH-ARCHIVED       PIC Z(14)9.
           05 FILLER             PIC X VALUE SPACE.
           05 WSH-RESULT         PIC X(32).

       PROCEDURE DIVISION.
       0100-START-HERE.
           CALL "SIGNON" USING WS-JL-OPERATOR, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               GOBACK
           END-IF.
           MOVE "S" TO WS-JL-FUNCTION.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0150-READ-RUN-PARMS THRU 0150-READ-RUN-PARMS-EXIT.
           IF NOT WS-PARMS-FOUND
               DISPLAY "RUN MODE - (A)RCHIVE OR (I)NQUIRY: "
                   WITH NO ADVANCING
               ACCEPT WS-RUN-MODE
           END-IF.

           EVALUATE TRUE
               WHEN WS-ARCHIVE-MODE
                   PERFORM 0200-ARCHIVE-JOURNALS
                       THRU 0200-ARCHIVE-JOURNALS-EXIT
               WHEN WS-INQUIRY-MODE
                   MOVE "Y" TO WS-AGAIN
                   PERFORM 0600-INQUIRY THRU 0600-INQUIRY-EXIT
                       UNTIL NOT WS-SEARCH-AGAIN
               WHEN OTHER
                   DISPLAY "JRNLARCH: RUN MODE MUST BE A OR I - "
                       "NOTHING DONE"
           END-EVALUATE.

           IF WS-FAILED-COUNT > ZERO
               MOVE "F" TO WS-JL-STATUS
           ELSE
               MOVE "S" TO WS-JL-STATUS
           END-IF.
           PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT.

           GOBACK.

       0150-READ-RUN-PARMS.
           OPEN INPUT RUNPARMS-FILE.
           IF WS-RUNPARMS-FILE-NOT-FOUND
               GO TO 0150-READ-RUN-PARMS-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
           PERFORM 0170-CHECK-ONE-PARM THRU 0170-CHECK-ONE-PARM-EXIT
               UNTIL END-OF-RUNPARMS OR WS-PARMS-FOUND.
           CLOSE RUNPARMS-FILE.
       0150-READ-RUN-PARMS-EXIT.
           EXIT.

       0170-CHECK-ONE-PARM.
           IF RP-PROGRAM = "JRNLARCH"
               SET WS-PARMS-FOUND TO TRUE
               MOVE RP-VALUE-1(1:1) TO WS-RUN-MODE
               GO TO 0170-CHECK-ONE-PARM-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
       0170-CHECK-ONE-PARM-EXIT.
           EXIT.

      ******************************************************************
      * Archive mode.
      ******************************************************************
       0200-ARCHIVE-JOURNALS.
           PERFORM 0210-LOAD-RETAIN THRU 0210-LOAD-RETAIN-EXIT.
           IF WS-RETAIN-COUNT = ZERO
               DISPLAY "JRNLARCH: NO JOURNALS TO ARCHIVE ON "
                   "RETAIN.DAT - NOTHING DONE"
               GO TO 0200-ARCHIVE-JOURNALS-EXIT
           END-IF.

           PERFORM 0250-LOAD-ROSTER THRU 0250-LOAD-ROSTER-EXIT.
           PERFORM 0270-LOAD-HISTORY THRU 0270-LOAD-HISTORY-EXIT.
           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-FILE-NOT-FOUND
               SET WS-EMPLOYEE-ABSENT TO TRUE
           ELSE
               SET WS-EMPLOYEE-PRESENT TO TRUE
           END-IF.

           MOVE "O" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.
           MOVE "JOURNAL RETENTION AND ARCHIVE BALANCING"
               TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           PERFORM 0300-ARCHIVE-ONE-JOURNAL
               THRU 0300-ARCHIVE-ONE-JOURNAL-EXIT
               VARYING WS-RETAIN-IDX FROM 1 BY 1
               UNTIL WS-RETAIN-IDX > WS-RETAIN-COUNT.

           IF WS-EMPLOYEE-PRESENT
               CLOSE EMPLOYEE-FILE
           END-IF.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL RECORDS READ " WS-TOTAL-READ
               "  ARCHIVED " WS-TOTAL-ARCHIVED
               "  JOURNALS OUT OF BALANCE " WS-FAILED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE "C" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.
       0200-ARCHIVE-JOURNALS-EXIT.
           EXIT.

      * A journal this program does not know, or a retention that
      * is not 001-999 months, is reported and skipped.
       0210-LOAD-RETAIN.
           OPEN INPUT RETAIN-FILE.
           IF WS-RETAIN-FILE-NOT-FOUND
               GO TO 0210-LOAD-RETAIN-EXIT
           END-IF.

           READ RETAIN-FILE
               AT END SET END-OF-RETAIN TO TRUE
           END-READ.
           PERFORM 0220-LOAD-ONE-RETAIN THRU 0220-LOAD-ONE-RETAIN-EXIT
               UNTIL END-OF-RETAIN.
           CLOSE RETAIN-FILE.
       0210-LOAD-RETAIN-EXIT.
           EXIT.

       0220-LOAD-ONE-RETAIN.
           MOVE RT-JOURNAL TO WS-INQUIRY-JOURNAL.
           PERFORM 0230-FIND-JOURNAL THRU 0230-FIND-JOURNAL-EXIT.
           IF WS-ENTRY-NOT-FOUND
               DISPLAY "JRNLARCH: ", RT-JOURNAL, " ON RETAIN.DAT IS "
                   "NOT A JOURNAL THIS PROGRAM ARCHIVES - SKIPPED"
               GO TO 0220-LOAD-ONE-RETAIN-READ
           END-IF.

           IF RT-MONTHS NOT NUMERIC OR RT-MONTHS = "000"
               DISPLAY "JRNLARCH: RETENTION FOR ", RT-JOURNAL,
                   " MUST BE 001-999 MONTHS - SKIPPED"
               GO TO 0220-LOAD-ONE-RETAIN-READ
           END-IF.

           IF WS-RETAIN-COUNT < 20
               ADD 1 TO WS-RETAIN-COUNT
               MOVE WS-JOURNAL-FOUND-IDX
                   TO WS-RT-JOURNAL-IDX(WS-RETAIN-COUNT)
               MOVE RT-MONTHS TO WS-RT-MONTHS(WS-RETAIN-COUNT)
           ELSE
               DISPLAY "JRNLARCH: MORE THAN 20 RETAIN.DAT RECORDS - "
                   RT-JOURNAL, " SKIPPED"
           END-IF.

       0220-LOAD-ONE-RETAIN-READ.
           READ RETAIN-FILE
               AT END SET END-OF-RETAIN TO TRUE
           END-READ.
       0220-LOAD-ONE-RETAIN-EXIT.
           EXIT.

       0230-FIND-JOURNAL.
           SET WS-ENTRY-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-JOURNAL-FOUND-IDX.
           PERFORM 0240-CHECK-ONE-JOURNAL
               THRU 0240-CHECK-ONE-JOURNAL-EXIT
               VARYING WS-JOURNAL-IDX FROM 1 BY 1
               UNTIL WS-JOURNAL-IDX > 6 OR WS-ENTRY-FOUND.
       0230-FIND-JOURNAL-EXIT.
           EXIT.

       0240-CHECK-ONE-JOURNAL.
           IF WS-JT-NAME(WS-JOURNAL-IDX) = WS-INQUIRY-JOURNAL
               SET WS-ENTRY-FOUND TO TRUE
               MOVE WS-JOURNAL-IDX TO WS-JOURNAL-FOUND-IDX
           END-IF.
       0240-CHECK-ONE-JOURNAL-EXIT.
           EXIT.

       0250-LOAD-ROSTER.
           OPEN INPUT ROSTER-FILE.
           IF WS-ROSTER-FILE-NOT-FOUND
               GO TO 0250-LOAD-ROSTER-EXIT
           END-IF.

           READ ROSTER-FILE
               AT END SET END-OF-ROSTER TO TRUE
           END-READ.
           PERFORM 0260-LOAD-ONE-ROSTER THRU 0260-LOAD-ONE-ROSTER-EXIT
               UNTIL END-OF-ROSTER.
           CLOSE ROSTER-FILE.
       0250-LOAD-ROSTER-EXIT.
           EXIT.

       0260-LOAD-ONE-ROSTER.
           IF ROSTER-EMPLOYEE-ID(1:7) IS NUMERIC
               IF WS-ROSTER-COUNT < 1000
                   ADD 1 TO WS-ROSTER-COUNT
                   MOVE ROSTER-EMPLOYEE-ID(1:7)
                       TO WS-ROSTER-ID(WS-ROSTER-COUNT)
               ELSE
                   DISPLAY "JRNLARCH: MORE THAN 1000 BMIROSTER.DAT "
                       "RECORDS - TERMAUDIT.DAT NOT ARCHIVED"
                   SET WS-ROSTER-OVERFLOW TO TRUE
                   SET END-OF-ROSTER TO TRUE
                   GO TO 0260-LOAD-ONE-ROSTER-EXIT
               END-IF
           END-IF.

           READ ROSTER-FILE
               AT END SET END-OF-ROSTER TO TRUE
           END-READ.
       0260-LOAD-ONE-ROSTER-EXIT.
           EXIT.

      * With no BATCHHIST.DAT, BATCHMON is not in use and nothing
      * on JOBLOG.DAT is waiting for it.
       0270-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FILE-NOT-FOUND
               GO TO 0270-LOAD-HISTORY-EXIT
           END-IF.
           SET WS-HISTORY-PRESENT TO TRUE.

           READ HISTORY-FILE
               AT END SET END-OF-HISTORY TO TRUE
           END-READ.
           PERFORM 0280-LOAD-ONE-HISTORY
               THRU 0280-LOAD-ONE-HISTORY-EXIT
               UNTIL END-OF-HISTORY.
           CLOSE HISTORY-FILE.
       0270-LOAD-HISTORY-EXIT.
           EXIT.

       0280-LOAD-ONE-HISTORY.
           IF WS-HIST-COUNT < 100
               ADD 1 TO WS-HIST-COUNT
               MOVE SPACES TO WS-HIST-ENTRY(WS-HIST-COUNT)
               MOVE BH-PROGRAM TO WS-HT-PROGRAM(WS-HIST-COUNT)
               MOVE BH-LAST-DATE TO WS-HT-LAST-DATE(WS-HIST-COUNT)
               MOVE BH-LAST-TIME TO WS-HT-LAST-TIME(WS-HIST-COUNT)
           ELSE
               SET WS-HIST-OVERFLOW TO TRUE
           END-IF.

           READ HISTORY-FILE
               AT END SET END-OF-HISTORY TO TRUE
           END-READ.
       0280-LOAD-ONE-HISTORY-EXIT.
           EXIT.

      * The cutoff is the run date the retention's months back.  A
      * day past the end of the cutoff month (the 31st six months
      * after a 31-day month) still compares correctly as a number.
       0300-ARCHIVE-ONE-JOURNAL.
           MOVE WS-RT-JOURNAL-IDX(WS-RETAIN-IDX) TO WS-JOURNAL-IDX.
           MOVE WS-RT-MONTHS(WS-RETAIN-IDX) TO WS-MONTHS.
           MOVE WS-JT-NAME(WS-JOURNAL-IDX) TO WS-JOURNAL-FILENAME.
           MOVE WS-JT-DATE-POS(WS-JOURNAL-IDX) TO WS-DATE-POS.
           MOVE SPACES TO WS-ARCHIVE-FILENAME.
           STRING WS-JT-STEM(WS-JOURNAL-IDX) DELIMITED BY SPACE
               "ARCH" WS-TODAY-DATE ".DAT" DELIMITED BY SIZE
               INTO WS-ARCHIVE-FILENAME.

           COMPUTE WS-MONTH-NUMBER = WS-TODAY-YYYY * 12
               + WS-TODAY-MM - 1 - WS-MONTHS.
           DIVIDE WS-MONTH-NUMBER BY 12 GIVING WS-CUTOFF-YYYY
               REMAINDER WS-MONTH-REMAINDER.
           COMPUTE WS-CUTOFF-MM = WS-MONTH-REMAINDER + 1.
           MOVE WS-TODAY-DD TO WS-CUTOFF-DD.

           MOVE ZERO TO WS-READ-COUNT, WS-KEPT-COUNT, WS-HELD-COUNT,
               WS-ARCHIVED-COUNT, WS-REWRITTEN-COUNT, WS-READ-HASH,
               WS-KEPT-HASH, WS-ARCHIVED-HASH, WS-NEWEST-DATE.
           MOVE 99999999 TO WS-OLDEST-DATE.
           SET WS-ARCHIVE-CLOSED TO TRUE.
           SET WS-IN-BALANCE TO TRUE.
           SET WS-FILES-OK TO TRUE.

           MOVE SPACES TO WS-DETAIL-LINE.
           MOVE WS-JOURNAL-FILENAME TO WSD-JOURNAL.
           MOVE WS-MONTHS TO WSD-MONTHS.
           MOVE WS-CUTOFF-DATE TO WSD-CUTOFF.

           OPEN INPUT JOURNAL-FILE.
           IF WS-JOURNAL-FILE-NOT-FOUND
               MOVE "NOT FOUND - NOTHING TO ARCHIVE"
                   TO WSD-ARCHIVE-FILE
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM 0910-PRINT-REPORT-LINE
                   THRU 0910-PRINT-REPORT-LINE-EXIT
               GO TO 0300-ARCHIVE-ONE-JOURNAL-EXIT
           END-IF.
           OPEN OUTPUT WORK-FILE.
           IF NOT WS-WORK-FILE-OK
               DISPLAY "JRNLARCH: JRNLWORK.DAT CANNOT BE OPENED - "
                   "STATUS ", WS-WORK-FILE-STATUS
               CLOSE JOURNAL-FILE
               MOVE "WORK FILE FAILED - NOT ARCHIVED"
                   TO WSD-ARCHIVE-FILE
               GO TO 0300-ARCHIVE-ONE-JOURNAL-FAIL
           END-IF.

           READ JOURNAL-FILE
               AT END SET END-OF-JOURNAL TO TRUE
           END-READ.
           PERFORM 0350-SORT-ONE-RECORD THRU 0350-SORT-ONE-RECORD-EXIT
               UNTIL END-OF-JOURNAL.
           CLOSE JOURNAL-FILE, WORK-FILE.
           IF WS-ARCHIVE-OPEN
               CLOSE ARCHIVE-FILE
           END-IF.
           IF WS-FILE-ERROR
               MOVE "ARCHIVE FAILED - NOT ARCHIVED"
                   TO WSD-ARCHIVE-FILE
               GO TO 0300-ARCHIVE-ONE-JOURNAL-FAIL
           END-IF.

           ADD WS-READ-COUNT TO WS-TOTAL-READ.
           MOVE WS-READ-COUNT TO WSD-READ.
           MOVE WS-KEPT-COUNT TO WSD-KEPT.
           MOVE WS-HELD-COUNT TO WSD-HELD.
           MOVE WS-ARCHIVED-COUNT TO WSD-ARCHIVED.

           IF WS-ARCHIVED-COUNT = ZERO
               MOVE "NOTHING PAST RETENTION" TO WSD-ARCHIVE-FILE
               MOVE WS-DETAIL-LINE TO WS-PRINT-LINE
               PERFORM 0910-PRINT-REPORT-LINE
                   THRU 0910-PRINT-REPORT-LINE-EXIT
               GO TO 0300-ARCHIVE-ONE-JOURNAL-EXIT
           END-IF.

           MOVE WS-ARCHIVE-FILENAME TO WSD-ARCHIVE-FILE.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           COMPUTE WS-CHECK-HASH = WS-KEPT-HASH + WS-ARCHIVED-HASH.
           IF WS-READ-COUNT NOT = WS-KEPT-COUNT + WS-ARCHIVED-COUNT
               OR WS-READ-HASH NOT = WS-CHECK-HASH
               SET WS-OUT-OF-BALANCE TO TRUE
               MOVE "OUT OF BALANCE - NOT REWRITTEN" TO WSH-RESULT
           ELSE
               PERFORM 0400-REWRITE-JOURNAL
                   THRU 0400-REWRITE-JOURNAL-EXIT
               EVALUATE TRUE
                   WHEN WS-FILE-ERROR
                       SET WS-OUT-OF-BALANCE TO TRUE
                       MOVE WS-FILE-ERROR-TEXT TO WSH-RESULT
                   WHEN WS-REWRITTEN-COUNT NOT = WS-KEPT-COUNT
                       SET WS-OUT-OF-BALANCE TO TRUE
                       MOVE "REWRITE SHORT - SEE JRNLWORK.DAT"
                           TO WSH-RESULT
                   WHEN OTHER
                       MOVE "BALANCED" TO WSH-RESULT
               END-EVALUATE
           END-IF.

           MOVE WS-READ-HASH TO WSH-READ.
           MOVE WS-KEPT-HASH TO WSH-KEPT.
           MOVE WS-ARCHIVED-HASH TO WSH-ARCHIVED.
           MOVE WS-HASH-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           IF WS-OUT-OF-BALANCE
               ADD 1 TO WS-FAILED-COUNT
           END-IF.
           ADD WS-ARCHIVED-COUNT TO WS-TOTAL-ARCHIVED.
           PERFORM 0450-WRITE-CATALOG THRU 0450-WRITE-CATALOG-EXIT.
           GO TO 0300-ARCHIVE-ONE-JOURNAL-EXIT.

      * The live journal has not been touched - whatever reached the
      * archive is still on it and is archived again next run.
       0300-ARCHIVE-ONE-JOURNAL-FAIL.
           MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           ADD 1 TO WS-FAILED-COUNT.
       0300-ARCHIVE-ONE-JOURNAL-EXIT.
           EXIT.

       0350-SORT-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT.
           MOVE JOURNAL-RECORD TO WS-JOURNAL-LINE.
           MOVE WS-JOURNAL-LINE(WS-DATE-POS:8) TO WS-RECORD-DATE-X.

           IF WS-RECORD-DATE-X NOT NUMERIC
               SET WS-HOLD-RECORD TO TRUE
           ELSE
               ADD WS-RECORD-DATE TO WS-READ-HASH
               IF WS-RECORD-DATE NOT < WS-CUTOFF-DATE
                   SET WS-KEEP-RECORD TO TRUE
               ELSE
                   PERFORM 0370-CHECK-STILL-NEEDED
                       THRU 0370-CHECK-STILL-NEEDED-EXIT
               END-IF
           END-IF.

           IF WS-ARCHIVE-RECORD
               IF WS-ARCHIVE-CLOSED
                   PERFORM 0360-OPEN-ARCHIVE THRU 0360-OPEN-ARCHIVE-EXIT
                   IF WS-FILE-ERROR
                       SET END-OF-JOURNAL TO TRUE
                       GO TO 0350-SORT-ONE-RECORD-EXIT
                   END-IF
               END-IF
               WRITE ARCHIVE-RECORD FROM WS-JOURNAL-LINE
               IF NOT WS-ARCHIVE-FILE-OK
                   DISPLAY "JRNLARCH: ARCHIVE WRITE FAILED - STATUS ",
                       WS-ARCHIVE-FILE-STATUS, " - ",
                       WS-ARCHIVE-FILENAME
                   SET WS-FILE-ERROR TO TRUE
                   SET END-OF-JOURNAL TO TRUE
                   GO TO 0350-SORT-ONE-RECORD-EXIT
               END-IF
               ADD 1 TO WS-ARCHIVED-COUNT
               ADD WS-RECORD-DATE TO WS-ARCHIVED-HASH
               IF WS-RECORD-DATE < WS-OLDEST-DATE
                   MOVE WS-RECORD-DATE TO WS-OLDEST-DATE
               END-IF
               IF WS-RECORD-DATE > WS-NEWEST-DATE
                   MOVE WS-RECORD-DATE TO WS-NEWEST-DATE
               END-IF
           ELSE
               WRITE WORK-RECORD FROM WS-JOURNAL-LINE
               ADD 1 TO WS-KEPT-COUNT
               IF WS-HOLD-RECORD
                   ADD 1 TO WS-HELD-COUNT
               END-IF
               IF WS-RECORD-DATE-X IS NUMERIC
                   ADD WS-RECORD-DATE TO WS-KEPT-HASH
               END-IF
           END-IF.

           READ JOURNAL-FILE
               AT END SET END-OF-JOURNAL TO TRUE
           END-READ.
       0350-SORT-ONE-RECORD-EXIT.
           EXIT.

       0360-OPEN-ARCHIVE.
           OPEN EXTEND ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-NOT-FOUND
               OPEN OUTPUT ARCHIVE-FILE
           END-IF.
           IF NOT WS-ARCHIVE-FILE-OK
               DISPLAY "JRNLARCH: ARCHIVE CANNOT BE OPENED - STATUS ",
                   WS-ARCHIVE-FILE-STATUS, " - ", WS-ARCHIVE-FILENAME
               SET WS-FILE-ERROR TO TRUE
               GO TO 0360-OPEN-ARCHIVE-EXIT
           END-IF.
           SET WS-ARCHIVE-OPEN TO TRUE.
       0360-OPEN-ARCHIVE-EXIT.
           EXIT.

      * A record past retention is archived unless a program still
      * depends on it.
       0370-CHECK-STILL-NEEDED.
           SET WS-ARCHIVE-RECORD TO TRUE.
           EVALUATE WS-JOURNAL-FILENAME
               WHEN "TERMAUDIT.DAT"
                   PERFORM 0380-CHECK-TERMINATION
                       THRU 0380-CHECK-TERMINATION-EXIT
               WHEN "GAMEJRNL.DAT"
                   IF WS-JR-CANCELLATION
                       AND WS-JR-DATE-YYYY = WS-TODAY-DATE(1:4)
                       SET WS-HOLD-RECORD TO TRUE
                   END-IF
               WHEN "JOBLOG.DAT"
                   PERFORM 0390-CHECK-JOB-RUN
                       THRU 0390-CHECK-JOB-RUN-EXIT
           END-EVALUATE.
       0370-CHECK-STILL-NEEDED-EXIT.
           EXIT.

      * Without the master, or with a roster too big to load, it
      * cannot be shown that a termination is no longer needed.
       0380-CHECK-TERMINATION.
           IF WS-EMPLOYEE-ABSENT OR WS-ROSTER-OVERFLOW
               SET WS-HOLD-RECORD TO TRUE
               GO TO 0380-CHECK-TERMINATION-EXIT
           END-IF.

           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM 0385-CHECK-ONE-ROSTER-ID
               THRU 0385-CHECK-ONE-ROSTER-ID-EXIT
               VARYING WS-ROSTER-IDX FROM 1 BY 1
               UNTIL WS-ROSTER-IDX > WS-ROSTER-COUNT
                  OR WS-ENTRY-FOUND.
           IF WS-ENTRY-FOUND
               SET WS-HOLD-RECORD TO TRUE
               GO TO 0380-CHECK-TERMINATION-EXIT
           END-IF.

           MOVE WS-TA-EMPLOYEE-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               INVALID KEY
                   GO TO 0380-CHECK-TERMINATION-EXIT
           END-READ.
           IF EMP-INACTIVE AND EMP-TERM-DATE = WS-TA-TERM-DATE
               SET WS-HOLD-RECORD TO TRUE
           END-IF.
       0380-CHECK-TERMINATION-EXIT.
           EXIT.

       0385-CHECK-ONE-ROSTER-ID.
           IF WS-ROSTER-ID(WS-ROSTER-IDX) = WS-TA-EMPLOYEE-ID
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.
       0385-CHECK-ONE-ROSTER-ID-EXIT.
           EXIT.

      * A run ending after the last one BATCHMON measured for the
      * program is still to be measured.  A program with no history
      * at all is not being measured and ages like any other -
      * unless BATCHHIST.DAT was too big to load, when it cannot be
      * told apart from one that is.
       0390-CHECK-JOB-RUN.
           IF NOT WS-HISTORY-PRESENT
               GO TO 0390-CHECK-JOB-RUN-EXIT
           END-IF.

           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM 0395-CHECK-ONE-HISTORY
               THRU 0395-CHECK-ONE-HISTORY-EXIT
               VARYING WS-HIST-IDX FROM 1 BY 1
               UNTIL WS-HIST-IDX > WS-HIST-COUNT
                  OR WS-ENTRY-FOUND.
           IF WS-ENTRY-NOT-FOUND AND WS-HIST-OVERFLOW
               SET WS-HOLD-RECORD TO TRUE
           END-IF.
       0390-CHECK-JOB-RUN-EXIT.
           EXIT.

       0395-CHECK-ONE-HISTORY.
           IF WS-HT-PROGRAM(WS-HIST-IDX) = WS-JLR-PROGRAM
               SET WS-ENTRY-FOUND TO TRUE
               IF WS-JLR-STAMP > WS-HT-LAST-STAMP(WS-HIST-IDX)
                   SET WS-HOLD-RECORD TO TRUE
               END-IF
           END-IF.
       0395-CHECK-ONE-HISTORY-EXIT.
           EXIT.

      * The kept records go back as the live file and are counted
      * as they go.
       0400-REWRITE-JOURNAL.
           OPEN INPUT WORK-FILE.
           IF NOT WS-WORK-FILE-OK
               DISPLAY "JRNLARCH: JRNLWORK.DAT CANNOT BE READ BACK - "
                   "STATUS ", WS-WORK-FILE-STATUS
               SET WS-FILE-ERROR TO TRUE
               MOVE "WORK FILE FAILED - NOT REWRITTEN"
                   TO WS-FILE-ERROR-TEXT
               GO TO 0400-REWRITE-JOURNAL-EXIT
           END-IF.
           OPEN OUTPUT JOURNAL-FILE.
           IF NOT WS-JOURNAL-FILE-OK
               DISPLAY "JRNLARCH: JOURNAL CANNOT BE REWRITTEN - "
                   "STATUS ", WS-JOURNAL-FILE-STATUS, " - ",
                   WS-JOURNAL-FILENAME
               CLOSE WORK-FILE
               SET WS-FILE-ERROR TO TRUE
               MOVE "JOURNAL FAILED - NOT REWRITTEN"
                   TO WS-FILE-ERROR-TEXT
               GO TO 0400-REWRITE-JOURNAL-EXIT
           END-IF.
           READ WORK-FILE
               AT END SET END-OF-WORK TO TRUE
           END-READ.
           PERFORM 0420-REWRITE-ONE-RECORD
               THRU 0420-REWRITE-ONE-RECORD-EXIT
               UNTIL END-OF-WORK.
           CLOSE WORK-FILE, JOURNAL-FILE.
       0400-REWRITE-JOURNAL-EXIT.
           EXIT.

       0420-REWRITE-ONE-RECORD.
           WRITE JOURNAL-RECORD FROM WORK-RECORD.
           ADD 1 TO WS-REWRITTEN-COUNT.
           READ WORK-FILE
               AT END SET END-OF-WORK TO TRUE
           END-READ.
       0420-REWRITE-ONE-RECORD-EXIT.
           EXIT.

       0450-WRITE-CATALOG.
           OPEN EXTEND CATALOG-FILE.
           IF WS-CATALOG-FILE-NOT-FOUND
               OPEN OUTPUT CATALOG-FILE
               CLOSE CATALOG-FILE
               OPEN EXTEND CATALOG-FILE
           END-IF.

           MOVE SPACES TO CATALOG-RECORD.
           MOVE WS-JOURNAL-FILENAME TO AC-JOURNAL.
           MOVE WS-ARCHIVE-FILENAME TO AC-ARCHIVE-FILE.
           MOVE WS-TODAY-DATE       TO AC-RUN-DATE.
           MOVE WS-CUTOFF-DATE      TO AC-CUTOFF-DATE.
           MOVE WS-READ-COUNT       TO AC-READ-COUNT.
           MOVE WS-KEPT-COUNT       TO AC-KEPT-COUNT.
           MOVE WS-HELD-COUNT       TO AC-HELD-COUNT.
           MOVE WS-ARCHIVED-COUNT   TO AC-ARCHIVED-COUNT.
           MOVE WS-OLDEST-DATE      TO AC-OLDEST-DATE.
           MOVE WS-NEWEST-DATE      TO AC-NEWEST-DATE.
           MOVE WS-ARCHIVED-HASH    TO AC-ARCHIVED-HASH.
           WRITE CATALOG-RECORD.
           CLOSE CATALOG-FILE.
       0450-WRITE-CATALOG-EXIT.
           EXIT.

      ******************************************************************
      * Inquiry mode.
      ******************************************************************
       0600-INQUIRY.
           PERFORM 0610-ACCEPT-SEARCH THRU 0610-ACCEPT-SEARCH-EXIT.
           IF WS-INPUT-NOT-OK
               GO TO 0600-INQUIRY-ASK
           END-IF.

           PERFORM 0650-LOAD-ARCHIVE-NAMES
               THRU 0650-LOAD-ARCHIVE-NAMES-EXIT.
           IF WS-ARCHFILE-COUNT = ZERO
               DISPLAY "NO ARCHIVES OF ", WS-INQUIRY-JOURNAL,
                   " ON ARCHCAT.DAT"
               GO TO 0600-INQUIRY-ASK
           END-IF.

           MOVE ZERO TO WS-MATCH-COUNT, WS-SEARCHED-COUNT.
           PERFORM 0700-SEARCH-ONE-ARCHIVE
               THRU 0700-SEARCH-ONE-ARCHIVE-EXIT
               VARYING WS-ARCHFILE-IDX FROM 1 BY 1
               UNTIL WS-ARCHFILE-IDX > WS-ARCHFILE-COUNT.
           DISPLAY WS-MATCH-COUNT, " MATCHING RECORDS OF ",
               WS-SEARCHED-COUNT, " SEARCHED IN ",
               WS-ARCHFILE-COUNT, " ARCHIVE FILES".

       0600-INQUIRY-ASK.
           DISPLAY "SEARCH AGAIN (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-AGAIN.
       0600-INQUIRY-EXIT.
           EXIT.

       0610-ACCEPT-SEARCH.
           SET WS-INPUT-OK TO TRUE.
           DISPLAY "JOURNALS: OBTAINAUDIT.DAT GAMEJRNL.DAT "
               "INVADJAUD.DAT DEPTJRNL.DAT TERMAUDIT.DAT JOBLOG.DAT".
           DISPLAY "JOURNAL: " WITH NO ADVANCING.
           ACCEPT WS-INQUIRY-JOURNAL.
           PERFORM 0230-FIND-JOURNAL THRU 0230-FIND-JOURNAL-EXIT.
           IF WS-ENTRY-NOT-FOUND
               DISPLAY WS-INQUIRY-JOURNAL, " IS NOT A JOURNAL THIS "
                   "PROGRAM ARCHIVES"
               SET WS-INPUT-NOT-OK TO TRUE
               GO TO 0610-ACCEPT-SEARCH-EXIT
           END-IF.
           MOVE WS-JT-DATE-POS(WS-JOURNAL-FOUND-IDX) TO WS-DATE-POS.

           DISPLAY "TEXT TO FIND (BLANK FOR EVERY RECORD): "
               WITH NO ADVANCING.
           ACCEPT WS-SEARCH-TEXT.
           MOVE ZERO TO WS-SEARCH-LEN.
           PERFORM 0620-CHECK-ONE-SEARCH-CHAR
               THRU 0620-CHECK-ONE-SEARCH-CHAR-EXIT
               VARYING WS-SCAN-IDX FROM 30 BY -1
               UNTIL WS-SCAN-IDX < 1 OR WS-SEARCH-LEN > ZERO.

           DISPLAY "FROM DATE YYYYMMDD (BLANK FOR THE EARLIEST): "
               WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE-X.
           IF WS-FROM-DATE-X = SPACES
               MOVE ZERO TO WS-FROM-DATE
           END-IF.
           DISPLAY "TO DATE YYYYMMDD (BLANK FOR THE LATEST): "
               WITH NO ADVANCING.
           ACCEPT WS-TO-DATE-X.
           IF WS-TO-DATE-X = SPACES
               MOVE 99999999 TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE-X NOT NUMERIC OR WS-TO-DATE-X NOT NUMERIC
               DISPLAY "DATES MUST BE 8 DIGITS YYYYMMDD"
               SET WS-INPUT-NOT-OK TO TRUE
           END-IF.
       0610-ACCEPT-SEARCH-EXIT.
           EXIT.

       0620-CHECK-ONE-SEARCH-CHAR.
           IF WS-SEARCH-TEXT(WS-SCAN-IDX:1) NOT = SPACE
               MOVE WS-SCAN-IDX TO WS-SEARCH-LEN
           END-IF.
       0620-CHECK-ONE-SEARCH-CHAR-EXIT.
           EXIT.

      * Every archive file catalogued for the journal, each once -
      * a second run on the same day added to the same file.
       0650-LOAD-ARCHIVE-NAMES.
           MOVE ZERO TO WS-ARCHFILE-COUNT.
           OPEN INPUT CATALOG-FILE.
           IF WS-CATALOG-FILE-NOT-FOUND
               GO TO 0650-LOAD-ARCHIVE-NAMES-EXIT
           END-IF.

           READ CATALOG-FILE
               AT END SET END-OF-CATALOG TO TRUE
           END-READ.
           PERFORM 0660-NOTE-ONE-CATALOG
               THRU 0660-NOTE-ONE-CATALOG-EXIT
               UNTIL END-OF-CATALOG.
           CLOSE CATALOG-FILE.
       0650-LOAD-ARCHIVE-NAMES-EXIT.
           EXIT.

       0660-NOTE-ONE-CATALOG.
           IF AC-JOURNAL NOT = WS-INQUIRY-JOURNAL
               GO TO 0660-NOTE-ONE-CATALOG-READ
           END-IF.

           SET WS-ENTRY-NOT-FOUND TO TRUE.
           PERFORM 0670-CHECK-ONE-NAME THRU 0670-CHECK-ONE-NAME-EXIT
               VARYING WS-ARCHFILE-IDX FROM 1 BY 1
               UNTIL WS-ARCHFILE-IDX > WS-ARCHFILE-COUNT
                  OR WS-ENTRY-FOUND.
           IF WS-ENTRY-NOT-FOUND
               IF WS-ARCHFILE-COUNT < 200
                   ADD 1 TO WS-ARCHFILE-COUNT
                   MOVE AC-ARCHIVE-FILE
                       TO WS-ARCHFILE-NAME(WS-ARCHFILE-COUNT)
               ELSE
                   DISPLAY "MORE THAN 200 ARCHIVE FILES - ",
                       AC-ARCHIVE-FILE, " NOT SEARCHED"
               END-IF
           END-IF.

       0660-NOTE-ONE-CATALOG-READ.
           READ CATALOG-FILE
               AT END SET END-OF-CATALOG TO TRUE
           END-READ.
       0660-NOTE-ONE-CATALOG-EXIT.
           EXIT.

       0670-CHECK-ONE-NAME.
           IF WS-ARCHFILE-NAME(WS-ARCHFILE-IDX) = AC-ARCHIVE-FILE
               SET WS-ENTRY-FOUND TO TRUE
           END-IF.
       0670-CHECK-ONE-NAME-EXIT.
           EXIT.

       0700-SEARCH-ONE-ARCHIVE.
           MOVE WS-ARCHFILE-NAME(WS-ARCHFILE-IDX)
               TO WS-ARCHIVE-FILENAME.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-FILE-NOT-FOUND
               DISPLAY "ARCHIVE FILE ", WS-ARCHIVE-FILENAME,
                   " IS CATALOGUED BUT MISSING"
               GO TO 0700-SEARCH-ONE-ARCHIVE-EXIT
           END-IF.

           READ ARCHIVE-FILE
               AT END SET END-OF-ARCHIVE TO TRUE
           END-READ.
           PERFORM 0750-CHECK-ONE-ARCHIVED
               THRU 0750-CHECK-ONE-ARCHIVED-EXIT
               UNTIL END-OF-ARCHIVE.
           CLOSE ARCHIVE-FILE.
       0700-SEARCH-ONE-ARCHIVE-EXIT.
           EXIT.

       0750-CHECK-ONE-ARCHIVED.
           ADD 1 TO WS-SEARCHED-COUNT.
           MOVE ARCHIVE-RECORD TO WS-JOURNAL-LINE.
           MOVE WS-JOURNAL-LINE(WS-DATE-POS:8) TO WS-RECORD-DATE-X.
           IF WS-RECORD-DATE-X NOT NUMERIC
               OR WS-RECORD-DATE < WS-FROM-DATE
               OR WS-RECORD-DATE > WS-TO-DATE
               GO TO 0750-CHECK-ONE-ARCHIVED-READ
           END-IF.

           IF WS-SEARCH-LEN > ZERO
               MOVE ZERO TO WS-MATCH-TALLY
               INSPECT WS-JOURNAL-LINE TALLYING WS-MATCH-TALLY
                   FOR ALL WS-SEARCH-TEXT(1:WS-SEARCH-LEN)
               IF WS-MATCH-TALLY = ZERO
                   GO TO 0750-CHECK-ONE-ARCHIVED-READ
               END-IF
           END-IF.

           ADD 1 TO WS-MATCH-COUNT.
           DISPLAY WS-ARCHIVE-FILENAME.
           DISPLAY "  ", WS-JOURNAL-LINE.

       0750-CHECK-ONE-ARCHIVED-READ.
           READ ARCHIVE-FILE
               AT END SET END-OF-ARCHIVE TO TRUE
           END-READ.
       0750-CHECK-ONE-ARCHIVED-EXIT.
           EXIT.

       0900-LOG-JOB-END.
           MOVE "E" TO WS-JL-FUNCTION.
           MOVE WS-TOTAL-READ TO WS-JL-READ-COUNT.
           MOVE WS-TOTAL-ARCHIVED TO WS-JL-WRITE-COUNT.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.
       0900-LOG-JOB-END-EXIT.
           EXIT.

      * Every report line shows on the console and goes through
      * the shared RPTWRITE routine to the dated report file.
       0910-PRINT-REPORT-LINE.
           DISPLAY WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO WS-RW-LINE.
           MOVE "L" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.
       0910-PRINT-REPORT-LINE-EXIT.
           EXIT.

       END PROGRAM JRNLARCH.
