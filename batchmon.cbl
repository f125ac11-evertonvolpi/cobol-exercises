       IDENTIFICATION DIVISION.
       PROGRAM-ID. "BATCHMON".
       AUTHOR.     EVERTON VOLPI.
      * Batch window monitor, run by the morning operator once the
      * night's JOBSTREAM has finished.  Reads JOBLOG.DAT, pairs
      * each program's S (start) record with the E (end) record
      * that follows it, and for every run not already measured
      * works out the elapsed time and compares it and the record
      * counts with that program's rolling averages, kept on
      * BATCHHIST.DAT.  The averages take the last 10 runs or so -
      * the first runs build a plain average, after that each new
      * run counts for a tenth.  A program is only judged once it
      * has 3 runs of history.
      *
      * Alerts are appended to BATCHEXC.DAT, the exceptions file
      * the morning operator checks first, and listed on the report
      * through RPTWRITE:
      *   OVR  a run that took longer than its average by more than
      *       the overrun percentage (runs under a minute are never
      *       flagged - a step that usually takes 2 seconds taking
      *       5 is not news)
      *   VOL  a run whose read or written count fell outside its
      *       average by more than the volume percentage either way
      *   WIN  a JOBSTREAM run that ended after the batch window
      *       cutoff - the cutoff is a time of day, on the morning
      *       following a stream started before midnight
      *
      * The settings are on the BATCHMON record of RUNPARMS.DAT:
      * VALUE-1 the overrun percentage (3 digits, default 050),
      * VALUE-2 the volume percentage (3 digits 001-100, default
      * 050), VALUE-3 the batch window cutoff as HHMMSS (default
      * 060000).
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBLOG-FILE ASSIGN TO "JOBLOG.DAT"
               FILE STATUS IS WS-JOBLOG-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT HISTORY-FILE ASSIGN TO "BATCHHIST.DAT"
               FILE STATUS IS WS-HISTORY-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE ASSIGN TO "BATCHEXC.DAT"
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNPARMS-FILE ASSIGN TO "RUNPARMS.DAT"
               FILE STATUS IS WS-RUNPARMS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *This mirrors the JOBLOG.DAT record the JOBLOG routine writes.
       FD JOBLOG-FILE.
       01 JOBLOG-RECORD.
           88 END-OF-JOBLOG        VALUE HIGH-VALUES.
           05 JLR-PROGRAM          PIC X(17).
           05 FILLER               PIC X.
           05 JLR-FUNCTION         PIC X.
               88 JLR-JOB-START        VALUE "S".
               88 JLR-JOB-END          VALUE "E".
           05 FILLER               PIC X.
           05 JLR-DATE             PIC 9(8).
           05 FILLER               PIC X.
           05 JLR-TIME             PIC 9(6).
           05 FILLER               PIC X.
           05 JLR-READ-COUNT       PIC 9(7).
           05 FILLER               PIC X.
           05 JLR-WRITE-COUNT      PIC 9(7).
           05 FILLER               PIC X.
           05 JLR-STATUS           PIC X.
           05 FILLER               PIC X.
           05 JLR-OPERATOR         PIC X(3).

      *One record per program - its rolling averages and the end
      *of the last run taken into them.
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

       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD.
           05 BX-MONITOR-DATE      PIC 9(8).
           05 FILLER               PIC X.
           05 BX-ALERT             PIC X(3).
           05 FILLER               PIC X.
           05 BX-PROGRAM           PIC X(17).
           05 FILLER               PIC X.
           05 BX-RUN-DATE          PIC 9(8).
           05 FILLER               PIC X.
           05 BX-RUN-TIME          PIC 9(6).
           05 FILLER               PIC X.
           05 BX-DETAIL            PIC X(60).

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
       01 WS-JOBLOG-FILE-STATUS  PIC XX.
           88 WS-JOBLOG-FILE-NOT-FOUND VALUE "35".

       01 WS-HISTORY-FILE-STATUS PIC XX.
           88 WS-HISTORY-FILE-NOT-FOUND VALUE "35".

       01 WS-EXCEPTION-FILE-STATUS PIC XX.
           88 WS-EXCEPTION-FILE-NOT-FOUND VALUE "35".

       01 WS-RUNPARMS-FILE-STATUS PIC XX.
           88 WS-RUNPARMS-FILE-NOT-FOUND VALUE "35".

       01 WS-PARMS-FOUND-SW      PIC X VALUE "N".
           88 WS-PARMS-FOUND         VALUE "Y".

       01 WS-OVERRUN-PCT         PIC 9(3) VALUE 050.
       01 WS-VOLUME-PCT          PIC 9(3) VALUE 050.
       01 WS-CUTOFF-TIME         PIC 9(6) VALUE 060000.

       01 WS-MIN-HISTORY         PIC 9(5) VALUE 3.
       01 WS-AVERAGE-RUNS        PIC 9(5) VALUE 10.
       01 WS-OVERRUN-FLOOR       PIC 9(7) VALUE 60.

       01 WS-TODAY-DATE          PIC 9(8).

      * Every program seen on the history or the log, with its
      * averages and any start still waiting for its end.
       01 WS-PROG-COUNT          PIC 9(3) VALUE ZERO.
       01 WS-PROG-TABLE.
           05 WS-PROG-ENTRY OCCURS 100 TIMES.
               10 WS-PT-PROGRAM      PIC X(17).
               10 WS-PT-RUN-COUNT    PIC 9(5).
               10 WS-PT-AVG-ELAPSED  PIC 9(7).
               10 WS-PT-AVG-READ     PIC 9(7).
               10 WS-PT-AVG-WRITE    PIC 9(7).
               10 WS-PT-LAST-STAMP.
                   15 WS-PT-LAST-DATE    PIC 9(8).
                   15 WS-PT-LAST-TIME    PIC 9(6).
               10 WS-PT-START-DATE   PIC 9(8).
               10 WS-PT-START-TIME   PIC 9(6).
               10 WS-PT-PENDING-SW   PIC X.
                   88 WS-PT-START-PENDING VALUE "Y".
                   88 WS-PT-NO-START      VALUE "N".
       01 WS-PROG-IDX            PIC 9(3).
       01 WS-SEARCH-PROGRAM      PIC X(17).
       01 WS-FOUND-IDX           PIC 9(3).

       01 WS-FOUND-SWITCH        PIC X.
           88 WS-PROG-FOUND          VALUE "Y".
           88 WS-PROG-NOT-FOUND      VALUE "N".

       01 WS-TABLE-FULL-SW       PIC X VALUE "N".
           88 WS-TABLE-FULL          VALUE "Y".

       01 WS-END-STAMP.
           05 WS-END-DATE        PIC 9(8).
           05 WS-END-TIME        PIC 9(6).

       01 WS-TIME-WORK           PIC 9(6).
       01 WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05 WS-TIME-HH         PIC 9(2).
           05 WS-TIME-MM         PIC 9(2).
           05 WS-TIME-SS         PIC 9(2).
       01 WS-TIME-SECONDS        PIC 9(5).
       01 WS-START-SECONDS       PIC 9(5).
       01 WS-END-SECONDS         PIC 9(5).
       01 WS-CUTOFF-SECONDS      PIC 9(5).

       01 WS-ELAPSED-YEARS       PIC S9(4).
       01 WS-ELAPSED-DAYS        PIC S9(7).
       01 WS-ELAPSED-SECONDS     PIC S9(9).
       01 WS-RUN-ELAPSED         PIC 9(7).

       01 WS-OVERRUN-HIGH-PCT    PIC 9(4).
       01 WS-HIGH-PCT            PIC 9(3).
       01 WS-LOW-PCT             PIC 9(3).
       01 WS-LIMIT               PIC 9(9).
       01 WS-LOW-LIMIT           PIC 9(9).
       01 WS-HIGH-LIMIT          PIC 9(9).

       01 WS-CHECK-LABEL         PIC X(7).
       01 WS-CHECK-COUNT         PIC 9(7).
       01 WS-CHECK-AVERAGE       PIC 9(7).

       01 WS-WEIGHT              PIC 9(5).
       01 WS-WEIGHT-PLUS-ONE     PIC 9(5).

       01 WS-LATE-SW             PIC X.
           88 WS-WINDOW-LATE         VALUE "Y".
           88 WS-WINDOW-ON-TIME      VALUE "N".

       01 WS-ALERT-CODE          PIC X(3).
       01 WS-ALERT-DETAIL        PIC X(60).

       01 WS-ENTRIES-READ        PIC 9(7) VALUE ZERO.
       01 WS-RUNS-MEASURED       PIC 9(5) VALUE ZERO.
       01 WS-OVR-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-VOL-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-WIN-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-ALERT-TOTAL         PIC 9(5) VALUE ZERO.

       01 WS-JOBLOG-PARM.
           05 WS-JL-PROGRAM      PIC X(17) VALUE "BATCHMON".
           05 WS-JL-FUNCTION     PIC X.
           05 WS-JL-READ-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-JL-WRITE-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-JL-STATUS       PIC X VALUE SPACE.
           05 WS-JL-OPERATOR     PIC X(3) VALUE SPACES.

       01 WS-RPTWRITE-PARM.
           05 WS-RW-PROGRAM      PIC X(17) VALUE "BATCHMON".
           05 WS-RW-FUNCTION     PIC X.
           05 WS-RW-LINE         PIC X(132).
       01 WS-PRINT-LINE          PIC X(132).

       01 WS-HEADING-LINE.
           05 FILLER PIC X(32) VALUE "ALT PROGRAM           END DATE ".
           05 FILLER PIC X(14) VALUE "TIME   DETAIL".

       01 WS-DETAIL-LINE.
           05 WSD-ALERT          PIC X(3).
           05 FILLER             PIC X VALUE SPACE.
           05 WSD-PROGRAM        PIC X(17).
           05 FILLER             PIC X VALUE SPACE.
           05 WSD-RUN-DATE       PIC 9(8).
           05 FILLER             PIC X VALUE SPACE.
           05 WSD-RUN-TIME       PIC 9(6).
           05 FILLER             PIC X VALUE SPACE.
           05 WSD-DETAIL         PIC X(60).

       01 WS-SUMMARY-HEADING.
           05 FILLER PIC X(30) VALUE "PROGRAM             RUNS  AVG ".
           05 FILLER PIC X(30) VALUE "SECS  AVG READ AVG WRITTEN    ".

       01 WS-SUMMARY-LINE.
           05 WSS-PROGRAM        PIC X(17).
           05 FILLER             PIC X VALUE SPACE.
           05 WSS-RUN-COUNT      PIC ZZZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WSS-AVG-ELAPSED    PIC Z(6)9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 WSS-AVG-READ       PIC Z(6)9.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 WSS-AVG-WRITE      PIC Z(6)9.

       PROCEDURE DIVISION.
       0100-START-HERE.
           MOVE "S" TO WS-JL-FUNCTION.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.

           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD.
           PERFORM 0150-READ-RUN-PARMS THRU 0150-READ-RUN-PARMS-EXIT.
           MOVE WS-CUTOFF-TIME TO WS-TIME-WORK.
           PERFORM 0480-TIME-TO-SECONDS
               THRU 0480-TIME-TO-SECONDS-EXIT.
           MOVE WS-TIME-SECONDS TO WS-CUTOFF-SECONDS.
           COMPUTE WS-OVERRUN-HIGH-PCT = 100 + WS-OVERRUN-PCT.
           COMPUTE WS-HIGH-PCT = 100 + WS-VOLUME-PCT.
           COMPUTE WS-LOW-PCT  = 100 - WS-VOLUME-PCT.

           PERFORM 0200-LOAD-HISTORY THRU 0200-LOAD-HISTORY-EXIT.

           OPEN INPUT JOBLOG-FILE.
           IF WS-JOBLOG-FILE-NOT-FOUND
               DISPLAY "BATCHMON: JOBLOG.DAT NOT FOUND - NO RUNS "
                   "HAVE BEEN LOGGED YET"
               MOVE "S" TO WS-JL-STATUS
               PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT
               GOBACK
           END-IF.

           OPEN EXTEND EXCEPTION-FILE.
           IF WS-EXCEPTION-FILE-NOT-FOUND
               OPEN OUTPUT EXCEPTION-FILE
               CLOSE EXCEPTION-FILE
               OPEN EXTEND EXCEPTION-FILE
           END-IF.

           MOVE "O" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.
           MOVE "BATCH WINDOW AND VOLUME ALERTS" TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-HEADING-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           READ JOBLOG-FILE
               AT END SET END-OF-JOBLOG TO TRUE
           END-READ.
           PERFORM 0300-CHECK-ONE-ENTRY THRU 0300-CHECK-ONE-ENTRY-EXIT
               UNTIL END-OF-JOBLOG.
           CLOSE JOBLOG-FILE.
           CLOSE EXCEPTION-FILE.

           PERFORM 0700-PRINT-SUMMARY THRU 0700-PRINT-SUMMARY-EXIT.
           PERFORM 0750-PRINT-TOTALS THRU 0750-PRINT-TOTALS-EXIT.

           MOVE "C" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           PERFORM 0800-SAVE-HISTORY THRU 0800-SAVE-HISTORY-EXIT.

           IF WS-ALERT-TOTAL > ZERO
               DISPLAY "BATCHMON: ", WS-ALERT-TOTAL,
                   " ALERTS WRITTEN TO BATCHEXC.DAT"
           END-IF.
           MOVE "S" TO WS-JL-STATUS.
           PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT.

           GOBACK.

      * VALUE-1 the overrun percentage, VALUE-2 the volume
      * percentage (001-100), VALUE-3 the cutoff as HHMMSS.  A value
      * that does not fit keeps its default.
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
           IF RP-PROGRAM = "BATCHMON"
               SET WS-PARMS-FOUND TO TRUE
               IF RP-VALUE-1(1:3) IS NUMERIC
                   MOVE RP-VALUE-1(1:3) TO WS-OVERRUN-PCT
               END-IF
               IF RP-VALUE-2(1:3) IS NUMERIC
                   AND RP-VALUE-2(1:3) > "000"
                   AND RP-VALUE-2(1:3) NOT > "100"
                   MOVE RP-VALUE-2(1:3) TO WS-VOLUME-PCT
               END-IF
               IF RP-VALUE-3(1:6) IS NUMERIC
                   AND RP-VALUE-3(1:2) < "24"
                   AND RP-VALUE-3(3:2) < "60"
                   AND RP-VALUE-3(5:2) < "60"
                   MOVE RP-VALUE-3(1:6) TO WS-CUTOFF-TIME
               END-IF
               GO TO 0170-CHECK-ONE-PARM-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
       0170-CHECK-ONE-PARM-EXIT.
           EXIT.

      * No BATCHHIST.DAT yet is a first run - every program starts
      * with no history.
       0200-LOAD-HISTORY.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FILE-NOT-FOUND
               DISPLAY "BATCHMON: BATCHHIST.DAT NOT FOUND - "
                   "STARTING A NEW HISTORY"
               GO TO 0200-LOAD-HISTORY-EXIT
           END-IF.

           READ HISTORY-FILE
               AT END SET END-OF-HISTORY TO TRUE
           END-READ.
           PERFORM 0250-LOAD-ONE-HISTORY THRU 0250-LOAD-ONE-HISTORY-EXIT
               UNTIL END-OF-HISTORY.
           CLOSE HISTORY-FILE.
       0200-LOAD-HISTORY-EXIT.
           EXIT.

       0250-LOAD-ONE-HISTORY.
           MOVE BH-PROGRAM TO WS-SEARCH-PROGRAM.
           PERFORM 0350-FIND-PROGRAM THRU 0350-FIND-PROGRAM-EXIT.
           IF WS-PROG-FOUND
               MOVE BH-RUN-COUNT   TO WS-PT-RUN-COUNT(WS-FOUND-IDX)
               MOVE BH-AVG-ELAPSED TO WS-PT-AVG-ELAPSED(WS-FOUND-IDX)
               MOVE BH-AVG-READ    TO WS-PT-AVG-READ(WS-FOUND-IDX)
               MOVE BH-AVG-WRITE   TO WS-PT-AVG-WRITE(WS-FOUND-IDX)
               MOVE BH-LAST-DATE   TO WS-PT-LAST-DATE(WS-FOUND-IDX)
               MOVE BH-LAST-TIME   TO WS-PT-LAST-TIME(WS-FOUND-IDX)
           END-IF.

           READ HISTORY-FILE
               AT END SET END-OF-HISTORY TO TRUE
           END-READ.
       0250-LOAD-ONE-HISTORY-EXIT.
           EXIT.

      * A start is held until the program's next end.  An end with
      * no start before it, or one already taken into the averages
      * by an earlier monitor run, is passed over.
       0300-CHECK-ONE-ENTRY.
           ADD 1 TO WS-ENTRIES-READ.
           IF NOT JLR-JOB-START AND NOT JLR-JOB-END
               GO TO 0300-READ-NEXT
           END-IF.

           MOVE JLR-PROGRAM TO WS-SEARCH-PROGRAM.
           PERFORM 0350-FIND-PROGRAM THRU 0350-FIND-PROGRAM-EXIT.
           IF WS-PROG-NOT-FOUND
               GO TO 0300-READ-NEXT
           END-IF.

           IF JLR-JOB-START
               MOVE JLR-DATE TO WS-PT-START-DATE(WS-FOUND-IDX)
               MOVE JLR-TIME TO WS-PT-START-TIME(WS-FOUND-IDX)
               SET WS-PT-START-PENDING(WS-FOUND-IDX) TO TRUE
               GO TO 0300-READ-NEXT
           END-IF.

           IF WS-PT-NO-START(WS-FOUND-IDX)
               GO TO 0300-READ-NEXT
           END-IF.
           SET WS-PT-NO-START(WS-FOUND-IDX) TO TRUE.

           MOVE JLR-DATE TO WS-END-DATE.
           MOVE JLR-TIME TO WS-END-TIME.
           IF WS-END-STAMP NOT > WS-PT-LAST-STAMP(WS-FOUND-IDX)
               GO TO 0300-READ-NEXT
           END-IF.

           PERFORM 0400-MEASURE-RUN THRU 0400-MEASURE-RUN-EXIT.
           MOVE WS-END-STAMP TO WS-PT-LAST-STAMP(WS-FOUND-IDX).

       0300-READ-NEXT.
           READ JOBLOG-FILE
               AT END SET END-OF-JOBLOG TO TRUE
           END-READ.
       0300-CHECK-ONE-ENTRY-EXIT.
           EXIT.

      * Finds WS-SEARCH-PROGRAM on the table, adding it when it is new.
       0350-FIND-PROGRAM.
           SET WS-PROG-NOT-FOUND TO TRUE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM 0370-CHECK-ONE-PROGRAM
               THRU 0370-CHECK-ONE-PROGRAM-EXIT
               VARYING WS-PROG-IDX FROM 1 BY 1
               UNTIL WS-PROG-IDX > WS-PROG-COUNT
                  OR WS-PROG-FOUND.
           IF WS-PROG-FOUND
               GO TO 0350-FIND-PROGRAM-EXIT
           END-IF.

           IF WS-PROG-COUNT NOT < 100
               IF NOT WS-TABLE-FULL
                   DISPLAY "BATCHMON: MORE THAN 100 PROGRAMS - "
                       "THE REST ARE NOT MONITORED"
                   SET WS-TABLE-FULL TO TRUE
               END-IF
               GO TO 0350-FIND-PROGRAM-EXIT
           END-IF.

           ADD 1 TO WS-PROG-COUNT.
           MOVE WS-PROG-COUNT TO WS-FOUND-IDX.
           MOVE WS-SEARCH-PROGRAM TO WS-PT-PROGRAM(WS-FOUND-IDX).
           MOVE ZERO TO WS-PT-RUN-COUNT(WS-FOUND-IDX),
               WS-PT-AVG-ELAPSED(WS-FOUND-IDX),
               WS-PT-AVG-READ(WS-FOUND-IDX),
               WS-PT-AVG-WRITE(WS-FOUND-IDX),
               WS-PT-LAST-DATE(WS-FOUND-IDX),
               WS-PT-LAST-TIME(WS-FOUND-IDX),
               WS-PT-START-DATE(WS-FOUND-IDX),
               WS-PT-START-TIME(WS-FOUND-IDX).
           SET WS-PT-NO-START(WS-FOUND-IDX) TO TRUE.
           SET WS-PROG-FOUND TO TRUE.
       0350-FIND-PROGRAM-EXIT.
           EXIT.

       0370-CHECK-ONE-PROGRAM.
           IF WS-PT-PROGRAM(WS-PROG-IDX) = WS-SEARCH-PROGRAM
               SET WS-PROG-FOUND TO TRUE
               MOVE WS-PROG-IDX TO WS-FOUND-IDX
           END-IF.
       0370-CHECK-ONE-PROGRAM-EXIT.
           EXIT.

      * Elapsed seconds from the start to the end record, across
      * midnight if need be.  The current record is the E record.
       0400-MEASURE-RUN.
           CALL "DATEDIFF" USING WS-PT-START-DATE(WS-FOUND-IDX),
               WS-END-DATE, WS-ELAPSED-YEARS, WS-ELAPSED-DAYS.
           MOVE WS-PT-START-TIME(WS-FOUND-IDX) TO WS-TIME-WORK.
           PERFORM 0480-TIME-TO-SECONDS
               THRU 0480-TIME-TO-SECONDS-EXIT.
           MOVE WS-TIME-SECONDS TO WS-START-SECONDS.
           MOVE WS-END-TIME TO WS-TIME-WORK.
           PERFORM 0480-TIME-TO-SECONDS
               THRU 0480-TIME-TO-SECONDS-EXIT.
           MOVE WS-TIME-SECONDS TO WS-END-SECONDS.
           COMPUTE WS-ELAPSED-SECONDS = WS-ELAPSED-DAYS * 86400
               + WS-END-SECONDS - WS-START-SECONDS.
           IF WS-ELAPSED-SECONDS < ZERO
               OR WS-ELAPSED-SECONDS > 9999999
               DISPLAY "BATCHMON: ", JLR-PROGRAM, " END ",
                   WS-END-DATE, " ", WS-END-TIME,
                   " DOES NOT FOLLOW ITS START - NOT MEASURED"
               GO TO 0400-MEASURE-RUN-EXIT
           END-IF.
           MOVE WS-ELAPSED-SECONDS TO WS-RUN-ELAPSED.
           ADD 1 TO WS-RUNS-MEASURED.

           IF WS-PT-RUN-COUNT(WS-FOUND-IDX) NOT < WS-MIN-HISTORY
               PERFORM 0420-CHECK-OVERRUN
                   THRU 0420-CHECK-OVERRUN-EXIT
               MOVE "READ"                TO WS-CHECK-LABEL
               MOVE JLR-READ-COUNT        TO WS-CHECK-COUNT
               MOVE WS-PT-AVG-READ(WS-FOUND-IDX) TO WS-CHECK-AVERAGE
               PERFORM 0440-CHECK-VOLUME THRU 0440-CHECK-VOLUME-EXIT
               MOVE "WRITTEN"             TO WS-CHECK-LABEL
               MOVE JLR-WRITE-COUNT       TO WS-CHECK-COUNT
               MOVE WS-PT-AVG-WRITE(WS-FOUND-IDX)
                   TO WS-CHECK-AVERAGE
               PERFORM 0440-CHECK-VOLUME THRU 0440-CHECK-VOLUME-EXIT
           END-IF.

           IF JLR-PROGRAM = "JOBSTREAM"
               PERFORM 0460-CHECK-WINDOW THRU 0460-CHECK-WINDOW-EXIT
           END-IF.

           PERFORM 0500-UPDATE-AVERAGES THRU 0500-UPDATE-AVERAGES-EXIT.
       0400-MEASURE-RUN-EXIT.
           EXIT.

       0420-CHECK-OVERRUN.
           IF WS-RUN-ELAPSED < WS-OVERRUN-FLOOR
               GO TO 0420-CHECK-OVERRUN-EXIT
           END-IF.

           COMPUTE WS-LIMIT = WS-PT-AVG-ELAPSED(WS-FOUND-IDX)
               * WS-OVERRUN-HIGH-PCT / 100.
           IF WS-RUN-ELAPSED NOT > WS-LIMIT
               GO TO 0420-CHECK-OVERRUN-EXIT
           END-IF.

           MOVE "OVR" TO WS-ALERT-CODE.
           MOVE SPACES TO WS-ALERT-DETAIL.
           STRING "RAN " WS-RUN-ELAPSED " SECS, AVERAGE "
               WS-PT-AVG-ELAPSED(WS-FOUND-IDX) " + "
               WS-OVERRUN-PCT " PCT"
               DELIMITED BY SIZE INTO WS-ALERT-DETAIL.
           ADD 1 TO WS-OVR-COUNT.
           PERFORM 0600-WRITE-ALERT THRU 0600-WRITE-ALERT-EXIT.
       0420-CHECK-OVERRUN-EXIT.
           EXIT.

      * The normal range is the average less and plus the volume
      * percentage.
       0440-CHECK-VOLUME.
           COMPUTE WS-LOW-LIMIT  = WS-CHECK-AVERAGE * WS-LOW-PCT / 100.
           COMPUTE WS-HIGH-LIMIT = WS-CHECK-AVERAGE * WS-HIGH-PCT
               / 100.
           IF WS-CHECK-COUNT NOT < WS-LOW-LIMIT
               AND WS-CHECK-COUNT NOT > WS-HIGH-LIMIT
               GO TO 0440-CHECK-VOLUME-EXIT
           END-IF.

           MOVE "VOL" TO WS-ALERT-CODE.
           MOVE SPACES TO WS-ALERT-DETAIL.
           STRING WS-CHECK-LABEL " " WS-CHECK-COUNT ", AVERAGE "
               WS-CHECK-AVERAGE " +/- " WS-VOLUME-PCT " PCT"
               DELIMITED BY SIZE INTO WS-ALERT-DETAIL.
           ADD 1 TO WS-VOL-COUNT.
           PERFORM 0600-WRITE-ALERT THRU 0600-WRITE-ALERT-EXIT.
       0440-CHECK-VOLUME-EXIT.
           EXIT.

      * A stream started after the cutoff time is due by the cutoff
      * the next morning; one started at or before it, by the
      * cutoff the same day.
       0460-CHECK-WINDOW.
           SET WS-WINDOW-ON-TIME TO TRUE.
           IF WS-START-SECONDS > WS-CUTOFF-SECONDS
               IF WS-ELAPSED-DAYS > 1
                   OR (WS-ELAPSED-DAYS = 1
                       AND WS-END-SECONDS > WS-CUTOFF-SECONDS)
                   SET WS-WINDOW-LATE TO TRUE
               END-IF
           ELSE
               IF WS-ELAPSED-DAYS > 0
                   OR WS-END-SECONDS > WS-CUTOFF-SECONDS
                   SET WS-WINDOW-LATE TO TRUE
               END-IF
           END-IF.
           IF WS-WINDOW-ON-TIME
               GO TO 0460-CHECK-WINDOW-EXIT
           END-IF.

           MOVE "WIN" TO WS-ALERT-CODE.
           MOVE SPACES TO WS-ALERT-DETAIL.
           STRING "STARTED " WS-PT-START-DATE(WS-FOUND-IDX)
               " " WS-PT-START-TIME(WS-FOUND-IDX)
               ", ENDED PAST THE " WS-CUTOFF-TIME " CUTOFF"
               DELIMITED BY SIZE INTO WS-ALERT-DETAIL.
           ADD 1 TO WS-WIN-COUNT.
           PERFORM 0600-WRITE-ALERT THRU 0600-WRITE-ALERT-EXIT.
       0460-CHECK-WINDOW-EXIT.
           EXIT.

       0480-TIME-TO-SECONDS.
           COMPUTE WS-TIME-SECONDS = WS-TIME-HH * 3600
               + WS-TIME-MM * 60 + WS-TIME-SS.
       0480-TIME-TO-SECONDS-EXIT.
           EXIT.

      * Until the program has WS-AVERAGE-RUNS runs the averages are
      * plain averages; after that the history counts for nine
      * tenths and the new run for one.
       0500-UPDATE-AVERAGES.
           IF WS-PT-RUN-COUNT(WS-FOUND-IDX) < WS-AVERAGE-RUNS
               MOVE WS-PT-RUN-COUNT(WS-FOUND-IDX) TO WS-WEIGHT
           ELSE
               COMPUTE WS-WEIGHT = WS-AVERAGE-RUNS - 1
           END-IF.
           COMPUTE WS-WEIGHT-PLUS-ONE = WS-WEIGHT + 1.

           COMPUTE WS-PT-AVG-ELAPSED(WS-FOUND-IDX) ROUNDED =
               (WS-PT-AVG-ELAPSED(WS-FOUND-IDX) * WS-WEIGHT
                + WS-RUN-ELAPSED) / WS-WEIGHT-PLUS-ONE.
           COMPUTE WS-PT-AVG-READ(WS-FOUND-IDX) ROUNDED =
               (WS-PT-AVG-READ(WS-FOUND-IDX) * WS-WEIGHT
                + JLR-READ-COUNT) / WS-WEIGHT-PLUS-ONE.
           COMPUTE WS-PT-AVG-WRITE(WS-FOUND-IDX) ROUNDED =
               (WS-PT-AVG-WRITE(WS-FOUND-IDX) * WS-WEIGHT
                + JLR-WRITE-COUNT) / WS-WEIGHT-PLUS-ONE.

           IF WS-PT-RUN-COUNT(WS-FOUND-IDX) < 99999
               ADD 1 TO WS-PT-RUN-COUNT(WS-FOUND-IDX)
           END-IF.
       0500-UPDATE-AVERAGES-EXIT.
           EXIT.

      * One line on BATCHEXC.DAT and on the report per alert, with
      * the end of the run it is about.
       0600-WRITE-ALERT.
           MOVE SPACES TO EXCEPTION-RECORD.
           MOVE WS-TODAY-DATE   TO BX-MONITOR-DATE.
           MOVE WS-ALERT-CODE   TO BX-ALERT.
           MOVE JLR-PROGRAM     TO BX-PROGRAM.
           MOVE WS-END-DATE     TO BX-RUN-DATE.
           MOVE WS-END-TIME     TO BX-RUN-TIME.
           MOVE WS-ALERT-DETAIL TO BX-DETAIL.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO WS-ALERT-TOTAL.

           MOVE WS-ALERT-CODE   TO WSD-ALERT.
           MOVE JLR-PROGRAM     TO WSD-PROGRAM.
           MOVE WS-END-DATE     TO WSD-RUN-DATE.
           MOVE WS-END-TIME     TO WSD-RUN-TIME.
           MOVE WS-ALERT-DETAIL TO WSD-DETAIL.
           MOVE WS-DETAIL-LINE  TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0600-WRITE-ALERT-EXIT.
           EXIT.

       0700-PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE "ROLLING AVERAGES" TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE WS-SUMMARY-HEADING TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           PERFORM 0720-PRINT-ONE-PROGRAM
               THRU 0720-PRINT-ONE-PROGRAM-EXIT
               VARYING WS-PROG-IDX FROM 1 BY 1
               UNTIL WS-PROG-IDX > WS-PROG-COUNT.
       0700-PRINT-SUMMARY-EXIT.
           EXIT.

       0720-PRINT-ONE-PROGRAM.
           IF WS-PT-RUN-COUNT(WS-PROG-IDX) = ZERO
               GO TO 0720-PRINT-ONE-PROGRAM-EXIT
           END-IF.
           MOVE WS-PT-PROGRAM(WS-PROG-IDX)     TO WSS-PROGRAM.
           MOVE WS-PT-RUN-COUNT(WS-PROG-IDX)   TO WSS-RUN-COUNT.
           MOVE WS-PT-AVG-ELAPSED(WS-PROG-IDX) TO WSS-AVG-ELAPSED.
           MOVE WS-PT-AVG-READ(WS-PROG-IDX)    TO WSS-AVG-READ.
           MOVE WS-PT-AVG-WRITE(WS-PROG-IDX)   TO WSS-AVG-WRITE.
           MOVE WS-SUMMARY-LINE TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0720-PRINT-ONE-PROGRAM-EXIT.
           EXIT.

       0750-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           STRING "RUNS MEASURED .................: " WS-RUNS-MEASURED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "OVR OVERRUNS ..................: " WS-OVR-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "VOL VOLUMES OUT OF RANGE ......: " WS-VOL-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "WIN BATCH WINDOW OVERRUNS .....: " WS-WIN-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "TOTAL ALERTS ..................: " WS-ALERT-TOTAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0750-PRINT-TOTALS-EXIT.
           EXIT.

      * The whole history is written back, one record per program
      * that has at least one measured run.
       0800-SAVE-HISTORY.
           OPEN OUTPUT HISTORY-FILE.
           PERFORM 0850-SAVE-ONE-PROGRAM
               THRU 0850-SAVE-ONE-PROGRAM-EXIT
               VARYING WS-PROG-IDX FROM 1 BY 1
               UNTIL WS-PROG-IDX > WS-PROG-COUNT.
           CLOSE HISTORY-FILE.
       0800-SAVE-HISTORY-EXIT.
           EXIT.

       0850-SAVE-ONE-PROGRAM.
           IF WS-PT-RUN-COUNT(WS-PROG-IDX) = ZERO
               GO TO 0850-SAVE-ONE-PROGRAM-EXIT
           END-IF.
           MOVE SPACES TO HISTORY-RECORD.
           MOVE WS-PT-PROGRAM(WS-PROG-IDX)     TO BH-PROGRAM.
           MOVE WS-PT-RUN-COUNT(WS-PROG-IDX)   TO BH-RUN-COUNT.
           MOVE WS-PT-AVG-ELAPSED(WS-PROG-IDX) TO BH-AVG-ELAPSED.
           MOVE WS-PT-AVG-READ(WS-PROG-IDX)    TO BH-AVG-READ.
           MOVE WS-PT-AVG-WRITE(WS-PROG-IDX)   TO BH-AVG-WRITE.
           MOVE WS-PT-LAST-DATE(WS-PROG-IDX)   TO BH-LAST-DATE.
           MOVE WS-PT-LAST-TIME(WS-PROG-IDX)   TO BH-LAST-TIME.
           WRITE HISTORY-RECORD.
       0850-SAVE-ONE-PROGRAM-EXIT.
           EXIT.

       0900-LOG-JOB-END.
           MOVE "E" TO WS-JL-FUNCTION.
           MOVE WS-ENTRIES-READ TO WS-JL-READ-COUNT.
           MOVE WS-ALERT-TOTAL TO WS-JL-WRITE-COUNT.
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

       END PROGRAM BATCHMON.
