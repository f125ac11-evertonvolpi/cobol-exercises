      * are YES or NO with numeric amounts, and that LINEID values
      * are unique and unbroken within each station - a missing
      * fortnight of readings is reported as a gap, not passed
      * silently.  The station must be on the STATION.DAT master
      * and in service on the reading date.  Clean records are
      * written to WEATHERACC.DAT and every error to
      * WEATHEREDITERR.DAT.
      *
      * MODIFICATION HISTORY:
      *   2026-08-22  EV  INITIAL VERSION
      *   2026-09-02  EV  FINAL STOP RUN CHANGED TO GOBACK SO THE
      *                   JOBSTREAM DRIVER GETS CONTROL BACK AFTER
      *                   CALLING THIS PROGRAM AS A STEP
      *   2026-10-15  EV  STATION CHECKED AGAINST THE STATION.DAT
      *                   MASTER - A READING FOR AN UNKNOWN STATION,
      *                   OR ONE NOT IN SERVICE ON THE READING DATE,
      *                   IS REJECTED TO WEATHEREDITERR.DAT.  WITH NO
      *                   STATION.DAT THE EDIT IS NOT RUN
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ERROR-FILE ASSIGN TO "WEATHEREDITERR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT STATION-FILE ASSIGN TO "STATION.DAT"
               FILE STATUS IS WS-STATION-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD WEATHER.
           05 FILLER           PIC X VALUE SPACE.
           05 ER-REASON        PIC X(45).

      *This mirrors the STATION.DAT record STNMAINT writes.
       FD STATION-FILE.
       01 STATION-RECORD.
           88 STATION-EOF      VALUE HIGH-VALUES.
           05 ST-STATION-CODE  PIC X(3).
           05 FILLER           PIC X(72).
           05 ST-COMMISSIONED  PIC 9(8).
           05 FILLER           PIC X.
           05 ST-RETIRED       PIC 9(8).

       WORKING-STORAGE SECTION.
       01 WS-WEATHER-FILENAME  PIC X(20).
       01 WS-WEATHER-FILE-STATUS PIC XX.
           88 WS-WEATHER-FILE-NOT-FOUND VALUE "35".

       01 WS-STATION-FILE-STATUS PIC XX.
           88 WS-STATION-FILE-NOT-FOUND VALUE "35".

       01 WS-EXPECTED-YEAR     PIC 9(4).

       01 WS-EDIT-DATE         PIC 9(8).
           88 WS-STATION-FOUND     VALUE "Y".
           88 WS-STATION-NOT-FOUND VALUE "N".

       01 WS-MASTER-COUNT      PIC 9(3) VALUE ZERO.
       01 WS-MASTER-TABLE.
           05 WS-MASTER-ENTRY OCCURS 100 TIMES.
               10 WS-SM-STATION-CODE   PIC X(3).
               10 WS-SM-COMMISSIONED   PIC 9(8).
               10 WS-SM-RETIRED        PIC 9(8).
       01 WS-MASTER-IDX        PIC 9(3).
       01 WS-MASTER-FOUND-IDX  PIC 9(3).

       01 WS-GAP-SIZE          PIC 9(6).
       01 WS-ERROR-REASON      PIC X(45).

               WITH NO ADVANCING.
           ACCEPT WS-EXPECTED-YEAR.

           PERFORM 0120-LOAD-STATIONS THRU 0120-LOAD-STATIONS-EXIT.
           IF WS-STATION-FILE-NOT-FOUND
               DISPLAY "WEATHEREDIT: STATION.DAT NOT FOUND - "
                   "STATIONS CANNOT BE CHECKED, NOTHING EDITED"
               GOBACK
           END-IF.

           OPEN INPUT WEATHER.
           IF WS-WEATHER-FILE-NOT-FOUND
               DISPLAY "WEATHEREDIT: FILE NOT FOUND: ",

           GOBACK.

       0120-LOAD-STATIONS.
           OPEN INPUT STATION-FILE.
           IF WS-STATION-FILE-NOT-FOUND
               GO TO 0120-LOAD-STATIONS-EXIT
           END-IF.

           READ STATION-FILE
               AT END SET STATION-EOF TO TRUE
           END-READ.
           PERFORM 0130-LOAD-ONE-STATION
               THRU 0130-LOAD-ONE-STATION-EXIT
               UNTIL STATION-EOF.
           CLOSE STATION-FILE.
       0120-LOAD-STATIONS-EXIT.
           EXIT.

       0130-LOAD-ONE-STATION.
           IF WS-MASTER-COUNT < 100
               ADD 1 TO WS-MASTER-COUNT
               MOVE ST-STATION-CODE
                   TO WS-SM-STATION-CODE(WS-MASTER-COUNT)
               MOVE ST-COMMISSIONED
                   TO WS-SM-COMMISSIONED(WS-MASTER-COUNT)
               MOVE ST-RETIRED  TO WS-SM-RETIRED(WS-MASTER-COUNT)
           ELSE
               DISPLAY "WEATHEREDIT: MORE THAN 100 STATIONS ON "
                   "STATION.DAT - IGNORING THE REST"
               SET STATION-EOF TO TRUE
               GO TO 0130-LOAD-ONE-STATION-EXIT
           END-IF.

           READ STATION-FILE
               AT END SET STATION-EOF TO TRUE
           END-READ.
       0130-LOAD-ONE-STATION-EXIT.
           EXIT.

       0200-EDIT-ONE-RECORD.
           ADD 1 TO WS-READ-COUNT.
           SET WS-RECORD-OK TO TRUE.
               SET WS-RECORD-NOT-OK TO TRUE
           END-IF.

           PERFORM 0270-CHECK-STATION THRU 0270-CHECK-STATION-EXIT.

           PERFORM 0250-CHECK-RAIN-SLOTS
               THRU 0250-CHECK-RAIN-SLOTS-EXIT
               VARYING WS-SLOT-IDX FROM 1 BY 1
       0250-CHECK-RAIN-SLOTS-EXIT.
           EXIT.

      * A station not on the master is how a keying slip turns
      * into a phantom station, so the reading is rejected.  One
      * on the master but not in service on a valid reading date
      * is rejected as well.
       0270-CHECK-STATION.
           MOVE ZERO TO WS-MASTER-FOUND-IDX.
           PERFORM 0275-CHECK-ONE-MASTER
               THRU 0275-CHECK-ONE-MASTER-EXIT
               VARYING WS-MASTER-IDX FROM 1 BY 1
               UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                  OR WS-MASTER-FOUND-IDX > ZERO.

           IF WS-MASTER-FOUND-IDX = ZERO
               MOVE "STATION NOT ON STATION MASTER"
                   TO WS-ERROR-REASON
               PERFORM 0400-WRITE-ERROR THRU 0400-WRITE-ERROR-EXIT
               SET WS-RECORD-NOT-OK TO TRUE
               GO TO 0270-CHECK-STATION-EXIT
           END-IF.

           IF WS-DATE-NOT-VALID
               GO TO 0270-CHECK-STATION-EXIT
           END-IF.

           IF WS-EDIT-DATE < WS-SM-COMMISSIONED(WS-MASTER-FOUND-IDX)
               OR (WS-SM-RETIRED(WS-MASTER-FOUND-IDX) NOT = ZERO
               AND WS-EDIT-DATE NOT <
                   WS-SM-RETIRED(WS-MASTER-FOUND-IDX))
               MOVE "STATION NOT IN SERVICE ON READING DATE"
                   TO WS-ERROR-REASON
               PERFORM 0400-WRITE-ERROR THRU 0400-WRITE-ERROR-EXIT
               SET WS-RECORD-NOT-OK TO TRUE
           END-IF.
       0270-CHECK-STATION-EXIT.
           EXIT.

       0275-CHECK-ONE-MASTER.
           IF WS-SM-STATION-CODE(WS-MASTER-IDX) = LINESTATION
               MOVE WS-MASTER-IDX TO WS-MASTER-FOUND-IDX
           END-IF.
       0275-CHECK-ONE-MASTER-EXIT.
           EXIT.

      * LINEID must be unique and unbroken within each station.
      * A duplicate or backwards id rejects the record; a forward
      * jump is reported as a gap but the record itself is kept.
