       IDENTIFICATION DIVISION.
       PROGRAM-ID. "WXEVENTS".
       AUTHOR.     EVERTON VOLPI.
      * Weather event analysis for the grounds crew.  Reads every
      * active year on the WEATHERCAT.DAT catalog (the same files
      * CH7 and RAINGAMES load), puts the daily records through the
      * SORT verb in station and date order, and for each
      * LINESTATION finds:
      *
      *   DRY    runs of consecutive dry days longer than the
      *          minimum dry-streak length
      *   HEAVY  single days whose RAINMM total over the six slots
      *          is above the heavy-rain threshold
      *   WET    multi-day wet spells - consecutive wet days, at
      *          least the minimum wet-spell length - with their
      *          total rainfall
      *
      * A day is wet when any slot says YES or any slot measured
      * rain, dry otherwise.  Two records for one station and date
      * are taken together as one day.  A date missing from a
      * station's records ends whatever run was open, as nothing
      * is known about it.
      *
      * The events go to WXEVENTS.DAT, one record per event with
      * its station, start and end date in GAMEDATE form
      * (YYYY-MM-DD) so RAINGAMES can join games to them, and to a
      * ranked report through RPTWRITE - heavy days by rainfall,
      * wet spells by total rainfall, dry streaks by length.
      *
      * The thresholds are on the WXEVENTS record of RUNPARMS.DAT:
      * VALUE-1 the dry-streak length to beat in days (3 digits,
      * default 007), VALUE-2 the heavy-rain threshold in tenths of
      * a millimetre (4 digits, default 0250 = 25.0 MM), VALUE-3 the
      * shortest wet spell reported in days (3 digits, default 002).
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
      *   2026-10-15  EV  RUN STOPS, LOGGED AS FAILED, WHEN THE SORTED
      *                   WORK FILE OR WXEVENTS.DAT WILL NOT OPEN
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEATHER ASSIGN TO DYNAMIC WS-WEATHER-FILENAME
               FILE STATUS IS WS-WEATHER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT WEATHERCAT ASSIGN TO "WEATHERCAT.DAT"
               FILE STATUS IS WS-WEATHERCAT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SRTWEATHER ASSIGN TO "WXEVTSRT.DAT"
               FILE STATUS IS WS-SRTWEATHER-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EVENT-FILE ASSIGN TO "WXEVENTS.DAT"
               FILE STATUS IS WS-EVENT-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RUNPARMS-FILE ASSIGN TO "RUNPARMS.DAT"
               FILE STATUS IS WS-RUNPARMS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-FILE ASSIGN TO "WXEVSORT.TMP".

           SELECT RANK-FILE ASSIGN TO "WXEVRANK.TMP".

       DATA DIVISION.
       FILE SECTION.
       FD WEATHER.
       01 WEATHERDETAILS.
           88 ENDOFWEATHER VALUE HIGH-VALUES.
           02 LINEID           PIC 9(6).
           02 LINEMONTH        PIC 9(2).
           02 LINEDAY          PIC 9(2).
           02 LINEYEAR         PIC 9(4).
           02 LINEMM           PIC 9(2).
           02 LINESTATION      PIC X(3).
           02 LINERAINED.
               03 LINERAINSLOT OCCURS 6 TIMES.
                   04 RAINED       PIC X(5).
                   04 RAINMM       PIC 9(3)V9.

      *One record per collection year - the year, the file that
      *holds it, and an active flag so an old year can be parked
      *without deleting its line.
       FD WEATHERCAT.
       01 WEATHERCAT-RECORD.
           88 END-OF-WEATHERCAT VALUE HIGH-VALUES.
           02 WC-YEAR          PIC 9(4).
           02 FILLER           PIC X.
           02 WC-FILENAME      PIC X(20).
           02 FILLER           PIC X.
           02 WC-ACTIVE        PIC X.
               88 WC-IS-ACTIVE     VALUE "Y".

      *The daily records in station and date order.
       FD SRTWEATHER.
       01 SORTEDWEATHER.
           88 ENDOFSORTED VALUE HIGH-VALUES.
           02 SW-LINEID        PIC 9(6).
           02 SW-MONTH         PIC 9(2).
           02 SW-DAY           PIC 9(2).
           02 SW-YEAR          PIC 9(4).
           02 SW-MM            PIC 9(2).
           02 SW-STATION       PIC X(3).
           02 SW-RAINED.
               03 SW-RAINSLOT OCCURS 6 TIMES.
                   04 SW-SLOT-RAINED   PIC X(5).
                   04 SW-SLOT-RAINMM   PIC 9(3)V9.

      *One record per weather event.
       FD EVENT-FILE.
       01 EVENT-RECORD.
           88 END-OF-EVENTS    VALUE HIGH-VALUES.
           02 EV-STATION       PIC X(3).
           02 FILLER           PIC X.
           02 EV-TYPE          PIC X(5).
               88 EV-DRY-SPELL     VALUE "DRY".
               88 EV-HEAVY-RAIN    VALUE "HEAVY".
               88 EV-WET-SPELL     VALUE "WET".
           02 FILLER           PIC X.
           02 EV-START-DATE    PIC X(10).
           02 FILLER           PIC X.
           02 EV-END-DATE      PIC X(10).
           02 FILLER           PIC X.
           02 EV-DAYS          PIC 9(4).
           02 FILLER           PIC X.
           02 EV-TOTAL-MM      PIC 9(6)V9.
           02 FILLER           PIC X.
           02 EV-PEAK-MM       PIC 9(4)V9.

      *One record per program - program name and up to three
      *values whose meaning is the program's own.
       FD RUNPARMS-FILE.
       01 RUNPARMS-RECORD.
           88 END-OF-RUNPARMS  VALUE HIGH-VALUES.
           02 RP-PROGRAM       PIC X(13).
           02 FILLER           PIC X.
           02 RP-VALUE-1       PIC X(36).
           02 FILLER           PIC X.
           02 RP-VALUE-2       PIC X(36).
           02 FILLER           PIC X.
           02 RP-VALUE-3       PIC X(36).

       SD SORT-FILE.
       01 SORT-RECORD.
           02 SRT-LINEID       PIC 9(6).
           02 SRT-MONTH        PIC 9(2).
           02 SRT-DAY          PIC 9(2).
           02 SRT-YEAR         PIC 9(4).
           02 SRT-MM           PIC 9(2).
           02 SRT-STATION      PIC X(3).
           02 FILLER           PIC X(54).

       SD RANK-FILE.
       01 RANK-RECORD.
           02 RK-TYPE-SEQ      PIC 9.
           02 RK-VALUE         PIC 9(6)V9.
           02 RK-EVENT         PIC X(50).

       WORKING-STORAGE SECTION.
       01 WS-WEATHER-FILENAME     PIC X(20).
       01 WS-WEATHER-FILE-STATUS  PIC XX.
           88 WS-WEATHER-FILE-NOT-FOUND  VALUE "35".

       01 WS-WEATHERCAT-FILE-STATUS PIC XX.
           88 WS-WEATHERCAT-FILE-NOT-FOUND VALUE "35".

       01 WS-SRTWEATHER-FILE-STATUS PIC XX.
       01 WS-EVENT-FILE-STATUS    PIC XX.

       01 WS-RUNPARMS-FILE-STATUS PIC XX.
           88 WS-RUNPARMS-FILE-NOT-FOUND VALUE "35".

       01 WS-PARMS-FOUND-SW       PIC X VALUE "N".
           88 WS-PARMS-FOUND          VALUE "Y".

       01 WS-DRY-MINIMUM          PIC 9(3) VALUE 7.
       01 WS-HEAVY-THRESHOLD      PIC 9(3)V9 VALUE 25.0.
       01 WS-WET-MINIMUM          PIC 9(3) VALUE 2.

       01 WS-JOBLOG-PARM.
           05 WS-JL-PROGRAM      PIC X(17) VALUE "WXEVENTS".
           05 WS-JL-FUNCTION     PIC X.
           05 WS-JL-READ-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-JL-WRITE-COUNT  PIC 9(7) VALUE ZERO.
           05 WS-JL-STATUS       PIC X VALUE SPACE.
           05 WS-JL-OPERATOR     PIC X(3) VALUE SPACES.

       01 WS-YEAR-FILE-COUNT      PIC 9(2) VALUE ZERO.
       01 WS-YEAR-FILE-TABLE.
           05 WS-YEAR-FILE-ENTRY PIC X(20) OCCURS 10 TIMES.
       01 WS-YEAR-IDX             PIC 9(2).
       01 WS-SLOT-IDX             PIC 9.

       01 WS-RECORDS-READ         PIC 9(7) VALUE ZERO.
       01 WS-RECORDS-SKIPPED      PIC 9(7) VALUE ZERO.
       01 WS-DAYS-CLASSIFIED      PIC 9(7) VALUE ZERO.
       01 WS-DRY-COUNT            PIC 9(5) VALUE ZERO.
       01 WS-HEAVY-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-WET-COUNT            PIC 9(5) VALUE ZERO.

      * The day being gathered from the sorted records.
       01 WS-DAY-OPEN-SW          PIC X VALUE "N".
           88 WS-DAY-OPEN             VALUE "Y".
           88 WS-NO-DAY-OPEN          VALUE "N".
       01 WS-DAY-STATION          PIC X(3).
       01 WS-DAY-NUMBER           PIC S9(7).
       01 WS-DAY-DATE             PIC X(10).
       01 WS-DAY-MM               PIC 9(4)V9.
       01 WS-DAY-WET-SW           PIC X.
           88 WS-DAY-WET              VALUE "Y".
           88 WS-DAY-DRY              VALUE "N".

      * The station's last classified day and its open runs.
       01 WS-LAST-DAY-NUMBER      PIC S9(7).
       01 WS-DRY-DAYS             PIC 9(4) VALUE ZERO.
       01 WS-DRY-START-DATE       PIC X(10).
       01 WS-DRY-END-DATE         PIC X(10).
       01 WS-WET-DAYS             PIC 9(4) VALUE ZERO.
       01 WS-WET-START-DATE       PIC X(10).
       01 WS-WET-END-DATE         PIC X(10).
       01 WS-WET-TOTAL-MM         PIC 9(6)V9.
       01 WS-WET-PEAK-MM          PIC 9(4)V9.

       01 WS-REC-NUMBER           PIC S9(7).
       01 WS-REC-MM               PIC 9(4)V9.
       01 WS-REC-WET-SW           PIC X.
       01 WS-REC-DATE.
           05 WS-RD-YEAR          PIC 9(4).
           05 FILLER              PIC X VALUE "-".
           05 WS-RD-MONTH         PIC 9(2).
           05 FILLER              PIC X VALUE "-".
           05 WS-RD-DAY           PIC 9(2).

       01 WS-BASE-DATE            PIC 9(8) VALUE 19000101.
       01 WS-DATE-NUM             PIC 9(8).
       01 WS-DATE-NUM-R REDEFINES WS-DATE-NUM.
           05 WS-DN-YEAR          PIC 9(4).
           05 WS-DN-MONTH         PIC 9(2).
           05 WS-DN-DAY           PIC 9(2).
       01 WS-ELAPSED-YEARS        PIC S9(4).
       01 WS-ELAPSED-DAYS         PIC S9(7).
       01 WS-DATE-VALID           PIC X.
           88 WS-DATE-IS-VALID        VALUE "Y".

       01 WS-RANK-TYPE            PIC 9 VALUE ZERO.
       01 WS-RANK                 PIC 9(5).
       01 WS-END-OF-RANK-SW       PIC X VALUE "N".
           88 WS-END-OF-RANK          VALUE "Y".

       01 WS-RPTWRITE-PARM.
           05 WS-RW-PROGRAM      PIC X(17) VALUE "WXEVENTS".
           05 WS-RW-FUNCTION     PIC X.
           05 WS-RW-LINE         PIC X(132).
       01 WS-PRINT-LINE          PIC X(132).
       01 WS-EDIT-MM             PIC ZZ9.9.
       01 WS-EDIT-DAYS           PIC ZZ9.

       01 WS-RANK-HEADING.
           05 FILLER PIC X(22) VALUE "  RANK  STATION  START".
           05 FILLER PIC X(27) VALUE "         END           DAYS".
           05 FILLER PIC X(21) VALUE "    TOTAL MM  PEAK MM".

       01 WS-RANK-LINE.
           05 WSR-RANK          PIC ZZZZ9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WSR-STATION       PIC X(3).
           05 FILLER            PIC X(6) VALUE SPACES.
           05 WSR-START-DATE    PIC X(10).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WSR-END-DATE      PIC X(10).
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WSR-DAYS          PIC ZZZ9.
           05 FILLER            PIC X(4) VALUE SPACES.
           05 WSR-TOTAL-MM      PIC ZZZZZ9.9.
           05 FILLER            PIC X(3) VALUE SPACES.
           05 WSR-PEAK-MM       PIC ZZZ9.9.

       PROCEDURE DIVISION.
       0100-START-HERE.
           MOVE "S" TO WS-JL-FUNCTION.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.

           PERFORM 0150-READ-RUN-PARMS THRU 0150-READ-RUN-PARMS-EXIT.
           PERFORM 0180-LOAD-WEATHER-CATALOG
               THRU 0180-LOAD-WEATHER-CATALOG-EXIT.

           SORT SORT-FILE
               ON ASCENDING KEY SRT-STATION SRT-YEAR SRT-MONTH SRT-DAY
               INPUT PROCEDURE IS 0200-RELEASE-ALL-YEARS
                   THRU 0200-RELEASE-ALL-YEARS-EXIT
               GIVING SRTWEATHER.

           OPEN INPUT SRTWEATHER.
           IF WS-SRTWEATHER-FILE-STATUS NOT = "00"
               DISPLAY "WXEVENTS: WXEVTSRT.DAT CANNOT BE OPENED - "
                   "STATUS ", WS-SRTWEATHER-FILE-STATUS,
                   " - NO EVENTS WRITTEN"
               PERFORM 0950-LOG-FAILED-RUN
                   THRU 0950-LOG-FAILED-RUN-EXIT
               GOBACK
           END-IF.
           OPEN OUTPUT EVENT-FILE.
           IF WS-EVENT-FILE-STATUS NOT = "00"
               DISPLAY "WXEVENTS: WXEVENTS.DAT CANNOT BE OPENED - "
                   "STATUS ", WS-EVENT-FILE-STATUS,
                   " - NO EVENTS WRITTEN"
               CLOSE SRTWEATHER
               PERFORM 0950-LOG-FAILED-RUN
                   THRU 0950-LOG-FAILED-RUN-EXIT
               GOBACK
           END-IF.
           SET WS-NO-DAY-OPEN TO TRUE.
           READ SRTWEATHER
               AT END SET ENDOFSORTED TO TRUE
           END-READ.
           PERFORM 0300-TAKE-ONE-RECORD THRU 0300-TAKE-ONE-RECORD-EXIT
               UNTIL ENDOFSORTED.
           IF WS-DAY-OPEN
               PERFORM 0400-CLASSIFY-DAY THRU 0400-CLASSIFY-DAY-EXIT
               PERFORM 0500-CLOSE-DRY-STREAK
                   THRU 0500-CLOSE-DRY-STREAK-EXIT
               PERFORM 0550-CLOSE-WET-SPELL
                   THRU 0550-CLOSE-WET-SPELL-EXIT
           END-IF.
           CLOSE SRTWEATHER.
           CLOSE EVENT-FILE.

           MOVE "O" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           MOVE "WEATHER EVENTS BY STATION - RANKED" TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           SORT RANK-FILE
               ON ASCENDING KEY RK-TYPE-SEQ
               ON DESCENDING KEY RK-VALUE
               INPUT PROCEDURE IS 0700-RELEASE-EVENTS
                   THRU 0700-RELEASE-EVENTS-EXIT
               OUTPUT PROCEDURE IS 0750-PRINT-RANKED
                   THRU 0750-PRINT-RANKED-EXIT.

           PERFORM 0800-PRINT-TOTALS THRU 0800-PRINT-TOTALS-EXIT.

           MOVE "C" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.

           MOVE "E" TO WS-JL-FUNCTION.
           MOVE WS-RECORDS-READ TO WS-JL-READ-COUNT.
           COMPUTE WS-JL-WRITE-COUNT =
               WS-DRY-COUNT + WS-HEAVY-COUNT + WS-WET-COUNT.
           MOVE "S" TO WS-JL-STATUS.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.

           GOBACK.

      * Take the thresholds from RUNPARMS.DAT when a record for this
      * program is present - otherwise the defaults stand.
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
           IF RP-PROGRAM = "WXEVENTS"
               SET WS-PARMS-FOUND TO TRUE
               IF RP-VALUE-1(1:3) IS NUMERIC
                   MOVE RP-VALUE-1(1:3) TO WS-DRY-MINIMUM
               END-IF
               IF RP-VALUE-2(1:4) IS NUMERIC
                   MOVE RP-VALUE-2(1:4) TO WS-HEAVY-THRESHOLD(1:4)
               END-IF
               IF RP-VALUE-3(1:3) IS NUMERIC
                   AND RP-VALUE-3(1:3) NOT < "002"
                   MOVE RP-VALUE-3(1:3) TO WS-WET-MINIMUM
               END-IF
               GO TO 0170-CHECK-ONE-PARM-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
       0170-CHECK-ONE-PARM-EXIT.
           EXIT.

      * The years to load come from the WEATHERCAT.DAT catalog -
      * active entries only.  With no catalog on disk the classic
      * five 2020-2024 names are assumed, as CH7 does.
       0180-LOAD-WEATHER-CATALOG.
           OPEN INPUT WEATHERCAT.
           IF WS-WEATHERCAT-FILE-NOT-FOUND
               DISPLAY "WXEVENTS: WEATHERCAT.DAT NOT FOUND - "
                   "ASSUMING WEATHER FILES 2020 THROUGH 2024"
               MOVE 5 TO WS-YEAR-FILE-COUNT
               MOVE "weather2020.dat" TO WS-YEAR-FILE-ENTRY(1)
               MOVE "weather2021.dat" TO WS-YEAR-FILE-ENTRY(2)
               MOVE "weather2022.dat" TO WS-YEAR-FILE-ENTRY(3)
               MOVE "weather2023.dat" TO WS-YEAR-FILE-ENTRY(4)
               MOVE "weather2024.dat" TO WS-YEAR-FILE-ENTRY(5)
               GO TO 0180-LOAD-WEATHER-CATALOG-EXIT
           END-IF.

           READ WEATHERCAT
               AT END SET END-OF-WEATHERCAT TO TRUE
           END-READ.
           PERFORM 0190-LOAD-ONE-CATALOG-ENTRY
               THRU 0190-LOAD-ONE-CATALOG-ENTRY-EXIT
               UNTIL END-OF-WEATHERCAT.
           CLOSE WEATHERCAT.
       0180-LOAD-WEATHER-CATALOG-EXIT.
           EXIT.

       0190-LOAD-ONE-CATALOG-ENTRY.
           IF WC-IS-ACTIVE
               IF WS-YEAR-FILE-COUNT < 10
                   ADD 1 TO WS-YEAR-FILE-COUNT
                   MOVE WC-FILENAME TO
                       WS-YEAR-FILE-ENTRY(WS-YEAR-FILE-COUNT)
               ELSE
                   DISPLAY "WXEVENTS: MORE THAN 10 ACTIVE CATALOG "
                       "ENTRIES - IGNORING ", WC-FILENAME
               END-IF
           END-IF.
           READ WEATHERCAT
               AT END SET END-OF-WEATHERCAT TO TRUE
           END-READ.
       0190-LOAD-ONE-CATALOG-ENTRY-EXIT.
           EXIT.

       0200-RELEASE-ALL-YEARS.
           PERFORM 0220-RELEASE-ONE-YEAR THRU 0220-RELEASE-ONE-YEAR-EXIT
               VARYING WS-YEAR-IDX FROM 1 BY 1
               UNTIL WS-YEAR-IDX > WS-YEAR-FILE-COUNT.
       0200-RELEASE-ALL-YEARS-EXIT.
           EXIT.

       0220-RELEASE-ONE-YEAR.
           MOVE WS-YEAR-FILE-ENTRY(WS-YEAR-IDX)
               TO WS-WEATHER-FILENAME.
           OPEN INPUT WEATHER.
           IF WS-WEATHER-FILE-NOT-FOUND
               DISPLAY "WXEVENTS: CATALOGED WEATHER FILE MISSING: ",
                   WS-WEATHER-FILENAME
               GO TO 0220-RELEASE-ONE-YEAR-EXIT
           END-IF.

           READ WEATHER
               AT END SET ENDOFWEATHER TO TRUE
           END-READ.
           PERFORM 0240-RELEASE-ONE-RECORD
               THRU 0240-RELEASE-ONE-RECORD-EXIT
               UNTIL ENDOFWEATHER.
           CLOSE WEATHER.
       0220-RELEASE-ONE-YEAR-EXIT.
           EXIT.

       0240-RELEASE-ONE-RECORD.
           ADD 1 TO WS-RECORDS-READ.
           RELEASE SORT-RECORD FROM WEATHERDETAILS.
           READ WEATHER
               AT END SET ENDOFWEATHER TO TRUE
           END-READ.
       0240-RELEASE-ONE-RECORD-EXIT.
           EXIT.

      * Records of one station and date are gathered into one day;
      * a new date or station closes the day before it, and a new
      * station also closes the runs the last one left open.
       0300-TAKE-ONE-RECORD.
           PERFORM 0350-EDIT-SORTED-RECORD
               THRU 0350-EDIT-SORTED-RECORD-EXIT.
           IF NOT WS-DATE-IS-VALID
               ADD 1 TO WS-RECORDS-SKIPPED
               GO TO 0300-TAKE-ONE-RECORD-READ
           END-IF.

           IF WS-DAY-OPEN
               AND SW-STATION = WS-DAY-STATION
               AND WS-REC-NUMBER = WS-DAY-NUMBER
               ADD WS-REC-MM TO WS-DAY-MM
               IF WS-REC-WET-SW = "Y"
                   SET WS-DAY-WET TO TRUE
               END-IF
               GO TO 0300-TAKE-ONE-RECORD-READ
           END-IF.

           IF WS-DAY-OPEN
               PERFORM 0400-CLASSIFY-DAY THRU 0400-CLASSIFY-DAY-EXIT
               IF SW-STATION NOT = WS-DAY-STATION
                   PERFORM 0500-CLOSE-DRY-STREAK
                       THRU 0500-CLOSE-DRY-STREAK-EXIT
                   PERFORM 0550-CLOSE-WET-SPELL
                       THRU 0550-CLOSE-WET-SPELL-EXIT
               END-IF
           END-IF.

           IF NOT WS-DAY-OPEN OR SW-STATION NOT = WS-DAY-STATION
               COMPUTE WS-LAST-DAY-NUMBER = WS-REC-NUMBER - 1
           END-IF.

           SET WS-DAY-OPEN TO TRUE.
           MOVE SW-STATION    TO WS-DAY-STATION.
           MOVE WS-REC-NUMBER TO WS-DAY-NUMBER.
           MOVE WS-REC-DATE   TO WS-DAY-DATE.
           MOVE WS-REC-MM     TO WS-DAY-MM.
           MOVE WS-REC-WET-SW TO WS-DAY-WET-SW.

       0300-TAKE-ONE-RECORD-READ.
           READ SRTWEATHER
               AT END SET ENDOFSORTED TO TRUE
           END-READ.
       0300-TAKE-ONE-RECORD-EXIT.
           EXIT.

      * A record whose date is not a real date, or whose rainfall
      * is not numeric, cannot be placed in a run and is skipped.
       0350-EDIT-SORTED-RECORD.
           MOVE "N" TO WS-DATE-VALID.
           IF SW-YEAR NOT NUMERIC OR SW-MONTH NOT NUMERIC
               OR SW-DAY NOT NUMERIC
               GO TO 0350-EDIT-SORTED-RECORD-EXIT
           END-IF.
           IF SW-MONTH < 1 OR SW-MONTH > 12
               OR SW-DAY < 1 OR SW-DAY > 31
               GO TO 0350-EDIT-SORTED-RECORD-EXIT
           END-IF.

           MOVE ZERO TO WS-REC-MM.
           MOVE "N" TO WS-REC-WET-SW.
           PERFORM 0370-TAKE-ONE-SLOT THRU 0370-TAKE-ONE-SLOT-EXIT
               VARYING WS-SLOT-IDX FROM 1 BY 1
               UNTIL WS-SLOT-IDX > 6.
           IF WS-REC-WET-SW = "X"
               GO TO 0350-EDIT-SORTED-RECORD-EXIT
           END-IF.

           MOVE SW-YEAR  TO WS-DN-YEAR, WS-RD-YEAR.
           MOVE SW-MONTH TO WS-DN-MONTH, WS-RD-MONTH.
           MOVE SW-DAY   TO WS-DN-DAY, WS-RD-DAY.
           CALL "DATEDIFF" USING WS-BASE-DATE, WS-DATE-NUM,
               WS-ELAPSED-YEARS, WS-ELAPSED-DAYS.
           MOVE WS-ELAPSED-DAYS TO WS-REC-NUMBER.
           SET WS-DATE-IS-VALID TO TRUE.
       0350-EDIT-SORTED-RECORD-EXIT.
           EXIT.

       0370-TAKE-ONE-SLOT.
           IF WS-REC-WET-SW = "X"
               GO TO 0370-TAKE-ONE-SLOT-EXIT
           END-IF.
           IF SW-SLOT-RAINMM(WS-SLOT-IDX) NOT NUMERIC
               MOVE "X" TO WS-REC-WET-SW
               GO TO 0370-TAKE-ONE-SLOT-EXIT
           END-IF.
           ADD SW-SLOT-RAINMM(WS-SLOT-IDX) TO WS-REC-MM.
           IF SW-SLOT-RAINED(WS-SLOT-IDX) = "YES"
               OR SW-SLOT-RAINMM(WS-SLOT-IDX) > ZERO
               MOVE "Y" TO WS-REC-WET-SW
           END-IF.
       0370-TAKE-ONE-SLOT-EXIT.
           EXIT.

      * A day that does not follow straight on from the station's
      * last day breaks both runs.  A wet day ends a dry streak and
      * adds to the wet spell; a dry day does the opposite.
       0400-CLASSIFY-DAY.
           ADD 1 TO WS-DAYS-CLASSIFIED.
           IF WS-DAY-NUMBER NOT = WS-LAST-DAY-NUMBER + 1
               PERFORM 0500-CLOSE-DRY-STREAK
                   THRU 0500-CLOSE-DRY-STREAK-EXIT
               PERFORM 0550-CLOSE-WET-SPELL
                   THRU 0550-CLOSE-WET-SPELL-EXIT
           END-IF.
           MOVE WS-DAY-NUMBER TO WS-LAST-DAY-NUMBER.

           IF WS-DAY-DRY
               PERFORM 0550-CLOSE-WET-SPELL
                   THRU 0550-CLOSE-WET-SPELL-EXIT
               IF WS-DRY-DAYS = ZERO
                   MOVE WS-DAY-DATE TO WS-DRY-START-DATE
               END-IF
               ADD 1 TO WS-DRY-DAYS
               MOVE WS-DAY-DATE TO WS-DRY-END-DATE
               GO TO 0400-CLASSIFY-DAY-EXIT
           END-IF.

           PERFORM 0500-CLOSE-DRY-STREAK
               THRU 0500-CLOSE-DRY-STREAK-EXIT.

           IF WS-DAY-MM > WS-HEAVY-THRESHOLD
               MOVE SPACES         TO EVENT-RECORD
               MOVE WS-DAY-STATION TO EV-STATION
               SET EV-HEAVY-RAIN   TO TRUE
               MOVE WS-DAY-DATE    TO EV-START-DATE, EV-END-DATE
               MOVE 1              TO EV-DAYS
               MOVE WS-DAY-MM      TO EV-TOTAL-MM, EV-PEAK-MM
               WRITE EVENT-RECORD
               ADD 1 TO WS-HEAVY-COUNT
           END-IF.

           IF WS-WET-DAYS = ZERO
               MOVE WS-DAY-DATE TO WS-WET-START-DATE
               MOVE ZERO TO WS-WET-TOTAL-MM, WS-WET-PEAK-MM
           END-IF.
           ADD 1 TO WS-WET-DAYS.
           MOVE WS-DAY-DATE TO WS-WET-END-DATE.
           ADD WS-DAY-MM TO WS-WET-TOTAL-MM.
           IF WS-DAY-MM > WS-WET-PEAK-MM
               MOVE WS-DAY-MM TO WS-WET-PEAK-MM
           END-IF.
       0400-CLASSIFY-DAY-EXIT.
           EXIT.

       0500-CLOSE-DRY-STREAK.
           IF WS-DRY-DAYS > WS-DRY-MINIMUM
               MOVE SPACES            TO EVENT-RECORD
               MOVE WS-DAY-STATION    TO EV-STATION
               SET EV-DRY-SPELL       TO TRUE
               MOVE WS-DRY-START-DATE TO EV-START-DATE
               MOVE WS-DRY-END-DATE   TO EV-END-DATE
               MOVE WS-DRY-DAYS       TO EV-DAYS
               MOVE ZERO              TO EV-TOTAL-MM, EV-PEAK-MM
               WRITE EVENT-RECORD
               ADD 1 TO WS-DRY-COUNT
           END-IF.
           MOVE ZERO TO WS-DRY-DAYS.
       0500-CLOSE-DRY-STREAK-EXIT.
           EXIT.

       0550-CLOSE-WET-SPELL.
           IF WS-WET-DAYS NOT < WS-WET-MINIMUM
               MOVE SPACES            TO EVENT-RECORD
               MOVE WS-DAY-STATION    TO EV-STATION
               SET EV-WET-SPELL       TO TRUE
               MOVE WS-WET-START-DATE TO EV-START-DATE
               MOVE WS-WET-END-DATE   TO EV-END-DATE
               MOVE WS-WET-DAYS       TO EV-DAYS
               MOVE WS-WET-TOTAL-MM   TO EV-TOTAL-MM
               MOVE WS-WET-PEAK-MM    TO EV-PEAK-MM
               WRITE EVENT-RECORD
               ADD 1 TO WS-WET-COUNT
           END-IF.
           MOVE ZERO TO WS-WET-DAYS.
       0550-CLOSE-WET-SPELL-EXIT.
           EXIT.

      * Heavy days rank by their rainfall, wet spells by their total
      * rainfall and dry streaks by their length in days.
       0700-RELEASE-EVENTS.
           OPEN INPUT EVENT-FILE.
           READ EVENT-FILE
               AT END SET END-OF-EVENTS TO TRUE
           END-READ.
           PERFORM 0720-RELEASE-ONE-EVENT
               THRU 0720-RELEASE-ONE-EVENT-EXIT
               UNTIL END-OF-EVENTS.
           CLOSE EVENT-FILE.
       0700-RELEASE-EVENTS-EXIT.
           EXIT.

       0720-RELEASE-ONE-EVENT.
           EVALUATE TRUE
               WHEN EV-HEAVY-RAIN
                   MOVE 1 TO RK-TYPE-SEQ
                   MOVE EV-TOTAL-MM TO RK-VALUE
               WHEN EV-WET-SPELL
                   MOVE 2 TO RK-TYPE-SEQ
                   MOVE EV-TOTAL-MM TO RK-VALUE
               WHEN OTHER
                   MOVE 3 TO RK-TYPE-SEQ
                   MOVE EV-DAYS TO RK-VALUE
           END-EVALUATE.
           MOVE EVENT-RECORD TO RK-EVENT.
           RELEASE RANK-RECORD.

           READ EVENT-FILE
               AT END SET END-OF-EVENTS TO TRUE
           END-READ.
       0720-RELEASE-ONE-EVENT-EXIT.
           EXIT.

       0750-PRINT-RANKED.
           RETURN RANK-FILE
               AT END SET WS-END-OF-RANK TO TRUE
           END-RETURN.
           PERFORM 0770-PRINT-ONE-RANKED
               THRU 0770-PRINT-ONE-RANKED-EXIT
               UNTIL WS-END-OF-RANK.
       0750-PRINT-RANKED-EXIT.
           EXIT.

       0770-PRINT-ONE-RANKED.
           MOVE RK-EVENT TO EVENT-RECORD.
           IF RK-TYPE-SEQ NOT = WS-RANK-TYPE
               MOVE RK-TYPE-SEQ TO WS-RANK-TYPE
               MOVE ZERO TO WS-RANK
               PERFORM 0780-PRINT-SECTION-HEADING
                   THRU 0780-PRINT-SECTION-HEADING-EXIT
           END-IF.

           ADD 1 TO WS-RANK.
           MOVE WS-RANK       TO WSR-RANK.
           MOVE EV-STATION    TO WSR-STATION.
           MOVE EV-START-DATE TO WSR-START-DATE.
           MOVE EV-END-DATE   TO WSR-END-DATE.
           MOVE EV-DAYS       TO WSR-DAYS.
           MOVE EV-TOTAL-MM   TO WSR-TOTAL-MM.
           MOVE EV-PEAK-MM    TO WSR-PEAK-MM.
           MOVE WS-RANK-LINE  TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           RETURN RANK-FILE
               AT END SET WS-END-OF-RANK TO TRUE
           END-RETURN.
       0770-PRINT-ONE-RANKED-EXIT.
           EXIT.

       0780-PRINT-SECTION-HEADING.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE SPACES TO WS-PRINT-LINE.
           EVALUATE WS-RANK-TYPE
               WHEN 1
                   MOVE WS-HEAVY-THRESHOLD TO WS-EDIT-MM
                   STRING "HEAVY-RAIN DAYS - OVER " WS-EDIT-MM
                       " MM IN THE DAY, BY RAINFALL"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN 2
                   MOVE WS-WET-MINIMUM TO WS-EDIT-DAYS
                   STRING "WET SPELLS - " WS-EDIT-DAYS
                       " OR MORE WET DAYS IN A ROW, BY TOTAL RAINFALL"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN OTHER
                   MOVE WS-DRY-MINIMUM TO WS-EDIT-DAYS
                   STRING "DRY STREAKS - LONGER THAN " WS-EDIT-DAYS
                       " DAYS, BY LENGTH"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-EVALUATE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE WS-RANK-HEADING TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0780-PRINT-SECTION-HEADING-EXIT.
           EXIT.

       0800-PRINT-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.

           MOVE SPACES TO WS-PRINT-LINE.
           STRING "WEATHER RECORDS READ .....: " WS-RECORDS-READ
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  SKIPPED, BAD DATE OR MM : " WS-RECORDS-SKIPPED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "STATION-DAYS CLASSIFIED ..: " WS-DAYS-CLASSIFIED
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "HEAVY-RAIN DAYS ..........: " WS-HEAVY-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "WET SPELLS ...............: " WS-WET-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "DRY STREAKS ..............: " WS-DRY-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM 0910-PRINT-REPORT-LINE
               THRU 0910-PRINT-REPORT-LINE-EXIT.
       0800-PRINT-TOTALS-EXIT.
           EXIT.

      * Every report line shows on the console AND goes through the
      * shared RPTWRITE routine to the dated report file.
       0910-PRINT-REPORT-LINE.
           DISPLAY WS-PRINT-LINE.
           MOVE WS-PRINT-LINE TO WS-RW-LINE.
           MOVE "L" TO WS-RW-FUNCTION.
           CALL "RPTWRITE" USING WS-RPTWRITE-PARM.
       0910-PRINT-REPORT-LINE-EXIT.
           EXIT.

       0950-LOG-FAILED-RUN.
           MOVE "E" TO WS-JL-FUNCTION.
           MOVE WS-RECORDS-READ TO WS-JL-READ-COUNT.
           MOVE ZERO TO WS-JL-WRITE-COUNT.
           MOVE "F" TO WS-JL-STATUS.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.
       0950-LOG-FAILED-RUN-EXIT.
           EXIT.

       END PROGRAM WXEVENTS.
