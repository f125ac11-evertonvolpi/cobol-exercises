       PROGRAM-ID. "PARMMAINT".
       AUTHOR.     EVERTON VOLPI.
      * Maintenance screen for the RUNPARMS.DAT records that drive
      * the unattended modes of BMICALCULATOR, CH7 and READCH06
      * and the thresholds the payroll programs run with.
      * Lists, adds, changes and deletes records by program name,
      * and validates the values per program before anything is
      * written - a READTYPE outside 1-8, a run mode that is not I
      *                   MODE - LIKE MODES 5 AND 7, MODE 8 PROMPTS
      *                   FOR ITS GAME ID AT THE CONSOLE SO NO
      *                   VALUE COLUMNS ARE EDITED FOR IT
      *   2026-10-15  EV  TIMEEDIT (HOURS CEILING AND OVERTIME
      *                   THRESHOLD) AND PAYREG (OVERTIME PREMIUM
      *                   PERCENT) ADDED TO THE PROGRAMS WHOSE RUN
      *                   PARMS ARE MAINTAINED HERE
      *   2026-10-15  EV  PAYREG VALUE-2 (PAY-PERIOD END DATE) MUST
      *                   BE BLANK OR A VALID YYYYMMDD DATE
      *   2026-10-15  EV  PTOACCR (ACCRUAL RATES BY SENIORITY BAND,
      *                   SICK RATE AND VACATION CAP) ADDED
      *   2026-10-15  EV  ATTRRPT (REPORT MONTH AS YYYYMM) ADDED
      *   2026-10-15  EV  SPANRPT (MAXIMUM DIRECT REPORTS) ADDED
      *   2026-10-15  EV  BUDGRPT (FISCAL YEAR AS YYYY) ADDED
      *   2026-10-15  EV  INTEGCHK (EXCEPTION THRESHOLD) ADDED
      *   2026-10-15  EV  PERSMATCH (HIRE DATE TOLERANCE IN DAYS)
      *                   ADDED
      *   2026-10-15  EV  BMICREDIT (WELLNESS CREDIT PER PERIOD) ADDED
      *   2026-10-15  EV  BMIEXTRACT (QUARTER, MINIMUM GROUP SIZE)
      *                   ADDED
      *   2026-10-15  EV  SCHEDCHK (MINIMUM REST HOURS, GAME LENGTH
      *                   IN MINUTES) ADDED
      *   2026-10-15  EV  GATESETL (SEASON, HOME SHARE PERCENT) ADDED
      *   2026-10-15  EV  WXEVENTS (DRY STREAK, HEAVY RAIN AND WET
      *                   SPELL THRESHOLDS) ADDED
      *   2026-10-15  EV  JOBSTREAM (BUSINESS DATE, ON-DEMAND STEPS)
      *                   ADDED
      *   2026-10-15  EV  BATCHMON (OVERRUN AND VOLUME PERCENTAGES,
      *                   BATCH WINDOW CUTOFF) ADDED
      *   2026-10-15  EV  JRNLARCH (RUN MODE A OR I) ADDED
      *   2026-10-15  EV  SIGN-ON THROUGH SIGNON, WITH THE FUNCTION
      *                   CHOSEN CHECKED AGAINST THE OPERATOR'S
      *                   AUTHORITY AS I (LIST), A, C OR D
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-MONTH-DAY-TABLE REDEFINES WS-MONTH-DAY-VALUES.
           05 WS-MONTH-DAYS    PIC 9(2) OCCURS 12 TIMES.

       01 WS-PAY-PERIOD-DATE     PIC 9(8).
       01 WS-PAY-DATE-RESULT     PIC X.

       01 WS-DATE-OK-SWITCH      PIC X.
           88 WS-DATE-OK             VALUE "Y".
           88 WS-DATE-NOT-OK         VALUE "N".

       01 WS-OPERATOR-ID         PIC X(3) VALUE SPACES.

       01 WS-SIGNON-ACCESS.
           05 WS-SO-PROGRAM      PIC X(17) VALUE "PARMMAINT".
           05 WS-SO-FUNCTION     PIC X VALUE SPACE.
           05 WS-SO-RESULT       PIC X.
               88 WS-SO-GRANTED      VALUE "Y".

       01 WS-LIST-LINE.
           05 WSL-PROGRAM       PIC X(13).
           05 FILLER            PIC XX VALUE SPACES.

       PROCEDURE DIVISION.
       0100-START-HERE.
           CALL "SIGNON" USING WS-OPERATOR-ID, WS-SIGNON-ACCESS.
           IF NOT WS-SO-GRANTED
               STOP RUN
           END-IF.

           PERFORM 0150-LOAD-PARMS THRU 0150-LOAD-PARMS-EXIT.

           PERFORM 0110-PROMPT-FOR-FUNCTION
               THRU 0110-PROMPT-FOR-FUNCTION-EXIT
               UNTIL WS-VALID-ENTRY.

           EVALUATE TRUE
               WHEN WS-LIST-FUNCTION
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
               STOP RUN
           END-IF.

           EVALUATE TRUE
               WHEN WS-LIST-FUNCTION
                   PERFORM 0200-LIST-PARMS THRU 0200-LIST-PARMS-EXIT
      * is accepted - anything else would sit on the file unused
      * or, worse, shift the columns everybody depends on.
       0600-ACCEPT-PROGRAM-NAME.
           DISPLAY "PROGRAMS: BMICALCULATOR CH7 READCH06 TIMEEDIT "
               "PAYREG PTOACCR ATTRRPT SPANRPT BUDGRPT INTEGCHK "
               "PERSMATCH BMICREDIT BMIEXTRACT SCHEDCHK GATESETL "
               "WXEVENTS JOBSTREAM BATCHMON JRNLARCH".
           DISPLAY "PROGRAM NAME: " WITH NO ADVANCING.
           ACCEPT WS-WORK-PROGRAM.

           IF WS-WORK-PROGRAM NOT = "BMICALCULATOR"
               AND WS-WORK-PROGRAM NOT = "CH7"
               AND WS-WORK-PROGRAM NOT = "READCH06"
               AND WS-WORK-PROGRAM NOT = "TIMEEDIT"
               AND WS-WORK-PROGRAM NOT = "PAYREG"
               AND WS-WORK-PROGRAM NOT = "PTOACCR"
               AND WS-WORK-PROGRAM NOT = "ATTRRPT"
               AND WS-WORK-PROGRAM NOT = "SPANRPT"
               AND WS-WORK-PROGRAM NOT = "BUDGRPT"
               AND WS-WORK-PROGRAM NOT = "INTEGCHK"
               AND WS-WORK-PROGRAM NOT = "PERSMATCH"
               AND WS-WORK-PROGRAM NOT = "BMICREDIT"
               AND WS-WORK-PROGRAM NOT = "BMIEXTRACT"
               AND WS-WORK-PROGRAM NOT = "SCHEDCHK"
               AND WS-WORK-PROGRAM NOT = "GATESETL"
               AND WS-WORK-PROGRAM NOT = "WXEVENTS"
               AND WS-WORK-PROGRAM NOT = "JOBSTREAM"
               AND WS-WORK-PROGRAM NOT = "BATCHMON"
               AND WS-WORK-PROGRAM NOT = "JRNLARCH"
               DISPLAY WS-WORK-PROGRAM, " IS NOT A PROGRAM THIS "
                   "SUITE READS RUN PARMS FOR - REFUSED"
               MOVE SPACES TO WS-WORK-PROGRAM
               WHEN "READCH06"
                   PERFORM 0730-EDIT-READCH06
                       THRU 0730-EDIT-READCH06-EXIT
               WHEN "TIMEEDIT"
                   PERFORM 0740-EDIT-TIMEEDIT
                       THRU 0740-EDIT-TIMEEDIT-EXIT
               WHEN "PAYREG"
                   PERFORM 0745-EDIT-PAYREG
                       THRU 0745-EDIT-PAYREG-EXIT
               WHEN "PTOACCR"
                   PERFORM 0747-EDIT-PTOACCR
                       THRU 0747-EDIT-PTOACCR-EXIT
               WHEN "ATTRRPT"
                   PERFORM 0748-EDIT-ATTRRPT
                       THRU 0748-EDIT-ATTRRPT-EXIT
               WHEN "SPANRPT"
                   PERFORM 0749-EDIT-SPANRPT
                       THRU 0749-EDIT-SPANRPT-EXIT
               WHEN "BUDGRPT"
                   PERFORM 0746-EDIT-BUDGRPT
                       THRU 0746-EDIT-BUDGRPT-EXIT
               WHEN "INTEGCHK"
                   PERFORM 0744-EDIT-INTEGCHK
                       THRU 0744-EDIT-INTEGCHK-EXIT
               WHEN "PERSMATCH"
                   PERFORM 0743-EDIT-PERSMATCH
                       THRU 0743-EDIT-PERSMATCH-EXIT
               WHEN "BMICREDIT"
                   PERFORM 0742-EDIT-BMICREDIT
                       THRU 0742-EDIT-BMICREDIT-EXIT
               WHEN "BMIEXTRACT"
                   PERFORM 0741-EDIT-BMIEXTRACT
                       THRU 0741-EDIT-BMIEXTRACT-EXIT
               WHEN "SCHEDCHK"
                   PERFORM 0735-EDIT-SCHEDCHK
                       THRU 0735-EDIT-SCHEDCHK-EXIT
               WHEN "GATESETL"
                   PERFORM 0736-EDIT-GATESETL
                       THRU 0736-EDIT-GATESETL-EXIT
               WHEN "WXEVENTS"
                   PERFORM 0737-EDIT-WXEVENTS
                       THRU 0737-EDIT-WXEVENTS-EXIT
               WHEN "JOBSTREAM"
                   PERFORM 0738-EDIT-JOBSTREAM
                       THRU 0738-EDIT-JOBSTREAM-EXIT
               WHEN "BATCHMON"
                   PERFORM 0739-EDIT-BATCHMON
                       THRU 0739-EDIT-BATCHMON-EXIT
               WHEN "JRNLARCH"
                   PERFORM 0711-EDIT-JRNLARCH
                       THRU 0711-EDIT-JRNLARCH-EXIT
           END-EVALUATE.
       0700-ACCEPT-AND-EDIT-VALUES-EXIT.
           EXIT.
       0710-EDIT-BMICALCULATOR-EXIT.
           EXIT.

       0711-EDIT-JRNLARCH.
           IF WS-WORK-VALUE-1 NOT = "A" AND WS-WORK-VALUE-1 NOT = "I"
               DISPLAY "VALUE-1 FOR JRNLARCH MUST BE THE RUN MODE "
                   "A (ARCHIVE) OR I (INQUIRY)"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0711-EDIT-JRNLARCH-EXIT.
           EXIT.

       0720-EDIT-CH7.
           IF WS-WORK-VALUE-1 NOT = "S" AND WS-WORK-VALUE-1 NOT = "M"
               DISPLAY "VALUE-1 FOR CH7 MUST BE THE RUN MODE S OR M"
       0730-EDIT-READCH06-EXIT.
           EXIT.

      * Blank values leave SCHEDCHK at 12 hours rest and 3-hour
      * games.  A rest of 000 turns the rest rule off; a game
      * length of 000 would let every venue double-book, so no.
       0735-EDIT-SCHEDCHK.
           IF WS-WORK-VALUE-1 NOT = SPACES
               IF WS-WORK-VALUE-1(1:3) NOT NUMERIC
                   OR WS-WORK-VALUE-1(4:33) NOT = SPACES
                   DISPLAY "VALUE-1 FOR SCHEDCHK MUST BE THE MINIMUM "
                       "REST IN HOURS AS 3 DIGITS (012), OR BLANK"
                   SET WS-VALUES-NOT-OK TO TRUE
               END-IF
           END-IF.

           IF WS-WORK-VALUE-2 NOT = SPACES
               IF WS-WORK-VALUE-2(1:3) NOT NUMERIC
                   OR WS-WORK-VALUE-2(1:3) = "000"
                   OR WS-WORK-VALUE-2(4:33) NOT = SPACES
                   DISPLAY "VALUE-2 FOR SCHEDCHK MUST BE THE GAME "
                       "LENGTH IN MINUTES AS 3 DIGITS (180), OR BLANK"
                   SET WS-VALUES-NOT-OK TO TRUE
               END-IF
           END-IF.
       0735-EDIT-SCHEDCHK-EXIT.
           EXIT.

      * A blank season settles the current year and a blank home
      * share leaves the home club 60 percent of the gate.
       0736-EDIT-GATESETL.
           IF WS-WORK-VALUE-1 NOT = SPACES
               IF WS-WORK-VALUE-1(1:4) NOT NUMERIC
                   OR WS-WORK-VALUE-1(5:32) NOT = SPACES
                   DISPLAY "VALUE-1 FOR GATESETL MUST BE THE SEASON "
                       "AS YYYY, OR BLANK"
                   SET WS-VALUES-NOT-OK TO TRUE
               END-IF
           END-IF.

           IF WS-WORK-VALUE-2 NOT = SPACES
               IF WS-WORK-VALUE-2(1:3) NOT NUMERIC
                   OR WS-WORK-VALUE-2(1:3) > "100"
                   OR WS-WORK-VALUE-2(4:33) NOT = SPACES
                   DISPLAY "VALUE-2 FOR GATESETL MUST BE THE HOME "
                       "SHARE AS 3 DIGITS 000-100 (060), OR BLANK"
                   SET WS-VALUES-NOT-OK TO TRUE
               END-IF
           END-IF.
       0736-EDIT-GATESETL-EXIT.
           EXIT.

      * Blank values leave WXEVENTS at dry streaks over 7 days,
      * heavy rain over 25.0 MM and wet spells of 2 days or more.
       0737-EDIT-WXEVENTS.
           IF WS-WORK-VALUE-1 NOT = SPACES
               IF WS-WORK-VALUE-1(1:3) NOT NUMERIC
                   OR WS-WORK-VALUE-1(4:33) NOT = SPACES
                   DISPLAY "VALUE-1 FOR WXEVENTS MUST BE THE DRY "
                       "STREAK LENGTH TO BEAT AS 3 DIGITS (007), "
                       "OR BLANK"
                   SET WS-VALUES-NOT-OK TO TRUE
               END-IF
           END-IF.

           IF WS-WORK-VALUE-2 NOT = SPACES
               IF WS-WORK-VALUE-2(1:4) NOT NUMERIC
                   OR WS-WORK-VALUE-2(5:32) NOT = SPACES
                   DISPLAY "VALUE-2 FOR WXEVENTS MUST BE THE HEAVY "
                       "RAIN THRESHOLD IN TENTHS OF A MM AS 4 "
                       "DIGITS (0250 = 25.0), OR BLANK"
                   SET WS-VALUES-NOT-OK TO TRUE
               END-IF
           END-IF.

           IF WS-WORK-VALUE-3 NOT = SPACES
               IF WS-WORK-VALUE-3(1:3) NOT NUMERIC
                   OR WS-WORK-VALUE-3(1:3) < "002"
                   OR WS-WORK-VALUE-3(4:33) NOT = SPACES
                   DISPLAY "VALUE-3 FOR WXEVENTS MUST BE THE SHORTEST "
                       "WET SPELL AS 3 DIGITS, 002 OR MORE, OR BLANK"
                   SET WS-VALUES-NOT-OK TO TRUE
               END-IF
           END-IF.
       0737-EDIT-WXEVENTS-EXIT.
           EXIT.

      * A blank business date runs the stream for today.  VALUE-2
      * and VALUE-3 name on-demand steps to run tonight; the step
      * names are checked against JOBSTREAM.DAT by the driver, not
      * here, so only their length is edited.
       0738-EDIT-JOBSTREAM.
           IF WS-WORK-VALUE-2(18:19) NOT = SPACES
               DISPLAY "VALUE-2 FOR JOBSTREAM MUST BE AN ON-DEMAND "
                   "PROGRAM NAME OF UP TO 17 CHARACTERS, OR BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           IF WS-WORK-VALUE-3(18:19) NOT = SPACES
               DISPLAY "VALUE-3 FOR JOBSTREAM MUST BE AN ON-DEMAND "
                   "PROGRAM NAME OF UP TO 17 CHARACTERS, OR BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           IF WS-WORK-VALUE-1 = SPACES
               GO TO 0738-EDIT-JOBSTREAM-EXIT
           END-IF.
           IF WS-WORK-VALUE-1(1:8) NOT NUMERIC
               OR WS-WORK-VALUE-1(9:28) NOT = SPACES
               MOVE "N" TO WS-PAY-DATE-RESULT
           ELSE
               MOVE WS-WORK-VALUE-1(1:8) TO WS-PAY-PERIOD-DATE
               CALL "DATEEDIT" USING WS-PAY-PERIOD-DATE,
                   WS-PAY-DATE-RESULT
           END-IF.
           IF WS-PAY-DATE-RESULT NOT = "Y"
               DISPLAY "VALUE-1 FOR JOBSTREAM MUST BE THE BUSINESS "
                   "DATE AS YYYYMMDD, NOT IN THE FUTURE, OR BLANK "
                   "FOR TODAY"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0738-EDIT-JOBSTREAM-EXIT.
           EXIT.

      * Blank values leave BATCHMON flagging runs 50 percent over
      * their average time, counts 50 percent either side of their
      * average, and a stream still running at 06:00.
       0739-EDIT-BATCHMON.
           IF WS-WORK-VALUE-1 NOT = SPACES
               IF WS-WORK-VALUE-1(1:3) NOT NUMERIC
                   OR WS-WORK-VALUE-1(4:33) NOT = SPACES
                   DISPLAY "VALUE-1 FOR BATCHMON MUST BE THE OVERRUN "
                       "PERCENTAGE AS 3 DIGITS (050), OR BLANK"
                   SET WS-VALUES-NOT-OK TO TRUE
               END-IF
           END-IF.

           IF WS-WORK-VALUE-2 NOT = SPACES
               IF WS-WORK-VALUE-2(1:3) NOT NUMERIC
                   OR WS-WORK-VALUE-2(1:3) = "000"
                   OR WS-WORK-VALUE-2(1:3) > "100"
                   OR WS-WORK-VALUE-2(4:33) NOT = SPACES
                   DISPLAY "VALUE-2 FOR BATCHMON MUST BE THE VOLUME "
                       "PERCENTAGE AS 3 DIGITS 001-100 (050), OR "
                       "BLANK"
                   SET WS-VALUES-NOT-OK TO TRUE
               END-IF
           END-IF.

           IF WS-WORK-VALUE-3 NOT = SPACES
               IF WS-WORK-VALUE-3(1:6) NOT NUMERIC
                   OR WS-WORK-VALUE-3(1:2) > "23"
                   OR WS-WORK-VALUE-3(3:2) > "59"
                   OR WS-WORK-VALUE-3(5:2) > "59"
                   OR WS-WORK-VALUE-3(7:30) NOT = SPACES
                   DISPLAY "VALUE-3 FOR BATCHMON MUST BE THE BATCH "
                       "WINDOW CUTOFF AS HHMMSS (060000), OR BLANK"
                   SET WS-VALUES-NOT-OK TO TRUE
               END-IF
           END-IF.
       0739-EDIT-BATCHMON-EXIT.
           EXIT.

       0740-EDIT-TIMEEDIT.
           IF WS-WORK-VALUE-1(1:3) NOT NUMERIC
               OR WS-WORK-VALUE-1(1:3) = "000"
               DISPLAY "VALUE-1 FOR TIMEEDIT MUST BE THE HOURS "
                   "CEILING AS 3 DIGITS (FOR INSTANCE 060)"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           IF WS-WORK-VALUE-2(1:3) NOT NUMERIC
               OR WS-WORK-VALUE-2(1:3) = "000"
               DISPLAY "VALUE-2 FOR TIMEEDIT MUST BE THE OVERTIME "
                   "THRESHOLD AS 3 DIGITS (FOR INSTANCE 040)"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0740-EDIT-TIMEEDIT-EXIT.
           EXIT.

      * A blank quarter extracts the last complete quarter and a
      * blank group size suppresses groups of fewer than 5.
       0741-EDIT-BMIEXTRACT.
           IF WS-WORK-VALUE-1 NOT = SPACES
               IF WS-WORK-VALUE-1(1:5) NOT NUMERIC
                   OR WS-WORK-VALUE-1(5:1) < "1"
                   OR WS-WORK-VALUE-1(5:1) > "4"
                   OR WS-WORK-VALUE-1(6:31) NOT = SPACES
                   DISPLAY "VALUE-1 FOR BMIEXTRACT MUST BE THE "
                       "QUARTER AS YYYYQ (FOR INSTANCE 20263), "
                       "OR BLANK"
                   SET WS-VALUES-NOT-OK TO TRUE
               END-IF
           END-IF.

           IF WS-WORK-VALUE-2 NOT = SPACES
               IF WS-WORK-VALUE-2(1:2) NOT NUMERIC
                   OR WS-WORK-VALUE-2(1:2) = "00"
                   OR WS-WORK-VALUE-2(3:34) NOT = SPACES
                   DISPLAY "VALUE-2 FOR BMIEXTRACT MUST BE THE "
                       "MINIMUM GROUP SIZE AS 2 DIGITS, OR BLANK"
                   SET WS-VALUES-NOT-OK TO TRUE
               END-IF
           END-IF.
       0741-EDIT-BMIEXTRACT-EXIT.
           EXIT.

      * A blank amount leaves BMICREDIT at its 10.00 default.
       0742-EDIT-BMICREDIT.
           IF WS-WORK-VALUE-1 = SPACES
               GO TO 0742-EDIT-BMICREDIT-EXIT
           END-IF.
           IF WS-WORK-VALUE-1(1:5) NOT NUMERIC
               OR WS-WORK-VALUE-1(6:31) NOT = SPACES
               DISPLAY "VALUE-1 FOR BMICREDIT MUST BE THE CREDIT PER "
                   "PERIOD AS 5 DIGITS (01000 = 10.00), OR BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0742-EDIT-BMICREDIT-EXIT.
           EXIT.

      * A blank tolerance leaves PERSMATCH at its 30-day default.
       0743-EDIT-PERSMATCH.
           IF WS-WORK-VALUE-1 = SPACES
               GO TO 0743-EDIT-PERSMATCH-EXIT
           END-IF.
           IF WS-WORK-VALUE-1(1:3) NOT NUMERIC
               OR WS-WORK-VALUE-1(4:33) NOT = SPACES
               DISPLAY "VALUE-1 FOR PERSMATCH MUST BE THE HIRE DATE "
                   "TOLERANCE AS 3 DIGITS (DAYS), OR BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0743-EDIT-PERSMATCH-EXIT.
           EXIT.

      * A blank threshold lets INTEGCHK fail on any exception.
       0744-EDIT-INTEGCHK.
           IF WS-WORK-VALUE-1 = SPACES
               GO TO 0744-EDIT-INTEGCHK-EXIT
           END-IF.
           IF WS-WORK-VALUE-1(1:5) NOT NUMERIC
               OR WS-WORK-VALUE-1(6:31) NOT = SPACES
               DISPLAY "VALUE-1 FOR INTEGCHK MUST BE THE EXCEPTIONS "
                   "ALLOWED AS 5 DIGITS (00000-99999), OR BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0744-EDIT-INTEGCHK-EXIT.
           EXIT.

       0745-EDIT-PAYREG.
           IF WS-WORK-VALUE-1(1:3) NOT NUMERIC
               OR WS-WORK-VALUE-1(1:3) < "100"
               DISPLAY "VALUE-1 FOR PAYREG MUST BE THE OVERTIME "
                   "PREMIUM PERCENT AS 3 DIGITS, 100 OR MORE"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           IF WS-WORK-VALUE-2 = SPACES
               GO TO 0745-EDIT-PAYREG-EXIT
           END-IF.
           IF WS-WORK-VALUE-2(1:8) NOT NUMERIC
               MOVE "N" TO WS-PAY-DATE-RESULT
           ELSE
               MOVE WS-WORK-VALUE-2(1:8) TO WS-PAY-PERIOD-DATE
               CALL "DATEEDIT" USING WS-PAY-PERIOD-DATE,
                   WS-PAY-DATE-RESULT
           END-IF.
           IF WS-PAY-DATE-RESULT NOT = "Y"
               DISPLAY "VALUE-2 FOR PAYREG MUST BE THE PAY-PERIOD "
                   "END DATE AS YYYYMMDD, OR BLANK FOR TODAY"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0745-EDIT-PAYREG-EXIT.
           EXIT.

      * A blank fiscal year lets BUDGRPT report the current year.
       0746-EDIT-BUDGRPT.
           IF WS-WORK-VALUE-1 = SPACES
               GO TO 0746-EDIT-BUDGRPT-EXIT
           END-IF.
           IF WS-WORK-VALUE-1(1:4) NOT NUMERIC
               OR WS-WORK-VALUE-1(1:4) < "1900"
               OR WS-WORK-VALUE-1(5:32) NOT = SPACES
               DISPLAY "VALUE-1 FOR BUDGRPT MUST BE THE FISCAL YEAR "
                   "AS YYYY, OR BLANK FOR THE CURRENT YEAR"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0746-EDIT-BUDGRPT-EXIT.
           EXIT.

      * PTOACCR falls back to its own default for any rate left
      * blank, so each slot is either blank or exactly 4 digits.
      * VALUE-1 carries the hours per period for the four seniority
      * bands as 99V99 at columns 1, 6, 11 and 16.
       0747-EDIT-PTOACCR.
           IF (WS-WORK-VALUE-1(1:4) NOT NUMERIC
                   AND WS-WORK-VALUE-1(1:4) NOT = SPACES)
               OR (WS-WORK-VALUE-1(6:4) NOT NUMERIC
                   AND WS-WORK-VALUE-1(6:4) NOT = SPACES)
               OR (WS-WORK-VALUE-1(11:4) NOT NUMERIC
                   AND WS-WORK-VALUE-1(11:4) NOT = SPACES)
               OR (WS-WORK-VALUE-1(16:4) NOT NUMERIC
                   AND WS-WORK-VALUE-1(16:4) NOT = SPACES)
               DISPLAY "VALUE-1 FOR PTOACCR MUST BE FOUR BAND RATES "
                   "AS 4 DIGITS (0308 = 3.08 HOURS) AT COLUMNS "
                   "1, 6, 11 AND 16"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           IF WS-WORK-VALUE-2(1:4) NOT NUMERIC
               AND WS-WORK-VALUE-2(1:4) NOT = SPACES
               DISPLAY "VALUE-2 FOR PTOACCR MUST BE THE SICK RATE "
                   "AS 4 DIGITS (0185 = 1.85 HOURS), OR BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.

           IF WS-WORK-VALUE-3(1:4) NOT NUMERIC
               AND WS-WORK-VALUE-3(1:4) NOT = SPACES
               DISPLAY "VALUE-3 FOR PTOACCR MUST BE THE VACATION CAP "
                   "IN HOURS AS 4 DIGITS (0000 = NO CAP), OR BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0747-EDIT-PTOACCR-EXIT.
           EXIT.

      * A blank report month lets ATTRRPT default to last month.
       0748-EDIT-ATTRRPT.
           IF WS-WORK-VALUE-1 = SPACES
               GO TO 0748-EDIT-ATTRRPT-EXIT
           END-IF.
           IF WS-WORK-VALUE-1(1:6) NOT NUMERIC
               OR WS-WORK-VALUE-1(5:2) < "01"
               OR WS-WORK-VALUE-1(5:2) > "12"
               DISPLAY "VALUE-1 FOR ATTRRPT MUST BE THE REPORT MONTH "
                   "AS YYYYMM, OR BLANK FOR LAST MONTH"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0748-EDIT-ATTRRPT-EXIT.
           EXIT.

      * A blank maximum span lets SPANRPT use its default of 10.
       0749-EDIT-SPANRPT.
           IF WS-WORK-VALUE-1 = SPACES
               GO TO 0749-EDIT-SPANRPT-EXIT
           END-IF.
           IF WS-WORK-VALUE-1(1:3) NOT NUMERIC
               OR WS-WORK-VALUE-1(1:3) = "000"
               DISPLAY "VALUE-1 FOR SPANRPT MUST BE THE MAXIMUM "
                   "DIRECT REPORTS AS 3 DIGITS (001-999), OR BLANK"
               SET WS-VALUES-NOT-OK TO TRUE
           END-IF.
       0749-EDIT-SPANRPT-EXIT.
           EXIT.

      * GAMEDATE values must look like YYYY-MM-DD and be a real
      * calendar date, leap years included - the same shape the
      * READCH06 date modes expect.  Future dates are fine.
