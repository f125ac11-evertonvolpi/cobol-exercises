       IDENTIFICATION DIVISION.
       PROGRAM-ID. "TIMEEDIT".
       AUTHOR.     EVERTON VOLPI.
      * Timesheet edit pass, run before PAYREG.  Reads the hand-
      * keyed PAYHOURS.DAT employee id and hours pairs and edits
      * every line against EMPLOYEE.DAT and the PAYRATE.DAT pay-
      * rate master: the id must be on file and active, it must
      * carry a pay rate, a salaried employee must not have hours
      * keyed, the hours must be numeric and no higher than the
      * period ceiling, and an id may appear only once a period.
      * Lines that pass are split into regular hours up to the
      * weekly overtime threshold and overtime hours above it and
      * written to PAYTIME.DAT, which PAYREG pays from.  Everything
      * else goes to TIMEREJ.DAT with a reason code so it is held
      * back from the run until payroll corrects it.
      *
      * The ceiling and threshold come from the TIMEEDIT record on
      * RUNPARMS.DAT - VALUE-1 is the ceiling and VALUE-2 the
      * overtime threshold, each as three whole-hour digits.  With
      * no record the ceiling is 060 and the threshold 040.
      *
      * MODIFICATION HISTORY:
      *   2026-10-15  EV  INITIAL VERSION
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOURS-FILE ASSIGN TO "PAYHOURS.DAT"
               FILE STATUS IS WS-HOURS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EMPLOYEE-FILE ASSIGN TO "EMPLOYEE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EMP-ID
               ALTERNATE RECORD KEY IS EMP-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-EMPLOYEE-FILE-STATUS.

           SELECT PAYRATE-FILE ASSIGN TO "PAYRATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-EMPLOYEE-ID
               FILE STATUS IS WS-PAYRATE-FILE-STATUS.

           SELECT RUNPARMS-FILE ASSIGN TO "RUNPARMS.DAT"
               FILE STATUS IS WS-RUNPARMS-FILE-STATUS
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PAYTIME-FILE ASSIGN TO "PAYTIME.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REJECT-FILE ASSIGN TO "TIMEREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HOURS-FILE.
       01 HOURS-RECORD.
           88 END-OF-HOURS     VALUE HIGH-VALUES.
           05 PH-EMPLOYEE-ID   PIC 9(7).
           05 FILLER           PIC X.
           05 PH-HOURS         PIC 9(3)V9.

       FD EMPLOYEE-FILE.
       01 EMPLOYEE-RECORD.
           05 EMP-ID           PIC 9(7).
           05 EMP-NAME         PIC A(20).
           05 EMP-DEPARTMENT   PIC X(10).
           05 EMP-HIRE-DATE    PIC 9(8).
           05 EMP-STATUS       PIC X.
               88 EMP-ACTIVE       VALUE "A".
               88 EMP-INACTIVE     VALUE "I".
           05 EMP-TERM-DATE    PIC 9(8).
           05 EMP-SUPERVISOR-ID PIC 9(7).

       FD PAYRATE-FILE.
       01 PAYRATE-RECORD.
           05 PR-EMPLOYEE-ID   PIC 9(7).
           05 PR-RATE          PIC 9(4)V99.
           05 PR-FREQUENCY     PIC X.
               88 PR-HOURLY        VALUE "H".
               88 PR-SALARIED      VALUE "S".
           05 PR-EFF-DATE      PIC 9(8).

      *One record per program - program name and up to three
      *values whose meaning is the program's own.
       FD RUNPARMS-FILE.
       01 RUNPARMS-RECORD.
           88 END-OF-RUNPARMS        VALUE HIGH-VALUES.
           05 RP-PROGRAM             PIC X(13).
           05 FILLER                 PIC X.
           05 RP-VALUE-1             PIC X(36).
           05 FILLER                 PIC X.
           05 RP-VALUE-2             PIC X(36).
           05 FILLER                 PIC X.
           05 RP-VALUE-3             PIC X(36).

       FD PAYTIME-FILE.
       01 PAYTIME-RECORD.
           05 PT-EMPLOYEE-ID      PIC 9(7).
           05 FILLER              PIC X.
           05 PT-REGULAR-HOURS    PIC 9(3)V9.
           05 FILLER              PIC X.
           05 PT-OVERTIME-HOURS   PIC 9(3)V9.

       FD REJECT-FILE.
       01 REJECT-RECORD.
           05 TJ-REASON-CODE      PIC X(3).
           05 FILLER              PIC X.
           05 TJ-EMPLOYEE-ID      PIC X(7).
           05 FILLER              PIC X.
           05 TJ-HOURS            PIC X(4).
           05 FILLER              PIC X.
           05 TJ-REASON           PIC X(25).

       WORKING-STORAGE SECTION.
       01 WS-HOURS-FILE-STATUS    PIC XX.
           88 WS-HOURS-FILE-NOT-FOUND   VALUE "35".

       01 WS-EMPLOYEE-FILE-STATUS PIC XX.
           88 WS-EMPLOYEE-FOUND         VALUE "00".
           88 WS-EMPLOYEE-FILE-NOT-FOUND VALUE "35".

       01 WS-PAYRATE-FILE-STATUS  PIC XX.
           88 WS-RATE-FOUND             VALUE "00".
           88 WS-PAYRATE-FILE-NOT-FOUND VALUE "35".

       01 WS-RUNPARMS-FILE-STATUS PIC XX.
           88 WS-RUNPARMS-FILE-NOT-FOUND VALUE "35".

       01 WS-PARMS-FOUND-SW       PIC X VALUE "N".
           88 WS-PARMS-FOUND          VALUE "Y".

       01 WS-HOURS-CEILING        PIC 9(3)V9 VALUE 60.
       01 WS-OVERTIME-THRESHOLD   PIC 9(3)V9 VALUE 40.
       01 WS-PARM-HOURS           PIC 9(3).

       01 WS-SEEN-COUNT           PIC 9(3) VALUE ZERO.
       01 WS-SEEN-TABLE.
           05 WS-SN-EMPLOYEE-ID   PIC 9(7) OCCURS 500 TIMES.
       01 WS-SEEN-IDX             PIC 9(3).

       01 WS-FOUND-SWITCH         PIC X.
           88 WS-ID-FOUND             VALUE "Y".
           88 WS-ID-NOT-FOUND         VALUE "N".

       01 WS-REJECT-CODE          PIC X(3).
       01 WS-REJECT-REASON        PIC X(25).

       01 WS-READ-COUNT           PIC 9(5) VALUE ZERO.
       01 WS-ACCEPTED-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-OVERTIME-COUNT       PIC 9(5) VALUE ZERO.
       01 WS-REJECT-COUNT         PIC 9(5) VALUE ZERO.
       01 WS-SALARIED-BLANK-COUNT PIC 9(5) VALUE ZERO.
       01 WS-TOTAL-REGULAR        PIC 9(7)V9 VALUE ZERO.
       01 WS-TOTAL-OVERTIME       PIC 9(7)V9 VALUE ZERO.
       01 WS-DISPLAY-HOURS        PIC Z,ZZZ,ZZ9.9.

       01 WS-JOBLOG-PARM.
           05 WS-JL-PROGRAM       PIC X(17) VALUE "TIMEEDIT".
           05 WS-JL-FUNCTION      PIC X.
           05 WS-JL-READ-COUNT    PIC 9(7) VALUE ZERO.
           05 WS-JL-WRITE-COUNT   PIC 9(7) VALUE ZERO.
           05 WS-JL-STATUS        PIC X VALUE SPACE.
           05 WS-JL-OPERATOR      PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       0100-START-HERE.
           MOVE "S" TO WS-JL-FUNCTION.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.

           PERFORM 0150-READ-RUN-PARMS THRU 0150-READ-RUN-PARMS-EXIT.

           OPEN INPUT HOURS-FILE.
           IF WS-HOURS-FILE-NOT-FOUND
               DISPLAY "TIMEEDIT: PAYHOURS.DAT NOT FOUND - NOTHING "
                   "TO EDIT"
               MOVE "F" TO WS-JL-STATUS
               PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT
               GOBACK
           END-IF.

           OPEN INPUT EMPLOYEE-FILE.
           IF WS-EMPLOYEE-FILE-NOT-FOUND
               DISPLAY "TIMEEDIT: EMPLOYEE.DAT NOT FOUND - "
                   "TIMESHEETS CANNOT BE EDITED"
               CLOSE HOURS-FILE
               MOVE "F" TO WS-JL-STATUS
               PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT
               GOBACK
           END-IF.

           OPEN INPUT PAYRATE-FILE.
           IF WS-PAYRATE-FILE-NOT-FOUND
               DISPLAY "TIMEEDIT: PAYRATE.DAT NOT FOUND - RUN "
                   "PAYMAINT TO BUILD THE PAY-RATE MASTER"
               CLOSE HOURS-FILE, EMPLOYEE-FILE
               MOVE "F" TO WS-JL-STATUS
               PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT
               GOBACK
           END-IF.

           OPEN OUTPUT PAYTIME-FILE, REJECT-FILE.

           READ HOURS-FILE
               AT END SET END-OF-HOURS TO TRUE
           END-READ.
           PERFORM 0200-EDIT-ONE-TIMESHEET
               THRU 0200-EDIT-ONE-TIMESHEET-EXIT
               UNTIL END-OF-HOURS.

           CLOSE HOURS-FILE, EMPLOYEE-FILE, PAYRATE-FILE,
               PAYTIME-FILE, REJECT-FILE.

           DISPLAY "TIMEEDIT BALANCING REPORT".
           MOVE WS-HOURS-CEILING TO WS-DISPLAY-HOURS.
           DISPLAY "  HOURS CEILING ..............: ",
               WS-DISPLAY-HOURS.
           MOVE WS-OVERTIME-THRESHOLD TO WS-DISPLAY-HOURS.
           DISPLAY "  OVERTIME THRESHOLD .........: ",
               WS-DISPLAY-HOURS.
           DISPLAY "  TIMESHEETS READ ............: ", WS-READ-COUNT.
           DISPLAY "  TIMESHEETS ACCEPTED ........: ",
               WS-ACCEPTED-COUNT.
           DISPLAY "    WITH OVERTIME ............: ",
               WS-OVERTIME-COUNT.
           DISPLAY "  TIMESHEETS REJECTED ........: ",
               WS-REJECT-COUNT.
           DISPLAY "  SALARIED ZERO-HOUR LINES ...: ",
               WS-SALARIED-BLANK-COUNT.
           MOVE WS-TOTAL-REGULAR TO WS-DISPLAY-HOURS.
           DISPLAY "  REGULAR HOURS ACCEPTED .....: ",
               WS-DISPLAY-HOURS.
           MOVE WS-TOTAL-OVERTIME TO WS-DISPLAY-HOURS.
           DISPLAY "  OVERTIME HOURS ACCEPTED ....: ",
               WS-DISPLAY-HOURS.

           MOVE "S" TO WS-JL-STATUS.
           PERFORM 0900-LOG-JOB-END THRU 0900-LOG-JOB-END-EXIT.

           GOBACK.

      * Take the ceiling and threshold from RUNPARMS.DAT when a
      * record for this program is present - otherwise the
      * defaults stand.
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
           IF RP-PROGRAM = "TIMEEDIT"
               SET WS-PARMS-FOUND TO TRUE
               IF RP-VALUE-1(1:3) IS NUMERIC
                   MOVE RP-VALUE-1(1:3) TO WS-PARM-HOURS
                   MOVE WS-PARM-HOURS TO WS-HOURS-CEILING
               END-IF
               IF RP-VALUE-2(1:3) IS NUMERIC
                   MOVE RP-VALUE-2(1:3) TO WS-PARM-HOURS
                   MOVE WS-PARM-HOURS TO WS-OVERTIME-THRESHOLD
               END-IF
               GO TO 0170-CHECK-ONE-PARM-EXIT
           END-IF.

           READ RUNPARMS-FILE
               AT END SET END-OF-RUNPARMS TO TRUE
           END-READ.
       0170-CHECK-ONE-PARM-EXIT.
           EXIT.

       0200-EDIT-ONE-TIMESHEET.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO WS-REJECT-CODE, WS-REJECT-REASON.

           IF PH-EMPLOYEE-ID NOT NUMERIC
               MOVE "IDN" TO WS-REJECT-CODE
               MOVE "EMPLOYEE ID NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 0500-WRITE-REJECT THRU 0500-WRITE-REJECT-EXIT
               GO TO 0200-EDIT-ONE-TIMESHEET-READ
           END-IF.

           IF PH-HOURS NOT NUMERIC
               MOVE "HRN" TO WS-REJECT-CODE
               MOVE "HOURS NOT NUMERIC" TO WS-REJECT-REASON
               PERFORM 0500-WRITE-REJECT THRU 0500-WRITE-REJECT-EXIT
               GO TO 0200-EDIT-ONE-TIMESHEET-READ
           END-IF.

           MOVE PH-EMPLOYEE-ID TO EMP-ID.
           READ EMPLOYEE-FILE
               KEY IS EMP-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-EMPLOYEE-FOUND
               MOVE "EMP" TO WS-REJECT-CODE
               MOVE "NOT ON EMPLOYEE.DAT" TO WS-REJECT-REASON
               PERFORM 0500-WRITE-REJECT THRU 0500-WRITE-REJECT-EXIT
               GO TO 0200-EDIT-ONE-TIMESHEET-READ
           END-IF.
           IF NOT EMP-ACTIVE
               MOVE "INA" TO WS-REJECT-CODE
               MOVE "EMPLOYEE NOT ACTIVE" TO WS-REJECT-REASON
               PERFORM 0500-WRITE-REJECT THRU 0500-WRITE-REJECT-EXIT
               GO TO 0200-EDIT-ONE-TIMESHEET-READ
           END-IF.

           MOVE PH-EMPLOYEE-ID TO PR-EMPLOYEE-ID.
           READ PAYRATE-FILE
               KEY IS PR-EMPLOYEE-ID
               INVALID KEY
                   CONTINUE
           END-READ.
           IF NOT WS-RATE-FOUND
               MOVE "RAT" TO WS-REJECT-CODE
               MOVE "NO PAY RATE ON FILE" TO WS-REJECT-REASON
               PERFORM 0500-WRITE-REJECT THRU 0500-WRITE-REJECT-EXIT
               GO TO 0200-EDIT-ONE-TIMESHEET-READ
           END-IF.

      * A salaried line keyed with zero hours carries nothing to pay
      * and nothing wrong - it is counted and dropped.
           IF PR-SALARIED
               IF PH-HOURS = ZERO
                   ADD 1 TO WS-SALARIED-BLANK-COUNT
               ELSE
                   MOVE "SAL" TO WS-REJECT-CODE
                   MOVE "SALARIED - HOURS KEYED" TO WS-REJECT-REASON
                   PERFORM 0500-WRITE-REJECT
                       THRU 0500-WRITE-REJECT-EXIT
               END-IF
               GO TO 0200-EDIT-ONE-TIMESHEET-READ
           END-IF.

           IF PH-HOURS > WS-HOURS-CEILING
               MOVE "HRS" TO WS-REJECT-CODE
               MOVE "HOURS OVER CEILING" TO WS-REJECT-REASON
               PERFORM 0500-WRITE-REJECT THRU 0500-WRITE-REJECT-EXIT
               GO TO 0200-EDIT-ONE-TIMESHEET-READ
           END-IF.

           PERFORM 0300-CHECK-SEEN THRU 0300-CHECK-SEEN-EXIT.
           IF WS-ID-FOUND
               MOVE "DUP" TO WS-REJECT-CODE
               MOVE "ID KEYED TWICE IN PERIOD" TO WS-REJECT-REASON
               PERFORM 0500-WRITE-REJECT THRU 0500-WRITE-REJECT-EXIT
               GO TO 0200-EDIT-ONE-TIMESHEET-READ
           END-IF.

           PERFORM 0400-WRITE-TIME THRU 0400-WRITE-TIME-EXIT.

       0200-EDIT-ONE-TIMESHEET-READ.
           READ HOURS-FILE
               AT END SET END-OF-HOURS TO TRUE
           END-READ.
       0200-EDIT-ONE-TIMESHEET-EXIT.
           EXIT.

      * PAYREG pays the first PAYTIME.DAT line it finds for an id,
      * so a second line for the same id in one period is held
      * back rather than silently ignored downstream.
       0300-CHECK-SEEN.
           SET WS-ID-NOT-FOUND TO TRUE.
           PERFORM 0350-CHECK-ONE-SEEN THRU 0350-CHECK-ONE-SEEN-EXIT
               VARYING WS-SEEN-IDX FROM 1 BY 1
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT
                  OR WS-ID-FOUND.

           IF WS-ID-NOT-FOUND
               IF WS-SEEN-COUNT < 500
                   ADD 1 TO WS-SEEN-COUNT
                   MOVE PH-EMPLOYEE-ID TO
                       WS-SN-EMPLOYEE-ID(WS-SEEN-COUNT)
               ELSE
                   DISPLAY "TIMEEDIT: MORE THAN 500 TIMESHEETS - "
                       "DUPLICATES PAST 500 NOT CHECKED"
               END-IF
           END-IF.
       0300-CHECK-SEEN-EXIT.
           EXIT.

       0350-CHECK-ONE-SEEN.
           IF WS-SN-EMPLOYEE-ID(WS-SEEN-IDX) = PH-EMPLOYEE-ID
               SET WS-ID-FOUND TO TRUE
           END-IF.
       0350-CHECK-ONE-SEEN-EXIT.
           EXIT.

       0400-WRITE-TIME.
           MOVE SPACES TO PAYTIME-RECORD.
           MOVE PH-EMPLOYEE-ID TO PT-EMPLOYEE-ID.
           IF PH-HOURS > WS-OVERTIME-THRESHOLD
               MOVE WS-OVERTIME-THRESHOLD TO PT-REGULAR-HOURS
               COMPUTE PT-OVERTIME-HOURS =
                   PH-HOURS - WS-OVERTIME-THRESHOLD
               ADD 1 TO WS-OVERTIME-COUNT
           ELSE
               MOVE PH-HOURS TO PT-REGULAR-HOURS
               MOVE ZERO TO PT-OVERTIME-HOURS
           END-IF.
           WRITE PAYTIME-RECORD.

           ADD 1 TO WS-ACCEPTED-COUNT.
           ADD PT-REGULAR-HOURS  TO WS-TOTAL-REGULAR.
           ADD PT-OVERTIME-HOURS TO WS-TOTAL-OVERTIME.
       0400-WRITE-TIME-EXIT.
           EXIT.

       0500-WRITE-REJECT.
           MOVE SPACES TO REJECT-RECORD.
           MOVE WS-REJECT-CODE   TO TJ-REASON-CODE.
           MOVE HOURS-RECORD(1:7) TO TJ-EMPLOYEE-ID.
           MOVE HOURS-RECORD(9:4) TO TJ-HOURS.
           MOVE WS-REJECT-REASON TO TJ-REASON.
           WRITE REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT.
       0500-WRITE-REJECT-EXIT.
           EXIT.

       0900-LOG-JOB-END.
           MOVE "E" TO WS-JL-FUNCTION.
           MOVE WS-READ-COUNT TO WS-JL-READ-COUNT.
           MOVE WS-ACCEPTED-COUNT TO WS-JL-WRITE-COUNT.
           CALL "JOBLOG" USING WS-JOBLOG-PARM.
       0900-LOG-JOB-END-EXIT.
           EXIT.

       END PROGRAM TIMEEDIT.
