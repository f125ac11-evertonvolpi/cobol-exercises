      *   2026-09-02  EV  CONVERTED RECORDS NOW CARRY THE EMP-STATUS
      *                   BYTE AND TERMINATION DATE - EVERYTHING ON
      *                   THE OLD FLAT FILE LOADS AS ACTIVE
      *   2026-10-15  EV  CONVERTED RECORDS LOAD WITH NO SUPERVISOR
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               88 EMP-ACTIVE       VALUE "A".
               88 EMP-INACTIVE     VALUE "I".
           05 EMP-TERM-DATE    PIC 9(8).
           05 EMP-SUPERVISOR-ID PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-OLDEMP-FILE-STATUS   PIC XX.
           MOVE OLD-EMP-HIRE-DATE  TO EMP-HIRE-DATE.
           SET EMP-ACTIVE TO TRUE.
           MOVE ZERO TO EMP-TERM-DATE.
           MOVE ZERO TO EMP-SUPERVISOR-ID.

           WRITE EMPLOYEE-RECORD
               INVALID KEY
