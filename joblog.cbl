      * records read and written, and a success or failure status,
      * so operations has one place to look each morning instead of
      * six screens of console output.  See the JOBLOGRPT listing
      * program.  The JOBSTREAM driver also writes an N function
      * code for a stream step not scheduled that night.
      *
      * MODIFICATION HISTORY:
      *   2026-08-22  EV  INITIAL VERSION
      *   2026-09-02  EV  EACH LINE NOW CARRIES THE OPERATOR CODE
      *                   CAPTURED BY THE SHARED SIGNON ROUTINE -
      *                   CALLERS THAT DO NOT SIGN ON PASS SPACES
      *   2026-10-15  EV  N (NOT SCHEDULED) FUNCTION CODE FOR STREAM
      *                   STEPS NOT DUE ON THE BUSINESS DATE
      *   2026-10-15  EV  TIME OF DAY TAKEN THROUGH AN 8-DIGIT FIELD -
      *                   ACCEPTED STRAIGHT INTO THE 6-DIGIT JLR-TIME
      *                   IT LOST THE HOURS AND KEPT MMSSHH
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       01 WS-JOBLOG-FILE-STATUS  PIC XX.
           88 WS-JOBLOG-FILE-NOT-FOUND VALUE "35".

       01 WS-NOW-TIME            PIC 9(8).
       01 WS-NOW-PARTS REDEFINES WS-NOW-TIME.
           05 WS-NOW-HHMMSS      PIC 9(6).
           05 WS-NOW-HUNDREDTHS  PIC 9(2).

       LINKAGE SECTION.
       01 LNK-JOBLOG-PARM.
           05 LNK-PROGRAM        PIC X(17).
           05 LNK-FUNCTION       PIC X.
               88 LNK-JOB-START      VALUE "S".
               88 LNK-JOB-END        VALUE "E".
               88 LNK-NOT-SCHEDULED  VALUE "N".
           05 LNK-READ-COUNT     PIC 9(7).
           05 LNK-WRITE-COUNT    PIC 9(7).
           05 LNK-STATUS         PIC X.
           MOVE LNK-PROGRAM     TO JLR-PROGRAM.
           MOVE LNK-FUNCTION    TO JLR-FUNCTION.
           ACCEPT JLR-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-HHMMSS   TO JLR-TIME.
           MOVE LNK-READ-COUNT  TO JLR-READ-COUNT.
           MOVE LNK-WRITE-COUNT TO JLR-WRITE-COUNT.
           MOVE LNK-STATUS      TO JLR-STATUS.
