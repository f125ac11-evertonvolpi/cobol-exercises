      *                   CODE READCH06 CAPTURES AT SIGN-ON - IT IS
      *                   SHOWN ON EVERY LISTED ENTRY AND THE
      *                   LISTING CAN BE RESTRICTED TO ONE OPERATOR
      *   2026-10-15  EV  ENTRIES NOW CARRY THE OLD AND NEW HOME AND
      *                   AWAY TEAMS - SHOWN ON A TEAMS LINE WHEN
      *                   PRESENT.  ENTRIES WRITTEN BEFORE THEN HAVE
      *                   NO TEAMS AND LIST AS BEFORE
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           05 JR-NEW-STATUS        PIC X.
           05 FILLER               PIC X.
           05 JR-OPERATOR          PIC X(3).
           05 FILLER               PIC X.
           05 JR-OLD-HOMETEAM      PIC X(12).
           05 JR-OLD-AWAYTEAM      PIC X(12).
           05 FILLER               PIC X.
           05 JR-NEW-HOMETEAM      PIC X(12).
           05 JR-NEW-AWAYTEAM      PIC X(12).

       WORKING-STORAGE SECTION.
       01 WS-JOURNAL-FILE-STATUS  PIC XX.
                   JR-OLD-AWAYSCORE, " ", JR-OLD-STATUS,
                   " -> ", JR-NEW-HOMESCORE, "-",
                   JR-NEW-AWAYSCORE, " ", JR-NEW-STATUS
               IF JR-OLD-HOMETEAM NOT = SPACES
                   DISPLAY "  TEAMS      ", JR-OLD-HOMETEAM, " V ",
                       JR-OLD-AWAYTEAM, " -> ", JR-NEW-HOMETEAM,
                       " V ", JR-NEW-AWAYTEAM
               END-IF
               ADD 1 TO WS-LISTED-COUNT
           END-IF.

