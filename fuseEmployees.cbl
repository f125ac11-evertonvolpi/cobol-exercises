      *   2026-09-02  EV  FINAL STOP RUN CHANGED TO GOBACK SO THE
      *                   JOBSTREAM DRIVER GETS CONTROL BACK AFTER
      *                   CALLING THIS PROGRAM AS A STEP
      *   2026-10-15  EV  CONFIRMED SAME-PERSON LINKS ARE LOADED
      *                   FROM PERSXREF.DAT (SEE PERSMATCH AND
      *                   PERSMAINT) - THE ACME OR FUSE RECORD
      *                   WHOSE ID IS NOT THE SURVIVOR IS DROPPED
      *                   FROM THE MERGE SO A PERSON WHO HOLDS AN
      *                   ID AT BOTH COMPANIES IS ON SORTED.NEW
      *                   ONCE, WITH A COUNT ON THE BALANCING REPORT
      *
      * NOTE: ACMEFILE AND FUSEINCFILE ARE EXPECTED TO ARRIVE ALREADY
      * IN ASCENDING EMPLOYEE-ID SEQUENCE, THE SAME PRECONDITION THE
           SELECT SEQEXCPTFILE ASSIGN TO "SEQEXCPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT PERSXREFFILE ASSIGN TO "PERSXREF.DAT"
               FILE STATUS IS PERSXREF-FILE-CHECK-KEY
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD ACMEFILE.
               88 EMP-ACTIVE         VALUE "A".
               88 EMP-INACTIVE       VALUE "I".
           05 EMP-TERM-DATE      PIC 9(8).
           05 EMP-SUPERVISOR-ID  PIC 9(7).

       FD SORTEDFILE.
       01 SORTED-RECORD.
           05 FILLER                PIC X VALUE SPACE.
           05 DX-REASON             PIC X(20).

      *This mirrors the PERSXREF.DAT record PERSMAINT maintains.
       FD PERSXREFFILE.
       01 PERSXREF-RECORD.
           88 PERSXREF-EOF          VALUE HIGH-VALUES.
           05 XR-ACME-ID            PIC 9(7).
           05 FILLER                PIC X.
           05 XR-FUSE-ID            PIC 9(7).
           05 FILLER                PIC X.
           05 XR-STATUS             PIC X.
               88 XR-CONFIRMED          VALUE "C".
           05 FILLER                PIC X.
           05 XR-SURVIVOR           PIC X.
               88 XR-KEEP-ACME          VALUE "A".
           05 FILLER                PIC X.
           05 XR-DATE               PIC 9(8).
           05 FILLER                PIC X.
           05 XR-OPERATOR           PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-WORKING-STORAGE.
           05 FILLER      PIC X(27) VALUE
           05  WS-DATE-EDIT-RESULT   PIC X.
               88  WS-EDIT-DATE-VALID     VALUE "Y".
               88  WS-EDIT-DATE-NOT-VALID VALUE "N".
           05  PERSXREF-FILE-CHECK-KEY PIC X(2).
           05  WS-LINK-DROP-COUNT    PIC 9(5) VALUE ZERO.

       01  WS-GEN-IN-NAME        PIC X(30).
       01  WS-GEN-OUT-NAME       PIC X(30).
           05  WS-CHECK-EMPLOYEE-ID  PIC 9(7).
           05  WS-CHECK-SOURCE       PIC X.

      * The losing side of every confirmed same-person link - the
      * source (A or F) and id whose record the merge drops.
       01  WS-LINK-AREAS.
           05  WS-LINK-COUNT         PIC 9(4) VALUE ZERO.
           05  WS-LINK-TABLE.
               10  WS-LINK-ENTRY     OCCURS 2000 TIMES.
                   15  WS-LINK-DROP-SOURCE PIC X.
                   15  WS-LINK-DROP-ID     PIC 9(7).
           05  WS-LINK-IDX           PIC 9(4).
           05  WS-LINK-DROP-SW       PIC X.
               88  WS-ID-LINK-DROPPED    VALUE "Y".
               88  WS-ID-NOT-DROPPED     VALUE "N".

       PROCEDURE DIVISION.
       0050-START.
           MOVE "S" TO WS-JL-FUNCTION.
               SEQEXCPTFILE.

           PERFORM 0120-LOAD-DEPARTMENTS.
           PERFORM 0125-LOAD-PERSON-LINKS.

           OPEN INPUT EMPFILE.
           IF EMP-FILE-CHECK-KEY = "00"
           END-READ.
       0130-END.

      * Only confirmed links take effect; a rejected pair is two
      * different people and both records merge as usual.
       0125-LOAD-PERSON-LINKS.
           MOVE ZERO TO WS-LINK-COUNT.
           OPEN INPUT PERSXREFFILE.
           IF PERSXREF-FILE-CHECK-KEY = "00"
               READ PERSXREFFILE
                   AT END SET PERSXREF-EOF TO TRUE
               END-READ
               PERFORM 0127-LOAD-ONE-PERSON-LINK
                   UNTIL PERSXREF-EOF
               CLOSE PERSXREFFILE
           END-IF.
       0125-END.

       0127-LOAD-ONE-PERSON-LINK.
           IF XR-CONFIRMED
               IF WS-LINK-COUNT < 2000
                   ADD 1 TO WS-LINK-COUNT
                   IF XR-KEEP-ACME
                       MOVE "F" TO WS-LINK-DROP-SOURCE(WS-LINK-COUNT)
                       MOVE XR-FUSE-ID
                           TO WS-LINK-DROP-ID(WS-LINK-COUNT)
                   ELSE
                       MOVE "A" TO WS-LINK-DROP-SOURCE(WS-LINK-COUNT)
                       MOVE XR-ACME-ID
                           TO WS-LINK-DROP-ID(WS-LINK-COUNT)
                   END-IF
               ELSE
                   DISPLAY "FUSEEMPLOYEES: MORE THAN 2000 CONFIRMED "
                       "LINKS ON PERSXREF.DAT - LATER LINKS IGNORED"
                   SET PERSXREF-EOF TO TRUE
               END-IF
           END-IF.
           IF NOT PERSXREF-EOF
               READ PERSXREFFILE
                   AT END SET PERSXREF-EOF TO TRUE
               END-READ
           END-IF.
       0127-END.

      * Each read verifies the new id is not lower than the prior
      * one from the same file.  Out-of-sequence records are
      * diverted to SEQEXCPT.DAT and reading continues; past the
           END-IF.

           IF WS-ACME-MATCHES
               MOVE ACME-EMPLOYEE-ID TO WS-CHECK-EMPLOYEE-ID
               MOVE "A"              TO WS-CHECK-SOURCE
               PERFORM 0250-CHECK-LINKED-ID
               IF WS-ID-LINK-DROPPED
                   ADD 1 TO WS-ACME-COUNT
               ELSE
                   PERFORM 0210-WRITE-ACME-RECORD
               END-IF
               PERFORM 0150-READ-ACME
           END-IF.
           IF WS-FUSE-MATCHES
               MOVE FUSE-EMPLOYEE-ID TO WS-CHECK-EMPLOYEE-ID
               MOVE "F"              TO WS-CHECK-SOURCE
               PERFORM 0250-CHECK-LINKED-ID
               IF WS-ID-LINK-DROPPED
                   ADD 1 TO WS-FUSE-COUNT
               ELSE
                   PERFORM 0220-WRITE-FUSE-RECORD
               END-IF
               PERFORM 0160-READ-FUSE
           END-IF.
           IF WS-EMP-MATCHES
           END-IF.
       0245-END.

      * A record whose source and id are the dropped side of a
      * confirmed same-person link is read and counted but goes
      * nowhere - the surviving id carries the person.
       0250-CHECK-LINKED-ID.
           SET WS-ID-NOT-DROPPED TO TRUE.
           PERFORM 0255-CHECK-ONE-LINKED-ID
               VARYING WS-LINK-IDX FROM 1 BY 1
               UNTIL WS-LINK-IDX > WS-LINK-COUNT
                  OR WS-ID-LINK-DROPPED.
           IF WS-ID-LINK-DROPPED
               ADD 1 TO WS-LINK-DROP-COUNT
           END-IF.
       0250-END.

       0255-CHECK-ONE-LINKED-ID.
           IF WS-LINK-DROP-SOURCE(WS-LINK-IDX) = WS-CHECK-SOURCE
               AND WS-LINK-DROP-ID(WS-LINK-IDX) = WS-CHECK-EMPLOYEE-ID
               SET WS-ID-LINK-DROPPED TO TRUE
           END-IF.
       0255-END.

      * Compare the freshly written SORTED.NEW against the prior
      * run's SORTED.OLD on employee id.  Both files are in id
      * sequence, so a two-way match walk finds new ids (adds),
               WS-DATE-EXCPT-COUNT.
           DISPLAY "  OUT-OF-SEQUENCE RECORDS ..........: ",
               WS-SEQ-EXCPT-COUNT.
           DISPLAY "  LINKED IDS DROPPED (PERSXREF.DAT) : ",
               WS-LINK-DROP-COUNT.
           DISPLAY "  CHANGES.DAT - ADDS ...............: ",
               WS-ADD-COUNT.
           DISPLAY "  CHANGES.DAT - CHANGES ............: ",
