      *>   type(10) path(40) flag(1)
      *> INPUT      the file must exist and be non-empty; flag T
      *>            additionally requires a TRAILER= control record
      *>            as its last line (the MVP13PROGRAM convention);
      *>            a file held in the quarantine register
      *>            (QUARANTINE_REGISTER, written by MVP12PROGRAM)
      *>            is QUARANTINED until an analyst acts on it
      *>   LOCK       the lock file must be absent or empty
      *>   CHECKPOINT a non-empty checkpoint older than
      *>              PREFLIGHT_MAX_AGE_DAYS (default 7) is stale,
           SELECT CHK-FILE ASSIGN TO DYNAMIC WS-CHK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-CHK-FS.
           SELECT QREG-FILE ASSIGN TO DYNAMIC WS-QREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-QREG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHK-FILE.
       01  CHK-REC              PIC X(260).

       *> Quarantine register, MVP12PROGRAM layout; only the state
       *> and the original path matter here.
       FD  QREG-FILE.
       01  QREG-REC.
           05 QR-STATUS         PIC X(10).
           05 FILLER            PIC X(1).
           05 QR-PATH           PIC X(40).
           05 FILLER            PIC X(179).

       WORKING-STORAGE SECTION.
       01  WS-LIST-PATH         PIC X(260).
       01  WS-LIST-FS           PIC XX.
       01  WS-CNT-CHECKS        PIC 9(3) VALUE 0.
       01  WS-CNT-FAILED        PIC 9(3) VALUE 0.

       *> Latest register state of each path seen in the
       *> quarantine register.
       01  WS-QREG-PATH         PIC X(260).
       01  WS-QREG-FS           PIC XX.
       01  WS-QREG-EOF          PIC X VALUE "N".
           88 QREG-EOF           VALUE "Y".
       01  WS-QP-COUNT          PIC 9(3) VALUE 0.
       01  WS-QP-IDX            PIC 9(3) VALUE 0.
       01  WS-QP-TAB.
           05 WS-QP-ENTRY OCCURS 500 TIMES.
               10 WS-QP-PATH    PIC X(40).
               10 WS-QP-STATUS  PIC X(10).

       *> File age support via CBL_CHECK_FILE_EXIST.
       01  WS-FILE-INFO.
           05 WS-FI-SIZE        PIC X(8) COMP-X.
               MOVE 7 TO WS-MAX-AGE
           END-IF.

           PERFORM PARA-LOAD-QUARANTINE.

           OPEN INPUT LIST-FILE.
           IF WS-LIST-FS NOT = "00"
               DISPLAY "ERROR|REASON=LIST-FILE-NOT-FOUND|PATH="

           EXIT.

       PARA-LOAD-QUARANTINE.
           MOVE "quarantine-register.txt" TO WS-QREG-PATH
           ACCEPT WS-QREG-PATH FROM ENVIRONMENT "QUARANTINE_REGISTER"
           IF WS-QREG-PATH = SPACES
               MOVE "quarantine-register.txt" TO WS-QREG-PATH
           END-IF
           OPEN INPUT QREG-FILE
           IF WS-QREG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL QREG-EOF
               READ QREG-FILE
                   AT END
                       SET QREG-EOF TO TRUE
                   NOT AT END
                       IF QR-PATH NOT = SPACES
                           PERFORM PARA-NOTE-QUARANTINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE QREG-FILE.

           EXIT.

       PARA-NOTE-QUARANTINE.
           *> The last line for a path is its state.
           PERFORM VARYING WS-QP-IDX FROM 1 BY 1
                   UNTIL WS-QP-IDX > WS-QP-COUNT
                      OR WS-QP-PATH(WS-QP-IDX) = QR-PATH
               CONTINUE
           END-PERFORM
           IF WS-QP-IDX > WS-QP-COUNT
               IF WS-QP-COUNT >= 500
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QP-COUNT
               MOVE WS-QP-COUNT TO WS-QP-IDX
               MOVE QR-PATH TO WS-QP-PATH(WS-QP-IDX)
           END-IF
           MOVE QR-STATUS TO WS-QP-STATUS(WS-QP-IDX).

           EXIT.

       PARA-CHECK-INPUT.
           *> A quarantined input is held back from the night
           *> whether or not a copy sits at its path.
           PERFORM VARYING WS-QP-IDX FROM 1 BY 1
                   UNTIL WS-QP-IDX > WS-QP-COUNT
               IF WS-QP-PATH(WS-QP-IDX) = WS-CHK-PATH(1:40)
                   AND WS-QP-STATUS(WS-QP-IDX) = "QUARANTINE"
                   MOVE "QUARANTINED" TO WS-RESULT
               END-IF
           END-PERFORM
           IF WS-RESULT = "QUARANTINED"
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT CHK-FILE
           IF WS-CHK-FS NOT = "00"
               MOVE "FILE-MISSING" TO WS-RESULT
