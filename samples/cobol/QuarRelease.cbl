       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUARRELEASE.

      *> Release run for files MVP12PROGRAM has put in quarantine.
      *> The quarantine register (QUARANTINE_REGISTER, default
      *> quarantine-register.txt) holds one line per event; the last
      *> line for a path is its current state. Each record of the
      *> analyst's action file (QUAR_ACTIONS, default
      *> quarantine-actions.txt) acts on one quarantined file:
      *>   action(1) path(40) analyst(8) reason(40) replacement(40)
      *> separated by single spaces, path being the file's original
      *> path as registered:
      *>   R  release - the quarantined file goes back to its path
      *>      and the next MVP12PROGRAM run takes it as it stands;
      *>      the reason is optional
      *>   J  reject for redelivery - the file stays in quarantine
      *>      as evidence and the supplier's redelivery under the
      *>      same name is accepted
      *>   P  replace - the replacement file is moved into the
      *>      original path and goes through the gate afresh
      *> Every applied action appends a RELEASED, REJECTED or
      *> REPLACED line carrying the action date, analyst and note.
      *> An action on a file not currently in quarantine, without
      *> an analyst, or whose file move fails is refused.
      *> With no action file the run lists the files still held.
      *>
      *> QUAR_DATE  action date (then PROCESS_DATE, today)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT QREG-FILE ASSIGN TO DYNAMIC WS-QREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-QREG-FS.
           SELECT ACT-FILE ASSIGN TO DYNAMIC WS-ACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-ACT-FS.

       DATA DIVISION.
       FILE SECTION.
       *> Quarantine register, MVP12PROGRAM layout.
       FD  QREG-FILE.
       01  QREG-REC.
           05 QR-STATUS         PIC X(10).
           05 FILLER            PIC X(1).
           05 QR-PATH           PIC X(40).
           05 FILLER            PIC X(1).
           05 QR-QPATH          PIC X(60).
           05 FILLER            PIC X(1).
           05 QR-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 QR-RECS           PIC 9(6).
           05 FILLER            PIC X(1).
           05 QR-BAD            PIC 9(6).
           05 FILLER            PIC X(1).
           05 QR-PCT            PIC 9(3).
           05 FILLER            PIC X(1).
           05 QR-REASONS        PIC X(30).
           05 FILLER            PIC X(1).
           05 QR-ACT-DATE       PIC 9(8).
           05 FILLER            PIC X(1).
           05 QR-ANALYST        PIC X(8).
           05 FILLER            PIC X(1).
           05 QR-NOTE           PIC X(40).

       FD  ACT-FILE.
       01  ACT-REC.
           05 ACT-ACTION        PIC X(1).
           05 FILLER            PIC X(1).
           05 ACT-PATH          PIC X(40).
           05 FILLER            PIC X(1).
           05 ACT-ANALYST       PIC X(8).
           05 FILLER            PIC X(1).
           05 ACT-REASON        PIC X(40).
           05 FILLER            PIC X(1).
           05 ACT-REPLACEMENT   PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-QREG-PATH         PIC X(260).
       01  WS-QREG-FS           PIC XX.
       01  WS-QREG-EOF          PIC X VALUE "N".
           88 QREG-EOF           VALUE "Y".
       01  WS-ACT-PATH          PIC X(260).
       01  WS-ACT-FS            PIC XX.
       01  WS-ACT-EOF           PIC X VALUE "N".
           88 ACT-EOF            VALUE "Y".
       01  WS-ACT-DATE          PIC 9(8) VALUE 0.

       *> Latest register line of each path.
       01  WS-QP-COUNT          PIC 9(3) VALUE 0.
       01  WS-QP-IDX            PIC 9(3) VALUE 0.
       01  WS-QP-TAB.
           05 WS-QP-ENTRY OCCURS 500 TIMES.
               10 WS-QP-PATH    PIC X(40).
               10 WS-QP-REC     PIC X(230).

       01  WS-FROM-PATH         PIC X(260).
       01  WS-TO-PATH           PIC X(260).
       01  WS-NEW-STATUS        PIC X(10).
       01  WS-REFUSAL           PIC X(30).
       01  WS-CNT-ACTIONS       PIC 9(5) VALUE 0.
       01  WS-CNT-RELEASED      PIC 9(5) VALUE 0.
       01  WS-CNT-REJECTED      PIC 9(5) VALUE 0.
       01  WS-CNT-REPLACED      PIC 9(5) VALUE 0.
       01  WS-CNT-REFUSED       PIC 9(5) VALUE 0.
       01  WS-CNT-HELD          PIC 9(5) VALUE 0.

       *> ALERTSUB parameters.
       01  WS-AL-SEV            PIC X(1).
       01  WS-AL-REASON         PIC X(30).
       01  WS-AL-DETAIL         PIC X(60).

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "QUARRELEASE".
       01  WS-RH-IN             PIC X(40).
       01  WS-RH-OUT            PIC X(40).
       01  WS-RH-READ           PIC 9(6) VALUE 0.
       01  WS-RH-WRITTEN        PIC 9(6) VALUE 0.
       01  WS-RH-REJECTED       PIC 9(6) VALUE 0.
       01  WS-RH-STATUS         PIC X(10).
       01  WS-RH-START          PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
           *> Resolve the shared run-control file before any
           *> parameter is read; exported variables still override.
           CALL "RUNCONTROL"

           ACCEPT WS-RH-START FROM TIME.

           MOVE 0 TO WS-ACT-DATE.
           ACCEPT WS-ACT-DATE FROM ENVIRONMENT "QUAR_DATE".
           IF WS-ACT-DATE = 0
               ACCEPT WS-ACT-DATE FROM ENVIRONMENT "PROCESS_DATE"
           END-IF.
           IF WS-ACT-DATE = 0
               ACCEPT WS-ACT-DATE FROM DATE YYYYMMDD
           END-IF.

           MOVE "quarantine-register.txt" TO WS-QREG-PATH.
           ACCEPT WS-QREG-PATH FROM ENVIRONMENT "QUARANTINE_REGISTER".
           IF WS-QREG-PATH = SPACES
               MOVE "quarantine-register.txt" TO WS-QREG-PATH
           END-IF.

           MOVE "quarantine-actions.txt" TO WS-ACT-PATH.
           ACCEPT WS-ACT-PATH FROM ENVIRONMENT "QUAR_ACTIONS".
           IF WS-ACT-PATH = SPACES
               MOVE "quarantine-actions.txt" TO WS-ACT-PATH
           END-IF.

           OPEN INPUT QREG-FILE.
           IF WS-QREG-FS NOT = "00"
               DISPLAY "ERROR|REASON=REGISTER-NOT-FOUND|PATH="
                       WS-QREG-PATH(1:40) "|STATUS=" WS-QREG-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.
           PERFORM UNTIL QREG-EOF
               READ QREG-FILE
                   AT END
                       SET QREG-EOF TO TRUE
                   NOT AT END
                       IF QR-PATH NOT = SPACES
                           PERFORM PARA-NOTE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE QREG-FILE.

           OPEN INPUT ACT-FILE.
           IF WS-ACT-FS NOT = "00"
               *> Nothing to act on: show what is still held.
               PERFORM PARA-LIST-HELD
           ELSE
               OPEN EXTEND QREG-FILE
               PERFORM UNTIL ACT-EOF
                   READ ACT-FILE
                       AT END
                           SET ACT-EOF TO TRUE
                       NOT AT END
                           IF ACT-REC NOT = SPACES
                               PERFORM PARA-APPLY-ACTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACT-FILE
               CLOSE QREG-FILE
           END-IF.

           DISPLAY "QUARRELEASE|ACTIONS=" WS-CNT-ACTIONS
                   "|RELEASED=" WS-CNT-RELEASED
                   "|REJECTED=" WS-CNT-REJECTED
                   "|REPLACED=" WS-CNT-REPLACED
                   "|REFUSED=" WS-CNT-REFUSED
                   "|HELD=" WS-CNT-HELD.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-ACT-PATH(1:40) TO WS-RH-IN
           MOVE WS-QREG-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-ACTIONS TO WS-RH-READ
           COMPUTE WS-RH-WRITTEN = WS-CNT-RELEASED
               + WS-CNT-REJECTED + WS-CNT-REPLACED
           MOVE WS-CNT-REFUSED TO WS-RH-REJECTED
           EVALUATE TRUE
               WHEN RETURN-CODE = 8
                   MOVE "FAILED" TO WS-RH-STATUS
               WHEN WS-RH-REJECTED > 0
                   MOVE "EXCEPTIONS" TO WS-RH-STATUS
               WHEN OTHER
                   MOVE "COMPLETE" TO WS-RH-STATUS
           END-EVALUATE
           CALL "RUNHISTORY" USING WS-RH-PROGRAM WS-RH-IN WS-RH-OUT
               WS-RH-READ WS-RH-WRITTEN WS-RH-REJECTED WS-RH-STATUS
               WS-RH-START
           *> Completion codes: 0 = clean, 4 = completed with
           *> exceptions, 8 = failed.
           EVALUATE WS-RH-STATUS
               WHEN "FAILED"
                   MOVE 8 TO RETURN-CODE
               WHEN "EXCEPTIONS"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

           EXIT.

       PARA-NOTE-ENTRY.
           *> The last line for a path is its state.
           PERFORM VARYING WS-QP-IDX FROM 1 BY 1
                   UNTIL WS-QP-IDX > WS-QP-COUNT
                      OR WS-QP-PATH(WS-QP-IDX) = QR-PATH
               CONTINUE
           END-PERFORM
           IF WS-QP-IDX > WS-QP-COUNT
               IF WS-QP-COUNT >= 500
                   DISPLAY "WARN|REASON=REGISTER-TABLE-FULL|PATH="
                           QR-PATH
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QP-COUNT
               MOVE WS-QP-COUNT TO WS-QP-IDX
               MOVE QR-PATH TO WS-QP-PATH(WS-QP-IDX)
           END-IF
           MOVE QREG-REC TO WS-QP-REC(WS-QP-IDX).

           EXIT.

       PARA-LIST-HELD.
           PERFORM VARYING WS-QP-IDX FROM 1 BY 1
                   UNTIL WS-QP-IDX > WS-QP-COUNT
               MOVE WS-QP-REC(WS-QP-IDX) TO QREG-REC
               IF QR-STATUS = "QUARANTINE"
                   ADD 1 TO WS-CNT-HELD
                   DISPLAY "HELD|PATH=" QR-PATH
                           "|QPATH=" QR-QPATH
                           "|DATE=" QR-DATE
                           "|PCT=" QR-PCT
                           "|REASONS=" QR-REASONS
               END-IF
           END-PERFORM.

           EXIT.

       PARA-APPLY-ACTION.
           ADD 1 TO WS-CNT-ACTIONS
           MOVE SPACES TO WS-REFUSAL

           PERFORM VARYING WS-QP-IDX FROM 1 BY 1
                   UNTIL WS-QP-IDX > WS-QP-COUNT
                      OR WS-QP-PATH(WS-QP-IDX) = ACT-PATH
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-QP-IDX > WS-QP-COUNT
                   MOVE "NOT-IN-REGISTER" TO WS-REFUSAL
               WHEN WS-QP-REC(WS-QP-IDX)(1:10) NOT = "QUARANTINE"
                   MOVE "NOT-QUARANTINED" TO WS-REFUSAL
               WHEN ACT-ANALYST = SPACES
                   MOVE "NO-ANALYST" TO WS-REFUSAL
               WHEN ACT-ACTION = "R"
                   MOVE "RELEASED" TO WS-NEW-STATUS
               WHEN ACT-ACTION = "J"
                   MOVE "REJECTED" TO WS-NEW-STATUS
               WHEN ACT-ACTION = "P"
                   MOVE "REPLACED" TO WS-NEW-STATUS
                   IF ACT-REPLACEMENT = SPACES
                       MOVE "NO-REPLACEMENT-FILE" TO WS-REFUSAL
                   END-IF
               WHEN OTHER
                   MOVE "UNKNOWN-ACTION" TO WS-REFUSAL
           END-EVALUATE

           IF WS-REFUSAL = SPACES
               MOVE WS-QP-REC(WS-QP-IDX) TO QREG-REC
               PERFORM PARA-MOVE-FILE
           END-IF

           IF WS-REFUSAL NOT = SPACES
               ADD 1 TO WS-CNT-REFUSED
               DISPLAY "EXCEPTION|REASON=" WS-REFUSAL
                       "|ACTION=" ACT-ACTION
                       "|PATH=" ACT-PATH
               EXIT PARAGRAPH
           END-IF

           *> The register keeps the quarantine details and gains
           *> the analyst's decision.
           MOVE WS-NEW-STATUS TO QR-STATUS
           MOVE WS-ACT-DATE TO QR-ACT-DATE
           MOVE ACT-ANALYST TO QR-ANALYST
           MOVE ACT-REASON TO QR-NOTE
           WRITE QREG-REC
           MOVE QREG-REC TO WS-QP-REC(WS-QP-IDX)

           EVALUATE ACT-ACTION
               WHEN "R"
                   ADD 1 TO WS-CNT-RELEASED
               WHEN "J"
                   ADD 1 TO WS-CNT-REJECTED
                   MOVE "W" TO WS-AL-SEV
                   MOVE "REDELIVERY-REQUIRED" TO WS-AL-REASON
                   MOVE ACT-PATH TO WS-AL-DETAIL
                   CALL "ALERTSUB" USING WS-AL-SEV WS-RH-PROGRAM
                       WS-AL-REASON WS-AL-DETAIL
               WHEN "P"
                   ADD 1 TO WS-CNT-REPLACED
           END-EVALUATE
           DISPLAY "ACTION|" WS-NEW-STATUS
                   "|PATH=" ACT-PATH
                   "|ANALYST=" ACT-ANALYST
                   "|NOTE=" ACT-REASON.

           EXIT.

       PARA-MOVE-FILE.
           *> Release brings the quarantined file back; replace puts
           *> the replacement where the original was expected; a
           *> rejected file stays where it is.
           MOVE SPACES TO WS-FROM-PATH
           MOVE SPACES TO WS-TO-PATH
           MOVE ACT-PATH TO WS-TO-PATH(1:40)
           EVALUATE ACT-ACTION
               WHEN "R"
                   MOVE QR-QPATH TO WS-FROM-PATH(1:60)
               WHEN "P"
                   MOVE ACT-REPLACEMENT TO WS-FROM-PATH(1:40)
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           CALL "CBL_RENAME_FILE" USING WS-FROM-PATH WS-TO-PATH
           IF RETURN-CODE NOT = 0
               MOVE "FILE-MOVE-FAILED" TO WS-REFUSAL
               DISPLAY "ERROR|REASON=FILE-MOVE-FAILED|PATH="
                       WS-FROM-PATH(1:60) "|TO=" ACT-PATH
           END-IF
           MOVE 0 TO RETURN-CODE.

           EXIT.
