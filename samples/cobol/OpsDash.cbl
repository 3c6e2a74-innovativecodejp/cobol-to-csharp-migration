       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPSDASHBOARD.

      *> One-page operations summary of the night, produced at the
      *> end of the MVP09PROGRAM chain (or run on its own) so the
      *> morning shift starts from one sheet instead of opening the
      *> preflight output, the balancing sheet, the batch-window
      *> timeline, the alert console, the transmission chase list
      *> and the reject files one by one.
      *>
      *> The night runs from the evening window-open hour
      *> (BATCHWIN_EVENING, default 200000) of one day to the same
      *> hour of the next, the BATCHWINDOW rule. OPSDASH_DATE names
      *> the morning the night ends on; without it the night is the
      *> one in progress or just finished.
      *>
      *> Sections, each flagged OK, AMBER or RED:
      *>   PREFLIGHT   the night's last PREFLIGHT run, GO or NO-GO
      *>   STEP        each chain step (MVP09_STEPS, default
      *>               mvp09-steps.txt, else the four historical
      *>               steps) with its last run's status and elapsed
      *>               time, matched on program and parameter set
      *>   CHAIN       the MVP09PROGRAM run itself
      *>   BALANCING   exceptions on the night's BALANCEREPORT run
      *>   ALERTS      open alerts by severity (ALERTS_FILE)
      *>   TRANSMIT    register entries still PENDING, and those
      *>               past TRANSMIT_MAX_AGE_DAYS (default 2)
      *>               (TRANSMIT_REGISTER)
      *>   QUARANTINE  files held in the quarantine register
      *>               (QUARANTINE_REGISTER)
      *>   REJECTS     outstanding rejects from the night's
      *>               REJECTAGING run, over OPSDASH_MAX_REJECTS
      *>               (default 0)
      *> The night is RED on a NO-GO preflight, a failed step or
      *> chain, or an open error alert; AMBER on anything else
      *> flagged; GREEN otherwise. A step with a run-day rule that
      *> has no run tonight is shown NOT-RUN without a flag, as it
      *> may simply not have been due; balancing and reject
      *> figures not yet produced are shown NOT-RUN the same way.
      *>
      *> The sheet goes to OPSDASH_REPORT (default
      *> ops-dashboard-<date>.txt) through REPORTSUB, with each line
      *> echoed to the console and a closing OPSDASH summary line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-HIST-FS.
           SELECT STEPS-FILE ASSIGN TO DYNAMIC WS-STEPS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STEPS-FS.
           SELECT ALRT-FILE ASSIGN TO DYNAMIC WS-ALRT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-ALRT-FS.
           SELECT REG-FILE ASSIGN TO DYNAMIC WS-REG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-REG-FS.
           SELECT QREG-FILE ASSIGN TO DYNAMIC WS-QREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-QREG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-REC             PIC X(320).

       *> Chain definition, MVP09PROGRAM layout.
       FD  STEPS-FILE.
       01  STEPS-REC.
           05 STP-ID            PIC X(8).
           05 STP-PROGRAM       PIC X(16).
           05 STP-ENABLED       PIC X(1).
           05 STP-CONTINUE      PIC X(1).
           05 FILLER            PIC X(1).
           05 STP-SET           PIC X(8).
           05 FILLER            PIC X(1).
           05 STP-RULE          PIC X(12).

       *> Alert file, ALERTSUB layout: state at 14, severity at 23.
       FD  ALRT-FILE.
       01  ALRT-REC             PIC X(200).

       *> Transmission register, TRANSMITREGISTER layout: state at
       *> 11, registration date at 71.
       FD  REG-FILE.
       01  REG-REC              PIC X(120).

       *> Quarantine register, MVP12PROGRAM layout; only the state
       *> and the original path matter here.
       FD  QREG-FILE.
       01  QREG-REC.
           05 QR-STATUS         PIC X(10).
           05 FILLER            PIC X(1).
           05 QR-PATH           PIC X(40).
           05 FILLER            PIC X(179).

       WORKING-STORAGE SECTION.
       01  WS-HIST-PATH         PIC X(260).
       01  WS-HIST-FS           PIC XX.
       01  WS-HIST-EOF          PIC X VALUE "N".
           88 HIST-EOF           VALUE "Y".
       01  WS-STEPS-PATH        PIC X(260).
       01  WS-STEPS-FS          PIC XX.
       01  WS-STEPS-EOF         PIC X VALUE "N".
           88 STEPS-EOF          VALUE "Y".
       01  WS-ALRT-PATH         PIC X(260).
       01  WS-ALRT-FS           PIC XX.
       01  WS-ALRT-EOF          PIC X VALUE "N".
           88 ALRT-EOF           VALUE "Y".
       01  WS-REG-PATH          PIC X(260).
       01  WS-REG-FS            PIC XX.
       01  WS-REG-EOF           PIC X VALUE "N".
           88 REG-EOF            VALUE "Y".
       01  WS-QREG-PATH         PIC X(260).
       01  WS-QREG-FS           PIC XX.
       01  WS-QREG-EOF          PIC X VALUE "N".
           88 QREG-EOF           VALUE "Y".
       01  WS-RPT-PATH          PIC X(260).

       *> REPORTSUB parameter block.
       01  WS-RPT-LINE          PIC X(220).
       01  WS-RS-FUNC           PIC X(1).
       01  WS-RS-TEXT           PIC X(132).

       *> The night: from the evening hour of WS-NIGHT-START to the
       *> same hour of WS-NIGHT-END.
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-DASH-DATE         PIC 9(8) VALUE 0.
       01  WS-EVENING           PIC 9(6) VALUE 200000.
       01  WS-NIGHT-START       PIC 9(8) VALUE 0.
       01  WS-NIGHT-END         PIC 9(8) VALUE 0.
       01  WS-MAX-REJECTS       PIC 9(6) VALUE 0.
       01  WS-MAX-AGE           PIC 9(3) VALUE 0.
       01  WS-AGE-DAYS          PIC S9(5) VALUE 0.
       01  WS-ENTRY-DATE        PIC 9(8) VALUE 0.

       *> Fields picked out of one run-history record (fixed
       *> offsets of the RUNHISTORY layout).
       01  WS-REC-PROG          PIC X(16).
       01  WS-REC-DATE          PIC 9(8).
       01  WS-REC-HHMMSS        PIC 9(6).
       01  WS-REC-SET           PIC X(8).
       01  WS-REC-IN-NIGHT      PIC X VALUE "N".
           88 REC-IN-NIGHT       VALUE "Y".

       *> Last run of each program the sheet reports on. A status
       *> of spaces means no run tonight.
       01  WS-PF-STATUS         PIC X(10) VALUE SPACES.
       01  WS-PF-READ           PIC X(6).
       01  WS-PF-REJECTED       PIC X(6).
       01  WS-PF-TIME           PIC X(6).
       01  WS-CH-STATUS         PIC X(10) VALUE SPACES.
       01  WS-CH-START          PIC X(6).
       01  WS-CH-END            PIC X(6).
       01  WS-CH-ELAPSED        PIC X(6).
       01  WS-BR-STATUS         PIC X(10) VALUE SPACES.
       01  WS-BR-EXCEPTIONS     PIC 9(6) VALUE 0.
       01  WS-RA-STATUS         PIC X(10) VALUE SPACES.
       01  WS-RA-OUTSTANDING    PIC 9(6) VALUE 0.
       01  WS-RA-AGED           PIC 9(6) VALUE 0.

       *> The chain's steps and their last run tonight.
       01  WS-STEP-COUNT        PIC 9(2) VALUE 0.
       01  WS-STEP-IDX          PIC 9(2) VALUE 0.
       01  WS-STEP-TAB.
           05 WS-STEP-ENTRY OCCURS 20 TIMES.
               10 WS-STEP-ID      PIC X(8).
               10 WS-STEP-PROGRAM PIC X(16).
               10 WS-STEP-ENABLED PIC X(1).
               10 WS-STEP-SET     PIC X(8).
               10 WS-STEP-RULE    PIC X(12).
               10 WS-STEP-STATUS  PIC X(10).
               10 WS-STEP-ELAPSED PIC X(6).

       *> Open alerts, transmissions and quarantined files.
       01  WS-CNT-ALERT-E       PIC 9(4) VALUE 0.
       01  WS-CNT-ALERT-W       PIC 9(4) VALUE 0.
       01  WS-CNT-ALERT-I       PIC 9(4) VALUE 0.
       01  WS-CNT-PENDING       PIC 9(4) VALUE 0.
       01  WS-CNT-OVERDUE       PIC 9(4) VALUE 0.
       01  WS-CNT-QUARANTINED   PIC 9(4) VALUE 0.
       01  WS-QP-COUNT          PIC 9(3) VALUE 0.
       01  WS-QP-IDX            PIC 9(3) VALUE 0.
       01  WS-QP-TAB.
           05 WS-QP-ENTRY OCCURS 500 TIMES.
               10 WS-QP-PATH    PIC X(40).
               10 WS-QP-STATUS  PIC X(10).

       *> Section flags and the night's overall rating.
       01  WS-FLAG              PIC X(5).
       01  WS-CNT-RED           PIC 9(3) VALUE 0.
       01  WS-CNT-AMBER         PIC 9(3) VALUE 0.
       01  WS-CNT-LINES         PIC 9(4) VALUE 0.
       01  WS-RAG               PIC X(5).
       01  WS-SHOW-STATUS       PIC X(10).

       *> Elapsed seconds shown as hh:mm:ss.
       01  WS-EL-IN             PIC X(6).
       01  WS-EL-SECS           PIC 9(6) VALUE 0.
       01  WS-EL-HH             PIC 9(2) VALUE 0.
       01  WS-EL-MM             PIC 9(2) VALUE 0.
       01  WS-EL-SS             PIC 9(2) VALUE 0.
       01  WS-EL-REM            PIC 9(6) VALUE 0.
       01  WS-EL-TEXT           PIC X(8).

       *> Standard run-history record, appended via RUNHISTORY at
       *> the end of the run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "OPSDASHBOARD".
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE "run-history.txt" TO WS-HIST-PATH.
           ACCEPT WS-HIST-PATH FROM ENVIRONMENT "RUN_HISTORY".
           IF WS-HIST-PATH = SPACES
               MOVE "run-history.txt" TO WS-HIST-PATH
           END-IF.

           MOVE "mvp09-steps.txt" TO WS-STEPS-PATH.
           ACCEPT WS-STEPS-PATH FROM ENVIRONMENT "MVP09_STEPS".
           IF WS-STEPS-PATH = SPACES
               MOVE "mvp09-steps.txt" TO WS-STEPS-PATH
           END-IF.

           MOVE "alerts.txt" TO WS-ALRT-PATH.
           ACCEPT WS-ALRT-PATH FROM ENVIRONMENT "ALERTS_FILE".
           IF WS-ALRT-PATH = SPACES
               MOVE "alerts.txt" TO WS-ALRT-PATH
           END-IF.

           MOVE "transmit-register.txt" TO WS-REG-PATH.
           ACCEPT WS-REG-PATH FROM ENVIRONMENT "TRANSMIT_REGISTER".
           IF WS-REG-PATH = SPACES
               MOVE "transmit-register.txt" TO WS-REG-PATH
           END-IF.
           ACCEPT WS-MAX-AGE FROM ENVIRONMENT "TRANSMIT_MAX_AGE_DAYS".
           IF WS-MAX-AGE = 0
               MOVE 2 TO WS-MAX-AGE
           END-IF.

           MOVE "quarantine-register.txt" TO WS-QREG-PATH.
           ACCEPT WS-QREG-PATH FROM ENVIRONMENT "QUARANTINE_REGISTER".
           IF WS-QREG-PATH = SPACES
               MOVE "quarantine-register.txt" TO WS-QREG-PATH
           END-IF.

           ACCEPT WS-MAX-REJECTS FROM ENVIRONMENT "OPSDASH_MAX_REJECTS".

           ACCEPT WS-EVENING FROM ENVIRONMENT "BATCHWIN_EVENING".
           IF WS-EVENING = 0
               MOVE 200000 TO WS-EVENING
           END-IF.

           *> A named morning closes the night that began the
           *> evening before; otherwise the night is the one that
           *> began this evening or, before the evening hour, last
           *> evening.
           ACCEPT WS-DASH-DATE FROM ENVIRONMENT "OPSDASH_DATE".
           IF WS-DASH-DATE NOT = 0
               AND FUNCTION TEST-DATE-YYYYMMDD(WS-DASH-DATE) NOT = 0
               DISPLAY "ERROR|REASON=BAD-DASHBOARD-DATE|DATE="
                       WS-DASH-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-DASH-DATE = 0
               IF WS-RUN-TIME(1:6) >= WS-EVENING
                   MOVE WS-RUN-DATE TO WS-NIGHT-START
               ELSE
                   COMPUTE WS-NIGHT-START = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) - 1)
               END-IF
           ELSE
               COMPUTE WS-NIGHT-START = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-DASH-DATE) - 1)
           END-IF.
           COMPUTE WS-NIGHT-END = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-NIGHT-START) + 1).

           MOVE SPACES TO WS-RPT-PATH.
           STRING "ops-dashboard-" DELIMITED BY SIZE
                  WS-NIGHT-END     DELIMITED BY SIZE
                  ".txt"           DELIMITED BY SIZE
                  INTO WS-RPT-PATH
           END-STRING.
           ACCEPT WS-RPT-PATH FROM ENVIRONMENT "OPSDASH_REPORT".
           IF WS-RPT-PATH = SPACES
               STRING "ops-dashboard-" DELIMITED BY SIZE
                      WS-NIGHT-END     DELIMITED BY SIZE
                      ".txt"           DELIMITED BY SIZE
                      INTO WS-RPT-PATH
               END-STRING
           END-IF.

           PERFORM PARA-LOAD-STEPS

           OPEN INPUT HIST-FILE.
           IF WS-HIST-FS NOT = "00"
               DISPLAY "ERROR|REASON=HISTORY-NOT-FOUND|PATH="
                       WS-HIST-PATH "|STATUS=" WS-HIST-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.
           PERFORM UNTIL HIST-EOF
               READ HIST-FILE
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-REC(1:4) = "RUN|"
                           PERFORM PARA-NOTE-ONE-RUN
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE HIST-FILE.

           PERFORM PARA-COUNT-ALERTS
           PERFORM PARA-COUNT-TRANSMISSIONS
           PERFORM PARA-LOAD-QUARANTINE

           *> The rating goes at the top of the sheet, so every
           *> section is judged before any line is printed.
           PERFORM PARA-RATE-NIGHT
           PERFORM PARA-WRITE-SHEET

           DISPLAY "OPSDASH|NIGHT=" WS-NIGHT-START "-" WS-NIGHT-END
                   "|STATUS=" FUNCTION TRIM(WS-RAG)
                   "|RED=" WS-CNT-RED
                   "|AMBER=" WS-CNT-AMBER
                   "|REPORT=" WS-RPT-PATH(1:40).

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-HIST-PATH(1:40) TO WS-RH-IN
           MOVE WS-RPT-PATH(1:40) TO WS-RH-OUT
           *> READ carries the sections judged, WRITTEN the sheet
           *> lines; the night's rating is the sheet's business,
           *> not a fault of this run.
           COMPUTE WS-RH-READ = WS-STEP-COUNT + 7
           MOVE WS-CNT-LINES TO WS-RH-WRITTEN
           MOVE 0 TO WS-RH-REJECTED
           IF RETURN-CODE = 8
               MOVE "FAILED" TO WS-RH-STATUS
           ELSE
               MOVE "COMPLETE" TO WS-RH-STATUS
           END-IF
           CALL "RUNHISTORY" USING WS-RH-PROGRAM WS-RH-IN WS-RH-OUT
               WS-RH-READ WS-RH-WRITTEN WS-RH-REJECTED WS-RH-STATUS
               WS-RH-START
           *> Completion codes: 0 = sheet produced, 8 = failed.
           IF WS-RH-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           EXIT.

       PARA-LOAD-STEPS.
           OPEN INPUT STEPS-FILE
           IF WS-STEPS-FS = "00"
               PERFORM UNTIL STEPS-EOF OR WS-STEP-COUNT >= 20
                   READ STEPS-FILE
                       AT END
                           SET STEPS-EOF TO TRUE
                       NOT AT END
                           IF STP-ID NOT = SPACES
                               AND STP-PROGRAM NOT = SPACES
                               ADD 1 TO WS-STEP-COUNT
                               MOVE STP-ID
                                   TO WS-STEP-ID(WS-STEP-COUNT)
                               MOVE STP-PROGRAM
                                   TO WS-STEP-PROGRAM(WS-STEP-COUNT)
                               MOVE STP-ENABLED
                                   TO WS-STEP-ENABLED(WS-STEP-COUNT)
                               MOVE STP-SET
                                   TO WS-STEP-SET(WS-STEP-COUNT)
                               MOVE STP-RULE
                                   TO WS-STEP-RULE(WS-STEP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STEPS-FILE
           END-IF

           *> No usable steps file: the chain runs its four
           *> historical steps.
           IF WS-STEP-COUNT = 0
               MOVE 4 TO WS-STEP-COUNT
               MOVE "A"             TO WS-STEP-ID(1)
               MOVE "MVP03PROGRAM"  TO WS-STEP-PROGRAM(1)
               MOVE "B"             TO WS-STEP-ID(2)
               MOVE "MVP04PROGRAM"  TO WS-STEP-PROGRAM(2)
               MOVE "C"             TO WS-STEP-ID(3)
               MOVE "MVP05PROGRAM"  TO WS-STEP-PROGRAM(3)
               MOVE "D"             TO WS-STEP-ID(4)
               MOVE "MVP06PROGRAM"  TO WS-STEP-PROGRAM(4)
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > 4
                   MOVE "Y" TO WS-STEP-ENABLED(WS-STEP-IDX)
                   MOVE SPACES TO WS-STEP-SET(WS-STEP-IDX)
                   MOVE SPACES TO WS-STEP-RULE(WS-STEP-IDX)
               END-PERFORM
           END-IF

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               MOVE SPACES TO WS-STEP-STATUS(WS-STEP-IDX)
               MOVE SPACES TO WS-STEP-ELAPSED(WS-STEP-IDX)
           END-PERFORM.

           EXIT.

       PARA-NOTE-ONE-RUN.
           *> The file is in run order, so the last record of a
           *> program inside the night is its latest run.
           IF HIST-REC(32:8) IS NOT NUMERIC
               OR HIST-REC(46:6) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE HIST-REC(32:8) TO WS-REC-DATE
           MOVE HIST-REC(46:6) TO WS-REC-HHMMSS
           MOVE "N" TO WS-REC-IN-NIGHT
           IF (WS-REC-DATE = WS-NIGHT-START
                   AND WS-REC-HHMMSS >= WS-EVENING)
               OR (WS-REC-DATE = WS-NIGHT-END
                   AND WS-REC-HHMMSS < WS-EVENING)
               SET REC-IN-NIGHT TO TRUE
           END-IF
           IF NOT REC-IN-NIGHT
               EXIT PARAGRAPH
           END-IF

           MOVE HIST-REC(10:16) TO WS-REC-PROG
           MOVE HIST-REC(291:8) TO WS-REC-SET
           EVALUATE WS-REC-PROG
               WHEN "PREFLIGHT"
                   MOVE HIST-REC(194:10) TO WS-PF-STATUS
                   MOVE HIST-REC(149:6) TO WS-PF-READ
                   MOVE HIST-REC(180:6) TO WS-PF-REJECTED
                   MOVE HIST-REC(46:6) TO WS-PF-TIME
               WHEN "MVP09PROGRAM"
                   MOVE HIST-REC(194:10) TO WS-CH-STATUS
                   MOVE HIST-REC(211:6) TO WS-CH-START
                   MOVE HIST-REC(224:6) TO WS-CH-END
                   MOVE HIST-REC(241:6) TO WS-CH-ELAPSED
               WHEN "BALANCEREPORT"
                   MOVE HIST-REC(194:10) TO WS-BR-STATUS
                   MOVE 0 TO WS-BR-EXCEPTIONS
                   IF HIST-REC(180:6) IS NUMERIC
                       MOVE HIST-REC(180:6) TO WS-BR-EXCEPTIONS
                   END-IF
               WHEN "REJECTAGING"
                   MOVE HIST-REC(194:10) TO WS-RA-STATUS
                   MOVE 0 TO WS-RA-OUTSTANDING
                   MOVE 0 TO WS-RA-AGED
                   IF HIST-REC(164:6) IS NUMERIC
                       MOVE HIST-REC(164:6) TO WS-RA-OUTSTANDING
                   END-IF
                   IF HIST-REC(180:6) IS NUMERIC
                       MOVE HIST-REC(180:6) TO WS-RA-AGED
                   END-IF
           END-EVALUATE

           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-PROGRAM(WS-STEP-IDX) = WS-REC-PROG
                   AND WS-STEP-SET(WS-STEP-IDX) = WS-REC-SET
                   MOVE HIST-REC(194:10)
                       TO WS-STEP-STATUS(WS-STEP-IDX)
                   MOVE HIST-REC(241:6)
                       TO WS-STEP-ELAPSED(WS-STEP-IDX)
               END-IF
           END-PERFORM.

           EXIT.

       PARA-COUNT-ALERTS.
           OPEN INPUT ALRT-FILE
           IF WS-ALRT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ALRT-EOF
               READ ALRT-FILE
                   AT END
                       SET ALRT-EOF TO TRUE
                   NOT AT END
                       IF ALRT-REC(1:6) = "ALERT|"
                           AND ALRT-REC(14:4) = "OPEN"
                           EVALUATE ALRT-REC(23:1)
                               WHEN "E"
                                   ADD 1 TO WS-CNT-ALERT-E
                               WHEN "W"
                                   ADD 1 TO WS-CNT-ALERT-W
                               WHEN OTHER
                                   ADD 1 TO WS-CNT-ALERT-I
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ALRT-FILE.

           EXIT.

       PARA-COUNT-TRANSMISSIONS.
           *> Pending entries older than the chase age are the ones
           *> TRANSMITREGISTER CHASE would list.
           OPEN INPUT REG-FILE
           IF WS-REG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL REG-EOF
               READ REG-FILE
                   AT END
                       SET REG-EOF TO TRUE
                   NOT AT END
                       IF REG-REC(11:8) = "PENDING "
                           ADD 1 TO WS-CNT-PENDING
                           IF REG-REC(71:8) IS NUMERIC
                               MOVE REG-REC(71:8) TO WS-ENTRY-DATE
                               COMPUTE WS-AGE-DAYS =
                                   FUNCTION INTEGER-OF-DATE
                                       (WS-NIGHT-END)
                                   - FUNCTION INTEGER-OF-DATE
                                       (WS-ENTRY-DATE)
                               IF WS-AGE-DAYS > WS-MAX-AGE
                                   ADD 1 TO WS-CNT-OVERDUE
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REG-FILE.

           EXIT.

       PARA-LOAD-QUARANTINE.
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
           CLOSE QREG-FILE

           PERFORM VARYING WS-QP-IDX FROM 1 BY 1
                   UNTIL WS-QP-IDX > WS-QP-COUNT
               IF WS-QP-STATUS(WS-QP-IDX) = "QUARANTINE"
                   ADD 1 TO WS-CNT-QUARANTINED
               END-IF
           END-PERFORM.

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

       PARA-RATE-NIGHT.
           *> Each section is judged by the same flag paragraphs
           *> its sheet line uses; the worst flag decides.
           MOVE 0 TO WS-CNT-RED
           MOVE 0 TO WS-CNT-AMBER
           PERFORM PARA-FLAG-PREFLIGHT
           PERFORM PARA-TALLY-FLAG
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM PARA-FLAG-STEP
               PERFORM PARA-TALLY-FLAG
           END-PERFORM
           PERFORM PARA-FLAG-CHAIN
           PERFORM PARA-TALLY-FLAG
           PERFORM PARA-FLAG-BALANCING
           PERFORM PARA-TALLY-FLAG
           PERFORM PARA-FLAG-ALERTS
           PERFORM PARA-TALLY-FLAG
           PERFORM PARA-FLAG-TRANSMIT
           PERFORM PARA-TALLY-FLAG
           PERFORM PARA-FLAG-QUARANTINE
           PERFORM PARA-TALLY-FLAG
           PERFORM PARA-FLAG-REJECTS
           PERFORM PARA-TALLY-FLAG

           EVALUATE TRUE
               WHEN WS-CNT-RED > 0
                   MOVE "RED" TO WS-RAG
               WHEN WS-CNT-AMBER > 0
                   MOVE "AMBER" TO WS-RAG
               WHEN OTHER
                   MOVE "GREEN" TO WS-RAG
           END-EVALUATE.

           EXIT.

       PARA-TALLY-FLAG.
           EVALUATE WS-FLAG
               WHEN "RED"
                   ADD 1 TO WS-CNT-RED
               WHEN "AMBER"
                   ADD 1 TO WS-CNT-AMBER
           END-EVALUATE.

           EXIT.

       PARA-FLAG-PREFLIGHT.
           EVALUATE TRUE
               WHEN WS-PF-STATUS = SPACES
                   MOVE "AMBER" TO WS-FLAG
               WHEN WS-PF-STATUS = "FAILED"
                   MOVE "RED" TO WS-FLAG
               WHEN OTHER
                   MOVE "OK" TO WS-FLAG
           END-EVALUATE.

           EXIT.

       PARA-FLAG-STEP.
           EVALUATE TRUE
               WHEN WS-STEP-ENABLED(WS-STEP-IDX) NOT = "Y"
                   MOVE "OK" TO WS-FLAG
               WHEN WS-STEP-STATUS(WS-STEP-IDX) = SPACES
                   AND WS-STEP-RULE(WS-STEP-IDX) NOT = SPACES
                   AND WS-STEP-RULE(WS-STEP-IDX) NOT = "DAILY"
                   MOVE "OK" TO WS-FLAG
               WHEN WS-STEP-STATUS(WS-STEP-IDX) = "FAILED"
                   MOVE "RED" TO WS-FLAG
               WHEN WS-STEP-STATUS(WS-STEP-IDX) = "COMPLETE"
                   MOVE "OK" TO WS-FLAG
               WHEN OTHER
                   MOVE "AMBER" TO WS-FLAG
           END-EVALUATE.

           EXIT.

       PARA-FLAG-CHAIN.
           EVALUATE WS-CH-STATUS
               WHEN "FAILED"
                   MOVE "RED" TO WS-FLAG
               WHEN "COMPLETE"
                   MOVE "OK" TO WS-FLAG
               WHEN OTHER
                   MOVE "AMBER" TO WS-FLAG
           END-EVALUATE.

           EXIT.

       PARA-FLAG-BALANCING.
           IF WS-BR-STATUS NOT = SPACES
               AND (WS-BR-EXCEPTIONS > 0
                    OR WS-BR-STATUS NOT = "COMPLETE")
               MOVE "AMBER" TO WS-FLAG
           ELSE
               MOVE "OK" TO WS-FLAG
           END-IF.

           EXIT.

       PARA-FLAG-ALERTS.
           EVALUATE TRUE
               WHEN WS-CNT-ALERT-E > 0
                   MOVE "RED" TO WS-FLAG
               WHEN WS-CNT-ALERT-W > 0
                   MOVE "AMBER" TO WS-FLAG
               WHEN OTHER
                   MOVE "OK" TO WS-FLAG
           END-EVALUATE.

           EXIT.

       PARA-FLAG-TRANSMIT.
           IF WS-CNT-OVERDUE > 0
               MOVE "AMBER" TO WS-FLAG
           ELSE
               MOVE "OK" TO WS-FLAG
           END-IF.

           EXIT.

       PARA-FLAG-QUARANTINE.
           IF WS-CNT-QUARANTINED > 0
               MOVE "AMBER" TO WS-FLAG
           ELSE
               MOVE "OK" TO WS-FLAG
           END-IF.

           EXIT.

       PARA-FLAG-REJECTS.
           IF WS-RA-STATUS NOT = SPACES
               AND (WS-RA-OUTSTANDING > WS-MAX-REJECTS
                    OR WS-RA-AGED > 0
                    OR WS-RA-STATUS = "FAILED")
               MOVE "AMBER" TO WS-FLAG
           ELSE
               MOVE "OK" TO WS-FLAG
           END-IF.

           EXIT.

       PARA-WRITE-SHEET.
           MOVE "S" TO WS-RS-FUNC
           MOVE "DAILY OPERATIONS DASHBOARD" TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT

           MOVE SPACES TO WS-RPT-LINE
           STRING "OPSDASH|NIGHT="  DELIMITED BY SIZE
                  WS-NIGHT-START    DELIMITED BY SIZE
                  "-"               DELIMITED BY SIZE
                  WS-NIGHT-END      DELIMITED BY SIZE
                  "|STATUS="        DELIMITED BY SIZE
                  WS-RAG            DELIMITED BY SPACE
                  "|RED="           DELIMITED BY SIZE
                  WS-CNT-RED        DELIMITED BY SIZE
                  "|AMBER="         DELIMITED BY SIZE
                  WS-CNT-AMBER      DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           MOVE "H" TO WS-RS-FUNC
           MOVE WS-RPT-LINE(1:132) TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT
           DISPLAY WS-RPT-LINE(1:80)

           *> Preflight.
           PERFORM PARA-FLAG-PREFLIGHT
           MOVE SPACES TO WS-RPT-LINE
           EVALUATE TRUE
               WHEN WS-PF-STATUS = SPACES
                   STRING "PREFLIGHT|RESULT=NOT-RUN|FLAG="
                                        DELIMITED BY SIZE
                          WS-FLAG       DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
               WHEN OTHER
                   IF WS-PF-STATUS = "FAILED"
                       MOVE "NO-GO" TO WS-SHOW-STATUS
                   ELSE
                       MOVE "GO" TO WS-SHOW-STATUS
                   END-IF
                   STRING "PREFLIGHT|RESULT=" DELIMITED BY SIZE
                          WS-SHOW-STATUS DELIMITED BY SPACE
                          "|CHECKS="     DELIMITED BY SIZE
                          WS-PF-READ     DELIMITED BY SIZE
                          "|FAILED="     DELIMITED BY SIZE
                          WS-PF-REJECTED DELIMITED BY SIZE
                          "|AT="         DELIMITED BY SIZE
                          WS-PF-TIME     DELIMITED BY SIZE
                          "|FLAG="       DELIMITED BY SIZE
                          WS-FLAG        DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM PARA-RPT-DETAIL

           *> Chain steps, in chain order.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM PARA-PRINT-STEP
           END-PERFORM

           *> The chain run itself.
           PERFORM PARA-FLAG-CHAIN
           MOVE WS-CH-STATUS TO WS-SHOW-STATUS
           IF WS-SHOW-STATUS = SPACES
               MOVE "NOT-RUN" TO WS-SHOW-STATUS
               MOVE SPACES TO WS-EL-TEXT
           ELSE
               MOVE WS-CH-ELAPSED TO WS-EL-IN
               PERFORM PARA-FORMAT-ELAPSED
           END-IF
           MOVE SPACES TO WS-RPT-LINE
           STRING "CHAIN|PROG=MVP09PROGRAM|STATUS=" DELIMITED BY SIZE
                  WS-SHOW-STATUS DELIMITED BY SIZE
                  "|START="      DELIMITED BY SIZE
                  WS-CH-START    DELIMITED BY SIZE
                  "|END="        DELIMITED BY SIZE
                  WS-CH-END      DELIMITED BY SIZE
                  "|ELAPSED="    DELIMITED BY SIZE
                  WS-EL-TEXT     DELIMITED BY SIZE
                  "|FLAG="       DELIMITED BY SIZE
                  WS-FLAG        DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-DETAIL

           *> Balancing.
           PERFORM PARA-FLAG-BALANCING
           MOVE SPACES TO WS-RPT-LINE
           IF WS-BR-STATUS = SPACES
               STRING "BALANCING|RESULT=NOT-RUN|FLAG="
                                      DELIMITED BY SIZE
                      WS-FLAG         DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "BALANCING|RESULT=" DELIMITED BY SIZE
                      WS-BR-STATUS     DELIMITED BY SPACE
                      "|EXCEPTIONS="   DELIMITED BY SIZE
                      WS-BR-EXCEPTIONS DELIMITED BY SIZE
                      "|FLAG="         DELIMITED BY SIZE
                      WS-FLAG          DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM PARA-RPT-DETAIL

           *> Open alerts.
           PERFORM PARA-FLAG-ALERTS
           MOVE SPACES TO WS-RPT-LINE
           STRING "ALERTS|OPEN-ERROR=" DELIMITED BY SIZE
                  WS-CNT-ALERT-E      DELIMITED BY SIZE
                  "|OPEN-WARNING="    DELIMITED BY SIZE
                  WS-CNT-ALERT-W      DELIMITED BY SIZE
                  "|OPEN-INFO="       DELIMITED BY SIZE
                  WS-CNT-ALERT-I      DELIMITED BY SIZE
                  "|FLAG="            DELIMITED BY SIZE
                  WS-FLAG             DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-DETAIL

           *> Transmissions.
           PERFORM PARA-FLAG-TRANSMIT
           MOVE SPACES TO WS-RPT-LINE
           STRING "TRANSMIT|PENDING=" DELIMITED BY SIZE
                  WS-CNT-PENDING     DELIMITED BY SIZE
                  "|OVERDUE="        DELIMITED BY SIZE
                  WS-CNT-OVERDUE     DELIMITED BY SIZE
                  "|FLAG="           DELIMITED BY SIZE
                  WS-FLAG            DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-DETAIL

           *> Quarantine.
           PERFORM PARA-FLAG-QUARANTINE
           MOVE SPACES TO WS-RPT-LINE
           STRING "QUARANTINE|HELD=" DELIMITED BY SIZE
                  WS-CNT-QUARANTINED DELIMITED BY SIZE
                  "|FLAG="           DELIMITED BY SIZE
                  WS-FLAG            DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-DETAIL

           *> Outstanding rejects.
           PERFORM PARA-FLAG-REJECTS
           MOVE SPACES TO WS-RPT-LINE
           IF WS-RA-STATUS = SPACES
               STRING "REJECTS|RESULT=NOT-RUN|FLAG="
                                      DELIMITED BY SIZE
                      WS-FLAG         DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
           ELSE
               STRING "REJECTS|OUTSTANDING=" DELIMITED BY SIZE
                      WS-RA-OUTSTANDING DELIMITED BY SIZE
                      "|OVER-MAX-AGE="  DELIMITED BY SIZE
                      WS-RA-AGED        DELIMITED BY SIZE
                      "|LIMIT="         DELIMITED BY SIZE
                      WS-MAX-REJECTS    DELIMITED BY SIZE
                      "|FLAG="          DELIMITED BY SIZE
                      WS-FLAG           DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
           END-IF
           PERFORM PARA-RPT-DETAIL

           MOVE "E" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT
           MOVE "R" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           MOVE "OPSDASH" TO WS-RS-TEXT(1:16)
           MOVE WS-RH-PROGRAM TO WS-RS-TEXT(17:16)
           MOVE WS-NIGHT-END TO WS-RS-TEXT(33:8)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT.

           EXIT.

       PARA-PRINT-STEP.
           PERFORM PARA-FLAG-STEP
           MOVE WS-STEP-STATUS(WS-STEP-IDX) TO WS-SHOW-STATUS
           MOVE SPACES TO WS-EL-TEXT
           EVALUATE TRUE
               WHEN WS-STEP-ENABLED(WS-STEP-IDX) NOT = "Y"
                   MOVE "DISABLED" TO WS-SHOW-STATUS
               WHEN WS-SHOW-STATUS = SPACES
                   MOVE "NOT-RUN" TO WS-SHOW-STATUS
               WHEN OTHER
                   MOVE WS-STEP-ELAPSED(WS-STEP-IDX) TO WS-EL-IN
                   PERFORM PARA-FORMAT-ELAPSED
           END-EVALUATE
           MOVE SPACES TO WS-RPT-LINE
           STRING "STEP|ID="       DELIMITED BY SIZE
                  WS-STEP-ID(WS-STEP-IDX) DELIMITED BY SIZE
                  "|PROG="         DELIMITED BY SIZE
                  WS-STEP-PROGRAM(WS-STEP-IDX) DELIMITED BY SIZE
                  "|SET="          DELIMITED BY SIZE
                  WS-STEP-SET(WS-STEP-IDX) DELIMITED BY SIZE
                  "|STATUS="       DELIMITED BY SIZE
                  WS-SHOW-STATUS   DELIMITED BY SIZE
                  "|ELAPSED="      DELIMITED BY SIZE
                  WS-EL-TEXT       DELIMITED BY SIZE
                  "|FLAG="         DELIMITED BY SIZE
                  WS-FLAG          DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-DETAIL.

           EXIT.

       PARA-FORMAT-ELAPSED.
           MOVE SPACES TO WS-EL-TEXT
           IF WS-EL-IN IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE WS-EL-IN TO WS-EL-SECS
           DIVIDE WS-EL-SECS BY 3600 GIVING WS-EL-HH
               REMAINDER WS-EL-REM
           DIVIDE WS-EL-REM BY 60 GIVING WS-EL-MM
               REMAINDER WS-EL-SS
           STRING WS-EL-HH ":" WS-EL-MM ":" WS-EL-SS
                  DELIMITED BY SIZE
                  INTO WS-EL-TEXT
           END-STRING.

           EXIT.

       PARA-RPT-DETAIL.
           MOVE "D" TO WS-RS-FUNC
           MOVE WS-RPT-LINE(1:132) TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT
           ADD 1 TO WS-CNT-LINES
           DISPLAY WS-RPT-LINE(1:110).

           EXIT.
