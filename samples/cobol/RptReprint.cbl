       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTREPRINT.

      *> Reprint from the report repository RPTREPOSUB files every
      *> report into (REPORT_REPOSITORY, default
      *> report-repository.txt): any registered report is produced
      *> again by its id and report date, so last Tuesday's
      *> balancing sheet can be handed to audit exactly as it was
      *> first printed.
      *>
      *> REPRINT_ID      the report id (BALRPT, BATCHWIN, ...); blank
      *>                 lists the repository instead of reprinting
      *> REPRINT_DATE    the report date; zero takes the most recent
      *>                 report registered under the id. When a
      *>                 report was registered more than once for the
      *>                 date, the last registration is the one
      *>                 reprinted.
      *> REPRINT_OUTPUT  where the copy is written (default
      *>                 reprint-<id>-<date>.txt)
      *>
      *> Every reprint is written to the delivery log
      *> (REPORT_DELIVERY_LOG, default report-delivery-log.txt) as a
      *> REPRINT entry next to the regular deliveries.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO DYNAMIC WS-IDX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-IDX-FS.
           SELECT STOR-FILE ASSIGN TO DYNAMIC WS-STOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STOR-FS.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-OUT-FS.
           SELECT DLOG-FILE ASSIGN TO DYNAMIC WS-DLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-DLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       *> The RPTREPOSUB repository index layout.
       FD  IDX-FILE.
       01  IDX-REC.
           05 RR-ID             PIC X(16).
           05 FILLER            PIC X(1).
           05 RR-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 RR-TIME           PIC 9(6).
           05 FILLER            PIC X(1).
           05 RR-PAGES          PIC 9(4).
           05 FILLER            PIC X(1).
           05 RR-LINES          PIC 9(7).
           05 FILLER            PIC X(1).
           05 RR-PROGRAM        PIC X(16).
           05 FILLER            PIC X(1).
           05 RR-SOURCE         PIC X(40).
           05 FILLER            PIC X(1).
           05 RR-STORED         PIC X(80).

       FD  STOR-FILE.
       01  STOR-REC             PIC X(400).

       FD  OUT-FILE.
       01  OUT-REC              PIC X(400).

       FD  DLOG-FILE.
       01  DLOG-REC             PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-IDX-PATH          PIC X(260).
       01  WS-IDX-FS            PIC XX.
       01  WS-STOR-PATH         PIC X(260).
       01  WS-STOR-FS           PIC XX.
       01  WS-OUT-PATH          PIC X(260).
       01  WS-OUT-FS            PIC XX.
       01  WS-DLOG-PATH         PIC X(260).
       01  WS-DLOG-FS           PIC XX.
       01  WS-IDX-EOF           PIC X VALUE "N".
           88 IDX-EOF            VALUE "Y".
       01  WS-STOR-EOF          PIC X VALUE "N".
           88 STOR-EOF           VALUE "Y".
       01  WS-REQ-ID            PIC X(16).
       01  WS-REQ-DATE          PIC 9(8) VALUE 0.
       01  WS-TODAY             PIC 9(8) VALUE 0.
       01  WS-NOW               PIC 9(8) VALUE 0.
       01  WS-LINES             PIC 9(7) VALUE 0.
       01  WS-CNT-ENTRIES       PIC 9(6) VALUE 0.
       01  WS-RESULT            PIC X(10).

       *> The registration chosen for the reprint.
       01  WS-FOUND             PIC X VALUE "N".
           88 FOUND              VALUE "Y".
       01  WS-HIT-DATE          PIC 9(8) VALUE 0.
       01  WS-HIT-TIME          PIC 9(6) VALUE 0.
       01  WS-HIT-PAGES         PIC 9(4) VALUE 0.
       01  WS-HIT-LINES         PIC 9(7) VALUE 0.
       01  WS-HIT-PROGRAM       PIC X(16).
       01  WS-HIT-STORED        PIC X(80).

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "RPTREPRINT".
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
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           ACCEPT WS-NOW FROM TIME.

           MOVE "report-repository.txt" TO WS-IDX-PATH.
           ACCEPT WS-IDX-PATH FROM ENVIRONMENT "REPORT_REPOSITORY".
           IF WS-IDX-PATH = SPACES
               MOVE "report-repository.txt" TO WS-IDX-PATH
           END-IF.

           MOVE "report-delivery-log.txt" TO WS-DLOG-PATH.
           ACCEPT WS-DLOG-PATH FROM ENVIRONMENT "REPORT_DELIVERY_LOG".
           IF WS-DLOG-PATH = SPACES
               MOVE "report-delivery-log.txt" TO WS-DLOG-PATH
           END-IF.

           MOVE SPACES TO WS-REQ-ID.
           ACCEPT WS-REQ-ID FROM ENVIRONMENT "REPRINT_ID".
           MOVE 0 TO WS-REQ-DATE.
           ACCEPT WS-REQ-DATE FROM ENVIRONMENT "REPRINT_DATE".

           OPEN INPUT IDX-FILE.
           IF WS-IDX-FS NOT = "00"
               DISPLAY "ERROR|REASON=REPOSITORY-NOT-FOUND|PATH="
                       WS-IDX-PATH(1:40) "|STATUS=" WS-IDX-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           PERFORM UNTIL IDX-EOF
               READ IDX-FILE
                   AT END
                       SET IDX-EOF TO TRUE
                   NOT AT END
                       IF RR-ID NOT = SPACES
                           PERFORM PARA-CHECK-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE IDX-FILE.

           IF WS-REQ-ID = SPACES
               DISPLAY "REPOSITORY|ENTRIES=" WS-CNT-ENTRIES
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           IF NOT FOUND
               DISPLAY "ERROR|REASON=REPORT-NOT-REGISTERED|ID="
                       WS-REQ-ID "|DATE=" WS-REQ-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           MOVE SPACES TO WS-OUT-PATH.
           STRING "reprint-"               DELIMITED BY SIZE
                  FUNCTION TRIM(WS-REQ-ID) DELIMITED BY SIZE
                  "-"                      DELIMITED BY SIZE
                  WS-HIT-DATE              DELIMITED BY SIZE
                  ".txt"                   DELIMITED BY SIZE
                  INTO WS-OUT-PATH
           END-STRING.
           ACCEPT WS-OUT-PATH FROM ENVIRONMENT "REPRINT_OUTPUT".
           IF WS-OUT-PATH = SPACES
               STRING "reprint-"               DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REQ-ID) DELIMITED BY SIZE
                      "-"                      DELIMITED BY SIZE
                      WS-HIT-DATE              DELIMITED BY SIZE
                      ".txt"                   DELIMITED BY SIZE
                      INTO WS-OUT-PATH
               END-STRING
           END-IF.

           PERFORM PARA-COPY-REPORT.

           PERFORM PARA-LOG-REPRINT.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-IDX-PATH(1:40) TO WS-RH-IN
           MOVE WS-OUT-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-ENTRIES TO WS-RH-READ
           MOVE WS-LINES TO WS-RH-WRITTEN
           MOVE 0 TO WS-RH-REJECTED
           EVALUATE TRUE
               WHEN RETURN-CODE >= 8
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

       PARA-CHECK-ENTRY.
           ADD 1 TO WS-CNT-ENTRIES
           IF WS-REQ-ID = SPACES
               IF WS-REQ-DATE = 0 OR RR-DATE = WS-REQ-DATE
                   DISPLAY "REPORT|ID=" RR-ID
                           "|DATE=" RR-DATE
                           "|TIME=" RR-TIME
                           "|PAGES=" RR-PAGES
                           "|PROG=" RR-PROGRAM
                           "|FILE=" RR-SOURCE
               END-IF
               EXIT PARAGRAPH
           END-IF

           IF RR-ID NOT = WS-REQ-ID
               EXIT PARAGRAPH
           END-IF
           IF WS-REQ-DATE NOT = 0 AND RR-DATE NOT = WS-REQ-DATE
               EXIT PARAGRAPH
           END-IF
           *> The index is in registration order, so a later entry
           *> for the same date supersedes an earlier one; without a
           *> date the latest report date wins.
           IF FOUND AND RR-DATE < WS-HIT-DATE
               EXIT PARAGRAPH
           END-IF
           SET FOUND TO TRUE
           MOVE RR-DATE TO WS-HIT-DATE
           MOVE RR-TIME TO WS-HIT-TIME
           MOVE RR-PAGES TO WS-HIT-PAGES
           MOVE RR-LINES TO WS-HIT-LINES
           MOVE RR-PROGRAM TO WS-HIT-PROGRAM
           MOVE RR-STORED TO WS-HIT-STORED.

           EXIT.

       PARA-COPY-REPORT.
           MOVE SPACES TO WS-STOR-PATH
           MOVE WS-HIT-STORED TO WS-STOR-PATH(1:80)
           MOVE "N" TO WS-STOR-EOF
           OPEN INPUT STOR-FILE
           IF WS-STOR-FS NOT = "00"
               DISPLAY "ERROR|REASON=STORED-COPY-MISSING|PATH="
                       WS-HIT-STORED(1:60) "|STATUS=" WS-STOR-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT OUT-FILE
           IF WS-OUT-FS NOT = "00"
               DISPLAY "ERROR|REASON=OUTPUT-OPEN-FAILED|PATH="
                       WS-OUT-PATH(1:40) "|STATUS=" WS-OUT-FS
               CLOSE STOR-FILE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL STOR-EOF
               READ STOR-FILE
                   AT END
                       SET STOR-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINES
                       WRITE OUT-REC FROM STOR-REC
               END-READ
           END-PERFORM
           CLOSE STOR-FILE
           CLOSE OUT-FILE

           *> A stored copy that no longer matches its registration
           *> is reprinted but flagged.
           IF WS-LINES NOT = WS-HIT-LINES
               DISPLAY "WARNING|REASON=LINE-COUNT-DIFFERS|REGISTERED="
                       WS-HIT-LINES "|REPRINTED=" WS-LINES
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF

           DISPLAY "REPRINT|ID=" WS-REQ-ID
                   "|DATE=" WS-HIT-DATE
                   "|REGISTERED=" WS-HIT-TIME
                   "|PAGES=" WS-HIT-PAGES
                   "|PROG=" WS-HIT-PROGRAM
                   "|OUTPUT=" WS-OUT-PATH(1:40).

           EXIT.

       PARA-LOG-REPRINT.
           OPEN EXTEND DLOG-FILE
           IF WS-DLOG-FS NOT = "00"
               OPEN OUTPUT DLOG-FILE
           END-IF
           IF WS-DLOG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           IF RETURN-CODE >= 8
               MOVE "FAILED" TO WS-RESULT
           ELSE
               MOVE "REPRINTED" TO WS-RESULT
           END-IF
           MOVE SPACES TO DLOG-REC
           STRING "REPRINT|DATE="    DELIMITED BY SIZE
                  WS-TODAY           DELIMITED BY SIZE
                  "|TIME="           DELIMITED BY SIZE
                  WS-NOW(1:6)        DELIMITED BY SIZE
                  "|ID="             DELIMITED BY SIZE
                  WS-REQ-ID          DELIMITED BY SIZE
                  "|RPTDATE="        DELIMITED BY SIZE
                  WS-HIT-DATE        DELIMITED BY SIZE
                  "|PROG="           DELIMITED BY SIZE
                  WS-HIT-PROGRAM     DELIMITED BY SIZE
                  "|RESULT="         DELIMITED BY SIZE
                  WS-RESULT          DELIMITED BY SIZE
                  "|FOLDER="         DELIMITED BY SIZE
                  "|FILE="           DELIMITED BY SIZE
                  WS-OUT-PATH(1:80)  DELIMITED BY SIZE
                  INTO DLOG-REC
           END-STRING
           WRITE DLOG-REC
           CLOSE DLOG-FILE.

           EXIT.
