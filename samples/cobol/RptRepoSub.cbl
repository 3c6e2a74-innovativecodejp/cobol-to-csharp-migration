       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTREPOSUB.

      *> Report repository and distribution. Every report the suite
      *> produces is registered here once it is closed, so it no
      *> longer lives only under its fixed working name (overwritten
      *> the next night):
      *>   1. the report is copied into the repository under
      *>      <prefix><report id>-<report date>-<hhmmss>.txt
      *>      (REPORT_REPO_PREFIX, default rptrepo-);
      *>   2. an entry is appended to the repository index
      *>      (REPORT_REPOSITORY, default report-repository.txt):
      *>        id(16) date(8) time(6) pages(4) lines(7)
      *>        program(16) source(40) stored(80)
      *>      separated by single spaces;
      *>   3. a copy is delivered to every recipient folder the
      *>      distribution list (REPORT_DISTRIBUTION, default
      *>      report-distribution.txt) names for the report:
      *>        id(16) folder(60)
      *>      separated by a single space, id * meaning every
      *>      report; each delivery, good or failed, is written to
      *>      the delivery log (REPORT_DELIVERY_LOG, default
      *>      report-delivery-log.txt), and a failed one raises an
      *>      ALERTSUB warning under the producing program.
      *> RPTREPRINT retrieves a registered report by id and date.
      *>
      *> LK-RPT-ID:   the report's registered id (BALRPT, BATCHWIN).
      *> LK-PROGRAM:  the producing program.
      *> LK-PATH:     the report as written.
      *> LK-RPT-DATE: the business date the report is for; zero
      *>              takes today.
      *> LK-PAGES:    the page count; zero counts the report's lines
      *>              into pages of REPORT_PAGE_LINES (default 60).
      *> LK-STATUS:   00 = registered (and delivered),
      *>              10 = registered, a delivery failed,
      *>              30 = the report could not be read,
      *>              90 = the repository could not be written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SRC-FILE ASSIGN TO DYNAMIC WS-SRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-SRC-FS.
           SELECT STOR-FILE ASSIGN TO DYNAMIC WS-STOR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STOR-FS.
           SELECT IDX-FILE ASSIGN TO DYNAMIC WS-IDX-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-IDX-FS.
           SELECT DIST-FILE ASSIGN TO DYNAMIC WS-DIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-DIST-FS.
           SELECT DLVR-FILE ASSIGN TO DYNAMIC WS-DLVR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-DLVR-FS.
           SELECT DLOG-FILE ASSIGN TO DYNAMIC WS-DLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-DLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SRC-FILE.
       01  SRC-REC              PIC X(400).

       FD  STOR-FILE.
       01  STOR-REC             PIC X(400).

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

       FD  DIST-FILE.
       01  DIST-REC.
           05 DS-ID             PIC X(16).
           05 FILLER            PIC X(1).
           05 DS-FOLDER         PIC X(60).

       FD  DLVR-FILE.
       01  DLVR-REC             PIC X(400).

       FD  DLOG-FILE.
       01  DLOG-REC             PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-SRC-PATH          PIC X(260).
       01  WS-SRC-FS            PIC XX.
       01  WS-STOR-PATH         PIC X(260).
       01  WS-STOR-FS           PIC XX.
       01  WS-IDX-PATH          PIC X(260).
       01  WS-IDX-FS            PIC XX.
       01  WS-DIST-PATH         PIC X(260).
       01  WS-DIST-FS           PIC XX.
       01  WS-DLVR-PATH         PIC X(260).
       01  WS-DLVR-FS           PIC XX.
       01  WS-DLOG-PATH         PIC X(260).
       01  WS-DLOG-FS           PIC XX.
       01  WS-PREFIX            PIC X(40).
       01  WS-SRC-EOF           PIC X VALUE "N".
           88 SRC-EOF            VALUE "Y".
       01  WS-DIST-EOF          PIC X VALUE "N".
           88 DIST-EOF           VALUE "Y".
       01  WS-TODAY             PIC 9(8) VALUE 0.
       01  WS-NOW               PIC 9(8) VALUE 0.
       01  WS-RPT-DATE          PIC 9(8) VALUE 0.
       01  WS-PAGES             PIC 9(4) VALUE 0.
       01  WS-LINES             PIC 9(7) VALUE 0.
       01  WS-PAGE-SIZE         PIC 9(3) VALUE 60.
       01  WS-RESULT            PIC X(10).
       01  WS-CNT-DELIVERED     PIC 9(3) VALUE 0.
       01  WS-CNT-FAILED        PIC 9(3) VALUE 0.

       *> ALERTSUB parameter block.
       01  WS-AL-SEV            PIC X(1).
       01  WS-AL-PROGRAM        PIC X(16).
       01  WS-AL-REASON         PIC X(30).
       01  WS-AL-DETAIL         PIC X(60).

       LINKAGE SECTION.
       01  LK-RPT-ID            PIC X(16).
       01  LK-PROGRAM           PIC X(16).
       01  LK-PATH              PIC X(260).
       01  LK-RPT-DATE          PIC 9(8).
       01  LK-PAGES             PIC 9(4).
       01  LK-STATUS            PIC XX.

       PROCEDURE DIVISION USING LK-RPT-ID LK-PROGRAM LK-PATH
                                LK-RPT-DATE LK-PAGES LK-STATUS.
           MOVE "00" TO LK-STATUS
           MOVE 0 TO WS-CNT-DELIVERED WS-CNT-FAILED
           ACCEPT WS-TODAY FROM DATE YYYYMMDD
           ACCEPT WS-NOW FROM TIME
           MOVE LK-RPT-DATE TO WS-RPT-DATE
           IF WS-RPT-DATE = 0
               MOVE WS-TODAY TO WS-RPT-DATE
           END-IF

           MOVE "rptrepo-" TO WS-PREFIX
           ACCEPT WS-PREFIX FROM ENVIRONMENT "REPORT_REPO_PREFIX"
           IF WS-PREFIX = SPACES
               MOVE "rptrepo-" TO WS-PREFIX
           END-IF
           MOVE "report-repository.txt" TO WS-IDX-PATH
           ACCEPT WS-IDX-PATH FROM ENVIRONMENT "REPORT_REPOSITORY"
           IF WS-IDX-PATH = SPACES
               MOVE "report-repository.txt" TO WS-IDX-PATH
           END-IF
           MOVE "report-distribution.txt" TO WS-DIST-PATH
           ACCEPT WS-DIST-PATH FROM ENVIRONMENT "REPORT_DISTRIBUTION"
           IF WS-DIST-PATH = SPACES
               MOVE "report-distribution.txt" TO WS-DIST-PATH
           END-IF
           MOVE "report-delivery-log.txt" TO WS-DLOG-PATH
           ACCEPT WS-DLOG-PATH FROM ENVIRONMENT "REPORT_DELIVERY_LOG"
           IF WS-DLOG-PATH = SPACES
               MOVE "report-delivery-log.txt" TO WS-DLOG-PATH
           END-IF

           MOVE SPACES TO WS-STOR-PATH
           STRING FUNCTION TRIM(WS-PREFIX)  DELIMITED BY SIZE
                  FUNCTION TRIM(LK-RPT-ID)  DELIMITED BY SIZE
                  "-"                       DELIMITED BY SIZE
                  WS-RPT-DATE               DELIMITED BY SIZE
                  "-"                       DELIMITED BY SIZE
                  WS-NOW(1:6)               DELIMITED BY SIZE
                  ".txt"                    DELIMITED BY SIZE
                  INTO WS-STOR-PATH
           END-STRING

           PERFORM PARA-STORE-REPORT
           IF LK-STATUS NOT = "00"
               GOBACK
           END-IF

           MOVE LK-PAGES TO WS-PAGES
           IF WS-PAGES = 0
               ACCEPT WS-PAGE-SIZE FROM ENVIRONMENT "REPORT_PAGE_LINES"
               IF WS-PAGE-SIZE = 0
                   MOVE 60 TO WS-PAGE-SIZE
               END-IF
               COMPUTE WS-PAGES = (WS-LINES + WS-PAGE-SIZE - 1)
                                  / WS-PAGE-SIZE
               IF WS-PAGES = 0
                   MOVE 1 TO WS-PAGES
               END-IF
           END-IF

           PERFORM PARA-REGISTER-REPORT
           IF LK-STATUS NOT = "00"
               GOBACK
           END-IF

           PERFORM PARA-DISTRIBUTE-REPORT

           DISPLAY "REPORT-REPO|ID=" LK-RPT-ID
                   "|DATE=" WS-RPT-DATE
                   "|PAGES=" WS-PAGES
                   "|DELIVERED=" WS-CNT-DELIVERED
                   "|FAILED=" WS-CNT-FAILED
                   "|STORED=" WS-STOR-PATH(1:60)

           GOBACK.

       PARA-STORE-REPORT.
           MOVE LK-PATH TO WS-SRC-PATH
           MOVE 0 TO WS-LINES
           MOVE "N" TO WS-SRC-EOF
           OPEN INPUT SRC-FILE
           IF WS-SRC-FS NOT = "00"
               DISPLAY "REPORT-REPO|RESULT=REPORT-NOT-FOUND|PATH="
                       WS-SRC-PATH(1:40) "|STATUS=" WS-SRC-FS
               MOVE "30" TO LK-STATUS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT STOR-FILE
           IF WS-STOR-FS NOT = "00"
               DISPLAY "REPORT-REPO|RESULT=STORE-FAILED|PATH="
                       WS-STOR-PATH(1:60) "|STATUS=" WS-STOR-FS
               CLOSE SRC-FILE
               MOVE "90" TO LK-STATUS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SRC-EOF
               READ SRC-FILE
                   AT END
                       SET SRC-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-LINES
                       WRITE STOR-REC FROM SRC-REC
               END-READ
           END-PERFORM
           CLOSE SRC-FILE
           CLOSE STOR-FILE.

           EXIT.

       PARA-REGISTER-REPORT.
           OPEN EXTEND IDX-FILE
           IF WS-IDX-FS NOT = "00"
               OPEN OUTPUT IDX-FILE
           END-IF
           IF WS-IDX-FS NOT = "00"
               DISPLAY "REPORT-REPO|RESULT=INDEX-FAILED|PATH="
                       WS-IDX-PATH(1:40) "|STATUS=" WS-IDX-FS
               MOVE "90" TO LK-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO IDX-REC
           MOVE LK-RPT-ID TO RR-ID
           MOVE WS-RPT-DATE TO RR-DATE
           MOVE WS-NOW(1:6) TO RR-TIME
           MOVE WS-PAGES TO RR-PAGES
           MOVE WS-LINES TO RR-LINES
           MOVE LK-PROGRAM TO RR-PROGRAM
           MOVE LK-PATH(1:40) TO RR-SOURCE
           MOVE WS-STOR-PATH(1:80) TO RR-STORED
           WRITE IDX-REC
           CLOSE IDX-FILE.

           EXIT.

       PARA-DISTRIBUTE-REPORT.
           *> No distribution list means the report is filed in the
           *> repository only.
           MOVE "N" TO WS-DIST-EOF
           OPEN INPUT DIST-FILE
           IF WS-DIST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL DIST-EOF
               READ DIST-FILE
                   AT END
                       SET DIST-EOF TO TRUE
                   NOT AT END
                       IF DS-FOLDER NOT = SPACES
                           AND (DS-ID = LK-RPT-ID OR DS-ID = "*")
                           PERFORM PARA-DELIVER-ONE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIST-FILE
           IF WS-CNT-FAILED > 0
               MOVE "10" TO LK-STATUS
           END-IF.

           EXIT.

       PARA-DELIVER-ONE.
           MOVE SPACES TO WS-DLVR-PATH
           STRING FUNCTION TRIM(DS-FOLDER) DELIMITED BY SIZE
                  "/"                      DELIMITED BY SIZE
                  FUNCTION TRIM(LK-RPT-ID) DELIMITED BY SIZE
                  "-"                      DELIMITED BY SIZE
                  WS-RPT-DATE              DELIMITED BY SIZE
                  ".txt"                   DELIMITED BY SIZE
                  INTO WS-DLVR-PATH
           END-STRING

           MOVE "DELIVERED" TO WS-RESULT
           MOVE "N" TO WS-SRC-EOF
           MOVE WS-STOR-PATH TO WS-SRC-PATH
           OPEN INPUT SRC-FILE
           IF WS-SRC-FS NOT = "00"
               MOVE "FAILED" TO WS-RESULT
           ELSE
               OPEN OUTPUT DLVR-FILE
               IF WS-DLVR-FS NOT = "00"
                   MOVE "FAILED" TO WS-RESULT
               ELSE
                   PERFORM UNTIL SRC-EOF
                       READ SRC-FILE
                           AT END
                               SET SRC-EOF TO TRUE
                           NOT AT END
                               WRITE DLVR-REC FROM SRC-REC
                       END-READ
                   END-PERFORM
                   CLOSE DLVR-FILE
               END-IF
               CLOSE SRC-FILE
           END-IF

           IF WS-RESULT = "DELIVERED"
               ADD 1 TO WS-CNT-DELIVERED
           ELSE
               ADD 1 TO WS-CNT-FAILED
               MOVE "W" TO WS-AL-SEV
               MOVE LK-PROGRAM TO WS-AL-PROGRAM
               MOVE "REPORT-DELIVERY-FAILED" TO WS-AL-REASON
               MOVE SPACES TO WS-AL-DETAIL
               STRING "ID="                     DELIMITED BY SIZE
                      FUNCTION TRIM(LK-RPT-ID)  DELIMITED BY SIZE
                      " FOLDER="                DELIMITED BY SIZE
                      FUNCTION TRIM(DS-FOLDER)  DELIMITED BY SIZE
                      INTO WS-AL-DETAIL
               END-STRING
               CALL "ALERTSUB" USING WS-AL-SEV WS-AL-PROGRAM
                   WS-AL-REASON WS-AL-DETAIL
           END-IF

           PERFORM PARA-LOG-DELIVERY.

           EXIT.

       PARA-LOG-DELIVERY.
           OPEN EXTEND DLOG-FILE
           IF WS-DLOG-FS NOT = "00"
               OPEN OUTPUT DLOG-FILE
           END-IF
           IF WS-DLOG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DLOG-REC
           STRING "DELIVERY|DATE="   DELIMITED BY SIZE
                  WS-TODAY           DELIMITED BY SIZE
                  "|TIME="           DELIMITED BY SIZE
                  WS-NOW(1:6)        DELIMITED BY SIZE
                  "|ID="             DELIMITED BY SIZE
                  LK-RPT-ID          DELIMITED BY SIZE
                  "|RPTDATE="        DELIMITED BY SIZE
                  WS-RPT-DATE        DELIMITED BY SIZE
                  "|PROG="           DELIMITED BY SIZE
                  LK-PROGRAM         DELIMITED BY SIZE
                  "|RESULT="         DELIMITED BY SIZE
                  WS-RESULT          DELIMITED BY SIZE
                  "|FOLDER="         DELIMITED BY SIZE
                  DS-FOLDER          DELIMITED BY SIZE
                  "|FILE="           DELIMITED BY SIZE
                  WS-DLVR-PATH(1:80) DELIMITED BY SIZE
                  INTO DLOG-REC
           END-STRING
           WRITE DLOG-REC
           CLOSE DLOG-FILE.

           EXIT.
