               FILE STATUS  IS WS-GOLD-FS.
           SELECT SUM-FILE ASSIGN TO DYNAMIC WS-SUM-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SRC-FILE ASSIGN TO DYNAMIC WS-SRC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SRC-FS.
           SELECT LIST-FILE ASSIGN TO DYNAMIC WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-LIST-FS.
           SELECT COV-FILE ASSIGN TO DYNAMIC WS-COV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-COV-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUM-FILE.
       01  SUM-REC                PIC X(200).

       *> Program source scanned for its paragraph names.
       FD  SRC-FILE.
       01  SRC-REC                PIC X(80).

       *> Source list or golden index read by COVERAGE mode.
       FD  LIST-FILE.
       01  LIST-REC               PIC X(200).

       *> Paragraph coverage report over the golden library.
       FD  COV-FILE.
       01  COV-REC                PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-RUN                 PIC X(20) VALUE "GOLDEN-0001".
       01  WS-RECNO               PIC 9(4) VALUE 0.
       01  WS-REC-LEN             PIC 9(4) VALUE 0.
       01  WS-AVG-LEN             PIC 9(4) VALUE 0.

       *> Run mode: RUN (default trace capture), DIFF (compare two
       *> previously captured trace files), REGRESS, SUMMARY or
       *> COVERAGE (paragraph coverage over the golden library).
       01  WS-MODE                PIC X(8) VALUE "RUN".

       *> DIFF mode working storage.
       01  WS-DIFFA-PATH          PIC X(260).
               10 WS-SUM-PERF-IN  PIC 9(6).
               10 WS-SUM-PERF-OUT PIC 9(6).
               10 WS-SUM-OTHER    PIC 9(6).

       *> COVERAGE mode: every paragraph of each TRACESUB-traced
       *> program, taken from its source (GOLDENIOTRACE_SOURCES,
       *> default coverage-sources.txt: the program's RUN= name and
       *> its source path, one pair per line), counted against the
       *> PARA entry events in each golden trace named in the
       *> library index (GOLDENIOTRACE_GOLDENS, default
       *> golden-index.txt in the library: one run identifier per
       *> line, the golden being <library>/<run>.golden). A
       *> paragraph counts once per golden that reaches it; those
       *> no golden reaches are flagged NOT-COVERED in the report
       *> (GOLDENIOTRACE_COVERAGE, default trace-coverage.txt).
       01  WS-SRC-PATH            PIC X(260).
       01  WS-SRC-FS              PIC XX.
       01  WS-SRC-EOF             PIC X VALUE "N".
           88 SRC-EOF              VALUE "Y".
       01  WS-IN-PROCEDURE        PIC X VALUE "N".
           88 IN-PROCEDURE         VALUE "Y".
       01  WS-LIST-PATH           PIC X(260).
       01  WS-LIST-FS             PIC XX.
       01  WS-LIST-EOF            PIC X VALUE "N".
           88 LIST-EOF             VALUE "Y".
       01  WS-COV-PATH            PIC X(260).
       01  WS-COV-FS              PIC XX.
       01  WS-COV-SRCLIST         PIC X(260).
       01  WS-COV-INDEX           PIC X(260).
       01  WS-COV-PROG-IN         PIC X(20).
       01  WS-COV-SRC-IN          PIC X(180).
       01  WS-COV-NAME            PIC X(40).
       01  WS-COV-DELIM           PIC X(1).
       01  WS-COV-LEN             PIC 9(3) VALUE 0.
       01  WS-COV-POS             PIC 9(3) VALUE 0.
       01  WS-COV-TALLY           PIC 9(3) VALUE 0.
       01  WS-COV-PARA-IN         PIC X(30).
       01  WS-COV-SEL             PIC 9(3) VALUE 0.
       01  WS-COV-GOLDENS         PIC 9(4) VALUE 0.
       01  WS-COV-MISSING         PIC 9(4) VALUE 0.
       01  WS-COV-UNLISTED        PIC 9(6) VALUE 0.
       01  WS-COV-PARAS           PIC 9(4) VALUE 0.
       01  WS-COV-COVERED         PIC 9(4) VALUE 0.
       01  WS-COV-UNCOVERED       PIC 9(4) VALUE 0.
       01  WS-COV-PCT             PIC 9(3) VALUE 0.
       01  WS-CP-COUNT            PIC 9(2) VALUE 0.
       01  WS-CP-IDX              PIC 9(2) VALUE 0.
       01  WS-CP-TAB.
           05 WS-CP-ENTRY OCCURS 10 TIMES.
               10 WS-CP-PROG      PIC X(20).
               10 WS-CP-SOURCE    PIC X(9).
               10 WS-CP-PARAS     PIC 9(3).
               10 WS-CP-COVERED   PIC 9(3).
       01  WS-CV-COUNT            PIC 9(3) VALUE 0.
       01  WS-CV-IDX              PIC 9(3) VALUE 0.
       01  WS-CV-TAB.
           05 WS-CV-ENTRY OCCURS 300 TIMES.
               10 WS-CV-PROG      PIC X(20).
               10 WS-CV-PARA      PIC X(30).
               10 WS-CV-GOLDENS   PIC 9(4).
               10 WS-CV-HIT       PIC X(1).
       *> Elapsed-time profiling: every traced event carries the
       *> capture timestamp (TS=, hhmmsscc) and the centiseconds
       *> since the previous event (EL=), and the capture ends with

           ACCEPT WS-MODE FROM ENVIRONMENT "GOLDENIOTRACE_MODE".
           IF WS-MODE NOT = "DIFF" AND WS-MODE NOT = "REGRESS"
               AND WS-MODE NOT = "SUMMARY" AND WS-MODE NOT = "COVERAGE"
               MOVE "RUN" TO WS-MODE
           END-IF.

           ACCEPT WS-TRACE-PATH FROM ENVIRONMENT "GOLDENIOTRACE_TRACE".
           IF WS-TRACE-PATH NOT = SPACES
               AND WS-MODE NOT = "SUMMARY" AND WS-MODE NOT = "DIFF"
               AND WS-MODE NOT = "COVERAGE"
               SET TRACE-ON TO TRUE
               OPEN OUTPUT TRACE-FILE
           END-IF.
                   PERFORM PARA-RUN-REGRESS-MODE
               WHEN "SUMMARY"
                   PERFORM PARA-RUN-SUMMARY-MODE
               WHEN "COVERAGE"
                   PERFORM PARA-RUN-COVERAGE-MODE
               WHEN OTHER
                   PERFORM PARA-RUN-TRACE-MODE
           END-EVALUATE.
           END-PERFORM.

           EXIT.

       PARA-RUN-COVERAGE-MODE.
           ACCEPT WS-LIB-PATH FROM ENVIRONMENT
               "GOLDENIOTRACE_LIBRARY"
           IF WS-LIB-PATH = SPACES
               MOVE "." TO WS-LIB-PATH
           END-IF
           ACCEPT WS-COV-INDEX FROM ENVIRONMENT
               "GOLDENIOTRACE_GOLDENS"
           IF WS-COV-INDEX = SPACES
               STRING FUNCTION TRIM(WS-LIB-PATH) DELIMITED BY SIZE
                      "/golden-index.txt"        DELIMITED BY SIZE
                      INTO WS-COV-INDEX
               END-STRING
           END-IF
           MOVE "coverage-sources.txt" TO WS-COV-SRCLIST
           ACCEPT WS-COV-SRCLIST FROM ENVIRONMENT
               "GOLDENIOTRACE_SOURCES"
           IF WS-COV-SRCLIST = SPACES
               MOVE "coverage-sources.txt" TO WS-COV-SRCLIST
           END-IF
           MOVE "trace-coverage.txt" TO WS-COV-PATH
           ACCEPT WS-COV-PATH FROM ENVIRONMENT
               "GOLDENIOTRACE_COVERAGE"
           IF WS-COV-PATH = SPACES
               MOVE "trace-coverage.txt" TO WS-COV-PATH
           END-IF

           *> The paragraph inventory comes first, so a paragraph no
           *> golden reaches is still listed.
           MOVE WS-COV-SRCLIST TO WS-LIST-PATH
           OPEN INPUT LIST-FILE
           IF WS-LIST-FS NOT = "00"
               DISPLAY "COVERAGE|RESULT=ERROR|REASON=NO-SOURCE-LIST"
                       "|PATH=" WS-LIST-PATH(1:60)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL LIST-EOF
               READ LIST-FILE
                   AT END
                       SET LIST-EOF TO TRUE
                   NOT AT END
                       IF LIST-REC NOT = SPACES
                           AND LIST-REC(1:1) NOT = "*"
                           PERFORM PARA-COV-ADD-PROGRAM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIST-FILE
           IF WS-CV-COUNT = 0
               DISPLAY "COVERAGE|RESULT=ERROR|REASON=NO-PARAGRAPHS"
                       "|PATH=" WS-COV-SRCLIST(1:60)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-COV-INDEX TO WS-LIST-PATH
           OPEN INPUT LIST-FILE
           IF WS-LIST-FS NOT = "00"
               DISPLAY "COVERAGE|RESULT=ERROR|REASON=NO-GOLDEN-INDEX"
                       "|PATH=" WS-LIST-PATH(1:60)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LIST-EOF
           PERFORM UNTIL LIST-EOF
               READ LIST-FILE
                   AT END
                       SET LIST-EOF TO TRUE
                   NOT AT END
                       IF LIST-REC NOT = SPACES
                           AND LIST-REC(1:1) NOT = "*"
                           PERFORM PARA-COV-SCAN-GOLDEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIST-FILE

           PERFORM PARA-COV-WRITE-REPORT

           *> No golden at all is a failed run; paragraphs left
           *> uncovered are the finding the report exists to show.
           EVALUATE TRUE
               WHEN WS-COV-GOLDENS = 0
                   DISPLAY "COVERAGE|RESULT=ERROR|REASON=NO-GOLDENS"
                   MOVE 8 TO RETURN-CODE
               WHEN WS-COV-UNCOVERED > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE.

           EXIT.

       PARA-COV-ADD-PROGRAM.
           MOVE SPACES TO WS-COV-PROG-IN WS-COV-SRC-IN
           UNSTRING LIST-REC DELIMITED BY ALL SPACE
               INTO WS-COV-PROG-IN WS-COV-SRC-IN
           END-UNSTRING
           IF WS-CP-COUNT >= 10
               DISPLAY "COVERAGE|WARN=PROGRAM-TABLE-FULL|PROG="
                       WS-COV-PROG-IN
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CP-COUNT
           MOVE WS-COV-PROG-IN TO WS-CP-PROG(WS-CP-COUNT)
           MOVE 0 TO WS-CP-PARAS(WS-CP-COUNT)
           MOVE 0 TO WS-CP-COVERED(WS-CP-COUNT)
           MOVE WS-COV-SRC-IN TO WS-SRC-PATH
           OPEN INPUT SRC-FILE
           IF WS-SRC-FS NOT = "00"
               MOVE "NOT-FOUND" TO WS-CP-SOURCE(WS-CP-COUNT)
               DISPLAY "COVERAGE|WARN=SOURCE-NOT-FOUND|PROG="
                       WS-COV-PROG-IN "|PATH=" WS-SRC-PATH(1:60)
               EXIT PARAGRAPH
           END-IF
           MOVE "FOUND" TO WS-CP-SOURCE(WS-CP-COUNT)
           MOVE "N" TO WS-SRC-EOF
           MOVE "N" TO WS-IN-PROCEDURE
           PERFORM UNTIL SRC-EOF
               READ SRC-FILE
                   AT END
                       SET SRC-EOF TO TRUE
                   NOT AT END
                       PERFORM PARA-COV-SCAN-SOURCE-LINE
               END-READ
           END-PERFORM
           CLOSE SRC-FILE.

           EXIT.

       PARA-COV-SCAN-SOURCE-LINE.
           *> A paragraph header is a single name ending in a period,
           *> starting in area A, after the PROCEDURE DIVISION header.
           IF SRC-REC(7:1) NOT = SPACE
               OR SRC-REC(8:2) = "*>"
               EXIT PARAGRAPH
           END-IF
           IF NOT IN-PROCEDURE
               MOVE 0 TO WS-COV-TALLY
               INSPECT SRC-REC TALLYING WS-COV-TALLY
                   FOR ALL "PROCEDURE DIVISION"
               IF WS-COV-TALLY > 0
                   SET IN-PROCEDURE TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           IF SRC-REC(8:1) = SPACE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-COV-NAME WS-COV-DELIM
           MOVE 0 TO WS-COV-LEN
           UNSTRING SRC-REC(8:65) DELIMITED BY "." OR ALL SPACE
               INTO WS-COV-NAME DELIMITER IN WS-COV-DELIM
                   COUNT IN WS-COV-LEN
           END-UNSTRING
           IF WS-COV-DELIM NOT = "." OR WS-COV-LEN = 0
               OR WS-COV-LEN > 30
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-COV-POS = 8 + WS-COV-LEN + 1
           IF WS-COV-POS <= 72
               IF SRC-REC(WS-COV-POS:73 - WS-COV-POS) NOT = SPACES
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CV-COUNT >= 300
               DISPLAY "COVERAGE|WARN=PARAGRAPH-TABLE-FULL|PROG="
                       WS-CP-PROG(WS-CP-COUNT)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CV-COUNT
           MOVE WS-CP-PROG(WS-CP-COUNT) TO WS-CV-PROG(WS-CV-COUNT)
           MOVE WS-COV-NAME TO WS-CV-PARA(WS-CV-COUNT)
           MOVE 0 TO WS-CV-GOLDENS(WS-CV-COUNT)
           MOVE "N" TO WS-CV-HIT(WS-CV-COUNT)
           ADD 1 TO WS-CP-PARAS(WS-CP-COUNT).

           EXIT.

       PARA-COV-SCAN-GOLDEN.
           MOVE SPACES TO WS-DIFFA-PATH
           STRING FUNCTION TRIM(WS-LIB-PATH) DELIMITED BY SIZE
                  "/"                        DELIMITED BY SIZE
                  FUNCTION TRIM(LIST-REC)    DELIMITED BY SIZE
                  ".golden"                  DELIMITED BY SIZE
                  INTO WS-DIFFA-PATH
           END-STRING
           OPEN INPUT DIFFA-FILE
           IF WS-DIFFA-FS NOT = "00"
               ADD 1 TO WS-COV-MISSING
               DISPLAY "COVERAGE|WARN=GOLDEN-NOT-FOUND|PATH="
                       WS-DIFFA-PATH(1:60)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-COV-GOLDENS
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CV-COUNT
               MOVE "N" TO WS-CV-HIT(WS-CV-IDX)
           END-PERFORM
           MOVE "N" TO WS-DIFFA-EOF
           PERFORM UNTIL DIFFA-EOF
               READ DIFFA-FILE
                   AT END
                       SET DIFFA-EOF TO TRUE
                   NOT AT END
                       IF DIFFA-REC(1:4) = "RUN="
                           PERFORM PARA-COV-COUNT-EVENT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DIFFA-FILE.

           EXIT.

       PARA-COV-COUNT-EVENT.
           PERFORM PARA-TOKENIZE-DIFFA
           MOVE SPACES TO WS-TOK-RUN
           MOVE SPACES TO WS-TOK-TYPE
           MOVE SPACES TO WS-COV-PARA-IN
           PERFORM VARYING WS-DIFF-TOK-IDX FROM 1 BY 1
                   UNTIL WS-DIFF-TOK-IDX > WS-DIFFA-TOK-COUNT
               EVALUATE TRUE
                   WHEN WS-DIFFA-TOK(WS-DIFF-TOK-IDX)(1:4) = "RUN="
                       MOVE WS-DIFFA-TOK(WS-DIFF-TOK-IDX)(5:20)
                           TO WS-TOK-RUN
                   WHEN WS-DIFFA-TOK(WS-DIFF-TOK-IDX)(1:5) = "TYPE="
                       MOVE WS-DIFFA-TOK(WS-DIFF-TOK-IDX)(6:10)
                           TO WS-TOK-TYPE
                   WHEN WS-DIFFA-TOK(WS-DIFF-TOK-IDX)(1:5) = "PARA="
                       MOVE WS-DIFFA-TOK(WS-DIFF-TOK-IDX)(6:30)
                           TO WS-COV-PARA-IN
               END-EVALUATE
           END-PERFORM
           IF WS-TOK-TYPE NOT = "PARA"
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-COV-SEL
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CV-COUNT OR WS-COV-SEL > 0
               IF WS-CV-PROG(WS-CV-IDX) = WS-TOK-RUN
                   AND WS-CV-PARA(WS-CV-IDX) = WS-COV-PARA-IN
                   MOVE WS-CV-IDX TO WS-COV-SEL
               END-IF
           END-PERFORM
           *> A paragraph the inventory does not know means the
           *> source list is stale or names another program.
           IF WS-COV-SEL = 0
               ADD 1 TO WS-COV-UNLISTED
           ELSE
               IF WS-CV-HIT(WS-COV-SEL) NOT = "Y"
                   MOVE "Y" TO WS-CV-HIT(WS-COV-SEL)
                   ADD 1 TO WS-CV-GOLDENS(WS-COV-SEL)
               END-IF
           END-IF.

           EXIT.

       PARA-COV-WRITE-REPORT.
           OPEN OUTPUT COV-FILE
           IF WS-COV-FS NOT = "00"
               DISPLAY "COVERAGE|RESULT=ERROR|REASON=REPORT-OPEN-FAILED"
                       "|PATH=" WS-COV-PATH(1:60)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CV-COUNT
               MOVE SPACES TO COV-REC
               IF WS-CV-GOLDENS(WS-CV-IDX) > 0
                   ADD 1 TO WS-COV-COVERED
                   STRING "COVERAGE|PROG=" DELIMITED BY SIZE
                          WS-CV-PROG(WS-CV-IDX) DELIMITED BY SPACE
                          "|PARA="       DELIMITED BY SIZE
                          WS-CV-PARA(WS-CV-IDX) DELIMITED BY SPACE
                          "|GOLDENS="    DELIMITED BY SIZE
                          WS-CV-GOLDENS(WS-CV-IDX) DELIMITED BY SIZE
                          INTO COV-REC
                   END-STRING
               ELSE
                   ADD 1 TO WS-COV-UNCOVERED
                   STRING "COVERAGE|PROG=" DELIMITED BY SIZE
                          WS-CV-PROG(WS-CV-IDX) DELIMITED BY SPACE
                          "|PARA="       DELIMITED BY SIZE
                          WS-CV-PARA(WS-CV-IDX) DELIMITED BY SPACE
                          "|GOLDENS="    DELIMITED BY SIZE
                          WS-CV-GOLDENS(WS-CV-IDX) DELIMITED BY SIZE
                          "|FLAG=NOT-COVERED" DELIMITED BY SIZE
                          INTO COV-REC
                   END-STRING
                   DISPLAY COV-REC(1:100)
               END-IF
               WRITE COV-REC
           END-PERFORM

           PERFORM VARYING WS-CP-IDX FROM 1 BY 1
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               PERFORM PARA-COV-REPORT-PROGRAM
           END-PERFORM

           MOVE WS-CV-COUNT TO WS-COV-PARAS
           MOVE SPACES TO COV-REC
           STRING "COVERAGE|GOLDENS="  DELIMITED BY SIZE
                  WS-COV-GOLDENS       DELIMITED BY SIZE
                  "|MISSING="          DELIMITED BY SIZE
                  WS-COV-MISSING       DELIMITED BY SIZE
                  "|PARAGRAPHS="       DELIMITED BY SIZE
                  WS-COV-PARAS         DELIMITED BY SIZE
                  "|COVERED="          DELIMITED BY SIZE
                  WS-COV-COVERED       DELIMITED BY SIZE
                  "|NOT-COVERED="      DELIMITED BY SIZE
                  WS-COV-UNCOVERED     DELIMITED BY SIZE
                  "|UNLISTED-EVENTS="  DELIMITED BY SIZE
                  WS-COV-UNLISTED      DELIMITED BY SIZE
                  INTO COV-REC
           END-STRING
           WRITE COV-REC
           DISPLAY COV-REC(1:140)
           CLOSE COV-FILE.

           EXIT.

       PARA-COV-REPORT-PROGRAM.
           MOVE 0 TO WS-CP-COVERED(WS-CP-IDX)
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CV-COUNT
               IF WS-CV-PROG(WS-CV-IDX) = WS-CP-PROG(WS-CP-IDX)
                   AND WS-CV-GOLDENS(WS-CV-IDX) > 0
                   ADD 1 TO WS-CP-COVERED(WS-CP-IDX)
               END-IF
           END-PERFORM
           MOVE 0 TO WS-COV-PCT
           IF WS-CP-PARAS(WS-CP-IDX) > 0
               COMPUTE WS-COV-PCT ROUNDED =
                   WS-CP-COVERED(WS-CP-IDX) * 100
                   / WS-CP-PARAS(WS-CP-IDX)
           END-IF
           MOVE SPACES TO COV-REC
           STRING "PROGRAM|PROG="  DELIMITED BY SIZE
                  WS-CP-PROG(WS-CP-IDX)    DELIMITED BY SPACE
                  "|SOURCE="      DELIMITED BY SIZE
                  WS-CP-SOURCE(WS-CP-IDX)  DELIMITED BY SPACE
                  "|PARAGRAPHS="  DELIMITED BY SIZE
                  WS-CP-PARAS(WS-CP-IDX)   DELIMITED BY SIZE
                  "|COVERED="     DELIMITED BY SIZE
                  WS-CP-COVERED(WS-CP-IDX) DELIMITED BY SIZE
                  "|PCT="         DELIMITED BY SIZE
                  WS-COV-PCT      DELIMITED BY SIZE
                  INTO COV-REC
           END-STRING
           WRITE COV-REC
           DISPLAY COV-REC(1:120).

           EXIT.
