       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGRESSRUN.

      *> End-to-end regression harness for the nightly chain. A
      *> regression plan (REGRESS_PLAN, default regress-plan.txt)
      *> describes one run, one record per action:
      *>   type(8) arg1(40) arg2(80), separated by single spaces
      *>   ENV      name        value       set before the next step
      *>   COPY     from        to          copy a fixture file from
      *>                                    the fixtures directory
      *>                                    into the work directory
      *>   CLEAN    path                    remove a file the chain
      *>                                    appends to before the run
      *>   FIXTURE                          generate the fixture set
      *>                                    with MVP13PROGRAM (must
      *>                                    end with code 0)
      *>   STEP     program     max-rc(2)   run one chain program
      *>                                    (max-rc blank = 4)
      *>   CHECK    path        8 x col(4) len(4)
      *>                                    compare an output, reject
      *>                                    or report file with its
      *>                                    blessed copy, ignoring
      *>                                    the date/time columns
      *>                                    given as col/len pairs
      *>
      *> The run is made in its own work directory (REGRESS_WORKDIR,
      *> default regress-work): every CHECK and CLEAN file is
      *> removed first, the ENV/COPY/FIXTURE/STEP records are
      *> carried out in plan order with the work directory as the
      *> current directory, and each CHECK file is then compared
      *> line by line with the copy of the same name in the
      *> expected directory (REGRESS_EXPECTED, default
      *> regress-expected). The per-file summary goes to the
      *> console and to REGRESS_REPORT (default regress-report.txt)
      *> and the run ends PASS (code 0) or FAIL (code 8).
      *>
      *> REGRESS_BLESS=Y runs the chain the same way but installs
      *> every CHECK file as the new expected copy instead of
      *> comparing it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAN-FILE ASSIGN TO DYNAMIC WS-PLAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PLAN-FS.
           SELECT ACT-FILE ASSIGN TO DYNAMIC WS-ACT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-ACT-FS.
           SELECT EXP-FILE ASSIGN TO DYNAMIC WS-EXP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-EXP-FS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-RPT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PLAN-FILE.
       01  PLAN-REC.
           05 PL-TYPE           PIC X(8).
           05 FILLER            PIC X(1).
           05 PL-ARG1           PIC X(40).
           05 FILLER            PIC X(1).
           05 PL-ARG2           PIC X(80).

       *> The file under comparison (or the copy source), and its
       *> expected counterpart (or the copy target).
       FD  ACT-FILE.
       01  ACT-REC              PIC X(300).

       FD  EXP-FILE.
       01  EXP-REC              PIC X(300).

       FD  RPT-FILE.
       01  RPT-REC              PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-PLAN-PATH         PIC X(260).
       01  WS-PLAN-FS           PIC XX.
       01  WS-ACT-PATH          PIC X(260).
       01  WS-ACT-FS            PIC XX.
       01  WS-EXP-PATH          PIC X(260).
       01  WS-EXP-FS            PIC XX.
       01  WS-RPT-PATH          PIC X(260).
       01  WS-RPT-FS            PIC XX.
       01  WS-WORK-DIR          PIC X(200).
       01  WS-EXP-DIR           PIC X(200).
       01  WS-FIX-DIR           PIC X(200).
       01  WS-HOME-DIR          PIC X(260).
       01  WS-HOME-LEN          PIC 9(8) COMP-5 VALUE 260.
       01  WS-BLESS             PIC X VALUE "N".
           88 BLESS-RUN          VALUE "Y".
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-PLAN-EOF          PIC X VALUE "N".
           88 PLAN-EOF           VALUE "Y".
       01  WS-ACT-EOF           PIC X VALUE "N".
           88 ACT-EOF            VALUE "Y".
       01  WS-EXP-EOF           PIC X VALUE "N".
           88 EXP-EOF            VALUE "Y".
       01  WS-ACT-LINE          PIC X(300).
       01  WS-EXP-LINE          PIC X(300).

       *> The plan, held in full so the CHECK and CLEAN files can
       *> be removed before the first step runs.
       01  WS-PLAN-MAX          PIC 9(3) VALUE 200.
       01  WS-PLAN-COUNT        PIC 9(3) VALUE 0.
       01  WS-PLAN-IDX          PIC 9(3) VALUE 0.
       01  WS-PLAN-TAB.
           05 WS-PLAN-ENTRY OCCURS 200 TIMES.
               10 WS-PL-TYPE    PIC X(8).
               10 WS-PL-ARG1    PIC X(40).
               10 WS-PL-ARG2    PIC X(80).
               10 WS-PL-IGNORE REDEFINES WS-PL-ARG2.
                   15 WS-PL-IGN OCCURS 8 TIMES.
                       20 WS-PL-IGN-COL PIC X(4).
                       20 FILLER        PIC X(1).
                       20 WS-PL-IGN-LEN PIC X(4).
                       20 FILLER        PIC X(1).
       01  WS-IGN-IDX           PIC 9(2) VALUE 0.
       01  WS-IGN-COL           PIC 9(4) VALUE 0.
       01  WS-IGN-LEN           PIC 9(4) VALUE 0.

       *> Step execution (the PARTITIONRUNNER pattern).
       01  WS-ENV-NAME          PIC X(40).
       01  WS-ENV-VALUE         PIC X(260).
       01  WS-STEP-PROGRAM      PIC X(16).
       01  WS-STEP-MAX-RC       PIC 9(2) VALUE 0.
       01  WS-STEP-RC           PIC 9(4) VALUE 0.
       01  WS-STEP-BAD          PIC X VALUE "N".
           88 STEP-BAD           VALUE "Y".
       01  WS-STEP-RESULT       PIC X(6).

       *> Per-file comparison.
       01  WS-FILE-RESULT       PIC X(11).
       01  WS-LINE-NO           PIC 9(7) VALUE 0.
       01  WS-ACT-LINES         PIC 9(7) VALUE 0.
       01  WS-EXP-LINES         PIC 9(7) VALUE 0.
       01  WS-DIFF-LINES        PIC 9(7) VALUE 0.
       01  WS-FIRST-DIFF        PIC 9(7) VALUE 0.
       01  WS-SHOWN             PIC 9(1) VALUE 0.
       01  WS-SHOW-MAX          PIC 9(1) VALUE 3.

       01  WS-CNT-STEPS         PIC 9(4) VALUE 0.
       01  WS-CNT-STEP-FAILED   PIC 9(4) VALUE 0.
       01  WS-CNT-FILES         PIC 9(4) VALUE 0.
       01  WS-CNT-MATCHED       PIC 9(4) VALUE 0.
       01  WS-CNT-DIFFERED      PIC 9(4) VALUE 0.
       01  WS-CNT-BLESSED       PIC 9(4) VALUE 0.
       01  WS-RESULT            PIC X(7).

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run: READ carries the files checked, WRITTEN the
       *> files matched (or blessed), REJECTED the files that
       *> differed plus the steps that failed.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "REGRESSRUN".
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

           MOVE "regress-plan.txt" TO WS-PLAN-PATH.
           ACCEPT WS-PLAN-PATH FROM ENVIRONMENT "REGRESS_PLAN".
           IF WS-PLAN-PATH = SPACES
               MOVE "regress-plan.txt" TO WS-PLAN-PATH
           END-IF.

           MOVE "regress-work" TO WS-WORK-DIR.
           ACCEPT WS-WORK-DIR FROM ENVIRONMENT "REGRESS_WORKDIR".
           IF WS-WORK-DIR = SPACES
               MOVE "regress-work" TO WS-WORK-DIR
           END-IF.

           MOVE "regress-expected" TO WS-EXP-DIR.
           ACCEPT WS-EXP-DIR FROM ENVIRONMENT "REGRESS_EXPECTED".
           IF WS-EXP-DIR = SPACES
               MOVE "regress-expected" TO WS-EXP-DIR
           END-IF.

           MOVE "regress-fixtures" TO WS-FIX-DIR.
           ACCEPT WS-FIX-DIR FROM ENVIRONMENT "REGRESS_FIXTURES".
           IF WS-FIX-DIR = SPACES
               MOVE "regress-fixtures" TO WS-FIX-DIR
           END-IF.

           MOVE "regress-report.txt" TO WS-RPT-PATH.
           ACCEPT WS-RPT-PATH FROM ENVIRONMENT "REGRESS_REPORT".
           IF WS-RPT-PATH = SPACES
               MOVE "regress-report.txt" TO WS-RPT-PATH
           END-IF.

           ACCEPT WS-BLESS FROM ENVIRONMENT "REGRESS_BLESS".
           IF WS-BLESS NOT = "Y"
               MOVE "N" TO WS-BLESS
           END-IF.

           PERFORM PARA-LOAD-PLAN
           IF WS-PLAN-COUNT = 0
               DISPLAY "ERROR|REASON=NO-REGRESSION-PLAN|PATH="
                       WS-PLAN-PATH(1:60) "|STATUS=" WS-PLAN-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           *> The step programs run with the work directory as the
           *> current directory, so their default file names all
           *> land there; the harness comes back here afterwards.
           CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
               BY VALUE WS-HOME-LEN BY REFERENCE WS-HOME-DIR
           INSPECT WS-HOME-DIR REPLACING ALL LOW-VALUE BY SPACE
           CALL "CBL_CREATE_DIR" USING WS-WORK-DIR
           MOVE 0 TO RETURN-CODE
           IF BLESS-RUN
               CALL "CBL_CREATE_DIR" USING WS-EXP-DIR
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM PARA-CLEAN-WORK-DIR

           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "REGRESSION RUN  DATE=" DELIMITED BY SIZE
                  WS-RUN-DATE             DELIMITED BY SIZE
                  "  TIME="               DELIMITED BY SIZE
                  WS-RUN-TIME(1:6)        DELIMITED BY SIZE
                  "  PLAN="               DELIMITED BY SIZE
                  WS-PLAN-PATH(1:60)      DELIMITED BY SPACE
                  "  BLESS="              DELIMITED BY SIZE
                  WS-BLESS                DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC

           CALL "CBL_CHANGE_DIR" USING WS-WORK-DIR
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR|REASON=WORK-DIR-UNAVAILABLE|PATH="
                       WS-WORK-DIR(1:60)
               MOVE 8 TO RETURN-CODE
               CLOSE RPT-FILE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               EVALUATE WS-PL-TYPE(WS-PLAN-IDX)
                   WHEN "ENV"
                       MOVE WS-PL-ARG1(WS-PLAN-IDX) TO WS-ENV-NAME
                       MOVE SPACES TO WS-ENV-VALUE
                       MOVE WS-PL-ARG2(WS-PLAN-IDX) TO WS-ENV-VALUE
                       PERFORM PARA-SET-ENVIRONMENT
                   WHEN "COPY"
                       PERFORM PARA-COPY-FIXTURE
                   WHEN "FIXTURE"
                       MOVE "MVP13PROGRAM" TO WS-STEP-PROGRAM
                       MOVE 0 TO WS-STEP-MAX-RC
                       PERFORM PARA-RUN-STEP
                   WHEN "STEP"
                       MOVE WS-PL-ARG1(WS-PLAN-IDX) TO WS-STEP-PROGRAM
                       IF WS-PL-ARG2(WS-PLAN-IDX)(1:2) IS NUMERIC
                           MOVE WS-PL-ARG2(WS-PLAN-IDX)(1:2)
                               TO WS-STEP-MAX-RC
                       ELSE
                           MOVE 4 TO WS-STEP-MAX-RC
                       END-IF
                       PERFORM PARA-RUN-STEP
               END-EVALUATE
           END-PERFORM
           CALL "CBL_CHANGE_DIR" USING WS-HOME-DIR
           MOVE 0 TO RETURN-CODE

           *> Output from a chain that did not run cleanly is never
           *> installed as the expected set; it is compared with the
           *> current one instead.
           IF BLESS-RUN AND WS-CNT-STEP-FAILED > 0
               DISPLAY "BLESS|RESULT=REFUSED|REASON=STEP-FAILED"
               MOVE "N" TO WS-BLESS
           END-IF

           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               IF WS-PL-TYPE(WS-PLAN-IDX) = "CHECK"
                   ADD 1 TO WS-CNT-FILES
                   IF BLESS-RUN
                       PERFORM PARA-BLESS-FILE
                   ELSE
                       PERFORM PARA-COMPARE-FILE
                   END-IF
               END-IF
           END-PERFORM

           PERFORM PARA-WRITE-TOTALS

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-PLAN-PATH(1:40) TO WS-RH-IN
           MOVE WS-RPT-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-FILES TO WS-RH-READ
           IF BLESS-RUN
               MOVE WS-CNT-BLESSED TO WS-RH-WRITTEN
           ELSE
               MOVE WS-CNT-MATCHED TO WS-RH-WRITTEN
           END-IF
           COMPUTE WS-RH-REJECTED = WS-CNT-DIFFERED
                                  + WS-CNT-STEP-FAILED
           *> A regression difference is a failed run: the chain
           *> no longer produces what was blessed.
           EVALUATE TRUE
               WHEN RETURN-CODE >= 8
                   MOVE "FAILED" TO WS-RH-STATUS
               WHEN WS-RH-REJECTED > 0
                   MOVE "FAILED" TO WS-RH-STATUS
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

       PARA-LOAD-PLAN.
           OPEN INPUT PLAN-FILE
           IF WS-PLAN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PLAN-EOF
               READ PLAN-FILE
                   AT END
                       SET PLAN-EOF TO TRUE
                   NOT AT END
                       IF PL-TYPE NOT = SPACES
                           AND PL-TYPE(1:1) NOT = "*"
                           PERFORM PARA-TAKE-PLAN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PLAN-FILE.

           EXIT.

       PARA-TAKE-PLAN-LINE.
           IF WS-PLAN-COUNT >= WS-PLAN-MAX
               DISPLAY "PLAN|WARN=TABLE-FULL|IGNORED=" PL-TYPE
                       "|ARG=" PL-ARG1
               EXIT PARAGRAPH
           END-IF
           EVALUATE PL-TYPE
               WHEN "ENV"
               WHEN "COPY"
               WHEN "CLEAN"
               WHEN "FIXTURE"
               WHEN "STEP"
               WHEN "CHECK"
                   ADD 1 TO WS-PLAN-COUNT
                   MOVE PL-TYPE TO WS-PL-TYPE(WS-PLAN-COUNT)
                   MOVE PL-ARG1 TO WS-PL-ARG1(WS-PLAN-COUNT)
                   MOVE PL-ARG2 TO WS-PL-ARG2(WS-PLAN-COUNT)
               WHEN OTHER
                   DISPLAY "PLAN|WARN=UNKNOWN-TYPE|TYPE=" PL-TYPE
                           "|ARG=" PL-ARG1
           END-EVALUATE.

           EXIT.

       PARA-CLEAN-WORK-DIR.
           *> Files the chain appends to (run history, logs, the
           *> checked outputs themselves) would carry over from the
           *> last run and differ for that reason alone.
           PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
               IF WS-PL-TYPE(WS-PLAN-IDX) = "CHECK"
                   OR WS-PL-TYPE(WS-PLAN-IDX) = "CLEAN"
                   MOVE SPACES TO WS-ACT-PATH
                   STRING WS-WORK-DIR DELIMITED BY SPACE
                          "/"         DELIMITED BY SIZE
                          WS-PL-ARG1(WS-PLAN-IDX) DELIMITED BY SPACE
                          INTO WS-ACT-PATH
                   END-STRING
                   CALL "CBL_DELETE_FILE" USING WS-ACT-PATH
               END-IF
           END-PERFORM
           MOVE 0 TO RETURN-CODE.

           EXIT.

       PARA-SET-ENVIRONMENT.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE.

           EXIT.

       PARA-COPY-FIXTURE.
           *> Runs inside the work directory: the fixtures directory
           *> is reached from the harness's own directory.
           MOVE SPACES TO WS-ACT-PATH WS-EXP-PATH
           IF WS-FIX-DIR(1:1) = "/"
               STRING WS-FIX-DIR DELIMITED BY SPACE
                      "/"        DELIMITED BY SIZE
                      WS-PL-ARG1(WS-PLAN-IDX) DELIMITED BY SPACE
                      INTO WS-ACT-PATH
               END-STRING
           ELSE
               STRING WS-HOME-DIR DELIMITED BY SPACE
                      "/"         DELIMITED BY SIZE
                      WS-FIX-DIR  DELIMITED BY SPACE
                      "/"         DELIMITED BY SIZE
                      WS-PL-ARG1(WS-PLAN-IDX) DELIMITED BY SPACE
                      INTO WS-ACT-PATH
               END-STRING
           END-IF
           MOVE WS-PL-ARG2(WS-PLAN-IDX) TO WS-EXP-PATH
           IF WS-EXP-PATH = SPACES
               MOVE WS-PL-ARG1(WS-PLAN-IDX) TO WS-EXP-PATH
           END-IF
           PERFORM PARA-COPY-FILE
           IF WS-ACT-FS NOT = "00"
               ADD 1 TO WS-CNT-STEP-FAILED
               DISPLAY "COPY|FILE=" WS-PL-ARG1(WS-PLAN-IDX)
                       "|RESULT=FIXTURE-NOT-FOUND|STATUS=" WS-ACT-FS
               MOVE SPACES TO RPT-REC
               STRING "COPY     " DELIMITED BY SIZE
                      WS-PL-ARG1(WS-PLAN-IDX) DELIMITED BY SIZE
                      " FIXTURE-NOT-FOUND" DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF.

           EXIT.

       PARA-COPY-FILE.
           *> WS-ACT-PATH is copied to WS-EXP-PATH line for line.
           MOVE "N" TO WS-ACT-EOF
           OPEN INPUT ACT-FILE
           IF WS-ACT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT EXP-FILE
           IF WS-EXP-FS NOT = "00"
               CLOSE ACT-FILE
               MOVE WS-EXP-FS TO WS-ACT-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ACT-EOF
               READ ACT-FILE
                   AT END
                       SET ACT-EOF TO TRUE
                   NOT AT END
                       MOVE ACT-REC TO EXP-REC
                       WRITE EXP-REC
               END-READ
           END-PERFORM
           CLOSE ACT-FILE
           CLOSE EXP-FILE
           MOVE "00" TO WS-ACT-FS.

           EXIT.

       PARA-RUN-STEP.
           ADD 1 TO WS-CNT-STEPS
           MOVE "N" TO WS-STEP-BAD
           MOVE 0 TO RETURN-CODE
           CALL WS-STEP-PROGRAM
               ON EXCEPTION
                   DISPLAY "STEP|PROGRAM=" WS-STEP-PROGRAM
                           "|RESULT=PROGRAM-NOT-FOUND"
                   MOVE 8 TO RETURN-CODE
           END-CALL
           CANCEL WS-STEP-PROGRAM
           MOVE RETURN-CODE TO WS-STEP-RC
           MOVE 0 TO RETURN-CODE
           IF WS-STEP-RC > WS-STEP-MAX-RC
               SET STEP-BAD TO TRUE
               ADD 1 TO WS-CNT-STEP-FAILED
           END-IF
           IF STEP-BAD
               MOVE "FAILED" TO WS-STEP-RESULT
           ELSE
               MOVE "OK" TO WS-STEP-RESULT
           END-IF
           DISPLAY "STEP|PROGRAM=" WS-STEP-PROGRAM
                   "|RC=" WS-STEP-RC "|MAX-RC=" WS-STEP-MAX-RC
                   "|RESULT=" WS-STEP-RESULT
           MOVE SPACES TO RPT-REC
           STRING "STEP     "     DELIMITED BY SIZE
                  WS-STEP-PROGRAM DELIMITED BY SIZE
                  " RC="          DELIMITED BY SIZE
                  WS-STEP-RC      DELIMITED BY SIZE
                  " MAX-RC="      DELIMITED BY SIZE
                  WS-STEP-MAX-RC  DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-STEP-RESULT  DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

           EXIT.

       PARA-BUILD-CHECK-PATHS.
           MOVE SPACES TO WS-ACT-PATH WS-EXP-PATH
           STRING WS-WORK-DIR DELIMITED BY SPACE
                  "/"         DELIMITED BY SIZE
                  WS-PL-ARG1(WS-PLAN-IDX) DELIMITED BY SPACE
                  INTO WS-ACT-PATH
           END-STRING
           STRING WS-EXP-DIR DELIMITED BY SPACE
                  "/"        DELIMITED BY SIZE
                  WS-PL-ARG1(WS-PLAN-IDX) DELIMITED BY SPACE
                  INTO WS-EXP-PATH
           END-STRING.

           EXIT.

       PARA-BLESS-FILE.
           PERFORM PARA-BUILD-CHECK-PATHS
           PERFORM PARA-COPY-FILE
           IF WS-ACT-FS = "00"
               ADD 1 TO WS-CNT-BLESSED
               MOVE "BLESSED" TO WS-FILE-RESULT
           ELSE
               ADD 1 TO WS-CNT-DIFFERED
               MOVE "MISSING" TO WS-FILE-RESULT
           END-IF
           MOVE 0 TO WS-ACT-LINES WS-EXP-LINES WS-DIFF-LINES
                     WS-FIRST-DIFF
           PERFORM PARA-WRITE-FILE-LINE.

           EXIT.

       PARA-COMPARE-FILE.
           PERFORM PARA-BUILD-CHECK-PATHS
           MOVE 0 TO WS-LINE-NO WS-ACT-LINES WS-EXP-LINES
                     WS-DIFF-LINES WS-FIRST-DIFF WS-SHOWN
           MOVE "N" TO WS-ACT-EOF WS-EXP-EOF

           OPEN INPUT ACT-FILE
           IF WS-ACT-FS NOT = "00"
               ADD 1 TO WS-CNT-DIFFERED
               MOVE "MISSING" TO WS-FILE-RESULT
               PERFORM PARA-WRITE-FILE-LINE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT EXP-FILE
           IF WS-EXP-FS NOT = "00"
               CLOSE ACT-FILE
               ADD 1 TO WS-CNT-DIFFERED
               MOVE "NO-EXPECTED" TO WS-FILE-RESULT
               PERFORM PARA-WRITE-FILE-LINE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL ACT-EOF AND EXP-EOF
               MOVE SPACES TO WS-ACT-LINE WS-EXP-LINE
               IF NOT ACT-EOF
                   READ ACT-FILE
                       AT END
                           SET ACT-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-ACT-LINES
                           MOVE ACT-REC TO WS-ACT-LINE
                   END-READ
               END-IF
               IF NOT EXP-EOF
                   READ EXP-FILE
                       AT END
                           SET EXP-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-EXP-LINES
                           MOVE EXP-REC TO WS-EXP-LINE
                   END-READ
               END-IF
               IF NOT (ACT-EOF AND EXP-EOF)
                   ADD 1 TO WS-LINE-NO
                   PERFORM PARA-MASK-IGNORED
                   IF WS-ACT-LINE NOT = WS-EXP-LINE
                       PERFORM PARA-NOTE-DIFFERENCE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE ACT-FILE
           CLOSE EXP-FILE

           IF WS-DIFF-LINES = 0
               ADD 1 TO WS-CNT-MATCHED
               MOVE "MATCH" TO WS-FILE-RESULT
           ELSE
               ADD 1 TO WS-CNT-DIFFERED
               MOVE "DIFF" TO WS-FILE-RESULT
           END-IF
           PERFORM PARA-WRITE-FILE-LINE.

           EXIT.

       PARA-MASK-IGNORED.
           *> Run dates, times and other columns that change from
           *> night to night are blanked on both sides.
           PERFORM VARYING WS-IGN-IDX FROM 1 BY 1 UNTIL WS-IGN-IDX > 8
               IF WS-PL-IGN-COL(WS-PLAN-IDX, WS-IGN-IDX) IS NUMERIC
                   AND WS-PL-IGN-LEN(WS-PLAN-IDX, WS-IGN-IDX)
                       IS NUMERIC
                   MOVE WS-PL-IGN-COL(WS-PLAN-IDX, WS-IGN-IDX)
                       TO WS-IGN-COL
                   MOVE WS-PL-IGN-LEN(WS-PLAN-IDX, WS-IGN-IDX)
                       TO WS-IGN-LEN
                   IF WS-IGN-COL > 0 AND WS-IGN-COL <= 300
                       AND WS-IGN-LEN > 0
                       IF WS-IGN-COL + WS-IGN-LEN > 301
                           COMPUTE WS-IGN-LEN = 301 - WS-IGN-COL
                       END-IF
                       MOVE SPACES TO WS-ACT-LINE(WS-IGN-COL:
                           WS-IGN-LEN)
                       MOVE SPACES TO WS-EXP-LINE(WS-IGN-COL:
                           WS-IGN-LEN)
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

       PARA-NOTE-DIFFERENCE.
           ADD 1 TO WS-DIFF-LINES
           IF WS-FIRST-DIFF = 0
               MOVE WS-LINE-NO TO WS-FIRST-DIFF
           END-IF
           *> The first few differing lines are shown in full so
           *> the change can be judged without rerunning anything.
           IF WS-SHOWN < WS-SHOW-MAX
               ADD 1 TO WS-SHOWN
               DISPLAY "DIFF|FILE=" WS-PL-ARG1(WS-PLAN-IDX)
                       "|LINE=" WS-LINE-NO
               DISPLAY "  EXPECTED=" WS-EXP-LINE(1:100)
               DISPLAY "  ACTUAL  =" WS-ACT-LINE(1:100)
               MOVE SPACES TO RPT-REC
               STRING "  LINE "     DELIMITED BY SIZE
                      WS-LINE-NO    DELIMITED BY SIZE
                      " EXPECTED="  DELIMITED BY SIZE
                      WS-EXP-LINE(1:170) DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
               MOVE SPACES TO RPT-REC
               STRING "  LINE "     DELIMITED BY SIZE
                      WS-LINE-NO    DELIMITED BY SIZE
                      " ACTUAL  ="  DELIMITED BY SIZE
                      WS-ACT-LINE(1:170) DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               WRITE RPT-REC
           END-IF.

           EXIT.

       PARA-WRITE-FILE-LINE.
           DISPLAY "FILE|NAME=" WS-PL-ARG1(WS-PLAN-IDX)
                   "|RESULT=" WS-FILE-RESULT
                   "|LINES=" WS-ACT-LINES
                   "|EXPECTED-LINES=" WS-EXP-LINES
                   "|DIFFS=" WS-DIFF-LINES
                   "|FIRST=" WS-FIRST-DIFF
           MOVE SPACES TO RPT-REC
           STRING "CHECK    "        DELIMITED BY SIZE
                  WS-PL-ARG1(WS-PLAN-IDX) DELIMITED BY SIZE
                  " "                DELIMITED BY SIZE
                  WS-FILE-RESULT     DELIMITED BY SIZE
                  " LINES="          DELIMITED BY SIZE
                  WS-ACT-LINES       DELIMITED BY SIZE
                  " EXPECTED="       DELIMITED BY SIZE
                  WS-EXP-LINES       DELIMITED BY SIZE
                  " DIFFS="          DELIMITED BY SIZE
                  WS-DIFF-LINES      DELIMITED BY SIZE
                  " FIRST="          DELIMITED BY SIZE
                  WS-FIRST-DIFF      DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC.

           EXIT.

       PARA-WRITE-TOTALS.
           IF WS-CNT-DIFFERED = 0 AND WS-CNT-STEP-FAILED = 0
               IF BLESS-RUN
                   MOVE "BLESSED" TO WS-RESULT
               ELSE
                   MOVE "PASS" TO WS-RESULT
               END-IF
           ELSE
               MOVE "FAIL" TO WS-RESULT
           END-IF
           MOVE SPACES TO RPT-REC
           STRING "RESULT   "       DELIMITED BY SIZE
                  WS-RESULT         DELIMITED BY SPACE
                  " STEPS="         DELIMITED BY SIZE
                  WS-CNT-STEPS      DELIMITED BY SIZE
                  " STEP-FAILED="   DELIMITED BY SIZE
                  WS-CNT-STEP-FAILED DELIMITED BY SIZE
                  " FILES="         DELIMITED BY SIZE
                  WS-CNT-FILES      DELIMITED BY SIZE
                  " MATCHED="       DELIMITED BY SIZE
                  WS-CNT-MATCHED    DELIMITED BY SIZE
                  " DIFFERED="      DELIMITED BY SIZE
                  WS-CNT-DIFFERED   DELIMITED BY SIZE
                  " BLESSED="       DELIMITED BY SIZE
                  WS-CNT-BLESSED    DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           WRITE RPT-REC
           CLOSE RPT-FILE

           DISPLAY "REGRESS|RESULT=" FUNCTION TRIM(WS-RESULT)
                   "|STEPS=" WS-CNT-STEPS
                   "|STEP-FAILED=" WS-CNT-STEP-FAILED
                   "|FILES=" WS-CNT-FILES
                   "|MATCHED=" WS-CNT-MATCHED
                   "|DIFFERED=" WS-CNT-DIFFERED
                   "|BLESSED=" WS-CNT-BLESSED.

           EXIT.
