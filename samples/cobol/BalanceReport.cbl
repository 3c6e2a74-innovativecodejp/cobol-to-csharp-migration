      *> MVP14INTEGRATION read against write), and a flagged
      *> exception section for any run that rejected records or
      *> ended incomplete - the sheet the shift handover needs.
      *> Runs that diverted transactions to a hold queue get a
      *> HOLDS line with the count and value awaiting operator
      *> release, and the totals carry the day's held figures.
      *> The report records its own run, with the exception count
      *> as its rejected figure, for the operations dashboard; its
      *> own earlier runs are left off the sheet.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-REC             PIC X(320).

       *> Stage-to-stage reconciliation definitions, one check per
       *> record: upstream program and figure (READ, WRITTEN or
       01  WS-REC-WRITTEN       PIC 9(6).
       01  WS-REC-REJECTED      PIC 9(6).
       01  WS-REC-STATUS        PIC X(10).
       01  WS-REC-HELD          PIC 9(6).
       01  WS-REC-HELD-ED       PIC -9(11).99.
       01  WS-REC-HELD-VALUE    PIC S9(11)V99 VALUE 0.
       01  WS-CNT-HELD          PIC 9(6) VALUE 0.
       01  WS-HELD-VALUE        PIC S9(11)V99 VALUE 0.
       01  WS-HELD-ED           PIC -9(11).99.

       *> Last-seen figures for the cross-run checks.
       01  WS-M03-READ          PIC 9(6) VALUE 0.
       01  WS-EXC-TAB.
           05 WS-EXC-LINE OCCURS 50 TIMES PIC X(120).

       *> Standard run-history record, appended via RUNHISTORY at
       *> the end of the run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "BALANCEREPORT".
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

           MOVE "run-history.txt" TO WS-HIST-PATH.
           ACCEPT WS-HIST-PATH FROM ENVIRONMENT "RUN_HISTORY".
           IF WS-HIST-PATH = SPACES
               DISPLAY "ERROR|REASON=HISTORY-NOT-FOUND|PATH="
                       WS-HIST-PATH "|STATUS=" WS-HIST-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.


           MOVE "E" TO WS-RS-FUNC.
           MOVE SPACES TO WS-RS-TEXT.
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT.
           MOVE "R" TO WS-RS-FUNC.
           MOVE SPACES TO WS-RS-TEXT.
           MOVE "BALRPT" TO WS-RS-TEXT(1:16).
           MOVE WS-RH-PROGRAM TO WS-RS-TEXT(17:16).
           MOVE WS-RPT-DATE TO WS-RS-TEXT(33:8).
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT.

           DISPLAY "BALANCE-REPORT|DATE=" WS-RPT-DATE
                   "|RUNS=" WS-CNT-RUNS
                   "|EXCEPTIONS=" WS-CNT-EXCEPTIONS
                   "|HELD=" WS-CNT-HELD.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-HIST-PATH(1:40) TO WS-RH-IN
           MOVE WS-RPT-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-RUNS TO WS-RH-READ
           MOVE WS-EXC-COUNT TO WS-RH-WRITTEN
           *> The exceptions belong to the runs reported on, not to
           *> this one: they are recorded as the rejected figure
           *> but leave the status and completion code alone.
           MOVE WS-CNT-EXCEPTIONS TO WS-RH-REJECTED
           IF RETURN-CODE = 8
               MOVE "FAILED" TO WS-RH-STATUS
           ELSE
               MOVE "COMPLETE" TO WS-RH-STATUS
           END-IF
           CALL "RUNHISTORY" USING WS-RH-PROGRAM WS-RH-IN WS-RH-OUT
               WS-RH-READ WS-RH-WRITTEN WS-RH-REJECTED WS-RH-STATUS
               WS-RH-START
           IF WS-RH-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

           EXIT.

       PARA-REPORT-ONE-RUN.
           MOVE HIST-REC(32:8) TO WS-REC-DATE
           IF WS-REC-DATE NOT = WS-RPT-DATE
               OR HIST-REC(10:16) = WS-RH-PROGRAM
               CONTINUE
           ELSE
               MOVE HIST-REC(10:16) TO WS-REC-PROG
                   MOVE 0 TO WS-REC-REJECTED
               END-IF
               MOVE HIST-REC(194:10) TO WS-REC-STATUS
               *> Hold-queue figures close the record; runs written
               *> before they were recorded carry none.
               MOVE 0 TO WS-REC-HELD
               MOVE 0 TO WS-REC-HELD-VALUE
               IF HIST-REC(253:6) IS NUMERIC
                   MOVE HIST-REC(253:6) TO WS-REC-HELD
                   MOVE HIST-REC(271:16) TO WS-REC-HELD-ED
                   MOVE WS-REC-HELD-ED TO WS-REC-HELD-VALUE
               END-IF

               ADD 1 TO WS-CNT-RUNS
               MOVE SPACES TO WS-RPT-LINE
               END-STRING
               PERFORM PARA-RPT-DETAIL

               IF WS-REC-HELD > 0
                   ADD WS-REC-HELD TO WS-CNT-HELD
                   ADD WS-REC-HELD-VALUE TO WS-HELD-VALUE
                   MOVE WS-REC-HELD-VALUE TO WS-HELD-ED
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "HOLDS|PROG="   DELIMITED BY SIZE
                          WS-REC-PROG     DELIMITED BY SIZE
                          "|HELD="        DELIMITED BY SIZE
                          WS-REC-HELD     DELIMITED BY SIZE
                          "|HELD-VALUE="  DELIMITED BY SIZE
                          WS-HELD-ED      DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PARA-RPT-DETAIL
               END-IF

               PERFORM PARA-NOTE-CROSS-FIGURES

               IF WS-REC-REJECTED > 0
               DISPLAY WS-EXC-LINE(WS-EXC-IDX)(1:70)
           END-PERFORM

           MOVE WS-HELD-VALUE TO WS-HELD-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTALS|RUNS=" DELIMITED BY SIZE
                  WS-CNT-RUNS    DELIMITED BY SIZE
                  "|EXCEPTIONS=" DELIMITED BY SIZE
                  WS-CNT-EXCEPTIONS DELIMITED BY SIZE
                  "|HELD="       DELIMITED BY SIZE
                  WS-CNT-HELD    DELIMITED BY SIZE
                  "|HELD-VALUE=" DELIMITED BY SIZE
                  WS-HELD-ED     DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-TOTAL.
