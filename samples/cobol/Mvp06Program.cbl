       *> classified input with the key, the run-as-of date and the
       *> class assigned, so "when did this customer drop out of
       *> GOLD" is an inquiry instead of a grep across old outputs.
       *> CH-CLASS is the class awarded; CH-COMPUTED the class the
       *> figures gave, which differs when a downgrade was held off
       *> by the retention grace rules (CH-REASON GRACE).
       FD  CHIST-FILE.
       01  CHIST-REC.
           05 CH-TAG            PIC X(3).
           05 CH-KEY            PIC X(10).
           05 CH-ASOF           PIC 9(8).
           05 CH-CLASS          PIC X(10).
           05 CH-COMPUTED       PIC X(10).
           05 CH-REASON         PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-IN-PATH           PIC X(260).
       01  WS-CSV-IN            PIC X(40).
       01  WS-CSV-OUT           PIC X(90).
       01  WS-CSV-LEN           PIC 9(2).
       01  WS-CSV-DELIM         PIC X(1) VALUE ",".

       *> SCORE-mode working storage: the loaded weights, the
       *> per-record component values, and the composite figure.
       01  WS-DE-STATUS         PIC XX.

       *> TRACESUB golden-trace event block: one ASSIGN event per
       *> classified record and one PARA event on entry to every
       *> paragraph (for the golden coverage report), captured only
       *> when TRACESUB_TRACE names a trace file.
       01  WS-TRC-RUN           PIC X(20) VALUE "MVP06PROGRAM".
       01  WS-TRC-TYPE          PIC X(10).
       01  WS-TRC-DETAIL        PIC X(120).
       01  WS-TRC-PTYPE         PIC X(10) VALUE "PARA".
       01  WS-TRC-PDETAIL       PIC X(120).

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-CNT-HIST          PIC 9(6) VALUE 0.
       01  WS-CNT-HIST-HITS     PIC 9(6) VALUE 0.

       *> Tier retention grace: a loyalty-tier downgrade is held off
       *> until the customer has been below the tier for
       *> MVP06_GRACE_RUNS consecutive keyed runs or for
       *> MVP06_GRACE_DAYS days since the first run below it,
       *> whichever limit is set and reached first (both zero = no
       *> grace). Upgrades are immediate. Each key's standing is
       *> rebuilt from the classification history at start of run:
       *> the tier awarded by its latest run, the grace runs in a
       *> row up to it and the date that grace began, and the same
       *> figures before that run, so a rerun for the same as-of
       *> date replaces its earlier result instead of counting
       *> twice.
       01  WS-GRACE-RUNS        PIC 9(3) VALUE 0.
       01  WS-GRACE-DAYS        PIC 9(4) VALUE 0.
       01  WS-GRACE-ON          PIC X VALUE "N".
           88 GRACE-ON           VALUE "Y".
       01  WS-COMPUTED-CLASS    PIC X(10).
       01  WS-GRACE-REASON      PIC X(6).
       01  WS-CNT-GRACE         PIC 9(6) VALUE 0.
       01  WS-GS-COUNT          PIC 9(5) VALUE 0.
       01  WS-GS-IDX            PIC 9(5) VALUE 0.
       01  WS-GS-SEL            PIC 9(5) VALUE 0.
       01  WS-GS-TAB.
           05 WS-GS-ENTRY OCCURS 10000 TIMES.
               10 WS-GS-KEY      PIC X(10).
               10 WS-GS-ASOF     PIC 9(8).
               10 WS-GS-TIER     PIC X(10).
               10 WS-GS-RUNS     PIC 9(4).
               10 WS-GS-START    PIC 9(8).
               10 WS-GS-P-TIER   PIC X(10).
               10 WS-GS-P-RUNS   PIC 9(4).
               10 WS-GS-P-START  PIC 9(8).
       01  WS-GS-FULL           PIC X VALUE "N".
           88 GS-FULL            VALUE "Y".
       01  WS-GS-RUNS-BELOW     PIC 9(4) VALUE 0.
       01  WS-GS-SINCE          PIC 9(8) VALUE 0.
       01  WS-GS-HOLD           PIC X VALUE "N".
           88 GS-HOLD            VALUE "Y".

       *> MODE 3 loyalty tier thresholds.
       01  WS-SILVER-MIN        PIC 9(4) VALUE 100.
       01  WS-GOLD-MIN          PIC 9(4) VALUE 500.
               COMPUTE WS-KEY-LEN = 41 - WS-KEY-COL
           END-IF.

           ACCEPT WS-GRACE-RUNS FROM ENVIRONMENT "MVP06_GRACE_RUNS".
           ACCEPT WS-GRACE-DAYS FROM ENVIRONMENT "MVP06_GRACE_DAYS".
           IF WS-GRACE-RUNS > 0 OR WS-GRACE-DAYS > 0
               IF WS-KEY-COL > 0
                   PERFORM PARA-LOAD-GRACE
               ELSE
                   DISPLAY "WARN|REASON=GRACE-NEEDS-KEY"
               END-IF
           END-IF.

           OPEN INPUT  IN-FILE.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT REJ-FILE.
               ELSE
                   DISPLAY "WARN|REASON=CLASSHIST-OPEN-FAILED"
                           "|STATUS=" WS-CHIST-FS
                   MOVE "N" TO WS-GRACE-ON
               END-IF
           END-IF.

           IF WS-FORMAT = "CSV"
               MOVE "MODE,VAL,CLASS,COMPUTED,REASON" TO OUT-REC
               WRITE OUT-REC
           END-IF.
           PERFORM UNTIL EOF
           IF CHIST-ON
               CLOSE CHIST-FILE
               DISPLAY "CLASSHIST|APPENDED=" WS-CNT-HIST
                       "|GRACE=" WS-CNT-GRACE
           END-IF.

           DISPLAY "REJECTED=" WS-CNT-REJECT.
           GOBACK.

       PARA-RECORD-RUN.
           MOVE "PARA=PARA-RECORD-RUN" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE WS-IN-PATH(1:40) TO WS-RH-IN
           MOVE WS-OUT-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-LINES TO WS-RH-READ
           EXIT.

       PARA-COMPARE-RUN.
           MOVE "PARA=PARA-COMPARE-RUN" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           OPEN INPUT IN-FILE
           IF WS-IN-FS NOT = "00"
               DISPLAY "ERROR|REASON=CURRENT-FILE-NOT-FOUND|PATH="
           EXIT.

       PARA-COMPARE-PAIR.
           MOVE "PARA=PARA-COMPARE-PAIR" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> Classification output lines carry the class in fixed
           *> columns 24-33 (after MODE= and VAL=). A record present
           *> on one side only is reported as a change against
           EXIT.

       PARA-CLASSIFY-MOVEMENT.
           MOVE "PARA=PARA-CLASSIFY-MOVEMENT" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           IF WS-CURR-CLASS = WS-PRIOR-CLASS
               ADD 1 TO WS-CNT-UNCHANGED
           ELSE
           EXIT.

       PARA-RANK-CLASS.
           MOVE "PARA=PARA-RANK-CLASS" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           EVALUATE WS-RANK-CLASS
               WHEN "NORMAL"
                   MOVE 1 TO WS-RANK
           EXIT.

       PARA-WRITE-MOVEMENT.
           MOVE "PARA=PARA-WRITE-MOVEMENT" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           DISPLAY "MOVEMENT|REC=" WS-CMP-REC-NO
                   "|FROM=" WS-PRIOR-CLASS
                   "|TO=" WS-CURR-CLASS
           EXIT.

       PARA-LOAD-THRESHOLDS.
           MOVE "PARA=PARA-LOAD-THRESHOLDS" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           OPEN INPUT THRESH-FILE
           IF WS-THRESH-FS = "00"
               PERFORM UNTIL TH-EOF OR WS-TH-COUNT >= 20
           EXIT.

       PARA-SELECT-THRESHOLDS.
           MOVE "PARA=PARA-SELECT-THRESHOLDS" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE 0 TO WS-TH-SEL
           PERFORM VARYING WS-TH-IDX FROM 1 BY 1
                   UNTIL WS-TH-IDX > WS-TH-COUNT
           EXIT.

       PARA-LOAD-WEIGHTS.
           MOVE "PARA=PARA-LOAD-WEIGHTS" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           OPEN INPUT WGT-FILE
           IF WS-WGT-FS = "00"
               PERFORM UNTIL WGT-EOF OR WS-WGT-COUNT >= 10
           EXIT.

       PARA-SCORE-LINE.
           MOVE "PARA=PARA-SCORE-LINE" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> Each component field goes through the shared numeric
           *> edit; a failing field rejects the whole line. The
           *> composite is the weighted sum (weights in percent),
                       MOVE "BRONZE" TO WS-TIER
                   END-IF
               END-IF
               PERFORM PARA-APPLY-GRACE
               MOVE WS-TIER TO WS-RESULT-CLASS
               PERFORM PARA-WRITE-SCORE-LINE
           END-IF.
           EXIT.

       PARA-WRITE-SCORE-LINE.
           MOVE "PARA=PARA-WRITE-SCORE-LINE" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE SPACES TO OUT-REC
           MOVE 1 TO WS-SCORE-PTR
           STRING "SCORE|" DELIMITED BY SIZE
           STRING "COMPOSITE="     DELIMITED BY SIZE
                  WS-COMPOSITE-INT DELIMITED BY SIZE
                  "|TIER="         DELIMITED BY SIZE
                  WS-TIER          DELIMITED BY SPACE
                  "|COMPUTED="     DELIMITED BY SIZE
                  WS-COMPUTED-CLASS DELIMITED BY SPACE
                  "|REASON="       DELIMITED BY SIZE
                  WS-GRACE-REASON  DELIMITED BY SPACE
                  INTO OUT-REC
                  WITH POINTER WS-SCORE-PTR
               ON OVERFLOW
           EXIT.

       PARA-CLASSIFY-LINE.
           MOVE "PARA=PARA-CLASSIFY-LINE" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           PERFORM PARA-EDIT-LINE-FIELDS
           IF LINE-OK
               PERFORM PARA-CLASSIFY-EDITED
           EXIT.

       PARA-EDIT-LINE-FIELDS.
           MOVE "PARA=PARA-EDIT-LINE-FIELDS" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> Both fields must pass the shared numeric edit before
           *> the line is classified; a failing line goes to the
           *> reject file with the edit status instead.
           EXIT.

       PARA-REJECT-LINE.
           MOVE "PARA=PARA-REJECT-LINE" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE "N" TO WS-LINE-OK
           ADD 1 TO WS-CNT-REJECT
           DISPLAY "EXCEPTION|FIELD=" WS-EDIT-NAME
           EXIT.

       PARA-CLASSIFY-EDITED.
           MOVE "PARA=PARA-CLASSIFY-EDITED" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE SPACES TO WS-GRACE-REASON
           EVALUATE WS-MODE
               WHEN 1
                   EVALUATE WS-VAL
                           MOVE "BRONZE" TO WS-TIER
                       END-IF
                   END-IF
                   PERFORM PARA-APPLY-GRACE
                   MOVE WS-TIER TO WS-RESULT-CLASS
                   DISPLAY "MODE=" WS-MODE "|VAL=" WS-VAL
                           "|TIER=" WS-TIER
                           "|COMPUTED=" WS-COMPUTED-CLASS
                           "|REASON=" WS-GRACE-REASON
               WHEN OTHER
                   EVALUATE TRUE ALSO TRUE
                       WHEN (WS-MODE = 2) ALSO (WS-VAL >= WS-VIP-MIN)
                   DISPLAY "MODE=" WS-MODE "|VAL=" WS-VAL
                           "|CASE=" WS-CASE
           END-EVALUATE
           IF WS-MODE NOT = 3
               MOVE WS-RESULT-CLASS TO WS-COMPUTED-CLASS
           END-IF

           IF WS-FORMAT = "CSV"
               MOVE WS-RESULT-CLASS TO WS-CSV-IN
               CALL "CSVQUOTE" USING WS-CSV-IN WS-CSV-OUT WS-CSV-LEN
                   WS-CSV-DELIM
               IF WS-CSV-LEN = 0
                   MOVE 1 TO WS-CSV-LEN
                   MOVE SPACE TO WS-CSV-OUT
                      WS-VAL  DELIMITED BY SIZE
                      ","     DELIMITED BY SIZE
                      WS-CSV-OUT(1:WS-CSV-LEN) DELIMITED BY SIZE
                      ","     DELIMITED BY SIZE
                      WS-COMPUTED-CLASS DELIMITED BY SPACE
                      ","     DELIMITED BY SIZE
                      WS-GRACE-REASON DELIMITED BY SPACE
                      INTO OUT-REC
               END-STRING
           ELSE
                      WS-RESULT-CLASS DELIMITED BY SIZE
                      INTO OUT-REC
               END-STRING
               *> Loyalty-tier lines also carry the tier the figures
               *> gave and the grace reason, after the class columns
               *> COMPARE mode reads.
               IF WS-MODE = 3
                   STRING "|COMPUTED="   DELIMITED BY SIZE
                          WS-COMPUTED-CLASS DELIMITED BY SIZE
                          "|REASON="     DELIMITED BY SIZE
                          WS-GRACE-REASON DELIMITED BY SIZE
                          INTO OUT-REC(34:47)
                   END-STRING
               END-IF
           END-IF
           WRITE OUT-REC

           EXIT.

       PARA-WRITE-CLASS-HISTORY.
           MOVE "PARA=PARA-WRITE-CLASS-HISTORY" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE SPACES TO WS-REC-KEY
           MOVE WS-LINE(WS-KEY-COL:WS-KEY-LEN) TO WS-REC-KEY
           MOVE "CH|" TO CH-TAG
           MOVE WS-REC-KEY TO CH-KEY
           MOVE WS-ASOF-DATE TO CH-ASOF
           MOVE WS-RESULT-CLASS TO CH-CLASS
           MOVE WS-COMPUTED-CLASS TO CH-COMPUTED
           MOVE WS-GRACE-REASON TO CH-REASON
           WRITE CHIST-REC
           ADD 1 TO WS-CNT-HIST.

           EXIT.

       PARA-LOAD-GRACE.
           MOVE "PARA=PARA-LOAD-GRACE" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> Replay the classification history into each key's
           *> standing. A missing history (the first keyed run) just
           *> leaves every key without one.
           SET GRACE-ON TO TRUE
           MOVE 0 TO WS-GS-COUNT
           MOVE "N" TO WS-CHIST-EOF
           OPEN INPUT CHIST-FILE
           IF WS-CHIST-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CHIST-EOF
               READ CHIST-FILE
                   AT END
                       SET CHIST-EOF TO TRUE
                   NOT AT END
                       IF CH-TAG = "CH|"
                           PERFORM PARA-GRACE-HISTORY-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHIST-FILE
           MOVE "N" TO WS-CHIST-EOF
           DISPLAY "GRACE|RUNS=" WS-GRACE-RUNS
                   "|DAYS=" WS-GRACE-DAYS
                   "|KEYS=" WS-GS-COUNT.

           EXIT.

       PARA-GRACE-HISTORY-REC.
           MOVE "PARA=PARA-GRACE-HISTORY-REC" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> Only loyalty-tier records bear on a tier's standing.
           MOVE CH-CLASS TO WS-RANK-CLASS
           PERFORM PARA-RANK-CLASS
           IF WS-RANK < 11
               EXIT PARAGRAPH
           END-IF
           MOVE CH-KEY TO WS-REC-KEY
           PERFORM PARA-FIND-GRACE-KEY
           IF WS-GS-SEL = 0
               EXIT PARAGRAPH
           END-IF
           IF CH-ASOF = WS-GS-ASOF(WS-GS-SEL)
               MOVE WS-GS-P-TIER(WS-GS-SEL) TO WS-GS-TIER(WS-GS-SEL)
               MOVE WS-GS-P-RUNS(WS-GS-SEL) TO WS-GS-RUNS(WS-GS-SEL)
               MOVE WS-GS-P-START(WS-GS-SEL)
                   TO WS-GS-START(WS-GS-SEL)
           ELSE
               MOVE WS-GS-TIER(WS-GS-SEL) TO WS-GS-P-TIER(WS-GS-SEL)
               MOVE WS-GS-RUNS(WS-GS-SEL) TO WS-GS-P-RUNS(WS-GS-SEL)
               MOVE WS-GS-START(WS-GS-SEL)
                   TO WS-GS-P-START(WS-GS-SEL)
           END-IF
           MOVE CH-ASOF TO WS-GS-ASOF(WS-GS-SEL)
           MOVE CH-CLASS TO WS-GS-TIER(WS-GS-SEL)
           IF CH-REASON = "GRACE"
               IF WS-GS-RUNS(WS-GS-SEL) = 0
                   MOVE CH-ASOF TO WS-GS-START(WS-GS-SEL)
               END-IF
               ADD 1 TO WS-GS-RUNS(WS-GS-SEL)
           ELSE
               MOVE 0 TO WS-GS-RUNS(WS-GS-SEL)
               MOVE 0 TO WS-GS-START(WS-GS-SEL)
           END-IF.

           EXIT.

       PARA-FIND-GRACE-KEY.
           MOVE "PARA=PARA-FIND-GRACE-KEY" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> Locate WS-REC-KEY's standing, adding a blank one for a
           *> key not seen before; WS-GS-SEL is zero when the table
           *> is full and the key has to go without grace.
           MOVE 0 TO WS-GS-SEL
           PERFORM VARYING WS-GS-IDX FROM 1 BY 1
                   UNTIL WS-GS-IDX > WS-GS-COUNT
                      OR WS-GS-SEL > 0
               IF WS-GS-KEY(WS-GS-IDX) = WS-REC-KEY
                   MOVE WS-GS-IDX TO WS-GS-SEL
               END-IF
           END-PERFORM
           IF WS-GS-SEL > 0
               EXIT PARAGRAPH
           END-IF
           IF WS-GS-COUNT >= 10000
               IF NOT GS-FULL
                   SET GS-FULL TO TRUE
                   DISPLAY "WARN|REASON=GRACE-TABLE-FULL|KEY="
                           WS-REC-KEY
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-GS-COUNT
           MOVE WS-GS-COUNT TO WS-GS-SEL
           MOVE WS-REC-KEY TO WS-GS-KEY(WS-GS-SEL)
           MOVE 0 TO WS-GS-ASOF(WS-GS-SEL)
           MOVE SPACES TO WS-GS-TIER(WS-GS-SEL)
           MOVE 0 TO WS-GS-RUNS(WS-GS-SEL)
           MOVE 0 TO WS-GS-START(WS-GS-SEL)
           MOVE SPACES TO WS-GS-P-TIER(WS-GS-SEL)
           MOVE 0 TO WS-GS-P-RUNS(WS-GS-SEL)
           MOVE 0 TO WS-GS-P-START(WS-GS-SEL).

           EXIT.

       PARA-APPLY-GRACE.
           MOVE "PARA=PARA-APPLY-GRACE" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> WS-TIER holds the tier the figures give; on return it
           *> holds the tier awarded, with WS-GRACE-REASON set to
           *> GRACE when a downgrade was held off.
           MOVE WS-TIER TO WS-COMPUTED-CLASS
           MOVE SPACES TO WS-GRACE-REASON
           IF NOT GRACE-ON
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-REC-KEY
           MOVE WS-LINE(WS-KEY-COL:WS-KEY-LEN) TO WS-REC-KEY
           PERFORM PARA-FIND-GRACE-KEY
           IF WS-GS-SEL = 0
               EXIT PARAGRAPH
           END-IF
           *> A second result for the same as-of date replaces the
           *> first.
           IF WS-GS-ASOF(WS-GS-SEL) = WS-ASOF-DATE
               MOVE WS-GS-P-TIER(WS-GS-SEL) TO WS-GS-TIER(WS-GS-SEL)
               MOVE WS-GS-P-RUNS(WS-GS-SEL) TO WS-GS-RUNS(WS-GS-SEL)
               MOVE WS-GS-P-START(WS-GS-SEL)
                   TO WS-GS-START(WS-GS-SEL)
           ELSE
               MOVE WS-GS-TIER(WS-GS-SEL) TO WS-GS-P-TIER(WS-GS-SEL)
               MOVE WS-GS-RUNS(WS-GS-SEL) TO WS-GS-P-RUNS(WS-GS-SEL)
               MOVE WS-GS-START(WS-GS-SEL)
                   TO WS-GS-P-START(WS-GS-SEL)
           END-IF
           MOVE WS-ASOF-DATE TO WS-GS-ASOF(WS-GS-SEL)

           MOVE WS-GS-TIER(WS-GS-SEL) TO WS-RANK-CLASS
           PERFORM PARA-RANK-CLASS
           MOVE WS-RANK TO WS-PRIOR-RANK
           MOVE WS-TIER TO WS-RANK-CLASS
           PERFORM PARA-RANK-CLASS
           MOVE WS-RANK TO WS-CURR-RANK
           MOVE "N" TO WS-GS-HOLD
           IF WS-PRIOR-RANK > 10 AND WS-CURR-RANK < WS-PRIOR-RANK
               COMPUTE WS-GS-RUNS-BELOW = WS-GS-RUNS(WS-GS-SEL) + 1
               IF WS-GS-RUNS(WS-GS-SEL) > 0
                   MOVE WS-GS-START(WS-GS-SEL) TO WS-GS-SINCE
               ELSE
                   MOVE WS-ASOF-DATE TO WS-GS-SINCE
               END-IF
               MOVE "D" TO WS-DE-FUNC
               MOVE WS-ASOF-DATE TO WS-DE-DATE-1
               MOVE WS-GS-SINCE TO WS-DE-DATE-2
               CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
                   WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS
               SET GS-HOLD TO TRUE
               IF WS-GRACE-RUNS > 0
                   AND WS-GS-RUNS-BELOW >= WS-GRACE-RUNS
                   MOVE "N" TO WS-GS-HOLD
               END-IF
               IF WS-GRACE-DAYS > 0
                   AND WS-DE-RESULT >= WS-GRACE-DAYS
                   MOVE "N" TO WS-GS-HOLD
               END-IF
           END-IF

           IF GS-HOLD
               MOVE WS-GS-TIER(WS-GS-SEL) TO WS-TIER
               MOVE "GRACE" TO WS-GRACE-REASON
               ADD 1 TO WS-CNT-GRACE
               MOVE WS-GS-RUNS-BELOW TO WS-GS-RUNS(WS-GS-SEL)
               MOVE WS-GS-SINCE TO WS-GS-START(WS-GS-SEL)
           ELSE
               MOVE WS-TIER TO WS-GS-TIER(WS-GS-SEL)
               MOVE 0 TO WS-GS-RUNS(WS-GS-SEL)
               MOVE 0 TO WS-GS-START(WS-GS-SEL)
           END-IF.

           EXIT.

       PARA-HISTORY-RUN.
           MOVE "PARA=PARA-HISTORY-RUN" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> Inquiry: list the full tier history for one key in the
           *> order the runs appended it.
           ACCEPT WS-HIST-KEY FROM ENVIRONMENT "MVP06_HISTORY_KEY"
                           DISPLAY "HISTORY|KEY=" CH-KEY
                                   "|ASOF=" CH-ASOF
                                   "|CLASS=" CH-CLASS
                                   "|COMPUTED=" CH-COMPUTED
                                   "|REASON=" CH-REASON
                       END-IF
               END-READ
           END-PERFORM
