       IDENTIFICATION DIVISION.
       PROGRAM-ID. REJECTAGING.

      *> Outstanding-reject inventory across the suite's exception
      *> files. Each record of the reject list (REJAGE_LIST, default
      *> reject-inventory-list.txt) names one reject file:
      *>   program(16) path(40) reason(20) source(40)
      *> separated by single spaces. reason is the reason given to
      *> rejects whose line carries neither a REASON= nor a FIELD=
      *> value (the MVP03PROGRAM token rejects, the MVP12PROGRAM
      *> rule rejects); blank takes the line's leading tag. source
      *> is the name RECYCLEPROGRAM recorded the file under
      *> (RECYCLE_SOURCE), blank meaning the path itself.
      *>
      *> A reject counts as resubmitted when the recycle ledger
      *> (RECYCLE_LEDGER, default recycle-ledger.txt) holds its
      *> source and line number with a recycle date on or after the
      *> reject's own date; every other reject is outstanding. A
      *> reject is dated by a DATE= value on its line, otherwise by
      *> the reject file's timestamp. Control lines (TOTALS, RULE,
      *> REFFAIL, CODEFAIL) are not rejects.
      *>
      *> Each reason is printed with its description from the
      *> reference-code table (type REJECT, through REFCODESUB);
      *> a reason not on the table prints without one.
      *>
      *> Outstanding rejects are reported by program and reason in
      *> age bands 0-2, 3-7, 8-30 and over 30 days, with program
      *> and grand totals, to REJAGE_REPORT (default
      *> reject-aging-<date>.txt) through REPORTSUB. A program with
      *> rejects older than REJAGE_MAX_DAYS (default 30) raises an
      *> ALERTSUB warning.
      *>
      *> REJAGE_ASOF  date the ages are taken at (then PROCESS_DATE,
      *>              today)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LIST-FILE ASSIGN TO DYNAMIC WS-LIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-LIST-FS.
           SELECT REJ-FILE ASSIGN TO DYNAMIC WS-REJ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-REJ-FS.
           SELECT LEDG-FILE ASSIGN TO DYNAMIC WS-LEDG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-LEDG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIST-FILE.
       01  LIST-REC.
           05 LST-PROGRAM       PIC X(16).
           05 FILLER            PIC X(1).
           05 LST-PATH          PIC X(40).
           05 FILLER            PIC X(1).
           05 LST-REASON        PIC X(20).
           05 FILLER            PIC X(1).
           05 LST-SOURCE        PIC X(40).

       FD  REJ-FILE.
       01  REJ-REC              PIC X(160).

       *> RECYCLEPROGRAM's ledger: DATE= value in columns 14-21,
       *> SRC= value in 27-66, LINE= value in 73-78.
       FD  LEDG-FILE.
       01  LEDG-REC             PIC X(190).

       WORKING-STORAGE SECTION.
       01  WS-LIST-PATH         PIC X(260).
       01  WS-LIST-FS           PIC XX.
       01  WS-REJ-PATH          PIC X(260).
       01  WS-REJ-FS            PIC XX.
       01  WS-LEDG-PATH         PIC X(260).
       01  WS-LEDG-FS           PIC XX.
       01  WS-RPT-PATH          PIC X(260).
       01  WS-LIST-EOF          PIC X VALUE "N".
           88 LIST-EOF           VALUE "Y".
       01  WS-REJ-EOF           PIC X VALUE "N".
           88 REJ-EOF            VALUE "Y".
       01  WS-LEDG-EOF          PIC X VALUE "N".
           88 LEDG-EOF           VALUE "Y".
       01  WS-ASOF              PIC 9(8) VALUE 0.
       01  WS-MAX-DAYS          PIC 9(4) VALUE 0.

       *> Recycle ledger: what has been resubmitted, and when.
       01  WS-LG-COUNT          PIC 9(4) VALUE 0.
       01  WS-LG-IDX            PIC 9(4) VALUE 0.
       01  WS-LG-TAB.
           05 WS-LG-ENTRY OCCURS 2000 TIMES.
               10 WS-LG-SRC     PIC X(40).
               10 WS-LG-LINE    PIC 9(6).
               10 WS-LG-DATE    PIC 9(8).

       *> The reject file in hand.
       01  WS-PROGRAM           PIC X(16).
       01  WS-SOURCE            PIC X(40).
       01  WS-DEF-REASON        PIC X(20).
       01  WS-FILE-DATE         PIC 9(8) VALUE 0.
       01  WS-LINE-NO           PIC 9(6) VALUE 0.
       01  WS-REJ-DATE          PIC 9(8) VALUE 0.
       01  WS-REASON            PIC X(20).
       01  WS-SCAN-POS          PIC 9(3) VALUE 0.
       01  WS-VAL-POS           PIC 9(3) VALUE 0.
       01  WS-VAL-LEN           PIC 9(3) VALUE 0.
       01  WS-RESUBMITTED       PIC X VALUE "N".
           88 RESUBMITTED        VALUE "Y".
       01  WS-AGE               PIC 9(5) VALUE 0.
       01  WS-BAND              PIC 9(1) VALUE 0.

       *> File age support via CBL_CHECK_FILE_EXIST.
       01  WS-FILE-INFO.
           05 WS-FI-SIZE        PIC X(8) COMP-X.
           05 WS-FI-DD          PIC X COMP-X.
           05 WS-FI-MM          PIC X COMP-X.
           05 WS-FI-YYYY        PIC X(2) COMP-X.
           05 WS-FI-HH          PIC X COMP-X.
           05 WS-FI-MIN         PIC X COMP-X.
           05 WS-FI-SS          PIC X COMP-X.
           05 WS-FI-CC          PIC X COMP-X.

       *> Outstanding rejects by program and reason, and the
       *> program totals in order of first appearance.
       01  WS-GR-COUNT          PIC 9(3) VALUE 0.
       01  WS-GR-IDX            PIC 9(3) VALUE 0.
       01  WS-GR-TAB.
           05 WS-GR-ENTRY OCCURS 300 TIMES.
               10 WS-GR-PROGRAM PIC X(16).
               10 WS-GR-REASON  PIC X(20).
               10 WS-GR-BAND    PIC 9(6) OCCURS 4 TIMES.
               10 WS-GR-TOTAL   PIC 9(6).
               10 WS-GR-OLDEST  PIC 9(5).
       01  WS-PG-COUNT          PIC 9(3) VALUE 0.
       01  WS-PG-IDX            PIC 9(3) VALUE 0.
       01  WS-PG-TAB.
           05 WS-PG-ENTRY OCCURS 50 TIMES.
               10 WS-PG-PROGRAM PIC X(16).
               10 WS-PG-BAND    PIC 9(6) OCCURS 4 TIMES.
               10 WS-PG-TOTAL   PIC 9(6).
               10 WS-PG-OLDEST  PIC 9(5).
               10 WS-PG-AGED    PIC 9(6).
       01  WS-GT-BAND           PIC 9(6) OCCURS 4 TIMES.
       01  WS-GT-TOTAL          PIC 9(6) VALUE 0.
       01  WS-GT-OLDEST         PIC 9(5) VALUE 0.
       01  WS-BX                PIC 9(1) VALUE 0.

       01  WS-CNT-FILES         PIC 9(4) VALUE 0.
       01  WS-CNT-NOFILE        PIC 9(4) VALUE 0.
       01  WS-CNT-REJECTS       PIC 9(6) VALUE 0.
       01  WS-CNT-RESUB         PIC 9(6) VALUE 0.
       01  WS-CNT-AGED          PIC 9(6) VALUE 0.

       *> DATEEDITSUB parameters for the age in days.
       01  WS-DE-FUNC           PIC X(1).
       01  WS-DE-DATE-1         PIC 9(8) VALUE 0.
       01  WS-DE-DATE-2         PIC 9(8) VALUE 0.
       01  WS-DE-DAYS           PIC S9(5) VALUE 0.
       01  WS-DE-RESULT         PIC S9(8) VALUE 0.
       01  WS-DE-STATUS         PIC XX.

       *> REPORTSUB parameters and the edited report line.
       01  WS-RS-FUNC           PIC X(1).
       01  WS-RS-TEXT           PIC X(132).
       01  WS-RPT-LINE          PIC X(132).
       01  WS-RL-LABEL          PIC X(38).
       01  WS-RL-COUNT          PIC ZZZ,ZZ9.
       01  WS-RL-DAYS           PIC ZZ,ZZ9.

       *> REFCODESUB parameters: reasons are printed with their
       *> reference-code description.
       01  WS-RC-TYPE           PIC X(8) VALUE "REJECT".
       01  WS-RC-CODE           PIC X(30).
       01  WS-RC-ASOF           PIC 9(8) VALUE 0.
       01  WS-RC-DESC           PIC X(40).
       01  WS-RC-STATUS         PIC XX.

       *> ALERTSUB parameters.
       01  WS-AL-SEV            PIC X(1).
       01  WS-AL-REASON         PIC X(30).
       01  WS-AL-DETAIL         PIC X(60).

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "REJECTAGING".
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

           MOVE 0 TO WS-ASOF.
           ACCEPT WS-ASOF FROM ENVIRONMENT "REJAGE_ASOF".
           IF WS-ASOF = 0
               ACCEPT WS-ASOF FROM ENVIRONMENT "PROCESS_DATE"
           END-IF.
           IF WS-ASOF = 0
               ACCEPT WS-ASOF FROM DATE YYYYMMDD
           END-IF.

           ACCEPT WS-MAX-DAYS FROM ENVIRONMENT "REJAGE_MAX_DAYS".
           IF WS-MAX-DAYS = 0
               MOVE 30 TO WS-MAX-DAYS
           END-IF.

           MOVE "reject-inventory-list.txt" TO WS-LIST-PATH.
           ACCEPT WS-LIST-PATH FROM ENVIRONMENT "REJAGE_LIST".
           IF WS-LIST-PATH = SPACES
               MOVE "reject-inventory-list.txt" TO WS-LIST-PATH
           END-IF.

           MOVE "recycle-ledger.txt" TO WS-LEDG-PATH.
           ACCEPT WS-LEDG-PATH FROM ENVIRONMENT "RECYCLE_LEDGER".
           IF WS-LEDG-PATH = SPACES
               MOVE "recycle-ledger.txt" TO WS-LEDG-PATH
           END-IF.

           MOVE SPACES TO WS-RPT-PATH.
           ACCEPT WS-RPT-PATH FROM ENVIRONMENT "REJAGE_REPORT".
           IF WS-RPT-PATH = SPACES
               STRING "reject-aging-" DELIMITED BY SIZE
                      WS-ASOF         DELIMITED BY SIZE
                      ".txt"          DELIMITED BY SIZE
                      INTO WS-RPT-PATH
               END-STRING
           END-IF.

           OPEN INPUT LIST-FILE.
           IF WS-LIST-FS NOT = "00"
               DISPLAY "ERROR|REASON=LIST-FILE-NOT-FOUND|PATH="
                       WS-LIST-PATH(1:40) "|STATUS=" WS-LIST-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           PERFORM PARA-LOAD-LEDGER.

           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 4
               MOVE 0 TO WS-GT-BAND(WS-BX)
           END-PERFORM.

           PERFORM UNTIL LIST-EOF
               READ LIST-FILE
                   AT END
                       SET LIST-EOF TO TRUE
                   NOT AT END
                       IF LST-PATH NOT = SPACES
                           PERFORM PARA-INVENTORY-FILE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LIST-FILE.

           PERFORM PARA-WRITE-REPORT.
           PERFORM PARA-AGE-ALERTS.

           DISPLAY "REJAGE|FILES=" WS-CNT-FILES
                   "|NOT-FOUND=" WS-CNT-NOFILE
                   "|REJECTS=" WS-CNT-REJECTS
                   "|RESUBMITTED=" WS-CNT-RESUB
                   "|OUTSTANDING=" WS-GT-TOTAL
                   "|OVER-MAX-AGE=" WS-CNT-AGED
                   "|REPORT=" WS-RPT-PATH(1:40).

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-LIST-PATH(1:40) TO WS-RH-IN
           MOVE WS-RPT-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-REJECTS TO WS-RH-READ
           *> WRITTEN carries the outstanding total for the
           *> operations dashboard.
           MOVE WS-GT-TOTAL TO WS-RH-WRITTEN
           COMPUTE WS-RH-REJECTED = WS-CNT-AGED + WS-CNT-NOFILE
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

       PARA-LOAD-LEDGER.
           *> No ledger means nothing has been recycled yet.
           OPEN INPUT LEDG-FILE
           IF WS-LEDG-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LEDG-EOF
               READ LEDG-FILE
                   AT END
                       SET LEDG-EOF TO TRUE
                   NOT AT END
                       IF LEDG-REC(1:13) = "RECYCLE|DATE="
                           AND LEDG-REC(14:8) IS NUMERIC
                           AND LEDG-REC(73:6) IS NUMERIC
                           IF WS-LG-COUNT < 2000
                               ADD 1 TO WS-LG-COUNT
                               MOVE LEDG-REC(27:40)
                                   TO WS-LG-SRC(WS-LG-COUNT)
                               MOVE LEDG-REC(73:6)
                                   TO WS-LG-LINE(WS-LG-COUNT)
                               MOVE LEDG-REC(14:8)
                                   TO WS-LG-DATE(WS-LG-COUNT)
                           ELSE
                               DISPLAY "WARN|REASON=LEDGER-TABLE-FULL"
                                       "|PATH=" WS-LEDG-PATH(1:40)
                               SET LEDG-EOF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEDG-FILE.

           EXIT.

       PARA-INVENTORY-FILE.
           ADD 1 TO WS-CNT-FILES
           MOVE LST-PROGRAM TO WS-PROGRAM
           MOVE LST-REASON TO WS-DEF-REASON
           MOVE LST-SOURCE TO WS-SOURCE
           IF WS-SOURCE = SPACES
               MOVE LST-PATH TO WS-SOURCE
           END-IF
           MOVE SPACES TO WS-REJ-PATH
           MOVE LST-PATH TO WS-REJ-PATH(1:40)

           *> A reject file not there has nothing outstanding, but
           *> a list entry that matches nothing is worth a look.
           OPEN INPUT REJ-FILE
           IF WS-REJ-FS NOT = "00"
               ADD 1 TO WS-CNT-NOFILE
               DISPLAY "WARN|REASON=REJECT-FILE-NOT-FOUND|PATH="
                       LST-PATH "|STATUS=" WS-REJ-FS
               EXIT PARAGRAPH
           END-IF

           MOVE WS-ASOF TO WS-FILE-DATE
           CALL "CBL_CHECK_FILE_EXIST" USING WS-REJ-PATH
               WS-FILE-INFO
           IF RETURN-CODE = 0
               COMPUTE WS-FILE-DATE = WS-FI-YYYY * 10000
                   + WS-FI-MM * 100 + WS-FI-DD
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE 0 TO WS-LINE-NO
           MOVE "N" TO WS-REJ-EOF
           PERFORM UNTIL REJ-EOF
               READ REJ-FILE
                   AT END
                       SET REJ-EOF TO TRUE
                   NOT AT END
                       *> Line numbers count every line, as the
                       *> recycle ledger does.
                       ADD 1 TO WS-LINE-NO
                       IF REJ-REC NOT = SPACES
                           AND REJ-REC(1:7) NOT = "TOTALS|"
                           AND REJ-REC(1:5) NOT = "RULE|"
                           AND REJ-REC(1:8) NOT = "REFFAIL|"
                           AND REJ-REC(1:9) NOT = "CODEFAIL|"
                           PERFORM PARA-INVENTORY-REJECT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REJ-FILE.

           EXIT.

       PARA-INVENTORY-REJECT.
           ADD 1 TO WS-CNT-REJECTS

           *> The reject's own date when its line carries one.
           MOVE WS-FILE-DATE TO WS-REJ-DATE
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 146
               IF REJ-REC(WS-SCAN-POS:6) = "|DATE="
                   AND REJ-REC(WS-SCAN-POS + 6:8) IS NUMERIC
                   MOVE REJ-REC(WS-SCAN-POS + 6:8) TO WS-REJ-DATE
                   MOVE 146 TO WS-SCAN-POS
               END-IF
           END-PERFORM

           MOVE "N" TO WS-RESUBMITTED
           PERFORM VARYING WS-LG-IDX FROM 1 BY 1
                   UNTIL WS-LG-IDX > WS-LG-COUNT
                      OR RESUBMITTED
               IF WS-LG-SRC(WS-LG-IDX) = WS-SOURCE
                   AND WS-LG-LINE(WS-LG-IDX) = WS-LINE-NO
                   AND WS-LG-DATE(WS-LG-IDX) >= WS-REJ-DATE
                   SET RESUBMITTED TO TRUE
               END-IF
           END-PERFORM
           IF RESUBMITTED
               ADD 1 TO WS-CNT-RESUB
               EXIT PARAGRAPH
           END-IF

           PERFORM PARA-FIND-REASON

           MOVE "D" TO WS-DE-FUNC
           MOVE WS-ASOF TO WS-DE-DATE-1
           MOVE WS-REJ-DATE TO WS-DE-DATE-2
           CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
               WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS
           IF WS-DE-STATUS = "00" AND WS-DE-RESULT > 0
               MOVE WS-DE-RESULT TO WS-AGE
           ELSE
               MOVE 0 TO WS-AGE
           END-IF
           EVALUATE TRUE
               WHEN WS-AGE <= 2
                   MOVE 1 TO WS-BAND
               WHEN WS-AGE <= 7
                   MOVE 2 TO WS-BAND
               WHEN WS-AGE <= 30
                   MOVE 3 TO WS-BAND
               WHEN OTHER
                   MOVE 4 TO WS-BAND
           END-EVALUATE

           PERFORM PARA-ACCUMULATE

           IF WS-AGE > WS-MAX-DAYS
               ADD 1 TO WS-CNT-AGED
               ADD 1 TO WS-PG-AGED(WS-PG-IDX)
               DISPLAY "AGED|PROGRAM=" WS-PROGRAM
                       "|FILE=" WS-REJ-PATH(1:40)
                       "|LINE=" WS-LINE-NO
                       "|REASON=" WS-REASON
                       "|DATE=" WS-REJ-DATE
                       "|AGE=" WS-AGE
           END-IF.

           EXIT.

       PARA-FIND-REASON.
           *> REASON= first, then the edited FIELD=, then the list's
           *> reason for the file, then the line's leading tag.
           MOVE SPACES TO WS-REASON
           MOVE 0 TO WS-VAL-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 150
                      OR WS-VAL-POS > 0
               IF REJ-REC(WS-SCAN-POS:7) = "REASON="
                   COMPUTE WS-VAL-POS = WS-SCAN-POS + 7
               END-IF
           END-PERFORM
           IF WS-VAL-POS = 0
               PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                       UNTIL WS-SCAN-POS > 150
                          OR WS-VAL-POS > 0
                   IF REJ-REC(WS-SCAN-POS:6) = "FIELD="
                       COMPUTE WS-VAL-POS = WS-SCAN-POS + 6
                   END-IF
               END-PERFORM
           END-IF
           IF WS-VAL-POS > 0
               MOVE 0 TO WS-VAL-LEN
               PERFORM UNTIL WS-VAL-LEN >= 20
                       OR WS-VAL-POS + WS-VAL-LEN > 160
                       OR REJ-REC(WS-VAL-POS + WS-VAL-LEN:1) = "|"
                       OR REJ-REC(WS-VAL-POS + WS-VAL-LEN:1) = SPACE
                   ADD 1 TO WS-VAL-LEN
               END-PERFORM
               IF WS-VAL-LEN > 0
                   MOVE REJ-REC(WS-VAL-POS:WS-VAL-LEN) TO WS-REASON
               END-IF
           END-IF
           IF WS-REASON = SPACES
               MOVE WS-DEF-REASON TO WS-REASON
           END-IF
           IF WS-REASON = SPACES
               UNSTRING REJ-REC DELIMITED BY "|"
                   INTO WS-REASON
               END-UNSTRING
           END-IF.

           EXIT.

       PARA-ACCUMULATE.
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
                      OR WS-PG-PROGRAM(WS-PG-IDX) = WS-PROGRAM
               CONTINUE
           END-PERFORM
           IF WS-PG-IDX > WS-PG-COUNT
               IF WS-PG-COUNT >= 50
                   MOVE 50 TO WS-PG-IDX
               ELSE
                   ADD 1 TO WS-PG-COUNT
                   MOVE WS-PG-COUNT TO WS-PG-IDX
                   MOVE WS-PROGRAM TO WS-PG-PROGRAM(WS-PG-IDX)
                   PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 4
                       MOVE 0 TO WS-PG-BAND(WS-PG-IDX WS-BX)
                   END-PERFORM
                   MOVE 0 TO WS-PG-TOTAL(WS-PG-IDX)
                   MOVE 0 TO WS-PG-OLDEST(WS-PG-IDX)
                   MOVE 0 TO WS-PG-AGED(WS-PG-IDX)
               END-IF
           END-IF

           PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                   UNTIL WS-GR-IDX > WS-GR-COUNT
                      OR (WS-GR-PROGRAM(WS-GR-IDX) = WS-PROGRAM
                          AND WS-GR-REASON(WS-GR-IDX) = WS-REASON)
               CONTINUE
           END-PERFORM
           IF WS-GR-IDX > WS-GR-COUNT
               IF WS-GR-COUNT >= 300
                   DISPLAY "WARN|REASON=GROUP-TABLE-FULL|PROGRAM="
                           WS-PROGRAM "|REJECT-REASON=" WS-REASON
                   MOVE 0 TO WS-GR-IDX
               ELSE
                   ADD 1 TO WS-GR-COUNT
                   MOVE WS-GR-COUNT TO WS-GR-IDX
                   MOVE WS-PROGRAM TO WS-GR-PROGRAM(WS-GR-IDX)
                   MOVE WS-REASON TO WS-GR-REASON(WS-GR-IDX)
                   PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 4
                       MOVE 0 TO WS-GR-BAND(WS-GR-IDX WS-BX)
                   END-PERFORM
                   MOVE 0 TO WS-GR-TOTAL(WS-GR-IDX)
                   MOVE 0 TO WS-GR-OLDEST(WS-GR-IDX)
               END-IF
           END-IF

           IF WS-GR-IDX > 0
               ADD 1 TO WS-GR-BAND(WS-GR-IDX WS-BAND)
               ADD 1 TO WS-GR-TOTAL(WS-GR-IDX)
               IF WS-AGE > WS-GR-OLDEST(WS-GR-IDX)
                   MOVE WS-AGE TO WS-GR-OLDEST(WS-GR-IDX)
               END-IF
           END-IF
           ADD 1 TO WS-PG-BAND(WS-PG-IDX WS-BAND)
           ADD 1 TO WS-PG-TOTAL(WS-PG-IDX)
           IF WS-AGE > WS-PG-OLDEST(WS-PG-IDX)
               MOVE WS-AGE TO WS-PG-OLDEST(WS-PG-IDX)
           END-IF
           ADD 1 TO WS-GT-BAND(WS-BAND)
           ADD 1 TO WS-GT-TOTAL
           IF WS-AGE > WS-GT-OLDEST
               MOVE WS-AGE TO WS-GT-OLDEST
           END-IF.

           EXIT.

       PARA-WRITE-REPORT.
           MOVE "S" TO WS-RS-FUNC
           MOVE "OUTSTANDING REJECT INVENTORY AND AGING" TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "H" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           STRING "REJAGE|ASOF="   DELIMITED BY SIZE
                  WS-ASOF          DELIMITED BY SIZE
                  "|LIST="         DELIMITED BY SIZE
                  WS-LIST-PATH(1:40) DELIMITED BY SPACE
                  "|LEDGER="       DELIMITED BY SIZE
                  WS-LEDG-PATH(1:40) DELIMITED BY SPACE
                  INTO WS-RS-TEXT
           END-STRING
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE SPACES TO WS-RS-TEXT
           MOVE "PROGRAM          REASON" TO WS-RS-TEXT(1:38)
           MOVE "  0-2 DAYS  3-7 DAYS 8-30 DAYS  OVER 30" TO
               WS-RS-TEXT(39:39)
           MOVE "     TOTAL  OLDEST" TO WS-RS-TEXT(78:18)
           MOVE "MEANING" TO WS-RS-TEXT(98:7)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT

           *> Each program's reasons, then its break total.
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
               PERFORM VARYING WS-GR-IDX FROM 1 BY 1
                       UNTIL WS-GR-IDX > WS-GR-COUNT
                   IF WS-GR-PROGRAM(WS-GR-IDX)
                       = WS-PG-PROGRAM(WS-PG-IDX)
                       PERFORM PARA-REPORT-GROUP
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-RL-LABEL
               STRING "TOTAL "                 DELIMITED BY SIZE
                      WS-PG-PROGRAM(WS-PG-IDX) DELIMITED BY SPACE
                      INTO WS-RL-LABEL
               END-STRING
               MOVE SPACES TO WS-RPT-LINE
               MOVE WS-RL-LABEL TO WS-RPT-LINE(1:38)
               PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 4
                   MOVE WS-PG-BAND(WS-PG-IDX WS-BX) TO WS-RL-COUNT
                   MOVE WS-RL-COUNT
                       TO WS-RPT-LINE(39 + (WS-BX - 1) * 10 + 3:7)
               END-PERFORM
               MOVE WS-PG-TOTAL(WS-PG-IDX) TO WS-RL-COUNT
               MOVE WS-RL-COUNT TO WS-RPT-LINE(81:7)
               MOVE WS-PG-OLDEST(WS-PG-IDX) TO WS-RL-DAYS
               MOVE WS-RL-DAYS TO WS-RPT-LINE(90:6)
               PERFORM PARA-RPT-TOTAL
           END-PERFORM

           MOVE SPACES TO WS-RPT-LINE
           MOVE "GRAND TOTAL" TO WS-RPT-LINE(1:38)
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 4
               MOVE WS-GT-BAND(WS-BX) TO WS-RL-COUNT
               MOVE WS-RL-COUNT
                   TO WS-RPT-LINE(39 + (WS-BX - 1) * 10 + 3:7)
           END-PERFORM
           MOVE WS-GT-TOTAL TO WS-RL-COUNT
           MOVE WS-RL-COUNT TO WS-RPT-LINE(81:7)
           MOVE WS-GT-OLDEST TO WS-RL-DAYS
           MOVE WS-RL-DAYS TO WS-RPT-LINE(90:6)
           PERFORM PARA-RPT-TOTAL

           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTALS|FILES="   DELIMITED BY SIZE
                  WS-CNT-FILES      DELIMITED BY SIZE
                  "|REJECTS="       DELIMITED BY SIZE
                  WS-CNT-REJECTS    DELIMITED BY SIZE
                  "|RESUBMITTED="   DELIMITED BY SIZE
                  WS-CNT-RESUB      DELIMITED BY SIZE
                  "|OUTSTANDING="   DELIMITED BY SIZE
                  WS-GT-TOTAL       DELIMITED BY SIZE
                  "|OVER-MAX-AGE="  DELIMITED BY SIZE
                  WS-CNT-AGED       DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-TOTAL
           MOVE "E" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "R" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           MOVE "REJAGING" TO WS-RS-TEXT(1:16)
           MOVE WS-RH-PROGRAM TO WS-RS-TEXT(17:16)
           MOVE WS-ASOF TO WS-RS-TEXT(33:8)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT.

           EXIT.

       PARA-REPORT-GROUP.
           MOVE SPACES TO WS-RPT-LINE
           MOVE WS-GR-PROGRAM(WS-GR-IDX) TO WS-RPT-LINE(1:16)
           MOVE WS-GR-REASON(WS-GR-IDX) TO WS-RPT-LINE(18:20)
           PERFORM VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 4
               MOVE WS-GR-BAND(WS-GR-IDX WS-BX) TO WS-RL-COUNT
               MOVE WS-RL-COUNT
                   TO WS-RPT-LINE(39 + (WS-BX - 1) * 10 + 3:7)
           END-PERFORM
           MOVE WS-GR-TOTAL(WS-GR-IDX) TO WS-RL-COUNT
           MOVE WS-RL-COUNT TO WS-RPT-LINE(81:7)
           MOVE WS-GR-OLDEST(WS-GR-IDX) TO WS-RL-DAYS
           MOVE WS-RL-DAYS TO WS-RPT-LINE(90:6)
           MOVE WS-GR-REASON(WS-GR-IDX) TO WS-RC-CODE
           MOVE WS-ASOF TO WS-RC-ASOF
           CALL "REFCODESUB" USING WS-RC-TYPE WS-RC-CODE WS-RC-ASOF
               WS-RC-DESC WS-RC-STATUS
           MOVE WS-RC-DESC TO WS-RPT-LINE(98:35)
           PERFORM PARA-RPT-DETAIL.

           EXIT.

       PARA-AGE-ALERTS.
           *> One warning per program holding rejects past the
           *> maximum age.
           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
               IF WS-PG-AGED(WS-PG-IDX) > 0
                   MOVE "W" TO WS-AL-SEV
                   MOVE "REJECTS-OVER-MAX-AGE" TO WS-AL-REASON
                   MOVE SPACES TO WS-AL-DETAIL
                   STRING WS-PG-PROGRAM(WS-PG-IDX) DELIMITED BY SPACE
                          " COUNT="                DELIMITED BY SIZE
                          WS-PG-AGED(WS-PG-IDX)    DELIMITED BY SIZE
                          " OLDEST="               DELIMITED BY SIZE
                          WS-PG-OLDEST(WS-PG-IDX)  DELIMITED BY SIZE
                          " DAYS"                  DELIMITED BY SIZE
                          INTO WS-AL-DETAIL
                   END-STRING
                   CALL "ALERTSUB" USING WS-AL-SEV WS-RH-PROGRAM
                       WS-AL-REASON WS-AL-DETAIL
               END-IF
           END-PERFORM.

           EXIT.

       PARA-RPT-DETAIL.
           MOVE "D" TO WS-RS-FUNC
           MOVE WS-RPT-LINE TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT.

           EXIT.

       PARA-RPT-TOTAL.
           MOVE "T" TO WS-RS-FUNC
           MOVE WS-RPT-LINE TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT.

           EXIT.
