       IDENTIFICATION DIVISION.
       PROGRAM-ID. VOLUMECHECK.

      *> Volume anomaly check over every program's run history. The
      *> runs are taken from the indexed run-history master
      *> (HIST_MASTER, default runhistory.dat) together with the
      *> flat run-history file (RUN_HISTORY) not yet rolled into it,
      *> so the check does not wait for HISTORYMASTER ROLL. Failed
      *> runs are left out: their counts say nothing about the feed.
      *>
      *> CHECK mode (the default) totals each program's records read
      *> and written on the check date (VOLCHK_DATE, default today)
      *> and compares each figure with the program's average for the
      *> same weekday over the previous VOLCHK_WEEKS weeks (default
      *> 6, at most 12). A figure outside the band of VOLCHK_BAND_PCT
      *> percent (default 25) either side of the average raises an
      *> ALERTSUB warning under the program's name, with today's
      *> figure and the expected range. A program needs runs on at
      *> least VOLCHK_MIN_WEEKS (default 3) of those weekdays before
      *> it is judged. Programs with a naturally lumpy volume take
      *> their own band from VOLCHK_BANDS (default
      *> volume-bands.txt), one record per program:
      *>   program(16) band-pct(3)
      *> separated by a single space.
      *>
      *> TREND mode writes the weekly capacity report: for each
      *> program, its read and written totals for each of the last
      *> VOLCHK_TREND_WEEKS weeks (default 8, at most 10) ending on
      *> the check date, oldest first, with the latest week's change
      *> against the average of the earlier weeks and a direction
      *> (UP or DOWN beyond the band, else STEADY), to VOLCHK_REPORT
      *> (default volume-trend-<date>.txt) through REPORTSUB.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-HIST-FS.
           SELECT HMST-FILE ASSIGN TO DYNAMIC WS-HMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HM-KEY
               FILE STATUS  IS WS-HMST-FS.
           SELECT BAND-FILE ASSIGN TO DYNAMIC WS-BAND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-BAND-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-REC             PIC X(320).

       *> Indexed run-history master, HISTORYMASTER layout.
       FD  HMST-FILE.
       01  HMST-REC.
           05 HM-KEY.
               10 HM-PROG       PIC X(16).
               10 HM-DATE       PIC 9(8).
               10 HM-SEQ        PIC 9(3).
           05 HM-TIME           PIC 9(8).
           05 HM-READ           PIC 9(6).
           05 HM-WRITTEN        PIC 9(6).
           05 HM-REJECTED       PIC 9(6).
           05 HM-STATUS         PIC X(10).
           05 HM-ELAPSED        PIC 9(6).
           05 HM-HELD           PIC 9(6).
           05 HM-HELD-VALUE     PIC S9(11)V99
                                SIGN IS LEADING SEPARATE.
           05 HM-SET            PIC X(8).
           05 HM-CTLVER         PIC X(6).

       FD  BAND-FILE.
       01  BAND-REC.
           05 BD-PROGRAM        PIC X(16).
           05 FILLER            PIC X(1).
           05 BD-PCT            PIC 9(3).

       WORKING-STORAGE SECTION.
       01  WS-HIST-PATH         PIC X(260).
       01  WS-HIST-FS           PIC XX.
       01  WS-HIST-EOF          PIC X VALUE "N".
           88 HIST-EOF           VALUE "Y".
       01  WS-HMST-PATH         PIC X(260).
       01  WS-HMST-FS           PIC XX.
       01  WS-HM-EOF            PIC X VALUE "N".
           88 HM-EOF             VALUE "Y".
       01  WS-BAND-PATH         PIC X(260).
       01  WS-BAND-FS           PIC XX.
       01  WS-BAND-EOF          PIC X VALUE "N".
           88 BAND-EOF           VALUE "Y".
       01  WS-RPT-PATH          PIC X(260).
       01  WS-RUN-MODE          PIC X(5) VALUE "CHECK".

       *> REPORTSUB parameter block.
       01  WS-RPT-LINE          PIC X(220).
       01  WS-RS-FUNC           PIC X(1).
       01  WS-RS-TEXT           PIC X(132).

       *> ALERTSUB parameter block.
       01  WS-AL-SEV            PIC X(1).
       01  WS-AL-PROG           PIC X(16).
       01  WS-AL-REASON         PIC X(30).
       01  WS-AL-DETAIL         PIC X(60).

       *> Parameters.
       01  WS-CHECK-DATE        PIC 9(8) VALUE 0.
       01  WS-CHECK-INT         PIC 9(8) VALUE 0.
       01  WS-WEEKS             PIC 9(2) VALUE 0.
       01  WS-MIN-WEEKS         PIC 9(2) VALUE 0.
       01  WS-TREND-WEEKS       PIC 9(2) VALUE 0.
       01  WS-BAND-PCT          PIC 9(3) VALUE 0.

       *> Per-program bands.
       01  WS-BD-COUNT          PIC 9(3) VALUE 0.
       01  WS-BD-IDX            PIC 9(3) VALUE 0.
       01  WS-BD-TAB.
           05 WS-BD-ENTRY OCCURS 200 TIMES.
               10 WS-BD-PROGRAM PIC X(16).
               10 WS-BD-PCT     PIC 9(3).

       *> One run, from either source.
       01  WS-REC-PROG          PIC X(16).
       01  WS-REC-DATE          PIC 9(8).
       01  WS-REC-READ          PIC 9(6).
       01  WS-REC-WRITTEN       PIC 9(6).
       01  WS-REC-STATUS        PIC X(10).
       01  WS-REC-AGE           PIC S9(8) VALUE 0.
       01  WS-SLOT              PIC 9(2) VALUE 0.

       *> Per program: day totals for the check date (slot 1) and
       *> the same weekday 1..12 weeks back (slots 2..13), and week
       *> totals for the trend (slot 1 the week ending on the check
       *> date, slot 2 the week before, and so on).
       01  WS-PG-COUNT          PIC 9(3) VALUE 0.
       01  WS-PG-IDX            PIC 9(3) VALUE 0.
       01  WS-PG-TAB.
           05 WS-PG-ENTRY OCCURS 300 TIMES.
               10 WS-PG-PROGRAM   PIC X(16).
               10 WS-PG-DAY OCCURS 13 TIMES.
                   15 WS-PG-DAY-RUNS PIC 9(4).
                   15 WS-PG-DAY-READ PIC 9(9).
                   15 WS-PG-DAY-WRIT PIC 9(9).
               10 WS-PG-WEEK OCCURS 12 TIMES.
                   15 WS-PG-WK-READ  PIC 9(9).
                   15 WS-PG-WK-WRIT  PIC 9(9).
       01  WS-CNT-PG-FULL       PIC 9(6) VALUE 0.

       *> One figure's judgement.
       01  WS-K                 PIC 9(2) VALUE 0.
       01  WS-FIG-NAME          PIC X(7).
       01  WS-FIG-TODAY         PIC 9(9) VALUE 0.
       01  WS-FIG-SUM           PIC 9(11) VALUE 0.
       01  WS-FIG-SAMPLES       PIC 9(2) VALUE 0.
       01  WS-FIG-AVG           PIC 9(9) VALUE 0.
       01  WS-FIG-LOW           PIC 9(9) VALUE 0.
       01  WS-FIG-HIGH          PIC 9(9) VALUE 0.
       01  WS-FIG-BAND          PIC 9(3) VALUE 0.
       01  WS-FIG-RESULT        PIC X(11).
       01  WS-FIG-WORK          PIC S9(11) VALUE 0.

       *> Trend line working fields.
       01  WS-WK-VALUE          PIC 9(9) VALUE 0.
       01  WS-WK-ED             PIC Z(7)9.
       01  WS-WK-PTR            PIC 9(3) VALUE 1.
       01  WS-WK-PRIOR-SUM      PIC 9(11) VALUE 0.
       01  WS-WK-PRIOR-AVG      PIC 9(9) VALUE 0.
       01  WS-WK-CHANGE         PIC S9(5) VALUE 0.
       01  WS-WK-CHANGE-ED      PIC +9(4).
       01  WS-WK-DIRECTION      PIC X(6).

       *> Counts.
       01  WS-CNT-PROGRAMS      PIC 9(6) VALUE 0.
       01  WS-CNT-CHECKED       PIC 9(6) VALUE 0.
       01  WS-CNT-NO-BASE       PIC 9(6) VALUE 0.
       01  WS-CNT-ANOMALIES     PIC 9(6) VALUE 0.
       01  WS-CNT-LINES         PIC 9(6) VALUE 0.
       01  WS-CNT-MOVING        PIC 9(6) VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "VOLUMECHECK".
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
               MOVE "run-history.txt" TO WS-HIST-PATH
           END-IF.

           MOVE "runhistory.dat" TO WS-HMST-PATH.
           ACCEPT WS-HMST-PATH FROM ENVIRONMENT "HIST_MASTER".
           IF WS-HMST-PATH = SPACES
               MOVE "runhistory.dat" TO WS-HMST-PATH
           END-IF.

           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "VOLCHK_MODE".
           IF WS-RUN-MODE NOT = "TREND"
               MOVE "CHECK" TO WS-RUN-MODE
           END-IF.

           ACCEPT WS-CHECK-DATE FROM ENVIRONMENT "VOLCHK_DATE".
           IF WS-CHECK-DATE = 0
               ACCEPT WS-CHECK-DATE FROM DATE YYYYMMDD
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) NOT = 0
               DISPLAY "ERROR|REASON=BAD-CHECK-DATE|DATE="
                       WS-CHECK-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.
           COMPUTE WS-CHECK-INT =
               FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE).

           ACCEPT WS-WEEKS FROM ENVIRONMENT "VOLCHK_WEEKS".
           IF WS-WEEKS = 0
               MOVE 6 TO WS-WEEKS
           END-IF.
           IF WS-WEEKS > 12
               MOVE 12 TO WS-WEEKS
           END-IF.
           ACCEPT WS-MIN-WEEKS FROM ENVIRONMENT "VOLCHK_MIN_WEEKS".
           IF WS-MIN-WEEKS = 0
               MOVE 3 TO WS-MIN-WEEKS
           END-IF.
           ACCEPT WS-TREND-WEEKS FROM ENVIRONMENT "VOLCHK_TREND_WEEKS".
           IF WS-TREND-WEEKS = 0
               MOVE 8 TO WS-TREND-WEEKS
           END-IF.
           IF WS-TREND-WEEKS > 10
               MOVE 10 TO WS-TREND-WEEKS
           END-IF.
           ACCEPT WS-BAND-PCT FROM ENVIRONMENT "VOLCHK_BAND_PCT".
           IF WS-BAND-PCT = 0
               MOVE 25 TO WS-BAND-PCT
           END-IF.

           MOVE "volume-bands.txt" TO WS-BAND-PATH.
           ACCEPT WS-BAND-PATH FROM ENVIRONMENT "VOLCHK_BANDS".
           IF WS-BAND-PATH = SPACES
               MOVE "volume-bands.txt" TO WS-BAND-PATH
           END-IF.
           PERFORM PARA-LOAD-BANDS

           MOVE SPACES TO WS-RPT-PATH.
           ACCEPT WS-RPT-PATH FROM ENVIRONMENT "VOLCHK_REPORT".
           IF WS-RPT-PATH = SPACES
               STRING "volume-trend-" DELIMITED BY SIZE
                      WS-CHECK-DATE   DELIMITED BY SIZE
                      ".txt"          DELIMITED BY SIZE
                      INTO WS-RPT-PATH
               END-STRING
           END-IF.

           PERFORM PARA-LOAD-MASTER
           PERFORM PARA-LOAD-FLAT
           IF RETURN-CODE >= 8
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF

           IF WS-RUN-MODE = "TREND"
               PERFORM PARA-TREND-REPORT
           ELSE
               PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                       UNTIL WS-PG-IDX > WS-PG-COUNT
                   PERFORM PARA-CHECK-PROGRAM
               END-PERFORM
               DISPLAY "VOLCHK|DATE=" WS-CHECK-DATE
                       "|PROGRAMS=" WS-CNT-CHECKED
                       "|NO-BASELINE=" WS-CNT-NO-BASE
                       "|ANOMALIES=" WS-CNT-ANOMALIES
                       "|WEEKS=" WS-WEEKS
                       "|BAND-PCT=" WS-BAND-PCT
           END-IF

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-HMST-PATH(1:40) TO WS-RH-IN
           IF WS-RUN-MODE = "TREND"
               MOVE WS-RPT-PATH(1:40) TO WS-RH-OUT
               MOVE WS-CNT-PROGRAMS TO WS-RH-READ
               MOVE WS-CNT-LINES TO WS-RH-WRITTEN
               MOVE 0 TO WS-RH-REJECTED
           ELSE
               MOVE "ALERTSUB" TO WS-RH-OUT
               MOVE WS-CNT-CHECKED TO WS-RH-READ
               COMPUTE WS-RH-WRITTEN = WS-CNT-CHECKED
                   - WS-CNT-NO-BASE
               MOVE WS-CNT-ANOMALIES TO WS-RH-REJECTED
           END-IF
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

       PARA-LOAD-BANDS.
           OPEN INPUT BAND-FILE
           IF WS-BAND-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL BAND-EOF OR WS-BD-COUNT >= 200
               READ BAND-FILE
                   AT END
                       SET BAND-EOF TO TRUE
                   NOT AT END
                       IF BD-PROGRAM NOT = SPACES
                           AND BD-PCT IS NUMERIC
                           ADD 1 TO WS-BD-COUNT
                           MOVE BD-PROGRAM
                               TO WS-BD-PROGRAM(WS-BD-COUNT)
                           MOVE BD-PCT TO WS-BD-PCT(WS-BD-COUNT)
                       ELSE
                           DISPLAY "BANDS|WARN=BAD-ENTRY|TEXT="
                                   BAND-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BAND-FILE.

           EXIT.

       PARA-LOAD-MASTER.
           *> A site that has never rolled its history has no master
           *> yet; the flat file alone is then the history.
           OPEN INPUT HMST-FILE
           IF WS-HMST-FS NOT = "00"
               DISPLAY "VOLCHK|WARN=MASTER-NOT-FOUND|PATH="
                       WS-HMST-PATH(1:40) "|STATUS=" WS-HMST-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HM-EOF
               READ HMST-FILE NEXT
                   AT END
                       SET HM-EOF TO TRUE
                   NOT AT END
                       MOVE HM-PROG TO WS-REC-PROG
                       MOVE HM-DATE TO WS-REC-DATE
                       MOVE HM-READ TO WS-REC-READ
                       MOVE HM-WRITTEN TO WS-REC-WRITTEN
                       MOVE HM-STATUS TO WS-REC-STATUS
                       PERFORM PARA-NOTE-RUN
               END-READ
           END-PERFORM
           CLOSE HMST-FILE.

           EXIT.

       PARA-LOAD-FLAT.
           OPEN INPUT HIST-FILE
           IF WS-HIST-FS NOT = "00"
               IF WS-HMST-FS NOT = "00"
                   DISPLAY "ERROR|REASON=HISTORY-NOT-FOUND|PATH="
                           WS-HIST-PATH(1:40) "|STATUS=" WS-HIST-FS
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HIST-EOF
               READ HIST-FILE
                   AT END
                       SET HIST-EOF TO TRUE
                   NOT AT END
                       IF HIST-REC(1:4) = "RUN|"
                           AND HIST-REC(32:8) IS NUMERIC
                           MOVE HIST-REC(10:16) TO WS-REC-PROG
                           MOVE HIST-REC(32:8) TO WS-REC-DATE
                           MOVE 0 TO WS-REC-READ
                           MOVE 0 TO WS-REC-WRITTEN
                           IF HIST-REC(149:6) IS NUMERIC
                               MOVE HIST-REC(149:6) TO WS-REC-READ
                           END-IF
                           IF HIST-REC(164:6) IS NUMERIC
                               MOVE HIST-REC(164:6)
                                   TO WS-REC-WRITTEN
                           END-IF
                           MOVE HIST-REC(194:10) TO WS-REC-STATUS
                           PERFORM PARA-NOTE-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HIST-FILE.

           EXIT.

       PARA-NOTE-RUN.
           IF WS-REC-STATUS = "FAILED"
               OR WS-REC-PROG = WS-RH-PROGRAM
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-REC-DATE) NOT = 0
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-REC-AGE = WS-CHECK-INT
               - FUNCTION INTEGER-OF-DATE(WS-REC-DATE)
           IF WS-REC-AGE < 0 OR WS-REC-AGE > 12 * 7
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
                      OR WS-PG-PROGRAM(WS-PG-IDX) = WS-REC-PROG
               CONTINUE
           END-PERFORM
           IF WS-PG-IDX > WS-PG-COUNT
               IF WS-PG-COUNT >= 300
                   ADD 1 TO WS-CNT-PG-FULL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PG-COUNT
               MOVE WS-PG-COUNT TO WS-PG-IDX
               INITIALIZE WS-PG-ENTRY(WS-PG-IDX)
               MOVE WS-REC-PROG TO WS-PG-PROGRAM(WS-PG-IDX)
           END-IF

           *> Same weekday as the check date, up to 12 weeks back.
           IF FUNCTION MOD(WS-REC-AGE, 7) = 0
               COMPUTE WS-SLOT = WS-REC-AGE / 7 + 1
               ADD 1 TO WS-PG-DAY-RUNS(WS-PG-IDX WS-SLOT)
               ADD WS-REC-READ TO WS-PG-DAY-READ(WS-PG-IDX WS-SLOT)
               ADD WS-REC-WRITTEN
                   TO WS-PG-DAY-WRIT(WS-PG-IDX WS-SLOT)
           END-IF

           *> Week ending on the check date, and those before it.
           DIVIDE WS-REC-AGE BY 7 GIVING WS-SLOT
           ADD 1 TO WS-SLOT
           IF WS-SLOT <= 12
               ADD WS-REC-READ TO WS-PG-WK-READ(WS-PG-IDX WS-SLOT)
               ADD WS-REC-WRITTEN
                   TO WS-PG-WK-WRIT(WS-PG-IDX WS-SLOT)
           END-IF.

           EXIT.

       PARA-CHECK-PROGRAM.
           *> Only programs that ran on the check date are judged.
           IF WS-PG-DAY-RUNS(WS-PG-IDX 1) = 0
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CNT-CHECKED

           MOVE WS-BAND-PCT TO WS-FIG-BAND
           PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                   UNTIL WS-BD-IDX > WS-BD-COUNT
               IF WS-BD-PROGRAM(WS-BD-IDX) = WS-PG-PROGRAM(WS-PG-IDX)
                   MOVE WS-BD-PCT(WS-BD-IDX) TO WS-FIG-BAND
               END-IF
           END-PERFORM

           MOVE 0 TO WS-FIG-SAMPLES
           PERFORM VARYING WS-K FROM 2 BY 1 UNTIL WS-K > WS-WEEKS + 1
               IF WS-PG-DAY-RUNS(WS-PG-IDX WS-K) > 0
                   ADD 1 TO WS-FIG-SAMPLES
               END-IF
           END-PERFORM
           IF WS-FIG-SAMPLES < WS-MIN-WEEKS
               ADD 1 TO WS-CNT-NO-BASE
               DISPLAY "VOLUME|PROG=" WS-PG-PROGRAM(WS-PG-IDX)
                       "|RESULT=NO-BASELINE|WEEKS-SEEN="
                       WS-FIG-SAMPLES
               EXIT PARAGRAPH
           END-IF

           MOVE "READ" TO WS-FIG-NAME
           MOVE WS-PG-DAY-READ(WS-PG-IDX 1) TO WS-FIG-TODAY
           MOVE 0 TO WS-FIG-SUM
           PERFORM VARYING WS-K FROM 2 BY 1 UNTIL WS-K > WS-WEEKS + 1
               IF WS-PG-DAY-RUNS(WS-PG-IDX WS-K) > 0
                   ADD WS-PG-DAY-READ(WS-PG-IDX WS-K) TO WS-FIG-SUM
               END-IF
           END-PERFORM
           PERFORM PARA-JUDGE-FIGURE

           MOVE "WRITTEN" TO WS-FIG-NAME
           MOVE WS-PG-DAY-WRIT(WS-PG-IDX 1) TO WS-FIG-TODAY
           MOVE 0 TO WS-FIG-SUM
           PERFORM VARYING WS-K FROM 2 BY 1 UNTIL WS-K > WS-WEEKS + 1
               IF WS-PG-DAY-RUNS(WS-PG-IDX WS-K) > 0
                   ADD WS-PG-DAY-WRIT(WS-PG-IDX WS-K) TO WS-FIG-SUM
               END-IF
           END-PERFORM
           PERFORM PARA-JUDGE-FIGURE.

           EXIT.

       PARA-JUDGE-FIGURE.
           COMPUTE WS-FIG-AVG ROUNDED = WS-FIG-SUM / WS-FIG-SAMPLES
           COMPUTE WS-FIG-WORK =
               WS-FIG-AVG * (100 - WS-FIG-BAND) / 100
           IF WS-FIG-WORK < 0
               MOVE 0 TO WS-FIG-LOW
           ELSE
               MOVE WS-FIG-WORK TO WS-FIG-LOW
           END-IF
           COMPUTE WS-FIG-HIGH =
               WS-FIG-AVG * (100 + WS-FIG-BAND) / 100

           EVALUATE TRUE
               WHEN WS-FIG-TODAY < WS-FIG-LOW
                   MOVE "LOW" TO WS-FIG-RESULT
               WHEN WS-FIG-TODAY > WS-FIG-HIGH
                   MOVE "HIGH" TO WS-FIG-RESULT
               WHEN OTHER
                   MOVE "OK" TO WS-FIG-RESULT
           END-EVALUATE

           DISPLAY "VOLUME|PROG=" WS-PG-PROGRAM(WS-PG-IDX)
                   "|FIG=" WS-FIG-NAME
                   "|TODAY=" WS-FIG-TODAY
                   "|AVG=" WS-FIG-AVG
                   "|LOW=" WS-FIG-LOW
                   "|HIGH=" WS-FIG-HIGH
                   "|RESULT=" WS-FIG-RESULT

           IF WS-FIG-RESULT NOT = "OK"
               ADD 1 TO WS-CNT-ANOMALIES
               MOVE "W" TO WS-AL-SEV
               MOVE WS-PG-PROGRAM(WS-PG-IDX) TO WS-AL-PROG
               MOVE SPACES TO WS-AL-REASON
               STRING "VOLUME-" DELIMITED BY SIZE
                      WS-FIG-RESULT DELIMITED BY SPACE
                      "-"       DELIMITED BY SIZE
                      WS-FIG-NAME DELIMITED BY SPACE
                      INTO WS-AL-REASON
               END-STRING
               MOVE SPACES TO WS-AL-DETAIL
               STRING "TODAY="    DELIMITED BY SIZE
                      WS-FIG-TODAY DELIMITED BY SIZE
                      " EXPECTED=" DELIMITED BY SIZE
                      WS-FIG-LOW  DELIMITED BY SIZE
                      "-"         DELIMITED BY SIZE
                      WS-FIG-HIGH DELIMITED BY SIZE
                      " DATE="    DELIMITED BY SIZE
                      WS-CHECK-DATE DELIMITED BY SIZE
                      INTO WS-AL-DETAIL
               END-STRING
               CALL "ALERTSUB" USING WS-AL-SEV WS-AL-PROG
                   WS-AL-REASON WS-AL-DETAIL
           END-IF.

           EXIT.

       PARA-TREND-REPORT.
           MOVE "S" TO WS-RS-FUNC
           MOVE "WEEKLY VOLUME TREND BY PROGRAM" TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "VOLUME-TREND|WEEKS-ENDING=" DELIMITED BY SIZE
                  WS-CHECK-DATE DELIMITED BY SIZE
                  "|WEEKS="     DELIMITED BY SIZE
                  WS-TREND-WEEKS DELIMITED BY SIZE
                  "|BAND-PCT="  DELIMITED BY SIZE
                  WS-BAND-PCT   DELIMITED BY SIZE
                  "|OLDEST-WEEK-FIRST" DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           MOVE "H" TO WS-RS-FUNC
           MOVE WS-RPT-LINE(1:132) TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT

           PERFORM VARYING WS-PG-IDX FROM 1 BY 1
                   UNTIL WS-PG-IDX > WS-PG-COUNT
               ADD 1 TO WS-CNT-PROGRAMS
               MOVE WS-BAND-PCT TO WS-FIG-BAND
               PERFORM VARYING WS-BD-IDX FROM 1 BY 1
                       UNTIL WS-BD-IDX > WS-BD-COUNT
                   IF WS-BD-PROGRAM(WS-BD-IDX)
                       = WS-PG-PROGRAM(WS-PG-IDX)
                       MOVE WS-BD-PCT(WS-BD-IDX) TO WS-FIG-BAND
                   END-IF
               END-PERFORM
               MOVE "READ" TO WS-FIG-NAME
               PERFORM PARA-TREND-LINE
               MOVE "WRITTEN" TO WS-FIG-NAME
               PERFORM PARA-TREND-LINE
           END-PERFORM

           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTALS|PROGRAMS=" DELIMITED BY SIZE
                  WS-CNT-PROGRAMS    DELIMITED BY SIZE
                  "|FIGURES-MOVING=" DELIMITED BY SIZE
                  WS-CNT-MOVING      DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           MOVE "T" TO WS-RS-FUNC
           MOVE WS-RPT-LINE(1:132) TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT
           MOVE "E" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT
           MOVE "R" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           MOVE "VOLTREND" TO WS-RS-TEXT(1:16)
           MOVE WS-RH-PROGRAM TO WS-RS-TEXT(17:16)
           MOVE WS-CHECK-DATE TO WS-RS-TEXT(33:8)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT

           DISPLAY "VOLCHK|MODE=TREND|PROGRAMS=" WS-CNT-PROGRAMS
                   "|MOVING=" WS-CNT-MOVING
                   "|REPORT=" WS-RPT-PATH(1:40).

           EXIT.

       PARA-TREND-LINE.
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-PG-PROGRAM(WS-PG-IDX) DELIMITED BY SIZE
                  " "         DELIMITED BY SIZE
                  WS-FIG-NAME DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           MOVE 25 TO WS-WK-PTR
           MOVE 0 TO WS-WK-PRIOR-SUM
           PERFORM VARYING WS-K FROM WS-TREND-WEEKS BY -1
                   UNTIL WS-K < 1
               IF WS-FIG-NAME = "READ"
                   MOVE WS-PG-WK-READ(WS-PG-IDX WS-K) TO WS-WK-VALUE
               ELSE
                   MOVE WS-PG-WK-WRIT(WS-PG-IDX WS-K) TO WS-WK-VALUE
               END-IF
               IF WS-K > 1
                   ADD WS-WK-VALUE TO WS-WK-PRIOR-SUM
               END-IF
               MOVE WS-WK-VALUE TO WS-WK-ED
               STRING WS-WK-ED DELIMITED BY SIZE
                      INTO WS-RPT-LINE WITH POINTER WS-WK-PTR
               END-STRING
           END-PERFORM

           *> The latest week against the average of the earlier
           *> ones.
           COMPUTE WS-WK-PRIOR-AVG ROUNDED =
               WS-WK-PRIOR-SUM / (WS-TREND-WEEKS - 1)
           IF WS-TREND-WEEKS < 2 OR WS-WK-PRIOR-AVG = 0
               MOVE 0 TO WS-WK-CHANGE
           ELSE
               COMPUTE WS-WK-CHANGE ROUNDED =
                   (WS-WK-VALUE - WS-WK-PRIOR-AVG) * 100
                   / WS-WK-PRIOR-AVG
                   ON SIZE ERROR
                       MOVE 9999 TO WS-WK-CHANGE
               END-COMPUTE
           END-IF
           EVALUATE TRUE
               WHEN WS-WK-PRIOR-AVG = 0 AND WS-WK-VALUE > 0
                   MOVE "NEW" TO WS-WK-DIRECTION
               WHEN WS-WK-CHANGE > WS-FIG-BAND
                   MOVE "UP" TO WS-WK-DIRECTION
               WHEN WS-WK-CHANGE < 0 - WS-FIG-BAND
                   MOVE "DOWN" TO WS-WK-DIRECTION
               WHEN OTHER
                   MOVE "STEADY" TO WS-WK-DIRECTION
           END-EVALUATE
           IF WS-WK-DIRECTION NOT = "STEADY"
               ADD 1 TO WS-CNT-MOVING
           END-IF
           MOVE WS-WK-CHANGE TO WS-WK-CHANGE-ED
           STRING " CHANGE="  DELIMITED BY SIZE
                  WS-WK-CHANGE-ED DELIMITED BY SIZE
                  "% "        DELIMITED BY SIZE
                  WS-WK-DIRECTION DELIMITED BY SIZE
                  INTO WS-RPT-LINE WITH POINTER WS-WK-PTR
           END-STRING

           MOVE "D" TO WS-RS-FUNC
           MOVE WS-RPT-LINE(1:132) TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT
           ADD 1 TO WS-CNT-LINES.

           EXIT.
