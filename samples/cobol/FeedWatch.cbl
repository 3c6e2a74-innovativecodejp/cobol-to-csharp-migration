       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEEDWATCH.

      *> Inbound feed arrival watcher, run at intervals through the
      *> evening so a vendor file that has not come by its due time
      *> is noticed then, and not at 22:00 when PREFLIGHT finds it
      *> missing. Each record of the feed schedule (FEED_SCHEDULE,
      *> default feed-schedule.txt) names one expected feed:
      *>   feed(10) pattern(40) due(1) latest(4) cutoff(4)
      *> separated by single spaces. YYYYMMDD in the pattern is
      *> replaced by the business date. The due code says which
      *> days the feed is expected, using CALENDARSUB:
      *>   B = every business day, L = last business day of the
      *>   month, D = every day.
      *> latest is the latest acceptable arrival (hhmm); cutoff
      *> (hhmm, default FEEDWATCH_CUTOFF or 2200) is when a feed
      *> still absent is declared missing. A feed has arrived when
      *> its file exists, is non-empty and was written on or after
      *> the business date; the file's own timestamp is taken as
      *> the arrival time.
      *>
      *> Each run appends to the arrival register (FEED_ARRIVALS,
      *> default feed-arrivals.txt) once per feed and business date:
      *>   ONTIME / LATE  the feed arrived (arrival date and time,
      *>                  minutes late)
      *>   OVERDUE        past its latest time, not yet arrived -
      *>                  an ALERTSUB warning, raised once
      *>   MISSING        absent at cut-off - an ALERTSUB error
      *> so later runs in the evening neither re-alert nor re-record.
      *>
      *> FEEDWATCH_MODE=REPORT prints the vendor punctuality report
      *> for FEEDWATCH_MONTH (yyyymm, default the previous month)
      *> from the register to FEEDWATCH_REPORT (default
      *> feed-punctuality-<yyyymm>.txt).
      *>
      *> FEEDWATCH_DATE  business date (then PROCESS_DATE, today)
      *> FEEDWATCH_TIME  time of the check, hhmm (default now)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCH-FILE ASSIGN TO DYNAMIC WS-SCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-SCH-FS.
           SELECT ARR-FILE ASSIGN TO DYNAMIC WS-ARR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-ARR-FS.
           SELECT FEED-FILE ASSIGN TO DYNAMIC WS-FEED-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-FEED-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  SCH-FILE.
       01  SCH-REC.
           05 SCH-FEED          PIC X(10).
           05 FILLER            PIC X(1).
           05 SCH-PATTERN       PIC X(40).
           05 FILLER            PIC X(1).
           05 SCH-DUE           PIC X(1).
           05 FILLER            PIC X(1).
           05 SCH-LATEST        PIC X(4).
           05 FILLER            PIC X(1).
           05 SCH-CUTOFF        PIC X(4).

       *> Arrival register: one line per feed per business date.
       FD  ARR-FILE.
       01  ARR-REC.
           05 ARR-DATE          PIC 9(8).
           05 FILLER            PIC X(1).
           05 ARR-FEED          PIC X(10).
           05 FILLER            PIC X(1).
           05 ARR-STATUS        PIC X(8).
           05 FILLER            PIC X(1).
           05 ARR-ARR-DATE      PIC 9(8).
           05 FILLER            PIC X(1).
           05 ARR-ARR-TIME      PIC 9(4).
           05 FILLER            PIC X(1).
           05 ARR-LATEST        PIC 9(4).
           05 FILLER            PIC X(1).
           05 ARR-MINS-LATE     PIC 9(5).

       FD  FEED-FILE.
       01  FEED-REC             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SCH-PATH          PIC X(260).
       01  WS-SCH-FS            PIC XX.
       01  WS-ARR-PATH          PIC X(260).
       01  WS-ARR-FS            PIC XX.
       01  WS-FEED-PATH         PIC X(260).
       01  WS-FEED-FS           PIC XX.
       01  WS-RPT-PATH          PIC X(260).
       01  WS-SCH-EOF           PIC X VALUE "N".
           88 SCH-EOF            VALUE "Y".
       01  WS-ARR-EOF           PIC X VALUE "N".
           88 ARR-EOF            VALUE "Y".
       01  WS-MODE              PIC X(6) VALUE "WATCH".

       01  WS-BUS-DATE          PIC 9(8) VALUE 0.
       01  WS-NOW               PIC 9(8) VALUE 0.
       01  WS-NOW-HHMM          PIC 9(4) VALUE 0.
       01  WS-DEF-CUTOFF        PIC 9(4) VALUE 0.
       01  WS-MONTH             PIC 9(6) VALUE 0.
       01  WS-MONTH-R REDEFINES WS-MONTH.
           05 WS-MONTH-YY        PIC 9(4).
           05 WS-MONTH-MM        PIC 9(2).

       *> The schedule, loaded once, with each feed's state for the
       *> business date from the register: F = settled (arrived or
       *> declared missing), O = overdue warning already raised.
       01  WS-FD-COUNT          PIC 9(3) VALUE 0.
       01  WS-FD-IDX            PIC 9(3) VALUE 0.
       01  WS-FD-TAB.
           05 WS-FD-ENTRY OCCURS 100 TIMES.
               10 WS-FD-FEED     PIC X(10).
               10 WS-FD-PATTERN  PIC X(40).
               10 WS-FD-DUE      PIC X(1).
               10 WS-FD-LATEST   PIC 9(4).
               10 WS-FD-CUTOFF   PIC 9(4).
               10 WS-FD-STATE    PIC X(1).
       01  WS-SUB-POS           PIC 9(3) VALUE 0.
       01  WS-IS-DUE            PIC X VALUE "N".
           88 FEED-DUE           VALUE "Y".
       01  WS-RESULT            PIC X(8).

       *> Arrival time from the file's own timestamp.
       01  WS-FILE-INFO.
           05 WS-FI-SIZE        PIC X(8) COMP-X.
           05 WS-FI-DD          PIC X COMP-X.
           05 WS-FI-MM          PIC X COMP-X.
           05 WS-FI-YYYY        PIC X(2) COMP-X.
           05 WS-FI-HH          PIC X COMP-X.
           05 WS-FI-MIN         PIC X COMP-X.
           05 WS-FI-SS          PIC X COMP-X.
           05 WS-FI-CC          PIC X COMP-X.
       01  WS-ARRIVED           PIC X VALUE "N".
           88 FEED-ARRIVED       VALUE "Y".
       01  WS-ARR-YMD           PIC 9(8) VALUE 0.
       01  WS-ARR-HHMM          PIC 9(4) VALUE 0.
       01  WS-MINS-LATE         PIC S9(7) VALUE 0.

       01  WS-CAL-FUNC          PIC X(1).
       01  WS-CAL-RESULT        PIC 9(8) VALUE 0.
       01  WS-CAL-STATUS        PIC XX.
       01  WS-DE-FUNC           PIC X(1).
       01  WS-DE-DATE-1         PIC 9(8) VALUE 0.
       01  WS-DE-DATE-2         PIC 9(8) VALUE 0.
       01  WS-DE-DAYS           PIC S9(5) VALUE 0.
       01  WS-DE-RESULT         PIC S9(8) VALUE 0.
       01  WS-DE-STATUS         PIC XX.

       *> Punctuality report accumulators, one row per feed seen
       *> in the register for the month.
       01  WS-PR-COUNT          PIC 9(3) VALUE 0.
       01  WS-PR-IDX            PIC 9(3) VALUE 0.
       01  WS-PR-TAB.
           05 WS-PR-ENTRY OCCURS 100 TIMES.
               10 WS-PR-FEED     PIC X(10).
               10 WS-PR-ONTIME   PIC 9(5).
               10 WS-PR-LATE     PIC 9(5).
               10 WS-PR-MISSING  PIC 9(5).
               10 WS-PR-MINS     PIC 9(9).
       01  WS-PR-EXPECTED       PIC 9(5) VALUE 0.
       01  WS-PR-PCT            PIC 9(3)V9 VALUE 0.
       01  WS-PR-AVG            PIC 9(5) VALUE 0.
       01  WS-PCT-ED            PIC ZZ9.9.
       01  WS-RS-FUNC           PIC X(1).
       01  WS-RS-TEXT           PIC X(132).
       01  WS-RPT-LINE          PIC X(132).

       01  WS-CNT-FEEDS         PIC 9(3) VALUE 0.
       01  WS-CNT-DUE           PIC 9(3) VALUE 0.
       01  WS-CNT-ONTIME        PIC 9(3) VALUE 0.
       01  WS-CNT-LATE          PIC 9(3) VALUE 0.
       01  WS-CNT-OVERDUE       PIC 9(3) VALUE 0.
       01  WS-CNT-MISSING       PIC 9(3) VALUE 0.
       01  WS-CNT-PENDING       PIC 9(3) VALUE 0.
       01  WS-CNT-WRITTEN       PIC 9(6) VALUE 0.
       01  WS-CNT-READ          PIC 9(6) VALUE 0.

       *> ALERTSUB parameter block: a late feed is queued as a
       *> warning, a missing one as an error.
       01  WS-AL-SEV            PIC X(1).
       01  WS-AL-REASON         PIC X(30).
       01  WS-AL-DETAIL         PIC X(60).

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "FEEDWATCH".
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

           MOVE 0 TO WS-BUS-DATE.
           ACCEPT WS-BUS-DATE FROM ENVIRONMENT "FEEDWATCH_DATE".
           IF WS-BUS-DATE = 0
               ACCEPT WS-BUS-DATE FROM ENVIRONMENT "PROCESS_DATE"
           END-IF.
           IF WS-BUS-DATE = 0
               ACCEPT WS-BUS-DATE FROM DATE YYYYMMDD
           END-IF.

           ACCEPT WS-NOW-HHMM FROM ENVIRONMENT "FEEDWATCH_TIME".
           IF WS-NOW-HHMM = 0
               ACCEPT WS-NOW FROM TIME
               MOVE WS-NOW(1:4) TO WS-NOW-HHMM
           END-IF.

           ACCEPT WS-DEF-CUTOFF FROM ENVIRONMENT "FEEDWATCH_CUTOFF".
           IF WS-DEF-CUTOFF = 0
               MOVE 2200 TO WS-DEF-CUTOFF
           END-IF.

           MOVE "feed-schedule.txt" TO WS-SCH-PATH.
           ACCEPT WS-SCH-PATH FROM ENVIRONMENT "FEED_SCHEDULE".
           IF WS-SCH-PATH = SPACES
               MOVE "feed-schedule.txt" TO WS-SCH-PATH
           END-IF.

           MOVE "feed-arrivals.txt" TO WS-ARR-PATH.
           ACCEPT WS-ARR-PATH FROM ENVIRONMENT "FEED_ARRIVALS".
           IF WS-ARR-PATH = SPACES
               MOVE "feed-arrivals.txt" TO WS-ARR-PATH
           END-IF.

           ACCEPT WS-MODE FROM ENVIRONMENT "FEEDWATCH_MODE".
           IF WS-MODE = "REPORT"
               PERFORM PARA-PUNCTUALITY-REPORT
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.
           MOVE "WATCH" TO WS-MODE.

           PERFORM PARA-LOAD-SCHEDULE.
           PERFORM PARA-LOAD-REGISTER.

           OPEN EXTEND ARR-FILE.
           IF WS-ARR-FS NOT = "00"
               OPEN OUTPUT ARR-FILE
           END-IF.
           IF WS-ARR-FS NOT = "00"
               DISPLAY "ERROR|REASON=REGISTER-OPEN-FAILED|PATH="
                       WS-ARR-PATH "|STATUS=" WS-ARR-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FD-COUNT
               PERFORM PARA-CHECK-FEED
           END-PERFORM.

           CLOSE ARR-FILE.

           DISPLAY "FEEDWATCH|DATE=" WS-BUS-DATE
                   "|TIME=" WS-NOW-HHMM
                   "|FEEDS=" WS-CNT-FEEDS
                   "|DUE=" WS-CNT-DUE
                   "|ONTIME=" WS-CNT-ONTIME
                   "|LATE=" WS-CNT-LATE
                   "|OVERDUE=" WS-CNT-OVERDUE
                   "|MISSING=" WS-CNT-MISSING
                   "|PENDING=" WS-CNT-PENDING.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-SCH-PATH(1:40) TO WS-RH-IN
           MOVE WS-ARR-PATH(1:40) TO WS-RH-OUT
           IF WS-MODE = "REPORT"
               MOVE WS-RPT-PATH(1:40) TO WS-RH-OUT
               MOVE WS-CNT-READ TO WS-RH-READ
               MOVE WS-PR-COUNT TO WS-RH-WRITTEN
           ELSE
               MOVE WS-CNT-FEEDS TO WS-RH-READ
               MOVE WS-CNT-WRITTEN TO WS-RH-WRITTEN
               COMPUTE WS-RH-REJECTED = WS-CNT-LATE
                   + WS-CNT-OVERDUE + WS-CNT-MISSING
           END-IF
           EVALUATE TRUE
               WHEN RETURN-CODE = 8
                   MOVE "FAILED" TO WS-RH-STATUS
               WHEN WS-CNT-MISSING > 0
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

       PARA-LOAD-SCHEDULE.
           OPEN INPUT SCH-FILE
           IF WS-SCH-FS NOT = "00"
               DISPLAY "ERROR|REASON=SCHEDULE-NOT-FOUND|PATH="
                       WS-SCH-PATH "|STATUS=" WS-SCH-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF
           PERFORM UNTIL SCH-EOF
               READ SCH-FILE
                   AT END
                       SET SCH-EOF TO TRUE
                   NOT AT END
                       IF SCH-FEED NOT = SPACES
                           PERFORM PARA-LOAD-ONE-FEED
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SCH-FILE.

           EXIT.

       PARA-LOAD-ONE-FEED.
           IF SCH-LATEST IS NOT NUMERIC
               OR (SCH-CUTOFF NOT = SPACES
                   AND SCH-CUTOFF IS NOT NUMERIC)
               OR (SCH-DUE NOT = "B" AND SCH-DUE NOT = "L"
                   AND SCH-DUE NOT = "D")
               DISPLAY "WARN|REASON=BAD-SCHEDULE-ENTRY|FEED="
                       SCH-FEED
               EXIT PARAGRAPH
           END-IF
           IF WS-FD-COUNT >= 100
               DISPLAY "WARN|REASON=SCHEDULE-TABLE-FULL|FEED="
                       SCH-FEED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FD-COUNT
           MOVE SCH-FEED TO WS-FD-FEED(WS-FD-COUNT)
           MOVE SCH-PATTERN TO WS-FD-PATTERN(WS-FD-COUNT)
           MOVE SCH-DUE TO WS-FD-DUE(WS-FD-COUNT)
           MOVE SCH-LATEST TO WS-FD-LATEST(WS-FD-COUNT)
           IF SCH-CUTOFF = SPACES
               MOVE WS-DEF-CUTOFF TO WS-FD-CUTOFF(WS-FD-COUNT)
           ELSE
               MOVE SCH-CUTOFF TO WS-FD-CUTOFF(WS-FD-COUNT)
           END-IF
           MOVE SPACE TO WS-FD-STATE(WS-FD-COUNT).

           EXIT.

       PARA-LOAD-REGISTER.
           *> What earlier runs for this business date already
           *> recorded, so nothing is recorded or alerted twice.
           OPEN INPUT ARR-FILE
           IF WS-ARR-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ARR-EOF
               READ ARR-FILE
                   AT END
                       SET ARR-EOF TO TRUE
                   NOT AT END
                       IF ARR-DATE = WS-BUS-DATE
                           PERFORM PARA-REGISTER-STATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARR-FILE.

           EXIT.

       PARA-REGISTER-STATE.
           PERFORM VARYING WS-FD-IDX FROM 1 BY 1
                   UNTIL WS-FD-IDX > WS-FD-COUNT
               IF WS-FD-FEED(WS-FD-IDX) = ARR-FEED
                   IF ARR-STATUS = "OVERDUE"
                       IF WS-FD-STATE(WS-FD-IDX) = SPACE
                           MOVE "O" TO WS-FD-STATE(WS-FD-IDX)
                       END-IF
                   ELSE
                       MOVE "F" TO WS-FD-STATE(WS-FD-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

       PARA-CHECK-FEED.
           ADD 1 TO WS-CNT-FEEDS
           MOVE SPACES TO WS-RESULT
           PERFORM PARA-FEED-DUE
           IF NOT FEED-DUE
               DISPLAY "FEED|NAME=" WS-FD-FEED(WS-FD-IDX)
                       "|RESULT=NOT-DUE"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CNT-DUE
           IF WS-FD-STATE(WS-FD-IDX) = "F"
               DISPLAY "FEED|NAME=" WS-FD-FEED(WS-FD-IDX)
                       "|RESULT=RECORDED"
               EXIT PARAGRAPH
           END-IF

           *> Resolve the day's file name from the pattern.
           MOVE SPACES TO WS-FEED-PATH
           MOVE WS-FD-PATTERN(WS-FD-IDX) TO WS-FEED-PATH(1:40)
           MOVE 0 TO WS-SUB-POS
           INSPECT WS-FD-PATTERN(WS-FD-IDX) TALLYING WS-SUB-POS
               FOR CHARACTERS BEFORE INITIAL "YYYYMMDD"
           IF WS-SUB-POS < 40
               MOVE WS-BUS-DATE TO WS-FEED-PATH(WS-SUB-POS + 1:8)
           END-IF

           PERFORM PARA-FEED-ARRIVAL
           EVALUATE TRUE
               WHEN FEED-ARRIVED
                   PERFORM PARA-FEED-ARRIVED
               WHEN WS-NOW-HHMM >= WS-FD-CUTOFF(WS-FD-IDX)
                   PERFORM PARA-FEED-MISSING
               WHEN WS-NOW-HHMM > WS-FD-LATEST(WS-FD-IDX)
                   PERFORM PARA-FEED-OVERDUE
               WHEN OTHER
                   ADD 1 TO WS-CNT-PENDING
                   MOVE "PENDING" TO WS-RESULT
           END-EVALUATE
           DISPLAY "FEED|NAME=" WS-FD-FEED(WS-FD-IDX)
                   "|FILE=" WS-FEED-PATH(1:40)
                   "|LATEST=" WS-FD-LATEST(WS-FD-IDX)
                   "|RESULT=" WS-RESULT.

           EXIT.

       PARA-FEED-DUE.
           MOVE "N" TO WS-IS-DUE
           EVALUATE WS-FD-DUE(WS-FD-IDX)
               WHEN "D"
                   SET FEED-DUE TO TRUE
               WHEN "B"
                   MOVE "B" TO WS-CAL-FUNC
                   CALL "CALENDARSUB" USING WS-CAL-FUNC WS-BUS-DATE
                       WS-CAL-RESULT WS-CAL-STATUS
                   IF WS-CAL-STATUS = "00"
                       SET FEED-DUE TO TRUE
                   END-IF
               WHEN "L"
                   MOVE "L" TO WS-CAL-FUNC
                   CALL "CALENDARSUB" USING WS-CAL-FUNC WS-BUS-DATE
                       WS-CAL-RESULT WS-CAL-STATUS
                   IF WS-CAL-STATUS = "00"
                       AND WS-CAL-RESULT = WS-BUS-DATE
                       SET FEED-DUE TO TRUE
                   END-IF
           END-EVALUATE.

           EXIT.

       PARA-FEED-ARRIVAL.
           *> Arrived = present, non-empty and written on or after
           *> the business date (yesterday's file left in place is
           *> not today's feed).
           MOVE "N" TO WS-ARRIVED
           OPEN INPUT FEED-FILE
           IF WS-FEED-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           READ FEED-FILE
               AT END
                   CLOSE FEED-FILE
                   EXIT PARAGRAPH
           END-READ
           CLOSE FEED-FILE
           CALL "CBL_CHECK_FILE_EXIST" USING WS-FEED-PATH
               WS-FILE-INFO
           IF RETURN-CODE = 0
               COMPUTE WS-ARR-YMD = WS-FI-YYYY * 10000
                   + WS-FI-MM * 100 + WS-FI-DD
               COMPUTE WS-ARR-HHMM = WS-FI-HH * 100 + WS-FI-MIN
               IF WS-ARR-YMD >= WS-BUS-DATE
                   SET FEED-ARRIVED TO TRUE
               END-IF
           END-IF
           MOVE 0 TO RETURN-CODE.

           EXIT.

       PARA-FEED-ARRIVED.
           *> Minutes past the latest acceptable time, counting
           *> whole days when the feed came after the business date.
           MOVE "D" TO WS-DE-FUNC
           MOVE WS-ARR-YMD TO WS-DE-DATE-1
           MOVE WS-BUS-DATE TO WS-DE-DATE-2
           CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
               WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS
           IF WS-DE-STATUS NOT = "00"
               MOVE 0 TO WS-DE-RESULT
           END-IF
           COMPUTE WS-MINS-LATE = WS-DE-RESULT * 1440
               + (WS-ARR-HHMM / 100) * 60
               + FUNCTION MOD(WS-ARR-HHMM, 100)
               - (WS-FD-LATEST(WS-FD-IDX) / 100) * 60
               - FUNCTION MOD(WS-FD-LATEST(WS-FD-IDX), 100)
           IF WS-MINS-LATE > 0
               MOVE "LATE" TO WS-RESULT
               ADD 1 TO WS-CNT-LATE
           ELSE
               MOVE 0 TO WS-MINS-LATE
               MOVE "ONTIME" TO WS-RESULT
               ADD 1 TO WS-CNT-ONTIME
           END-IF
           *> A late feed not already warned about while overdue is
           *> still worth a warning on arrival.
           IF WS-RESULT = "LATE" AND WS-FD-STATE(WS-FD-IDX) = SPACE
               MOVE "LATE-FEED" TO WS-AL-REASON
               PERFORM PARA-FEED-ALERT-W
           END-IF
           PERFORM PARA-WRITE-REGISTER
           MOVE "F" TO WS-FD-STATE(WS-FD-IDX).

           EXIT.

       PARA-FEED-OVERDUE.
           MOVE "OVERDUE" TO WS-RESULT
           IF WS-FD-STATE(WS-FD-IDX) = "O"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CNT-OVERDUE
           MOVE 0 TO WS-ARR-YMD
           MOVE 0 TO WS-ARR-HHMM
           COMPUTE WS-MINS-LATE = (WS-NOW-HHMM / 100) * 60
               + FUNCTION MOD(WS-NOW-HHMM, 100)
               - (WS-FD-LATEST(WS-FD-IDX) / 100) * 60
               - FUNCTION MOD(WS-FD-LATEST(WS-FD-IDX), 100)
           MOVE "FEED-OVERDUE" TO WS-AL-REASON
           PERFORM PARA-FEED-ALERT-W
           PERFORM PARA-WRITE-REGISTER
           MOVE "O" TO WS-FD-STATE(WS-FD-IDX).

           EXIT.

       PARA-FEED-MISSING.
           MOVE "MISSING" TO WS-RESULT
           ADD 1 TO WS-CNT-MISSING
           MOVE 0 TO WS-ARR-YMD
           MOVE 0 TO WS-ARR-HHMM
           MOVE 0 TO WS-MINS-LATE
           DISPLAY "ERROR|REASON=FEED-MISSING|FEED="
                   WS-FD-FEED(WS-FD-IDX)
                   "|PATH=" WS-FEED-PATH(1:40)
                   "|CUTOFF=" WS-FD-CUTOFF(WS-FD-IDX)
           MOVE "E" TO WS-AL-SEV
           MOVE "FEED-MISSING" TO WS-AL-REASON
           MOVE SPACES TO WS-AL-DETAIL
           STRING "FEED="                DELIMITED BY SIZE
                  WS-FD-FEED(WS-FD-IDX)  DELIMITED BY SPACE
                  " DATE="               DELIMITED BY SIZE
                  WS-BUS-DATE            DELIMITED BY SIZE
                  " CUTOFF="             DELIMITED BY SIZE
                  WS-FD-CUTOFF(WS-FD-IDX) DELIMITED BY SIZE
                  INTO WS-AL-DETAIL
           END-STRING
           CALL "ALERTSUB" USING WS-AL-SEV WS-RH-PROGRAM
               WS-AL-REASON WS-AL-DETAIL
           PERFORM PARA-WRITE-REGISTER
           MOVE "F" TO WS-FD-STATE(WS-FD-IDX).

           EXIT.

       PARA-FEED-ALERT-W.
           DISPLAY "WARN|REASON=" WS-AL-REASON
                   "|FEED=" WS-FD-FEED(WS-FD-IDX)
                   "|LATEST=" WS-FD-LATEST(WS-FD-IDX)
                   "|MINUTES=" WS-MINS-LATE
           MOVE "W" TO WS-AL-SEV
           MOVE SPACES TO WS-AL-DETAIL
           STRING "FEED="                DELIMITED BY SIZE
                  WS-FD-FEED(WS-FD-IDX)  DELIMITED BY SPACE
                  " DATE="               DELIMITED BY SIZE
                  WS-BUS-DATE            DELIMITED BY SIZE
                  " LATEST="             DELIMITED BY SIZE
                  WS-FD-LATEST(WS-FD-IDX) DELIMITED BY SIZE
                  INTO WS-AL-DETAIL
           END-STRING
           CALL "ALERTSUB" USING WS-AL-SEV WS-RH-PROGRAM
               WS-AL-REASON WS-AL-DETAIL.

           EXIT.

       PARA-WRITE-REGISTER.
           MOVE SPACES TO ARR-REC
           MOVE WS-BUS-DATE TO ARR-DATE
           MOVE WS-FD-FEED(WS-FD-IDX) TO ARR-FEED
           MOVE WS-RESULT TO ARR-STATUS
           MOVE WS-ARR-YMD TO ARR-ARR-DATE
           MOVE WS-ARR-HHMM TO ARR-ARR-TIME
           MOVE WS-FD-LATEST(WS-FD-IDX) TO ARR-LATEST
           MOVE WS-MINS-LATE TO ARR-MINS-LATE
           WRITE ARR-REC
           ADD 1 TO WS-CNT-WRITTEN.

           EXIT.

       PARA-PUNCTUALITY-REPORT.
           ACCEPT WS-MONTH FROM ENVIRONMENT "FEEDWATCH_MONTH".
           IF WS-MONTH = 0
               MOVE WS-BUS-DATE(1:6) TO WS-MONTH
               IF WS-MONTH-MM = 1
                   MOVE 12 TO WS-MONTH-MM
                   SUBTRACT 1 FROM WS-MONTH-YY
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-MM
               END-IF
           END-IF

           MOVE SPACES TO WS-RPT-PATH
           STRING "feed-punctuality-" DELIMITED BY SIZE
                  WS-MONTH            DELIMITED BY SIZE
                  ".txt"              DELIMITED BY SIZE
                  INTO WS-RPT-PATH
           END-STRING
           ACCEPT WS-RPT-PATH FROM ENVIRONMENT "FEEDWATCH_REPORT"
           IF WS-RPT-PATH = SPACES
               STRING "feed-punctuality-" DELIMITED BY SIZE
                      WS-MONTH            DELIMITED BY SIZE
                      ".txt"              DELIMITED BY SIZE
                      INTO WS-RPT-PATH
               END-STRING
           END-IF

           OPEN INPUT ARR-FILE
           IF WS-ARR-FS NOT = "00"
               DISPLAY "ERROR|REASON=REGISTER-NOT-FOUND|PATH="
                       WS-ARR-PATH "|STATUS=" WS-ARR-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL ARR-EOF
               READ ARR-FILE
                   AT END
                       SET ARR-EOF TO TRUE
                   NOT AT END
                       IF ARR-DATE(1:6) = WS-MONTH
                           ADD 1 TO WS-CNT-READ
                           PERFORM PARA-ACCUMULATE-ARRIVAL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARR-FILE

           MOVE "S" TO WS-RS-FUNC
           MOVE "INBOUND FEED PUNCTUALITY" TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "H" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           STRING "PUNCTUALITY|MONTH=" DELIMITED BY SIZE
                  WS-MONTH             DELIMITED BY SIZE
                  "|REGISTER="         DELIMITED BY SIZE
                  WS-ARR-PATH(1:40)    DELIMITED BY SPACE
                  INTO WS-RS-TEXT
           END-STRING
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "FEED      |EXPECTED|ON TIME|LATE |MISSING|ON TIME %"
               TO WS-RS-TEXT
           MOVE "|AVG MINS LATE" TO WS-RS-TEXT(52:14)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT

           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
               PERFORM PARA-REPORT-FEED
           END-PERFORM

           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTALS|FEEDS="  DELIMITED BY SIZE
                  WS-PR-COUNT      DELIMITED BY SIZE
                  "|ARRIVALS-READ=" DELIMITED BY SIZE
                  WS-CNT-READ      DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-TOTAL
           MOVE "E" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "R" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           MOVE "FEEDPUNCT" TO WS-RS-TEXT(1:16)
           MOVE WS-RH-PROGRAM TO WS-RS-TEXT(17:16)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT

           DISPLAY "PUNCTUALITY|MONTH=" WS-MONTH
                   "|FEEDS=" WS-PR-COUNT
                   "|REPORT=" WS-RPT-PATH(1:40).

           EXIT.

       PARA-ACCUMULATE-ARRIVAL.
           *> OVERDUE lines are interim; the feed's ONTIME, LATE or
           *> MISSING line for the day is its outcome.
           IF ARR-STATUS = "OVERDUE"
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PR-IDX FROM 1 BY 1
                   UNTIL WS-PR-IDX > WS-PR-COUNT
                      OR WS-PR-FEED(WS-PR-IDX) = ARR-FEED
               CONTINUE
           END-PERFORM
           IF WS-PR-IDX > WS-PR-COUNT
               IF WS-PR-COUNT >= 100
                   DISPLAY "WARN|REASON=REPORT-TABLE-FULL|FEED="
                           ARR-FEED
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-PR-COUNT
               MOVE WS-PR-COUNT TO WS-PR-IDX
               MOVE ARR-FEED TO WS-PR-FEED(WS-PR-IDX)
               MOVE 0 TO WS-PR-ONTIME(WS-PR-IDX)
               MOVE 0 TO WS-PR-LATE(WS-PR-IDX)
               MOVE 0 TO WS-PR-MISSING(WS-PR-IDX)
               MOVE 0 TO WS-PR-MINS(WS-PR-IDX)
           END-IF
           EVALUATE ARR-STATUS
               WHEN "ONTIME"
                   ADD 1 TO WS-PR-ONTIME(WS-PR-IDX)
               WHEN "LATE"
                   ADD 1 TO WS-PR-LATE(WS-PR-IDX)
                   ADD ARR-MINS-LATE TO WS-PR-MINS(WS-PR-IDX)
               WHEN "MISSING"
                   ADD 1 TO WS-PR-MISSING(WS-PR-IDX)
           END-EVALUATE.

           EXIT.

       PARA-REPORT-FEED.
           COMPUTE WS-PR-EXPECTED = WS-PR-ONTIME(WS-PR-IDX)
               + WS-PR-LATE(WS-PR-IDX) + WS-PR-MISSING(WS-PR-IDX)
           MOVE 0 TO WS-PR-PCT
           IF WS-PR-EXPECTED > 0
               COMPUTE WS-PR-PCT ROUNDED =
                   WS-PR-ONTIME(WS-PR-IDX) * 100 / WS-PR-EXPECTED
           END-IF
           MOVE 0 TO WS-PR-AVG
           IF WS-PR-LATE(WS-PR-IDX) > 0
               COMPUTE WS-PR-AVG ROUNDED =
                   WS-PR-MINS(WS-PR-IDX) / WS-PR-LATE(WS-PR-IDX)
           END-IF
           MOVE WS-PR-PCT TO WS-PCT-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-PR-FEED(WS-PR-IDX)    DELIMITED BY SIZE
                  "|   "                   DELIMITED BY SIZE
                  WS-PR-EXPECTED           DELIMITED BY SIZE
                  "|  "                    DELIMITED BY SIZE
                  WS-PR-ONTIME(WS-PR-IDX)  DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  WS-PR-LATE(WS-PR-IDX)    DELIMITED BY SIZE
                  "|  "                    DELIMITED BY SIZE
                  WS-PR-MISSING(WS-PR-IDX) DELIMITED BY SIZE
                  "|    "                  DELIMITED BY SIZE
                  WS-PCT-ED                DELIMITED BY SIZE
                  "|"                      DELIMITED BY SIZE
                  WS-PR-AVG                DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-DETAIL.

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
