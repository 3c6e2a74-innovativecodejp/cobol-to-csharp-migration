       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARALLELRUN.

      *> Parallel-run comparator for the migration: each output this
      *> suite produces is compared with the replacement system's
      *> copy of the same output, and a cumulative history shows
      *> how long every output has agreed. The manifest
      *> (PARALLEL_MANIFEST, default parallel-manifest.txt) names
      *> the output pairs, one P record per pair followed by its
      *> F and I records, fields separated by single spaces:
      *>   P id(16) key-col(4) key-len(4) legacy(60) replacement(60)
      *>   F name(12) col(4) len(4) kind(1) tolerance(12)
      *>       a column range to compare; kind N compares it as an
      *>       amount and accepts a difference up to the tolerance,
      *>       kind T (or blank) compares it as written
      *>   I col(4) len(4)
      *>       a column range to ignore (timestamps, run ids)
      *> A pair with no F records is compared on the whole record
      *> less its ignored columns. Both files are sorted on the key
      *> first, so the two systems may write in any order.
      *>
      *> Every matched key with a difference, and every key found
      *> on one side only, goes to the detail file
      *> (PARALLEL_DETAIL, default parallel-detail.txt). The daily
      *> summary (PARALLEL_SUMMARY, default parallel-summary.txt)
      *> gives each output's matched, mismatched and one-sided
      *> counts and pass rate, with the cumulative figures from the
      *> history (PARALLEL_HISTORY, default parallel-history.txt):
      *> days compared, consecutive days at or above the target
      *> pass rate (PARALLEL_TARGET, default 100.00) and whether
      *> that run of days has reached the sign-off length
      *> (PARALLEL_SIGNOFF_DAYS, default 20). A rerun for the same
      *> date replaces that date's history records.
      *>
      *> PARALLEL_DATE  date the run is recorded under (then
      *>                PROCESS_DATE, today)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAN-FILE ASSIGN TO DYNAMIC WS-MAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-MAN-FS.
           SELECT IN-FILE ASSIGN TO DYNAMIC WS-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-IN-FS.
           SELECT SRTA-FILE ASSIGN TO DYNAMIC WS-SRTA-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-SRTA-FS.
           SELECT SRTB-FILE ASSIGN TO DYNAMIC WS-SRTB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-SRTB-FS.
           SELECT SORT-WORK ASSIGN TO "parallel-work".
           SELECT DET-FILE ASSIGN TO DYNAMIC WS-DET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-DET-FS.
           SELECT SUM-FILE ASSIGN TO DYNAMIC WS-SUM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-SUM-FS.
           SELECT HIST-FILE ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-HIST-FS.
           SELECT HNEW-FILE ASSIGN TO DYNAMIC WS-HNEW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-HNEW-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  MAN-FILE.
       01  MAN-REC.
           05 MAN-TYPE          PIC X(1).
           05 FILLER            PIC X(1).
           05 MAN-BODY          PIC X(148).
       01  MAN-PAIR-REC.
           05 FILLER            PIC X(2).
           05 MP-ID             PIC X(16).
           05 FILLER            PIC X(1).
           05 MP-KEY-COL        PIC X(4).
           05 FILLER            PIC X(1).
           05 MP-KEY-LEN        PIC X(4).
           05 FILLER            PIC X(1).
           05 MP-LEGACY         PIC X(60).
           05 FILLER            PIC X(1).
           05 MP-REPLACE        PIC X(60).
       01  MAN-FIELD-REC.
           05 FILLER            PIC X(2).
           05 MF-NAME           PIC X(12).
           05 FILLER            PIC X(1).
           05 MF-COL            PIC X(4).
           05 FILLER            PIC X(1).
           05 MF-LEN            PIC X(4).
           05 FILLER            PIC X(1).
           05 MF-KIND           PIC X(1).
           05 FILLER            PIC X(1).
           05 MF-TOL            PIC X(12).
       01  MAN-IGNORE-REC.
           05 FILLER            PIC X(2).
           05 MI-COL            PIC X(4).
           05 FILLER            PIC X(1).
           05 MI-LEN            PIC X(4).

       FD  IN-FILE.
       01  IN-REC               PIC X(300).

       *> Sorted copies of the two sides: the normalized key ahead
       *> of the record, as SORTUTILITY builds its sort record.
       FD  SRTA-FILE.
       01  SRTA-REC.
           05 SRTA-KEY          PIC X(40).
           05 SRTA-DATA         PIC X(300).

       FD  SRTB-FILE.
       01  SRTB-REC.
           05 SRTB-KEY          PIC X(40).
           05 SRTB-DATA         PIC X(300).

       SD  SORT-WORK.
       01  SORT-REC.
           05 SORT-KEY          PIC X(40).
           05 SORT-DATA         PIC X(300).

       FD  DET-FILE.
       01  DET-REC              PIC X(250).

       FD  SUM-FILE.
       01  SUM-REC              PIC X(260).

       *> One record per output per day compared.
       FD  HIST-FILE.
       01  HIST-REC.
           05 HR-DATE           PIC 9(8).
           05 FILLER            PIC X(1).
           05 HR-ID             PIC X(16).
           05 FILLER            PIC X(1).
           05 HR-RECORDS        PIC 9(9).
           05 FILLER            PIC X(1).
           05 HR-MATCHED        PIC 9(9).
           05 FILLER            PIC X(1).
           05 HR-MISMATCHED     PIC 9(9).
           05 FILLER            PIC X(1).
           05 HR-LEG-ONLY       PIC 9(9).
           05 FILLER            PIC X(1).
           05 HR-REP-ONLY       PIC 9(9).
           05 FILLER            PIC X(1).
           05 HR-RATE           PIC 9(3)V99.

       FD  HNEW-FILE.
       01  HNEW-REC             PIC X(81).

       WORKING-STORAGE SECTION.
       01  WS-MAN-PATH          PIC X(260).
       01  WS-MAN-FS            PIC XX.
       01  WS-IN-PATH           PIC X(260).
       01  WS-IN-FS             PIC XX.
       01  WS-SRTA-PATH         PIC X(260).
       01  WS-SRTA-FS           PIC XX.
       01  WS-SRTB-PATH         PIC X(260).
       01  WS-SRTB-FS           PIC XX.
       01  WS-DET-PATH          PIC X(260).
       01  WS-DET-FS            PIC XX.
       01  WS-SUM-PATH          PIC X(260).
       01  WS-SUM-FS            PIC XX.
       01  WS-HIST-PATH         PIC X(260).
       01  WS-HIST-FS           PIC XX.
       01  WS-HNEW-PATH         PIC X(260).
       01  WS-HNEW-FS           PIC XX.
       01  WS-CALL-STATUS       PIC S9(9) BINARY VALUE 0.
       01  WS-ASOF              PIC 9(8) VALUE 0.
       01  WS-TARGET            PIC 9(3)V99 VALUE 100.
       01  WS-TARGET-X          PIC X(8).
       01  WS-SIGNOFF-DAYS      PIC 9(3) VALUE 20.
       01  WS-MAN-EOF           PIC X VALUE "N".
           88 MAN-EOF            VALUE "Y".
       01  WS-IN-EOF            PIC X VALUE "N".
           88 IN-EOF             VALUE "Y".
       01  WS-A-EOF             PIC X VALUE "N".
           88 A-EOF              VALUE "Y".
       01  WS-B-EOF             PIC X VALUE "N".
           88 B-EOF              VALUE "Y".
       01  WS-HIST-EOF          PIC X VALUE "N".
           88 HIST-EOF           VALUE "Y".
       01  WS-SIDE-MISSING      PIC X VALUE "N".
           88 SIDE-MISSING       VALUE "Y".

       *> The manifest: up to 20 output pairs, each with up to 10
       *> compare fields and 8 ignored column ranges.
       01  WS-PAIR-MAX          PIC 9(2) VALUE 20.
       01  WS-PAIR-COUNT        PIC 9(2) VALUE 0.
       01  WS-PX                PIC 9(2) VALUE 0.
       01  WS-PAIR-TAB.
           05 WS-PAIR OCCURS 20 TIMES.
               10 WS-P-ID       PIC X(16).
               10 WS-P-KEY-COL  PIC 9(4).
               10 WS-P-KEY-LEN  PIC 9(4).
               10 WS-P-LEGACY   PIC X(60).
               10 WS-P-REPLACE  PIC X(60).
               10 WS-P-FLD-COUNT PIC 9(2).
               10 WS-P-FLD OCCURS 10 TIMES.
                   15 WS-PF-NAME PIC X(12).
                   15 WS-PF-COL  PIC 9(4).
                   15 WS-PF-LEN  PIC 9(4).
                   15 WS-PF-KIND PIC X(1).
                   15 WS-PF-TOL  PIC 9(9)V99.
               10 WS-P-IGN-COUNT PIC 9(2).
               10 WS-P-IGN OCCURS 8 TIMES.
                   15 WS-PI-COL  PIC 9(4).
                   15 WS-PI-LEN  PIC 9(4).
               *> Today's result.
               10 WS-P-RESULT   PIC X(14).
               10 WS-P-RECORDS  PIC 9(9).
               10 WS-P-MATCHED  PIC 9(9).
               10 WS-P-MISMATCHED PIC 9(9).
               10 WS-P-LEG-ONLY PIC 9(9).
               10 WS-P-REP-ONLY PIC 9(9).
               10 WS-P-RATE     PIC 9(3)V99.
               *> Cumulative figures from the history.
               10 WS-P-DAYS     PIC 9(5).
               10 WS-P-STREAK   PIC 9(5).
               10 WS-P-CUM-RECORDS PIC 9(11).
               10 WS-P-CUM-MATCHED PIC 9(11).
               10 WS-P-CUM-RATE PIC 9(3)V99.
       01  WS-FX                PIC 9(2) VALUE 0.
       01  WS-IX                PIC 9(2) VALUE 0.
       01  WS-NUM-4             PIC 9(4) VALUE 0.

       *> Record comparison.
       01  WS-A-LINE            PIC X(300).
       01  WS-B-LINE            PIC X(300).
       01  WS-PAIR-DIFFERS      PIC X VALUE "N".
           88 PAIR-DIFFERS       VALUE "Y".
       01  WS-FLD-A             PIC X(40).
       01  WS-FLD-B             PIC X(40).
       01  WS-AMT-A             PIC S9(11)V99 VALUE 0.
       01  WS-AMT-B             PIC S9(11)V99 VALUE 0.
       01  WS-AMT-DIFF          PIC S9(11)V99 VALUE 0.
       01  WS-AMT-DIFF-ED       PIC -(11)9.99.
       01  WS-DIFF-NAME         PIC X(12).
       01  WS-DIFF-TEXT         PIC X(16).
       01  WS-SIDE              PIC X(12).
       01  WS-SIDE-KEY          PIC X(40).
       01  WS-SIDE-DATA         PIC X(300).

       01  WS-RATE-ED           PIC ZZ9.99.
       01  WS-CUM-RATE-ED       PIC ZZ9.99.
       01  WS-TARGET-ED         PIC ZZ9.99.
       01  WS-READY             PIC X(9).
       01  WS-CNT-READY         PIC 9(2) VALUE 0.
       01  WS-CNT-PASSING       PIC 9(2) VALUE 0.
       01  WS-TOT-RECORDS       PIC 9(11) VALUE 0.
       01  WS-TOT-MATCHED       PIC 9(11) VALUE 0.
       01  WS-TOT-RATE          PIC 9(3)V99 VALUE 0.
       01  WS-TOT-DIFFERENCES   PIC 9(9) VALUE 0.
       01  WS-CNT-MISSING       PIC 9(2) VALUE 0.
       01  WS-OVERALL           PIC X(9).

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run: READ carries the records compared, WRITTEN
       *> the records matched, REJECTED the records that were
       *> mismatched or one-sided.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "PARALLELRUN".
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
           ACCEPT WS-ASOF FROM ENVIRONMENT "PARALLEL_DATE".
           IF WS-ASOF = 0
               ACCEPT WS-ASOF FROM ENVIRONMENT "PROCESS_DATE"
           END-IF.
           IF WS-ASOF = 0
               ACCEPT WS-ASOF FROM DATE YYYYMMDD
           END-IF.

           MOVE "parallel-manifest.txt" TO WS-MAN-PATH.
           ACCEPT WS-MAN-PATH FROM ENVIRONMENT "PARALLEL_MANIFEST".
           IF WS-MAN-PATH = SPACES
               MOVE "parallel-manifest.txt" TO WS-MAN-PATH
           END-IF.

           MOVE "parallel-detail.txt" TO WS-DET-PATH.
           ACCEPT WS-DET-PATH FROM ENVIRONMENT "PARALLEL_DETAIL".
           IF WS-DET-PATH = SPACES
               MOVE "parallel-detail.txt" TO WS-DET-PATH
           END-IF.

           MOVE "parallel-summary.txt" TO WS-SUM-PATH.
           ACCEPT WS-SUM-PATH FROM ENVIRONMENT "PARALLEL_SUMMARY".
           IF WS-SUM-PATH = SPACES
               MOVE "parallel-summary.txt" TO WS-SUM-PATH
           END-IF.

           MOVE "parallel-history.txt" TO WS-HIST-PATH.
           ACCEPT WS-HIST-PATH FROM ENVIRONMENT "PARALLEL_HISTORY".
           IF WS-HIST-PATH = SPACES
               MOVE "parallel-history.txt" TO WS-HIST-PATH
           END-IF.
           MOVE SPACES TO WS-HNEW-PATH
           STRING WS-HIST-PATH DELIMITED BY SPACE
                  ".new"       DELIMITED BY SIZE
                  INTO WS-HNEW-PATH
           END-STRING.

           MOVE "parallel-legacy.srt" TO WS-SRTA-PATH.
           MOVE "parallel-replace.srt" TO WS-SRTB-PATH.

           MOVE SPACES TO WS-TARGET-X.
           ACCEPT WS-TARGET-X FROM ENVIRONMENT "PARALLEL_TARGET".
           IF WS-TARGET-X NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-TARGET-X) = 0
               COMPUTE WS-TARGET = FUNCTION NUMVAL(WS-TARGET-X)
           END-IF.
           IF WS-TARGET = 0 OR WS-TARGET > 100
               MOVE 100 TO WS-TARGET
           END-IF.

           ACCEPT WS-SIGNOFF-DAYS FROM ENVIRONMENT
               "PARALLEL_SIGNOFF_DAYS".
           IF WS-SIGNOFF-DAYS = 0
               MOVE 20 TO WS-SIGNOFF-DAYS
           END-IF.

           PERFORM PARA-LOAD-MANIFEST
           IF WS-PAIR-COUNT = 0
               DISPLAY "ERROR|REASON=NO-OUTPUT-PAIRS|PATH="
                       WS-MAN-PATH(1:60) "|STATUS=" WS-MAN-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           OPEN OUTPUT DET-FILE
           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PAIR-COUNT
               PERFORM PARA-COMPARE-PAIR
           END-PERFORM
           CLOSE DET-FILE

           CALL "CBL_DELETE_FILE" USING WS-SRTA-PATH
               RETURNING WS-CALL-STATUS
           CALL "CBL_DELETE_FILE" USING WS-SRTB-PATH
               RETURNING WS-CALL-STATUS

           PERFORM PARA-UPDATE-HISTORY
           PERFORM PARA-WRITE-SUMMARY

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-MAN-PATH(1:40) TO WS-RH-IN
           MOVE WS-SUM-PATH(1:40) TO WS-RH-OUT
           MOVE WS-TOT-RECORDS TO WS-RH-READ
           MOVE WS-TOT-MATCHED TO WS-RH-WRITTEN
           MOVE WS-TOT-DIFFERENCES TO WS-RH-REJECTED
           *> A difference is the expected state of a parallel run
           *> until sign-off; an output that could not be compared
           *> at all is a failure.
           EVALUATE TRUE
               WHEN RETURN-CODE >= 8
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

       PARA-LOAD-MANIFEST.
           OPEN INPUT MAN-FILE
           IF WS-MAN-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MAN-EOF
               READ MAN-FILE
                   AT END
                       SET MAN-EOF TO TRUE
                   NOT AT END
                       EVALUATE MAN-TYPE
                           WHEN "P"
                               PERFORM PARA-TAKE-PAIR
                           WHEN "F"
                               PERFORM PARA-TAKE-FIELD
                           WHEN "I"
                               PERFORM PARA-TAKE-IGNORE
                           WHEN "*"
                           WHEN SPACE
                               CONTINUE
                           WHEN OTHER
                               DISPLAY "MANIFEST|WARN=UNKNOWN-TYPE"
                                       "|TEXT=" MAN-REC(1:60)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE MAN-FILE.

           EXIT.

       PARA-TAKE-PAIR.
           IF WS-PAIR-COUNT >= WS-PAIR-MAX
               DISPLAY "MANIFEST|WARN=TOO-MANY-PAIRS|ID=" MP-ID
               EXIT PARAGRAPH
           END-IF
           IF MP-KEY-COL IS NOT NUMERIC OR MP-KEY-LEN IS NOT NUMERIC
               DISPLAY "MANIFEST|WARN=BAD-KEY|ID=" MP-ID
               EXIT PARAGRAPH
           END-IF
           MOVE MP-KEY-COL TO WS-NUM-4
           IF WS-NUM-4 = 0 OR WS-NUM-4 > 300
               DISPLAY "MANIFEST|WARN=BAD-KEY|ID=" MP-ID
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-PAIR-COUNT
           INITIALIZE WS-PAIR(WS-PAIR-COUNT)
           MOVE MP-ID TO WS-P-ID(WS-PAIR-COUNT)
           MOVE MP-KEY-COL TO WS-P-KEY-COL(WS-PAIR-COUNT)
           MOVE MP-KEY-LEN TO WS-P-KEY-LEN(WS-PAIR-COUNT)
           IF WS-P-KEY-LEN(WS-PAIR-COUNT) = 0
               OR WS-P-KEY-LEN(WS-PAIR-COUNT) > 40
               MOVE 40 TO WS-P-KEY-LEN(WS-PAIR-COUNT)
           END-IF
           IF WS-P-KEY-COL(WS-PAIR-COUNT)
               + WS-P-KEY-LEN(WS-PAIR-COUNT) > 301
               COMPUTE WS-P-KEY-LEN(WS-PAIR-COUNT) =
                   301 - WS-P-KEY-COL(WS-PAIR-COUNT)
           END-IF
           MOVE MP-LEGACY TO WS-P-LEGACY(WS-PAIR-COUNT)
           MOVE MP-REPLACE TO WS-P-REPLACE(WS-PAIR-COUNT).

           EXIT.

       PARA-TAKE-FIELD.
           IF WS-PAIR-COUNT = 0
               DISPLAY "MANIFEST|WARN=FIELD-BEFORE-PAIR|NAME=" MF-NAME
               EXIT PARAGRAPH
           END-IF
           IF MF-COL IS NOT NUMERIC OR MF-LEN IS NOT NUMERIC
               DISPLAY "MANIFEST|WARN=BAD-FIELD|NAME=" MF-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE WS-P-FLD-COUNT(WS-PAIR-COUNT) TO WS-FX
           IF WS-FX >= 10
               DISPLAY "MANIFEST|WARN=TOO-MANY-FIELDS|NAME=" MF-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FX
           MOVE MF-NAME TO WS-PF-NAME(WS-PAIR-COUNT, WS-FX)
           MOVE MF-COL TO WS-PF-COL(WS-PAIR-COUNT, WS-FX)
           MOVE MF-LEN TO WS-PF-LEN(WS-PAIR-COUNT, WS-FX)
           IF WS-PF-COL(WS-PAIR-COUNT, WS-FX) = 0
               OR WS-PF-COL(WS-PAIR-COUNT, WS-FX) > 300
               OR WS-PF-LEN(WS-PAIR-COUNT, WS-FX) = 0
               OR WS-PF-LEN(WS-PAIR-COUNT, WS-FX) > 40
               OR WS-PF-COL(WS-PAIR-COUNT, WS-FX)
                  + WS-PF-LEN(WS-PAIR-COUNT, WS-FX) > 301
               DISPLAY "MANIFEST|WARN=BAD-FIELD|NAME=" MF-NAME
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FX TO WS-P-FLD-COUNT(WS-PAIR-COUNT)
           IF MF-KIND = "N"
               MOVE "N" TO WS-PF-KIND(WS-PAIR-COUNT, WS-FX)
           ELSE
               MOVE "T" TO WS-PF-KIND(WS-PAIR-COUNT, WS-FX)
           END-IF
           MOVE 0 TO WS-PF-TOL(WS-PAIR-COUNT, WS-FX)
           IF MF-TOL NOT = SPACES
               AND FUNCTION TEST-NUMVAL(MF-TOL) = 0
               COMPUTE WS-PF-TOL(WS-PAIR-COUNT, WS-FX) =
                   FUNCTION NUMVAL(MF-TOL)
           END-IF.

           EXIT.

       PARA-TAKE-IGNORE.
           IF WS-PAIR-COUNT = 0
               DISPLAY "MANIFEST|WARN=IGNORE-BEFORE-PAIR"
               EXIT PARAGRAPH
           END-IF
           IF MI-COL IS NOT NUMERIC OR MI-LEN IS NOT NUMERIC
               DISPLAY "MANIFEST|WARN=BAD-IGNORE|TEXT=" MAN-REC(1:20)
               EXIT PARAGRAPH
           END-IF
           MOVE WS-P-IGN-COUNT(WS-PAIR-COUNT) TO WS-IX
           IF WS-IX >= 8
               DISPLAY "MANIFEST|WARN=TOO-MANY-IGNORES|TEXT="
                       MAN-REC(1:20)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-IX
           MOVE MI-COL TO WS-PI-COL(WS-PAIR-COUNT, WS-IX)
           MOVE MI-LEN TO WS-PI-LEN(WS-PAIR-COUNT, WS-IX)
           IF WS-PI-COL(WS-PAIR-COUNT, WS-IX) = 0
               OR WS-PI-COL(WS-PAIR-COUNT, WS-IX) > 300
               OR WS-PI-LEN(WS-PAIR-COUNT, WS-IX) = 0
               DISPLAY "MANIFEST|WARN=BAD-IGNORE|TEXT=" MAN-REC(1:20)
               EXIT PARAGRAPH
           END-IF
           IF WS-PI-COL(WS-PAIR-COUNT, WS-IX)
               + WS-PI-LEN(WS-PAIR-COUNT, WS-IX) > 301
               COMPUTE WS-PI-LEN(WS-PAIR-COUNT, WS-IX) =
                   301 - WS-PI-COL(WS-PAIR-COUNT, WS-IX)
           END-IF
           MOVE WS-IX TO WS-P-IGN-COUNT(WS-PAIR-COUNT).

           EXIT.

       PARA-COMPARE-PAIR.
           MOVE "N" TO WS-SIDE-MISSING
           MOVE WS-P-LEGACY(WS-PX) TO WS-IN-PATH
           SORT SORT-WORK ON ASCENDING KEY SORT-KEY
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS PARA-SORT-INPUT
               GIVING SRTA-FILE
           IF SIDE-MISSING
               MOVE "LEGACY-MISSING" TO WS-P-RESULT(WS-PX)
               PERFORM PARA-PAIR-NOT-COMPARED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-P-REPLACE(WS-PX) TO WS-IN-PATH
           SORT SORT-WORK ON ASCENDING KEY SORT-KEY
               WITH DUPLICATES IN ORDER
               INPUT PROCEDURE IS PARA-SORT-INPUT
               GIVING SRTB-FILE
           IF SIDE-MISSING
               MOVE "REPLACE-MISSING" TO WS-P-RESULT(WS-PX)
               PERFORM PARA-PAIR-NOT-COMPARED
               EXIT PARAGRAPH
           END-IF

           *> The balance line over the two sorted sides.
           MOVE "N" TO WS-A-EOF WS-B-EOF
           OPEN INPUT SRTA-FILE SRTB-FILE
           PERFORM PARA-READ-A
           PERFORM PARA-READ-B
           PERFORM UNTIL A-EOF AND B-EOF
               EVALUATE TRUE
                   WHEN A-EOF
                       PERFORM PARA-REPLACE-ONLY
                       PERFORM PARA-READ-B
                   WHEN B-EOF
                       PERFORM PARA-LEGACY-ONLY
                       PERFORM PARA-READ-A
                   WHEN SRTA-KEY = SRTB-KEY
                       PERFORM PARA-COMPARE-RECORDS
                       PERFORM PARA-READ-A
                       PERFORM PARA-READ-B
                   WHEN SRTA-KEY < SRTB-KEY
                       PERFORM PARA-LEGACY-ONLY
                       PERFORM PARA-READ-A
                   WHEN OTHER
                       PERFORM PARA-REPLACE-ONLY
                       PERFORM PARA-READ-B
               END-EVALUATE
           END-PERFORM
           CLOSE SRTA-FILE SRTB-FILE

           COMPUTE WS-P-RECORDS(WS-PX) = WS-P-MATCHED(WS-PX)
               + WS-P-MISMATCHED(WS-PX) + WS-P-LEG-ONLY(WS-PX)
               + WS-P-REP-ONLY(WS-PX)
           IF WS-P-RECORDS(WS-PX) = 0
               MOVE 100 TO WS-P-RATE(WS-PX)
           ELSE
               COMPUTE WS-P-RATE(WS-PX) ROUNDED =
                   WS-P-MATCHED(WS-PX) * 100 / WS-P-RECORDS(WS-PX)
           END-IF
           IF WS-P-MATCHED(WS-PX) = WS-P-RECORDS(WS-PX)
               MOVE "AGREE" TO WS-P-RESULT(WS-PX)
           ELSE
               MOVE "DIFFER" TO WS-P-RESULT(WS-PX)
           END-IF
           ADD WS-P-RECORDS(WS-PX) TO WS-TOT-RECORDS
           ADD WS-P-MATCHED(WS-PX) TO WS-TOT-MATCHED
           COMPUTE WS-TOT-DIFFERENCES = WS-TOT-DIFFERENCES
               + WS-P-RECORDS(WS-PX) - WS-P-MATCHED(WS-PX).

           EXIT.

       PARA-PAIR-NOT-COMPARED.
           *> An output that is missing on either side proves
           *> nothing and counts as a day at zero.
           ADD 1 TO WS-CNT-MISSING
           MOVE 0 TO WS-P-RATE(WS-PX)
           DISPLAY "PAIR|ID=" WS-P-ID(WS-PX)
                   "|RESULT=" WS-P-RESULT(WS-PX)
                   "|PATH=" WS-IN-PATH(1:60)
                   "|STATUS=" WS-IN-FS
           MOVE SPACES TO DET-REC
           STRING "NOT-COMPARED|OUTPUT=" DELIMITED BY SIZE
                  WS-P-ID(WS-PX)         DELIMITED BY SIZE
                  "|REASON="             DELIMITED BY SIZE
                  WS-P-RESULT(WS-PX)     DELIMITED BY SIZE
                  "|PATH="               DELIMITED BY SIZE
                  WS-IN-PATH(1:60)       DELIMITED BY SIZE
                  INTO DET-REC
           END-STRING
           WRITE DET-REC.

           EXIT.

       PARA-SORT-INPUT.
           MOVE "N" TO WS-IN-EOF
           OPEN INPUT IN-FILE
           IF WS-IN-FS NOT = "00"
               SET SIDE-MISSING TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL IN-EOF
               READ IN-FILE
                   AT END
                       SET IN-EOF TO TRUE
                   NOT AT END
                       IF IN-REC NOT = SPACES
                           MOVE SPACES TO SORT-KEY
                           MOVE IN-REC(WS-P-KEY-COL(WS-PX):
                                       WS-P-KEY-LEN(WS-PX))
                               TO SORT-KEY
                           MOVE IN-REC TO SORT-DATA
                           RELEASE SORT-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IN-FILE.

           EXIT.

       PARA-READ-A.
           READ SRTA-FILE
               AT END
                   SET A-EOF TO TRUE
           END-READ.

           EXIT.

       PARA-READ-B.
           READ SRTB-FILE
               AT END
                   SET B-EOF TO TRUE
           END-READ.

           EXIT.

       PARA-LEGACY-ONLY.
           ADD 1 TO WS-P-LEG-ONLY(WS-PX)
           MOVE "LEGACY-ONLY" TO WS-SIDE
           MOVE SRTA-KEY TO WS-SIDE-KEY
           MOVE SRTA-DATA TO WS-SIDE-DATA
           PERFORM PARA-WRITE-ONE-SIDED.

           EXIT.

       PARA-REPLACE-ONLY.
           ADD 1 TO WS-P-REP-ONLY(WS-PX)
           MOVE "REPLACE-ONLY" TO WS-SIDE
           MOVE SRTB-KEY TO WS-SIDE-KEY
           MOVE SRTB-DATA TO WS-SIDE-DATA
           PERFORM PARA-WRITE-ONE-SIDED.

           EXIT.

       PARA-WRITE-ONE-SIDED.
           MOVE SPACES TO DET-REC
           STRING WS-SIDE          DELIMITED BY SPACE
                  "|OUTPUT="       DELIMITED BY SIZE
                  WS-P-ID(WS-PX)   DELIMITED BY SIZE
                  "|KEY="          DELIMITED BY SIZE
                  WS-SIDE-KEY      DELIMITED BY SIZE
                  "|RECORD="       DELIMITED BY SIZE
                  WS-SIDE-DATA(1:150) DELIMITED BY SIZE
                  INTO DET-REC
           END-STRING
           WRITE DET-REC.

           EXIT.

       PARA-COMPARE-RECORDS.
           MOVE "N" TO WS-PAIR-DIFFERS
           MOVE SRTA-DATA TO WS-A-LINE
           MOVE SRTB-DATA TO WS-B-LINE
           *> Timestamps, run ids and the like never count.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-P-IGN-COUNT(WS-PX)
               MOVE SPACES TO WS-A-LINE(WS-PI-COL(WS-PX, WS-IX):
                                        WS-PI-LEN(WS-PX, WS-IX))
               MOVE SPACES TO WS-B-LINE(WS-PI-COL(WS-PX, WS-IX):
                                        WS-PI-LEN(WS-PX, WS-IX))
           END-PERFORM

           IF WS-P-FLD-COUNT(WS-PX) = 0
               IF WS-A-LINE NOT = WS-B-LINE
                   SET PAIR-DIFFERS TO TRUE
                   MOVE "*RECORD" TO WS-DIFF-NAME
                   MOVE SPACES TO WS-FLD-A WS-FLD-B WS-DIFF-TEXT
                   MOVE WS-A-LINE(1:40) TO WS-FLD-A
                   MOVE WS-B-LINE(1:40) TO WS-FLD-B
                   PERFORM PARA-WRITE-MISMATCH
               END-IF
           ELSE
               PERFORM VARYING WS-FX FROM 1 BY 1
                       UNTIL WS-FX > WS-P-FLD-COUNT(WS-PX)
                   PERFORM PARA-COMPARE-FIELD
               END-PERFORM
           END-IF

           IF PAIR-DIFFERS
               ADD 1 TO WS-P-MISMATCHED(WS-PX)
           ELSE
               ADD 1 TO WS-P-MATCHED(WS-PX)
           END-IF.

           EXIT.

       PARA-COMPARE-FIELD.
           MOVE SPACES TO WS-FLD-A WS-FLD-B WS-DIFF-TEXT
           MOVE WS-A-LINE(WS-PF-COL(WS-PX, WS-FX):
                          WS-PF-LEN(WS-PX, WS-FX)) TO WS-FLD-A
           MOVE WS-B-LINE(WS-PF-COL(WS-PX, WS-FX):
                          WS-PF-LEN(WS-PX, WS-FX)) TO WS-FLD-B
           MOVE WS-PF-NAME(WS-PX, WS-FX) TO WS-DIFF-NAME

           *> Amount columns agree within their tolerance; an amount
           *> one side cannot even read is compared as written.
           IF WS-PF-KIND(WS-PX, WS-FX) = "N"
               AND WS-FLD-A NOT = SPACES AND WS-FLD-B NOT = SPACES
               AND FUNCTION TEST-NUMVAL(WS-FLD-A) = 0
               AND FUNCTION TEST-NUMVAL(WS-FLD-B) = 0
               COMPUTE WS-AMT-A = FUNCTION NUMVAL(WS-FLD-A)
               COMPUTE WS-AMT-B = FUNCTION NUMVAL(WS-FLD-B)
               COMPUTE WS-AMT-DIFF = WS-AMT-B - WS-AMT-A
               IF WS-AMT-DIFF < 0
                   COMPUTE WS-AMT-DIFF = 0 - WS-AMT-DIFF
               END-IF
               IF WS-AMT-DIFF > WS-PF-TOL(WS-PX, WS-FX)
                   SET PAIR-DIFFERS TO TRUE
                   COMPUTE WS-AMT-DIFF-ED = WS-AMT-B - WS-AMT-A
                   MOVE WS-AMT-DIFF-ED TO WS-DIFF-TEXT
                   PERFORM PARA-WRITE-MISMATCH
               END-IF
           ELSE
               IF WS-FLD-A NOT = WS-FLD-B
                   SET PAIR-DIFFERS TO TRUE
                   PERFORM PARA-WRITE-MISMATCH
               END-IF
           END-IF.

           EXIT.

       PARA-WRITE-MISMATCH.
           MOVE SPACES TO DET-REC
           STRING "MISMATCH|OUTPUT=" DELIMITED BY SIZE
                  WS-P-ID(WS-PX)     DELIMITED BY SIZE
                  "|KEY="            DELIMITED BY SIZE
                  SRTA-KEY           DELIMITED BY SIZE
                  "|FIELD="          DELIMITED BY SIZE
                  WS-DIFF-NAME       DELIMITED BY SIZE
                  "|LEGACY="         DELIMITED BY SIZE
                  WS-FLD-A           DELIMITED BY SIZE
                  "|REPLACE="        DELIMITED BY SIZE
                  WS-FLD-B           DELIMITED BY SIZE
                  "|DIFF="           DELIMITED BY SIZE
                  WS-DIFF-TEXT       DELIMITED BY SIZE
                  INTO DET-REC
           END-STRING
           WRITE DET-REC.

           EXIT.

       PARA-UPDATE-HISTORY.
           *> Earlier days are carried forward and counted into the
           *> cumulative figures; this date's records from an
           *> earlier run are dropped and today's written in their
           *> place.
           MOVE "N" TO WS-HIST-EOF
           OPEN OUTPUT HNEW-FILE
           IF WS-HNEW-FS NOT = "00"
               DISPLAY "ERROR|REASON=HISTORY-NOT-WRITABLE|PATH="
                       WS-HNEW-PATH(1:60) "|STATUS=" WS-HNEW-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT HIST-FILE
           IF WS-HIST-FS = "00"
               PERFORM UNTIL HIST-EOF
                   READ HIST-FILE
                       AT END
                           SET HIST-EOF TO TRUE
                       NOT AT END
                           IF HR-DATE NOT = WS-ASOF
                               WRITE HNEW-REC FROM HIST-REC
                               PERFORM PARA-ACCUMULATE-HISTORY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HIST-FILE
           END-IF

           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PAIR-COUNT
               MOVE SPACES TO HIST-REC
               MOVE WS-ASOF TO HR-DATE
               MOVE WS-P-ID(WS-PX) TO HR-ID
               MOVE WS-P-RECORDS(WS-PX) TO HR-RECORDS
               MOVE WS-P-MATCHED(WS-PX) TO HR-MATCHED
               MOVE WS-P-MISMATCHED(WS-PX) TO HR-MISMATCHED
               MOVE WS-P-LEG-ONLY(WS-PX) TO HR-LEG-ONLY
               MOVE WS-P-REP-ONLY(WS-PX) TO HR-REP-ONLY
               MOVE WS-P-RATE(WS-PX) TO HR-RATE
               WRITE HNEW-REC FROM HIST-REC
               PERFORM PARA-ACCUMULATE-HISTORY
           END-PERFORM
           CLOSE HNEW-FILE

           CALL "CBL_DELETE_FILE" USING WS-HIST-PATH
               RETURNING WS-CALL-STATUS
           CALL "CBL_RENAME_FILE" USING WS-HNEW-PATH WS-HIST-PATH
               RETURNING WS-CALL-STATUS
           IF WS-CALL-STATUS NOT = 0
               DISPLAY "ERROR|REASON=HISTORY-RENAME-FAILED|PATH="
                       WS-HIST-PATH(1:60)
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXIT.

       PARA-ACCUMULATE-HISTORY.
           *> History is in date order, so the streak is simply
           *> reset by any day below the target.
           PERFORM VARYING WS-IX FROM 1 BY 1
                   UNTIL WS-IX > WS-PAIR-COUNT
               IF WS-P-ID(WS-IX) = HR-ID
                   ADD 1 TO WS-P-DAYS(WS-IX)
                   ADD HR-RECORDS TO WS-P-CUM-RECORDS(WS-IX)
                   ADD HR-MATCHED TO WS-P-CUM-MATCHED(WS-IX)
                   IF HR-RATE >= WS-TARGET
                       ADD 1 TO WS-P-STREAK(WS-IX)
                   ELSE
                       MOVE 0 TO WS-P-STREAK(WS-IX)
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

       PARA-WRITE-SUMMARY.
           OPEN OUTPUT SUM-FILE
           MOVE WS-TARGET TO WS-TARGET-ED
           MOVE SPACES TO SUM-REC
           STRING "PARALLEL RUN SUMMARY|DATE=" DELIMITED BY SIZE
                  WS-ASOF                     DELIMITED BY SIZE
                  "|TARGET="                  DELIMITED BY SIZE
                  WS-TARGET-ED                DELIMITED BY SIZE
                  "|SIGNOFF-DAYS="            DELIMITED BY SIZE
                  WS-SIGNOFF-DAYS             DELIMITED BY SIZE
                  INTO SUM-REC
           END-STRING
           WRITE SUM-REC

           PERFORM VARYING WS-PX FROM 1 BY 1
                   UNTIL WS-PX > WS-PAIR-COUNT
               IF WS-P-CUM-RECORDS(WS-PX) = 0
                   MOVE 0 TO WS-P-CUM-RATE(WS-PX)
               ELSE
                   COMPUTE WS-P-CUM-RATE(WS-PX) ROUNDED =
                       WS-P-CUM-MATCHED(WS-PX) * 100
                       / WS-P-CUM-RECORDS(WS-PX)
               END-IF
               IF WS-P-RATE(WS-PX) >= WS-TARGET
                   ADD 1 TO WS-CNT-PASSING
               END-IF
               IF WS-P-STREAK(WS-PX) >= WS-SIGNOFF-DAYS
                   MOVE "READY" TO WS-READY
                   ADD 1 TO WS-CNT-READY
               ELSE
                   MOVE "NOT-READY" TO WS-READY
               END-IF
               MOVE WS-P-RATE(WS-PX) TO WS-RATE-ED
               MOVE WS-P-CUM-RATE(WS-PX) TO WS-CUM-RATE-ED
               MOVE SPACES TO SUM-REC
               STRING "OUTPUT|ID="       DELIMITED BY SIZE
                      WS-P-ID(WS-PX)     DELIMITED BY SIZE
                      "|RESULT="         DELIMITED BY SIZE
                      WS-P-RESULT(WS-PX) DELIMITED BY SIZE
                      "|RECORDS="        DELIMITED BY SIZE
                      WS-P-RECORDS(WS-PX) DELIMITED BY SIZE
                      "|MATCHED="        DELIMITED BY SIZE
                      WS-P-MATCHED(WS-PX) DELIMITED BY SIZE
                      "|MISMATCHED="     DELIMITED BY SIZE
                      WS-P-MISMATCHED(WS-PX) DELIMITED BY SIZE
                      "|LEGACY-ONLY="    DELIMITED BY SIZE
                      WS-P-LEG-ONLY(WS-PX) DELIMITED BY SIZE
                      "|REPLACE-ONLY="   DELIMITED BY SIZE
                      WS-P-REP-ONLY(WS-PX) DELIMITED BY SIZE
                      "|RATE="           DELIMITED BY SIZE
                      WS-RATE-ED         DELIMITED BY SIZE
                      "|DAYS="           DELIMITED BY SIZE
                      WS-P-DAYS(WS-PX)   DELIMITED BY SIZE
                      "|STREAK="         DELIMITED BY SIZE
                      WS-P-STREAK(WS-PX) DELIMITED BY SIZE
                      "|CUM-RATE="       DELIMITED BY SIZE
                      WS-CUM-RATE-ED     DELIMITED BY SIZE
                      "|SIGNOFF="        DELIMITED BY SIZE
                      WS-READY           DELIMITED BY SIZE
                      INTO SUM-REC
               END-STRING
               WRITE SUM-REC
               DISPLAY SUM-REC
           END-PERFORM

           IF WS-TOT-RECORDS = 0
               MOVE 0 TO WS-TOT-RATE
           ELSE
               COMPUTE WS-TOT-RATE ROUNDED =
                   WS-TOT-MATCHED * 100 / WS-TOT-RECORDS
           END-IF
           IF WS-CNT-READY = WS-PAIR-COUNT
               MOVE "READY" TO WS-OVERALL
           ELSE
               MOVE "NOT-READY" TO WS-OVERALL
           END-IF
           MOVE WS-TOT-RATE TO WS-RATE-ED
           MOVE SPACES TO SUM-REC
           STRING "PARALLEL|DATE="  DELIMITED BY SIZE
                  WS-ASOF           DELIMITED BY SIZE
                  "|OUTPUTS="       DELIMITED BY SIZE
                  WS-PAIR-COUNT     DELIMITED BY SIZE
                  "|AT-TARGET="     DELIMITED BY SIZE
                  WS-CNT-PASSING    DELIMITED BY SIZE
                  "|NOT-COMPARED="  DELIMITED BY SIZE
                  WS-CNT-MISSING    DELIMITED BY SIZE
                  "|RECORDS="       DELIMITED BY SIZE
                  WS-TOT-RECORDS    DELIMITED BY SIZE
                  "|RATE="          DELIMITED BY SIZE
                  WS-RATE-ED        DELIMITED BY SIZE
                  "|SIGNOFF-READY=" DELIMITED BY SIZE
                  WS-CNT-READY      DELIMITED BY SIZE
                  "|SIGNOFF="       DELIMITED BY SIZE
                  WS-OVERALL        DELIMITED BY SPACE
                  INTO SUM-REC
           END-STRING
           WRITE SUM-REC
           CLOSE SUM-FILE
           DISPLAY SUM-REC(1:160).

           EXIT.
