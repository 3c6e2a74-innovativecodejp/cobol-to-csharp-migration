               FILE STATUS   IS WS-TRIMI-FS.
           SELECT TRIMO-FILE ASSIGN TO DYNAMIC WS-TRIMO-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LAY-FILE ASSIGN TO DYNAMIC WS-LAY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-LAY-FS.
           SELECT CVI-FILE ASSIGN TO DYNAMIC WS-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-IN-FS.
           SELECT CVO-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REJ-FILE ASSIGN TO DYNAMIC WS-REJ-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ONLYB-FILE.
       01  ONLYB-REC              PIC X(80).

       *> CONVERT-mode layout definition, one field per record:
       *>   name(10) column(4) length(4) type(1)
       *> type A = alphanumeric (left-justified, space-filled),
       *> N = unsigned digits (right-justified, zero-filled in the
       *> fixed record). Fields are written to the delimited side in
       *> layout order; at most 20 fields of at most 40 bytes.
       FD  LAY-FILE.
       01  LAY-REC.
           05 LAY-NAME            PIC X(10).
           05 LAY-COL             PIC 9(4).
           05 LAY-LEN             PIC 9(4).
           05 LAY-TYPE            PIC X(1).

       *> CONVERT-mode delimited side: the input when converting to
       *> fixed columns, the output when converting from them.
       FD  CVI-FILE.
       01  CVI-REC                PIC X(260).
       FD  CVO-FILE.
       01  CVO-REC                PIC X(260).

       *> CONVERT-mode rejects: records with a field that does not
       *> fit its width or type, or with the wrong field count.
       FD  REJ-FILE.
       01  REJ-REC                PIC X(340).

       WORKING-STORAGE SECTION.
       01  WS-IN-PATH             PIC X(260).
       01  WS-IN-FS               PIC XX.
       *> MATCH-mode working storage: a classic two-file balance
       *> line over a configurable key column range, producing
       *> matched, A-only and B-only files with counts.
       01  WS-RUN-MODE            PIC X(7) VALUE "COPY".
       01  WS-INB-PATH            PIC X(260).
       01  WS-INB-FS              PIC XX.
       01  WS-MAT-PATH            PIC X(260).
       01  WS-CTL-COUNT           PIC 9(6) VALUE 0.
       01  WS-CTL-HASH            PIC 9(15) VALUE 0.

       *> CONVERT-mode working storage: fixed-width records are
       *> turned into delimited records with a header row of the
       *> layout's field names (TODELIM), or delimited records back
       *> into fixed columns (TOFIXED), per MVP14_CONVERT. The
       *> delimiter is MVP14_DELIMITER (default comma; "|" for pipe
       *> files) and quoting goes through CSVQUOTE and CSVPARSE.
       *> MVP14_HEADER=N drops the header row on output and expects
       *> none on input. With MVP14_HASH_COL set to the column of an
       *> N field in the layout, the control trailer is verified on
       *> the input and written on the output, in either direction.
       01  WS-LAY-PATH            PIC X(260).
       01  WS-LAY-FS              PIC XX.
       01  WS-LAY-EOF             PIC X VALUE "N".
           88 LAY-EOF              VALUE "Y".
       01  WS-REJ-PATH            PIC X(260).
       01  WS-CV-DIRECTION        PIC X(7) VALUE "TODELIM".
       01  WS-CV-HEADER           PIC X VALUE "Y".
       01  WS-CV-HDR-SEEN         PIC X VALUE "N".
           88 CV-HDR-SEEN          VALUE "Y".
       01  WS-CV-COUNT            PIC 9(2) VALUE 0.
       01  WS-CV-IDX              PIC 9(2) VALUE 0.
       01  WS-CV-TAB.
           05 WS-CV-ENTRY OCCURS 20 TIMES.
               10 WS-CV-FNAME     PIC X(10).
               10 WS-CV-FCOL      PIC 9(4).
               10 WS-CV-FLEN      PIC 9(4).
               10 WS-CV-FTYPE     PIC X(1).
       01  WS-CV-HASH-IDX         PIC 9(2) VALUE 0.
       01  WS-CV-PTR              PIC 9(4) VALUE 0.
       01  WS-CV-POS              PIC 9(2) VALUE 0.
       01  WS-CV-VLEN             PIC 9(2) VALUE 0.
       01  WS-CV-REC-OK           PIC X VALUE "Y".
           88 CV-REC-OK            VALUE "Y".
       01  WS-CV-REASON           PIC X(20).
       01  WS-CV-BAD-FIELD        PIC X(10).
       01  WS-CV-REJ-TEXT         PIC X(260).
       01  WS-CV-FIXED            PIC X(80).
       01  WS-CV-DELIMITED        PIC X(260).
       01  WS-CNT-CONV-REJECT     PIC 9(6) VALUE 0.
       01  WS-CV-CTL-COUNT        PIC 9(6) VALUE 0.
       01  WS-CSV-IN              PIC X(40).
       01  WS-CSV-OUT             PIC X(90).
       01  WS-CSV-LEN             PIC 9(2).
       01  WS-CSV-DELIM           PIC X(1) VALUE ",".
       01  WS-CSV-LINE            PIC X(260).
       01  WS-CSV-FIELDS.
           05 WS-CSV-FIELD OCCURS 20 TIMES.
               10 WS-CSV-FVAL     PIC X(40).
               10 WS-CSV-FTRUNC   PIC X(1).
       01  WS-CSV-FCOUNT          PIC 9(2).
       01  WS-CSV-STATUS          PIC XX.

       *> ALERTSUB parameter block: hard failures are queued for the
       *> morning operator as well as displayed.
       01  WS-AL-SEV              PIC X(1).
       01  WS-AL-DETAIL           PIC X(60).

       *> TRACESUB golden-trace event block: one READ event per
       *> input record, one DISPLAY event for the end-of-run counts
       *> and one PARA event on entry to every paragraph (for the
       *> golden coverage report), captured only when TRACESUB_TRACE
       *> names a trace file.
       01  WS-TRC-RUN             PIC X(20) VALUE "MVP14INTEGRATION".
       01  WS-TRC-TYPE            PIC X(10).
       01  WS-TRC-DETAIL          PIC X(120).
       01  WS-TRC-PTYPE           PIC X(10) VALUE "PARA".
       01  WS-TRC-PDETAIL         PIC X(120).

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.

           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "MVP14_RUN_MODE".
           IF WS-RUN-MODE NOT = "MATCH" AND WS-RUN-MODE NOT = "DIST"
               AND WS-RUN-MODE NOT = "CONVERT"
               MOVE "COPY" TO WS-RUN-MODE
           END-IF.
           IF WS-RUN-MODE = "MATCH"
               PERFORM PARA-DIST-RUN
               GOBACK
           END-IF.
           IF WS-RUN-MODE = "CONVERT"
               PERFORM PARA-CONVERT-RUN
               GOBACK
           END-IF.

           PERFORM PARA-LOAD-ROUTES

           GOBACK.

       PARA-RECORD-RUN.
           MOVE "PARA=PARA-RECORD-RUN" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE WS-IN-PATH(1:40) TO WS-RH-IN
           MOVE WS-OUT-PATH(1:40) TO WS-RH-OUT
           MOVE WS-READ-COUNT TO WS-RH-READ
           EXIT.

       PARA-TAKE-ONE-RECORD.
           MOVE "PARA=PARA-TAKE-ONE-RECORD" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE "READ" TO WS-TRC-TYPE
           MOVE SPACES TO WS-TRC-DETAIL
           STRING "FILE=IN1|RESULT=OK|RECNO=" DELIMITED BY SIZE
           EXIT.

       PARA-RESUME-CHECKPOINT.
           MOVE "PARA=PARA-RESUME-CHECKPOINT" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-FS = "00"
               READ CKPT-FILE
           EXIT.

       PARA-TRIM-DESTINATIONS.
           MOVE "PARA=PARA-TRIM-DESTINATIONS" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> Records written after the last checkpoint must come
           *> off the destinations before the resume extends them,
           *> or every restart appends up to a full interval of
           EXIT.

       PARA-TRIM-ONE-FILE.
           MOVE "PARA=PARA-TRIM-ONE-FILE" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> Copy the kept head of the destination to a fresh file
           *> and move it over the original. An absent destination
           *> with nothing to keep is simply in step already.
           EXIT.

       PARA-WRITE-CHECKPOINT.
           MOVE "PARA=PARA-WRITE-CHECKPOINT" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           OPEN OUTPUT CKPT-FILE
           MOVE WS-READ-COUNT TO CKPT-N
           MOVE WS-WRITE-COUNT TO CKPT-W-OUT
           EXIT.

       PARA-CLEAR-CHECKPOINT.
           MOVE "PARA=PARA-CLEAR-CHECKPOINT" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           OPEN OUTPUT CKPT-FILE
           CLOSE CKPT-FILE.

           EXIT.

       PARA-HASH-INPUT.
           MOVE "PARA=PARA-HASH-INPUT" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE SPACES TO WS-HASH-FIELD
           MOVE IN-REC(WS-HASH-COL:WS-HASH-LEN) TO WS-HASH-FIELD
           IF WS-HASH-FIELD(1:WS-HASH-LEN) IS NUMERIC
           EXIT.

       PARA-HASH-OUTPUT.
           MOVE "PARA=PARA-HASH-OUTPUT" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE SPACES TO WS-HASH-FIELD
           MOVE OUT-REC(WS-HASH-COL:WS-HASH-LEN) TO WS-HASH-FIELD
           IF WS-HASH-FIELD(1:WS-HASH-LEN) IS NUMERIC
           EXIT.

       PARA-PARSE-CONTROL.
           MOVE "PARA=PARA-PARSE-CONTROL" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> Incoming control trailer layout:
           *> CONTROL|COUNT=nnnnnn|HASH=nnnnnnnnnnnnnnn
           IF IN-REC(15:6) IS NUMERIC AND IN-REC(27:15) IS NUMERIC
           EXIT.

       PARA-WRITE-CONTROL.
           MOVE "PARA=PARA-WRITE-CONTROL" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE SPACES TO OUT-REC
           STRING "CONTROL|COUNT=" DELIMITED BY SIZE
                  WS-WRITE-COUNT   DELIMITED BY SIZE
           EXIT.

       PARA-VERIFY-CONTROL.
           MOVE "PARA=PARA-VERIFY-CONTROL" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           EVALUATE TRUE
               WHEN NOT CTL-SEEN
                   DISPLAY "CONTROL|RESULT=NO-INPUT-TRAILER"
           EXIT.

       PARA-MATCH-RUN.
           MOVE "PARA=PARA-MATCH-RUN" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE "mvp14-a.txt" TO WS-IN-PATH
           ACCEPT WS-IN-PATH FROM ENVIRONMENT "MVP14_INPUT_A"
           IF WS-IN-PATH = SPACES
           EXIT.

       PARA-LOAD-COMPARE-FIELDS.
           MOVE "PARA=PARA-LOAD-COMPARE-FIELDS" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE "mvp14-compare.txt" TO WS-CMP-PATH
           ACCEPT WS-CMP-PATH FROM ENVIRONMENT "MVP14_COMPARE"
           IF WS-CMP-PATH = SPACES
           EXIT.

       PARA-COMPARE-MATCHED-PAIR.
           MOVE "PARA=PARA-COMPARE-MATCHED-PAIR" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE "N" TO WS-PAIR-DIFFERS
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
                   UNTIL WS-CMP-IDX > WS-CMP-COUNT
           EXIT.

       PARA-MATCH-READ-A.
           MOVE "PARA=PARA-MATCH-READ-A" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           READ IN-FILE
               AT END
                   SET A-EOF TO TRUE
           EXIT.

       PARA-MATCH-READ-B.
           MOVE "PARA=PARA-MATCH-READ-B" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           READ INB-FILE
               AT END
                   SET B-EOF TO TRUE
           EXIT.

       PARA-LOAD-ROUTES.
           MOVE "PARA=PARA-LOAD-ROUTES" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE "mvp14-routes.txt" TO WS-ROUTES-PATH.
           ACCEPT WS-ROUTES-PATH FROM ENVIRONMENT "MVP14_ROUTES".
           IF WS-ROUTES-PATH = SPACES
           EXIT.

       PARA-OPEN-ROUTE-FILES.
           MOVE "PARA=PARA-OPEN-ROUTE-FILES" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           IF NOT RESUMED
               PERFORM PARA-RESOLVE-ROUTE-PATHS
           END-IF
           EXIT.

       PARA-RESOLVE-ROUTE-PATHS.
           MOVE "PARA=PARA-RESOLVE-ROUTE-PATHS" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE "mvp14-route1.txt" TO WS-R1-PATH.
           ACCEPT WS-R1-PATH FROM ENVIRONMENT "MVP14_ROUTE1".
           IF WS-R1-PATH = SPACES
           EXIT.

       PARA-ROUTE-RECORD.
           MOVE "PARA=PARA-ROUTE-RECORD" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> The optional transform applies to routed records just
           *> as it does to the filtered copy path.
           MOVE IN-REC TO OUT-REC
           EXIT.

       PARA-PROCESS-RECORD.
           MOVE "PARA=PARA-PROCESS-RECORD" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE IN-REC TO OUT-REC

           IF WS-TRANSFORM = "UPPER"
           EXIT.

       PARA-DIST-RUN.
           MOVE "PARA=PARA-DIST-RUN" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE "mvp14-distmanifest.txt" TO WS-DMAN-PATH
           ACCEPT WS-DMAN-PATH FROM ENVIRONMENT "MVP14_DIST_MANIFEST"
           IF WS-DMAN-PATH = SPACES
           EXIT.

       PARA-DIST-ONE-RECORD.
           MOVE "PARA=PARA-DIST-ONE-RECORD" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE SPACES TO WS-DIST-VALUE
           MOVE IN-REC(WS-FILTER-COL:WS-FILTER-LEN)
               TO WS-DIST-VALUE
           EXIT.

       PARA-WRITE-DIST-MANIFEST.
           MOVE "PARA=PARA-WRITE-DIST-MANIFEST" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           OPEN OUTPUT DMAN-FILE
           PERFORM VARYING WS-DST-IDX FROM 1 BY 1
                   UNTIL WS-DST-IDX > WS-DST-COUNT
           CLOSE DMAN-FILE.

           EXIT.

       PARA-CONVERT-RUN.
           MOVE "PARA=PARA-CONVERT-RUN" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE "mvp14-layout.txt" TO WS-LAY-PATH
           ACCEPT WS-LAY-PATH FROM ENVIRONMENT "MVP14_LAYOUT"
           IF WS-LAY-PATH = SPACES
               MOVE "mvp14-layout.txt" TO WS-LAY-PATH
           END-IF
           MOVE "mvp14-rejects.txt" TO WS-REJ-PATH
           ACCEPT WS-REJ-PATH FROM ENVIRONMENT "MVP14_REJECTS"
           IF WS-REJ-PATH = SPACES
               MOVE "mvp14-rejects.txt" TO WS-REJ-PATH
           END-IF
           ACCEPT WS-CV-DIRECTION FROM ENVIRONMENT "MVP14_CONVERT"
           IF WS-CV-DIRECTION NOT = "TOFIXED"
               MOVE "TODELIM" TO WS-CV-DIRECTION
           END-IF
           ACCEPT WS-CSV-DELIM FROM ENVIRONMENT "MVP14_DELIMITER"
           IF WS-CSV-DELIM = SPACE OR WS-CSV-DELIM = QUOTE
               MOVE "," TO WS-CSV-DELIM
           END-IF
           ACCEPT WS-CV-HEADER FROM ENVIRONMENT "MVP14_HEADER"
           IF WS-CV-HEADER NOT = "N"
               MOVE "Y" TO WS-CV-HEADER
           END-IF

           PERFORM PARA-LOAD-LAYOUT
           IF WS-CV-COUNT = 0
               DISPLAY "ERROR|REASON=NO-LAYOUT|PATH=" WS-LAY-PATH
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-CV-DIRECTION = "TOFIXED"
               OPEN INPUT CVI-FILE
           ELSE
               OPEN INPUT IN-FILE
           END-IF
           IF WS-IN-FS NOT = "00"
               DISPLAY "ERROR|REASON=INPUT-FILE-NOT-FOUND|PATH="
                       WS-IN-PATH "|STATUS=" WS-IN-FS
               MOVE "E" TO WS-AL-SEV
               MOVE "INPUT-FILE-NOT-FOUND" TO WS-AL-REASON
               MOVE WS-IN-PATH(1:60) TO WS-AL-DETAIL
               CALL "ALERTSUB" USING WS-AL-SEV WS-RH-PROGRAM
                   WS-AL-REASON WS-AL-DETAIL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT REJ-FILE

           IF WS-CV-DIRECTION = "TOFIXED"
               OPEN OUTPUT OUT-FILE
               PERFORM UNTIL EOF
                   READ CVI-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           PERFORM PARA-CONVERT-DELIM-RECORD
                   END-READ
               END-PERFORM
               IF HASH-ON
                   PERFORM PARA-WRITE-CONVERT-CONTROL
                   WRITE OUT-REC FROM WS-CV-DELIMITED(1:80)
               END-IF
               CLOSE CVI-FILE OUT-FILE
           ELSE
               OPEN OUTPUT CVO-FILE
               IF WS-CV-HEADER = "Y"
                   PERFORM PARA-WRITE-HEADER-ROW
               END-IF
               PERFORM UNTIL EOF
                   READ IN-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           IF HASH-ON AND IN-REC(1:8) = "CONTROL|"
                               PERFORM PARA-PARSE-CONTROL
                           ELSE
                               ADD 1 TO WS-READ-COUNT
                               PERFORM PARA-CONVERT-TO-DELIM
                           END-IF
                   END-READ
               END-PERFORM
               IF HASH-ON
                   PERFORM PARA-WRITE-CONVERT-CONTROL
                   WRITE CVO-REC FROM WS-CV-DELIMITED
               END-IF
               CLOSE IN-FILE CVO-FILE
           END-IF
           CLOSE REJ-FILE

           DISPLAY "CONVERT|DIRECTION=" WS-CV-DIRECTION
                   "|DELIMITER=" WS-CSV-DELIM
                   "|FIELDS=" WS-CV-COUNT
           DISPLAY "COUNTS|READ=" WS-READ-COUNT
                   "|WRITE=" WS-WRITE-COUNT
                   "|REJECTED=" WS-CNT-CONV-REJECT
           IF HASH-ON
               PERFORM PARA-VERIFY-CONTROL
           END-IF

           MOVE WS-IN-PATH(1:40) TO WS-RH-IN
           MOVE WS-OUT-PATH(1:40) TO WS-RH-OUT
           MOVE WS-READ-COUNT TO WS-RH-READ
           MOVE WS-WRITE-COUNT TO WS-RH-WRITTEN
           MOVE WS-CNT-CONV-REJECT TO WS-RH-REJECTED
           IF WS-RH-REJECTED > 0
               MOVE "EXCEPTIONS" TO WS-RH-STATUS
           ELSE
               MOVE "COMPLETE" TO WS-RH-STATUS
           END-IF
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

       PARA-LOAD-LAYOUT.
           MOVE "PARA=PARA-LOAD-LAYOUT" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           OPEN INPUT LAY-FILE
           IF WS-LAY-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LAY-EOF OR WS-CV-COUNT >= 20
               READ LAY-FILE
                   AT END
                       SET LAY-EOF TO TRUE
                   NOT AT END
                       IF LAY-TYPE = SPACE
                           MOVE "A" TO LAY-TYPE
                       END-IF
                       IF LAY-NAME NOT = SPACES
                           AND LAY-COL IS NUMERIC
                           AND LAY-LEN IS NUMERIC
                           AND LAY-COL >= 1
                           AND LAY-LEN >= 1 AND LAY-LEN <= 40
                           AND LAY-COL + LAY-LEN <= 81
                           AND (LAY-TYPE = "A" OR LAY-TYPE = "N")
                           ADD 1 TO WS-CV-COUNT
                           MOVE LAY-NAME TO WS-CV-FNAME(WS-CV-COUNT)
                           MOVE LAY-COL TO WS-CV-FCOL(WS-CV-COUNT)
                           MOVE LAY-LEN TO WS-CV-FLEN(WS-CV-COUNT)
                           MOVE LAY-TYPE TO WS-CV-FTYPE(WS-CV-COUNT)
                       ELSE
                           DISPLAY "LAYOUT|WARN=BAD-FIELD|TEXT="
                                   LAY-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LAY-FILE

           *> The hash column has to be a numeric field of the layout
           *> for the trailer to mean the same on both sides.
           IF HASH-ON AND WS-CV-COUNT > 0
               MOVE 0 TO WS-CV-HASH-IDX
               PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                       UNTIL WS-CV-IDX > WS-CV-COUNT
                          OR WS-CV-HASH-IDX > 0
                   IF WS-CV-FCOL(WS-CV-IDX) = WS-HASH-COL
                       AND WS-CV-FTYPE(WS-CV-IDX) = "N"
                       AND WS-CV-FLEN(WS-CV-IDX) <= 15
                       MOVE WS-CV-IDX TO WS-CV-HASH-IDX
                       MOVE WS-CV-FLEN(WS-CV-IDX) TO WS-HASH-LEN
                   END-IF
               END-PERFORM
               IF WS-CV-HASH-IDX = 0
                   DISPLAY "CONTROL|WARN=HASH-COLUMN-NOT-IN-LAYOUT"
                           "|COL=" WS-HASH-COL
                   MOVE "N" TO WS-HASH-ON
               END-IF
           END-IF.

           EXIT.

       PARA-WRITE-HEADER-ROW.
           MOVE "PARA=PARA-WRITE-HEADER-ROW" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE SPACES TO WS-CV-DELIMITED
           MOVE 1 TO WS-CV-PTR
           MOVE "Y" TO WS-CV-REC-OK
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CV-COUNT
               MOVE WS-CV-FNAME(WS-CV-IDX) TO WS-CSV-IN
               PERFORM PARA-APPEND-DELIM-FIELD
           END-PERFORM
           WRITE CVO-REC FROM WS-CV-DELIMITED.

           EXIT.

       PARA-CONVERT-TO-DELIM.
           MOVE "PARA=PARA-CONVERT-TO-DELIM" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE SPACES TO WS-CV-DELIMITED
           MOVE 1 TO WS-CV-PTR
           MOVE "Y" TO WS-CV-REC-OK
           MOVE 0 TO WS-HASH-VAL
           IF HASH-ON
               PERFORM PARA-HASH-INPUT
           END-IF
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CV-COUNT OR NOT CV-REC-OK
               IF WS-CV-FTYPE(WS-CV-IDX) = "N"
                   AND IN-REC(WS-CV-FCOL(WS-CV-IDX):
                              WS-CV-FLEN(WS-CV-IDX)) IS NOT NUMERIC
                   MOVE "N" TO WS-CV-REC-OK
                   MOVE "NOT-NUMERIC" TO WS-CV-REASON
                   MOVE WS-CV-FNAME(WS-CV-IDX) TO WS-CV-BAD-FIELD
               ELSE
                   MOVE SPACES TO WS-CSV-IN
                   MOVE IN-REC(WS-CV-FCOL(WS-CV-IDX):
                               WS-CV-FLEN(WS-CV-IDX))
                       TO WS-CSV-IN(1:WS-CV-FLEN(WS-CV-IDX))
                   PERFORM PARA-APPEND-DELIM-FIELD
               END-IF
           END-PERFORM

           IF CV-REC-OK
               WRITE CVO-REC FROM WS-CV-DELIMITED
               ADD 1 TO WS-WRITE-COUNT
               ADD WS-HASH-VAL TO WS-OUT-HASH
           ELSE
               MOVE SPACES TO WS-CV-REJ-TEXT
               MOVE IN-REC TO WS-CV-REJ-TEXT(1:80)
               PERFORM PARA-CONVERT-REJECT
           END-IF.

           EXIT.

       PARA-APPEND-DELIM-FIELD.
           MOVE "PARA=PARA-APPEND-DELIM-FIELD" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> Every field after the first is preceded by the
           *> delimiter; a record that outgrows the delimited line is
           *> rejected against the field that would not fit.
           CALL "CSVQUOTE" USING WS-CSV-IN WS-CSV-OUT WS-CSV-LEN
               WS-CSV-DELIM
           IF WS-CV-IDX > 1
               IF WS-CV-PTR > 260
                   MOVE "N" TO WS-CV-REC-OK
               ELSE
                   MOVE WS-CSV-DELIM TO WS-CV-DELIMITED(WS-CV-PTR:1)
                   ADD 1 TO WS-CV-PTR
               END-IF
           END-IF
           IF CV-REC-OK AND WS-CSV-LEN > 0
               IF WS-CV-PTR + WS-CSV-LEN > 261
                   MOVE "N" TO WS-CV-REC-OK
               ELSE
                   MOVE WS-CSV-OUT(1:WS-CSV-LEN)
                       TO WS-CV-DELIMITED(WS-CV-PTR:WS-CSV-LEN)
                   ADD WS-CSV-LEN TO WS-CV-PTR
               END-IF
           END-IF
           IF NOT CV-REC-OK
               MOVE "RECORD-TOO-WIDE" TO WS-CV-REASON
               MOVE WS-CV-FNAME(WS-CV-IDX) TO WS-CV-BAD-FIELD
           END-IF.

           EXIT.

       PARA-CONVERT-DELIM-RECORD.
           MOVE "PARA=PARA-CONVERT-DELIM-RECORD" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           IF HASH-ON AND CVI-REC(1:8) = "CONTROL|"
               MOVE CVI-REC(1:80) TO IN-REC
               PERFORM PARA-PARSE-CONTROL
               EXIT PARAGRAPH
           END-IF

           MOVE CVI-REC TO WS-CSV-LINE
           CALL "CSVPARSE" USING WS-CSV-LINE WS-CSV-FIELDS
               WS-CSV-FCOUNT WS-CSV-STATUS WS-CSV-DELIM

           IF WS-CV-HEADER = "Y" AND NOT CV-HDR-SEEN
               SET CV-HDR-SEEN TO TRUE
               PERFORM PARA-CHECK-HEADER-ROW
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-READ-COUNT
           PERFORM PARA-CONVERT-TO-FIXED.

           EXIT.

       PARA-CHECK-HEADER-ROW.
           MOVE "PARA=PARA-CHECK-HEADER-ROW" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> A header that does not name the layout's fields is
           *> reported but the data is still converted by position.
           MOVE "Y" TO WS-CV-REC-OK
           IF WS-CSV-FCOUNT NOT = WS-CV-COUNT
               MOVE "N" TO WS-CV-REC-OK
           END-IF
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CV-COUNT OR NOT CV-REC-OK
               IF WS-CSV-FVAL(WS-CV-IDX) NOT = WS-CV-FNAME(WS-CV-IDX)
                   MOVE "N" TO WS-CV-REC-OK
               END-IF
           END-PERFORM
           IF NOT CV-REC-OK
               DISPLAY "CONVERT|WARN=HEADER-MISMATCH|TEXT="
                       CVI-REC(1:80)
           END-IF.

           EXIT.

       PARA-CONVERT-TO-FIXED.
           MOVE "PARA=PARA-CONVERT-TO-FIXED" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE SPACES TO WS-CV-FIXED
           MOVE "Y" TO WS-CV-REC-OK
           IF HASH-ON
               PERFORM PARA-HASH-DELIM-INPUT
           END-IF

           EVALUATE TRUE
               WHEN WS-CSV-STATUS = "10"
                   MOVE "N" TO WS-CV-REC-OK
                   MOVE "UNBALANCED-QUOTE" TO WS-CV-REASON
                   MOVE SPACES TO WS-CV-BAD-FIELD
               WHEN WS-CSV-STATUS = "20"
                   OR WS-CSV-FCOUNT NOT = WS-CV-COUNT
                   MOVE "N" TO WS-CV-REC-OK
                   MOVE "WRONG-FIELD-COUNT" TO WS-CV-REASON
                   MOVE SPACES TO WS-CV-BAD-FIELD
                   STRING "COUNT="      DELIMITED BY SIZE
                          WS-CSV-FCOUNT DELIMITED BY SIZE
                          INTO WS-CV-BAD-FIELD
                   END-STRING
           END-EVALUATE

           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CV-COUNT OR NOT CV-REC-OK
               PERFORM PARA-PLACE-FIXED-FIELD
           END-PERFORM

           IF CV-REC-OK
               MOVE WS-CV-FIXED TO OUT-REC
               IF HASH-ON
                   PERFORM PARA-HASH-OUTPUT
               END-IF
               WRITE OUT-REC
               ADD 1 TO WS-WRITE-COUNT
           ELSE
               MOVE CVI-REC TO WS-CV-REJ-TEXT
               PERFORM PARA-CONVERT-REJECT
           END-IF.

           EXIT.

       PARA-PLACE-FIXED-FIELD.
           MOVE "PARA=PARA-PLACE-FIXED-FIELD" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> Alphanumeric values are left-justified in their
           *> columns; numeric values right-justified and zero-filled.
           PERFORM PARA-FIELD-VALUE-LENGTH
           EVALUATE TRUE
               WHEN WS-CSV-FTRUNC(WS-CV-IDX) = "Y"
                   OR WS-CV-VLEN > WS-CV-FLEN(WS-CV-IDX)
                   MOVE "N" TO WS-CV-REC-OK
                   MOVE "TOO-WIDE" TO WS-CV-REASON
               WHEN WS-CV-FTYPE(WS-CV-IDX) = "N"
                   AND WS-CV-VLEN = 0
                   MOVE "N" TO WS-CV-REC-OK
                   MOVE "NOT-NUMERIC" TO WS-CV-REASON
               WHEN WS-CV-FTYPE(WS-CV-IDX) = "N"
                   IF WS-CSV-FVAL(WS-CV-IDX)(1:WS-CV-VLEN) IS NUMERIC
                       MOVE ALL "0" TO
                           WS-CV-FIXED(WS-CV-FCOL(WS-CV-IDX):
                                       WS-CV-FLEN(WS-CV-IDX))
                       MOVE WS-CSV-FVAL(WS-CV-IDX)(1:WS-CV-VLEN) TO
                           WS-CV-FIXED(WS-CV-FCOL(WS-CV-IDX)
                                       + WS-CV-FLEN(WS-CV-IDX)
                                       - WS-CV-VLEN:WS-CV-VLEN)
                   ELSE
                       MOVE "N" TO WS-CV-REC-OK
                       MOVE "NOT-NUMERIC" TO WS-CV-REASON
                   END-IF
               WHEN OTHER
                   MOVE WS-CSV-FVAL(WS-CV-IDX)
                       TO WS-CV-FIXED(WS-CV-FCOL(WS-CV-IDX):
                                      WS-CV-FLEN(WS-CV-IDX))
           END-EVALUATE
           IF NOT CV-REC-OK
               MOVE WS-CV-FNAME(WS-CV-IDX) TO WS-CV-BAD-FIELD
           END-IF.

           EXIT.

       PARA-FIELD-VALUE-LENGTH.
           MOVE "PARA=PARA-FIELD-VALUE-LENGTH" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE 0 TO WS-CV-VLEN
           PERFORM VARYING WS-CV-POS FROM 1 BY 1 UNTIL WS-CV-POS > 40
               IF WS-CSV-FVAL(WS-CV-IDX)(WS-CV-POS:1) NOT = SPACE
                   MOVE WS-CV-POS TO WS-CV-VLEN
               END-IF
           END-PERFORM.

           EXIT.

       PARA-HASH-DELIM-INPUT.
           MOVE "PARA=PARA-HASH-DELIM-INPUT" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> The delimited side's hash comes from the hash field's
           *> parsed value, whether or not the record converts.
           IF WS-CSV-FCOUNT < WS-CV-HASH-IDX
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CV-HASH-IDX TO WS-CV-IDX
           PERFORM PARA-FIELD-VALUE-LENGTH
           IF WS-CV-VLEN > 0 AND WS-CV-VLEN <= 15
               IF WS-CSV-FVAL(WS-CV-IDX)(1:WS-CV-VLEN) IS NUMERIC
                   MOVE WS-CSV-FVAL(WS-CV-IDX)(1:WS-CV-VLEN)
                       TO WS-HASH-VAL
                   ADD WS-HASH-VAL TO WS-IN-HASH
               END-IF
           END-IF.

           EXIT.

       PARA-WRITE-CONVERT-CONTROL.
           MOVE "PARA=PARA-WRITE-CONVERT-CONTROL" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> Written in the trailer layout PARA-PARSE-CONTROL reads,
           *> so a converted file can be converted back and balanced.
           MOVE WS-WRITE-COUNT TO WS-CV-CTL-COUNT
           MOVE SPACES TO WS-CV-DELIMITED
           STRING "CONTROL|COUNT=" DELIMITED BY SIZE
                  WS-CV-CTL-COUNT  DELIMITED BY SIZE
                  "|HASH="         DELIMITED BY SIZE
                  WS-OUT-HASH      DELIMITED BY SIZE
                  INTO WS-CV-DELIMITED
           END-STRING.

           EXIT.

       PARA-CONVERT-REJECT.
           MOVE "PARA=PARA-CONVERT-REJECT" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           ADD 1 TO WS-CNT-CONV-REJECT
           MOVE SPACES TO REJ-REC
           STRING "REJECT|RECNO="  DELIMITED BY SIZE
                  WS-READ-COUNT    DELIMITED BY SIZE
                  "|REASON="       DELIMITED BY SIZE
                  WS-CV-REASON     DELIMITED BY SPACE
                  "|FIELD="        DELIMITED BY SIZE
                  WS-CV-BAD-FIELD  DELIMITED BY SPACE
                  "|TEXT="         DELIMITED BY SIZE
                  WS-CV-REJ-TEXT   DELIMITED BY SIZE
                  INTO REJ-REC
           END-STRING
           WRITE REJ-REC.

           EXIT.
