       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNCTLVERSION.

      *> Run-control version store. SNAPSHOT mode (the default, run
      *> by MVP09PROGRAM at the start of every chain) reads the
      *> run-control file and the parameter files it names - the
      *> MVP06PROGRAM threshold history, the MVP12PROGRAM validation
      *> rules, the MVP14INTEGRATION routing rules and the MVP09
      *> chain definition - and compares them with the latest
      *> version in the store (RCV_STORE, default
      *> runctl-versions.txt). When anything differs a new dated
      *> version is appended; either way the version in force is
      *> exported as RUN_CTLVER, so every run-history record the
      *> chain writes carries it.
      *>
      *> Each file is held as keyed entries: a run-control line is
      *> keyed by its keyword, a threshold record by its effective
      *> date, a rule by its column and length, a route by its low
      *> value and a chain step by its step id. A key repeated in
      *> one file is numbered (#2, #3 ...) in file order.
      *>
      *> REPORT mode lists the keys added, removed and changed
      *> between two versions (RCV_FROM, default the version before
      *> RCV_TO; RCV_TO, default the latest) to RCV_REPORT (default
      *> runctl-changes-<from>-<to>.txt) through REPORTSUB. LIST
      *> mode lists the versions in the store with their dates.
      *>
      *> Store layout, one header record per version followed by its
      *> entries:
      *>   V version(6) date(8) time(8) entries(4) program(16)
      *>   E version(6) file(8) key(40) value(200)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO DYNAMIC WS-PARM-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PARM-FS.
           SELECT VST-FILE ASSIGN TO DYNAMIC WS-VST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-VST-FS.

       DATA DIVISION.
       FILE SECTION.
       *> One of the versioned parameter files.
       FD  PARM-FILE.
       01  PARM-REC             PIC X(300).

       FD  VST-FILE.
       01  VST-HEAD.
           05 VH-TYPE           PIC X(1).
           05 VH-VERSION        PIC 9(6).
           05 VH-DATE           PIC 9(8).
           05 VH-TIME           PIC 9(8).
           05 VH-COUNT          PIC 9(4).
           05 VH-PROGRAM        PIC X(16).
       01  VST-ENTRY.
           05 VE-TYPE           PIC X(1).
           05 VE-VERSION        PIC 9(6).
           05 VE-FILE           PIC X(8).
           05 VE-KEY            PIC X(40).
           05 VE-VALUE          PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-MODE              PIC X(8) VALUE "SNAPSHOT".
       01  WS-PARM-PATH         PIC X(260).
       01  WS-PARM-FS           PIC XX.
       01  WS-PARM-EOF          PIC X VALUE "N".
           88 PARM-EOF           VALUE "Y".
       01  WS-VST-PATH          PIC X(260).
       01  WS-VST-FS            PIC XX.
       01  WS-VST-EOF           PIC X VALUE "N".
           88 VST-EOF            VALUE "Y".
       01  WS-RUN-DATE          PIC 9(8).
       01  WS-RUN-TIME          PIC 9(8).

       *> The versioned files: tag, path, and how the entry key is
       *> taken (K = keyword before "=", otherwise the width of the
       *> record's leading key field).
       01  WS-MEM-COUNT         PIC 9(2) VALUE 0.
       01  WS-MEM-IDX           PIC 9(2) VALUE 0.
       01  WS-MEM-TAB.
           05 WS-MEM-ENTRY OCCURS 5 TIMES.
               10 WS-MEM-TAG       PIC X(8).
               10 WS-MEM-PATH      PIC X(260).
               10 WS-MEM-KEYED     PIC X(1).
               10 WS-MEM-WIDTH     PIC 9(2).
       01  WS-MEM-NAME          PIC X(40).
       01  WS-MEM-DEFAULT       PIC X(40).

       *> Entries of the version being built (the files as they
       *> stand, or the RCV_TO version) and of the version compared
       *> against.
       01  WS-CUR-COUNT         PIC 9(4) VALUE 0.
       01  WS-CUR-TAB.
           05 WS-CUR-ENTRY OCCURS 500 TIMES.
               10 WS-CUR-FILE      PIC X(8).
               10 WS-CUR-KEY       PIC X(40).
               10 WS-CUR-VALUE     PIC X(200).
       01  WS-OLD-COUNT         PIC 9(4) VALUE 0.
       01  WS-OLD-TAB.
           05 WS-OLD-ENTRY OCCURS 500 TIMES.
               10 WS-OLD-FILE      PIC X(8).
               10 WS-OLD-KEY       PIC X(40).
               10 WS-OLD-VALUE     PIC X(200).
       01  WS-CUR-IDX           PIC 9(4) VALUE 0.
       01  WS-OLD-IDX           PIC 9(4) VALUE 0.
       01  WS-FIND-IDX          PIC 9(4) VALUE 0.
       01  WS-OVERFLOW          PIC X VALUE "N".
           88 TABLE-OVERFLOW     VALUE "Y".

       *> One entry as it is parsed.
       01  WS-KEY               PIC X(40).
       01  WS-VALUE             PIC X(200).
       01  WS-PTR               PIC 9(4) VALUE 1.
       01  WS-DUP-COUNT         PIC 9(3) VALUE 0.
       01  WS-DUP-ED            PIC Z(2)9.

       *> Versions in the store, and the two being compared.
       01  WS-LATEST            PIC 9(6) VALUE 0.
       01  WS-LATEST-DATE       PIC 9(8) VALUE 0.
       01  WS-LOADING           PIC X(1) VALUE SPACE.
       01  WS-FROM              PIC 9(6) VALUE 0.
       01  WS-TO                PIC 9(6) VALUE 0.
       01  WS-FROM-DATE         PIC 9(8) VALUE 0.
       01  WS-FROM-TIME         PIC 9(8) VALUE 0.
       01  WS-TO-DATE           PIC 9(8) VALUE 0.
       01  WS-TO-TIME           PIC 9(8) VALUE 0.
       01  WS-FROM-FOUND        PIC X VALUE "N".
           88 FROM-FOUND         VALUE "Y".
       01  WS-TO-FOUND          PIC X VALUE "N".
           88 TO-FOUND           VALUE "Y".
       01  WS-IN-FORCE          PIC 9(6) VALUE 0.
       01  WS-CNT-VERSIONS      PIC 9(6) VALUE 0.

       *> Comparison results.
       01  WS-DIFF-PRINT        PIC X VALUE "N".
           88 DIFF-PRINT         VALUE "Y".
       01  WS-CNT-ADDED         PIC 9(4) VALUE 0.
       01  WS-CNT-REMOVED       PIC 9(4) VALUE 0.
       01  WS-CNT-CHANGED       PIC 9(4) VALUE 0.
       01  WS-CHANGE            PIC X(8).
       01  WS-SHOW-OLD          PIC X(200).
       01  WS-SHOW-NEW          PIC X(200).

       *> Setting RUN_CTLVER for the rest of the job step.
       01  WS-ENV-NAME          PIC X(40).
       01  WS-ENV-VALUE         PIC X(260).

       *> REPORTSUB parameters.
       01  WS-RPT-PATH          PIC X(260).
       01  WS-RS-FUNC           PIC X(1).
       01  WS-RS-TEXT           PIC X(132).
       01  WS-RL-COUNT          PIC ZZZ9.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "RUNCTLVERSION".
       01  WS-RH-IN             PIC X(40).
       01  WS-RH-OUT            PIC X(40).
       01  WS-RH-READ           PIC 9(6) VALUE 0.
       01  WS-RH-WRITTEN        PIC 9(6) VALUE 0.
       01  WS-RH-REJECTED       PIC 9(6) VALUE 0.
       01  WS-RH-STATUS         PIC X(10).
       01  WS-RH-START          PIC 9(8) VALUE 0.
       01  WS-CALLER            PIC X(16) VALUE SPACES.

       PROCEDURE DIVISION.
           *> Resolve the shared run-control file before any
           *> parameter is read; exported variables still override.
           CALL "RUNCONTROL"

           ACCEPT WS-RH-START FROM TIME.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           ACCEPT WS-MODE FROM ENVIRONMENT "RCV_MODE".
           INSPECT WS-MODE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-MODE NOT = "REPORT" AND WS-MODE NOT = "LIST"
               MOVE "SNAPSHOT" TO WS-MODE
           END-IF.

           MOVE "runctl-versions.txt" TO WS-VST-PATH.
           ACCEPT WS-VST-PATH FROM ENVIRONMENT "RCV_STORE".
           IF WS-VST-PATH = SPACES
               MOVE "runctl-versions.txt" TO WS-VST-PATH
           END-IF.

           *> The program the snapshot is taken for, recorded on the
           *> version header.
           ACCEPT WS-CALLER FROM ENVIRONMENT "RCV_CALLER".
           IF WS-CALLER = SPACES
               MOVE WS-RH-PROGRAM TO WS-CALLER
           END-IF.

           EVALUATE WS-MODE
               WHEN "REPORT"
                   PERFORM PARA-REPORT-RUN
               WHEN "LIST"
                   PERFORM PARA-LIST-RUN
               WHEN OTHER
                   PERFORM PARA-SNAPSHOT-RUN
           END-EVALUATE.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           EVALUATE WS-MODE
               WHEN "SNAPSHOT"
                   MOVE WS-MEM-PATH(1)(1:40) TO WS-RH-IN
                   MOVE WS-VST-PATH(1:40) TO WS-RH-OUT
               WHEN "REPORT"
                   MOVE WS-VST-PATH(1:40) TO WS-RH-IN
                   MOVE WS-RPT-PATH(1:40) TO WS-RH-OUT
               WHEN OTHER
                   MOVE WS-VST-PATH(1:40) TO WS-RH-IN
                   MOVE SPACES TO WS-RH-OUT
           END-EVALUATE
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

      *> Take the files as they stand, compare them with the latest
      *> version, and store a new version only when they differ.
       PARA-SNAPSHOT-RUN.
           PERFORM PARA-SET-MEMBERS
           PERFORM VARYING WS-MEM-IDX FROM 1 BY 1
                   UNTIL WS-MEM-IDX > WS-MEM-COUNT
               PERFORM PARA-LOAD-MEMBER
           END-PERFORM
           MOVE WS-CUR-COUNT TO WS-RH-READ
           IF TABLE-OVERFLOW
               DISPLAY "ERROR|REASON=TOO-MANY-ENTRIES|LIMIT=500"
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           *> The latest version's entries go to the old table; the
           *> store is appended in version order, so each header met
           *> supersedes the one before.
           MOVE 0 TO WS-LATEST
           MOVE 0 TO WS-OLD-COUNT
           MOVE "N" TO WS-VST-EOF
           OPEN INPUT VST-FILE
           IF WS-VST-FS = "00"
               PERFORM UNTIL VST-EOF
                   READ VST-FILE
                       AT END
                           SET VST-EOF TO TRUE
                       NOT AT END
                           PERFORM PARA-SCAN-LATEST
                   END-READ
               END-PERFORM
               CLOSE VST-FILE
           END-IF

           MOVE "N" TO WS-DIFF-PRINT
           PERFORM PARA-COMPARE
           IF WS-LATEST > 0
               AND WS-CNT-ADDED = 0
               AND WS-CNT-REMOVED = 0
               AND WS-CNT-CHANGED = 0
               MOVE WS-LATEST TO WS-IN-FORCE
               DISPLAY "CTLVER|RESULT=UNCHANGED|VERSION=" WS-IN-FORCE
                       "|SINCE=" WS-LATEST-DATE
                       "|ENTRIES=" WS-CUR-COUNT
           ELSE
               COMPUTE WS-IN-FORCE = WS-LATEST + 1
               PERFORM PARA-WRITE-VERSION
               IF RETURN-CODE = 8
                   EXIT PARAGRAPH
               END-IF
               DISPLAY "CTLVER|RESULT=NEW-VERSION|VERSION="
                       WS-IN-FORCE
                       "|PREVIOUS=" WS-LATEST
                       "|ENTRIES=" WS-CUR-COUNT
                       "|ADDED=" WS-CNT-ADDED
                       "|REMOVED=" WS-CNT-REMOVED
                       "|CHANGED=" WS-CNT-CHANGED
           END-IF

           MOVE "RUN_CTLVER" TO WS-ENV-NAME
           MOVE SPACES TO WS-ENV-VALUE
           MOVE WS-IN-FORCE TO WS-ENV-VALUE(1:6)
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE.

           EXIT.

       PARA-SCAN-LATEST.
           EVALUATE VH-TYPE
               WHEN "V"
                   MOVE VH-VERSION TO WS-LATEST
                   MOVE VH-DATE TO WS-LATEST-DATE
                   MOVE 0 TO WS-OLD-COUNT
               WHEN "E"
                   IF VE-VERSION = WS-LATEST
                       AND WS-OLD-COUNT < 500
                       ADD 1 TO WS-OLD-COUNT
                       MOVE VE-FILE TO WS-OLD-FILE(WS-OLD-COUNT)
                       MOVE VE-KEY TO WS-OLD-KEY(WS-OLD-COUNT)
                       MOVE VE-VALUE TO WS-OLD-VALUE(WS-OLD-COUNT)
                   END-IF
           END-EVALUATE.

           EXIT.

       PARA-WRITE-VERSION.
           OPEN EXTEND VST-FILE
           IF WS-VST-FS NOT = "00"
               OPEN OUTPUT VST-FILE
           END-IF
           IF WS-VST-FS NOT = "00"
               DISPLAY "ERROR|REASON=STORE-WRITE-FAILED|PATH="
                       WS-VST-PATH(1:40) "|STATUS=" WS-VST-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO VST-HEAD
           MOVE "V" TO VH-TYPE
           MOVE WS-IN-FORCE TO VH-VERSION
           MOVE WS-RUN-DATE TO VH-DATE
           MOVE WS-RUN-TIME TO VH-TIME
           MOVE WS-CUR-COUNT TO VH-COUNT
           MOVE WS-CALLER TO VH-PROGRAM
           WRITE VST-HEAD
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
               MOVE SPACES TO VST-ENTRY
               MOVE "E" TO VE-TYPE
               MOVE WS-IN-FORCE TO VE-VERSION
               MOVE WS-CUR-FILE(WS-CUR-IDX) TO VE-FILE
               MOVE WS-CUR-KEY(WS-CUR-IDX) TO VE-KEY
               MOVE WS-CUR-VALUE(WS-CUR-IDX) TO VE-VALUE
               WRITE VST-ENTRY
               ADD 1 TO WS-RH-WRITTEN
           END-PERFORM
           CLOSE VST-FILE.

           EXIT.

       PARA-SET-MEMBERS.
           MOVE 0 TO WS-MEM-COUNT
           MOVE "RUNCTL" TO WS-MEM-TAG(1)
           MOVE "RUN_CONTROL" TO WS-MEM-NAME
           MOVE "run-control.txt" TO WS-MEM-DEFAULT
           MOVE "K" TO WS-MEM-KEYED(1)
           MOVE 0 TO WS-MEM-WIDTH(1)
           PERFORM PARA-ADD-MEMBER
           MOVE "THRESH" TO WS-MEM-TAG(2)
           MOVE "MVP06_THRESHOLDS" TO WS-MEM-NAME
           MOVE "mvp06-thresholds.txt" TO WS-MEM-DEFAULT
           MOVE "W" TO WS-MEM-KEYED(2)
           MOVE 8 TO WS-MEM-WIDTH(2)
           PERFORM PARA-ADD-MEMBER
           MOVE "RULES" TO WS-MEM-TAG(3)
           MOVE "MVP12_RULES" TO WS-MEM-NAME
           MOVE "mvp12-rules.txt" TO WS-MEM-DEFAULT
           MOVE "W" TO WS-MEM-KEYED(3)
           MOVE 8 TO WS-MEM-WIDTH(3)
           PERFORM PARA-ADD-MEMBER
           MOVE "ROUTES" TO WS-MEM-TAG(4)
           MOVE "MVP14_ROUTES" TO WS-MEM-NAME
           MOVE "mvp14-routes.txt" TO WS-MEM-DEFAULT
           MOVE "W" TO WS-MEM-KEYED(4)
           MOVE 10 TO WS-MEM-WIDTH(4)
           PERFORM PARA-ADD-MEMBER
           MOVE "STEPS" TO WS-MEM-TAG(5)
           MOVE "MVP09_STEPS" TO WS-MEM-NAME
           MOVE "mvp09-steps.txt" TO WS-MEM-DEFAULT
           MOVE "W" TO WS-MEM-KEYED(5)
           MOVE 8 TO WS-MEM-WIDTH(5)
           PERFORM PARA-ADD-MEMBER.

           EXIT.

       PARA-ADD-MEMBER.
           *> The path each program would use: the environment (or
           *> the run-control file, already exported), else its
           *> default.
           ADD 1 TO WS-MEM-COUNT
           MOVE SPACES TO WS-MEM-PATH(WS-MEM-COUNT)
           DISPLAY WS-MEM-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-MEM-PATH(WS-MEM-COUNT) FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-MEM-PATH(WS-MEM-COUNT)
           END-ACCEPT
           IF WS-MEM-PATH(WS-MEM-COUNT) = SPACES
               MOVE WS-MEM-DEFAULT TO WS-MEM-PATH(WS-MEM-COUNT)
           END-IF.

           EXIT.

       PARA-LOAD-MEMBER.
           *> A file that is not there simply has no entries, so its
           *> removal shows as every key removed.
           MOVE WS-MEM-PATH(WS-MEM-IDX) TO WS-PARM-PATH
           MOVE "N" TO WS-PARM-EOF
           OPEN INPUT PARM-FILE
           IF WS-PARM-FS NOT = "00"
               DISPLAY "CTLVER|FILE=" WS-MEM-TAG(WS-MEM-IDX)
                       "|RESULT=NOT-FOUND|PATH=" WS-PARM-PATH(1:40)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PARM-EOF
               READ PARM-FILE
                   AT END
                       SET PARM-EOF TO TRUE
                   NOT AT END
                       IF PARM-REC NOT = SPACES
                           AND PARM-REC(1:1) NOT = "*"
                           PERFORM PARA-ADD-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PARM-FILE.

           EXIT.

       PARA-ADD-ENTRY.
           MOVE SPACES TO WS-KEY
           MOVE SPACES TO WS-VALUE
           IF WS-MEM-KEYED(WS-MEM-IDX) = "K"
               MOVE 1 TO WS-PTR
               UNSTRING PARM-REC DELIMITED BY "="
                   INTO WS-KEY
                   WITH POINTER WS-PTR
               END-UNSTRING
               IF WS-PTR <= LENGTH OF PARM-REC
                   MOVE PARM-REC(WS-PTR:) TO WS-VALUE
               END-IF
           ELSE
               MOVE PARM-REC(1:WS-MEM-WIDTH(WS-MEM-IDX)) TO WS-KEY
               MOVE PARM-REC TO WS-VALUE
           END-IF
           IF WS-KEY = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-CUR-COUNT >= 500
               SET TABLE-OVERFLOW TO TRUE
               EXIT PARAGRAPH
           END-IF
           *> Number a repeated key so each occurrence compares
           *> against its counterpart.
           MOVE 1 TO WS-DUP-COUNT
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                   UNTIL WS-FIND-IDX > WS-CUR-COUNT
               IF WS-CUR-FILE(WS-FIND-IDX) = WS-MEM-TAG(WS-MEM-IDX)
                   AND WS-CUR-KEY(WS-FIND-IDX)(1:30) = WS-KEY(1:30)
                   AND (WS-CUR-KEY(WS-FIND-IDX)(31:10) = SPACES
                     OR WS-CUR-KEY(WS-FIND-IDX)(31:1) = "#")
                   ADD 1 TO WS-DUP-COUNT
               END-IF
           END-PERFORM
           IF WS-DUP-COUNT > 1
               MOVE WS-DUP-COUNT TO WS-DUP-ED
               MOVE "#" TO WS-KEY(31:1)
               MOVE FUNCTION TRIM(WS-DUP-ED) TO WS-KEY(32:9)
           END-IF
           ADD 1 TO WS-CUR-COUNT
           MOVE WS-MEM-TAG(WS-MEM-IDX) TO WS-CUR-FILE(WS-CUR-COUNT)
           MOVE WS-KEY TO WS-CUR-KEY(WS-CUR-COUNT)
           MOVE WS-VALUE TO WS-CUR-VALUE(WS-CUR-COUNT).

           EXIT.

      *> Old table against current table, by file and key: counts
      *> always, and one report line per difference when printing.
       PARA-COMPARE.
           MOVE 0 TO WS-CNT-ADDED
           MOVE 0 TO WS-CNT-REMOVED
           MOVE 0 TO WS-CNT-CHANGED
           PERFORM VARYING WS-OLD-IDX FROM 1 BY 1
                   UNTIL WS-OLD-IDX > WS-OLD-COUNT
               MOVE 0 TO WS-CUR-IDX
               PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                       UNTIL WS-FIND-IDX > WS-CUR-COUNT
                          OR WS-CUR-IDX > 0
                   IF WS-CUR-FILE(WS-FIND-IDX) = WS-OLD-FILE(WS-OLD-IDX)
                       AND WS-CUR-KEY(WS-FIND-IDX)
                           = WS-OLD-KEY(WS-OLD-IDX)
                       MOVE WS-FIND-IDX TO WS-CUR-IDX
                   END-IF
               END-PERFORM
               EVALUATE TRUE
                   WHEN WS-CUR-IDX = 0
                       ADD 1 TO WS-CNT-REMOVED
                       IF DIFF-PRINT
                           MOVE "REMOVED" TO WS-CHANGE
                           MOVE WS-OLD-VALUE(WS-OLD-IDX) TO WS-SHOW-OLD
                           MOVE SPACES TO WS-SHOW-NEW
                           PERFORM PARA-PRINT-CHANGE
                       END-IF
                   WHEN WS-CUR-VALUE(WS-CUR-IDX)
                       NOT = WS-OLD-VALUE(WS-OLD-IDX)
                       ADD 1 TO WS-CNT-CHANGED
                       IF DIFF-PRINT
                           MOVE "CHANGED" TO WS-CHANGE
                           MOVE WS-OLD-VALUE(WS-OLD-IDX) TO WS-SHOW-OLD
                           MOVE WS-CUR-VALUE(WS-CUR-IDX) TO WS-SHOW-NEW
                           PERFORM PARA-PRINT-CHANGE
                       END-IF
               END-EVALUATE
           END-PERFORM
           PERFORM VARYING WS-CUR-IDX FROM 1 BY 1
                   UNTIL WS-CUR-IDX > WS-CUR-COUNT
               MOVE 0 TO WS-OLD-IDX
               PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                       UNTIL WS-FIND-IDX > WS-OLD-COUNT
                          OR WS-OLD-IDX > 0
                   IF WS-OLD-FILE(WS-FIND-IDX) = WS-CUR-FILE(WS-CUR-IDX)
                       AND WS-OLD-KEY(WS-FIND-IDX)
                           = WS-CUR-KEY(WS-CUR-IDX)
                       MOVE WS-FIND-IDX TO WS-OLD-IDX
                   END-IF
               END-PERFORM
               IF WS-OLD-IDX = 0
                   ADD 1 TO WS-CNT-ADDED
                   IF DIFF-PRINT
                       MOVE "ADDED" TO WS-CHANGE
                       MOVE SPACES TO WS-SHOW-OLD
                       MOVE WS-CUR-VALUE(WS-CUR-IDX) TO WS-SHOW-NEW
                       PERFORM PARA-PRINT-ADDED
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

       PARA-PRINT-CHANGE.
           DISPLAY "CHANGE|TYPE=" WS-CHANGE
                   "|FILE=" WS-OLD-FILE(WS-OLD-IDX)
                   "|KEY=" FUNCTION TRIM(WS-OLD-KEY(WS-OLD-IDX))
                   "|OLD=" FUNCTION TRIM(WS-SHOW-OLD)
                   "|NEW=" FUNCTION TRIM(WS-SHOW-NEW)
           MOVE SPACES TO WS-RS-TEXT
           MOVE WS-OLD-FILE(WS-OLD-IDX) TO WS-RS-TEXT(1:8)
           MOVE WS-OLD-KEY(WS-OLD-IDX) TO WS-RS-TEXT(10:40)
           PERFORM PARA-PRINT-VALUES.

           EXIT.

       PARA-PRINT-ADDED.
           DISPLAY "CHANGE|TYPE=" WS-CHANGE
                   "|FILE=" WS-CUR-FILE(WS-CUR-IDX)
                   "|KEY=" FUNCTION TRIM(WS-CUR-KEY(WS-CUR-IDX))
                   "|OLD="
                   "|NEW=" FUNCTION TRIM(WS-SHOW-NEW)
           MOVE SPACES TO WS-RS-TEXT
           MOVE WS-CUR-FILE(WS-CUR-IDX) TO WS-RS-TEXT(1:8)
           MOVE WS-CUR-KEY(WS-CUR-IDX) TO WS-RS-TEXT(10:40)
           PERFORM PARA-PRINT-VALUES.

           EXIT.

       PARA-PRINT-VALUES.
           *> Old value on the key's line, new value on the line
           *> below it.
           MOVE WS-CHANGE TO WS-RS-TEXT(51:8)
           MOVE "OLD:" TO WS-RS-TEXT(60:4)
           MOVE WS-SHOW-OLD(1:68) TO WS-RS-TEXT(65:68)
           MOVE "D" TO WS-RS-FUNC
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE SPACES TO WS-RS-TEXT
           MOVE "NEW:" TO WS-RS-TEXT(60:4)
           MOVE WS-SHOW-NEW(1:68) TO WS-RS-TEXT(65:68)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           ADD 1 TO WS-RH-WRITTEN.

           EXIT.

      *> Keys added, removed and changed between two stored
      *> versions.
       PARA-REPORT-RUN.
           ACCEPT WS-FROM FROM ENVIRONMENT "RCV_FROM"
           ACCEPT WS-TO FROM ENVIRONMENT "RCV_TO"

           MOVE 0 TO WS-LATEST
           MOVE "N" TO WS-VST-EOF
           OPEN INPUT VST-FILE
           IF WS-VST-FS NOT = "00"
               DISPLAY "ERROR|REASON=STORE-NOT-FOUND|PATH="
                       WS-VST-PATH(1:40) "|STATUS=" WS-VST-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL VST-EOF
               READ VST-FILE
                   AT END
                       SET VST-EOF TO TRUE
                   NOT AT END
                       IF VH-TYPE = "V"
                           MOVE VH-VERSION TO WS-LATEST
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VST-FILE
           IF WS-TO = 0
               MOVE WS-LATEST TO WS-TO
           END-IF
           IF WS-FROM = 0 AND WS-TO > 1
               COMPUTE WS-FROM = WS-TO - 1
           END-IF

           *> FROM's entries to the old table, TO's to the current.
           MOVE 0 TO WS-OLD-COUNT
           MOVE 0 TO WS-CUR-COUNT
           MOVE SPACE TO WS-LOADING
           MOVE "N" TO WS-VST-EOF
           OPEN INPUT VST-FILE
           PERFORM UNTIL VST-EOF
               READ VST-FILE
                   AT END
                       SET VST-EOF TO TRUE
                   NOT AT END
                       PERFORM PARA-SCAN-PAIR
               END-READ
           END-PERFORM
           CLOSE VST-FILE
           MOVE WS-OLD-COUNT TO WS-RH-READ
           ADD WS-CUR-COUNT TO WS-RH-READ

           IF NOT FROM-FOUND OR NOT TO-FOUND
               DISPLAY "ERROR|REASON=VERSION-NOT-FOUND|FROM=" WS-FROM
                       "|TO=" WS-TO "|LATEST=" WS-LATEST
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-RPT-PATH
           ACCEPT WS-RPT-PATH FROM ENVIRONMENT "RCV_REPORT"
           IF WS-RPT-PATH = SPACES
               STRING "runctl-changes-" DELIMITED BY SIZE
                      WS-FROM           DELIMITED BY SIZE
                      "-"               DELIMITED BY SIZE
                      WS-TO             DELIMITED BY SIZE
                      ".txt"            DELIMITED BY SIZE
                      INTO WS-RPT-PATH
               END-STRING
           END-IF

           MOVE "S" TO WS-RS-FUNC
           MOVE "RUN-CONTROL CHANGES BETWEEN VERSIONS" TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "H" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           STRING "FROM VERSION " DELIMITED BY SIZE
                  WS-FROM         DELIMITED BY SIZE
                  " OF "          DELIMITED BY SIZE
                  WS-FROM-DATE    DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-FROM-TIME(1:6) DELIMITED BY SIZE
                  "  TO VERSION " DELIMITED BY SIZE
                  WS-TO           DELIMITED BY SIZE
                  " OF "          DELIMITED BY SIZE
                  WS-TO-DATE      DELIMITED BY SIZE
                  " "             DELIMITED BY SIZE
                  WS-TO-TIME(1:6) DELIMITED BY SIZE
                  INTO WS-RS-TEXT
           END-STRING
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE SPACES TO WS-RS-TEXT
           MOVE "FILE" TO WS-RS-TEXT(1:4)
           MOVE "KEY" TO WS-RS-TEXT(10:3)
           MOVE "CHANGE" TO WS-RS-TEXT(51:6)
           MOVE "VALUE" TO WS-RS-TEXT(60:5)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT

           SET DIFF-PRINT TO TRUE
           PERFORM PARA-COMPARE

           MOVE "T" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           MOVE "KEYS ADDED" TO WS-RS-TEXT(1:20)
           MOVE WS-CNT-ADDED TO WS-RL-COUNT
           MOVE WS-RL-COUNT TO WS-RS-TEXT(22:4)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "D" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           MOVE "KEYS REMOVED" TO WS-RS-TEXT(1:20)
           MOVE WS-CNT-REMOVED TO WS-RL-COUNT
           MOVE WS-RL-COUNT TO WS-RS-TEXT(22:4)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE SPACES TO WS-RS-TEXT
           MOVE "KEYS CHANGED" TO WS-RS-TEXT(1:20)
           MOVE WS-CNT-CHANGED TO WS-RL-COUNT
           MOVE WS-RL-COUNT TO WS-RS-TEXT(22:4)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "E" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "R" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           MOVE "RCVCHANGE" TO WS-RS-TEXT(1:16)
           MOVE WS-RH-PROGRAM TO WS-RS-TEXT(17:16)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT

           DISPLAY "CTLVER|FROM=" WS-FROM "|TO=" WS-TO
                   "|ADDED=" WS-CNT-ADDED
                   "|REMOVED=" WS-CNT-REMOVED
                   "|CHANGED=" WS-CNT-CHANGED
                   "|REPORT=" WS-RPT-PATH(1:40).

           EXIT.

       PARA-SCAN-PAIR.
           EVALUATE VH-TYPE
               WHEN "V"
                   MOVE SPACE TO WS-LOADING
                   IF VH-VERSION = WS-FROM
                       SET FROM-FOUND TO TRUE
                       MOVE VH-DATE TO WS-FROM-DATE
                       MOVE VH-TIME TO WS-FROM-TIME
                       MOVE "F" TO WS-LOADING
                   END-IF
                   IF VH-VERSION = WS-TO
                       SET TO-FOUND TO TRUE
                       MOVE VH-DATE TO WS-TO-DATE
                       MOVE VH-TIME TO WS-TO-TIME
                       MOVE "T" TO WS-LOADING
                   END-IF
               WHEN "E"
                   IF WS-LOADING = "F" AND WS-OLD-COUNT < 500
                       ADD 1 TO WS-OLD-COUNT
                       MOVE VE-FILE TO WS-OLD-FILE(WS-OLD-COUNT)
                       MOVE VE-KEY TO WS-OLD-KEY(WS-OLD-COUNT)
                       MOVE VE-VALUE TO WS-OLD-VALUE(WS-OLD-COUNT)
                   END-IF
                   IF WS-LOADING = "T" AND WS-CUR-COUNT < 500
                       ADD 1 TO WS-CUR-COUNT
                       MOVE VE-FILE TO WS-CUR-FILE(WS-CUR-COUNT)
                       MOVE VE-KEY TO WS-CUR-KEY(WS-CUR-COUNT)
                       MOVE VE-VALUE TO WS-CUR-VALUE(WS-CUR-COUNT)
                   END-IF
           END-EVALUATE.

           EXIT.

       PARA-LIST-RUN.
           MOVE "N" TO WS-VST-EOF
           OPEN INPUT VST-FILE
           IF WS-VST-FS NOT = "00"
               DISPLAY "ERROR|REASON=STORE-NOT-FOUND|PATH="
                       WS-VST-PATH(1:40) "|STATUS=" WS-VST-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL VST-EOF
               READ VST-FILE
                   AT END
                       SET VST-EOF TO TRUE
                   NOT AT END
                       IF VH-TYPE = "V"
                           ADD 1 TO WS-CNT-VERSIONS
                           DISPLAY "VERSION|ID=" VH-VERSION
                                   "|DATE=" VH-DATE
                                   "|TIME=" VH-TIME
                                   "|ENTRIES=" VH-COUNT
                                   "|BY=" VH-PROGRAM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE VST-FILE
           MOVE WS-CNT-VERSIONS TO WS-RH-READ
           DISPLAY "CTLVER|VERSIONS=" WS-CNT-VERSIONS.

           EXIT.
