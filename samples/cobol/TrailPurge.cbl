       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRAILPURGE.

      *> Record-level retention purge for the append-only trails
      *> (the MVP14PROGRAM update audit, the MVP08PROGRAM posting
      *> journal, the MVP04PROGRAM cleansing audit, the recycle
      *> ledger, the alerts file), which ARCHIVEMANAGER can only
      *> archive whole. Each record of the policy table
      *> (TRAIL_POLICY, default trail-retention.txt) names one
      *> trail:
      *>   path(40) days(5) date-col(4) key-col(4) key-len(4)
      *>   lock(20)
      *> separated by single spaces. days is the retention period;
      *> date-col is where the record's YYYYMMDD date starts, zero
      *> dating every record by the trail file's timestamp;
      *> key-col and key-len locate the customer key, zero when the
      *> trail carries none; lock is the LOCKSUB resource the
      *> trail's writers hold (blank = MVP14-MASTER). The standard
      *> trails:
      *>   mvp14-audit.txt        date  6  key 33 len 4  MVP14-MASTER
      *>   mvp08-journal.txt      date  9  key 30 len 4  MVP14-MASTER
      *>   mvp04-audit.txt        date  0  (replaced)    MVP04-AUDIT
      *>   recycle-ledger.txt     date 14  no key        RECYCLE-LEDGER
      *>   alerts.txt             date 158 no key        ALERTS
      *>
      *> The trail's lock is held from before the read until the
      *> live trail has been replaced or the work files discarded.
      *> Only the MVP14-MASTER trails are written under their lock;
      *> the cleansing audit, recycle ledger and alerts writers
      *> append without one, so the lock keeps two purges apart but
      *> does not stop those writers. Before anything is replaced
      *> the live trail is therefore counted again and its size and
      *> timestamp compared with those taken before the read; a
      *> trail that has changed is left exactly as it is, the work
      *> files are discarded and it is reported CHANGED for the
      *> next purge. A record written in the moment between that
      *> check and the replacement can still be lost, so those
      *> trails are best purged while their writers are not
      *> running. A trail whose lock is held by another run is
      *> skipped as LOCKED and left for the next purge.
      *>
      *> A record dated before the cutoff (as-of date less the
      *> retention days) is moved to the dated archive extract
      *> <prefix><asof>-<trail name> (TRAIL_ARCHIVE_PREFIX, default
      *> trail-archive-); every other record is kept. A record
      *> whose date is missing or invalid is kept. A record whose
      *> customer is under legal hold (LEGALHOLDSUB) is kept
      *> whatever its age, and a trail under a file hold is not
      *> touched at all. If the legal-hold register cannot be read
      *> the trail is not purged (HOLD-UNKNOWN).
      *>
      *> Both the kept records and the archived records are
      *> written to work files first and counted back; only when
      *> kept plus archived equals the records read is the extract
      *> appended to the archive and the live trail replaced. An
      *> out-of-balance trail is left exactly as it was.
      *>
      *> TRAIL_ASOF  date the retention is judged at (then
      *>             PROCESS_DATE, today)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT POL-FILE ASSIGN TO DYNAMIC WS-POL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-POL-FS.
           SELECT TRL-FILE ASSIGN TO DYNAMIC WS-TRL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-TRL-FS.
           SELECT KEEP-FILE ASSIGN TO DYNAMIC WS-KEEP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-KEEP-FS.
           SELECT ARCW-FILE ASSIGN TO DYNAMIC WS-ARCW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-ARCW-FS.
           SELECT ARCH-FILE ASSIGN TO DYNAMIC WS-ARCH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-ARCH-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  POL-FILE.
       01  POL-REC.
           05 POL-PATH          PIC X(40).
           05 FILLER            PIC X(1).
           05 POL-DAYS          PIC 9(5).
           05 FILLER            PIC X(1).
           05 POL-DATECOL       PIC 9(4).
           05 FILLER            PIC X(1).
           05 POL-KEYCOL        PIC 9(4).
           05 FILLER            PIC X(1).
           05 POL-KEYLEN        PIC 9(4).
           05 FILLER            PIC X(1).
           05 POL-LOCK          PIC X(20).

       FD  TRL-FILE.
       01  TRL-REC              PIC X(400).

       FD  KEEP-FILE.
       01  KEEP-REC             PIC X(400).

       FD  ARCW-FILE.
       01  ARCW-REC             PIC X(400).

       FD  ARCH-FILE.
       01  ARCH-REC             PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-POL-PATH          PIC X(260).
       01  WS-POL-FS            PIC XX.
       01  WS-TRL-PATH          PIC X(260).
       01  WS-TRL-FS            PIC XX.
       01  WS-KEEP-PATH         PIC X(260).
       01  WS-KEEP-FS           PIC XX.
       01  WS-ARCW-PATH         PIC X(260).
       01  WS-ARCW-FS           PIC XX.
       01  WS-ARCH-PATH         PIC X(260).
       01  WS-ARCH-FS           PIC XX.
       01  WS-PREFIX            PIC X(40).
       01  WS-POL-EOF           PIC X VALUE "N".
           88 POL-EOF            VALUE "Y".
       01  WS-TRL-EOF           PIC X VALUE "N".
           88 TRL-EOF            VALUE "Y".
       01  WS-WRK-EOF           PIC X VALUE "N".
           88 WRK-EOF            VALUE "Y".
       01  WS-ASOF              PIC 9(8) VALUE 0.
       01  WS-CUTOFF            PIC 9(8) VALUE 0.
       01  WS-FILE-DATE         PIC 9(8) VALUE 0.
       01  WS-REC-DATE          PIC 9(8) VALUE 0.
       01  WS-DAYS              PIC 9(5) VALUE 0.
       01  WS-DATECOL           PIC 9(4) VALUE 0.
       01  WS-KEYCOL            PIC 9(4) VALUE 0.
       01  WS-KEYLEN            PIC 9(4) VALUE 0.
       01  WS-RESULT            PIC X(14).
       01  WS-CALL-STATUS       PIC S9(9) BINARY VALUE 0.

       *> Per-trail counts.
       01  WS-T-READ            PIC 9(7) VALUE 0.
       01  WS-T-KEPT            PIC 9(7) VALUE 0.
       01  WS-T-ARCHIVED        PIC 9(7) VALUE 0.
       01  WS-T-HELD            PIC 9(7) VALUE 0.
       01  WS-T-UNDATED         PIC 9(7) VALUE 0.
       01  WS-T-KEPT-CHK        PIC 9(7) VALUE 0.
       01  WS-T-ARCH-CHK        PIC 9(7) VALUE 0.
       01  WS-T-RECOUNT         PIC 9(7) VALUE 0.

       *> Run totals.
       01  WS-CNT-TRAILS        PIC 9(3) VALUE 0.
       01  WS-CNT-PURGED        PIC 9(3) VALUE 0.
       01  WS-CNT-MISSING       PIC 9(3) VALUE 0.
       01  WS-CNT-FILE-HELD     PIC 9(3) VALUE 0.
       01  WS-CNT-FAILED        PIC 9(3) VALUE 0.
       01  WS-CNT-LOCKED        PIC 9(3) VALUE 0.
       01  WS-CNT-CHANGED       PIC 9(3) VALUE 0.
       01  WS-HOLD-ERROR        PIC X VALUE "N".
           88 HOLD-UNKNOWN       VALUE "Y".
       01  WS-CNT-READ          PIC 9(7) VALUE 0.
       01  WS-CNT-KEPT          PIC 9(7) VALUE 0.
       01  WS-CNT-ARCHIVED      PIC 9(7) VALUE 0.
       01  WS-CNT-HELD          PIC 9(7) VALUE 0.

       *> File date support via CBL_CHECK_FILE_EXIST.
       01  WS-FILE-INFO.
           05 WS-FI-SIZE        PIC X(8) COMP-X.
           05 WS-FI-DD          PIC X COMP-X.
           05 WS-FI-MM          PIC X COMP-X.
           05 WS-FI-YYYY        PIC X(2) COMP-X.
           05 WS-FI-HH          PIC X COMP-X.
           05 WS-FI-MIN         PIC X COMP-X.
           05 WS-FI-SS          PIC X COMP-X.
           05 WS-FI-CC          PIC X COMP-X.
       *> The trail's size and timestamp as they were when it was
       *> read, compared again before it is replaced.
       01  WS-FILE-STAMP        PIC X(16).

       *> LEGALHOLDSUB parameter block.
       01  WS-LH-TYPE           PIC X(1).
       01  WS-LH-TARGET         PIC X(40).
       01  WS-LH-CASE           PIC X(12).
       01  WS-LH-STATUS         PIC XX.

       *> LOCKSUB parameter block: the lock the trail's writers
       *> hold, taken for the whole of the trail's purge.
       01  WS-LOCK-ACTION       PIC X(1).
       01  WS-LOCK-RESOURCE     PIC X(20).
       01  WS-LOCK-HOLDER       PIC X(40).
       01  WS-LOCK-STATUS       PIC XX.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "TRAILPURGE".
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
           ACCEPT WS-ASOF FROM ENVIRONMENT "TRAIL_ASOF".
           IF WS-ASOF = 0
               ACCEPT WS-ASOF FROM ENVIRONMENT "PROCESS_DATE"
           END-IF.
           IF WS-ASOF = 0
               ACCEPT WS-ASOF FROM DATE YYYYMMDD
           END-IF.

           MOVE "trail-retention.txt" TO WS-POL-PATH.
           ACCEPT WS-POL-PATH FROM ENVIRONMENT "TRAIL_POLICY".
           IF WS-POL-PATH = SPACES
               MOVE "trail-retention.txt" TO WS-POL-PATH
           END-IF.

           MOVE "trail-archive-" TO WS-PREFIX.
           ACCEPT WS-PREFIX FROM ENVIRONMENT "TRAIL_ARCHIVE_PREFIX".
           IF WS-PREFIX = SPACES
               MOVE "trail-archive-" TO WS-PREFIX
           END-IF.

           OPEN INPUT POL-FILE.
           IF WS-POL-FS NOT = "00"
               DISPLAY "ERROR|REASON=POLICY-NOT-FOUND|PATH="
                       WS-POL-PATH(1:40) "|STATUS=" WS-POL-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           PERFORM UNTIL POL-EOF
               READ POL-FILE
                   AT END
                       SET POL-EOF TO TRUE
                   NOT AT END
                       IF POL-PATH NOT = SPACES
                           PERFORM PARA-PURGE-ONE-TRAIL
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE POL-FILE.

           DISPLAY "TRAILPURGE|ASOF=" WS-ASOF
                   "|TRAILS=" WS-CNT-TRAILS
                   "|PURGED=" WS-CNT-PURGED
                   "|READ=" WS-CNT-READ
                   "|KEPT=" WS-CNT-KEPT
                   "|ARCHIVED=" WS-CNT-ARCHIVED
                   "|HELD=" WS-CNT-HELD
                   "|FILE-HELD=" WS-CNT-FILE-HELD
                   "|LOCKED=" WS-CNT-LOCKED
                   "|CHANGED=" WS-CNT-CHANGED
                   "|MISSING=" WS-CNT-MISSING
                   "|FAILED=" WS-CNT-FAILED.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-POL-PATH(1:40) TO WS-RH-IN
           MOVE WS-PREFIX TO WS-RH-OUT
           MOVE WS-CNT-READ TO WS-RH-READ
           MOVE WS-CNT-ARCHIVED TO WS-RH-WRITTEN
           COMPUTE WS-RH-REJECTED = WS-CNT-MISSING + WS-CNT-FILE-HELD
               + WS-CNT-FAILED + WS-CNT-LOCKED + WS-CNT-CHANGED
           IF HOLD-UNKNOWN
               MOVE 8 TO RETURN-CODE
           END-IF
           EVALUATE TRUE
               WHEN RETURN-CODE >= 8
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

       PARA-PURGE-ONE-TRAIL.
           ADD 1 TO WS-CNT-TRAILS
           MOVE POL-DAYS TO WS-DAYS
           MOVE POL-DATECOL TO WS-DATECOL
           MOVE POL-KEYCOL TO WS-KEYCOL
           MOVE POL-KEYLEN TO WS-KEYLEN
           MOVE 0 TO WS-T-READ WS-T-KEPT WS-T-ARCHIVED WS-T-HELD
                     WS-T-UNDATED WS-T-KEPT-CHK WS-T-ARCH-CHK
           MOVE SPACES TO WS-LH-CASE
           MOVE "NOTHING-DUE" TO WS-RESULT

           COMPUTE WS-CUTOFF = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-ASOF) - WS-DAYS)

           MOVE SPACES TO WS-TRL-PATH
           MOVE POL-PATH TO WS-TRL-PATH(1:40)
           MOVE SPACES TO WS-KEEP-PATH
           STRING FUNCTION TRIM(POL-PATH) DELIMITED BY SIZE
                  ".new"                  DELIMITED BY SIZE
                  INTO WS-KEEP-PATH
           END-STRING
           MOVE SPACES TO WS-ARCH-PATH
           STRING FUNCTION TRIM(WS-PREFIX) DELIMITED BY SIZE
                  WS-ASOF                  DELIMITED BY SIZE
                  "-"                      DELIMITED BY SIZE
                  FUNCTION TRIM(POL-PATH)  DELIMITED BY SIZE
                  INTO WS-ARCH-PATH
           END-STRING
           MOVE SPACES TO WS-ARCW-PATH
           STRING FUNCTION TRIM(WS-ARCH-PATH) DELIMITED BY SIZE
                  ".new"                      DELIMITED BY SIZE
                  INTO WS-ARCW-PATH
           END-STRING

           *> A trail frozen for litigation is not rewritten.
           MOVE "F" TO WS-LH-TYPE
           MOVE POL-PATH TO WS-LH-TARGET
           CALL "LEGALHOLDSUB" USING WS-LH-TYPE WS-LH-TARGET
               WS-ASOF WS-LH-CASE WS-LH-STATUS
           IF WS-LH-STATUS = "10"
               MOVE "FILE-HELD" TO WS-RESULT
               ADD 1 TO WS-CNT-FILE-HELD
               PERFORM PARA-SHOW-TRAIL
               EXIT PARAGRAPH
           END-IF
           *> Without a readable register nothing can be shown to be
           *> free of a hold, so nothing is purged.
           IF WS-LH-STATUS NOT = "00"
               MOVE "HOLD-UNKNOWN" TO WS-RESULT
               ADD 1 TO WS-CNT-FAILED
               SET HOLD-UNKNOWN TO TRUE
               PERFORM PARA-SHOW-TRAIL
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-LH-CASE

           MOVE POL-LOCK TO WS-LOCK-RESOURCE
           IF WS-LOCK-RESOURCE = SPACES
               MOVE "MVP14-MASTER" TO WS-LOCK-RESOURCE
           END-IF
           MOVE "A" TO WS-LOCK-ACTION
           MOVE WS-RH-PROGRAM TO WS-LOCK-HOLDER
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS
           IF WS-LOCK-STATUS NOT = "00"
               MOVE "LOCKED" TO WS-RESULT
               ADD 1 TO WS-CNT-LOCKED
               PERFORM PARA-SHOW-TRAIL
               DISPLAY "    LOCK=" WS-LOCK-RESOURCE
                       "|HOLDER=" WS-LOCK-HOLDER
               EXIT PARAGRAPH
           END-IF

           PERFORM PARA-PURGE-LOCKED-TRAIL

           MOVE "R" TO WS-LOCK-ACTION
           MOVE WS-RH-PROGRAM TO WS-LOCK-HOLDER
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS.

           EXIT.

       PARA-PURGE-LOCKED-TRAIL.
           *> Undated trails take the file's own date.
           MOVE WS-ASOF TO WS-FILE-DATE
           MOVE SPACES TO WS-FILE-STAMP
           CALL "CBL_CHECK_FILE_EXIST" USING WS-TRL-PATH
               WS-FILE-INFO
           IF RETURN-CODE = 0
               COMPUTE WS-FILE-DATE = WS-FI-YYYY * 10000
                   + WS-FI-MM * 100 + WS-FI-DD
               MOVE WS-FILE-INFO TO WS-FILE-STAMP
           END-IF
           MOVE 0 TO RETURN-CODE

           MOVE "N" TO WS-TRL-EOF
           OPEN INPUT TRL-FILE
           IF WS-TRL-FS NOT = "00"
               MOVE "MISSING" TO WS-RESULT
               ADD 1 TO WS-CNT-MISSING
               PERFORM PARA-SHOW-TRAIL
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT KEEP-FILE
           OPEN OUTPUT ARCW-FILE
           PERFORM UNTIL TRL-EOF
               READ TRL-FILE
                   AT END
                       SET TRL-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-T-READ
                       PERFORM PARA-DISPOSE-RECORD
               END-READ
           END-PERFORM
           CLOSE TRL-FILE
           CLOSE KEEP-FILE
           CLOSE ARCW-FILE

           ADD WS-T-READ TO WS-CNT-READ
           ADD WS-T-HELD TO WS-CNT-HELD

           *> Count both work files back before anything is
           *> replaced.
           PERFORM PARA-VERIFY-TRAIL
           IF WS-T-KEPT-CHK NOT = WS-T-KEPT
               OR WS-T-ARCH-CHK NOT = WS-T-ARCHIVED
               OR WS-T-KEPT-CHK + WS-T-ARCH-CHK NOT = WS-T-READ
               MOVE "OUT-OF-BALANCE" TO WS-RESULT
               ADD 1 TO WS-CNT-FAILED
               ADD WS-T-READ TO WS-CNT-KEPT
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-DISCARD-WORK
               PERFORM PARA-SHOW-TRAIL
               EXIT PARAGRAPH
           END-IF

           ADD WS-T-KEPT TO WS-CNT-KEPT
           IF WS-T-ARCHIVED = 0
               PERFORM PARA-DISCARD-WORK
               PERFORM PARA-SHOW-TRAIL
               EXIT PARAGRAPH
           END-IF

           *> Not every writer takes the trail's lock: a trail that
           *> has changed since it was read is not replaced.
           PERFORM PARA-RECHECK-TRAIL
           IF WS-RESULT = "CHANGED"
               ADD 1 TO WS-CNT-CHANGED
               SUBTRACT WS-T-KEPT FROM WS-CNT-KEPT
               ADD WS-T-READ TO WS-CNT-KEPT
               PERFORM PARA-DISCARD-WORK
               PERFORM PARA-SHOW-TRAIL
               EXIT PARAGRAPH
           END-IF

           PERFORM PARA-APPEND-ARCHIVE
           IF WS-RESULT = "ARCHIVE-FAILED"
               ADD 1 TO WS-CNT-FAILED
               SUBTRACT WS-T-KEPT FROM WS-CNT-KEPT
               ADD WS-T-READ TO WS-CNT-KEPT
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-DISCARD-WORK
               PERFORM PARA-SHOW-TRAIL
               EXIT PARAGRAPH
           END-IF

           CALL "CBL_DELETE_FILE" USING WS-ARCW-PATH
               RETURNING WS-CALL-STATUS
           CALL "CBL_DELETE_FILE" USING WS-TRL-PATH
               RETURNING WS-CALL-STATUS
           CALL "CBL_RENAME_FILE" USING WS-KEEP-PATH WS-TRL-PATH
               RETURNING WS-CALL-STATUS
           IF WS-CALL-STATUS NOT = 0
               MOVE "RENAME-FAILED" TO WS-RESULT
               ADD 1 TO WS-CNT-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "PURGED" TO WS-RESULT
               ADD 1 TO WS-CNT-PURGED
               ADD WS-T-ARCHIVED TO WS-CNT-ARCHIVED
           END-IF
           PERFORM PARA-SHOW-TRAIL.

           EXIT.

       PARA-DISPOSE-RECORD.
           *> Date the record: its own date column, or the file's
           *> date for a trail that carries none.
           MOVE 0 TO WS-REC-DATE
           IF WS-DATECOL = 0
               MOVE WS-FILE-DATE TO WS-REC-DATE
           ELSE
               IF WS-DATECOL <= 393
                   AND TRL-REC(WS-DATECOL:8) IS NUMERIC
                   MOVE TRL-REC(WS-DATECOL:8) TO WS-REC-DATE
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-REC-DATE)
                       NOT = 0
                       MOVE 0 TO WS-REC-DATE
                   END-IF
               END-IF
           END-IF

           IF WS-REC-DATE = 0
               ADD 1 TO WS-T-UNDATED
               PERFORM PARA-KEEP-RECORD
               EXIT PARAGRAPH
           END-IF

           IF WS-REC-DATE >= WS-CUTOFF
               PERFORM PARA-KEEP-RECORD
               EXIT PARAGRAPH
           END-IF

           *> Past retention: a customer under legal hold keeps
           *> every record of theirs in the live trail.
           IF WS-KEYCOL >= 1 AND WS-KEYLEN >= 1
               AND WS-KEYLEN <= 40 AND WS-KEYCOL + WS-KEYLEN <= 401
               AND TRL-REC(WS-KEYCOL:WS-KEYLEN) NOT = SPACES
               MOVE "C" TO WS-LH-TYPE
               MOVE SPACES TO WS-LH-TARGET
               MOVE TRL-REC(WS-KEYCOL:WS-KEYLEN) TO WS-LH-TARGET
               CALL "LEGALHOLDSUB" USING WS-LH-TYPE WS-LH-TARGET
                   WS-ASOF WS-LH-CASE WS-LH-STATUS
               *> A register read failure keeps the record as if
               *> held; it is never purged unchecked.
               IF WS-LH-STATUS NOT = "00"
                   ADD 1 TO WS-T-HELD
                   PERFORM PARA-KEEP-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF

           WRITE ARCW-REC FROM TRL-REC
           ADD 1 TO WS-T-ARCHIVED.

           EXIT.

       PARA-KEEP-RECORD.
           WRITE KEEP-REC FROM TRL-REC
           ADD 1 TO WS-T-KEPT.

           EXIT.

       PARA-VERIFY-TRAIL.
           MOVE "N" TO WS-WRK-EOF
           OPEN INPUT KEEP-FILE
           IF WS-KEEP-FS = "00"
               PERFORM UNTIL WRK-EOF
                   READ KEEP-FILE
                       AT END
                           SET WRK-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-T-KEPT-CHK
                   END-READ
               END-PERFORM
               CLOSE KEEP-FILE
           END-IF

           MOVE "N" TO WS-WRK-EOF
           OPEN INPUT ARCW-FILE
           IF WS-ARCW-FS = "00"
               PERFORM UNTIL WRK-EOF
                   READ ARCW-FILE
                       AT END
                           SET WRK-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-T-ARCH-CHK
                   END-READ
               END-PERFORM
               CLOSE ARCW-FILE
           END-IF.

           EXIT.

       PARA-RECHECK-TRAIL.
           MOVE 0 TO WS-T-RECOUNT
           MOVE "N" TO WS-TRL-EOF
           OPEN INPUT TRL-FILE
           IF WS-TRL-FS = "00"
               PERFORM UNTIL TRL-EOF
                   READ TRL-FILE
                       AT END
                           SET TRL-EOF TO TRUE
                       NOT AT END
                           ADD 1 TO WS-T-RECOUNT
                   END-READ
               END-PERFORM
               CLOSE TRL-FILE
           END-IF

           CALL "CBL_CHECK_FILE_EXIST" USING WS-TRL-PATH
               WS-FILE-INFO
               RETURNING WS-CALL-STATUS
           IF WS-CALL-STATUS NOT = 0
               OR WS-FILE-INFO NOT = WS-FILE-STAMP
               OR WS-T-RECOUNT NOT = WS-T-READ
               MOVE "CHANGED" TO WS-RESULT
           END-IF.

           EXIT.

       PARA-APPEND-ARCHIVE.
           *> The extract accumulates every purge taken on the
           *> same as-of date.
           OPEN EXTEND ARCH-FILE
           IF WS-ARCH-FS NOT = "00"
               OPEN OUTPUT ARCH-FILE
           END-IF
           IF WS-ARCH-FS NOT = "00"
               MOVE "ARCHIVE-FAILED" TO WS-RESULT
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-WRK-EOF
           OPEN INPUT ARCW-FILE
           PERFORM UNTIL WRK-EOF
               READ ARCW-FILE
                   AT END
                       SET WRK-EOF TO TRUE
                   NOT AT END
                       WRITE ARCH-REC FROM ARCW-REC
               END-READ
           END-PERFORM
           CLOSE ARCW-FILE
           CLOSE ARCH-FILE.

           EXIT.

       PARA-DISCARD-WORK.
           CALL "CBL_DELETE_FILE" USING WS-KEEP-PATH
               RETURNING WS-CALL-STATUS
           CALL "CBL_DELETE_FILE" USING WS-ARCW-PATH
               RETURNING WS-CALL-STATUS.

           EXIT.

       PARA-SHOW-TRAIL.
           DISPLAY "TRAIL|PATH=" POL-PATH
                   "|DAYS=" WS-DAYS
                   "|CUTOFF=" WS-CUTOFF
                   "|READ=" WS-T-READ
                   "|KEPT=" WS-T-KEPT
                   "|ARCHIVED=" WS-T-ARCHIVED
                   "|HELD=" WS-T-HELD
                   "|UNDATED=" WS-T-UNDATED
                   "|RESULT=" WS-RESULT
           IF WS-LH-CASE NOT = SPACES AND WS-RESULT = "FILE-HELD"
               DISPLAY "    CASE=" WS-LH-CASE
           END-IF.

           EXIT.
