               FILE STATUS   IS WS-RULES-FS.
           SELECT RREJ-FILE ASSIGN TO DYNAMIC WS-RREJ-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IDX-FILE ASSIGN TO DYNAMIC WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IDX-KEY
               ALTERNATE RECORD KEY IS IDX-TEXT WITH DUPLICATES
               FILE STATUS  IS WS-IDX-FS.
           SELECT ABAL-FILE ASSIGN TO DYNAMIC WS-ABAL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS ABAL-KEY
               FILE STATUS  IS WS-ABAL-FS.
           SELECT MFST-FILE ASSIGN TO DYNAMIC WS-MFST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-MFST-FS.
           SELECT IREG-FILE ASSIGN TO DYNAMIC WS-IREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-IREG-FS.
           SELECT FSQ-FILE ASSIGN TO DYNAMIC WS-FSQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-FSQ-FS.
           SELECT GEN-FILE ASSIGN TO DYNAMIC WS-GEN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-GEN-FS.
           SELECT QREG-FILE ASSIGN TO DYNAMIC WS-QREG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-QREG-FS.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-HOLD-FS.
           SELECT ANA-SORT ASSIGN TO "mvp12-anawork".

       DATA DIVISION.
       *> Run-history scorecard, one fixed-layout record appended
       *> per run:
       *>   SC|date|file(40)|records|blank|short|truncated|distinct
       *>   |key-not-on-file
       *> with the numeric fields at fixed columns so the previous
       *> run's record can be re-read for the trend comparison.
       FD  SCORE-FILE.
       *>   column(4) length(4) type(1) required(1) allowed-values(30)
       *> Types: N = numeric, A = alphabetic, D = date YYYYMMDD,
       *>        V = one of the slash-separated allowed values,
       *>        X = any content (presence check only),
       *>        K = a key that must be on file; the allowed-values
       *>            field names the master, CUSTOMER (MVP14PROGRAM's
       *>            customer master, MVP14_INDEX) or ACCOUNT
       *>            (MVP10PROGRAM's account master, MVP10_ACCOUNTS).
       *>        C = a code on the central reference-code table
       *>            (REFCODESUB); the allowed-values field names the
       *>            code type, e.g. CLASS or TIER, and the code must
       *>            be valid on the run date.
       FD  RULES-FILE.
       01  RULES-REC.
           05 RULE-COL          PIC 9(4).
       FD  RREJ-FILE.
       01  RREJ-REC              PIC X(120).

       *> MVP14PROGRAM's indexed customer master, read only.
       FD  IDX-FILE.
       01  IDX-REC.
           05 IDX-KEY           PIC 9(4).
           05 IDX-TEXT          PIC X(10).
           05 IDX-CLASS         PIC X(10).
           05 IDX-SURNAME       PIC X(20).
           05 IDX-GIVEN-NAME    PIC X(20).
           05 IDX-BIRTHDATE     PIC 9(8).
           05 IDX-GENDER        PIC X(1).
           05 IDX-TIER          PIC X(10).
           05 IDX-BALANCE       PIC S9(9)V99
                                SIGN IS LEADING SEPARATE.
           05 IDX-MAINT-DATE    PIC 9(8).
           05 IDX-MAINT-TIME    PIC 9(8).
           05 IDX-STATUS        PIC X(1).
           05 IDX-STATUS-DATE   PIC 9(8).

       *> MVP10PROGRAM's indexed account-balance master, read only.
       FD  ABAL-FILE.
       01  ABAL-REC.
           05 ABAL-KEY           PIC X(8).
           05 ABAL-BALANCE       PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
           05 ABAL-LAST-DATE     PIC 9(8).
           05 ABAL-COUNT         PIC 9(9).
           05 ABAL-STATUS        PIC X(1).
               88 ABAL-IS-OPEN    VALUE "O".
               88 ABAL-IS-CLOSED  VALUE "C".
           05 ABAL-PRODUCT       PIC X(4).
           05 ABAL-OPEN-DATE     PIC 9(8).
           05 ABAL-CLOSE-DATE    PIC 9(8).
           05 ABAL-CCY           PIC X(3).

       *> Manifest of input paths, one per line, for a multi-file
       *> run: per-file counts and validations plus grand totals and
       *> one consolidated frequency view across the whole day.

       *> Inbound intake register, fixed layout so the guard can
       *> re-read it: INTAKE|FILE=<40>|DATE=<8>|COUNT=<6>|HASH=<15>
       *> then, for a file of a sequenced feed, |FEED=<10>|GEN=<6>.
       FD  IREG-FILE.
       01  IREG-REC              PIC X(140).

       *> Sequenced vendor feeds, one per record:
       *>   feed(10) match(20) source(1) column(4) length(1)
       *> separated by single spaces. A manifest file whose path
       *> contains the match text belongs to the feed. Its
       *> generation number is read from the header record
       *> (source H: column of the first record) or the file name
       *> (source F: column counted from the start of the match
       *> text), length 1-6 digits.
       FD  FSQ-FILE.
       01  FSQ-REC.
           05 FSQ-FEED           PIC X(10).
           05 FILLER             PIC X(1).
           05 FSQ-MATCH          PIC X(20).
           05 FILLER             PIC X(1).
           05 FSQ-SOURCE         PIC X(1).
           05 FILLER             PIC X(1).
           05 FSQ-COL            PIC X(4).
           05 FILLER             PIC X(1).
           05 FSQ-LEN            PIC X(1).

       *> Generation register, rewritten at the end of each intake
       *> run: one GEN| line per feed with the generation expected
       *> next, and one GAP| line per generation still missing,
       *> with the date the gap was found, so it is chased run after
       *> run until the file arrives.
       FD  GEN-FILE.
       01  GEN-REC.
           05 GR-TAG             PIC X(4).
           05 GR-FEED-LBL        PIC X(5).
           05 GR-FEED            PIC X(10).
           05 GR-NUM-LBL         PIC X(6).
           05 GR-NUM             PIC 9(6).
           05 GR-DATE-LBL        PIC X(6).
           05 GR-DATE            PIC 9(8).

       *> Quarantine register (QUARANTINE_REGISTER), shared with
       *> QUARRELEASE and PREFLIGHT. One line per quarantined file;
       *> the last line for a path is its current state:
       *>   QUARANTINE  held, blocked from every later step
       *>   RELEASED    released by an analyst, processed as is
       *>   REJECTED    rejected, redelivery expected
       *>   REPLACED    a replacement file put in its place
       FD  QREG-FILE.
       01  QREG-REC.
           05 QR-STATUS          PIC X(10).
           05 FILLER             PIC X(1).
           05 QR-PATH            PIC X(40).
           05 FILLER             PIC X(1).
           05 QR-QPATH           PIC X(60).
           05 FILLER             PIC X(1).
           05 QR-DATE            PIC 9(8).
           05 FILLER             PIC X(1).
           05 QR-RECS            PIC 9(6).
           05 FILLER             PIC X(1).
           05 QR-BAD             PIC 9(6).
           05 FILLER             PIC X(1).
           05 QR-PCT             PIC 9(3).
           05 FILLER             PIC X(1).
           05 QR-REASONS         PIC X(30).
           05 FILLER             PIC X(1).
           05 QR-ACT-DATE        PIC 9(8).
           05 FILLER             PIC X(1).
           05 QR-ANALYST         PIC X(8).
           05 FILLER             PIC X(1).
           05 QR-NOTE            PIC X(40).

       *> Gate output of the file in hand, held back until the
       *> quarantine decision so a quarantined file's records never
       *> reach the certified-clean output.
       FD  HOLD-FILE.
       01  HOLD-REC              PIC X(80).

       SD  ANA-SORT.
       01  ANA-REC.
               10 WS-CSV-FTRUNC  PIC X(1).
       01  WS-CSV-FCOUNT         PIC 9(2).
       01  WS-CSV-STATUS         PIC XX.
       01  WS-CSV-DELIM          PIC X(1) VALUE ",".
       01  WS-CSV-FLDLEN         PIC 9(2) VALUE 10.
       01  WS-CSV-IDX            PIC 9(2) VALUE 0.
       01  WS-CSV-POS            PIC 9(4) VALUE 0.
       01  WS-CNT-INTAKE-DUP     PIC 9(4) VALUE 0.
       01  WS-CNT-INTAKE-OVFL    PIC 9(4) VALUE 0.

       *> Generation checking for sequenced feeds (intake runs with
       *> a feed sequence file): the feed definitions, the expected
       *> next generation per feed and the outstanding gaps, loaded
       *> from the generation register and written back at the end.
       01  WS-FSQ-PATH           PIC X(260).
       01  WS-FSQ-FS             PIC XX.
       01  WS-GEN-PATH           PIC X(260).
       01  WS-GEN-FS             PIC XX.
       01  WS-FSQ-EOF            PIC X VALUE "N".
           88 FSQ-EOF             VALUE "Y".
       01  WS-GEN-EOF            PIC X VALUE "N".
           88 GEN-EOF             VALUE "Y".
       01  WS-SQ-COUNT           PIC 9(2) VALUE 0.
       01  WS-SQ-IDX             PIC 9(2) VALUE 0.
       01  WS-SQ-TAB.
           05 WS-SQ-ENTRY OCCURS 50 TIMES.
               10 WS-SQ-FEED     PIC X(10).
               10 WS-SQ-MATCH    PIC X(20).
               10 WS-SQ-MLEN     PIC 9(2).
               10 WS-SQ-SOURCE   PIC X(1).
               10 WS-SQ-COL      PIC 9(4).
               10 WS-SQ-LEN      PIC 9(1).
               10 WS-SQ-NEXT     PIC 9(6).
               10 WS-SQ-DATE     PIC 9(8).
       01  WS-GP-COUNT           PIC 9(3) VALUE 0.
       01  WS-GP-IDX             PIC 9(3) VALUE 0.
       01  WS-GP-TAB.
           05 WS-GP-ENTRY OCCURS 200 TIMES.
               10 WS-GP-FEED     PIC X(10).
               10 WS-GP-GEN      PIC 9(6).
               10 WS-GP-SINCE    PIC 9(8).
       01  WS-PRE-FIRST          PIC X(80).
       01  WS-FILE-FEED          PIC X(10).
       01  WS-FILE-GEN           PIC 9(6) VALUE 0.
       01  WS-GEN-TEXT           PIC X(6).
       01  WS-MATCH-POS          PIC 9(3) VALUE 0.
       01  WS-GEN-POS            PIC 9(3) VALUE 0.
       01  WS-GEN-RESULT         PIC X(20).
       01  WS-GEN-MISS           PIC 9(6) VALUE 0.
       01  WS-CNT-GEN-EXC        PIC 9(4) VALUE 0.
       01  WS-CNT-GEN-OPEN       PIC 9(4) VALUE 0.

       *> ALERTSUB parameter block: sequence breaks on a vendor
       *> feed are queued for the operator.
       01  WS-AL-SEV             PIC X(1).
       01  WS-AL-REASON          PIC X(30).
       01  WS-AL-DETAIL          PIC X(60).

       *> Quarantine (MVP12_QUARANTINE=Y): a file whose share of
       *> records failing validation exceeds MVP12_QUAR_MAX_PCT
       *> (default 10), or whose trailer check fails, is moved to
       *> the quarantine area (QUARANTINE_DIR, default quarantine)
       *> and registered with its reasons; a file the register
       *> still holds in quarantine is blocked.
       01  WS-QUARANTINE         PIC X VALUE "N".
           88 QUARANTINE-ON       VALUE "Y".
       01  WS-QREG-PATH          PIC X(260).
       01  WS-QREG-FS            PIC XX.
       01  WS-QREG-EOF           PIC X VALUE "N".
           88 QREG-EOF            VALUE "Y".
       01  WS-QUAR-DIR           PIC X(60).
       01  WS-QUAR-DIR-LEN       PIC 9(2) VALUE 0.
       01  WS-QUAR-MAX-PCT       PIC 9(3) VALUE 0.
       01  WS-HOLD-PATH          PIC X(260).
       01  WS-HOLD-FS            PIC XX.
       01  WS-HOLD-EOF           PIC X VALUE "N".
           88 HOLD-EOF            VALUE "Y".
       01  WS-QP-COUNT           PIC 9(3) VALUE 0.
       01  WS-QP-IDX             PIC 9(3) VALUE 0.
       01  WS-QP-KEY             PIC X(40).
       01  WS-QP-TAB.
           05 WS-QP-ENTRY OCCURS 500 TIMES.
               10 WS-QP-PATH     PIC X(40).
               10 WS-QP-STATUS   PIC X(10).
       01  WS-FILE-QSTATUS       PIC X(10).
       01  WS-FILE-BAD           PIC 9(6) VALUE 0.
       01  WS-FILE-ACCEPTED      PIC 9(6) VALUE 0.
       01  WS-FILE-PCT           PIC 9(3) VALUE 0.
       01  WS-TRL-FAILED         PIC X VALUE "N".
           88 TRL-FAILED          VALUE "Y".
       01  WS-QUAR-REASONS       PIC X(30).
       01  WS-QUAR-QPATH         PIC X(260).
       01  WS-BASE-POS           PIC 9(3) VALUE 0.
       01  WS-CNT-QUARANTINED    PIC 9(4) VALUE 0.
       01  WS-CNT-BLOCKED        PIC 9(4) VALUE 0.

       *> Gate-mode working storage: per-record clean flag and the
       *> accepted-records output.
       01  WS-ACC-PATH           PIC X(260).
       01  WS-REC-FAILED         PIC X VALUE "N".
           88 REC-FAILED          VALUE "Y".
       01  WS-CNT-RULE-REJECTS   PIC 9(6) VALUE 0.
       *> K-type (referential) rules: the masters are opened only
       *> when a rule needs them.
       01  WS-IDX-PATH           PIC X(260).
       01  WS-IDX-FS             PIC XX.
       01  WS-ABAL-PATH          PIC X(260).
       01  WS-ABAL-FS            PIC XX.
       01  WS-NEED-CUST          PIC X VALUE "N".
           88 NEED-CUST           VALUE "Y".
       01  WS-NEED-ACCT          PIC X VALUE "N".
           88 NEED-ACCT           VALUE "Y".
       01  WS-CUST-OPEN          PIC X VALUE "N".
           88 CUST-OPEN           VALUE "Y".
       01  WS-ACCT-OPEN          PIC X VALUE "N".
           88 ACCT-OPEN           VALUE "Y".
       01  WS-MASTER-FAIL        PIC X VALUE "N".
           88 MASTER-FAILED       VALUE "Y".
       01  WS-REF-MASTER         PIC X(40).
       01  WS-CNT-REF-FAILS      PIC 9(6) VALUE 0.
       01  WS-VAL-PTR            PIC 9(4) VALUE 1.
       01  WS-VAL-TOKEN          PIC X(30).
       01  WS-VAL-MATCH          PIC X VALUE "N".
           88 VAL-MATCH           VALUE "Y".
       *> C-type rules: REFCODESUB parameters. A table that cannot
       *> be opened fails the run like a missing master.
       01  WS-NEED-CODES         PIC X VALUE "N".
           88 NEED-CODES          VALUE "Y".
       01  WS-CODES-OPEN         PIC X VALUE "N".
           88 CODES-OPEN          VALUE "Y".
       01  WS-RC-TYPE            PIC X(8).
       01  WS-RC-CODE            PIC X(30).
       01  WS-RC-ASOF            PIC 9(8) VALUE 0.
       01  WS-RC-DESC            PIC X(40).
       01  WS-RC-STATUS          PIC XX.
       01  WS-CNT-CODE-FAILS     PIC 9(6) VALUE 0.
       *> DATEEDITSUB parameter block for the D-type rule check.
       01  WS-DE-FUNC            PIC X(1).
       01  WS-DE-DATE-1          PIC 9(8) VALUE 0.
           END-IF.

           PERFORM PARA-LOAD-RULES
           PERFORM PARA-OPEN-MASTERS
           IF MASTER-FAILED
               DISPLAY "ERROR|REASON=REFERENCE-DATA-UNAVAILABLE"
                       "|RESULT=RUN-FAILED"
               IF CUST-OPEN
                   CLOSE IDX-FILE
               END-IF
               IF ACCT-OPEN
                   CLOSE ABAL-FILE
               END-IF
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF

           *> A manifest turns the run into a multi-file pass: each
           *> listed path is processed with per-file counts while
               IF RETURN-CODE = 8
                   GOBACK
               END-IF
               PERFORM PARA-LOAD-GENERATIONS
           END-IF.

           ACCEPT WS-QUARANTINE FROM ENVIRONMENT "MVP12_QUARANTINE".
           IF WS-QUARANTINE NOT = "Y"
               MOVE "N" TO WS-QUARANTINE
           END-IF.
           IF QUARANTINE-ON
               PERFORM PARA-LOAD-QUARANTINE
           END-IF.

           ACCEPT WS-FORMAT FROM ENVIRONMENT "MVP12_FORMAT".
                       "|MISSING=" WS-CNT-MISSING
           END-IF.

           IF QUARANTINE-ON
               DISPLAY "QUARANTINE|QUARANTINED=" WS-CNT-QUARANTINED
                       "|BLOCKED=" WS-CNT-BLOCKED
           END-IF.

           IF WS-SQ-COUNT > 0
               PERFORM PARA-SAVE-GENERATIONS
           END-IF.

           IF GATE-ON
               MOVE WS-CNT-ACCEPTED TO WS-ACC-TRL
               MOVE SPACES TO ACC-REC
                   "|DISTINCT=" WS-DUP-COUNT
                   "|DUPLICATES=" WS-CNT-DUPS.

           IF CUST-OPEN
               CLOSE IDX-FILE
           END-IF.
           IF ACCT-OPEN
               CLOSE ABAL-FILE
           END-IF.
           IF NEED-CUST OR NEED-ACCT
               DISPLAY "REFCHECK|NOT-ON-FILE=" WS-CNT-REF-FAILS
           END-IF.
           IF NEED-CODES
               DISPLAY "CODECHECK|BAD-CODE=" WS-CNT-CODE-FAILS
           END-IF.

           DISPLAY "COUNT=" WS-LINE-NO.
           PERFORM PARA-WRITE-SCORECARD.
           PERFORM PARA-RECORD-RUN.
               + WS-CNT-TRUNC + WS-CNT-RULE-REJECTS
               + WS-CNT-MISSING + WS-CNT-CSV-BAD
               + WS-CNT-INTAKE-DUP + WS-CNT-INTAKE-OVFL
               + WS-CNT-GEN-EXC + WS-CNT-GEN-OPEN
               + WS-CNT-QUARANTINED + WS-CNT-BLOCKED
           EVALUATE TRUE
               WHEN MASTER-FAILED
                   MOVE "FAILED" TO WS-RH-STATUS
               WHEN WS-RH-REJECTED > 0
                   MOVE "EXCEPTIONS" TO WS-RH-STATUS
               WHEN OTHER
                   MOVE "COMPLETE" TO WS-RH-STATUS
           END-EVALUATE
           CALL "RUNHISTORY" USING WS-RH-PROGRAM WS-RH-IN WS-RH-OUT
               WS-RH-READ WS-RH-WRITTEN WS-RH-REJECTED WS-RH-STATUS
               WS-RH-START
               MOVE WS-DUP-COUNT TO WS-DUP-SC
           END-IF
           MOVE WS-DUP-SC TO WS-CURR-LINE(82:3)
           MOVE "|" TO WS-CURR-LINE(85:1)
           MOVE WS-CNT-REF-FAILS TO WS-CURR-LINE(86:6)

           OPEN EXTEND SCORE-FILE
           IF WS-SCORE-FS NOT = "00"
           MOVE WS-CURR-LINE TO SCORE-REC
           WRITE SCORE-REC
           CLOSE SCORE-FILE
           DISPLAY "SCORECARD|" WS-CURR-LINE(1:91)

           *> A prior record written before the columns widened
           *> cannot be compared; the trend picks up again on the
           MOVE "DISTINCT" TO WS-METRIC-NAME
           MOVE WS-PREV-LINE(82:3) TO WS-METRIC-PREV
           MOVE WS-CURR-LINE(82:3) TO WS-METRIC-CURR
           PERFORM PARA-COMPARE-METRIC
           *> Records before the key check have no count to compare.
           IF WS-PREV-LINE(86:6) IS NUMERIC
               MOVE "NOT-ON-FILE" TO WS-METRIC-NAME
               MOVE WS-PREV-LINE(86:6) TO WS-METRIC-PREV
               MOVE WS-CURR-LINE(86:6) TO WS-METRIC-CURR
               PERFORM PARA-COMPARE-METRIC
           END-IF.

           EXIT.

           MOVE "N" TO WS-PRE-EOF
           MOVE 0 TO WS-PRE-COUNT
           MOVE 0 TO WS-PRE-HASH
           MOVE SPACES TO WS-PRE-FIRST
           OPEN INPUT PRE-FILE
           IF WS-PRE-FS NOT = "00"
               *> A missing file falls through to the normal
                       SET PRE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-PRE-COUNT
                       IF WS-PRE-COUNT = 1
                           MOVE PRE-REC TO WS-PRE-FIRST
                       END-IF
                       PERFORM PARA-HASH-PRE-RECORD
               END-READ
           END-PERFORM
               END-IF
           END-PERFORM

           *> A quarantined file never got past the gate, so its
           *> registration does not count against it: a released
           *> file is taken as it stands, and one rejected for
           *> redelivery or replaced comes back under the same name
           *> where only the same content again is a duplicate.
           MOVE SPACES TO WS-FILE-QSTATUS
           IF INTAKE-DUP AND QUARANTINE-ON
               PERFORM PARA-FIND-QUARANTINE
               EVALUATE WS-FILE-QSTATUS
                   WHEN "RELEASED"
                       MOVE "N" TO WS-INTAKE-DUP
                   WHEN "REJECTED"
                   WHEN "REPLACED"
                       MOVE "N" TO WS-INTAKE-DUP
                       PERFORM VARYING WS-IR-IDX FROM 1 BY 1
                               UNTIL WS-IR-IDX > WS-IR-COUNT
                           IF WS-IR-HASH(WS-IR-IDX) = WS-PRE-HASH
                               AND WS-IR-RECS(WS-IR-IDX)
                                   = WS-PRE-COUNT
                               AND WS-PRE-COUNT > 0
                               SET INTAKE-DUP TO TRUE
                           END-IF
                       END-PERFORM
               END-EVALUATE
           END-IF

           IF INTAKE-DUP
               ADD 1 TO WS-CNT-INTAKE-DUP
               DISPLAY "INTAKE|ALREADY-PROCESSED|PATH="
                       "|COUNT=" WS-PRE-COUNT
                       "|HASH=" WS-PRE-HASH
           ELSE
               MOVE SPACES TO WS-FILE-FEED
               MOVE 0 TO WS-FILE-GEN
               *> A file back from quarantine had its generation
               *> taken when it first arrived.
               IF WS-SQ-COUNT > 0 AND WS-FILE-QSTATUS = SPACES
                   PERFORM PARA-CHECK-GENERATION
               END-IF
               PERFORM PARA-REGISTER-INTAKE
           END-IF.

                  WS-PRE-HASH    DELIMITED BY SIZE
                  INTO IREG-REC
           END-STRING
           IF WS-FILE-FEED NOT = SPACES
               STRING "|FEED="     DELIMITED BY SIZE
                      WS-FILE-FEED DELIMITED BY SIZE
                      "|GEN="      DELIMITED BY SIZE
                      WS-FILE-GEN  DELIMITED BY SIZE
                      INTO IREG-REC(101:40)
               END-STRING
           END-IF
           WRITE IREG-REC
           CLOSE IREG-FILE
           DISPLAY "INTAKE|REGISTERED|PATH=" WS-IN-PATH(1:40)

           EXIT.

       PARA-LOAD-GENERATIONS.
           *> Without a feed sequence file there is no generation
           *> checking.
           MOVE "mvp12-feedseq.txt" TO WS-FSQ-PATH
           ACCEPT WS-FSQ-PATH FROM ENVIRONMENT "MVP12_FEED_SEQ"
           IF WS-FSQ-PATH = SPACES
               MOVE "mvp12-feedseq.txt" TO WS-FSQ-PATH
           END-IF
           MOVE "feed-generations.txt" TO WS-GEN-PATH
           ACCEPT WS-GEN-PATH FROM ENVIRONMENT "MVP12_GEN_REGISTER"
           IF WS-GEN-PATH = SPACES
               MOVE "feed-generations.txt" TO WS-GEN-PATH
           END-IF

           OPEN INPUT FSQ-FILE
           IF WS-FSQ-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL FSQ-EOF
               READ FSQ-FILE
                   AT END
                       SET FSQ-EOF TO TRUE
                   NOT AT END
                       IF FSQ-FEED NOT = SPACES
                           PERFORM PARA-LOAD-ONE-FEED-SEQ
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FSQ-FILE

           OPEN INPUT GEN-FILE
           IF WS-GEN-FS = "00"
               PERFORM UNTIL GEN-EOF
                   READ GEN-FILE
                       AT END
                           SET GEN-EOF TO TRUE
                       NOT AT END
                           PERFORM PARA-TAKE-GEN-ENTRY
                   END-READ
               END-PERFORM
               CLOSE GEN-FILE
           END-IF

           *> Generations still outstanding from earlier runs are
           *> chased on every run until they arrive.
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                   UNTIL WS-GP-IDX > WS-GP-COUNT
               ADD 1 TO WS-CNT-GEN-OPEN
               DISPLAY "GENERATION|STILL-MISSING|FEED="
                       WS-GP-FEED(WS-GP-IDX)
                       "|GEN=" WS-GP-GEN(WS-GP-IDX)
                       "|SINCE=" WS-GP-SINCE(WS-GP-IDX)
           END-PERFORM
           DISPLAY "GENERATION|FEEDS=" WS-SQ-COUNT
                   "|OUTSTANDING=" WS-GP-COUNT.

           EXIT.

       PARA-LOAD-ONE-FEED-SEQ.
           IF (FSQ-SOURCE NOT = "H" AND FSQ-SOURCE NOT = "F")
               OR FSQ-COL IS NOT NUMERIC
               OR FSQ-LEN IS NOT NUMERIC
               OR FSQ-LEN = "0" OR FSQ-LEN > "6"
               OR FSQ-MATCH = SPACES
               DISPLAY "WARN|REASON=BAD-FEED-SEQ-ENTRY|FEED="
                       FSQ-FEED
               EXIT PARAGRAPH
           END-IF
           IF WS-SQ-COUNT >= 50
               DISPLAY "WARN|REASON=FEED-SEQ-TABLE-FULL|FEED="
                       FSQ-FEED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SQ-COUNT
           MOVE FSQ-FEED TO WS-SQ-FEED(WS-SQ-COUNT)
           MOVE FSQ-MATCH TO WS-SQ-MATCH(WS-SQ-COUNT)
           MOVE FSQ-SOURCE TO WS-SQ-SOURCE(WS-SQ-COUNT)
           MOVE FSQ-COL TO WS-SQ-COL(WS-SQ-COUNT)
           MOVE FSQ-LEN TO WS-SQ-LEN(WS-SQ-COUNT)
           MOVE 0 TO WS-SQ-NEXT(WS-SQ-COUNT)
           MOVE 0 TO WS-SQ-DATE(WS-SQ-COUNT)
           MOVE 20 TO WS-SQ-MLEN(WS-SQ-COUNT)
           PERFORM UNTIL WS-SQ-MLEN(WS-SQ-COUNT) = 0
                   OR FSQ-MATCH(WS-SQ-MLEN(WS-SQ-COUNT):1)
                      NOT = SPACE
               SUBTRACT 1 FROM WS-SQ-MLEN(WS-SQ-COUNT)
           END-PERFORM.

           EXIT.

       PARA-TAKE-GEN-ENTRY.
           EVALUATE GR-TAG
               WHEN "GEN|"
                   PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
                           UNTIL WS-SQ-IDX > WS-SQ-COUNT
                       IF WS-SQ-FEED(WS-SQ-IDX) = GR-FEED
                           AND GR-NUM IS NUMERIC
                           MOVE GR-NUM TO WS-SQ-NEXT(WS-SQ-IDX)
                           MOVE GR-DATE TO WS-SQ-DATE(WS-SQ-IDX)
                       END-IF
                   END-PERFORM
               WHEN "GAP|"
                   IF WS-GP-COUNT < 200 AND GR-NUM IS NUMERIC
                       ADD 1 TO WS-GP-COUNT
                       MOVE GR-FEED TO WS-GP-FEED(WS-GP-COUNT)
                       MOVE GR-NUM TO WS-GP-GEN(WS-GP-COUNT)
                       MOVE GR-DATE TO WS-GP-SINCE(WS-GP-COUNT)
                   END-IF
           END-EVALUATE.

           EXIT.

       PARA-CHECK-GENERATION.
           *> Which sequenced feed the file belongs to, if any.
           MOVE 0 TO WS-MATCH-POS
           PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
                   UNTIL WS-SQ-IDX > WS-SQ-COUNT
                      OR WS-MATCH-POS > 0
               PERFORM VARYING WS-GEN-POS FROM 1 BY 1
                       UNTIL WS-GEN-POS + WS-SQ-MLEN(WS-SQ-IDX) > 41
                          OR WS-MATCH-POS > 0
                   IF WS-IN-PATH(WS-GEN-POS:WS-SQ-MLEN(WS-SQ-IDX))
                       = WS-SQ-MATCH(WS-SQ-IDX)
                           (1:WS-SQ-MLEN(WS-SQ-IDX))
                       MOVE WS-GEN-POS TO WS-MATCH-POS
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-MATCH-POS = 0
               EXIT PARAGRAPH
           END-IF
           SUBTRACT 1 FROM WS-SQ-IDX
           MOVE WS-SQ-FEED(WS-SQ-IDX) TO WS-FILE-FEED

           MOVE SPACES TO WS-GEN-TEXT
           IF WS-SQ-SOURCE(WS-SQ-IDX) = "H"
               MOVE WS-SQ-COL(WS-SQ-IDX) TO WS-GEN-POS
               IF WS-GEN-POS > 0
                   AND WS-GEN-POS + WS-SQ-LEN(WS-SQ-IDX) <= 81
                   MOVE WS-PRE-FIRST(WS-GEN-POS:WS-SQ-LEN(WS-SQ-IDX))
                       TO WS-GEN-TEXT
               END-IF
           ELSE
               COMPUTE WS-GEN-POS = WS-MATCH-POS
                   + WS-SQ-COL(WS-SQ-IDX) - 1
               IF WS-GEN-POS > 0
                   AND WS-GEN-POS + WS-SQ-LEN(WS-SQ-IDX) <= 261
                   MOVE WS-IN-PATH(WS-GEN-POS:WS-SQ-LEN(WS-SQ-IDX))
                       TO WS-GEN-TEXT
               END-IF
           END-IF
           IF WS-GEN-TEXT(1:WS-SQ-LEN(WS-SQ-IDX)) IS NOT NUMERIC
               MOVE "UNREADABLE" TO WS-GEN-RESULT
               ADD 1 TO WS-CNT-GEN-EXC
               DISPLAY "EXCEPTION|REASON=GENERATION-UNREADABLE|FEED="
                       WS-FILE-FEED "|PATH=" WS-IN-PATH(1:40)
               MOVE "GENERATION-UNREADABLE" TO WS-AL-REASON
               PERFORM PARA-GENERATION-ALERT
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GEN-TEXT(1:WS-SQ-LEN(WS-SQ-IDX)) TO WS-FILE-GEN

           *> Compare with the generation expected next: in step,
           *> ahead (the skipped generations become gaps), or behind
           *> - an outstanding gap arriving late, a restart of the
           *> vendor's numbering, or a generation already received.
           EVALUATE TRUE
               WHEN WS-SQ-NEXT(WS-SQ-IDX) = 0
                   MOVE "FIRST" TO WS-GEN-RESULT
               WHEN WS-FILE-GEN = WS-SQ-NEXT(WS-SQ-IDX)
                   MOVE "IN-SEQUENCE" TO WS-GEN-RESULT
               WHEN WS-FILE-GEN > WS-SQ-NEXT(WS-SQ-IDX)
                   MOVE "GAP" TO WS-GEN-RESULT
                   PERFORM PARA-RECORD-GAPS
               WHEN OTHER
                   PERFORM PARA-GENERATION-BEHIND
           END-EVALUATE
           IF WS-GEN-RESULT = "FIRST" OR "IN-SEQUENCE" OR "GAP"
               OR "RESTART"
               COMPUTE WS-SQ-NEXT(WS-SQ-IDX) = WS-FILE-GEN + 1
               MOVE WS-RUN-DATE TO WS-SQ-DATE(WS-SQ-IDX)
           END-IF
           DISPLAY "GENERATION|FEED=" WS-FILE-FEED
                   "|GEN=" WS-FILE-GEN
                   "|NEXT=" WS-SQ-NEXT(WS-SQ-IDX)
                   "|RESULT=" WS-GEN-RESULT.

           EXIT.

       PARA-RECORD-GAPS.
           ADD 1 TO WS-CNT-GEN-EXC
           DISPLAY "EXCEPTION|REASON=GENERATION-GAP|FEED="
                   WS-FILE-FEED
                   "|EXPECTED=" WS-SQ-NEXT(WS-SQ-IDX)
                   "|RECEIVED=" WS-FILE-GEN
           MOVE "GENERATION-GAP" TO WS-AL-REASON
           PERFORM PARA-GENERATION-ALERT
           PERFORM VARYING WS-GEN-MISS FROM WS-SQ-NEXT(WS-SQ-IDX)
                   BY 1 UNTIL WS-GEN-MISS >= WS-FILE-GEN
               IF WS-GP-COUNT < 200
                   ADD 1 TO WS-GP-COUNT
                   MOVE WS-FILE-FEED TO WS-GP-FEED(WS-GP-COUNT)
                   MOVE WS-GEN-MISS TO WS-GP-GEN(WS-GP-COUNT)
                   MOVE WS-RUN-DATE TO WS-GP-SINCE(WS-GP-COUNT)
                   DISPLAY "GENERATION|MISSING|FEED=" WS-FILE-FEED
                           "|GEN=" WS-GEN-MISS
               ELSE
                   DISPLAY "EXCEPTION|REASON=GAP-TABLE-FULL|LIMIT=200"
                           "|FEED=" WS-FILE-FEED "|GEN=" WS-GEN-MISS
                   MOVE WS-FILE-GEN TO WS-GEN-MISS
               END-IF
           END-PERFORM.

           EXIT.

       PARA-GENERATION-BEHIND.
           *> An outstanding gap is filled (out of order); generation
           *> one, or zero, is the vendor restarting the sequence;
           *> anything else has been received before.
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                   UNTIL WS-GP-IDX > WS-GP-COUNT
                      OR (WS-GP-FEED(WS-GP-IDX) = WS-FILE-FEED
                          AND WS-GP-GEN(WS-GP-IDX) = WS-FILE-GEN)
               CONTINUE
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-GP-IDX <= WS-GP-COUNT
                   MOVE "OUT-OF-ORDER" TO WS-GEN-RESULT
                   MOVE "GENERATION-OUT-OF-ORDER" TO WS-AL-REASON
                   DISPLAY "GENERATION|GAP-FILLED|FEED="
                           WS-FILE-FEED "|GEN=" WS-FILE-GEN
                           "|SINCE=" WS-GP-SINCE(WS-GP-IDX)
                   PERFORM PARA-REMOVE-GAP
               WHEN WS-FILE-GEN <= 1
                   MOVE "RESTART" TO WS-GEN-RESULT
                   MOVE "GENERATION-RESTART" TO WS-AL-REASON
               WHEN OTHER
                   MOVE "OUT-OF-ORDER" TO WS-GEN-RESULT
                   MOVE "GENERATION-REPEATED" TO WS-AL-REASON
           END-EVALUATE
           ADD 1 TO WS-CNT-GEN-EXC
           DISPLAY "EXCEPTION|REASON=" WS-AL-REASON
                   "|FEED=" WS-FILE-FEED
                   "|EXPECTED=" WS-SQ-NEXT(WS-SQ-IDX)
                   "|RECEIVED=" WS-FILE-GEN
           PERFORM PARA-GENERATION-ALERT.

           EXIT.

       PARA-REMOVE-GAP.
           *> The filled gap is removed from the register, and so
           *> from the outstanding count this run began with.
           IF WS-CNT-GEN-OPEN > 0
               SUBTRACT 1 FROM WS-CNT-GEN-OPEN
           END-IF
           PERFORM VARYING WS-GP-IDX FROM WS-GP-IDX BY 1
                   UNTIL WS-GP-IDX >= WS-GP-COUNT
               MOVE WS-GP-ENTRY(WS-GP-IDX + 1)
                   TO WS-GP-ENTRY(WS-GP-IDX)
           END-PERFORM
           SUBTRACT 1 FROM WS-GP-COUNT.

           EXIT.

       PARA-GENERATION-ALERT.
           MOVE "W" TO WS-AL-SEV
           MOVE SPACES TO WS-AL-DETAIL
           STRING "FEED="              DELIMITED BY SIZE
                  WS-FILE-FEED         DELIMITED BY SPACE
                  " EXPECTED="         DELIMITED BY SIZE
                  WS-SQ-NEXT(WS-SQ-IDX) DELIMITED BY SIZE
                  " RECEIVED="         DELIMITED BY SIZE
                  WS-FILE-GEN          DELIMITED BY SIZE
                  INTO WS-AL-DETAIL
           END-STRING
           CALL "ALERTSUB" USING WS-AL-SEV WS-RH-PROGRAM
               WS-AL-REASON WS-AL-DETAIL.

           EXIT.

       PARA-SAVE-GENERATIONS.
           OPEN OUTPUT GEN-FILE
           IF WS-GEN-FS NOT = "00"
               DISPLAY "ERROR|REASON=GEN-REGISTER-WRITE-FAILED|PATH="
                       WS-GEN-PATH(1:40) "|STATUS=" WS-GEN-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
                   UNTIL WS-SQ-IDX > WS-SQ-COUNT
               IF WS-SQ-NEXT(WS-SQ-IDX) > 0
                   MOVE "GEN|" TO GR-TAG
                   MOVE "FEED=" TO GR-FEED-LBL
                   MOVE WS-SQ-FEED(WS-SQ-IDX) TO GR-FEED
                   MOVE "|NEXT=" TO GR-NUM-LBL
                   MOVE WS-SQ-NEXT(WS-SQ-IDX) TO GR-NUM
                   MOVE "|DATE=" TO GR-DATE-LBL
                   MOVE WS-SQ-DATE(WS-SQ-IDX) TO GR-DATE
                   WRITE GEN-REC
               END-IF
           END-PERFORM
           PERFORM VARYING WS-GP-IDX FROM 1 BY 1
                   UNTIL WS-GP-IDX > WS-GP-COUNT
               MOVE "GAP|" TO GR-TAG
               MOVE "FEED=" TO GR-FEED-LBL
               MOVE WS-GP-FEED(WS-GP-IDX) TO GR-FEED
               MOVE "|MISS=" TO GR-NUM-LBL
               MOVE WS-GP-GEN(WS-GP-IDX) TO GR-NUM
               MOVE "|DATE=" TO GR-DATE-LBL
               MOVE WS-GP-SINCE(WS-GP-IDX) TO GR-DATE
               WRITE GEN-REC
           END-PERFORM
           CLOSE GEN-FILE
           DISPLAY "GENERATION|REGISTER=" WS-GEN-PATH(1:40)
                   "|OUTSTANDING=" WS-GP-COUNT.

           EXIT.

       PARA-PROCESS-ONE-FILE.
           *> Reset the per-file reader state so each file gets its
           *> own header/trailer handling and lookahead.
           MOVE "N" TO WS-NEXT-VALID
           MOVE "N" TO WS-CURR-VALID
           MOVE "N" TO WS-TRL-SEEN
           MOVE "N" TO WS-TRL-FAILED
           MOVE 0 TO WS-FILE-RECS
           MOVE 0 TO WS-FILE-BAD
           MOVE 0 TO WS-FILE-ACCEPTED

           IF QUARANTINE-ON
               PERFORM PARA-FIND-QUARANTINE
               IF WS-FILE-QSTATUS = "QUARANTINE"
                   ADD 1 TO WS-CNT-BLOCKED
                   DISPLAY "EXCEPTION|REASON=FILE-QUARANTINED"
                           "|PATH=" WS-IN-PATH(1:40)
                   EXIT PARAGRAPH
               END-IF
               IF GATE-ON
                   OPEN OUTPUT HOLD-FILE
               END-IF
           END-IF

           OPEN INPUT IN-FILE
           IF WS-IN-FS NOT = "00"
                           END-IF
                           IF GATE-ON AND REC-CLEAN
                               ADD 1 TO WS-CNT-ACCEPTED
                               ADD 1 TO WS-FILE-ACCEPTED
                               IF QUARANTINE-ON
                                   WRITE HOLD-REC FROM WS-CURR-REC
                               ELSE
                                   WRITE ACC-REC FROM WS-CURR-REC
                               END-IF
                           END-IF
                           IF NOT REC-CLEAN
                               ADD 1 TO WS-FILE-BAD
                           END-IF
                           PERFORM PARA-TALLY-FREQUENCY
                           PERFORM PARA-CHECK-DUPLICATE
                   DISPLAY "FILE|PATH=" WS-IN-PATH(1:40)
                           "|RECORDS=" WS-FILE-RECS
               END-IF

               IF QUARANTINE-ON
                   PERFORM PARA-QUARANTINE-DECISION
               END-IF
           END-IF

           IF QUARANTINE-ON AND GATE-ON
               CLOSE HOLD-FILE
           END-IF.

           EXIT.

       PARA-QUARANTINE-DECISION.
           *> A file an analyst has released is taken as it is.
           MOVE SPACES TO WS-QUAR-REASONS
           MOVE 0 TO WS-FILE-PCT
           IF WS-FILE-RECS > 0
               COMPUTE WS-FILE-PCT = WS-FILE-BAD * 100 / WS-FILE-RECS
           END-IF
           IF WS-FILE-QSTATUS NOT = "RELEASED"
               IF WS-FILE-PCT > WS-QUAR-MAX-PCT
                   MOVE "REJECT-RATE" TO WS-QUAR-REASONS
               END-IF
               IF TRL-FAILED
                   IF WS-QUAR-REASONS = SPACES
                       MOVE "TRAILER-CHECK" TO WS-QUAR-REASONS
                   ELSE
                       MOVE "REJECT-RATE TRAILER-CHECK"
                           TO WS-QUAR-REASONS
                   END-IF
               END-IF
           END-IF

           IF WS-QUAR-REASONS = SPACES
               IF GATE-ON
                   PERFORM PARA-RELEASE-HOLD
               END-IF
               *> A released file, once through, is an ordinary
               *> processed file from here on.
               IF WS-FILE-QSTATUS = "RELEASED"
                   MOVE "PROCESSED" TO WS-QUAR-REASONS
                   PERFORM PARA-WRITE-QUARANTINE-REC
               END-IF
               EXIT PARAGRAPH
           END-IF

           *> Its records come back out of the gate's output count.
           SUBTRACT WS-FILE-ACCEPTED FROM WS-CNT-ACCEPTED
           ADD 1 TO WS-CNT-QUARANTINED

           *> The file moves to the quarantine area under its own
           *> name, out of reach of every later step.
           MOVE 0 TO WS-BASE-POS
           PERFORM VARYING WS-PRE-POS FROM 1 BY 1
                   UNTIL WS-PRE-POS > 40
               IF WS-IN-PATH(WS-PRE-POS:1) = "/"
                   MOVE WS-PRE-POS TO WS-BASE-POS
               END-IF
           END-PERFORM
           ADD 1 TO WS-BASE-POS
           MOVE SPACES TO WS-QUAR-QPATH
           STRING WS-QUAR-DIR(1:WS-QUAR-DIR-LEN) DELIMITED BY SIZE
                  "/"                           DELIMITED BY SIZE
                  WS-IN-PATH(WS-BASE-POS:41 - WS-BASE-POS)
                                                DELIMITED BY SPACE
                  INTO WS-QUAR-QPATH
           END-STRING
           CALL "CBL_CREATE_DIR" USING WS-QUAR-DIR
           CALL "CBL_RENAME_FILE" USING WS-IN-PATH WS-QUAR-QPATH
           IF RETURN-CODE NOT = 0
               DISPLAY "ERROR|REASON=QUARANTINE-MOVE-FAILED|PATH="
                       WS-IN-PATH(1:40) "|TO=" WS-QUAR-QPATH(1:60)
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF

           PERFORM PARA-WRITE-QUARANTINE-REC

           DISPLAY "QUARANTINE|PATH=" WS-IN-PATH(1:40)
                   "|RECORDS=" WS-FILE-RECS
                   "|FAILED=" WS-FILE-BAD
                   "|PCT=" WS-FILE-PCT
                   "|REASONS=" WS-QUAR-REASONS
           MOVE "E" TO WS-AL-SEV
           MOVE "FILE-QUARANTINED" TO WS-AL-REASON
           MOVE SPACES TO WS-AL-DETAIL
           STRING WS-IN-PATH(1:40)  DELIMITED BY SPACE
                  " "               DELIMITED BY SIZE
                  WS-QUAR-REASONS   DELIMITED BY SIZE
                  INTO WS-AL-DETAIL
           END-STRING
           CALL "ALERTSUB" USING WS-AL-SEV WS-RH-PROGRAM
               WS-AL-REASON WS-AL-DETAIL.

           EXIT.

       PARA-WRITE-QUARANTINE-REC.
           *> Appends a register line for the file in hand: a new
           *> quarantine with its reasons, or PROCESSED for a
           *> released file that has now gone through.
           OPEN EXTEND QREG-FILE
           IF WS-QREG-FS NOT = "00"
               OPEN OUTPUT QREG-FILE
           END-IF
           MOVE SPACES TO QREG-REC
           MOVE WS-IN-PATH(1:40) TO QR-PATH
           MOVE WS-RUN-DATE TO QR-DATE
           MOVE WS-FILE-RECS TO QR-RECS
           MOVE WS-FILE-BAD TO QR-BAD
           MOVE WS-FILE-PCT TO QR-PCT
           MOVE 0 TO QR-ACT-DATE
           IF WS-QUAR-REASONS = "PROCESSED"
               MOVE "PROCESSED" TO QR-STATUS
           ELSE
               MOVE "QUARANTINE" TO QR-STATUS
               MOVE WS-QUAR-QPATH(1:60) TO QR-QPATH
               MOVE WS-QUAR-REASONS TO QR-REASONS
           END-IF
           WRITE QREG-REC
           CLOSE QREG-FILE
           MOVE WS-IN-PATH(1:40) TO WS-QP-KEY
           PERFORM PARA-NOTE-QUARANTINE.

           EXIT.

       PARA-RELEASE-HOLD.
           MOVE "N" TO WS-HOLD-EOF
           CLOSE HOLD-FILE
           OPEN INPUT HOLD-FILE
           PERFORM UNTIL HOLD-EOF
               READ HOLD-FILE
                   AT END
                       SET HOLD-EOF TO TRUE
                   NOT AT END
                       WRITE ACC-REC FROM HOLD-REC
               END-READ
           END-PERFORM.

           EXIT.

       PARA-LOAD-QUARANTINE.
           MOVE "quarantine-register.txt" TO WS-QREG-PATH
           ACCEPT WS-QREG-PATH FROM ENVIRONMENT "QUARANTINE_REGISTER"
           IF WS-QREG-PATH = SPACES
               MOVE "quarantine-register.txt" TO WS-QREG-PATH
           END-IF
           MOVE "quarantine" TO WS-QUAR-DIR
           ACCEPT WS-QUAR-DIR FROM ENVIRONMENT "QUARANTINE_DIR"
           IF WS-QUAR-DIR = SPACES
               MOVE "quarantine" TO WS-QUAR-DIR
           END-IF
           MOVE 60 TO WS-QUAR-DIR-LEN
           PERFORM UNTIL WS-QUAR-DIR-LEN = 1
                   OR WS-QUAR-DIR(WS-QUAR-DIR-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-QUAR-DIR-LEN
           END-PERFORM
           ACCEPT WS-QUAR-MAX-PCT FROM ENVIRONMENT
               "MVP12_QUAR_MAX_PCT"
           IF WS-QUAR-MAX-PCT = 0
               MOVE 10 TO WS-QUAR-MAX-PCT
           END-IF
           MOVE "mvp12-gatehold.txt" TO WS-HOLD-PATH
           ACCEPT WS-HOLD-PATH FROM ENVIRONMENT "MVP12_GATE_HOLD"
           IF WS-HOLD-PATH = SPACES
               MOVE "mvp12-gatehold.txt" TO WS-HOLD-PATH
           END-IF

           OPEN INPUT QREG-FILE
           IF WS-QREG-FS = "00"
               PERFORM UNTIL QREG-EOF
                   READ QREG-FILE
                       AT END
                           SET QREG-EOF TO TRUE
                       NOT AT END
                           IF QR-PATH NOT = SPACES
                               PERFORM PARA-NOTE-QUARANTINE-REC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QREG-FILE
           END-IF.

           EXIT.

       PARA-NOTE-QUARANTINE-REC.
           *> The last line for a path is its state.
           MOVE QR-PATH TO WS-QP-KEY
           PERFORM PARA-NOTE-QUARANTINE.

           EXIT.

       PARA-NOTE-QUARANTINE.
           *> Records the state in QR-STATUS against the path in
           *> WS-QP-KEY in the in-storage view of the register.
           PERFORM VARYING WS-QP-IDX FROM 1 BY 1
                   UNTIL WS-QP-IDX > WS-QP-COUNT
                      OR WS-QP-PATH(WS-QP-IDX) = WS-QP-KEY
               CONTINUE
           END-PERFORM
           IF WS-QP-IDX > WS-QP-COUNT
               IF WS-QP-COUNT >= 500
                   DISPLAY "WARN|REASON=QUARANTINE-TABLE-FULL|PATH="
                           WS-QP-KEY
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-QP-COUNT
               MOVE WS-QP-COUNT TO WS-QP-IDX
               MOVE WS-QP-KEY TO WS-QP-PATH(WS-QP-IDX)
           END-IF
           MOVE QR-STATUS TO WS-QP-STATUS(WS-QP-IDX).

           EXIT.

       PARA-FIND-QUARANTINE.
           MOVE SPACES TO WS-FILE-QSTATUS
           PERFORM VARYING WS-QP-IDX FROM 1 BY 1
                   UNTIL WS-QP-IDX > WS-QP-COUNT
               IF WS-QP-PATH(WS-QP-IDX) = WS-IN-PATH(1:40)
                   MOVE WS-QP-STATUS(WS-QP-IDX) TO WS-FILE-QSTATUS
               END-IF
           END-PERFORM.

           EXIT.

       PARA-REBUILD-FROM-CSV.
           *> Parse the record's comma-separated fields and lay them
           *> into fixed columns so every later check (rules,
           MOVE SPACES TO WS-CSV-LINE
           MOVE WS-CURR-REC TO WS-CSV-LINE(1:80)
           CALL "CSVPARSE" USING WS-CSV-LINE WS-CSV-FIELDS
               WS-CSV-FCOUNT WS-CSV-STATUS WS-CSV-DELIM
           IF WS-CSV-STATUS NOT = "00"
               ADD 1 TO WS-CNT-CSV-BAD
               *> A mis-parsed record is laid out wrong; it must
                       PERFORM PARA-CHECK-DATE-FIELD
                   WHEN "V"
                       PERFORM PARA-CHECK-VALUE-LIST
                   WHEN "K"
                       PERFORM PARA-CHECK-KEY-ON-FILE
                   WHEN "C"
                       PERFORM PARA-CHECK-REF-CODE
               END-EVALUATE
           END-IF


           EXIT.

       PARA-OPEN-MASTERS.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
               IF WS-RULE-TYPE(WS-RULE-IDX) = "K"
                   EVALUATE WS-RULE-VALUES(WS-RULE-IDX)
                       WHEN "CUSTOMER"
                           SET NEED-CUST TO TRUE
                       WHEN "ACCOUNT"
                           SET NEED-ACCT TO TRUE
                       WHEN OTHER
                           DISPLAY "RULES|WARN=UNKNOWN-MASTER|IDX="
                                   WS-RULE-IDX "|MASTER="
                                   WS-RULE-VALUES(WS-RULE-IDX)
                   END-EVALUATE
               END-IF
               IF WS-RULE-TYPE(WS-RULE-IDX) = "C"
                   SET NEED-CODES TO TRUE
               END-IF
           END-PERFORM

           *> A probe lookup opens the reference-code table; only an
           *> unopenable table matters here.
           IF NEED-CODES
               MOVE SPACES TO WS-RC-TYPE
               MOVE SPACES TO WS-RC-CODE
               MOVE WS-RUN-DATE TO WS-RC-ASOF
               CALL "REFCODESUB" USING WS-RC-TYPE WS-RC-CODE
                   WS-RC-ASOF WS-RC-DESC WS-RC-STATUS
               IF WS-RC-STATUS = "90"
                   DISPLAY "ERROR|REASON=REFCODE-TABLE-NOT-FOUND"
                   SET MASTER-FAILED TO TRUE
               ELSE
                   SET CODES-OPEN TO TRUE
               END-IF
           END-IF

           *> A master that cannot be opened fails the run before
           *> any record is read: its keys would otherwise reach
           *> the gate unchecked.
           IF NEED-CUST
               MOVE "mvp14-index.dat" TO WS-IDX-PATH
               ACCEPT WS-IDX-PATH FROM ENVIRONMENT "MVP14_INDEX"
               IF WS-IDX-PATH = SPACES
                   MOVE "mvp14-index.dat" TO WS-IDX-PATH
               END-IF
               OPEN INPUT IDX-FILE
               IF WS-IDX-FS = "00"
                   SET CUST-OPEN TO TRUE
               ELSE
                   DISPLAY "ERROR|REASON=CUSTOMER-MASTER-NOT-FOUND"
                           "|PATH=" WS-IDX-PATH(1:40)
                           "|STATUS=" WS-IDX-FS
                   SET MASTER-FAILED TO TRUE
               END-IF
           END-IF
           IF NEED-ACCT
               MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH
               ACCEPT WS-ABAL-PATH FROM ENVIRONMENT "MVP10_ACCOUNTS"
               IF WS-ABAL-PATH = SPACES
                   MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH
               END-IF
               OPEN INPUT ABAL-FILE
               IF WS-ABAL-FS = "00"
                   SET ACCT-OPEN TO TRUE
               ELSE
                   DISPLAY "ERROR|REASON=ACCOUNT-MASTER-NOT-FOUND"
                           "|PATH=" WS-ABAL-PATH(1:40)
                           "|STATUS=" WS-ABAL-FS
                   SET MASTER-FAILED TO TRUE
               END-IF
           END-IF.

           EXIT.

       PARA-CHECK-KEY-ON-FILE.
           *> The key is looked up on the named master; a key that
           *> is not there is rejected with the key and the master.
           EVALUATE WS-RULE-VALUES(WS-RULE-IDX)
               WHEN "CUSTOMER"
                   IF NOT CUST-OPEN
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-IDX-PATH(1:40) TO WS-REF-MASTER
                   IF FUNCTION TRIM(WS-RULE-FIELD) IS NOT NUMERIC
                       OR FUNCTION LENGTH(FUNCTION TRIM(WS-RULE-FIELD))
                          > 4
                       MOVE "NOT-ON-FILE" TO WS-RULE-REASON
                   ELSE
                       MOVE FUNCTION NUMVAL(WS-RULE-FIELD) TO IDX-KEY
                       READ IDX-FILE
                           INVALID KEY
                               MOVE "NOT-ON-FILE" TO WS-RULE-REASON
                       END-READ
                   END-IF
               WHEN "ACCOUNT"
                   IF NOT ACCT-OPEN
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-ABAL-PATH(1:40) TO WS-REF-MASTER
                   MOVE WS-RULE-FIELD(1:8) TO ABAL-KEY
                   READ ABAL-FILE
                       INVALID KEY
                           MOVE "NOT-ON-FILE" TO WS-RULE-REASON
                   END-READ
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE

           IF WS-RULE-REASON = "NOT-ON-FILE"
               ADD 1 TO WS-CNT-REF-FAILS
               DISPLAY "REFFAIL|LINE=" WS-LINE-NO
                       "|KEY=" FUNCTION TRIM(WS-RULE-FIELD)
                       "|MASTER=" WS-RULE-VALUES(WS-RULE-IDX)(1:8)
                       "|FILE=" WS-REF-MASTER
               MOVE SPACES TO RREJ-REC
               STRING "REFFAIL|LINE="    DELIMITED BY SIZE
                      WS-LINE-NO         DELIMITED BY SIZE
                      "|KEY="            DELIMITED BY SIZE
                      WS-RULE-FIELD(1:WS-RULE-LEN(WS-RULE-IDX))
                                         DELIMITED BY SIZE
                      "|MASTER="         DELIMITED BY SIZE
                      WS-RULE-VALUES(WS-RULE-IDX)
                                         DELIMITED BY SPACE
                      "|FILE="           DELIMITED BY SIZE
                      WS-REF-MASTER      DELIMITED BY SPACE
                      INTO RREJ-REC
               END-STRING
               WRITE RREJ-REC
           END-IF.

           EXIT.

       PARA-CHECK-REF-CODE.
           *> The code is looked up under the type the rule names;
           *> the failing code's description, when it has one,
           *> goes on the reject so the reader sees what it meant.
           IF NOT CODES-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RULE-VALUES(WS-RULE-IDX)(1:8) TO WS-RC-TYPE
           MOVE FUNCTION TRIM(WS-RULE-FIELD) TO WS-RC-CODE
           MOVE WS-RUN-DATE TO WS-RC-ASOF
           CALL "REFCODESUB" USING WS-RC-TYPE WS-RC-CODE WS-RC-ASOF
               WS-RC-DESC WS-RC-STATUS
           EVALUATE WS-RC-STATUS
               WHEN "00"
                   EXIT PARAGRAPH
               WHEN "20"
                   MOVE "CODE-EXPIRED" TO WS-RULE-REASON
               WHEN OTHER
                   MOVE "BAD-CODE" TO WS-RULE-REASON
           END-EVALUATE

           ADD 1 TO WS-CNT-CODE-FAILS
           DISPLAY "CODEFAIL|LINE=" WS-LINE-NO
                   "|TYPE=" WS-RC-TYPE
                   "|CODE=" FUNCTION TRIM(WS-RC-CODE)
                   "|REASON=" WS-RULE-REASON
           MOVE SPACES TO RREJ-REC
           STRING "CODEFAIL|LINE="   DELIMITED BY SIZE
                  WS-LINE-NO         DELIMITED BY SIZE
                  "|TYPE="           DELIMITED BY SIZE
                  WS-RC-TYPE         DELIMITED BY SPACE
                  "|CODE="           DELIMITED BY SIZE
                  WS-RC-CODE         DELIMITED BY SPACE
                  "|REASON="         DELIMITED BY SIZE
                  WS-RULE-REASON     DELIMITED BY SPACE
                  "|DESC="           DELIMITED BY SIZE
                  WS-RC-DESC         DELIMITED BY SIZE
                  INTO RREJ-REC
           END-STRING
           WRITE RREJ-REC.

           EXIT.

       PARA-CHECK-VALUE-LIST.
           *> The allowed-values list is slash separated, e.g.
           *> A/B/C; the field (trimmed) must match one entry.
       PARA-VERIFY-TRAILER-COUNT.
           EVALUATE TRUE
               WHEN NOT TRL-SEEN
                   SET TRL-FAILED TO TRUE
                   DISPLAY "TRAILER|RESULT=EXCEPTION"
                           "|REASON=NO-TRAILER"
               WHEN WS-TRL-COUNT = WS-FILE-RECS
                   DISPLAY "TRAILER|RESULT=VERIFIED|COUNT="
                           WS-TRL-COUNT
               WHEN OTHER
                   SET TRL-FAILED TO TRUE
                   DISPLAY "TRAILER|RESULT=COUNT-MISMATCH"
                           "|TRAILER=" WS-TRL-COUNT
                           "|READ=" WS-FILE-RECS
