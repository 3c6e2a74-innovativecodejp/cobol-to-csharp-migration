       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARTNERPACK.

      *> Outbound packaging for a receiving partner. The file a
      *> program produced (PACK_INPUT) is wrapped in the partner's
      *> header and trailer, written under the partner's naming
      *> convention to the outbound directory (PACK_DIR, default
      *> outbound) and registered PENDING in the TRANSMITREGISTER
      *> register (TRANSMIT_REGISTER, default transmit-register.txt)
      *> with its record count and hash total, ready for MATCH and
      *> CHASE.
      *>
      *> The partner profile table (PARTNER_PROFILES, default
      *> partner-profiles.txt) has one record per partner:
      *>   partner(8) pattern(40) header(1) trailer(1) delim(1)
      *>   hash-col(4) hash-len(2)
      *> separated by single spaces. In the naming pattern YYYYMMDD
      *> becomes the run date and a run of # the partner's file
      *> sequence number, zero filled to the width of the run.
      *> Header and trailer formats:
      *>   N  none
      *>   F  fixed:  HDR partner(8) date(8) sequence(6)
      *>              TRL count(9) hash(15)
      *>   P  piped:  HDR|PARTNER=|DATE=|SEQ=|FILE=
      *>              TRL|COUNT=|HASH=
      *> delim L ends each record with LF, C with CR LF. The hash is
      *> the sum of the numeric column hash-col for hash-len (no
      *> hash when hash-col is zero), as TRANSMITREGISTER takes it.
      *> The producing program's own CONTROL| and TRAILER= control
      *> lines stay behind; only data records are packaged and
      *> counted.
      *>
      *> Each partner's sequence runs on from PARTNER_SEQ (default
      *> partner-seq.txt), one record per partner: partner(8)
      *> last-sequence(6). A packaged name that already exists is
      *> refused rather than overwritten.
      *>
      *> PACK_PARTNER  the partner to package for
      *> PACK_DATE     run date (then PROCESS_DATE, today)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROF-FILE ASSIGN TO DYNAMIC WS-PROF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PROF-FS.
           SELECT SEQ-FILE ASSIGN TO DYNAMIC WS-SEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-SEQ-FS.
           SELECT IN-FILE ASSIGN TO DYNAMIC WS-IN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-IN-FS.
           SELECT PKG-FILE ASSIGN TO DYNAMIC WS-PKG-PATH
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS   IS WS-PKG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  PROF-FILE.
       01  PROF-REC.
           05 PRF-PARTNER       PIC X(8).
           05 FILLER            PIC X(1).
           05 PRF-PATTERN       PIC X(40).
           05 FILLER            PIC X(1).
           05 PRF-HEADER        PIC X(1).
           05 FILLER            PIC X(1).
           05 PRF-TRAILER       PIC X(1).
           05 FILLER            PIC X(1).
           05 PRF-DELIM         PIC X(1).
           05 FILLER            PIC X(1).
           05 PRF-HASH-COL      PIC 9(4).
           05 FILLER            PIC X(1).
           05 PRF-HASH-LEN      PIC 9(2).

       FD  SEQ-FILE.
       01  SEQ-REC.
           05 SQ-PARTNER        PIC X(8).
           05 FILLER            PIC X(1).
           05 SQ-LAST           PIC 9(6).

       FD  IN-FILE.
       01  IN-REC               PIC X(256).

       *> The package is written a byte at a time so the record
       *> delimiter is exactly the partner's, whatever it is.
       FD  PKG-FILE.
       01  PKG-BYTE             PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-PROF-PATH         PIC X(260).
       01  WS-PROF-FS           PIC XX.
       01  WS-SEQ-PATH          PIC X(260).
       01  WS-SEQ-FS            PIC XX.
       01  WS-IN-PATH           PIC X(260).
       01  WS-IN-FS             PIC XX.
       01  WS-PKG-PATH          PIC X(260).
       01  WS-PKG-FS            PIC XX.
       01  WS-PROF-EOF          PIC X VALUE "N".
           88 PROF-EOF           VALUE "Y".
       01  WS-SEQ-EOF           PIC X VALUE "N".
           88 SEQ-EOF            VALUE "Y".
       01  WS-IN-EOF            PIC X VALUE "N".
           88 IN-EOF             VALUE "Y".
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-PARTNER           PIC X(8).
       01  WS-PKG-DIR           PIC X(60).

       *> The partner's profile.
       01  WS-PROF-FOUND        PIC X VALUE "N".
           88 PROF-FOUND         VALUE "Y".
       01  WS-PATTERN           PIC X(40).
       01  WS-HDR-FMT           PIC X(1).
       01  WS-TRL-FMT           PIC X(1).
       01  WS-DELIM             PIC X(1).
       01  WS-HASH-COL          PIC 9(4) VALUE 0.
       01  WS-HASH-LEN          PIC 9(2) VALUE 0.

       *> Partner sequence numbers.
       01  WS-SQ-COUNT          PIC 9(3) VALUE 0.
       01  WS-SQ-IDX            PIC 9(3) VALUE 0.
       01  WS-SQ-TAB.
           05 WS-SQ-ENTRY OCCURS 200 TIMES.
               10 WS-SQ-PARTNER PIC X(8).
               10 WS-SQ-LAST    PIC 9(6).
       01  WS-SEQ               PIC 9(6) VALUE 0.
       01  WS-SEQ-X REDEFINES WS-SEQ PIC X(6).

       *> Building the packaged name from the pattern.
       01  WS-PKG-NAME          PIC X(40).
       01  WS-PAT-POS           PIC 9(3) VALUE 0.
       01  WS-NAME-POS          PIC 9(3) VALUE 0.
       01  WS-RUN-LEN           PIC 9(3) VALUE 0.
       01  WS-DIGITS            PIC X(12).
       01  WS-DIR-LEN           PIC 9(2) VALUE 0.

       *> Packaging figures.
       01  WS-REC-COUNT         PIC 9(9) VALUE 0.
       01  WS-HASH-TOTAL        PIC 9(15) VALUE 0.
       01  WS-HASH-FIELD        PIC X(15).
       01  WS-HASH-VAL          PIC 9(15) VALUE 0.
       01  WS-CNT-CONTROL       PIC 9(6) VALUE 0.
       01  WS-REC-COUNT-6       PIC 9(6) VALUE 0.
       01  WS-OUT-LINE          PIC X(256).
       01  WS-OUT-LEN           PIC 9(3) VALUE 0.
       01  WS-OUT-POS           PIC 9(3) VALUE 0.

       *> File existence check via CBL_CHECK_FILE_EXIST.
       01  WS-FILE-INFO.
           05 WS-FI-SIZE        PIC X(8) COMP-X.
           05 WS-FI-DD          PIC X COMP-X.
           05 WS-FI-MM          PIC X COMP-X.
           05 WS-FI-YYYY        PIC X(2) COMP-X.
           05 WS-FI-HH          PIC X COMP-X.
           05 WS-FI-MIN         PIC X COMP-X.
           05 WS-FI-SS          PIC X COMP-X.
           05 WS-FI-CC          PIC X COMP-X.

       *> TRANSMITREGISTER is run in-line with its parameters set in
       *> the environment, as GLINTERFACE registers its upload.
       01  WS-ENV-NAME          PIC X(30).
       01  WS-ENV-VALUE         PIC X(260).
       01  WS-ENV-NUM           PIC 9(4) VALUE 0.
       01  WS-REG-RC            PIC S9(4) VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "PARTNERPACK".
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

           MOVE 0 TO WS-RUN-DATE.
           ACCEPT WS-RUN-DATE FROM ENVIRONMENT "PACK_DATE".
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM ENVIRONMENT "PROCESS_DATE"
           END-IF.
           IF WS-RUN-DATE = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           END-IF.

           MOVE "partner-profiles.txt" TO WS-PROF-PATH.
           ACCEPT WS-PROF-PATH FROM ENVIRONMENT "PARTNER_PROFILES".
           IF WS-PROF-PATH = SPACES
               MOVE "partner-profiles.txt" TO WS-PROF-PATH
           END-IF.

           MOVE "partner-seq.txt" TO WS-SEQ-PATH.
           ACCEPT WS-SEQ-PATH FROM ENVIRONMENT "PARTNER_SEQ".
           IF WS-SEQ-PATH = SPACES
               MOVE "partner-seq.txt" TO WS-SEQ-PATH
           END-IF.

           MOVE "outbound" TO WS-PKG-DIR.
           ACCEPT WS-PKG-DIR FROM ENVIRONMENT "PACK_DIR".
           IF WS-PKG-DIR = SPACES
               MOVE "outbound" TO WS-PKG-DIR
           END-IF.

           MOVE SPACES TO WS-PARTNER.
           ACCEPT WS-PARTNER FROM ENVIRONMENT "PACK_PARTNER".
           MOVE SPACES TO WS-IN-PATH.
           ACCEPT WS-IN-PATH FROM ENVIRONMENT "PACK_INPUT".
           IF WS-PARTNER = SPACES OR WS-IN-PATH = SPACES
               DISPLAY "ERROR|REASON=NO-PARTNER-OR-INPUT|PARTNER="
                       WS-PARTNER "|INPUT=" WS-IN-PATH(1:40)
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           PERFORM PARA-LOAD-PROFILE.
           IF NOT PROF-FOUND
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           OPEN INPUT IN-FILE.
           IF WS-IN-FS NOT = "00"
               DISPLAY "ERROR|REASON=INPUT-NOT-FOUND|PATH="
                       WS-IN-PATH(1:40) "|STATUS=" WS-IN-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           PERFORM PARA-NEXT-SEQUENCE.
           PERFORM PARA-BUILD-NAME.

           CALL "CBL_CHECK_FILE_EXIST" USING WS-PKG-PATH
               WS-FILE-INFO.
           IF RETURN-CODE = 0
               DISPLAY "ERROR|REASON=PACKAGE-EXISTS|PATH="
                       WS-PKG-PATH(1:60)
               CLOSE IN-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.
           MOVE 0 TO RETURN-CODE.

           CALL "CBL_CREATE_DIR" USING WS-PKG-DIR.
           MOVE 0 TO RETURN-CODE.
           OPEN OUTPUT PKG-FILE.
           IF WS-PKG-FS NOT = "00"
               DISPLAY "ERROR|REASON=PACKAGE-OPEN-FAILED|PATH="
                       WS-PKG-PATH(1:60) "|STATUS=" WS-PKG-FS
               CLOSE IN-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           PERFORM PARA-WRITE-HEADER.
           PERFORM UNTIL IN-EOF
               READ IN-FILE
                   AT END
                       SET IN-EOF TO TRUE
                   NOT AT END
                       PERFORM PARA-PACK-RECORD
               END-READ
           END-PERFORM.
           CLOSE IN-FILE.
           PERFORM PARA-WRITE-TRAILER.
           CLOSE PKG-FILE.

           *> The sequence is spent only once the package exists.
           PERFORM PARA-SAVE-SEQUENCE.
           PERFORM PARA-REGISTER-PENDING.

           DISPLAY "PACKAGED|PARTNER=" WS-PARTNER
                   "|FILE=" WS-PKG-NAME
                   "|SEQ=" WS-SEQ
                   "|COUNT=" WS-REC-COUNT
                   "|HASH=" WS-HASH-TOTAL
                   "|CONTROL-LINES-DROPPED=" WS-CNT-CONTROL.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-IN-PATH(1:40) TO WS-RH-IN
           MOVE WS-PKG-PATH(1:40) TO WS-RH-OUT
           MOVE WS-REC-COUNT-6 TO WS-RH-READ
           MOVE WS-REC-COUNT-6 TO WS-RH-WRITTEN
           MOVE 0 TO WS-RH-REJECTED
           EVALUATE TRUE
               WHEN RETURN-CODE = 8
                   MOVE "FAILED" TO WS-RH-STATUS
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

       PARA-LOAD-PROFILE.
           OPEN INPUT PROF-FILE
           IF WS-PROF-FS NOT = "00"
               DISPLAY "ERROR|REASON=PROFILES-NOT-FOUND|PATH="
                       WS-PROF-PATH(1:40) "|STATUS=" WS-PROF-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL PROF-EOF OR PROF-FOUND
               READ PROF-FILE
                   AT END
                       SET PROF-EOF TO TRUE
                   NOT AT END
                       IF PRF-PARTNER = WS-PARTNER
                           SET PROF-FOUND TO TRUE
                           MOVE PRF-PATTERN TO WS-PATTERN
                           MOVE PRF-HEADER TO WS-HDR-FMT
                           MOVE PRF-TRAILER TO WS-TRL-FMT
                           MOVE PRF-DELIM TO WS-DELIM
                           IF PRF-HASH-COL IS NUMERIC
                               MOVE PRF-HASH-COL TO WS-HASH-COL
                           END-IF
                           IF PRF-HASH-LEN IS NUMERIC
                               MOVE PRF-HASH-LEN TO WS-HASH-LEN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PROF-FILE

           IF NOT PROF-FOUND
               DISPLAY "ERROR|REASON=NO-PARTNER-PROFILE|PARTNER="
                       WS-PARTNER
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           *> Unknown codes fall back to the plain layout.
           IF WS-HDR-FMT NOT = "F" AND WS-HDR-FMT NOT = "P"
               MOVE "N" TO WS-HDR-FMT
           END-IF
           IF WS-TRL-FMT NOT = "F" AND WS-TRL-FMT NOT = "P"
               MOVE "N" TO WS-TRL-FMT
           END-IF
           IF WS-DELIM NOT = "C"
               MOVE "L" TO WS-DELIM
           END-IF
           IF WS-HASH-COL > 0
               IF WS-HASH-LEN = 0 OR WS-HASH-LEN > 15
                   MOVE 6 TO WS-HASH-LEN
               END-IF
               IF WS-HASH-COL + WS-HASH-LEN > 257
                   COMPUTE WS-HASH-LEN = 257 - WS-HASH-COL
               END-IF
           END-IF.

           EXIT.

       PARA-NEXT-SEQUENCE.
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-FS = "00"
               PERFORM UNTIL SEQ-EOF
                   READ SEQ-FILE
                       AT END
                           SET SEQ-EOF TO TRUE
                       NOT AT END
                           IF SQ-PARTNER NOT = SPACES
                               AND SQ-LAST IS NUMERIC
                               AND WS-SQ-COUNT < 200
                               ADD 1 TO WS-SQ-COUNT
                               MOVE SQ-PARTNER
                                   TO WS-SQ-PARTNER(WS-SQ-COUNT)
                               MOVE SQ-LAST
                                   TO WS-SQ-LAST(WS-SQ-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SEQ-FILE
           END-IF

           PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
                   UNTIL WS-SQ-IDX > WS-SQ-COUNT
                      OR WS-SQ-PARTNER(WS-SQ-IDX) = WS-PARTNER
               CONTINUE
           END-PERFORM
           IF WS-SQ-IDX > WS-SQ-COUNT
               ADD 1 TO WS-SQ-COUNT
               MOVE WS-SQ-COUNT TO WS-SQ-IDX
               MOVE WS-PARTNER TO WS-SQ-PARTNER(WS-SQ-IDX)
               MOVE 0 TO WS-SQ-LAST(WS-SQ-IDX)
           END-IF
           IF WS-SQ-LAST(WS-SQ-IDX) = 999999
               MOVE 1 TO WS-SEQ
           ELSE
               COMPUTE WS-SEQ = WS-SQ-LAST(WS-SQ-IDX) + 1
           END-IF.

           EXIT.

       PARA-SAVE-SEQUENCE.
           MOVE WS-SEQ TO WS-SQ-LAST(WS-SQ-IDX)
           OPEN OUTPUT SEQ-FILE
           PERFORM VARYING WS-SQ-IDX FROM 1 BY 1
                   UNTIL WS-SQ-IDX > WS-SQ-COUNT
               MOVE SPACES TO SEQ-REC
               MOVE WS-SQ-PARTNER(WS-SQ-IDX) TO SQ-PARTNER
               MOVE WS-SQ-LAST(WS-SQ-IDX) TO SQ-LAST
               WRITE SEQ-REC
           END-PERFORM
           CLOSE SEQ-FILE.

           EXIT.

       PARA-BUILD-NAME.
           *> YYYYMMDD takes the run date; a run of # takes the
           *> sequence, zero filled to the run's width.
           MOVE SPACES TO WS-PKG-NAME
           MOVE 1 TO WS-PAT-POS
           MOVE 1 TO WS-NAME-POS
           PERFORM UNTIL WS-PAT-POS > 40 OR WS-NAME-POS > 40
               EVALUATE TRUE
                   WHEN WS-PAT-POS <= 33
                       AND WS-PATTERN(WS-PAT-POS:8) = "YYYYMMDD"
                       IF WS-NAME-POS <= 33
                           MOVE WS-RUN-DATE
                               TO WS-PKG-NAME(WS-NAME-POS:8)
                       END-IF
                       ADD 8 TO WS-PAT-POS
                       ADD 8 TO WS-NAME-POS
                   WHEN WS-PATTERN(WS-PAT-POS:1) = "#"
                       MOVE 0 TO WS-RUN-LEN
                       PERFORM UNTIL WS-PAT-POS + WS-RUN-LEN > 40
                           OR WS-PATTERN(WS-PAT-POS + WS-RUN-LEN:1)
                              NOT = "#"
                           ADD 1 TO WS-RUN-LEN
                       END-PERFORM
                       MOVE ALL "0" TO WS-DIGITS
                       MOVE WS-SEQ-X TO WS-DIGITS(7:6)
                       IF WS-RUN-LEN > 12
                           MOVE 12 TO WS-RUN-LEN
                       END-IF
                       IF WS-NAME-POS + WS-RUN-LEN <= 41
                           MOVE WS-DIGITS(13 - WS-RUN-LEN:WS-RUN-LEN)
                               TO WS-PKG-NAME(WS-NAME-POS:WS-RUN-LEN)
                       END-IF
                       ADD WS-RUN-LEN TO WS-PAT-POS
                       ADD WS-RUN-LEN TO WS-NAME-POS
                   WHEN OTHER
                       MOVE WS-PATTERN(WS-PAT-POS:1)
                           TO WS-PKG-NAME(WS-NAME-POS:1)
                       ADD 1 TO WS-PAT-POS
                       ADD 1 TO WS-NAME-POS
               END-EVALUATE
           END-PERFORM

           MOVE 60 TO WS-DIR-LEN
           PERFORM UNTIL WS-DIR-LEN = 1
                   OR WS-PKG-DIR(WS-DIR-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-DIR-LEN
           END-PERFORM
           MOVE SPACES TO WS-PKG-PATH
           STRING WS-PKG-DIR(1:WS-DIR-LEN) DELIMITED BY SIZE
                  "/"                      DELIMITED BY SIZE
                  WS-PKG-NAME              DELIMITED BY SPACE
                  INTO WS-PKG-PATH
           END-STRING.

           EXIT.

       PARA-WRITE-HEADER.
           MOVE SPACES TO WS-OUT-LINE
           EVALUATE WS-HDR-FMT
               WHEN "F"
                   STRING "HDR"        DELIMITED BY SIZE
                          WS-PARTNER   DELIMITED BY SIZE
                          WS-RUN-DATE  DELIMITED BY SIZE
                          WS-SEQ       DELIMITED BY SIZE
                          INTO WS-OUT-LINE
                   END-STRING
               WHEN "P"
                   STRING "HDR|PARTNER=" DELIMITED BY SIZE
                          WS-PARTNER     DELIMITED BY SPACE
                          "|DATE="       DELIMITED BY SIZE
                          WS-RUN-DATE    DELIMITED BY SIZE
                          "|SEQ="        DELIMITED BY SIZE
                          WS-SEQ         DELIMITED BY SIZE
                          "|FILE="       DELIMITED BY SIZE
                          WS-PKG-NAME    DELIMITED BY SPACE
                          INTO WS-OUT-LINE
                   END-STRING
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM PARA-WRITE-LINE.

           EXIT.

       PARA-PACK-RECORD.
           IF IN-REC(1:8) = "CONTROL|" OR IN-REC(1:8) = "TRAILER="
               ADD 1 TO WS-CNT-CONTROL
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REC-COUNT
           IF WS-HASH-COL > 0
               MOVE SPACES TO WS-HASH-FIELD
               MOVE IN-REC(WS-HASH-COL:WS-HASH-LEN) TO WS-HASH-FIELD
               IF WS-HASH-FIELD(1:WS-HASH-LEN) IS NUMERIC
                   MOVE WS-HASH-FIELD(1:WS-HASH-LEN) TO WS-HASH-VAL
                   ADD WS-HASH-VAL TO WS-HASH-TOTAL
               END-IF
           END-IF
           MOVE IN-REC TO WS-OUT-LINE
           PERFORM PARA-WRITE-LINE.

           EXIT.

       PARA-WRITE-TRAILER.
           MOVE SPACES TO WS-OUT-LINE
           EVALUATE WS-TRL-FMT
               WHEN "F"
                   STRING "TRL"         DELIMITED BY SIZE
                          WS-REC-COUNT  DELIMITED BY SIZE
                          WS-HASH-TOTAL DELIMITED BY SIZE
                          INTO WS-OUT-LINE
                   END-STRING
               WHEN "P"
                   STRING "TRL|COUNT="  DELIMITED BY SIZE
                          WS-REC-COUNT  DELIMITED BY SIZE
                          "|HASH="      DELIMITED BY SIZE
                          WS-HASH-TOTAL DELIMITED BY SIZE
                          INTO WS-OUT-LINE
                   END-STRING
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE
           PERFORM PARA-WRITE-LINE.

           EXIT.

       PARA-WRITE-LINE.
           *> The record up to its last non-blank character, then
           *> the partner's delimiter: LF, or CR LF.
           MOVE 256 TO WS-OUT-LEN
           PERFORM UNTIL WS-OUT-LEN = 0
                   OR WS-OUT-LINE(WS-OUT-LEN:1) NOT = SPACE
               SUBTRACT 1 FROM WS-OUT-LEN
           END-PERFORM
           PERFORM VARYING WS-OUT-POS FROM 1 BY 1
                   UNTIL WS-OUT-POS > WS-OUT-LEN
               MOVE WS-OUT-LINE(WS-OUT-POS:1) TO PKG-BYTE
               WRITE PKG-BYTE
           END-PERFORM
           IF WS-DELIM = "C"
               MOVE X"0D" TO PKG-BYTE
               WRITE PKG-BYTE
           END-IF
           MOVE X"0A" TO PKG-BYTE
           WRITE PKG-BYTE
           IF WS-PKG-FS NOT = "00"
               DISPLAY "ERROR|REASON=PACKAGE-WRITE-FAILED|PATH="
                       WS-PKG-PATH(1:60) "|STATUS=" WS-PKG-FS
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXIT.

       PARA-REGISTER-PENDING.
           *> Registered under the name the partner receives and will
           *> acknowledge; the envelope lines are left out of the
           *> count and hash, which then agree with the trailer.
           IF WS-REC-COUNT > 999999
               MOVE 999999 TO WS-REC-COUNT-6
           ELSE
               MOVE WS-REC-COUNT TO WS-REC-COUNT-6
           END-IF
           MOVE "TRANSMIT_MODE" TO WS-ENV-NAME
           MOVE "RECORD" TO WS-ENV-VALUE
           PERFORM PARA-SET-ENVIRONMENT
           MOVE "TRANSMIT_FILE" TO WS-ENV-NAME
           MOVE WS-PKG-PATH TO WS-ENV-VALUE
           PERFORM PARA-SET-ENVIRONMENT
           MOVE "TRANSMIT_NAME" TO WS-ENV-NAME
           MOVE SPACES TO WS-ENV-VALUE
           MOVE WS-PKG-NAME TO WS-ENV-VALUE
           PERFORM PARA-SET-ENVIRONMENT
           MOVE "TRANSMIT_HASH_COL" TO WS-ENV-NAME
           MOVE WS-HASH-COL TO WS-ENV-NUM
           MOVE WS-ENV-NUM TO WS-ENV-VALUE
           PERFORM PARA-SET-ENVIRONMENT
           MOVE "TRANSMIT_HASH_LEN" TO WS-ENV-NAME
           MOVE WS-HASH-LEN TO WS-ENV-NUM
           MOVE WS-ENV-NUM TO WS-ENV-VALUE
           PERFORM PARA-SET-ENVIRONMENT
           MOVE "TRANSMIT_HEADER" TO WS-ENV-NAME
           IF WS-HDR-FMT = "N"
               MOVE "N" TO WS-ENV-VALUE
           ELSE
               MOVE "Y" TO WS-ENV-VALUE
           END-IF
           PERFORM PARA-SET-ENVIRONMENT
           MOVE "TRANSMIT_TRAILER" TO WS-ENV-NAME
           IF WS-TRL-FMT = "N"
               MOVE "N" TO WS-ENV-VALUE
           ELSE
               MOVE "Y" TO WS-ENV-VALUE
           END-IF
           PERFORM PARA-SET-ENVIRONMENT

           MOVE 0 TO RETURN-CODE
           CALL "TRANSMITREGISTER"
               ON EXCEPTION
                   DISPLAY "PACK|RESULT=REGISTER-NOT-FOUND"
                   MOVE 8 TO RETURN-CODE
           END-CALL
           CANCEL "TRANSMITREGISTER"
           MOVE RETURN-CODE TO WS-REG-RC
           MOVE 0 TO RETURN-CODE

           *> A chained step registering its own file must not
           *> inherit this package's name or envelope.
           MOVE SPACES TO WS-ENV-VALUE
           MOVE "TRANSMIT_NAME" TO WS-ENV-NAME
           PERFORM PARA-SET-ENVIRONMENT
           MOVE "TRANSMIT_HEADER" TO WS-ENV-NAME
           PERFORM PARA-SET-ENVIRONMENT
           MOVE "TRANSMIT_TRAILER" TO WS-ENV-NAME
           PERFORM PARA-SET-ENVIRONMENT

           *> The package is complete but unregistered: it must not
           *> be sent until the registration is redone.
           IF WS-REG-RC >= 8
               DISPLAY "ERROR|REASON=REGISTER-FAILED|FILE="
                       WS-PKG-NAME
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXIT.

       PARA-SET-ENVIRONMENT.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE.

           EXIT.
