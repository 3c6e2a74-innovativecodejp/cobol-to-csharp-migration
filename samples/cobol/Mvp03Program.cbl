               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NAME-FILE ASSIGN TO DYNAMIC WS-NAME-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TTL-FILE ASSIGN TO DYNAMIC WS-TTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TTL-FS.

       DATA DIVISION.
       FILE SECTION.
       *> Fixed-field name-master record reassembled from the parsed
       *> tokens of one input line, so downstream case-normalization
       *> and classification can read real name fields instead of
       *> re-parsing the TOKEN= diagnostic lines. NM-CUST-KEY
       *> carries the customer key when the input lines have one
       *> (MVP03_KEY_COL), so the name can be posted to the master.
       *> Honorifics and generational suffixes found in the titles
       *> dictionary are held apart in NM-TITLE and NM-SUFFIX, so
       *> the surname and given name are the real name.
       FD  NAME-FILE.
       01  NAME-REC.
           05 NM-SURNAME         PIC X(20).
           05 NM-GIVEN-NAME      PIC X(20).
           05 NM-MIDDLE-NAMES    PIC X(36).
           05 NM-TOKEN-COUNT     PIC 9(2).
           05 NM-CUST-KEY        PIC X(4).
           05 NM-TITLE           PIC X(10).
           05 NM-SUFFIX          PIC X(10).

       *> Titles and suffixes dictionary (MVP03_TITLES): one word
       *> per line, type T (title, e.g. MR, DR, REV) or S (suffix,
       *> e.g. JR, SR, III), matched without regard to case or a
       *> trailing full stop.
       FD  TTL-FILE.
       01  TTL-REC.
           05 TTL-TYPE           PIC X(1).
           05 FILLER             PIC X(1).
           05 TTL-WORD           PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-IN-PATH            PIC X(260).
       01  WS-OUT-PATH           PIC X(260).
       01  WS-REJ-PATH           PIC X(260).
       01  WS-NAME-PATH          PIC X(260).
       01  WS-TTL-PATH           PIC X(260).
       01  WS-TTL-FS             PIC XX.
       01  WS-IN                 PIC X(80).
       01  WS-PTR                PIC 9(4) VALUE 1.
       01  WS-DELIM-COUNT        PIC 9(4) VALUE 0.
       01  WS-CSV-IN             PIC X(40).
       01  WS-CSV-OUT            PIC X(90).
       01  WS-CSV-LEN            PIC 9(2).
       01  WS-CSV-DELIM          PIC X(1) VALUE ",".

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-START           PIC 9(8) VALUE 0.

       *> TRACESUB golden-trace event block: one READ event per
       *> input line, one DISPLAY event for the control totals and
       *> one PARA event on entry to every paragraph (for the golden
       *> coverage report), captured only when TRACESUB_TRACE names
       *> a trace file.
       01  WS-TRC-RUN            PIC X(20) VALUE "MVP03PROGRAM".
       01  WS-TRC-TYPE           PIC X(10).
       01  WS-TRC-DETAIL         PIC X(120).
       01  WS-TRC-PTYPE          PIC X(10) VALUE "PARA".
       01  WS-TRC-PDETAIL        PIC X(120).

       *> Name-master assembly work fields: count of non-empty tokens
       *> on the current line and the STRING pointer used to join the
       01  WS-MID-PTR            PIC 9(4) VALUE 1.
       01  WS-TOK-LEN            PIC 9(4) VALUE 0.

       *> Optional customer key carried on each input line: its
       *> column (0 = no key), and the key lifted from the current
       *> line. The key is blanked out of the line before parsing so
       *> it never surfaces as a name token.
       01  WS-KEY-COL            PIC 9(2) VALUE 0.
       01  WS-NAME-KEY           PIC X(4) VALUE SPACES.

       *> The titles dictionary, loaded once; without the file the
       *> common English honorifics and suffixes are used. The
       *> first and last token of the real name on the current
       *> line, once leading titles and trailing suffixes are set
       *> aside, and the per-run recognition counts.
       01  WS-TTL-EOF            PIC X VALUE "N".
           88 TTL-EOF            VALUE "Y".
       01  WS-TTL-COUNT          PIC 9(3) VALUE 0.
       01  WS-TTL-IDX            PIC 9(3) VALUE 0.
       01  WS-TTL-TAB.
           05 WS-TTL-ENTRY OCCURS 100 TIMES.
               10 WS-TTL-TYPE    PIC X(1).
               10 WS-TTL-WORD    PIC X(10).
       01  WS-TTL-DEFAULTS.
           05 FILLER             PIC X(30)
               VALUE "TMR  TMRS TMS  TMISSTDR  TREV ".
           05 FILLER             PIC X(30)
               VALUE "TSIR SJR  SSR  SII  SIII SIV  ".
       01  WS-TTL-CAND           PIC X(20).
       01  WS-TTL-MATCH          PIC X(1).
       01  WS-TTL-DONE           PIC X VALUE "N".
           88 TTL-DONE           VALUE "Y".
       01  WS-CONV-LOWER         PIC X(26)
           VALUE "abcdefghijklmnopqrstuvwxyz".
       01  WS-CONV-UPPER         PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01  WS-NAME-FIRST         PIC 9(2) VALUE 0.
       01  WS-NAME-LAST          PIC 9(2) VALUE 0.
       01  WS-TTL-PTR            PIC 9(4) VALUE 1.
       01  WS-SFX-PTR            PIC 9(4) VALUE 1.
       01  WS-CNT-TITLES         PIC 9(6) VALUE 0.
       01  WS-CNT-SUFFIXES       PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.
           *> Resolve the shared run-control file before any
           *> parameter is read; exported variables still override.
               END-EVALUATE
           END-PERFORM.

           ACCEPT WS-KEY-COL FROM ENVIRONMENT "MVP03_KEY_COL".
           IF WS-KEY-COL > 77
               MOVE 0 TO WS-KEY-COL
           END-IF.

           ACCEPT WS-FORMAT FROM ENVIRONMENT "MVP03_FORMAT".
           IF WS-FORMAT NOT = "CSV"
               MOVE "PIPE" TO WS-FORMAT
           END-IF.

           MOVE "mvp03-titles.txt" TO WS-TTL-PATH.
           ACCEPT WS-TTL-PATH FROM ENVIRONMENT "MVP03_TITLES".
           IF WS-TTL-PATH = SPACES
               MOVE "mvp03-titles.txt" TO WS-TTL-PATH
           END-IF.
           PERFORM PARA-LOAD-TITLES.

           OPEN INPUT  IN-FILE.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT REJ-FILE.
           GOBACK.

       PARA-RECORD-RUN.
           MOVE "PARA=PARA-RECORD-RUN" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE WS-IN-PATH(1:40) TO WS-RH-IN
           MOVE WS-OUT-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-LINES TO WS-RH-READ
           EXIT.

       PARA-PARSE-LINE.
           MOVE "PARA=PARA-PARSE-LINE" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE SPACES TO WS-NAME-KEY
           IF WS-KEY-COL > 0
               MOVE WS-IN(WS-KEY-COL:4) TO WS-NAME-KEY
               MOVE SPACES TO WS-IN(WS-KEY-COL:4)
           END-IF

           PERFORM PARA-NORMALIZE-LINE

           MOVE 1 TO WS-PTR
           EXIT.

       PARA-WRITE-CSV-TOKEN.
           MOVE "PARA=PARA-WRITE-CSV-TOKEN" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-CSV-IN
           CALL "CSVQUOTE" USING WS-CSV-IN WS-CSV-OUT WS-CSV-LEN
               WS-CSV-DELIM
           MOVE SPACES TO OUT-REC
           IF WS-CSV-LEN = 0
               STRING WS-TOKEN-IDX DELIMITED BY SIZE
           EXIT.

       PARA-WRITE-TOTALS.
           MOVE "PARA=PARA-WRITE-TOTALS" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> End-of-run control trailer, written to both output
           *> streams so either file alone proves the run balanced.
           IF WS-CNT-EXTRACTED NOT =
                   "|EXTRACTED=" WS-CNT-EXTRACTED
                   "|WRITTEN=" WS-CNT-WRITTEN
                   "|REJECTED=" WS-CNT-REJECTED
                   "|BALANCE=" WS-BALANCE

           *> Name-master recognition counts, on a line of their own
           *> since the control trailer fills the record.
           MOVE SPACES TO OUT-REC
           STRING "TOTALS|TITLES="   DELIMITED BY SIZE
                  WS-CNT-TITLES      DELIMITED BY SIZE
                  "|SUFFIXES="       DELIMITED BY SIZE
                  WS-CNT-SUFFIXES    DELIMITED BY SIZE
                  INTO OUT-REC
           END-STRING
           IF WS-FORMAT NOT = "CSV"
               WRITE OUT-REC
           END-IF
           MOVE OUT-REC TO REJ-REC
           WRITE REJ-REC

           DISPLAY "TOTALS|TITLES=" WS-CNT-TITLES
                   "|SUFFIXES=" WS-CNT-SUFFIXES.

           EXIT.

       PARA-NORMALIZE-LINE.
           MOVE "PARA=PARA-NORMALIZE-LINE" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> Fold the enabled delimiters (comma, tab) to spaces and
           *> protect quoted phrases: the quote characters become
           *> token-boundary spaces, and spaces (or enabled
           EXIT.

       PARA-WRITE-NAME-MASTER.
           MOVE "PARA=PARA-WRITE-NAME-MASTER" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> Reassemble the parsed tokens into one fixed-field
           *> name-master record: leading titles and trailing
           *> suffixes go to NM-TITLE and NM-SUFFIX, then the first
           *> remaining token is the surname, second the given name,
           *> third and later are joined (space separated) as middle
           *> names. A line with no usable token produces no
           *> name-master record.
           MOVE SPACES TO NAME-REC
           MOVE 0 TO WS-NAME-TOKENS
           MOVE 1 TO WS-MID-PTR

           PERFORM PARA-FIND-TITLES

           PERFORM VARYING WS-TOKEN-IDX FROM WS-NAME-FIRST BY 1
                   UNTIL WS-TOKEN-IDX > WS-NAME-LAST
               IF WS-TOKEN-LEN(WS-TOKEN-IDX) > 0
                   ADD 1 TO WS-NAME-TOKENS
                   MOVE WS-TOKEN-LEN(WS-TOKEN-IDX) TO WS-TOK-LEN

           IF WS-NAME-TOKENS > 0
               MOVE WS-NAME-TOKENS TO NM-TOKEN-COUNT
               MOVE WS-NAME-KEY TO NM-CUST-KEY
               WRITE NAME-REC
           END-IF.

           EXIT.

       PARA-LOAD-TITLES.
           MOVE "PARA=PARA-LOAD-TITLES" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           MOVE 0 TO WS-TTL-COUNT
           OPEN INPUT TTL-FILE
           IF WS-TTL-FS = "00"
               PERFORM UNTIL TTL-EOF
                   READ TTL-FILE
                       AT END
                           SET TTL-EOF TO TRUE
                       NOT AT END
                           IF (TTL-TYPE = "T" OR TTL-TYPE = "S")
                               AND TTL-WORD NOT = SPACES
                               IF WS-TTL-COUNT >= 100
                                   DISPLAY "WARN|REASON="
                                       "TITLES-TABLE-FULL|WORD="
                                       TTL-WORD
                               ELSE
                                   ADD 1 TO WS-TTL-COUNT
                                   MOVE TTL-TYPE
                                       TO WS-TTL-TYPE(WS-TTL-COUNT)
                                   MOVE TTL-WORD
                                       TO WS-TTL-WORD(WS-TTL-COUNT)
                                   INSPECT WS-TTL-WORD(WS-TTL-COUNT)
                                       CONVERTING WS-CONV-LOWER
                                       TO WS-CONV-UPPER
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TTL-FILE
           ELSE
               PERFORM VARYING WS-TTL-IDX FROM 1 BY 1
                       UNTIL WS-TTL-IDX > 12
                   ADD 1 TO WS-TTL-COUNT
                   MOVE WS-TTL-DEFAULTS((WS-TTL-IDX - 1) * 5 + 1:1)
                       TO WS-TTL-TYPE(WS-TTL-COUNT)
                   MOVE WS-TTL-DEFAULTS((WS-TTL-IDX - 1) * 5 + 2:4)
                       TO WS-TTL-WORD(WS-TTL-COUNT)
               END-PERFORM
           END-IF
           DISPLAY "TITLES|LOADED=" WS-TTL-COUNT.

           EXIT.

       PARA-FIND-TITLES.
           MOVE "PARA=PARA-FIND-TITLES" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> Leading dictionary titles and trailing dictionary
           *> suffixes are set aside, always leaving at least one
           *> token as the surname. Several of either (REV DR, or
           *> JR III) are kept together in their field.
           MOVE 1 TO WS-NAME-FIRST
           MOVE WS-TOKEN-COUNT TO WS-NAME-LAST
           MOVE 1 TO WS-TTL-PTR
           MOVE 1 TO WS-SFX-PTR

           MOVE "N" TO WS-TTL-DONE
           PERFORM UNTIL WS-NAME-FIRST >= WS-NAME-LAST OR TTL-DONE
               MOVE WS-NAME-FIRST TO WS-TOKEN-IDX
               PERFORM PARA-LOOKUP-TITLE
               EVALUATE WS-TTL-MATCH
                   WHEN "T"
                       PERFORM PARA-ADD-TITLE
                   WHEN "E"
                       ADD 1 TO WS-NAME-FIRST
                   WHEN OTHER
                       SET TTL-DONE TO TRUE
               END-EVALUATE
           END-PERFORM

           *> Suffixes are found from the end backwards, then joined
           *> in their written order.
           MOVE "N" TO WS-TTL-DONE
           PERFORM UNTIL WS-NAME-LAST <= WS-NAME-FIRST OR TTL-DONE
               MOVE WS-NAME-LAST TO WS-TOKEN-IDX
               PERFORM PARA-LOOKUP-TITLE
               EVALUATE WS-TTL-MATCH
                   WHEN "S"
                       ADD 1 TO WS-CNT-SUFFIXES
                       SUBTRACT 1 FROM WS-NAME-LAST
                   WHEN "E"
                       SUBTRACT 1 FROM WS-NAME-LAST
                   WHEN OTHER
                       SET TTL-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
           PERFORM VARYING WS-TOKEN-IDX FROM WS-NAME-LAST BY 1
                   UNTIL WS-TOKEN-IDX >= WS-TOKEN-COUNT
               MOVE WS-TOKEN-LEN(WS-TOKEN-IDX + 1) TO WS-TOK-LEN
               IF WS-TOK-LEN > 10
                   MOVE 10 TO WS-TOK-LEN
               END-IF
               IF WS-TOK-LEN > 0
                   PERFORM PARA-ADD-SUFFIX
               END-IF
           END-PERFORM.

           EXIT.

       PARA-ADD-SUFFIX.
           MOVE "PARA=PARA-ADD-SUFFIX" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           IF WS-SFX-PTR > 1
               STRING " " DELIMITED BY SIZE
                      INTO NM-SUFFIX WITH POINTER WS-SFX-PTR
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF
           STRING WS-TOKEN(WS-TOKEN-IDX + 1)(1:WS-TOK-LEN)
                      DELIMITED BY SIZE
                  INTO NM-SUFFIX WITH POINTER WS-SFX-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING.

           EXIT.

       PARA-ADD-TITLE.
           MOVE "PARA=PARA-ADD-TITLE" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           ADD 1 TO WS-CNT-TITLES
           MOVE WS-TOKEN-LEN(WS-TOKEN-IDX) TO WS-TOK-LEN
           IF WS-TOK-LEN > 10
               MOVE 10 TO WS-TOK-LEN
           END-IF
           IF WS-TTL-PTR > 1
               STRING " " DELIMITED BY SIZE
                      INTO NM-TITLE WITH POINTER WS-TTL-PTR
                   ON OVERFLOW
                       CONTINUE
               END-STRING
           END-IF
           STRING WS-TOKEN(WS-TOKEN-IDX)(1:WS-TOK-LEN)
                      DELIMITED BY SIZE
                  INTO NM-TITLE WITH POINTER WS-TTL-PTR
               ON OVERFLOW
                   CONTINUE
           END-STRING
           ADD 1 TO WS-NAME-FIRST.

           EXIT.

       PARA-LOOKUP-TITLE.
           MOVE "PARA=PARA-LOOKUP-TITLE" TO WS-TRC-PDETAIL
           CALL "TRACESUB" USING WS-TRC-RUN WS-TRC-PTYPE
               WS-TRC-PDETAIL
           *> Sets WS-TTL-MATCH to the dictionary type of token
           *> WS-TOKEN-IDX (T or S), E for an empty token, or space
           *> when it is not listed.
           MOVE SPACE TO WS-TTL-MATCH
           IF WS-TOKEN-LEN(WS-TOKEN-IDX) = 0
               MOVE "E" TO WS-TTL-MATCH
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TOKEN(WS-TOKEN-IDX) TO WS-TTL-CAND
           INSPECT WS-TTL-CAND
               CONVERTING WS-CONV-LOWER TO WS-CONV-UPPER
           MOVE WS-TOKEN-LEN(WS-TOKEN-IDX) TO WS-TOK-LEN
           IF WS-TOK-LEN > 1 AND WS-TOK-LEN <= 20
               IF WS-TTL-CAND(WS-TOK-LEN:1) = "."
                   MOVE SPACE TO WS-TTL-CAND(WS-TOK-LEN:1)
               END-IF
           END-IF
           IF WS-TTL-CAND(11:10) NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-TTL-IDX FROM 1 BY 1
                   UNTIL WS-TTL-IDX > WS-TTL-COUNT
                      OR WS-TTL-MATCH NOT = SPACE
               IF WS-TTL-WORD(WS-TTL-IDX) = WS-TTL-CAND(1:10)
                   MOVE WS-TTL-TYPE(WS-TTL-IDX) TO WS-TTL-MATCH
               END-IF
           END-PERFORM.

           EXIT.
