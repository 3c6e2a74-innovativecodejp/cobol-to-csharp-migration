       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLINTERFACE.

      *> General ledger interface for MVP10PROGRAM, replacing the
      *> re-keying of the daily totals into the GL. The day's
      *> ACCOUNT-layout postings are taken from the account
      *> transaction history (MVP10_ACCT_HISTORY, postings made by
      *> the run on GL_DATE, default today), each account is mapped
      *> to a GL debit and credit code through the mapping table,
      *> and the postings are summarised into one journal line per
      *> GL code and side in a fixed GL upload format with a
      *> CONTROL trailer. The file is then registered with
      *> TRANSMITREGISTER for acknowledgment matching.
      *>
      *> GL_MAP  mapping table (default gl-map.txt): kind(1)
      *>         from(8) to(8) debit-code(10) credit-code(10).
      *>         Kind R maps the account range from-to and takes
      *>         precedence; kind P maps a product type (from, first
      *>         four characters). A credit to an account (positive
      *>         amount) debits the debit code and credits the
      *>         credit code; a debit to an account reverses them.
      *> GL_OUTPUT upload file (default gl-upload-<date>.txt)
      *>
      *> Upload record: JL, GL date(8), source MVP10(6), line(6),
      *> GL code(10), D/C(1), amount 9(13)V99 at columns 34-48,
      *> postings summarised(6), description. The trailer is
      *> CONTROL|COUNT=|HASH=|DEBITS=|CREDITS=, the hash being the
      *> sum of the amount column, so TRANSMITREGISTER can confirm it
      *> from the same columns.
      *>
      *> The journal is built in storage and written only when it is
      *> complete: an unmapped account, or debits not equal to
      *> credits, stops the extract with an operator alert and no
      *> file is written.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABAL-FILE ASSIGN TO DYNAMIC WS-ABAL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ABAL-KEY
               FILE STATUS  IS WS-ABAL-FS.
           SELECT ATXN-FILE ASSIGN TO DYNAMIC WS-ATXN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ATXN-KEY
               FILE STATUS  IS WS-ATXN-FS.
           SELECT MAP-FILE ASSIGN TO DYNAMIC WS-MAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-MAP-FS.
           SELECT GL-FILE ASSIGN TO DYNAMIC WS-GL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-GL-FS.

       DATA DIVISION.
       FILE SECTION.
       *> MVP10PROGRAM's account-balance master.
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

       *> MVP10PROGRAM's account transaction history.
       FD  ATXN-FILE.
       01  ATXN-REC.
           05 ATXN-KEY.
               10 ATXN-ACCT      PIC X(8).
               10 ATXN-DATE      PIC 9(8).
               10 ATXN-SEQ       PIC 9(4).
           05 ATXN-TYPE          PIC X(1).
           05 ATXN-AMOUNT        PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
           05 ATXN-RUN-DATE      PIC 9(8).
           05 ATXN-TXN-N         PIC 9(9).
           05 ATXN-BASE-AMOUNT   PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.

       *> Account-to-GL mapping table.
       FD  MAP-FILE.
       01  MAP-REC.
           05 MAP-KIND           PIC X(1).
           05 MAP-FROM           PIC X(8).
           05 MAP-TO             PIC X(8).
           05 MAP-DR-GL          PIC X(10).
           05 MAP-CR-GL          PIC X(10).

       *> GL upload file: journal lines, then the CONTROL trailer.
       FD  GL-FILE.
       01  GL-REC.
           05 GL-TYPE            PIC X(2).
           05 GL-DATE            PIC 9(8).
           05 GL-SOURCE          PIC X(6).
           05 GL-LINE            PIC 9(6).
           05 GL-ACCOUNT         PIC X(10).
           05 GL-DC              PIC X(1).
           05 GL-AMOUNT          PIC 9(13)V99.
           05 GL-COUNT           PIC 9(6).
           05 GL-DESC            PIC X(26).
       01  GL-CTL-REC            PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-ABAL-PATH         PIC X(260).
       01  WS-ABAL-FS           PIC XX.
       01  WS-ATXN-PATH         PIC X(260).
       01  WS-ATXN-FS           PIC XX.
       01  WS-MAP-PATH          PIC X(260).
       01  WS-MAP-FS            PIC XX.
       01  WS-GL-PATH           PIC X(260).
       01  WS-GL-FS             PIC XX.
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-GL-DATE           PIC 9(8) VALUE 0.
       01  WS-GL-DATE-X         PIC X(8).
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                VALUE "Y".
       01  WS-MAP-EOF           PIC X VALUE "N".
           88 MAP-EOF            VALUE "Y".
       01  WS-DE-FUNC           PIC X(1).
       01  WS-DE-DATE-1         PIC 9(8) VALUE 0.
       01  WS-DE-DATE-2         PIC 9(8) VALUE 0.
       01  WS-DE-DAYS           PIC S9(5) VALUE 0.
       01  WS-DE-RESULT         PIC S9(8) VALUE 0.
       01  WS-DE-STATUS         PIC XX.

       *> Mapping table, loaded once.
       01  WS-MP-COUNT          PIC 9(3) VALUE 0.
       01  WS-MP-IDX            PIC 9(3) VALUE 0.
       01  WS-MP-SEL            PIC 9(3) VALUE 0.
       01  WS-MP-TAB.
           05 WS-MP-ENTRY OCCURS 300 TIMES.
               10 WS-MP-KIND     PIC X(1).
               10 WS-MP-FROM     PIC X(8).
               10 WS-MP-TO       PIC X(8).
               10 WS-MP-DR-GL    PIC X(10).
               10 WS-MP-CR-GL    PIC X(10).
       01  WS-CNT-BAD-MAP       PIC 9(6) VALUE 0.

       *> The account last looked up, so a run of one account's
       *> postings reads the master once.
       01  WS-LAST-ACCT         PIC X(8) VALUE SPACES.
       01  WS-LAST-PRODUCT      PIC X(4) VALUE SPACES.
       01  WS-LAST-FOUND        PIC X VALUE "N".
           88 LAST-FOUND         VALUE "Y".

       *> The journal being built: one entry per GL code and side.
       01  WS-JE-COUNT          PIC 9(3) VALUE 0.
       01  WS-JE-IDX            PIC 9(3) VALUE 0.
       01  WS-JE-SEL            PIC 9(3) VALUE 0.
       01  WS-JE-TAB.
           05 WS-JE-ENTRY OCCURS 400 TIMES.
               10 WS-JE-GL       PIC X(10).
               10 WS-JE-DC       PIC X(1).
               10 WS-JE-AMOUNT   PIC 9(13)V99.
               10 WS-JE-N        PIC 9(6).
       01  WS-JE-FULL           PIC X VALUE "N".
           88 JE-FULL            VALUE "Y".
       01  WS-LEG-GL            PIC X(10).
       01  WS-LEG-DC            PIC X(1).
       01  WS-LEG-AMOUNT        PIC 9(13)V99 VALUE 0.
       01  WS-TOT-DEBITS        PIC 9(13)V99 VALUE 0.
       01  WS-TOT-CREDITS       PIC 9(13)V99 VALUE 0.
       01  WS-TOT-DR-ED         PIC 9(13).99.
       01  WS-TOT-CR-ED         PIC 9(13).99.
       01  WS-HASH              PIC 9(15) VALUE 0.
       01  WS-HASH-AMT          PIC 9(15) VALUE 0.
       01  WS-LINES             PIC 9(6) VALUE 0.

       01  WS-CNT-READ          PIC 9(6) VALUE 0.
       01  WS-CNT-POSTINGS      PIC 9(6) VALUE 0.
       01  WS-CNT-UNMAPPED      PIC 9(6) VALUE 0.
       01  WS-AMT-ED            PIC -9(11).99.

       *> TRANSMITREGISTER is run in-line with its parameters set in
       *> the environment, as PARTITIONRUN runs its programs.
       01  WS-ENV-NAME          PIC X(30).
       01  WS-ENV-VALUE         PIC X(260).
       01  WS-REG-RC            PIC S9(4) VALUE 0.

       *> ALERTSUB parameter block: a stopped extract is queued for
       *> the operator.
       01  WS-AL-SEV            PIC X(1).
       01  WS-AL-REASON         PIC X(30).
       01  WS-AL-DETAIL         PIC X(60).

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "GLINTERFACE".
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH.
           ACCEPT WS-ABAL-PATH FROM ENVIRONMENT "MVP10_ACCOUNTS".
           IF WS-ABAL-PATH = SPACES
               MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH
           END-IF.

           MOVE "mvp10-acct-history.dat" TO WS-ATXN-PATH.
           ACCEPT WS-ATXN-PATH FROM ENVIRONMENT "MVP10_ACCT_HISTORY".
           IF WS-ATXN-PATH = SPACES
               MOVE "mvp10-acct-history.dat" TO WS-ATXN-PATH
           END-IF.

           MOVE "gl-map.txt" TO WS-MAP-PATH.
           ACCEPT WS-MAP-PATH FROM ENVIRONMENT "GL_MAP".
           IF WS-MAP-PATH = SPACES
               MOVE "gl-map.txt" TO WS-MAP-PATH
           END-IF.

           MOVE WS-RUN-DATE TO WS-GL-DATE.
           MOVE SPACES TO WS-GL-DATE-X.
           ACCEPT WS-GL-DATE-X FROM ENVIRONMENT "GL_DATE".
           IF WS-GL-DATE-X NOT = SPACES
               IF WS-GL-DATE-X IS NUMERIC
                   MOVE WS-GL-DATE-X TO WS-GL-DATE
               ELSE
                   MOVE 0 TO WS-GL-DATE
               END-IF
           END-IF.
           MOVE "V" TO WS-DE-FUNC.
           MOVE WS-GL-DATE TO WS-DE-DATE-1.
           CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
               WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS.
           IF WS-DE-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=BAD-GL-DATE|DATE=" WS-GL-DATE-X
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           MOVE SPACES TO WS-GL-PATH.
           ACCEPT WS-GL-PATH FROM ENVIRONMENT "GL_OUTPUT".
           IF WS-GL-PATH = SPACES
               STRING "gl-upload-" DELIMITED BY SIZE
                      WS-GL-DATE   DELIMITED BY SIZE
                      ".txt"       DELIMITED BY SIZE
                      INTO WS-GL-PATH
               END-STRING
           END-IF.

           PERFORM PARA-LOAD-MAP.
           IF WS-MP-COUNT = 0 OR WS-CNT-BAD-MAP > 0
               DISPLAY "ERROR|REASON=GL-MAP-UNUSABLE|PATH="
                       WS-MAP-PATH "|STATUS=" WS-MAP-FS
                       "|ENTRIES=" WS-MP-COUNT
                       "|BAD=" WS-CNT-BAD-MAP
               MOVE "GL-MAP-UNUSABLE" TO WS-AL-REASON
               MOVE WS-MAP-PATH(1:60) TO WS-AL-DETAIL
               PERFORM PARA-STOP-EXTRACT
           END-IF.

           OPEN INPUT ABAL-FILE.
           IF WS-ABAL-FS NOT = "00"
               DISPLAY "ERROR|REASON=ACCOUNTS-NOT-FOUND|PATH="
                       WS-ABAL-PATH "|STATUS=" WS-ABAL-FS
               MOVE "ACCOUNTS-NOT-FOUND" TO WS-AL-REASON
               MOVE WS-ABAL-PATH(1:60) TO WS-AL-DETAIL
               PERFORM PARA-STOP-EXTRACT
           END-IF.
           OPEN INPUT ATXN-FILE.
           IF WS-ATXN-FS NOT = "00"
               DISPLAY "ERROR|REASON=HISTORY-NOT-FOUND|PATH="
                       WS-ATXN-PATH "|STATUS=" WS-ATXN-FS
               CLOSE ABAL-FILE
               MOVE "HISTORY-NOT-FOUND" TO WS-AL-REASON
               MOVE WS-ATXN-PATH(1:60) TO WS-AL-DETAIL
               PERFORM PARA-STOP-EXTRACT
           END-IF.

           PERFORM UNTIL EOF
               READ ATXN-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       IF ATXN-TYPE = "P"
                           AND ATXN-RUN-DATE = WS-GL-DATE
                           PERFORM PARA-ONE-POSTING
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE ABAL-FILE.
           CLOSE ATXN-FILE.

           *> Nothing leaves unless every posting is in the journal
           *> and the journal balances.
           IF WS-CNT-UNMAPPED > 0
               DISPLAY "ERROR|REASON=UNMAPPED-ACCOUNTS|COUNT="
                       WS-CNT-UNMAPPED "|DATE=" WS-GL-DATE
               MOVE "UNMAPPED-ACCOUNTS" TO WS-AL-REASON
               MOVE SPACES TO WS-AL-DETAIL
               STRING "DATE="          DELIMITED BY SIZE
                      WS-GL-DATE       DELIMITED BY SIZE
                      " POSTINGS="     DELIMITED BY SIZE
                      WS-CNT-UNMAPPED  DELIMITED BY SIZE
                      " NO GL MAPPING" DELIMITED BY SIZE
                      INTO WS-AL-DETAIL
               END-STRING
               PERFORM PARA-STOP-EXTRACT
           END-IF.
           IF JE-FULL
               DISPLAY "ERROR|REASON=JOURNAL-TABLE-FULL|LIMIT=400"
               MOVE "JOURNAL-TABLE-FULL" TO WS-AL-REASON
               MOVE WS-GL-PATH(1:60) TO WS-AL-DETAIL
               PERFORM PARA-STOP-EXTRACT
           END-IF.
           MOVE 0 TO WS-TOT-DEBITS.
           MOVE 0 TO WS-TOT-CREDITS.
           PERFORM VARYING WS-JE-IDX FROM 1 BY 1
                   UNTIL WS-JE-IDX > WS-JE-COUNT
               IF WS-JE-DC(WS-JE-IDX) = "D"
                   ADD WS-JE-AMOUNT(WS-JE-IDX) TO WS-TOT-DEBITS
               ELSE
                   ADD WS-JE-AMOUNT(WS-JE-IDX) TO WS-TOT-CREDITS
               END-IF
           END-PERFORM.
           IF WS-TOT-DEBITS NOT = WS-TOT-CREDITS
               MOVE WS-TOT-DEBITS TO WS-TOT-DR-ED
               MOVE WS-TOT-CREDITS TO WS-TOT-CR-ED
               DISPLAY "ERROR|REASON=JOURNAL-UNBALANCED|DEBITS="
                       WS-TOT-DR-ED "|CREDITS=" WS-TOT-CR-ED
               MOVE "JOURNAL-UNBALANCED" TO WS-AL-REASON
               MOVE SPACES TO WS-AL-DETAIL
               STRING "DR="         DELIMITED BY SIZE
                      WS-TOT-DR-ED  DELIMITED BY SIZE
                      " CR="        DELIMITED BY SIZE
                      WS-TOT-CR-ED  DELIMITED BY SIZE
                      INTO WS-AL-DETAIL
               END-STRING
               PERFORM PARA-STOP-EXTRACT
           END-IF.

           PERFORM PARA-WRITE-UPLOAD.
           PERFORM PARA-REGISTER-UPLOAD.

           MOVE WS-TOT-DEBITS TO WS-TOT-DR-ED.
           MOVE WS-TOT-CREDITS TO WS-TOT-CR-ED.
           DISPLAY "GL|DATE=" WS-GL-DATE
                   "|POSTINGS=" WS-CNT-POSTINGS
                   "|LINES=" WS-LINES
                   "|DEBITS=" WS-TOT-DR-ED
                   "|CREDITS=" WS-TOT-CR-ED
                   "|FILE=" WS-GL-PATH(1:40).

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-STOP-EXTRACT.
           MOVE "E" TO WS-AL-SEV
           CALL "ALERTSUB" USING WS-AL-SEV WS-RH-PROGRAM
               WS-AL-REASON WS-AL-DETAIL
           MOVE 8 TO RETURN-CODE
           PERFORM PARA-RECORD-RUN
           GOBACK.

           EXIT.

       PARA-LOAD-MAP.
           OPEN INPUT MAP-FILE
           IF WS-MAP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL MAP-EOF
               READ MAP-FILE
                   AT END
                       SET MAP-EOF TO TRUE
                   NOT AT END
                       IF MAP-REC NOT = SPACES
                           PERFORM PARA-LOAD-ONE-MAP
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAP-FILE.

           EXIT.

       PARA-LOAD-ONE-MAP.
           *> A bad line is counted rather than skipped: a gap in the
           *> map would otherwise only show as unmapped postings.
           IF (MAP-KIND NOT = "P" AND MAP-KIND NOT = "R")
               OR MAP-FROM = SPACES
               OR MAP-DR-GL = SPACES OR MAP-CR-GL = SPACES
               OR (MAP-KIND = "R" AND MAP-TO < MAP-FROM)
               ADD 1 TO WS-CNT-BAD-MAP
               DISPLAY "REJECT|REASON=BAD-MAP-LINE|TEXT=" MAP-REC
               EXIT PARAGRAPH
           END-IF
           IF WS-MP-COUNT >= 300
               ADD 1 TO WS-CNT-BAD-MAP
               DISPLAY "REJECT|REASON=MAP-TABLE-FULL|TEXT=" MAP-REC
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MP-COUNT
           MOVE MAP-KIND TO WS-MP-KIND(WS-MP-COUNT)
           MOVE MAP-FROM TO WS-MP-FROM(WS-MP-COUNT)
           MOVE MAP-TO TO WS-MP-TO(WS-MP-COUNT)
           MOVE MAP-DR-GL TO WS-MP-DR-GL(WS-MP-COUNT)
           MOVE MAP-CR-GL TO WS-MP-CR-GL(WS-MP-COUNT).

           EXIT.

       PARA-ONE-POSTING.
           *> The journal is in the base currency: each posting's
           *> base value, whatever the account's own currency.
           IF ATXN-BASE-AMOUNT = 0
               EXIT PARAGRAPH
           END-IF
           IF ATXN-ACCT NOT = WS-LAST-ACCT
               MOVE ATXN-ACCT TO WS-LAST-ACCT
               MOVE ATXN-ACCT TO ABAL-KEY
               MOVE "Y" TO WS-LAST-FOUND
               READ ABAL-FILE
                   INVALID KEY
                       MOVE "N" TO WS-LAST-FOUND
               END-READ
               IF LAST-FOUND
                   MOVE ABAL-PRODUCT TO WS-LAST-PRODUCT
               ELSE
                   MOVE SPACES TO WS-LAST-PRODUCT
               END-IF
           END-IF

           *> An account range is more specific than a product type.
           MOVE 0 TO WS-MP-SEL
           PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                   UNTIL WS-MP-IDX > WS-MP-COUNT OR WS-MP-SEL > 0
               IF WS-MP-KIND(WS-MP-IDX) = "R"
                   AND ATXN-ACCT >= WS-MP-FROM(WS-MP-IDX)
                   AND ATXN-ACCT <= WS-MP-TO(WS-MP-IDX)
                   MOVE WS-MP-IDX TO WS-MP-SEL
               END-IF
           END-PERFORM
           IF WS-MP-SEL = 0 AND LAST-FOUND
               PERFORM VARYING WS-MP-IDX FROM 1 BY 1
                       UNTIL WS-MP-IDX > WS-MP-COUNT
                          OR WS-MP-SEL > 0
                   IF WS-MP-KIND(WS-MP-IDX) = "P"
                       AND WS-MP-FROM(WS-MP-IDX)(1:4)
                           = WS-LAST-PRODUCT
                       MOVE WS-MP-IDX TO WS-MP-SEL
                   END-IF
               END-PERFORM
           END-IF
           IF WS-MP-SEL = 0
               ADD 1 TO WS-CNT-UNMAPPED
               MOVE ATXN-BASE-AMOUNT TO WS-AMT-ED
               DISPLAY "REJECT|REASON=UNMAPPED|ACCT=" ATXN-ACCT
                       "|PRODUCT=" WS-LAST-PRODUCT
                       "|DATE=" ATXN-DATE
                       "|AMOUNT=" WS-AMT-ED
               EXIT PARAGRAPH
           END-IF

           ADD 1 TO WS-CNT-POSTINGS
           IF ATXN-BASE-AMOUNT > 0
               MOVE ATXN-BASE-AMOUNT TO WS-LEG-AMOUNT
               MOVE WS-MP-DR-GL(WS-MP-SEL) TO WS-LEG-GL
               MOVE "D" TO WS-LEG-DC
               PERFORM PARA-ADD-LEG
               MOVE WS-MP-CR-GL(WS-MP-SEL) TO WS-LEG-GL
               MOVE "C" TO WS-LEG-DC
               PERFORM PARA-ADD-LEG
           ELSE
               COMPUTE WS-LEG-AMOUNT = 0 - ATXN-BASE-AMOUNT
               MOVE WS-MP-CR-GL(WS-MP-SEL) TO WS-LEG-GL
               MOVE "D" TO WS-LEG-DC
               PERFORM PARA-ADD-LEG
               MOVE WS-MP-DR-GL(WS-MP-SEL) TO WS-LEG-GL
               MOVE "C" TO WS-LEG-DC
               PERFORM PARA-ADD-LEG
           END-IF.

           EXIT.

       PARA-ADD-LEG.
           MOVE 0 TO WS-JE-SEL
           PERFORM VARYING WS-JE-IDX FROM 1 BY 1
                   UNTIL WS-JE-IDX > WS-JE-COUNT OR WS-JE-SEL > 0
               IF WS-JE-GL(WS-JE-IDX) = WS-LEG-GL
                   AND WS-JE-DC(WS-JE-IDX) = WS-LEG-DC
                   MOVE WS-JE-IDX TO WS-JE-SEL
               END-IF
           END-PERFORM
           IF WS-JE-SEL = 0
               IF WS-JE-COUNT >= 400
                   SET JE-FULL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-JE-COUNT
               MOVE WS-JE-COUNT TO WS-JE-SEL
               MOVE WS-LEG-GL TO WS-JE-GL(WS-JE-SEL)
               MOVE WS-LEG-DC TO WS-JE-DC(WS-JE-SEL)
               MOVE 0 TO WS-JE-AMOUNT(WS-JE-SEL)
               MOVE 0 TO WS-JE-N(WS-JE-SEL)
           END-IF
           ADD WS-LEG-AMOUNT TO WS-JE-AMOUNT(WS-JE-SEL)
           ADD 1 TO WS-JE-N(WS-JE-SEL).

           EXIT.

       PARA-WRITE-UPLOAD.
           OPEN OUTPUT GL-FILE
           IF WS-GL-FS NOT = "00"
               DISPLAY "ERROR|REASON=GL-FILE-OPEN-FAILED|PATH="
                       WS-GL-PATH "|STATUS=" WS-GL-FS
               MOVE "GL-FILE-OPEN-FAILED" TO WS-AL-REASON
               MOVE WS-GL-PATH(1:60) TO WS-AL-DETAIL
               PERFORM PARA-STOP-EXTRACT
           END-IF
           MOVE 0 TO WS-HASH
           PERFORM VARYING WS-JE-IDX FROM 1 BY 1
                   UNTIL WS-JE-IDX > WS-JE-COUNT
               ADD 1 TO WS-LINES
               MOVE SPACES TO GL-REC
               MOVE "JL" TO GL-TYPE
               MOVE WS-GL-DATE TO GL-DATE
               MOVE "MVP10" TO GL-SOURCE
               MOVE WS-LINES TO GL-LINE
               MOVE WS-JE-GL(WS-JE-IDX) TO GL-ACCOUNT
               MOVE WS-JE-DC(WS-JE-IDX) TO GL-DC
               MOVE WS-JE-AMOUNT(WS-JE-IDX) TO GL-AMOUNT
               MOVE WS-JE-N(WS-JE-IDX) TO GL-COUNT
               MOVE "MVP10 DAILY POSTINGS" TO GL-DESC
               WRITE GL-REC
               COMPUTE WS-HASH-AMT = WS-JE-AMOUNT(WS-JE-IDX) * 100
               ADD WS-HASH-AMT TO WS-HASH
           END-PERFORM
           MOVE WS-TOT-DEBITS TO WS-TOT-DR-ED
           MOVE WS-TOT-CREDITS TO WS-TOT-CR-ED
           MOVE SPACES TO GL-CTL-REC
           STRING "CONTROL|COUNT=" DELIMITED BY SIZE
                  WS-LINES         DELIMITED BY SIZE
                  "|HASH="         DELIMITED BY SIZE
                  WS-HASH          DELIMITED BY SIZE
                  "|DEBITS="       DELIMITED BY SIZE
                  WS-TOT-DR-ED     DELIMITED BY SIZE
                  "|CREDITS="      DELIMITED BY SIZE
                  WS-TOT-CR-ED     DELIMITED BY SIZE
                  "|DATE="         DELIMITED BY SIZE
                  WS-GL-DATE       DELIMITED BY SIZE
                  INTO GL-CTL-REC
           END-STRING
           WRITE GL-CTL-REC
           CLOSE GL-FILE.

           EXIT.

       PARA-REGISTER-UPLOAD.
           MOVE "TRANSMIT_MODE" TO WS-ENV-NAME
           MOVE "RECORD" TO WS-ENV-VALUE
           PERFORM PARA-SET-ENVIRONMENT
           MOVE "TRANSMIT_FILE" TO WS-ENV-NAME
           MOVE SPACES TO WS-ENV-VALUE
           MOVE WS-GL-PATH(1:40) TO WS-ENV-VALUE
           PERFORM PARA-SET-ENVIRONMENT
           MOVE "TRANSMIT_HASH_COL" TO WS-ENV-NAME
           MOVE "0034" TO WS-ENV-VALUE
           PERFORM PARA-SET-ENVIRONMENT
           MOVE "TRANSMIT_HASH_LEN" TO WS-ENV-NAME
           MOVE "0015" TO WS-ENV-VALUE
           PERFORM PARA-SET-ENVIRONMENT

           MOVE 0 TO RETURN-CODE
           CALL "TRANSMITREGISTER"
               ON EXCEPTION
                   DISPLAY "GL|RESULT=REGISTER-NOT-FOUND"
                   MOVE 8 TO RETURN-CODE
           END-CALL
           CANCEL "TRANSMITREGISTER"
           MOVE RETURN-CODE TO WS-REG-RC
           MOVE 0 TO RETURN-CODE
           *> The file is complete but unregistered: it must not be
           *> sent until the registration is redone.
           IF WS-REG-RC >= 8
               DISPLAY "ERROR|REASON=REGISTER-FAILED|FILE="
                       WS-GL-PATH(1:40)
               MOVE "GL-REGISTER-FAILED" TO WS-AL-REASON
               MOVE WS-GL-PATH(1:60) TO WS-AL-DETAIL
               PERFORM PARA-STOP-EXTRACT
           END-IF.

           EXIT.

       PARA-SET-ENVIRONMENT.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE.

           EXIT.

       PARA-RECORD-RUN.
           MOVE WS-ATXN-PATH(1:40) TO WS-RH-IN
           MOVE WS-GL-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-READ TO WS-RH-READ
           MOVE WS-LINES TO WS-RH-WRITTEN
           MOVE WS-CNT-UNMAPPED TO WS-RH-REJECTED
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
