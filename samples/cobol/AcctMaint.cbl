       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMAINT.

      *> Account master maintenance for MVP10PROGRAM's indexed
      *> account-balance master. Accounts are opened and closed here
      *> explicitly; the ACCOUNT-layout posting run only posts to an
      *> open account and rejects anything else, so a mistyped
      *> account number in the feed can no longer become a live
      *> account with a balance.
      *>
      *> ACCT_MAINT_MODE=APPLY (default) applies a maintenance
      *> transaction file in the ACCTXREF APPLY style -
      *> action(1) account(8) product(4) date(8) currency(3):
      *>   O  open a new account with the product type; the date
      *>      is the open date (blank = today) and the currency is
      *>      the account's currency (blank = the base currency)
      *>   C  close an open account; refused while its balance is
      *>      not zero; the date is the close date (blank = today)
      *> with one audit line per accepted change and a reject for
      *> everything else. LIST prints the master with each
      *> account's status, product and dates. MIGRATE is the one-time
      *> rebuild of a master written before accounts carried a
      *> status: the operator renames the old master aside (default
      *> mvp10-accounts-old.dat) and every account is carried
      *> forward as open in the base currency, with product UNKN
      *> and no open date. Each non-zero balance is also entered in
      *> the account transaction history (MVP10_ACCT_HISTORY) as a
      *> balance brought forward, dated the account's last posting,
      *> so statements printed from the history agree with the
      *> master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ABAL-FILE ASSIGN TO DYNAMIC WS-ABAL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ABAL-KEY
               FILE STATUS  IS WS-ABAL-FS.
           SELECT OBAL-FILE ASSIGN TO DYNAMIC WS-OBAL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS SEQUENTIAL
               RECORD KEY   IS OBAL-KEY
               FILE STATUS  IS WS-OBAL-FS.
           SELECT ATXN-FILE ASSIGN TO DYNAMIC WS-ATXN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ATXN-KEY
               FILE STATUS  IS WS-ATXN-FS.
           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TRANS-FS.
           SELECT AUDT-FILE ASSIGN TO DYNAMIC WS-AUDT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-AUDT-FS.

       DATA DIVISION.
       FILE SECTION.
       *> MVP10PROGRAM's indexed account-balance master.
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

       *> Pre-status master layout, read only by MIGRATE.
       FD  OBAL-FILE.
       01  OBAL-REC.
           05 OBAL-KEY           PIC X(8).
           05 OBAL-BALANCE       PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
           05 OBAL-LAST-DATE     PIC 9(8).
           05 OBAL-COUNT         PIC 9(9).

       *> MVP10PROGRAM's account transaction history, written only
       *> by MIGRATE (type B = balance brought forward).
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

       *> Maintenance transactions: action, account, product, date,
       *> currency.
       FD  TRANS-FILE.
       01  TRANS-REC.
           05 TR-ACTION         PIC X(1).
           05 TR-ACCT           PIC X(8).
           05 TR-PRODUCT        PIC X(4).
           05 TR-DATE-X         PIC X(8).
           05 TR-CCY            PIC X(3).

       *> Change audit trail, appended across runs.
       FD  AUDT-FILE.
       01  AUDT-REC             PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-ABAL-PATH         PIC X(260).
       01  WS-ABAL-FS           PIC XX.
       01  WS-OBAL-PATH         PIC X(260).
       01  WS-OBAL-FS           PIC XX.
       01  WS-ATXN-PATH         PIC X(260).
       01  WS-ATXN-FS           PIC XX.
       01  WS-TRANS-PATH        PIC X(260).
       01  WS-TRANS-FS          PIC XX.
       01  WS-AUDT-PATH         PIC X(260).
       01  WS-AUDT-FS           PIC XX.
       01  WS-RUN-MODE          PIC X(7) VALUE "APPLY".
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-TRANS-EOF         PIC X VALUE "N".
           88 TRANS-EOF          VALUE "Y".
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                VALUE "Y".

       *> Transaction work fields: the edited effective date, the
       *> reject reason and the audit action.
       01  WS-TR-DATE           PIC 9(8) VALUE 0.
       01  WS-REJ-REASON        PIC X(16).
       01  WS-AUD-ACTION        PIC X(8).
       01  WS-BAL-ED            PIC -9(11).99.
       01  WS-DE-FUNC           PIC X(1).
       01  WS-DE-DATE-1         PIC 9(8) VALUE 0.
       01  WS-DE-DATE-2         PIC 9(8) VALUE 0.
       01  WS-DE-DAYS           PIC S9(5) VALUE 0.
       01  WS-DE-RESULT         PIC S9(8) VALUE 0.
       01  WS-DE-STATUS         PIC XX.

       01  WS-CNT-TRANS         PIC 9(6) VALUE 0.
       01  WS-CNT-OPENED        PIC 9(6) VALUE 0.
       01  WS-CNT-CLOSED        PIC 9(6) VALUE 0.
       01  WS-CNT-REJECTED      PIC 9(6) VALUE 0.
       01  WS-CNT-LISTED        PIC 9(6) VALUE 0.
       01  WS-CNT-LIST-OPEN     PIC 9(6) VALUE 0.
       01  WS-CNT-LIST-CLOSED   PIC 9(6) VALUE 0.
       01  WS-CNT-MIGRATED      PIC 9(6) VALUE 0.
       01  WS-CNT-FORWARDED     PIC 9(6) VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "ACCTMAINT".
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
           ACCEPT WS-RUN-TIME FROM TIME.

           MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH.
           ACCEPT WS-ABAL-PATH FROM ENVIRONMENT "MVP10_ACCOUNTS".
           IF WS-ABAL-PATH = SPACES
               MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH
           END-IF.

           MOVE "acct-maint-trans.txt" TO WS-TRANS-PATH.
           ACCEPT WS-TRANS-PATH FROM ENVIRONMENT "ACCT_MAINT_TRANS".
           IF WS-TRANS-PATH = SPACES
               MOVE "acct-maint-trans.txt" TO WS-TRANS-PATH
           END-IF.

           MOVE "acct-maint-audit.txt" TO WS-AUDT-PATH.
           ACCEPT WS-AUDT-PATH FROM ENVIRONMENT "ACCT_MAINT_AUDIT".
           IF WS-AUDT-PATH = SPACES
               MOVE "acct-maint-audit.txt" TO WS-AUDT-PATH
           END-IF.

           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "ACCT_MAINT_MODE".
           IF WS-RUN-MODE NOT = "LIST" AND WS-RUN-MODE NOT = "MIGRATE"
               MOVE "APPLY" TO WS-RUN-MODE
           END-IF.

           EVALUATE WS-RUN-MODE
               WHEN "LIST"
                   PERFORM PARA-LIST-RUN
               WHEN "MIGRATE"
                   PERFORM PARA-MIGRATE-RUN
               WHEN OTHER
                   PERFORM PARA-APPLY-RUN
           END-EVALUATE.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           EVALUATE WS-RUN-MODE
               WHEN "LIST"
                   MOVE WS-ABAL-PATH(1:40) TO WS-RH-IN
                   MOVE WS-ABAL-PATH(1:40) TO WS-RH-OUT
                   MOVE WS-CNT-LISTED TO WS-RH-READ
               WHEN "MIGRATE"
                   MOVE WS-OBAL-PATH(1:40) TO WS-RH-IN
                   MOVE WS-ABAL-PATH(1:40) TO WS-RH-OUT
                   MOVE WS-CNT-MIGRATED TO WS-RH-READ
                   MOVE WS-CNT-MIGRATED TO WS-RH-WRITTEN
                   MOVE WS-CNT-REJECTED TO WS-RH-REJECTED
               WHEN OTHER
                   MOVE WS-TRANS-PATH(1:40) TO WS-RH-IN
                   MOVE WS-ABAL-PATH(1:40) TO WS-RH-OUT
                   MOVE WS-CNT-TRANS TO WS-RH-READ
                   COMPUTE WS-RH-WRITTEN =
                       WS-CNT-OPENED + WS-CNT-CLOSED
                   MOVE WS-CNT-REJECTED TO WS-RH-REJECTED
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

       PARA-APPLY-RUN.
           *> The account master is created on its first APPLY.
           OPEN I-O ABAL-FILE
           IF WS-ABAL-FS = "35"
               OPEN OUTPUT ABAL-FILE
               CLOSE ABAL-FILE
               OPEN I-O ABAL-FILE
           END-IF
           IF WS-ABAL-FS NOT = "00"
               DISPLAY "ERROR|REASON=ACCOUNTS-OPEN-FAILED|PATH="
                       WS-ABAL-PATH "|STATUS=" WS-ABAL-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FS NOT = "00"
               DISPLAY "ERROR|REASON=TRANS-FILE-NOT-FOUND|PATH="
                       WS-TRANS-PATH "|STATUS=" WS-TRANS-FS
               MOVE 8 TO RETURN-CODE
               CLOSE ABAL-FILE
               GOBACK
           END-IF

           PERFORM UNTIL TRANS-EOF
               READ TRANS-FILE
                   AT END
                       SET TRANS-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-TRANS
                       PERFORM PARA-APPLY-TRANSACTION
               END-READ
           END-PERFORM

           CLOSE TRANS-FILE
           CLOSE ABAL-FILE

           DISPLAY "APPLIED|OPEN=" WS-CNT-OPENED
                   "|CLOSE=" WS-CNT-CLOSED
                   "|REJECTED=" WS-CNT-REJECTED.

           EXIT.

       PARA-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJ-REASON
           EVALUATE TRUE
               WHEN TR-ACCT = SPACES
                   MOVE "BLANK-ACCOUNT" TO WS-REJ-REASON
               WHEN TR-DATE-X = SPACES
                   MOVE WS-RUN-DATE TO WS-TR-DATE
               WHEN TR-DATE-X IS NOT NUMERIC
                   MOVE "BAD-DATE" TO WS-REJ-REASON
               WHEN OTHER
                   MOVE TR-DATE-X TO WS-TR-DATE
                   PERFORM PARA-EDIT-DATE
           END-EVALUATE
           IF WS-REJ-REASON = SPACES
               MOVE TR-ACCT TO ABAL-KEY
               EVALUATE TR-ACTION
                   WHEN "O"
                       PERFORM PARA-APPLY-OPEN
                   WHEN "C"
                       PERFORM PARA-APPLY-CLOSE
                   WHEN OTHER
                       MOVE "BAD-ACTION" TO WS-REJ-REASON
               END-EVALUATE
           END-IF
           IF WS-REJ-REASON NOT = SPACES
               ADD 1 TO WS-CNT-REJECTED
               DISPLAY "REJECT|ACTION=" TR-ACTION
                       "|ACCT=" TR-ACCT
                       "|PRODUCT=" TR-PRODUCT
                       "|DATE=" TR-DATE-X
                       "|REASON=" WS-REJ-REASON
           END-IF.

           EXIT.

       PARA-EDIT-DATE.
           *> Real calendar date, judged by the shared date edit, and
           *> not in the future.
           MOVE "V" TO WS-DE-FUNC
           MOVE WS-TR-DATE TO WS-DE-DATE-1
           CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
               WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS
           IF WS-DE-STATUS NOT = "00"
               MOVE "BAD-DATE" TO WS-REJ-REASON
           ELSE
               IF WS-TR-DATE > WS-RUN-DATE
                   MOVE "FUTURE-DATE" TO WS-REJ-REASON
               END-IF
           END-IF.

           EXIT.

       PARA-APPLY-OPEN.
           IF TR-PRODUCT = SPACES
               MOVE "NO-PRODUCT" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           READ ABAL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF ABAL-IS-CLOSED
                       MOVE "ACCOUNT-CLOSED" TO WS-REJ-REASON
                   ELSE
                       MOVE "ACCOUNT-EXISTS" TO WS-REJ-REASON
                   END-IF
           END-READ
           IF WS-REJ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE TR-ACCT TO ABAL-KEY
           MOVE 0 TO ABAL-BALANCE
           MOVE 0 TO ABAL-LAST-DATE
           MOVE 0 TO ABAL-COUNT
           SET ABAL-IS-OPEN TO TRUE
           MOVE TR-PRODUCT TO ABAL-PRODUCT
           MOVE WS-TR-DATE TO ABAL-OPEN-DATE
           MOVE 0 TO ABAL-CLOSE-DATE
           MOVE TR-CCY TO ABAL-CCY
           WRITE ABAL-REC
               INVALID KEY
                   MOVE "WRITE-FAILED" TO WS-REJ-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-OPENED
                   MOVE "OPEN" TO WS-AUD-ACTION
                   PERFORM PARA-WRITE-AUDIT
                   DISPLAY "OPENED|ACCT=" TR-ACCT
                           "|PRODUCT=" TR-PRODUCT
                           "|CCY=" TR-CCY
                           "|DATE=" WS-TR-DATE
           END-WRITE.

           EXIT.

       PARA-APPLY-CLOSE.
           READ ABAL-FILE
               INVALID KEY
                   MOVE "NO-ACCOUNT" TO WS-REJ-REASON
           END-READ
           IF WS-REJ-REASON = SPACES
               EVALUATE TRUE
                   WHEN ABAL-IS-CLOSED
                       MOVE "ALREADY-CLOSED" TO WS-REJ-REASON
                   WHEN ABAL-BALANCE NOT = 0
                       MOVE "BALANCE-NOT-ZERO" TO WS-REJ-REASON
                   WHEN WS-TR-DATE < ABAL-OPEN-DATE
                       MOVE "BEFORE-OPEN-DATE" TO WS-REJ-REASON
                   WHEN WS-TR-DATE < ABAL-LAST-DATE
                       MOVE "BEFORE-LAST-POST" TO WS-REJ-REASON
               END-EVALUATE
           END-IF
           IF WS-REJ-REASON NOT = SPACES
               IF WS-REJ-REASON = "BALANCE-NOT-ZERO"
                   MOVE ABAL-BALANCE TO WS-BAL-ED
                   DISPLAY "REFUSED|ACCT=" TR-ACCT
                           "|BALANCE=" WS-BAL-ED
               END-IF
               EXIT PARAGRAPH
           END-IF
           SET ABAL-IS-CLOSED TO TRUE
           MOVE WS-TR-DATE TO ABAL-CLOSE-DATE
           REWRITE ABAL-REC
               INVALID KEY
                   MOVE "REWRITE-FAILED" TO WS-REJ-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-CLOSED
                   MOVE "CLOSE" TO WS-AUD-ACTION
                   PERFORM PARA-WRITE-AUDIT
                   DISPLAY "CLOSED|ACCT=" TR-ACCT
                           "|DATE=" WS-TR-DATE
           END-REWRITE.

           EXIT.

       PARA-WRITE-AUDIT.
           OPEN EXTEND AUDT-FILE
           IF WS-AUDT-FS NOT = "00"
               OPEN OUTPUT AUDT-FILE
           END-IF
           MOVE ABAL-BALANCE TO WS-BAL-ED
           MOVE SPACES TO AUDT-REC
           STRING "DATE="       DELIMITED BY SIZE
                  WS-RUN-DATE   DELIMITED BY SIZE
                  "|TIME="      DELIMITED BY SIZE
                  WS-RUN-TIME   DELIMITED BY SIZE
                  "|ACTION="    DELIMITED BY SIZE
                  WS-AUD-ACTION DELIMITED BY SIZE
                  "|ACCT="      DELIMITED BY SIZE
                  ABAL-KEY      DELIMITED BY SIZE
                  "|PRODUCT="   DELIMITED BY SIZE
                  ABAL-PRODUCT  DELIMITED BY SIZE
                  "|EFFECTIVE=" DELIMITED BY SIZE
                  WS-TR-DATE    DELIMITED BY SIZE
                  "|BALANCE="   DELIMITED BY SIZE
                  WS-BAL-ED     DELIMITED BY SIZE
                  INTO AUDT-REC
           END-STRING
           WRITE AUDT-REC
           CLOSE AUDT-FILE.

           EXIT.

       PARA-LIST-RUN.
           OPEN INPUT ABAL-FILE
           IF WS-ABAL-FS NOT = "00"
               DISPLAY "ERROR|REASON=ACCOUNTS-NOT-FOUND|PATH="
                       WS-ABAL-PATH "|STATUS=" WS-ABAL-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL EOF
               READ ABAL-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-LISTED
                       IF ABAL-IS-OPEN
                           ADD 1 TO WS-CNT-LIST-OPEN
                       ELSE
                           ADD 1 TO WS-CNT-LIST-CLOSED
                       END-IF
                       MOVE ABAL-BALANCE TO WS-BAL-ED
                       DISPLAY "ACCOUNT|ACCT=" ABAL-KEY
                               "|STATUS=" ABAL-STATUS
                               "|PRODUCT=" ABAL-PRODUCT
                               "|CCY=" ABAL-CCY
                               "|OPENED=" ABAL-OPEN-DATE
                               "|CLOSED=" ABAL-CLOSE-DATE
                               "|BALANCE=" WS-BAL-ED
                               "|LAST=" ABAL-LAST-DATE
               END-READ
           END-PERFORM
           CLOSE ABAL-FILE
           DISPLAY "LIST|ACCOUNTS=" WS-CNT-LISTED
                   "|OPEN=" WS-CNT-LIST-OPEN
                   "|CLOSED=" WS-CNT-LIST-CLOSED.

           EXIT.

       PARA-MIGRATE-RUN.
           MOVE "mvp10-accounts-old.dat" TO WS-OBAL-PATH
           ACCEPT WS-OBAL-PATH FROM ENVIRONMENT "MVP10_ACCOUNTS_OLD"
           IF WS-OBAL-PATH = SPACES
               MOVE "mvp10-accounts-old.dat" TO WS-OBAL-PATH
           END-IF
           OPEN INPUT OBAL-FILE
           IF WS-OBAL-FS NOT = "00"
               DISPLAY "ERROR|REASON=OLD-ACCOUNTS-NOT-FOUND|PATH="
                       WS-OBAL-PATH "|STATUS=" WS-OBAL-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT ABAL-FILE
           IF WS-ABAL-FS NOT = "00"
               DISPLAY "ERROR|REASON=ACCOUNTS-OPEN-FAILED|PATH="
                       WS-ABAL-PATH "|STATUS=" WS-ABAL-FS
               MOVE 8 TO RETURN-CODE
               CLOSE OBAL-FILE
               GOBACK
           END-IF
           MOVE "mvp10-acct-history.dat" TO WS-ATXN-PATH
           ACCEPT WS-ATXN-PATH FROM ENVIRONMENT "MVP10_ACCT_HISTORY"
           IF WS-ATXN-PATH = SPACES
               MOVE "mvp10-acct-history.dat" TO WS-ATXN-PATH
           END-IF
           OPEN I-O ATXN-FILE
           IF WS-ATXN-FS = "35"
               OPEN OUTPUT ATXN-FILE
               CLOSE ATXN-FILE
               OPEN I-O ATXN-FILE
           END-IF
           IF WS-ATXN-FS NOT = "00"
               DISPLAY "ERROR|REASON=HISTORY-OPEN-FAILED|PATH="
                       WS-ATXN-PATH "|STATUS=" WS-ATXN-FS
               MOVE 8 TO RETURN-CODE
               CLOSE OBAL-FILE
               CLOSE ABAL-FILE
               GOBACK
           END-IF

           PERFORM UNTIL EOF
               READ OBAL-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       MOVE OBAL-KEY       TO ABAL-KEY
                       MOVE OBAL-BALANCE   TO ABAL-BALANCE
                       MOVE OBAL-LAST-DATE TO ABAL-LAST-DATE
                       MOVE OBAL-COUNT     TO ABAL-COUNT
                       SET ABAL-IS-OPEN TO TRUE
                       MOVE "UNKN" TO ABAL-PRODUCT
                       MOVE 0 TO ABAL-OPEN-DATE
                       MOVE 0 TO ABAL-CLOSE-DATE
                       MOVE SPACES TO ABAL-CCY
                       WRITE ABAL-REC
                           INVALID KEY
                               ADD 1 TO WS-CNT-REJECTED
                               DISPLAY "MIGRATE|REJECT|ACCT="
                                       OBAL-KEY
                                       "|FS=" WS-ABAL-FS
                           NOT INVALID KEY
                               ADD 1 TO WS-CNT-MIGRATED
                               IF ABAL-BALANCE NOT = 0
                                   PERFORM PARA-WRITE-FORWARD
                               END-IF
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE OBAL-FILE
           CLOSE ABAL-FILE
           CLOSE ATXN-FILE

           DISPLAY "MIGRATE|OLD=" WS-OBAL-PATH(1:40)
                   "|NEW=" WS-ABAL-PATH(1:40)
                   "|RECORDS=" WS-CNT-MIGRATED
                   "|FORWARDED=" WS-CNT-FORWARDED.

           EXIT.

       PARA-WRITE-FORWARD.
           *> Sequence 0 sorts the brought-forward balance ahead of
           *> any posting made on the same date.
           MOVE ABAL-KEY TO ATXN-ACCT
           IF ABAL-LAST-DATE = 0
               MOVE WS-RUN-DATE TO ATXN-DATE
           ELSE
               MOVE ABAL-LAST-DATE TO ATXN-DATE
           END-IF
           MOVE 0 TO ATXN-SEQ
           MOVE "B" TO ATXN-TYPE
           MOVE ABAL-BALANCE TO ATXN-AMOUNT
           MOVE ABAL-BALANCE TO ATXN-BASE-AMOUNT
           MOVE WS-RUN-DATE TO ATXN-RUN-DATE
           MOVE 0 TO ATXN-TXN-N
           WRITE ATXN-REC
               INVALID KEY
                   ADD 1 TO WS-CNT-REJECTED
                   DISPLAY "MIGRATE|REJECT|ACCT=" ABAL-KEY
                           "|REASON=HISTORY-WRITE|FS=" WS-ATXN-FS
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-FORWARDED
           END-WRITE.

           EXIT.
