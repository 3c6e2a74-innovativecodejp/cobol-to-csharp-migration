       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSTMT.

      *> Customer account statements from MVP10PROGRAM's account
      *> transaction history (MVP10_ACCT_HISTORY). For each account
      *> on the master (MVP10_ACCOUNTS) the statement for the period
      *> prints the opening balance, every posting in the period
      *> with its running balance, and the closing balance, each
      *> account starting on a new page of a REPORTSUB report.
      *>
      *> ACCT_STMT_MONTH   YYYYMM statement month (default: the
      *>                   current month), or
      *> ACCT_STMT_FROM/TO an explicit YYYYMMDD period instead
      *> ACCT_STMT_ACCOUNT one account only (default: all)
      *> ACCT_STMT_OUTPUT  report (default acct-statements.txt)
      *>
      *> An account closed before the period, or opened after it,
      *> gets no statement. Every statement is reconciled: its
      *> closing balance plus anything posted after the period must
      *> equal the balance on the master. A statement that does not
      *> agree is flagged OUT-OF-BALANCE in the report and the run
      *> ends with exceptions. The run only reads, so it takes no
      *> lock and may run alongside the posting run's readers.

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

       *> MVP10PROGRAM's account transaction history (P = posting,
       *> B = balance brought forward).
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

       WORKING-STORAGE SECTION.
       01  WS-ABAL-PATH         PIC X(260).
       01  WS-ABAL-FS           PIC XX.
       01  WS-ATXN-PATH         PIC X(260).
       01  WS-ATXN-FS           PIC XX.
       01  WS-RPT-PATH          PIC X(260).
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                VALUE "Y".
       01  WS-ATXN-EOF          PIC X VALUE "N".
           88 ATXN-EOF           VALUE "Y".
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.

       *> Statement period and selection.
       01  WS-STMT-MONTH        PIC 9(6) VALUE 0.
       01  WS-STMT-FROM         PIC 9(8) VALUE 0.
       01  WS-STMT-TO           PIC 9(8) VALUE 0.
       01  WS-STMT-ACCT         PIC X(8) VALUE SPACES.
       01  WS-DE-FUNC           PIC X(1).
       01  WS-DE-DATE-1         PIC 9(8) VALUE 0.
       01  WS-DE-DATE-2         PIC 9(8) VALUE 0.
       01  WS-DE-DAYS           PIC S9(5) VALUE 0.
       01  WS-DE-RESULT         PIC S9(8) VALUE 0.
       01  WS-DE-STATUS         PIC XX.

       *> One account's statement figures.
       01  WS-OPENING           PIC S9(11)V99 VALUE 0.
       01  WS-RUNNING           PIC S9(11)V99 VALUE 0.
       01  WS-LATER             PIC S9(11)V99 VALUE 0.
       01  WS-HIST-TOTAL        PIC S9(11)V99 VALUE 0.
       01  WS-PERIOD-IN         PIC S9(11)V99 VALUE 0.
       01  WS-PERIOD-OUT        PIC S9(11)V99 VALUE 0.
       01  WS-TXN-LINES         PIC 9(6) VALUE 0.
       01  WS-OPENING-DONE      PIC X VALUE "N".
           88 OPENING-DONE       VALUE "Y".
       01  WS-TYPE-TEXT         PIC X(12).
       01  WS-AMT-ED            PIC -9(11).99.
       01  WS-BAL-ED            PIC -9(11).99.
       01  WS-BAL2-ED           PIC -9(11).99.

       *> REPORTSUB parameter block.
       01  WS-RPT-LINE          PIC X(132).
       01  WS-RS-FUNC           PIC X(1).
       01  WS-RS-TEXT           PIC X(132).

       01  WS-CNT-ACCOUNTS      PIC 9(6) VALUE 0.
       01  WS-CNT-STATEMENTS    PIC 9(6) VALUE 0.
       01  WS-CNT-SKIPPED       PIC 9(6) VALUE 0.
       01  WS-CNT-TXNS          PIC 9(6) VALUE 0.
       01  WS-CNT-UNBALANCED    PIC 9(6) VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "ACCTSTMT".
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

           MOVE "acct-statements.txt" TO WS-RPT-PATH.
           ACCEPT WS-RPT-PATH FROM ENVIRONMENT "ACCT_STMT_OUTPUT".
           IF WS-RPT-PATH = SPACES
               MOVE "acct-statements.txt" TO WS-RPT-PATH
           END-IF.

           ACCEPT WS-STMT-ACCT FROM ENVIRONMENT "ACCT_STMT_ACCOUNT".

           *> The period defaults to the calendar month, as the
           *> MVP10PROGRAM ledger statement does.
           ACCEPT WS-STMT-MONTH FROM ENVIRONMENT "ACCT_STMT_MONTH".
           IF WS-STMT-MONTH = 0
               MOVE WS-RUN-DATE(1:6) TO WS-STMT-MONTH
           END-IF.
           COMPUTE WS-STMT-FROM = WS-STMT-MONTH * 100 + 1.
           COMPUTE WS-STMT-TO   = WS-STMT-MONTH * 100 + 31.
           PERFORM PARA-EXPLICIT-PERIOD.

           OPEN INPUT ABAL-FILE.
           IF WS-ABAL-FS NOT = "00"
               DISPLAY "ERROR|REASON=ACCOUNTS-NOT-FOUND|PATH="
                       WS-ABAL-PATH "|STATUS=" WS-ABAL-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.
           OPEN INPUT ATXN-FILE.
           IF WS-ATXN-FS NOT = "00"
               DISPLAY "ERROR|REASON=HISTORY-NOT-FOUND|PATH="
                       WS-ATXN-PATH "|STATUS=" WS-ATXN-FS
               MOVE 8 TO RETURN-CODE
               CLOSE ABAL-FILE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           PERFORM PARA-START-REPORT.

           IF WS-STMT-ACCT NOT = SPACES
               MOVE WS-STMT-ACCT TO ABAL-KEY
               READ ABAL-FILE
                   INVALID KEY
                       DISPLAY "WARN|REASON=ACCOUNT-NOT-FOUND|ACCT="
                               WS-STMT-ACCT
                       ADD 1 TO WS-CNT-UNBALANCED
                   NOT INVALID KEY
                       PERFORM PARA-ONE-ACCOUNT
               END-READ
           ELSE
               PERFORM UNTIL EOF
                   READ ABAL-FILE NEXT
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           PERFORM PARA-ONE-ACCOUNT
                   END-READ
               END-PERFORM
           END-IF.

           CLOSE ABAL-FILE.
           CLOSE ATXN-FILE.

           PERFORM PARA-END-REPORT.

           DISPLAY "TOTALS|FROM=" WS-STMT-FROM
                   "|TO=" WS-STMT-TO
                   "|ACCOUNTS=" WS-CNT-ACCOUNTS
                   "|STATEMENTS=" WS-CNT-STATEMENTS
                   "|SKIPPED=" WS-CNT-SKIPPED
                   "|TRANSACTIONS=" WS-CNT-TXNS
                   "|OUT-OF-BALANCE=" WS-CNT-UNBALANCED.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-EXPLICIT-PERIOD.
           *> An explicit FROM/TO pair overrides the month; both
           *> dates must be valid and in order.
           MOVE 0 TO WS-DE-DATE-1
           ACCEPT WS-DE-DATE-1 FROM ENVIRONMENT "ACCT_STMT_FROM"
           MOVE 0 TO WS-DE-DATE-2
           ACCEPT WS-DE-DATE-2 FROM ENVIRONMENT "ACCT_STMT_TO"
           IF WS-DE-DATE-1 = 0 AND WS-DE-DATE-2 = 0
               EXIT PARAGRAPH
           END-IF
           MOVE WS-DE-DATE-2 TO WS-STMT-TO
           MOVE WS-DE-DATE-1 TO WS-STMT-FROM
           MOVE "V" TO WS-DE-FUNC
           CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
               WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS
           IF WS-DE-STATUS = "00"
               MOVE WS-STMT-TO TO WS-DE-DATE-1
               CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
                   WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT
                   WS-DE-STATUS
           END-IF
           IF WS-DE-STATUS NOT = "00"
               OR WS-STMT-FROM > WS-STMT-TO
               DISPLAY "ERROR|REASON=BAD-PERIOD|FROM=" WS-STMT-FROM
                       "|TO=" WS-STMT-TO
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           EXIT.

       PARA-START-REPORT.
           MOVE "S" TO WS-RS-FUNC
           MOVE "CUSTOMER ACCOUNT STATEMENTS" TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "H" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           STRING "STATEMENT|FROM=" DELIMITED BY SIZE
                  WS-STMT-FROM      DELIMITED BY SIZE
                  "|TO="            DELIMITED BY SIZE
                  WS-STMT-TO        DELIMITED BY SIZE
                  INTO WS-RS-TEXT
           END-STRING
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE SPACES TO WS-RS-TEXT
           STRING "TXN|DATE    |SEQ |TYPE        |AMOUNT"
                                    DELIMITED BY SIZE
                  "          |BALANCE"
                                    DELIMITED BY SIZE
                  INTO WS-RS-TEXT
           END-STRING
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT.

           EXIT.

       PARA-ONE-ACCOUNT.
           ADD 1 TO WS-CNT-ACCOUNTS
           IF ABAL-IS-CLOSED AND ABAL-CLOSE-DATE < WS-STMT-FROM
               ADD 1 TO WS-CNT-SKIPPED
               EXIT PARAGRAPH
           END-IF
           IF ABAL-OPEN-DATE > WS-STMT-TO
               ADD 1 TO WS-CNT-SKIPPED
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CNT-STATEMENTS

           MOVE 0 TO WS-OPENING
           MOVE 0 TO WS-LATER
           MOVE 0 TO WS-PERIOD-IN
           MOVE 0 TO WS-PERIOD-OUT
           MOVE 0 TO WS-TXN-LINES
           MOVE "N" TO WS-OPENING-DONE

           *> Each statement starts on its own page.
           MOVE "P" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "ACCOUNT|ACCT="   DELIMITED BY SIZE
                  ABAL-KEY          DELIMITED BY SIZE
                  "|PRODUCT="       DELIMITED BY SIZE
                  ABAL-PRODUCT      DELIMITED BY SIZE
                  "|STATUS="        DELIMITED BY SIZE
                  ABAL-STATUS       DELIMITED BY SIZE
                  "|OPENED="        DELIMITED BY SIZE
                  ABAL-OPEN-DATE    DELIMITED BY SIZE
                  "|CLOSED="        DELIMITED BY SIZE
                  ABAL-CLOSE-DATE   DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-DETAIL

           *> History is in account/date/sequence order, so every
           *> line before the period has been summed into the opening
           *> balance by the time the first period line is reached.
           MOVE "N" TO WS-ATXN-EOF
           MOVE ABAL-KEY TO ATXN-ACCT
           MOVE 0 TO ATXN-DATE
           MOVE 0 TO ATXN-SEQ
           START ATXN-FILE KEY >= ATXN-KEY
               INVALID KEY
                   SET ATXN-EOF TO TRUE
           END-START
           PERFORM UNTIL ATXN-EOF
               READ ATXN-FILE NEXT
                   AT END
                       SET ATXN-EOF TO TRUE
                   NOT AT END
                       IF ATXN-ACCT NOT = ABAL-KEY
                           SET ATXN-EOF TO TRUE
                       ELSE
                           PERFORM PARA-ONE-HISTORY-LINE
                       END-IF
               END-READ
           END-PERFORM
           IF NOT OPENING-DONE
               PERFORM PARA-WRITE-OPENING
           END-IF

           MOVE WS-RUNNING TO WS-BAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "CLOSING|DATE="   DELIMITED BY SIZE
                  WS-STMT-TO        DELIMITED BY SIZE
                  "|TRANSACTIONS="  DELIMITED BY SIZE
                  WS-TXN-LINES      DELIMITED BY SIZE
                  "|BALANCE="       DELIMITED BY SIZE
                  WS-BAL-ED         DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-TOTAL
           MOVE WS-PERIOD-IN TO WS-AMT-ED
           MOVE WS-PERIOD-OUT TO WS-BAL2-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "PERIOD|CREDITS=" DELIMITED BY SIZE
                  WS-AMT-ED         DELIMITED BY SIZE
                  "|DEBITS="        DELIMITED BY SIZE
                  WS-BAL2-ED        DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-DETAIL

           PERFORM PARA-RECONCILE.

           EXIT.

       PARA-ONE-HISTORY-LINE.
           EVALUATE TRUE
               WHEN ATXN-DATE < WS-STMT-FROM
                   ADD ATXN-AMOUNT TO WS-OPENING
               WHEN ATXN-DATE > WS-STMT-TO
                   ADD ATXN-AMOUNT TO WS-LATER
               WHEN OTHER
                   IF NOT OPENING-DONE
                       PERFORM PARA-WRITE-OPENING
                   END-IF
                   PERFORM PARA-WRITE-TRANSACTION
           END-EVALUATE.

           EXIT.

       PARA-WRITE-OPENING.
           SET OPENING-DONE TO TRUE
           MOVE WS-OPENING TO WS-RUNNING
           MOVE WS-OPENING TO WS-BAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "OPENING|DATE="   DELIMITED BY SIZE
                  WS-STMT-FROM      DELIMITED BY SIZE
                  "|BALANCE="       DELIMITED BY SIZE
                  WS-BAL-ED         DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-DETAIL.

           EXIT.

       PARA-WRITE-TRANSACTION.
           ADD ATXN-AMOUNT TO WS-RUNNING
           ADD 1 TO WS-TXN-LINES
           ADD 1 TO WS-CNT-TXNS
           IF ATXN-AMOUNT < 0
               SUBTRACT ATXN-AMOUNT FROM WS-PERIOD-OUT
           ELSE
               ADD ATXN-AMOUNT TO WS-PERIOD-IN
           END-IF
           EVALUATE TRUE
               WHEN ATXN-TYPE = "B"
                   MOVE "BROUGHT-FWD" TO WS-TYPE-TEXT
               WHEN ATXN-AMOUNT < 0
                   MOVE "DEBIT" TO WS-TYPE-TEXT
               WHEN OTHER
                   MOVE "CREDIT" TO WS-TYPE-TEXT
           END-EVALUATE
           MOVE ATXN-AMOUNT TO WS-AMT-ED
           MOVE WS-RUNNING TO WS-BAL-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "TXN|"            DELIMITED BY SIZE
                  ATXN-DATE         DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  ATXN-SEQ          DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-TYPE-TEXT      DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-AMT-ED         DELIMITED BY SIZE
                  "|"               DELIMITED BY SIZE
                  WS-BAL-ED         DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-DETAIL.

           EXIT.

       PARA-RECONCILE.
           *> The history must account for the whole master balance:
           *> the closing balance plus whatever was posted after the
           *> period.
           COMPUTE WS-HIST-TOTAL = WS-RUNNING + WS-LATER
           IF WS-LATER NOT = 0
               MOVE WS-LATER TO WS-AMT-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "AFTER-PERIOD|AMOUNT=" DELIMITED BY SIZE
                      WS-AMT-ED              DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM PARA-RPT-DETAIL
           END-IF
           IF WS-HIST-TOTAL NOT = ABAL-BALANCE
               ADD 1 TO WS-CNT-UNBALANCED
               MOVE WS-HIST-TOTAL TO WS-BAL-ED
               MOVE ABAL-BALANCE TO WS-BAL2-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "*** OUT-OF-BALANCE|HISTORY=" DELIMITED BY SIZE
                      WS-BAL-ED                     DELIMITED BY SIZE
                      "|MASTER="                    DELIMITED BY SIZE
                      WS-BAL2-ED                    DELIMITED BY SIZE
                      " ***"                        DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM PARA-RPT-TOTAL
               DISPLAY "EXCEPTION|REASON=OUT-OF-BALANCE|ACCT="
                       ABAL-KEY "|HISTORY=" WS-BAL-ED
                       "|MASTER=" WS-BAL2-ED
           END-IF.

           EXIT.

       PARA-END-REPORT.
           MOVE "P" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTALS|ACCOUNTS="  DELIMITED BY SIZE
                  WS-CNT-ACCOUNTS     DELIMITED BY SIZE
                  "|STATEMENTS="      DELIMITED BY SIZE
                  WS-CNT-STATEMENTS   DELIMITED BY SIZE
                  "|SKIPPED="         DELIMITED BY SIZE
                  WS-CNT-SKIPPED      DELIMITED BY SIZE
                  "|TRANSACTIONS="    DELIMITED BY SIZE
                  WS-CNT-TXNS         DELIMITED BY SIZE
                  "|OUT-OF-BALANCE="  DELIMITED BY SIZE
                  WS-CNT-UNBALANCED   DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-TOTAL
           MOVE "E" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "R" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           MOVE "ACCTSTMT" TO WS-RS-TEXT(1:16)
           MOVE WS-RH-PROGRAM TO WS-RS-TEXT(17:16)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT.

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

       PARA-RECORD-RUN.
           MOVE WS-ATXN-PATH(1:40) TO WS-RH-IN
           MOVE WS-RPT-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-ACCOUNTS TO WS-RH-READ
           MOVE WS-CNT-STATEMENTS TO WS-RH-WRITTEN
           MOVE WS-CNT-UNBALANCED TO WS-RH-REJECTED
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
