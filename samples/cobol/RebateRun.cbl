       IDENTIFICATION DIVISION.
       PROGRAM-ID. REBATERUN.

      *> Quarterly tier-benefit cash rebate, replacing the figures
      *> Finance calculated off-system and keyed in. A customer's
      *> tier for the quarter is the class MVP06PROGRAM assigned on
      *> the latest classification run dated in the quarter, taken
      *> from its classification history (MVP06_CLASSHIST); where
      *> that run gave the customer more than one class (a VIP case
      *> and a loyalty tier) the better-paying one applies. The
      *> qualifying spend is the base-currency value of the debit
      *> postings dated in the quarter across all the customer's
      *> accounts (ACCTXREF's cross-reference, XREF_INDEX), and the
      *> rebate is the tier's percentage of it. Each rebate is
      *> written as a credit in MVP10PROGRAM's ACCOUNT layout, in
      *> the base currency, to the customer's primary account - the
      *> open account linked longest - for an MVP10PROGRAM FILE run
      *> to post, and a paginated report shows the rebate per
      *> customer and the total by tier.
      *>
      *> REBATE_QUARTER  YYYYQn (default: the quarter before the
      *>                 run date - the quarter just ended)
      *> REBATE_RATES    rate table (default rebate-rates.txt):
      *>                 tier(10) and rebate percent 9(2)V9(4)
      *>                 (e.g. 015000 = 1.5%). A class with no rate
      *>                 line earns nothing.
      *> REBATE_POST_DATE posting date (default the quarter's last
      *>                 day)
      *> REBATE_REGISTER rebates paid (default rebate-register.dat)
      *> REBATE_OUTPUT   postings (default rebate-postings-<quarter>
      *>                 .txt), extended rather than replaced
      *> REBATE_REPORT   report (default rebate-report-<quarter>.txt)
      *>
      *> Every rebate is entered on the register, keyed by quarter
      *> and customer, before its posting is written, so a rerun for
      *> the same quarter reports the customers already paid and
      *> posts only those that were not.

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
           SELECT XREF-FILE ASSIGN TO DYNAMIC WS-XREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS XREF-ACCT
               ALTERNATE RECORD KEY IS XREF-CUST WITH DUPLICATES
               FILE STATUS  IS WS-XREF-FS.
           SELECT REG-FILE ASSIGN TO DYNAMIC WS-REG-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RG-KEY
               FILE STATUS  IS WS-REG-FS.
           SELECT CHIST-FILE ASSIGN TO DYNAMIC WS-CHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-CHIST-FS.
           SELECT RATE-FILE ASSIGN TO DYNAMIC WS-RATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-RATE-FS.
           SELECT POST-FILE ASSIGN TO DYNAMIC WS-POST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-POST-FS.

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

       *> ACCTXREF's account-to-customer cross-reference, read only.
       FD  XREF-FILE.
       01  XREF-REC.
           05 XREF-ACCT          PIC X(8).
           05 XREF-CUST          PIC 9(4).
           05 XREF-LINK-DATE     PIC 9(8).
           05 XREF-MAINT-DATE    PIC 9(8).

       *> Rebate register: one record per customer paid a rebate
       *> for a quarter.
       FD  REG-FILE.
       01  REG-REC.
           05 RG-KEY.
               10 RG-QUARTER     PIC X(6).
               10 RG-CUST        PIC 9(4).
           05 RG-ACCT            PIC X(8).
           05 RG-TIER            PIC X(10).
           05 RG-SPEND           PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
           05 RG-RATE            PIC 9(2)V9(4).
           05 RG-AMOUNT          PIC S9(9)V99
                                 SIGN IS LEADING SEPARATE.
           05 RG-POST-DATE       PIC 9(8).
           05 RG-RUN-DATE        PIC 9(8).

       *> MVP06PROGRAM's customer-keyed classification history.
       FD  CHIST-FILE.
       01  CHIST-REC.
           05 CH-TAG            PIC X(3).
           05 CH-KEY            PIC X(10).
           05 CH-ASOF           PIC 9(8).
           05 CH-CLASS          PIC X(10).

       *> Rebate percentage by tier.
       FD  RATE-FILE.
       01  RATE-REC.
           05 RR-TIER           PIC X(10).
           05 RR-RATE           PIC 9(2)V9(4).

       *> Generated postings in MVP10PROGRAM's ACCOUNT layout:
       *> account, posting date, signed amount, currency.
       FD  POST-FILE.
       01  POST-REC.
           05 POST-ACCT          PIC X(8).
           05 POST-DATE          PIC 9(8).
           05 POST-AMOUNT        PIC X(20).
           05 POST-CCY           PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-ABAL-PATH         PIC X(260).
       01  WS-ABAL-FS           PIC XX.
       01  WS-ATXN-PATH         PIC X(260).
       01  WS-ATXN-FS           PIC XX.
       01  WS-XREF-PATH         PIC X(260).
       01  WS-XREF-FS           PIC XX.
       01  WS-REG-PATH          PIC X(260).
       01  WS-REG-FS            PIC XX.
       01  WS-CHIST-PATH        PIC X(260).
       01  WS-CHIST-FS          PIC XX.
       01  WS-RATE-PATH         PIC X(260).
       01  WS-RATE-FS           PIC XX.
       01  WS-POST-PATH         PIC X(260).
       01  WS-POST-FS           PIC XX.
       01  WS-RPT-PATH          PIC X(260).
       01  WS-CHIST-EOF         PIC X VALUE "N".
           88 CHIST-EOF          VALUE "Y".
       01  WS-RATE-EOF          PIC X VALUE "N".
           88 RATE-EOF           VALUE "Y".
       01  WS-ATXN-EOF          PIC X VALUE "N".
           88 ATXN-EOF           VALUE "Y".
       01  WS-XREF-EOF          PIC X VALUE "N".
           88 XREF-EOF           VALUE "Y".
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
           05 WS-RUN-YY          PIC 9(4).
           05 WS-RUN-MM          PIC 9(2).
           05 WS-RUN-DD          PIC 9(2).
       01  WS-BASE-CCY          PIC X(3).

       *> The rebate quarter: first and last day.
       01  WS-QUARTER           PIC X(6).
       01  WS-QUARTER-R REDEFINES WS-QUARTER.
           05 WS-Q-YY            PIC 9(4).
           05 WS-Q-TAG           PIC X(1).
           05 WS-Q-N             PIC 9(1).
       01  WS-RUN-Q             PIC 9(1) VALUE 0.
       01  WS-FROM              PIC 9(8) VALUE 0.
       01  WS-TO                PIC 9(8) VALUE 0.
       01  WS-NEXT-FIRST        PIC 9(8) VALUE 0.
       01  WS-POST-DATE         PIC 9(8) VALUE 0.
       01  WS-POST-DATE-X       PIC X(8).
       01  WS-DE-FUNC           PIC X(1).
       01  WS-DE-DATE-1         PIC 9(8) VALUE 0.
       01  WS-DE-DATE-2         PIC 9(8) VALUE 0.
       01  WS-DE-DAYS           PIC S9(5) VALUE 0.
       01  WS-DE-RESULT         PIC S9(8) VALUE 0.
       01  WS-DE-STATUS         PIC XX.

       *> Rate table, loaded once, with the rebate totals by tier.
       01  WS-RB-COUNT          PIC 9(2) VALUE 0.
       01  WS-RB-IDX            PIC 9(2) VALUE 0.
       01  WS-RB-SEL            PIC 9(2) VALUE 0.
       01  WS-RB-TAB.
           05 WS-RB-ENTRY OCCURS 20 TIMES.
               10 WS-RB-TIER     PIC X(10).
               10 WS-RB-RATE     PIC 9(2)V9(4).
               10 WS-RB-N        PIC 9(6).
               10 WS-RB-SPEND    PIC S9(13)V99.
               10 WS-RB-REBATE   PIC S9(11)V99.

       *> Each customer's tier for the quarter, indexed by customer
       *> number plus one: the latest run's date, class and rate.
       01  WS-CU-IDX            PIC 9(5) VALUE 0.
       01  WS-CU-TAB.
           05 WS-CU-ENTRY OCCURS 10000 TIMES.
               10 WS-CU-ASOF     PIC 9(8).
               10 WS-CU-TIER     PIC X(10).
               10 WS-CU-RATE     PIC 9(2)V9(4).
       01  WS-CU-KEY            PIC 9(4) VALUE 0.
       01  WS-CH-RATE           PIC 9(2)V9(4) VALUE 0.

       *> One customer's accounts: the spend and the primary.
       01  WS-SPEND             PIC S9(11)V99 VALUE 0.
       01  WS-PRIMARY           PIC X(8).
       01  WS-PRIMARY-LINK      PIC 9(8) VALUE 0.
       01  WS-REBATE            PIC S9(9)V99 VALUE 0.
       01  WS-RESULT            PIC X(12).
       01  WS-POST-ED           PIC -(9)9.99.

       *> Report fields.
       01  WS-RPT-LINE          PIC X(132).
       01  WS-RS-FUNC           PIC X(1).
       01  WS-RS-TEXT           PIC X(132).
       01  WS-SPEND-ED          PIC -9(11).99.
       01  WS-REBATE-ED         PIC -9(9).99.
       01  WS-RATE-ED           PIC Z9.9999.
       01  WS-TOT-ED            PIC -9(13).99.
       01  WS-TOT-REBATE        PIC S9(11)V99 VALUE 0.
       01  WS-TOT-PAID-BEFORE   PIC S9(11)V99 VALUE 0.

       01  WS-CNT-HISTORY       PIC 9(6) VALUE 0.
       01  WS-CNT-BAD-KEY       PIC 9(6) VALUE 0.
       01  WS-CNT-CUSTOMERS     PIC 9(6) VALUE 0.
       01  WS-CNT-POSTED        PIC 9(6) VALUE 0.
       01  WS-CNT-PAID-BEFORE   PIC 9(6) VALUE 0.
       01  WS-CNT-NIL           PIC 9(6) VALUE 0.
       01  WS-CNT-NO-ACCOUNT    PIC 9(6) VALUE 0.
       01  WS-CNT-FAILED        PIC 9(6) VALUE 0.

       *> The register is updated by one rebate run at a time.
       01  WS-LOCK-ACTION       PIC X(1).
       01  WS-LOCK-RESOURCE     PIC X(20) VALUE "REBATE-REGISTER".
       01  WS-LOCK-HOLDER       PIC X(40).
       01  WS-LOCK-STATUS       PIC XX.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "REBATERUN".
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

           MOVE "acct-xref.dat" TO WS-XREF-PATH.
           ACCEPT WS-XREF-PATH FROM ENVIRONMENT "XREF_INDEX".
           IF WS-XREF-PATH = SPACES
               MOVE "acct-xref.dat" TO WS-XREF-PATH
           END-IF.

           MOVE "mvp06-classhist.txt" TO WS-CHIST-PATH.
           ACCEPT WS-CHIST-PATH FROM ENVIRONMENT "MVP06_CLASSHIST".
           IF WS-CHIST-PATH = SPACES
               MOVE "mvp06-classhist.txt" TO WS-CHIST-PATH
           END-IF.

           MOVE "rebate-rates.txt" TO WS-RATE-PATH.
           ACCEPT WS-RATE-PATH FROM ENVIRONMENT "REBATE_RATES".
           IF WS-RATE-PATH = SPACES
               MOVE "rebate-rates.txt" TO WS-RATE-PATH
           END-IF.

           MOVE "rebate-register.dat" TO WS-REG-PATH.
           ACCEPT WS-REG-PATH FROM ENVIRONMENT "REBATE_REGISTER".
           IF WS-REG-PATH = SPACES
               MOVE "rebate-register.dat" TO WS-REG-PATH
           END-IF.

           *> Rebates are paid in the base currency of the ledger.
           MOVE "GBP" TO WS-BASE-CCY.
           ACCEPT WS-BASE-CCY FROM ENVIRONMENT "MVP10_BASE_CCY".
           IF WS-BASE-CCY = SPACES
               MOVE "GBP" TO WS-BASE-CCY
           END-IF.

           PERFORM PARA-SET-QUARTER.

           MOVE SPACES TO WS-POST-PATH.
           STRING "rebate-postings-" DELIMITED BY SIZE
                  WS-QUARTER         DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
                  INTO WS-POST-PATH
           END-STRING.
           ACCEPT WS-POST-PATH FROM ENVIRONMENT "REBATE_OUTPUT".
           IF WS-POST-PATH = SPACES
               STRING "rebate-postings-" DELIMITED BY SIZE
                      WS-QUARTER         DELIMITED BY SIZE
                      ".txt"             DELIMITED BY SIZE
                      INTO WS-POST-PATH
               END-STRING
           END-IF.

           MOVE SPACES TO WS-RPT-PATH.
           STRING "rebate-report-"   DELIMITED BY SIZE
                  WS-QUARTER         DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
                  INTO WS-RPT-PATH
           END-STRING.
           ACCEPT WS-RPT-PATH FROM ENVIRONMENT "REBATE_REPORT".
           IF WS-RPT-PATH = SPACES
               STRING "rebate-report-"   DELIMITED BY SIZE
                      WS-QUARTER         DELIMITED BY SIZE
                      ".txt"             DELIMITED BY SIZE
                      INTO WS-RPT-PATH
               END-STRING
           END-IF.

           PERFORM PARA-LOAD-RATES.
           IF WS-RB-COUNT = 0
               DISPLAY "ERROR|REASON=NO-RATES|PATH=" WS-RATE-PATH
                       "|STATUS=" WS-RATE-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           PERFORM PARA-LOAD-TIERS.

           PERFORM PARA-TAKE-LOCK.
           PERFORM PARA-OPEN-FILES.

           PERFORM PARA-START-REPORT.

           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > 10000
               IF WS-CU-ASOF(WS-CU-IDX) > 0
                   PERFORM PARA-ONE-CUSTOMER
               END-IF
           END-PERFORM.

           CLOSE ABAL-FILE.
           CLOSE ATXN-FILE.
           CLOSE XREF-FILE.
           CLOSE REG-FILE.
           CLOSE POST-FILE.
           PERFORM PARA-RELEASE-LOCK.

           PERFORM PARA-END-REPORT.

           MOVE WS-TOT-REBATE TO WS-REBATE-ED.
           DISPLAY "TOTALS|QUARTER=" WS-QUARTER
                   "|CUSTOMERS=" WS-CNT-CUSTOMERS
                   "|POSTED=" WS-CNT-POSTED
                   "|PAID-BEFORE=" WS-CNT-PAID-BEFORE
                   "|NIL=" WS-CNT-NIL
                   "|NO-ACCOUNT=" WS-CNT-NO-ACCOUNT
                   "|FAILED=" WS-CNT-FAILED
                   "|REBATE=" WS-REBATE-ED.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-SET-QUARTER.
           MOVE SPACES TO WS-QUARTER
           ACCEPT WS-QUARTER FROM ENVIRONMENT "REBATE_QUARTER"
           IF WS-QUARTER = SPACES
               COMPUTE WS-RUN-Q = (WS-RUN-MM - 1) / 3 + 1
               MOVE WS-RUN-YY TO WS-Q-YY
               MOVE "Q" TO WS-Q-TAG
               IF WS-RUN-Q = 1
                   SUBTRACT 1 FROM WS-Q-YY
                   MOVE 4 TO WS-Q-N
               ELSE
                   COMPUTE WS-Q-N = WS-RUN-Q - 1
               END-IF
           END-IF
           IF WS-Q-YY IS NOT NUMERIC
               OR WS-Q-TAG NOT = "Q"
               OR WS-Q-N IS NOT NUMERIC
               OR WS-Q-N < 1 OR WS-Q-N > 4
               DISPLAY "ERROR|REASON=BAD-QUARTER|QUARTER=" WS-QUARTER
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF
           COMPUTE WS-FROM =
               WS-Q-YY * 10000 + ((WS-Q-N - 1) * 3 + 1) * 100 + 1
           *> The last day is the day before the next quarter's
           *> first.
           IF WS-Q-N = 4
               COMPUTE WS-NEXT-FIRST = (WS-Q-YY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-FIRST =
                   WS-Q-YY * 10000 + (WS-Q-N * 3 + 1) * 100 + 1
           END-IF
           MOVE "A" TO WS-DE-FUNC
           MOVE WS-NEXT-FIRST TO WS-DE-DATE-1
           MOVE -1 TO WS-DE-DAYS
           CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
               WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS
           MOVE WS-DE-RESULT TO WS-TO
           *> A quarter's spend is not complete until it has ended.
           IF WS-TO >= WS-RUN-DATE
               DISPLAY "ERROR|REASON=QUARTER-NOT-ENDED|QUARTER="
                       WS-QUARTER "|TO=" WS-TO
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF

           MOVE WS-TO TO WS-POST-DATE
           MOVE SPACES TO WS-POST-DATE-X
           ACCEPT WS-POST-DATE-X FROM ENVIRONMENT "REBATE_POST_DATE"
           IF WS-POST-DATE-X NOT = SPACES
               IF WS-POST-DATE-X IS NOT NUMERIC
                   DISPLAY "ERROR|REASON=BAD-POST-DATE|DATE="
                           WS-POST-DATE-X
                   MOVE 8 TO RETURN-CODE
                   PERFORM PARA-RECORD-RUN
                   GOBACK
               END-IF
               MOVE WS-POST-DATE-X TO WS-POST-DATE
               MOVE "V" TO WS-DE-FUNC
               MOVE WS-POST-DATE TO WS-DE-DATE-1
               CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
                   WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS
               IF WS-DE-STATUS NOT = "00"
                   DISPLAY "ERROR|REASON=BAD-POST-DATE|DATE="
                           WS-POST-DATE
                   MOVE 8 TO RETURN-CODE
                   PERFORM PARA-RECORD-RUN
                   GOBACK
               END-IF
           END-IF.

           EXIT.

       PARA-LOAD-RATES.
           MOVE 0 TO WS-RB-COUNT
           OPEN INPUT RATE-FILE
           IF WS-RATE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RATE-EOF
               READ RATE-FILE
                   AT END
                       SET RATE-EOF TO TRUE
                   NOT AT END
                       IF RR-TIER NOT = SPACES
                           PERFORM PARA-LOAD-ONE-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

           EXIT.

       PARA-LOAD-ONE-RATE.
           IF RR-RATE IS NOT NUMERIC
               DISPLAY "WARN|REASON=BAD-RATE|TEXT=" RATE-REC
               EXIT PARAGRAPH
           END-IF
           IF WS-RB-COUNT >= 20
               DISPLAY "WARN|REASON=RATE-TABLE-FULL|TIER=" RR-TIER
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-RB-COUNT
           MOVE RR-TIER TO WS-RB-TIER(WS-RB-COUNT)
           MOVE RR-RATE TO WS-RB-RATE(WS-RB-COUNT)
           MOVE 0 TO WS-RB-N(WS-RB-COUNT)
           MOVE 0 TO WS-RB-SPEND(WS-RB-COUNT)
           MOVE 0 TO WS-RB-REBATE(WS-RB-COUNT).

           EXIT.

       PARA-LOAD-TIERS.
           *> Each customer's tier is the class from the latest
           *> classification run dated in the quarter.
           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > 10000
               MOVE 0 TO WS-CU-ASOF(WS-CU-IDX)
               MOVE SPACES TO WS-CU-TIER(WS-CU-IDX)
               MOVE 0 TO WS-CU-RATE(WS-CU-IDX)
           END-PERFORM
           OPEN INPUT CHIST-FILE
           IF WS-CHIST-FS NOT = "00"
               DISPLAY "ERROR|REASON=CLASSHIST-NOT-FOUND|PATH="
                       WS-CHIST-PATH "|STATUS=" WS-CHIST-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF
           PERFORM UNTIL CHIST-EOF
               READ CHIST-FILE
                   AT END
                       SET CHIST-EOF TO TRUE
                   NOT AT END
                       IF CH-TAG = "CH|"
                           AND CH-ASOF >= WS-FROM
                           AND CH-ASOF <= WS-TO
                           ADD 1 TO WS-CNT-HISTORY
                           PERFORM PARA-ONE-CLASS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHIST-FILE.

           EXIT.

       PARA-ONE-CLASS.
           *> The history key is the customer number, left-justified.
           IF CH-KEY(1:4) IS NOT NUMERIC
               OR CH-KEY(5:6) NOT = SPACES
               ADD 1 TO WS-CNT-BAD-KEY
               DISPLAY "WARN|REASON=NOT-A-CUSTOMER-KEY|KEY=" CH-KEY
               EXIT PARAGRAPH
           END-IF
           MOVE CH-KEY(1:4) TO WS-CU-KEY
           COMPUTE WS-CU-IDX = WS-CU-KEY + 1
           MOVE 0 TO WS-CH-RATE
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-COUNT
               IF WS-RB-TIER(WS-RB-IDX) = CH-CLASS
                   MOVE WS-RB-RATE(WS-RB-IDX) TO WS-CH-RATE
               END-IF
           END-PERFORM
           IF CH-ASOF > WS-CU-ASOF(WS-CU-IDX)
               OR (CH-ASOF = WS-CU-ASOF(WS-CU-IDX)
                   AND WS-CH-RATE > WS-CU-RATE(WS-CU-IDX))
               MOVE CH-ASOF TO WS-CU-ASOF(WS-CU-IDX)
               MOVE CH-CLASS TO WS-CU-TIER(WS-CU-IDX)
               MOVE WS-CH-RATE TO WS-CU-RATE(WS-CU-IDX)
           END-IF.

           EXIT.

       PARA-TAKE-LOCK.
           MOVE "A" TO WS-LOCK-ACTION
           MOVE WS-RH-PROGRAM TO WS-LOCK-HOLDER
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=REGISTER-LOCKED|HELDBY="
                       WS-LOCK-HOLDER
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           EXIT.

       PARA-RELEASE-LOCK.
           MOVE "R" TO WS-LOCK-ACTION
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS.

           EXIT.

       PARA-OPEN-FILES.
           *> The register is created on its first run.
           OPEN I-O REG-FILE
           IF WS-REG-FS = "35"
               OPEN OUTPUT REG-FILE
               CLOSE REG-FILE
               OPEN I-O REG-FILE
           END-IF
           IF WS-REG-FS NOT = "00"
               DISPLAY "ERROR|REASON=REGISTER-OPEN-FAILED|PATH="
                       WS-REG-PATH "|STATUS=" WS-REG-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RELEASE-LOCK
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF
           OPEN INPUT ABAL-FILE
           IF WS-ABAL-FS NOT = "00"
               DISPLAY "ERROR|REASON=ACCOUNTS-NOT-FOUND|PATH="
                       WS-ABAL-PATH "|STATUS=" WS-ABAL-FS
               MOVE 8 TO RETURN-CODE
               CLOSE REG-FILE
               PERFORM PARA-RELEASE-LOCK
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF
           OPEN INPUT ATXN-FILE
           IF WS-ATXN-FS NOT = "00"
               DISPLAY "ERROR|REASON=HISTORY-NOT-FOUND|PATH="
                       WS-ATXN-PATH "|STATUS=" WS-ATXN-FS
               MOVE 8 TO RETURN-CODE
               CLOSE REG-FILE
               CLOSE ABAL-FILE
               PERFORM PARA-RELEASE-LOCK
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-FS NOT = "00"
               DISPLAY "ERROR|REASON=XREF-NOT-FOUND|PATH="
                       WS-XREF-PATH "|STATUS=" WS-XREF-FS
               MOVE 8 TO RETURN-CODE
               CLOSE REG-FILE
               CLOSE ABAL-FILE
               CLOSE ATXN-FILE
               PERFORM PARA-RELEASE-LOCK
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF
           *> The postings file is extended, so a rerun keeps what
           *> the first run wrote.
           OPEN EXTEND POST-FILE
           IF WS-POST-FS NOT = "00"
               OPEN OUTPUT POST-FILE
           END-IF
           IF WS-POST-FS NOT = "00"
               DISPLAY "ERROR|REASON=OUTPUT-OPEN-FAILED|PATH="
                       WS-POST-PATH "|STATUS=" WS-POST-FS
               MOVE 8 TO RETURN-CODE
               CLOSE REG-FILE
               CLOSE ABAL-FILE
               CLOSE ATXN-FILE
               CLOSE XREF-FILE
               PERFORM PARA-RELEASE-LOCK
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           EXIT.

       PARA-START-REPORT.
           MOVE "S" TO WS-RS-FUNC
           MOVE "QUARTERLY TIER BENEFIT REBATE" TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "H" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           STRING "REBATE|QUARTER="  DELIMITED BY SIZE
                  WS-QUARTER         DELIMITED BY SIZE
                  "|FROM="           DELIMITED BY SIZE
                  WS-FROM            DELIMITED BY SIZE
                  "|TO="             DELIMITED BY SIZE
                  WS-TO              DELIMITED BY SIZE
                  "|POSTING-DATE="   DELIMITED BY SIZE
                  WS-POST-DATE       DELIMITED BY SIZE
                  "|CCY="            DELIMITED BY SIZE
                  WS-BASE-CCY        DELIMITED BY SIZE
                  INTO WS-RS-TEXT
           END-STRING
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE SPACES TO WS-RS-TEXT
           STRING "CUST|ACCT    |TIER      |QUALIFYING SPEND|RATE %  "
                                    DELIMITED BY SIZE
                  "|REBATE       |RESULT"
                                    DELIMITED BY SIZE
                  INTO WS-RS-TEXT
           END-STRING
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT.

           EXIT.

       PARA-ONE-CUSTOMER.
           ADD 1 TO WS-CNT-CUSTOMERS
           COMPUTE WS-CU-KEY = WS-CU-IDX - 1
           PERFORM PARA-CUSTOMER-ACCOUNTS
           MOVE 0 TO WS-REBATE
           IF WS-SPEND > 0 AND WS-CU-RATE(WS-CU-IDX) > 0
               COMPUTE WS-REBATE ROUNDED =
                   WS-SPEND * WS-CU-RATE(WS-CU-IDX) / 100
           END-IF

           EVALUATE TRUE
               WHEN WS-REBATE = 0
                   ADD 1 TO WS-CNT-NIL
                   MOVE "NIL" TO WS-RESULT
               WHEN WS-PRIMARY = SPACES
                   ADD 1 TO WS-CNT-NO-ACCOUNT
                   MOVE "NO-ACCOUNT" TO WS-RESULT
                   DISPLAY "EXCEPTION|REASON=NO-OPEN-ACCOUNT|CUST="
                           WS-CU-KEY
               WHEN OTHER
                   PERFORM PARA-PAY-REBATE
           END-EVALUATE

           MOVE WS-SPEND TO WS-SPEND-ED
           MOVE WS-CU-RATE(WS-CU-IDX) TO WS-RATE-ED
           MOVE WS-REBATE TO WS-REBATE-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING WS-CU-KEY            DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-PRIMARY           DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-CU-TIER(WS-CU-IDX) DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-SPEND-ED          DELIMITED BY SIZE
                  "|"                  DELIMITED BY SIZE
                  WS-RATE-ED           DELIMITED BY SIZE
                  " |"                 DELIMITED BY SIZE
                  WS-REBATE-ED         DELIMITED BY SIZE
                  " |"                 DELIMITED BY SIZE
                  WS-RESULT            DELIMITED BY SPACE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-DETAIL.

           EXIT.

       PARA-CUSTOMER-ACCOUNTS.
           *> All the customer's accounts count toward the spend; the
           *> primary is the open account linked longest.
           MOVE 0 TO WS-SPEND
           MOVE SPACES TO WS-PRIMARY
           MOVE 0 TO WS-PRIMARY-LINK
           MOVE "N" TO WS-XREF-EOF
           MOVE WS-CU-KEY TO XREF-CUST
           START XREF-FILE KEY = XREF-CUST
               INVALID KEY
                   SET XREF-EOF TO TRUE
           END-START
           PERFORM UNTIL XREF-EOF
               READ XREF-FILE NEXT
                   AT END
                       SET XREF-EOF TO TRUE
                   NOT AT END
                       IF XREF-CUST NOT = WS-CU-KEY
                           SET XREF-EOF TO TRUE
                       ELSE
                           PERFORM PARA-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

           EXIT.

       PARA-ONE-ACCOUNT.
           MOVE XREF-ACCT TO ABAL-KEY
           READ ABAL-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           IF ABAL-IS-OPEN
               AND (WS-PRIMARY = SPACES
                    OR XREF-LINK-DATE < WS-PRIMARY-LINK)
               MOVE ABAL-KEY TO WS-PRIMARY
               MOVE XREF-LINK-DATE TO WS-PRIMARY-LINK
           END-IF

           *> Spend is the base value of the debit postings dated in
           *> the quarter, as a positive figure.
           MOVE "N" TO WS-ATXN-EOF
           MOVE ABAL-KEY TO ATXN-ACCT
           MOVE WS-FROM TO ATXN-DATE
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
                           OR ATXN-DATE > WS-TO
                           SET ATXN-EOF TO TRUE
                       ELSE
                           IF ATXN-TYPE = "P"
                               AND ATXN-BASE-AMOUNT < 0
                               SUBTRACT ATXN-BASE-AMOUNT
                                   FROM WS-SPEND
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           EXIT.

       PARA-PAY-REBATE.
           MOVE WS-QUARTER TO RG-QUARTER
           MOVE WS-CU-KEY TO RG-CUST
           READ REG-FILE
               NOT INVALID KEY
                   *> Paid by an earlier run for this quarter.
                   ADD 1 TO WS-CNT-PAID-BEFORE
                   ADD RG-AMOUNT TO WS-TOT-PAID-BEFORE
                   MOVE RG-ACCT TO WS-PRIMARY
                   MOVE RG-AMOUNT TO WS-REBATE
                   MOVE "PAID-BEFORE" TO WS-RESULT
                   EXIT PARAGRAPH
           END-READ

           *> The register is written before the posting: a failure
           *> between the two can lose a rebate, which is reported,
           *> but never pay one twice.
           MOVE WS-PRIMARY TO RG-ACCT
           MOVE WS-CU-TIER(WS-CU-IDX) TO RG-TIER
           MOVE WS-SPEND TO RG-SPEND
           MOVE WS-CU-RATE(WS-CU-IDX) TO RG-RATE
           MOVE WS-REBATE TO RG-AMOUNT
           MOVE WS-POST-DATE TO RG-POST-DATE
           MOVE WS-RUN-DATE TO RG-RUN-DATE
           WRITE REG-REC
               INVALID KEY
                   ADD 1 TO WS-CNT-FAILED
                   MOVE "FAILED" TO WS-RESULT
                   DISPLAY "EXCEPTION|REASON=REGISTER-WRITE|CUST="
                           WS-CU-KEY "|FS=" WS-REG-FS
                   EXIT PARAGRAPH
           END-WRITE
           MOVE WS-PRIMARY TO POST-ACCT
           MOVE WS-POST-DATE TO POST-DATE
           MOVE WS-REBATE TO WS-POST-ED
           MOVE WS-POST-ED TO POST-AMOUNT
           MOVE WS-BASE-CCY TO POST-CCY
           WRITE POST-REC
           IF WS-POST-FS NOT = "00"
               ADD 1 TO WS-CNT-FAILED
               MOVE "FAILED" TO WS-RESULT
               DISPLAY "EXCEPTION|REASON=OUTPUT-WRITE|CUST="
                       WS-CU-KEY "|FS=" WS-POST-FS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CNT-POSTED
           ADD WS-REBATE TO WS-TOT-REBATE
           MOVE "POSTED" TO WS-RESULT
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-COUNT
               IF WS-RB-TIER(WS-RB-IDX) = WS-CU-TIER(WS-CU-IDX)
                   ADD 1 TO WS-RB-N(WS-RB-IDX)
                   ADD WS-SPEND TO WS-RB-SPEND(WS-RB-IDX)
                   ADD WS-REBATE TO WS-RB-REBATE(WS-RB-IDX)
               END-IF
           END-PERFORM.

           EXIT.

       PARA-END-REPORT.
           *> Rebates posted by this run, by tier.
           PERFORM VARYING WS-RB-IDX FROM 1 BY 1
                   UNTIL WS-RB-IDX > WS-RB-COUNT
               MOVE WS-RB-SPEND(WS-RB-IDX) TO WS-TOT-ED
               MOVE WS-RB-REBATE(WS-RB-IDX) TO WS-REBATE-ED
               MOVE SPACES TO WS-RPT-LINE
               STRING "TIER|TIER="          DELIMITED BY SIZE
                      WS-RB-TIER(WS-RB-IDX) DELIMITED BY SPACE
                      "|CUSTOMERS="         DELIMITED BY SIZE
                      WS-RB-N(WS-RB-IDX)    DELIMITED BY SIZE
                      "|SPEND="             DELIMITED BY SIZE
                      WS-TOT-ED             DELIMITED BY SIZE
                      "|REBATE="            DELIMITED BY SIZE
                      WS-REBATE-ED          DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM PARA-RPT-TOTAL
           END-PERFORM
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTALS|CUSTOMERS="  DELIMITED BY SIZE
                  WS-CNT-CUSTOMERS     DELIMITED BY SIZE
                  "|POSTED="           DELIMITED BY SIZE
                  WS-CNT-POSTED        DELIMITED BY SIZE
                  "|PAID-BEFORE="      DELIMITED BY SIZE
                  WS-CNT-PAID-BEFORE   DELIMITED BY SIZE
                  "|NIL="              DELIMITED BY SIZE
                  WS-CNT-NIL           DELIMITED BY SIZE
                  "|NO-ACCOUNT="       DELIMITED BY SIZE
                  WS-CNT-NO-ACCOUNT    DELIMITED BY SIZE
                  "|FAILED="           DELIMITED BY SIZE
                  WS-CNT-FAILED        DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-TOTAL
           MOVE WS-TOT-REBATE TO WS-REBATE-ED
           MOVE WS-TOT-PAID-BEFORE TO WS-TOT-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTALS|REBATE="     DELIMITED BY SIZE
                  WS-REBATE-ED         DELIMITED BY SIZE
                  "|PAID-BEFORE="      DELIMITED BY SIZE
                  WS-TOT-ED            DELIMITED BY SIZE
                  "|POSTINGS-FILE="    DELIMITED BY SIZE
                  WS-POST-PATH(1:40)   DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-DETAIL
           *> Finance signs the report off before the postings file
           *> is released to the MVP10PROGRAM FILE run.
           MOVE SPACES TO WS-RPT-LINE
           MOVE "PREPARED BY: ____________  DATE: ________"
               TO WS-RPT-LINE
           PERFORM PARA-RPT-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           MOVE "APPROVED BY: ____________  DATE: ________"
               TO WS-RPT-LINE
           PERFORM PARA-RPT-TOTAL
           MOVE "E" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "R" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           MOVE "REBATE" TO WS-RS-TEXT(1:16)
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
           MOVE WS-CHIST-PATH(1:40) TO WS-RH-IN
           MOVE WS-POST-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-CUSTOMERS TO WS-RH-READ
           MOVE WS-CNT-POSTED TO WS-RH-WRITTEN
           COMPUTE WS-RH-REJECTED =
               WS-CNT-NO-ACCOUNT + WS-CNT-FAILED
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
