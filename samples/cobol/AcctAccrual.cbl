       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTACCRUAL.

      *> Month-end interest and fee accrual over MVP10PROGRAM's
      *> account master, replacing the spreadsheet whose results
      *> were keyed back as transactions. For every open account the
      *> daily balances for the month are rebuilt from the account
      *> transaction history (MVP10_ACCT_HISTORY) working back from
      *> the master balance; interest is the average daily balance
      *> at the product's tiered annual rate for the days held
      *> (actual/365), and a fee is charged when the lowest daily
      *> balance fell below the product's minimum. The results are
      *> written as an ACCOUNT-layout transaction file for an
      *> MVP10PROGRAM FILE run to post, and as a paginated accrual
      *> report showing basis, rate and amount per account for
      *> Finance to sign off before that run is released.
      *>
      *> ACCRUAL_MONTH   YYYYMM (default: the month before the run
      *>                 date - the month just ended)
      *> ACCRUAL_RATES   rate table (default accrual-rates.txt)
      *> ACCRUAL_OUTPUT  postings (default accrual-postings.txt)
      *> ACCRUAL_REPORT  report (default accrual-report.txt)
      *>
      *> Rate table, one line per product type: product(4),
      *> minimum balance(15) and monthly fee(15) as signed amounts
      *> (blank = no fee), then three tiers of balance-from(15) and
      *> annual rate percent 9(2)V9(4) (e.g. 025000 = 2.5%); a tier
      *> with a blank balance-from is unused. The highest tier
      *> whose balance-from the average balance reaches sets the
      *> rate for the whole balance. An overdrawn average earns
      *> nothing. An account whose product has no rate line is
      *> reported and skipped.
      *>
      *> Postings carry the last day of the month as their posting
      *> date. The run only reads the master and history.

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

       *> Rate table by product type.
       FD  RATE-FILE.
       01  RATE-REC.
           05 RT-PRODUCT         PIC X(4).
           05 RT-MIN-BAL         PIC X(15).
           05 RT-FEE             PIC X(15).
           05 RT-TIER OCCURS 3 TIMES.
               10 RT-TIER-FROM   PIC X(15).
               10 RT-TIER-RATE   PIC 9(2)V9(4).

       *> Generated postings in MVP10PROGRAM's ACCOUNT layout:
       *> account, posting date, signed amount.
       FD  POST-FILE.
       01  POST-REC.
           05 POST-ACCT          PIC X(8).
           05 POST-DATE          PIC 9(8).
           05 POST-AMOUNT        PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-ABAL-PATH         PIC X(260).
       01  WS-ABAL-FS           PIC XX.
       01  WS-ATXN-PATH         PIC X(260).
       01  WS-ATXN-FS           PIC XX.
       01  WS-RATE-PATH         PIC X(260).
       01  WS-RATE-FS           PIC XX.
       01  WS-POST-PATH         PIC X(260).
       01  WS-POST-FS           PIC XX.
       01  WS-RPT-PATH          PIC X(260).
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                VALUE "Y".
       01  WS-ATXN-EOF          PIC X VALUE "N".
           88 ATXN-EOF           VALUE "Y".
       01  WS-RATE-EOF          PIC X VALUE "N".
           88 RATE-EOF           VALUE "Y".
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.

       *> The accrual month: first and last day, and its length.
       01  WS-MONTH             PIC 9(6) VALUE 0.
       01  WS-MONTH-R REDEFINES WS-MONTH.
           05 WS-MONTH-YY        PIC 9(4).
           05 WS-MONTH-MM        PIC 9(2).
       01  WS-FROM              PIC 9(8) VALUE 0.
       01  WS-TO                PIC 9(8) VALUE 0.
       01  WS-NEXT-FIRST        PIC 9(8) VALUE 0.
       01  WS-MONTH-DAYS        PIC 9(2) VALUE 0.
       01  WS-DE-FUNC           PIC X(1).
       01  WS-DE-DATE-1         PIC 9(8) VALUE 0.
       01  WS-DE-DATE-2         PIC 9(8) VALUE 0.
       01  WS-DE-DAYS           PIC S9(5) VALUE 0.
       01  WS-DE-RESULT         PIC S9(8) VALUE 0.
       01  WS-DE-STATUS         PIC XX.

       *> Rate table, loaded once.
       01  WS-AE-FIELD          PIC X(20).
       01  WS-AE-VALUE          PIC S9(9)V99 VALUE 0.
       01  WS-AE-STATUS         PIC XX.
       01  WS-RT-BAD            PIC X VALUE "N".
           88 RT-BAD             VALUE "Y".
       01  WS-RT-COUNT          PIC 9(3) VALUE 0.
       01  WS-RT-IDX            PIC 9(3) VALUE 0.
       01  WS-RT-SEL            PIC 9(3) VALUE 0.
       01  WS-TR-IDX            PIC 9(1) VALUE 0.
       01  WS-RT-TAB.
           05 WS-RT-ENTRY OCCURS 100 TIMES.
               10 WS-RT-PRODUCT  PIC X(4).
               10 WS-RT-FEE-SET  PIC X(1).
               10 WS-RT-MIN-BAL  PIC S9(9)V99.
               10 WS-RT-FEE      PIC S9(9)V99.
               10 WS-RT-TIER OCCURS 3 TIMES.
                   15 WS-RT-TIER-SET  PIC X(1).
                   15 WS-RT-TIER-FROM PIC S9(9)V99.
                   15 WS-RT-TIER-RATE PIC 9(2)V9(4).

       *> One account's month: net postings per day, the daily
       *> balances rebuilt from them, and the accrual figures.
       01  WS-DAY-TAB.
           05 WS-DAY-AMT OCCURS 31 TIMES PIC S9(11)V99.
       01  WS-DAY-IDX           PIC 9(2) VALUE 0.
       01  WS-FIRST-DAY         PIC 9(2) VALUE 0.
       01  WS-DAYS-HELD         PIC 9(2) VALUE 0.
       01  WS-LATER             PIC S9(11)V99 VALUE 0.
       01  WS-MONTH-NET         PIC S9(11)V99 VALUE 0.
       01  WS-DAY-BAL           PIC S9(11)V99 VALUE 0.
       01  WS-BAL-TOTAL         PIC S9(13)V99 VALUE 0.
       01  WS-LOW-BAL           PIC S9(11)V99 VALUE 0.
       01  WS-AVG-BAL           PIC S9(11)V99 VALUE 0.
       01  WS-RATE              PIC 9(2)V9(4) VALUE 0.
       01  WS-INTEREST          PIC S9(9)V99 VALUE 0.
       01  WS-FEE               PIC S9(9)V99 VALUE 0.
       01  WS-POST-ED           PIC -(9)9.99.

       *> Report fields.
       01  WS-RPT-LINE          PIC X(132).
       01  WS-RS-FUNC           PIC X(1).
       01  WS-RS-TEXT           PIC X(132).
       01  WS-AVG-ED            PIC -9(11).99.
       01  WS-LOW-ED            PIC -9(11).99.
       01  WS-INT-ED            PIC -9(9).99.
       01  WS-FEE-ED            PIC -9(9).99.
       01  WS-RATE-ED           PIC Z9.9999.
       01  WS-TOT-INTEREST      PIC S9(11)V99 VALUE 0.
       01  WS-TOT-FEES          PIC S9(11)V99 VALUE 0.
       01  WS-TOT-INT-ED        PIC -9(11).99.
       01  WS-TOT-FEE-ED        PIC -9(11).99.

       01  WS-CNT-ACCOUNTS      PIC 9(6) VALUE 0.
       01  WS-CNT-ACCRUED       PIC 9(6) VALUE 0.
       01  WS-CNT-SKIPPED       PIC 9(6) VALUE 0.
       01  WS-CNT-NO-RATE       PIC 9(6) VALUE 0.
       01  WS-CNT-POSTINGS      PIC 9(6) VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "ACCTACCRUAL".
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

           MOVE "accrual-rates.txt" TO WS-RATE-PATH.
           ACCEPT WS-RATE-PATH FROM ENVIRONMENT "ACCRUAL_RATES".
           IF WS-RATE-PATH = SPACES
               MOVE "accrual-rates.txt" TO WS-RATE-PATH
           END-IF.

           MOVE "accrual-postings.txt" TO WS-POST-PATH.
           ACCEPT WS-POST-PATH FROM ENVIRONMENT "ACCRUAL_OUTPUT".
           IF WS-POST-PATH = SPACES
               MOVE "accrual-postings.txt" TO WS-POST-PATH
           END-IF.

           MOVE "accrual-report.txt" TO WS-RPT-PATH.
           ACCEPT WS-RPT-PATH FROM ENVIRONMENT "ACCRUAL_REPORT".
           IF WS-RPT-PATH = SPACES
               MOVE "accrual-report.txt" TO WS-RPT-PATH
           END-IF.

           PERFORM PARA-SET-MONTH.

           PERFORM PARA-LOAD-RATES.
           IF WS-RT-COUNT = 0
               DISPLAY "ERROR|REASON=NO-RATES|PATH=" WS-RATE-PATH
                       "|STATUS=" WS-RATE-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

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
           OPEN OUTPUT POST-FILE.

           PERFORM PARA-START-REPORT.

           PERFORM UNTIL EOF
               READ ABAL-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM PARA-ONE-ACCOUNT
               END-READ
           END-PERFORM.

           CLOSE ABAL-FILE.
           CLOSE ATXN-FILE.
           CLOSE POST-FILE.

           PERFORM PARA-END-REPORT.

           MOVE WS-TOT-INTEREST TO WS-TOT-INT-ED.
           MOVE WS-TOT-FEES TO WS-TOT-FEE-ED.
           DISPLAY "TOTALS|MONTH=" WS-MONTH
                   "|ACCOUNTS=" WS-CNT-ACCOUNTS
                   "|ACCRUED=" WS-CNT-ACCRUED
                   "|NO-RATE=" WS-CNT-NO-RATE
                   "|POSTINGS=" WS-CNT-POSTINGS
                   "|INTEREST=" WS-TOT-INT-ED
                   "|FEES=" WS-TOT-FEE-ED.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-SET-MONTH.
           ACCEPT WS-MONTH FROM ENVIRONMENT "ACCRUAL_MONTH"
           IF WS-MONTH = 0
               MOVE WS-RUN-DATE(1:6) TO WS-MONTH
               IF WS-MONTH-MM = 1
                   SUBTRACT 1 FROM WS-MONTH-YY
                   MOVE 12 TO WS-MONTH-MM
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-MM
               END-IF
           END-IF
           COMPUTE WS-FROM = WS-MONTH * 100 + 1
           MOVE "V" TO WS-DE-FUNC
           MOVE WS-FROM TO WS-DE-DATE-1
           CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
               WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS
           IF WS-DE-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=BAD-MONTH|MONTH=" WS-MONTH
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF
           *> The last day is the day before the next month's first.
           IF WS-MONTH-MM = 12
               COMPUTE WS-NEXT-FIRST =
                   (WS-MONTH-YY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-FIRST = WS-MONTH * 100 + 101
           END-IF
           MOVE "A" TO WS-DE-FUNC
           MOVE WS-NEXT-FIRST TO WS-DE-DATE-1
           MOVE -1 TO WS-DE-DAYS
           CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
               WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS
           MOVE WS-DE-RESULT TO WS-TO
           MOVE WS-TO(7:2) TO WS-MONTH-DAYS.

           EXIT.

       PARA-LOAD-RATES.
           MOVE 0 TO WS-RT-COUNT
           OPEN INPUT RATE-FILE
           IF WS-RATE-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RATE-EOF
               READ RATE-FILE
                   AT END
                       SET RATE-EOF TO TRUE
                   NOT AT END
                       IF RT-PRODUCT NOT = SPACES
                           PERFORM PARA-LOAD-ONE-RATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

           EXIT.

       PARA-LOAD-ONE-RATE.
           IF WS-RT-COUNT >= 100
               DISPLAY "WARN|REASON=RATE-TABLE-FULL|PRODUCT="
                       RT-PRODUCT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RT-BAD
           ADD 1 TO WS-RT-COUNT
           MOVE RT-PRODUCT TO WS-RT-PRODUCT(WS-RT-COUNT)
           MOVE "N" TO WS-RT-FEE-SET(WS-RT-COUNT)
           MOVE 0 TO WS-RT-MIN-BAL(WS-RT-COUNT)
           MOVE 0 TO WS-RT-FEE(WS-RT-COUNT)
           IF RT-MIN-BAL NOT = SPACES OR RT-FEE NOT = SPACES
               MOVE RT-MIN-BAL TO WS-AE-FIELD
               CALL "AMTEDITSUB" USING WS-AE-FIELD WS-AE-VALUE
                   WS-AE-STATUS
               IF WS-AE-STATUS NOT = "00"
                   SET RT-BAD TO TRUE
               END-IF
               MOVE WS-AE-VALUE TO WS-RT-MIN-BAL(WS-RT-COUNT)
               MOVE RT-FEE TO WS-AE-FIELD
               CALL "AMTEDITSUB" USING WS-AE-FIELD WS-AE-VALUE
                   WS-AE-STATUS
               IF WS-AE-STATUS NOT = "00" OR WS-AE-VALUE < 0
                   SET RT-BAD TO TRUE
               END-IF
               MOVE WS-AE-VALUE TO WS-RT-FEE(WS-RT-COUNT)
               MOVE "Y" TO WS-RT-FEE-SET(WS-RT-COUNT)
           END-IF
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > 3
               MOVE "N" TO WS-RT-TIER-SET(WS-RT-COUNT, WS-TR-IDX)
               MOVE 0 TO WS-RT-TIER-FROM(WS-RT-COUNT, WS-TR-IDX)
               MOVE 0 TO WS-RT-TIER-RATE(WS-RT-COUNT, WS-TR-IDX)
               IF RT-TIER-FROM(WS-TR-IDX) NOT = SPACES
                   MOVE RT-TIER-FROM(WS-TR-IDX) TO WS-AE-FIELD
                   CALL "AMTEDITSUB" USING WS-AE-FIELD WS-AE-VALUE
                       WS-AE-STATUS
                   IF WS-AE-STATUS NOT = "00"
                       OR RT-TIER-RATE(WS-TR-IDX) IS NOT NUMERIC
                       SET RT-BAD TO TRUE
                   ELSE
                       MOVE "Y" TO
                           WS-RT-TIER-SET(WS-RT-COUNT, WS-TR-IDX)
                       MOVE WS-AE-VALUE TO
                           WS-RT-TIER-FROM(WS-RT-COUNT, WS-TR-IDX)
                       MOVE RT-TIER-RATE(WS-TR-IDX) TO
                           WS-RT-TIER-RATE(WS-RT-COUNT, WS-TR-IDX)
                   END-IF
               END-IF
           END-PERFORM
           *> A rate line that cannot be read is dropped whole; its
           *> accounts then show up as having no rate.
           IF RT-BAD
               DISPLAY "WARN|REASON=BAD-RATE|TEXT=" RATE-REC(1:60)
               SUBTRACT 1 FROM WS-RT-COUNT
           END-IF.

           EXIT.

       PARA-START-REPORT.
           MOVE "S" TO WS-RS-FUNC
           MOVE "MONTH-END INTEREST AND FEE ACCRUAL" TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "H" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           STRING "ACCRUAL|MONTH="  DELIMITED BY SIZE
                  WS-MONTH          DELIMITED BY SIZE
                  "|FROM="          DELIMITED BY SIZE
                  WS-FROM           DELIMITED BY SIZE
                  "|TO="            DELIMITED BY SIZE
                  WS-TO             DELIMITED BY SIZE
                  "|POSTING-DATE="  DELIMITED BY SIZE
                  WS-TO             DELIMITED BY SIZE
                  INTO WS-RS-TEXT
           END-STRING
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE SPACES TO WS-RS-TEXT
           STRING "ACCT    |PROD|DAYS|BASIS (AVG DAILY)|RATE %  "
                                    DELIMITED BY SIZE
                  "|INTEREST     |LOWEST BALANCE   |FEE"
                                    DELIMITED BY SIZE
                  INTO WS-RS-TEXT
           END-STRING
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT.

           EXIT.

       PARA-ONE-ACCOUNT.
           ADD 1 TO WS-CNT-ACCOUNTS
           *> Closed accounts have nothing to accrue, and an account
           *> opened after the month was not held in it.
           IF NOT ABAL-IS-OPEN OR ABAL-OPEN-DATE > WS-TO
               ADD 1 TO WS-CNT-SKIPPED
               EXIT PARAGRAPH
           END-IF

           MOVE 0 TO WS-RT-SEL
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
                      OR WS-RT-SEL > 0
               IF WS-RT-PRODUCT(WS-RT-IDX) = ABAL-PRODUCT
                   MOVE WS-RT-IDX TO WS-RT-SEL
               END-IF
           END-PERFORM
           IF WS-RT-SEL = 0
               ADD 1 TO WS-CNT-NO-RATE
               DISPLAY "EXCEPTION|REASON=NO-RATE|ACCT=" ABAL-KEY
                       "|PRODUCT=" ABAL-PRODUCT
               MOVE SPACES TO WS-RPT-LINE
               STRING ABAL-KEY         DELIMITED BY SIZE
                      "|"              DELIMITED BY SIZE
                      ABAL-PRODUCT     DELIMITED BY SIZE
                      "|*** NO RATE FOR PRODUCT - NOT ACCRUED ***"
                                       DELIMITED BY SIZE
                      INTO WS-RPT-LINE
               END-STRING
               PERFORM PARA-RPT-DETAIL
               EXIT PARAGRAPH
           END-IF

           PERFORM PARA-BUILD-DAYS
           PERFORM PARA-DAILY-BALANCES
           PERFORM PARA-COMPUTE-ACCRUAL
           PERFORM PARA-WRITE-ACCRUAL.

           EXIT.

       PARA-BUILD-DAYS.
           *> Net postings per day of the month, and the total
           *> posted after it, from the account's history.
           INITIALIZE WS-DAY-TAB
           MOVE 0 TO WS-LATER
           MOVE 0 TO WS-MONTH-NET
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
                           SET ATXN-EOF TO TRUE
                       ELSE
                           IF ATXN-DATE > WS-TO
                               ADD ATXN-AMOUNT TO WS-LATER
                           ELSE
                               MOVE ATXN-DATE(7:2) TO WS-DAY-IDX
                               ADD ATXN-AMOUNT
                                   TO WS-DAY-AMT(WS-DAY-IDX)
                               ADD ATXN-AMOUNT TO WS-MONTH-NET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           EXIT.

       PARA-DAILY-BALANCES.
           *> Work back from the master: the month-end balance is
           *> the current balance less everything posted since, and
           *> the balance brought into the month is that less the
           *> month's own postings. Days before an in-month opening
           *> are not counted.
           MOVE 1 TO WS-FIRST-DAY
           IF ABAL-OPEN-DATE >= WS-FROM
               MOVE ABAL-OPEN-DATE(7:2) TO WS-FIRST-DAY
           END-IF
           COMPUTE WS-DAY-BAL =
               ABAL-BALANCE - WS-LATER - WS-MONTH-NET
           MOVE 0 TO WS-BAL-TOTAL
           MOVE 0 TO WS-DAYS-HELD
           PERFORM VARYING WS-DAY-IDX FROM 1 BY 1
                   UNTIL WS-DAY-IDX > WS-MONTH-DAYS
               ADD WS-DAY-AMT(WS-DAY-IDX) TO WS-DAY-BAL
               IF WS-DAY-IDX >= WS-FIRST-DAY
                   ADD 1 TO WS-DAYS-HELD
                   ADD WS-DAY-BAL TO WS-BAL-TOTAL
                   IF WS-DAYS-HELD = 1 OR WS-DAY-BAL < WS-LOW-BAL
                       MOVE WS-DAY-BAL TO WS-LOW-BAL
                   END-IF
               END-IF
           END-PERFORM
           IF WS-DAYS-HELD > 0
               COMPUTE WS-AVG-BAL ROUNDED =
                   WS-BAL-TOTAL / WS-DAYS-HELD
           ELSE
               MOVE 0 TO WS-AVG-BAL
               MOVE 0 TO WS-LOW-BAL
           END-IF.

           EXIT.

       PARA-COMPUTE-ACCRUAL.
           MOVE 0 TO WS-RATE
           MOVE 0 TO WS-INTEREST
           MOVE 0 TO WS-FEE
           PERFORM VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > 3
               IF WS-RT-TIER-SET(WS-RT-SEL, WS-TR-IDX) = "Y"
                   AND WS-AVG-BAL >=
                       WS-RT-TIER-FROM(WS-RT-SEL, WS-TR-IDX)
                   MOVE WS-RT-TIER-RATE(WS-RT-SEL, WS-TR-IDX)
                       TO WS-RATE
               END-IF
           END-PERFORM
           IF WS-AVG-BAL > 0 AND WS-RATE > 0
               COMPUTE WS-INTEREST ROUNDED =
                   WS-AVG-BAL * WS-RATE / 100 * WS-DAYS-HELD / 365
           END-IF
           IF WS-RT-FEE-SET(WS-RT-SEL) = "Y"
               AND WS-DAYS-HELD > 0
               AND WS-LOW-BAL < WS-RT-MIN-BAL(WS-RT-SEL)
               MOVE WS-RT-FEE(WS-RT-SEL) TO WS-FEE
           END-IF.

           EXIT.

       PARA-WRITE-ACCRUAL.
           ADD 1 TO WS-CNT-ACCRUED
           ADD WS-INTEREST TO WS-TOT-INTEREST
           ADD WS-FEE TO WS-TOT-FEES

           *> Interest is a credit and the fee a debit, posted as
           *> separate transactions so each shows on the statement.
           IF WS-INTEREST > 0
               MOVE WS-INTEREST TO WS-POST-ED
               PERFORM PARA-WRITE-POSTING
           END-IF
           IF WS-FEE > 0
               COMPUTE WS-POST-ED = 0 - WS-FEE
               PERFORM PARA-WRITE-POSTING
           END-IF

           MOVE WS-AVG-BAL TO WS-AVG-ED
           MOVE WS-LOW-BAL TO WS-LOW-ED
           MOVE WS-RATE TO WS-RATE-ED
           MOVE WS-INTEREST TO WS-INT-ED
           MOVE WS-FEE TO WS-FEE-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING ABAL-KEY         DELIMITED BY SIZE
                  "|"              DELIMITED BY SIZE
                  ABAL-PRODUCT     DELIMITED BY SIZE
                  "|"              DELIMITED BY SIZE
                  WS-DAYS-HELD     DELIMITED BY SIZE
                  "  |"            DELIMITED BY SIZE
                  WS-AVG-ED        DELIMITED BY SIZE
                  " |"             DELIMITED BY SIZE
                  WS-RATE-ED       DELIMITED BY SIZE
                  " |"             DELIMITED BY SIZE
                  WS-INT-ED        DELIMITED BY SIZE
                  " |"             DELIMITED BY SIZE
                  WS-LOW-ED        DELIMITED BY SIZE
                  " |"             DELIMITED BY SIZE
                  WS-FEE-ED        DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-DETAIL.

           EXIT.

       PARA-WRITE-POSTING.
           MOVE ABAL-KEY TO POST-ACCT
           MOVE WS-TO TO POST-DATE
           MOVE WS-POST-ED TO POST-AMOUNT
           WRITE POST-REC
           ADD 1 TO WS-CNT-POSTINGS.

           EXIT.

       PARA-END-REPORT.
           MOVE WS-TOT-INTEREST TO WS-TOT-INT-ED
           MOVE WS-TOT-FEES TO WS-TOT-FEE-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTALS|ACCOUNTS="  DELIMITED BY SIZE
                  WS-CNT-ACCOUNTS     DELIMITED BY SIZE
                  "|ACCRUED="         DELIMITED BY SIZE
                  WS-CNT-ACCRUED      DELIMITED BY SIZE
                  "|SKIPPED="         DELIMITED BY SIZE
                  WS-CNT-SKIPPED      DELIMITED BY SIZE
                  "|NO-RATE="         DELIMITED BY SIZE
                  WS-CNT-NO-RATE      DELIMITED BY SIZE
                  "|POSTINGS="        DELIMITED BY SIZE
                  WS-CNT-POSTINGS     DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTALS|INTEREST="  DELIMITED BY SIZE
                  WS-TOT-INT-ED       DELIMITED BY SIZE
                  "|FEES="            DELIMITED BY SIZE
                  WS-TOT-FEE-ED       DELIMITED BY SIZE
                  "|POSTINGS-FILE="   DELIMITED BY SIZE
                  WS-POST-PATH(1:40)  DELIMITED BY SIZE
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
           MOVE "ACCRUAL" TO WS-RS-TEXT(1:16)
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
           MOVE WS-ABAL-PATH(1:40) TO WS-RH-IN
           MOVE WS-POST-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-ACCOUNTS TO WS-RH-READ
           MOVE WS-CNT-POSTINGS TO WS-RH-WRITTEN
           MOVE WS-CNT-NO-RATE TO WS-RH-REJECTED
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
