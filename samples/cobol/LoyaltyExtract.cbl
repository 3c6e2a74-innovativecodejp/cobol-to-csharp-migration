       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOYALTYEXTRACT.

      *> Loyalty-tier input for MVP06PROGRAM, built from account
      *> activity instead of the hand-prepared spend spreadsheet.
      *> Every account on MVP10PROGRAM's account master is read with
      *> its transaction history (MVP10_ACCT_HISTORY); its spend is
      *> the base-currency value of the debit postings dated in the
      *> trailing twelve months to the as-of date. The spend is
      *> attributed to the account's customer through ACCTXREF's
      *> cross-reference (XREF_INDEX) and one MODE 3 line is written
      *> per linked customer on the customer master (MVP14_INDEX)
      *> who is neither closed nor deceased - including customers
      *> with no spend, so a lapsed customer's tier falls.
      *>
      *> LOYALTY_ASOF   as-of date (then PROCESS_DATE, then today)
      *> LOYALTY_UNIT   spend per point of MVP06 value (default 1);
      *>                the value is capped at MVP06's 9999
      *> LOYALTY_OUTPUT the keyed input (default MVP06_INPUT, so the
      *>                chain step that follows reads it directly)
      *> LOYALTY_EXCEPTIONS exceptions (default
      *>                loyalty-exceptions.txt)
      *>
      *> Output line, read by MVP06PROGRAM with MVP06_KEY_COL=8:
      *> mode 3 (col 1), value 9(4) (cols 3-6), customer number as
      *> the key (cols 8-17, left-justified as MVP06 files it),
      *> spend 9(11).99 (cols 19-32) and debit posting count 9(6)
      *> (cols 34-39) for reference.
      *>
      *> Exceptions: NO-MASTER for a customer with spend who is
      *> linked but has no master record, UNATTRIBUTED for an
      *> account with spend and no customer link. Neither reaches
      *> the output; either makes the run complete with exceptions.

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
           SELECT IDX-FILE ASSIGN TO DYNAMIC WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IDX-KEY
               FILE STATUS  IS WS-IDX-FS.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-OUT-FS.
           SELECT EXC-FILE ASSIGN TO DYNAMIC WS-EXC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-EXC-FS.

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

       *> Status view of the MVP14PROGRAM customer master, read only.
       FD  IDX-FILE.
       01  IDX-REC.
           05 IDX-KEY            PIC 9(4).
           05 IDX-REST           PIC X(107).
           05 IDX-STATUS         PIC X(1).
               88 IDX-CLOSED      VALUE "C".
               88 IDX-DECEASED    VALUE "X".
           05 IDX-STATUS-DATE    PIC 9(8).

       *> MVP06PROGRAM keyed input.
       FD  OUT-FILE.
       01  OUT-REC               PIC X(40).

       FD  EXC-FILE.
       01  EXC-REC               PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-ABAL-PATH         PIC X(260).
       01  WS-ABAL-FS           PIC XX.
       01  WS-ATXN-PATH         PIC X(260).
       01  WS-ATXN-FS           PIC XX.
       01  WS-XREF-PATH         PIC X(260).
       01  WS-XREF-FS           PIC XX.
       01  WS-IDX-PATH          PIC X(260).
       01  WS-IDX-FS            PIC XX.
       01  WS-OUT-PATH          PIC X(260).
       01  WS-OUT-FS            PIC XX.
       01  WS-OUT-OVERRIDE      PIC X(260).
       01  WS-EXC-PATH          PIC X(260).
       01  WS-EXC-FS            PIC XX.
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                VALUE "Y".
       01  WS-ATXN-EOF          PIC X VALUE "N".
           88 ATXN-EOF           VALUE "Y".

       *> The twelve-month window: postings dated after the same
       *> day a year before the as-of date, up to the as-of date.
       01  WS-ASOF-DATE         PIC 9(8) VALUE 0.
       01  WS-WINDOW-AFTER      PIC 9(8) VALUE 0.
       01  WS-UNIT              PIC 9(6) VALUE 0.

       *> One account's spend, and the customer totals it joins.
       *> The table is indexed by customer number plus one.
       01  WS-AC-SPEND          PIC S9(11)V99 VALUE 0.
       01  WS-AC-N              PIC 9(6) VALUE 0.
       01  WS-CU-IDX            PIC 9(5) VALUE 0.
       01  WS-CU-TAB.
           05 WS-CU-ENTRY OCCURS 10000 TIMES.
               10 WS-CU-LINKED   PIC X(1).
               10 WS-CU-SPEND    PIC S9(11)V99.
               10 WS-CU-N        PIC 9(6).
       01  WS-CU-KEY            PIC 9(4) VALUE 0.
       01  WS-CU-KEY-X          PIC X(4).
       01  WS-VALUE-WK          PIC 9(11) VALUE 0.

       *> The MVP06PROGRAM input line.
       01  WS-OUT-LINE.
           05 WS-OL-MODE         PIC X(1) VALUE "3".
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-OL-VALUE        PIC 9(4).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-OL-KEY          PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-OL-SPEND        PIC 9(11).99.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 WS-OL-COUNT        PIC 9(6).

       01  WS-AMT-ED            PIC -9(11).99.
       01  WS-EXC-REASON        PIC X(16).

       01  WS-CNT-ACCOUNTS      PIC 9(6) VALUE 0.
       01  WS-CNT-CUSTOMERS     PIC 9(6) VALUE 0.
       01  WS-CNT-NO-MASTER     PIC 9(6) VALUE 0.
       01  WS-CNT-UNATTRIB      PIC 9(6) VALUE 0.
       01  WS-CNT-INACTIVE      PIC 9(6) VALUE 0.
       01  WS-CNT-CAPPED        PIC 9(6) VALUE 0.
       01  WS-TOT-SPEND         PIC S9(12)V99 VALUE 0.
       01  WS-TOT-ED            PIC -9(12).99.

       *> DATEEDITSUB parameter block for the as-of date intake.
       01  WS-DE-FUNC           PIC X(1).
       01  WS-DE-DATE-1         PIC 9(8) VALUE 0.
       01  WS-DE-DATE-2         PIC 9(8) VALUE 0.
       01  WS-DE-DAYS           PIC S9(5) VALUE 0.
       01  WS-DE-RESULT         PIC S9(8) VALUE 0.
       01  WS-DE-STATUS         PIC XX.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "LOYALTYEXTRACT".
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

           *> The as-of date comes from the program's own override,
           *> then the suite-wide PROCESS_DATE, then today.
           MOVE 0 TO WS-ASOF-DATE.
           ACCEPT WS-ASOF-DATE FROM ENVIRONMENT "LOYALTY_ASOF".
           IF WS-ASOF-DATE = 0
               ACCEPT WS-ASOF-DATE FROM ENVIRONMENT "PROCESS_DATE"
           END-IF.
           IF WS-ASOF-DATE = 0
               ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE "V" TO WS-DE-FUNC.
           MOVE WS-ASOF-DATE TO WS-DE-DATE-1.
           CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
               WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS.
           IF WS-DE-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=BAD-ASOF-DATE|DATE="
                       WS-ASOF-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE WS-WINDOW-AFTER = WS-ASOF-DATE - 10000.

           MOVE 0 TO WS-UNIT.
           ACCEPT WS-UNIT FROM ENVIRONMENT "LOYALTY_UNIT".
           IF WS-UNIT = 0
               MOVE 1 TO WS-UNIT
           END-IF.

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

           MOVE "mvp14-index.dat" TO WS-IDX-PATH.
           ACCEPT WS-IDX-PATH FROM ENVIRONMENT "MVP14_INDEX".
           IF WS-IDX-PATH = SPACES
               MOVE "mvp14-index.dat" TO WS-IDX-PATH
           END-IF.

           MOVE "mvp06-input.txt" TO WS-OUT-PATH.
           ACCEPT WS-OUT-PATH FROM ENVIRONMENT "MVP06_INPUT".
           IF WS-OUT-PATH = SPACES
               MOVE "mvp06-input.txt" TO WS-OUT-PATH
           END-IF.
           MOVE SPACES TO WS-OUT-OVERRIDE.
           ACCEPT WS-OUT-OVERRIDE FROM ENVIRONMENT "LOYALTY_OUTPUT".
           IF WS-OUT-OVERRIDE NOT = SPACES
               MOVE WS-OUT-OVERRIDE TO WS-OUT-PATH
           END-IF.

           MOVE "loyalty-exceptions.txt" TO WS-EXC-PATH.
           ACCEPT WS-EXC-PATH FROM ENVIRONMENT "LOYALTY_EXCEPTIONS".
           IF WS-EXC-PATH = SPACES
               MOVE "loyalty-exceptions.txt" TO WS-EXC-PATH
           END-IF.

           OPEN INPUT ABAL-FILE.
           IF WS-ABAL-FS NOT = "00"
               DISPLAY "ERROR|REASON=ACCOUNTS-NOT-FOUND|PATH="
                       WS-ABAL-PATH "|STATUS=" WS-ABAL-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ATXN-FILE.
           IF WS-ATXN-FS NOT = "00"
               DISPLAY "ERROR|REASON=HISTORY-NOT-FOUND|PATH="
                       WS-ATXN-PATH "|STATUS=" WS-ATXN-FS
               CLOSE ABAL-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-FS NOT = "00"
               DISPLAY "ERROR|REASON=XREF-NOT-FOUND|PATH="
                       WS-XREF-PATH "|STATUS=" WS-XREF-FS
               CLOSE ABAL-FILE
               CLOSE ATXN-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT IDX-FILE.
           IF WS-IDX-FS NOT = "00"
               DISPLAY "ERROR|REASON=MASTER-NOT-FOUND|PATH="
                       WS-IDX-PATH "|STATUS=" WS-IDX-FS
               CLOSE ABAL-FILE
               CLOSE ATXN-FILE
               CLOSE XREF-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           OPEN OUTPUT EXC-FILE.

           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > 10000
               MOVE "N" TO WS-CU-LINKED(WS-CU-IDX)
               MOVE 0 TO WS-CU-SPEND(WS-CU-IDX)
               MOVE 0 TO WS-CU-N(WS-CU-IDX)
           END-PERFORM.

           PERFORM UNTIL EOF
               READ ABAL-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-ACCOUNTS
                       PERFORM PARA-ACCOUNT-SPEND
                       PERFORM PARA-ATTRIBUTE-ACCOUNT
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-CU-IDX FROM 1 BY 1
                   UNTIL WS-CU-IDX > 10000
               IF WS-CU-LINKED(WS-CU-IDX) = "Y"
                   PERFORM PARA-WRITE-CUSTOMER
               END-IF
           END-PERFORM.

           CLOSE ABAL-FILE.
           CLOSE ATXN-FILE.
           CLOSE XREF-FILE.
           CLOSE IDX-FILE.
           CLOSE OUT-FILE.
           CLOSE EXC-FILE.

           MOVE WS-TOT-SPEND TO WS-TOT-ED.
           DISPLAY "LOYALTY|ASOF=" WS-ASOF-DATE
                   "|ACCOUNTS=" WS-CNT-ACCOUNTS
                   "|CUSTOMERS=" WS-CNT-CUSTOMERS
                   "|SPEND=" WS-TOT-ED
                   "|NO-MASTER=" WS-CNT-NO-MASTER
                   "|UNATTRIBUTED=" WS-CNT-UNATTRIB
                   "|INACTIVE=" WS-CNT-INACTIVE
                   "|CAPPED=" WS-CNT-CAPPED.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-ATXN-PATH(1:40) TO WS-RH-IN
           MOVE WS-OUT-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-ACCOUNTS TO WS-RH-READ
           MOVE WS-CNT-CUSTOMERS TO WS-RH-WRITTEN
           COMPUTE WS-RH-REJECTED =
               WS-CNT-NO-MASTER + WS-CNT-UNATTRIB
           IF WS-RH-REJECTED > 0
               MOVE "EXCEPTIONS" TO WS-RH-STATUS
           ELSE
               MOVE "COMPLETE" TO WS-RH-STATUS
           END-IF
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

       PARA-ACCOUNT-SPEND.
           *> Spend is the base value of the account's debit
           *> postings in the window, as a positive figure.
           MOVE 0 TO WS-AC-SPEND
           MOVE 0 TO WS-AC-N
           MOVE "N" TO WS-ATXN-EOF
           MOVE ABAL-KEY TO ATXN-ACCT
           MOVE WS-WINDOW-AFTER TO ATXN-DATE
           MOVE 9999 TO ATXN-SEQ
           START ATXN-FILE KEY > ATXN-KEY
               INVALID KEY
                   SET ATXN-EOF TO TRUE
           END-START
           PERFORM UNTIL ATXN-EOF
               READ ATXN-FILE NEXT
                   AT END
                       SET ATXN-EOF TO TRUE
                   NOT AT END
                       IF ATXN-ACCT NOT = ABAL-KEY
                           OR ATXN-DATE > WS-ASOF-DATE
                           SET ATXN-EOF TO TRUE
                       ELSE
                           IF ATXN-TYPE = "P"
                               AND ATXN-BASE-AMOUNT < 0
                               SUBTRACT ATXN-BASE-AMOUNT
                                   FROM WS-AC-SPEND
                               ADD 1 TO WS-AC-N
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           EXIT.

       PARA-ATTRIBUTE-ACCOUNT.
           MOVE ABAL-KEY TO XREF-ACCT
           READ XREF-FILE
               INVALID KEY
                   IF WS-AC-N > 0
                       ADD 1 TO WS-CNT-UNATTRIB
                       MOVE "UNATTRIBUTED" TO WS-EXC-REASON
                       MOVE ABAL-KEY TO WS-OL-KEY
                       PERFORM PARA-WRITE-EXCEPTION
                   END-IF
               NOT INVALID KEY
                   COMPUTE WS-CU-IDX = XREF-CUST + 1
                   MOVE "Y" TO WS-CU-LINKED(WS-CU-IDX)
                   ADD WS-AC-SPEND TO WS-CU-SPEND(WS-CU-IDX)
                   ADD WS-AC-N TO WS-CU-N(WS-CU-IDX)
           END-READ.

           EXIT.

       PARA-WRITE-CUSTOMER.
           COMPUTE WS-CU-KEY = WS-CU-IDX - 1
           MOVE WS-CU-KEY TO WS-CU-KEY-X
           MOVE WS-CU-SPEND(WS-CU-IDX) TO WS-AC-SPEND
           MOVE WS-CU-N(WS-CU-IDX) TO WS-AC-N
           MOVE WS-CU-KEY TO IDX-KEY
           READ IDX-FILE
               INVALID KEY
                   IF WS-AC-N > 0
                       ADD 1 TO WS-CNT-NO-MASTER
                       MOVE "NO-MASTER" TO WS-EXC-REASON
                       MOVE WS-CU-KEY-X TO WS-OL-KEY
                       PERFORM PARA-WRITE-EXCEPTION
                   END-IF
                   EXIT PARAGRAPH
           END-READ
           IF IDX-CLOSED OR IDX-DECEASED
               ADD 1 TO WS-CNT-INACTIVE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-VALUE-WK = WS-AC-SPEND / WS-UNIT
           IF WS-VALUE-WK > 9999
               ADD 1 TO WS-CNT-CAPPED
               MOVE 9999 TO WS-VALUE-WK
           END-IF
           MOVE WS-VALUE-WK TO WS-OL-VALUE
           MOVE WS-CU-KEY-X TO WS-OL-KEY
           MOVE WS-AC-SPEND TO WS-OL-SPEND
           MOVE WS-AC-N TO WS-OL-COUNT
           MOVE WS-OUT-LINE TO OUT-REC
           WRITE OUT-REC
           ADD 1 TO WS-CNT-CUSTOMERS
           ADD WS-AC-SPEND TO WS-TOT-SPEND.

           EXIT.

       PARA-WRITE-EXCEPTION.
           *> WS-OL-KEY carries the account or customer concerned.
           MOVE WS-AC-SPEND TO WS-AMT-ED
           MOVE SPACES TO EXC-REC
           STRING "EXCEPTION|REASON=" DELIMITED BY SIZE
                  WS-EXC-REASON       DELIMITED BY SPACE
                  "|KEY="             DELIMITED BY SIZE
                  WS-OL-KEY           DELIMITED BY SPACE
                  "|SPEND="           DELIMITED BY SIZE
                  WS-AMT-ED           DELIMITED BY SIZE
                  "|N="               DELIMITED BY SIZE
                  WS-AC-N             DELIMITED BY SIZE
                  INTO EXC-REC
           END-STRING
           WRITE EXC-REC
           DISPLAY EXC-REC(1:80).

           EXIT.
