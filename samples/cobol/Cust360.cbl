       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUST360.

      *> Customer 360 inquiry for the service desk: one customer key
      *> in, one report out with everything the desk otherwise
      *> gathers from five places while the customer waits -
      *>   - the MVP14PROGRAM master record: text, class, tier,
      *>     name, birthdate, gender, balance and lifecycle status;
      *>   - the MVP06PROGRAM tier history for the key;
      *>   - the accounts ACCTXREF links to the customer, with each
      *>     balance and currency from MVP10PROGRAM's account master
      *>     and one total per currency (the master record's own
      *>     balance is CUSTENRICH's base-currency sum);
      *>   - whether MVP08PROGRAM's do-not-contact list suppresses
      *>     the customer, and the reason;
      *>   - the last few MVP14PROGRAM audit changes for the key.
      *> The run is read-only and never takes the MVP14-MASTER lock,
      *> so a desk inquiry can neither block nor be blocked by the
      *> batch maintenance runs. A source file that is not present
      *> is reported as such and the rest of the inquiry still runs.
      *>
      *> Parameters: C360_KEY (required, 4 digits), C360_AUDIT_LINES
      *> (audit changes shown, default 5, at most 20), C360_OUTPUT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO DYNAMIC WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IDX-KEY
               ALTERNATE RECORD KEY IS IDX-TEXT WITH DUPLICATES
               FILE STATUS  IS WS-IDX-FS.
           SELECT CHIST-FILE ASSIGN TO DYNAMIC WS-CHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CHIST-FS.
           SELECT XREF-FILE ASSIGN TO DYNAMIC WS-XREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS XREF-ACCT
               ALTERNATE RECORD KEY IS XREF-CUST WITH DUPLICATES
               FILE STATUS  IS WS-XREF-FS.
           SELECT ABAL-FILE ASSIGN TO DYNAMIC WS-ABAL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS ABAL-KEY
               FILE STATUS  IS WS-ABAL-FS.
           SELECT SUPL-FILE ASSIGN TO DYNAMIC WS-SUPL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SUPL-FS.
           SELECT AUDT-FILE ASSIGN TO DYNAMIC WS-AUDT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-AUDT-FS.
           SELECT RPT-FILE ASSIGN TO DYNAMIC WS-RPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       *> MVP06PROGRAM's classification (tier) history.
       FD  CHIST-FILE.
       01  CHIST-REC.
           05 CH-TAG            PIC X(3).
           05 CH-KEY            PIC X(10).
           05 CH-ASOF           PIC 9(8).
           05 CH-CLASS          PIC X(10).

       *> ACCTXREF's account-to-customer relationship file.
       FD  XREF-FILE.
       01  XREF-REC.
           05 XREF-ACCT         PIC X(8).
           05 XREF-CUST         PIC 9(4).
           05 XREF-LINK-DATE    PIC 9(8).
           05 XREF-MAINT-DATE   PIC 9(8).

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

       *> MVP08PROGRAM's do-not-contact suppression list.
       FD  SUPL-FILE.
       01  SUPL-REC.
           05 SUPL-KEY          PIC X(4).
           05 FILLER            PIC X(1).
           05 SUPL-REASON       PIC X(12).

       *> MVP14PROGRAM's update audit trail.
       FD  AUDT-FILE.
       01  AUDT-REC             PIC X(360).

       FD  RPT-FILE.
       01  RPT-REC              PIC X(140).

       WORKING-STORAGE SECTION.
       01  WS-IDX-PATH          PIC X(260).
       01  WS-IDX-FS            PIC XX.
       01  WS-CHIST-PATH        PIC X(260).
       01  WS-CHIST-FS          PIC XX.
       01  WS-XREF-PATH         PIC X(260).
       01  WS-XREF-FS           PIC XX.
       01  WS-ABAL-PATH         PIC X(260).
       01  WS-ABAL-FS           PIC XX.
       01  WS-SUPL-PATH         PIC X(260).
       01  WS-SUPL-FS           PIC XX.
       01  WS-AUDT-PATH         PIC X(260).
       01  WS-AUDT-FS           PIC XX.
       01  WS-RPT-PATH          PIC X(260).
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                VALUE "Y".
       01  WS-ABAL-OPEN         PIC X VALUE "N".
           88 ABAL-OPEN          VALUE "Y".

       *> The inquiry key, and the same key as MVP06PROGRAM files
       *> it (left-justified in a 10-byte field).
       01  WS-Q-KEY             PIC X(4).
       01  WS-Q-KEY-N           PIC 9(4) VALUE 0.
       01  WS-Q-HIST-KEY        PIC X(10).
       01  WS-MASTER-FOUND      PIC X VALUE "N".
           88 MASTER-FOUND       VALUE "Y".
       01  WS-SUPPRESSED        PIC X VALUE "N".
           88 IS-SUPPRESSED      VALUE "Y".
       01  WS-SUP-REASON        PIC X(12).
       01  WS-STATUS-NAME       PIC X(8).
       01  WS-SECTION           PIC X(12).
       01  WS-SECTION-PATH      PIC X(40).

       *> Accounts and their balances.
       01  WS-BAL-ED            PIC -9(11).99.
       01  WS-TOTAL-ED          PIC -9(13).99.
       01  WS-ACCT-CCY          PIC X(3).
       01  WS-BASE-CCY          PIC X(3) VALUE "GBP".
       *> Balances are totalled per currency - a sum across
       *> currencies means nothing. Accounts in currencies past
       *> the table's size are counted but not totalled.
       01  WS-CT-COUNT          PIC 9(2) VALUE 0.
       01  WS-CT-IDX            PIC 9(2) VALUE 0.
       01  WS-CT-TAB.
           05 WS-CT-ENTRY OCCURS 10 TIMES.
               10 WS-CT-CCY      PIC X(3).
               10 WS-CT-ACCTS    PIC 9(6).
               10 WS-CT-BAL      PIC S9(13)V99.
       01  WS-CNT-CCY-OVFL      PIC 9(6) VALUE 0.
       01  WS-CUST-BAL-ED       PIC -9(9).99.
       01  WS-ACCT-LAST         PIC 9(8) VALUE 0.

       *> The most recent audit changes for the key, oldest first;
       *> when the table is full the oldest entry drops off.
       01  WS-AUD-MAX           PIC 9(2) VALUE 5.
       01  WS-AUD-MAX-X         PIC X(2).
       01  WS-AUD-COUNT         PIC 9(2) VALUE 0.
       01  WS-AUD-IDX           PIC 9(2) VALUE 0.
       01  WS-AUD-TAB.
           05 WS-AUD-ENTRY OCCURS 20 TIMES.
               10 WS-AU-DATE    PIC 9(8).
               10 WS-AU-TIME    PIC 9(8).
               10 WS-AU-ACTION  PIC X(7).
               10 WS-AU-SOURCE  PIC X(8).
               10 WS-AU-BEFORE  PIC X(24).
               10 WS-AU-AFTER   PIC X(24).

       01  WS-CNT-TIER-HIST     PIC 9(6) VALUE 0.
       01  WS-CNT-ACCOUNTS      PIC 9(6) VALUE 0.
       01  WS-CNT-NO-BALANCE    PIC 9(6) VALUE 0.
       01  WS-CNT-AUDIT-HITS    PIC 9(6) VALUE 0.
       01  WS-CNT-NOT-PRESENT   PIC 9(6) VALUE 0.
       01  WS-CNT-LINES         PIC 9(6) VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "CUST360".
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

           ACCEPT WS-Q-KEY FROM ENVIRONMENT "C360_KEY".
           IF WS-Q-KEY = SPACES OR WS-Q-KEY IS NOT NUMERIC
               DISPLAY "ERROR|REASON=NO-CUSTOMER-KEY"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-Q-KEY TO WS-Q-HIST-KEY.
           MOVE WS-Q-KEY TO WS-Q-KEY-N.

           ACCEPT WS-AUD-MAX-X FROM ENVIRONMENT "C360_AUDIT_LINES".
           IF WS-AUD-MAX-X NOT = SPACES
               IF WS-AUD-MAX-X(2:1) = SPACE
                   MOVE WS-AUD-MAX-X(1:1) TO WS-AUD-MAX-X(2:1)
                   MOVE "0" TO WS-AUD-MAX-X(1:1)
               END-IF
               IF WS-AUD-MAX-X IS NUMERIC
                   MOVE WS-AUD-MAX-X TO WS-AUD-MAX
               END-IF
           END-IF.
           IF WS-AUD-MAX = 0 OR WS-AUD-MAX > 20
               MOVE 5 TO WS-AUD-MAX
           END-IF.

           MOVE "cust360.txt" TO WS-RPT-PATH.
           ACCEPT WS-RPT-PATH FROM ENVIRONMENT "C360_OUTPUT".
           IF WS-RPT-PATH = SPACES
               MOVE "cust360.txt" TO WS-RPT-PATH
           END-IF.

           MOVE "mvp14-index.dat" TO WS-IDX-PATH.
           ACCEPT WS-IDX-PATH FROM ENVIRONMENT "MVP14_INDEX".
           IF WS-IDX-PATH = SPACES
               MOVE "mvp14-index.dat" TO WS-IDX-PATH
           END-IF.

           MOVE "mvp06-classhist.txt" TO WS-CHIST-PATH.
           ACCEPT WS-CHIST-PATH FROM ENVIRONMENT "MVP06_CLASSHIST".
           IF WS-CHIST-PATH = SPACES
               MOVE "mvp06-classhist.txt" TO WS-CHIST-PATH
           END-IF.

           MOVE "acct-xref.dat" TO WS-XREF-PATH.
           ACCEPT WS-XREF-PATH FROM ENVIRONMENT "XREF_INDEX".
           IF WS-XREF-PATH = SPACES
               MOVE "acct-xref.dat" TO WS-XREF-PATH
           END-IF.

           MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH.
           ACCEPT WS-ABAL-PATH FROM ENVIRONMENT "MVP10_ACCOUNTS".
           IF WS-ABAL-PATH = SPACES
               MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH
           END-IF.
           ACCEPT WS-BASE-CCY FROM ENVIRONMENT "MVP10_BASE_CCY".
           IF WS-BASE-CCY = SPACES
               MOVE "GBP" TO WS-BASE-CCY
           END-IF.

           MOVE "mvp08-suppress.txt" TO WS-SUPL-PATH.
           ACCEPT WS-SUPL-PATH FROM ENVIRONMENT "MVP08_SUPPRESS".
           IF WS-SUPL-PATH = SPACES
               MOVE "mvp08-suppress.txt" TO WS-SUPL-PATH
           END-IF.

           MOVE "mvp14-audit.txt" TO WS-AUDT-PATH.
           ACCEPT WS-AUDT-PATH FROM ENVIRONMENT "MVP14_AUDIT".
           IF WS-AUDT-PATH = SPACES
               MOVE "mvp14-audit.txt" TO WS-AUDT-PATH
           END-IF.

           *> The master is opened for input only: no lock is taken
           *> and nothing is ever written back.
           OPEN INPUT IDX-FILE
           IF WS-IDX-FS NOT = "00"
               DISPLAY "ERROR|REASON=MASTER-NOT-FOUND|PATH="
                       WS-IDX-PATH "|STATUS=" WS-IDX-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT RPT-FILE
           MOVE SPACES TO RPT-REC
           STRING "CUST360|KEY=" DELIMITED BY SIZE
                  WS-Q-KEY        DELIMITED BY SIZE
                  "|RUN="         DELIMITED BY SIZE
                  WS-RUN-DATE     DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM PARA-PUT-LINE

           PERFORM PARA-SHOW-MASTER
           CLOSE IDX-FILE

           IF MASTER-FOUND
               PERFORM PARA-SHOW-TIER-HISTORY
               PERFORM PARA-SHOW-ACCOUNTS
               PERFORM PARA-SHOW-SUPPRESSION
               PERFORM PARA-SHOW-AUDIT
           END-IF

           MOVE SPACES TO RPT-REC
           STRING "TOTALS|TIER-HISTORY=" DELIMITED BY SIZE
                  WS-CNT-TIER-HIST       DELIMITED BY SIZE
                  "|ACCOUNTS="           DELIMITED BY SIZE
                  WS-CNT-ACCOUNTS        DELIMITED BY SIZE
                  "|AUDIT-CHANGES="      DELIMITED BY SIZE
                  WS-CNT-AUDIT-HITS      DELIMITED BY SIZE
                  "|SOURCES-MISSING="    DELIMITED BY SIZE
                  WS-CNT-NOT-PRESENT     DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM PARA-PUT-LINE
           CLOSE RPT-FILE

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-Q-KEY TO WS-RH-IN
           MOVE WS-RPT-PATH(1:40) TO WS-RH-OUT
           COMPUTE WS-RH-READ = WS-CNT-TIER-HIST + WS-CNT-ACCOUNTS
               + WS-CNT-AUDIT-HITS
           MOVE WS-CNT-LINES TO WS-RH-WRITTEN
           IF MASTER-FOUND
               MOVE WS-CNT-NO-BALANCE TO WS-RH-REJECTED
           ELSE
               MOVE 1 TO WS-RH-REJECTED
           END-IF
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

       PARA-PUT-LINE.
           *> Every report line also goes to the desk screen.
           WRITE RPT-REC
           ADD 1 TO WS-CNT-LINES
           DISPLAY RPT-REC(1:130).

           EXIT.

       PARA-NOT-PRESENT.
           ADD 1 TO WS-CNT-NOT-PRESENT
           MOVE SPACES TO RPT-REC
           STRING WS-SECTION       DELIMITED BY SPACE
                  "|RESULT=NOT-PRESENT|PATH=" DELIMITED BY SIZE
                  WS-SECTION-PATH  DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM PARA-PUT-LINE.

           EXIT.

       PARA-SHOW-MASTER.
           MOVE WS-Q-KEY-N TO IDX-KEY
           READ IDX-FILE
               INVALID KEY
                   MOVE SPACES TO RPT-REC
                   STRING "MASTER|RESULT=NOTFOUND|KEY=" DELIMITED
                              BY SIZE
                          WS-Q-KEY DELIMITED BY SIZE
                          INTO RPT-REC
                   END-STRING
                   PERFORM PARA-PUT-LINE
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ
           IF NOT MASTER-FOUND
               EXIT PARAGRAPH
           END-IF

           EVALUATE IDX-STATUS
               WHEN "A"
                   MOVE "ACTIVE" TO WS-STATUS-NAME
               WHEN "D"
                   MOVE "DORMANT" TO WS-STATUS-NAME
               WHEN "C"
                   MOVE "CLOSED" TO WS-STATUS-NAME
               WHEN "X"
                   MOVE "DECEASED" TO WS-STATUS-NAME
               WHEN OTHER
                   MOVE "UNKNOWN" TO WS-STATUS-NAME
           END-EVALUATE
           MOVE IDX-BALANCE TO WS-CUST-BAL-ED

           MOVE SPACES TO RPT-REC
           STRING "MASTER|TEXT="  DELIMITED BY SIZE
                  IDX-TEXT        DELIMITED BY SIZE
                  "|CLASS="       DELIMITED BY SIZE
                  IDX-CLASS       DELIMITED BY SIZE
                  "|TIER="        DELIMITED BY SIZE
                  IDX-TIER        DELIMITED BY SIZE
                  "|STATUS="      DELIMITED BY SIZE
                  WS-STATUS-NAME  DELIMITED BY SIZE
                  "|SINCE="       DELIMITED BY SIZE
                  IDX-STATUS-DATE DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM PARA-PUT-LINE
           MOVE SPACES TO RPT-REC
           STRING "NAME|SURNAME=" DELIMITED BY SIZE
                  IDX-SURNAME     DELIMITED BY SIZE
                  "|GIVEN="       DELIMITED BY SIZE
                  IDX-GIVEN-NAME  DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM PARA-PUT-LINE
           MOVE SPACES TO RPT-REC
           STRING "DETAIL|BIRTHDATE=" DELIMITED BY SIZE
                  IDX-BIRTHDATE   DELIMITED BY SIZE
                  "|GENDER="      DELIMITED BY SIZE
                  IDX-GENDER      DELIMITED BY SIZE
                  "|BALANCE="     DELIMITED BY SIZE
                  WS-CUST-BAL-ED  DELIMITED BY SIZE
                  "|MAINT="       DELIMITED BY SIZE
                  IDX-MAINT-DATE  DELIMITED BY SIZE
                  "|"             DELIMITED BY SIZE
                  IDX-MAINT-TIME  DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM PARA-PUT-LINE.

           EXIT.

       PARA-SHOW-TIER-HISTORY.
           *> Listed in the order the classification runs appended
           *> it, which is as-of order.
           OPEN INPUT CHIST-FILE
           IF WS-CHIST-FS NOT = "00"
               MOVE "TIERHIST" TO WS-SECTION
               MOVE WS-CHIST-PATH(1:40) TO WS-SECTION-PATH
               PERFORM PARA-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ CHIST-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF CH-TAG = "CH|" AND CH-KEY = WS-Q-HIST-KEY
                           ADD 1 TO WS-CNT-TIER-HIST
                           MOVE SPACES TO RPT-REC
                           STRING "TIERHIST|ASOF=" DELIMITED BY SIZE
                                  CH-ASOF          DELIMITED BY SIZE
                                  "|TIER="         DELIMITED BY SIZE
                                  CH-CLASS         DELIMITED BY SIZE
                                  INTO RPT-REC
                           END-STRING
                           PERFORM PARA-PUT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHIST-FILE.

           EXIT.

       PARA-SHOW-ACCOUNTS.
           *> The customer's accounts come off the cross-reference's
           *> alternate key; each balance is looked up on the
           *> account master. A linked account missing from the
           *> account master is shown and counted as an exception.
           OPEN INPUT XREF-FILE
           IF WS-XREF-FS NOT = "00"
               MOVE "ACCOUNTS" TO WS-SECTION
               MOVE WS-XREF-PATH(1:40) TO WS-SECTION-PATH
               PERFORM PARA-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ABAL-FILE
           IF WS-ABAL-FS = "00"
               SET ABAL-OPEN TO TRUE
           ELSE
               MOVE "BALANCES" TO WS-SECTION
               MOVE WS-ABAL-PATH(1:40) TO WS-SECTION-PATH
               PERFORM PARA-NOT-PRESENT
           END-IF

           MOVE "N" TO WS-EOF
           MOVE WS-Q-KEY-N TO XREF-CUST
           START XREF-FILE KEY = XREF-CUST
               INVALID KEY
                   SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ XREF-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF XREF-CUST NOT = WS-Q-KEY-N
                           SET EOF TO TRUE
                       ELSE
                           PERFORM PARA-SHOW-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO RPT-REC
           STRING "ACCOUNTS|COUNT=" DELIMITED BY SIZE
                  WS-CNT-ACCOUNTS   DELIMITED BY SIZE
                  "|CURRENCIES="    DELIMITED BY SIZE
                  WS-CT-COUNT       DELIMITED BY SIZE
                  "|NO-BALANCE="    DELIMITED BY SIZE
                  WS-CNT-NO-BALANCE DELIMITED BY SIZE
                  "|NOT-TOTALLED="  DELIMITED BY SIZE
                  WS-CNT-CCY-OVFL   DELIMITED BY SIZE
                  INTO RPT-REC
           END-STRING
           PERFORM PARA-PUT-LINE
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
               MOVE WS-CT-BAL(WS-CT-IDX) TO WS-TOTAL-ED
               MOVE SPACES TO RPT-REC
               STRING "ACCOUNTS-TOTAL|CCY=" DELIMITED BY SIZE
                      WS-CT-CCY(WS-CT-IDX)  DELIMITED BY SIZE
                      "|ACCOUNTS="          DELIMITED BY SIZE
                      WS-CT-ACCTS(WS-CT-IDX) DELIMITED BY SIZE
                      "|TOTAL-BALANCE="     DELIMITED BY SIZE
                      WS-TOTAL-ED           DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               PERFORM PARA-PUT-LINE
           END-PERFORM

           CLOSE XREF-FILE
           IF ABAL-OPEN
               CLOSE ABAL-FILE
           END-IF.

           EXIT.

       PARA-SHOW-ONE-ACCOUNT.
           ADD 1 TO WS-CNT-ACCOUNTS
           MOVE SPACES TO RPT-REC
           IF NOT ABAL-OPEN
               STRING "ACCOUNT|ACCT=" DELIMITED BY SIZE
                      XREF-ACCT       DELIMITED BY SIZE
                      "|LINKED="      DELIMITED BY SIZE
                      XREF-LINK-DATE  DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               PERFORM PARA-PUT-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE XREF-ACCT TO ABAL-KEY
           READ ABAL-FILE
               INVALID KEY
                   ADD 1 TO WS-CNT-NO-BALANCE
                   STRING "ACCOUNT|ACCT=" DELIMITED BY SIZE
                          XREF-ACCT       DELIMITED BY SIZE
                          "|LINKED="      DELIMITED BY SIZE
                          XREF-LINK-DATE  DELIMITED BY SIZE
                          "|BALANCE=NOT-ON-ACCOUNT-MASTER"
                                          DELIMITED BY SIZE
                          INTO RPT-REC
                   END-STRING
               NOT INVALID KEY
                   PERFORM PARA-ADD-CCY-TOTAL
                   MOVE ABAL-BALANCE TO WS-BAL-ED
                   MOVE ABAL-LAST-DATE TO WS-ACCT-LAST
                   STRING "ACCOUNT|ACCT=" DELIMITED BY SIZE
                          XREF-ACCT       DELIMITED BY SIZE
                          "|LINKED="      DELIMITED BY SIZE
                          XREF-LINK-DATE  DELIMITED BY SIZE
                          "|BALANCE="     DELIMITED BY SIZE
                          WS-BAL-ED       DELIMITED BY SIZE
                          "|CCY="         DELIMITED BY SIZE
                          WS-ACCT-CCY     DELIMITED BY SIZE
                          "|LAST-ACTIVITY=" DELIMITED BY SIZE
                          WS-ACCT-LAST    DELIMITED BY SIZE
                          "|STATUS="      DELIMITED BY SIZE
                          ABAL-STATUS     DELIMITED BY SIZE
                          "|PRODUCT="     DELIMITED BY SIZE
                          ABAL-PRODUCT    DELIMITED BY SIZE
                          INTO RPT-REC
                   END-STRING
           END-READ
           PERFORM PARA-PUT-LINE.

           EXIT.

       PARA-ADD-CCY-TOTAL.
           *> An account with no currency is held in the base
           *> currency, as MVP10PROGRAM posts it.
           MOVE ABAL-CCY TO WS-ACCT-CCY
           IF WS-ACCT-CCY = SPACES
               MOVE WS-BASE-CCY TO WS-ACCT-CCY
           END-IF
           PERFORM VARYING WS-CT-IDX FROM 1 BY 1
                   UNTIL WS-CT-IDX > WS-CT-COUNT
                      OR WS-CT-CCY(WS-CT-IDX) = WS-ACCT-CCY
               CONTINUE
           END-PERFORM
           IF WS-CT-IDX > WS-CT-COUNT
               IF WS-CT-COUNT NOT < 10
                   ADD 1 TO WS-CNT-CCY-OVFL
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE WS-ACCT-CCY TO WS-CT-CCY(WS-CT-COUNT)
               MOVE 0 TO WS-CT-ACCTS(WS-CT-COUNT)
               MOVE 0 TO WS-CT-BAL(WS-CT-COUNT)
           END-IF
           ADD 1 TO WS-CT-ACCTS(WS-CT-IDX)
           ADD ABAL-BALANCE TO WS-CT-BAL(WS-CT-IDX).

           EXIT.

       PARA-SHOW-SUPPRESSION.
           *> Same rule as MVP08PROGRAM: a listed key with no reason
           *> is an opt-out.
           OPEN INPUT SUPL-FILE
           IF WS-SUPL-FS NOT = "00"
               MOVE "SUPPRESSION" TO WS-SECTION
               MOVE WS-SUPL-PATH(1:40) TO WS-SECTION-PATH
               PERFORM PARA-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ SUPL-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF SUPL-KEY = WS-Q-KEY
                           SET IS-SUPPRESSED TO TRUE
                           SET EOF TO TRUE
                           IF SUPL-REASON = SPACES
                               MOVE "OPTOUT" TO WS-SUP-REASON
                           ELSE
                               MOVE SUPL-REASON TO WS-SUP-REASON
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPL-FILE

           MOVE SPACES TO RPT-REC
           IF IS-SUPPRESSED
               STRING "SUPPRESSION|STATUS=SUPPRESSED|REASON="
                                      DELIMITED BY SIZE
                      WS-SUP-REASON   DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
           ELSE
               MOVE "SUPPRESSION|STATUS=NOT-SUPPRESSED" TO RPT-REC
           END-IF
           PERFORM PARA-PUT-LINE.

           EXIT.

       PARA-SHOW-AUDIT.
           *> MVP14 audit fields sit at fixed columns: date 6-13,
           *> time 20-27, key 33-36, action 45-51, source 60-67,
           *> before image from 83, after image from 210 (from 201
           *> on lines written before the master carried the
           *> lifecycle status, recognised by |AFTER= at 194).
           OPEN INPUT AUDT-FILE
           IF WS-AUDT-FS NOT = "00"
               MOVE "AUDIT" TO WS-SECTION
               MOVE WS-AUDT-PATH(1:40) TO WS-SECTION-PATH
               PERFORM PARA-NOT-PRESENT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ AUDT-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF AUDT-REC(1:5) = "DATE="
                           AND AUDT-REC(6:8) IS NUMERIC
                           AND AUDT-REC(33:4) = WS-Q-KEY
                           PERFORM PARA-KEEP-AUDIT-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDT-FILE

           PERFORM VARYING WS-AUD-IDX FROM 1 BY 1
                   UNTIL WS-AUD-IDX > WS-AUD-COUNT
               MOVE SPACES TO RPT-REC
               STRING "AUDIT|DATE="    DELIMITED BY SIZE
                      WS-AU-DATE(WS-AUD-IDX)   DELIMITED BY SIZE
                      "|TIME="         DELIMITED BY SIZE
                      WS-AU-TIME(WS-AUD-IDX)   DELIMITED BY SIZE
                      "|ACTION="       DELIMITED BY SIZE
                      WS-AU-ACTION(WS-AUD-IDX) DELIMITED BY SIZE
                      "|SOURCE="       DELIMITED BY SIZE
                      WS-AU-SOURCE(WS-AUD-IDX) DELIMITED BY SIZE
                      "|BEFORE="       DELIMITED BY SIZE
                      WS-AU-BEFORE(WS-AUD-IDX) DELIMITED BY SIZE
                      "|AFTER="        DELIMITED BY SIZE
                      WS-AU-AFTER(WS-AUD-IDX)  DELIMITED BY SIZE
                      INTO RPT-REC
               END-STRING
               PERFORM PARA-PUT-LINE
           END-PERFORM.

           EXIT.

       PARA-KEEP-AUDIT-LINE.
           ADD 1 TO WS-CNT-AUDIT-HITS
           IF WS-AUD-COUNT >= WS-AUD-MAX
               PERFORM VARYING WS-AUD-IDX FROM 2 BY 1
                       UNTIL WS-AUD-IDX > WS-AUD-COUNT
                   MOVE WS-AUD-ENTRY(WS-AUD-IDX)
                       TO WS-AUD-ENTRY(WS-AUD-IDX - 1)
               END-PERFORM
           ELSE
               ADD 1 TO WS-AUD-COUNT
           END-IF
           MOVE AUDT-REC(6:8) TO WS-AU-DATE(WS-AUD-COUNT)
           IF AUDT-REC(20:8) IS NUMERIC
               MOVE AUDT-REC(20:8) TO WS-AU-TIME(WS-AUD-COUNT)
           ELSE
               MOVE 0 TO WS-AU-TIME(WS-AUD-COUNT)
           END-IF
           MOVE AUDT-REC(45:7) TO WS-AU-ACTION(WS-AUD-COUNT)
           MOVE AUDT-REC(60:8) TO WS-AU-SOURCE(WS-AUD-COUNT)
           MOVE AUDT-REC(83:24) TO WS-AU-BEFORE(WS-AUD-COUNT)
           IF AUDT-REC(194:7) = "|AFTER="
               MOVE AUDT-REC(201:24) TO WS-AU-AFTER(WS-AUD-COUNT)
           ELSE
               MOVE AUDT-REC(210:24) TO WS-AU-AFTER(WS-AUD-COUNT)
           END-IF.

           EXIT.
