       IDENTIFICATION DIVISION.
       PROGRAM-ID. STANDORDER.

      *> Standing orders for MVP10PROGRAM's accounts: regular
      *> payments and transfers held on an indexed master and
      *> generated into the transaction feed each day, instead of
      *> being keyed by hand every cycle.
      *>
      *> SO_MODE=APPLY (default) applies a maintenance file in the
      *> ACCTMAINT APPLY style - action(1) order(8) account(8)
      *> amount(15) frequency(1) first-date(8) end-date(8)
      *> day-rule(2):
      *>   A  add an order. The account must be open, the amount a
      *>      non-zero signed amount (negative = debit), the first
      *>      date a real date not before today, the end date blank
      *>      (open-ended) or not before the first date.
      *>   M  amend an order's amount, end date or day rule; blank
      *>      fields are left as they are. Account, frequency and
      *>      first date cannot be amended - cancel and re-add.
      *>   C  cancel an order; nothing further is generated.
      *> with one audit line per accepted change and a reject for
      *> everything else.
      *>
      *> Frequencies: W weekly, F fortnightly, M monthly,
      *> Q quarterly, A annual. The first occurrence falls on the
      *> first date; weekly and fortnightly orders step 7 or 14 days
      *> from it. Monthly, quarterly and annual orders fall on the
      *> day-rule day of each month: blank = the first date's day,
      *> 01-31 = that day, LD = the last day of the month. A day past
      *> the end of a short month falls on its last day.
      *>
      *> SO_MODE=GENERATE writes every occurrence due on or before
      *> the processing date (SO_PROCESS_DATE, default today) as an
      *> ACCOUNT-layout transaction for an MVP10PROGRAM FILE run. A
      *> due date on a weekend or holiday rolls to the next business
      *> day by the suite calendar (CALENDARSUB), and the rolled date
      *> is the posting date. Each order records the last occurrence
      *> generated, and the master is rewritten before the
      *> transaction is written, so a rerun for the same date - or a
      *> later run - never produces an occurrence twice. The output
      *> (SO_OUTPUT, default standing-orders-<date>.txt) is extended,
      *> not replaced, so a rerun keeps what the first run wrote. An
      *> order past its end date is marked ended; an order whose
      *> account is no longer open is reported and left for
      *> cancellation.
      *>
      *> SO_MODE=LIST prints the master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SO-FILE ASSIGN TO DYNAMIC WS-SO-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS SO-KEY
               FILE STATUS  IS WS-SO-FS.
           SELECT ABAL-FILE ASSIGN TO DYNAMIC WS-ABAL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ABAL-KEY
               FILE STATUS  IS WS-ABAL-FS.
           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TRANS-FS.
           SELECT AUDT-FILE ASSIGN TO DYNAMIC WS-AUDT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-AUDT-FS.
           SELECT POST-FILE ASSIGN TO DYNAMIC WS-POST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-POST-FS.

       DATA DIVISION.
       FILE SECTION.
       *> Standing-order master.
       FD  SO-FILE.
       01  SO-REC.
           05 SO-KEY             PIC X(8).
           05 SO-ACCT            PIC X(8).
           05 SO-AMOUNT          PIC S9(9)V99
                                 SIGN IS LEADING SEPARATE.
           05 SO-FREQ            PIC X(1).
               88 SO-FREQ-VALID   VALUE "W" "F" "M" "Q" "A".
               88 SO-FREQ-DAYS    VALUE "W" "F".
           05 SO-FIRST-DATE      PIC 9(8).
           05 SO-END-DATE        PIC 9(8).
           05 SO-DAY-RULE        PIC X(2).
           05 SO-STATUS          PIC X(1).
               88 SO-IS-ACTIVE    VALUE "A".
               88 SO-IS-CANCELLED VALUE "C".
               88 SO-IS-ENDED     VALUE "E".
           *> Last occurrence generated (its due date before any
           *> business-day roll; zero = none yet), the processing
           *> date that generated it, and the occurrences so far.
           05 SO-LAST-DUE        PIC 9(8).
           05 SO-LAST-RUN        PIC 9(8).
           05 SO-GEN-COUNT       PIC 9(6).
           05 SO-ADDED-DATE      PIC 9(8).
           05 SO-CHANGED-DATE    PIC 9(8).

       *> MVP10PROGRAM's account-balance master, read to check the
       *> account is open.
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

       *> Maintenance transactions.
       FD  TRANS-FILE.
       01  TRANS-REC.
           05 TR-ACTION         PIC X(1).
           05 TR-ID             PIC X(8).
           05 TR-ACCT           PIC X(8).
           05 TR-AMOUNT         PIC X(15).
           05 TR-FREQ           PIC X(1).
           05 TR-FIRST-X        PIC X(8).
           05 TR-END-X          PIC X(8).
           05 TR-DAY-RULE       PIC X(2).

       *> Change audit trail, appended across runs.
       FD  AUDT-FILE.
       01  AUDT-REC             PIC X(160).

       *> Generated transactions in MVP10PROGRAM's ACCOUNT layout:
       *> account, posting date, signed amount.
       FD  POST-FILE.
       01  POST-REC.
           05 POST-ACCT          PIC X(8).
           05 POST-DATE          PIC 9(8).
           05 POST-AMOUNT        PIC X(20).

       WORKING-STORAGE SECTION.
       01  WS-SO-PATH           PIC X(260).
       01  WS-SO-FS             PIC XX.
       01  WS-ABAL-PATH         PIC X(260).
       01  WS-ABAL-FS           PIC XX.
       01  WS-TRANS-PATH        PIC X(260).
       01  WS-TRANS-FS          PIC XX.
       01  WS-AUDT-PATH         PIC X(260).
       01  WS-AUDT-FS           PIC XX.
       01  WS-POST-PATH         PIC X(260).
       01  WS-POST-FS           PIC XX.
       01  WS-RUN-MODE          PIC X(8) VALUE "APPLY".
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-PROC-DATE         PIC 9(8) VALUE 0.
       01  WS-PROC-DATE-X       PIC X(8).
       01  WS-TRANS-EOF         PIC X VALUE "N".
           88 TRANS-EOF          VALUE "Y".
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                VALUE "Y".

       *> The master is locked while it is being updated, so an
       *> APPLY and a GENERATE cannot both rewrite an order.
       01  WS-LOCK-ACTION       PIC X(1).
       01  WS-LOCK-RESOURCE     PIC X(20) VALUE "STANDING-ORDERS".
       01  WS-LOCK-HOLDER       PIC X(40).
       01  WS-LOCK-STATUS       PIC XX.

       *> Maintenance work fields.
       01  WS-REJ-REASON        PIC X(18).
       01  WS-AUD-ACTION        PIC X(8).
       01  WS-TR-FIRST          PIC 9(8) VALUE 0.
       01  WS-TR-END            PIC 9(8) VALUE 0.
       01  WS-AE-FIELD          PIC X(20).
       01  WS-AE-VALUE          PIC S9(9)V99 VALUE 0.
       01  WS-AE-STATUS         PIC XX.
       01  WS-AMT-ED            PIC -9(9).99.
       01  WS-DE-FUNC           PIC X(1).
       01  WS-DE-DATE-1         PIC 9(8) VALUE 0.
       01  WS-DE-DATE-2         PIC 9(8) VALUE 0.
       01  WS-DE-DAYS           PIC S9(5) VALUE 0.
       01  WS-DE-RESULT         PIC S9(8) VALUE 0.
       01  WS-DE-STATUS         PIC XX.

       *> Occurrence work fields: the next due date, built from its
       *> parts for the month-based frequencies, and the business
       *> day it rolls to.
       01  WS-NEXT-DUE          PIC 9(8) VALUE 0.
       01  WS-NEXT-DUE-R REDEFINES WS-NEXT-DUE.
           05 WS-ND-YY           PIC 9(4).
           05 WS-ND-MM           PIC 9(2).
           05 WS-ND-DD           PIC 9(2).
       01  WS-ND-MONTHS         PIC 9(2) VALUE 0.
       01  WS-ND-DAY            PIC 9(2) VALUE 0.
       01  WS-MONTH-LEN         PIC 9(2) VALUE 0.
       01  WS-NEXT-FIRST        PIC 9(8) VALUE 0.
       01  WS-ROLLED            PIC 9(8) VALUE 0.
       01  WS-CAL-FUNC          PIC X(1).
       01  WS-CAL-RESULT        PIC 9(8) VALUE 0.
       01  WS-CAL-STATUS        PIC XX.
       01  WS-POST-ED           PIC -(9)9.99.
       01  WS-SO-DONE           PIC X VALUE "N".
           88 SO-DONE            VALUE "Y".
       01  WS-SO-GUARD          PIC 9(4) VALUE 0.

       01  WS-CNT-TRANS         PIC 9(6) VALUE 0.
       01  WS-CNT-ADDED         PIC 9(6) VALUE 0.
       01  WS-CNT-AMENDED       PIC 9(6) VALUE 0.
       01  WS-CNT-CANCELLED     PIC 9(6) VALUE 0.
       01  WS-CNT-REJECTED      PIC 9(6) VALUE 0.
       01  WS-CNT-ORDERS        PIC 9(6) VALUE 0.
       01  WS-CNT-GENERATED     PIC 9(6) VALUE 0.
       01  WS-CNT-ENDED         PIC 9(6) VALUE 0.
       01  WS-CNT-EXCEPTIONS    PIC 9(6) VALUE 0.
       01  WS-GEN-VALUE         PIC S9(11)V99 VALUE 0.
       01  WS-GEN-VALUE-ED      PIC -9(11).99.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "STANDORDER".
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

           MOVE "standing-orders.dat" TO WS-SO-PATH.
           ACCEPT WS-SO-PATH FROM ENVIRONMENT "STANDING_ORDERS".
           IF WS-SO-PATH = SPACES
               MOVE "standing-orders.dat" TO WS-SO-PATH
           END-IF.

           MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH.
           ACCEPT WS-ABAL-PATH FROM ENVIRONMENT "MVP10_ACCOUNTS".
           IF WS-ABAL-PATH = SPACES
               MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH
           END-IF.

           MOVE "so-maint-trans.txt" TO WS-TRANS-PATH.
           ACCEPT WS-TRANS-PATH FROM ENVIRONMENT "SO_MAINT_TRANS".
           IF WS-TRANS-PATH = SPACES
               MOVE "so-maint-trans.txt" TO WS-TRANS-PATH
           END-IF.

           MOVE "so-maint-audit.txt" TO WS-AUDT-PATH.
           ACCEPT WS-AUDT-PATH FROM ENVIRONMENT "SO_MAINT_AUDIT".
           IF WS-AUDT-PATH = SPACES
               MOVE "so-maint-audit.txt" TO WS-AUDT-PATH
           END-IF.

           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "SO_MODE".
           IF WS-RUN-MODE NOT = "LIST"
               AND WS-RUN-MODE NOT = "GENERATE"
               MOVE "APPLY" TO WS-RUN-MODE
           END-IF.

           EVALUATE WS-RUN-MODE
               WHEN "LIST"
                   PERFORM PARA-LIST-RUN
               WHEN "GENERATE"
                   PERFORM PARA-GENERATE-RUN
               WHEN OTHER
                   PERFORM PARA-APPLY-RUN
           END-EVALUATE.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           EVALUATE WS-RUN-MODE
               WHEN "LIST"
                   MOVE WS-SO-PATH(1:40) TO WS-RH-IN
                   MOVE WS-SO-PATH(1:40) TO WS-RH-OUT
                   MOVE WS-CNT-ORDERS TO WS-RH-READ
               WHEN "GENERATE"
                   MOVE WS-SO-PATH(1:40) TO WS-RH-IN
                   MOVE WS-POST-PATH(1:40) TO WS-RH-OUT
                   MOVE WS-CNT-ORDERS TO WS-RH-READ
                   MOVE WS-CNT-GENERATED TO WS-RH-WRITTEN
                   MOVE WS-CNT-EXCEPTIONS TO WS-RH-REJECTED
               WHEN OTHER
                   MOVE WS-TRANS-PATH(1:40) TO WS-RH-IN
                   MOVE WS-SO-PATH(1:40) TO WS-RH-OUT
                   MOVE WS-CNT-TRANS TO WS-RH-READ
                   COMPUTE WS-RH-WRITTEN = WS-CNT-ADDED
                       + WS-CNT-AMENDED + WS-CNT-CANCELLED
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

       PARA-TAKE-LOCK.
           MOVE "A" TO WS-LOCK-ACTION
           MOVE WS-RH-PROGRAM TO WS-LOCK-HOLDER
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=ORDERS-LOCKED|HELDBY="
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
           *> The order master is created on its first run.
           OPEN I-O SO-FILE
           IF WS-SO-FS = "35"
               OPEN OUTPUT SO-FILE
               CLOSE SO-FILE
               OPEN I-O SO-FILE
           END-IF
           IF WS-SO-FS NOT = "00"
               DISPLAY "ERROR|REASON=ORDERS-OPEN-FAILED|PATH="
                       WS-SO-PATH "|STATUS=" WS-SO-FS
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
               CLOSE SO-FILE
               PERFORM PARA-RELEASE-LOCK
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           EXIT.

       PARA-APPLY-RUN.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FS NOT = "00"
               DISPLAY "ERROR|REASON=TRANS-FILE-NOT-FOUND|PATH="
                       WS-TRANS-PATH "|STATUS=" WS-TRANS-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM PARA-TAKE-LOCK
           PERFORM PARA-OPEN-FILES

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
           CLOSE SO-FILE
           CLOSE ABAL-FILE
           PERFORM PARA-RELEASE-LOCK

           DISPLAY "APPLIED|ADD=" WS-CNT-ADDED
                   "|AMEND=" WS-CNT-AMENDED
                   "|CANCEL=" WS-CNT-CANCELLED
                   "|REJECTED=" WS-CNT-REJECTED.

           EXIT.

       PARA-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJ-REASON
           IF TR-ID = SPACES
               MOVE "BLANK-ORDER" TO WS-REJ-REASON
           ELSE
               MOVE TR-ID TO SO-KEY
               EVALUATE TR-ACTION
                   WHEN "A"
                       PERFORM PARA-APPLY-ADD
                   WHEN "M"
                       PERFORM PARA-APPLY-AMEND
                   WHEN "C"
                       PERFORM PARA-APPLY-CANCEL
                   WHEN OTHER
                       MOVE "BAD-ACTION" TO WS-REJ-REASON
               END-EVALUATE
           END-IF
           IF WS-REJ-REASON NOT = SPACES
               ADD 1 TO WS-CNT-REJECTED
               DISPLAY "REJECT|ACTION=" TR-ACTION
                       "|ORDER=" TR-ID
                       "|ACCT=" TR-ACCT
                       "|AMOUNT=" TR-AMOUNT
                       "|FREQ=" TR-FREQ
                       "|FIRST=" TR-FIRST-X
                       "|END=" TR-END-X
                       "|RULE=" TR-DAY-RULE
                       "|REASON=" WS-REJ-REASON
           END-IF.

           EXIT.

       PARA-APPLY-ADD.
           READ SO-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "ORDER-EXISTS" TO WS-REJ-REASON
                   EXIT PARAGRAPH
           END-READ
           MOVE TR-ACCT TO ABAL-KEY
           READ ABAL-FILE
               INVALID KEY
                   MOVE "NO-ACCOUNT" TO WS-REJ-REASON
                   EXIT PARAGRAPH
           END-READ
           IF NOT ABAL-IS-OPEN
               MOVE "ACCOUNT-CLOSED" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM PARA-EDIT-AMOUNT
           IF WS-REJ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE TR-FREQ TO SO-FREQ
           IF NOT SO-FREQ-VALID
               MOVE "BAD-FREQUENCY" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           PERFORM PARA-EDIT-DAY-RULE
           IF WS-REJ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF TR-FIRST-X IS NOT NUMERIC
               MOVE "BAD-FIRST-DATE" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE TR-FIRST-X TO WS-TR-FIRST
           MOVE WS-TR-FIRST TO WS-DE-DATE-1
           PERFORM PARA-VALIDATE-DATE
           IF WS-DE-STATUS NOT = "00"
               MOVE "BAD-FIRST-DATE" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           *> A back-dated first date would generate the missed
           *> occurrences all at once on the next run.
           IF WS-TR-FIRST < WS-RUN-DATE
               MOVE "FIRST-DATE-PAST" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-TR-END
           PERFORM PARA-EDIT-END-DATE
           IF WS-REJ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-TR-END NOT = 0 AND WS-TR-END < WS-TR-FIRST
               MOVE "END-BEFORE-FIRST" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE TR-ID TO SO-KEY
           MOVE TR-ACCT TO SO-ACCT
           MOVE WS-AE-VALUE TO SO-AMOUNT
           MOVE TR-FREQ TO SO-FREQ
           MOVE WS-TR-FIRST TO SO-FIRST-DATE
           MOVE WS-TR-END TO SO-END-DATE
           MOVE TR-DAY-RULE TO SO-DAY-RULE
           SET SO-IS-ACTIVE TO TRUE
           MOVE 0 TO SO-LAST-DUE
           MOVE 0 TO SO-LAST-RUN
           MOVE 0 TO SO-GEN-COUNT
           MOVE WS-RUN-DATE TO SO-ADDED-DATE
           MOVE WS-RUN-DATE TO SO-CHANGED-DATE
           WRITE SO-REC
               INVALID KEY
                   MOVE "WRITE-FAILED" TO WS-REJ-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-ADDED
                   MOVE "ADD" TO WS-AUD-ACTION
                   PERFORM PARA-WRITE-AUDIT
           END-WRITE.

           EXIT.

       PARA-APPLY-AMEND.
           READ SO-FILE
               INVALID KEY
                   MOVE "NO-ORDER" TO WS-REJ-REASON
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN NOT SO-IS-ACTIVE
                   MOVE "ORDER-NOT-ACTIVE" TO WS-REJ-REASON
               WHEN TR-ACCT NOT = SPACES AND TR-ACCT NOT = SO-ACCT
                   MOVE "NOT-AMENDABLE" TO WS-REJ-REASON
               WHEN TR-FREQ NOT = SPACES AND TR-FREQ NOT = SO-FREQ
                   MOVE "NOT-AMENDABLE" TO WS-REJ-REASON
               WHEN TR-FIRST-X NOT = SPACES
                   AND TR-FIRST-X NOT = SO-FIRST-DATE
                   MOVE "NOT-AMENDABLE" TO WS-REJ-REASON
               WHEN TR-AMOUNT = SPACES AND TR-END-X = SPACES
                   AND TR-DAY-RULE = SPACES
                   MOVE "NOTHING-TO-AMEND" TO WS-REJ-REASON
           END-EVALUATE
           IF WS-REJ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SO-AMOUNT TO WS-AE-VALUE
           IF TR-AMOUNT NOT = SPACES
               PERFORM PARA-EDIT-AMOUNT
           END-IF
           MOVE SO-END-DATE TO WS-TR-END
           IF WS-REJ-REASON = SPACES AND TR-END-X NOT = SPACES
               PERFORM PARA-EDIT-END-DATE
               IF WS-REJ-REASON = SPACES
                   AND WS-TR-END < SO-FIRST-DATE
                   MOVE "END-BEFORE-FIRST" TO WS-REJ-REASON
               END-IF
           END-IF
           IF WS-REJ-REASON = SPACES AND TR-DAY-RULE NOT = SPACES
               PERFORM PARA-EDIT-DAY-RULE
           END-IF
           IF WS-REJ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AE-VALUE TO SO-AMOUNT
           MOVE WS-TR-END TO SO-END-DATE
           IF TR-DAY-RULE NOT = SPACES
               MOVE TR-DAY-RULE TO SO-DAY-RULE
           END-IF
           MOVE WS-RUN-DATE TO SO-CHANGED-DATE
           REWRITE SO-REC
               INVALID KEY
                   MOVE "REWRITE-FAILED" TO WS-REJ-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-AMENDED
                   MOVE "AMEND" TO WS-AUD-ACTION
                   PERFORM PARA-WRITE-AUDIT
           END-REWRITE.

           EXIT.

       PARA-APPLY-CANCEL.
           READ SO-FILE
               INVALID KEY
                   MOVE "NO-ORDER" TO WS-REJ-REASON
                   EXIT PARAGRAPH
           END-READ
           IF NOT SO-IS-ACTIVE
               MOVE "ORDER-NOT-ACTIVE" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           SET SO-IS-CANCELLED TO TRUE
           MOVE WS-RUN-DATE TO SO-CHANGED-DATE
           REWRITE SO-REC
               INVALID KEY
                   MOVE "REWRITE-FAILED" TO WS-REJ-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-CANCELLED
                   MOVE "CANCEL" TO WS-AUD-ACTION
                   PERFORM PARA-WRITE-AUDIT
           END-REWRITE.

           EXIT.

       PARA-EDIT-AMOUNT.
           MOVE TR-AMOUNT TO WS-AE-FIELD
           CALL "AMTEDITSUB" USING WS-AE-FIELD WS-AE-VALUE
               WS-AE-STATUS
           IF WS-AE-STATUS NOT = "00" OR WS-AE-VALUE = 0
               MOVE "BAD-AMOUNT" TO WS-REJ-REASON
           END-IF.

           EXIT.

       PARA-EDIT-DAY-RULE.
           EVALUATE TRUE
               WHEN TR-DAY-RULE = SPACES
               WHEN TR-DAY-RULE = "LD"
                   CONTINUE
               WHEN TR-DAY-RULE IS NOT NUMERIC
                   MOVE "BAD-DAY-RULE" TO WS-REJ-REASON
               WHEN TR-DAY-RULE < "01" OR TR-DAY-RULE > "31"
                   MOVE "BAD-DAY-RULE" TO WS-REJ-REASON
           END-EVALUATE.

           EXIT.

       PARA-EDIT-END-DATE.
           IF TR-END-X = SPACES
               EXIT PARAGRAPH
           END-IF
           IF TR-END-X IS NOT NUMERIC
               MOVE "BAD-END-DATE" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE TR-END-X TO WS-TR-END
           MOVE WS-TR-END TO WS-DE-DATE-1
           PERFORM PARA-VALIDATE-DATE
           IF WS-DE-STATUS NOT = "00"
               MOVE "BAD-END-DATE" TO WS-REJ-REASON
           END-IF.

           EXIT.

       PARA-VALIDATE-DATE.
           MOVE "V" TO WS-DE-FUNC
           CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
               WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS.

           EXIT.

       PARA-WRITE-AUDIT.
           OPEN EXTEND AUDT-FILE
           IF WS-AUDT-FS NOT = "00"
               OPEN OUTPUT AUDT-FILE
           END-IF
           MOVE SO-AMOUNT TO WS-AMT-ED
           MOVE SPACES TO AUDT-REC
           STRING "DATE="       DELIMITED BY SIZE
                  WS-RUN-DATE   DELIMITED BY SIZE
                  "|TIME="      DELIMITED BY SIZE
                  WS-RUN-TIME   DELIMITED BY SIZE
                  "|ACTION="    DELIMITED BY SIZE
                  WS-AUD-ACTION DELIMITED BY SIZE
                  "|ORDER="     DELIMITED BY SIZE
                  SO-KEY        DELIMITED BY SIZE
                  "|ACCT="      DELIMITED BY SIZE
                  SO-ACCT       DELIMITED BY SIZE
                  "|AMOUNT="    DELIMITED BY SIZE
                  WS-AMT-ED     DELIMITED BY SIZE
                  "|FREQ="      DELIMITED BY SIZE
                  SO-FREQ       DELIMITED BY SIZE
                  "|FIRST="     DELIMITED BY SIZE
                  SO-FIRST-DATE DELIMITED BY SIZE
                  "|END="       DELIMITED BY SIZE
                  SO-END-DATE   DELIMITED BY SIZE
                  "|RULE="      DELIMITED BY SIZE
                  SO-DAY-RULE   DELIMITED BY SIZE
                  "|STATUS="    DELIMITED BY SIZE
                  SO-STATUS     DELIMITED BY SIZE
                  INTO AUDT-REC
           END-STRING
           WRITE AUDT-REC
           CLOSE AUDT-FILE.

           EXIT.

       PARA-GENERATE-RUN.
           MOVE WS-RUN-DATE TO WS-PROC-DATE
           MOVE SPACES TO WS-PROC-DATE-X
           ACCEPT WS-PROC-DATE-X FROM ENVIRONMENT "SO_PROCESS_DATE"
           IF WS-PROC-DATE-X NOT = SPACES
               IF WS-PROC-DATE-X IS NOT NUMERIC
                   DISPLAY "ERROR|REASON=BAD-PROCESS-DATE|DATE="
                           WS-PROC-DATE-X
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-PROC-DATE-X TO WS-PROC-DATE
           END-IF
           MOVE WS-PROC-DATE TO WS-DE-DATE-1
           PERFORM PARA-VALIDATE-DATE
           IF WS-DE-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=BAD-PROCESS-DATE|DATE="
                       WS-PROC-DATE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-POST-PATH
           STRING "standing-orders-" DELIMITED BY SIZE
                  WS-PROC-DATE       DELIMITED BY SIZE
                  ".txt"             DELIMITED BY SIZE
                  INTO WS-POST-PATH
           END-STRING
           ACCEPT WS-POST-PATH FROM ENVIRONMENT "SO_OUTPUT"
           IF WS-POST-PATH = SPACES
               STRING "standing-orders-" DELIMITED BY SIZE
                      WS-PROC-DATE       DELIMITED BY SIZE
                      ".txt"             DELIMITED BY SIZE
                      INTO WS-POST-PATH
               END-STRING
           END-IF

           PERFORM PARA-TAKE-LOCK
           PERFORM PARA-OPEN-FILES
           OPEN EXTEND POST-FILE
           IF WS-POST-FS NOT = "00"
               OPEN OUTPUT POST-FILE
           END-IF
           IF WS-POST-FS NOT = "00"
               DISPLAY "ERROR|REASON=OUTPUT-OPEN-FAILED|PATH="
                       WS-POST-PATH "|STATUS=" WS-POST-FS
               MOVE 8 TO RETURN-CODE
               CLOSE SO-FILE
               CLOSE ABAL-FILE
               PERFORM PARA-RELEASE-LOCK
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL EOF
               READ SO-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-ORDERS
                       IF SO-IS-ACTIVE
                           PERFORM PARA-GENERATE-ORDER
                       END-IF
               END-READ
           END-PERFORM

           CLOSE SO-FILE
           CLOSE ABAL-FILE
           CLOSE POST-FILE
           PERFORM PARA-RELEASE-LOCK

           MOVE WS-GEN-VALUE TO WS-GEN-VALUE-ED
           DISPLAY "GENERATED|DATE=" WS-PROC-DATE
                   "|ORDERS=" WS-CNT-ORDERS
                   "|TRANSACTIONS=" WS-CNT-GENERATED
                   "|VALUE=" WS-GEN-VALUE-ED
                   "|ENDED=" WS-CNT-ENDED
                   "|EXCEPTIONS=" WS-CNT-EXCEPTIONS
                   "|OUTPUT=" WS-POST-PATH(1:40).

           EXIT.

       PARA-GENERATE-ORDER.
           MOVE SO-ACCT TO ABAL-KEY
           READ ABAL-FILE
               INVALID KEY
                   MOVE SPACE TO ABAL-STATUS
           END-READ
           MOVE "N" TO WS-SO-DONE
           MOVE 0 TO WS-SO-GUARD
           *> One pass per occurrence, so a day the generator did
           *> not run is caught up on the next.
           PERFORM UNTIL SO-DONE OR WS-SO-GUARD > 400
               ADD 1 TO WS-SO-GUARD
               PERFORM PARA-NEXT-DUE
               IF SO-END-DATE NOT = 0 AND WS-NEXT-DUE > SO-END-DATE
                   SET SO-IS-ENDED TO TRUE
                   MOVE WS-PROC-DATE TO SO-CHANGED-DATE
                   REWRITE SO-REC
                       INVALID KEY
                           ADD 1 TO WS-CNT-EXCEPTIONS
                           DISPLAY "EXCEPTION|REASON=REWRITE-FAILED"
                                   "|ORDER=" SO-KEY
                                   "|FS=" WS-SO-FS
                       NOT INVALID KEY
                           ADD 1 TO WS-CNT-ENDED
                           DISPLAY "ENDED|ORDER=" SO-KEY
                                   "|ACCT=" SO-ACCT
                                   "|END=" SO-END-DATE
                   END-REWRITE
                   SET SO-DONE TO TRUE
               ELSE
                   PERFORM PARA-ROLL-DUE
                   IF WS-ROLLED > WS-PROC-DATE
                       SET SO-DONE TO TRUE
                   ELSE
                       IF NOT ABAL-IS-OPEN
                           ADD 1 TO WS-CNT-EXCEPTIONS
                           DISPLAY "EXCEPTION|REASON=ACCOUNT-NOT-OPEN"
                                   "|ORDER=" SO-KEY
                                   "|ACCT=" SO-ACCT
                                   "|DUE=" WS-NEXT-DUE
                           SET SO-DONE TO TRUE
                       ELSE
                           PERFORM PARA-WRITE-OCCURRENCE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

       PARA-NEXT-DUE.
           *> The occurrence after the last one generated; the first
           *> falls on the first date itself.
           IF SO-LAST-DUE = 0
               MOVE SO-FIRST-DATE TO WS-NEXT-DUE
               EXIT PARAGRAPH
           END-IF
           IF SO-FREQ-DAYS
               MOVE "A" TO WS-DE-FUNC
               MOVE SO-LAST-DUE TO WS-DE-DATE-1
               IF SO-FREQ = "W"
                   MOVE 7 TO WS-DE-DAYS
               ELSE
                   MOVE 14 TO WS-DE-DAYS
               END-IF
               CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
                   WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS
               MOVE WS-DE-RESULT TO WS-NEXT-DUE
               EXIT PARAGRAPH
           END-IF
           EVALUATE SO-FREQ
               WHEN "M"
                   MOVE 1 TO WS-ND-MONTHS
               WHEN "Q"
                   MOVE 3 TO WS-ND-MONTHS
               WHEN OTHER
                   MOVE 12 TO WS-ND-MONTHS
           END-EVALUATE
           MOVE SO-LAST-DUE TO WS-NEXT-DUE
           ADD WS-ND-MONTHS TO WS-ND-MM
           IF WS-ND-MM > 12
               SUBTRACT 12 FROM WS-ND-MM
               ADD 1 TO WS-ND-YY
           END-IF
           MOVE 1 TO WS-ND-DD
           PERFORM PARA-MONTH-LENGTH
           EVALUATE TRUE
               WHEN SO-DAY-RULE = "LD"
                   MOVE WS-MONTH-LEN TO WS-ND-DAY
               WHEN SO-DAY-RULE = SPACES
                   MOVE SO-FIRST-DATE(7:2) TO WS-ND-DAY
               WHEN OTHER
                   MOVE SO-DAY-RULE TO WS-ND-DAY
           END-EVALUATE
           IF WS-ND-DAY > WS-MONTH-LEN
               MOVE WS-MONTH-LEN TO WS-ND-DAY
           END-IF
           MOVE WS-ND-DAY TO WS-ND-DD.

           EXIT.

       PARA-MONTH-LENGTH.
           *> The last day of WS-NEXT-DUE's month is the day before
           *> the first of the month after.
           IF WS-ND-MM = 12
               COMPUTE WS-NEXT-FIRST = (WS-ND-YY + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-FIRST =
                   WS-ND-YY * 10000 + (WS-ND-MM + 1) * 100 + 1
           END-IF
           MOVE "A" TO WS-DE-FUNC
           MOVE WS-NEXT-FIRST TO WS-DE-DATE-1
           MOVE -1 TO WS-DE-DAYS
           CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
               WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS
           MOVE WS-DE-RESULT TO WS-NEXT-FIRST
           MOVE WS-NEXT-FIRST(7:2) TO WS-MONTH-LEN.

           EXIT.

       PARA-ROLL-DUE.
           *> A due date on a weekend or holiday moves to the next
           *> business day.
           MOVE WS-NEXT-DUE TO WS-ROLLED
           MOVE "B" TO WS-CAL-FUNC
           CALL "CALENDARSUB" USING WS-CAL-FUNC WS-NEXT-DUE
               WS-CAL-RESULT WS-CAL-STATUS
           IF WS-CAL-STATUS = "10"
               MOVE "N" TO WS-CAL-FUNC
               CALL "CALENDARSUB" USING WS-CAL-FUNC WS-NEXT-DUE
                   WS-CAL-RESULT WS-CAL-STATUS
               IF WS-CAL-STATUS = "00"
                   MOVE WS-CAL-RESULT TO WS-ROLLED
               END-IF
           END-IF.

           EXIT.

       PARA-WRITE-OCCURRENCE.
           *> The order is marked generated before the transaction is
           *> written: a failure between the two can lose an
           *> occurrence, which is reported, but never repeat one.
           MOVE WS-NEXT-DUE TO SO-LAST-DUE
           MOVE WS-PROC-DATE TO SO-LAST-RUN
           ADD 1 TO SO-GEN-COUNT
           REWRITE SO-REC
               INVALID KEY
                   ADD 1 TO WS-CNT-EXCEPTIONS
                   DISPLAY "EXCEPTION|REASON=REWRITE-FAILED"
                           "|ORDER=" SO-KEY
                           "|FS=" WS-SO-FS
                   SET SO-DONE TO TRUE
                   EXIT PARAGRAPH
           END-REWRITE
           MOVE SO-ACCT TO POST-ACCT
           MOVE WS-ROLLED TO POST-DATE
           MOVE SO-AMOUNT TO WS-POST-ED
           MOVE WS-POST-ED TO POST-AMOUNT
           WRITE POST-REC
           IF WS-POST-FS NOT = "00"
               ADD 1 TO WS-CNT-EXCEPTIONS
               DISPLAY "EXCEPTION|REASON=OUTPUT-WRITE|ORDER=" SO-KEY
                       "|DUE=" WS-NEXT-DUE
                       "|FS=" WS-POST-FS
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CNT-GENERATED
           ADD SO-AMOUNT TO WS-GEN-VALUE
           MOVE SO-AMOUNT TO WS-AMT-ED
           DISPLAY "DUE|ORDER=" SO-KEY
                   "|ACCT=" SO-ACCT
                   "|DUE=" WS-NEXT-DUE
                   "|POST=" WS-ROLLED
                   "|AMOUNT=" WS-AMT-ED.

           EXIT.

       PARA-LIST-RUN.
           OPEN INPUT SO-FILE
           IF WS-SO-FS NOT = "00"
               DISPLAY "ERROR|REASON=ORDERS-NOT-FOUND|PATH="
                       WS-SO-PATH "|STATUS=" WS-SO-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL EOF
               READ SO-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-ORDERS
                       MOVE SO-AMOUNT TO WS-AMT-ED
                       DISPLAY "ORDER|ID=" SO-KEY
                               "|ACCT=" SO-ACCT
                               "|AMOUNT=" WS-AMT-ED
                               "|FREQ=" SO-FREQ
                               "|FIRST=" SO-FIRST-DATE
                               "|END=" SO-END-DATE
                               "|RULE=" SO-DAY-RULE
                               "|STATUS=" SO-STATUS
                               "|LAST-DUE=" SO-LAST-DUE
                               "|COUNT=" SO-GEN-COUNT
               END-READ
           END-PERFORM
           CLOSE SO-FILE
           DISPLAY "LIST|ORDERS=" WS-CNT-ORDERS.

           EXIT.
