               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PART-FILE ASSIGN TO DYNAMIC WS-PART-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CAND-FILE ASSIGN TO DYNAMIC WS-CAND-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PEND-FILE ASSIGN TO DYNAMIC WS-PEND-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PEND-FS.
           SELECT PHST-FILE ASSIGN TO DYNAMIC WS-PHST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-PHST-FS.
           SELECT EXPR-FILE ASSIGN TO DYNAMIC WS-EXPR-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXPR-FS.
           SELECT OLD-FILE ASSIGN TO DYNAMIC WS-OLD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
       *> posted); the name fields mirror MVP03PROGRAM's name-master,
       *> the birthdate/gender pair the MVP08PROGRAM BIRTHDATE
       *> layout, and IDX-TIER the MVP06PROGRAM loyalty tier. Every
       *> maintenance path stamps IDX-MAINT-DATE/TIME. IDX-STATUS is
       *> the customer's lifecycle status, maintained by APPLY
       *> status transactions, with the date it took effect.
       FD  IDX-FILE.
       01  IDX-REC.
           05 IDX-KEY         PIC 9(4).
                              SIGN IS LEADING SEPARATE.
           05 IDX-MAINT-DATE  PIC 9(8).
           05 IDX-MAINT-TIME  PIC 9(8).
           05 IDX-STATUS      PIC X(1).
               88 IDX-ACTIVE   VALUE "A".
               88 IDX-DORMANT  VALUE "D".
               88 IDX-CLOSED   VALUE "C".
               88 IDX-DECEASED VALUE "X".
               88 IDX-STATUS-VALID VALUE "A" "D" "C" "X".
           05 IDX-STATUS-DATE PIC 9(8).

       *> Pre-expansion master layout, read only by the one-time
       *> MIGRATE run that rebuilds an existing 24-byte master into
           05 SEED-TEXT       PIC X(10).

       *> Maintenance transactions applied against the existing
       *> master in APPLY mode: action A (add), C (change text),
       *> D (delete) or S (lifecycle status change), the key, and
       *> the new text where applicable. A status transaction
       *> carries the new status and its effective date (blank for
       *> the run date) in place of the text.
       FD  TRANS-FILE.
       01  TRANS-REC.
           05 TR-ACTION       PIC X(1).
           05 TR-KEY-X        PIC X(4).
           05 TR-TEXT         PIC X(10).
           05 TR-STATUS-DATA REDEFINES TR-TEXT.
               10 TR-NEW-STATUS    PIC X(1).
               10 TR-STATUS-DATE-X PIC X(8).
               10 FILLER           PIC X(1).

       *> Dated sequential backup of the master: one record image
       *> per master record in key order, closed by a record-count

       *> Update audit trail: one record per REWRITE or DELETE with
       *> the before and after record images, appended across runs.
       *> Changes made under dual control close the line with the
       *> maker's and checker's operator ids.
       FD  AUDT-FILE.
       01  AUDT-REC           PIC X(360).

       *> Seed records failing the pre-write edits (non-numeric key,
       *> blank text, duplicate key).
       *> Key-range partition extract, so several downstream streams
       *> can run in parallel over disjoint ranges of the master.
       FD  PART-FILE.
       01  PART-REC           PIC X(120).

       *> Erasure-candidate list: customers closed longer than the
       *> retention period, for the ERASUREPROGRAM disposition run.
       FD  CAND-FILE.
       01  CAND-REC           PIC X(120).

       *> Dual-control pending changes: every change or delete an
       *> operator or APPLY transaction enters waits here until a
       *> second operator approves or rejects it in an APPROVE
       *> session. The master stamp at entry lets approval refuse
       *> a change the record has since moved past. Decided and
       *> expired items move to the history file.
       FD  PEND-FILE.
       01  PEND-REC.
           05 PND-ID          PIC 9(6).
           05 PND-STATE       PIC X(8).
           05 PND-ACTION      PIC X(1).
           05 PND-KEY         PIC 9(4).
           05 PND-DATA        PIC X(10).
           05 PND-SOURCE      PIC X(8).
           05 PND-MAKER       PIC X(3).
           05 PND-MADE-DATE   PIC 9(8).
           05 PND-MADE-TIME   PIC 9(8).
           05 PND-STAMP-DATE  PIC 9(8).
           05 PND-STAMP-TIME  PIC 9(8).
           05 PND-CHECKER     PIC X(3).
           05 PND-DEC-DATE    PIC 9(8).
           05 PND-DEC-TIME    PIC 9(8).

       FD  PHST-FILE.
       01  PHST-REC           PIC X(99).

       *> Expired pending changes, appended across runs.
       FD  EXPR-FILE.
       01  EXPR-REC           PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-IDX-PATH        PIC X(260).
       *> Run mode: CASE (default) rebuilds the master and runs the
       *> MVP14_CASE demonstration path as before; APPLY leaves the
       *> existing master in place and applies a transaction file
       *> of add/change/delete records against it. Changes, deletes
       *> and status changes from APPLY and CONSOLE are held for a
       *> second operator's approval in an APPROVE session; EXPIRE
       *> ages out pending items nobody decided.
       01  WS-RUN-MODE        PIC X(7) VALUE "CASE".
       01  WS-TRANS-PATH      PIC X(260).
       01  WS-TRANS-FS        PIC XX.
       01  WS-CNT-CHG-REJ     PIC 9(6) VALUE 0.
       01  WS-CNT-DEL-OK      PIC 9(6) VALUE 0.
       01  WS-CNT-DEL-REJ     PIC 9(6) VALUE 0.
       01  WS-CNT-STS-OK      PIC 9(6) VALUE 0.
       01  WS-CNT-STS-REJ     PIC 9(6) VALUE 0.
       01  WS-CNT-BAD-ACTION  PIC 9(6) VALUE 0.
       01  WS-STS-REASON      PIC X(16).
       01  WS-STS-DATE        PIC 9(8) VALUE 0.

       *> DATEEDITSUB parameter block for the status effective date
       *> and the retention cut-off.
       01  WS-DE-FUNC         PIC X(1).
       01  WS-DE-DATE-1       PIC 9(8) VALUE 0.
       01  WS-DE-DATE-2       PIC 9(8) VALUE 0.
       01  WS-DE-DAYS         PIC S9(5) VALUE 0.
       01  WS-DE-RESULT       PIC S9(8) VALUE 0.
       01  WS-DE-STATUS       PIC XX.

       *> UNLOAD/RELOAD support.
       01  WS-BKP-PATH        PIC X(260).
       01  WS-AUDT-FS         PIC XX.
       01  WS-AUD-ACTION      PIC X(7).
       01  WS-AUD-SOURCE      PIC X(8).
       01  WS-BEFORE-IMG      PIC X(120).
       01  WS-AFTER-IMG       PIC X(120).

       *> LOCKSUB parameter block: maintenance and console sessions
       *> hold the shared master lock so they cannot interleave with
       01  WS-LOCK-TAKEN      PIC X VALUE "N".
           88 LOCK-TAKEN       VALUE "Y".

       *> Nightly master integrity audit: classes and tiers not on
       *> the reference-code table, blank text stubs, the record
       *> count tied to the last UNLOAD trailer, and a key count by
       *> thousand-block so skew is visible. Exceptions leave
       *> completion code 4 for BALANCEREPORT to surface.
       01  WS-CNT-AUD-RECORDS PIC 9(6) VALUE 0.
       01  WS-CNT-AUD-BADCLASS PIC 9(6) VALUE 0.
       01  WS-CNT-AUD-BADTIER PIC 9(6) VALUE 0.
       01  WS-CNT-AUD-BLANKTXT PIC 9(6) VALUE 0.
       01  WS-CNT-AUD-BADSTAT PIC 9(6) VALUE 0.
       01  WS-CNT-AUD-COUNT-EXC PIC 9(6) VALUE 0.
       01  WS-AUD-BLOCK       PIC 9(2) VALUE 0.
       01  WS-AUD-CODES       PIC X VALUE "Y".
           88 AUD-CODES-CHECKED VALUE "Y".
       *> REFCODESUB parameters.
       01  WS-RC-TYPE         PIC X(8).
       01  WS-RC-CODE         PIC X(30).
       01  WS-RC-ASOF         PIC 9(8) VALUE 0.
       01  WS-RC-DESC         PIC X(40).
       01  WS-RC-STATUS       PIC XX.
       01  WS-AUD-BLOCK-TAB.
           05 WS-AUD-BLOCK-CNT OCCURS 10 TIMES PIC 9(6).
       01  WS-AUD-BLK-LO      PIC 9(4) VALUE 0.
       01  WS-RCV-TIME        PIC 9(8) VALUE 0.
       01  WS-RCV-KEY         PIC 9(4) VALUE 0.
       01  WS-RCV-ACTION      PIC X(7).
       01  WS-RCV-AFTER       PIC X(120).
       01  WS-RCV-OLD-IMAGE   PIC X VALUE "N".
           88 RCV-OLD-IMAGE    VALUE "Y".
       01  WS-RCV-REASON      PIC X(16).
       01  WS-RCV-SCAN        PIC 9(3) VALUE 0.

       01  WS-TO-KEY          PIC 9(4) VALUE 9999.
       01  WS-CNT-EXTRACTED   PIC 9(6) VALUE 0.

       *> RETAIN-mode retention period (days since closure) and
       *> candidate list.
       01  WS-CAND-PATH       PIC X(260).
       01  WS-RETAIN-DAYS     PIC 9(5) VALUE 2190.
       01  WS-RETAIN-CUTOFF   PIC 9(8) VALUE 0.
       01  WS-CNT-RET-READ    PIC 9(6) VALUE 0.
       01  WS-CNT-RET-CLOSED  PIC 9(6) VALUE 0.
       01  WS-CNT-RET-CAND    PIC 9(6) VALUE 0.
       01  WS-CNT-RET-UNDATED PIC 9(6) VALUE 0.

       *> Dual-control support: the signed-on operator's id
       *> (console prompt, or MVP14_OPERATOR for APPLY), the
       *> pending-change files, the loaded pending table for APPROVE
       *> and EXPIRE, and the expiry age in days.
       01  WS-OPERATOR        PIC X(3) VALUE SPACES.

       *> OPERSUB parameter block: sign-on and the authority each
       *> maker and checker function needs.
       01  WS-OP-ACTION       PIC X(1).
       01  WS-OP-FUNCTION     PIC X(12).
       01  WS-OP-NAME         PIC X(30).
       01  WS-OP-STATUS       PIC XX.
       01  WS-PEND-PATH       PIC X(260).
       01  WS-PEND-FS         PIC XX.
       01  WS-PHST-PATH       PIC X(260).
       01  WS-PHST-FS         PIC XX.
       01  WS-EXPR-PATH       PIC X(260).
       01  WS-EXPR-FS         PIC XX.
       01  WS-PEND-EOF        PIC X VALUE "N".
           88 PEND-EOF         VALUE "Y".
       01  WS-PEND-OPEN       PIC X VALUE "N".
           88 PEND-OPEN        VALUE "Y".
       01  WS-PND-NEXT-ID     PIC 9(6) VALUE 0.
       01  WS-PND-DAYS        PIC 9(3) VALUE 7.
       01  WS-Q-ACTION        PIC X(1).
       01  WS-Q-DATA          PIC X(10).
       01  WS-Q-SOURCE        PIC X(8).
       01  WS-PND-RESULT      PIC X(8).
       01  WS-PND-COUNT       PIC 9(3) VALUE 0.
       01  WS-PND-IDX         PIC 9(3) VALUE 0.
       01  WS-PND-TAB.
           05 WS-PND-ENTRY OCCURS 500 TIMES.
               10 WS-PE-ID         PIC 9(6).
               10 WS-PE-STATE      PIC X(8).
               10 WS-PE-ACTION     PIC X(1).
               10 WS-PE-KEY        PIC 9(4).
               10 WS-PE-DATA       PIC X(10).
               10 WS-PE-SOURCE     PIC X(8).
               10 WS-PE-MAKER      PIC X(3).
               10 WS-PE-MADE-DATE  PIC 9(8).
               10 WS-PE-MADE-TIME  PIC 9(8).
               10 WS-PE-STAMP-DATE PIC 9(8).
               10 WS-PE-STAMP-TIME PIC 9(8).
               10 WS-PE-CHECKER    PIC X(3).
               10 WS-PE-DEC-DATE   PIC 9(8).
               10 WS-PE-DEC-TIME   PIC 9(8).
       *> More pending items than the table holds: the rewrite
       *> would drop everything past the cap, so decisions are
       *> refused for the session.
       01  WS-PND-OVFL        PIC X VALUE "N".
           88 PENDING-OVERFLOWED VALUE "Y".
       01  WS-CON-NUM-X       PIC X(3).
       01  WS-CON-NUM         PIC 9(3) VALUE 0.
       01  WS-CNT-QUEUED      PIC 9(6) VALUE 0.
       01  WS-CNT-APPROVED    PIC 9(6) VALUE 0.
       01  WS-CNT-DECLINED    PIC 9(6) VALUE 0.
       01  WS-CNT-NOT-APPLIED PIC 9(6) VALUE 0.
       01  WS-CNT-EXPIRED     PIC 9(6) VALUE 0.
       01  WS-CNT-STILL-PEND  PIC 9(6) VALUE 0.
       01  WS-AUD-MAKER       PIC X(3) VALUE SPACES.
       01  WS-AUD-CHECKER     PIC X(3) VALUE SPACES.
       01  WS-AUD-PTR         PIC 9(3) VALUE 0.
       01  WS-PH-ID           PIC 9(6) VALUE 0.
       01  WS-PND-AGE         PIC 9(5) VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM      PIC X(16) VALUE "MVP14PROGRAM".
               MOVE "mvp14-index.dat" TO WS-IDX-PATH
           END-IF.

           MOVE "mvp14-pending.txt" TO WS-PEND-PATH.
           ACCEPT WS-PEND-PATH FROM ENVIRONMENT "MVP14_PENDING".
           IF WS-PEND-PATH = SPACES
               MOVE "mvp14-pending.txt" TO WS-PEND-PATH
           END-IF.
           MOVE "mvp14-pending-history.txt" TO WS-PHST-PATH.
           ACCEPT WS-PHST-PATH FROM ENVIRONMENT
               "MVP14_PENDING_HISTORY".
           IF WS-PHST-PATH = SPACES
               MOVE "mvp14-pending-history.txt" TO WS-PHST-PATH
           END-IF.
           MOVE "mvp14-pending-expired.txt" TO WS-EXPR-PATH.
           ACCEPT WS-EXPR-PATH FROM ENVIRONMENT
               "MVP14_EXPIRED_REPORT".
           IF WS-EXPR-PATH = SPACES
               MOVE "mvp14-pending-expired.txt" TO WS-EXPR-PATH
           END-IF.
           ACCEPT WS-PND-DAYS FROM ENVIRONMENT "MVP14_PENDING_DAYS".
           IF WS-PND-DAYS = 0
               MOVE 7 TO WS-PND-DAYS
           END-IF.

           *> WS-CASE selects which demonstration path this run takes:
           *>   1 = sequential browse from key >= 3 (default)
           *>   2 = sequential browse from key >= 2
               AND WS-RUN-MODE NOT = "MIGRATE"
               AND WS-RUN-MODE NOT = "RECOVER"
               AND WS-RUN-MODE NOT = "AUDIT"
               AND WS-RUN-MODE NOT = "RETAIN"
               AND WS-RUN-MODE NOT = "APPROVE"
               AND WS-RUN-MODE NOT = "EXPIRE"
               MOVE "CASE" TO WS-RUN-MODE
           END-IF.

           IF WS-RUN-MODE = "APPROVE"
               PERFORM PARA-APPROVE-RUN
               MOVE WS-PND-COUNT TO WS-RH-READ
               MOVE WS-CNT-APPROVED TO WS-RH-WRITTEN
               COMPUTE WS-RH-REJECTED = WS-CNT-NOT-APPLIED
                   + WS-CNT-EXPIRED
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           IF WS-RUN-MODE = "EXPIRE"
               PERFORM PARA-EXPIRE-RUN
               MOVE WS-PND-COUNT TO WS-RH-READ
               MOVE WS-CNT-EXPIRED TO WS-RH-WRITTEN
               MOVE WS-CNT-EXPIRED TO WS-RH-REJECTED
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           IF WS-RUN-MODE = "RETAIN"
               PERFORM PARA-RETAIN-RUN
               MOVE WS-CNT-RET-READ TO WS-RH-READ
               MOVE WS-CNT-RET-CAND TO WS-RH-WRITTEN
               MOVE WS-CNT-RET-UNDATED TO WS-RH-REJECTED
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           IF WS-RUN-MODE = "AUDIT"
               PERFORM PARA-AUDIT-RUN
               MOVE WS-CNT-AUD-RECORDS TO WS-RH-READ
               COMPUTE WS-RH-REJECTED = WS-CNT-AUD-BADCLASS
                   + WS-CNT-AUD-BLANKTXT + WS-CNT-AUD-COUNT-EXC
                   + WS-CNT-AUD-BADSTAT + WS-CNT-AUD-BADTIER
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.
               PERFORM PARA-APPLY-RUN
               COMPUTE WS-RH-WRITTEN = WS-CNT-ADD-OK
                   + WS-CNT-CHG-OK + WS-CNT-DEL-OK
                   + WS-CNT-STS-OK
               COMPUTE WS-RH-REJECTED = WS-CNT-ADD-REJ
                   + WS-CNT-CHG-REJ + WS-CNT-DEL-REJ
                   + WS-CNT-STS-REJ + WS-CNT-BAD-ACTION
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

       PARA-INIT-CUSTOMER-FIELDS.
           *> A freshly created master record starts with empty
           *> customer data and active from the run date; every
           *> create and update stamps the last-maintained date/time.
           MOVE SPACES TO IDX-SURNAME
           MOVE SPACES TO IDX-GIVEN-NAME
           MOVE ZEROES TO IDX-BIRTHDATE
           MOVE SPACE  TO IDX-GENDER
           MOVE SPACES TO IDX-TIER
           MOVE ZEROES TO IDX-BALANCE
           MOVE "A"    TO IDX-STATUS
           MOVE WS-RUN-DATE TO IDX-STATUS-DATE
           PERFORM PARA-STAMP-MAINTAINED.

           EXIT.
               MOVE "mvp14-trans.txt" TO WS-TRANS-PATH
           END-IF

           *> The submitting operator is the maker of every change
           *> the file queues; without one nothing can be checked.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "MVP14_OPERATOR"
           IF WS-OPERATOR = SPACES
               DISPLAY "ERROR|REASON=NO-OPERATOR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PARA-OPERATOR-SIGNON
           IF WS-OP-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "CUST-APPLY" TO WS-OP-FUNCTION
           PERFORM PARA-CHECK-FUNCTION
           IF WS-OP-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PARA-ACQUIRE-MASTER-LOCK
           IF NOT LOCK-TAKEN
               GOBACK
               GOBACK
           END-IF

           PERFORM PARA-OPEN-PENDING-QUEUE
           IF NOT PEND-OPEN
               CLOSE TRANS-FILE
               CLOSE IDX-FILE
               PERFORM PARA-RELEASE-MASTER-LOCK
               GOBACK
           END-IF

           PERFORM UNTIL TRANS-EOF
               READ TRANS-FILE
                   AT END
           END-PERFORM

           CLOSE TRANS-FILE
           CLOSE PEND-FILE
           CLOSE IDX-FILE
           PERFORM PARA-RELEASE-MASTER-LOCK

           DISPLAY "QUEUED|ITEMS=" WS-CNT-QUEUED
                   "|MAKER=" WS-OPERATOR
           DISPLAY "APPLIED|ADD=" WS-CNT-ADD-OK
                   "/" WS-CNT-ADD-REJ
                   "|CHANGE=" WS-CNT-CHG-OK
                   "/" WS-CNT-CHG-REJ
                   "|DELETE=" WS-CNT-DEL-OK
                   "/" WS-CNT-DEL-REJ
                   "|STATUS=" WS-CNT-STS-OK
                   "/" WS-CNT-STS-REJ
                   "|BAD-ACTION=" WS-CNT-BAD-ACTION.

           EXIT.
                       ADD 1 TO WS-CNT-CHG-REJ
                   WHEN "D"
                       ADD 1 TO WS-CNT-DEL-REJ
                   WHEN "S"
                       ADD 1 TO WS-CNT-STS-REJ
                   WHEN OTHER
                       ADD 1 TO WS-CNT-BAD-ACTION
               END-EVALUATE
                       PERFORM PARA-APPLY-CHANGE
                   WHEN "D"
                       PERFORM PARA-APPLY-DELETE
                   WHEN "S"
                       PERFORM PARA-APPLY-STATUS
                   WHEN OTHER
                       ADD 1 TO WS-CNT-BAD-ACTION
                       DISPLAY "REJECT|REASON=BAD-ACTION|TEXT="
                   DISPLAY "REJECT|ACTION=C|KEY=" IDX-KEY
                           "|REASON=NOT-FOUND"
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-CHG-OK
                   MOVE "C" TO WS-Q-ACTION
                   MOVE TR-TEXT TO WS-Q-DATA
                   MOVE "APPLY" TO WS-Q-SOURCE
                   PERFORM PARA-QUEUE-PENDING
           END-READ.

           EXIT.
                   DISPLAY "REJECT|ACTION=D|KEY=" IDX-KEY
                           "|REASON=NOT-FOUND"
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-DEL-OK
                   MOVE "D" TO WS-Q-ACTION
                   MOVE SPACES TO WS-Q-DATA
                   MOVE "APPLY" TO WS-Q-SOURCE
                   PERFORM PARA-QUEUE-PENDING
           END-READ.

           EXIT.

       PARA-APPLY-STATUS.
           *> Lifecycle status change: A active, D dormant, C closed,
           *> X deceased. Deceased is final; anything else may move
           *> to any other status (a closed customer can be
           *> reopened). The effective date defaults to the run
           *> date and may not lie in the future. An accepted change
           *> is queued for approval like any other.
           MOVE SPACES TO WS-STS-REASON
           IF TR-NEW-STATUS NOT = "A" AND TR-NEW-STATUS NOT = "D"
               AND TR-NEW-STATUS NOT = "C"
               AND TR-NEW-STATUS NOT = "X"
               MOVE "BAD-STATUS" TO WS-STS-REASON
           END-IF
           IF WS-STS-REASON = SPACES
               IF TR-STATUS-DATE-X = SPACES
                   MOVE WS-RUN-DATE TO WS-STS-DATE
               ELSE
                   MOVE "00" TO WS-DE-STATUS
                   IF TR-STATUS-DATE-X IS NOT NUMERIC
                       MOVE "10" TO WS-DE-STATUS
                   ELSE
                       MOVE "V" TO WS-DE-FUNC
                       MOVE TR-STATUS-DATE-X TO WS-DE-DATE-1
                       CALL "DATEEDITSUB" USING WS-DE-FUNC
                           WS-DE-DATE-1 WS-DE-DATE-2 WS-DE-DAYS
                           WS-DE-RESULT WS-DE-STATUS
                   END-IF
                   IF WS-DE-STATUS NOT = "00"
                       MOVE "BAD-DATE" TO WS-STS-REASON
                   ELSE
                       MOVE TR-STATUS-DATE-X TO WS-STS-DATE
                       IF WS-STS-DATE > WS-RUN-DATE
                           MOVE "FUTURE-DATE" TO WS-STS-REASON
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-STS-REASON NOT = SPACES
               ADD 1 TO WS-CNT-STS-REJ
               DISPLAY "REJECT|ACTION=S|KEY=" IDX-KEY
                       "|REASON=" WS-STS-REASON
                       "|TEXT=" TRANS-REC
               EXIT PARAGRAPH
           END-IF

           READ IDX-FILE
               INVALID KEY
                   ADD 1 TO WS-CNT-STS-REJ
                   DISPLAY "REJECT|ACTION=S|KEY=" IDX-KEY
                           "|REASON=NOT-FOUND"
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN IDX-DECEASED
                           ADD 1 TO WS-CNT-STS-REJ
                           DISPLAY "REJECT|ACTION=S|KEY=" IDX-KEY
                                   "|REASON=DECEASED"
                       WHEN IDX-STATUS = TR-NEW-STATUS
                           ADD 1 TO WS-CNT-STS-REJ
                           DISPLAY "REJECT|ACTION=S|KEY=" IDX-KEY
                                   "|REASON=NO-CHANGE|STATUS="
                                   IDX-STATUS
                       WHEN OTHER
                           ADD 1 TO WS-CNT-STS-OK
                           MOVE "S" TO WS-Q-ACTION
                           MOVE SPACES TO WS-Q-DATA
                           MOVE TR-NEW-STATUS TO WS-Q-DATA(1:1)
                           MOVE WS-STS-DATE TO WS-Q-DATA(2:8)
                           MOVE "APPLY" TO WS-Q-SOURCE
                           PERFORM PARA-QUEUE-PENDING
                   END-EVALUATE
           END-READ.

           EXIT.
                   NOT AT END
                       ADD 1 TO WS-CNT-UNLOADED
                       MOVE SPACES TO BKP-REC
                       MOVE IDX-REC TO BKP-REC(1:120)
                       WRITE BKP-REC
               END-READ
           END-PERFORM
                       MOVE BKP-REC(9:6) TO WS-BKP-TRL-COUNT
                   END-IF
               WHEN BKP-REC(1:4) IS NUMERIC
                   MOVE BKP-REC(1:120) TO IDX-REC
                   *> Backups taken before the master carried the
                   *> lifecycle status reload as active, status
                   *> date unknown.
                   IF IDX-STATUS = SPACE
                       MOVE "A" TO IDX-STATUS
                   END-IF
                   IF IDX-STATUS-DATE IS NOT NUMERIC
                       MOVE 0 TO IDX-STATUS-DATE
                   END-IF
                   WRITE IDX-REC
                       INVALID KEY
                           ADD 1 TO WS-CNT-BKP-REJ
                       WS-AUD-BLOCK-CNT(WS-AUD-BLOCK)
           END-PERFORM

           IF NOT AUD-CODES-CHECKED
               DISPLAY "AUDIT|CODE-CHECK=SKIPPED"
                       "|REASON=REFCODE-TABLE-NOT-FOUND"
           END-IF
           DISPLAY "AUDIT|RECORDS=" WS-CNT-AUD-RECORDS
                   "|BAD-CLASS=" WS-CNT-AUD-BADCLASS
                   "|BAD-TIER=" WS-CNT-AUD-BADTIER
                   "|BLANK-TEXT=" WS-CNT-AUD-BLANKTXT
                   "|BAD-STATUS=" WS-CNT-AUD-BADSTAT
                   "|COUNT-EXCEPTIONS=" WS-CNT-AUD-COUNT-EXC.

           EXIT.
               DISPLAY "AUDIT|EXCEPTION=BLANK-TEXT|KEY=" IDX-KEY
           END-IF

           IF NOT IDX-STATUS-VALID
               ADD 1 TO WS-CNT-AUD-BADSTAT
               DISPLAY "AUDIT|EXCEPTION=BAD-STATUS|KEY=" IDX-KEY
                       "|STATUS=" IDX-STATUS
           END-IF

           *> Class and tier must be codes on the reference-code
           *> table; blank means none posted yet. A code since
           *> expired was valid when it was posted and is not an
           *> exception. Without the table the code check is
           *> skipped, and said so, rather than failing every
           *> record.
           IF NOT AUD-CODES-CHECKED
               EXIT PARAGRAPH
           END-IF
           IF IDX-CLASS NOT = SPACES
               MOVE "CLASS" TO WS-RC-TYPE
               MOVE IDX-CLASS TO WS-RC-CODE
               PERFORM PARA-AUDIT-LOOKUP-CODE
               IF WS-RC-STATUS = "10"
                   ADD 1 TO WS-CNT-AUD-BADCLASS
                   DISPLAY "AUDIT|EXCEPTION=BAD-CLASS|KEY=" IDX-KEY
                           "|CLASS=" IDX-CLASS
               END-IF
           END-IF
           IF IDX-TIER NOT = SPACES AND AUD-CODES-CHECKED
               MOVE "TIER" TO WS-RC-TYPE
               MOVE IDX-TIER TO WS-RC-CODE
               PERFORM PARA-AUDIT-LOOKUP-CODE
               IF WS-RC-STATUS = "10"
                   ADD 1 TO WS-CNT-AUD-BADTIER
                   DISPLAY "AUDIT|EXCEPTION=BAD-TIER|KEY=" IDX-KEY
                           "|TIER=" IDX-TIER
               END-IF
           END-IF.

           EXIT.

       PARA-AUDIT-LOOKUP-CODE.
           MOVE WS-RUN-DATE TO WS-RC-ASOF
           CALL "REFCODESUB" USING WS-RC-TYPE WS-RC-CODE WS-RC-ASOF
               WS-RC-DESC WS-RC-STATUS
           IF WS-RC-STATUS = "90"
               MOVE "N" TO WS-AUD-CODES
           END-IF.

           EXIT.

       PARA-REPLAY-AUDIT-LINE.
           *> Audit lines carry fixed-position fields:
           *>   DATE= in 6-13, TIME= in 20-27, KEY= in 33-36,
           *>   ACTION= in 45-51, AFTER= image in 210-329.
           *> Lines written before the master carried the lifecycle
           *> status hold a shorter image in 201-311 (|AFTER= at
           *> 194); replaying one leaves the status fields as the
           *> backup had them.
           MOVE SPACES TO WS-RCV-REASON
           IF AUDT-REC(1:5) NOT = "DATE="
               OR AUDT-REC(6:8) IS NOT NUMERIC
               MOVE AUDT-REC(20:8)   TO WS-RCV-TIME
               MOVE AUDT-REC(33:4)   TO WS-RCV-KEY
               MOVE AUDT-REC(45:7)   TO WS-RCV-ACTION
               IF AUDT-REC(194:7) = "|AFTER="
                   SET RCV-OLD-IMAGE TO TRUE
                   MOVE AUDT-REC(201:111) TO WS-RCV-AFTER
               ELSE
                   MOVE "N" TO WS-RCV-OLD-IMAGE
                   MOVE AUDT-REC(210:120) TO WS-RCV-AFTER
               END-IF
               EVALUATE TRUE
                   WHEN WS-RCV-DATE > WS-CUTOFF-DATE
                       OR (WS-RCV-DATE = WS-CUTOFF-DATE
               INVALID KEY
                   MOVE "NOT-FOUND" TO WS-RCV-REASON
               NOT INVALID KEY
                   IF RCV-OLD-IMAGE
                       MOVE WS-RCV-AFTER(1:111) TO IDX-REC(1:111)
                   ELSE
                       MOVE WS-RCV-AFTER TO IDX-REC
                   END-IF
                   REWRITE IDX-REC
                       INVALID KEY
                           MOVE "REWRITE-FAILED" TO WS-RCV-REASON

           EXIT.

       PARA-RETAIN-RUN.
           *> Periodic retention scan, read only: every customer
           *> closed longer than the retention period
           *> (MVP14_RETENTION_DAYS, default six years) is listed as
           *> a candidate for the ERASUREPROGRAM disposition run, one
           *> CANDIDATE|KEY=nnnn|STATUS=|SINCE=|SURNAME=|TEXT= line
           *> per customer; the key (columns 15-18) is the ERASE_KEY
           *> for that customer's erasure run. A closed customer with
           *> no status date cannot be shown to be past retention and
           *> is reported as an exception instead.
           MOVE "mvp14-erasure-candidates.txt" TO WS-CAND-PATH
           ACCEPT WS-CAND-PATH FROM ENVIRONMENT "MVP14_CANDIDATES"
           IF WS-CAND-PATH = SPACES
               MOVE "mvp14-erasure-candidates.txt" TO WS-CAND-PATH
           END-IF
           ACCEPT WS-RETAIN-DAYS FROM ENVIRONMENT
               "MVP14_RETENTION_DAYS"
           IF WS-RETAIN-DAYS = 0
               MOVE 2190 TO WS-RETAIN-DAYS
           END-IF

           MOVE "A" TO WS-DE-FUNC
           MOVE WS-RUN-DATE TO WS-DE-DATE-1
           COMPUTE WS-DE-DAYS = 0 - WS-RETAIN-DAYS
           CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
               WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS
           IF WS-DE-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=BAD-RETENTION|DAYS="
                       WS-RETAIN-DAYS "|STATUS=" WS-DE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-DE-RESULT TO WS-RETAIN-CUTOFF

           OPEN INPUT IDX-FILE
           IF WS-FS NOT = "00"
               DISPLAY "ERROR|REASON=MASTER-NOT-FOUND|PATH="
                       WS-IDX-PATH "|STATUS=" WS-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CAND-FILE

           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ IDX-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-RET-READ
                       IF IDX-CLOSED
                           PERFORM PARA-RETAIN-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM

           MOVE SPACES TO CAND-REC
           STRING "TOTALS|RUN="      DELIMITED BY SIZE
                  WS-RUN-DATE        DELIMITED BY SIZE
                  "|RETENTION-DAYS=" DELIMITED BY SIZE
                  WS-RETAIN-DAYS     DELIMITED BY SIZE
                  "|CUTOFF="         DELIMITED BY SIZE
                  WS-RETAIN-CUTOFF   DELIMITED BY SIZE
                  "|CLOSED="         DELIMITED BY SIZE
                  WS-CNT-RET-CLOSED  DELIMITED BY SIZE
                  "|CANDIDATES="     DELIMITED BY SIZE
                  WS-CNT-RET-CAND    DELIMITED BY SIZE
                  "|UNDATED="        DELIMITED BY SIZE
                  WS-CNT-RET-UNDATED DELIMITED BY SIZE
                  INTO CAND-REC
           END-STRING
           WRITE CAND-REC

           CLOSE IDX-FILE
           CLOSE CAND-FILE

           DISPLAY "RETAIN|CUTOFF=" WS-RETAIN-CUTOFF
                   "|CLOSED=" WS-CNT-RET-CLOSED
                   "|CANDIDATES=" WS-CNT-RET-CAND
                   "|UNDATED=" WS-CNT-RET-UNDATED
                   "|PATH=" WS-CAND-PATH(1:40).

           EXIT.

       PARA-RETAIN-ONE-RECORD.
           ADD 1 TO WS-CNT-RET-CLOSED
           EVALUATE TRUE
               WHEN IDX-STATUS-DATE = 0
                   ADD 1 TO WS-CNT-RET-UNDATED
                   DISPLAY "RETAIN|EXCEPTION=NO-STATUS-DATE|KEY="
                           IDX-KEY
               WHEN IDX-STATUS-DATE < WS-RETAIN-CUTOFF
                   ADD 1 TO WS-CNT-RET-CAND
                   MOVE SPACES TO CAND-REC
                   STRING "CANDIDATE|KEY=" DELIMITED BY SIZE
                          IDX-KEY          DELIMITED BY SIZE
                          "|STATUS="       DELIMITED BY SIZE
                          IDX-STATUS       DELIMITED BY SIZE
                          "|SINCE="        DELIMITED BY SIZE
                          IDX-STATUS-DATE  DELIMITED BY SIZE
                          "|SURNAME="      DELIMITED BY SIZE
                          IDX-SURNAME      DELIMITED BY SIZE
                          "|TEXT="         DELIMITED BY SIZE
                          IDX-TEXT         DELIMITED BY SIZE
                          INTO CAND-REC
                   END-STRING
                   WRITE CAND-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           EXIT.

       PARA-CONSOLE-RUN.
           *> Rewrites and deletes entered here are queued under the
           *> signed-on operator's id for a second operator to
           *> approve; each action needs its own authority.
           DISPLAY "OPERATOR?"
           ACCEPT WS-OPERATOR
           IF WS-OPERATOR = SPACES
               DISPLAY "ERROR|REASON=NO-OPERATOR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PARA-OPERATOR-SIGNON
           IF WS-OP-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PARA-ACQUIRE-MASTER-LOCK
           IF NOT LOCK-TAKEN
               GOBACK
               GOBACK
           END-IF

           PERFORM PARA-OPEN-PENDING-QUEUE
           IF NOT PEND-OPEN
               CLOSE IDX-FILE
               PERFORM PARA-RELEASE-MASTER-LOCK
               GOBACK
           END-IF

           PERFORM UNTIL CON-DONE
               DISPLAY "CONSOLE|ACTIONS=L(OOKUP)/R(EWRITE)/"
                       "D(ELETE)/Q(UIT)"
               ACCEPT WS-CON-ACTION
               EVALUATE WS-CON-ACTION
                   WHEN "L"
                       MOVE "CUST-LOOKUP" TO WS-OP-FUNCTION
                       PERFORM PARA-CHECK-FUNCTION
                       IF WS-OP-STATUS = "00"
                           PERFORM PARA-CONSOLE-LOOKUP
                       END-IF
                   WHEN "R"
                       MOVE "CUST-REWRITE" TO WS-OP-FUNCTION
                       PERFORM PARA-CHECK-FUNCTION
                       IF WS-OP-STATUS = "00"
                           PERFORM PARA-CONSOLE-REWRITE
                       END-IF
                   WHEN "D"
                       MOVE "CUST-DELETE" TO WS-OP-FUNCTION
                       PERFORM PARA-CHECK-FUNCTION
                       IF WS-OP-STATUS = "00"
                           PERFORM PARA-CONSOLE-DELETE
                       END-IF
                   WHEN "Q"
                       SET CON-DONE TO TRUE
                   WHEN OTHER
               END-EVALUATE
           END-PERFORM

           CLOSE PEND-FILE
           CLOSE IDX-FILE
           PERFORM PARA-RELEASE-MASTER-LOCK
           DISPLAY "CONSOLE|RESULT=ENDED|QUEUED=" WS-CNT-QUEUED.

           EXIT.

       PARA-OPERATOR-SIGNON.
           *> The operator id must be an active entry on the
           *> operator table; OPERSUB logs the attempt either way.
           MOVE "S" TO WS-OP-ACTION
           MOVE SPACES TO WS-OP-FUNCTION
           CALL "OPERSUB" USING WS-OP-ACTION WS-OPERATOR
               WS-RH-PROGRAM WS-OP-FUNCTION WS-OP-NAME WS-OP-STATUS
           IF WS-OP-STATUS = "00"
               DISPLAY "SIGNON|OPER=" WS-OPERATOR "|NAME=" WS-OP-NAME
           ELSE
               DISPLAY "ERROR|REASON=SIGNON-REFUSED|OPER="
                       WS-OPERATOR "|STATUS=" WS-OP-STATUS
           END-IF.

           EXIT.

       PARA-CHECK-FUNCTION.
           MOVE "A" TO WS-OP-ACTION
           CALL "OPERSUB" USING WS-OP-ACTION WS-OPERATOR
               WS-RH-PROGRAM WS-OP-FUNCTION WS-OP-NAME WS-OP-STATUS
           IF WS-OP-STATUS NOT = "00"
               DISPLAY "REFUSED|FUNCTION=" WS-OP-FUNCTION
                       "|OPER=" WS-OPERATOR
                       "|REASON=NOT-AUTHORISED"
           END-IF.

           EXIT.

       PARA-OPEN-PENDING-QUEUE.
           *> Ids continue from the highest already issued, pending
           *> or decided.
           MOVE 0 TO WS-PND-NEXT-ID
           MOVE "N" TO WS-PEND-EOF
           OPEN INPUT PEND-FILE
           IF WS-PEND-FS = "00"
               PERFORM UNTIL PEND-EOF
                   READ PEND-FILE
                       AT END
                           SET PEND-EOF TO TRUE
                       NOT AT END
                           IF PND-ID IS NUMERIC
                               AND PND-ID > WS-PND-NEXT-ID
                               MOVE PND-ID TO WS-PND-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEND-FILE
           END-IF
           MOVE "N" TO WS-PEND-EOF
           OPEN INPUT PHST-FILE
           IF WS-PHST-FS = "00"
               PERFORM UNTIL PEND-EOF
                   READ PHST-FILE
                       AT END
                           SET PEND-EOF TO TRUE
                       NOT AT END
                           IF PHST-REC(1:6) IS NUMERIC
                               MOVE PHST-REC(1:6) TO WS-PH-ID
                               IF WS-PH-ID > WS-PND-NEXT-ID
                                   MOVE WS-PH-ID TO WS-PND-NEXT-ID
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PHST-FILE
           END-IF
           ADD 1 TO WS-PND-NEXT-ID

           OPEN EXTEND PEND-FILE
           IF WS-PEND-FS NOT = "00"
               OPEN OUTPUT PEND-FILE
           END-IF
           IF WS-PEND-FS = "00"
               SET PEND-OPEN TO TRUE
           ELSE
               DISPLAY "ERROR|REASON=PENDING-OPEN-FAILED|PATH="
                       WS-PEND-PATH(1:40) "|STATUS=" WS-PEND-FS
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXIT.

       PARA-QUEUE-PENDING.
           *> The master record the change is against is in IDX-REC;
           *> its last-maintained stamp goes on the pending item.
           MOVE SPACES TO PEND-REC
           MOVE WS-PND-NEXT-ID TO PND-ID
           ADD 1 TO WS-PND-NEXT-ID
           MOVE "PENDING" TO PND-STATE
           MOVE WS-Q-ACTION TO PND-ACTION
           MOVE IDX-KEY TO PND-KEY
           MOVE WS-Q-DATA TO PND-DATA
           MOVE WS-Q-SOURCE TO PND-SOURCE
           MOVE WS-OPERATOR TO PND-MAKER
           MOVE WS-RUN-DATE TO PND-MADE-DATE
           MOVE WS-RUN-TIME TO PND-MADE-TIME
           MOVE IDX-MAINT-DATE TO PND-STAMP-DATE
           MOVE IDX-MAINT-TIME TO PND-STAMP-TIME
           MOVE 0 TO PND-DEC-DATE
           MOVE 0 TO PND-DEC-TIME
           WRITE PEND-REC
           ADD 1 TO WS-CNT-QUEUED
           DISPLAY "QUEUED|ID=" PND-ID
                   "|ACTION=" PND-ACTION
                   "|KEY=" PND-KEY
                   "|DATA=" PND-DATA
                   "|MAKER=" PND-MAKER
                   "|AWAITING=APPROVAL".

           EXIT.

       PARA-APPROVE-RUN.
           *> Checker session: a second operator lists the pending
           *> changes and approves or rejects them by number. Only
           *> an approved change reaches the master and the audit
           *> trail; nobody may decide their own change.
           DISPLAY "OPERATOR?"
           ACCEPT WS-OPERATOR
           IF WS-OPERATOR = SPACES
               DISPLAY "ERROR|REASON=NO-OPERATOR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PARA-OPERATOR-SIGNON
           IF WS-OP-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "CUST-APPROVE" TO WS-OP-FUNCTION
           PERFORM PARA-CHECK-FUNCTION
           IF WS-OP-STATUS NOT = "00"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM PARA-ACQUIRE-MASTER-LOCK
           IF NOT LOCK-TAKEN
               GOBACK
           END-IF

           OPEN I-O IDX-FILE
           IF WS-FS NOT = "00"
               DISPLAY "ERROR|REASON=MASTER-NOT-FOUND|PATH="
                       WS-IDX-PATH "|STATUS=" WS-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RELEASE-MASTER-LOCK
               GOBACK
           END-IF

           PERFORM PARA-LOAD-PENDING
           IF NOT PENDING-OVERFLOWED
               PERFORM PARA-EXPIRE-PENDING
           END-IF
           PERFORM PARA-LIST-PENDING

           MOVE "N" TO WS-CON-DONE
           PERFORM UNTIL CON-DONE
               DISPLAY "APPROVE|ACTIONS=L(IST)/A(PPROVE)/R(EJECT)/"
                       "Q(UIT)"
               DISPLAY "ACTION?"
               ACCEPT WS-CON-ACTION
               EVALUATE WS-CON-ACTION
                   WHEN "L"
                       PERFORM PARA-LIST-PENDING
                   WHEN "A"
                       PERFORM PARA-APPROVE-ONE
                   WHEN "R"
                       PERFORM PARA-REJECT-ONE
                   WHEN "Q"
                       SET CON-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY "APPROVE|UNKNOWN-ACTION="
                               WS-CON-ACTION
               END-EVALUATE
           END-PERFORM

           IF NOT PENDING-OVERFLOWED
               PERFORM PARA-SAVE-PENDING
           END-IF
           CLOSE IDX-FILE
           PERFORM PARA-RELEASE-MASTER-LOCK

           DISPLAY "APPROVE|RESULT=ENDED|CHECKER=" WS-OPERATOR
                   "|APPROVED=" WS-CNT-APPROVED
                   "|REJECTED=" WS-CNT-DECLINED
                   "|NOT-APPLIED=" WS-CNT-NOT-APPLIED
                   "|EXPIRED=" WS-CNT-EXPIRED.

           EXIT.

       PARA-EXPIRE-RUN.
           *> Batch expiry of pending changes older than
           *> MVP14_PENDING_DAYS, under the master lock so no maker
           *> or checker session is mid-way through the file.
           PERFORM PARA-ACQUIRE-MASTER-LOCK
           IF NOT LOCK-TAKEN
               GOBACK
           END-IF

           PERFORM PARA-LOAD-PENDING
           IF PENDING-OVERFLOWED
               DISPLAY "ERROR|REASON=PENDING-TABLE-FULL|LIMIT=500"
                       "|PATH=" WS-PEND-PATH(1:40)
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RELEASE-MASTER-LOCK
               GOBACK
           END-IF
           PERFORM PARA-EXPIRE-PENDING
           PERFORM PARA-SAVE-PENDING
           PERFORM PARA-RELEASE-MASTER-LOCK

           DISPLAY "EXPIRE|DAYS=" WS-PND-DAYS
                   "|EXPIRED=" WS-CNT-EXPIRED
                   "|STILL-PENDING=" WS-CNT-STILL-PEND
                   "|REPORT=" WS-EXPR-PATH(1:40).

           EXIT.

       PARA-LOAD-PENDING.
           MOVE 0 TO WS-PND-COUNT
           MOVE "N" TO WS-PEND-EOF
           OPEN INPUT PEND-FILE
           IF WS-PEND-FS = "00"
               PERFORM UNTIL PEND-EOF
                   READ PEND-FILE
                       AT END
                           SET PEND-EOF TO TRUE
                       NOT AT END
                           IF WS-PND-COUNT >= 500
                               SET PENDING-OVERFLOWED TO TRUE
                               SET PEND-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-PND-COUNT
                               MOVE PEND-REC
                                   TO WS-PND-ENTRY(WS-PND-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PEND-FILE
           END-IF
           IF PENDING-OVERFLOWED
               DISPLAY "APPROVE|WARN=TOO-MANY-PENDING|LIMIT=500"
                       "|DECISIONS-DISABLED"
           END-IF.

           EXIT.

       PARA-SAVE-PENDING.
           *> Undecided items stay on the pending file; everything
           *> decided or expired moves to the history file.
           OPEN EXTEND PHST-FILE
           IF WS-PHST-FS NOT = "00"
               OPEN OUTPUT PHST-FILE
           END-IF
           OPEN OUTPUT PEND-FILE
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               IF WS-PE-STATE(WS-PND-IDX) = "PENDING"
                   MOVE WS-PND-ENTRY(WS-PND-IDX) TO PEND-REC
                   WRITE PEND-REC
               ELSE
                   MOVE WS-PND-ENTRY(WS-PND-IDX) TO PHST-REC
                   WRITE PHST-REC
               END-IF
           END-PERFORM
           CLOSE PEND-FILE
           CLOSE PHST-FILE.

           EXIT.

       PARA-LIST-PENDING.
           MOVE 0 TO WS-CNT-STILL-PEND
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               IF WS-PE-STATE(WS-PND-IDX) = "PENDING"
                   ADD 1 TO WS-CNT-STILL-PEND
                   DISPLAY "PENDING|NUM=" WS-PND-IDX
                           "|ID=" WS-PE-ID(WS-PND-IDX)
                           "|ACTION=" WS-PE-ACTION(WS-PND-IDX)
                           "|KEY=" WS-PE-KEY(WS-PND-IDX)
                           "|DATA=" WS-PE-DATA(WS-PND-IDX)
                           "|SOURCE=" WS-PE-SOURCE(WS-PND-IDX)
                           "|MAKER=" WS-PE-MAKER(WS-PND-IDX)
                           "|MADE=" WS-PE-MADE-DATE(WS-PND-IDX)
               END-IF
           END-PERFORM
           DISPLAY "APPROVE|PENDING=" WS-CNT-STILL-PEND.

           EXIT.

       PARA-GET-PENDING-NUM.
           *> Leaves WS-CON-NUM at the chosen item, or zero when the
           *> choice cannot be decided by this operator.
           MOVE 0 TO WS-CON-NUM
           IF PENDING-OVERFLOWED
               DISPLAY "APPROVE|REFUSED|REASON=TOO-MANY-PENDING"
               EXIT PARAGRAPH
           END-IF
           DISPLAY "ITEM-NUMBER?"
           ACCEPT WS-CON-NUM-X
           IF WS-CON-NUM-X IS NOT NUMERIC
               DISPLAY "APPROVE|BAD-NUMBER=" WS-CON-NUM-X
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CON-NUM-X TO WS-CON-NUM
           EVALUATE TRUE
               WHEN WS-CON-NUM = 0 OR WS-CON-NUM > WS-PND-COUNT
                   DISPLAY "APPROVE|NO-SUCH-ITEM=" WS-CON-NUM
                   MOVE 0 TO WS-CON-NUM
               WHEN WS-PE-STATE(WS-CON-NUM) NOT = "PENDING"
                   DISPLAY "APPROVE|ALREADY-DECIDED=" WS-CON-NUM
                           "|STATE=" WS-PE-STATE(WS-CON-NUM)
                   MOVE 0 TO WS-CON-NUM
               WHEN WS-PE-MAKER(WS-CON-NUM) = WS-OPERATOR
                   DISPLAY "APPROVE|REFUSED|REASON=OWN-CHANGE|NUM="
                           WS-CON-NUM
                   MOVE 0 TO WS-CON-NUM
           END-EVALUATE.

           EXIT.

       PARA-APPROVE-ONE.
           PERFORM PARA-GET-PENDING-NUM
           IF WS-CON-NUM = 0
               EXIT PARAGRAPH
           END-IF
           DISPLAY "CONFIRM-APPROVE|ID=" WS-PE-ID(WS-CON-NUM)
                   "|ACTION=" WS-PE-ACTION(WS-CON-NUM)
                   "|KEY=" WS-PE-KEY(WS-CON-NUM)
                   "|DATA=" WS-PE-DATA(WS-CON-NUM) "|Y/N?"
           ACCEPT WS-CON-CONFIRM
           IF WS-CON-CONFIRM NOT = "Y"
               DISPLAY "APPROVE|APPROVE-CANCELLED"
               EXIT PARAGRAPH
           END-IF

           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM PARA-APPLY-PENDING
           MOVE WS-PND-RESULT TO WS-PE-STATE(WS-CON-NUM)
           MOVE WS-OPERATOR TO WS-PE-CHECKER(WS-CON-NUM)
           MOVE WS-RUN-DATE TO WS-PE-DEC-DATE(WS-CON-NUM)
           MOVE WS-RUN-TIME TO WS-PE-DEC-TIME(WS-CON-NUM)
           IF WS-PND-RESULT = "APPROVED"
               ADD 1 TO WS-CNT-APPROVED
               DISPLAY "APPROVED|ID=" WS-PE-ID(WS-CON-NUM)
                       "|KEY=" WS-PE-KEY(WS-CON-NUM)
                       "|MAKER=" WS-PE-MAKER(WS-CON-NUM)
                       "|CHECKER=" WS-OPERATOR
           ELSE
               ADD 1 TO WS-CNT-NOT-APPLIED
               DISPLAY "NOT-APPLIED|ID=" WS-PE-ID(WS-CON-NUM)
                       "|KEY=" WS-PE-KEY(WS-CON-NUM)
                       "|REASON=" WS-PND-RESULT
           END-IF.

           EXIT.

       PARA-REJECT-ONE.
           PERFORM PARA-GET-PENDING-NUM
           IF WS-CON-NUM = 0
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE "REJECTED" TO WS-PE-STATE(WS-CON-NUM)
           MOVE WS-OPERATOR TO WS-PE-CHECKER(WS-CON-NUM)
           MOVE WS-RUN-DATE TO WS-PE-DEC-DATE(WS-CON-NUM)
           MOVE WS-RUN-TIME TO WS-PE-DEC-TIME(WS-CON-NUM)
           ADD 1 TO WS-CNT-DECLINED
           DISPLAY "REJECTED|ID=" WS-PE-ID(WS-CON-NUM)
                   "|KEY=" WS-PE-KEY(WS-CON-NUM)
                   "|CHECKER=" WS-OPERATOR.

           EXIT.

       PARA-APPLY-PENDING.
           *> A change is applied only to the record its maker saw:
           *> any maintenance since (a posted class, another approved
           *> change) has moved the last-maintained stamp and the
           *> item is refused as STALE for the maker to re-enter.
           MOVE SPACES TO WS-PND-RESULT
           MOVE WS-PE-KEY(WS-CON-NUM) TO IDX-KEY
           READ IDX-FILE
               INVALID KEY
                   MOVE "NOTFOUND" TO WS-PND-RESULT
           END-READ
           IF WS-PND-RESULT = SPACES
               IF IDX-MAINT-DATE NOT = WS-PE-STAMP-DATE(WS-CON-NUM)
                   OR IDX-MAINT-TIME
                       NOT = WS-PE-STAMP-TIME(WS-CON-NUM)
                   MOVE "STALE" TO WS-PND-RESULT
               END-IF
           END-IF
           IF WS-PND-RESULT = SPACES
               AND WS-PE-ACTION(WS-CON-NUM) = "S"
               AND IDX-DECEASED
               MOVE "DECEASED" TO WS-PND-RESULT
           END-IF
           IF WS-PND-RESULT NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE IDX-REC TO WS-BEFORE-IMG
           MOVE WS-PE-SOURCE(WS-CON-NUM) TO WS-AUD-SOURCE
           MOVE WS-PE-MAKER(WS-CON-NUM) TO WS-AUD-MAKER
           MOVE WS-OPERATOR TO WS-AUD-CHECKER
           EVALUATE WS-PE-ACTION(WS-CON-NUM)
               WHEN "C"
                   MOVE WS-PE-DATA(WS-CON-NUM) TO IDX-TEXT
                   PERFORM PARA-APPROVED-REWRITE
               WHEN "S"
                   MOVE WS-PE-DATA(WS-CON-NUM)(1:1) TO IDX-STATUS
                   MOVE WS-PE-DATA(WS-CON-NUM)(2:8)
                       TO IDX-STATUS-DATE
                   PERFORM PARA-APPROVED-REWRITE
               WHEN "D"
                   DELETE IDX-FILE
                       INVALID KEY
                           MOVE "FAILED" TO WS-PND-RESULT
                       NOT INVALID KEY
                           MOVE "APPROVED" TO WS-PND-RESULT
                           MOVE "DELETE" TO WS-AUD-ACTION
                           MOVE "DELETED" TO WS-AFTER-IMG
                           PERFORM PARA-WRITE-AUDIT
                   END-DELETE
               WHEN OTHER
                   MOVE "FAILED" TO WS-PND-RESULT
           END-EVALUATE
           MOVE SPACES TO WS-AUD-MAKER
           MOVE SPACES TO WS-AUD-CHECKER.

           EXIT.

       PARA-APPROVED-REWRITE.
           PERFORM PARA-STAMP-MAINTAINED
           REWRITE IDX-REC
               INVALID KEY
                   MOVE "FAILED" TO WS-PND-RESULT
               NOT INVALID KEY
                   MOVE "APPROVED" TO WS-PND-RESULT
                   MOVE "REWRITE" TO WS-AUD-ACTION
                   MOVE IDX-REC TO WS-AFTER-IMG
                   PERFORM PARA-WRITE-AUDIT
           END-REWRITE.

           EXIT.

       PARA-EXPIRE-PENDING.
           *> Pending items older than the expiry age are closed as
           *> EXPIRED and listed on the expiry report for the maker
           *> to re-enter or drop.
           MOVE 0 TO WS-CNT-STILL-PEND
           OPEN EXTEND EXPR-FILE
           IF WS-EXPR-FS NOT = "00"
               OPEN OUTPUT EXPR-FILE
           END-IF
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               IF WS-PE-STATE(WS-PND-IDX) = "PENDING"
                   MOVE "D" TO WS-DE-FUNC
                   MOVE WS-RUN-DATE TO WS-DE-DATE-1
                   MOVE WS-PE-MADE-DATE(WS-PND-IDX) TO WS-DE-DATE-2
                   CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
                       WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT
                       WS-DE-STATUS
                   IF WS-DE-STATUS = "00"
                       AND WS-DE-RESULT > WS-PND-DAYS
                       PERFORM PARA-EXPIRE-ONE
                   ELSE
                       ADD 1 TO WS-CNT-STILL-PEND
                   END-IF
               END-IF
           END-PERFORM
           MOVE SPACES TO EXPR-REC
           STRING "TOTALS|RUN="     DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
                  "|DAYS="          DELIMITED BY SIZE
                  WS-PND-DAYS       DELIMITED BY SIZE
                  "|EXPIRED="       DELIMITED BY SIZE
                  WS-CNT-EXPIRED    DELIMITED BY SIZE
                  "|STILL-PENDING=" DELIMITED BY SIZE
                  WS-CNT-STILL-PEND DELIMITED BY SIZE
                  INTO EXPR-REC
           END-STRING
           WRITE EXPR-REC
           CLOSE EXPR-FILE.

           EXIT.

       PARA-EXPIRE-ONE.
           MOVE WS-DE-RESULT TO WS-PND-AGE
           MOVE "EXPIRED" TO WS-PE-STATE(WS-PND-IDX)
           MOVE WS-RUN-DATE TO WS-PE-DEC-DATE(WS-PND-IDX)
           MOVE WS-RUN-TIME TO WS-PE-DEC-TIME(WS-PND-IDX)
           ADD 1 TO WS-CNT-EXPIRED
           DISPLAY "EXPIRED|ID=" WS-PE-ID(WS-PND-IDX)
                   "|KEY=" WS-PE-KEY(WS-PND-IDX)
                   "|AGE-DAYS=" WS-PND-AGE
           MOVE SPACES TO EXPR-REC
           STRING "EXPIRED|RUN="  DELIMITED BY SIZE
                  WS-RUN-DATE     DELIMITED BY SIZE
                  "|ID="          DELIMITED BY SIZE
                  WS-PE-ID(WS-PND-IDX)     DELIMITED BY SIZE
                  "|ACTION="      DELIMITED BY SIZE
                  WS-PE-ACTION(WS-PND-IDX) DELIMITED BY SIZE
                  "|KEY="         DELIMITED BY SIZE
                  WS-PE-KEY(WS-PND-IDX)    DELIMITED BY SIZE
                  "|DATA="        DELIMITED BY SIZE
                  WS-PE-DATA(WS-PND-IDX)   DELIMITED BY SIZE
                  "|MAKER="       DELIMITED BY SIZE
                  WS-PE-MAKER(WS-PND-IDX)  DELIMITED BY SIZE
                  "|MADE="        DELIMITED BY SIZE
                  WS-PE-MADE-DATE(WS-PND-IDX) DELIMITED BY SIZE
                  "|AGE-DAYS="    DELIMITED BY SIZE
                  WS-PND-AGE      DELIMITED BY SIZE
                  INTO EXPR-REC
           END-STRING
           WRITE EXPR-REC.

           EXIT.

                   "|GENDER=" IDX-GENDER
                   "|TIER=" IDX-TIER
                   "|BALANCE=" IDX-BALANCE
           DISPLAY "STATUS|CODE=" IDX-STATUS
                   "|SINCE=" IDX-STATUS-DATE
           DISPLAY "MAINT|DATE=" IDX-MAINT-DATE
                   "|TIME=" IDX-MAINT-TIME.

                               "|NEW-TEXT=" WS-CON-TEXT "|Y/N?"
                       ACCEPT WS-CON-CONFIRM
                       IF WS-CON-CONFIRM = "Y"
                           MOVE "C" TO WS-Q-ACTION
                           MOVE WS-CON-TEXT TO WS-Q-DATA
                           MOVE "CONSOLE" TO WS-Q-SOURCE
                           PERFORM PARA-QUEUE-PENDING
                       ELSE
                           DISPLAY "CONSOLE|REWRITE-CANCELLED"
                       END-IF
                               "|Y/N?"
                       ACCEPT WS-CON-CONFIRM
                       IF WS-CON-CONFIRM = "Y"
                           MOVE "D" TO WS-Q-ACTION
                           MOVE SPACES TO WS-Q-DATA
                           MOVE "CONSOLE" TO WS-Q-SOURCE
                           PERFORM PARA-QUEUE-PENDING
                       ELSE
                           DISPLAY "CONSOLE|DELETE-CANCELLED"
                       END-IF
                  WS-AFTER-IMG DELIMITED BY SIZE
                  INTO AUDT-REC
           END-STRING
           IF WS-AUD-MAKER NOT = SPACES
               MOVE 330 TO WS-AUD-PTR
               STRING "|MAKER="   DELIMITED BY SIZE
                      WS-AUD-MAKER DELIMITED BY SIZE
                      "|CHECKER=" DELIMITED BY SIZE
                      WS-AUD-CHECKER DELIMITED BY SIZE
                      INTO AUDT-REC
                      WITH POINTER WS-AUD-PTR
               END-STRING
           END-IF
           WRITE AUDT-REC
           CLOSE AUDT-FILE.

