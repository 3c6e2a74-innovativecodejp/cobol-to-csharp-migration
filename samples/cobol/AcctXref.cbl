       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTXREF.

      *> Account-to-customer cross-reference. MVP10PROGRAM's account
      *> balance master is keyed by an 8-character account and
      *> nothing ties an account to the 4-digit customer key on
      *> MVP14PROGRAM's master; this program keeps an indexed
      *> relationship file keyed by account, with the owning
      *> customer as an alternate key with duplicates so one
      *> customer can hold any number of accounts.
      *>
      *> XREF_MODE=APPLY (default) applies a maintenance transaction
      *> file in the MVP14PROGRAM APPLY style - action(1) account(8)
      *> customer(4):
      *>   L  link an unlinked account to a customer
      *>   U  unlink an account
      *>   T  transfer a linked account to another customer
      *> with one audit line per accepted change and a reject for
      *> everything else. LIST prints the file by customer; ORPHAN
      *> reports accounts with no owning customer, links whose
      *> account no longer exists, and links whose customer is no
      *> longer on the master.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XREF-FILE ASSIGN TO DYNAMIC WS-XREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS XREF-ACCT
               ALTERNATE RECORD KEY IS XREF-CUST WITH DUPLICATES
               FILE STATUS  IS WS-XREF-FS.
           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TRANS-FS.
           SELECT AUDT-FILE ASSIGN TO DYNAMIC WS-AUDT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-AUDT-FS.
           SELECT ORPH-FILE ASSIGN TO DYNAMIC WS-ORPH-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IDX-FILE ASSIGN TO DYNAMIC WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IDX-KEY
               ALTERNATE RECORD KEY IS IDX-TEXT WITH DUPLICATES
               FILE STATUS  IS WS-IDX-FS.
           SELECT ABAL-FILE ASSIGN TO DYNAMIC WS-ABAL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ABAL-KEY
               FILE STATUS  IS WS-ABAL-FS.

       DATA DIVISION.
       FILE SECTION.
       *> One record per linked account: the account, its owning
       *> customer, the date it was first linked to that customer
       *> and the date of the last maintenance.
       FD  XREF-FILE.
       01  XREF-REC.
           05 XREF-ACCT         PIC X(8).
           05 XREF-CUST         PIC 9(4).
           05 XREF-LINK-DATE    PIC 9(8).
           05 XREF-MAINT-DATE   PIC 9(8).

       *> Maintenance transactions: action, account, customer.
       FD  TRANS-FILE.
       01  TRANS-REC.
           05 TR-ACTION         PIC X(1).
           05 TR-ACCT           PIC X(8).
           05 TR-CUST-X         PIC X(4).

       *> Change audit trail, appended across runs.
       FD  AUDT-FILE.
       01  AUDT-REC             PIC X(120).

       *> Orphan report.
       FD  ORPH-FILE.
       01  ORPH-REC             PIC X(100).

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

       WORKING-STORAGE SECTION.
       01  WS-XREF-PATH         PIC X(260).
       01  WS-XREF-FS           PIC XX.
       01  WS-TRANS-PATH        PIC X(260).
       01  WS-TRANS-FS          PIC XX.
       01  WS-AUDT-PATH         PIC X(260).
       01  WS-AUDT-FS           PIC XX.
       01  WS-ORPH-PATH         PIC X(260).
       01  WS-IDX-PATH          PIC X(260).
       01  WS-IDX-FS            PIC XX.
       01  WS-ABAL-PATH         PIC X(260).
       01  WS-ABAL-FS           PIC XX.
       01  WS-RUN-MODE          PIC X(6) VALUE "APPLY".
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-TRANS-EOF         PIC X VALUE "N".
           88 TRANS-EOF          VALUE "Y".
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                VALUE "Y".
       01  WS-ABAL-OPEN         PIC X VALUE "N".
           88 ABAL-OPEN          VALUE "Y".

       *> Transaction work fields: the edited customer key, the
       *> reject reason and the before/after owning customer for
       *> the audit line.
       01  WS-TR-CUST           PIC 9(4) VALUE 0.
       01  WS-REJ-REASON        PIC X(16).
       01  WS-AUD-ACTION        PIC X(8).
       01  WS-AUD-BEFORE        PIC X(4).
       01  WS-AUD-AFTER         PIC X(4).
       01  WS-CUST-FOUND        PIC X VALUE "N".
           88 CUST-FOUND         VALUE "Y".
       01  WS-ACCT-FOUND        PIC X VALUE "N".
           88 ACCT-FOUND         VALUE "Y".

       01  WS-CNT-TRANS         PIC 9(6) VALUE 0.
       01  WS-CNT-LINK-OK       PIC 9(6) VALUE 0.
       01  WS-CNT-UNLINK-OK     PIC 9(6) VALUE 0.
       01  WS-CNT-XFER-OK       PIC 9(6) VALUE 0.
       01  WS-CNT-REJECTED      PIC 9(6) VALUE 0.
       01  WS-CNT-LISTED        PIC 9(6) VALUE 0.
       01  WS-CNT-ACCOUNTS      PIC 9(6) VALUE 0.
       01  WS-CNT-LINKS         PIC 9(6) VALUE 0.
       01  WS-CNT-NO-OWNER      PIC 9(6) VALUE 0.
       01  WS-CNT-NO-ACCOUNT    PIC 9(6) VALUE 0.
       01  WS-CNT-NO-CUSTOMER   PIC 9(6) VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "ACCTXREF".
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

           MOVE "acct-xref.dat" TO WS-XREF-PATH.
           ACCEPT WS-XREF-PATH FROM ENVIRONMENT "XREF_INDEX".
           IF WS-XREF-PATH = SPACES
               MOVE "acct-xref.dat" TO WS-XREF-PATH
           END-IF.

           MOVE "acct-xref-trans.txt" TO WS-TRANS-PATH.
           ACCEPT WS-TRANS-PATH FROM ENVIRONMENT "XREF_TRANS".
           IF WS-TRANS-PATH = SPACES
               MOVE "acct-xref-trans.txt" TO WS-TRANS-PATH
           END-IF.

           MOVE "acct-xref-audit.txt" TO WS-AUDT-PATH.
           ACCEPT WS-AUDT-PATH FROM ENVIRONMENT "XREF_AUDIT".
           IF WS-AUDT-PATH = SPACES
               MOVE "acct-xref-audit.txt" TO WS-AUDT-PATH
           END-IF.

           MOVE "acct-xref-orphans.txt" TO WS-ORPH-PATH.
           ACCEPT WS-ORPH-PATH FROM ENVIRONMENT "XREF_ORPHANS".
           IF WS-ORPH-PATH = SPACES
               MOVE "acct-xref-orphans.txt" TO WS-ORPH-PATH
           END-IF.

           MOVE "mvp14-index.dat" TO WS-IDX-PATH.
           ACCEPT WS-IDX-PATH FROM ENVIRONMENT "MVP14_INDEX".
           IF WS-IDX-PATH = SPACES
               MOVE "mvp14-index.dat" TO WS-IDX-PATH
           END-IF.

           MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH.
           ACCEPT WS-ABAL-PATH FROM ENVIRONMENT "MVP10_ACCOUNTS".
           IF WS-ABAL-PATH = SPACES
               MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH
           END-IF.

           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "XREF_MODE".
           IF WS-RUN-MODE NOT = "LIST" AND WS-RUN-MODE NOT = "ORPHAN"
               MOVE "APPLY" TO WS-RUN-MODE
           END-IF.

           EVALUATE WS-RUN-MODE
               WHEN "LIST"
                   PERFORM PARA-LIST-RUN
               WHEN "ORPHAN"
                   PERFORM PARA-ORPHAN-RUN
               WHEN OTHER
                   PERFORM PARA-APPLY-RUN
           END-EVALUATE.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           EVALUATE WS-RUN-MODE
               WHEN "ORPHAN"
                   MOVE WS-XREF-PATH(1:40) TO WS-RH-IN
                   MOVE WS-ORPH-PATH(1:40) TO WS-RH-OUT
                   COMPUTE WS-RH-READ =
                       WS-CNT-ACCOUNTS + WS-CNT-LINKS
                   COMPUTE WS-RH-WRITTEN = WS-CNT-NO-OWNER
                       + WS-CNT-NO-ACCOUNT + WS-CNT-NO-CUSTOMER
                   MOVE WS-RH-WRITTEN TO WS-RH-REJECTED
               WHEN "LIST"
                   MOVE WS-XREF-PATH(1:40) TO WS-RH-IN
                   MOVE WS-XREF-PATH(1:40) TO WS-RH-OUT
                   MOVE WS-CNT-LISTED TO WS-RH-READ
               WHEN OTHER
                   MOVE WS-TRANS-PATH(1:40) TO WS-RH-IN
                   MOVE WS-XREF-PATH(1:40) TO WS-RH-OUT
                   MOVE WS-CNT-TRANS TO WS-RH-READ
                   COMPUTE WS-RH-WRITTEN = WS-CNT-LINK-OK
                       + WS-CNT-UNLINK-OK + WS-CNT-XFER-OK
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
           *> The relationship file is created on its first APPLY.
           OPEN I-O XREF-FILE
           IF WS-XREF-FS = "35"
               OPEN OUTPUT XREF-FILE
               CLOSE XREF-FILE
               OPEN I-O XREF-FILE
           END-IF
           IF WS-XREF-FS NOT = "00"
               DISPLAY "ERROR|REASON=XREF-OPEN-FAILED|PATH="
                       WS-XREF-PATH "|STATUS=" WS-XREF-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT IDX-FILE
           IF WS-IDX-FS NOT = "00"
               DISPLAY "ERROR|REASON=MASTER-NOT-FOUND|PATH="
                       WS-IDX-PATH "|STATUS=" WS-IDX-FS
               MOVE 8 TO RETURN-CODE
               CLOSE XREF-FILE
               GOBACK
           END-IF
           *> Without the account master nothing can be linked; the
           *> transfers and unlinks still apply.
           OPEN INPUT ABAL-FILE
           IF WS-ABAL-FS = "00"
               SET ABAL-OPEN TO TRUE
           ELSE
               DISPLAY "WARN|REASON=ACCOUNTS-NOT-FOUND|PATH="
                       WS-ABAL-PATH(1:40) "|STATUS=" WS-ABAL-FS
           END-IF
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FS NOT = "00"
               DISPLAY "ERROR|REASON=TRANS-FILE-NOT-FOUND|PATH="
                       WS-TRANS-PATH "|STATUS=" WS-TRANS-FS
               MOVE 8 TO RETURN-CODE
               CLOSE XREF-FILE
               CLOSE IDX-FILE
               IF ABAL-OPEN
                   CLOSE ABAL-FILE
               END-IF
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
           CLOSE XREF-FILE
           CLOSE IDX-FILE
           IF ABAL-OPEN
               CLOSE ABAL-FILE
           END-IF

           DISPLAY "APPLIED|LINK=" WS-CNT-LINK-OK
                   "|UNLINK=" WS-CNT-UNLINK-OK
                   "|TRANSFER=" WS-CNT-XFER-OK
                   "|REJECTED=" WS-CNT-REJECTED.

           EXIT.

       PARA-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJ-REASON
           IF TR-ACCT = SPACES
               MOVE "BLANK-ACCOUNT" TO WS-REJ-REASON
           ELSE
               MOVE TR-ACCT TO XREF-ACCT
               EVALUATE TR-ACTION
                   WHEN "L"
                       PERFORM PARA-APPLY-LINK
                   WHEN "U"
                       PERFORM PARA-APPLY-UNLINK
                   WHEN "T"
                       PERFORM PARA-APPLY-TRANSFER
                   WHEN OTHER
                       MOVE "BAD-ACTION" TO WS-REJ-REASON
               END-EVALUATE
           END-IF
           IF WS-REJ-REASON NOT = SPACES
               ADD 1 TO WS-CNT-REJECTED
               DISPLAY "REJECT|ACTION=" TR-ACTION
                       "|ACCT=" TR-ACCT
                       "|CUST=" TR-CUST-X
                       "|REASON=" WS-REJ-REASON
           END-IF.

           EXIT.

       PARA-CHECK-CUSTOMER.
           MOVE "N" TO WS-CUST-FOUND
           IF TR-CUST-X IS NOT NUMERIC
               MOVE "BAD-CUSTOMER" TO WS-REJ-REASON
           ELSE
               MOVE TR-CUST-X TO WS-TR-CUST
               MOVE WS-TR-CUST TO IDX-KEY
               READ IDX-FILE
                   INVALID KEY
                       MOVE "NO-CUSTOMER" TO WS-REJ-REASON
                   NOT INVALID KEY
                       SET CUST-FOUND TO TRUE
               END-READ
           END-IF.

           EXIT.

       PARA-CHECK-ACCOUNT.
           MOVE "N" TO WS-ACCT-FOUND
           IF NOT ABAL-OPEN
               MOVE "NO-ACCOUNT" TO WS-REJ-REASON
           ELSE
               MOVE TR-ACCT TO ABAL-KEY
               READ ABAL-FILE
                   INVALID KEY
                       MOVE "NO-ACCOUNT" TO WS-REJ-REASON
                   NOT INVALID KEY
                       SET ACCT-FOUND TO TRUE
               END-READ
           END-IF.

           EXIT.

       PARA-APPLY-LINK.
           PERFORM PARA-CHECK-CUSTOMER
           IF CUST-FOUND
               PERFORM PARA-CHECK-ACCOUNT
           END-IF
           IF WS-REJ-REASON = SPACES
               MOVE TR-ACCT TO XREF-ACCT
               MOVE WS-TR-CUST TO XREF-CUST
               MOVE WS-RUN-DATE TO XREF-LINK-DATE
               MOVE WS-RUN-DATE TO XREF-MAINT-DATE
               WRITE XREF-REC
                   INVALID KEY
                       MOVE "ALREADY-LINKED" TO WS-REJ-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-CNT-LINK-OK
                       MOVE "LINK" TO WS-AUD-ACTION
                       MOVE SPACES TO WS-AUD-BEFORE
                       MOVE TR-CUST-X TO WS-AUD-AFTER
                       PERFORM PARA-WRITE-AUDIT
                       DISPLAY "LINKED|ACCT=" TR-ACCT
                               "|CUST=" TR-CUST-X
               END-WRITE
           END-IF.

           EXIT.

       PARA-APPLY-UNLINK.
           READ XREF-FILE
               INVALID KEY
                   MOVE "NOT-LINKED" TO WS-REJ-REASON
               NOT INVALID KEY
                   MOVE XREF-CUST TO WS-AUD-BEFORE
                   DELETE XREF-FILE
                       INVALID KEY
                           MOVE "DELETE-FAILED" TO WS-REJ-REASON
                       NOT INVALID KEY
                           ADD 1 TO WS-CNT-UNLINK-OK
                           MOVE "UNLINK" TO WS-AUD-ACTION
                           MOVE SPACES TO WS-AUD-AFTER
                           PERFORM PARA-WRITE-AUDIT
                           DISPLAY "UNLINKED|ACCT=" TR-ACCT
                                   "|CUST=" WS-AUD-BEFORE
                   END-DELETE
           END-READ.

           EXIT.

       PARA-APPLY-TRANSFER.
           PERFORM PARA-CHECK-CUSTOMER
           IF WS-REJ-REASON = SPACES
               MOVE TR-ACCT TO XREF-ACCT
               READ XREF-FILE
                   INVALID KEY
                       MOVE "NOT-LINKED" TO WS-REJ-REASON
               END-READ
           END-IF
           IF WS-REJ-REASON = SPACES
               IF XREF-CUST = WS-TR-CUST
                   MOVE "SAME-CUSTOMER" TO WS-REJ-REASON
               END-IF
           END-IF
           IF WS-REJ-REASON = SPACES
               MOVE XREF-CUST TO WS-AUD-BEFORE
               MOVE WS-TR-CUST TO XREF-CUST
               MOVE WS-RUN-DATE TO XREF-LINK-DATE
               MOVE WS-RUN-DATE TO XREF-MAINT-DATE
               REWRITE XREF-REC
                   INVALID KEY
                       MOVE "REWRITE-FAILED" TO WS-REJ-REASON
                   NOT INVALID KEY
                       ADD 1 TO WS-CNT-XFER-OK
                       MOVE "TRANSFER" TO WS-AUD-ACTION
                       MOVE TR-CUST-X TO WS-AUD-AFTER
                       PERFORM PARA-WRITE-AUDIT
                       DISPLAY "TRANSFERRED|ACCT=" TR-ACCT
                               "|FROM=" WS-AUD-BEFORE
                               "|TO=" TR-CUST-X
               END-REWRITE
           END-IF.

           EXIT.

       PARA-WRITE-AUDIT.
           OPEN EXTEND AUDT-FILE
           IF WS-AUDT-FS NOT = "00"
               OPEN OUTPUT AUDT-FILE
           END-IF
           MOVE SPACES TO AUDT-REC
           STRING "DATE="     DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "|TIME="    DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  "|ACTION="  DELIMITED BY SIZE
                  WS-AUD-ACTION DELIMITED BY SIZE
                  "|ACCT="    DELIMITED BY SIZE
                  TR-ACCT     DELIMITED BY SIZE
                  "|BEFORE="  DELIMITED BY SIZE
                  WS-AUD-BEFORE DELIMITED BY SIZE
                  "|AFTER="   DELIMITED BY SIZE
                  WS-AUD-AFTER DELIMITED BY SIZE
                  INTO AUDT-REC
           END-STRING
           WRITE AUDT-REC
           CLOSE AUDT-FILE.

           EXIT.

       PARA-LIST-RUN.
           *> Listed in customer order through the alternate key, so
           *> each customer's accounts print together.
           OPEN INPUT XREF-FILE
           IF WS-XREF-FS NOT = "00"
               DISPLAY "ERROR|REASON=XREF-NOT-FOUND|PATH="
                       WS-XREF-PATH "|STATUS=" WS-XREF-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE ZEROES TO XREF-CUST
           START XREF-FILE KEY >= XREF-CUST
               INVALID KEY
                   SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ XREF-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-LISTED
                       DISPLAY "LINK|CUST=" XREF-CUST
                               "|ACCT=" XREF-ACCT
                               "|LINKED=" XREF-LINK-DATE
                               "|MAINT=" XREF-MAINT-DATE
               END-READ
           END-PERFORM
           CLOSE XREF-FILE
           DISPLAY "LIST|LINKS=" WS-CNT-LISTED.

           EXIT.

       PARA-ORPHAN-RUN.
           OPEN INPUT XREF-FILE
           IF WS-XREF-FS NOT = "00"
               DISPLAY "ERROR|REASON=XREF-NOT-FOUND|PATH="
                       WS-XREF-PATH "|STATUS=" WS-XREF-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ABAL-FILE
           IF WS-ABAL-FS NOT = "00"
               DISPLAY "ERROR|REASON=ACCOUNTS-NOT-FOUND|PATH="
                       WS-ABAL-PATH "|STATUS=" WS-ABAL-FS
               MOVE 8 TO RETURN-CODE
               CLOSE XREF-FILE
               GOBACK
           END-IF
           OPEN INPUT IDX-FILE
           IF WS-IDX-FS NOT = "00"
               DISPLAY "ERROR|REASON=MASTER-NOT-FOUND|PATH="
                       WS-IDX-PATH "|STATUS=" WS-IDX-FS
               MOVE 8 TO RETURN-CODE
               CLOSE XREF-FILE
               CLOSE ABAL-FILE
               GOBACK
           END-IF
           OPEN OUTPUT ORPH-FILE

           *> Pass 1: every account on the balance master must have
           *> an owning customer.
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ ABAL-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-ACCOUNTS
                       MOVE ABAL-KEY TO XREF-ACCT
                       READ XREF-FILE
                           INVALID KEY
                               ADD 1 TO WS-CNT-NO-OWNER
                               MOVE SPACES TO ORPH-REC
                               STRING "ORPHAN|TYPE=NO-OWNER|ACCT="
                                          DELIMITED BY SIZE
                                      ABAL-KEY DELIMITED BY SIZE
                                      INTO ORPH-REC
                               END-STRING
                               WRITE ORPH-REC
                       END-READ
               END-READ
           END-PERFORM

           *> Pass 2: every link must point at an account that still
           *> exists and a customer still on the master.
           MOVE LOW-VALUES TO XREF-ACCT
           MOVE "N" TO WS-EOF
           START XREF-FILE KEY >= XREF-ACCT
               INVALID KEY
                   SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ XREF-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-LINKS
                       PERFORM PARA-CHECK-ONE-LINK
               END-READ
           END-PERFORM

           MOVE SPACES TO ORPH-REC
           STRING "TOTALS|ACCOUNTS="  DELIMITED BY SIZE
                  WS-CNT-ACCOUNTS     DELIMITED BY SIZE
                  "|LINKS="           DELIMITED BY SIZE
                  WS-CNT-LINKS        DELIMITED BY SIZE
                  "|NO-OWNER="        DELIMITED BY SIZE
                  WS-CNT-NO-OWNER     DELIMITED BY SIZE
                  "|NO-ACCOUNT="      DELIMITED BY SIZE
                  WS-CNT-NO-ACCOUNT   DELIMITED BY SIZE
                  "|NO-CUSTOMER="     DELIMITED BY SIZE
                  WS-CNT-NO-CUSTOMER  DELIMITED BY SIZE
                  INTO ORPH-REC
           END-STRING
           WRITE ORPH-REC

           CLOSE ORPH-FILE
           CLOSE IDX-FILE
           CLOSE ABAL-FILE
           CLOSE XREF-FILE

           DISPLAY "ORPHAN|ACCOUNTS=" WS-CNT-ACCOUNTS
                   "|LINKS=" WS-CNT-LINKS
                   "|NO-OWNER=" WS-CNT-NO-OWNER
                   "|NO-ACCOUNT=" WS-CNT-NO-ACCOUNT
                   "|NO-CUSTOMER=" WS-CNT-NO-CUSTOMER.

           EXIT.

       PARA-CHECK-ONE-LINK.
           MOVE XREF-ACCT TO ABAL-KEY
           READ ABAL-FILE
               INVALID KEY
                   ADD 1 TO WS-CNT-NO-ACCOUNT
                   MOVE SPACES TO ORPH-REC
                   STRING "ORPHAN|TYPE=NO-ACCOUNT|CUST="
                                          DELIMITED BY SIZE
                          XREF-CUST       DELIMITED BY SIZE
                          "|ACCT="        DELIMITED BY SIZE
                          XREF-ACCT       DELIMITED BY SIZE
                          INTO ORPH-REC
                   END-STRING
                   WRITE ORPH-REC
           END-READ
           MOVE XREF-CUST TO IDX-KEY
           READ IDX-FILE
               INVALID KEY
                   ADD 1 TO WS-CNT-NO-CUSTOMER
                   MOVE SPACES TO ORPH-REC
                   STRING "ORPHAN|TYPE=NO-CUSTOMER|CUST="
                                          DELIMITED BY SIZE
                          XREF-CUST       DELIMITED BY SIZE
                          "|ACCT="        DELIMITED BY SIZE
                          XREF-ACCT       DELIMITED BY SIZE
                          INTO ORPH-REC
                   END-STRING
                   WRITE ORPH-REC
           END-READ.

           EXIT.
