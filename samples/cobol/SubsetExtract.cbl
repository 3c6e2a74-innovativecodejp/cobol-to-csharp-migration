       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBSETEXTRACT.

      *> Production subset for test environments: a few hundred
      *> real customers taken from MVP14PROGRAM's master with every
      *> record the suite holds for them, masked through
      *> MASKUTILITY's persistent key map so the slice still joins
      *> up. MVP13PROGRAM's synthetic data and a whole-file mask
      *> stay the other two ways to build a test bed.
      *>
      *> Customers are chosen from the master by SUBSET_MODE:
      *>   RATE  - SUBSET_RATE per cent (default 10), spread evenly
      *>           through the master in key order;
      *>   RANGE - keys SUBSET_FROM_KEY to SUBSET_TO_KEY;
      *>   LIST  - the keys in SUBSET_KEYS (default
      *>           subset-keys.txt), one four-digit key per line;
      *> never more than SUBSET_MAX (default 500). Their accounts
      *> are the ones ACCTXREF links to them.
      *>
      *> The files to carry are named in the subset file table
      *> (SUBSET_FILES, default subset-files.txt):
      *>   type(1) name(16) path(40) key-col(4) key-len(4)
      *>   layout(40)
      *> separated by single spaces, "*" lines being comments:
      *>   M  the MVP14PROGRAM master (MVP14_INDEX), written in
      *>      MVP14PROGRAM's unload layout with its trailer so it
      *>      reloads with MVP14_MODE=RELOAD;
      *>   X  the ACCTXREF links (XREF_INDEX) of the customers;
      *>   B  the MVP10PROGRAM account master (MVP10_ACCOUNTS) for
      *>      their accounts;
      *>   C  a sequential file keyed by customer at key-col for
      *>      key-len (the ledgers, the classification history,
      *>      the suppression list, the daily input feeds);
      *>   A  a sequential file keyed by account the same way.
      *> A blank path on M, X or B takes the usual environment
      *> name. Each file's records are gathered into <prefix>
      *> <name>.raw and MASKUTILITY masks them, with the entry's
      *> layout and the shared MASK_KEYMAP, into <prefix><name>.txt
      *> (SUBSET_PREFIX, default subset-); the unmasked gathering
      *> is then deleted. A key field should be masked with K at
      *> its own width in every layout - the 4-byte customer key
      *> as 4 bytes wherever it sits - so one customer gets one
      *> replacement key throughout. A file with no layout, or
      *> with records wider than MASKUTILITY's 120 bytes, is
      *> refused rather than copied as live data.
      *>
      *> The manifest (SUBSET_MANIFEST, default
      *> subset-manifest.txt) gives the selection and, per file,
      *> the records read, selected and written, and the result.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO DYNAMIC WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IDX-KEY
               ALTERNATE RECORD KEY IS IDX-TEXT WITH DUPLICATES
               FILE STATUS  IS WS-IDX-FS.
           SELECT XREF-FILE ASSIGN TO DYNAMIC WS-XREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS XREF-ACCT
               ALTERNATE RECORD KEY IS XREF-CUST WITH DUPLICATES
               FILE STATUS  IS WS-XREF-FS.
           SELECT ABAL-FILE ASSIGN TO DYNAMIC WS-ABAL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ABAL-KEY
               FILE STATUS  IS WS-ABAL-FS.
           SELECT SEQ-FILE ASSIGN TO DYNAMIC WS-SEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SEQ-FS.
           SELECT RAW-FILE ASSIGN TO DYNAMIC WS-RAW-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-RAW-FS.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-OUT-FS.
           SELECT TAB-FILE ASSIGN TO DYNAMIC WS-TAB-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TAB-FS.
           SELECT KEY-FILE ASSIGN TO DYNAMIC WS-KEY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-KEY-FS.
           SELECT MAN-FILE ASSIGN TO DYNAMIC WS-MAN-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-MAN-FS.

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
           05 ABAL-PRODUCT       PIC X(4).
           05 ABAL-OPEN-DATE     PIC 9(8).
           05 ABAL-CLOSE-DATE    PIC 9(8).
           05 ABAL-CCY           PIC X(3).

       *> Any of the customer- or account-keyed sequential files.
       FD  SEQ-FILE.
       01  SEQ-REC              PIC X(360).

       *> The unmasked gathering handed to MASKUTILITY.
       FD  RAW-FILE.
       01  RAW-REC              PIC X(120).

       *> The masked master, reopened to take its trailer.
       FD  OUT-FILE.
       01  OUT-REC              PIC X(120).

       FD  TAB-FILE.
       01  TAB-REC.
           05 TB-TYPE           PIC X(1).
           05 FILLER            PIC X(1).
           05 TB-NAME           PIC X(16).
           05 FILLER            PIC X(1).
           05 TB-PATH           PIC X(40).
           05 FILLER            PIC X(1).
           05 TB-COL            PIC X(4).
           05 FILLER            PIC X(1).
           05 TB-LEN            PIC X(4).
           05 FILLER            PIC X(1).
           05 TB-LAYOUT         PIC X(40).

       FD  KEY-FILE.
       01  KEY-REC              PIC X(80).

       FD  MAN-FILE.
       01  MAN-REC              PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-IDX-PATH          PIC X(260).
       01  WS-IDX-FS            PIC XX.
       01  WS-XREF-PATH         PIC X(260).
       01  WS-XREF-FS           PIC XX.
       01  WS-ABAL-PATH         PIC X(260).
       01  WS-ABAL-FS           PIC XX.
       01  WS-SEQ-PATH          PIC X(260).
       01  WS-SEQ-FS            PIC XX.
       01  WS-RAW-PATH          PIC X(260).
       01  WS-RAW-FS            PIC XX.
       01  WS-OUT-PATH          PIC X(260).
       01  WS-OUT-FS            PIC XX.
       01  WS-TAB-PATH          PIC X(260).
       01  WS-TAB-FS            PIC XX.
       01  WS-KEY-PATH          PIC X(260).
       01  WS-KEY-FS            PIC XX.
       01  WS-MAN-PATH          PIC X(260).
       01  WS-MAN-FS            PIC XX.
       01  WS-PREFIX            PIC X(60).
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                VALUE "Y".
       01  WS-CALL-STATUS       PIC S9(9) BINARY VALUE 0.
       01  WS-ENV-NAME          PIC X(40).
       01  WS-ENV-VALUE         PIC X(260).

       *> Selection parameters.
       01  WS-MODE              PIC X(5).
       01  WS-RATE              PIC 9(3) VALUE 10.
       01  WS-RATE-X            PIC X(3).
       01  WS-FROM-KEY          PIC X(4).
       01  WS-TO-KEY            PIC X(4).
       01  WS-MAX               PIC 9(5) VALUE 500.
       01  WS-MAX-X             PIC X(5).
       01  WS-RATE-ACC          PIC 9(5) VALUE 0.

       *> The chosen customers and the key list, flagged by key
       *> (entry key + 1, so key 0000 has a place).
       01  WS-SEL-TAB.
           05 WS-SEL-FLAG OCCURS 10000 TIMES PIC X(1).
       01  WS-LIST-TAB.
           05 WS-LIST-FLAG OCCURS 10000 TIMES PIC X(1).
       01  WS-KEY-SUB           PIC 9(5) VALUE 0.
       01  WS-KEY-N             PIC 9(4) VALUE 0.
       01  WS-CNT-MASTER        PIC 9(6) VALUE 0.
       01  WS-CNT-CUSTOMERS     PIC 9(6) VALUE 0.
       01  WS-CNT-LISTED        PIC 9(6) VALUE 0.
       01  WS-CNT-LIST-FOUND    PIC 9(6) VALUE 0.
       01  WS-CNT-CAPPED        PIC 9(6) VALUE 0.

       *> The customers' accounts, from the ACCTXREF links.
       01  WS-AC-COUNT          PIC 9(4) VALUE 0.
       01  WS-AC-IDX            PIC 9(4) VALUE 0.
       01  WS-AC-TAB.
           05 WS-AC-KEY OCCURS 5000 TIMES PIC X(8).
       01  WS-AC-FULL           PIC X VALUE "N".
           88 AC-FULL            VALUE "Y".
       01  WS-MATCH-ACCT        PIC X(8).

       *> The subset file table.
       01  WS-FT-COUNT          PIC 9(2) VALUE 0.
       01  WS-FT-IDX            PIC 9(2) VALUE 0.
       01  WS-FT-TAB.
           05 WS-FT-ENTRY OCCURS 20 TIMES.
               10 WS-FT-TYPE    PIC X(1).
               10 WS-FT-NAME    PIC X(16).
               10 WS-FT-PATH    PIC X(40).
               10 WS-FT-COL     PIC 9(4).
               10 WS-FT-LEN     PIC 9(4).
               10 WS-FT-LAYOUT  PIC X(40).
               10 WS-FT-READ    PIC 9(6).
               10 WS-FT-SELECT  PIC 9(6).
               10 WS-FT-WRITTEN PIC 9(6).
               10 WS-FT-RESULT  PIC X(12).

       *> The file in hand.
       01  WS-SRC-COL           PIC 9(4) VALUE 0.
       01  WS-SRC-LEN           PIC 9(4) VALUE 0.
       01  WS-SRC-READ          PIC 9(6) VALUE 0.
       01  WS-SRC-SELECT        PIC 9(6) VALUE 0.
       01  WS-SRC-WIDE          PIC 9(6) VALUE 0.
       01  WS-SRC-RESULT        PIC X(12).
       01  WS-LINE-HIT          PIC X VALUE "N".
           88 LINE-HIT           VALUE "Y".
       01  WS-FIELD             PIC X(10).
       01  WS-TRAILER-CNT       PIC 9(6) VALUE 0.

       01  WS-CNT-FILES-OK      PIC 9(3) VALUE 0.
       01  WS-CNT-FILES-BAD     PIC 9(3) VALUE 0.
       01  WS-CNT-WRITTEN       PIC 9(6) VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "SUBSETEXTRACT".
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

           MOVE "RATE" TO WS-MODE.
           ACCEPT WS-MODE FROM ENVIRONMENT "SUBSET_MODE".
           IF WS-MODE = SPACES
               MOVE "RATE" TO WS-MODE
           END-IF.
           IF WS-MODE NOT = "RATE" AND WS-MODE NOT = "RANGE"
               AND WS-MODE NOT = "LIST"
               DISPLAY "ERROR|REASON=BAD-MODE|MODE=" WS-MODE
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           MOVE SPACES TO WS-RATE-X.
           ACCEPT WS-RATE-X FROM ENVIRONMENT "SUBSET_RATE".
           IF WS-RATE-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-RATE-X) = 0
                   COMPUTE WS-RATE = FUNCTION NUMVAL(WS-RATE-X)
               END-IF
           END-IF.
           IF WS-RATE = 0 OR WS-RATE > 100
               MOVE 10 TO WS-RATE
           END-IF.

           MOVE "0000" TO WS-FROM-KEY.
           ACCEPT WS-FROM-KEY FROM ENVIRONMENT "SUBSET_FROM_KEY".
           IF WS-FROM-KEY IS NOT NUMERIC
               MOVE "0000" TO WS-FROM-KEY
           END-IF.
           MOVE "9999" TO WS-TO-KEY.
           ACCEPT WS-TO-KEY FROM ENVIRONMENT "SUBSET_TO_KEY".
           IF WS-TO-KEY IS NOT NUMERIC
               MOVE "9999" TO WS-TO-KEY
           END-IF.

           MOVE SPACES TO WS-MAX-X.
           ACCEPT WS-MAX-X FROM ENVIRONMENT "SUBSET_MAX".
           IF WS-MAX-X NOT = SPACES
               IF FUNCTION TEST-NUMVAL(WS-MAX-X) = 0
                   COMPUTE WS-MAX = FUNCTION NUMVAL(WS-MAX-X)
               END-IF
           END-IF.
           IF WS-MAX = 0
               MOVE 500 TO WS-MAX
           END-IF.

           MOVE "subset-keys.txt" TO WS-KEY-PATH.
           ACCEPT WS-KEY-PATH FROM ENVIRONMENT "SUBSET_KEYS".
           IF WS-KEY-PATH = SPACES
               MOVE "subset-keys.txt" TO WS-KEY-PATH
           END-IF.

           MOVE "subset-files.txt" TO WS-TAB-PATH.
           ACCEPT WS-TAB-PATH FROM ENVIRONMENT "SUBSET_FILES".
           IF WS-TAB-PATH = SPACES
               MOVE "subset-files.txt" TO WS-TAB-PATH
           END-IF.

           MOVE "subset-" TO WS-PREFIX.
           ACCEPT WS-PREFIX FROM ENVIRONMENT "SUBSET_PREFIX".
           IF WS-PREFIX = SPACES
               MOVE "subset-" TO WS-PREFIX
           END-IF.

           MOVE "subset-manifest.txt" TO WS-MAN-PATH.
           ACCEPT WS-MAN-PATH FROM ENVIRONMENT "SUBSET_MANIFEST".
           IF WS-MAN-PATH = SPACES
               MOVE "subset-manifest.txt" TO WS-MAN-PATH
           END-IF.

           MOVE "mvp14-index.dat" TO WS-IDX-PATH.
           ACCEPT WS-IDX-PATH FROM ENVIRONMENT "MVP14_INDEX".
           IF WS-IDX-PATH = SPACES
               MOVE "mvp14-index.dat" TO WS-IDX-PATH
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

           PERFORM PARA-LOAD-FILE-TABLE
           IF WS-FT-COUNT = 0
               DISPLAY "ERROR|REASON=NO-FILE-ENTRIES|PATH="
                       WS-TAB-PATH(1:40)
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF

           IF WS-MODE = "LIST"
               PERFORM PARA-LOAD-KEY-LIST
               IF WS-CNT-LISTED = 0
                   DISPLAY "ERROR|REASON=NO-KEYS-LISTED|PATH="
                           WS-KEY-PATH(1:40)
                   MOVE 8 TO RETURN-CODE
                   PERFORM PARA-RECORD-RUN
                   GOBACK
               END-IF
           END-IF

           PERFORM PARA-SELECT-CUSTOMERS
           IF RETURN-CODE >= 8
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF

           PERFORM PARA-COLLECT-ACCOUNTS

           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > WS-FT-COUNT
               PERFORM PARA-SUBSET-ONE-FILE
           END-PERFORM

           PERFORM PARA-WRITE-MANIFEST

           DISPLAY "SUBSET|MODE=" WS-MODE
                   "|MASTER=" WS-CNT-MASTER
                   "|CUSTOMERS=" WS-CNT-CUSTOMERS
                   "|ACCOUNTS=" WS-AC-COUNT
                   "|FILES=" WS-FT-COUNT
                   "|REFUSED=" WS-CNT-FILES-BAD
                   "|RECORDS=" WS-CNT-WRITTEN

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-IDX-PATH(1:40) TO WS-RH-IN
           MOVE WS-MAN-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-MASTER TO WS-RH-READ
           MOVE WS-CNT-WRITTEN TO WS-RH-WRITTEN
           MOVE WS-CNT-FILES-BAD TO WS-RH-REJECTED
           EVALUATE TRUE
               WHEN RETURN-CODE >= 8
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

       PARA-LOAD-FILE-TABLE.
           OPEN INPUT TAB-FILE
           IF WS-TAB-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ TAB-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF TB-TYPE NOT = "*" AND TAB-REC NOT = SPACES
                           PERFORM PARA-TAKE-FILE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE TAB-FILE.

           EXIT.

       PARA-TAKE-FILE-ENTRY.
           IF (TB-TYPE NOT = "M" AND TB-TYPE NOT = "X"
               AND TB-TYPE NOT = "B" AND TB-TYPE NOT = "C"
               AND TB-TYPE NOT = "A")
               OR TB-NAME = SPACES
               DISPLAY "FILES|WARN=BAD-ENTRY|TEXT=" TAB-REC(1:60)
               EXIT PARAGRAPH
           END-IF
           IF (TB-TYPE = "C" OR TB-TYPE = "A")
               AND (TB-PATH = SPACES
                 OR TB-COL IS NOT NUMERIC OR TB-LEN IS NOT NUMERIC)
               DISPLAY "FILES|WARN=BAD-ENTRY|TEXT=" TAB-REC(1:60)
               EXIT PARAGRAPH
           END-IF
           IF WS-FT-COUNT >= 20
               DISPLAY "FILES|WARN=TABLE-FULL|LIMIT=20|NAME=" TB-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-FT-COUNT
           MOVE TB-TYPE TO WS-FT-TYPE(WS-FT-COUNT)
           MOVE TB-NAME TO WS-FT-NAME(WS-FT-COUNT)
           MOVE TB-PATH TO WS-FT-PATH(WS-FT-COUNT)
           MOVE 0 TO WS-FT-COL(WS-FT-COUNT) WS-FT-LEN(WS-FT-COUNT)
           IF TB-COL IS NUMERIC AND TB-LEN IS NUMERIC
               MOVE TB-COL TO WS-FT-COL(WS-FT-COUNT)
               MOVE TB-LEN TO WS-FT-LEN(WS-FT-COUNT)
           END-IF
           MOVE TB-LAYOUT TO WS-FT-LAYOUT(WS-FT-COUNT)
           MOVE 0 TO WS-FT-READ(WS-FT-COUNT)
               WS-FT-SELECT(WS-FT-COUNT) WS-FT-WRITTEN(WS-FT-COUNT)
           MOVE SPACES TO WS-FT-RESULT(WS-FT-COUNT).

           EXIT.

       PARA-LOAD-KEY-LIST.
           MOVE ALL "N" TO WS-LIST-TAB
           OPEN INPUT KEY-FILE
           IF WS-KEY-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ KEY-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF KEY-REC(1:4) IS NUMERIC
                           MOVE KEY-REC(1:4) TO WS-KEY-N
                           COMPUTE WS-KEY-SUB = WS-KEY-N + 1
                           IF WS-LIST-FLAG(WS-KEY-SUB) NOT = "Y"
                               MOVE "Y" TO WS-LIST-FLAG(WS-KEY-SUB)
                               ADD 1 TO WS-CNT-LISTED
                           END-IF
                       ELSE
                           IF KEY-REC NOT = SPACES
                               AND KEY-REC(1:1) NOT = "*"
                               DISPLAY "KEYS|WARN=BAD-KEY|TEXT="
                                       KEY-REC(1:20)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE KEY-FILE.

           EXIT.

       PARA-SELECT-CUSTOMERS.
           *> One pass of the master in key order decides the
           *> subset; a rate takes every customer at which the
           *> running share reaches a whole one.
           MOVE ALL "N" TO WS-SEL-TAB
           OPEN INPUT IDX-FILE
           IF WS-IDX-FS NOT = "00"
               DISPLAY "ERROR|REASON=MASTER-NOT-FOUND|PATH="
                       WS-IDX-PATH(1:40) "|STATUS=" WS-IDX-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-RATE-ACC
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ IDX-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-MASTER
                       PERFORM PARA-SELECT-ONE-CUSTOMER
               END-READ
           END-PERFORM
           CLOSE IDX-FILE

           IF WS-MODE = "LIST"
               AND WS-CNT-LIST-FOUND < WS-CNT-LISTED
               COMPUTE WS-KEY-SUB = WS-CNT-LISTED - WS-CNT-LIST-FOUND
               DISPLAY "SELECT|WARN=LISTED-KEYS-NOT-ON-MASTER|COUNT="
                       WS-KEY-SUB
           END-IF
           IF WS-CNT-CAPPED > 0
               DISPLAY "SELECT|WARN=MAXIMUM-REACHED|MAX=" WS-MAX
                       "|NOT-TAKEN=" WS-CNT-CAPPED
           END-IF
           IF WS-CNT-CUSTOMERS = 0
               DISPLAY "ERROR|REASON=NO-CUSTOMERS-SELECTED|MODE="
                       WS-MODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXIT.

       PARA-SELECT-ONE-CUSTOMER.
           COMPUTE WS-KEY-SUB = IDX-KEY + 1
           MOVE "N" TO WS-LINE-HIT
           EVALUATE WS-MODE
               WHEN "RATE"
                   ADD WS-RATE TO WS-RATE-ACC
                   IF WS-RATE-ACC >= 100
                       SUBTRACT 100 FROM WS-RATE-ACC
                       SET LINE-HIT TO TRUE
                   END-IF
               WHEN "RANGE"
                   IF IDX-KEY >= WS-FROM-KEY AND IDX-KEY <= WS-TO-KEY
                       SET LINE-HIT TO TRUE
                   END-IF
               WHEN "LIST"
                   IF WS-LIST-FLAG(WS-KEY-SUB) = "Y"
                       ADD 1 TO WS-CNT-LIST-FOUND
                       SET LINE-HIT TO TRUE
                   END-IF
           END-EVALUATE
           IF LINE-HIT
               IF WS-CNT-CUSTOMERS < WS-MAX
                   MOVE "Y" TO WS-SEL-FLAG(WS-KEY-SUB)
                   ADD 1 TO WS-CNT-CUSTOMERS
               ELSE
                   ADD 1 TO WS-CNT-CAPPED
               END-IF
           END-IF.

           EXIT.

       PARA-COLLECT-ACCOUNTS.
           *> Every account linked to a chosen customer, so the
           *> account-keyed files can be cut to the same people.
           OPEN INPUT XREF-FILE
           IF WS-XREF-FS NOT = "00"
               DISPLAY "SELECT|WARN=NO-ACCOUNT-LINKS|PATH="
                       WS-XREF-PATH(1:40) "|STATUS=" WS-XREF-FS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ XREF-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       COMPUTE WS-KEY-SUB = XREF-CUST + 1
                       IF WS-SEL-FLAG(WS-KEY-SUB) = "Y"
                           IF WS-AC-COUNT < 5000
                               ADD 1 TO WS-AC-COUNT
                               MOVE XREF-ACCT TO WS-AC-KEY(WS-AC-COUNT)
                           ELSE
                               SET AC-FULL TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE
           IF AC-FULL
               DISPLAY "SELECT|WARN=ACCOUNT-TABLE-FULL|LIMIT=5000"
           END-IF.

           EXIT.

       PARA-SUBSET-ONE-FILE.
           MOVE 0 TO WS-SRC-READ WS-SRC-SELECT WS-SRC-WIDE
           MOVE SPACES TO WS-SRC-RESULT
           MOVE SPACES TO WS-RAW-PATH WS-OUT-PATH
           STRING WS-PREFIX DELIMITED BY SPACE
                  WS-FT-NAME(WS-FT-IDX) DELIMITED BY SPACE
                  ".raw" DELIMITED BY SIZE
                  INTO WS-RAW-PATH
           END-STRING
           STRING WS-PREFIX DELIMITED BY SPACE
                  WS-FT-NAME(WS-FT-IDX) DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-OUT-PATH
           END-STRING
           CALL "CBL_DELETE_FILE" USING WS-OUT-PATH
               RETURNING WS-CALL-STATUS

           *> Without a layout the file would leave as live data.
           IF WS-FT-LAYOUT(WS-FT-IDX) = SPACES
               MOVE "NO-LAYOUT" TO WS-SRC-RESULT
               PERFORM PARA-FILE-DONE
               EXIT PARAGRAPH
           END-IF

           OPEN OUTPUT RAW-FILE
           IF WS-RAW-FS NOT = "00"
               MOVE "WORK-FAILED" TO WS-SRC-RESULT
               PERFORM PARA-FILE-DONE
               EXIT PARAGRAPH
           END-IF
           EVALUATE WS-FT-TYPE(WS-FT-IDX)
               WHEN "M"
                   PERFORM PARA-GATHER-MASTER
               WHEN "X"
                   PERFORM PARA-GATHER-LINKS
               WHEN "B"
                   PERFORM PARA-GATHER-ACCOUNTS
               WHEN OTHER
                   PERFORM PARA-GATHER-SEQUENTIAL
           END-EVALUATE
           CLOSE RAW-FILE

           IF WS-SRC-RESULT = SPACES AND WS-SRC-WIDE > 0
               MOVE "TOO-WIDE" TO WS-SRC-RESULT
           END-IF
           IF WS-SRC-RESULT = SPACES
               PERFORM PARA-MASK-FILE
           END-IF
           CALL "CBL_DELETE_FILE" USING WS-RAW-PATH
               RETURNING WS-CALL-STATUS
           PERFORM PARA-FILE-DONE.

           EXIT.

       PARA-GATHER-MASTER.
           IF WS-FT-PATH(WS-FT-IDX) NOT = SPACES
               MOVE WS-FT-PATH(WS-FT-IDX) TO WS-IDX-PATH
           END-IF
           OPEN INPUT IDX-FILE
           IF WS-IDX-FS NOT = "00"
               MOVE "NOT-PRESENT" TO WS-SRC-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ IDX-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SRC-READ
                       COMPUTE WS-KEY-SUB = IDX-KEY + 1
                       IF WS-SEL-FLAG(WS-KEY-SUB) = "Y"
                           ADD 1 TO WS-SRC-SELECT
                           MOVE IDX-REC TO RAW-REC
                           WRITE RAW-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE IDX-FILE.

           EXIT.

       PARA-GATHER-LINKS.
           IF WS-FT-PATH(WS-FT-IDX) NOT = SPACES
               MOVE WS-FT-PATH(WS-FT-IDX) TO WS-XREF-PATH
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-FS NOT = "00"
               MOVE "NOT-PRESENT" TO WS-SRC-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ XREF-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SRC-READ
                       COMPUTE WS-KEY-SUB = XREF-CUST + 1
                       IF WS-SEL-FLAG(WS-KEY-SUB) = "Y"
                           ADD 1 TO WS-SRC-SELECT
                           MOVE SPACES TO RAW-REC
                           MOVE XREF-REC TO RAW-REC
                           WRITE RAW-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE.

           EXIT.

       PARA-GATHER-ACCOUNTS.
           IF WS-FT-PATH(WS-FT-IDX) NOT = SPACES
               MOVE WS-FT-PATH(WS-FT-IDX) TO WS-ABAL-PATH
           END-IF
           OPEN INPUT ABAL-FILE
           IF WS-ABAL-FS NOT = "00"
               MOVE "NOT-PRESENT" TO WS-SRC-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ ABAL-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SRC-READ
                       MOVE ABAL-KEY TO WS-MATCH-ACCT
                       PERFORM PARA-MATCH-ACCOUNT
                       IF LINE-HIT
                           ADD 1 TO WS-SRC-SELECT
                           MOVE SPACES TO RAW-REC
                           MOVE ABAL-REC TO RAW-REC
                           WRITE RAW-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ABAL-FILE.

           EXIT.

       PARA-GATHER-SEQUENTIAL.
           MOVE WS-FT-PATH(WS-FT-IDX) TO WS-SEQ-PATH
           MOVE WS-FT-COL(WS-FT-IDX) TO WS-SRC-COL
           MOVE WS-FT-LEN(WS-FT-IDX) TO WS-SRC-LEN
           IF WS-SRC-COL < 1 OR WS-SRC-LEN < 1 OR WS-SRC-LEN > 10
               OR WS-SRC-COL + WS-SRC-LEN > 361
               MOVE "BAD-KEY-POS" TO WS-SRC-RESULT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-FS NOT = "00"
               MOVE "NOT-PRESENT" TO WS-SRC-RESULT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ SEQ-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-SRC-READ
                       PERFORM PARA-MATCH-LINE
                       IF LINE-HIT
                           ADD 1 TO WS-SRC-SELECT
                           IF SEQ-REC(121:240) NOT = SPACES
                               ADD 1 TO WS-SRC-WIDE
                           END-IF
                           MOVE SEQ-REC(1:120) TO RAW-REC
                           WRITE RAW-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEQ-FILE.

           EXIT.

       PARA-MATCH-LINE.
           *> Customer keys are four digits, held right-aligned in
           *> a four-byte field or left-justified in a wider one.
           MOVE "N" TO WS-LINE-HIT
           MOVE SPACES TO WS-FIELD
           MOVE SEQ-REC(WS-SRC-COL:WS-SRC-LEN) TO WS-FIELD
           IF WS-FT-TYPE(WS-FT-IDX) = "A"
               MOVE WS-FIELD(1:8) TO WS-MATCH-ACCT
               PERFORM PARA-MATCH-ACCOUNT
               EXIT PARAGRAPH
           END-IF
           IF WS-FIELD(1:4) IS NUMERIC
               AND WS-FIELD(5:6) = SPACES
               MOVE WS-FIELD(1:4) TO WS-KEY-N
               COMPUTE WS-KEY-SUB = WS-KEY-N + 1
               IF WS-SEL-FLAG(WS-KEY-SUB) = "Y"
                   SET LINE-HIT TO TRUE
               END-IF
           END-IF.

           EXIT.

       PARA-MATCH-ACCOUNT.
           MOVE "N" TO WS-LINE-HIT
           PERFORM VARYING WS-AC-IDX FROM 1 BY 1
                   UNTIL WS-AC-IDX > WS-AC-COUNT OR LINE-HIT
               IF WS-AC-KEY(WS-AC-IDX) = WS-MATCH-ACCT
                   SET LINE-HIT TO TRUE
               END-IF
           END-PERFORM.

           EXIT.

       PARA-MASK-FILE.
           *> MASKUTILITY runs once per file against the one key
           *> map, so a key masked here matches the same key
           *> masked in every other file of the subset.
           MOVE "MASK_INPUT" TO WS-ENV-NAME
           MOVE WS-RAW-PATH TO WS-ENV-VALUE
           PERFORM PARA-SET-ENVIRONMENT
           MOVE "MASK_OUTPUT" TO WS-ENV-NAME
           MOVE WS-OUT-PATH TO WS-ENV-VALUE
           PERFORM PARA-SET-ENVIRONMENT
           MOVE "MASK_LAYOUT" TO WS-ENV-NAME
           MOVE WS-FT-LAYOUT(WS-FT-IDX) TO WS-ENV-VALUE
           PERFORM PARA-SET-ENVIRONMENT
           MOVE 0 TO RETURN-CODE
           CALL "MASKUTILITY"
               ON EXCEPTION
                   DISPLAY "ERROR|REASON=MASKUTILITY-NOT-AVAILABLE"
                   MOVE 8 TO RETURN-CODE
           END-CALL
           CANCEL "MASKUTILITY"
           IF RETURN-CODE >= 8
               MOVE 0 TO RETURN-CODE
               MOVE "MASK-FAILED" TO WS-SRC-RESULT
               CALL "CBL_DELETE_FILE" USING WS-OUT-PATH
                   RETURNING WS-CALL-STATUS
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO RETURN-CODE
           IF WS-FT-TYPE(WS-FT-IDX) = "M"
               PERFORM PARA-WRITE-TRAILER
           END-IF
           MOVE "WRITTEN" TO WS-SRC-RESULT.

           EXIT.

       PARA-WRITE-TRAILER.
           *> MVP14PROGRAM's reload checks the record count in the
           *> trailer, which is added after masking so the key
           *> mask cannot touch it.
           OPEN EXTEND OUT-FILE
           IF WS-OUT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE WS-SRC-SELECT TO WS-TRAILER-CNT
           MOVE SPACES TO OUT-REC
           STRING "TRAILER="     DELIMITED BY SIZE
                  WS-TRAILER-CNT DELIMITED BY SIZE
                  INTO OUT-REC
           END-STRING
           WRITE OUT-REC
           CLOSE OUT-FILE.

           EXIT.

       PARA-SET-ENVIRONMENT.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE.

           EXIT.

       PARA-FILE-DONE.
           MOVE WS-SRC-READ TO WS-FT-READ(WS-FT-IDX)
           MOVE WS-SRC-SELECT TO WS-FT-SELECT(WS-FT-IDX)
           MOVE WS-SRC-RESULT TO WS-FT-RESULT(WS-FT-IDX)
           IF WS-SRC-RESULT = "WRITTEN"
               MOVE WS-SRC-SELECT TO WS-FT-WRITTEN(WS-FT-IDX)
               ADD WS-SRC-SELECT TO WS-CNT-WRITTEN
               ADD 1 TO WS-CNT-FILES-OK
           ELSE
               ADD 1 TO WS-CNT-FILES-BAD
           END-IF
           DISPLAY "FILE|NAME=" WS-FT-NAME(WS-FT-IDX)
                   "|READ=" WS-SRC-READ
                   "|SELECTED=" WS-SRC-SELECT
                   "|RESULT=" WS-SRC-RESULT.

           EXIT.

       PARA-WRITE-MANIFEST.
           OPEN OUTPUT MAN-FILE
           IF WS-MAN-FS NOT = "00"
               DISPLAY "ERROR|REASON=MANIFEST-OPEN-FAILED|PATH="
                       WS-MAN-PATH(1:40) "|STATUS=" WS-MAN-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO MAN-REC
           STRING "SUBSET|DATE="  DELIMITED BY SIZE
                  WS-RUN-DATE     DELIMITED BY SIZE
                  "|TIME="        DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
                  "|MODE="        DELIMITED BY SIZE
                  WS-MODE         DELIMITED BY SPACE
                  "|RATE="        DELIMITED BY SIZE
                  WS-RATE         DELIMITED BY SIZE
                  "|FROM="        DELIMITED BY SIZE
                  WS-FROM-KEY     DELIMITED BY SIZE
                  "|TO="          DELIMITED BY SIZE
                  WS-TO-KEY       DELIMITED BY SIZE
                  "|LISTED="      DELIMITED BY SIZE
                  WS-CNT-LISTED   DELIMITED BY SIZE
                  "|MAX="         DELIMITED BY SIZE
                  WS-MAX          DELIMITED BY SIZE
                  INTO MAN-REC
           END-STRING
           WRITE MAN-REC
           MOVE SPACES TO MAN-REC
           STRING "SELECTION|MASTER-READ=" DELIMITED BY SIZE
                  WS-CNT-MASTER    DELIMITED BY SIZE
                  "|CUSTOMERS="    DELIMITED BY SIZE
                  WS-CNT-CUSTOMERS DELIMITED BY SIZE
                  "|NOT-TAKEN="    DELIMITED BY SIZE
                  WS-CNT-CAPPED    DELIMITED BY SIZE
                  "|ACCOUNTS="     DELIMITED BY SIZE
                  WS-AC-COUNT      DELIMITED BY SIZE
                  INTO MAN-REC
           END-STRING
           WRITE MAN-REC
           PERFORM VARYING WS-FT-IDX FROM 1 BY 1
                   UNTIL WS-FT-IDX > WS-FT-COUNT
               MOVE SPACES TO WS-OUT-PATH
               STRING WS-PREFIX DELIMITED BY SPACE
                      WS-FT-NAME(WS-FT-IDX) DELIMITED BY SPACE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-OUT-PATH
               END-STRING
               MOVE SPACES TO MAN-REC
               STRING "FILE|TYPE="  DELIMITED BY SIZE
                      WS-FT-TYPE(WS-FT-IDX)    DELIMITED BY SIZE
                      "|NAME="      DELIMITED BY SIZE
                      WS-FT-NAME(WS-FT-IDX)    DELIMITED BY SPACE
                      "|OUTPUT="    DELIMITED BY SIZE
                      WS-OUT-PATH   DELIMITED BY SPACE
                      "|READ="      DELIMITED BY SIZE
                      WS-FT-READ(WS-FT-IDX)    DELIMITED BY SIZE
                      "|SELECTED="  DELIMITED BY SIZE
                      WS-FT-SELECT(WS-FT-IDX)  DELIMITED BY SIZE
                      "|WRITTEN="   DELIMITED BY SIZE
                      WS-FT-WRITTEN(WS-FT-IDX) DELIMITED BY SIZE
                      "|RESULT="    DELIMITED BY SIZE
                      WS-FT-RESULT(WS-FT-IDX)  DELIMITED BY SPACE
                      INTO MAN-REC
               END-STRING
               WRITE MAN-REC
           END-PERFORM
           MOVE SPACES TO MAN-REC
           STRING "TOTAL|FILES="   DELIMITED BY SIZE
                  WS-FT-COUNT      DELIMITED BY SIZE
                  "|WRITTEN="      DELIMITED BY SIZE
                  WS-CNT-FILES-OK  DELIMITED BY SIZE
                  "|REFUSED="      DELIMITED BY SIZE
                  WS-CNT-FILES-BAD DELIMITED BY SIZE
                  "|RECORDS="      DELIMITED BY SIZE
                  WS-CNT-WRITTEN   DELIMITED BY SIZE
                  INTO MAN-REC
           END-STRING
           WRITE MAN-REC
           CLOSE MAN-FILE.

           EXIT.
