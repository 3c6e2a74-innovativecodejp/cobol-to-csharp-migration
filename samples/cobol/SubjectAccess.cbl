       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBJECTACCESS.

      *> Subject access export for privacy requests - the "send me
      *> everything you hold about me" companion to ERASUREPROGRAM's
      *> "delete me". One customer key in; every record the suite
      *> holds for that customer gathered into one plain, sectioned
      *> export:
      *>   - the MVP14PROGRAM master record and its pending and
      *>     decided maker-checker changes;
      *>   - the ADDRMAINT address history;
      *>   - MVP03PROGRAM name-master lines (NM-CUST-KEY);
      *>   - MVP06PROGRAM classification history;
      *>   - MVP08PROGRAM suppression-list entries, suppressed
      *>     records and posting-journal lines;
      *>   - the accounts ACCTXREF links to the customer, with their
      *>     MVP10PROGRAM balances;
      *>   - the audit trails: MVP14PROGRAM updates, address
      *>     changes, CUSTENRICH enrichment, ACCTXREF links and
      *>     MVP04PROGRAM cleansing (searched by image, as
      *>     AUDITINQUIRY does, since it is record-number keyed).
      *> The export opens with a cover page listing every file
      *> searched, where it was looked for and the record count
      *> found, including files that were not present, so the
      *> privacy office can show the search was complete. The
      *> sections are built in a work file and copied in behind the
      *> cover page once the counts are known. Nothing is changed
      *> and no lock is taken.
      *>
      *> Parameters: SAR_KEY (required, 4 digits), SAR_OUTPUT,
      *> SAR_WORK; each source file under its owning program's
      *> usual environment name.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO DYNAMIC WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IDX-KEY
               ALTERNATE RECORD KEY IS IDX-TEXT WITH DUPLICATES
               FILE STATUS  IS WS-IDX-FS.
           SELECT ADDR-FILE ASSIGN TO DYNAMIC WS-ADDR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ADDR-KEY
               FILE STATUS  IS WS-ADDR-FS.
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
           SELECT SEQ-FILE ASSIGN TO DYNAMIC WS-SEQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SEQ-FS.
           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-WORK-FS.
           SELECT EXP-FILE ASSIGN TO DYNAMIC WS-EXP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-EXP-FS.

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

       *> ADDRMAINT's effective-dated address subfile.
       FD  ADDR-FILE.
       01  ADDR-REC.
           05 ADDR-KEY.
               10 ADDR-CUST      PIC 9(4).
               10 ADDR-EFF-DATE  PIC 9(8).
           05 ADDR-LINE-1        PIC X(30).
           05 ADDR-LINE-2        PIC X(30).
           05 ADDR-LINE-3        PIC X(30).
           05 ADDR-TOWN          PIC X(20).
           05 ADDR-POSTCODE      PIC X(10).
           05 ADDR-COUNTRY       PIC X(2).
           05 ADDR-STATUS        PIC X(1).
           05 ADDR-STATUS-DATE   PIC 9(8).
           05 ADDR-MAINT-DATE    PIC 9(8).

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

       *> Any of the customer-keyed sequential files searched.
       FD  SEQ-FILE.
       01  SEQ-REC              PIC X(360).

       *> The export sections, gathered ahead of the cover page.
       FD  WORK-FILE.
       01  WORK-REC             PIC X(380).

       FD  EXP-FILE.
       01  EXP-REC              PIC X(380).

       WORKING-STORAGE SECTION.
       01  WS-IDX-PATH          PIC X(260).
       01  WS-IDX-FS            PIC XX.
       01  WS-ADDR-PATH         PIC X(260).
       01  WS-ADDR-FS           PIC XX.
       01  WS-XREF-PATH         PIC X(260).
       01  WS-XREF-FS           PIC XX.
       01  WS-ABAL-PATH         PIC X(260).
       01  WS-ABAL-FS           PIC XX.
       01  WS-SEQ-PATH          PIC X(260).
       01  WS-SEQ-FS            PIC XX.
       01  WS-WORK-PATH         PIC X(260).
       01  WS-WORK-FS           PIC XX.
       01  WS-EXP-PATH          PIC X(260).
       01  WS-EXP-FS            PIC XX.
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                VALUE "Y".
       01  WS-ABAL-OPEN         PIC X VALUE "N".
           88 ABAL-OPEN          VALUE "Y".
       01  WS-CALL-STATUS       PIC S9(9) BINARY VALUE 0.

       *> The subject's key, numeric for the indexed files and
       *> left-justified in ten bytes for the keyed text files.
       01  WS-SAR-KEY           PIC X(4).
       01  WS-SAR-KEY-N         PIC 9(4) VALUE 0.
       01  WS-MATCH-KEY         PIC X(10).

       *> The source being searched: its name on the cover page,
       *> how a line is matched, and where the key sits.
       *>   F = key at a fixed column
       *>   X = ACCTXREF audit: owner before or after the change
       *>   C = MVP04 cleansing audit: key within the images
       01  WS-SRC-NAME          PIC X(20).
       01  WS-SRC-METHOD        PIC X(1).
       01  WS-SRC-COL           PIC 9(3) VALUE 0.
       01  WS-SRC-LEN           PIC 9(2) VALUE 0.
       01  WS-SRC-COUNT         PIC 9(6) VALUE 0.
       01  WS-SRC-RESULT        PIC X(11).
       01  WS-LINE-HIT          PIC X VALUE "N".
           88 LINE-HIT           VALUE "Y".
       01  WS-SCAN-POS          PIC 9(3) VALUE 0.
       01  WS-BEF-POS           PIC 9(3) VALUE 0.
       01  WS-AFT-POS           PIC 9(3) VALUE 0.

       *> The cover-page table: one entry per file searched.
       01  WS-CV-COUNT          PIC 9(2) VALUE 0.
       01  WS-CV-IDX            PIC 9(2) VALUE 0.
       01  WS-CV-TAB.
           05 WS-CV-ENTRY OCCURS 20 TIMES.
               10 WS-CV-NAME    PIC X(20).
               10 WS-CV-PATH    PIC X(40).
               10 WS-CV-RECORDS PIC 9(6).
               10 WS-CV-RESULT  PIC X(11).

       01  WS-BAL-ED            PIC -9(11).99.
       01  WS-CUST-BAL-ED       PIC -9(9).99.

       01  WS-CNT-RECORDS       PIC 9(6) VALUE 0.
       01  WS-CNT-WITH-DATA     PIC 9(3) VALUE 0.
       01  WS-CNT-NOT-PRESENT   PIC 9(3) VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "SUBJECTACCESS".
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

           ACCEPT WS-SAR-KEY FROM ENVIRONMENT "SAR_KEY".
           IF WS-SAR-KEY = SPACES OR WS-SAR-KEY IS NOT NUMERIC
               DISPLAY "ERROR|REASON=NO-CUSTOMER-KEY"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WS-SAR-KEY TO WS-SAR-KEY-N.
           MOVE WS-SAR-KEY TO WS-MATCH-KEY.

           MOVE "subject-access-export.txt" TO WS-EXP-PATH.
           ACCEPT WS-EXP-PATH FROM ENVIRONMENT "SAR_OUTPUT".
           IF WS-EXP-PATH = SPACES
               MOVE "subject-access-export.txt" TO WS-EXP-PATH
           END-IF.

           MOVE "subject-access.work" TO WS-WORK-PATH.
           ACCEPT WS-WORK-PATH FROM ENVIRONMENT "SAR_WORK".
           IF WS-WORK-PATH = SPACES
               MOVE "subject-access.work" TO WS-WORK-PATH
           END-IF.

           OPEN OUTPUT WORK-FILE.
           IF WS-WORK-FS NOT = "00"
               DISPLAY "ERROR|REASON=WORK-OPEN-FAILED|PATH="
                       WS-WORK-PATH(1:40) "|STATUS=" WS-WORK-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PARA-EXPORT-MASTER
           PERFORM PARA-EXPORT-ADDRESSES
           PERFORM PARA-EXPORT-ACCOUNTS

           MOVE "PENDING-CHANGES" TO WS-SRC-NAME
           MOVE "mvp14-pending.txt" TO WS-SEQ-PATH
           ACCEPT WS-SEQ-PATH FROM ENVIRONMENT "MVP14_PENDING"
           IF WS-SEQ-PATH = SPACES
               MOVE "mvp14-pending.txt" TO WS-SEQ-PATH
           END-IF
           MOVE "F" TO WS-SRC-METHOD
           MOVE 16 TO WS-SRC-COL
           MOVE 4 TO WS-SRC-LEN
           PERFORM PARA-EXPORT-SEQUENTIAL

           MOVE "DECIDED-CHANGES" TO WS-SRC-NAME
           MOVE "mvp14-pending-history.txt" TO WS-SEQ-PATH
           ACCEPT WS-SEQ-PATH FROM ENVIRONMENT "MVP14_PENDING_HISTORY"
           IF WS-SEQ-PATH = SPACES
               MOVE "mvp14-pending-history.txt" TO WS-SEQ-PATH
           END-IF
           MOVE "F" TO WS-SRC-METHOD
           MOVE 16 TO WS-SRC-COL
           MOVE 4 TO WS-SRC-LEN
           PERFORM PARA-EXPORT-SEQUENTIAL

           MOVE "NAME-MASTER" TO WS-SRC-NAME
           MOVE "mvp03-namemaster.txt" TO WS-SEQ-PATH
           ACCEPT WS-SEQ-PATH FROM ENVIRONMENT "MVP03_NAMEMASTER"
           IF WS-SEQ-PATH = SPACES
               MOVE "mvp03-namemaster.txt" TO WS-SEQ-PATH
           END-IF
           MOVE "F" TO WS-SRC-METHOD
           MOVE 79 TO WS-SRC-COL
           MOVE 4 TO WS-SRC-LEN
           PERFORM PARA-EXPORT-SEQUENTIAL

           MOVE "CLASS-HISTORY" TO WS-SRC-NAME
           MOVE "mvp06-classhist.txt" TO WS-SEQ-PATH
           ACCEPT WS-SEQ-PATH FROM ENVIRONMENT "MVP06_CLASSHIST"
           IF WS-SEQ-PATH = SPACES
               MOVE "mvp06-classhist.txt" TO WS-SEQ-PATH
           END-IF
           MOVE "F" TO WS-SRC-METHOD
           MOVE 4 TO WS-SRC-COL
           MOVE 10 TO WS-SRC-LEN
           PERFORM PARA-EXPORT-SEQUENTIAL

           MOVE "SUPPRESSION-LIST" TO WS-SRC-NAME
           MOVE "mvp08-suppress.txt" TO WS-SEQ-PATH
           ACCEPT WS-SEQ-PATH FROM ENVIRONMENT "MVP08_SUPPRESS"
           IF WS-SEQ-PATH = SPACES
               MOVE "mvp08-suppress.txt" TO WS-SEQ-PATH
           END-IF
           MOVE "F" TO WS-SRC-METHOD
           MOVE 1 TO WS-SRC-COL
           MOVE 4 TO WS-SRC-LEN
           PERFORM PARA-EXPORT-SEQUENTIAL

           MOVE "SUPPRESSED-RECORDS" TO WS-SRC-NAME
           MOVE "mvp08-suppressed.txt" TO WS-SEQ-PATH
           ACCEPT WS-SEQ-PATH FROM ENVIRONMENT "MVP08_SUPPRESSED"
           IF WS-SEQ-PATH = SPACES
               MOVE "mvp08-suppressed.txt" TO WS-SEQ-PATH
           END-IF
           MOVE "F" TO WS-SRC-METHOD
           MOVE 16 TO WS-SRC-COL
           MOVE 4 TO WS-SRC-LEN
           PERFORM PARA-EXPORT-SEQUENTIAL

           MOVE "POSTING-JOURNAL" TO WS-SRC-NAME
           MOVE "mvp08-journal.txt" TO WS-SEQ-PATH
           ACCEPT WS-SEQ-PATH FROM ENVIRONMENT "MVP08_JOURNAL"
           IF WS-SEQ-PATH = SPACES
               MOVE "mvp08-journal.txt" TO WS-SEQ-PATH
           END-IF
           MOVE "F" TO WS-SRC-METHOD
           MOVE 30 TO WS-SRC-COL
           MOVE 4 TO WS-SRC-LEN
           PERFORM PARA-EXPORT-SEQUENTIAL

           MOVE "MASTER-AUDIT" TO WS-SRC-NAME
           MOVE "mvp14-audit.txt" TO WS-SEQ-PATH
           ACCEPT WS-SEQ-PATH FROM ENVIRONMENT "MVP14_AUDIT"
           IF WS-SEQ-PATH = SPACES
               MOVE "mvp14-audit.txt" TO WS-SEQ-PATH
           END-IF
           MOVE "F" TO WS-SRC-METHOD
           MOVE 33 TO WS-SRC-COL
           MOVE 4 TO WS-SRC-LEN
           PERFORM PARA-EXPORT-SEQUENTIAL

           MOVE "ADDRESS-AUDIT" TO WS-SRC-NAME
           MOVE "cust-address-audit.txt" TO WS-SEQ-PATH
           ACCEPT WS-SEQ-PATH FROM ENVIRONMENT "ADDR_AUDIT"
           IF WS-SEQ-PATH = SPACES
               MOVE "cust-address-audit.txt" TO WS-SEQ-PATH
           END-IF
           MOVE "F" TO WS-SRC-METHOD
           MOVE 33 TO WS-SRC-COL
           MOVE 4 TO WS-SRC-LEN
           PERFORM PARA-EXPORT-SEQUENTIAL

           MOVE "ENRICHMENT-JOURNAL" TO WS-SRC-NAME
           MOVE "enrich-journal.txt" TO WS-SEQ-PATH
           ACCEPT WS-SEQ-PATH FROM ENVIRONMENT "ENRICH_JOURNAL"
           IF WS-SEQ-PATH = SPACES
               MOVE "enrich-journal.txt" TO WS-SEQ-PATH
           END-IF
           MOVE "F" TO WS-SRC-METHOD
           MOVE 30 TO WS-SRC-COL
           MOVE 4 TO WS-SRC-LEN
           PERFORM PARA-EXPORT-SEQUENTIAL

           MOVE "ACCOUNT-LINK-AUDIT" TO WS-SRC-NAME
           MOVE "acct-xref-audit.txt" TO WS-SEQ-PATH
           ACCEPT WS-SEQ-PATH FROM ENVIRONMENT "XREF_AUDIT"
           IF WS-SEQ-PATH = SPACES
               MOVE "acct-xref-audit.txt" TO WS-SEQ-PATH
           END-IF
           MOVE "X" TO WS-SRC-METHOD
           PERFORM PARA-EXPORT-SEQUENTIAL

           MOVE "CLEANSING-AUDIT" TO WS-SRC-NAME
           MOVE "mvp04-audit.txt" TO WS-SEQ-PATH
           ACCEPT WS-SEQ-PATH FROM ENVIRONMENT "MVP04_AUDIT"
           IF WS-SEQ-PATH = SPACES
               MOVE "mvp04-audit.txt" TO WS-SEQ-PATH
           END-IF
           MOVE "C" TO WS-SRC-METHOD
           PERFORM PARA-EXPORT-SEQUENTIAL

           CLOSE WORK-FILE
           PERFORM PARA-WRITE-EXPORT

           DISPLAY "SUBJECT-ACCESS|KEY=" WS-SAR-KEY
                   "|FILES=" WS-CV-COUNT
                   "|WITH-RECORDS=" WS-CNT-WITH-DATA
                   "|RECORDS=" WS-CNT-RECORDS
                   "|NOT-PRESENT=" WS-CNT-NOT-PRESENT

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-SAR-KEY TO WS-RH-IN
           MOVE WS-EXP-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CV-COUNT TO WS-RH-READ
           MOVE WS-CNT-RECORDS TO WS-RH-WRITTEN
           MOVE WS-CNT-NOT-PRESENT TO WS-RH-REJECTED
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

       PARA-SECTION-START.
           MOVE SPACES TO WORK-REC
           STRING "SECTION|SOURCE=" DELIMITED BY SIZE
                  WS-SRC-NAME       DELIMITED BY SPACE
                  "|PATH="          DELIMITED BY SIZE
                  WS-SEQ-PATH(1:40) DELIMITED BY SIZE
                  INTO WORK-REC
           END-STRING
           WRITE WORK-REC.

           EXIT.

       PARA-SECTION-END.
           *> Closes the section and files the source on the cover
           *> page table.
           IF WS-SRC-RESULT = SPACES
               IF WS-SRC-COUNT > 0
                   MOVE "FOUND" TO WS-SRC-RESULT
               ELSE
                   MOVE "NONE" TO WS-SRC-RESULT
               END-IF
           END-IF
           IF WS-SRC-RESULT NOT = "NOT-PRESENT"
               MOVE SPACES TO WORK-REC
               STRING "END-SECTION|SOURCE=" DELIMITED BY SIZE
                      WS-SRC-NAME       DELIMITED BY SPACE
                      "|RECORDS="       DELIMITED BY SIZE
                      WS-SRC-COUNT      DELIMITED BY SIZE
                      INTO WORK-REC
               END-STRING
               WRITE WORK-REC
               MOVE SPACES TO WORK-REC
               WRITE WORK-REC
           ELSE
               ADD 1 TO WS-CNT-NOT-PRESENT
           END-IF
           IF WS-SRC-COUNT > 0
               ADD 1 TO WS-CNT-WITH-DATA
               ADD WS-SRC-COUNT TO WS-CNT-RECORDS
           END-IF
           IF WS-CV-COUNT < 20
               ADD 1 TO WS-CV-COUNT
               MOVE WS-SRC-NAME TO WS-CV-NAME(WS-CV-COUNT)
               MOVE WS-SEQ-PATH(1:40) TO WS-CV-PATH(WS-CV-COUNT)
               MOVE WS-SRC-COUNT TO WS-CV-RECORDS(WS-CV-COUNT)
               MOVE WS-SRC-RESULT TO WS-CV-RESULT(WS-CV-COUNT)
           END-IF.

           EXIT.

       PARA-EXPORT-MASTER.
           MOVE "CUSTOMER-MASTER" TO WS-SRC-NAME
           MOVE "mvp14-index.dat" TO WS-IDX-PATH
           ACCEPT WS-IDX-PATH FROM ENVIRONMENT "MVP14_INDEX"
           IF WS-IDX-PATH = SPACES
               MOVE "mvp14-index.dat" TO WS-IDX-PATH
           END-IF
           MOVE WS-IDX-PATH TO WS-SEQ-PATH
           MOVE 0 TO WS-SRC-COUNT
           MOVE SPACES TO WS-SRC-RESULT
           OPEN INPUT IDX-FILE
           IF WS-IDX-FS NOT = "00"
               MOVE "NOT-PRESENT" TO WS-SRC-RESULT
               PERFORM PARA-SECTION-END
               EXIT PARAGRAPH
           END-IF
           PERFORM PARA-SECTION-START
           MOVE WS-SAR-KEY-N TO IDX-KEY
           READ IDX-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-SRC-COUNT
                   MOVE IDX-BALANCE TO WS-CUST-BAL-ED
                   MOVE SPACES TO WORK-REC
                   STRING "RECORD|KEY="   DELIMITED BY SIZE
                          IDX-KEY         DELIMITED BY SIZE
                          "|TEXT="        DELIMITED BY SIZE
                          IDX-TEXT        DELIMITED BY SIZE
                          "|SURNAME="     DELIMITED BY SIZE
                          IDX-SURNAME     DELIMITED BY SIZE
                          "|GIVEN="       DELIMITED BY SIZE
                          IDX-GIVEN-NAME  DELIMITED BY SIZE
                          "|BIRTHDATE="   DELIMITED BY SIZE
                          IDX-BIRTHDATE   DELIMITED BY SIZE
                          "|GENDER="      DELIMITED BY SIZE
                          IDX-GENDER      DELIMITED BY SIZE
                          "|CLASS="       DELIMITED BY SIZE
                          IDX-CLASS       DELIMITED BY SIZE
                          "|TIER="        DELIMITED BY SIZE
                          IDX-TIER        DELIMITED BY SIZE
                          "|BALANCE="     DELIMITED BY SIZE
                          WS-CUST-BAL-ED  DELIMITED BY SIZE
                          "|STATUS="      DELIMITED BY SIZE
                          IDX-STATUS      DELIMITED BY SIZE
                          "|SINCE="       DELIMITED BY SIZE
                          IDX-STATUS-DATE DELIMITED BY SIZE
                          "|MAINT="       DELIMITED BY SIZE
                          IDX-MAINT-DATE  DELIMITED BY SIZE
                          INTO WORK-REC
                   END-STRING
                   WRITE WORK-REC
           END-READ
           CLOSE IDX-FILE
           PERFORM PARA-SECTION-END.

           EXIT.

       PARA-EXPORT-ADDRESSES.
           MOVE "ADDRESS-HISTORY" TO WS-SRC-NAME
           MOVE "cust-address.dat" TO WS-ADDR-PATH
           ACCEPT WS-ADDR-PATH FROM ENVIRONMENT "ADDR_INDEX"
           IF WS-ADDR-PATH = SPACES
               MOVE "cust-address.dat" TO WS-ADDR-PATH
           END-IF
           MOVE WS-ADDR-PATH TO WS-SEQ-PATH
           MOVE 0 TO WS-SRC-COUNT
           MOVE SPACES TO WS-SRC-RESULT
           OPEN INPUT ADDR-FILE
           IF WS-ADDR-FS NOT = "00"
               MOVE "NOT-PRESENT" TO WS-SRC-RESULT
               PERFORM PARA-SECTION-END
               EXIT PARAGRAPH
           END-IF
           PERFORM PARA-SECTION-START
           MOVE "N" TO WS-EOF
           MOVE WS-SAR-KEY-N TO ADDR-CUST
           MOVE 0 TO ADDR-EFF-DATE
           START ADDR-FILE KEY >= ADDR-KEY
               INVALID KEY
                   SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ ADDR-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF ADDR-CUST NOT = WS-SAR-KEY-N
                           SET EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-SRC-COUNT
                           MOVE SPACES TO WORK-REC
                           STRING "RECORD|EFFECTIVE=" DELIMITED BY SIZE
                                  ADDR-EFF-DATE   DELIMITED BY SIZE
                                  "|LINE-1="      DELIMITED BY SIZE
                                  ADDR-LINE-1     DELIMITED BY SIZE
                                  "|LINE-2="      DELIMITED BY SIZE
                                  ADDR-LINE-2     DELIMITED BY SIZE
                                  "|LINE-3="      DELIMITED BY SIZE
                                  ADDR-LINE-3     DELIMITED BY SIZE
                                  "|TOWN="        DELIMITED BY SIZE
                                  ADDR-TOWN       DELIMITED BY SIZE
                                  "|POSTCODE="    DELIMITED BY SIZE
                                  ADDR-POSTCODE   DELIMITED BY SIZE
                                  "|COUNTRY="     DELIMITED BY SIZE
                                  ADDR-COUNTRY    DELIMITED BY SIZE
                                  "|STATUS="      DELIMITED BY SIZE
                                  ADDR-STATUS     DELIMITED BY SIZE
                                  "|SINCE="       DELIMITED BY SIZE
                                  ADDR-STATUS-DATE DELIMITED BY SIZE
                                  INTO WORK-REC
                           END-STRING
                           WRITE WORK-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADDR-FILE
           PERFORM PARA-SECTION-END.

           EXIT.

       PARA-EXPORT-ACCOUNTS.
           MOVE "LINKED-ACCOUNTS" TO WS-SRC-NAME
           MOVE "acct-xref.dat" TO WS-XREF-PATH
           ACCEPT WS-XREF-PATH FROM ENVIRONMENT "XREF_INDEX"
           IF WS-XREF-PATH = SPACES
               MOVE "acct-xref.dat" TO WS-XREF-PATH
           END-IF
           MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH
           ACCEPT WS-ABAL-PATH FROM ENVIRONMENT "MVP10_ACCOUNTS"
           IF WS-ABAL-PATH = SPACES
               MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH
           END-IF
           MOVE WS-XREF-PATH TO WS-SEQ-PATH
           MOVE 0 TO WS-SRC-COUNT
           MOVE SPACES TO WS-SRC-RESULT
           OPEN INPUT XREF-FILE
           IF WS-XREF-FS NOT = "00"
               MOVE "NOT-PRESENT" TO WS-SRC-RESULT
               PERFORM PARA-SECTION-END
               EXIT PARAGRAPH
           END-IF
           *> Without the account master the links are still
           *> exported, marked as having no balance available.
           OPEN INPUT ABAL-FILE
           IF WS-ABAL-FS = "00"
               SET ABAL-OPEN TO TRUE
           END-IF
           PERFORM PARA-SECTION-START
           MOVE "N" TO WS-EOF
           MOVE WS-SAR-KEY-N TO XREF-CUST
           START XREF-FILE KEY = XREF-CUST
               INVALID KEY
                   SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ XREF-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF XREF-CUST NOT = WS-SAR-KEY-N
                           SET EOF TO TRUE
                       ELSE
                           PERFORM PARA-EXPORT-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE XREF-FILE
           IF ABAL-OPEN
               CLOSE ABAL-FILE
           END-IF
           PERFORM PARA-SECTION-END.

           EXIT.

       PARA-EXPORT-ONE-ACCOUNT.
           ADD 1 TO WS-SRC-COUNT
           MOVE SPACES TO WORK-REC
           IF ABAL-OPEN
               MOVE XREF-ACCT TO ABAL-KEY
               READ ABAL-FILE
                   INVALID KEY
                       MOVE SPACES TO ABAL-KEY
               END-READ
           ELSE
               MOVE SPACES TO ABAL-KEY
           END-IF
           IF ABAL-KEY = SPACES
               STRING "RECORD|ACCT="  DELIMITED BY SIZE
                      XREF-ACCT       DELIMITED BY SIZE
                      "|LINKED="      DELIMITED BY SIZE
                      XREF-LINK-DATE  DELIMITED BY SIZE
                      "|BALANCE=NOT-AVAILABLE" DELIMITED BY SIZE
                      INTO WORK-REC
               END-STRING
           ELSE
               MOVE ABAL-BALANCE TO WS-BAL-ED
               STRING "RECORD|ACCT="  DELIMITED BY SIZE
                      XREF-ACCT       DELIMITED BY SIZE
                      "|LINKED="      DELIMITED BY SIZE
                      XREF-LINK-DATE  DELIMITED BY SIZE
                      "|BALANCE="     DELIMITED BY SIZE
                      WS-BAL-ED       DELIMITED BY SIZE
                      "|LAST-ACTIVITY=" DELIMITED BY SIZE
                      ABAL-LAST-DATE  DELIMITED BY SIZE
                      "|POSTINGS="    DELIMITED BY SIZE
                      ABAL-COUNT      DELIMITED BY SIZE
                      "|STATUS="      DELIMITED BY SIZE
                      ABAL-STATUS     DELIMITED BY SIZE
                      "|PRODUCT="     DELIMITED BY SIZE
                      ABAL-PRODUCT    DELIMITED BY SIZE
                      "|OPENED="      DELIMITED BY SIZE
                      ABAL-OPEN-DATE  DELIMITED BY SIZE
                      "|CLOSED="      DELIMITED BY SIZE
                      ABAL-CLOSE-DATE DELIMITED BY SIZE
                      INTO WORK-REC
               END-STRING
           END-IF
           WRITE WORK-REC.

           EXIT.

       PARA-EXPORT-SEQUENTIAL.
           *> Every line of the source that belongs to the subject
           *> is copied whole into its section.
           MOVE 0 TO WS-SRC-COUNT
           MOVE SPACES TO WS-SRC-RESULT
           OPEN INPUT SEQ-FILE
           IF WS-SEQ-FS NOT = "00"
               MOVE "NOT-PRESENT" TO WS-SRC-RESULT
               PERFORM PARA-SECTION-END
               EXIT PARAGRAPH
           END-IF
           PERFORM PARA-SECTION-START
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ SEQ-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       PERFORM PARA-MATCH-LINE
                       IF LINE-HIT
                           ADD 1 TO WS-SRC-COUNT
                           MOVE SPACES TO WORK-REC
                           STRING "RECORD|" DELIMITED BY SIZE
                                  SEQ-REC   DELIMITED BY SIZE
                                  INTO WORK-REC
                           END-STRING
                           WRITE WORK-REC
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SEQ-FILE
           PERFORM PARA-SECTION-END.

           EXIT.

       PARA-MATCH-LINE.
           MOVE "N" TO WS-LINE-HIT
           EVALUATE WS-SRC-METHOD
               WHEN "F"
                   IF SEQ-REC(WS-SRC-COL:WS-SRC-LEN)
                       = WS-MATCH-KEY(1:WS-SRC-LEN)
                       SET LINE-HIT TO TRUE
                   END-IF
               WHEN "X"
                   *> Owner before the change at 66, after at 77.
                   IF SEQ-REC(1:5) = "DATE="
                       AND (SEQ-REC(66:4) = WS-SAR-KEY
                         OR SEQ-REC(77:4) = WS-SAR-KEY)
                       SET LINE-HIT TO TRUE
                   END-IF
               WHEN "C"
                   IF SEQ-REC(1:4) = "KEY="
                       PERFORM PARA-SCAN-CLEANSE-IMAGES
                   END-IF
           END-EVALUATE.

           EXIT.

       PARA-SCAN-CLEANSE-IMAGES.
           *> The 40-byte images are found by their tags, as the
           *> field-level audit layout shifts them along the line.
           MOVE 0 TO WS-BEF-POS
           MOVE 0 TO WS-AFT-POS
           PERFORM VARYING WS-SCAN-POS FROM 1 BY 1
                   UNTIL WS-SCAN-POS > 240
                      OR WS-AFT-POS > 0
               IF WS-BEF-POS = 0
                   AND SEQ-REC(WS-SCAN-POS:8) = "|BEFORE="
                   COMPUTE WS-BEF-POS = WS-SCAN-POS + 8
               END-IF
               IF WS-AFT-POS = 0
                   AND SEQ-REC(WS-SCAN-POS:7) = "|AFTER="
                   COMPUTE WS-AFT-POS = WS-SCAN-POS + 7
               END-IF
           END-PERFORM
           IF WS-BEF-POS = 0 OR WS-AFT-POS = 0
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-SCAN-POS FROM WS-BEF-POS BY 1
                   UNTIL WS-SCAN-POS > WS-BEF-POS + 36
                      OR LINE-HIT
               IF SEQ-REC(WS-SCAN-POS:4) = WS-SAR-KEY
                   SET LINE-HIT TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING WS-SCAN-POS FROM WS-AFT-POS BY 1
                   UNTIL WS-SCAN-POS > WS-AFT-POS + 36
                      OR LINE-HIT
               IF SEQ-REC(WS-SCAN-POS:4) = WS-SAR-KEY
                   SET LINE-HIT TO TRUE
               END-IF
           END-PERFORM.

           EXIT.

       PARA-WRITE-EXPORT.
           *> Cover page first, then the gathered sections.
           OPEN OUTPUT EXP-FILE
           IF WS-EXP-FS NOT = "00"
               DISPLAY "ERROR|REASON=EXPORT-OPEN-FAILED|PATH="
                       WS-EXP-PATH(1:40) "|STATUS=" WS-EXP-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO EXP-REC
           STRING "SUBJECT-ACCESS-EXPORT|KEY=" DELIMITED BY SIZE
                  WS-SAR-KEY      DELIMITED BY SIZE
                  "|DATE="        DELIMITED BY SIZE
                  WS-RUN-DATE     DELIMITED BY SIZE
                  "|TIME="        DELIMITED BY SIZE
                  WS-RUN-TIME     DELIMITED BY SIZE
                  INTO EXP-REC
           END-STRING
           WRITE EXP-REC
           PERFORM VARYING WS-CV-IDX FROM 1 BY 1
                   UNTIL WS-CV-IDX > WS-CV-COUNT
               MOVE SPACES TO EXP-REC
               STRING "SEARCHED|SOURCE=" DELIMITED BY SIZE
                      WS-CV-NAME(WS-CV-IDX)    DELIMITED BY SIZE
                      "|PATH="                 DELIMITED BY SIZE
                      WS-CV-PATH(WS-CV-IDX)    DELIMITED BY SIZE
                      "|RECORDS="              DELIMITED BY SIZE
                      WS-CV-RECORDS(WS-CV-IDX) DELIMITED BY SIZE
                      "|RESULT="               DELIMITED BY SIZE
                      WS-CV-RESULT(WS-CV-IDX)  DELIMITED BY SIZE
                      INTO EXP-REC
               END-STRING
               WRITE EXP-REC
               DISPLAY EXP-REC(1:110)
           END-PERFORM
           MOVE SPACES TO EXP-REC
           STRING "TOTALS|FILES="   DELIMITED BY SIZE
                  WS-CV-COUNT       DELIMITED BY SIZE
                  "|WITH-RECORDS="  DELIMITED BY SIZE
                  WS-CNT-WITH-DATA  DELIMITED BY SIZE
                  "|RECORDS="       DELIMITED BY SIZE
                  WS-CNT-RECORDS    DELIMITED BY SIZE
                  "|NOT-PRESENT="   DELIMITED BY SIZE
                  WS-CNT-NOT-PRESENT DELIMITED BY SIZE
                  INTO EXP-REC
           END-STRING
           WRITE EXP-REC
           MOVE SPACES TO EXP-REC
           WRITE EXP-REC

           MOVE "N" TO WS-EOF
           OPEN INPUT WORK-FILE
           PERFORM UNTIL EOF
               READ WORK-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       WRITE EXP-REC FROM WORK-REC
               END-READ
           END-PERFORM
           CLOSE WORK-FILE
           CLOSE EXP-FILE

           *> The work copy holds the same personal data as the
           *> export and is not kept.
           CALL "CBL_DELETE_FILE" USING WS-WORK-PATH
               RETURNING WS-CALL-STATUS.

           EXIT.
