       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADDRMAINT.

      *> Effective-dated customer address subfile and its
      *> maintenance run. The customer master carries no address,
      *> so addresses live in their own indexed file keyed by
      *> customer key plus effective date: a move adds a new record
      *> rather than overwriting the old one, and "the address in
      *> force on date X" is the record with the latest effective
      *> date not after X - so a re-run of last month's letters goes
      *> to the address that was valid then.
      *>
      *> ADDR_MODE=APPLY (default) applies a transaction file in the
      *> MVP14PROGRAM APPLY style:
      *>   A  add a new address effective from the given date
      *>   C  correct the address in force on the given date (run
      *>      date when none is given), keeping its effective date
      *>   U  mark the address in force as undeliverable (returned
      *>      mail) as of the run date
      *> Postcodes are format-checked by country before anything is
      *> written; every accepted change leaves a before/after audit
      *> line. INQUIRE shows the address in force for ADDR_KEY on
      *> ADDR_ASOF (default PROCESS_DATE, then today).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDR-FILE ASSIGN TO DYNAMIC WS-ADDR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ADDR-KEY
               FILE STATUS  IS WS-ADDR-FS.
           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TRANS-FS.
           SELECT AUDT-FILE ASSIGN TO DYNAMIC WS-AUDT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-AUDT-FS.
           SELECT IDX-FILE ASSIGN TO DYNAMIC WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IDX-KEY
               ALTERNATE RECORD KEY IS IDX-TEXT WITH DUPLICATES
               FILE STATUS  IS WS-IDX-FS.

       DATA DIVISION.
       FILE SECTION.
       *> One record per customer per effective date. ADDR-STATUS
       *> is A (deliverable) or U (undeliverable - returned mail),
       *> with the date the status was set.
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

       *> Maintenance transactions: action, customer key, effective
       *> date, then the address as it should stand (ignored for U).
       FD  TRANS-FILE.
       01  TRANS-REC.
           05 TR-ACTION          PIC X(1).
           05 TR-KEY-X           PIC X(4).
           05 TR-EFF-X           PIC X(8).
           05 TR-LINE-1          PIC X(30).
           05 TR-LINE-2          PIC X(30).
           05 TR-LINE-3          PIC X(30).
           05 TR-TOWN            PIC X(20).
           05 TR-POSTCODE        PIC X(10).
           05 TR-COUNTRY         PIC X(2).

       *> Change audit trail with before/after record images,
       *> appended across runs.
       FD  AUDT-FILE.
       01  AUDT-REC             PIC X(360).

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

       WORKING-STORAGE SECTION.
       01  WS-ADDR-PATH         PIC X(260).
       01  WS-ADDR-FS           PIC XX.
       01  WS-TRANS-PATH        PIC X(260).
       01  WS-TRANS-FS          PIC XX.
       01  WS-AUDT-PATH         PIC X(260).
       01  WS-AUDT-FS           PIC XX.
       01  WS-IDX-PATH          PIC X(260).
       01  WS-IDX-FS            PIC XX.
       01  WS-RUN-MODE          PIC X(7) VALUE "APPLY".
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-TRANS-EOF         PIC X VALUE "N".
           88 TRANS-EOF          VALUE "Y".
       01  WS-DEFAULT-COUNTRY   PIC X(2) VALUE "GB".

       *> Transaction work fields.
       01  WS-TR-KEY            PIC 9(4) VALUE 0.
       01  WS-TR-EFF            PIC 9(8) VALUE 0.
       01  WS-TR-COUNTRY        PIC X(2).
       01  WS-REJ-REASON        PIC X(16).
       01  WS-AUD-ACTION        PIC X(7).
       01  WS-BEFORE-IMG        PIC X(151).
       01  WS-AFTER-IMG         PIC X(151).

       *> Address-in-force lookup: the customer and date asked
       *> about, and the key of the record found (zero if none).
       01  WS-LK-CUST           PIC 9(4) VALUE 0.
       01  WS-LK-ASOF           PIC 9(8) VALUE 0.
       01  WS-LK-FOUND-EFF      PIC 9(8) VALUE 0.
       01  WS-LK-EOF            PIC X VALUE "N".
           88 LK-EOF             VALUE "Y".

       *> Postcode edit work fields. The format rules by country:
       *>   GB  outward code of 2-4 characters starting with a
       *>       letter, one space, inward code digit-letter-letter
       *>   US  five digits, optionally -four more
       *>   JP  three digits, hyphen, four digits (or seven digits)
       *>   other countries: 3-10 letters, digits, spaces, hyphens
       01  WS-PC                PIC X(10).
       01  WS-PC-LEN            PIC 9(2) VALUE 0.
       01  WS-PC-IDX            PIC 9(2) VALUE 0.
       01  WS-PC-CHAR           PIC X(1).
       01  WS-PC-SPACE          PIC 9(2) VALUE 0.
       01  WS-PC-OK             PIC X VALUE "Y".
           88 PC-OK              VALUE "Y".

       *> DATEEDITSUB parameter block for the effective date.
       01  WS-DE-FUNC           PIC X(1).
       01  WS-DE-DATE-1         PIC 9(8) VALUE 0.
       01  WS-DE-DATE-2         PIC 9(8) VALUE 0.
       01  WS-DE-DAYS           PIC S9(5) VALUE 0.
       01  WS-DE-RESULT         PIC S9(8) VALUE 0.
       01  WS-DE-STATUS         PIC XX.

       01  WS-CNT-TRANS         PIC 9(6) VALUE 0.
       01  WS-CNT-ADD-OK        PIC 9(6) VALUE 0.
       01  WS-CNT-CHG-OK        PIC 9(6) VALUE 0.
       01  WS-CNT-UNDELIV-OK    PIC 9(6) VALUE 0.
       01  WS-CNT-REJECTED      PIC 9(6) VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "ADDRMAINT".
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

           MOVE "cust-address.dat" TO WS-ADDR-PATH.
           ACCEPT WS-ADDR-PATH FROM ENVIRONMENT "ADDR_INDEX".
           IF WS-ADDR-PATH = SPACES
               MOVE "cust-address.dat" TO WS-ADDR-PATH
           END-IF.

           MOVE "cust-address-trans.txt" TO WS-TRANS-PATH.
           ACCEPT WS-TRANS-PATH FROM ENVIRONMENT "ADDR_TRANS".
           IF WS-TRANS-PATH = SPACES
               MOVE "cust-address-trans.txt" TO WS-TRANS-PATH
           END-IF.

           MOVE "cust-address-audit.txt" TO WS-AUDT-PATH.
           ACCEPT WS-AUDT-PATH FROM ENVIRONMENT "ADDR_AUDIT".
           IF WS-AUDT-PATH = SPACES
               MOVE "cust-address-audit.txt" TO WS-AUDT-PATH
           END-IF.

           MOVE "mvp14-index.dat" TO WS-IDX-PATH.
           ACCEPT WS-IDX-PATH FROM ENVIRONMENT "MVP14_INDEX".
           IF WS-IDX-PATH = SPACES
               MOVE "mvp14-index.dat" TO WS-IDX-PATH
           END-IF.

           ACCEPT WS-DEFAULT-COUNTRY FROM ENVIRONMENT
               "ADDR_DEFAULT_COUNTRY".
           IF WS-DEFAULT-COUNTRY = SPACES
               MOVE "GB" TO WS-DEFAULT-COUNTRY
           END-IF.

           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "ADDR_MODE".
           IF WS-RUN-MODE NOT = "INQUIRE"
               MOVE "APPLY" TO WS-RUN-MODE
           END-IF.

           IF WS-RUN-MODE = "INQUIRE"
               PERFORM PARA-INQUIRE-RUN
           ELSE
               PERFORM PARA-APPLY-RUN
           END-IF.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-TRANS-PATH(1:40) TO WS-RH-IN
           MOVE WS-ADDR-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-TRANS TO WS-RH-READ
           COMPUTE WS-RH-WRITTEN = WS-CNT-ADD-OK + WS-CNT-CHG-OK
               + WS-CNT-UNDELIV-OK
           MOVE WS-CNT-REJECTED TO WS-RH-REJECTED
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
           *> The address file is created on its first APPLY.
           OPEN I-O ADDR-FILE
           IF WS-ADDR-FS = "35"
               OPEN OUTPUT ADDR-FILE
               CLOSE ADDR-FILE
               OPEN I-O ADDR-FILE
           END-IF
           IF WS-ADDR-FS NOT = "00"
               DISPLAY "ERROR|REASON=ADDRESS-OPEN-FAILED|PATH="
                       WS-ADDR-PATH "|STATUS=" WS-ADDR-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT IDX-FILE
           IF WS-IDX-FS NOT = "00"
               DISPLAY "ERROR|REASON=MASTER-NOT-FOUND|PATH="
                       WS-IDX-PATH "|STATUS=" WS-IDX-FS
               MOVE 8 TO RETURN-CODE
               CLOSE ADDR-FILE
               GOBACK
           END-IF
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FS NOT = "00"
               DISPLAY "ERROR|REASON=TRANS-FILE-NOT-FOUND|PATH="
                       WS-TRANS-PATH "|STATUS=" WS-TRANS-FS
               MOVE 8 TO RETURN-CODE
               CLOSE ADDR-FILE
               CLOSE IDX-FILE
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
           CLOSE IDX-FILE
           CLOSE ADDR-FILE

           DISPLAY "APPLIED|ADD=" WS-CNT-ADD-OK
                   "|CORRECT=" WS-CNT-CHG-OK
                   "|UNDELIVERABLE=" WS-CNT-UNDELIV-OK
                   "|REJECTED=" WS-CNT-REJECTED.

           EXIT.

       PARA-APPLY-TRANSACTION.
           MOVE SPACES TO WS-REJ-REASON
           PERFORM PARA-EDIT-TRANSACTION
           IF WS-REJ-REASON = SPACES
               EVALUATE TR-ACTION
                   WHEN "A"
                       PERFORM PARA-APPLY-ADD
                   WHEN "C"
                       PERFORM PARA-APPLY-CORRECT
                   WHEN "U"
                       PERFORM PARA-APPLY-UNDELIVERABLE
               END-EVALUATE
           END-IF
           IF WS-REJ-REASON NOT = SPACES
               ADD 1 TO WS-CNT-REJECTED
               DISPLAY "REJECT|ACTION=" TR-ACTION
                       "|KEY=" TR-KEY-X
                       "|EFFECTIVE=" TR-EFF-X
                       "|REASON=" WS-REJ-REASON
           END-IF.

           EXIT.

       PARA-EDIT-TRANSACTION.
           EVALUATE TRUE
               WHEN TR-ACTION NOT = "A" AND TR-ACTION NOT = "C"
                    AND TR-ACTION NOT = "U"
                   MOVE "BAD-ACTION" TO WS-REJ-REASON
               WHEN TR-KEY-X IS NOT NUMERIC
                   MOVE "BAD-KEY" TO WS-REJ-REASON
           END-EVALUATE
           IF WS-REJ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE TR-KEY-X TO WS-TR-KEY

           *> The effective date is required on an add; on a
           *> correction or undeliverable it selects the address in
           *> force on that date and defaults to the run date.
           EVALUATE TRUE
               WHEN TR-EFF-X = SPACES AND TR-ACTION NOT = "A"
                   MOVE WS-RUN-DATE TO WS-TR-EFF
               WHEN TR-EFF-X IS NOT NUMERIC
                   MOVE "BAD-DATE" TO WS-REJ-REASON
               WHEN OTHER
                   MOVE "V" TO WS-DE-FUNC
                   MOVE TR-EFF-X TO WS-DE-DATE-1
                   CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
                       WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT
                       WS-DE-STATUS
                   IF WS-DE-STATUS NOT = "00"
                       MOVE "BAD-DATE" TO WS-REJ-REASON
                   ELSE
                       MOVE WS-DE-DATE-1 TO WS-TR-EFF
                   END-IF
           END-EVALUATE
           IF WS-REJ-REASON NOT = SPACES OR TR-ACTION = "U"
               EXIT PARAGRAPH
           END-IF

           MOVE TR-COUNTRY TO WS-TR-COUNTRY
           IF WS-TR-COUNTRY = SPACES
               MOVE WS-DEFAULT-COUNTRY TO WS-TR-COUNTRY
           END-IF
           EVALUATE TRUE
               WHEN TR-LINE-1 = SPACES
                   MOVE "BLANK-LINE-1" TO WS-REJ-REASON
               WHEN TR-TOWN = SPACES
                   MOVE "BLANK-TOWN" TO WS-REJ-REASON
               WHEN OTHER
                   PERFORM PARA-EDIT-POSTCODE
                   IF NOT PC-OK
                       MOVE "BAD-POSTCODE" TO WS-REJ-REASON
                   END-IF
           END-EVALUATE.

           EXIT.

       PARA-EDIT-POSTCODE.
           MOVE "Y" TO WS-PC-OK
           MOVE TR-POSTCODE TO WS-PC
           IF WS-PC = SPACES
               MOVE "N" TO WS-PC-OK
               EXIT PARAGRAPH
           END-IF
           MOVE FUNCTION TRIM(WS-PC) TO WS-PC
           COMPUTE WS-PC-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(WS-PC))

           EVALUATE WS-TR-COUNTRY
               WHEN "GB"
                   PERFORM PARA-EDIT-POSTCODE-GB
               WHEN "US"
                   EVALUATE TRUE
                       WHEN WS-PC-LEN = 5
                           AND WS-PC(1:5) IS NUMERIC
                           CONTINUE
                       WHEN WS-PC-LEN = 10
                           AND WS-PC(1:5) IS NUMERIC
                           AND WS-PC(6:1) = "-"
                           AND WS-PC(7:4) IS NUMERIC
                           CONTINUE
                       WHEN OTHER
                           MOVE "N" TO WS-PC-OK
                   END-EVALUATE
               WHEN "JP"
                   EVALUATE TRUE
                       WHEN WS-PC-LEN = 8
                           AND WS-PC(1:3) IS NUMERIC
                           AND WS-PC(4:1) = "-"
                           AND WS-PC(5:4) IS NUMERIC
                           CONTINUE
                       WHEN WS-PC-LEN = 7
                           AND WS-PC(1:7) IS NUMERIC
                           CONTINUE
                       WHEN OTHER
                           MOVE "N" TO WS-PC-OK
                   END-EVALUATE
               WHEN OTHER
                   IF WS-PC-LEN < 3
                       MOVE "N" TO WS-PC-OK
                   END-IF
                   PERFORM VARYING WS-PC-IDX FROM 1 BY 1
                           UNTIL WS-PC-IDX > WS-PC-LEN
                      MOVE WS-PC(WS-PC-IDX:1) TO WS-PC-CHAR
                      IF WS-PC-CHAR IS NOT ALPHABETIC-UPPER
                         AND WS-PC-CHAR IS NOT NUMERIC
                         AND WS-PC-CHAR NOT = "-"
                          MOVE "N" TO WS-PC-OK
                      END-IF
                   END-PERFORM
           END-EVALUATE

           *> The checked form is what is stored, left-justified.
           IF PC-OK
               MOVE WS-PC TO TR-POSTCODE
           END-IF.

           EXIT.

       PARA-EDIT-POSTCODE-GB.
           *> Outward code (2-4 characters, letter first), a single
           *> space, then the inward code: a digit and two letters.
           IF WS-PC-LEN < 6 OR WS-PC-LEN > 8
               MOVE "N" TO WS-PC-OK
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-PC-SPACE = WS-PC-LEN - 3
           IF WS-PC(WS-PC-SPACE:1) NOT = SPACE
               OR WS-PC(1:1) IS NOT ALPHABETIC-UPPER
               OR WS-PC(1:1) = SPACE
               OR WS-PC(WS-PC-SPACE + 1:1) IS NOT NUMERIC
               OR WS-PC(WS-PC-SPACE + 2:1) IS NOT ALPHABETIC-UPPER
               OR WS-PC(WS-PC-SPACE + 2:1) = SPACE
               OR WS-PC(WS-PC-SPACE + 3:1) IS NOT ALPHABETIC-UPPER
               OR WS-PC(WS-PC-SPACE + 3:1) = SPACE
               MOVE "N" TO WS-PC-OK
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PC-IDX FROM 2 BY 1
                   UNTIL WS-PC-IDX >= WS-PC-SPACE
               MOVE WS-PC(WS-PC-IDX:1) TO WS-PC-CHAR
               IF WS-PC-CHAR = SPACE
                   OR (WS-PC-CHAR IS NOT ALPHABETIC-UPPER
                       AND WS-PC-CHAR IS NOT NUMERIC)
                   MOVE "N" TO WS-PC-OK
               END-IF
           END-PERFORM.

           EXIT.

       PARA-APPLY-ADD.
           MOVE WS-TR-KEY TO IDX-KEY
           READ IDX-FILE
               INVALID KEY
                   MOVE "NO-CUSTOMER" TO WS-REJ-REASON
           END-READ
           IF WS-REJ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF

           MOVE WS-TR-KEY TO ADDR-CUST
           MOVE WS-TR-EFF TO ADDR-EFF-DATE
           PERFORM PARA-MOVE-TRANS-ADDRESS
           MOVE "A" TO ADDR-STATUS
           MOVE WS-RUN-DATE TO ADDR-STATUS-DATE
           MOVE WS-RUN-DATE TO ADDR-MAINT-DATE
           WRITE ADDR-REC
               INVALID KEY
                   MOVE "DUPLICATE" TO WS-REJ-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-ADD-OK
                   MOVE SPACES TO WS-BEFORE-IMG
                   MOVE ADDR-REC TO WS-AFTER-IMG
                   MOVE "ADD" TO WS-AUD-ACTION
                   PERFORM PARA-WRITE-AUDIT
                   DISPLAY "ADDED|KEY=" ADDR-CUST
                           "|EFFECTIVE=" ADDR-EFF-DATE
           END-WRITE.

           EXIT.

       PARA-APPLY-CORRECT.
           MOVE WS-TR-KEY TO WS-LK-CUST
           MOVE WS-TR-EFF TO WS-LK-ASOF
           PERFORM PARA-FIND-IN-FORCE
           IF WS-LK-FOUND-EFF = 0
               MOVE "NO-ADDRESS" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ADDR-REC TO WS-BEFORE-IMG
           PERFORM PARA-MOVE-TRANS-ADDRESS
           *> A corrected address is presumed deliverable again.
           IF ADDR-STATUS NOT = "A"
               MOVE "A" TO ADDR-STATUS
               MOVE WS-RUN-DATE TO ADDR-STATUS-DATE
           END-IF
           MOVE WS-RUN-DATE TO ADDR-MAINT-DATE
           REWRITE ADDR-REC
               INVALID KEY
                   MOVE "REWRITE-FAILED" TO WS-REJ-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-CHG-OK
                   MOVE ADDR-REC TO WS-AFTER-IMG
                   MOVE "CORRECT" TO WS-AUD-ACTION
                   PERFORM PARA-WRITE-AUDIT
                   DISPLAY "CORRECTED|KEY=" ADDR-CUST
                           "|EFFECTIVE=" ADDR-EFF-DATE
           END-REWRITE.

           EXIT.

       PARA-APPLY-UNDELIVERABLE.
           MOVE WS-TR-KEY TO WS-LK-CUST
           MOVE WS-TR-EFF TO WS-LK-ASOF
           PERFORM PARA-FIND-IN-FORCE
           IF WS-LK-FOUND-EFF = 0
               MOVE "NO-ADDRESS" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           IF ADDR-STATUS = "U"
               MOVE "ALREADY-UNDELIV" TO WS-REJ-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE ADDR-REC TO WS-BEFORE-IMG
           MOVE "U" TO ADDR-STATUS
           MOVE WS-RUN-DATE TO ADDR-STATUS-DATE
           MOVE WS-RUN-DATE TO ADDR-MAINT-DATE
           REWRITE ADDR-REC
               INVALID KEY
                   MOVE "REWRITE-FAILED" TO WS-REJ-REASON
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-UNDELIV-OK
                   MOVE ADDR-REC TO WS-AFTER-IMG
                   MOVE "UNDELIV" TO WS-AUD-ACTION
                   PERFORM PARA-WRITE-AUDIT
                   DISPLAY "UNDELIVERABLE|KEY=" ADDR-CUST
                           "|EFFECTIVE=" ADDR-EFF-DATE
           END-REWRITE.

           EXIT.

       PARA-MOVE-TRANS-ADDRESS.
           MOVE TR-LINE-1 TO ADDR-LINE-1
           MOVE TR-LINE-2 TO ADDR-LINE-2
           MOVE TR-LINE-3 TO ADDR-LINE-3
           MOVE TR-TOWN TO ADDR-TOWN
           MOVE TR-POSTCODE TO ADDR-POSTCODE
           MOVE WS-TR-COUNTRY TO ADDR-COUNTRY.

           EXIT.

       PARA-FIND-IN-FORCE.
           *> Browse the customer's addresses in effective-date
           *> order and keep the last one not after the as-of date;
           *> that record is re-read at the end so ADDR-REC holds it
           *> (and the file is positioned for a REWRITE).
           MOVE 0 TO WS-LK-FOUND-EFF
           MOVE "N" TO WS-LK-EOF
           MOVE WS-LK-CUST TO ADDR-CUST
           MOVE ZEROES TO ADDR-EFF-DATE
           START ADDR-FILE KEY >= ADDR-KEY
               INVALID KEY
                   SET LK-EOF TO TRUE
           END-START
           PERFORM UNTIL LK-EOF
               READ ADDR-FILE NEXT
                   AT END
                       SET LK-EOF TO TRUE
                   NOT AT END
                       IF ADDR-CUST NOT = WS-LK-CUST
                           OR ADDR-EFF-DATE > WS-LK-ASOF
                           SET LK-EOF TO TRUE
                       ELSE
                           MOVE ADDR-EFF-DATE TO WS-LK-FOUND-EFF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LK-FOUND-EFF > 0
               MOVE WS-LK-CUST TO ADDR-CUST
               MOVE WS-LK-FOUND-EFF TO ADDR-EFF-DATE
               READ ADDR-FILE
                   INVALID KEY
                       MOVE 0 TO WS-LK-FOUND-EFF
               END-READ
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
                  "|KEY="     DELIMITED BY SIZE
                  ADDR-CUST   DELIMITED BY SIZE
                  "|ACTION="  DELIMITED BY SIZE
                  WS-AUD-ACTION DELIMITED BY SIZE
                  "|BEFORE="  DELIMITED BY SIZE
                  WS-BEFORE-IMG DELIMITED BY SIZE
                  "|AFTER="   DELIMITED BY SIZE
                  WS-AFTER-IMG DELIMITED BY SIZE
                  INTO AUDT-REC
           END-STRING
           WRITE AUDT-REC
           CLOSE AUDT-FILE.

           EXIT.

       PARA-INQUIRE-RUN.
           ACCEPT WS-LK-CUST FROM ENVIRONMENT "ADDR_KEY"
           ACCEPT WS-LK-ASOF FROM ENVIRONMENT "ADDR_ASOF"
           IF WS-LK-ASOF = 0
               ACCEPT WS-LK-ASOF FROM ENVIRONMENT "PROCESS_DATE"
           END-IF
           IF WS-LK-ASOF = 0
               MOVE WS-RUN-DATE TO WS-LK-ASOF
           END-IF

           OPEN INPUT ADDR-FILE
           IF WS-ADDR-FS NOT = "00"
               DISPLAY "ERROR|REASON=ADDRESS-NOT-FOUND|PATH="
                       WS-ADDR-PATH "|STATUS=" WS-ADDR-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PARA-FIND-IN-FORCE
           IF WS-LK-FOUND-EFF = 0
               DISPLAY "NOTFOUND|KEY=" WS-LK-CUST
                       "|ASOF=" WS-LK-ASOF
           ELSE
               ADD 1 TO WS-CNT-TRANS
               DISPLAY "ADDRESS|KEY=" ADDR-CUST
                       "|ASOF=" WS-LK-ASOF
                       "|EFFECTIVE=" ADDR-EFF-DATE
                       "|STATUS=" ADDR-STATUS
                       "|STATUS-DATE=" ADDR-STATUS-DATE
               DISPLAY "LINES|1=" ADDR-LINE-1
                       "|2=" ADDR-LINE-2
                       "|3=" ADDR-LINE-3
               DISPLAY "TOWN=" ADDR-TOWN
                       "|POSTCODE=" ADDR-POSTCODE
                       "|COUNTRY=" ADDR-COUNTRY
           END-IF
           CLOSE ADDR-FILE.

           EXIT.
