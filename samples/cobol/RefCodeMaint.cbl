       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCODEMAINT.

      *> Maintenance program for the central reference-code table:
      *> customer classes, loyalty tiers, suppression reasons, alert
      *> reasons and reject reasons, each with a description a
      *> business reader understands and the dates it is valid
      *> between. The table lives in an indexed file (REFCODE_FILE,
      *> default refcodes.dat) keyed by code type and code, read by
      *> REFCODESUB wherever a code is checked or printed.
      *>
      *> REFCODE_MODE=LOAD performs the one-time build from the
      *> suite's standard codes; APPLY (default) applies a
      *> transaction file (REFCODE_TRANS, default
      *> refcode-trans.txt) in the DICTMAINT style, one audit line
      *> (REFCODE_AUDIT, default refcode-audit.txt) per accepted
      *> change and a reject line per refused one; LIST prints the
      *> table by code type to REFCODE_REPORT (default
      *> refcode-list-<date>.txt) through REPORTSUB, marking each
      *> code ACTIVE, EXPIRED or FUTURE on REFCODE_ASOF (default
      *> today).
      *>
      *> Transactions: action(1) type(8) code(30) valid-from(8)
      *>               valid-to(8) description(40)
      *>   A = add: description required; blank valid-from means
      *>       from the beginning, blank valid-to means open-ended.
      *>   C = change: each non-blank field replaces the stored one.
      *>   E = expire: valid-to becomes the given date, or today.
      *>   D = delete.
      *> Dates must be real calendar dates and valid-from may not
      *> be after valid-to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCOD-FILE ASSIGN TO DYNAMIC WS-RCOD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS RCOD-KEY
               FILE STATUS  IS WS-RCOD-FS.
           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-TRANS-FS.
           SELECT AUDT-FILE ASSIGN TO DYNAMIC WS-AUDT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-AUDT-FS.

       DATA DIVISION.
       FILE SECTION.
       *> Reference-code record. A code is valid from RCOD-FROM to
       *> RCOD-TO inclusive; RCOD-MAINT-DATE is the date of the last
       *> accepted change.
       FD  RCOD-FILE.
       01  RCOD-REC.
           05 RCOD-KEY.
               10 RCOD-TYPE     PIC X(8).
               10 RCOD-CODE     PIC X(30).
           05 RCOD-DESC         PIC X(40).
           05 RCOD-FROM         PIC 9(8).
           05 RCOD-TO           PIC 9(8).
           05 RCOD-MAINT-DATE   PIC 9(8).

       FD  TRANS-FILE.
       01  TRANS-REC.
           05 TR-ACTION         PIC X(1).
           05 TR-TYPE           PIC X(8).
           05 TR-CODE           PIC X(30).
           05 TR-FROM           PIC X(8).
           05 TR-TO             PIC X(8).
           05 TR-DESC           PIC X(40).

       *> Change audit trail, appended across runs.
       FD  AUDT-FILE.
       01  AUDT-REC             PIC X(230).

       WORKING-STORAGE SECTION.
       01  WS-RCOD-PATH         PIC X(260).
       01  WS-RCOD-FS           PIC XX.
       01  WS-TRANS-PATH        PIC X(260).
       01  WS-TRANS-FS          PIC XX.
       01  WS-AUDT-PATH         PIC X(260).
       01  WS-AUDT-FS           PIC XX.
       01  WS-RPT-PATH          PIC X(260).
       01  WS-RUN-MODE          PIC X(5) VALUE "APPLY".
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-ASOF              PIC 9(8) VALUE 0.
       01  WS-TRANS-EOF         PIC X VALUE "N".
           88 TRANS-EOF          VALUE "Y".
       01  WS-LIST-EOF          PIC X VALUE "N".
           88 LIST-EOF           VALUE "Y".

       *> Transaction edit results.
       01  WS-TR-REASON         PIC X(20).
       01  WS-TR-FROM           PIC 9(8) VALUE 0.
       01  WS-TR-TO             PIC 9(8) VALUE 0.
       01  WS-AUD-BEFORE        PIC X(60).
       01  WS-AUD-AFTER         PIC X(60).

       *> The suite's standard codes, written by the one-time LOAD.
       01  WS-STD-IDX           PIC 9(3) VALUE 0.
       01  WS-STD-COUNT         PIC 9(3) VALUE 0.
       01  WS-STD-TAB.
           05 WS-STD-ENTRY OCCURS 80 TIMES.
               10 WS-STD-TYPE   PIC X(8).
               10 WS-STD-CODE   PIC X(30).
               10 WS-STD-DESC   PIC X(40).

       *> REPORTSUB parameters and the listing line.
       01  WS-RS-FUNC           PIC X(1).
       01  WS-RS-TEXT           PIC X(132).
       01  WS-RPT-LINE          PIC X(132).
       01  WS-PREV-TYPE         PIC X(8).
       01  WS-CODE-STATE        PIC X(7).

       01  WS-CNT-ADD-OK        PIC 9(6) VALUE 0.
       01  WS-CNT-CHG-OK        PIC 9(6) VALUE 0.
       01  WS-CNT-EXP-OK        PIC 9(6) VALUE 0.
       01  WS-CNT-DEL-OK        PIC 9(6) VALUE 0.
       01  WS-CNT-REJECTED      PIC 9(6) VALUE 0.
       01  WS-CNT-LOADED        PIC 9(6) VALUE 0.
       01  WS-CNT-LISTED        PIC 9(6) VALUE 0.
       01  WS-CNT-ACTIVE        PIC 9(6) VALUE 0.
       01  WS-CNT-TYPES         PIC 9(6) VALUE 0.
       01  WS-CNT-TRANS         PIC 9(6) VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "REFCODEMAINT".
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

           MOVE "refcodes.dat" TO WS-RCOD-PATH.
           ACCEPT WS-RCOD-PATH FROM ENVIRONMENT "REFCODE_FILE".
           IF WS-RCOD-PATH = SPACES
               MOVE "refcodes.dat" TO WS-RCOD-PATH
           END-IF.

           MOVE "refcode-trans.txt" TO WS-TRANS-PATH.
           ACCEPT WS-TRANS-PATH FROM ENVIRONMENT "REFCODE_TRANS".
           IF WS-TRANS-PATH = SPACES
               MOVE "refcode-trans.txt" TO WS-TRANS-PATH
           END-IF.

           MOVE "refcode-audit.txt" TO WS-AUDT-PATH.
           ACCEPT WS-AUDT-PATH FROM ENVIRONMENT "REFCODE_AUDIT".
           IF WS-AUDT-PATH = SPACES
               MOVE "refcode-audit.txt" TO WS-AUDT-PATH
           END-IF.

           ACCEPT WS-ASOF FROM ENVIRONMENT "REFCODE_ASOF".
           IF WS-ASOF = 0
               MOVE WS-RUN-DATE TO WS-ASOF
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF) NOT = 0
               DISPLAY "ERROR|REASON=BAD-ASOF-DATE|ASOF=" WS-ASOF
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           MOVE SPACES TO WS-RPT-PATH.
           ACCEPT WS-RPT-PATH FROM ENVIRONMENT "REFCODE_REPORT".
           IF WS-RPT-PATH = SPACES
               STRING "refcode-list-" DELIMITED BY SIZE
                      WS-ASOF         DELIMITED BY SIZE
                      ".txt"          DELIMITED BY SIZE
                      INTO WS-RPT-PATH
               END-STRING
           END-IF.

           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "REFCODE_MODE".
           IF WS-RUN-MODE NOT = "LOAD" AND WS-RUN-MODE NOT = "LIST"
               MOVE "APPLY" TO WS-RUN-MODE
           END-IF.

           EVALUATE WS-RUN-MODE
               WHEN "LOAD"
                   PERFORM PARA-LOAD-RUN
               WHEN "LIST"
                   PERFORM PARA-LIST-RUN
               WHEN OTHER
                   PERFORM PARA-APPLY-RUN
           END-EVALUATE.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           EVALUATE WS-RUN-MODE
               WHEN "LIST"
                   MOVE WS-RCOD-PATH(1:40) TO WS-RH-IN
                   MOVE WS-RPT-PATH(1:40) TO WS-RH-OUT
                   MOVE WS-CNT-LISTED TO WS-RH-READ
                   MOVE WS-CNT-LISTED TO WS-RH-WRITTEN
               WHEN "LOAD"
                   MOVE "STANDARD-CODES" TO WS-RH-IN
                   MOVE WS-RCOD-PATH(1:40) TO WS-RH-OUT
                   MOVE WS-STD-COUNT TO WS-RH-READ
                   MOVE WS-CNT-LOADED TO WS-RH-WRITTEN
               WHEN OTHER
                   MOVE WS-TRANS-PATH(1:40) TO WS-RH-IN
                   MOVE WS-RCOD-PATH(1:40) TO WS-RH-OUT
                   MOVE WS-CNT-TRANS TO WS-RH-READ
                   COMPUTE WS-RH-WRITTEN = WS-CNT-ADD-OK
                       + WS-CNT-CHG-OK + WS-CNT-EXP-OK
                       + WS-CNT-DEL-OK
           END-EVALUATE
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

       PARA-LOAD-RUN.
           *> One-time build. The codes are those the suite's
           *> programs set and test today; anything added since is
           *> maintained by APPLY transactions.
           PERFORM PARA-SET-STANDARD-CODES
           OPEN OUTPUT RCOD-FILE
           IF WS-RCOD-FS NOT = "00"
               DISPLAY "ERROR|REASON=TABLE-OPEN-FAILED|PATH="
                       WS-RCOD-PATH(1:40) "|STATUS=" WS-RCOD-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-STD-IDX FROM 1 BY 1
                   UNTIL WS-STD-IDX > WS-STD-COUNT
               MOVE WS-STD-TYPE(WS-STD-IDX) TO RCOD-TYPE
               MOVE WS-STD-CODE(WS-STD-IDX) TO RCOD-CODE
               MOVE WS-STD-DESC(WS-STD-IDX) TO RCOD-DESC
               MOVE 0 TO RCOD-FROM
               MOVE 99999999 TO RCOD-TO
               MOVE WS-RUN-DATE TO RCOD-MAINT-DATE
               WRITE RCOD-REC
                   INVALID KEY
                       ADD 1 TO WS-CNT-REJECTED
                       DISPLAY "REJECT|REASON=DUPLICATE|TYPE="
                               RCOD-TYPE "|CODE=" RCOD-CODE
                   NOT INVALID KEY
                       ADD 1 TO WS-CNT-LOADED
               END-WRITE
           END-PERFORM
           CLOSE RCOD-FILE

           DISPLAY "LOAD|LOADED=" WS-CNT-LOADED
                   "|REJECTED=" WS-CNT-REJECTED.

           EXIT.

       PARA-SET-STANDARD-CODES.
           MOVE 0 TO WS-STD-COUNT
           *> MVP08PROGRAM customer classes.
           MOVE "CLASS" TO WS-STD-TYPE(1)
           MOVE "ADULT-M" TO WS-STD-CODE(1)
           MOVE "Adult, male" TO WS-STD-DESC(1)
           MOVE "CLASS" TO WS-STD-TYPE(2)
           MOVE "ADULT-F" TO WS-STD-CODE(2)
           MOVE "Adult, female" TO WS-STD-DESC(2)
           MOVE "CLASS" TO WS-STD-TYPE(3)
           MOVE "ADULT-X" TO WS-STD-CODE(3)
           MOVE "Adult, gender not recorded" TO WS-STD-DESC(3)
           MOVE "CLASS" TO WS-STD-TYPE(4)
           MOVE "MINOR-M" TO WS-STD-CODE(4)
           MOVE "Under adult age, male" TO WS-STD-DESC(4)
           MOVE "CLASS" TO WS-STD-TYPE(5)
           MOVE "MINOR-F" TO WS-STD-CODE(5)
           MOVE "Under adult age, female" TO WS-STD-DESC(5)
           MOVE "CLASS" TO WS-STD-TYPE(6)
           MOVE "MINOR-X" TO WS-STD-CODE(6)
           MOVE "Under adult age, gender not recorded"
               TO WS-STD-DESC(6)
           MOVE "CLASS" TO WS-STD-TYPE(7)
           MOVE "SENIOR-M" TO WS-STD-CODE(7)
           MOVE "Senior, male" TO WS-STD-DESC(7)
           MOVE "CLASS" TO WS-STD-TYPE(8)
           MOVE "SENIOR-F" TO WS-STD-CODE(8)
           MOVE "Senior, female" TO WS-STD-DESC(8)
           MOVE "CLASS" TO WS-STD-TYPE(9)
           MOVE "OTHER" TO WS-STD-CODE(9)
           MOVE "Birthdate missing or unusable" TO WS-STD-DESC(9)
           *> MVP06PROGRAM loyalty tiers.
           MOVE "TIER" TO WS-STD-TYPE(10)
           MOVE "NORMAL" TO WS-STD-CODE(10)
           MOVE "Standard customer, no tier" TO WS-STD-DESC(10)
           MOVE "TIER" TO WS-STD-TYPE(11)
           MOVE "VIP" TO WS-STD-CODE(11)
           MOVE "Very important customer" TO WS-STD-DESC(11)
           MOVE "TIER" TO WS-STD-TYPE(12)
           MOVE "BRONZE" TO WS-STD-CODE(12)
           MOVE "Bronze loyalty tier" TO WS-STD-DESC(12)
           MOVE "TIER" TO WS-STD-TYPE(13)
           MOVE "SILVER" TO WS-STD-CODE(13)
           MOVE "Silver loyalty tier" TO WS-STD-DESC(13)
           MOVE "TIER" TO WS-STD-TYPE(14)
           MOVE "GOLD" TO WS-STD-CODE(14)
           MOVE "Gold loyalty tier" TO WS-STD-DESC(14)
           *> MVP08PROGRAM do-not-contact suppression reasons.
           MOVE "SUPPRESS" TO WS-STD-TYPE(15)
           MOVE "OPTOUT" TO WS-STD-CODE(15)
           MOVE "Customer asked not to be contacted"
               TO WS-STD-DESC(15)
           MOVE "SUPPRESS" TO WS-STD-TYPE(16)
           MOVE "DECEASED" TO WS-STD-CODE(16)
           MOVE "Customer reported deceased" TO WS-STD-DESC(16)
           MOVE "SUPPRESS" TO WS-STD-TYPE(17)
           MOVE "GONEAWAY" TO WS-STD-CODE(17)
           MOVE "Mail returned, customer gone away"
               TO WS-STD-DESC(17)
           MOVE "SUPPRESS" TO WS-STD-TYPE(18)
           MOVE "LEGAL" TO WS-STD-CODE(18)
           MOVE "Held out for a legal or regulatory reason"
               TO WS-STD-DESC(18)
           *> Reasons on the rejects the suite writes.
           MOVE "REJECT" TO WS-STD-TYPE(19)
           MOVE "REQUIRED" TO WS-STD-CODE(19)
           MOVE "A required field is blank" TO WS-STD-DESC(19)
           MOVE "REJECT" TO WS-STD-TYPE(20)
           MOVE "NOT-NUMERIC" TO WS-STD-CODE(20)
           MOVE "Field should be a number" TO WS-STD-DESC(20)
           MOVE "REJECT" TO WS-STD-TYPE(21)
           MOVE "NOT-ALPHA" TO WS-STD-CODE(21)
           MOVE "Field should be letters only" TO WS-STD-DESC(21)
           MOVE "REJECT" TO WS-STD-TYPE(22)
           MOVE "BAD-DATE" TO WS-STD-CODE(22)
           MOVE "Field is not a real calendar date"
               TO WS-STD-DESC(22)
           MOVE "REJECT" TO WS-STD-TYPE(23)
           MOVE "NOT-ALLOWED" TO WS-STD-CODE(23)
           MOVE "Value is not one of those allowed"
               TO WS-STD-DESC(23)
           MOVE "REJECT" TO WS-STD-TYPE(24)
           MOVE "NOT-ON-FILE" TO WS-STD-CODE(24)
           MOVE "Key is not on the master file" TO WS-STD-DESC(24)
           MOVE "REJECT" TO WS-STD-TYPE(25)
           MOVE "BAD-CODE" TO WS-STD-CODE(25)
           MOVE "Code is not on the reference table"
               TO WS-STD-DESC(25)
           MOVE "REJECT" TO WS-STD-TYPE(26)
           MOVE "CODE-EXPIRED" TO WS-STD-CODE(26)
           MOVE "Code is not valid on the processing date"
               TO WS-STD-DESC(26)
           MOVE "REJECT" TO WS-STD-TYPE(27)
           MOVE "DUPLICATE" TO WS-STD-CODE(27)
           MOVE "Record repeats one already on file"
               TO WS-STD-DESC(27)
           MOVE "REJECT" TO WS-STD-TYPE(28)
           MOVE "UNPARSEABLE" TO WS-STD-CODE(28)
           MOVE "Record layout could not be read" TO WS-STD-DESC(28)
           MOVE "REJECT" TO WS-STD-TYPE(29)
           MOVE "UNMATCHED-KEY" TO WS-STD-CODE(29)
           MOVE "Key has no matching customer" TO WS-STD-DESC(29)
           MOVE "REJECT" TO WS-STD-TYPE(30)
           MOVE "BAD-ACTION" TO WS-STD-CODE(30)
           MOVE "Transaction action code not recognised"
               TO WS-STD-DESC(30)
           MOVE "REJECT" TO WS-STD-TYPE(31)
           MOVE "NOT-FOUND" TO WS-STD-CODE(31)
           MOVE "Record to change or delete not on file"
               TO WS-STD-DESC(31)
           MOVE "REJECT" TO WS-STD-TYPE(32)
           MOVE "BAD-KEY" TO WS-STD-CODE(32)
           MOVE "Customer key missing or not numeric"
               TO WS-STD-DESC(32)
           MOVE "REJECT" TO WS-STD-TYPE(33)
           MOVE "UNMAPPED" TO WS-STD-CODE(33)
           MOVE "No mapping held for the value" TO WS-STD-DESC(33)
           *> Reasons on the operator alerts ALERTSUB raises.
           MOVE "ALERT" TO WS-STD-TYPE(34)
           MOVE "ACCOUNTS-NOT-FOUND" TO WS-STD-CODE(34)
           MOVE "Account master could not be opened"
               TO WS-STD-DESC(34)
           MOVE "ALERT" TO WS-STD-TYPE(35)
           MOVE "AUDIT-FILE-NOT-FOUND" TO WS-STD-CODE(35)
           MOVE "Audit trail could not be opened" TO WS-STD-DESC(35)
           MOVE "ALERT" TO WS-STD-TYPE(36)
           MOVE "FEED-MISSING" TO WS-STD-CODE(36)
           MOVE "Expected feed has not arrived" TO WS-STD-DESC(36)
           MOVE "ALERT" TO WS-STD-TYPE(37)
           MOVE "FEED-OVERDUE" TO WS-STD-CODE(37)
           MOVE "Feed is past its arrival deadline"
               TO WS-STD-DESC(37)
           MOVE "ALERT" TO WS-STD-TYPE(38)
           MOVE "FILE-QUARANTINED" TO WS-STD-CODE(38)
           MOVE "Input file failed checks and was held"
               TO WS-STD-DESC(38)
           MOVE "ALERT" TO WS-STD-TYPE(39)
           MOVE "GENERATION-GAP" TO WS-STD-CODE(39)
           MOVE "A feed generation is missing" TO WS-STD-DESC(39)
           MOVE "ALERT" TO WS-STD-TYPE(40)
           MOVE "GENERATION-OUT-OF-ORDER" TO WS-STD-CODE(40)
           MOVE "Feed generations arrived out of order"
               TO WS-STD-DESC(40)
           MOVE "ALERT" TO WS-STD-TYPE(41)
           MOVE "GENERATION-REPEATED" TO WS-STD-CODE(41)
           MOVE "A feed generation was sent twice"
               TO WS-STD-DESC(41)
           MOVE "ALERT" TO WS-STD-TYPE(42)
           MOVE "GENERATION-RESTART" TO WS-STD-CODE(42)
           MOVE "Feed generation numbering restarted"
               TO WS-STD-DESC(42)
           MOVE "ALERT" TO WS-STD-TYPE(43)
           MOVE "GENERATION-UNREADABLE" TO WS-STD-CODE(43)
           MOVE "Feed generation number could not be read"
               TO WS-STD-DESC(43)
           MOVE "ALERT" TO WS-STD-TYPE(44)
           MOVE "GL-FILE-OPEN-FAILED" TO WS-STD-CODE(44)
           MOVE "General-ledger file could not be opened"
               TO WS-STD-DESC(44)
           MOVE "ALERT" TO WS-STD-TYPE(45)
           MOVE "GL-MAP-UNUSABLE" TO WS-STD-CODE(45)
           MOVE "General-ledger account map unusable"
               TO WS-STD-DESC(45)
           MOVE "ALERT" TO WS-STD-TYPE(46)
           MOVE "GL-REGISTER-FAILED" TO WS-STD-CODE(46)
           MOVE "General-ledger register not updated"
               TO WS-STD-DESC(46)
           MOVE "ALERT" TO WS-STD-TYPE(47)
           MOVE "HISTORY-NOT-FOUND" TO WS-STD-CODE(47)
           MOVE "Run history could not be opened" TO WS-STD-DESC(47)
           MOVE "ALERT" TO WS-STD-TYPE(48)
           MOVE "INPUT-FILE-NOT-FOUND" TO WS-STD-CODE(48)
           MOVE "Input file could not be opened" TO WS-STD-DESC(48)
           MOVE "ALERT" TO WS-STD-TYPE(49)
           MOVE "JOURNAL-TABLE-FULL" TO WS-STD-CODE(49)
           MOVE "Journal table full, run stopped short"
               TO WS-STD-DESC(49)
           MOVE "ALERT" TO WS-STD-TYPE(50)
           MOVE "JOURNAL-UNBALANCED" TO WS-STD-CODE(50)
           MOVE "Journal debits and credits do not agree"
               TO WS-STD-DESC(50)
           MOVE "ALERT" TO WS-STD-TYPE(51)
           MOVE "LATE-FEED" TO WS-STD-CODE(51)
           MOVE "Feed arrived after its deadline" TO WS-STD-DESC(51)
           MOVE "ALERT" TO WS-STD-TYPE(52)
           MOVE "LEDGER-OPEN-FAILED" TO WS-STD-CODE(52)
           MOVE "Ledger could not be opened" TO WS-STD-DESC(52)
           MOVE "ALERT" TO WS-STD-TYPE(53)
           MOVE "PROJECTED-BREACH" TO WS-STD-CODE(53)
           MOVE "Chain projected to finish past deadline"
               TO WS-STD-DESC(53)
           MOVE "ALERT" TO WS-STD-TYPE(54)
           MOVE "REDELIVERY-REQUIRED" TO WS-STD-CODE(54)
           MOVE "Sender must deliver the file again"
               TO WS-STD-DESC(54)
           MOVE "ALERT" TO WS-STD-TYPE(55)
           MOVE "REJECTS-OVER-MAX-AGE" TO WS-STD-CODE(55)
           MOVE "Rejects outstanding past maximum age"
               TO WS-STD-DESC(55)
           MOVE "ALERT" TO WS-STD-TYPE(56)
           MOVE "TRIAL-BALANCE-FAILED" TO WS-STD-CODE(56)
           MOVE "Ledger trial balance does not balance"
               TO WS-STD-DESC(56)
           MOVE "ALERT" TO WS-STD-TYPE(57)
           MOVE "UNMAPPED-ACCOUNTS" TO WS-STD-CODE(57)
           MOVE "Accounts with no general-ledger mapping"
               TO WS-STD-DESC(57)
           MOVE "ALERT" TO WS-STD-TYPE(58)
           MOVE "VOLUME-LOW-READ" TO WS-STD-CODE(58)
           MOVE "Records read well below the usual volume"
               TO WS-STD-DESC(58)
           MOVE "ALERT" TO WS-STD-TYPE(59)
           MOVE "VOLUME-HIGH-READ" TO WS-STD-CODE(59)
           MOVE "Records read well above the usual volume"
               TO WS-STD-DESC(59)
           MOVE "ALERT" TO WS-STD-TYPE(60)
           MOVE "VOLUME-LOW-WRITTEN" TO WS-STD-CODE(60)
           MOVE "Records written well below usual volume"
               TO WS-STD-DESC(60)
           MOVE "ALERT" TO WS-STD-TYPE(61)
           MOVE "VOLUME-HIGH-WRITTEN" TO WS-STD-CODE(61)
           MOVE "Records written well above usual volume"
               TO WS-STD-DESC(61)
           MOVE "ALERT" TO WS-STD-TYPE(62)
           MOVE "REPORT-DELIVERY-FAILED" TO WS-STD-CODE(62)
           MOVE "Report could not be delivered to a folder"
               TO WS-STD-DESC(62)
           MOVE 62 TO WS-STD-COUNT.

           EXIT.

       PARA-LIST-RUN.
           OPEN INPUT RCOD-FILE
           IF WS-RCOD-FS NOT = "00"
               DISPLAY "ERROR|REASON=TABLE-NOT-FOUND|PATH="
                       WS-RCOD-PATH(1:40) "|STATUS=" WS-RCOD-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF

           MOVE "S" TO WS-RS-FUNC
           MOVE "REFERENCE CODE TABLE" TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "H" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           STRING "REFCODE|ASOF="  DELIMITED BY SIZE
                  WS-ASOF          DELIMITED BY SIZE
                  "|TABLE="        DELIMITED BY SIZE
                  WS-RCOD-PATH(1:40) DELIMITED BY SPACE
                  INTO WS-RS-TEXT
           END-STRING
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE SPACES TO WS-RS-TEXT
           MOVE "TYPE     CODE" TO WS-RS-TEXT(1:13)
           MOVE "VALID-FROM VALID-TO   STATE   DESCRIPTION" TO
               WS-RS-TEXT(41:41)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT

           *> Key order brings each code type together; a new type
           *> starts a new page.
           MOVE SPACES TO WS-PREV-TYPE
           PERFORM UNTIL LIST-EOF
               READ RCOD-FILE NEXT
                   AT END
                       SET LIST-EOF TO TRUE
                   NOT AT END
                       PERFORM PARA-LIST-ONE-CODE
               END-READ
           END-PERFORM
           CLOSE RCOD-FILE

           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTALS|TYPES="  DELIMITED BY SIZE
                  WS-CNT-TYPES     DELIMITED BY SIZE
                  "|CODES="        DELIMITED BY SIZE
                  WS-CNT-LISTED    DELIMITED BY SIZE
                  "|ACTIVE="       DELIMITED BY SIZE
                  WS-CNT-ACTIVE    DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           MOVE "T" TO WS-RS-FUNC
           MOVE WS-RPT-LINE TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "E" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "R" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           MOVE "REFCODELIST" TO WS-RS-TEXT(1:16)
           MOVE WS-RH-PROGRAM TO WS-RS-TEXT(17:16)
           MOVE WS-ASOF TO WS-RS-TEXT(33:8)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT

           DISPLAY "LIST|TYPES=" WS-CNT-TYPES
                   "|CODES=" WS-CNT-LISTED
                   "|ACTIVE=" WS-CNT-ACTIVE
                   "|REPORT=" WS-RPT-PATH(1:40).

           EXIT.

       PARA-LIST-ONE-CODE.
           IF RCOD-TYPE NOT = WS-PREV-TYPE
               IF WS-CNT-TYPES > 0
                   MOVE "P" TO WS-RS-FUNC
                   MOVE SPACES TO WS-RS-TEXT
                   CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
                       WS-RS-TEXT
               END-IF
               ADD 1 TO WS-CNT-TYPES
               MOVE RCOD-TYPE TO WS-PREV-TYPE
           END-IF
           ADD 1 TO WS-CNT-LISTED
           EVALUATE TRUE
               WHEN WS-ASOF < RCOD-FROM
                   MOVE "FUTURE" TO WS-CODE-STATE
               WHEN WS-ASOF > RCOD-TO
                   MOVE "EXPIRED" TO WS-CODE-STATE
               WHEN OTHER
                   MOVE "ACTIVE" TO WS-CODE-STATE
                   ADD 1 TO WS-CNT-ACTIVE
           END-EVALUATE
           MOVE SPACES TO WS-RPT-LINE
           MOVE RCOD-TYPE TO WS-RPT-LINE(1:8)
           MOVE RCOD-CODE TO WS-RPT-LINE(10:30)
           MOVE RCOD-FROM TO WS-RPT-LINE(41:8)
           IF RCOD-TO = 99999999
               MOVE "OPEN" TO WS-RPT-LINE(52:8)
           ELSE
               MOVE RCOD-TO TO WS-RPT-LINE(52:8)
           END-IF
           MOVE WS-CODE-STATE TO WS-RPT-LINE(63:7)
           MOVE RCOD-DESC TO WS-RPT-LINE(71:40)
           MOVE "D" TO WS-RS-FUNC
           MOVE WS-RPT-LINE TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT.

           EXIT.

       PARA-APPLY-RUN.
           OPEN I-O RCOD-FILE
           IF WS-RCOD-FS NOT = "00"
               DISPLAY "ERROR|REASON=TABLE-NOT-FOUND|PATH="
                       WS-RCOD-PATH(1:40) "|STATUS=" WS-RCOD-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FS NOT = "00"
               DISPLAY "ERROR|REASON=TRANS-FILE-NOT-FOUND|PATH="
                       WS-TRANS-PATH(1:40) "|STATUS=" WS-TRANS-FS
               MOVE 8 TO RETURN-CODE
               CLOSE RCOD-FILE
               EXIT PARAGRAPH
           END-IF

           PERFORM UNTIL TRANS-EOF
               READ TRANS-FILE
                   AT END
                       SET TRANS-EOF TO TRUE
                   NOT AT END
                       IF TRANS-REC NOT = SPACES
                           ADD 1 TO WS-CNT-TRANS
                           PERFORM PARA-APPLY-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM

           CLOSE TRANS-FILE
           CLOSE RCOD-FILE

           DISPLAY "APPLIED|ADD=" WS-CNT-ADD-OK
                   "|CHANGE=" WS-CNT-CHG-OK
                   "|EXPIRE=" WS-CNT-EXP-OK
                   "|DELETE=" WS-CNT-DEL-OK
                   "|REJECTED=" WS-CNT-REJECTED.

           EXIT.

       PARA-APPLY-TRANSACTION.
           MOVE SPACES TO WS-TR-REASON
           MOVE 0 TO WS-TR-FROM
           MOVE 0 TO WS-TR-TO
           EVALUATE TRUE
               WHEN TR-TYPE = SPACES
                   MOVE "BLANK-TYPE" TO WS-TR-REASON
               WHEN TR-CODE = SPACES
                   MOVE "BLANK-CODE" TO WS-TR-REASON
               WHEN TR-FROM NOT = SPACES AND TR-FROM IS NOT NUMERIC
                   MOVE "BAD-FROM-DATE" TO WS-TR-REASON
               WHEN TR-TO NOT = SPACES AND TR-TO IS NOT NUMERIC
                   MOVE "BAD-TO-DATE" TO WS-TR-REASON
           END-EVALUATE
           IF WS-TR-REASON = SPACES AND TR-FROM NOT = SPACES
               MOVE TR-FROM TO WS-TR-FROM
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-TR-FROM) NOT = 0
                   MOVE "BAD-FROM-DATE" TO WS-TR-REASON
               END-IF
           END-IF
           IF WS-TR-REASON = SPACES AND TR-TO NOT = SPACES
               MOVE TR-TO TO WS-TR-TO
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-TR-TO) NOT = 0
                   MOVE "BAD-TO-DATE" TO WS-TR-REASON
               END-IF
           END-IF
           IF WS-TR-REASON NOT = SPACES
               PERFORM PARA-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF

           MOVE TR-TYPE TO RCOD-TYPE
           MOVE TR-CODE TO RCOD-CODE
           EVALUATE TR-ACTION
               WHEN "A"
                   PERFORM PARA-APPLY-ADD
               WHEN "C"
                   PERFORM PARA-APPLY-CHANGE
               WHEN "E"
                   PERFORM PARA-APPLY-EXPIRE
               WHEN "D"
                   PERFORM PARA-APPLY-DELETE
               WHEN OTHER
                   MOVE "BAD-ACTION" TO WS-TR-REASON
                   PERFORM PARA-REJECT-TRANSACTION
           END-EVALUATE.

           EXIT.

       PARA-APPLY-ADD.
           IF TR-DESC = SPACES
               MOVE "BLANK-DESCRIPTION" TO WS-TR-REASON
               PERFORM PARA-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           MOVE TR-DESC TO RCOD-DESC
           MOVE WS-TR-FROM TO RCOD-FROM
           IF TR-TO = SPACES
               MOVE 99999999 TO RCOD-TO
           ELSE
               MOVE WS-TR-TO TO RCOD-TO
           END-IF
           IF RCOD-FROM > RCOD-TO
               MOVE "FROM-AFTER-TO" TO WS-TR-REASON
               PERFORM PARA-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO RCOD-MAINT-DATE
           WRITE RCOD-REC
               INVALID KEY
                   MOVE "DUPLICATE" TO WS-TR-REASON
                   PERFORM PARA-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-ADD-OK
                   MOVE SPACES TO WS-AUD-BEFORE
                   PERFORM PARA-AUDIT-IMAGE-AFTER
                   PERFORM PARA-WRITE-AUDIT
                   DISPLAY "ADDED|TYPE=" TR-TYPE "|CODE=" TR-CODE
           END-WRITE.

           EXIT.

       PARA-APPLY-CHANGE.
           READ RCOD-FILE
               INVALID KEY
                   MOVE "NOT-FOUND" TO WS-TR-REASON
                   PERFORM PARA-REJECT-TRANSACTION
                   EXIT PARAGRAPH
           END-READ
           PERFORM PARA-AUDIT-IMAGE-BEFORE
           IF TR-DESC NOT = SPACES
               MOVE TR-DESC TO RCOD-DESC
           END-IF
           IF TR-FROM NOT = SPACES
               MOVE WS-TR-FROM TO RCOD-FROM
           END-IF
           IF TR-TO NOT = SPACES
               MOVE WS-TR-TO TO RCOD-TO
           END-IF
           PERFORM PARA-REWRITE-CODE
           IF WS-TR-REASON = SPACES
               ADD 1 TO WS-CNT-CHG-OK
               DISPLAY "CHANGED|TYPE=" TR-TYPE "|CODE=" TR-CODE
           END-IF.

           EXIT.

       PARA-APPLY-EXPIRE.
           READ RCOD-FILE
               INVALID KEY
                   MOVE "NOT-FOUND" TO WS-TR-REASON
                   PERFORM PARA-REJECT-TRANSACTION
                   EXIT PARAGRAPH
           END-READ
           PERFORM PARA-AUDIT-IMAGE-BEFORE
           IF TR-TO = SPACES
               MOVE WS-RUN-DATE TO RCOD-TO
           ELSE
               MOVE WS-TR-TO TO RCOD-TO
           END-IF
           PERFORM PARA-REWRITE-CODE
           IF WS-TR-REASON = SPACES
               ADD 1 TO WS-CNT-EXP-OK
               DISPLAY "EXPIRED|TYPE=" TR-TYPE "|CODE=" TR-CODE
                       "|TO=" RCOD-TO
           END-IF.

           EXIT.

       PARA-REWRITE-CODE.
           IF RCOD-FROM > RCOD-TO
               MOVE "FROM-AFTER-TO" TO WS-TR-REASON
               PERFORM PARA-REJECT-TRANSACTION
               EXIT PARAGRAPH
           END-IF
           MOVE WS-RUN-DATE TO RCOD-MAINT-DATE
           REWRITE RCOD-REC
               INVALID KEY
                   MOVE "REWRITE-FAILED" TO WS-TR-REASON
                   PERFORM PARA-REJECT-TRANSACTION
               NOT INVALID KEY
                   PERFORM PARA-AUDIT-IMAGE-AFTER
                   PERFORM PARA-WRITE-AUDIT
           END-REWRITE.

           EXIT.

       PARA-APPLY-DELETE.
           READ RCOD-FILE
               INVALID KEY
                   MOVE "NOT-FOUND" TO WS-TR-REASON
                   PERFORM PARA-REJECT-TRANSACTION
                   EXIT PARAGRAPH
           END-READ
           PERFORM PARA-AUDIT-IMAGE-BEFORE
           DELETE RCOD-FILE
               INVALID KEY
                   MOVE "DELETE-FAILED" TO WS-TR-REASON
                   PERFORM PARA-REJECT-TRANSACTION
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-DEL-OK
                   MOVE "DELETED" TO WS-AUD-AFTER
                   PERFORM PARA-WRITE-AUDIT
                   DISPLAY "DELETED|TYPE=" TR-TYPE "|CODE=" TR-CODE
           END-DELETE.

           EXIT.

       PARA-REJECT-TRANSACTION.
           ADD 1 TO WS-CNT-REJECTED
           DISPLAY "REJECT|ACTION=" TR-ACTION
                   "|TYPE=" TR-TYPE
                   "|CODE=" FUNCTION TRIM(TR-CODE)
                   "|REASON=" WS-TR-REASON.

           EXIT.

       PARA-AUDIT-IMAGE-BEFORE.
           MOVE SPACES TO WS-AUD-BEFORE
           STRING RCOD-FROM DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  RCOD-TO   DELIMITED BY SIZE
                  " "       DELIMITED BY SIZE
                  RCOD-DESC DELIMITED BY SIZE
                  INTO WS-AUD-BEFORE
           END-STRING.

           EXIT.

       PARA-AUDIT-IMAGE-AFTER.
           MOVE SPACES TO WS-AUD-AFTER
           STRING RCOD-FROM DELIMITED BY SIZE
                  "-"       DELIMITED BY SIZE
                  RCOD-TO   DELIMITED BY SIZE
                  " "       DELIMITED BY SIZE
                  RCOD-DESC DELIMITED BY SIZE
                  INTO WS-AUD-AFTER
           END-STRING.

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
                  TR-ACTION   DELIMITED BY SIZE
                  "|TYPE="    DELIMITED BY SIZE
                  RCOD-TYPE   DELIMITED BY SIZE
                  "|CODE="    DELIMITED BY SIZE
                  RCOD-CODE   DELIMITED BY SIZE
                  "|BEFORE="  DELIMITED BY SIZE
                  WS-AUD-BEFORE DELIMITED BY SIZE
                  "|AFTER="   DELIMITED BY SIZE
                  WS-AUD-AFTER DELIMITED BY SIZE
                  INTO AUDT-REC
           END-STRING
           WRITE AUDT-REC
           CLOSE AUDT-FILE.

           EXIT.
