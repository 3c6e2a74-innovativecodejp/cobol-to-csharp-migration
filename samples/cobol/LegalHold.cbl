       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALHOLD.

      *> Maintenance program for the legal-hold register: the
      *> customers and files Legal has frozen for litigation, which
      *> ERASUREPROGRAM and ARCHIVEMANAGER consult (through
      *> LEGALHOLDSUB) before destroying anything. APPLY mode
      *> (default) reads place/release transactions, validates each
      *> one, writes one audit line per accepted change and rewrites
      *> the register. Released holds stay on the register as the
      *> record of the hold. LIST mode prints the register and marks
      *> which holds are in force on the as-of date.
      *>
      *> Register: type(1: C=customer, F=file) target(40)
      *>           case(12) placed(8) release(8: 0 = until released)
      *>           status(1: H=held, R=released) status-date(8)
      *> A file target ending in "*" holds every file whose name
      *> starts with the characters before it.
      *>
      *> Transactions: action(1: P=place, R=release) type(1)
      *>               target(40) case(12) release(8)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-HOLD-FS.
           SELECT TRANS-FILE ASSIGN TO DYNAMIC WS-TRANS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-TRANS-FS.
           SELECT AUDT-FILE ASSIGN TO DYNAMIC WS-AUDT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-AUDT-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-FILE.
       01  HOLD-REC.
           05 LH-TYPE           PIC X(1).
           05 LH-TARGET         PIC X(40).
           05 LH-CASE           PIC X(12).
           05 LH-PLACED         PIC 9(8).
           05 LH-RELEASE        PIC 9(8).
           05 LH-STATUS         PIC X(1).
           05 LH-STATUS-DATE    PIC 9(8).

       FD  TRANS-FILE.
       01  TRANS-REC.
           05 TT-ACTION         PIC X(1).
           05 TT-TYPE           PIC X(1).
           05 TT-TARGET         PIC X(40).
           05 TT-CASE           PIC X(12).
           05 TT-RELEASE        PIC X(8).

       FD  AUDT-FILE.
       01  AUDT-REC             PIC X(150).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-PATH         PIC X(260).
       01  WS-HOLD-FS           PIC XX.
       01  WS-TRANS-PATH        PIC X(260).
       01  WS-TRANS-FS          PIC XX.
       01  WS-AUDT-PATH         PIC X(260).
       01  WS-AUDT-FS           PIC XX.
       01  WS-RUN-MODE          PIC X(5) VALUE "APPLY".
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-ASOF-DATE         PIC 9(8) VALUE 0.
       01  WS-HOLD-EOF          PIC X VALUE "N".
           88 HOLD-EOF           VALUE "Y".
       01  WS-TRANS-EOF         PIC X VALUE "N".
           88 TRANS-EOF          VALUE "Y".

       *> The loaded register.
       01  WS-HL-COUNT          PIC 9(3) VALUE 0.
       01  WS-HL-IDX            PIC 9(3) VALUE 0.
       01  WS-HL-SEL            PIC 9(3) VALUE 0.
       01  WS-HL-TAB.
           05 WS-HL-ENTRY OCCURS 500 TIMES.
               10 WS-HL-TYPE        PIC X(1).
               10 WS-HL-TARGET      PIC X(40).
               10 WS-HL-CASE        PIC X(12).
               10 WS-HL-PLACED      PIC 9(8).
               10 WS-HL-RELEASE     PIC 9(8).
               10 WS-HL-STATUS      PIC X(1).
               10 WS-HL-STATUS-DATE PIC 9(8).
       01  WS-IN-FORCE          PIC X(1).

       *> Transaction edit work fields. The release date goes
       *> through the shared calendar-correct DATEEDITSUB.
       01  WS-T-RELEASE         PIC 9(8) VALUE 0.
       01  WS-T-REASON          PIC X(20).
       01  WS-T-AUDIT-ACTION    PIC X(8).
       01  WS-PREFIX-LEN        PIC 9(2) VALUE 0.
       01  WS-DE-FUNC           PIC X(1).
       01  WS-DE-DATE-1         PIC 9(8) VALUE 0.
       01  WS-DE-DATE-2         PIC 9(8) VALUE 0.
       01  WS-DE-DAYS           PIC S9(5) VALUE 0.
       01  WS-DE-RESULT         PIC S9(8) VALUE 0.
       01  WS-DE-STATUS         PIC XX.

       01  WS-CNT-TRANS         PIC 9(4) VALUE 0.
       01  WS-CNT-APPLIED       PIC 9(4) VALUE 0.
       01  WS-CNT-REJECTED      PIC 9(4) VALUE 0.
       01  WS-CNT-IN-FORCE      PIC 9(4) VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "LEGALHOLD".
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

           MOVE "legal-holds.txt" TO WS-HOLD-PATH.
           ACCEPT WS-HOLD-PATH FROM ENVIRONMENT "LEGAL_HOLDS".
           IF WS-HOLD-PATH = SPACES
               MOVE "legal-holds.txt" TO WS-HOLD-PATH
           END-IF.

           MOVE "legal-hold-trans.txt" TO WS-TRANS-PATH.
           ACCEPT WS-TRANS-PATH FROM ENVIRONMENT "LEGAL_HOLD_TRANS".
           IF WS-TRANS-PATH = SPACES
               MOVE "legal-hold-trans.txt" TO WS-TRANS-PATH
           END-IF.

           MOVE "legal-hold-audit.txt" TO WS-AUDT-PATH.
           ACCEPT WS-AUDT-PATH FROM ENVIRONMENT "LEGAL_HOLD_AUDIT".
           IF WS-AUDT-PATH = SPACES
               MOVE "legal-hold-audit.txt" TO WS-AUDT-PATH
           END-IF.

           ACCEPT WS-ASOF-DATE FROM ENVIRONMENT "LEGAL_HOLD_ASOF".
           IF WS-ASOF-DATE = 0
               MOVE WS-RUN-DATE TO WS-ASOF-DATE
           END-IF.

           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "LEGAL_HOLD_MODE".
           IF WS-RUN-MODE NOT = "LIST"
               MOVE "APPLY" TO WS-RUN-MODE
           END-IF.

           PERFORM PARA-LOAD-REGISTER

           IF WS-RUN-MODE = "LIST"
               PERFORM PARA-LIST-REGISTER
           ELSE
               PERFORM PARA-APPLY-RUN
           END-IF.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-TRANS-PATH(1:40) TO WS-RH-IN
           MOVE WS-HOLD-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-TRANS TO WS-RH-READ
           MOVE WS-CNT-APPLIED TO WS-RH-WRITTEN
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

       PARA-LOAD-REGISTER.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FS = "00"
               PERFORM UNTIL HOLD-EOF
                   READ HOLD-FILE
                       AT END
                           SET HOLD-EOF TO TRUE
                       NOT AT END
                           IF WS-HL-COUNT >= 500
                               DISPLAY "ERROR|REASON=REGISTER-FULL"
                                       "|PATH=" WS-HOLD-PATH(1:40)
                               MOVE 8 TO RETURN-CODE
                               CLOSE HOLD-FILE
                               PERFORM PARA-RECORD-RUN
                               GOBACK
                           END-IF
                           ADD 1 TO WS-HL-COUNT
                           MOVE LH-TYPE TO WS-HL-TYPE(WS-HL-COUNT)
                           MOVE LH-TARGET
                               TO WS-HL-TARGET(WS-HL-COUNT)
                           MOVE LH-CASE TO WS-HL-CASE(WS-HL-COUNT)
                           MOVE LH-PLACED
                               TO WS-HL-PLACED(WS-HL-COUNT)
                           MOVE LH-RELEASE
                               TO WS-HL-RELEASE(WS-HL-COUNT)
                           MOVE LH-STATUS
                               TO WS-HL-STATUS(WS-HL-COUNT)
                           MOVE LH-STATUS-DATE
                               TO WS-HL-STATUS-DATE(WS-HL-COUNT)
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF.

           EXIT.

       PARA-SET-IN-FORCE.
           *> LEGALHOLDSUB's rule: not released, and the release
           *> date (zero = until released) not yet passed.
           MOVE "N" TO WS-IN-FORCE
           IF WS-HL-STATUS(WS-HL-IDX) = "H"
               AND (WS-HL-RELEASE(WS-HL-IDX) = 0
                   OR WS-HL-RELEASE(WS-HL-IDX) >= WS-ASOF-DATE)
               MOVE "Y" TO WS-IN-FORCE
           END-IF.

           EXIT.

       PARA-LIST-REGISTER.
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HL-COUNT
               PERFORM PARA-SET-IN-FORCE
               IF WS-IN-FORCE = "Y"
                   ADD 1 TO WS-CNT-IN-FORCE
               END-IF
               DISPLAY "HOLD|TYPE=" WS-HL-TYPE(WS-HL-IDX)
                       "|TARGET=" WS-HL-TARGET(WS-HL-IDX)
                       "|CASE=" WS-HL-CASE(WS-HL-IDX)
                       "|PLACED=" WS-HL-PLACED(WS-HL-IDX)
                       "|RELEASE=" WS-HL-RELEASE(WS-HL-IDX)
                       "|STATUS=" WS-HL-STATUS(WS-HL-IDX)
                       "|SINCE=" WS-HL-STATUS-DATE(WS-HL-IDX)
                       "|IN-FORCE=" WS-IN-FORCE
           END-PERFORM
           DISPLAY "LIST|ASOF=" WS-ASOF-DATE
                   "|ENTRIES=" WS-HL-COUNT
                   "|IN-FORCE=" WS-CNT-IN-FORCE.

           EXIT.

       PARA-APPLY-RUN.
           OPEN INPUT TRANS-FILE
           IF WS-TRANS-FS NOT = "00"
               DISPLAY "ERROR|REASON=TRANS-FILE-NOT-FOUND|PATH="
                       WS-TRANS-PATH "|STATUS=" WS-TRANS-FS
               MOVE 8 TO RETURN-CODE
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

           IF WS-CNT-APPLIED > 0
               PERFORM PARA-REWRITE-REGISTER
           END-IF

           DISPLAY "APPLIED=" WS-CNT-APPLIED
                   "|REJECTED=" WS-CNT-REJECTED.

           EXIT.

       PARA-APPLY-TRANSACTION.
           MOVE SPACES TO WS-T-REASON
           PERFORM PARA-EDIT-TRANSACTION
           IF WS-T-REASON = SPACES
               EVALUATE TT-ACTION
                   WHEN "P"
                       PERFORM PARA-APPLY-PLACE
                   WHEN "R"
                       PERFORM PARA-APPLY-RELEASE
                   WHEN OTHER
                       MOVE "BAD-ACTION" TO WS-T-REASON
               END-EVALUATE
           END-IF
           IF WS-T-REASON NOT = SPACES
               ADD 1 TO WS-CNT-REJECTED
               DISPLAY "REJECT|REASON=" WS-T-REASON
                       "|TEXT=" TRANS-REC
           END-IF.

           EXIT.

       PARA-EDIT-TRANSACTION.
           MOVE 0 TO WS-PREFIX-LEN
           INSPECT TT-TARGET TALLYING WS-PREFIX-LEN
               FOR CHARACTERS BEFORE INITIAL "*"
           EVALUATE TRUE
               WHEN TT-TYPE NOT = "C" AND TT-TYPE NOT = "F"
                   MOVE "BAD-TYPE" TO WS-T-REASON
               WHEN TT-TARGET = SPACES
                   MOVE "NO-TARGET" TO WS-T-REASON
               WHEN TT-TYPE = "C"
                   AND (TT-TARGET(1:4) IS NOT NUMERIC
                       OR TT-TARGET(5:36) NOT = SPACES)
                   MOVE "BAD-CUSTOMER-KEY" TO WS-T-REASON
               WHEN TT-TYPE = "F" AND WS-PREFIX-LEN = 0
                   MOVE "BAD-FILE-PREFIX" TO WS-T-REASON
               WHEN TT-CASE = SPACES
                   MOVE "NO-CASE-REFERENCE" TO WS-T-REASON
               WHEN TT-ACTION = "P" AND TT-RELEASE = SPACES
                   MOVE 0 TO WS-T-RELEASE
               WHEN TT-ACTION = "P" AND TT-RELEASE IS NOT NUMERIC
                   MOVE "NOT-NUMERIC" TO WS-T-REASON
               WHEN TT-ACTION = "P"
                   MOVE TT-RELEASE TO WS-T-RELEASE
                   IF WS-T-RELEASE NOT = 0
                       PERFORM PARA-EDIT-RELEASE-DATE
                   END-IF
           END-EVALUATE.

           EXIT.

       PARA-EDIT-RELEASE-DATE.
           *> Real calendar date, judged by the shared date edit,
           *> and not already behind us.
           MOVE "V" TO WS-DE-FUNC
           MOVE WS-T-RELEASE TO WS-DE-DATE-1
           CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
               WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS
           IF WS-DE-STATUS NOT = "00"
               MOVE "BAD-DATE" TO WS-T-REASON
           ELSE
               IF WS-T-RELEASE < WS-RUN-DATE
                   MOVE "DATE-IN-PAST" TO WS-T-REASON
               END-IF
           END-IF.

           EXIT.

       PARA-FIND-HELD.
           *> The unreleased hold on the same target for the same
           *> case, if any.
           MOVE 0 TO WS-HL-SEL
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HL-COUNT
               IF WS-HL-TYPE(WS-HL-IDX) = TT-TYPE
                   AND WS-HL-TARGET(WS-HL-IDX) = TT-TARGET
                   AND WS-HL-CASE(WS-HL-IDX) = TT-CASE
                   AND WS-HL-STATUS(WS-HL-IDX) = "H"
                   MOVE WS-HL-IDX TO WS-HL-SEL
               END-IF
           END-PERFORM.

           EXIT.

       PARA-APPLY-PLACE.
           PERFORM PARA-FIND-HELD
           IF WS-HL-SEL NOT = 0
               MOVE "DUPLICATE-HOLD" TO WS-T-REASON
               EXIT PARAGRAPH
           END-IF
           IF WS-HL-COUNT >= 500
               MOVE "REGISTER-FULL" TO WS-T-REASON
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-HL-COUNT
           MOVE TT-TYPE TO WS-HL-TYPE(WS-HL-COUNT)
           MOVE TT-TARGET TO WS-HL-TARGET(WS-HL-COUNT)
           MOVE TT-CASE TO WS-HL-CASE(WS-HL-COUNT)
           MOVE WS-RUN-DATE TO WS-HL-PLACED(WS-HL-COUNT)
           MOVE WS-T-RELEASE TO WS-HL-RELEASE(WS-HL-COUNT)
           MOVE "H" TO WS-HL-STATUS(WS-HL-COUNT)
           MOVE WS-RUN-DATE TO WS-HL-STATUS-DATE(WS-HL-COUNT)
           ADD 1 TO WS-CNT-APPLIED
           MOVE "PLACE" TO WS-T-AUDIT-ACTION
           PERFORM PARA-WRITE-AUDIT
           DISPLAY "PLACED|TYPE=" TT-TYPE
                   "|TARGET=" TT-TARGET
                   "|CASE=" TT-CASE.

           EXIT.

       PARA-APPLY-RELEASE.
           PERFORM PARA-FIND-HELD
           IF WS-HL-SEL = 0
               MOVE "HOLD-NOT-FOUND" TO WS-T-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "R" TO WS-HL-STATUS(WS-HL-SEL)
           MOVE WS-RUN-DATE TO WS-HL-STATUS-DATE(WS-HL-SEL)
           MOVE WS-HL-RELEASE(WS-HL-SEL) TO WS-T-RELEASE
           ADD 1 TO WS-CNT-APPLIED
           MOVE "RELEASE" TO WS-T-AUDIT-ACTION
           PERFORM PARA-WRITE-AUDIT
           DISPLAY "RELEASED|TYPE=" TT-TYPE
                   "|TARGET=" TT-TARGET
                   "|CASE=" TT-CASE.

           EXIT.

       PARA-WRITE-AUDIT.
           OPEN EXTEND AUDT-FILE
           IF WS-AUDT-FS NOT = "00"
               OPEN OUTPUT AUDT-FILE
           END-IF
           MOVE SPACES TO AUDT-REC
           STRING "DATE="       DELIMITED BY SIZE
                  WS-RUN-DATE   DELIMITED BY SIZE
                  "|TIME="      DELIMITED BY SIZE
                  WS-RUN-TIME   DELIMITED BY SIZE
                  "|ACTION="    DELIMITED BY SIZE
                  WS-T-AUDIT-ACTION DELIMITED BY SIZE
                  "|TYPE="      DELIMITED BY SIZE
                  TT-TYPE       DELIMITED BY SIZE
                  "|TARGET="    DELIMITED BY SIZE
                  TT-TARGET     DELIMITED BY SIZE
                  "|CASE="      DELIMITED BY SIZE
                  TT-CASE       DELIMITED BY SIZE
                  "|RELEASE="   DELIMITED BY SIZE
                  WS-T-RELEASE  DELIMITED BY SIZE
                  INTO AUDT-REC
           END-STRING
           WRITE AUDT-REC
           CLOSE AUDT-FILE.

           EXIT.

       PARA-REWRITE-REGISTER.
           OPEN OUTPUT HOLD-FILE
           IF WS-HOLD-FS NOT = "00"
               DISPLAY "ERROR|REASON=REGISTER-WRITE-FAILED|PATH="
                       WS-HOLD-PATH(1:40) "|STATUS=" WS-HOLD-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HL-COUNT
               MOVE WS-HL-TYPE(WS-HL-IDX) TO LH-TYPE
               MOVE WS-HL-TARGET(WS-HL-IDX) TO LH-TARGET
               MOVE WS-HL-CASE(WS-HL-IDX) TO LH-CASE
               MOVE WS-HL-PLACED(WS-HL-IDX) TO LH-PLACED
               MOVE WS-HL-RELEASE(WS-HL-IDX) TO LH-RELEASE
               MOVE WS-HL-STATUS(WS-HL-IDX) TO LH-STATUS
               MOVE WS-HL-STATUS-DATE(WS-HL-IDX) TO LH-STATUS-DATE
               WRITE HOLD-REC
           END-PERFORM
           CLOSE HOLD-FILE.

           EXIT.
