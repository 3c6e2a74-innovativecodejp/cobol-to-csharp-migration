       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMERGE.

      *> Duplicate-customer merge run. Applies the dedupe team's
      *> reviewed decisions on NAMEMATCH's candidate pairs: for each
      *> APPROVED pair (survivor key, retired key) the retired
      *> customer's account links (ACCTXREF's cross-reference), its
      *> MVP06PROGRAM classification history and its MVP08PROGRAM
      *> suppression-list entries are moved onto the survivor, and
      *> the retired master record is deleted.
      *>
      *> The master work runs under the shared MVP14-MASTER lock and
      *> every deletion goes to MVP14PROGRAM's before/after audit
      *> trail (SOURCE=MERGE), so RECOVER can replay it. Moved
      *> account links are audited in ACCTXREF's trail. The merge
      *> register records each merge with what was moved and the
      *> retired customer's full record image, so a wrong merge can
      *> be traced and put back; refused decisions are registered
      *> with their reason. A pair whose survivor is itself retired
      *> later in the same file is carried through to the final
      *> survivor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DEC-FILE ASSIGN TO DYNAMIC WS-DEC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-DEC-FS.
           SELECT IDX-FILE ASSIGN TO DYNAMIC WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IDX-KEY
               ALTERNATE RECORD KEY IS IDX-TEXT WITH DUPLICATES
               FILE STATUS  IS WS-IDX-FS.
           SELECT AUDT-FILE ASSIGN TO DYNAMIC WS-AUDT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-AUDT-FS.
           SELECT XREF-FILE ASSIGN TO DYNAMIC WS-XREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS XREF-ACCT
               ALTERNATE RECORD KEY IS XREF-CUST WITH DUPLICATES
               FILE STATUS  IS WS-XREF-FS.
           SELECT XAUD-FILE ASSIGN TO DYNAMIC WS-XAUD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-XAUD-FS.
           SELECT CHIST-FILE ASSIGN TO DYNAMIC WS-CHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CHIST-FS.
           SELECT SUPL-FILE ASSIGN TO DYNAMIC WS-SUPL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SUPL-FS.
           SELECT WORK-FILE ASSIGN TO DYNAMIC WS-WORK-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-WORK-FS.
           SELECT REG-FILE ASSIGN TO DYNAMIC WS-REG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-REG-FS.

       DATA DIVISION.
       FILE SECTION.
       *> Reviewed decisions: survivor key, retired key, decision
       *> (APPROVED is merged, REJECTED is registered and skipped).
       FD  DEC-FILE.
       01  DEC-REC.
           05 DEC-SURVIVOR       PIC X(4).
           05 FILLER             PIC X(1).
           05 DEC-RETIRED        PIC X(4).
           05 FILLER             PIC X(1).
           05 DEC-DECISION       PIC X(8).

       *> MVP14PROGRAM's indexed customer master.
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

       *> MVP14PROGRAM's before/after audit trail.
       FD  AUDT-FILE.
       01  AUDT-REC             PIC X(340).

       *> ACCTXREF's account/customer cross-reference and its
       *> audit trail.
       FD  XREF-FILE.
       01  XREF-REC.
           05 XREF-ACCT         PIC X(8).
           05 XREF-CUST         PIC 9(4).
           05 XREF-LINK-DATE    PIC 9(8).
           05 XREF-MAINT-DATE   PIC 9(8).

       FD  XAUD-FILE.
       01  XAUD-REC             PIC X(120).

       *> MVP06PROGRAM's classification history.
       FD  CHIST-FILE.
       01  CHIST-REC.
           05 CH-TAG            PIC X(3).
           05 CH-KEY            PIC X(10).
           05 CH-ASOF           PIC 9(8).
           05 CH-CLASS          PIC X(10).
           05 CH-COMPUTED       PIC X(10).
           05 CH-REASON         PIC X(6).

       *> MVP08PROGRAM's suppression list.
       FD  SUPL-FILE.
       01  SUPL-REC.
           05 SUPL-KEY          PIC X(4).
           05 FILLER            PIC X(1).
           05 SUPL-REASON       PIC X(12).

       *> Scratch copy used while a sequential file is re-keyed.
       FD  WORK-FILE.
       01  WORK-REC             PIC X(100).

       *> Merge register, appended across runs.
       FD  REG-FILE.
       01  REG-REC              PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-DEC-PATH          PIC X(260).
       01  WS-DEC-FS            PIC XX.
       01  WS-IDX-PATH          PIC X(260).
       01  WS-IDX-FS            PIC XX.
       01  WS-AUDT-PATH         PIC X(260).
       01  WS-AUDT-FS           PIC XX.
       01  WS-XREF-PATH         PIC X(260).
       01  WS-XREF-FS           PIC XX.
       01  WS-XAUD-PATH         PIC X(260).
       01  WS-XAUD-FS           PIC XX.
       01  WS-CHIST-PATH        PIC X(260).
       01  WS-CHIST-FS          PIC XX.
       01  WS-SUPL-PATH         PIC X(260).
       01  WS-SUPL-FS           PIC XX.
       01  WS-WORK-PATH         PIC X(260).
       01  WS-WORK-FS           PIC XX.
       01  WS-REG-PATH          PIC X(260).
       01  WS-REG-FS            PIC XX.
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                VALUE "Y".
       01  WS-XREF-ON           PIC X VALUE "N".
           88 XREF-ON            VALUE "Y".

       *> The approved merges applied this run. WS-RET-PAIR maps a
       *> retired customer (subscript key + 1) to its entry, so the
       *> history and suppression passes re-key in one lookup.
       01  WS-MRG-COUNT         PIC 9(4) VALUE 0.
       01  WS-MRG-IX            PIC 9(4) VALUE 0.
       01  WS-MRG-TAB.
           05 WS-MRG-ENTRY OCCURS 500 TIMES.
               10 WS-MRG-SURV    PIC 9(4).
               10 WS-MRG-RET     PIC 9(4).
               10 WS-MRG-ACCTS   PIC 9(4).
               10 WS-MRG-HIST    PIC 9(6).
               10 WS-MRG-SUPL    PIC 9(6).
               10 WS-MRG-IMG     PIC X(120).
       01  WS-RET-MAP.
           05 WS-RET-PAIR OCCURS 10000 TIMES PIC 9(4).

       *> Decision work fields.
       01  WS-SURV-KEY          PIC 9(4) VALUE 0.
       01  WS-RET-KEY           PIC 9(4) VALUE 0.
       01  WS-REJ-REASON        PIC X(16).
       01  WS-MAP-KEY           PIC 9(4) VALUE 0.

       *> Accounts held by the retired customer, gathered before
       *> any is moved so the alternate-key browse is not disturbed.
       01  WS-ACCT-COUNT        PIC 9(4) VALUE 0.
       01  WS-ACCT-IX           PIC 9(4) VALUE 0.
       01  WS-ACCT-TAB.
           05 WS-ACCT-ENTRY OCCURS 200 TIMES PIC X(8).
       01  WS-XREF-EOF          PIC X VALUE "N".
           88 XREF-EOF           VALUE "Y".
       01  WS-XAUD-ACTION       PIC X(8) VALUE "MERGE".
       01  WS-XAUD-BEFORE       PIC X(4).
       01  WS-XAUD-AFTER        PIC X(4).

       *> MVP14PROGRAM audit line fields.
       01  WS-AUD-ACTION        PIC X(7) VALUE "DELETE".
       01  WS-AUD-SOURCE        PIC X(8) VALUE "MERGE".
       01  WS-AUD-CASE          PIC 9 VALUE 0.
       01  WS-BEFORE-IMG        PIC X(120).
       01  WS-AFTER-IMG         PIC X(120).

       *> LOCKSUB parameter block: the merge deletes master records
       *> and so holds the shared master lock like MVP14PROGRAM
       *> maintenance.
       01  WS-LOCK-ACTION       PIC X(1).
       01  WS-LOCK-RESOURCE     PIC X(20) VALUE "MVP14-MASTER".
       01  WS-LOCK-HOLDER       PIC X(40).
       01  WS-LOCK-STATUS       PIC XX.
       01  WS-LOCK-TAKEN        PIC X VALUE "N".
           88 LOCK-TAKEN         VALUE "Y".

       01  WS-CNT-DECISIONS     PIC 9(6) VALUE 0.
       01  WS-CNT-MERGED        PIC 9(6) VALUE 0.
       01  WS-CNT-DECLINED      PIC 9(6) VALUE 0.
       01  WS-CNT-REJECTED      PIC 9(6) VALUE 0.
       01  WS-CNT-ACCTS         PIC 9(6) VALUE 0.
       01  WS-CNT-HIST          PIC 9(6) VALUE 0.
       01  WS-CNT-SUPL          PIC 9(6) VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "CUSTMERGE".
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

           MOVE "custmerge-decisions.txt" TO WS-DEC-PATH.
           ACCEPT WS-DEC-PATH FROM ENVIRONMENT "MERGE_DECISIONS".
           IF WS-DEC-PATH = SPACES
               MOVE "custmerge-decisions.txt" TO WS-DEC-PATH
           END-IF.

           MOVE "custmerge-register.txt" TO WS-REG-PATH.
           ACCEPT WS-REG-PATH FROM ENVIRONMENT "MERGE_REGISTER".
           IF WS-REG-PATH = SPACES
               MOVE "custmerge-register.txt" TO WS-REG-PATH
           END-IF.

           MOVE "custmerge-work.txt" TO WS-WORK-PATH.
           ACCEPT WS-WORK-PATH FROM ENVIRONMENT "MERGE_WORK".
           IF WS-WORK-PATH = SPACES
               MOVE "custmerge-work.txt" TO WS-WORK-PATH
           END-IF.

           MOVE "mvp14-index.dat" TO WS-IDX-PATH.
           ACCEPT WS-IDX-PATH FROM ENVIRONMENT "MVP14_INDEX".
           IF WS-IDX-PATH = SPACES
               MOVE "mvp14-index.dat" TO WS-IDX-PATH
           END-IF.

           MOVE "mvp14-audit.txt" TO WS-AUDT-PATH.
           ACCEPT WS-AUDT-PATH FROM ENVIRONMENT "MVP14_AUDIT".
           IF WS-AUDT-PATH = SPACES
               MOVE "mvp14-audit.txt" TO WS-AUDT-PATH
           END-IF.

           MOVE "acct-xref.dat" TO WS-XREF-PATH.
           ACCEPT WS-XREF-PATH FROM ENVIRONMENT "XREF_INDEX".
           IF WS-XREF-PATH = SPACES
               MOVE "acct-xref.dat" TO WS-XREF-PATH
           END-IF.

           MOVE "acct-xref-audit.txt" TO WS-XAUD-PATH.
           ACCEPT WS-XAUD-PATH FROM ENVIRONMENT "XREF_AUDIT".
           IF WS-XAUD-PATH = SPACES
               MOVE "acct-xref-audit.txt" TO WS-XAUD-PATH
           END-IF.

           MOVE "mvp06-classhist.txt" TO WS-CHIST-PATH.
           ACCEPT WS-CHIST-PATH FROM ENVIRONMENT "MVP06_CLASSHIST".
           IF WS-CHIST-PATH = SPACES
               MOVE "mvp06-classhist.txt" TO WS-CHIST-PATH
           END-IF.

           MOVE "mvp08-suppress.txt" TO WS-SUPL-PATH.
           ACCEPT WS-SUPL-PATH FROM ENVIRONMENT "MVP08_SUPPRESS".
           IF WS-SUPL-PATH = SPACES
               MOVE "mvp08-suppress.txt" TO WS-SUPL-PATH
           END-IF.

           OPEN INPUT DEC-FILE.
           IF WS-DEC-FS NOT = "00"
               DISPLAY "ERROR|REASON=DECISIONS-NOT-FOUND|PATH="
                       WS-DEC-PATH "|STATUS=" WS-DEC-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE "A" TO WS-LOCK-ACTION
           MOVE WS-RH-PROGRAM TO WS-LOCK-HOLDER
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=MASTER-LOCKED|HELDBY="
                       WS-LOCK-HOLDER
               MOVE 8 TO RETURN-CODE
               CLOSE DEC-FILE
               GOBACK
           END-IF
           SET LOCK-TAKEN TO TRUE

           OPEN I-O IDX-FILE
           IF WS-IDX-FS NOT = "00"
               DISPLAY "ERROR|REASON=MASTER-NOT-FOUND|PATH="
                       WS-IDX-PATH "|STATUS=" WS-IDX-FS
               MOVE 8 TO RETURN-CODE
               CLOSE DEC-FILE
               PERFORM PARA-RELEASE-MASTER-LOCK
               GOBACK
           END-IF

           *> Without the cross-reference there are no links to
           *> move; the merge still proceeds and says so.
           OPEN I-O XREF-FILE
           IF WS-XREF-FS = "00"
               SET XREF-ON TO TRUE
           ELSE
               DISPLAY "WARN|REASON=XREF-NOT-AVAILABLE|PATH="
                       WS-XREF-PATH(1:40) "|STATUS=" WS-XREF-FS
           END-IF

           OPEN EXTEND REG-FILE
           IF WS-REG-FS NOT = "00"
               OPEN OUTPUT REG-FILE
           END-IF

           INITIALIZE WS-MRG-TAB
           INITIALIZE WS-RET-MAP
           PERFORM UNTIL EOF
               READ DEC-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-DECISIONS
                       PERFORM PARA-APPLY-DECISION
               END-READ
           END-PERFORM
           CLOSE DEC-FILE

           IF XREF-ON
               CLOSE XREF-FILE
           END-IF
           CLOSE IDX-FILE
           PERFORM PARA-RELEASE-MASTER-LOCK

           IF WS-MRG-COUNT > 0
               PERFORM PARA-REKEY-HISTORY
               PERFORM PARA-REKEY-SUPPRESSION
           END-IF

           PERFORM VARYING WS-MRG-IX FROM 1 BY 1
                   UNTIL WS-MRG-IX > WS-MRG-COUNT
               PERFORM PARA-WRITE-REGISTER
           END-PERFORM
           CLOSE REG-FILE

           DISPLAY "MERGE|DECISIONS=" WS-CNT-DECISIONS
                   "|MERGED=" WS-CNT-MERGED
                   "|DECLINED=" WS-CNT-DECLINED
                   "|REJECTED=" WS-CNT-REJECTED.
           DISPLAY "MOVED|ACCOUNTS=" WS-CNT-ACCTS
                   "|HISTORY=" WS-CNT-HIST
                   "|SUPPRESSION=" WS-CNT-SUPL.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-DEC-PATH(1:40) TO WS-RH-IN
           MOVE WS-REG-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-DECISIONS TO WS-RH-READ
           MOVE WS-CNT-MERGED TO WS-RH-WRITTEN
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

       PARA-RELEASE-MASTER-LOCK.
           IF LOCK-TAKEN
               MOVE "R" TO WS-LOCK-ACTION
               MOVE WS-RH-PROGRAM TO WS-LOCK-HOLDER
               CALL "LOCKSUB" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
                   WS-LOCK-HOLDER WS-LOCK-STATUS
               MOVE "N" TO WS-LOCK-TAKEN
           END-IF.

           EXIT.

       PARA-APPLY-DECISION.
           MOVE SPACES TO WS-REJ-REASON
           EVALUATE TRUE
               WHEN DEC-SURVIVOR IS NOT NUMERIC
                   OR DEC-RETIRED IS NOT NUMERIC
                   MOVE "BAD-KEY" TO WS-REJ-REASON
               WHEN DEC-SURVIVOR = DEC-RETIRED
                   MOVE "SAME-CUSTOMER" TO WS-REJ-REASON
               WHEN DEC-DECISION = "REJECTED"
                   ADD 1 TO WS-CNT-DECLINED
                   MOVE SPACES TO REG-REC
                   STRING "DECLINED|DATE="  DELIMITED BY SIZE
                          WS-RUN-DATE       DELIMITED BY SIZE
                          "|SURVIVOR="      DELIMITED BY SIZE
                          DEC-SURVIVOR      DELIMITED BY SIZE
                          "|RETIRED="       DELIMITED BY SIZE
                          DEC-RETIRED       DELIMITED BY SIZE
                          INTO REG-REC
                   END-STRING
                   WRITE REG-REC
                   EXIT PARAGRAPH
               WHEN DEC-DECISION NOT = "APPROVED"
                   MOVE "BAD-DECISION" TO WS-REJ-REASON
               WHEN WS-MRG-COUNT >= 500
                   MOVE "TABLE-FULL" TO WS-REJ-REASON
           END-EVALUATE
           IF WS-REJ-REASON = SPACES
               MOVE DEC-SURVIVOR TO WS-SURV-KEY
               MOVE DEC-RETIRED TO WS-RET-KEY
               MOVE WS-SURV-KEY TO IDX-KEY
               READ IDX-FILE
                   INVALID KEY
                       MOVE "NO-SURVIVOR" TO WS-REJ-REASON
               END-READ
           END-IF
           IF WS-REJ-REASON = SPACES
               MOVE WS-RET-KEY TO IDX-KEY
               READ IDX-FILE
                   INVALID KEY
                       MOVE "NO-RETIRED" TO WS-REJ-REASON
               END-READ
           END-IF
           IF WS-REJ-REASON = SPACES
               PERFORM PARA-MERGE-PAIR
           END-IF
           IF WS-REJ-REASON NOT = SPACES
               ADD 1 TO WS-CNT-REJECTED
               DISPLAY "REJECT|SURVIVOR=" DEC-SURVIVOR
                       "|RETIRED=" DEC-RETIRED
                       "|REASON=" WS-REJ-REASON
               MOVE SPACES TO REG-REC
               STRING "REJECTED|DATE="  DELIMITED BY SIZE
                      WS-RUN-DATE       DELIMITED BY SIZE
                      "|SURVIVOR="      DELIMITED BY SIZE
                      DEC-SURVIVOR      DELIMITED BY SIZE
                      "|RETIRED="       DELIMITED BY SIZE
                      DEC-RETIRED       DELIMITED BY SIZE
                      "|REASON="        DELIMITED BY SIZE
                      WS-REJ-REASON     DELIMITED BY SIZE
                      INTO REG-REC
               END-STRING
               WRITE REG-REC
           END-IF.

           EXIT.

       PARA-MERGE-PAIR.
           *> IDX-REC holds the retired customer. Delete it first:
           *> if that fails nothing else has been touched.
           MOVE IDX-REC TO WS-BEFORE-IMG
           DELETE IDX-FILE
               INVALID KEY
                   MOVE "DELETE-FAILED" TO WS-REJ-REASON
           END-DELETE
           IF WS-REJ-REASON NOT = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-AFTER-IMG
           PERFORM PARA-WRITE-AUDIT

           ADD 1 TO WS-MRG-COUNT
           ADD 1 TO WS-CNT-MERGED
           MOVE WS-SURV-KEY TO WS-MRG-SURV(WS-MRG-COUNT)
           MOVE WS-RET-KEY TO WS-MRG-RET(WS-MRG-COUNT)
           MOVE WS-BEFORE-IMG TO WS-MRG-IMG(WS-MRG-COUNT)
           MOVE WS-MRG-COUNT TO WS-RET-PAIR(WS-RET-KEY + 1)

           *> Anything merged earlier into the customer now being
           *> retired follows it to the new survivor.
           PERFORM VARYING WS-MRG-IX FROM 1 BY 1
                   UNTIL WS-MRG-IX >= WS-MRG-COUNT
               IF WS-MRG-SURV(WS-MRG-IX) = WS-RET-KEY
                   MOVE WS-SURV-KEY TO WS-MRG-SURV(WS-MRG-IX)
               END-IF
           END-PERFORM

           IF XREF-ON
               PERFORM PARA-MOVE-LINKS
           END-IF

           DISPLAY "MERGED|SURVIVOR=" DEC-SURVIVOR
                   "|RETIRED=" DEC-RETIRED
                   "|ACCOUNTS=" WS-MRG-ACCTS(WS-MRG-COUNT).

           EXIT.

       PARA-MOVE-LINKS.
           MOVE 0 TO WS-ACCT-COUNT
           MOVE "N" TO WS-XREF-EOF
           MOVE WS-RET-KEY TO XREF-CUST
           START XREF-FILE KEY = XREF-CUST
               INVALID KEY
                   SET XREF-EOF TO TRUE
           END-START
           PERFORM UNTIL XREF-EOF
               READ XREF-FILE NEXT
                   AT END
                       SET XREF-EOF TO TRUE
                   NOT AT END
                       IF XREF-CUST NOT = WS-RET-KEY
                           SET XREF-EOF TO TRUE
                       ELSE
                           IF WS-ACCT-COUNT < 200
                               ADD 1 TO WS-ACCT-COUNT
                               MOVE XREF-ACCT
                                   TO WS-ACCT-ENTRY(WS-ACCT-COUNT)
                           ELSE
                               DISPLAY "WARN|REASON=TOO-MANY-LINKS"
                                       "|RETIRED=" WS-RET-KEY
                               SET XREF-EOF TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           PERFORM VARYING WS-ACCT-IX FROM 1 BY 1
                   UNTIL WS-ACCT-IX > WS-ACCT-COUNT
               MOVE WS-ACCT-ENTRY(WS-ACCT-IX) TO XREF-ACCT
               READ XREF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-SURV-KEY TO XREF-CUST
                       MOVE WS-RUN-DATE TO XREF-LINK-DATE
                       MOVE WS-RUN-DATE TO XREF-MAINT-DATE
                       REWRITE XREF-REC
                           INVALID KEY
                               DISPLAY "WARN|REASON=LINK-NOT-MOVED"
                                       "|ACCT=" XREF-ACCT
                           NOT INVALID KEY
                               ADD 1 TO WS-MRG-ACCTS(WS-MRG-COUNT)
                               ADD 1 TO WS-CNT-ACCTS
                               PERFORM PARA-WRITE-XREF-AUDIT
                       END-REWRITE
               END-READ
           END-PERFORM.

           EXIT.

       PARA-WRITE-AUDIT.
           *> MVP14PROGRAM's audit line, so AUDITINQUIRY and RECOVER
           *> see the merge deletion like any other.
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
                  WS-BEFORE-IMG(1:4) DELIMITED BY SIZE
                  "|ACTION="  DELIMITED BY SIZE
                  WS-AUD-ACTION DELIMITED BY SIZE
                  "|SOURCE="  DELIMITED BY SIZE
                  WS-AUD-SOURCE DELIMITED BY SIZE
                  "|CASE="    DELIMITED BY SIZE
                  WS-AUD-CASE DELIMITED BY SIZE
                  "|BEFORE="  DELIMITED BY SIZE
                  WS-BEFORE-IMG DELIMITED BY SIZE
                  "|AFTER="   DELIMITED BY SIZE
                  WS-AFTER-IMG DELIMITED BY SIZE
                  INTO AUDT-REC
           END-STRING
           WRITE AUDT-REC
           CLOSE AUDT-FILE.

           EXIT.

       PARA-WRITE-XREF-AUDIT.
           *> ACCTXREF's audit line for the moved link.
           MOVE WS-RET-KEY TO WS-XAUD-BEFORE
           MOVE WS-SURV-KEY TO WS-XAUD-AFTER
           OPEN EXTEND XAUD-FILE
           IF WS-XAUD-FS NOT = "00"
               OPEN OUTPUT XAUD-FILE
           END-IF
           MOVE SPACES TO XAUD-REC
           STRING "DATE="     DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "|TIME="    DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  "|ACTION="  DELIMITED BY SIZE
                  WS-XAUD-ACTION DELIMITED BY SIZE
                  "|ACCT="    DELIMITED BY SIZE
                  XREF-ACCT   DELIMITED BY SIZE
                  "|BEFORE="  DELIMITED BY SIZE
                  WS-XAUD-BEFORE DELIMITED BY SIZE
                  "|AFTER="   DELIMITED BY SIZE
                  WS-XAUD-AFTER DELIMITED BY SIZE
                  INTO XAUD-REC
           END-STRING
           WRITE XAUD-REC
           CLOSE XAUD-FILE.

           EXIT.

       PARA-REKEY-HISTORY.
           *> Copy the history to the work file re-keying retired
           *> customers, then copy it back - only if anything moved.
           OPEN INPUT CHIST-FILE
           IF WS-CHIST-FS NOT = "00"
               DISPLAY "WARN|REASON=CLASSHIST-NOT-FOUND|PATH="
                       WS-CHIST-PATH(1:40) "|STATUS=" WS-CHIST-FS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ CHIST-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF CH-TAG = "CH|"
                           AND CH-KEY(1:4) IS NUMERIC
                           AND CH-KEY(5:6) = SPACES
                           MOVE CH-KEY(1:4) TO WS-MAP-KEY
                           MOVE WS-RET-PAIR(WS-MAP-KEY + 1)
                               TO WS-MRG-IX
                           IF WS-MRG-IX > 0
                               MOVE WS-MRG-SURV(WS-MRG-IX)
                                   TO CH-KEY(1:4)
                               ADD 1 TO WS-MRG-HIST(WS-MRG-IX)
                               ADD 1 TO WS-CNT-HIST
                           END-IF
                       END-IF
                       MOVE CHIST-REC TO WORK-REC
                       WRITE WORK-REC
               END-READ
           END-PERFORM
           CLOSE CHIST-FILE
           CLOSE WORK-FILE

           IF WS-CNT-HIST > 0
               OPEN INPUT WORK-FILE
               OPEN OUTPUT CHIST-FILE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL EOF
                   READ WORK-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           MOVE WORK-REC TO CHIST-REC
                           WRITE CHIST-REC
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE CHIST-FILE
           END-IF.

           EXIT.

       PARA-REKEY-SUPPRESSION.
           OPEN INPUT SUPL-FILE
           IF WS-SUPL-FS NOT = "00"
               DISPLAY "WARN|REASON=SUPPRESS-NOT-FOUND|PATH="
                       WS-SUPL-PATH(1:40) "|STATUS=" WS-SUPL-FS
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT WORK-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ SUPL-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF SUPL-KEY IS NUMERIC
                           MOVE SUPL-KEY TO WS-MAP-KEY
                           MOVE WS-RET-PAIR(WS-MAP-KEY + 1)
                               TO WS-MRG-IX
                           IF WS-MRG-IX > 0
                               MOVE WS-MRG-SURV(WS-MRG-IX)
                                   TO SUPL-KEY
                               ADD 1 TO WS-MRG-SUPL(WS-MRG-IX)
                               ADD 1 TO WS-CNT-SUPL
                           END-IF
                       END-IF
                       MOVE SUPL-REC TO WORK-REC
                       WRITE WORK-REC
               END-READ
           END-PERFORM
           CLOSE SUPL-FILE
           CLOSE WORK-FILE

           IF WS-CNT-SUPL > 0
               OPEN INPUT WORK-FILE
               OPEN OUTPUT SUPL-FILE
               MOVE "N" TO WS-EOF
               PERFORM UNTIL EOF
                   READ WORK-FILE
                       AT END
                           SET EOF TO TRUE
                       NOT AT END
                           MOVE WORK-REC TO SUPL-REC
                           WRITE SUPL-REC
                   END-READ
               END-PERFORM
               CLOSE WORK-FILE
               CLOSE SUPL-FILE
           END-IF.

           EXIT.

       PARA-WRITE-REGISTER.
           MOVE SPACES TO REG-REC
           STRING "MERGED|DATE="    DELIMITED BY SIZE
                  WS-RUN-DATE       DELIMITED BY SIZE
                  "|TIME="          DELIMITED BY SIZE
                  WS-RUN-TIME       DELIMITED BY SIZE
                  "|SURVIVOR="      DELIMITED BY SIZE
                  WS-MRG-SURV(WS-MRG-IX) DELIMITED BY SIZE
                  "|RETIRED="       DELIMITED BY SIZE
                  WS-MRG-RET(WS-MRG-IX)  DELIMITED BY SIZE
                  "|ACCOUNTS="      DELIMITED BY SIZE
                  WS-MRG-ACCTS(WS-MRG-IX) DELIMITED BY SIZE
                  "|HISTORY="       DELIMITED BY SIZE
                  WS-MRG-HIST(WS-MRG-IX)  DELIMITED BY SIZE
                  "|SUPPRESSION="   DELIMITED BY SIZE
                  WS-MRG-SUPL(WS-MRG-IX)  DELIMITED BY SIZE
                  "|RETIRED-IMAGE=" DELIMITED BY SIZE
                  WS-MRG-IMG(WS-MRG-IX)   DELIMITED BY SIZE
                  INTO REG-REC
           END-STRING
           WRITE REG-REC.

           EXIT.
