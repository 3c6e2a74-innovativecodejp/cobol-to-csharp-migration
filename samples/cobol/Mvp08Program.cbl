       01  OT-REC                PIC X(52).

       *> Do-not-contact suppression list: one customer key per
       *> record with an optional reason code (a SUPPRESS code on
       *> the reference-code table, default OPTOUT), loaded at start of
       *> run. A classified record whose key matches is diverted to
       *> the suppressed file instead of any per-class extract, so
       *> opted-out customers can never reach the mail house.
                                SIGN IS LEADING SEPARATE.
           05 IDX-MAINT-DATE    PIC 9(8).
           05 IDX-MAINT-TIME    PIC 9(8).
           05 IDX-STATUS        PIC X(1).
               88 IDX-CLOSED     VALUE "C".
               88 IDX-DECEASED   VALUE "X".
           05 IDX-STATUS-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-IN-PATH           PIC X(260).
       01  WS-CNT-UNMATCHED     PIC 9(6) VALUE 0.
       01  WS-CNT-LINES         PIC 9(6) VALUE 0.

       *> Lifecycle-status check: a customer the master shows as
       *> closed or deceased is refused into the reject file before
       *> routing or posting, so no class reaches a closed account
       *> and no extract mails the deceased. The master is read
       *> through the posting open when posting, otherwise opened
       *> read only for the check.
       01  WS-MASTER-OPEN       PIC X VALUE "N".
           88 MASTER-OPEN        VALUE "Y".
       01  WS-REC-INACTIVE      PIC X VALUE "N".
           88 REC-INACTIVE       VALUE "Y".
       01  WS-INACTIVE-REASON   PIC X(17).
       01  WS-CNT-INACTIVE      PIC 9(6) VALUE 0.

       *> Suppression-list support: the loaded keys and reasons, the
       *> held-out record file, and the per-run count. Suppression
       *> matches on the same key column the posting run uses.
       01  WS-CNT-SUPPRESSED    PIC 9(6) VALUE 0.
       01  WS-REC-SUPPRESSED    PIC X VALUE "N".
           88 REC-SUPPRESSED     VALUE "Y".
       01  WS-CNT-SUP-UNKNOWN   PIC 9(6) VALUE 0.

       *> REFCODESUB parameters: suppression reasons are checked
       *> against the reference-code table as the list is loaded.
       01  WS-RC-TYPE           PIC X(8) VALUE "SUPPRESS".
       01  WS-RC-CODE           PIC X(30).
       01  WS-RC-ASOF           PIC 9(8) VALUE 0.
       01  WS-RC-DESC           PIC X(40).
       01  WS-RC-STATUS         PIC XX.

       *> Run timestamp, stamped onto the master's last-maintained
       *> fields by every posting. The date/time pair doubles as
       01  WS-DE-RESULT         PIC S9(8) VALUE 0.
       01  WS-DE-STATUS         PIC XX.

       *> Senior-discount cutoff, distinct from the ADULT/MINOR split,
       *> and the ADULT/MINOR split itself; MVP08_SENIOR_MIN and
       *> MVP08_ADULT_MIN override them. AGEMILESTONE reads the same
       *> variables so its milestone events route to the class the
       *> customer has reached.
       01  WS-SENIOR-MIN        PIC 9(3) VALUE 65.
       01  WS-ADULT-MIN         PIC 9(3) VALUE 20.

       *> Count-by-class summary, accumulated across the batch.
       01  WS-CNT-ADULT-M        PIC 9(6) VALUE 0.
               MOVE "mvp08-reject.txt" TO WS-REJ-PATH
           END-IF.

           ACCEPT WS-SENIOR-MIN FROM ENVIRONMENT "MVP08_SENIOR_MIN".
           IF WS-SENIOR-MIN = 0
               MOVE 65 TO WS-SENIOR-MIN
           END-IF.
           ACCEPT WS-ADULT-MIN FROM ENVIRONMENT "MVP08_ADULT_MIN".
           IF WS-ADULT-MIN = 0
               MOVE 20 TO WS-ADULT-MIN
           END-IF.

           ACCEPT WS-LAYOUT FROM ENVIRONMENT "MVP08_LAYOUT".
           IF WS-LAYOUT NOT = "BIRTHDATE"
               MOVE "AGE" TO WS-LAYOUT
           IF WS-POST NOT = "Y"
               MOVE "N" TO WS-POST
           END-IF.
           MOVE "mvp14-index.dat" TO WS-IDX-PATH
           ACCEPT WS-IDX-PATH FROM ENVIRONMENT "MVP08_INDEX"
           IF WS-IDX-PATH = SPACES
               MOVE "mvp14-index.dat" TO WS-IDX-PATH
           END-IF
           IF POST-CLASSES
               MOVE "A" TO WS-LOCK-ACTION
               MOVE WS-RH-PROGRAM TO WS-LOCK-HOLDER
               CALL "LOCKSUB" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
                   MOVE "N" TO WS-POST
                   PERFORM PARA-RELEASE-MASTER-LOCK
               ELSE
                   SET MASTER-OPEN TO TRUE
                   OPEN EXTEND JRNL-FILE
                   IF WS-JRNL-FS NOT = "00"
                       OPEN OUTPUT JRNL-FILE
                       GOBACK
                   END-IF
               END-IF
           ELSE
               *> Not posting: the master is only read, so no lock.
               *> Without a master the run still classifies, but
               *> says loudly that nothing was status-checked.
               OPEN INPUT IDX-FILE
               IF WS-IDX-FS = "00"
                   SET MASTER-OPEN TO TRUE
               ELSE
                   DISPLAY "WARN|REASON=STATUS-CHECK-SKIPPED|PATH="
                           WS-IDX-PATH(1:40) "|STATUS=" WS-IDX-FS
               END-IF
           END-IF.

           PERFORM PARA-SET-ROUTE-PATHS
               CLOSE SUPP-FILE
           END-IF.

           IF MASTER-OPEN AND NOT POST-CLASSES
               CLOSE IDX-FILE
           END-IF.
           IF POST-CLASSES
               CLOSE IDX-FILE
               IF JRNL-OPEN
                   "|SENIOR-F="       WS-CNT-SENIOR-F
                   "|OTHER="          WS-CNT-OTHER
           DISPLAY "SUMMARY|SUPPRESSED=" WS-CNT-SUPPRESSED
                   "|CLOSED-OR-DECEASED=" WS-CNT-INACTIVE

           PERFORM PARA-RECORD-RUN

           MOVE WS-AM-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-LINES TO WS-RH-READ
           COMPUTE WS-RH-WRITTEN = WS-CNT-LINES - WS-CNT-REJECT
               - WS-CNT-INACTIVE
           COMPUTE WS-RH-REJECTED =
               WS-CNT-REJECT + WS-CNT-UNMATCHED + WS-CNT-INACTIVE
           IF WS-RH-REJECTED > 0
               MOVE "EXCEPTIONS" TO WS-RH-STATUS
           ELSE
               WHEN (WS-AGE >= WS-SENIOR-MIN) ALSO (WS-GENDER = "F")
                   MOVE "SENIOR-F" TO WS-CLASS
                   ADD 1 TO WS-CNT-SENIOR-F
               WHEN (WS-AGE >= WS-ADULT-MIN) ALSO (WS-GENDER = "M")
                   MOVE "ADULT-M" TO WS-CLASS
                   ADD 1 TO WS-CNT-ADULT-M
               WHEN (WS-AGE >= WS-ADULT-MIN) ALSO (WS-GENDER = "F")
                   MOVE "ADULT-F" TO WS-CLASS
                   ADD 1 TO WS-CNT-ADULT-F
               WHEN (WS-AGE >= WS-ADULT-MIN)
                    ALSO (WS-GENDER = "X" OR WS-GENDER = SPACE)
                   MOVE "ADULT-X" TO WS-CLASS
                   ADD 1 TO WS-CNT-ADULT-X
               WHEN (WS-AGE < WS-ADULT-MIN) ALSO (WS-GENDER = "M")
                   MOVE "MINOR-M" TO WS-CLASS
                   ADD 1 TO WS-CNT-MINOR-M
               WHEN (WS-AGE < WS-ADULT-MIN) ALSO (WS-GENDER = "F")
                   MOVE "MINOR-F" TO WS-CLASS
                   ADD 1 TO WS-CNT-MINOR-F
               WHEN (WS-AGE < WS-ADULT-MIN)
                    ALSO (WS-GENDER = "X" OR WS-GENDER = SPACE)
                   MOVE "MINOR-X" TO WS-CLASS
                   ADD 1 TO WS-CNT-MINOR-X
           CALL "LOGSUB" USING WS-RH-PROGRAM WS-LOG-LEVEL
               WS-LOG-TEXT

           *> A closed or deceased customer is refused, and a
           *> suppressed customer held out, before any routing or
           *> posting can reach the extract files.
           PERFORM PARA-CHECK-LIFECYCLE
           IF REC-INACTIVE
               PERFORM PARA-WRITE-INACTIVE
               EXIT PARAGRAPH
           END-IF
           PERFORM PARA-CHECK-SUPPRESSED
           IF REC-SUPPRESSED
               PERFORM PARA-WRITE-SUPPRESSED

           EXIT.

       PARA-CHECK-LIFECYCLE.
           *> A key the master does not hold passes through here;
           *> posting reports it as unmatched.
           MOVE "N" TO WS-REC-INACTIVE
           IF NOT MASTER-OPEN
               EXIT PARAGRAPH
           END-IF
           MOVE WS-LINE(WS-KEY-COL:4) TO WS-EDIT-FIELD
           MOVE 4 TO WS-EDIT-LEN
           MOVE 0 TO WS-EDIT-MIN
           MOVE 9999 TO WS-EDIT-MAX
           CALL "NUMEDITSUB" USING WS-EDIT-FIELD WS-EDIT-LEN
               WS-EDIT-MIN WS-EDIT-MAX WS-EDIT-VALUE WS-EDIT-STATUS
           IF WS-EDIT-STATUS = "00"
               MOVE WS-EDIT-VALUE TO IDX-KEY
               READ IDX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN IDX-CLOSED
                               SET REC-INACTIVE TO TRUE
                               MOVE "CUSTOMER-CLOSED"
                                   TO WS-INACTIVE-REASON
                           WHEN IDX-DECEASED
                               SET REC-INACTIVE TO TRUE
                               MOVE "CUSTOMER-DECEASED"
                                   TO WS-INACTIVE-REASON
                       END-EVALUATE
               END-READ
           END-IF.

           EXIT.

       PARA-WRITE-INACTIVE.
           ADD 1 TO WS-CNT-INACTIVE
           DISPLAY "EXCEPTION|REASON=" WS-INACTIVE-REASON
                   "|KEY=" WS-LINE(WS-KEY-COL:4) "|TEXT=" WS-LINE
           MOVE SPACES TO REJ-REC
           STRING "EXCEPTION|REASON="   DELIMITED BY SIZE
                  WS-INACTIVE-REASON    DELIMITED BY SPACE
                  "|KEY="               DELIMITED BY SIZE
                  WS-LINE(WS-KEY-COL:4) DELIMITED BY SIZE
                  "|TEXT="              DELIMITED BY SIZE
                  WS-LINE               DELIMITED BY SIZE
                  INTO REJ-REC
           END-STRING
           WRITE REJ-REC.

           EXIT.

       PARA-CHECK-SUPPRESSED.
           MOVE "N" TO WS-REC-SUPPRESSED
           MOVE 0 TO WS-SUP-SEL
                   GOBACK
               END-IF
               DISPLAY "SUPPRESS|LOADED=" WS-SUP-COUNT
               PERFORM PARA-CHECK-SUPPRESS-REASONS
           END-IF.

           EXIT.

       PARA-CHECK-SUPPRESS-REASONS.
           *> An unknown reason is reported, never a reason to let
           *> the customer through: the key stays suppressed.
           MOVE 0 TO WS-CNT-SUP-UNKNOWN
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
                      OR WS-RC-STATUS = "90"
               MOVE WS-SUP-REASON(WS-SUP-IDX) TO WS-RC-CODE
               MOVE WS-RUN-DATE TO WS-RC-ASOF
               CALL "REFCODESUB" USING WS-RC-TYPE WS-RC-CODE
                   WS-RC-ASOF WS-RC-DESC WS-RC-STATUS
               IF WS-RC-STATUS = "10" OR WS-RC-STATUS = "20"
                   ADD 1 TO WS-CNT-SUP-UNKNOWN
                   DISPLAY "SUPPRESS|WARN=UNKNOWN-REASON|KEY="
                           WS-SUP-KEY(WS-SUP-IDX)
                           "|REASON=" WS-SUP-REASON(WS-SUP-IDX)
               END-IF
           END-PERFORM
           IF WS-CNT-SUP-UNKNOWN > 0
               DISPLAY "SUPPRESS|UNKNOWN-REASONS=" WS-CNT-SUP-UNKNOWN
           END-IF.

           EXIT.
