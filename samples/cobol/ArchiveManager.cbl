      *> archives are purged and the purge is logged - so processed
      *> files stop accumulating until someone deletes the wrong one
      *> by hand.
      *>
      *> A generation due for purge is first checked against the
      *> legal-hold register (LEGALHOLDSUB) under both its working
      *> name and its archive name; a held generation is kept, the
      *> skip is logged to the manifest as a HELD action with the
      *> case reference, and it stops counting toward the retained
      *> generations for the rest of the run. A register that
      *> cannot be read keeps every generation due for purge and
      *> fails the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CNT-PURGED        PIC 9(4) VALUE 0.
       01  WS-CNT-MISSING       PIC 9(4) VALUE 0.
       01  WS-DEL-STATUS        PIC S9(9) BINARY VALUE 0.
       01  WS-CNT-HELD          PIC 9(4) VALUE 0.
       01  WS-HOLD-ERROR        PIC X VALUE "N".
           88 HOLD-UNKNOWN       VALUE "Y".

       *> LEGALHOLDSUB parameter block.
       01  WS-LH-TYPE           PIC X(1) VALUE "F".
       01  WS-LH-TARGET         PIC X(40).
       01  WS-LH-CASE           PIC X(12).
       01  WS-LH-STATUS         PIC XX.

       *> RESTORE-mode working storage: the requested name and
       *> archive date, the matching manifest entry, and the
               10 WS-GEN-NAME   PIC X(40).
               10 WS-GEN-AS     PIC X(60).
               10 WS-GEN-GONE   PIC X(1).
                   88 GEN-LIVE       VALUE "N".
                   88 GEN-HELD       VALUE "H".
       01  WS-CUR-NAME          PIC X(40).

       *> Standard run-history record, appended via RUNHISTORY at

           DISPLAY "TOTALS|ARCHIVED=" WS-CNT-ARCHIVED
                   "|PURGED=" WS-CNT-PURGED
                   "|HELD=" WS-CNT-HELD
                   "|MISSING=" WS-CNT-MISSING.

           PERFORM PARA-RECORD-RUN.

       PARA-PURGE-ONE-GENERATION.
           *> The entry at WS-GEN-IDX is the oldest live generation
           *> of its file; retire it unless it is under legal hold.
           PERFORM PARA-CHECK-GENERATION-HOLD
           IF GEN-HELD(WS-GEN-IDX)
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SRC-PATH
           MOVE WS-GEN-AS(WS-GEN-IDX) TO WS-SRC-PATH(1:60)
           CALL "CBL_DELETE_FILE" USING WS-SRC-PATH

           EXIT.

       PARA-CHECK-GENERATION-HOLD.
           MOVE WS-GEN-NAME(WS-GEN-IDX) TO WS-LH-TARGET
           CALL "LEGALHOLDSUB" USING WS-LH-TYPE WS-LH-TARGET
               WS-ARC-DATE WS-LH-CASE WS-LH-STATUS
           IF WS-LH-STATUS NOT = "10"
               MOVE WS-GEN-AS(WS-GEN-IDX)(1:40) TO WS-LH-TARGET
               CALL "LEGALHOLDSUB" USING WS-LH-TYPE WS-LH-TARGET
                   WS-ARC-DATE WS-LH-CASE WS-LH-STATUS
           END-IF
           IF WS-LH-STATUS = "00"
               EXIT PARAGRAPH
           END-IF
           IF WS-LH-STATUS NOT = "10"
               SET GEN-HELD(WS-GEN-IDX) TO TRUE
               SET HOLD-UNKNOWN TO TRUE
               DISPLAY "ERROR|REASON=HOLD-REGISTER-UNREADABLE|FILE="
                       WS-GEN-NAME(WS-GEN-IDX)
                       "|AS=" WS-GEN-AS(WS-GEN-IDX)
               EXIT PARAGRAPH
           END-IF

           SET GEN-HELD(WS-GEN-IDX) TO TRUE
           ADD 1 TO WS-CNT-HELD
           DISPLAY "HELD|FILE=" WS-GEN-NAME(WS-GEN-IDX)
                   "|AS=" WS-GEN-AS(WS-GEN-IDX)
                   "|CASE=" WS-LH-CASE

           OPEN EXTEND MAN-FILE
           IF WS-MAN-FS NOT = "00"
               OPEN OUTPUT MAN-FILE
           END-IF
           MOVE SPACES TO MAN-REC
           MOVE "|" TO MAN-SEP1 MAN-SEP2 MAN-SEP3 MAN-SEP4
           MOVE "HELD" TO MAN-ACTION
           MOVE WS-ARC-DATE TO MAN-DATE
           MOVE WS-GEN-NAME(WS-GEN-IDX) TO MAN-NAME
           MOVE 0 TO MAN-COUNT
           MOVE WS-GEN-AS(WS-GEN-IDX) TO MAN-AS
           WRITE MAN-REC
           CLOSE MAN-FILE.

           EXIT.

       PARA-RECORD-RUN.
           MOVE WS-LIST-PATH(1:40) TO WS-RH-IN
           MOVE WS-MAN-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-ARCHIVED TO WS-RH-READ
           MOVE WS-CNT-PURGED TO WS-RH-WRITTEN
           MOVE WS-CNT-MISSING TO WS-RH-REJECTED
           IF HOLD-UNKNOWN
               MOVE 8 TO RETURN-CODE
           END-IF
           EVALUATE TRUE
               WHEN RETURN-CODE = 8
                   MOVE "FAILED" TO WS-RH-STATUS
