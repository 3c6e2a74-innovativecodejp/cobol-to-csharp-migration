      *> DICT_MODE=LOAD performs the one-time build from the old
      *> hand-edited text dictionary; APPLY (default) applies a
      *> transaction file (action(1) word(20)) against the indexed
      *> dictionary; LIST prints it in key order. LOAD and APPLY
      *> run under the operator in DICT_OPERATOR, who must sign on
      *> through OPERSUB with the DICT-MAINT authority; the operator
      *> id is carried on every audit line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       *> Change audit trail, appended across runs.
       FD  AUDT-FILE.
       01  AUDT-REC             PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-DIDX-PATH         PIC X(260).
       01  WS-CNT-LISTED        PIC 9(6) VALUE 0.
       01  WS-CNT-TRANS         PIC 9(6) VALUE 0.

       *> Operator sign-on for LOAD and APPLY (OPERSUB).
       01  WS-OPERATOR          PIC X(3) VALUE SPACES.
       01  WS-OP-ACTION         PIC X(1).
       01  WS-OP-PROGRAM        PIC X(16) VALUE "DICTMAINT".
       01  WS-OP-FUNCTION       PIC X(12).
       01  WS-OP-NAME           PIC X(30).
       01  WS-OP-STATUS         PIC XX.

       *> Conversion tables matching MVP05PROGRAM's, so the
       *> dictionary key folds accented characters the same way the
       *> title-casing run does.
               MOVE "APPLY" TO WS-RUN-MODE
           END-IF.

           IF WS-RUN-MODE NOT = "LIST"
               PERFORM PARA-OPERATOR-SIGNON
               IF WS-OP-STATUS NOT = "00"
                   DISPLAY "ERROR|REASON=OPERATOR-REFUSED|OPER="
                           WS-OPERATOR "|FUNCTION=DICT-MAINT|STATUS="
                           WS-OP-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM PARA-RECORD-RUN
                   GOBACK
               END-IF
           END-IF.

           EVALUATE WS-RUN-MODE
               WHEN "LOAD"
                   PERFORM PARA-LOAD-RUN

           EXIT.

       PARA-OPERATOR-SIGNON.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "DICT_OPERATOR"
           MOVE "S" TO WS-OP-ACTION
           MOVE SPACES TO WS-OP-FUNCTION
           CALL "OPERSUB" USING WS-OP-ACTION WS-OPERATOR
               WS-OP-PROGRAM WS-OP-FUNCTION WS-OP-NAME WS-OP-STATUS
           IF WS-OP-STATUS = "00"
               MOVE "A" TO WS-OP-ACTION
               MOVE "DICT-MAINT" TO WS-OP-FUNCTION
               CALL "OPERSUB" USING WS-OP-ACTION WS-OPERATOR
                   WS-OP-PROGRAM WS-OP-FUNCTION WS-OP-NAME
                   WS-OP-STATUS
           END-IF.

           EXIT.

       PARA-LOAD-RUN.
           *> One-time build from the old text dictionary; duplicate
           *> words in the text file are rejected, not silently
                  WS-AUD-BEFORE DELIMITED BY SIZE
                  "|AFTER="   DELIMITED BY SIZE
                  WS-AUD-AFTER DELIMITED BY SIZE
                  "|OPER="    DELIMITED BY SIZE
                  WS-OPERATOR DELIMITED BY SIZE
                  INTO AUDT-REC
           END-STRING
           WRITE AUDT-REC
