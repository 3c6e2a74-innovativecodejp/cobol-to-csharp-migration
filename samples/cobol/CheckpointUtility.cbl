      *> ones a crashed run left behind last week that the next run
      *> would silently resume from. CLEAR mode empties a flagged
      *> checkpoint only after an explicit per-file confirmation,
      *> and logs what it cleared. CLEAR needs an operator signed
      *> on through OPERSUB with the CKPT-CLEAR authority; anyone
      *> else is refused and the run falls back to LIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.

       *> Operator sign-on for CLEAR (OPERSUB).
       01  WS-OPERATOR          PIC X(3) VALUE SPACES.
       01  WS-OP-ACTION         PIC X(1).
       01  WS-OP-PROGRAM        PIC X(16) VALUE "CKPTUTILITY".
       01  WS-OP-FUNCTION       PIC X(12).
       01  WS-OP-NAME           PIC X(30).
       01  WS-OP-STATUS         PIC XX.
       01  WS-OP-REFUSED        PIC X VALUE "N".
           88 OP-REFUSED         VALUE "Y".

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run: READ carries the flagged count, WRITTEN the
       *> cleared count.
               MOVE 7 TO WS-MAX-AGE
           END-IF.

           IF WS-ACTION = "CLEAR"
               PERFORM PARA-OPERATOR-SIGNON
           END-IF.

           MOVE WS-MVP09-PATH TO WS-CKPT-PATH
           PERFORM PARA-INSPECT-CHECKPOINT

           ELSE
               MOVE "COMPLETE" TO WS-RH-STATUS
           END-IF
           *> A refused CLEAR is a failed run even though the LIST
           *> it fell back to completed.
           IF OP-REFUSED
               MOVE "FAILED" TO WS-RH-STATUS
           END-IF
           CALL "RUNHISTORY" USING WS-RH-PROGRAM WS-RH-IN WS-RH-OUT
               WS-RH-READ WS-RH-WRITTEN WS-RH-REJECTED WS-RH-STATUS
               WS-RH-START

           EXIT.

       PARA-OPERATOR-SIGNON.
           DISPLAY "OPERATOR?"
           ACCEPT WS-OPERATOR
           MOVE "S" TO WS-OP-ACTION
           MOVE SPACES TO WS-OP-FUNCTION
           CALL "OPERSUB" USING WS-OP-ACTION WS-OPERATOR
               WS-OP-PROGRAM WS-OP-FUNCTION WS-OP-NAME WS-OP-STATUS
           IF WS-OP-STATUS = "00"
               MOVE "A" TO WS-OP-ACTION
               MOVE "CKPT-CLEAR" TO WS-OP-FUNCTION
               CALL "OPERSUB" USING WS-OP-ACTION WS-OPERATOR
                   WS-OP-PROGRAM WS-OP-FUNCTION WS-OP-NAME
                   WS-OP-STATUS
           END-IF
           IF WS-OP-STATUS NOT = "00"
               DISPLAY "REFUSED|FUNCTION=CKPT-CLEAR|OPER=" WS-OPERATOR
                       "|STATUS=" WS-OP-STATUS "|FALLBACK=LIST"
               SET OP-REFUSED TO TRUE
               MOVE "LIST" TO WS-ACTION
           END-IF.

           EXIT.

       PARA-CLEAR-CHECKPOINT.
           DISPLAY "CONFIRM-CLEAR|FILE=" WS-CKPT-PATH(1:40) "|Y/N?"
           ACCEPT WS-CONFIRM
                      WS-RUN-DATE     DELIMITED BY SIZE
                      "|TIME="        DELIMITED BY SIZE
                      WS-RUN-TIME     DELIMITED BY SIZE
                      "|OPER="        DELIMITED BY SIZE
                      WS-OPERATOR     DELIMITED BY SIZE
                      "|FILE="        DELIMITED BY SIZE
                      WS-CKPT-PATH(1:40) DELIMITED BY SIZE
                      "|CONTENT="     DELIMITED BY SIZE
