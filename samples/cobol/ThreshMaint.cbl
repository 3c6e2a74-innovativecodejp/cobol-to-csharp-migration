      *>
      *> Transactions: action(1: A=add, S=supersede same date)
      *>               effective(8) vip(4) silver(4) gold(4)
      *>
      *> APPLY runs under the operator in THRESH_OPERATOR, who must
      *> sign on through OPERSUB with the THRESH-MAINT authority;
      *> the operator id is carried on every audit line.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CNT-APPLIED       PIC 9(4) VALUE 0.
       01  WS-CNT-REJECTED      PIC 9(4) VALUE 0.

       *> Operator sign-on for APPLY (OPERSUB).
       01  WS-OPERATOR          PIC X(3) VALUE SPACES.
       01  WS-OP-ACTION         PIC X(1).
       01  WS-OP-PROGRAM        PIC X(16) VALUE "THRESHMAINT".
       01  WS-OP-FUNCTION       PIC X(12).
       01  WS-OP-NAME           PIC X(30).
       01  WS-OP-STATUS         PIC XX.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "THRESHMAINT".
               MOVE "APPLY" TO WS-RUN-MODE
           END-IF.

           IF WS-RUN-MODE = "APPLY"
               PERFORM PARA-OPERATOR-SIGNON
               IF WS-OP-STATUS NOT = "00"
                   DISPLAY "ERROR|REASON=OPERATOR-REFUSED|OPER="
                           WS-OPERATOR "|FUNCTION=THRESH-MAINT|STATUS="
                           WS-OP-STATUS
                   MOVE 8 TO RETURN-CODE
                   PERFORM PARA-RECORD-RUN
                   GOBACK
               END-IF
           END-IF.

           PERFORM PARA-LOAD-HISTORY

           IF WS-RUN-MODE = "LIST"

           EXIT.

       PARA-OPERATOR-SIGNON.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "THRESH_OPERATOR"
           MOVE "S" TO WS-OP-ACTION
           MOVE SPACES TO WS-OP-FUNCTION
           CALL "OPERSUB" USING WS-OP-ACTION WS-OPERATOR
               WS-OP-PROGRAM WS-OP-FUNCTION WS-OP-NAME WS-OP-STATUS
           IF WS-OP-STATUS = "00"
               MOVE "A" TO WS-OP-ACTION
               MOVE "THRESH-MAINT" TO WS-OP-FUNCTION
               CALL "OPERSUB" USING WS-OP-ACTION WS-OPERATOR
                   WS-OP-PROGRAM WS-OP-FUNCTION WS-OP-NAME
                   WS-OP-STATUS
           END-IF.

           EXIT.

       PARA-WRITE-AUDIT.
           OPEN EXTEND AUDT-FILE
           IF WS-AUDT-FS NOT = "00"
                  WS-T-SILVER   DELIMITED BY SIZE
                  "|GOLD="      DELIMITED BY SIZE
                  WS-T-GOLD     DELIMITED BY SIZE
                  "|OPER="      DELIMITED BY SIZE
                  WS-OPERATOR   DELIMITED BY SIZE
                  INTO AUDT-REC
           END-STRING
           WRITE AUDT-REC
