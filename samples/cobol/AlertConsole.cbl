
      *> Morning-operator console over the central alerts file, in
      *> the MVP14PROGRAM CONSOLE style: L lists the open alerts
      *> with their numbers, A acknowledges one by number under the
      *> signed-on operator's id, Q quits and rewrites the file
      *> with the acknowledgments applied. Shift handover gets a
      *> queue, not a scrollback buffer.
      *>
      *> The session starts with an operator sign-on against the
      *> operator table (OPERSUB); acknowledging needs the
      *> ALERT-ACK authority.
      *>
      *> Alert records are the fixed ALERTSUB layout: STATUS at
      *> columns 14-17, REASON at columns 54-83, the ACK operator
      *> id at columns 185-187. Each listed alert is followed by its
      *> reason's description from the reference-code table (type
      *> ALERT) when the reason is on it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01  WS-CON-ACTION        PIC X(1).
       01  WS-CON-NUM-X         PIC X(3).
       01  WS-CON-NUM           PIC 9(3) VALUE 0.
       01  WS-CON-DONE          PIC X VALUE "N".
           88 CON-DONE           VALUE "Y".
       01  WS-CHANGED           PIC X VALUE "N".
       01  WS-CNT-OPEN          PIC 9(3) VALUE 0.
       01  WS-CNT-ACKED         PIC 9(3) VALUE 0.

       *> REFCODESUB parameters for the reason descriptions.
       01  WS-RC-TYPE           PIC X(8) VALUE "ALERT".
       01  WS-RC-CODE           PIC X(30).
       01  WS-RC-ASOF           PIC 9(8) VALUE 0.
       01  WS-RC-DESC           PIC X(40).
       01  WS-RC-STATUS         PIC XX.

       *> OPERSUB parameter block: the signed-on operator.
       01  WS-OP-ACTION         PIC X(1).
       01  WS-OPERATOR          PIC X(3).
       01  WS-OP-PROGRAM        PIC X(16) VALUE "ALERTCONSOLE".
       01  WS-OP-FUNCTION       PIC X(12).
       01  WS-OP-NAME           PIC X(30).
       01  WS-OP-STATUS         PIC XX.

       PROCEDURE DIVISION.
           *> Resolve the shared run-control file before any
           *> parameter is read; exported variables still override.
               MOVE "alerts.txt" TO WS-ALRT-PATH
           END-IF.

           DISPLAY "OPERATOR?".
           ACCEPT WS-OPERATOR.
           MOVE "S" TO WS-OP-ACTION.
           MOVE SPACES TO WS-OP-FUNCTION.
           CALL "OPERSUB" USING WS-OP-ACTION WS-OPERATOR
               WS-OP-PROGRAM WS-OP-FUNCTION WS-OP-NAME WS-OP-STATUS.
           IF WS-OP-STATUS NOT = "00"
               DISPLAY "CONSOLE|RESULT=SIGNON-REFUSED|OPER="
                       WS-OPERATOR "|STATUS=" WS-OP-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "CONSOLE|SIGNON|OPER=" WS-OPERATOR
                   "|NAME=" WS-OP-NAME.

           OPEN INPUT ALRT-FILE.
           IF WS-ALRT-FS NOT = "00"
               DISPLAY "CONSOLE|RESULT=NO-ALERTS-FILE|PATH="
                   ADD 1 TO WS-CNT-OPEN
                   DISPLAY "OPEN|NUM=" WS-AL-IDX
                           "|" WS-AL-REC(WS-AL-IDX)(19:161)
                   MOVE WS-AL-REC(WS-AL-IDX)(54:30) TO WS-RC-CODE
                   CALL "REFCODESUB" USING WS-RC-TYPE WS-RC-CODE
                       WS-RC-ASOF WS-RC-DESC WS-RC-STATUS
                   IF WS-RC-DESC NOT = SPACES
                       DISPLAY "    MEANING=" WS-RC-DESC
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "CONSOLE|OPEN-ALERTS=" WS-CNT-OPEN.
           EXIT.

       PARA-ACKNOWLEDGE.
           MOVE "A" TO WS-OP-ACTION
           MOVE "ALERT-ACK" TO WS-OP-FUNCTION
           CALL "OPERSUB" USING WS-OP-ACTION WS-OPERATOR
               WS-OP-PROGRAM WS-OP-FUNCTION WS-OP-NAME WS-OP-STATUS
           IF WS-OP-STATUS NOT = "00"
               DISPLAY "CONSOLE|ACK-REFUSED|REASON=NOT-AUTHORISED"
                       "|OPER=" WS-OPERATOR
               EXIT PARAGRAPH
           END-IF
           IF ALERTS-OVERFLOWED
               DISPLAY "CONSOLE|ACK-REFUSED|REASON=TOO-MANY-ALERTS"
               EXIT PARAGRAPH
                   IF WS-AL-REC(WS-CON-NUM)(14:4) NOT = "OPEN"
                       DISPLAY "CONSOLE|ALREADY-ACKED=" WS-CON-NUM
                   ELSE
                       MOVE "ACKD"
                           TO WS-AL-REC(WS-CON-NUM)(14:4)
                       MOVE WS-OPERATOR
                           TO WS-AL-REC(WS-CON-NUM)(185:3)
                       SET FILE-CHANGED TO TRUE
                       ADD 1 TO WS-CNT-ACKED
                       DISPLAY "ACKED|NUM=" WS-CON-NUM
                               "|BY=" WS-OPERATOR
                   END-IF
               END-IF
           END-IF.
