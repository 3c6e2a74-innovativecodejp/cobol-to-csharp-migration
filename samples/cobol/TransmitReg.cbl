      *> record); CHASE lists PENDING entries older than
      *> TRANSMIT_MAX_AGE_DAYS (default 2).
      *>
      *> RECORD mode also takes TRANSMIT_NAME, the name the receiver
      *> will acknowledge (default TRANSMIT_FILE itself), and
      *> TRANSMIT_HEADER / TRANSMIT_TRAILER = Y when the file's
      *> first / last record is a partner envelope line, which is
      *> left out of the count and hash like a CONTROL| line.
      *>
      *> Register records are fixed layout so MATCH can rewrite in
      *> place: status at columns 11-18, file name 25-64, date
      *> 71-78, count 86-91, hash 98-112.
       01  REG-REC              PIC X(120).

       FD  OUT-FILE.
       01  OUT-REC              PIC X(256).

       *> Receiver acknowledgment: their count and hash per file.
       FD  ACK-FILE.

       *> RECORD-mode figures over the dispatched file.
       01  WS-TX-FILE           PIC X(40).
       01  WS-TX-PATH           PIC X(260).
       01  WS-TX-HEADER         PIC X(1).
           88 TX-HEADER          VALUE "Y".
       01  WS-TX-TRAILER        PIC X(1).
           88 TX-TRAILER         VALUE "Y".
       01  WS-TX-FIRST          PIC X VALUE "Y".
           88 TX-FIRST           VALUE "Y".
       01  WS-TX-HELD           PIC X VALUE "N".
           88 TX-HELD            VALUE "Y".
       01  WS-HELD-REC          PIC X(256).
       01  WS-TALLY-REC         PIC X(256).
       01  WS-HASH-COL          PIC 9(4) VALUE 0.
       01  WS-HASH-LEN          PIC 9(4) VALUE 0.
       01  WS-REC-COUNT         PIC 9(6) VALUE 0.
           EXIT.

       PARA-RECORD-DISPATCH.
           MOVE SPACES TO WS-TX-PATH
           ACCEPT WS-TX-PATH FROM ENVIRONMENT "TRANSMIT_FILE"
           IF WS-TX-PATH = SPACES
               DISPLAY "ERROR|REASON=NO-TRANSMIT-FILE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO WS-TX-FILE
           ACCEPT WS-TX-FILE FROM ENVIRONMENT "TRANSMIT_NAME"
           IF WS-TX-FILE = SPACES
               MOVE WS-TX-PATH(1:40) TO WS-TX-FILE
           END-IF
           MOVE SPACES TO WS-TX-HEADER WS-TX-TRAILER
           ACCEPT WS-TX-HEADER FROM ENVIRONMENT "TRANSMIT_HEADER"
           ACCEPT WS-TX-TRAILER FROM ENVIRONMENT "TRANSMIT_TRAILER"
           ACCEPT WS-HASH-COL FROM ENVIRONMENT "TRANSMIT_HASH_COL"
           ACCEPT WS-HASH-LEN FROM ENVIRONMENT "TRANSMIT_HASH_LEN"
           IF WS-HASH-COL > 0
               IF WS-HASH-LEN = 0 OR WS-HASH-LEN > 15
                   MOVE 6 TO WS-HASH-LEN
               END-IF
               IF WS-HASH-COL + WS-HASH-LEN > 257
                   COMPUTE WS-HASH-LEN = 257 - WS-HASH-COL
               END-IF
           END-IF

           MOVE WS-TX-PATH TO WS-OUT-PATH
           MOVE "N" TO WS-OUT-EOF
           OPEN INPUT OUT-FILE
           IF WS-OUT-FS NOT = "00"
               DISPLAY "ERROR|REASON=FILE-NOT-FOUND|PATH="
                       WS-TX-PATH(1:60) "|STATUS=" WS-OUT-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           *> With a trailer each record is held back one read, so
           *> the record still held at end of file is the trailer.
           PERFORM UNTIL OUT-EOF
               READ OUT-FILE
                   AT END
                       SET OUT-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN TX-FIRST AND TX-HEADER
                               CONTINUE
                           WHEN TX-TRAILER
                               IF TX-HELD
                                   MOVE WS-HELD-REC TO WS-TALLY-REC
                                   PERFORM PARA-TALLY-RECORD
                               END-IF
                               MOVE OUT-REC TO WS-HELD-REC
                               SET TX-HELD TO TRUE
                           WHEN OTHER
                               MOVE OUT-REC TO WS-TALLY-REC
                               PERFORM PARA-TALLY-RECORD
                       END-EVALUATE
                       MOVE "N" TO WS-TX-FIRST
               END-READ
           END-PERFORM
           CLOSE OUT-FILE

           EXIT.

       PARA-TALLY-RECORD.
           IF WS-TALLY-REC(1:8) = "CONTROL|"
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-REC-COUNT
           IF WS-HASH-COL > 0
               MOVE SPACES TO WS-HASH-FIELD
               MOVE WS-TALLY-REC(WS-HASH-COL:WS-HASH-LEN)
                   TO WS-HASH-FIELD
               IF WS-HASH-FIELD(1:WS-HASH-LEN) IS NUMERIC
                   MOVE WS-HASH-FIELD(1:WS-HASH-LEN) TO WS-HASH-VAL
                   ADD WS-HASH-VAL TO WS-HASH-TOTAL
               END-IF
           END-IF.

           EXIT.

       PARA-LOAD-REGISTER.
           MOVE "N" TO WS-REG-EOF
           OPEN INPUT REG-FILE
