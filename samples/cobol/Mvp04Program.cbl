       01  WS-CSV-BEF-LEN       PIC 9(2).
       01  WS-CSV-AFTER         PIC X(90).
       01  WS-CSV-AFT-LEN       PIC 9(2).
       01  WS-CSV-DELIM         PIC X(1) VALUE ",".

       *> ALERTSUB parameter block: hard failures are queued for the
       *> morning operator as well as displayed.
       PARA-WRITE-CSV-AUDIT.
           MOVE WS-BEFORE TO WS-CSV-IN
           CALL "CSVQUOTE" USING WS-CSV-IN WS-CSV-BEFORE
               WS-CSV-BEF-LEN WS-CSV-DELIM
           MOVE WS-TEXT TO WS-CSV-IN
           CALL "CSVQUOTE" USING WS-CSV-IN WS-CSV-AFTER
               WS-CSV-AFT-LEN WS-CSV-DELIM
           IF WS-CSV-BEF-LEN = 0
               MOVE 1 TO WS-CSV-BEF-LEN
               MOVE SPACE TO WS-CSV-BEFORE
