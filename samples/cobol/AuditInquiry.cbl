       DATA DIVISION.
       FILE SECTION.
       FD  SRC-FILE.
       01  SRC-REC              PIC X(360).

       FD  RPT-FILE.
       01  RPT-REC              PIC X(140).
       PARA-TAKE-MVP14-LINE.
           *> MVP14 audit fields sit at fixed columns: date 6-13,
           *> time 20-27, key 33-36, action 45-51, source 60-67,
           *> before image from 83, after image from 210 (from
           *> 201 on lines written before the master carried the
           *> lifecycle status, recognised by |AFTER= at 194).
           IF SRC-REC(1:5) = "DATE="
               AND SRC-REC(6:8) IS NUMERIC
               AND SRC-REC(33:4) = WS-Q-KEY
               MOVE "MVP14PROGRAM" TO WS-EV-SOURCE-W
               MOVE SRC-REC(45:7) TO WS-EV-ACTION-W
               MOVE SRC-REC(83:24) TO WS-EV-BEFORE-W
               IF SRC-REC(194:7) = "|AFTER="
                   MOVE SRC-REC(201:24) TO WS-EV-AFTER-W
               ELSE
                   MOVE SRC-REC(210:24) TO WS-EV-AFTER-W
               END-IF
               PERFORM PARA-TAKE-EVENT
           END-IF.

