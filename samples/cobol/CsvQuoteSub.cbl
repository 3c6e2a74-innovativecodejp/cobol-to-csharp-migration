
      *> Common CSV field preparation for the programs that offer a
      *> CSV output mode. Trims the value's trailing spaces and,
      *> when it contains the delimiter or a quote, wraps it in
      *> quotes with embedded quotes doubled, so spreadsheet imports
      *> stop mangling the suite's outputs.
      *>
      *> LK-DELIM is the field delimiter of the output being built
      *> (a comma for CSV, a pipe for pipe-delimited files).
      *> LK-OUT receives the prepared field, LK-OUTLEN its length
      *> (zero for an all-space value).

       01  LK-VALUE             PIC X(40).
       01  LK-OUT               PIC X(90).
       01  LK-OUTLEN            PIC 9(2).
       01  LK-DELIM             PIC X(1).

       PROCEDURE DIVISION USING LK-VALUE LK-OUT LK-OUTLEN LK-DELIM.
           MOVE SPACES TO LK-OUT
           MOVE 0 TO LK-OUTLEN
           MOVE "N" TO WS-NEED-QUOTE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-LEN
               IF LK-VALUE(WS-IDX:1) = LK-DELIM OR LK-VALUE(WS-IDX:1)
                       = QUOTE
                   SET NEED-QUOTE TO TRUE
               END-IF
