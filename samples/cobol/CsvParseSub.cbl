
      *> Common CSV record parser for the inbound quoted vendor
      *> feeds, the inbound counterpart of CSVQUOTE. Splits one
      *> delimited record into its fields honouring RFC-style
      *> quoting: a quoted field may carry embedded delimiters, and
      *> a doubled quote inside a quoted field is one literal quote.
      *>
      *> LK-DELIM is the field delimiter (a comma for CSV, a pipe
      *> for pipe-delimited files).
      *> LK-FCOUNT receives the number of fields found; each field
      *> lands in its LK-FVAL slot with LK-FTRUNC set to Y when the
      *> source field was longer than the 40-byte slot.
               10 LK-FTRUNC     PIC X(1).
       01  LK-FCOUNT            PIC 9(2).
       01  LK-STATUS            PIC XX.
       01  LK-DELIM             PIC X(1).

       PROCEDURE DIVISION USING LK-LINE LK-FIELDS LK-FCOUNT
                                LK-STATUS LK-DELIM.
           MOVE "00" TO LK-STATUS
           MOVE 0 TO LK-FCOUNT
           MOVE SPACES TO LK-FIELDS
               WHEN WS-STATE = 1 AND WS-CHAR = QUOTE
                   MOVE 3 TO WS-STATE
                   SET IN-QUOTED TO TRUE
               WHEN WS-STATE = 1 AND WS-CHAR = LK-DELIM
                   PERFORM PARA-START-FIELD
               WHEN WS-STATE = 1
                   MOVE 2 TO WS-STATE
                   PERFORM PARA-PUT-CHAR
               WHEN WS-STATE = 2 AND WS-CHAR = LK-DELIM
                   PERFORM PARA-START-FIELD
               WHEN WS-STATE = 2
                   PERFORM PARA-PUT-CHAR
                   MOVE 3 TO WS-STATE
                   MOVE QUOTE TO WS-CHAR
                   PERFORM PARA-PUT-CHAR
               WHEN WS-STATE = 4 AND WS-CHAR = LK-DELIM
                   MOVE "N" TO WS-QUOTED
                   PERFORM PARA-START-FIELD
               WHEN WS-STATE = 4
