           *> Control trailers carry no TEXT= field and are passed
           *> over without counting as rejects.
           IF REJ-REC(1:7) = "TOTALS|" OR REJ-REC(1:5) = "RULE|"
               OR REJ-REC(1:8) = "REFFAIL|"
               OR REJ-REC(1:9) = "CODEFAIL|"
               CONTINUE
           ELSE
               ADD 1 TO WS-CNT-READ
