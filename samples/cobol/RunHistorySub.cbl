      *> the end stamp is taken here, and the elapsed seconds are
      *> computed across midnight when the run spans it. A zero
      *> LK-START records a zero elapsed time.
      *>
      *> The record closes with the run's hold-queue figures (count
      *> and value of transactions diverted for operator release),
      *> collected from RUNHISTEXTRA; they are zero for every run
      *> that holds nothing. A program run as a step of the
      *> MVP09PROGRAM chain under a named parameter set (RUN_PARMSET)
      *> has the set's name in the record's SET field. The record
      *> closes with the run-control version in force (RUN_CTLVER,
      *> exported by RUNCTLVERSION when the chain starts).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-REC             PIC X(320).

       WORKING-STORAGE SECTION.
       01  WS-HIST-PATH         PIC X(260).
       01  WS-TM-MM             PIC 9(2) VALUE 0.
       01  WS-TM-SS             PIC 9(2) VALUE 0.
       01  WS-TM-CC             PIC 9(2) VALUE 0.
       01  WS-EX-FUNC           PIC X(1) VALUE "G".
       01  WS-EX-HELD           PIC 9(6) VALUE 0.
       01  WS-EX-HELD-VALUE     PIC S9(11)V99 VALUE 0.
       01  WS-EX-VALUE-ED       PIC -9(11).99.
       01  WS-PARMSET           PIC X(8).
       01  WS-CTLVER            PIC X(6).

       LINKAGE SECTION.
       01  LK-PROGRAM           PIC X(16).
           END-IF
           COMPUTE WS-ELAPSED-SECS = WS-ELAPSED-CENTI / 100

           MOVE "G" TO WS-EX-FUNC
           CALL "RUNHISTEXTRA" USING WS-EX-FUNC WS-EX-HELD
               WS-EX-HELD-VALUE
           MOVE WS-EX-HELD-VALUE TO WS-EX-VALUE-ED

           MOVE SPACES TO WS-PARMSET
           ACCEPT WS-PARMSET FROM ENVIRONMENT "RUN_PARMSET"
           MOVE SPACES TO WS-CTLVER
           ACCEPT WS-CTLVER FROM ENVIRONMENT "RUN_CTLVER"

           MOVE "run-history.txt" TO WS-HIST-PATH
           ACCEPT WS-HIST-PATH FROM ENVIRONMENT "RUN_HISTORY"
           IF WS-HIST-PATH = SPACES
                      WS-RUN-TIME  DELIMITED BY SIZE
                      "|ELAPSED="  DELIMITED BY SIZE
                      WS-ELAPSED-SECS DELIMITED BY SIZE
                      "|HELD="     DELIMITED BY SIZE
                      WS-EX-HELD   DELIMITED BY SIZE
                      "|HELD-VALUE=" DELIMITED BY SIZE
                      WS-EX-VALUE-ED DELIMITED BY SIZE
                      "|SET="      DELIMITED BY SIZE
                      WS-PARMSET   DELIMITED BY SIZE
                      "|CTLVER="   DELIMITED BY SIZE
                      WS-CTLVER    DELIMITED BY SIZE
                      INTO HIST-REC
               END-STRING
               WRITE HIST-REC
