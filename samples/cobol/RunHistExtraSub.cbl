       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUNHISTEXTRA.

      *> Hold-queue figures for the standard run-history record. A
      *> posting run that diverts transactions to a hold queue sets
      *> its count and value here before it calls RUNHISTORY;
      *> RUNHISTORY collects them (and clears them, so the next
      *> program in the same run unit starts from zero) and writes
      *> them on the end of the RUN record. Every other program
      *> never calls this and records zero holds.
      *>
      *> LK-FUNC:       S = set the figures for this run's record
      *>                G = get the figures and clear them
      *> LK-HELD:       transactions diverted to the hold queue
      *> LK-HELD-VALUE: their total signed value

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HELD              PIC 9(6) VALUE 0.
       01  WS-HELD-VALUE        PIC S9(11)V99 VALUE 0.

       LINKAGE SECTION.
       01  LK-FUNC              PIC X(1).
       01  LK-HELD              PIC 9(6).
       01  LK-HELD-VALUE        PIC S9(11)V99.

       PROCEDURE DIVISION USING LK-FUNC LK-HELD LK-HELD-VALUE.
           EVALUATE LK-FUNC
               WHEN "S"
                   MOVE LK-HELD TO WS-HELD
                   MOVE LK-HELD-VALUE TO WS-HELD-VALUE
               WHEN "G"
                   MOVE WS-HELD TO LK-HELD
                   MOVE WS-HELD-VALUE TO LK-HELD-VALUE
                   MOVE 0 TO WS-HELD
                   MOVE 0 TO WS-HELD-VALUE
               WHEN OTHER
                   DISPLAY "RUNHISTEXTRA|RESULT=BAD-FUNCTION|FUNC="
                           LK-FUNC
           END-EVALUATE

           GOBACK.
