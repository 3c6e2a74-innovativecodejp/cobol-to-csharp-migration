       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERSUB.

      *> Operator sign-on and authority check for the console and
      *> maintenance programs, against the operator table
      *> (OPERATOR_TABLE, default operators.txt):
      *>   oper-id(3) name(30) active(1: Y/N) functions(8 x 12)
      *> separated by single spaces. The operator id is the three
      *> characters the pending-change queue, the alerts file and
      *> the audit trails already carry as maker/checker/ACK. The
      *> authority codes:
      *>   CUST-LOOKUP  CUST-REWRITE CUST-DELETE  MVP14PROGRAM
      *>   CUST-APPROVE CUST-APPLY                CONSOLE, APPROVE
      *>                                          and APPLY
      *>   ALERT-ACK                              ALERTCONSOLE
      *>   CKPT-CLEAR                             CHECKPOINTUTILITY
      *>   DICT-MAINT                             DICTMAINT
      *>   THRESH-MAINT                           THRESHMAINT
      *>   ERASURE                                ERASUREPROGRAM
      *>
      *> LK-ACTION:   S = sign LK-OPER on to LK-PROGRAM,
      *>              A = check the signed-on operator holds
      *>                  LK-FUNCTION.
      *> LK-OPER:     the operator id (S); on return from A, the
      *>              signed-on operator.
      *> LK-PROGRAM:  the calling program.
      *> LK-FUNCTION: the authority code (A).
      *> LK-NAME:     on a good sign-on, the operator's name.
      *> LK-STATUS:   00 = signed on / authorised,
      *>              10 = operator not on the table,
      *>              20 = operator not active,
      *>              30 = function not authorised (or nobody
      *>                   signed on),
      *>              90 = the operator table could not be read.
      *>
      *> Every sign-on, good or refused, and every refused function
      *> is written to the security log (SECURITY_LOG, default
      *> security-log.txt).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPER-FILE ASSIGN TO DYNAMIC WS-OPER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-OPER-FS.
           SELECT SLOG-FILE ASSIGN TO DYNAMIC WS-SLOG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-SLOG-FS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-FILE.
       01  OPER-REC.
           05 OP-ID             PIC X(3).
           05 FILLER            PIC X(1).
           05 OP-NAME           PIC X(30).
           05 FILLER            PIC X(1).
           05 OP-ACTIVE         PIC X(1).
           05 FILLER            PIC X(1).
           05 OP-FUNC-ENTRY OCCURS 8 TIMES.
               10 OP-FUNC       PIC X(12).
               10 FILLER        PIC X(1).

       FD  SLOG-FILE.
       01  SLOG-REC             PIC X(160).

       WORKING-STORAGE SECTION.
       01  WS-OPER-PATH         PIC X(260).
       01  WS-OPER-FS           PIC XX.
       01  WS-SLOG-PATH         PIC X(260).
       01  WS-SLOG-FS           PIC XX.
       01  WS-OPER-EOF          PIC X VALUE "N".
           88 OPER-EOF           VALUE "Y".
       01  WS-DATE              PIC 9(8) VALUE 0.
       01  WS-TIME              PIC 9(8) VALUE 0.
       01  WS-EVENT             PIC X(16).
       01  WS-REASON            PIC X(20).
       01  WS-IDX               PIC 9(2) VALUE 0.

       *> The signed-on operator, kept for the rest of the run.
       01  WS-SIGNED            PIC X VALUE "N".
           88 SIGNED-ON          VALUE "Y".
       01  WS-SG-ID             PIC X(3) VALUE SPACES.
       01  WS-SG-NAME           PIC X(30).
       01  WS-SG-FUNCS.
           05 WS-SG-FUNC OCCURS 8 TIMES PIC X(12).

       LINKAGE SECTION.
       01  LK-ACTION            PIC X(1).
       01  LK-OPER              PIC X(3).
       01  LK-PROGRAM           PIC X(16).
       01  LK-FUNCTION          PIC X(12).
       01  LK-NAME              PIC X(30).
       01  LK-STATUS            PIC XX.

       PROCEDURE DIVISION USING LK-ACTION LK-OPER LK-PROGRAM
                                LK-FUNCTION LK-NAME LK-STATUS.
           ACCEPT WS-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TIME FROM TIME

           EVALUATE LK-ACTION
               WHEN "S"
                   PERFORM PARA-SIGN-ON
               WHEN "A"
                   PERFORM PARA-CHECK-AUTHORITY
               WHEN OTHER
                   MOVE "30" TO LK-STATUS
           END-EVALUATE

           GOBACK.

       PARA-SIGN-ON.
           MOVE "N" TO WS-SIGNED
           MOVE SPACES TO WS-SG-ID WS-SG-NAME WS-SG-FUNCS LK-NAME
           MOVE "10" TO LK-STATUS
           MOVE "UNKNOWN-OPERATOR" TO WS-REASON

           MOVE "operators.txt" TO WS-OPER-PATH
           ACCEPT WS-OPER-PATH FROM ENVIRONMENT "OPERATOR_TABLE"
           IF WS-OPER-PATH = SPACES
               MOVE "operators.txt" TO WS-OPER-PATH
           END-IF

           IF LK-OPER = SPACES
               MOVE "NO-OPERATOR" TO WS-REASON
           ELSE
               MOVE "N" TO WS-OPER-EOF
               OPEN INPUT OPER-FILE
               IF WS-OPER-FS NOT = "00"
                   MOVE "90" TO LK-STATUS
                   MOVE "TABLE-NOT-FOUND" TO WS-REASON
               ELSE
                   PERFORM UNTIL OPER-EOF
                       READ OPER-FILE
                           AT END
                               SET OPER-EOF TO TRUE
                           NOT AT END
                               IF OP-ID = LK-OPER
                                   PERFORM PARA-TAKE-OPERATOR
                                   SET OPER-EOF TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE OPER-FILE
               END-IF
           END-IF

           IF SIGNED-ON
               MOVE "SIGNON" TO WS-EVENT
               MOVE SPACES TO WS-REASON
           ELSE
               MOVE "SIGNON-REFUSED" TO WS-EVENT
           END-IF
           MOVE SPACES TO LK-FUNCTION
           PERFORM PARA-LOG-EVENT.

           EXIT.

       PARA-TAKE-OPERATOR.
           IF OP-ACTIVE NOT = "Y"
               MOVE "20" TO LK-STATUS
               MOVE "INACTIVE" TO WS-REASON
               EXIT PARAGRAPH
           END-IF
           SET SIGNED-ON TO TRUE
           MOVE OP-ID TO WS-SG-ID
           MOVE OP-NAME TO WS-SG-NAME
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 8
               MOVE OP-FUNC(WS-IDX) TO WS-SG-FUNC(WS-IDX)
           END-PERFORM
           MOVE OP-NAME TO LK-NAME
           MOVE "00" TO LK-STATUS.

           EXIT.

       PARA-CHECK-AUTHORITY.
           MOVE "30" TO LK-STATUS
           IF NOT SIGNED-ON
               MOVE "NOT-SIGNED-ON" TO WS-REASON
           ELSE
               MOVE WS-SG-ID TO LK-OPER
               MOVE "NOT-AUTHORISED" TO WS-REASON
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > 8 OR LK-STATUS = "00"
                   IF LK-FUNCTION NOT = SPACES
                       AND WS-SG-FUNC(WS-IDX) = LK-FUNCTION
                       MOVE "00" TO LK-STATUS
                   END-IF
               END-PERFORM
           END-IF

           *> Granted functions are recorded in the programs' own
           *> audit lines; only refusals come here.
           IF LK-STATUS NOT = "00"
               MOVE "REFUSED" TO WS-EVENT
               PERFORM PARA-LOG-EVENT
           END-IF.

           EXIT.

       PARA-LOG-EVENT.
           MOVE "security-log.txt" TO WS-SLOG-PATH
           ACCEPT WS-SLOG-PATH FROM ENVIRONMENT "SECURITY_LOG"
           IF WS-SLOG-PATH = SPACES
               MOVE "security-log.txt" TO WS-SLOG-PATH
           END-IF
           OPEN EXTEND SLOG-FILE
           IF WS-SLOG-FS NOT = "00"
               OPEN OUTPUT SLOG-FILE
           END-IF
           IF WS-SLOG-FS NOT = "00"
               DISPLAY "OPERSUB|WARN=SECURITY-LOG-UNAVAILABLE|STATUS="
                       WS-SLOG-FS
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO SLOG-REC
           STRING "SECURITY|DATE=" DELIMITED BY SIZE
                  WS-DATE          DELIMITED BY SIZE
                  "|TIME="         DELIMITED BY SIZE
                  WS-TIME(1:6)     DELIMITED BY SIZE
                  "|EVENT="        DELIMITED BY SIZE
                  WS-EVENT         DELIMITED BY SIZE
                  "|OPER="         DELIMITED BY SIZE
                  LK-OPER          DELIMITED BY SIZE
                  "|PROG="         DELIMITED BY SIZE
                  LK-PROGRAM       DELIMITED BY SIZE
                  "|FUNC="         DELIMITED BY SIZE
                  LK-FUNCTION      DELIMITED BY SIZE
                  "|REASON="       DELIMITED BY SIZE
                  WS-REASON        DELIMITED BY SIZE
                  INTO SLOG-REC
           END-STRING
           WRITE SLOG-REC
           CLOSE SLOG-FILE.

           EXIT.
