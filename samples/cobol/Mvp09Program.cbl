           SELECT STEPS-FILE ASSIGN TO DYNAMIC WS-STEPS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STEPS-FS.
           SELECT SET-FILE ASSIGN TO DYNAMIC WS-SET-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-SET-FS.
           SELECT CTL-FILE ASSIGN TO DYNAMIC WS-CTL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-CTL-FS.
           SELECT HIST-FILE ASSIGN TO DYNAMIC WS-HIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-HIST-FS.
           SELECT HMST-FILE ASSIGN TO DYNAMIC WS-HMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HM-KEY
               FILE STATUS  IS WS-HMST-FS.

       DATA DIVISION.
       FILE SECTION.

       *> Chain definition, one record per step in execution order:
       *>   step-id(8) program(16) enabled(1) continue-on-exc(1)
       *>   space parameter-set(8) space run-day-rule(12)
       *> Operations reorders, adds or removes steps per night by
       *> editing this file; when it is absent the four historical
       *> steps run exactly as they always did. A step naming a
       *> parameter set runs with that set's keyword=value lines
       *> (file <MVP09_PARMSET_PREFIX><set>.txt, prefix default
       *> parmset-, in the run-control file's format) exported over
       *> whatever run-control and the environment supplied, so the
       *> same program can appear twice against different inputs.
       *> The run-day rule says on which processing dates the step
       *> is due, judged by the suite calendar (CALENDARSUB):
       *>   blank    every night, as before
       *>   BUSDAY   every business day
       *>   FIRSTBUS first business day of the month
       *>   LASTBUS  last business day of the month
       *>   MON..SUN that weekday
       *>   HOLIDAY  a weekday the holiday calendar closes
       *>   ON=ccyymmdd  that date only
       *> A step not due tonight is passed over without being
       *> checkpointed and does not hold up the chain's completion.
       FD  STEPS-FILE.
       01  STEPS-REC.
           05 STP-ID            PIC X(8).
           05 STP-PROGRAM       PIC X(16).
           05 STP-ENABLED       PIC X(1).
           05 STP-CONTINUE      PIC X(1).
           05 FILLER            PIC X(1).
           05 STP-SET           PIC X(8).
           05 FILLER            PIC X(1).
           05 STP-RULE          PIC X(12).

       *> A step's parameter set.
       FD  SET-FILE.
       01  SET-REC              PIC X(300).

       *> Operator control file, checked at every step boundary.
       *> Operators append one line per instruction:
       *>   action(7) step(8) initials(4)
       *> separated by single spaces, where the action is
       *>   HOLD     pause before the next step until released
       *>   RELEASE  end a hold
       *>   STOP     end cleanly before the next step, keeping the
       *>            checkpoint for the restart
       *>   SKIP     pass over the named step once, checkpointing
       *>            it as taken
       *> An instruction is removed from the file once the chain
       *> has acted on it (or refused it); SKIPs wait for their
       *> step. Whatever is still waiting when the chain completes
       *> has lapsed and is removed too.
       FD  CTL-FILE.
       01  CTL-REC.
           05 CTL-ACTION        PIC X(7).
           05 FILLER            PIC X(1).
           05 CTL-STEP          PIC X(8).
           05 FILLER            PIC X(1).
           05 CTL-INITIALS      PIC X(4).

       *> The shared run-history file, to which every instruction
       *> acted on is appended as an OPR record beside the chain's
       *> RUN record, and the night's projected against actual
       *> finish as a PRJ record.
       FD  HIST-FILE.
       01  HIST-REC             PIC X(320).

       *> Indexed run-history master (HISTORYMASTER's layout), read
       *> for each step program's typical elapsed time.
       FD  HMST-FILE.
       01  HMST-REC.
           05 HM-KEY.
               10 HM-PROG       PIC X(16).
               10 HM-DATE       PIC 9(8).
               10 HM-SEQ        PIC 9(3).
           05 HM-TIME           PIC 9(8).
           05 HM-READ           PIC 9(6).
           05 HM-WRITTEN        PIC 9(6).
           05 HM-REJECTED       PIC 9(6).
           05 HM-STATUS         PIC X(10).
           05 HM-ELAPSED        PIC 9(6).
           05 HM-HELD           PIC 9(6).
           05 HM-HELD-VALUE     PIC S9(11)V99
                                SIGN IS LEADING SEPARATE.
           05 HM-SET            PIC X(8).
           05 HM-CTLVER         PIC X(6).

       WORKING-STORAGE SECTION.
       01  WS-CKPT-PATH         PIC X(260).
               10 WS-STEP-ENABLED  PIC X(1).
               10 WS-STEP-CONTINUE PIC X(1).
               10 WS-STEP-DONE     PIC 9(1).
               10 WS-STEP-SET      PIC X(8).
               10 WS-STEP-RULE     PIC X(12).
               10 WS-STEP-DUE      PIC X(1).
                   88 STEP-DUE       VALUE "Y".
                   88 STEP-NOT-DUE   VALUE "N".
                   88 STEP-BAD-RULE  VALUE "B".
               10 WS-STEP-WHY      PIC X(30).
               10 WS-STEP-TYPICAL  PIC 9(6).
               10 WS-STEP-RUNS     PIC 9(2).

       *> Finish-time projection: each step's typical elapsed time
       *> is the median of its program's last 20 runs in the
       *> run-history master (HIST_MASTER) that did not fail. After
       *> every step the remaining due steps are summed onto the
       *> clock and compared with the online-window deadline
       *> (MVP09_DEADLINE, then BATCHWIN_DEADLINE, hhmmss, default
       *> 060000); a clock at or past the evening hour (MVP09_EVENING,
       *> then BATCHWIN_EVENING, default 200000) is judged against
       *> the next morning's deadline. The first forecast breach is
       *> raised through ALERTSUB while there is still time to skip
       *> or defer work.
       01  WS-HMST-PATH         PIC X(260).
       01  WS-HMST-FS           PIC XX.
       01  WS-HM-EOF            PIC X VALUE "N".
           88 HM-EOF             VALUE "Y".
       01  WS-DEADLINE          PIC 9(6) VALUE 0.
       01  WS-EVENING           PIC 9(6) VALUE 0.
       01  WS-MED-SEEN          PIC 9(6) VALUE 0.
       01  WS-MED-COUNT         PIC 9(2) VALUE 0.
       01  WS-MED-I             PIC 9(2) VALUE 0.
       01  WS-MED-J             PIC 9(2) VALUE 0.
       01  WS-MED-HOLD          PIC 9(6) VALUE 0.
       01  WS-MED-TAB.
           05 WS-MED-ELAPSED OCCURS 20 TIMES PIC 9(6).
       01  WS-PRJ-IDX           PIC 9(2) VALUE 0.
       01  WS-TM-HH             PIC 9(2) VALUE 0.
       01  WS-TM-MM             PIC 9(2) VALUE 0.
       01  WS-TM-SS             PIC 9(2) VALUE 0.
       01  WS-TM-REM            PIC 9(4) VALUE 0.
       01  WS-PRJ-AFTER         PIC X(8).
       01  WS-PRJ-CLOCK         PIC 9(8) VALUE 0.
       01  WS-PRJ-HHMMSS        PIC 9(6) VALUE 0.
       01  WS-PRJ-SECS          PIC 9(6) VALUE 0.
       01  WS-PRJ-NOW-SECS      PIC 9(6) VALUE 0.
       01  WS-PRJ-DL-SECS       PIC 9(6) VALUE 0.
       01  WS-PRJ-REMAIN        PIC 9(6) VALUE 0.
       01  WS-PRJ-UNTIL         PIC S9(6) VALUE 0.
       01  WS-PRJ-UNKNOWN       PIC 9(2) VALUE 0.
       01  WS-PRJ-FINISH        PIC 9(6) VALUE 0.
       01  WS-PRJ-FIRST         PIC 9(6) VALUE 0.
       01  WS-PRJ-FIRST-SECS    PIC 9(6) VALUE 0.
       01  WS-PRJ-ACTUAL        PIC 9(6) VALUE 0.
       01  WS-PRJ-VARIANCE      PIC S9(6) VALUE 0.
       01  WS-PRJ-VAR-ED        PIC -(6)9.
       01  WS-PRJ-RESULT        PIC X(8).
       01  WS-PRJ-CHAIN         PIC X(10).
       01  WS-PRJ-MADE          PIC X VALUE "N".
           88 PRJ-MADE           VALUE "Y".
       01  WS-PRJ-ALERTED       PIC X VALUE "N".
           88 PRJ-ALERTED        VALUE "Y".

       *> Run-control versioning: RUNCTLVERSION is told which mode
       *> and caller through the environment.
       01  WS-ENV-NAME          PIC X(40).
       01  WS-ENV-VALUE         PIC X(260).

       *> End-of-chain operations dashboard (OPSDASHBOARD), on
       *> unless MVP09_DASHBOARD is N; it must not disturb the
       *> chain's own completion code.
       01  WS-DASHBOARD         PIC X VALUE "Y".
       01  WS-SAVE-RC           PIC S9(4) VALUE 0.

       *> ALERTSUB parameter block for the forecast breach warning.
       01  WS-AL-SEV            PIC X(1).
       01  WS-AL-REASON         PIC X(30).
       01  WS-AL-DETAIL         PIC X(60).

       *> Processing date the run-day rules are judged against
       *> (MVP09_PROCESS_DATE, then PROCESS_DATE, then today), and
       *> the CALENDARSUB parameter block.
       01  WS-PROC-DATE         PIC 9(8) VALUE 0.
       01  WS-PROC-DOW          PIC 9(1) VALUE 0.
       01  WS-DOW-NAMES         PIC X(21)
                                VALUE "SUNMONTUEWEDTHUFRISAT".
       01  WS-CAL-FUNC          PIC X(1).
       01  WS-CAL-RESULT        PIC 9(8) VALUE 0.
       01  WS-CAL-STATUS        PIC XX.
       01  WS-PROC-BUSY         PIC X VALUE "N".
           88 PROC-BUSINESS-DAY  VALUE "Y".
       01  WS-RULE              PIC X(12).

       *> The parameter set in force for the running step: each
       *> keyword it set, with the value it replaced, so the prior
       *> value is put back once the step is over. RUN_PARMSET
       *> carries the set's name to RUNHISTORY for the step's own
       *> run-history record.
       01  WS-SET-PREFIX        PIC X(20).
       01  WS-SET-PATH          PIC X(260).
       01  WS-SET-FS            PIC XX.
       01  WS-SET-EOF           PIC X VALUE "N".
           88 SET-EOF            VALUE "Y".
       01  WS-SET-MISSING       PIC X VALUE "N".
           88 SET-MISSING        VALUE "Y".
       01  WS-SET-COUNT         PIC 9(2) VALUE 0.
       01  WS-SET-IDX           PIC 9(2) VALUE 0.
       01  WS-SET-TAB.
           05 WS-SET-ENTRY OCCURS 50 TIMES.
               10 WS-SET-KEY     PIC X(40).
               10 WS-SET-OLD     PIC X(260).
       01  WS-SET-NAME          PIC X(40).
       01  WS-SET-VALUE         PIC X(260).
       01  WS-SET-PTR           PIC 9(4) VALUE 1.

       01  WS-OUT               PIC X(20) VALUE SPACES.
       01  WS-OUT-PTR           PIC 9(2) VALUE 1.
       01  WS-FAILED-STEP       PIC X(8) VALUE SPACES.
       01  WS-CNT-EXCEPTIONS    PIC 9(2) VALUE 0.

       *> Operator control: the instructions read at a boundary,
       *> the hold and stop they put the chain in, and the poll
       *> interval while held (MVP09_HOLD_POLL seconds, default 30).
       01  WS-CTL-PATH          PIC X(260).
       01  WS-CTL-FS            PIC XX.
       01  WS-CTL-EOF           PIC X VALUE "N".
           88 CTL-EOF            VALUE "Y".
       01  WS-CTL-CHANGED       PIC X VALUE "N".
           88 CTL-CHANGED        VALUE "Y".
       01  WS-CTL-COUNT         PIC 9(3) VALUE 0.
       01  WS-CTL-IDX           PIC 9(3) VALUE 0.
       01  WS-CTL-TAB.
           05 WS-CTL-ENTRY OCCURS 200 TIMES.
               10 WS-CTL-ACTION    PIC X(7).
               10 WS-CTL-STEP      PIC X(8).
               10 WS-CTL-INITIALS  PIC X(4).
               10 WS-CTL-PENDING   PIC X(1).
       01  WS-FIND-IDX          PIC 9(2) VALUE 0.
       01  WS-STEP-KNOWN        PIC X VALUE "N".
           88 STEP-KNOWN         VALUE "Y".
       01  WS-CHAIN-HELD        PIC X VALUE "N".
           88 CHAIN-HELD         VALUE "Y".
       01  WS-CHAIN-STOPPED     PIC X VALUE "N".
           88 CHAIN-STOPPED      VALUE "Y".
       01  WS-SKIP-THIS         PIC X VALUE "N".
           88 SKIP-THIS          VALUE "Y".
       01  WS-STOP-BY           PIC X(4) VALUE SPACES.
       01  WS-STOP-BEFORE       PIC X(8) VALUE SPACES.
       01  WS-SKIP-BY           PIC X(4) VALUE SPACES.
       01  WS-HOLD-POLL         PIC 9(4) VALUE 0.
       01  WS-OPR-RESULT        PIC X(12).
       01  WS-OPR-DATE          PIC 9(8).
       01  WS-OPR-TIME          PIC 9(8).
       01  WS-CNT-INSTRUCTIONS  PIC 9(4) VALUE 0.
       01  WS-HIST-PATH         PIC X(260).
       01  WS-HIST-FS           PIC XX.

       *> Per-run retry allowance: a step ending with the failure
       *> code is retried up to MVP09_RETRY_MAX times before the
       *> chain treats it as failed, so a transient file-in-use

           ACCEPT WS-RETRY-MAX FROM ENVIRONMENT "MVP09_RETRY_MAX".

           MOVE "parmset-" TO WS-SET-PREFIX.
           ACCEPT WS-SET-PREFIX FROM ENVIRONMENT "MVP09_PARMSET_PREFIX".
           IF WS-SET-PREFIX = SPACES
               MOVE "parmset-" TO WS-SET-PREFIX
           END-IF.

           MOVE "mvp09-control.txt" TO WS-CTL-PATH.
           ACCEPT WS-CTL-PATH FROM ENVIRONMENT "MVP09_CONTROL".
           IF WS-CTL-PATH = SPACES
               MOVE "mvp09-control.txt" TO WS-CTL-PATH
           END-IF.
           ACCEPT WS-HOLD-POLL FROM ENVIRONMENT "MVP09_HOLD_POLL".
           IF WS-HOLD-POLL = 0
               MOVE 30 TO WS-HOLD-POLL
           END-IF.
           MOVE "run-history.txt" TO WS-HIST-PATH.
           ACCEPT WS-HIST-PATH FROM ENVIRONMENT "RUN_HISTORY".
           IF WS-HIST-PATH = SPACES
               MOVE "run-history.txt" TO WS-HIST-PATH
           END-IF.

           MOVE 0 TO WS-PROC-DATE.
           ACCEPT WS-PROC-DATE FROM ENVIRONMENT "MVP09_PROCESS_DATE".
           IF WS-PROC-DATE = 0
               ACCEPT WS-PROC-DATE FROM ENVIRONMENT "PROCESS_DATE"
           END-IF.
           IF WS-PROC-DATE = 0
               MOVE WS-RUN-DATE TO WS-PROC-DATE
           END-IF.

           PERFORM PARA-LOAD-STEPS

           MOVE "B" TO WS-CAL-FUNC
           CALL "CALENDARSUB" USING WS-CAL-FUNC WS-PROC-DATE
               WS-CAL-RESULT WS-CAL-STATUS
           IF (WS-CAL-STATUS NOT = "00" AND WS-CAL-STATUS NOT = "10")
               OR FUNCTION TEST-DATE-YYYYMMDD(WS-PROC-DATE) NOT = 0
               DISPLAY "ERROR|REASON=BAD-PROCESS-DATE|DATE="
                       WS-PROC-DATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM PARA-EVALUATE-RULES

           MOVE "runhistory.dat" TO WS-HMST-PATH.
           ACCEPT WS-HMST-PATH FROM ENVIRONMENT "HIST_MASTER".
           IF WS-HMST-PATH = SPACES
               MOVE "runhistory.dat" TO WS-HMST-PATH
           END-IF.
           ACCEPT WS-DEADLINE FROM ENVIRONMENT "MVP09_DEADLINE".
           IF WS-DEADLINE = 0
               ACCEPT WS-DEADLINE FROM ENVIRONMENT "BATCHWIN_DEADLINE"
           END-IF.
           IF WS-DEADLINE = 0
               MOVE 60000 TO WS-DEADLINE
           END-IF.
           ACCEPT WS-EVENING FROM ENVIRONMENT "MVP09_EVENING".
           IF WS-EVENING = 0
               ACCEPT WS-EVENING FROM ENVIRONMENT "BATCHWIN_EVENING"
           END-IF.
           IF WS-EVENING = 0
               MOVE 200000 TO WS-EVENING
           END-IF.
           PERFORM PARA-LOAD-TYPICAL

           IF WS-RUN-MODE = "PLAN"
               PERFORM PARA-LOAD-CHECKPOINT
               PERFORM PARA-PRINT-PLAN

           PERFORM PARA-LOAD-CHECKPOINT

           PERFORM PARA-SNAPSHOT-CONTROL

           ACCEPT WS-FLAG

           IF WS-FLAG = 1
               PERFORM PARA-MARK
           END-IF

           MOVE "START" TO WS-PRJ-AFTER
           PERFORM PARA-PROJECT

           *> The operator control file is read at each boundary
           *> before a step that is about to run.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                      OR CHAIN-FAILED
                      OR CHAIN-STOPPED
               IF WS-STEP-ENABLED(WS-STEP-IDX) = "Y"
                   AND WS-STEP-DONE(WS-STEP-IDX) NOT = 1
                   AND STEP-NOT-DUE(WS-STEP-IDX)
                   PERFORM PARA-NOT-DUE-STEP
               END-IF
               IF WS-STEP-ENABLED(WS-STEP-IDX) = "Y"
                   AND WS-STEP-DONE(WS-STEP-IDX) NOT = 1
                   AND NOT STEP-NOT-DUE(WS-STEP-IDX)
                   PERFORM PARA-CHECK-CONTROL
                   EVALUATE TRUE
                       WHEN CHAIN-STOPPED
                           MOVE WS-STEP-ID(WS-STEP-IDX)
                               TO WS-STOP-BEFORE
                       WHEN SKIP-THIS
                           PERFORM PARA-SKIP-STEP
                       WHEN STEP-BAD-RULE(WS-STEP-IDX)
                           PERFORM PARA-BAD-RULE-STEP
                       WHEN OTHER
                           PERFORM PARA-RUN-STEP
                   END-EVALUATE
                   IF NOT CHAIN-FAILED AND NOT CHAIN-STOPPED
                       MOVE WS-STEP-ID(WS-STEP-IDX) TO WS-PRJ-AFTER
                       PERFORM PARA-PROJECT
                   END-IF
               END-IF
           END-PERFORM

           *> Every enabled step is accounted for (already marked
           *> done on a prior run, or just performed above) once no
           *> enabled step due tonight is left undone, so the
           *> checkpoint can be cleared for the next fresh run. A
           *> failed chain keeps its checkpoint for the restart.
           MOVE "Y" TO WS-ALL-DONE
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-ENABLED(WS-STEP-IDX) = "Y"
                   AND WS-STEP-DONE(WS-STEP-IDX) NOT = 1
                   AND NOT STEP-NOT-DUE(WS-STEP-IDX)
                   MOVE "N" TO WS-ALL-DONE
               END-IF
           END-PERFORM
           IF NOT CHAIN-FAILED AND ALL-DONE
               PERFORM PARA-CLEAR-CHECKPOINT
               PERFORM PARA-LAPSE-CONTROL
           END-IF

           IF CHAIN-FAILED
               DISPLAY "CHAIN|RESULT=FAILED|STEP=" WS-FAILED-STEP
           END-IF
           IF CHAIN-STOPPED
               DISPLAY "CHAIN|RESULT=STOPPED|BEFORE=" WS-STOP-BEFORE
                       "|BY=" WS-STOP-BY
           END-IF

           DISPLAY "MARK=" WS-MARK "|SEQ=" WS-OUT
                   "|RUNDATE=" WS-RUN-DATE "|RUNTIME=" WS-RUN-TIME

           PERFORM PARA-LOG-PROJECTION

           PERFORM PARA-RELEASE-LOCK

           PERFORM PARA-RECORD-RUN

           PERFORM PARA-RUN-DASHBOARD

           GOBACK.

       PARA-RECORD-RUN.
           *> READ carries the night's total retry attempts so the
           *> morning review sees how hard the chain had to fight.
           MOVE WS-CNT-RETRIES TO WS-RH-READ
           *> WRITTEN carries the operator instructions acted on;
           *> each has its own OPR record alongside.
           MOVE WS-CNT-INSTRUCTIONS TO WS-RH-WRITTEN
           MOVE WS-CNT-EXCEPTIONS TO WS-RH-REJECTED
           EVALUATE TRUE
               WHEN CHAIN-FAILED
                   MOVE "FAILED" TO WS-RH-STATUS
               WHEN CHAIN-STOPPED
                   MOVE "STOPPED" TO WS-RH-STATUS
               WHEN WS-CNT-EXCEPTIONS > 0
                   MOVE "EXCEPTIONS" TO WS-RH-STATUS
               WHEN OTHER
               WS-RH-READ WS-RH-WRITTEN WS-RH-REJECTED WS-RH-STATUS
               WS-RH-START
           *> Completion codes: 0 = clean, 4 = completed with
           *> exceptions or stopped by the operator, 8 = failed.
           EVALUATE WS-RH-STATUS
               WHEN "FAILED"
                   MOVE 8 TO RETURN-CODE
               WHEN "EXCEPTIONS"
               WHEN "STOPPED"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                                   TO WS-STEP-ENABLED(WS-STEP-COUNT)
                               MOVE STP-CONTINUE
                                   TO WS-STEP-CONTINUE(WS-STEP-COUNT)
                               MOVE STP-SET
                                   TO WS-STEP-SET(WS-STEP-COUNT)
                               MOVE STP-RULE
                                   TO WS-STEP-RULE(WS-STEP-COUNT)
                               MOVE 0
                                   TO WS-STEP-DONE(WS-STEP-COUNT)
                           ELSE
                       UNTIL WS-STEP-IDX > 4
                   MOVE "Y" TO WS-STEP-ENABLED(WS-STEP-IDX)
                   MOVE "N" TO WS-STEP-CONTINUE(WS-STEP-IDX)
                   MOVE SPACES TO WS-STEP-SET(WS-STEP-IDX)
                   MOVE SPACES TO WS-STEP-RULE(WS-STEP-IDX)
                   MOVE 0   TO WS-STEP-DONE(WS-STEP-IDX)
               END-PERFORM
           END-IF.

       PARA-PRINT-PLAN.
           DISPLAY "PLAN|CHECKPOINT=" WS-CKPT-PATH(1:40)
                   "|PROCESS-DATE=" WS-PROC-DATE
                   "|DAY=" WS-DOW-NAMES(WS-PROC-DOW * 3 + 1:3)
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               EVALUATE TRUE
                               WS-STEP-ID(WS-STEP-IDX)
                               "|DECISION=SUPPRESSED"
                               "|SOURCE=STEPS-FILE"
                   WHEN STEP-NOT-DUE(WS-STEP-IDX)
                       DISPLAY "PLAN|STEP="
                               WS-STEP-ID(WS-STEP-IDX)
                               "|DECISION=NOT-DUE"
                               "|RULE=" WS-STEP-RULE(WS-STEP-IDX)
                               "|REASON=" WS-STEP-WHY(WS-STEP-IDX)
                   WHEN STEP-BAD-RULE(WS-STEP-IDX)
                       DISPLAY "PLAN|STEP="
                               WS-STEP-ID(WS-STEP-IDX)
                               "|DECISION=WILL-FAIL"
                               "|RULE=" WS-STEP-RULE(WS-STEP-IDX)
                               "|REASON=" WS-STEP-WHY(WS-STEP-IDX)
                   WHEN OTHER
                       DISPLAY "PLAN|STEP="
                               WS-STEP-ID(WS-STEP-IDX)
                               "|DECISION=WILL-RUN"
                               "|PROGRAM="
                               WS-STEP-PROGRAM(WS-STEP-IDX)
                               "|SET=" WS-STEP-SET(WS-STEP-IDX)
                               "|RULE=" WS-STEP-RULE(WS-STEP-IDX)
                               "|REASON=" WS-STEP-WHY(WS-STEP-IDX)
                               "|TYPICAL=" WS-STEP-TYPICAL(WS-STEP-IDX)
               END-EVALUATE
           END-PERFORM
           MOVE "PLAN" TO WS-PRJ-AFTER
           PERFORM PARA-PROJECT
           PERFORM PARA-LOAD-CONTROL
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-COUNT
               DISPLAY "PLAN|CONTROL=" WS-CTL-ACTION(WS-CTL-IDX)
                       "|STEP=" WS-CTL-STEP(WS-CTL-IDX)
                       "|BY=" WS-CTL-INITIALS(WS-CTL-IDX)
                       "|DECISION=WAITING"
           END-PERFORM
           DISPLAY "PLAN|RESULT=NO-STEP-PERFORMED".

           EXIT.

      *> Judge each step's run-day rule against the processing
      *> date once, up front, so PLAN and RUN agree on what is due
      *> tonight and why.
       PARA-EVALUATE-RULES.
           IF WS-CAL-STATUS = "00"
               SET PROC-BUSINESS-DAY TO TRUE
           ELSE
               MOVE "N" TO WS-PROC-BUSY
           END-IF
           *> Day 1 of the INTEGER-OF-DATE epoch is a Monday, so
           *> MOD 7 gives 0 for Sunday through 6 for Saturday.
           COMPUTE WS-PROC-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-PROC-DATE), 7)
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM PARA-EVALUATE-RULE
           END-PERFORM.

           EXIT.

       PARA-EVALUATE-RULE.
           MOVE WS-STEP-RULE(WS-STEP-IDX) TO WS-RULE
           INSPECT WS-RULE CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE WS-RULE TO WS-STEP-RULE(WS-STEP-IDX)
           MOVE "N" TO WS-STEP-DUE(WS-STEP-IDX)
           MOVE SPACES TO WS-STEP-WHY(WS-STEP-IDX)
           EVALUATE TRUE
               WHEN WS-RULE = SPACES OR WS-RULE = "DAILY"
                   SET STEP-DUE(WS-STEP-IDX) TO TRUE
                   MOVE "EVERY-NIGHT" TO WS-STEP-WHY(WS-STEP-IDX)
               WHEN WS-RULE = "BUSDAY"
                   IF PROC-BUSINESS-DAY
                       SET STEP-DUE(WS-STEP-IDX) TO TRUE
                       MOVE "BUSINESS-DAY"
                           TO WS-STEP-WHY(WS-STEP-IDX)
                   ELSE
                       MOVE "NOT-A-BUSINESS-DAY"
                           TO WS-STEP-WHY(WS-STEP-IDX)
                   END-IF
               WHEN WS-RULE = "LASTBUS"
                   MOVE "L" TO WS-CAL-FUNC
                   CALL "CALENDARSUB" USING WS-CAL-FUNC WS-PROC-DATE
                       WS-CAL-RESULT WS-CAL-STATUS
                   IF WS-CAL-RESULT = WS-PROC-DATE
                       SET STEP-DUE(WS-STEP-IDX) TO TRUE
                       MOVE "LAST-BUSINESS-DAY"
                           TO WS-STEP-WHY(WS-STEP-IDX)
                   ELSE
                       STRING "LAST-BUSINESS-DAY-IS-"
                                  DELIMITED BY SIZE
                              WS-CAL-RESULT DELIMITED BY SIZE
                              INTO WS-STEP-WHY(WS-STEP-IDX)
                       END-STRING
                   END-IF
               WHEN WS-RULE = "FIRSTBUS"
                   *> The first business day is a business day whose
                   *> previous business day falls in an earlier month.
                   MOVE "P" TO WS-CAL-FUNC
                   CALL "CALENDARSUB" USING WS-CAL-FUNC WS-PROC-DATE
                       WS-CAL-RESULT WS-CAL-STATUS
                   EVALUATE TRUE
                       WHEN NOT PROC-BUSINESS-DAY
                           MOVE "NOT-A-BUSINESS-DAY"
                               TO WS-STEP-WHY(WS-STEP-IDX)
                       WHEN WS-CAL-RESULT(1:6) NOT = WS-PROC-DATE(1:6)
                           SET STEP-DUE(WS-STEP-IDX) TO TRUE
                           MOVE "FIRST-BUSINESS-DAY"
                               TO WS-STEP-WHY(WS-STEP-IDX)
                       WHEN OTHER
                           MOVE "NOT-FIRST-BUSINESS-DAY"
                               TO WS-STEP-WHY(WS-STEP-IDX)
                   END-EVALUATE
               WHEN WS-RULE = "HOLIDAY"
                   *> A weekday the calendar closes is a holiday.
                   IF PROC-BUSINESS-DAY
                       OR WS-PROC-DOW = 0 OR WS-PROC-DOW = 6
                       MOVE "NOT-A-CALENDAR-HOLIDAY"
                           TO WS-STEP-WHY(WS-STEP-IDX)
                   ELSE
                       SET STEP-DUE(WS-STEP-IDX) TO TRUE
                       MOVE "CALENDAR-HOLIDAY"
                           TO WS-STEP-WHY(WS-STEP-IDX)
                   END-IF
               WHEN WS-RULE(1:3) = "ON="
                   IF WS-RULE(4:8) IS NOT NUMERIC
                       OR WS-RULE(12:1) NOT = SPACE
                       SET STEP-BAD-RULE(WS-STEP-IDX) TO TRUE
                       MOVE "UNKNOWN-RULE"
                           TO WS-STEP-WHY(WS-STEP-IDX)
                   ELSE
                       IF WS-RULE(4:8) = WS-PROC-DATE
                           SET STEP-DUE(WS-STEP-IDX) TO TRUE
                           MOVE "NAMED-DATE"
                               TO WS-STEP-WHY(WS-STEP-IDX)
                       ELSE
                           MOVE "NOT-THE-NAMED-DATE"
                               TO WS-STEP-WHY(WS-STEP-IDX)
                       END-IF
                   END-IF
               WHEN WS-RULE(4:9) = SPACES
                   PERFORM PARA-EVALUATE-WEEKDAY
               WHEN OTHER
                   SET STEP-BAD-RULE(WS-STEP-IDX) TO TRUE
                   MOVE "UNKNOWN-RULE" TO WS-STEP-WHY(WS-STEP-IDX)
           END-EVALUATE.

           EXIT.

       PARA-EVALUATE-WEEKDAY.
           SET STEP-BAD-RULE(WS-STEP-IDX) TO TRUE
           MOVE "UNKNOWN-RULE" TO WS-STEP-WHY(WS-STEP-IDX)
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 3
                   UNTIL WS-FIND-IDX > 19
               IF WS-DOW-NAMES(WS-FIND-IDX:3) = WS-RULE(1:3)
                   MOVE SPACES TO WS-STEP-WHY(WS-STEP-IDX)
                   IF WS-PROC-DOW * 3 + 1 = WS-FIND-IDX
                       SET STEP-DUE(WS-STEP-IDX) TO TRUE
                       STRING "WEEKDAY-" DELIMITED BY SIZE
                              WS-RULE(1:3) DELIMITED BY SIZE
                              INTO WS-STEP-WHY(WS-STEP-IDX)
                       END-STRING
                   ELSE
                       MOVE "N" TO WS-STEP-DUE(WS-STEP-IDX)
                       STRING "TODAY-IS-" DELIMITED BY SIZE
                              WS-DOW-NAMES(WS-PROC-DOW * 3 + 1:3)
                                          DELIMITED BY SIZE
                              INTO WS-STEP-WHY(WS-STEP-IDX)
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

      *> A step whose run-day rule does not fall tonight is passed
      *> over without a checkpoint, so it is judged afresh on the
      *> next processing date.
       PARA-NOT-DUE-STEP.
           DISPLAY "STEP=" WS-STEP-ID(WS-STEP-IDX)
                   "|PROGRAM=" WS-STEP-PROGRAM(WS-STEP-IDX)
                   "|EVENT=NOT-DUE|RULE=" WS-STEP-RULE(WS-STEP-IDX)
                   "|REASON=" WS-STEP-WHY(WS-STEP-IDX)
           MOVE "I" TO WS-LOG-LEVEL
           MOVE SPACES TO WS-LOG-TEXT
           STRING "STEP="     DELIMITED BY SIZE
                  WS-STEP-ID(WS-STEP-IDX) DELIMITED BY SPACE
                  "|EVENT=NOT-DUE|RULE=" DELIMITED BY SIZE
                  WS-STEP-RULE(WS-STEP-IDX) DELIMITED BY SPACE
                  "|REASON="  DELIMITED BY SIZE
                  WS-STEP-WHY(WS-STEP-IDX) DELIMITED BY SPACE
                  INTO WS-LOG-TEXT
           END-STRING
           CALL "LOGSUB" USING WS-RH-PROGRAM WS-LOG-LEVEL
               WS-LOG-TEXT.

           EXIT.

      *> A rule the chain cannot read stops the chain at that step
      *> rather than guessing: running a purge on the wrong night
      *> and missing a month-end are both worse than a call-out.
       PARA-BAD-RULE-STEP.
           SET CHAIN-FAILED TO TRUE
           MOVE WS-STEP-ID(WS-STEP-IDX) TO WS-FAILED-STEP
           DISPLAY "STEP=" WS-STEP-ID(WS-STEP-IDX)
                   "|PROGRAM=" WS-STEP-PROGRAM(WS-STEP-IDX)
                   "|EVENT=BAD-RULE|RULE=" WS-STEP-RULE(WS-STEP-IDX)
           MOVE "E" TO WS-LOG-LEVEL
           MOVE SPACES TO WS-LOG-TEXT
           STRING "STEP="     DELIMITED BY SIZE
                  WS-STEP-ID(WS-STEP-IDX) DELIMITED BY SPACE
                  "|EVENT=BAD-RULE|RULE=" DELIMITED BY SIZE
                  WS-STEP-RULE(WS-STEP-IDX) DELIMITED BY SPACE
                  INTO WS-LOG-TEXT
           END-STRING
           CALL "LOGSUB" USING WS-RH-PROGRAM WS-LOG-LEVEL
               WS-LOG-TEXT.

           EXIT.

      *> Typical elapsed seconds per step, from the master. A step
      *> program with no usable history counts as zero and is
      *> reported as UNKNOWN in every projection.
       PARA-LOAD-TYPICAL.
           OPEN INPUT HMST-FILE
           IF WS-HMST-FS NOT = "00"
               DISPLAY "PROJECT|WARN=NO-HISTORY-MASTER|PATH="
                       WS-HMST-PATH(1:40) "|STATUS=" WS-HMST-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
               PERFORM PARA-STEP-TYPICAL
           END-PERFORM
           CLOSE HMST-FILE.

           EXIT.

       PARA-STEP-TYPICAL.
           *> The master is keyed program + date + sequence, so the
           *> program's runs are read oldest first and the last 20
           *> are kept in a ring.
           MOVE 0 TO WS-MED-SEEN
           MOVE "N" TO WS-HM-EOF
           MOVE WS-STEP-PROGRAM(WS-STEP-IDX) TO HM-PROG
           MOVE 0 TO HM-DATE
           MOVE 0 TO HM-SEQ
           START HMST-FILE KEY IS NOT LESS THAN HM-KEY
               INVALID KEY
                   SET HM-EOF TO TRUE
           END-START
           PERFORM UNTIL HM-EOF
               READ HMST-FILE NEXT
                   AT END
                       SET HM-EOF TO TRUE
                   NOT AT END
                       IF HM-PROG NOT = WS-STEP-PROGRAM(WS-STEP-IDX)
                           SET HM-EOF TO TRUE
                       ELSE
                           IF HM-STATUS NOT = "FAILED"
                               ADD 1 TO WS-MED-SEEN
                               COMPUTE WS-MED-I =
                                   FUNCTION MOD(WS-MED-SEEN - 1, 20)
                                   + 1
                               MOVE HM-ELAPSED
                                   TO WS-MED-ELAPSED(WS-MED-I)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-MED-SEEN > 20
               MOVE 20 TO WS-MED-COUNT
           ELSE
               MOVE WS-MED-SEEN TO WS-MED-COUNT
           END-IF
           MOVE WS-MED-COUNT TO WS-STEP-RUNS(WS-STEP-IDX)
           MOVE 0 TO WS-STEP-TYPICAL(WS-STEP-IDX)
           IF WS-MED-COUNT = 0
               EXIT PARAGRAPH
           END-IF
           *> Insertion sort of the kept runs, then the median.
           PERFORM VARYING WS-MED-I FROM 2 BY 1
                   UNTIL WS-MED-I > WS-MED-COUNT
               MOVE WS-MED-ELAPSED(WS-MED-I) TO WS-MED-HOLD
               MOVE WS-MED-I TO WS-MED-J
               PERFORM UNTIL WS-MED-J < 2
                       OR WS-MED-ELAPSED(WS-MED-J - 1) <= WS-MED-HOLD
                   MOVE WS-MED-ELAPSED(WS-MED-J - 1)
                       TO WS-MED-ELAPSED(WS-MED-J)
                   SUBTRACT 1 FROM WS-MED-J
               END-PERFORM
               MOVE WS-MED-HOLD TO WS-MED-ELAPSED(WS-MED-J)
           END-PERFORM
           IF FUNCTION MOD(WS-MED-COUNT, 2) = 1
               COMPUTE WS-MED-I = (WS-MED-COUNT + 1) / 2
               MOVE WS-MED-ELAPSED(WS-MED-I)
                   TO WS-STEP-TYPICAL(WS-STEP-IDX)
           ELSE
               COMPUTE WS-MED-I = WS-MED-COUNT / 2
               COMPUTE WS-STEP-TYPICAL(WS-STEP-IDX) ROUNDED =
                   (WS-MED-ELAPSED(WS-MED-I)
                    + WS-MED-ELAPSED(WS-MED-I + 1)) / 2
           END-IF.

           EXIT.

      *> Projected finish from the clock now plus the typical time
      *> of every step still to run tonight.
       PARA-PROJECT.
           ACCEPT WS-PRJ-CLOCK FROM TIME
           PERFORM PARA-CLOCK-TO-SECS
           MOVE WS-PRJ-SECS TO WS-PRJ-NOW-SECS
           MOVE 0 TO WS-PRJ-REMAIN
           MOVE 0 TO WS-PRJ-UNKNOWN
           PERFORM VARYING WS-PRJ-IDX FROM 1 BY 1
                   UNTIL WS-PRJ-IDX > WS-STEP-COUNT
               IF WS-STEP-ENABLED(WS-PRJ-IDX) = "Y"
                   AND WS-STEP-DONE(WS-PRJ-IDX) NOT = 1
                   AND STEP-DUE(WS-PRJ-IDX)
                   ADD WS-STEP-TYPICAL(WS-PRJ-IDX) TO WS-PRJ-REMAIN
                   IF WS-STEP-RUNS(WS-PRJ-IDX) = 0
                       ADD 1 TO WS-PRJ-UNKNOWN
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WS-PRJ-SECS =
               FUNCTION MOD(WS-PRJ-NOW-SECS + WS-PRJ-REMAIN, 86400)
           PERFORM PARA-SECS-TO-HHMMSS
           MOVE WS-PRJ-HHMMSS TO WS-PRJ-FINISH
           MOVE WS-DEADLINE(1:2) TO WS-TM-HH
           MOVE WS-DEADLINE(3:2) TO WS-TM-MM
           MOVE WS-DEADLINE(5:2) TO WS-TM-SS
           COMPUTE WS-PRJ-DL-SECS =
               WS-TM-HH * 3600 + WS-TM-MM * 60 + WS-TM-SS
           IF WS-PRJ-CLOCK(1:6) >= WS-EVENING
               COMPUTE WS-PRJ-UNTIL =
                   WS-PRJ-DL-SECS + 86400 - WS-PRJ-NOW-SECS
           ELSE
               COMPUTE WS-PRJ-UNTIL =
                   WS-PRJ-DL-SECS - WS-PRJ-NOW-SECS
           END-IF
           IF WS-PRJ-REMAIN > WS-PRJ-UNTIL
               MOVE "BREACH" TO WS-PRJ-RESULT
           ELSE
               MOVE "ON-TIME" TO WS-PRJ-RESULT
           END-IF
           IF NOT PRJ-MADE
               SET PRJ-MADE TO TRUE
               MOVE WS-PRJ-FINISH TO WS-PRJ-FIRST
               COMPUTE WS-PRJ-FIRST-SECS =
                   FUNCTION MOD(WS-PRJ-NOW-SECS + WS-PRJ-REMAIN,
                       86400)
           END-IF
           DISPLAY "PROJECT|AFTER=" WS-PRJ-AFTER
                   "|REMAINING=" WS-PRJ-REMAIN
                   "|FINISH=" WS-PRJ-FINISH
                   "|DEADLINE=" WS-DEADLINE
                   "|UNKNOWN=" WS-PRJ-UNKNOWN
                   "|RESULT=" WS-PRJ-RESULT
           IF WS-PRJ-RESULT = "BREACH" AND NOT PRJ-ALERTED
               AND WS-RUN-MODE = "RUN"
               SET PRJ-ALERTED TO TRUE
               MOVE "W" TO WS-AL-SEV
               MOVE "PROJECTED-BREACH" TO WS-AL-REASON
               MOVE SPACES TO WS-AL-DETAIL
               STRING "FINISH="       DELIMITED BY SIZE
                      WS-PRJ-FINISH   DELIMITED BY SIZE
                      " DEADLINE="    DELIMITED BY SIZE
                      WS-DEADLINE     DELIMITED BY SIZE
                      " AFTER="       DELIMITED BY SIZE
                      WS-PRJ-AFTER    DELIMITED BY SPACE
                      " UNKNOWN="     DELIMITED BY SIZE
                      WS-PRJ-UNKNOWN  DELIMITED BY SIZE
                      INTO WS-AL-DETAIL
               END-STRING
               CALL "ALERTSUB" USING WS-AL-SEV WS-RH-PROGRAM
                   WS-AL-REASON WS-AL-DETAIL
               MOVE "W" TO WS-LOG-LEVEL
               MOVE SPACES TO WS-LOG-TEXT
               STRING "PROJECT|EVENT=BREACH-FORECAST|" DELIMITED BY SIZE
                      WS-AL-DETAIL    DELIMITED BY SIZE
                      INTO WS-LOG-TEXT
               END-STRING
               CALL "LOGSUB" USING WS-RH-PROGRAM WS-LOG-LEVEL
                   WS-LOG-TEXT
           END-IF.

           EXIT.

      *> Projected against actual finish, for every run: console,
      *> job log and a PRJ record in the run-history file.
       PARA-LOG-PROJECTION.
           IF NOT PRJ-MADE
               EXIT PARAGRAPH
           END-IF
           ACCEPT WS-PRJ-CLOCK FROM TIME
           PERFORM PARA-CLOCK-TO-SECS
           MOVE WS-PRJ-CLOCK(1:6) TO WS-PRJ-ACTUAL
           COMPUTE WS-PRJ-VARIANCE = WS-PRJ-SECS - WS-PRJ-FIRST-SECS
           IF WS-PRJ-VARIANCE < -43200
               ADD 86400 TO WS-PRJ-VARIANCE
           END-IF
           IF WS-PRJ-VARIANCE > 43200
               SUBTRACT 86400 FROM WS-PRJ-VARIANCE
           END-IF
           MOVE WS-PRJ-VARIANCE TO WS-PRJ-VAR-ED
           EVALUATE TRUE
               WHEN CHAIN-FAILED
                   MOVE "FAILED" TO WS-PRJ-CHAIN
               WHEN CHAIN-STOPPED
                   MOVE "STOPPED" TO WS-PRJ-CHAIN
               WHEN OTHER
                   MOVE "COMPLETE" TO WS-PRJ-CHAIN
           END-EVALUATE
           DISPLAY "PROJECT|PROJECTED=" WS-PRJ-FIRST
                   "|ACTUAL=" WS-PRJ-ACTUAL
                   "|VARIANCE=" FUNCTION TRIM(WS-PRJ-VAR-ED)
                   "|DEADLINE=" WS-DEADLINE
                   "|CHAIN=" WS-PRJ-CHAIN
           MOVE "I" TO WS-LOG-LEVEL
           MOVE SPACES TO WS-LOG-TEXT
           STRING "PROJECT|PROJECTED=" DELIMITED BY SIZE
                  WS-PRJ-FIRST         DELIMITED BY SIZE
                  "|ACTUAL="           DELIMITED BY SIZE
                  WS-PRJ-ACTUAL        DELIMITED BY SIZE
                  "|VARIANCE="         DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PRJ-VAR-ED) DELIMITED BY SIZE
                  "|CHAIN="            DELIMITED BY SIZE
                  WS-PRJ-CHAIN         DELIMITED BY SPACE
                  INTO WS-LOG-TEXT
           END-STRING
           CALL "LOGSUB" USING WS-RH-PROGRAM WS-LOG-LEVEL
               WS-LOG-TEXT
           OPEN EXTEND HIST-FILE
           IF WS-HIST-FS NOT = "00"
               OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-HIST-FS = "00"
               MOVE SPACES TO HIST-REC
               STRING "PRJ|PROG="          DELIMITED BY SIZE
                      WS-RH-PROGRAM        DELIMITED BY SIZE
                      "|DATE="             DELIMITED BY SIZE
                      WS-RUN-DATE          DELIMITED BY SIZE
                      "|TIME="             DELIMITED BY SIZE
                      WS-RUN-TIME          DELIMITED BY SIZE
                      "|PROJECTED="        DELIMITED BY SIZE
                      WS-PRJ-FIRST         DELIMITED BY SIZE
                      "|ACTUAL="           DELIMITED BY SIZE
                      WS-PRJ-ACTUAL        DELIMITED BY SIZE
                      "|VARIANCE="         DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PRJ-VAR-ED)
                                           DELIMITED BY SIZE
                      "|DEADLINE="         DELIMITED BY SIZE
                      WS-DEADLINE          DELIMITED BY SIZE
                      "|CHAIN="            DELIMITED BY SIZE
                      WS-PRJ-CHAIN         DELIMITED BY SIZE
                      INTO HIST-REC
               END-STRING
               WRITE HIST-REC
               CLOSE HIST-FILE
           END-IF.

           EXIT.

       PARA-CLOCK-TO-SECS.
           MOVE WS-PRJ-CLOCK(1:2) TO WS-TM-HH
           MOVE WS-PRJ-CLOCK(3:2) TO WS-TM-MM
           MOVE WS-PRJ-CLOCK(5:2) TO WS-TM-SS
           COMPUTE WS-PRJ-SECS =
               WS-TM-HH * 3600 + WS-TM-MM * 60 + WS-TM-SS.

           EXIT.

       PARA-SECS-TO-HHMMSS.
           DIVIDE WS-PRJ-SECS BY 3600 GIVING WS-TM-HH
               REMAINDER WS-TM-REM
           DIVIDE WS-TM-REM BY 60 GIVING WS-TM-MM
               REMAINDER WS-TM-SS
           COMPUTE WS-PRJ-HHMMSS =
               WS-TM-HH * 10000 + WS-TM-MM * 100 + WS-TM-SS.

           EXIT.

      *> Store the run-control file and the parameter files it
      *> names as a new version when any has changed since the last
      *> chain, and put the version in force on every run-history
      *> record the chain writes. A failure here is reported but
      *> does not hold up the night.
       PARA-SNAPSHOT-CONTROL.
           MOVE "RCV_MODE" TO WS-ENV-NAME
           MOVE "SNAPSHOT" TO WS-ENV-VALUE
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
           MOVE "RCV_CALLER" TO WS-ENV-NAME
           MOVE WS-RH-PROGRAM TO WS-ENV-VALUE
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE
           MOVE 0 TO RETURN-CODE
           CALL "RUNCTLVERSION"
               ON EXCEPTION
                   DISPLAY "CTLVER|RESULT=VERSIONER-NOT-FOUND"
                   MOVE 8 TO RETURN-CODE
           END-CALL
           CANCEL "RUNCTLVERSION"
           IF RETURN-CODE >= 8
               DISPLAY "WARN|REASON=RUN-CONTROL-NOT-VERSIONED"
           END-IF
           MOVE 0 TO RETURN-CODE.

           EXIT.

       PARA-RUN-DASHBOARD.
           ACCEPT WS-DASHBOARD FROM ENVIRONMENT "MVP09_DASHBOARD"
           IF WS-DASHBOARD = "N" OR WS-DASHBOARD = "n"
               EXIT PARAGRAPH
           END-IF
           MOVE RETURN-CODE TO WS-SAVE-RC
           MOVE 0 TO RETURN-CODE
           CALL "OPSDASHBOARD"
               ON EXCEPTION
                   DISPLAY "OPSDASH|RESULT=DASHBOARD-NOT-FOUND"
           END-CALL
           CANCEL "OPSDASHBOARD"
           MOVE WS-SAVE-RC TO RETURN-CODE.

           EXIT.

       PARA-ACQUIRE-LOCK.
           *> A non-empty lock file means another run is still
           *> holding the chain; an absent or empty one is free to
       PARA-RUN-STEP.
           MOVE 0 TO WS-ATTEMPT
           MOVE "N" TO WS-STEP-RESULT
           PERFORM PARA-APPLY-PARMSET
           PERFORM PARA-TRY-STEP
           PERFORM UNTIL STEP-SUCCEEDED
                      OR WS-ATTEMPT > WS-RETRY-MAX
                       "|PROGRAM=" WS-STEP-PROGRAM(WS-STEP-IDX)
                       "|EVENT=END"
               PERFORM PARA-COMPLETE-STEP
           END-IF
           *> The next step starts from the parameters the chain
           *> started with, and a program appearing again later in
           *> the chain gets a fresh copy.
           PERFORM PARA-RESTORE-PARMSET
           CANCEL WS-STEP-PROGRAM(WS-STEP-IDX).
           EXIT.

       PARA-TRY-STEP.
           CALL "LOGSUB" USING WS-RH-PROGRAM WS-LOG-LEVEL
               WS-LOG-TEXT
           MOVE 0 TO RETURN-CODE
           *> A step whose parameter set cannot be read is not run
           *> on whatever the defaults would pick up instead.
           IF SET-MISSING
               DISPLAY "STEP=" WS-STEP-ID(WS-STEP-IDX)
                       "|PROGRAM=" WS-STEP-PROGRAM(WS-STEP-IDX)
                       "|EVENT=PARMSET-NOT-FOUND|SET="
                       WS-STEP-SET(WS-STEP-IDX)
                       "|PATH=" WS-SET-PATH(1:40)
               MOVE 8 TO RETURN-CODE
           ELSE
               CALL WS-STEP-PROGRAM(WS-STEP-IDX)
                   ON EXCEPTION
                       DISPLAY "STEP=" WS-STEP-ID(WS-STEP-IDX)
                               "|PROGRAM="
                               WS-STEP-PROGRAM(WS-STEP-IDX)
                               "|EVENT=NOT-FOUND"
                       MOVE 8 TO RETURN-CODE
               END-CALL
           END-IF
           IF RETURN-CODE < 8
               SET STEP-SUCCEEDED TO TRUE
           ELSE
           END-IF.

           EXIT.

      *> Step boundary. Instructions are taken in the order the
      *> operators wrote them; a hold waits here, re-reading the
      *> control file every poll interval, until a RELEASE or STOP
      *> arrives. A SKIP for the step about to run is taken only
      *> once the chain is free to go on.
       PARA-CHECK-CONTROL.
           MOVE "N" TO WS-SKIP-THIS
           PERFORM PARA-LOAD-CONTROL
           PERFORM PARA-APPLY-CONTROL
           PERFORM PARA-WRITE-CONTROL
           IF CHAIN-HELD AND NOT CHAIN-STOPPED
               DISPLAY "CHAIN|EVENT=HELD|BEFORE="
                       WS-STEP-ID(WS-STEP-IDX)
                       "|POLL=" WS-HOLD-POLL
               PERFORM UNTIL NOT CHAIN-HELD OR CHAIN-STOPPED
                   CALL "C$SLEEP" USING WS-HOLD-POLL
                   PERFORM PARA-LOAD-CONTROL
                   PERFORM PARA-APPLY-CONTROL
                   PERFORM PARA-WRITE-CONTROL
               END-PERFORM
               IF NOT CHAIN-STOPPED
                   DISPLAY "CHAIN|EVENT=RESUMED|BEFORE="
                           WS-STEP-ID(WS-STEP-IDX)
               END-IF
           END-IF
           IF NOT CHAIN-STOPPED
               PERFORM PARA-APPLY-SKIPS
               PERFORM PARA-WRITE-CONTROL
           END-IF.

           EXIT.

       PARA-LOAD-CONTROL.
           MOVE 0 TO WS-CTL-COUNT
           MOVE "N" TO WS-CTL-EOF
           MOVE "N" TO WS-CTL-CHANGED
           OPEN INPUT CTL-FILE
           IF WS-CTL-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CTL-EOF
               READ CTL-FILE
                   AT END
                       SET CTL-EOF TO TRUE
                   NOT AT END
                       IF CTL-REC NOT = SPACES
                           PERFORM PARA-LOAD-ONE-CONTROL
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CTL-FILE.

           EXIT.

       PARA-LOAD-ONE-CONTROL.
           IF WS-CTL-COUNT >= 200
               *> Dropped from the rewritten file; the log keeps it.
               DISPLAY "OPERATOR|RESULT=CONTROL-TABLE-FULL|TEXT="
                       CTL-REC
               SET CTL-CHANGED TO TRUE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CTL-COUNT
           INSPECT CTL-ACTION CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE CTL-ACTION TO WS-CTL-ACTION(WS-CTL-COUNT)
           MOVE CTL-STEP TO WS-CTL-STEP(WS-CTL-COUNT)
           MOVE CTL-INITIALS TO WS-CTL-INITIALS(WS-CTL-COUNT)
           MOVE "Y" TO WS-CTL-PENDING(WS-CTL-COUNT).

           EXIT.

       PARA-APPLY-CONTROL.
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-COUNT
               IF WS-CTL-PENDING(WS-CTL-IDX) = "Y"
                   PERFORM PARA-APPLY-ONE-CONTROL
               END-IF
           END-PERFORM.

           EXIT.

       PARA-APPLY-ONE-CONTROL.
           MOVE SPACES TO WS-OPR-RESULT
           EVALUATE TRUE
               WHEN WS-CTL-INITIALS(WS-CTL-IDX) = SPACES
                   MOVE "NO-INITIALS" TO WS-OPR-RESULT
               WHEN WS-CTL-ACTION(WS-CTL-IDX) = "HOLD"
                   SET CHAIN-HELD TO TRUE
                   MOVE "HELD" TO WS-OPR-RESULT
               WHEN WS-CTL-ACTION(WS-CTL-IDX) = "RELEASE"
                   IF CHAIN-HELD
                       MOVE "N" TO WS-CHAIN-HELD
                       MOVE "RELEASED" TO WS-OPR-RESULT
                   ELSE
                       MOVE "NOT-HELD" TO WS-OPR-RESULT
                   END-IF
               WHEN WS-CTL-ACTION(WS-CTL-IDX) = "STOP"
                   SET CHAIN-STOPPED TO TRUE
                   MOVE WS-CTL-INITIALS(WS-CTL-IDX) TO WS-STOP-BY
                   MOVE "STOPPING" TO WS-OPR-RESULT
               WHEN WS-CTL-ACTION(WS-CTL-IDX) = "SKIP"
                   *> A SKIP waits for its step; one naming no step
                   *> in the chain, or a step already taken, is
                   *> refused.
                   MOVE "N" TO WS-STEP-KNOWN
                   PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
                           UNTIL WS-FIND-IDX > WS-STEP-COUNT
                       IF WS-STEP-ID(WS-FIND-IDX)
                           = WS-CTL-STEP(WS-CTL-IDX)
                           AND WS-STEP-DONE(WS-FIND-IDX) NOT = 1
                           AND WS-STEP-ENABLED(WS-FIND-IDX) = "Y"
                           SET STEP-KNOWN TO TRUE
                       END-IF
                   END-PERFORM
                   IF NOT STEP-KNOWN
                       MOVE "NO-SUCH-STEP" TO WS-OPR-RESULT
                   END-IF
               WHEN OTHER
                   MOVE "BAD-ACTION" TO WS-OPR-RESULT
           END-EVALUATE
           IF WS-OPR-RESULT NOT = SPACES
               MOVE "N" TO WS-CTL-PENDING(WS-CTL-IDX)
               SET CTL-CHANGED TO TRUE
               PERFORM PARA-LOG-INSTRUCTION
           END-IF.

           EXIT.

       PARA-APPLY-SKIPS.
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-COUNT
               IF WS-CTL-PENDING(WS-CTL-IDX) = "Y"
                   AND WS-CTL-ACTION(WS-CTL-IDX) = "SKIP"
                   AND WS-CTL-STEP(WS-CTL-IDX)
                       = WS-STEP-ID(WS-STEP-IDX)
                   SET SKIP-THIS TO TRUE
                   MOVE WS-CTL-INITIALS(WS-CTL-IDX) TO WS-SKIP-BY
                   MOVE "SKIPPED" TO WS-OPR-RESULT
                   MOVE "N" TO WS-CTL-PENDING(WS-CTL-IDX)
                   SET CTL-CHANGED TO TRUE
                   PERFORM PARA-LOG-INSTRUCTION
               END-IF
           END-PERFORM.

           EXIT.

       PARA-LAPSE-CONTROL.
           *> The chain is complete: nothing left waiting has a step
           *> boundary to act at.
           PERFORM PARA-LOAD-CONTROL
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-COUNT
               MOVE "LAPSED" TO WS-OPR-RESULT
               MOVE "N" TO WS-CTL-PENDING(WS-CTL-IDX)
               SET CTL-CHANGED TO TRUE
               PERFORM PARA-LOG-INSTRUCTION
           END-PERFORM
           PERFORM PARA-WRITE-CONTROL.

           EXIT.

       PARA-WRITE-CONTROL.
           *> Only instructions still waiting are written back.
           IF NOT CTL-CHANGED
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT CTL-FILE
           PERFORM VARYING WS-CTL-IDX FROM 1 BY 1
                   UNTIL WS-CTL-IDX > WS-CTL-COUNT
               IF WS-CTL-PENDING(WS-CTL-IDX) = "Y"
                   MOVE SPACES TO CTL-REC
                   MOVE WS-CTL-ACTION(WS-CTL-IDX) TO CTL-ACTION
                   MOVE WS-CTL-STEP(WS-CTL-IDX) TO CTL-STEP
                   MOVE WS-CTL-INITIALS(WS-CTL-IDX) TO CTL-INITIALS
                   WRITE CTL-REC
               END-IF
           END-PERFORM
           CLOSE CTL-FILE
           MOVE "N" TO WS-CTL-CHANGED.

           EXIT.

       PARA-SKIP-STEP.
           *> Checkpointed as taken so the chain still completes and
           *> clears; the step is not marked in the run sequence.
           DISPLAY "STEP=" WS-STEP-ID(WS-STEP-IDX)
                   "|PROGRAM=" WS-STEP-PROGRAM(WS-STEP-IDX)
                   "|EVENT=SKIPPED|BY=" WS-SKIP-BY
           MOVE 1 TO WS-STEP-DONE(WS-STEP-IDX)
           PERFORM PARA-WRITE-CHECKPOINT.

           EXIT.

       PARA-LOG-INSTRUCTION.
           *> Console, job log and run-history, each with the
           *> operator's initials and the time the chain acted.
           ADD 1 TO WS-CNT-INSTRUCTIONS
           ACCEPT WS-OPR-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPR-TIME FROM TIME
           DISPLAY "OPERATOR|ACTION=" WS-CTL-ACTION(WS-CTL-IDX)
                   "|STEP=" WS-CTL-STEP(WS-CTL-IDX)
                   "|BY=" WS-CTL-INITIALS(WS-CTL-IDX)
                   "|RESULT=" WS-OPR-RESULT
                   "|AT=" WS-OPR-TIME
           MOVE "W" TO WS-LOG-LEVEL
           MOVE SPACES TO WS-LOG-TEXT
           STRING "OPERATOR|ACTION="   DELIMITED BY SIZE
                  WS-CTL-ACTION(WS-CTL-IDX) DELIMITED BY SIZE
                  "|STEP="             DELIMITED BY SIZE
                  WS-CTL-STEP(WS-CTL-IDX) DELIMITED BY SIZE
                  "|BY="               DELIMITED BY SIZE
                  WS-CTL-INITIALS(WS-CTL-IDX) DELIMITED BY SIZE
                  "|RESULT="           DELIMITED BY SIZE
                  WS-OPR-RESULT        DELIMITED BY SIZE
                  "|AT="               DELIMITED BY SIZE
                  WS-OPR-TIME          DELIMITED BY SIZE
                  INTO WS-LOG-TEXT
           END-STRING
           CALL "LOGSUB" USING WS-RH-PROGRAM WS-LOG-LEVEL
               WS-LOG-TEXT
           OPEN EXTEND HIST-FILE
           IF WS-HIST-FS NOT = "00"
               OPEN OUTPUT HIST-FILE
           END-IF
           IF WS-HIST-FS = "00"
               MOVE SPACES TO HIST-REC
               STRING "OPR|PROG="          DELIMITED BY SIZE
                      WS-RH-PROGRAM        DELIMITED BY SIZE
                      "|DATE="             DELIMITED BY SIZE
                      WS-OPR-DATE          DELIMITED BY SIZE
                      "|TIME="             DELIMITED BY SIZE
                      WS-OPR-TIME          DELIMITED BY SIZE
                      "|ACTION="           DELIMITED BY SIZE
                      WS-CTL-ACTION(WS-CTL-IDX) DELIMITED BY SIZE
                      "|STEP="             DELIMITED BY SIZE
                      WS-CTL-STEP(WS-CTL-IDX) DELIMITED BY SIZE
                      "|BY="               DELIMITED BY SIZE
                      WS-CTL-INITIALS(WS-CTL-IDX) DELIMITED BY SIZE
                      "|RESULT="           DELIMITED BY SIZE
                      WS-OPR-RESULT        DELIMITED BY SIZE
                      INTO HIST-REC
               END-STRING
               WRITE HIST-REC
               CLOSE HIST-FILE
           END-IF.

           EXIT.

       PARA-APPLY-PARMSET.
           MOVE 0 TO WS-SET-COUNT
           MOVE "N" TO WS-SET-MISSING
           MOVE "N" TO WS-SET-EOF
           MOVE "RUN_PARMSET" TO WS-SET-NAME
           MOVE WS-STEP-SET(WS-STEP-IDX) TO WS-SET-VALUE
           DISPLAY WS-SET-NAME UPON ENVIRONMENT-NAME
           DISPLAY WS-SET-VALUE UPON ENVIRONMENT-VALUE
           IF WS-STEP-SET(WS-STEP-IDX) = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-SET-PATH
           STRING WS-SET-PREFIX DELIMITED BY SPACE
                  WS-STEP-SET(WS-STEP-IDX) DELIMITED BY SPACE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-SET-PATH
           END-STRING
           OPEN INPUT SET-FILE
           IF WS-SET-FS NOT = "00"
               SET SET-MISSING TO TRUE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SET-EOF
               READ SET-FILE
                   AT END
                       SET SET-EOF TO TRUE
                   NOT AT END
                       IF SET-REC NOT = SPACES
                           AND SET-REC(1:1) NOT = "*"
                           PERFORM PARA-APPLY-ONE-PARM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SET-FILE
           DISPLAY "STEP=" WS-STEP-ID(WS-STEP-IDX)
                   "|PROGRAM=" WS-STEP-PROGRAM(WS-STEP-IDX)
                   "|EVENT=PARMSET|SET=" WS-STEP-SET(WS-STEP-IDX)
                   "|KEYS=" WS-SET-COUNT
           MOVE "I" TO WS-LOG-LEVEL
           MOVE SPACES TO WS-LOG-TEXT
           STRING "STEP="     DELIMITED BY SIZE
                  WS-STEP-ID(WS-STEP-IDX) DELIMITED BY SIZE
                  "|EVENT=PARMSET|SET=" DELIMITED BY SIZE
                  WS-STEP-SET(WS-STEP-IDX) DELIMITED BY SIZE
                  "|KEYS="    DELIMITED BY SIZE
                  WS-SET-COUNT DELIMITED BY SIZE
                  INTO WS-LOG-TEXT
           END-STRING
           CALL "LOGSUB" USING WS-RH-PROGRAM WS-LOG-LEVEL
               WS-LOG-TEXT.

           EXIT.

       PARA-APPLY-ONE-PARM.
           MOVE SPACES TO WS-SET-NAME
           MOVE SPACES TO WS-SET-VALUE
           MOVE 1 TO WS-SET-PTR
           UNSTRING SET-REC DELIMITED BY "="
               INTO WS-SET-NAME
               WITH POINTER WS-SET-PTR
           END-UNSTRING
           IF WS-SET-PTR <= LENGTH OF SET-REC
               MOVE SET-REC(WS-SET-PTR:) TO WS-SET-VALUE
           END-IF
           IF WS-SET-NAME = SPACES
               EXIT PARAGRAPH
           END-IF
           IF WS-SET-COUNT >= 50
               DISPLAY "PARM|RESULT=PARMSET-TABLE-FULL|SET="
                       WS-STEP-SET(WS-STEP-IDX)
                       "|KEY=" FUNCTION TRIM(WS-SET-NAME)
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-SET-COUNT
           MOVE WS-SET-NAME TO WS-SET-KEY(WS-SET-COUNT)
           MOVE SPACES TO WS-SET-OLD(WS-SET-COUNT)
           DISPLAY WS-SET-NAME UPON ENVIRONMENT-NAME
           ACCEPT WS-SET-OLD(WS-SET-COUNT) FROM ENVIRONMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-SET-OLD(WS-SET-COUNT)
           END-ACCEPT
           DISPLAY WS-SET-NAME UPON ENVIRONMENT-NAME
           DISPLAY WS-SET-VALUE UPON ENVIRONMENT-VALUE
           DISPLAY "PARM|KEY=" FUNCTION TRIM(WS-SET-NAME)
                   "|VALUE=" FUNCTION TRIM(WS-SET-VALUE)
                   "|SOURCE=SET-" FUNCTION TRIM(
                       WS-STEP-SET(WS-STEP-IDX)).

           EXIT.

       PARA-RESTORE-PARMSET.
           *> Latest first, so a key the set named twice ends up
           *> with the value from before the set.
           PERFORM VARYING WS-SET-IDX FROM WS-SET-COUNT BY -1
                   UNTIL WS-SET-IDX < 1
               DISPLAY WS-SET-KEY(WS-SET-IDX) UPON ENVIRONMENT-NAME
               DISPLAY WS-SET-OLD(WS-SET-IDX)
                   UPON ENVIRONMENT-VALUE
           END-PERFORM
           MOVE 0 TO WS-SET-COUNT
           MOVE "RUN_PARMSET" TO WS-SET-NAME
           MOVE SPACES TO WS-SET-VALUE
           DISPLAY WS-SET-NAME UPON ENVIRONMENT-NAME
           DISPLAY WS-SET-VALUE UPON ENVIRONMENT-VALUE.

           EXIT.
