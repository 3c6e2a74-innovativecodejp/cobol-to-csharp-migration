       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHARGEBACK.

      *> Monthly batch chargeback by cost centre over the indexed
      *> run-history master (HIST_MASTER, default runhistory.dat,
      *> built by HISTORYMASTER ROLL). Every run of the month is
      *> allocated to the cost centre its program was charged to on
      *> the run date and priced on the rate card in force that day:
      *>   per run + per thousand records read + per thousand
      *>   records written + per elapsed minute
      *> Failed runs are charged like any other: the machine time
      *> was used.
      *>
      *> Cost-centre table (CHGBK_CENTRES, default
      *> chargeback-centres.txt), one record per assignment:
      *>   program(16) effective(8) cost-centre(8)
      *> separated by single spaces. A program moves to another
      *> centre by adding a record with the date it moves; the
      *> record with the latest effective date on or before the run
      *> date applies, the MVP06PROGRAM threshold-history rule.
      *>
      *> Rate card (CHGBK_RATES, default chargeback-rates.txt), one
      *> record per change of rates:
      *>   effective(8) run(7) k-read(7) k-written(7) minute(7)
      *> separated by single spaces, each rate 9(3)V9(4) with the
      *> decimal point implied (0005000 is 0.5000), chosen by the
      *> same effective-date rule.
      *>
      *> CHGBK_MONTH (ccyymm, default last month) names the month.
      *> The report (CHGBK_REPORT, default chargeback-<ccyymm>.txt,
      *> through REPORTSUB) gives each cost centre a page of its
      *> programs with run counts, volumes, minutes and charges and
      *> a centre total, then the runs no centre claimed, and ends
      *> with a reconciliation line proving every run of the month
      *> was allocated. Unallocated or unpriced runs complete the
      *> run with exceptions.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HMST-FILE ASSIGN TO DYNAMIC WS-HMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HM-KEY
               FILE STATUS  IS WS-HMST-FS.
           SELECT CC-FILE ASSIGN TO DYNAMIC WS-CC-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-CC-FS.
           SELECT RATE-FILE ASSIGN TO DYNAMIC WS-RATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-RATE-FS.

       DATA DIVISION.
       FILE SECTION.
       *> Indexed run-history master, HISTORYMASTER layout.
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

       FD  CC-FILE.
       01  CC-REC.
           05 CC-PROGRAM        PIC X(16).
           05 FILLER            PIC X(1).
           05 CC-EFFECTIVE      PIC 9(8).
           05 FILLER            PIC X(1).
           05 CC-CENTRE         PIC X(8).

       FD  RATE-FILE.
       01  RATE-REC.
           05 RT-EFFECTIVE      PIC 9(8).
           05 FILLER            PIC X(1).
           05 RT-RUN            PIC 9(3)V9(4).
           05 FILLER            PIC X(1).
           05 RT-KREAD          PIC 9(3)V9(4).
           05 FILLER            PIC X(1).
           05 RT-KWRITTEN       PIC 9(3)V9(4).
           05 FILLER            PIC X(1).
           05 RT-MINUTE         PIC 9(3)V9(4).

       WORKING-STORAGE SECTION.
       01  WS-HMST-PATH         PIC X(260).
       01  WS-HMST-FS           PIC XX.
       01  WS-HM-EOF            PIC X VALUE "N".
           88 HM-EOF             VALUE "Y".
       01  WS-CC-PATH           PIC X(260).
       01  WS-CC-FS             PIC XX.
       01  WS-CC-EOF            PIC X VALUE "N".
           88 CC-EOF             VALUE "Y".
       01  WS-RATE-PATH         PIC X(260).
       01  WS-RATE-FS           PIC XX.
       01  WS-RATE-EOF          PIC X VALUE "N".
           88 RATE-EOF           VALUE "Y".
       01  WS-RPT-PATH          PIC X(260).

       *> REPORTSUB parameter block.
       01  WS-RPT-LINE          PIC X(220).
       01  WS-RS-FUNC           PIC X(1).
       01  WS-RS-TEXT           PIC X(132).

       *> The month charged.
       01  WS-TODAY             PIC 9(8) VALUE 0.
       01  WS-MONTH             PIC 9(6) VALUE 0.
       01  WS-MONTH-PARTS REDEFINES WS-MONTH.
           05 WS-MONTH-CCYY     PIC 9(4).
           05 WS-MONTH-MM       PIC 9(2).

       *> Cost-centre assignments, effective dated.
       01  WS-CC-COUNT          PIC 9(3) VALUE 0.
       01  WS-CC-IDX            PIC 9(3) VALUE 0.
       01  WS-CC-SEL            PIC 9(3) VALUE 0.
       01  WS-CC-TAB.
           05 WS-CC-ENTRY OCCURS 300 TIMES.
               10 WS-CC-PROGRAM   PIC X(16).
               10 WS-CC-EFFECTIVE PIC 9(8).
               10 WS-CC-CENTRE    PIC X(8).

       *> Rate cards, effective dated.
       01  WS-RT-COUNT          PIC 9(2) VALUE 0.
       01  WS-RT-IDX            PIC 9(2) VALUE 0.
       01  WS-RT-SEL            PIC 9(2) VALUE 0.
       01  WS-RT-TAB.
           05 WS-RT-ENTRY OCCURS 50 TIMES.
               10 WS-RT-EFFECTIVE PIC 9(8).
               10 WS-RT-RUN       PIC 9(3)V9(4).
               10 WS-RT-KREAD     PIC 9(3)V9(4).
               10 WS-RT-KWRITTEN  PIC 9(3)V9(4).
               10 WS-RT-MINUTE    PIC 9(3)V9(4).
       01  WS-CNT-BAD-LINES     PIC 9(4) VALUE 0.

       *> Charges by cost centre and program, kept in centre then
       *> program order as entries are added.
       01  WS-AG-COUNT          PIC 9(3) VALUE 0.
       01  WS-AG-IDX            PIC 9(3) VALUE 0.
       01  WS-AG-SEL            PIC 9(3) VALUE 0.
       01  WS-AG-TAB.
           05 WS-AG-ENTRY OCCURS 300 TIMES.
               10 WS-AG-CENTRE    PIC X(8).
               10 WS-AG-PROGRAM   PIC X(16).
               10 WS-AG-RUNS      PIC 9(6).
               10 WS-AG-READ      PIC 9(9).
               10 WS-AG-WRITTEN   PIC 9(9).
               10 WS-AG-SECS      PIC 9(9).
               10 WS-AG-CHARGE    PIC S9(9)V99.

       *> Runs of programs no centre claimed on the run date.
       01  WS-UN-COUNT          PIC 9(3) VALUE 0.
       01  WS-UN-IDX            PIC 9(3) VALUE 0.
       01  WS-UN-TAB.
           05 WS-UN-ENTRY OCCURS 100 TIMES.
               10 WS-UN-PROGRAM   PIC X(16).
               10 WS-UN-RUNS      PIC 9(6).

       *> One run's allocation and price.
       01  WS-CENTRE            PIC X(8).
       01  WS-RUN-CHARGE        PIC S9(9)V99 VALUE 0.

       *> Reconciliation counts.
       01  WS-CNT-READ          PIC 9(7) VALUE 0.
       01  WS-CNT-PERIOD        PIC 9(7) VALUE 0.
       01  WS-CNT-ALLOCATED     PIC 9(7) VALUE 0.
       01  WS-CNT-UNALLOCATED   PIC 9(7) VALUE 0.
       01  WS-CNT-UNRATED       PIC 9(7) VALUE 0.
       01  WS-CNT-OVERFLOW      PIC 9(7) VALUE 0.
       01  WS-SUM-RUNS          PIC 9(7) VALUE 0.
       01  WS-RECON-RESULT      PIC X(16).

       *> Centre and grand totals while printing.
       01  WS-BRK-CENTRE        PIC X(8).
       01  WS-CT-RUNS           PIC 9(7) VALUE 0.
       01  WS-CT-READ           PIC 9(10) VALUE 0.
       01  WS-CT-WRITTEN        PIC 9(10) VALUE 0.
       01  WS-CT-SECS           PIC 9(10) VALUE 0.
       01  WS-CT-CHARGE         PIC S9(9)V99 VALUE 0.
       01  WS-GT-CHARGE         PIC S9(9)V99 VALUE 0.
       01  WS-CNT-CENTRES       PIC 9(4) VALUE 0.

       *> Edited figures for the report lines.
       01  WS-MINUTES           PIC 9(8)V99 VALUE 0.
       01  WS-MINUTES-ED        PIC Z(7)9.99.
       01  WS-CHARGE-ED         PIC -9(9).99.
       01  WS-RUN-RATE-ED       PIC ZZ9.9999.
       01  WS-KREAD-RATE-ED     PIC ZZ9.9999.
       01  WS-KWRITTEN-RATE-ED  PIC ZZ9.9999.
       01  WS-MINUTE-RATE-ED    PIC ZZ9.9999.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "CHARGEBACK".
       01  WS-RH-IN             PIC X(40).
       01  WS-RH-OUT            PIC X(40).
       01  WS-RH-READ           PIC 9(6) VALUE 0.
       01  WS-RH-WRITTEN        PIC 9(6) VALUE 0.
       01  WS-RH-REJECTED       PIC 9(6) VALUE 0.
       01  WS-RH-STATUS         PIC X(10).
       01  WS-RH-START          PIC 9(8) VALUE 0.

       PROCEDURE DIVISION.
           *> Resolve the shared run-control file before any
           *> parameter is read; exported variables still override.
           CALL "RUNCONTROL"

           ACCEPT WS-RH-START FROM TIME.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.

           MOVE "runhistory.dat" TO WS-HMST-PATH.
           ACCEPT WS-HMST-PATH FROM ENVIRONMENT "HIST_MASTER".
           IF WS-HMST-PATH = SPACES
               MOVE "runhistory.dat" TO WS-HMST-PATH
           END-IF.

           MOVE "chargeback-centres.txt" TO WS-CC-PATH.
           ACCEPT WS-CC-PATH FROM ENVIRONMENT "CHGBK_CENTRES".
           IF WS-CC-PATH = SPACES
               MOVE "chargeback-centres.txt" TO WS-CC-PATH
           END-IF.

           MOVE "chargeback-rates.txt" TO WS-RATE-PATH.
           ACCEPT WS-RATE-PATH FROM ENVIRONMENT "CHGBK_RATES".
           IF WS-RATE-PATH = SPACES
               MOVE "chargeback-rates.txt" TO WS-RATE-PATH
           END-IF.

           *> Last month unless a month is named.
           ACCEPT WS-MONTH FROM ENVIRONMENT "CHGBK_MONTH".
           IF WS-MONTH = 0
               MOVE WS-TODAY(1:6) TO WS-MONTH
               IF WS-MONTH-MM = 1
                   SUBTRACT 1 FROM WS-MONTH-CCYY
                   MOVE 12 TO WS-MONTH-MM
               ELSE
                   SUBTRACT 1 FROM WS-MONTH-MM
               END-IF
           END-IF.
           IF WS-MONTH-MM < 1 OR WS-MONTH-MM > 12
               DISPLAY "ERROR|REASON=BAD-MONTH|MONTH=" WS-MONTH
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           MOVE SPACES TO WS-RPT-PATH.
           ACCEPT WS-RPT-PATH FROM ENVIRONMENT "CHGBK_REPORT".
           IF WS-RPT-PATH = SPACES
               STRING "chargeback-" DELIMITED BY SIZE
                      WS-MONTH      DELIMITED BY SIZE
                      ".txt"        DELIMITED BY SIZE
                      INTO WS-RPT-PATH
               END-STRING
           END-IF.

           PERFORM PARA-LOAD-CENTRES
           IF RETURN-CODE >= 8
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF
           PERFORM PARA-LOAD-RATES
           IF RETURN-CODE >= 8
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF

           OPEN INPUT HMST-FILE
           IF WS-HMST-FS NOT = "00"
               DISPLAY "ERROR|REASON=MASTER-NOT-FOUND|PATH="
                       WS-HMST-PATH "|STATUS=" WS-HMST-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF
           PERFORM UNTIL HM-EOF
               READ HMST-FILE NEXT
                   AT END
                       SET HM-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       IF HM-DATE(1:6) = WS-MONTH
                           PERFORM PARA-CHARGE-ONE-RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HMST-FILE

           PERFORM PARA-WRITE-REPORT

           DISPLAY "CHARGEBACK|MONTH=" WS-MONTH
                   "|RUNS=" WS-CNT-PERIOD
                   "|ALLOCATED=" WS-CNT-ALLOCATED
                   "|UNALLOCATED=" WS-CNT-UNALLOCATED
                   "|UNRATED=" WS-CNT-UNRATED
                   "|CENTRES=" WS-CNT-CENTRES
                   "|CHARGE=" WS-CHARGE-ED
                   "|RESULT=" WS-RECON-RESULT.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-HMST-PATH(1:40) TO WS-RH-IN
           MOVE WS-RPT-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-PERIOD TO WS-RH-READ
           MOVE WS-AG-COUNT TO WS-RH-WRITTEN
           COMPUTE WS-RH-REJECTED = WS-CNT-UNALLOCATED
               + WS-CNT-UNRATED + WS-CNT-OVERFLOW
           EVALUATE TRUE
               WHEN RETURN-CODE = 8
                   MOVE "FAILED" TO WS-RH-STATUS
               WHEN WS-RH-REJECTED > 0
                   MOVE "EXCEPTIONS" TO WS-RH-STATUS
               WHEN OTHER
                   MOVE "COMPLETE" TO WS-RH-STATUS
           END-EVALUATE
           CALL "RUNHISTORY" USING WS-RH-PROGRAM WS-RH-IN WS-RH-OUT
               WS-RH-READ WS-RH-WRITTEN WS-RH-REJECTED WS-RH-STATUS
               WS-RH-START
           *> Completion codes: 0 = clean, 4 = completed with
           *> exceptions, 8 = failed.
           EVALUATE WS-RH-STATUS
               WHEN "FAILED"
                   MOVE 8 TO RETURN-CODE
               WHEN "EXCEPTIONS"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

           EXIT.

       PARA-LOAD-CENTRES.
           OPEN INPUT CC-FILE
           IF WS-CC-FS NOT = "00"
               DISPLAY "ERROR|REASON=CENTRES-NOT-FOUND|PATH="
                       WS-CC-PATH(1:40) "|STATUS=" WS-CC-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CC-EOF
               READ CC-FILE
                   AT END
                       SET CC-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN CC-PROGRAM = SPACES
                               CONTINUE
                           WHEN CC-EFFECTIVE IS NOT NUMERIC
                               OR CC-CENTRE = SPACES
                               ADD 1 TO WS-CNT-BAD-LINES
                               DISPLAY "CENTRES|WARN=BAD-ENTRY|TEXT="
                                       CC-REC
                           WHEN WS-CC-COUNT >= 300
                               DISPLAY "CENTRES|WARN=TABLE-FULL"
                                       "|LIMIT=300|TEXT=" CC-REC
                           WHEN OTHER
                               ADD 1 TO WS-CC-COUNT
                               MOVE CC-PROGRAM
                                   TO WS-CC-PROGRAM(WS-CC-COUNT)
                               MOVE CC-EFFECTIVE
                                   TO WS-CC-EFFECTIVE(WS-CC-COUNT)
                               MOVE CC-CENTRE
                                   TO WS-CC-CENTRE(WS-CC-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE CC-FILE.

           EXIT.

       PARA-LOAD-RATES.
           OPEN INPUT RATE-FILE
           IF WS-RATE-FS NOT = "00"
               DISPLAY "ERROR|REASON=RATES-NOT-FOUND|PATH="
                       WS-RATE-PATH(1:40) "|STATUS=" WS-RATE-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL RATE-EOF
               READ RATE-FILE
                   AT END
                       SET RATE-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN RATE-REC = SPACES
                               CONTINUE
                           WHEN RT-EFFECTIVE IS NOT NUMERIC
                               OR RT-RUN IS NOT NUMERIC
                               OR RT-KREAD IS NOT NUMERIC
                               OR RT-KWRITTEN IS NOT NUMERIC
                               OR RT-MINUTE IS NOT NUMERIC
                               ADD 1 TO WS-CNT-BAD-LINES
                               DISPLAY "RATES|WARN=BAD-ENTRY|TEXT="
                                       RATE-REC
                           WHEN WS-RT-COUNT >= 50
                               DISPLAY "RATES|WARN=TABLE-FULL"
                                       "|LIMIT=50|TEXT=" RATE-REC
                           WHEN OTHER
                               ADD 1 TO WS-RT-COUNT
                               MOVE RT-EFFECTIVE
                                   TO WS-RT-EFFECTIVE(WS-RT-COUNT)
                               MOVE RT-RUN
                                   TO WS-RT-RUN(WS-RT-COUNT)
                               MOVE RT-KREAD
                                   TO WS-RT-KREAD(WS-RT-COUNT)
                               MOVE RT-KWRITTEN
                                   TO WS-RT-KWRITTEN(WS-RT-COUNT)
                               MOVE RT-MINUTE
                                   TO WS-RT-MINUTE(WS-RT-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

           EXIT.

       PARA-CHARGE-ONE-RUN.
           ADD 1 TO WS-CNT-PERIOD

           *> The centre charged on the run date.
           MOVE 0 TO WS-CC-SEL
           PERFORM VARYING WS-CC-IDX FROM 1 BY 1
                   UNTIL WS-CC-IDX > WS-CC-COUNT
               IF WS-CC-PROGRAM(WS-CC-IDX) = HM-PROG
                   AND WS-CC-EFFECTIVE(WS-CC-IDX) <= HM-DATE
                   AND (WS-CC-SEL = 0
                       OR WS-CC-EFFECTIVE(WS-CC-IDX)
                           >= WS-CC-EFFECTIVE(WS-CC-SEL))
                   MOVE WS-CC-IDX TO WS-CC-SEL
               END-IF
           END-PERFORM
           IF WS-CC-SEL = 0
               PERFORM PARA-NOTE-UNALLOCATED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-CC-CENTRE(WS-CC-SEL) TO WS-CENTRE

           *> The rates in force on the run date.
           MOVE 0 TO WS-RT-SEL
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-EFFECTIVE(WS-RT-IDX) <= HM-DATE
                   AND (WS-RT-SEL = 0
                       OR WS-RT-EFFECTIVE(WS-RT-IDX)
                           >= WS-RT-EFFECTIVE(WS-RT-SEL))
                   MOVE WS-RT-IDX TO WS-RT-SEL
               END-IF
           END-PERFORM
           IF WS-RT-SEL = 0
               ADD 1 TO WS-CNT-UNRATED
               MOVE 0 TO WS-RUN-CHARGE
               DISPLAY "CHARGE|WARN=NO-RATE-IN-FORCE|PROG=" HM-PROG
                       "|DATE=" HM-DATE
           ELSE
               COMPUTE WS-RUN-CHARGE ROUNDED =
                   WS-RT-RUN(WS-RT-SEL)
                   + HM-READ * WS-RT-KREAD(WS-RT-SEL) / 1000
                   + HM-WRITTEN * WS-RT-KWRITTEN(WS-RT-SEL) / 1000
                   + HM-ELAPSED * WS-RT-MINUTE(WS-RT-SEL) / 60
           END-IF

           PERFORM PARA-FIND-AGGREGATE
           IF WS-AG-SEL = 0
               ADD 1 TO WS-CNT-OVERFLOW
               DISPLAY "CHARGE|WARN=TABLE-FULL|LIMIT=300|PROG="
                       HM-PROG "|CENTRE=" WS-CENTRE
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-CNT-ALLOCATED
           ADD 1 TO WS-AG-RUNS(WS-AG-SEL)
           ADD HM-READ TO WS-AG-READ(WS-AG-SEL)
           ADD HM-WRITTEN TO WS-AG-WRITTEN(WS-AG-SEL)
           ADD HM-ELAPSED TO WS-AG-SECS(WS-AG-SEL)
           ADD WS-RUN-CHARGE TO WS-AG-CHARGE(WS-AG-SEL).

           EXIT.

       PARA-FIND-AGGREGATE.
           *> Entries are kept in centre then program order, so a
           *> new one is slotted in at its place and the report
           *> needs no sort.
           MOVE 0 TO WS-AG-SEL
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-COUNT
                      OR WS-AG-SEL > 0
               IF WS-AG-CENTRE(WS-AG-IDX) = WS-CENTRE
                   AND WS-AG-PROGRAM(WS-AG-IDX) = HM-PROG
                   MOVE WS-AG-IDX TO WS-AG-SEL
               END-IF
           END-PERFORM
           IF WS-AG-SEL > 0 OR WS-AG-COUNT >= 300
               EXIT PARAGRAPH
           END-IF

           MOVE 1 TO WS-AG-SEL
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-COUNT
               IF WS-AG-CENTRE(WS-AG-IDX) < WS-CENTRE
                   OR (WS-AG-CENTRE(WS-AG-IDX) = WS-CENTRE
                       AND WS-AG-PROGRAM(WS-AG-IDX) < HM-PROG)
                   COMPUTE WS-AG-SEL = WS-AG-IDX + 1
               END-IF
           END-PERFORM
           PERFORM VARYING WS-AG-IDX FROM WS-AG-COUNT BY -1
                   UNTIL WS-AG-IDX < WS-AG-SEL
               MOVE WS-AG-ENTRY(WS-AG-IDX)
                   TO WS-AG-ENTRY(WS-AG-IDX + 1)
           END-PERFORM
           ADD 1 TO WS-AG-COUNT
           MOVE WS-CENTRE TO WS-AG-CENTRE(WS-AG-SEL)
           MOVE HM-PROG TO WS-AG-PROGRAM(WS-AG-SEL)
           MOVE 0 TO WS-AG-RUNS(WS-AG-SEL)
           MOVE 0 TO WS-AG-READ(WS-AG-SEL)
           MOVE 0 TO WS-AG-WRITTEN(WS-AG-SEL)
           MOVE 0 TO WS-AG-SECS(WS-AG-SEL)
           MOVE 0 TO WS-AG-CHARGE(WS-AG-SEL).

           EXIT.

       PARA-NOTE-UNALLOCATED.
           ADD 1 TO WS-CNT-UNALLOCATED
           PERFORM VARYING WS-UN-IDX FROM 1 BY 1
                   UNTIL WS-UN-IDX > WS-UN-COUNT
                      OR WS-UN-PROGRAM(WS-UN-IDX) = HM-PROG
               CONTINUE
           END-PERFORM
           IF WS-UN-IDX > WS-UN-COUNT
               IF WS-UN-COUNT >= 100
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-UN-COUNT
               MOVE WS-UN-COUNT TO WS-UN-IDX
               MOVE HM-PROG TO WS-UN-PROGRAM(WS-UN-IDX)
               MOVE 0 TO WS-UN-RUNS(WS-UN-IDX)
           END-IF
           ADD 1 TO WS-UN-RUNS(WS-UN-IDX).

           EXIT.

       PARA-WRITE-REPORT.
           MOVE "S" TO WS-RS-FUNC
           MOVE "MONTHLY BATCH CHARGEBACK BY COST CENTRE"
               TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "CHARGEBACK|MONTH=" DELIMITED BY SIZE
                  WS-MONTH            DELIMITED BY SIZE
                  "|MASTER="          DELIMITED BY SIZE
                  WS-HMST-PATH        DELIMITED BY SPACE
                  INTO WS-RPT-LINE
           END-STRING
           MOVE "H" TO WS-RS-FUNC
           MOVE WS-RPT-LINE(1:132) TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT

           *> The rate cards that priced the month.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
               PERFORM PARA-PRINT-RATE
           END-PERFORM

           *> One page per cost centre.
           MOVE SPACES TO WS-BRK-CENTRE
           MOVE 0 TO WS-GT-CHARGE
           MOVE 0 TO WS-SUM-RUNS
           PERFORM VARYING WS-AG-IDX FROM 1 BY 1
                   UNTIL WS-AG-IDX > WS-AG-COUNT
               IF WS-AG-CENTRE(WS-AG-IDX) NOT = WS-BRK-CENTRE
                   IF WS-BRK-CENTRE NOT = SPACES
                       PERFORM PARA-CENTRE-TOTAL
                   END-IF
                   PERFORM PARA-CENTRE-START
               END-IF
               PERFORM PARA-PRINT-PROGRAM
           END-PERFORM
           IF WS-BRK-CENTRE NOT = SPACES
               PERFORM PARA-CENTRE-TOTAL
           END-IF

           *> Runs no centre claimed.
           IF WS-UN-COUNT > 0
               MOVE "P" TO WS-RS-FUNC
               MOVE SPACES TO WS-RS-TEXT
               CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
                   WS-RS-TEXT
               PERFORM VARYING WS-UN-IDX FROM 1 BY 1
                       UNTIL WS-UN-IDX > WS-UN-COUNT
                   MOVE SPACES TO WS-RPT-LINE
                   STRING "UNALLOCATED|PROG=" DELIMITED BY SIZE
                          WS-UN-PROGRAM(WS-UN-IDX)
                                              DELIMITED BY SIZE
                          "|RUNS="            DELIMITED BY SIZE
                          WS-UN-RUNS(WS-UN-IDX)
                                              DELIMITED BY SIZE
                          INTO WS-RPT-LINE
                   END-STRING
                   PERFORM PARA-RPT-DETAIL
                   DISPLAY WS-RPT-LINE(1:60)
               END-PERFORM
           END-IF

           *> Every run of the month is either on a centre's page
           *> or on the unallocated list; the centre pages must add
           *> back to the runs allocated.
           EVALUATE TRUE
               WHEN WS-SUM-RUNS NOT = WS-CNT-ALLOCATED
                   OR WS-CNT-ALLOCATED + WS-CNT-UNALLOCATED
                      + WS-CNT-OVERFLOW NOT = WS-CNT-PERIOD
                   OR WS-CNT-OVERFLOW > 0
                   MOVE "OUT-OF-BALANCE" TO WS-RECON-RESULT
               WHEN WS-CNT-UNALLOCATED > 0
                   MOVE "UNALLOCATED-RUNS" TO WS-RECON-RESULT
               WHEN OTHER
                   MOVE "ALL-ALLOCATED" TO WS-RECON-RESULT
           END-EVALUATE
           MOVE WS-GT-CHARGE TO WS-CHARGE-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "GRAND-TOTAL|CENTRES=" DELIMITED BY SIZE
                  WS-CNT-CENTRES       DELIMITED BY SIZE
                  "|RUNS="             DELIMITED BY SIZE
                  WS-SUM-RUNS          DELIMITED BY SIZE
                  "|CHARGE="           DELIMITED BY SIZE
                  WS-CHARGE-ED         DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "RECONCILE|RUNS=" DELIMITED BY SIZE
                  WS-CNT-PERIOD        DELIMITED BY SIZE
                  "|ON-PAGES="         DELIMITED BY SIZE
                  WS-SUM-RUNS          DELIMITED BY SIZE
                  "|UNALLOCATED="      DELIMITED BY SIZE
                  WS-CNT-UNALLOCATED   DELIMITED BY SIZE
                  "|NOT-TABLED="       DELIMITED BY SIZE
                  WS-CNT-OVERFLOW      DELIMITED BY SIZE
                  "|UNRATED="          DELIMITED BY SIZE
                  WS-CNT-UNRATED       DELIMITED BY SIZE
                  "|RESULT="           DELIMITED BY SIZE
                  WS-RECON-RESULT      DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-TOTAL
           DISPLAY WS-RPT-LINE(1:132)

           MOVE "E" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT
           MOVE "R" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           MOVE "CHARGEBACK" TO WS-RS-TEXT(1:16)
           MOVE WS-RH-PROGRAM TO WS-RS-TEXT(17:16)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT.

           EXIT.

       PARA-PRINT-RATE.
           MOVE WS-RT-RUN(WS-RT-IDX) TO WS-RUN-RATE-ED
           MOVE WS-RT-KREAD(WS-RT-IDX) TO WS-KREAD-RATE-ED
           MOVE WS-RT-KWRITTEN(WS-RT-IDX) TO WS-KWRITTEN-RATE-ED
           MOVE WS-RT-MINUTE(WS-RT-IDX) TO WS-MINUTE-RATE-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "RATES|EFFECTIVE=" DELIMITED BY SIZE
                  WS-RT-EFFECTIVE(WS-RT-IDX) DELIMITED BY SIZE
                  "|PER-RUN="          DELIMITED BY SIZE
                  WS-RUN-RATE-ED       DELIMITED BY SIZE
                  "|PER-1000-READ="    DELIMITED BY SIZE
                  WS-KREAD-RATE-ED     DELIMITED BY SIZE
                  "|PER-1000-WRITTEN=" DELIMITED BY SIZE
                  WS-KWRITTEN-RATE-ED  DELIMITED BY SIZE
                  "|PER-MINUTE="       DELIMITED BY SIZE
                  WS-MINUTE-RATE-ED    DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-DETAIL.

           EXIT.

       PARA-CENTRE-START.
           MOVE WS-AG-CENTRE(WS-AG-IDX) TO WS-BRK-CENTRE
           ADD 1 TO WS-CNT-CENTRES
           MOVE 0 TO WS-CT-RUNS
           MOVE 0 TO WS-CT-READ
           MOVE 0 TO WS-CT-WRITTEN
           MOVE 0 TO WS-CT-SECS
           MOVE 0 TO WS-CT-CHARGE
           MOVE "P" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT
           MOVE SPACES TO WS-RPT-LINE
           STRING "CENTRE|ID=" DELIMITED BY SIZE
                  WS-BRK-CENTRE DELIMITED BY SIZE
                  "|MONTH="    DELIMITED BY SIZE
                  WS-MONTH     DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-DETAIL.

           EXIT.

       PARA-PRINT-PROGRAM.
           ADD WS-AG-RUNS(WS-AG-IDX) TO WS-CT-RUNS
           ADD WS-AG-READ(WS-AG-IDX) TO WS-CT-READ
           ADD WS-AG-WRITTEN(WS-AG-IDX) TO WS-CT-WRITTEN
           ADD WS-AG-SECS(WS-AG-IDX) TO WS-CT-SECS
           ADD WS-AG-CHARGE(WS-AG-IDX) TO WS-CT-CHARGE
           COMPUTE WS-MINUTES ROUNDED = WS-AG-SECS(WS-AG-IDX) / 60
           MOVE WS-MINUTES TO WS-MINUTES-ED
           MOVE WS-AG-CHARGE(WS-AG-IDX) TO WS-CHARGE-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "PROG|CENTRE="  DELIMITED BY SIZE
                  WS-AG-CENTRE(WS-AG-IDX)  DELIMITED BY SIZE
                  "|NAME="        DELIMITED BY SIZE
                  WS-AG-PROGRAM(WS-AG-IDX) DELIMITED BY SIZE
                  "|RUNS="        DELIMITED BY SIZE
                  WS-AG-RUNS(WS-AG-IDX)    DELIMITED BY SIZE
                  "|READ="        DELIMITED BY SIZE
                  WS-AG-READ(WS-AG-IDX)    DELIMITED BY SIZE
                  "|WRITTEN="     DELIMITED BY SIZE
                  WS-AG-WRITTEN(WS-AG-IDX) DELIMITED BY SIZE
                  "|MINUTES="     DELIMITED BY SIZE
                  WS-MINUTES-ED   DELIMITED BY SIZE
                  "|CHARGE="      DELIMITED BY SIZE
                  WS-CHARGE-ED    DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-DETAIL.

           EXIT.

       PARA-CENTRE-TOTAL.
           ADD WS-CT-RUNS TO WS-SUM-RUNS
           ADD WS-CT-CHARGE TO WS-GT-CHARGE
           COMPUTE WS-MINUTES ROUNDED = WS-CT-SECS / 60
           MOVE WS-MINUTES TO WS-MINUTES-ED
           MOVE WS-CT-CHARGE TO WS-CHARGE-ED
           MOVE SPACES TO WS-RPT-LINE
           STRING "CENTRE-TOTAL|ID=" DELIMITED BY SIZE
                  WS-BRK-CENTRE   DELIMITED BY SIZE
                  "|RUNS="        DELIMITED BY SIZE
                  WS-CT-RUNS      DELIMITED BY SIZE
                  "|READ="        DELIMITED BY SIZE
                  WS-CT-READ      DELIMITED BY SIZE
                  "|WRITTEN="     DELIMITED BY SIZE
                  WS-CT-WRITTEN   DELIMITED BY SIZE
                  "|MINUTES="     DELIMITED BY SIZE
                  WS-MINUTES-ED   DELIMITED BY SIZE
                  "|CHARGE="      DELIMITED BY SIZE
                  WS-CHARGE-ED    DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-TOTAL
           DISPLAY WS-RPT-LINE(1:132).

           EXIT.

       PARA-RPT-DETAIL.
           MOVE "D" TO WS-RS-FUNC
           MOVE WS-RPT-LINE(1:132) TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT.

           EXIT.

       PARA-RPT-TOTAL.
           MOVE "T" TO WS-RS-FUNC
           MOVE WS-RPT-LINE(1:132) TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT.

           EXIT.
