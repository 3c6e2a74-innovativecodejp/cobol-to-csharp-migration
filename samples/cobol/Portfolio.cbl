       IDENTIFICATION DIVISION.
       PROGRAM-ID. PORTFOLIO.

      *> Monthly customer portfolio composition report for the
      *> management sign-off binder. One pass over MVP14PROGRAM's
      *> master cross-tabulates IDX-CLASS by IDX-TIER, split into
      *> age bands from IDX-BIRTHDATE, with the customer count and
      *> total IDX-BALANCE for every cell - the figures that were
      *> being assembled by hand from MVP08PROGRAM counts and
      *> MVP06PROGRAM outputs.
      *>
      *> Every run appends its cell figures to the snapshot file,
      *> stamped with the report month, and prints each cell beside
      *> the figures from the previous month's snapshot (the latest
      *> run of the most recent earlier month on file) with the
      *> change. A cell that has emptied since last month is still
      *> printed, at zero, so nothing drops silently off the sheet.
      *>
      *> Only live customers (status active or dormant) make up the
      *> portfolio; closed and deceased customers are counted on
      *> the totals line. The master is read without the
      *> MVP14-MASTER lock - the report changes nothing.
      *>
      *> Parameters: PORTFOLIO_ASOF (default PROCESS_DATE, then
      *> today), PORTFOLIO_OUTPUT, PORTFOLIO_SNAPSHOTS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO DYNAMIC WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IDX-KEY
               ALTERNATE RECORD KEY IS IDX-TEXT WITH DUPLICATES
               FILE STATUS  IS WS-IDX-FS.
           SELECT SNAP-FILE ASSIGN TO DYNAMIC WS-SNAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-SNAP-FS.

       DATA DIVISION.
       FILE SECTION.
       *> MVP14PROGRAM's indexed customer master, read only.
       FD  IDX-FILE.
       01  IDX-REC.
           05 IDX-KEY           PIC 9(4).
           05 IDX-TEXT          PIC X(10).
           05 IDX-CLASS         PIC X(10).
           05 IDX-SURNAME       PIC X(20).
           05 IDX-GIVEN-NAME    PIC X(20).
           05 IDX-BIRTHDATE     PIC 9(8).
           05 IDX-GENDER        PIC X(1).
           05 IDX-TIER          PIC X(10).
           05 IDX-BALANCE       PIC S9(9)V99
                                SIGN IS LEADING SEPARATE.
           05 IDX-MAINT-DATE    PIC 9(8).
           05 IDX-MAINT-TIME    PIC 9(8).
           05 IDX-STATUS        PIC X(1).
               88 IDX-LIVE       VALUE "A" "D" " ".
           05 IDX-STATUS-DATE   PIC 9(8).

       *> Portfolio snapshots, appended every run: one record per
       *> cell with the report month and the run stamp.
       FD  SNAP-FILE.
       01  SNAP-REC.
           05 SN-TAG            PIC X(5).
           05 SN-MONTH          PIC 9(6).
           05 SN-RUN-DATE       PIC 9(8).
           05 SN-RUN-TIME       PIC 9(8).
           05 SN-CLASS          PIC X(10).
           05 SN-TIER           PIC X(10).
           05 SN-BAND           PIC X(5).
           05 SN-COUNT          PIC 9(6).
           05 SN-BALANCE        PIC S9(11)V99
                                SIGN IS LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  WS-IDX-PATH          PIC X(260).
       01  WS-IDX-FS            PIC XX.
       01  WS-SNAP-PATH         PIC X(260).
       01  WS-SNAP-FS           PIC XX.
       01  WS-RPT-PATH          PIC X(260).
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-ASOF              PIC 9(8) VALUE 0.
       01  WS-MONTH             PIC 9(6) VALUE 0.
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                VALUE "Y".

       *> REPORTSUB parameter block.
       01  WS-RPT-LINE          PIC X(132).
       01  WS-RS-FUNC           PIC X(1).
       01  WS-RS-TEXT           PIC X(132).

       *> The snapshot compared against: the most recent month
       *> before this one, and the latest run within it.
       01  WS-PRIOR-MONTH       PIC 9(6) VALUE 0.
       01  WS-PRIOR-STAMP       PIC 9(16) VALUE 0.
       01  WS-SNAP-STAMP        PIC 9(16) VALUE 0.

       *> One customer's cell.
       01  WS-CLASS             PIC X(10).
       01  WS-TIER              PIC X(10).
       01  WS-BAND              PIC X(5).
       01  WS-AGE               PIC 9(3) VALUE 0.
       01  WS-AGE-WORK          PIC 9(8) VALUE 0.

       *> The cross-tabulation, held in class, tier, band order so
       *> the report prints grouped without a separate sort.
       01  WS-CELL-COUNT        PIC 9(3) VALUE 0.
       01  WS-CELL-IDX          PIC 9(3) VALUE 0.
       01  WS-CELL-POS          PIC 9(3) VALUE 0.
       01  WS-CELL-SHIFT        PIC 9(3) VALUE 0.
       01  WS-CELL-FOUND        PIC X VALUE "N".
           88 CELL-FOUND         VALUE "Y".
       01  WS-CELL-NEW-KEY      PIC X(25).
       01  WS-CELL-TAB.
           05 WS-CELL-ENTRY OCCURS 400 TIMES.
               10 WS-CE-KEY.
                   15 WS-CE-CLASS PIC X(10).
                   15 WS-CE-TIER  PIC X(10).
                   15 WS-CE-BAND  PIC X(5).
               10 WS-CE-COUNT     PIC 9(6).
               10 WS-CE-BAL       PIC S9(11)V99.
               10 WS-CE-PR-COUNT  PIC 9(6).
               10 WS-CE-PR-BAL    PIC S9(11)V99.

       *> Class-and-tier break totals and grand totals.
       01  WS-BRK-CLASS         PIC X(10).
       01  WS-BRK-TIER          PIC X(10).
       01  WS-BRK-COUNT         PIC 9(6) VALUE 0.
       01  WS-BRK-BAL           PIC S9(11)V99 VALUE 0.
       01  WS-BRK-PR-COUNT      PIC 9(6) VALUE 0.
       01  WS-BRK-PR-BAL        PIC S9(11)V99 VALUE 0.
       01  WS-TOT-COUNT         PIC 9(6) VALUE 0.
       01  WS-TOT-BAL           PIC S9(11)V99 VALUE 0.
       01  WS-TOT-PR-COUNT      PIC 9(6) VALUE 0.
       01  WS-TOT-PR-BAL        PIC S9(11)V99 VALUE 0.

       *> Print fields for one line: this month, last month and
       *> the change, count and balance.
       01  WS-P-COUNT           PIC 9(6) VALUE 0.
       01  WS-P-BAL             PIC S9(11)V99 VALUE 0.
       01  WS-P-PR-COUNT        PIC 9(6) VALUE 0.
       01  WS-P-PR-BAL          PIC S9(11)V99 VALUE 0.
       01  WS-CNT-CHG-ED        PIC +9(6).
       01  WS-BAL-ED            PIC -9(11).99.
       01  WS-PR-BAL-ED         PIC -9(11).99.
       01  WS-BAL-CHG-ED        PIC -9(11).99.

       01  WS-CNT-READ          PIC 9(6) VALUE 0.
       01  WS-CNT-INACTIVE      PIC 9(6) VALUE 0.
       01  WS-CNT-OVERFLOW      PIC 9(6) VALUE 0.
       01  WS-CNT-SNAP-WRITTEN  PIC 9(6) VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "PORTFOLIO".
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.

           ACCEPT WS-ASOF FROM ENVIRONMENT "PORTFOLIO_ASOF".
           IF WS-ASOF = 0
               ACCEPT WS-ASOF FROM ENVIRONMENT "PROCESS_DATE"
           END-IF.
           IF WS-ASOF = 0
               MOVE WS-RUN-DATE TO WS-ASOF
           END-IF.
           MOVE WS-ASOF(1:6) TO WS-MONTH.

           MOVE "mvp14-index.dat" TO WS-IDX-PATH.
           ACCEPT WS-IDX-PATH FROM ENVIRONMENT "MVP14_INDEX".
           IF WS-IDX-PATH = SPACES
               MOVE "mvp14-index.dat" TO WS-IDX-PATH
           END-IF.

           MOVE "portfolio-report.txt" TO WS-RPT-PATH.
           ACCEPT WS-RPT-PATH FROM ENVIRONMENT "PORTFOLIO_OUTPUT".
           IF WS-RPT-PATH = SPACES
               MOVE "portfolio-report.txt" TO WS-RPT-PATH
           END-IF.

           MOVE "portfolio-snapshots.txt" TO WS-SNAP-PATH.
           ACCEPT WS-SNAP-PATH FROM ENVIRONMENT "PORTFOLIO_SNAPSHOTS".
           IF WS-SNAP-PATH = SPACES
               MOVE "portfolio-snapshots.txt" TO WS-SNAP-PATH
           END-IF.

           OPEN INPUT IDX-FILE.
           IF WS-IDX-FS NOT = "00"
               DISPLAY "ERROR|REASON=MASTER-NOT-FOUND|PATH="
                       WS-IDX-PATH "|STATUS=" WS-IDX-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           PERFORM PARA-LOAD-PRIOR-SNAPSHOT
           PERFORM PARA-TABULATE-MASTER
           CLOSE IDX-FILE

           PERFORM PARA-PRINT-REPORT
           PERFORM PARA-WRITE-SNAPSHOT

           DISPLAY "PORTFOLIO|MONTH=" WS-MONTH
                   "|PRIOR-MONTH=" WS-PRIOR-MONTH
                   "|CUSTOMERS=" WS-TOT-COUNT
                   "|CELLS=" WS-CELL-COUNT
                   "|INACTIVE=" WS-CNT-INACTIVE
                   "|OVERFLOW=" WS-CNT-OVERFLOW

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-IDX-PATH(1:40) TO WS-RH-IN
           MOVE WS-RPT-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-READ TO WS-RH-READ
           MOVE WS-CNT-SNAP-WRITTEN TO WS-RH-WRITTEN
           MOVE WS-CNT-OVERFLOW TO WS-RH-REJECTED
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

       PARA-LOAD-PRIOR-SNAPSHOT.
           *> Pass 1 finds the snapshot to compare against; pass 2
           *> loads its cells. No snapshot file, or none from an
           *> earlier month, means a first run: every prior figure
           *> is zero.
           OPEN INPUT SNAP-FILE
           IF WS-SNAP-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ SNAP-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF SN-TAG = "SNAP|" AND SN-MONTH IS NUMERIC
                           AND SN-MONTH < WS-MONTH
                           COMPUTE WS-SNAP-STAMP =
                               SN-RUN-DATE * 100000000 + SN-RUN-TIME
                           IF SN-MONTH > WS-PRIOR-MONTH
                               MOVE SN-MONTH TO WS-PRIOR-MONTH
                               MOVE WS-SNAP-STAMP TO WS-PRIOR-STAMP
                           END-IF
                           IF SN-MONTH = WS-PRIOR-MONTH
                               AND WS-SNAP-STAMP > WS-PRIOR-STAMP
                               MOVE WS-SNAP-STAMP TO WS-PRIOR-STAMP
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAP-FILE
           IF WS-PRIOR-MONTH = 0
               EXIT PARAGRAPH
           END-IF

           OPEN INPUT SNAP-FILE
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ SNAP-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       IF SN-TAG = "SNAP|"
                           AND SN-MONTH = WS-PRIOR-MONTH
                           COMPUTE WS-SNAP-STAMP =
                               SN-RUN-DATE * 100000000 + SN-RUN-TIME
                           IF WS-SNAP-STAMP = WS-PRIOR-STAMP
                               MOVE SN-CLASS TO WS-CLASS
                               MOVE SN-TIER TO WS-TIER
                               MOVE SN-BAND TO WS-BAND
                               PERFORM PARA-FIND-CELL
                               IF CELL-FOUND
                                   ADD SN-COUNT TO
                                       WS-CE-PR-COUNT(WS-CELL-POS)
                                   ADD SN-BALANCE TO
                                       WS-CE-PR-BAL(WS-CELL-POS)
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SNAP-FILE.

           EXIT.

       PARA-TABULATE-MASTER.
           MOVE "N" TO WS-EOF
           MOVE ZEROES TO IDX-KEY
           START IDX-FILE KEY >= IDX-KEY
               INVALID KEY
                   SET EOF TO TRUE
           END-START
           PERFORM UNTIL EOF
               READ IDX-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-READ
                       IF IDX-LIVE
                           PERFORM PARA-TABULATE-ONE
                       ELSE
                           ADD 1 TO WS-CNT-INACTIVE
                       END-IF
               END-READ
           END-PERFORM.

           EXIT.

       PARA-TABULATE-ONE.
           IF IDX-CLASS = SPACES
               MOVE "(NONE)" TO WS-CLASS
           ELSE
               MOVE IDX-CLASS TO WS-CLASS
           END-IF
           IF IDX-TIER = SPACES
               MOVE "(NONE)" TO WS-TIER
           ELSE
               MOVE IDX-TIER TO WS-TIER
           END-IF
           PERFORM PARA-AGE-BAND
           PERFORM PARA-FIND-CELL
           IF CELL-FOUND
               ADD 1 TO WS-CE-COUNT(WS-CELL-POS)
               ADD IDX-BALANCE TO WS-CE-BAL(WS-CELL-POS)
           END-IF.

           EXIT.

       PARA-AGE-BAND.
           *> Age in whole years on the as-of date: the difference
           *> of two YYYYMMDD dates, divided by 10000 and truncated.
           MOVE "UNKN" TO WS-BAND
           IF IDX-BIRTHDATE IS NOT NUMERIC OR IDX-BIRTHDATE = 0
               OR IDX-BIRTHDATE > WS-ASOF
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-AGE-WORK = WS-ASOF - IDX-BIRTHDATE
           DIVIDE WS-AGE-WORK BY 10000 GIVING WS-AGE
           EVALUATE TRUE
               WHEN WS-AGE < 18
                   MOVE "00-17" TO WS-BAND
               WHEN WS-AGE < 25
                   MOVE "18-24" TO WS-BAND
               WHEN WS-AGE < 35
                   MOVE "25-34" TO WS-BAND
               WHEN WS-AGE < 50
                   MOVE "35-49" TO WS-BAND
               WHEN WS-AGE < 65
                   MOVE "50-64" TO WS-BAND
               WHEN OTHER
                   MOVE "65+" TO WS-BAND
           END-EVALUATE.

           EXIT.

       PARA-FIND-CELL.
           *> Locates the cell for WS-CLASS/WS-TIER/WS-BAND, adding
           *> it in key order when new. A full table leaves the
           *> customer uncounted and counts an overflow.
           MOVE "N" TO WS-CELL-FOUND
           MOVE WS-CLASS TO WS-CELL-NEW-KEY(1:10)
           MOVE WS-TIER TO WS-CELL-NEW-KEY(11:10)
           MOVE WS-BAND TO WS-CELL-NEW-KEY(21:5)
           MOVE 0 TO WS-CELL-POS
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
                      OR WS-CELL-POS > 0
               IF WS-CE-KEY(WS-CELL-IDX) >= WS-CELL-NEW-KEY
                   MOVE WS-CELL-IDX TO WS-CELL-POS
               END-IF
           END-PERFORM
           IF WS-CELL-POS > 0
               IF WS-CE-KEY(WS-CELL-POS) = WS-CELL-NEW-KEY
                   SET CELL-FOUND TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF WS-CELL-COUNT >= 400
               ADD 1 TO WS-CNT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           IF WS-CELL-POS = 0
               COMPUTE WS-CELL-POS = WS-CELL-COUNT + 1
           END-IF
           PERFORM VARYING WS-CELL-SHIFT FROM WS-CELL-COUNT BY -1
                   UNTIL WS-CELL-SHIFT < WS-CELL-POS
               MOVE WS-CELL-ENTRY(WS-CELL-SHIFT)
                   TO WS-CELL-ENTRY(WS-CELL-SHIFT + 1)
           END-PERFORM
           ADD 1 TO WS-CELL-COUNT
           MOVE WS-CELL-NEW-KEY TO WS-CE-KEY(WS-CELL-POS)
           MOVE 0 TO WS-CE-COUNT(WS-CELL-POS)
           MOVE 0 TO WS-CE-BAL(WS-CELL-POS)
           MOVE 0 TO WS-CE-PR-COUNT(WS-CELL-POS)
           MOVE 0 TO WS-CE-PR-BAL(WS-CELL-POS)
           SET CELL-FOUND TO TRUE.

           EXIT.

       PARA-PRINT-REPORT.
           MOVE "S" TO WS-RS-FUNC
           MOVE "CUSTOMER PORTFOLIO COMPOSITION" TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT
           MOVE "H" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           STRING "PORTFOLIO|MONTH=" DELIMITED BY SIZE
                  WS-MONTH           DELIMITED BY SIZE
                  "|ASOF="           DELIMITED BY SIZE
                  WS-ASOF            DELIMITED BY SIZE
                  "|COMPARED-WITH="  DELIMITED BY SIZE
                  WS-PRIOR-MONTH     DELIMITED BY SIZE
                  INTO WS-RS-TEXT
           END-STRING
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT
           MOVE "H" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           STRING "CELL|CLASS     |TIER      |AGE  |N=CUSTOMERS"
                                     DELIMITED BY SIZE
                  "|PRV=PRIOR MONTH|CHG=CHANGE" DELIMITED BY SIZE
                  "|BAL=TOTAL BALANCE|PRV=PRIOR MONTH|CHG=CHANGE"
                                     DELIMITED BY SIZE
                  INTO WS-RS-TEXT
           END-STRING
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT

           MOVE SPACES TO WS-BRK-CLASS
           MOVE SPACES TO WS-BRK-TIER
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               IF WS-CELL-IDX > 1
                   AND (WS-CE-CLASS(WS-CELL-IDX) NOT = WS-BRK-CLASS
                     OR WS-CE-TIER(WS-CELL-IDX) NOT = WS-BRK-TIER)
                   PERFORM PARA-PRINT-BREAK
               END-IF
               MOVE WS-CE-CLASS(WS-CELL-IDX) TO WS-BRK-CLASS
               MOVE WS-CE-TIER(WS-CELL-IDX) TO WS-BRK-TIER
               PERFORM PARA-PRINT-CELL
           END-PERFORM
           IF WS-CELL-COUNT > 0
               PERFORM PARA-PRINT-BREAK
           END-IF

           MOVE WS-TOT-COUNT TO WS-P-COUNT
           MOVE WS-TOT-BAL TO WS-P-BAL
           MOVE WS-TOT-PR-COUNT TO WS-P-PR-COUNT
           MOVE WS-TOT-PR-BAL TO WS-P-PR-BAL
           PERFORM PARA-EDIT-FIGURES
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL|PORTFOLIO            |N=" DELIMITED BY SIZE
                  WS-P-COUNT     DELIMITED BY SIZE
                  "|PRV="        DELIMITED BY SIZE
                  WS-P-PR-COUNT  DELIMITED BY SIZE
                  "|CHG="        DELIMITED BY SIZE
                  WS-CNT-CHG-ED  DELIMITED BY SIZE
                  "|BAL="        DELIMITED BY SIZE
                  WS-BAL-ED      DELIMITED BY SIZE
                  "|PRV="        DELIMITED BY SIZE
                  WS-PR-BAL-ED   DELIMITED BY SIZE
                  "|CHG="        DELIMITED BY SIZE
                  WS-BAL-CHG-ED  DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-TOTAL
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTALS|READ="   DELIMITED BY SIZE
                  WS-CNT-READ      DELIMITED BY SIZE
                  "|LIVE="         DELIMITED BY SIZE
                  WS-TOT-COUNT     DELIMITED BY SIZE
                  "|CLOSED-OR-DECEASED=" DELIMITED BY SIZE
                  WS-CNT-INACTIVE  DELIMITED BY SIZE
                  "|CELLS="        DELIMITED BY SIZE
                  WS-CELL-COUNT    DELIMITED BY SIZE
                  "|OVERFLOW="     DELIMITED BY SIZE
                  WS-CNT-OVERFLOW  DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-TOTAL

           MOVE "E" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT
           MOVE "R" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           MOVE "PORTFOLIO" TO WS-RS-TEXT(1:16)
           MOVE WS-RH-PROGRAM TO WS-RS-TEXT(17:16)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT.

           EXIT.

       PARA-PRINT-CELL.
           MOVE WS-CE-COUNT(WS-CELL-IDX) TO WS-P-COUNT
           MOVE WS-CE-BAL(WS-CELL-IDX) TO WS-P-BAL
           MOVE WS-CE-PR-COUNT(WS-CELL-IDX) TO WS-P-PR-COUNT
           MOVE WS-CE-PR-BAL(WS-CELL-IDX) TO WS-P-PR-BAL
           ADD WS-P-COUNT TO WS-BRK-COUNT
           ADD WS-P-BAL TO WS-BRK-BAL
           ADD WS-P-PR-COUNT TO WS-BRK-PR-COUNT
           ADD WS-P-PR-BAL TO WS-BRK-PR-BAL
           PERFORM PARA-EDIT-FIGURES
           MOVE SPACES TO WS-RPT-LINE
           STRING "CELL|"        DELIMITED BY SIZE
                  WS-CE-CLASS(WS-CELL-IDX) DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  WS-CE-TIER(WS-CELL-IDX)  DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  WS-CE-BAND(WS-CELL-IDX)  DELIMITED BY SIZE
                  "|N="          DELIMITED BY SIZE
                  WS-P-COUNT     DELIMITED BY SIZE
                  "|PRV="        DELIMITED BY SIZE
                  WS-P-PR-COUNT  DELIMITED BY SIZE
                  "|CHG="        DELIMITED BY SIZE
                  WS-CNT-CHG-ED  DELIMITED BY SIZE
                  "|BAL="        DELIMITED BY SIZE
                  WS-BAL-ED      DELIMITED BY SIZE
                  "|PRV="        DELIMITED BY SIZE
                  WS-PR-BAL-ED   DELIMITED BY SIZE
                  "|CHG="        DELIMITED BY SIZE
                  WS-BAL-CHG-ED  DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-DETAIL.

           EXIT.

       PARA-PRINT-BREAK.
           MOVE WS-BRK-COUNT TO WS-P-COUNT
           MOVE WS-BRK-BAL TO WS-P-BAL
           MOVE WS-BRK-PR-COUNT TO WS-P-PR-COUNT
           MOVE WS-BRK-PR-BAL TO WS-P-PR-BAL
           ADD WS-BRK-COUNT TO WS-TOT-COUNT
           ADD WS-BRK-BAL TO WS-TOT-BAL
           ADD WS-BRK-PR-COUNT TO WS-TOT-PR-COUNT
           ADD WS-BRK-PR-BAL TO WS-TOT-PR-BAL
           PERFORM PARA-EDIT-FIGURES
           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTAL|"       DELIMITED BY SIZE
                  WS-BRK-CLASS   DELIMITED BY SIZE
                  "|"            DELIMITED BY SIZE
                  WS-BRK-TIER    DELIMITED BY SIZE
                  "|ALL  |N="    DELIMITED BY SIZE
                  WS-P-COUNT     DELIMITED BY SIZE
                  "|PRV="        DELIMITED BY SIZE
                  WS-P-PR-COUNT  DELIMITED BY SIZE
                  "|CHG="        DELIMITED BY SIZE
                  WS-CNT-CHG-ED  DELIMITED BY SIZE
                  "|BAL="        DELIMITED BY SIZE
                  WS-BAL-ED      DELIMITED BY SIZE
                  "|PRV="        DELIMITED BY SIZE
                  WS-PR-BAL-ED   DELIMITED BY SIZE
                  "|CHG="        DELIMITED BY SIZE
                  WS-BAL-CHG-ED  DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-TOTAL
           MOVE 0 TO WS-BRK-COUNT
           MOVE 0 TO WS-BRK-BAL
           MOVE 0 TO WS-BRK-PR-COUNT
           MOVE 0 TO WS-BRK-PR-BAL.

           EXIT.

       PARA-EDIT-FIGURES.
           COMPUTE WS-CNT-CHG-ED = WS-P-COUNT - WS-P-PR-COUNT
           MOVE WS-P-BAL TO WS-BAL-ED
           MOVE WS-P-PR-BAL TO WS-PR-BAL-ED
           COMPUTE WS-BAL-CHG-ED = WS-P-BAL - WS-P-PR-BAL.

           EXIT.

       PARA-WRITE-SNAPSHOT.
           *> Cells carried only from last month (now empty) are not
           *> snapshotted; next month they simply do not appear.
           OPEN EXTEND SNAP-FILE
           IF WS-SNAP-FS NOT = "00"
               OPEN OUTPUT SNAP-FILE
           END-IF
           IF WS-SNAP-FS NOT = "00"
               DISPLAY "WARN|REASON=SNAPSHOT-NOT-SAVED|PATH="
                       WS-SNAP-PATH(1:40) "|STATUS=" WS-SNAP-FS
               ADD 1 TO WS-CNT-OVERFLOW
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-CELL-IDX FROM 1 BY 1
                   UNTIL WS-CELL-IDX > WS-CELL-COUNT
               IF WS-CE-COUNT(WS-CELL-IDX) > 0
                   MOVE "SNAP|" TO SN-TAG
                   MOVE WS-MONTH TO SN-MONTH
                   MOVE WS-RUN-DATE TO SN-RUN-DATE
                   MOVE WS-RUN-TIME TO SN-RUN-TIME
                   MOVE WS-CE-CLASS(WS-CELL-IDX) TO SN-CLASS
                   MOVE WS-CE-TIER(WS-CELL-IDX) TO SN-TIER
                   MOVE WS-CE-BAND(WS-CELL-IDX) TO SN-BAND
                   MOVE WS-CE-COUNT(WS-CELL-IDX) TO SN-COUNT
                   MOVE WS-CE-BAL(WS-CELL-IDX) TO SN-BALANCE
                   WRITE SNAP-REC
                   ADD 1 TO WS-CNT-SNAP-WRITTEN
               END-IF
           END-PERFORM
           CLOSE SNAP-FILE.

           EXIT.

       PARA-RPT-DETAIL.
           MOVE "D" TO WS-RS-FUNC
           MOVE WS-RPT-LINE TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT.

           EXIT.

       PARA-RPT-TOTAL.
           MOVE "T" TO WS-RS-FUNC
           MOVE WS-RPT-LINE TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH
               WS-RS-TEXT.

           EXIT.
