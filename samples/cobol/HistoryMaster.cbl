      *> HIST_FROM/HIST_TO (date range, default open), HIST_STATUS
      *> (blank = all statuses), HIST_LIMIT (most-recent cap,
      *> default 30 when HIST_PROG is given, otherwise unlimited).
      *>
      *> Each master record also carries the run's held count and
      *> held value, the parameter set and the run-control version
      *> from the RUN| record (zero/blank for lines written before
      *> those fields existed). MIGRATE is the one-time rebuild of
      *> a master written before the record carried them: the
      *> operator renames the old master aside (HIST_MASTER_OLD,
      *> default runhistory-old.dat) and every run is carried
      *> forward under its own key with nothing held, no parameter
      *> set and no run-control version.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS HM-KEY
               FILE STATUS  IS WS-HMST-FS.
           SELECT OHMST-FILE ASSIGN TO DYNAMIC WS-OHMST-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS OHM-KEY
               FILE STATUS  IS WS-OHMST-FS.
           SELECT RREJ-FILE ASSIGN TO DYNAMIC WS-RREJ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-RREJ-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-REC             PIC X(320).

       *> Indexed run-history master: one record per rolled run,
       *> keyed by program, run date and a per-day sequence.
           05 HM-REJECTED       PIC 9(6).
           05 HM-STATUS         PIC X(10).
           05 HM-ELAPSED        PIC 9(6).
           05 HM-HELD           PIC 9(6).
           05 HM-HELD-VALUE     PIC S9(11)V99
                                SIGN IS LEADING SEPARATE.
           05 HM-SET            PIC X(8).
           05 HM-CTLVER         PIC X(6).

       *> Master layout before the held and control fields, read
       *> only by MIGRATE.
       FD  OHMST-FILE.
       01  OHMST-REC.
           05 OHM-KEY.
               10 OHM-PROG      PIC X(16).
               10 OHM-DATE      PIC 9(8).
               10 OHM-SEQ       PIC 9(3).
           05 OHM-TIME          PIC 9(8).
           05 OHM-READ          PIC 9(6).
           05 OHM-WRITTEN       PIC 9(6).
           05 OHM-REJECTED      PIC 9(6).
           05 OHM-STATUS        PIC X(10).
           05 OHM-ELAPSED       PIC 9(6).

       *> Flat-file lines a ROLL could not land in the master
       *> (unparseable, write failure, no free sequence, or not a
       *> RUN| record at all - OPR| and PRJ| lines), diverted
       *> here so the flat file can still be cleared - otherwise the
       *> next ROLL would re-read the already-rolled records and
       *> duplicate them under fresh sequence numbers.
       FD  RREJ-FILE.
       01  RREJ-REC             PIC X(320).

       WORKING-STORAGE SECTION.
       01  WS-HIST-PATH         PIC X(260).
       01  WS-HIST-FS           PIC XX.
       01  WS-HMST-PATH         PIC X(260).
       01  WS-HMST-FS           PIC XX.
       01  WS-OHMST-PATH        PIC X(260).
       01  WS-OHMST-FS          PIC XX.
       01  WS-RUN-MODE          PIC X(7) VALUE "ROLL".
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                VALUE "Y".
       01  WS-CNT-ROLLED        PIC 9(6) VALUE 0.
       01  WS-CNT-SKIPPED       PIC 9(6) VALUE 0.
       01  WS-CNT-HITS          PIC 9(6) VALUE 0.
       01  WS-CNT-MIGRATED      PIC 9(6) VALUE 0.

       *> Fields picked out of one run-history record (fixed
       *> offsets of the RUNHISTORY layout).
       01  WS-REC-REJECTED      PIC 9(6).
       01  WS-REC-STATUS        PIC X(10).
       01  WS-REC-ELAPSED       PIC 9(6).
       01  WS-REC-HELD          PIC 9(6).
       01  WS-REC-HELD-VALUE    PIC S9(11)V99.
       01  WS-REC-VALUE-ED      PIC -9(11).99.
       01  WS-REC-SET           PIC X(8).
       01  WS-REC-CTLVER        PIC X(6).

       *> INQUIRE filters, and the ring of the most recent matches
       *> so a limited inquiry shows the LAST n runs (the master is
       01  WS-RING-K            PIC 9(3) VALUE 0.
       01  WS-RING-SHOW         PIC 9(3) VALUE 0.
       01  WS-RING-TAB.
           05 WS-RING-REC OCCURS 100 TIMES PIC X(103).
       *> Working copy of one master record for display, so the
       *> ring can be printed after the master is closed.
       01  WS-HM-REC.
           05 WS-HM-REJECTED    PIC 9(6).
           05 WS-HM-STATUS      PIC X(10).
           05 WS-HM-ELAPSED     PIC 9(6).
           05 WS-HM-HELD        PIC 9(6).
           05 WS-HM-HELD-VALUE  PIC S9(11)V99
                                SIGN IS LEADING SEPARATE.
           05 WS-HM-SET         PIC X(8).
           05 WS-HM-CTLVER      PIC X(6).
       01  WS-HM-VALUE-ED       PIC -9(11).99.

       *> ROLL reject support.
       01  WS-RREJ-PATH         PIC X(260).

           ACCEPT WS-RUN-MODE FROM ENVIRONMENT "HIST_MODE".
           IF WS-RUN-MODE NOT = "INQUIRE"
               AND WS-RUN-MODE NOT = "MIGRATE"
               MOVE "ROLL" TO WS-RUN-MODE
           END-IF.

           EVALUATE WS-RUN-MODE
               WHEN "INQUIRE"
                   PERFORM PARA-INQUIRE-RUN
               WHEN "MIGRATE"
                   PERFORM PARA-MIGRATE-RUN
               WHEN OTHER
                   PERFORM PARA-ROLL-RUN
           END-EVALUATE.

           PERFORM PARA-RECORD-RUN.

       PARA-RECORD-RUN.
           MOVE WS-HIST-PATH(1:40) TO WS-RH-IN
           MOVE WS-HMST-PATH(1:40) TO WS-RH-OUT
           EVALUATE WS-RUN-MODE
               WHEN "INQUIRE"
                   MOVE WS-CNT-HITS TO WS-RH-READ
               WHEN "MIGRATE"
                   MOVE WS-OHMST-PATH(1:40) TO WS-RH-IN
                   MOVE WS-CNT-MIGRATED TO WS-RH-READ
                   MOVE WS-CNT-MIGRATED TO WS-RH-WRITTEN
               WHEN OTHER
                   MOVE WS-CNT-ROLLED TO WS-RH-READ
                   MOVE WS-CNT-ROLLED TO WS-RH-WRITTEN
           END-EVALUATE
           MOVE WS-CNT-SKIPPED TO WS-RH-REJECTED
           EVALUATE TRUE
               WHEN RETURN-CODE = 8
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN HIST-REC(1:4) = "RUN|"
                               PERFORM PARA-ROLL-ONE-RECORD
                           WHEN HIST-REC = SPACES
                               CONTINUE
                           WHEN OTHER
                               *> Operator-instruction (OPR|) and
                               *> projection (PRJ|) lines share the
                               *> file but have no master layout;
                               *> keep them on the reject file.
                               PERFORM PARA-WRITE-ROLL-REJECT
                               DISPLAY "ROLL|SKIPPED|REASON=NOT-A-RUN"
                                       "-RECORD|TEXT=" HIST-REC(1:40)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE HIST-FILE
               ELSE
                   MOVE 0 TO WS-REC-ELAPSED
               END-IF
               PERFORM PARA-PARSE-HELD-FIELDS

               PERFORM PARA-CLAIM-SEQUENCE
               IF SLOT-FREE
                   MOVE WS-REC-REJECTED TO HM-REJECTED
                   MOVE WS-REC-STATUS   TO HM-STATUS
                   MOVE WS-REC-ELAPSED  TO HM-ELAPSED
                   MOVE WS-REC-HELD     TO HM-HELD
                   MOVE WS-REC-HELD-VALUE TO HM-HELD-VALUE
                   MOVE WS-REC-SET      TO HM-SET
                   MOVE WS-REC-CTLVER   TO HM-CTLVER
                   WRITE HMST-REC
                       INVALID KEY
                           PERFORM PARA-WRITE-ROLL-REJECT

           EXIT.

       PARA-PARSE-HELD-FIELDS.
           *> Trailing fields of the RUN| record; lines written
           *> before they existed are blank from HELD= onwards.
           MOVE 0 TO WS-REC-HELD
           MOVE 0 TO WS-REC-HELD-VALUE
           MOVE SPACES TO WS-REC-SET
           MOVE SPACES TO WS-REC-CTLVER
           IF HIST-REC(247:6) = "|HELD="
               AND HIST-REC(253:6) IS NUMERIC
               MOVE HIST-REC(253:6) TO WS-REC-HELD
           END-IF
           IF HIST-REC(259:12) = "|HELD-VALUE="
               AND HIST-REC(272:11) IS NUMERIC
               AND HIST-REC(283:1) = "."
               AND HIST-REC(284:2) IS NUMERIC
               MOVE HIST-REC(271:15) TO WS-REC-VALUE-ED
               MOVE WS-REC-VALUE-ED TO WS-REC-HELD-VALUE
           END-IF
           IF HIST-REC(286:5) = "|SET="
               MOVE HIST-REC(291:8) TO WS-REC-SET
           END-IF
           IF HIST-REC(299:8) = "|CTLVER="
               MOVE HIST-REC(307:6) TO WS-REC-CTLVER
           END-IF.

           EXIT.

       PARA-CLAIM-SEQUENCE.
           MOVE "N" TO WS-SLOT-FREE
           MOVE WS-REC-PROG TO HM-PROG

           EXIT.

       PARA-MIGRATE-RUN.
           MOVE "runhistory-old.dat" TO WS-OHMST-PATH
           ACCEPT WS-OHMST-PATH FROM ENVIRONMENT "HIST_MASTER_OLD"
           IF WS-OHMST-PATH = SPACES
               MOVE "runhistory-old.dat" TO WS-OHMST-PATH
           END-IF
           OPEN INPUT OHMST-FILE
           IF WS-OHMST-FS NOT = "00"
               DISPLAY "ERROR|REASON=OLD-MASTER-NOT-FOUND|PATH="
                       WS-OHMST-PATH "|STATUS=" WS-OHMST-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT HMST-FILE
           IF WS-HMST-FS NOT = "00"
               DISPLAY "ERROR|REASON=MASTER-OPEN-FAILED|PATH="
                       WS-HMST-PATH "|STATUS=" WS-HMST-FS
               MOVE 8 TO RETURN-CODE
               CLOSE OHMST-FILE
               GOBACK
           END-IF

           PERFORM UNTIL HM-EOF
               READ OHMST-FILE NEXT
                   AT END
                       SET HM-EOF TO TRUE
                   NOT AT END
                       MOVE OHM-KEY      TO HM-KEY
                       MOVE OHM-TIME     TO HM-TIME
                       MOVE OHM-READ     TO HM-READ
                       MOVE OHM-WRITTEN  TO HM-WRITTEN
                       MOVE OHM-REJECTED TO HM-REJECTED
                       MOVE OHM-STATUS   TO HM-STATUS
                       MOVE OHM-ELAPSED  TO HM-ELAPSED
                       MOVE 0 TO HM-HELD
                       MOVE 0 TO HM-HELD-VALUE
                       MOVE SPACES TO HM-SET
                       MOVE SPACES TO HM-CTLVER
                       WRITE HMST-REC
                           INVALID KEY
                               ADD 1 TO WS-CNT-SKIPPED
                               DISPLAY "MIGRATE|REJECT|PROG="
                                       OHM-PROG "|DATE=" OHM-DATE
                                       "|SEQ=" OHM-SEQ
                                       "|FS=" WS-HMST-FS
                           NOT INVALID KEY
                               ADD 1 TO WS-CNT-MIGRATED
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE OHMST-FILE
           CLOSE HMST-FILE

           DISPLAY "MIGRATE|OLD=" WS-OHMST-PATH(1:40)
                   "|NEW=" WS-HMST-PATH(1:40)
                   "|RECORDS=" WS-CNT-MIGRATED.

           EXIT.

       PARA-INQUIRE-RUN.
           ACCEPT WS-Q-PROG FROM ENVIRONMENT "HIST_PROG"
           ACCEPT WS-Q-FROM FROM ENVIRONMENT "HIST_FROM"
           EXIT.

       PARA-DISPLAY-ENTRY.
           MOVE WS-HM-HELD-VALUE TO WS-HM-VALUE-ED
           DISPLAY "ENTRY|PROG=" WS-HM-PROG
                   "|DATE=" WS-HM-DATE
                   "|SEQ=" WS-HM-SEQ
                   "|WRITTEN=" WS-HM-WRITTEN
                   "|REJECTED=" WS-HM-REJECTED
                   "|STATUS=" WS-HM-STATUS
                   "|ELAPSED=" WS-HM-ELAPSED
                   "|HELD=" WS-HM-HELD
                   "|HELD-VALUE=" WS-HM-VALUE-ED
                   "|SET=" WS-HM-SET
                   "|CTLVER=" WS-HM-CTLVER.

           EXIT.
