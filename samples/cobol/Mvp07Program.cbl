               FILE STATUS   IS WS-CAND-FS.
           SELECT PROV-FILE ASSIGN TO DYNAMIC WS-PROV-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT IDX-FILE ASSIGN TO DYNAMIC WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IDX-KEY
               ALTERNATE RECORD KEY IS IDX-TEXT WITH DUPLICATES
               FILE STATUS  IS WS-IDX-FS.
           SELECT SEG-FILE ASSIGN TO DYNAMIC WS-SEG-PATH
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       *> Drift alarms raised when a bucket's actual share falls
       *> outside its expected band.
       FD  ALARM-FILE.
       01  ALARM-REC             PIC X(100).

       *> Per-run bucket-count history, appended by every
       *> classification run so the BASELINE mode can derive the
       FD  OUTL-FILE.
       01  OUTL-REC              PIC X(100).

       *> MVP14PROGRAM's indexed customer master, read only, for
       *> the class and tier of each KEYED record's customer.
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
           05 IDX-STATUS-DATE   PIC 9(8).

       *> Segmented distribution report: the buckets, mean and
       *> median again for each customer class, each tier and the
       *> keys not found on the master.
       FD  SEG-FILE.
       01  SEG-REC               PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-IN-PATH           PIC X(260).
       01  WS-VAL               PIC 9(3).
       01  WS-ACT-SHARE          PIC 9(3)V99 VALUE 0.
       01  WS-ACT-SHARE-ED       PIC 9(3).99.

       *> Segmented distribution: in the KEYED layout each key is
       *> looked up on MVP14PROGRAM's customer master (MVP14_INDEX)
       *> and its value counted again under the customer's
       *> IDX-CLASS and under its IDX-TIER; keys not on the master
       *> make up the MASTER/NOT-FOUND segment. Each segment gets
       *> its own buckets, mean and median in the segment report
       *> (MVP07_SEGMENTS), and the drift check runs against every
       *> segment of at least MVP07_SEG_MIN records (default 20)
       *> as well as the whole batch. MVP07_SEGMENT=N turns the
       *> breakdown off.
       01  WS-IDX-PATH           PIC X(260).
       01  WS-IDX-FS             PIC XX.
       01  WS-SEG-PATH           PIC X(260).
       01  WS-SEG-SWITCH         PIC X VALUE "Y".
       01  WS-SEG-ACTIVE         PIC X VALUE "N".
           88 SEG-ACTIVE          VALUE "Y".
       01  WS-SEG-FOUND          PIC X VALUE "N".
           88 SEG-FOUND           VALUE "Y".
       01  WS-SEG-MIN            PIC 9(4) VALUE 20.
       01  WS-SEG-DIM            PIC X(6).
       01  WS-SEG-VALUE          PIC X(10).
       01  WS-SEG-DRIFT          PIC X(9).
       01  WS-VAL-BKT            PIC 9(1) VALUE 0.
       01  WS-CNT-NOT-FOUND      PIC 9(6) VALUE 0.
       01  WS-CNT-SEG-ALARM      PIC 9(4) VALUE 0.
       01  WS-CNT-SEG-OVERFLOW   PIC 9(6) VALUE 0.
       01  WS-SG-COUNT           PIC 9(2) VALUE 0.
       01  WS-SG-IDX             PIC 9(2) VALUE 0.
       01  WS-SG-SEL             PIC 9(2) VALUE 0.
       01  WS-SG-BK              PIC 9(1) VALUE 0.
       01  WS-SG-TAB.
           05 WS-SG-ENTRY OCCURS 40 TIMES.
               10 WS-SG-DIM      PIC X(6).
               10 WS-SG-VALUE    PIC X(10).
               10 WS-SG-N        PIC 9(9).
               10 WS-SG-SUM      PIC 9(12).
               10 WS-SG-MIN      PIC 9(3).
               10 WS-SG-MAX      PIC 9(3).
               10 WS-SG-BKT OCCURS 6 TIMES PIC 9(6).
               10 WS-SG-FREQ OCCURS 1000 TIMES PIC 9(6).
       01  WS-SG-MEAN            PIC 9(4)V99 VALUE 0.
       01  WS-SG-MEDIAN          PIC 9(4)V9 VALUE 0.
       01  WS-SG-SHARE           PIC 9(3)V99 VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM         PIC X(16) VALUE "MVP07PROGRAM".
               MOVE 3 TO WS-SIGMA
           END-IF.

           MOVE "mvp14-index.dat" TO WS-IDX-PATH.
           ACCEPT WS-IDX-PATH FROM ENVIRONMENT "MVP14_INDEX".
           IF WS-IDX-PATH = SPACES
               MOVE "mvp14-index.dat" TO WS-IDX-PATH
           END-IF.

           MOVE "mvp07-segments.txt" TO WS-SEG-PATH.
           ACCEPT WS-SEG-PATH FROM ENVIRONMENT "MVP07_SEGMENTS".
           IF WS-SEG-PATH = SPACES
               MOVE "mvp07-segments.txt" TO WS-SEG-PATH
           END-IF.

           ACCEPT WS-SEG-SWITCH FROM ENVIRONMENT "MVP07_SEGMENT".
           IF WS-SEG-SWITCH NOT = "N"
               MOVE "Y" TO WS-SEG-SWITCH
           END-IF.

           ACCEPT WS-SEG-MIN FROM ENVIRONMENT "MVP07_SEG_MIN".
           IF WS-SEG-MIN = 0
               MOVE 20 TO WS-SEG-MIN
           END-IF.

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.

           MOVE "mvp07-bucket-history.txt" TO WS-BHIST-PATH.
               GOBACK
           END-IF.

           IF WS-LAYOUT = "KEYED" AND WS-SEG-SWITCH = "Y"
               OPEN INPUT IDX-FILE
               IF WS-IDX-FS = "00"
                   SET SEG-ACTIVE TO TRUE
               ELSE
                   DISPLAY "SEGMENT|RESULT=SKIPPED|REASON=NO-MASTER"
                           "|STATUS=" WS-IDX-FS
               END-IF
           END-IF.

           OPEN INPUT IN-FILE.
           PERFORM UNTIL EOF
               READ IN-FILE
               END-READ
           END-PERFORM.
           CLOSE IN-FILE.
           IF SEG-ACTIVE
               CLOSE IDX-FILE
           END-IF.

           DISPLAY "SUMMARY|0-9="     WS-CNT-0-9
                   "|10-19="         WS-CNT-10-19
                   "|REJECT="        WS-CNT-REJECT

           PERFORM PARA-WRITE-STATISTICS
           IF SEG-ACTIVE
               PERFORM PARA-WRITE-SEGMENTS
           END-IF
           IF WS-LAYOUT = "KEYED"
               PERFORM PARA-WRITE-OUTLIERS
           END-IF
               IF IN-REC(11:3) IS NUMERIC
                   MOVE IN-REC(11:3) TO WS-VAL
                   PERFORM PARA-CLASSIFY-VALUE
                   IF SEG-ACTIVE
                       PERFORM PARA-SEGMENT-VALUE
                   END-IF
               ELSE
                   ADD 1 TO WS-CNT-REJECT
                   DISPLAY "REJECT|KEY=" WS-REC-KEY
           MOVE 0 TO WS-RH-WRITTEN
           MOVE WS-CNT-REJECT TO WS-RH-REJECTED
           IF WS-CNT-REJECT > 0 OR WS-CNT-ALARM > 0
               OR WS-CNT-SEG-ALARM > 0
               MOVE "EXCEPTIONS" TO WS-RH-STATUS
           ELSE
               MOVE "COMPLETE" TO WS-RH-STATUS
                   MOVE "0-9" TO WS-RANGE
                   ADD 1 TO WS-CNT-0-9
                   ADD WS-VAL TO WS-SUM-0-9
                   MOVE 1 TO WS-VAL-BKT
               WHEN 10 THRU 19
                   MOVE "10-19" TO WS-RANGE
                   ADD 1 TO WS-CNT-10-19
                   ADD WS-VAL TO WS-SUM-10-19
                   MOVE 2 TO WS-VAL-BKT
               WHEN 20 THRU 49
                   MOVE "20-49" TO WS-RANGE
                   ADD 1 TO WS-CNT-20-49
                   ADD WS-VAL TO WS-SUM-20-49
                   MOVE 3 TO WS-VAL-BKT
               WHEN 50 THRU 99
                   MOVE "50-99" TO WS-RANGE
                   ADD 1 TO WS-CNT-50-99
                   ADD WS-VAL TO WS-SUM-50-99
                   MOVE 4 TO WS-VAL-BKT
               WHEN 100 THRU 999
                   MOVE "100-999" TO WS-RANGE
                   ADD 1 TO WS-CNT-100-999
                   ADD WS-VAL TO WS-SUM-100-999
                   MOVE 5 TO WS-VAL-BKT
               WHEN OTHER
                   MOVE "OTHER" TO WS-RANGE
                   ADD 1 TO WS-CNT-OTHER
                   ADD WS-VAL TO WS-SUM-OTHER
                   MOVE 6 TO WS-VAL-BKT
           END-EVALUATE

           ADD 1 TO WS-STAT-N
               END-PERFORM
               CLOSE EXPECT-FILE

               IF SEG-ACTIVE
                   MOVE SPACES TO ALARM-REC
                   STRING "SEGTOTALS|ALARMS=" DELIMITED BY SIZE
                          WS-CNT-SEG-ALARM    DELIMITED BY SIZE
                          INTO ALARM-REC
                   END-STRING
                   WRITE ALARM-REC
                   DISPLAY "DRIFT|SEGMENT-ALARMS=" WS-CNT-SEG-ALARM
               END-IF
               MOVE SPACES TO ALARM-REC
               STRING "TOTALS|ALARMS=" DELIMITED BY SIZE
                      WS-CNT-ALARM     DELIMITED BY SIZE
                   END-STRING
                   WRITE ALARM-REC
               END-IF
               IF SEG-ACTIVE
                   PERFORM PARA-CHECK-SEGMENT-BUCKET
               END-IF
           END-IF.

           EXIT.

       PARA-SEGMENT-VALUE.
           *> The customer key is the four-digit MVP14PROGRAM key,
           *> either left-justified or zero-filled in the ten-byte
           *> record key.
           MOVE "N" TO WS-SEG-FOUND
           IF IN-REC(1:4) IS NUMERIC AND IN-REC(5:6) = SPACES
               MOVE IN-REC(1:4) TO IDX-KEY
               SET SEG-FOUND TO TRUE
           END-IF
           IF IN-REC(1:10) IS NUMERIC AND IN-REC(1:6) = "000000"
               MOVE IN-REC(7:4) TO IDX-KEY
               SET SEG-FOUND TO TRUE
           END-IF
           IF SEG-FOUND
               READ IDX-FILE
                   INVALID KEY
                       MOVE "N" TO WS-SEG-FOUND
               END-READ
           END-IF

           IF NOT SEG-FOUND
               ADD 1 TO WS-CNT-NOT-FOUND
               MOVE "MASTER" TO WS-SEG-DIM
               MOVE "NOT-FOUND" TO WS-SEG-VALUE
               PERFORM PARA-ADD-TO-SEGMENT
               EXIT PARAGRAPH
           END-IF

           MOVE "CLASS" TO WS-SEG-DIM
           MOVE IDX-CLASS TO WS-SEG-VALUE
           IF WS-SEG-VALUE = SPACES
               MOVE "UNASSIGNED" TO WS-SEG-VALUE
           END-IF
           PERFORM PARA-ADD-TO-SEGMENT

           MOVE "TIER" TO WS-SEG-DIM
           MOVE IDX-TIER TO WS-SEG-VALUE
           IF WS-SEG-VALUE = SPACES
               MOVE "UNASSIGNED" TO WS-SEG-VALUE
           END-IF
           PERFORM PARA-ADD-TO-SEGMENT.

           EXIT.

       PARA-ADD-TO-SEGMENT.
           MOVE 0 TO WS-SG-SEL
           PERFORM VARYING WS-SG-IDX FROM 1 BY 1
                   UNTIL WS-SG-IDX > WS-SG-COUNT OR WS-SG-SEL > 0
               IF WS-SG-DIM(WS-SG-IDX) = WS-SEG-DIM
                   AND WS-SG-VALUE(WS-SG-IDX) = WS-SEG-VALUE
                   MOVE WS-SG-IDX TO WS-SG-SEL
               END-IF
           END-PERFORM

           IF WS-SG-SEL = 0
               IF WS-SG-COUNT >= 40
                   ADD 1 TO WS-CNT-SEG-OVERFLOW
                   IF WS-CNT-SEG-OVERFLOW = 1
                       DISPLAY "SEGMENT|WARN=TABLE-FULL|DIM="
                               WS-SEG-DIM "|VALUE=" WS-SEG-VALUE
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-SG-COUNT
               MOVE WS-SG-COUNT TO WS-SG-SEL
               INITIALIZE WS-SG-ENTRY(WS-SG-SEL)
               MOVE WS-SEG-DIM TO WS-SG-DIM(WS-SG-SEL)
               MOVE WS-SEG-VALUE TO WS-SG-VALUE(WS-SG-SEL)
               MOVE 999 TO WS-SG-MIN(WS-SG-SEL)
           END-IF

           ADD 1 TO WS-SG-N(WS-SG-SEL)
           ADD WS-VAL TO WS-SG-SUM(WS-SG-SEL)
           IF WS-VAL < WS-SG-MIN(WS-SG-SEL)
               MOVE WS-VAL TO WS-SG-MIN(WS-SG-SEL)
           END-IF
           IF WS-VAL > WS-SG-MAX(WS-SG-SEL)
               MOVE WS-VAL TO WS-SG-MAX(WS-SG-SEL)
           END-IF
           ADD 1 TO WS-SG-BKT(WS-SG-SEL, WS-VAL-BKT)
           ADD 1 TO WS-SG-FREQ(WS-SG-SEL, WS-VAL + 1).

           EXIT.

       PARA-WRITE-SEGMENTS.
           OPEN OUTPUT SEG-FILE
           PERFORM VARYING WS-SG-SEL FROM 1 BY 1
                   UNTIL WS-SG-SEL > WS-SG-COUNT
               PERFORM PARA-WRITE-ONE-SEGMENT
           END-PERFORM

           MOVE SPACES TO SEG-REC
           STRING "SEGTOTALS|SEGMENTS=" DELIMITED BY SIZE
                  WS-SG-COUNT           DELIMITED BY SIZE
                  "|NOT-FOUND="         DELIMITED BY SIZE
                  WS-CNT-NOT-FOUND      DELIMITED BY SIZE
                  "|OVERFLOW="          DELIMITED BY SIZE
                  WS-CNT-SEG-OVERFLOW   DELIMITED BY SIZE
                  INTO SEG-REC
           END-STRING
           WRITE SEG-REC
           DISPLAY SEG-REC
           CLOSE SEG-FILE.

           EXIT.

       PARA-WRITE-ONE-SEGMENT.
           *> Every segment holds at least one value, so the mean
           *> and median need no empty-segment guard.
           COMPUTE WS-SG-MEAN ROUNDED =
               WS-SG-SUM(WS-SG-SEL) / WS-SG-N(WS-SG-SEL)
           PERFORM PARA-SEGMENT-MEDIAN
           MOVE WS-SG-MEAN TO WS-MEAN-ED
           MOVE WS-SG-MEDIAN TO WS-MEDIAN-ED
           IF WS-SG-N(WS-SG-SEL) < WS-SEG-MIN
               MOVE "TOO-SMALL" TO WS-SEG-DRIFT
           ELSE
               MOVE "CHECKED" TO WS-SEG-DRIFT
           END-IF

           MOVE SPACES TO SEG-REC
           STRING "SEGMENT|DIM="           DELIMITED BY SIZE
                  WS-SG-DIM(WS-SG-SEL)     DELIMITED BY SPACE
                  "|VALUE="                DELIMITED BY SIZE
                  WS-SG-VALUE(WS-SG-SEL)   DELIMITED BY SPACE
                  "|COUNT="                DELIMITED BY SIZE
                  WS-SG-N(WS-SG-SEL)       DELIMITED BY SIZE
                  "|MIN="                  DELIMITED BY SIZE
                  WS-SG-MIN(WS-SG-SEL)     DELIMITED BY SIZE
                  "|MAX="                  DELIMITED BY SIZE
                  WS-SG-MAX(WS-SG-SEL)     DELIMITED BY SIZE
                  "|MEAN="                 DELIMITED BY SIZE
                  WS-MEAN-ED               DELIMITED BY SIZE
                  "|MEDIAN="               DELIMITED BY SIZE
                  WS-MEDIAN-ED             DELIMITED BY SIZE
                  "|DRIFT="                DELIMITED BY SIZE
                  WS-SEG-DRIFT             DELIMITED BY SPACE
                  INTO SEG-REC
           END-STRING
           WRITE SEG-REC
           DISPLAY SEG-REC

           PERFORM VARYING WS-SG-BK FROM 1 BY 1 UNTIL WS-SG-BK > 6
               COMPUTE WS-SG-SHARE ROUNDED =
                   WS-SG-BKT(WS-SG-SEL, WS-SG-BK) * 100
                   / WS-SG-N(WS-SG-SEL)
               MOVE WS-SG-SHARE TO WS-ACT-SHARE-ED
               MOVE SPACES TO SEG-REC
               STRING "SEGBUCKET|DIM="        DELIMITED BY SIZE
                      WS-SG-DIM(WS-SG-SEL)    DELIMITED BY SPACE
                      "|VALUE="               DELIMITED BY SIZE
                      WS-SG-VALUE(WS-SG-SEL)  DELIMITED BY SPACE
                      "|RANGE="               DELIMITED BY SIZE
                      WS-BK-NAME(WS-SG-BK)    DELIMITED BY SPACE
                      "|COUNT="               DELIMITED BY SIZE
                      WS-SG-BKT(WS-SG-SEL, WS-SG-BK)
                                              DELIMITED BY SIZE
                      "|SHARE="               DELIMITED BY SIZE
                      WS-ACT-SHARE-ED         DELIMITED BY SIZE
                      INTO SEG-REC
               END-STRING
               WRITE SEG-REC
           END-PERFORM.

           EXIT.

       PARA-SEGMENT-MEDIAN.
           *> Same cumulative walk as the batch median, over the
           *> segment's own frequency table.
           COMPUTE WS-KTH-TARGET = (WS-SG-N(WS-SG-SEL) + 1) / 2
           PERFORM PARA-FIND-SEG-KTH-VALUE
           IF FUNCTION MOD(WS-SG-N(WS-SG-SEL), 2) = 1
               MOVE WS-KTH-VAL TO WS-SG-MEDIAN
           ELSE
               MOVE WS-KTH-VAL TO WS-KTH-VAL2
               COMPUTE WS-KTH-TARGET = WS-SG-N(WS-SG-SEL) / 2 + 1
               PERFORM PARA-FIND-SEG-KTH-VALUE
               COMPUTE WS-SG-MEDIAN = (WS-KTH-VAL + WS-KTH-VAL2) / 2
           END-IF.

           EXIT.

       PARA-FIND-SEG-KTH-VALUE.
           MOVE 0 TO WS-KTH-CUM
           MOVE 0 TO WS-KTH-VAL
           PERFORM VARYING WS-FREQ-IDX FROM 1 BY 1
                   UNTIL WS-FREQ-IDX > 1000
                      OR WS-KTH-CUM >= WS-KTH-TARGET
               ADD WS-SG-FREQ(WS-SG-SEL, WS-FREQ-IDX) TO WS-KTH-CUM
               IF WS-KTH-CUM >= WS-KTH-TARGET
                   COMPUTE WS-KTH-VAL = WS-FREQ-IDX - 1
               END-IF
           END-PERFORM.

           EXIT.

       PARA-CHECK-SEGMENT-BUCKET.
           *> The expected band for the batch applies to each
           *> segment in turn; segments under MVP07_SEG_MIN records
           *> are too small for a share to mean anything.
           MOVE 0 TO WS-SG-BK
           PERFORM VARYING WS-BK-IDX FROM 1 BY 1
                   UNTIL WS-BK-IDX > 6 OR WS-SG-BK > 0
               IF WS-BK-NAME(WS-BK-IDX) = EXP-BUCKET
                   MOVE WS-BK-IDX TO WS-SG-BK
               END-IF
           END-PERFORM
           IF WS-SG-BK = 0
               EXIT PARAGRAPH
           END-IF

           PERFORM VARYING WS-SG-SEL FROM 1 BY 1
                   UNTIL WS-SG-SEL > WS-SG-COUNT
               IF WS-SG-N(WS-SG-SEL) >= WS-SEG-MIN
                   COMPUTE WS-SG-SHARE ROUNDED =
                       WS-SG-BKT(WS-SG-SEL, WS-SG-BK) * 100
                       / WS-SG-N(WS-SG-SEL)
                   IF WS-SG-SHARE < EXP-MIN-PCT
                       OR WS-SG-SHARE > EXP-MAX-PCT
                       PERFORM PARA-WRITE-SEGMENT-ALARM
                   END-IF
               END-IF
           END-PERFORM.

           EXIT.

       PARA-WRITE-SEGMENT-ALARM.
           ADD 1 TO WS-CNT-SEG-ALARM
           MOVE WS-SG-SHARE TO WS-ACT-SHARE-ED
           DISPLAY "DRIFT|SEGMENT=" WS-SG-DIM(WS-SG-SEL)
                   ":" WS-SG-VALUE(WS-SG-SEL)
                   "|BUCKET=" EXP-BUCKET
                   "|ACTUAL=" WS-ACT-SHARE-ED
                   "|MIN=" EXP-MIN-PCT
                   "|MAX=" EXP-MAX-PCT
           MOVE SPACES TO ALARM-REC
           STRING "SEGALARM|DIM="         DELIMITED BY SIZE
                  WS-SG-DIM(WS-SG-SEL)    DELIMITED BY SPACE
                  "|VALUE="               DELIMITED BY SIZE
                  WS-SG-VALUE(WS-SG-SEL)  DELIMITED BY SPACE
                  "|BUCKET="              DELIMITED BY SIZE
                  EXP-BUCKET              DELIMITED BY SPACE
                  "|ACTUAL="              DELIMITED BY SIZE
                  WS-ACT-SHARE-ED         DELIMITED BY SIZE
                  "|MIN="                 DELIMITED BY SIZE
                  EXP-MIN-PCT             DELIMITED BY SIZE
                  "|MAX="                 DELIMITED BY SIZE
                  EXP-MAX-PCT             DELIMITED BY SIZE
                  "|COUNT="               DELIMITED BY SIZE
                  WS-SG-N(WS-SG-SEL)      DELIMITED BY SIZE
                  INTO ALARM-REC
           END-STRING
           WRITE ALARM-REC.

           EXIT.

       PARA-COMPUTE-MEDIAN.
           *> Walk the value-frequency table cumulatively to find
           *> the middle value (or the mean of the two middle
