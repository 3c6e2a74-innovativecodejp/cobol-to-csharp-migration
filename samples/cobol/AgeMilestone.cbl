       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGEMILESTONE.

      *> Age-milestone events from the birthdates on MVP14PROGRAM's
      *> master, so the welcome-to-adult and senior packs go out when
      *> the customer reaches the age instead of after MVP08PROGRAM
      *> has reclassified them. Every customer whose birthday for a
      *> configured milestone age falls within the look-ahead window
      *> - the processing date through MILESTONE_DAYS (default 30)
      *> days after it - is listed with the milestone and the date
      *> it is reached. Closed and deceased customers, and customers
      *> on MVP08PROGRAM's do-not-contact suppression list
      *> (MVP08_SUPPRESS), are left out and counted. A 29 February
      *> birthday is reached on 1 March in a common year.
      *>
      *> MILESTONE_ASOF  processing date (then PROCESS_DATE, today)
      *> MILESTONE_DAYS  look-ahead days (default 30)
      *> MILESTONE_AGES  milestones (default age-milestones.txt):
      *>                 name(10) age 9(3). Without the file the
      *>                 milestones are ADULT at 18 and SENIOR at
      *>                 MVP08PROGRAM's senior cutoff; MVP08_ADULT_MIN
      *>                 and MVP08_SENIOR_MIN, when set, supply both.
      *> MILESTONE_OUTPUT events (default age-milestones-<date>.txt)
      *>
      *> Output is MVP08PROGRAM's BIRTHDATE input layout - birthdate
      *> (cols 1-8), gender (col 10), customer key (cols 12-15) -
      *> followed by the milestone (cols 17-26), the date reached
      *> (cols 28-35) and the age (cols 37-39). An MVP08PROGRAM run
      *> over it with MVP08_LAYOUT=BIRTHDATE and MVP08_ASOF set to
      *> the window's last day routes each customer to the per-class
      *> file for the class the milestone takes them into, with the
      *> milestone and date carried on the routed record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO DYNAMIC WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IDX-KEY
               ALTERNATE RECORD KEY IS IDX-TEXT WITH DUPLICATES
               FILE STATUS  IS WS-IDX-FS.
           SELECT MS-FILE ASSIGN TO DYNAMIC WS-MS-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-MS-FS.
           SELECT SUPL-FILE ASSIGN TO DYNAMIC WS-SUPL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-SUPL-FS.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-OUT-FS.

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
               88 IDX-CLOSED     VALUE "C".
               88 IDX-DECEASED   VALUE "X".
           05 IDX-STATUS-DATE   PIC 9(8).

       *> Milestone table: one line per milestone age.
       FD  MS-FILE.
       01  MS-REC.
           05 MS-NAME           PIC X(10).
           05 MS-AGE            PIC X(3).

       *> MVP08PROGRAM's do-not-contact suppression list.
       FD  SUPL-FILE.
       01  SUPL-REC.
           05 SUPL-KEY          PIC X(4).
           05 FILLER            PIC X(1).
           05 SUPL-REASON       PIC X(12).

       *> Milestone events in MVP08PROGRAM's BIRTHDATE layout.
       FD  OUT-FILE.
       01  OUT-REC.
           05 OUT-BIRTHDATE     PIC 9(8).
           05 FILLER            PIC X(1).
           05 OUT-GENDER        PIC X(1).
           05 FILLER            PIC X(1).
           05 OUT-KEY           PIC 9(4).
           05 FILLER            PIC X(1).
           05 OUT-MILESTONE     PIC X(10).
           05 FILLER            PIC X(1).
           05 OUT-DATE          PIC 9(8).
           05 FILLER            PIC X(1).
           05 OUT-AGE           PIC 9(3).
           05 FILLER            PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-IDX-PATH          PIC X(260).
       01  WS-IDX-FS            PIC XX.
       01  WS-MS-PATH           PIC X(260).
       01  WS-MS-FS             PIC XX.
       01  WS-SUPL-PATH         PIC X(260).
       01  WS-SUPL-FS           PIC XX.
       01  WS-OUT-PATH          PIC X(260).
       01  WS-OUT-FS            PIC XX.
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                VALUE "Y".
       01  WS-MS-EOF            PIC X VALUE "N".
           88 MS-EOF             VALUE "Y".
       01  WS-SUPL-EOF          PIC X VALUE "N".
           88 SUPL-EOF           VALUE "Y".

       *> The look-ahead window.
       01  WS-ASOF-DATE         PIC 9(8) VALUE 0.
       01  WS-WINDOW-DAYS       PIC 9(3) VALUE 0.
       01  WS-WINDOW-END        PIC 9(8) VALUE 0.
       01  WS-DE-FUNC           PIC X(1).
       01  WS-DE-DATE-1         PIC 9(8) VALUE 0.
       01  WS-DE-DATE-2         PIC 9(8) VALUE 0.
       01  WS-DE-DAYS           PIC S9(5) VALUE 0.
       01  WS-DE-RESULT         PIC S9(8) VALUE 0.
       01  WS-DE-STATUS         PIC XX.

       *> Milestone table, loaded once, with the events per
       *> milestone. MVP08PROGRAM's cutoffs as it will apply them.
       01  WS-MS-COUNT          PIC 9(2) VALUE 0.
       01  WS-MS-IDX            PIC 9(2) VALUE 0.
       01  WS-MS-TAB.
           05 WS-MS-ENTRY OCCURS 10 TIMES.
               10 WS-MS-NAME     PIC X(10).
               10 WS-MS-AGE      PIC 9(3).
               10 WS-MS-N        PIC 9(6).
       01  WS-ADULT-MIN         PIC 9(3) VALUE 0.
       01  WS-SENIOR-MIN        PIC 9(3) VALUE 0.
       01  WS-MVP08-ADULT       PIC 9(3) VALUE 20.

       *> One customer's birthday for a milestone age.
       01  WS-BD-DATE           PIC 9(8) VALUE 0.
       01  WS-BD-R REDEFINES WS-BD-DATE.
           05 WS-BD-YY           PIC 9(4).
           05 WS-BD-MMDD         PIC 9(4).
       01  WS-EV-DATE           PIC 9(8) VALUE 0.
       01  WS-EV-R REDEFINES WS-EV-DATE.
           05 WS-EV-YY           PIC 9(4).
           05 WS-EV-MMDD         PIC 9(4).

       *> Suppression list, loaded once.
       01  WS-SUP-COUNT         PIC 9(4) VALUE 0.
       01  WS-SUP-IDX           PIC 9(4) VALUE 0.
       01  WS-SUP-TAB.
           05 WS-SUP-KEY OCCURS 1000 TIMES PIC X(4).
       01  WS-KEY-X             PIC X(4).
       01  WS-REC-SUPPRESSED    PIC X VALUE "N".
           88 REC-SUPPRESSED     VALUE "Y".

       01  WS-CNT-CUSTOMERS     PIC 9(6) VALUE 0.
       01  WS-CNT-EVENTS        PIC 9(6) VALUE 0.
       01  WS-CNT-INACTIVE      PIC 9(6) VALUE 0.
       01  WS-CNT-SUPPRESSED    PIC 9(6) VALUE 0.
       01  WS-CNT-NO-BIRTHDATE  PIC 9(6) VALUE 0.
       01  WS-CNT-BAD-BIRTHDATE PIC 9(6) VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "AGEMILESTONE".
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

           MOVE 0 TO WS-ASOF-DATE.
           ACCEPT WS-ASOF-DATE FROM ENVIRONMENT "MILESTONE_ASOF".
           IF WS-ASOF-DATE = 0
               ACCEPT WS-ASOF-DATE FROM ENVIRONMENT "PROCESS_DATE"
           END-IF.
           IF WS-ASOF-DATE = 0
               ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
           END-IF.
           MOVE "V" TO WS-DE-FUNC.
           MOVE WS-ASOF-DATE TO WS-DE-DATE-1.
           CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
               WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS.
           IF WS-DE-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=BAD-ASOF-DATE|DATE="
                       WS-ASOF-DATE
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           ACCEPT WS-WINDOW-DAYS FROM ENVIRONMENT "MILESTONE_DAYS".
           IF WS-WINDOW-DAYS = 0
               MOVE 30 TO WS-WINDOW-DAYS
           END-IF.
           MOVE "A" TO WS-DE-FUNC.
           MOVE WS-ASOF-DATE TO WS-DE-DATE-1.
           MOVE WS-WINDOW-DAYS TO WS-DE-DAYS.
           CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
               WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS.
           MOVE WS-DE-RESULT TO WS-WINDOW-END.

           MOVE "mvp14-index.dat" TO WS-IDX-PATH.
           ACCEPT WS-IDX-PATH FROM ENVIRONMENT "MVP14_INDEX".
           IF WS-IDX-PATH = SPACES
               MOVE "mvp14-index.dat" TO WS-IDX-PATH
           END-IF.

           MOVE "age-milestones.txt" TO WS-MS-PATH.
           ACCEPT WS-MS-PATH FROM ENVIRONMENT "MILESTONE_AGES".
           IF WS-MS-PATH = SPACES
               MOVE "age-milestones.txt" TO WS-MS-PATH
           END-IF.

           MOVE "mvp08-suppress.txt" TO WS-SUPL-PATH.
           ACCEPT WS-SUPL-PATH FROM ENVIRONMENT "MVP08_SUPPRESS".
           IF WS-SUPL-PATH = SPACES
               MOVE "mvp08-suppress.txt" TO WS-SUPL-PATH
           END-IF.

           MOVE SPACES TO WS-OUT-PATH.
           STRING "age-milestones-" DELIMITED BY SIZE
                  WS-ASOF-DATE      DELIMITED BY SIZE
                  ".txt"            DELIMITED BY SIZE
                  INTO WS-OUT-PATH
           END-STRING.
           ACCEPT WS-OUT-PATH FROM ENVIRONMENT "MILESTONE_OUTPUT".
           IF WS-OUT-PATH = SPACES
               STRING "age-milestones-" DELIMITED BY SIZE
                      WS-ASOF-DATE      DELIMITED BY SIZE
                      ".txt"            DELIMITED BY SIZE
                      INTO WS-OUT-PATH
               END-STRING
           END-IF.

           PERFORM PARA-LOAD-MILESTONES.
           PERFORM PARA-LOAD-SUPPRESS-LIST.

           OPEN INPUT IDX-FILE.
           IF WS-IDX-FS NOT = "00"
               DISPLAY "ERROR|REASON=MASTER-NOT-FOUND|PATH="
                       WS-IDX-PATH "|STATUS=" WS-IDX-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF WS-OUT-FS NOT = "00"
               DISPLAY "ERROR|REASON=OUTPUT-OPEN-FAILED|PATH="
                       WS-OUT-PATH "|STATUS=" WS-OUT-FS
               CLOSE IDX-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           PERFORM UNTIL EOF
               READ IDX-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-CUSTOMERS
                       PERFORM PARA-ONE-CUSTOMER
               END-READ
           END-PERFORM.

           CLOSE IDX-FILE.
           CLOSE OUT-FILE.

           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
               DISPLAY "MILESTONE|NAME=" WS-MS-NAME(WS-MS-IDX)
                       "|AGE=" WS-MS-AGE(WS-MS-IDX)
                       "|EVENTS=" WS-MS-N(WS-MS-IDX)
           END-PERFORM.
           DISPLAY "TOTALS|FROM=" WS-ASOF-DATE
                   "|TO=" WS-WINDOW-END
                   "|CUSTOMERS=" WS-CNT-CUSTOMERS
                   "|EVENTS=" WS-CNT-EVENTS
                   "|CLOSED-OR-DECEASED=" WS-CNT-INACTIVE
                   "|SUPPRESSED=" WS-CNT-SUPPRESSED
                   "|NO-BIRTHDATE=" WS-CNT-NO-BIRTHDATE
                   "|BAD-BIRTHDATE=" WS-CNT-BAD-BIRTHDATE.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-IDX-PATH(1:40) TO WS-RH-IN
           MOVE WS-OUT-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-CUSTOMERS TO WS-RH-READ
           MOVE WS-CNT-EVENTS TO WS-RH-WRITTEN
           MOVE WS-CNT-BAD-BIRTHDATE TO WS-RH-REJECTED
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

       PARA-LOAD-MILESTONES.
           MOVE 0 TO WS-MS-COUNT
           OPEN INPUT MS-FILE
           IF WS-MS-FS = "00"
               PERFORM UNTIL MS-EOF
                   READ MS-FILE
                       AT END
                           SET MS-EOF TO TRUE
                       NOT AT END
                           IF MS-NAME NOT = SPACES
                               PERFORM PARA-LOAD-ONE-MILESTONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MS-FILE
           END-IF
           *> MVP08PROGRAM's adult cutoff as it will apply it, and
           *> the defaults when there is no milestone file.
           ACCEPT WS-ADULT-MIN FROM ENVIRONMENT "MVP08_ADULT_MIN"
           IF WS-ADULT-MIN > 0
               MOVE WS-ADULT-MIN TO WS-MVP08-ADULT
           ELSE
               MOVE 18 TO WS-ADULT-MIN
           END-IF
           ACCEPT WS-SENIOR-MIN FROM ENVIRONMENT "MVP08_SENIOR_MIN"
           IF WS-SENIOR-MIN = 0
               MOVE 65 TO WS-SENIOR-MIN
           END-IF
           IF WS-MS-COUNT = 0
               MOVE 2 TO WS-MS-COUNT
               MOVE "ADULT" TO WS-MS-NAME(1)
               MOVE WS-ADULT-MIN TO WS-MS-AGE(1)
               MOVE 0 TO WS-MS-N(1)
               MOVE "SENIOR" TO WS-MS-NAME(2)
               MOVE WS-SENIOR-MIN TO WS-MS-AGE(2)
               MOVE 0 TO WS-MS-N(2)
           END-IF
           *> An ADULT milestone MVP08PROGRAM does not yet treat as
           *> adult would route its pack to the minor stream.
           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
               IF WS-MS-NAME(WS-MS-IDX) = "ADULT"
                   AND WS-MS-AGE(WS-MS-IDX) NOT = WS-MVP08-ADULT
                   DISPLAY "WARN|REASON=ADULT-AGE-DIFFERS-FROM-MVP08"
                           "|MILESTONE=" WS-MS-AGE(WS-MS-IDX)
                           "|MVP08=" WS-MVP08-ADULT
               END-IF
           END-PERFORM.

           EXIT.

       PARA-LOAD-ONE-MILESTONE.
           IF MS-AGE IS NOT NUMERIC
               DISPLAY "WARN|REASON=BAD-MILESTONE|TEXT=" MS-REC
               EXIT PARAGRAPH
           END-IF
           IF WS-MS-COUNT >= 10
               DISPLAY "WARN|REASON=MILESTONE-TABLE-FULL|NAME="
                       MS-NAME
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-MS-COUNT
           MOVE MS-NAME TO WS-MS-NAME(WS-MS-COUNT)
           MOVE MS-AGE TO WS-MS-AGE(WS-MS-COUNT)
           MOVE 0 TO WS-MS-N(WS-MS-COUNT).

           EXIT.

       PARA-LOAD-SUPPRESS-LIST.
           *> As in MVP08PROGRAM, a list too long for the table
           *> refuses the run rather than let opted-out customers
           *> through.
           MOVE 0 TO WS-SUP-COUNT
           OPEN INPUT SUPL-FILE
           IF WS-SUPL-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL SUPL-EOF
               READ SUPL-FILE
                   AT END
                       SET SUPL-EOF TO TRUE
                   NOT AT END
                       IF SUPL-KEY NOT = SPACES
                           IF WS-SUP-COUNT >= 1000
                               SET SUPL-EOF TO TRUE
                               DISPLAY "ERROR|REASON="
                                   "SUPPRESS-TABLE-FULL"
                                   "|LIMIT=1000|PATH="
                                   WS-SUPL-PATH(1:40)
                               MOVE 8 TO RETURN-CODE
                           ELSE
                               ADD 1 TO WS-SUP-COUNT
                               MOVE SUPL-KEY
                                   TO WS-SUP-KEY(WS-SUP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SUPL-FILE
           IF RETURN-CODE = 8
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF
           DISPLAY "SUPPRESS|LOADED=" WS-SUP-COUNT.

           EXIT.

       PARA-ONE-CUSTOMER.
           IF IDX-CLOSED OR IDX-DECEASED
               ADD 1 TO WS-CNT-INACTIVE
               EXIT PARAGRAPH
           END-IF
           MOVE IDX-KEY TO WS-KEY-X
           MOVE "N" TO WS-REC-SUPPRESSED
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
                      OR REC-SUPPRESSED
               IF WS-SUP-KEY(WS-SUP-IDX) = WS-KEY-X
                   SET REC-SUPPRESSED TO TRUE
               END-IF
           END-PERFORM
           IF REC-SUPPRESSED
               ADD 1 TO WS-CNT-SUPPRESSED
               EXIT PARAGRAPH
           END-IF
           IF IDX-BIRTHDATE IS NOT NUMERIC OR IDX-BIRTHDATE = 0
               ADD 1 TO WS-CNT-NO-BIRTHDATE
               EXIT PARAGRAPH
           END-IF
           MOVE "V" TO WS-DE-FUNC
           MOVE IDX-BIRTHDATE TO WS-DE-DATE-1
           CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
               WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS
           IF WS-DE-STATUS NOT = "00"
               ADD 1 TO WS-CNT-BAD-BIRTHDATE
               DISPLAY "EXCEPTION|REASON=BAD-BIRTHDATE|KEY=" IDX-KEY
                       "|BIRTHDATE=" IDX-BIRTHDATE
               EXIT PARAGRAPH
           END-IF
           MOVE IDX-BIRTHDATE TO WS-BD-DATE

           PERFORM VARYING WS-MS-IDX FROM 1 BY 1
                   UNTIL WS-MS-IDX > WS-MS-COUNT
               PERFORM PARA-CHECK-MILESTONE
           END-PERFORM.

           EXIT.

       PARA-CHECK-MILESTONE.
           COMPUTE WS-EV-YY = WS-BD-YY + WS-MS-AGE(WS-MS-IDX)
           MOVE WS-BD-MMDD TO WS-EV-MMDD
           IF WS-EV-MMDD = 0229
               MOVE "V" TO WS-DE-FUNC
               MOVE WS-EV-DATE TO WS-DE-DATE-1
               CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
                   WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT WS-DE-STATUS
               IF WS-DE-STATUS NOT = "00"
                   MOVE 0301 TO WS-EV-MMDD
               END-IF
           END-IF
           IF WS-EV-DATE < WS-ASOF-DATE
               OR WS-EV-DATE > WS-WINDOW-END
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO OUT-REC
           MOVE IDX-BIRTHDATE TO OUT-BIRTHDATE
           MOVE IDX-GENDER TO OUT-GENDER
           MOVE IDX-KEY TO OUT-KEY
           MOVE WS-MS-NAME(WS-MS-IDX) TO OUT-MILESTONE
           MOVE WS-EV-DATE TO OUT-DATE
           MOVE WS-MS-AGE(WS-MS-IDX) TO OUT-AGE
           WRITE OUT-REC
           ADD 1 TO WS-CNT-EVENTS
           ADD 1 TO WS-MS-N(WS-MS-IDX)
           DISPLAY "EVENT|KEY=" IDX-KEY
                   "|MILESTONE=" WS-MS-NAME(WS-MS-IDX)
                   "|DATE=" WS-EV-DATE.

           EXIT.
