       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAILEXTRACT.

      *> Mail-house extract. MVP08PROGRAM's per-class files carry
      *> only the raw input line and the class, so this run takes a
      *> chosen set of them, joins every record to the customer's
      *> name on MVP14PROGRAM's master and to the address in force
      *> on ADDRMAINT's address file, and writes the mail-house
      *> layout with a salutation built from title and surname.
      *> Records are dropped, and counted against their class, when
      *> the key is not on the master, the customer is closed or
      *> deceased, the customer is on MVP08PROGRAM's do-not-contact
      *> list (checked again here, as the list may have grown since
      *> the classification run), the master holds no surname, or
      *> there is no address in force or it is marked undeliverable.
      *> With MAIL_HOUSEHOLD=Y one pack goes to each household on
      *> HOUSEHOLD's file, addressed to the head where the head is
      *> in the mailing, otherwise to the lowest key; the others are
      *> counted as combined. A customer read from more than one
      *> class file gets one pack either way.
      *>
      *> MAIL_CLASSES    classes to mail, space separated (default
      *>                 ADULT-M ADULT-F ADULT-X SENIOR-M SENIOR-F);
      *>                 each class file is found as MVP08PROGRAM
      *>                 writes it (MVP08_OUT_<class>, its default)
      *> MAIL_ASOF       address date (then PROCESS_DATE, today)
      *> MAIL_HOUSEHOLD  Y for one pack per household
      *> MAIL_OUTPUT     extract (default mail-extract-<date>.txt)
      *> MAIL_CONTROL    control sheet (default
      *>                 mail-control-<date>.txt), counts by class
      *>                 with each class's reference-code
      *>                 description
      *> MAIL_PARTNER    mail-house partner the extract is packaged
      *>                 for through PARTNERPACK (default MAILHSE;
      *>                 NONE leaves the extract unpackaged)
      *>
      *> The title is MVP03PROGRAM's NM-TITLE for the customer key
      *> (MVP03_NAMEMASTER); without one it is MR or MS from the
      *> master gender, and without that the salutation uses the
      *> given name.
      *>
      *> Mail-house layout, fields separated by single spaces:
      *>   key(4) class(10) household(8) pack-size(2)
      *>   salutation(40) title(10) given(20) surname(20)
      *>   line-1(30) line-2(30) line-3(30) town(20) postcode(10)
      *>   country(2)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO DYNAMIC WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IDX-KEY
               ALTERNATE RECORD KEY IS IDX-TEXT WITH DUPLICATES
               FILE STATUS  IS WS-IDX-FS.
           SELECT ADDR-FILE ASSIGN TO DYNAMIC WS-ADDR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ADDR-KEY
               FILE STATUS  IS WS-ADDR-FS.
           SELECT CF-FILE ASSIGN TO DYNAMIC WS-CF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-CF-FS.
           SELECT NAME-FILE ASSIGN TO DYNAMIC WS-NAME-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-NAME-FS.
           SELECT SUPL-FILE ASSIGN TO DYNAMIC WS-SUPL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-SUPL-FS.
           SELECT HHF-FILE ASSIGN TO DYNAMIC WS-HHF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-HHF-FS.
           SELECT OUT-FILE ASSIGN TO DYNAMIC WS-OUT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-OUT-FS.
           SELECT SORT-WORK ASSIGN TO "mailextract-work".

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

       *> ADDRMAINT's effective-dated address file, read only.
       FD  ADDR-FILE.
       01  ADDR-REC.
           05 ADDR-KEY.
               10 ADDR-CUST      PIC 9(4).
               10 ADDR-EFF-DATE  PIC 9(8).
           05 ADDR-LINE-1        PIC X(30).
           05 ADDR-LINE-2        PIC X(30).
           05 ADDR-LINE-3        PIC X(30).
           05 ADDR-TOWN          PIC X(20).
           05 ADDR-POSTCODE      PIC X(10).
           05 ADDR-COUNTRY       PIC X(2).
           05 ADDR-STATUS        PIC X(1).
               88 ADDR-UNDELIVERABLE VALUE "U".
           05 ADDR-STATUS-DATE   PIC 9(8).
           05 ADDR-MAINT-DATE    PIC 9(8).

       *> An MVP08PROGRAM per-class file: the input line with the
       *> class in columns 42-51.
       FD  CF-FILE.
       01  CF-REC               PIC X(52).

       *> The MVP03PROGRAM name-master layout.
       FD  NAME-FILE.
       01  NAME-REC.
           05 NM-SURNAME         PIC X(20).
           05 NM-GIVEN-NAME      PIC X(20).
           05 NM-MIDDLE-NAMES    PIC X(36).
           05 NM-TOKEN-COUNT     PIC 9(2).
           05 NM-CUST-KEY        PIC X(4).
           05 NM-TITLE           PIC X(10).
           05 NM-SUFFIX          PIC X(10).

       *> MVP08PROGRAM's do-not-contact suppression list.
       FD  SUPL-FILE.
       01  SUPL-REC.
           05 SUPL-KEY          PIC X(4).
           05 FILLER            PIC X(1).
           05 SUPL-REASON       PIC X(12).

       *> HOUSEHOLD's household file, one record per member.
       FD  HHF-FILE.
       01  HHF-REC.
           05 HHF-ID             PIC 9(8).
           05 HHF-HEAD           PIC 9(4).
           05 HHF-MEMBER         PIC 9(4).
           05 HHF-SIZE           PIC 9(2).
           05 HHF-SCODE          PIC X(4).
           05 HHF-POSTCODE       PIC X(10).
           05 HHF-ASOF           PIC 9(8).

       *> The mail-house layout.
       FD  OUT-FILE.
       01  OUT-REC.
           05 OUT-KEY           PIC 9(4).
           05 FILLER            PIC X(1).
           05 OUT-CLASS         PIC X(10).
           05 FILLER            PIC X(1).
           05 OUT-HH-ID         PIC 9(8).
           05 FILLER            PIC X(1).
           05 OUT-PACK-SIZE     PIC 9(2).
           05 FILLER            PIC X(1).
           05 OUT-SALUTATION    PIC X(40).
           05 FILLER            PIC X(1).
           05 OUT-TITLE         PIC X(10).
           05 FILLER            PIC X(1).
           05 OUT-GIVEN-NAME    PIC X(20).
           05 FILLER            PIC X(1).
           05 OUT-SURNAME       PIC X(20).
           05 FILLER            PIC X(1).
           05 OUT-LINE-1        PIC X(30).
           05 FILLER            PIC X(1).
           05 OUT-LINE-2        PIC X(30).
           05 FILLER            PIC X(1).
           05 OUT-LINE-3        PIC X(30).
           05 FILLER            PIC X(1).
           05 OUT-TOWN          PIC X(20).
           05 FILLER            PIC X(1).
           05 OUT-POSTCODE      PIC X(10).
           05 FILLER            PIC X(1).
           05 OUT-COUNTRY       PIC X(2).

       *> The sort brings each pack's candidates together: the
       *> household (or, outside householding, the customer), the
       *> head ahead of the other members, then customer key.
       SD  SORT-WORK.
       01  SORT-REC.
           05 SR-GROUP           PIC X(9).
           05 SR-ORDER           PIC X(1).
           05 SR-KEY             PIC 9(4).
           05 SR-CLASS-IX        PIC 9(2).
           05 SR-MAIL            PIC X(249).

       WORKING-STORAGE SECTION.
       01  WS-IDX-PATH          PIC X(260).
       01  WS-IDX-FS            PIC XX.
       01  WS-ADDR-PATH         PIC X(260).
       01  WS-ADDR-FS           PIC XX.
       01  WS-CF-PATH           PIC X(260).
       01  WS-CF-FS             PIC XX.
       01  WS-NAME-PATH         PIC X(260).
       01  WS-NAME-FS           PIC XX.
       01  WS-SUPL-PATH         PIC X(260).
       01  WS-SUPL-FS           PIC XX.
       01  WS-HHF-PATH          PIC X(260).
       01  WS-HHF-FS            PIC XX.
       01  WS-OUT-PATH          PIC X(260).
       01  WS-OUT-FS            PIC XX.
       01  WS-RPT-PATH          PIC X(260).
       01  WS-CF-EOF            PIC X VALUE "N".
           88 CF-EOF             VALUE "Y".
       01  WS-NAME-EOF          PIC X VALUE "N".
           88 NAME-EOF           VALUE "Y".
       01  WS-SUPL-EOF          PIC X VALUE "N".
           88 SUPL-EOF           VALUE "Y".
       01  WS-HHF-EOF           PIC X VALUE "N".
           88 HHF-EOF            VALUE "Y".
       01  WS-SORT-EOF          PIC X VALUE "N".
           88 SORT-EOF           VALUE "Y".
       01  WS-ASOF              PIC 9(8) VALUE 0.
       01  WS-HOUSEHOLD         PIC X VALUE "N".
           88 BY-HOUSEHOLD       VALUE "Y".
       01  WS-PARTNER           PIC X(8).

       *> MVP08PROGRAM's classes, each with its file as
       *> MVP08PROGRAM resolves it, whether it is being mailed, and
       *> its control-sheet counts.
       01  WS-CL-COUNT          PIC 9(2) VALUE 9.
       01  WS-CL-IDX            PIC 9(2) VALUE 0.
       01  WS-CL-TAB.
           05 WS-CL-ENTRY OCCURS 9 TIMES.
               10 WS-CL-NAME     PIC X(10).
               10 WS-CL-PATH     PIC X(260).
               10 WS-CL-SEL      PIC X(1).
               10 WS-CL-READ     PIC 9(6).
               10 WS-CL-MAILED   PIC 9(6).
               10 WS-CL-COMBINED PIC 9(6).
               10 WS-CL-SUPP     PIC 9(6).
               10 WS-CL-UNDELIV  PIC 9(6).
               10 WS-CL-NOADDR   PIC 9(6).
               10 WS-CL-INACTIVE PIC 9(6).
               10 WS-CL-NOTMAST  PIC 9(6).
               10 WS-CL-NONAME   PIC 9(6).
       01  WS-CL-SELECTED       PIC 9(2) VALUE 0.
       01  WS-ENV-NAME          PIC X(30).
       01  WS-ENV-VALUE         PIC X(260).
       01  WS-CLASS-LIST        PIC X(120).
       01  WS-CLASS-PTR         PIC 9(3) VALUE 0.
       01  WS-CLASS-TOKEN       PIC X(10).
       01  WS-CLASS-FOUND       PIC X VALUE "N".
           88 CLASS-FOUND        VALUE "Y".
       01  WS-CNT-MISSING-FILES PIC 9(6) VALUE 0.

       *> The customer key column, as MVP08PROGRAM resolves it.
       01  WS-LAYOUT            PIC X(9) VALUE "AGE".
       01  WS-KEY-COL           PIC 9(2) VALUE 7.
       01  WS-KEY-X             PIC X(4).
       01  WS-KEY               PIC 9(4) VALUE 0.

       *> Titles from the name master and households from the
       *> household file, both held by customer key + 1.
       01  WS-CUST-TAB.
           05 WS-CUST-ENTRY OCCURS 10000 TIMES.
               10 WS-CUST-TITLE  PIC X(10).
               10 WS-CUST-HH-ID  PIC 9(8).
               10 WS-CUST-HEAD   PIC X(1).
       01  WS-CUST-IX           PIC 9(5) VALUE 0.
       01  WS-CNT-TITLES        PIC 9(6) VALUE 0.
       01  WS-CNT-HH-MEMBERS    PIC 9(6) VALUE 0.

       *> Suppression list, loaded once.
       01  WS-SUP-COUNT         PIC 9(4) VALUE 0.
       01  WS-SUP-IDX           PIC 9(4) VALUE 0.
       01  WS-SUP-TAB.
           05 WS-SUP-KEY OCCURS 1000 TIMES PIC X(4).
       01  WS-REC-SUPPRESSED    PIC X VALUE "N".
           88 REC-SUPPRESSED     VALUE "Y".

       *> Address-in-force lookup, as ADDRMAINT does it.
       01  WS-LK-CUST           PIC 9(4) VALUE 0.
       01  WS-LK-ASOF           PIC 9(8) VALUE 0.
       01  WS-LK-FOUND-EFF      PIC 9(8) VALUE 0.
       01  WS-LK-EOF            PIC X VALUE "N".
           88 LK-EOF             VALUE "Y".

       *> One mail record being built, and the pack held back until
       *> its group is complete so the pack size is known.
       01  WS-TITLE             PIC X(10).
       01  WS-MAIL-REC          PIC X(249).
       01  WS-GRP-CUR           PIC X(9) VALUE SPACES.
       01  WS-GRP-LAST-KEY      PIC 9(4) VALUE 0.
       01  WS-GRP-SIZE          PIC 9(2) VALUE 0.
       01  WS-GRP-CLASS-IX      PIC 9(2) VALUE 0.
       01  WS-GRP-MAIL          PIC X(249).

       01  WS-CNT-READ          PIC 9(6) VALUE 0.
       01  WS-CNT-CANDIDATES    PIC 9(6) VALUE 0.
       01  WS-CNT-PACKS         PIC 9(6) VALUE 0.
       01  WS-CNT-DROPPED       PIC 9(6) VALUE 0.

       *> Packaging through PARTNERPACK.
       01  WS-PACK-FAILED       PIC X VALUE "N".
           88 PACK-FAILED        VALUE "Y".

       *> REPORTSUB parameters and the edited control-sheet line.
       01  WS-RS-FUNC           PIC X(1).
       01  WS-RS-TEXT           PIC X(132).
       01  WS-RPT-LINE          PIC X(132).
       01  WS-RL-COUNT          PIC ZZZ,ZZ9.
       01  WS-RL-COL            PIC 9(3) VALUE 0.
       01  WS-TOT-TAB.
           05 WS-TOT-N OCCURS 9 TIMES PIC 9(6).
       01  WS-TOT-IDX           PIC 9(2) VALUE 0.
       01  WS-ROW-TAB.
           05 WS-ROW-N OCCURS 9 TIMES PIC 9(6).

       *> REFCODESUB parameters for the class descriptions.
       01  WS-RC-TYPE           PIC X(8) VALUE "CLASS".
       01  WS-RC-CODE           PIC X(30).
       01  WS-RC-ASOF           PIC 9(8) VALUE 0.
       01  WS-RC-DESC           PIC X(40).
       01  WS-RC-STATUS         PIC XX.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "MAILEXTRACT".
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

           MOVE 0 TO WS-ASOF.
           ACCEPT WS-ASOF FROM ENVIRONMENT "MAIL_ASOF".
           IF WS-ASOF = 0
               ACCEPT WS-ASOF FROM ENVIRONMENT "PROCESS_DATE"
           END-IF.
           IF WS-ASOF = 0
               ACCEPT WS-ASOF FROM DATE YYYYMMDD
           END-IF.

           MOVE "mvp14-index.dat" TO WS-IDX-PATH.
           ACCEPT WS-IDX-PATH FROM ENVIRONMENT "MVP14_INDEX".
           IF WS-IDX-PATH = SPACES
               MOVE "mvp14-index.dat" TO WS-IDX-PATH
           END-IF.

           MOVE "cust-address.dat" TO WS-ADDR-PATH.
           ACCEPT WS-ADDR-PATH FROM ENVIRONMENT "ADDR_INDEX".
           IF WS-ADDR-PATH = SPACES
               MOVE "cust-address.dat" TO WS-ADDR-PATH
           END-IF.

           MOVE "mvp03-namemaster.txt" TO WS-NAME-PATH.
           ACCEPT WS-NAME-PATH FROM ENVIRONMENT "MVP03_NAMEMASTER".
           IF WS-NAME-PATH = SPACES
               MOVE "mvp03-namemaster.txt" TO WS-NAME-PATH
           END-IF.

           MOVE "mvp08-suppress.txt" TO WS-SUPL-PATH.
           ACCEPT WS-SUPL-PATH FROM ENVIRONMENT "MVP08_SUPPRESS".
           IF WS-SUPL-PATH = SPACES
               MOVE "mvp08-suppress.txt" TO WS-SUPL-PATH
           END-IF.

           MOVE "households.txt" TO WS-HHF-PATH.
           ACCEPT WS-HHF-PATH FROM ENVIRONMENT "HOUSEHOLD_FILE".
           IF WS-HHF-PATH = SPACES
               MOVE "households.txt" TO WS-HHF-PATH
           END-IF.

           ACCEPT WS-HOUSEHOLD FROM ENVIRONMENT "MAIL_HOUSEHOLD".
           IF WS-HOUSEHOLD NOT = "Y"
               MOVE "N" TO WS-HOUSEHOLD
           END-IF.

           MOVE SPACES TO WS-OUT-PATH.
           ACCEPT WS-OUT-PATH FROM ENVIRONMENT "MAIL_OUTPUT".
           IF WS-OUT-PATH = SPACES
               STRING "mail-extract-" DELIMITED BY SIZE
                      WS-ASOF         DELIMITED BY SIZE
                      ".txt"          DELIMITED BY SIZE
                      INTO WS-OUT-PATH
               END-STRING
           END-IF.
           MOVE SPACES TO WS-RPT-PATH.
           ACCEPT WS-RPT-PATH FROM ENVIRONMENT "MAIL_CONTROL".
           IF WS-RPT-PATH = SPACES
               STRING "mail-control-" DELIMITED BY SIZE
                      WS-ASOF         DELIMITED BY SIZE
                      ".txt"          DELIMITED BY SIZE
                      INTO WS-RPT-PATH
               END-STRING
           END-IF.

           MOVE "MAILHSE" TO WS-PARTNER.
           ACCEPT WS-PARTNER FROM ENVIRONMENT "MAIL_PARTNER".
           IF WS-PARTNER = SPACES
               MOVE "MAILHSE" TO WS-PARTNER
           END-IF.

           *> The customer key sits where MVP08PROGRAM reads it.
           ACCEPT WS-LAYOUT FROM ENVIRONMENT "MVP08_LAYOUT".
           IF WS-LAYOUT NOT = "BIRTHDATE"
               MOVE "AGE" TO WS-LAYOUT
           END-IF.
           ACCEPT WS-KEY-COL FROM ENVIRONMENT "MVP08_KEY_COL".
           IF WS-KEY-COL = 0 OR WS-KEY-COL > 37
               IF WS-LAYOUT = "BIRTHDATE"
                   MOVE 12 TO WS-KEY-COL
               ELSE
                   MOVE 7 TO WS-KEY-COL
               END-IF
           END-IF.

           PERFORM PARA-SET-CLASS-TABLE.
           PERFORM PARA-SELECT-CLASSES.
           IF WS-CL-SELECTED = 0
               DISPLAY "ERROR|REASON=NO-CLASSES-SELECTED|CLASSES="
                       WS-CLASS-LIST(1:60)
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           PERFORM PARA-LOAD-SUPPRESS-LIST.
           PERFORM PARA-LOAD-TITLES.
           IF BY-HOUSEHOLD
               PERFORM PARA-LOAD-HOUSEHOLDS
           END-IF.

           OPEN INPUT IDX-FILE.
           IF WS-IDX-FS NOT = "00"
               DISPLAY "ERROR|REASON=MASTER-NOT-FOUND|PATH="
                       WS-IDX-PATH "|STATUS=" WS-IDX-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.
           OPEN INPUT ADDR-FILE.
           IF WS-ADDR-FS NOT = "00"
               DISPLAY "ERROR|REASON=ADDRESS-NOT-FOUND|PATH="
                       WS-ADDR-PATH "|STATUS=" WS-ADDR-FS
               CLOSE IDX-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.
           OPEN OUTPUT OUT-FILE.
           IF WS-OUT-FS NOT = "00"
               DISPLAY "ERROR|REASON=OUTPUT-OPEN-FAILED|PATH="
                       WS-OUT-PATH "|STATUS=" WS-OUT-FS
               CLOSE ADDR-FILE
               CLOSE IDX-FILE
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           SORT SORT-WORK ON ASCENDING KEY SR-GROUP SR-ORDER SR-KEY
               INPUT PROCEDURE IS PARA-SORT-INPUT
               OUTPUT PROCEDURE IS PARA-SORT-OUTPUT.

           CLOSE OUT-FILE.
           CLOSE ADDR-FILE.
           CLOSE IDX-FILE.

           PERFORM PARA-WRITE-CONTROL-SHEET.

           DISPLAY "TOTALS|ASOF=" WS-ASOF
                   "|READ=" WS-CNT-READ
                   "|CANDIDATES=" WS-CNT-CANDIDATES
                   "|PACKS=" WS-CNT-PACKS
                   "|DROPPED=" WS-CNT-DROPPED
                   "|HOUSEHOLD=" WS-HOUSEHOLD
                   "|OUTPUT=" WS-OUT-PATH(1:40).

           IF WS-PARTNER NOT = "NONE"
               PERFORM PARA-PACKAGE
           END-IF.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-IDX-PATH(1:40) TO WS-RH-IN
           MOVE WS-OUT-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-READ TO WS-RH-READ
           MOVE WS-CNT-PACKS TO WS-RH-WRITTEN
           MOVE WS-CNT-MISSING-FILES TO WS-RH-REJECTED
           IF PACK-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
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

       PARA-SET-CLASS-TABLE.
           *> MVP08PROGRAM's classes and the variables that name
           *> their files.
           MOVE "ADULT-M" TO WS-CL-NAME(1)
           MOVE "ADULT-F" TO WS-CL-NAME(2)
           MOVE "ADULT-X" TO WS-CL-NAME(3)
           MOVE "MINOR-M" TO WS-CL-NAME(4)
           MOVE "MINOR-F" TO WS-CL-NAME(5)
           MOVE "MINOR-X" TO WS-CL-NAME(6)
           MOVE "SENIOR-M" TO WS-CL-NAME(7)
           MOVE "SENIOR-F" TO WS-CL-NAME(8)
           MOVE "OTHER" TO WS-CL-NAME(9)
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               MOVE "N" TO WS-CL-SEL(WS-CL-IDX)
               MOVE 0 TO WS-CL-READ(WS-CL-IDX)
                         WS-CL-MAILED(WS-CL-IDX)
                         WS-CL-COMBINED(WS-CL-IDX)
                         WS-CL-SUPP(WS-CL-IDX)
                         WS-CL-UNDELIV(WS-CL-IDX)
                         WS-CL-NOADDR(WS-CL-IDX)
                         WS-CL-INACTIVE(WS-CL-IDX)
                         WS-CL-NOTMAST(WS-CL-IDX)
                         WS-CL-NONAME(WS-CL-IDX)
               *> mvp08-adult-m.txt from MVP08_OUT_ADULT_M, and so on.
               MOVE SPACES TO WS-ENV-VALUE
               STRING "mvp08-" DELIMITED BY SIZE
                      WS-CL-NAME(WS-CL-IDX) DELIMITED BY SPACE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-ENV-VALUE
               END-STRING
               INSPECT WS-ENV-VALUE CONVERTING
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                   TO "abcdefghijklmnopqrstuvwxyz"
               MOVE WS-ENV-VALUE TO WS-CL-PATH(WS-CL-IDX)
               MOVE SPACES TO WS-ENV-NAME
               STRING "MVP08_OUT_" DELIMITED BY SIZE
                      WS-CL-NAME(WS-CL-IDX) DELIMITED BY SPACE
                      INTO WS-ENV-NAME
               END-STRING
               INSPECT WS-ENV-NAME CONVERTING "-" TO "_"
               MOVE SPACES TO WS-ENV-VALUE
               ACCEPT WS-ENV-VALUE FROM ENVIRONMENT WS-ENV-NAME
               IF WS-ENV-VALUE NOT = SPACES
                   MOVE WS-ENV-VALUE TO WS-CL-PATH(WS-CL-IDX)
               END-IF
           END-PERFORM.

           EXIT.

       PARA-SELECT-CLASSES.
           MOVE SPACES TO WS-CLASS-LIST
           ACCEPT WS-CLASS-LIST FROM ENVIRONMENT "MAIL_CLASSES"
           IF WS-CLASS-LIST = SPACES
               MOVE "ADULT-M ADULT-F ADULT-X SENIOR-M SENIOR-F"
                   TO WS-CLASS-LIST
           END-IF
           INSPECT WS-CLASS-LIST CONVERTING
               "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE 0 TO WS-CL-SELECTED
           MOVE 1 TO WS-CLASS-PTR
           PERFORM UNTIL WS-CLASS-PTR > 120
               MOVE SPACES TO WS-CLASS-TOKEN
               UNSTRING WS-CLASS-LIST DELIMITED BY ALL SPACE
                   INTO WS-CLASS-TOKEN
                   WITH POINTER WS-CLASS-PTR
               END-UNSTRING
               IF WS-CLASS-TOKEN NOT = SPACES
                   PERFORM PARA-SELECT-ONE-CLASS
               END-IF
           END-PERFORM.

           EXIT.

       PARA-SELECT-ONE-CLASS.
           MOVE "N" TO WS-CLASS-FOUND
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-NAME(WS-CL-IDX) = WS-CLASS-TOKEN
                   SET CLASS-FOUND TO TRUE
                   IF WS-CL-SEL(WS-CL-IDX) NOT = "Y"
                       MOVE "Y" TO WS-CL-SEL(WS-CL-IDX)
                       ADD 1 TO WS-CL-SELECTED
                   END-IF
               END-IF
           END-PERFORM
           IF NOT CLASS-FOUND
               DISPLAY "WARN|REASON=UNKNOWN-CLASS|CLASS="
                       WS-CLASS-TOKEN
           END-IF.

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

       PARA-LOAD-TITLES.
           *> The latest name-master record for a key gives its
           *> title; a missing name master just leaves titles to the
           *> gender.
           INITIALIZE WS-CUST-TAB
           OPEN INPUT NAME-FILE
           IF WS-NAME-FS NOT = "00"
               DISPLAY "WARN|REASON=NAME-MASTER-NOT-FOUND|PATH="
                       WS-NAME-PATH(1:40)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL NAME-EOF
               READ NAME-FILE
                   AT END
                       SET NAME-EOF TO TRUE
                   NOT AT END
                       IF NM-CUST-KEY IS NUMERIC
                           AND NM-TITLE NOT = SPACES
                           MOVE NM-CUST-KEY TO WS-KEY
                           COMPUTE WS-CUST-IX = WS-KEY + 1
                           MOVE NM-TITLE
                               TO WS-CUST-TITLE(WS-CUST-IX)
                           ADD 1 TO WS-CNT-TITLES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NAME-FILE.

           EXIT.

       PARA-LOAD-HOUSEHOLDS.
           OPEN INPUT HHF-FILE
           IF WS-HHF-FS NOT = "00"
               DISPLAY "WARN|REASON=HOUSEHOLD-FILE-NOT-FOUND|PATH="
                       WS-HHF-PATH(1:40)
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HHF-EOF
               READ HHF-FILE
                   AT END
                       SET HHF-EOF TO TRUE
                   NOT AT END
                       IF HHF-ID IS NUMERIC AND HHF-ID > 0
                           AND HHF-MEMBER IS NUMERIC
                           COMPUTE WS-CUST-IX = HHF-MEMBER + 1
                           MOVE HHF-ID TO WS-CUST-HH-ID(WS-CUST-IX)
                           IF HHF-HEAD = HHF-MEMBER
                               MOVE "Y"
                                   TO WS-CUST-HEAD(WS-CUST-IX)
                           END-IF
                           ADD 1 TO WS-CNT-HH-MEMBERS
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HHF-FILE
           DISPLAY "HOUSEHOLD|MEMBERS=" WS-CNT-HH-MEMBERS.

           EXIT.

       PARA-SORT-INPUT.
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-SEL(WS-CL-IDX) = "Y"
                   PERFORM PARA-READ-CLASS-FILE
               END-IF
           END-PERFORM.

           EXIT.

       PARA-READ-CLASS-FILE.
           MOVE WS-CL-PATH(WS-CL-IDX) TO WS-CF-PATH
           MOVE "N" TO WS-CF-EOF
           OPEN INPUT CF-FILE
           IF WS-CF-FS NOT = "00"
               ADD 1 TO WS-CNT-MISSING-FILES
               DISPLAY "EXCEPTION|REASON=CLASS-FILE-NOT-FOUND|CLASS="
                       WS-CL-NAME(WS-CL-IDX)
                       "|PATH=" WS-CF-PATH(1:40)
                       "|STATUS=" WS-CF-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL CF-EOF
               READ CF-FILE
                   AT END
                       SET CF-EOF TO TRUE
                   NOT AT END
                       IF CF-REC NOT = SPACES
                           ADD 1 TO WS-CNT-READ
                           ADD 1 TO WS-CL-READ(WS-CL-IDX)
                           PERFORM PARA-ONE-RECORD
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CF-FILE.

           EXIT.

       PARA-ONE-RECORD.
           MOVE CF-REC(WS-KEY-COL:4) TO WS-KEY-X
           IF WS-KEY-X IS NOT NUMERIC
               ADD 1 TO WS-CL-NOTMAST(WS-CL-IDX)
               ADD 1 TO WS-CNT-DROPPED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KEY-X TO WS-KEY
           MOVE WS-KEY TO IDX-KEY
           READ IDX-FILE
               INVALID KEY
                   ADD 1 TO WS-CL-NOTMAST(WS-CL-IDX)
                   ADD 1 TO WS-CNT-DROPPED
                   EXIT PARAGRAPH
           END-READ
           IF IDX-CLOSED OR IDX-DECEASED
               ADD 1 TO WS-CL-INACTIVE(WS-CL-IDX)
               ADD 1 TO WS-CNT-DROPPED
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-REC-SUPPRESSED
           PERFORM VARYING WS-SUP-IDX FROM 1 BY 1
                   UNTIL WS-SUP-IDX > WS-SUP-COUNT
                      OR REC-SUPPRESSED
               IF WS-SUP-KEY(WS-SUP-IDX) = WS-KEY-X
                   SET REC-SUPPRESSED TO TRUE
               END-IF
           END-PERFORM
           IF REC-SUPPRESSED
               ADD 1 TO WS-CL-SUPP(WS-CL-IDX)
               ADD 1 TO WS-CNT-DROPPED
               EXIT PARAGRAPH
           END-IF
           IF IDX-SURNAME = SPACES
               ADD 1 TO WS-CL-NONAME(WS-CL-IDX)
               ADD 1 TO WS-CNT-DROPPED
               EXIT PARAGRAPH
           END-IF
           MOVE WS-KEY TO WS-LK-CUST
           MOVE WS-ASOF TO WS-LK-ASOF
           PERFORM PARA-FIND-IN-FORCE
           IF WS-LK-FOUND-EFF = 0
               ADD 1 TO WS-CL-NOADDR(WS-CL-IDX)
               ADD 1 TO WS-CNT-DROPPED
               EXIT PARAGRAPH
           END-IF
           IF ADDR-UNDELIVERABLE
               ADD 1 TO WS-CL-UNDELIV(WS-CL-IDX)
               ADD 1 TO WS-CNT-DROPPED
               EXIT PARAGRAPH
           END-IF

           PERFORM PARA-BUILD-MAIL-REC
           COMPUTE WS-CUST-IX = WS-KEY + 1
           MOVE SPACES TO SORT-REC
           IF BY-HOUSEHOLD AND WS-CUST-HH-ID(WS-CUST-IX) > 0
               MOVE "H" TO SR-GROUP(1:1)
               MOVE WS-CUST-HH-ID(WS-CUST-IX) TO SR-GROUP(2:8)
               IF WS-CUST-HEAD(WS-CUST-IX) = "Y"
                   MOVE "0" TO SR-ORDER
               ELSE
                   MOVE "1" TO SR-ORDER
               END-IF
           ELSE
               MOVE "C0000" TO SR-GROUP(1:5)
               MOVE WS-KEY TO SR-GROUP(6:4)
               MOVE "0" TO SR-ORDER
           END-IF
           MOVE WS-KEY TO SR-KEY
           MOVE WS-CL-IDX TO SR-CLASS-IX
           MOVE WS-MAIL-REC TO SR-MAIL
           RELEASE SORT-REC
           ADD 1 TO WS-CNT-CANDIDATES.

           EXIT.

       PARA-BUILD-MAIL-REC.
           *> Title from the name master, else from the gender.
           COMPUTE WS-CUST-IX = WS-KEY + 1
           MOVE WS-CUST-TITLE(WS-CUST-IX) TO WS-TITLE
           IF WS-TITLE = SPACES
               EVALUATE IDX-GENDER
                   WHEN "M"
                       MOVE "MR" TO WS-TITLE
                   WHEN "F"
                       MOVE "MS" TO WS-TITLE
               END-EVALUATE
           END-IF
           MOVE SPACES TO OUT-REC
           MOVE WS-KEY TO OUT-KEY
           MOVE WS-CL-NAME(WS-CL-IDX) TO OUT-CLASS
           IF BY-HOUSEHOLD
               MOVE WS-CUST-HH-ID(WS-CUST-IX) TO OUT-HH-ID
           ELSE
               MOVE 0 TO OUT-HH-ID
           END-IF
           MOVE 1 TO OUT-PACK-SIZE
           IF WS-TITLE NOT = SPACES
               STRING "DEAR "                      DELIMITED BY SIZE
                      FUNCTION TRIM(WS-TITLE)      DELIMITED BY SIZE
                      " "                          DELIMITED BY SIZE
                      FUNCTION TRIM(IDX-SURNAME)   DELIMITED BY SIZE
                      INTO OUT-SALUTATION
               END-STRING
           ELSE
               IF IDX-GIVEN-NAME NOT = SPACES
                   STRING "DEAR "                    DELIMITED BY SIZE
                          FUNCTION TRIM(IDX-GIVEN-NAME)
                                                     DELIMITED BY SIZE
                          " "                        DELIMITED BY SIZE
                          FUNCTION TRIM(IDX-SURNAME) DELIMITED BY SIZE
                          INTO OUT-SALUTATION
                   END-STRING
               ELSE
                   STRING "DEAR "                    DELIMITED BY SIZE
                          FUNCTION TRIM(IDX-SURNAME) DELIMITED BY SIZE
                          INTO OUT-SALUTATION
                   END-STRING
               END-IF
           END-IF
           MOVE WS-TITLE TO OUT-TITLE
           MOVE IDX-GIVEN-NAME TO OUT-GIVEN-NAME
           MOVE IDX-SURNAME TO OUT-SURNAME
           MOVE ADDR-LINE-1 TO OUT-LINE-1
           MOVE ADDR-LINE-2 TO OUT-LINE-2
           MOVE ADDR-LINE-3 TO OUT-LINE-3
           MOVE ADDR-TOWN TO OUT-TOWN
           MOVE ADDR-POSTCODE TO OUT-POSTCODE
           MOVE ADDR-COUNTRY TO OUT-COUNTRY
           MOVE OUT-REC TO WS-MAIL-REC.

           EXIT.

       PARA-FIND-IN-FORCE.
           *> Latest effective date not after the as-of date.
           MOVE 0 TO WS-LK-FOUND-EFF
           MOVE "N" TO WS-LK-EOF
           MOVE WS-LK-CUST TO ADDR-CUST
           MOVE ZEROES TO ADDR-EFF-DATE
           START ADDR-FILE KEY >= ADDR-KEY
               INVALID KEY
                   SET LK-EOF TO TRUE
           END-START
           PERFORM UNTIL LK-EOF
               READ ADDR-FILE NEXT
                   AT END
                       SET LK-EOF TO TRUE
                   NOT AT END
                       IF ADDR-CUST NOT = WS-LK-CUST
                           OR ADDR-EFF-DATE > WS-LK-ASOF
                           SET LK-EOF TO TRUE
                       ELSE
                           MOVE ADDR-EFF-DATE TO WS-LK-FOUND-EFF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-LK-FOUND-EFF > 0
               MOVE WS-LK-CUST TO ADDR-CUST
               MOVE WS-LK-FOUND-EFF TO ADDR-EFF-DATE
               READ ADDR-FILE
                   INVALID KEY
                       MOVE 0 TO WS-LK-FOUND-EFF
               END-READ
           END-IF.

           EXIT.

       PARA-SORT-OUTPUT.
           *> The first record of each group is its pack; the rest
           *> of a household, and any repeat of a customer, are
           *> combined into it.
           MOVE SPACES TO WS-GRP-CUR
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK
                   AT END
                       SET SORT-EOF TO TRUE
                   NOT AT END
                       IF SR-GROUP NOT = WS-GRP-CUR
                           PERFORM PARA-WRITE-PACK
                           MOVE SR-GROUP TO WS-GRP-CUR
                           MOVE SR-KEY TO WS-GRP-LAST-KEY
                           MOVE SR-CLASS-IX TO WS-GRP-CLASS-IX
                           MOVE SR-MAIL TO WS-GRP-MAIL
                           MOVE 1 TO WS-GRP-SIZE
                       ELSE
                           MOVE SR-CLASS-IX TO WS-CL-IDX
                           ADD 1 TO WS-CL-COMBINED(WS-CL-IDX)
                           IF SR-KEY NOT = WS-GRP-LAST-KEY
                               AND WS-GRP-SIZE < 99
                               ADD 1 TO WS-GRP-SIZE
                           END-IF
                           MOVE SR-KEY TO WS-GRP-LAST-KEY
                       END-IF
               END-RETURN
           END-PERFORM
           PERFORM PARA-WRITE-PACK.

           EXIT.

       PARA-WRITE-PACK.
           IF WS-GRP-CUR = SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE WS-GRP-MAIL TO OUT-REC
           MOVE WS-GRP-SIZE TO OUT-PACK-SIZE
           WRITE OUT-REC
           ADD 1 TO WS-CNT-PACKS
           ADD 1 TO WS-CL-MAILED(WS-GRP-CLASS-IX).

           EXIT.

       PARA-WRITE-CONTROL-SHEET.
           MOVE "S" TO WS-RS-FUNC
           MOVE "MAIL-HOUSE EXTRACT CONTROL SHEET" TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "H" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           STRING "MAIL|ASOF="    DELIMITED BY SIZE
                  WS-ASOF         DELIMITED BY SIZE
                  "|HOUSEHOLD="   DELIMITED BY SIZE
                  WS-HOUSEHOLD    DELIMITED BY SIZE
                  "|PARTNER="     DELIMITED BY SIZE
                  WS-PARTNER      DELIMITED BY SPACE
                  "|OUTPUT="      DELIMITED BY SIZE
                  WS-OUT-PATH(1:40) DELIMITED BY SPACE
                  INTO WS-RS-TEXT
           END-STRING
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE SPACES TO WS-RS-TEXT
           MOVE "CLASS" TO WS-RS-TEXT(1:10)
           MOVE "      READ    MAILED  COMBINED  SUPPRESS" TO
               WS-RS-TEXT(11:40)
           MOVE "   UNDELIV   NO-ADDR  INACTIVE  NOT-MAST" TO
               WS-RS-TEXT(51:40)
           MOVE "   NO-NAME" TO WS-RS-TEXT(91:10)
           MOVE "MEANING" TO WS-RS-TEXT(103:7)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT

           INITIALIZE WS-TOT-TAB
           PERFORM VARYING WS-CL-IDX FROM 1 BY 1
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               IF WS-CL-SEL(WS-CL-IDX) = "Y"
                   MOVE WS-CL-READ(WS-CL-IDX) TO WS-ROW-N(1)
                   MOVE WS-CL-MAILED(WS-CL-IDX) TO WS-ROW-N(2)
                   MOVE WS-CL-COMBINED(WS-CL-IDX) TO WS-ROW-N(3)
                   MOVE WS-CL-SUPP(WS-CL-IDX) TO WS-ROW-N(4)
                   MOVE WS-CL-UNDELIV(WS-CL-IDX) TO WS-ROW-N(5)
                   MOVE WS-CL-NOADDR(WS-CL-IDX) TO WS-ROW-N(6)
                   MOVE WS-CL-INACTIVE(WS-CL-IDX) TO WS-ROW-N(7)
                   MOVE WS-CL-NOTMAST(WS-CL-IDX) TO WS-ROW-N(8)
                   MOVE WS-CL-NONAME(WS-CL-IDX) TO WS-ROW-N(9)
                   MOVE SPACES TO WS-RPT-LINE
                   MOVE WS-CL-NAME(WS-CL-IDX) TO WS-RPT-LINE(1:10)
                   PERFORM PARA-EDIT-ROW
                   MOVE WS-CL-NAME(WS-CL-IDX) TO WS-RC-CODE
                   MOVE WS-ASOF TO WS-RC-ASOF
                   CALL "REFCODESUB" USING WS-RC-TYPE WS-RC-CODE
                       WS-RC-ASOF WS-RC-DESC WS-RC-STATUS
                   MOVE WS-RC-DESC TO WS-RPT-LINE(103:30)
                   PERFORM PARA-RPT-DETAIL
                   DISPLAY "CLASS|NAME=" WS-CL-NAME(WS-CL-IDX)
                           "|READ=" WS-CL-READ(WS-CL-IDX)
                           "|MAILED=" WS-CL-MAILED(WS-CL-IDX)
                           "|COMBINED=" WS-CL-COMBINED(WS-CL-IDX)
                           "|SUPPRESSED=" WS-CL-SUPP(WS-CL-IDX)
                           "|UNDELIVERABLE=" WS-CL-UNDELIV(WS-CL-IDX)
                           "|NO-ADDRESS=" WS-CL-NOADDR(WS-CL-IDX)
                           "|INACTIVE=" WS-CL-INACTIVE(WS-CL-IDX)
                           "|NOT-ON-MASTER=" WS-CL-NOTMAST(WS-CL-IDX)
                           "|NO-NAME=" WS-CL-NONAME(WS-CL-IDX)
                   PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                           UNTIL WS-TOT-IDX > 9
                       ADD WS-ROW-N(WS-TOT-IDX)
                           TO WS-TOT-N(WS-TOT-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM

           MOVE WS-TOT-TAB TO WS-ROW-TAB
           MOVE SPACES TO WS-RPT-LINE
           MOVE "TOTAL" TO WS-RPT-LINE(1:10)
           PERFORM PARA-EDIT-ROW
           PERFORM PARA-RPT-TOTAL

           MOVE SPACES TO WS-RPT-LINE
           STRING "TOTALS|READ="      DELIMITED BY SIZE
                  WS-CNT-READ         DELIMITED BY SIZE
                  "|PACKS="           DELIMITED BY SIZE
                  WS-CNT-PACKS        DELIMITED BY SIZE
                  "|DROPPED="         DELIMITED BY SIZE
                  WS-CNT-DROPPED      DELIMITED BY SIZE
                  "|MISSING-FILES="   DELIMITED BY SIZE
                  WS-CNT-MISSING-FILES DELIMITED BY SIZE
                  INTO WS-RPT-LINE
           END-STRING
           PERFORM PARA-RPT-TOTAL
           MOVE "E" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT
           MOVE "R" TO WS-RS-FUNC
           MOVE SPACES TO WS-RS-TEXT
           MOVE "MAILCONTROL" TO WS-RS-TEXT(1:16)
           MOVE WS-RH-PROGRAM TO WS-RS-TEXT(17:16)
           MOVE WS-ASOF TO WS-RS-TEXT(33:8)
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT.

           EXIT.

       PARA-EDIT-ROW.
           PERFORM VARYING WS-TOT-IDX FROM 1 BY 1
                   UNTIL WS-TOT-IDX > 9
               MOVE WS-ROW-N(WS-TOT-IDX) TO WS-RL-COUNT
               COMPUTE WS-RL-COL = 14 + (WS-TOT-IDX - 1) * 10
               MOVE WS-RL-COUNT TO WS-RPT-LINE(WS-RL-COL:7)
           END-PERFORM.

           EXIT.

       PARA-RPT-DETAIL.
           MOVE "D" TO WS-RS-FUNC
           MOVE WS-RPT-LINE TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT.

           EXIT.

       PARA-RPT-TOTAL.
           MOVE "T" TO WS-RS-FUNC
           MOVE WS-RPT-LINE TO WS-RS-TEXT
           CALL "REPORTSUB" USING WS-RS-FUNC WS-RPT-PATH WS-RS-TEXT.

           EXIT.

       PARA-PACKAGE.
           *> Wrap the extract for the mail house and register it for
           *> transmission; nothing is packaged from an empty run.
           IF WS-CNT-PACKS = 0
               DISPLAY "PACK|RESULT=NOTHING-TO-PACKAGE|PARTNER="
                       WS-PARTNER
               EXIT PARAGRAPH
           END-IF
           MOVE "PACK_PARTNER" TO WS-ENV-NAME
           MOVE SPACES TO WS-ENV-VALUE
           MOVE WS-PARTNER TO WS-ENV-VALUE
           PERFORM PARA-SET-ENVIRONMENT
           MOVE "PACK_INPUT" TO WS-ENV-NAME
           MOVE WS-OUT-PATH TO WS-ENV-VALUE
           PERFORM PARA-SET-ENVIRONMENT
           MOVE "PACK_DATE" TO WS-ENV-NAME
           MOVE SPACES TO WS-ENV-VALUE
           MOVE WS-ASOF TO WS-ENV-VALUE(1:8)
           PERFORM PARA-SET-ENVIRONMENT

           MOVE 0 TO RETURN-CODE
           CALL "PARTNERPACK"
               ON EXCEPTION
                   DISPLAY "PACK|RESULT=PACKAGER-NOT-FOUND"
                   MOVE 8 TO RETURN-CODE
           END-CALL
           CANCEL "PARTNERPACK"
           IF RETURN-CODE >= 8
               DISPLAY "ERROR|REASON=PACKAGING-FAILED|PARTNER="
                       WS-PARTNER "|PATH=" WS-OUT-PATH(1:40)
               SET PACK-FAILED TO TRUE
           END-IF
           MOVE 0 TO RETURN-CODE.

           EXIT.

       PARA-SET-ENVIRONMENT.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-NAME
           DISPLAY WS-ENV-VALUE UPON ENVIRONMENT-VALUE.

           EXIT.
