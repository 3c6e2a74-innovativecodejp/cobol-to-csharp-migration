       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSEHOLD.

      *> Householding run: groups the customers on MVP14PROGRAM's
      *> master who live at the same address under the same surname,
      *> so marketing sends one pack per household rather than three
      *> to the same door.
      *>
      *> The grouping key is the address in force (from ADDRMAINT's
      *> address file) upper-cased with MVP05PROGRAM's conversion
      *> tables and squeezed of spaces and punctuation - address
      *> lines 1-2, postcode and country - followed by the surname's
      *> Soundex code as NAMEMATCH computes it, so "12 High St." and
      *> "12 HIGH ST" with SMITH/SMYTH fall together.
      *>
      *> Household ids persist: the previous run's household file is
      *> read first, and each new group takes over the previous id
      *> held by most of its members (if no earlier group has taken
      *> it). Groups drawing members from more than one previous
      *> household are reported as MERGED, previous households whose
      *> members now sit in more than one group as SPLIT, and every
      *> customer whose id changed as MOVED. The head of household is
      *> the previous head if still a member, otherwise the oldest
      *> member with a known birthdate, otherwise the lowest key.
      *> Customers with no surname or no address in force are left
      *> out and counted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO DYNAMIC WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IDX-KEY
               ALTERNATE RECORD KEY IS IDX-TEXT WITH DUPLICATES
               FILE STATUS  IS WS-IDX-FS.
           SELECT ADDR-FILE ASSIGN TO DYNAMIC WS-ADDR-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ADDR-KEY
               FILE STATUS  IS WS-ADDR-FS.
           SELECT HHF-FILE ASSIGN TO DYNAMIC WS-HHF-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-HHF-FS.
           SELECT CHG-FILE ASSIGN TO DYNAMIC WS-CHG-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CHG-FS.
           SELECT SORT-WORK ASSIGN TO "household-work".

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
           05 ADDR-STATUS-DATE   PIC 9(8).
           05 ADDR-MAINT-DATE    PIC 9(8).

       *> Household file: one record per member, grouped by
       *> household id. Read at start of run as the previous
       *> generation, then rewritten.
       FD  HHF-FILE.
       01  HHF-REC.
           05 HHF-ID             PIC 9(8).
           05 HHF-HEAD           PIC 9(4).
           05 HHF-MEMBER         PIC 9(4).
           05 HHF-SIZE           PIC 9(2).
           05 HHF-SCODE          PIC X(4).
           05 HHF-POSTCODE       PIC X(10).
           05 HHF-ASOF           PIC 9(8).

       *> Split/merge report against the previous run.
       FD  CHG-FILE.
       01  CHG-REC               PIC X(100).

       *> The sort carries the grouping key ahead of the customer
       *> key so each household's members arrive together in key
       *> order.
       SD  SORT-WORK.
       01  SORT-REC.
           05 SR-GROUP.
               10 SR-ADDRESS     PIC X(70).
               10 SR-COUNTRY     PIC X(2).
               10 SR-SCODE       PIC X(4).
           05 SR-KEY             PIC 9(4).
           05 SR-BIRTHDATE       PIC 9(8).
           05 SR-POSTCODE        PIC X(10).

       WORKING-STORAGE SECTION.
       01  WS-IDX-PATH          PIC X(260).
       01  WS-IDX-FS            PIC XX.
       01  WS-ADDR-PATH         PIC X(260).
       01  WS-ADDR-FS           PIC XX.
       01  WS-HHF-PATH          PIC X(260).
       01  WS-HHF-FS            PIC XX.
       01  WS-CHG-PATH          PIC X(260).
       01  WS-CHG-FS            PIC XX.
       01  WS-ASOF              PIC 9(8) VALUE 0.
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                VALUE "Y".
       01  WS-SORT-EOF          PIC X VALUE "N".
           88 SORT-EOF           VALUE "Y".

       *> Previous run's households: one entry per previous id, and
       *> per customer (subscript key + 1) the entry it belonged to.
       *> WS-OLD-LAST-NEW / WS-OLD-NEW-COUNT count the distinct new
       *> households its members went to; more than one is a split.
       01  WS-OLD-COUNT         PIC 9(5) VALUE 0.
       01  WS-OLD-IX            PIC 9(5) VALUE 0.
       01  WS-OLD-TAB.
           05 WS-OLD-ENTRY OCCURS 10000 TIMES.
               10 WS-OLD-ID      PIC 9(8).
               10 WS-OLD-HEAD    PIC 9(4).
               10 WS-OLD-CLAIMED PIC X(1).
               10 WS-OLD-LAST-NEW PIC 9(8).
               10 WS-OLD-NEW-COUNT PIC 9(4).
       01  WS-CUST-TAB.
           05 WS-CUST-OLD-IX OCCURS 10000 TIMES PIC 9(5).
       01  WS-NEXT-ID           PIC 9(8) VALUE 1.

       *> The household being assembled from the sorted stream.
       01  WS-GRP-CUR           PIC X(76).
       01  WS-GRP-POSTCODE      PIC X(10).
       01  WS-GRP-COUNT         PIC 9(2) VALUE 0.
       01  WS-GRP-TAB.
           05 WS-GRP-ENTRY OCCURS 99 TIMES.
               10 WS-GRP-KEY     PIC 9(4).
               10 WS-GRP-BIRTH   PIC 9(8).
       01  WS-GRP-I             PIC 9(2) VALUE 0.
       01  WS-GRP-J             PIC 9(2) VALUE 0.
       01  WS-GRP-ID            PIC 9(8) VALUE 0.
       01  WS-GRP-HEAD          PIC 9(4) VALUE 0.
       01  WS-GRP-HEAD-BIRTH    PIC 9(8) VALUE 0.
       01  WS-GRP-DISTINCT      PIC 9(2) VALUE 0.
       01  WS-GRP-SEEN          PIC X VALUE "N".
           88 GRP-SEEN           VALUE "Y".
       01  WS-BEST-IX           PIC 9(5) VALUE 0.
       01  WS-BEST-CNT          PIC 9(2) VALUE 0.
       01  WS-THIS-IX           PIC 9(5) VALUE 0.
       01  WS-THIS-CNT          PIC 9(2) VALUE 0.
       01  WS-MEMBER-OLD-ID     PIC 9(8) VALUE 0.

       *> Address-in-force lookup, as ADDRMAINT does it.
       01  WS-LK-CUST           PIC 9(4) VALUE 0.
       01  WS-LK-ASOF           PIC 9(8) VALUE 0.
       01  WS-LK-FOUND-EFF      PIC 9(8) VALUE 0.
       01  WS-LK-EOF            PIC X VALUE "N".
           88 LK-EOF             VALUE "Y".

       *> Address normalization work fields.
       01  WS-NORM-IN           PIC X(70).
       01  WS-NORM-OUT          PIC X(70).
       01  WS-NORM-POS          PIC 9(2) VALUE 0.
       01  WS-NORM-PTR          PIC 9(2) VALUE 0.

       *> Soundex work fields, as NAMEMATCH codes surnames.
       01  WS-SDX-IN            PIC X(20).
       01  WS-SDX-OUT           PIC X(4).
       01  WS-SDX-POS           PIC 9(2) VALUE 0.
       01  WS-SDX-OUT-PTR       PIC 9(1) VALUE 0.
       01  WS-SDX-CHAR          PIC X(1).
       01  WS-SDX-DIGIT         PIC X(1).
       01  WS-SDX-PREV          PIC X(1).

       *> MVP05PROGRAM's conversion tables, plain A-Z/a-z plus the
       *> accented characters the vendor feed carries.
       01  WS-CONV-UPPER.
           05 FILLER            PIC X(26) VALUE
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           05 FILLER            PIC X(24) VALUE
              "ÀÁÂÃÄÅÈÉÊËÌÍ".
           05 FILLER            PIC X(26) VALUE
              "ÎÏÒÓÔÕÖÙÚÛÜÑÇ".
       01  WS-CONV-LOWER.
           05 FILLER            PIC X(26) VALUE
              "abcdefghijklmnopqrstuvwxyz".
           05 FILLER            PIC X(24) VALUE
              "àáâãäåèéêëìí".
           05 FILLER            PIC X(26) VALUE
              "îïòóôõöùúûüñç".

       01  WS-CNT-READ          PIC 9(6) VALUE 0.
       01  WS-CNT-NO-SURNAME    PIC 9(6) VALUE 0.
       01  WS-CNT-NO-ADDRESS    PIC 9(6) VALUE 0.
       01  WS-CNT-MEMBERS       PIC 9(6) VALUE 0.
       01  WS-CNT-HOUSEHOLDS    PIC 9(6) VALUE 0.
       01  WS-CNT-NEW           PIC 9(6) VALUE 0.
       01  WS-CNT-MERGED        PIC 9(6) VALUE 0.
       01  WS-CNT-SPLIT         PIC 9(6) VALUE 0.
       01  WS-CNT-MOVED         PIC 9(6) VALUE 0.
       01  WS-CNT-PREV          PIC 9(6) VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "HOUSEHOLD".
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

           MOVE "households.txt" TO WS-HHF-PATH.
           ACCEPT WS-HHF-PATH FROM ENVIRONMENT "HOUSEHOLD_FILE".
           IF WS-HHF-PATH = SPACES
               MOVE "households.txt" TO WS-HHF-PATH
           END-IF.

           MOVE "household-changes.txt" TO WS-CHG-PATH.
           ACCEPT WS-CHG-PATH FROM ENVIRONMENT "HOUSEHOLD_CHANGES".
           IF WS-CHG-PATH = SPACES
               MOVE "household-changes.txt" TO WS-CHG-PATH
           END-IF.

           *> Addresses are taken as in force on the processing date.
           ACCEPT WS-ASOF FROM ENVIRONMENT "HOUSEHOLD_ASOF".
           IF WS-ASOF = 0
               ACCEPT WS-ASOF FROM ENVIRONMENT "PROCESS_DATE"
           END-IF.
           IF WS-ASOF = 0
               MOVE WS-RUN-DATE TO WS-ASOF
           END-IF.

           OPEN INPUT IDX-FILE.
           IF WS-IDX-FS NOT = "00"
               DISPLAY "ERROR|REASON=MASTER-NOT-FOUND|PATH="
                       WS-IDX-PATH "|STATUS=" WS-IDX-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ADDR-FILE.
           IF WS-ADDR-FS NOT = "00"
               DISPLAY "ERROR|REASON=ADDRESS-NOT-FOUND|PATH="
                       WS-ADDR-PATH "|STATUS=" WS-ADDR-FS
               MOVE 8 TO RETURN-CODE
               CLOSE IDX-FILE
               GOBACK
           END-IF.

           PERFORM PARA-LOAD-PREVIOUS.

           OPEN OUTPUT CHG-FILE.
           SORT SORT-WORK ON ASCENDING KEY SR-GROUP SR-KEY
               INPUT PROCEDURE IS PARA-SORT-INPUT
               OUTPUT PROCEDURE IS PARA-SORT-OUTPUT.
           PERFORM PARA-REPORT-SPLITS.

           MOVE SPACES TO CHG-REC
           STRING "TOTALS|HOUSEHOLDS=" DELIMITED BY SIZE
                  WS-CNT-HOUSEHOLDS    DELIMITED BY SIZE
                  "|NEW="              DELIMITED BY SIZE
                  WS-CNT-NEW           DELIMITED BY SIZE
                  "|MERGED="           DELIMITED BY SIZE
                  WS-CNT-MERGED        DELIMITED BY SIZE
                  "|SPLIT="            DELIMITED BY SIZE
                  WS-CNT-SPLIT         DELIMITED BY SIZE
                  "|MOVED="            DELIMITED BY SIZE
                  WS-CNT-MOVED         DELIMITED BY SIZE
                  INTO CHG-REC
           END-STRING
           WRITE CHG-REC.
           CLOSE CHG-FILE.

           CLOSE ADDR-FILE.
           CLOSE IDX-FILE.

           DISPLAY "HOUSEHOLD|CUSTOMERS=" WS-CNT-READ
                   "|MEMBERS=" WS-CNT-MEMBERS
                   "|HOUSEHOLDS=" WS-CNT-HOUSEHOLDS
                   "|NO-SURNAME=" WS-CNT-NO-SURNAME
                   "|NO-ADDRESS=" WS-CNT-NO-ADDRESS.
           DISPLAY "CHANGES|NEW=" WS-CNT-NEW
                   "|MERGED=" WS-CNT-MERGED
                   "|SPLIT=" WS-CNT-SPLIT
                   "|MOVED=" WS-CNT-MOVED.

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-IDX-PATH(1:40) TO WS-RH-IN
           MOVE WS-HHF-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-READ TO WS-RH-READ
           MOVE WS-CNT-MEMBERS TO WS-RH-WRITTEN
           MOVE 0 TO WS-RH-REJECTED
           IF RETURN-CODE = 8
               MOVE "FAILED" TO WS-RH-STATUS
           ELSE
               MOVE "COMPLETE" TO WS-RH-STATUS
           END-IF
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

       PARA-LOAD-PREVIOUS.
           *> The household file is written grouped by id, so a
           *> change of id starts the next previous household. No
           *> file yet simply means every household is new.
           INITIALIZE WS-OLD-TAB
           INITIALIZE WS-CUST-TAB
           OPEN INPUT HHF-FILE
           IF WS-HHF-FS NOT = "00"
               DISPLAY "WARN|REASON=NO-PREVIOUS-HOUSEHOLDS|PATH="
                       WS-HHF-PATH(1:40) "|STATUS=" WS-HHF-FS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ HHF-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-PREV
                       PERFORM PARA-LOAD-ONE-PREVIOUS
               END-READ
           END-PERFORM
           CLOSE HHF-FILE.

           EXIT.

       PARA-LOAD-ONE-PREVIOUS.
           IF HHF-ID IS NOT NUMERIC OR HHF-MEMBER IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           IF WS-OLD-COUNT = 0 OR HHF-ID NOT = WS-OLD-ID(WS-OLD-COUNT)
               IF WS-OLD-COUNT >= 10000
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-OLD-COUNT
               MOVE HHF-ID TO WS-OLD-ID(WS-OLD-COUNT)
               MOVE HHF-HEAD TO WS-OLD-HEAD(WS-OLD-COUNT)
               MOVE "N" TO WS-OLD-CLAIMED(WS-OLD-COUNT)
           END-IF
           MOVE WS-OLD-COUNT TO WS-CUST-OLD-IX(HHF-MEMBER + 1)
           IF HHF-ID >= WS-NEXT-ID
               COMPUTE WS-NEXT-ID = HHF-ID + 1
           END-IF.

           EXIT.

       PARA-SORT-INPUT.
           *> Browse the master in key order and release every
           *> customer who has a surname and an address in force.
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
                       PERFORM PARA-RELEASE-CUSTOMER
               END-READ
           END-PERFORM.

           EXIT.

       PARA-RELEASE-CUSTOMER.
           IF IDX-SURNAME = SPACES
               ADD 1 TO WS-CNT-NO-SURNAME
               EXIT PARAGRAPH
           END-IF
           MOVE IDX-KEY TO WS-LK-CUST
           MOVE WS-ASOF TO WS-LK-ASOF
           PERFORM PARA-FIND-IN-FORCE
           IF WS-LK-FOUND-EFF = 0
               ADD 1 TO WS-CNT-NO-ADDRESS
               EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO WS-NORM-IN
           STRING ADDR-LINE-1   DELIMITED BY SIZE
                  ADDR-LINE-2   DELIMITED BY SIZE
                  ADDR-POSTCODE DELIMITED BY SIZE
                  INTO WS-NORM-IN
           END-STRING
           PERFORM PARA-NORMALIZE-ADDRESS

           MOVE IDX-SURNAME TO WS-SDX-IN
           PERFORM PARA-SOUNDEX

           MOVE WS-NORM-OUT TO SR-ADDRESS
           MOVE ADDR-COUNTRY TO SR-COUNTRY
           MOVE WS-SDX-OUT TO SR-SCODE
           MOVE IDX-KEY TO SR-KEY
           MOVE IDX-BIRTHDATE TO SR-BIRTHDATE
           MOVE ADDR-POSTCODE TO SR-POSTCODE
           RELEASE SORT-REC.

           EXIT.

       PARA-NORMALIZE-ADDRESS.
           *> Upper-case with MVP05PROGRAM's tables, blank out
           *> punctuation, then close up every space.
           INSPECT WS-NORM-IN
               CONVERTING WS-CONV-LOWER TO WS-CONV-UPPER
           INSPECT WS-NORM-IN
               CONVERTING ".,-'/#&()" TO "         "
           MOVE SPACES TO WS-NORM-OUT
           MOVE 0 TO WS-NORM-PTR
           PERFORM VARYING WS-NORM-POS FROM 1 BY 1
                   UNTIL WS-NORM-POS > 70
               IF WS-NORM-IN(WS-NORM-POS:1) NOT = SPACE
                   ADD 1 TO WS-NORM-PTR
                   MOVE WS-NORM-IN(WS-NORM-POS:1)
                       TO WS-NORM-OUT(WS-NORM-PTR:1)
               END-IF
           END-PERFORM.

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

       PARA-SOUNDEX.
           *> Classic Soundex: keep the first letter, code the rest
           *> 1-6 by consonant family, drop vowels and H/W, collapse
           *> adjacent repeats, pad with zeros to four characters.
           INSPECT WS-SDX-IN
               CONVERTING WS-CONV-LOWER TO WS-CONV-UPPER
           MOVE "0000" TO WS-SDX-OUT
           MOVE 0 TO WS-SDX-OUT-PTR
           MOVE SPACE TO WS-SDX-PREV

           PERFORM VARYING WS-SDX-POS FROM 1 BY 1
                   UNTIL WS-SDX-POS > 20
                      OR WS-SDX-OUT-PTR >= 4
               MOVE WS-SDX-IN(WS-SDX-POS:1) TO WS-SDX-CHAR
               PERFORM PARA-SOUNDEX-DIGIT
               EVALUATE TRUE
                   WHEN WS-SDX-POS = 1
                       IF WS-SDX-CHAR >= "A" AND WS-SDX-CHAR <= "Z"
                           MOVE 1 TO WS-SDX-OUT-PTR
                           MOVE WS-SDX-CHAR TO WS-SDX-OUT(1:1)
                           MOVE WS-SDX-DIGIT TO WS-SDX-PREV
                       END-IF
                   WHEN WS-SDX-DIGIT = SPACE
                       MOVE SPACE TO WS-SDX-PREV
                   WHEN WS-SDX-DIGIT = "-"
                       CONTINUE
                   WHEN WS-SDX-DIGIT = WS-SDX-PREV
                       CONTINUE
                   WHEN OTHER
                       ADD 1 TO WS-SDX-OUT-PTR
                       MOVE WS-SDX-DIGIT
                           TO WS-SDX-OUT(WS-SDX-OUT-PTR:1)
                       MOVE WS-SDX-DIGIT TO WS-SDX-PREV
               END-EVALUATE
           END-PERFORM.

           EXIT.

       PARA-SOUNDEX-DIGIT.
           *> SPACE = vowel separator (resets the repeat state),
           *> "-" = H/W or non-letter (transparent to repeats).
           EVALUATE WS-SDX-CHAR
               WHEN "B" WHEN "F" WHEN "P" WHEN "V"
                   MOVE "1" TO WS-SDX-DIGIT
               WHEN "C" WHEN "G" WHEN "J" WHEN "K"
               WHEN "Q" WHEN "S" WHEN "X" WHEN "Z"
                   MOVE "2" TO WS-SDX-DIGIT
               WHEN "D" WHEN "T"
                   MOVE "3" TO WS-SDX-DIGIT
               WHEN "L"
                   MOVE "4" TO WS-SDX-DIGIT
               WHEN "M" WHEN "N"
                   MOVE "5" TO WS-SDX-DIGIT
               WHEN "R"
                   MOVE "6" TO WS-SDX-DIGIT
               WHEN "A" WHEN "E" WHEN "I" WHEN "O" WHEN "U"
               WHEN "Y"
                   MOVE SPACE TO WS-SDX-DIGIT
               WHEN OTHER
                   MOVE "-" TO WS-SDX-DIGIT
           END-EVALUATE.

           EXIT.

       PARA-SORT-OUTPUT.
           OPEN OUTPUT HHF-FILE
           MOVE 0 TO WS-GRP-COUNT
           MOVE SPACES TO WS-GRP-CUR
           PERFORM UNTIL SORT-EOF
               RETURN SORT-WORK
                   AT END
                       SET SORT-EOF TO TRUE
                   NOT AT END
                       PERFORM PARA-COLLECT-MEMBER
               END-RETURN
           END-PERFORM
           IF WS-GRP-COUNT > 0
               PERFORM PARA-CLOSE-HOUSEHOLD
           END-IF
           CLOSE HHF-FILE.

           EXIT.

       PARA-COLLECT-MEMBER.
           *> A new grouping key (or a full member table) closes the
           *> household in hand.
           IF WS-GRP-COUNT > 0
               AND (SR-GROUP NOT = WS-GRP-CUR OR WS-GRP-COUNT >= 99)
               PERFORM PARA-CLOSE-HOUSEHOLD
           END-IF
           IF WS-GRP-COUNT = 0
               MOVE SR-GROUP TO WS-GRP-CUR
               MOVE SR-POSTCODE TO WS-GRP-POSTCODE
           END-IF
           ADD 1 TO WS-GRP-COUNT
           MOVE SR-KEY TO WS-GRP-KEY(WS-GRP-COUNT)
           MOVE SR-BIRTHDATE TO WS-GRP-BIRTH(WS-GRP-COUNT).

           EXIT.

       PARA-CLOSE-HOUSEHOLD.
           ADD 1 TO WS-CNT-HOUSEHOLDS
           PERFORM PARA-CHOOSE-ID
           PERFORM PARA-CHOOSE-HEAD
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                   UNTIL WS-GRP-I > WS-GRP-COUNT
               PERFORM PARA-WRITE-MEMBER
           END-PERFORM
           MOVE 0 TO WS-GRP-COUNT.

           EXIT.

       PARA-CHOOSE-ID.
           *> Take over the unclaimed previous id held by the most
           *> members; count the distinct previous households drawn
           *> on so a merge can be reported.
           MOVE 0 TO WS-BEST-IX
           MOVE 0 TO WS-BEST-CNT
           MOVE 0 TO WS-GRP-DISTINCT
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                   UNTIL WS-GRP-I > WS-GRP-COUNT
               MOVE WS-CUST-OLD-IX(WS-GRP-KEY(WS-GRP-I) + 1)
                   TO WS-THIS-IX
               IF WS-THIS-IX > 0
                   MOVE "N" TO WS-GRP-SEEN
                   MOVE 0 TO WS-THIS-CNT
                   PERFORM VARYING WS-GRP-J FROM 1 BY 1
                           UNTIL WS-GRP-J > WS-GRP-COUNT
                       IF WS-CUST-OLD-IX(WS-GRP-KEY(WS-GRP-J) + 1)
                               = WS-THIS-IX
                           ADD 1 TO WS-THIS-CNT
                           IF WS-GRP-J < WS-GRP-I
                               SET GRP-SEEN TO TRUE
                           END-IF
                       END-IF
                   END-PERFORM
                   IF NOT GRP-SEEN
                       ADD 1 TO WS-GRP-DISTINCT
                       IF WS-OLD-CLAIMED(WS-THIS-IX) NOT = "Y"
                           AND WS-THIS-CNT > WS-BEST-CNT
                           MOVE WS-THIS-IX TO WS-BEST-IX
                           MOVE WS-THIS-CNT TO WS-BEST-CNT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-BEST-IX > 0
               MOVE WS-OLD-ID(WS-BEST-IX) TO WS-GRP-ID
               MOVE "Y" TO WS-OLD-CLAIMED(WS-BEST-IX)
           ELSE
               MOVE WS-NEXT-ID TO WS-GRP-ID
               ADD 1 TO WS-NEXT-ID
               ADD 1 TO WS-CNT-NEW
           END-IF

           IF WS-GRP-DISTINCT > 1
               ADD 1 TO WS-CNT-MERGED
               MOVE SPACES TO CHG-REC
               STRING "MERGED|HH="        DELIMITED BY SIZE
                      WS-GRP-ID           DELIMITED BY SIZE
                      "|FROM-HOUSEHOLDS=" DELIMITED BY SIZE
                      WS-GRP-DISTINCT     DELIMITED BY SIZE
                      "|MEMBERS="         DELIMITED BY SIZE
                      WS-GRP-COUNT        DELIMITED BY SIZE
                      INTO CHG-REC
               END-STRING
               WRITE CHG-REC
           END-IF.

           EXIT.

       PARA-CHOOSE-HEAD.
           *> Previous head if still a member; else the oldest
           *> member with a birthdate; else the lowest key.
           MOVE WS-GRP-KEY(1) TO WS-GRP-HEAD
           MOVE 0 TO WS-GRP-HEAD-BIRTH
           PERFORM VARYING WS-GRP-I FROM 1 BY 1
                   UNTIL WS-GRP-I > WS-GRP-COUNT
               IF WS-GRP-BIRTH(WS-GRP-I) > 0
                   AND (WS-GRP-HEAD-BIRTH = 0
                        OR WS-GRP-BIRTH(WS-GRP-I) < WS-GRP-HEAD-BIRTH)
                   MOVE WS-GRP-KEY(WS-GRP-I) TO WS-GRP-HEAD
                   MOVE WS-GRP-BIRTH(WS-GRP-I) TO WS-GRP-HEAD-BIRTH
               END-IF
           END-PERFORM
           IF WS-BEST-IX > 0
               PERFORM VARYING WS-GRP-I FROM 1 BY 1
                       UNTIL WS-GRP-I > WS-GRP-COUNT
                   IF WS-GRP-KEY(WS-GRP-I) = WS-OLD-HEAD(WS-BEST-IX)
                       MOVE WS-GRP-KEY(WS-GRP-I) TO WS-GRP-HEAD
                   END-IF
               END-PERFORM
           END-IF.

           EXIT.

       PARA-WRITE-MEMBER.
           MOVE WS-GRP-ID TO HHF-ID
           MOVE WS-GRP-HEAD TO HHF-HEAD
           MOVE WS-GRP-KEY(WS-GRP-I) TO HHF-MEMBER
           MOVE WS-GRP-COUNT TO HHF-SIZE
           MOVE WS-GRP-CUR(73:4) TO HHF-SCODE
           MOVE WS-GRP-POSTCODE TO HHF-POSTCODE
           MOVE WS-ASOF TO HHF-ASOF
           WRITE HHF-REC
           ADD 1 TO WS-CNT-MEMBERS

           *> Track where each previous household's members went,
           *> and report every customer whose id changed.
           MOVE WS-CUST-OLD-IX(WS-GRP-KEY(WS-GRP-I) + 1)
               TO WS-THIS-IX
           IF WS-THIS-IX > 0
               IF WS-OLD-LAST-NEW(WS-THIS-IX) NOT = WS-GRP-ID
                   ADD 1 TO WS-OLD-NEW-COUNT(WS-THIS-IX)
                   MOVE WS-GRP-ID TO WS-OLD-LAST-NEW(WS-THIS-IX)
               END-IF
               MOVE WS-OLD-ID(WS-THIS-IX) TO WS-MEMBER-OLD-ID
               IF WS-MEMBER-OLD-ID NOT = WS-GRP-ID
                   ADD 1 TO WS-CNT-MOVED
                   MOVE SPACES TO CHG-REC
                   STRING "MOVED|KEY="     DELIMITED BY SIZE
                          HHF-MEMBER       DELIMITED BY SIZE
                          "|OLD-HH="       DELIMITED BY SIZE
                          WS-MEMBER-OLD-ID DELIMITED BY SIZE
                          "|NEW-HH="       DELIMITED BY SIZE
                          WS-GRP-ID        DELIMITED BY SIZE
                          INTO CHG-REC
                   END-STRING
                   WRITE CHG-REC
               END-IF
           END-IF.

           EXIT.

       PARA-REPORT-SPLITS.
           PERFORM VARYING WS-OLD-IX FROM 1 BY 1
                   UNTIL WS-OLD-IX > WS-OLD-COUNT
               IF WS-OLD-NEW-COUNT(WS-OLD-IX) > 1
                   ADD 1 TO WS-CNT-SPLIT
                   MOVE SPACES TO CHG-REC
                   STRING "SPLIT|OLD-HH="          DELIMITED BY SIZE
                          WS-OLD-ID(WS-OLD-IX)     DELIMITED BY SIZE
                          "|INTO-HOUSEHOLDS="      DELIMITED BY SIZE
                          WS-OLD-NEW-COUNT(WS-OLD-IX)
                                                   DELIMITED BY SIZE
                          INTO CHG-REC
                   END-STRING
                   WRITE CHG-REC
               END-IF
           END-PERFORM.

           EXIT.
