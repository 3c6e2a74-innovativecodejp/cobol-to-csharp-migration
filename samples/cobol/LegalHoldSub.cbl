       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEGALHOLDSUB.

      *> Shared legal-hold check against the register LEGALHOLD
      *> maintains (LEGAL_HOLDS, default legal-holds.txt). Any run
      *> about to destroy data asks here first.
      *>
      *> LK-TYPE:   C = customer key, F = file name.
      *> LK-TARGET: the customer key or file name being disposed of.
      *> LK-ASOF:   the date the hold is judged at.
      *> LK-CASE:   on a hit, the case reference of the hold.
      *> LK-STATUS: 00 = not held, 10 = held,
      *>            90 = the register exists but could not be read
      *>                 (callers must refuse to dispose of data).
      *>
      *> A hold is in force while it is not released and its release
      *> date (zero = until released) has not passed. A customer
      *> hold matches the key exactly; a file hold matches the name
      *> exactly or, when its target ends in "*", as a prefix. An
      *> absent register (status 35) holds nothing; any other open
      *> failure is returned as 90, never as "not held".

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO DYNAMIC WS-HOLD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-HOLD-FS.

       DATA DIVISION.
       FILE SECTION.
       *> The LEGALHOLD register layout.
       FD  HOLD-FILE.
       01  HOLD-REC.
           05 LH-TYPE           PIC X(1).
           05 LH-TARGET         PIC X(40).
           05 LH-CASE           PIC X(12).
           05 LH-PLACED         PIC 9(8).
           05 LH-RELEASE        PIC 9(8).
           05 LH-STATUS         PIC X(1).
           05 LH-STATUS-DATE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-PATH         PIC X(260).
       01  WS-HOLD-FS           PIC XX.
       01  WS-HOLD-EOF          PIC X VALUE "N".
           88 HOLD-EOF           VALUE "Y".
       01  WS-PREFIX-LEN        PIC 9(2) VALUE 0.

       LINKAGE SECTION.
       01  LK-TYPE              PIC X(1).
       01  LK-TARGET            PIC X(40).
       01  LK-ASOF              PIC 9(8).
       01  LK-CASE              PIC X(12).
       01  LK-STATUS            PIC XX.

       PROCEDURE DIVISION USING LK-TYPE LK-TARGET LK-ASOF LK-CASE
                                LK-STATUS.
           MOVE "00" TO LK-STATUS
           MOVE SPACES TO LK-CASE

           MOVE "legal-holds.txt" TO WS-HOLD-PATH
           ACCEPT WS-HOLD-PATH FROM ENVIRONMENT "LEGAL_HOLDS"
           IF WS-HOLD-PATH = SPACES
               MOVE "legal-holds.txt" TO WS-HOLD-PATH
           END-IF

           MOVE "N" TO WS-HOLD-EOF
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FS = "35"
               GOBACK
           END-IF
           IF WS-HOLD-FS NOT = "00"
               MOVE "90" TO LK-STATUS
               DISPLAY "LEGALHOLDSUB|RESULT=REGISTER-UNREADABLE|PATH="
                       WS-HOLD-PATH(1:40) "|STATUS=" WS-HOLD-FS
               GOBACK
           END-IF
           PERFORM UNTIL HOLD-EOF OR LK-STATUS = "10"
               READ HOLD-FILE
                   AT END
                       SET HOLD-EOF TO TRUE
                   NOT AT END
                       PERFORM PARA-CHECK-HOLD
               END-READ
           END-PERFORM
           CLOSE HOLD-FILE

           GOBACK.

       PARA-CHECK-HOLD.
           IF LH-TYPE NOT = LK-TYPE
               OR LH-STATUS NOT = "H"
               EXIT PARAGRAPH
           END-IF
           IF LH-RELEASE NOT = 0 AND LH-RELEASE < LK-ASOF
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PREFIX-LEN
           INSPECT LH-TARGET TALLYING WS-PREFIX-LEN
               FOR CHARACTERS BEFORE INITIAL "*"
           IF LH-TYPE = "F" AND WS-PREFIX-LEN > 0
               AND WS-PREFIX-LEN < 40
               IF LK-TARGET(1:WS-PREFIX-LEN)
                   = LH-TARGET(1:WS-PREFIX-LEN)
                   MOVE "10" TO LK-STATUS
                   MOVE LH-CASE TO LK-CASE
               END-IF
           ELSE
               IF LK-TARGET = LH-TARGET
                   MOVE "10" TO LK-STATUS
                   MOVE LH-CASE TO LK-CASE
               END-IF
           END-IF.

           EXIT.
