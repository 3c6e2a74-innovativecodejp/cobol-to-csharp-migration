       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCODESUB.

      *> Shared lookup against the central reference-code table
      *> REFCODEMAINT maintains (REFCODE_FILE, default
      *> refcodes.dat), so a code is checked and described in one
      *> place instead of in literal lists in each program.
      *>
      *> LK-TYPE:   the code type - CLASS, TIER, SUPPRESS, ALERT,
      *>            REJECT.
      *> LK-CODE:   the code being checked.
      *> LK-ASOF:   the date the code must be valid on; zero takes
      *>            today.
      *> LK-DESC:   on return, the code's description (blank when
      *>            the code is not on the table).
      *> LK-STATUS: 00 = valid on the date,
      *>            10 = not on the table,
      *>            20 = on the table but not valid on the date,
      *>            90 = the table could not be opened.
      *>
      *> The table is opened on the first call and kept open for
      *> the rest of the run; a table that cannot be opened is not
      *> retried.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RCOD-FILE ASSIGN TO DYNAMIC WS-RCOD-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS RCOD-KEY
               FILE STATUS  IS WS-RCOD-FS.

       DATA DIVISION.
       FILE SECTION.
       *> The REFCODEMAINT reference-code layout.
       FD  RCOD-FILE.
       01  RCOD-REC.
           05 RCOD-KEY.
               10 RCOD-TYPE     PIC X(8).
               10 RCOD-CODE     PIC X(30).
           05 RCOD-DESC         PIC X(40).
           05 RCOD-FROM         PIC 9(8).
           05 RCOD-TO           PIC 9(8).
           05 RCOD-MAINT-DATE   PIC 9(8).

       WORKING-STORAGE SECTION.
       01  WS-RCOD-PATH         PIC X(260).
       01  WS-RCOD-FS           PIC XX.
       01  WS-TABLE-STATE       PIC X VALUE "N".
           88 TABLE-NOT-TRIED    VALUE "N".
           88 TABLE-OPEN         VALUE "Y".
           88 TABLE-MISSING      VALUE "F".
       01  WS-ASOF              PIC 9(8) VALUE 0.

       LINKAGE SECTION.
       01  LK-TYPE              PIC X(8).
       01  LK-CODE              PIC X(30).
       01  LK-ASOF              PIC 9(8).
       01  LK-DESC              PIC X(40).
       01  LK-STATUS            PIC XX.

       PROCEDURE DIVISION USING LK-TYPE LK-CODE LK-ASOF LK-DESC
                                LK-STATUS.
           MOVE SPACES TO LK-DESC

           IF TABLE-NOT-TRIED
               MOVE "refcodes.dat" TO WS-RCOD-PATH
               ACCEPT WS-RCOD-PATH FROM ENVIRONMENT "REFCODE_FILE"
               IF WS-RCOD-PATH = SPACES
                   MOVE "refcodes.dat" TO WS-RCOD-PATH
               END-IF
               OPEN INPUT RCOD-FILE
               IF WS-RCOD-FS = "00"
                   SET TABLE-OPEN TO TRUE
               ELSE
                   SET TABLE-MISSING TO TRUE
                   DISPLAY "REFCODE|WARN=TABLE-NOT-FOUND|PATH="
                           WS-RCOD-PATH(1:40) "|STATUS=" WS-RCOD-FS
               END-IF
           END-IF

           IF TABLE-MISSING
               MOVE "90" TO LK-STATUS
               GOBACK
           END-IF

           MOVE LK-ASOF TO WS-ASOF
           IF WS-ASOF = 0
               ACCEPT WS-ASOF FROM DATE YYYYMMDD
           END-IF

           MOVE LK-TYPE TO RCOD-TYPE
           MOVE LK-CODE TO RCOD-CODE
           READ RCOD-FILE
               INVALID KEY
                   MOVE "10" TO LK-STATUS
               NOT INVALID KEY
                   MOVE RCOD-DESC TO LK-DESC
                   IF WS-ASOF < RCOD-FROM OR WS-ASOF > RCOD-TO
                       MOVE "20" TO LK-STATUS
                   ELSE
                       MOVE "00" TO LK-STATUS
                   END-IF
           END-READ

           GOBACK.
