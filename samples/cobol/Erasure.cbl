      *> The run ends with the certificate of deletion the privacy
      *> office files: every file touched with the records affected,
      *> and every file searched with no match.
      *>
      *> The legal-hold register is consulted first (LEGALHOLDSUB):
      *> a customer under hold is not erased at all, and a file
      *> under hold is left untouched; either refusal is recorded on
      *> the certificate with the case reference. A register that
      *> cannot be read refuses the erasure outright.
      *>
      *> The run is made under the operator in ERASE_OPERATOR, who
      *> must sign on through OPERSUB with the ERASURE authority;
      *> the certificate names that operator.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FD  IDX-FILE.
       01  IDX-REC.
           05 IDX-KEY           PIC 9(4).
           05 IDX-REST          PIC X(116).

       FD  CERT-FILE.
       01  CERT-REC             PIC X(120).
       01  WS-CNT-TOUCHED       PIC 9(3) VALUE 0.
       01  WS-CNT-AFFECTED      PIC 9(6) VALUE 0.
       01  WS-CNT-MISSING       PIC 9(3) VALUE 0.
       01  WS-CNT-HELD          PIC 9(3) VALUE 0.
       01  WS-HOLD-ERROR        PIC X VALUE "N".
           88 HOLD-UNKNOWN       VALUE "Y".

       *> LEGALHOLDSUB parameter block.
       01  WS-LH-TYPE           PIC X(1).
       01  WS-LH-TARGET         PIC X(40).
       01  WS-LH-CASE           PIC X(12).
       01  WS-LH-STATUS         PIC XX.

       *> LOCKSUB parameter block: the indexed-master delete holds
       *> the shared master lock.
       01  WS-LOCK-HOLDER       PIC X(40).
       01  WS-LOCK-STATUS       PIC XX.

       *> Operator sign-on (OPERSUB).
       01  WS-OPERATOR          PIC X(3) VALUE SPACES.
       01  WS-OP-ACTION         PIC X(1).
       01  WS-OP-PROGRAM        PIC X(16) VALUE "ERASUREPROGRAM".
       01  WS-OP-FUNCTION       PIC X(12).
       01  WS-OP-NAME           PIC X(30).
       01  WS-OP-STATUS         PIC XX.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "ERASUREPROGRAM".
               MOVE "erasure-certificate.txt" TO WS-CERT-PATH
           END-IF.

           *> Only an operator holding ERASURE may run it; a refusal
           *> leaves every file, the certificate included, untouched.
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "ERASE_OPERATOR".
           MOVE "S" TO WS-OP-ACTION
           MOVE SPACES TO WS-OP-FUNCTION
           CALL "OPERSUB" USING WS-OP-ACTION WS-OPERATOR
               WS-OP-PROGRAM WS-OP-FUNCTION WS-OP-NAME WS-OP-STATUS
           IF WS-OP-STATUS = "00"
               MOVE "A" TO WS-OP-ACTION
               MOVE "ERASURE" TO WS-OP-FUNCTION
               CALL "OPERSUB" USING WS-OP-ACTION WS-OPERATOR
                   WS-OP-PROGRAM WS-OP-FUNCTION WS-OP-NAME
                   WS-OP-STATUS
           END-IF
           IF WS-OP-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=OPERATOR-REFUSED|OPER="
                       WS-OPERATOR "|FUNCTION=ERASURE|STATUS="
                       WS-OP-STATUS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           OPEN OUTPUT CERT-FILE.
           MOVE SPACES TO CERT-REC
           STRING "CERTIFICATE|KEY=" DELIMITED BY SIZE
                  WS-RUN-DATE        DELIMITED BY SIZE
                  "|TIME="           DELIMITED BY SIZE
                  WS-RUN-TIME        DELIMITED BY SIZE
                  "|OPER="           DELIMITED BY SIZE
                  WS-OPERATOR        DELIMITED BY SIZE
                  INTO CERT-REC
           END-STRING
           WRITE CERT-REC.

           *> A customer under legal hold is refused before any file
           *> is opened.
           MOVE "C" TO WS-LH-TYPE
           MOVE WS-ERASE-KEY TO WS-LH-TARGET
           CALL "LEGALHOLDSUB" USING WS-LH-TYPE WS-LH-TARGET
               WS-RUN-DATE WS-LH-CASE WS-LH-STATUS
           IF WS-LH-STATUS = "10"
               ADD 1 TO WS-CNT-HELD
               MOVE SPACES TO CERT-REC
               STRING "REFUSED|REASON=LEGAL-HOLD|KEY=" DELIMITED BY SIZE
                      WS-ERASE-KEY       DELIMITED BY SIZE
                      "|CASE="           DELIMITED BY SIZE
                      WS-LH-CASE         DELIMITED BY SIZE
                      INTO CERT-REC
               END-STRING
               WRITE CERT-REC
               DISPLAY CERT-REC(1:90)
               PERFORM PARA-WRITE-TOTALS
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.
           IF WS-LH-STATUS NOT = "00"
               MOVE SPACES TO CERT-REC
               STRING "REFUSED|REASON=HOLD-REGISTER-UNREADABLE|KEY="
                                         DELIMITED BY SIZE
                      WS-ERASE-KEY       DELIMITED BY SIZE
                      INTO CERT-REC
               END-STRING
               WRITE CERT-REC
               DISPLAY CERT-REC(1:90)
               PERFORM PARA-WRITE-TOTALS
               SET HOLD-UNKNOWN TO TRUE
               PERFORM PARA-RECORD-RUN
               GOBACK
           END-IF.

           OPEN INPUT DISP-FILE.
           IF WS-DISP-FS NOT = "00"
               DISPLAY "ERROR|REASON=DISPOSITION-NOT-FOUND|PATH="
           END-PERFORM.
           CLOSE DISP-FILE.

           PERFORM PARA-WRITE-TOTALS

           PERFORM PARA-RECORD-RUN.

           GOBACK.

       PARA-WRITE-TOTALS.
           MOVE SPACES TO CERT-REC
           STRING "TOTALS|FILES=" DELIMITED BY SIZE
                  WS-CNT-FILES    DELIMITED BY SIZE
                  WS-CNT-AFFECTED DELIMITED BY SIZE
                  "|MISSING-FILES=" DELIMITED BY SIZE
                  WS-CNT-MISSING  DELIMITED BY SIZE
                  "|HELD="        DELIMITED BY SIZE
                  WS-CNT-HELD     DELIMITED BY SIZE
                  INTO CERT-REC
           END-STRING
           WRITE CERT-REC
           CLOSE CERT-FILE

           DISPLAY "ERASURE|KEY=" WS-ERASE-KEY
                   "|FILES=" WS-CNT-FILES
                   "|TOUCHED=" WS-CNT-TOUCHED
                   "|RECORDS=" WS-CNT-AFFECTED
                   "|HELD=" WS-CNT-HELD.

           EXIT.

       PARA-RECORD-RUN.
           MOVE WS-DISP-PATH(1:40) TO WS-RH-IN
           MOVE WS-CERT-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-FILES TO WS-RH-READ
           MOVE WS-CNT-AFFECTED TO WS-RH-WRITTEN
           COMPUTE WS-RH-REJECTED = WS-CNT-MISSING + WS-CNT-HELD
           IF HOLD-UNKNOWN
               MOVE 8 TO RETURN-CODE
           END-IF
           EVALUATE TRUE
               WHEN RETURN-CODE >= 8
                   MOVE "FAILED" TO WS-RH-STATUS
           MOVE 0 TO WS-AFFECTED
           MOVE "NO-MATCH" TO WS-RESULT

           *> A file frozen for litigation is not rewritten.
           MOVE "F" TO WS-LH-TYPE
           MOVE ER-PATH TO WS-LH-TARGET
           CALL "LEGALHOLDSUB" USING WS-LH-TYPE WS-LH-TARGET
               WS-RUN-DATE WS-LH-CASE WS-LH-STATUS
           IF WS-LH-STATUS NOT = "00"
               IF WS-LH-STATUS = "10"
                   MOVE "HELD" TO WS-RESULT
               ELSE
                   MOVE "HOLD-UNKNOWN" TO WS-RESULT
                   SET HOLD-UNKNOWN TO TRUE
               END-IF
               ADD 1 TO WS-CNT-HELD
               MOVE SPACES TO CERT-REC
               STRING "FILE|PATH="  DELIMITED BY SIZE
                      ER-PATH       DELIMITED BY SIZE
                      "|METHOD="    DELIMITED BY SIZE
                      WS-METHOD     DELIMITED BY SIZE
                      "|RECORDS="   DELIMITED BY SIZE
                      WS-AFFECTED   DELIMITED BY SIZE
                      "|RESULT="    DELIMITED BY SIZE
                      WS-RESULT     DELIMITED BY SIZE
                      "|CASE="      DELIMITED BY SIZE
                      WS-LH-CASE    DELIMITED BY SIZE
                      INTO CERT-REC
               END-STRING
               WRITE CERT-REC
               DISPLAY CERT-REC(1:110)
               EXIT PARAGRAPH
           END-IF

           EVALUATE WS-METHOD
               WHEN "I"
                   PERFORM PARA-ERASE-INDEXED
