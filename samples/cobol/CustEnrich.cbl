       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTENRICH.

      *> Nightly customer-master enrichment. The expanded IDX-REC
      *> carries name, birthdate, gender, tier and balance fields,
      *> but only IDX-CLASS is ever posted by MVP08PROGRAM; this run
      *> fills the rest from the customer-keyed outputs of the
      *> suite and posts them onto the matching master records
      *> under the shared MVP14-MASTER lock:
      *>   - surname and given name from MVP03PROGRAM's name-master
      *>     (NM-CUST-KEY, written when MVP03_KEY_COL is set);
      *>   - birthdate and gender from MVP08PROGRAM's BIRTHDATE-
      *>     layout input (key at MVP08_KEY_COL, default 12);
      *>   - the tier from MVP06PROGRAM's classification history,
      *>     latest as-of date per key;
      *>   - the balance from MVP10PROGRAM's account balance master,
      *>     summed over the accounts ACCTXREF links to the customer;
      *>     where no cross-reference file exists yet, over the
      *>     accounts whose key carries the customer key at
      *>     ENRICH_ACCT_CUST_COL (default 1). Each account balance
      *>     is restated in the base currency (MVP10_BASE_CCY,
      *>     default GBP) at its currency's latest MVP10PROGRAM rate
      *>     (MVP10_RATES) dated on or before the run date; a blank
      *>     account currency is the base. An account whose currency
      *>     has no rate is reported unusable and its customer's
      *>     balance is left as posted rather than part-summed.
      *> Every field that actually changes gets one journal line
      *> with its old and new value; keys with no master record,
      *> and source records that cannot be used, go to the
      *> unmatched report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO DYNAMIC WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS RANDOM
               RECORD KEY   IS IDX-KEY
               ALTERNATE RECORD KEY IS IDX-TEXT WITH DUPLICATES
               FILE STATUS  IS WS-IDX-FS.
           SELECT NAME-FILE ASSIGN TO DYNAMIC WS-NAME-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-NAME-FS.
           SELECT BDAY-FILE ASSIGN TO DYNAMIC WS-BDAY-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-BDAY-FS.
           SELECT CHIST-FILE ASSIGN TO DYNAMIC WS-CHIST-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-CHIST-FS.
           SELECT ABAL-FILE ASSIGN TO DYNAMIC WS-ABAL-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ABAL-KEY
               FILE STATUS  IS WS-ABAL-FS.
           SELECT XREF-FILE ASSIGN TO DYNAMIC WS-XREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS XREF-ACCT
               ALTERNATE RECORD KEY IS XREF-CUST WITH DUPLICATES
               FILE STATUS  IS WS-XREF-FS.
           SELECT JRNL-FILE ASSIGN TO DYNAMIC WS-JRNL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-JRNL-FS.
           SELECT UNM-FILE ASSIGN TO DYNAMIC WS-UNM-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RATE-FILE ASSIGN TO DYNAMIC WS-RATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-RATE-FS.

       DATA DIVISION.
       FILE SECTION.
       *> MVP14PROGRAM's indexed customer master.
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

       *> MVP08PROGRAM BIRTHDATE-layout input line: YYYYMMDD in
       *> columns 1-8, gender in column 10, customer key at the
       *> MVP08PROGRAM key column.
       FD  BDAY-FILE.
       01  BDAY-REC              PIC X(40).

       *> MVP06PROGRAM customer-keyed classification history.
       FD  CHIST-FILE.
       01  CHIST-REC.
           05 CH-TAG            PIC X(3).
           05 CH-KEY            PIC X(10).
           05 CH-ASOF           PIC 9(8).
           05 CH-CLASS          PIC X(10).

       *> MVP10PROGRAM's indexed account-balance master.
       FD  ABAL-FILE.
       01  ABAL-REC.
           05 ABAL-KEY           PIC X(8).
           05 ABAL-BALANCE       PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
           05 ABAL-LAST-DATE     PIC 9(8).
           05 ABAL-COUNT         PIC 9(9).
           05 ABAL-STATUS        PIC X(1).
               88 ABAL-IS-OPEN    VALUE "O".
               88 ABAL-IS-CLOSED  VALUE "C".
           05 ABAL-PRODUCT       PIC X(4).
           05 ABAL-OPEN-DATE     PIC 9(8).
           05 ABAL-CLOSE-DATE    PIC 9(8).
           05 ABAL-CCY           PIC X(3).

       *> ACCTXREF account-to-customer cross-reference.
       FD  XREF-FILE.
       01  XREF-REC.
           05 XREF-ACCT         PIC X(8).
           05 XREF-CUST         PIC 9(4).
           05 XREF-LINK-DATE    PIC 9(8).
           05 XREF-MAINT-DATE   PIC 9(8).

       *> Per-field enrichment journal, appended across runs, one
       *> fixed-layout line per field changed:
       *>   ENR|RUN=<16>|KEY=<4>|FIELD=<10>|OLD=<20>|NEW=<20>
       FD  JRNL-FILE.
       01  JRNL-REC             PIC X(100).

       *> Customer keys with no master record, and source records
       *> whose key or data cannot be used.
       FD  UNM-FILE.
       01  UNM-REC              PIC X(100).

       *> MVP10PROGRAM's exchange rates: date, currency, and the
       *> base-currency value of one unit (9(5)V9(6)).
       FD  RATE-FILE.
       01  RATE-REC.
           05 RATE-DATE          PIC X(8).
           05 RATE-CCY           PIC X(3).
           05 RATE-VALUE         PIC X(11).

       WORKING-STORAGE SECTION.
       01  WS-IDX-PATH          PIC X(260).
       01  WS-IDX-FS            PIC XX.
       01  WS-NAME-PATH         PIC X(260).
       01  WS-NAME-FS           PIC XX.
       01  WS-BDAY-PATH         PIC X(260).
       01  WS-BDAY-FS           PIC XX.
       01  WS-CHIST-PATH        PIC X(260).
       01  WS-CHIST-FS          PIC XX.
       01  WS-ABAL-PATH         PIC X(260).
       01  WS-ABAL-FS           PIC XX.
       01  WS-XREF-PATH         PIC X(260).
       01  WS-XREF-FS           PIC XX.
       01  WS-XREF-OPEN         PIC X VALUE "N".
           88 XREF-OPEN          VALUE "Y".
       01  WS-JRNL-PATH         PIC X(260).
       01  WS-JRNL-FS           PIC XX.
       01  WS-UNM-PATH          PIC X(260).
       01  WS-EOF               PIC X VALUE "N".
           88 EOF                VALUE "Y".

       *> Run timestamp, stamped onto every enriched master record;
       *> the date/time pair doubles as the journal's run id.
       01  WS-RUN-DATE          PIC 9(8) VALUE 0.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-RUN-ID            PIC X(16) VALUE SPACES.

       *> Source-record work fields: the source being applied, the
       *> customer key as carried and as a number, and the reason a
       *> record was set aside.
       01  WS-SOURCE            PIC X(8).
       01  WS-SRC-KEY           PIC X(10).
       01  WS-CUST-KEY          PIC 9(4) VALUE 0.
       01  WS-UNM-REASON        PIC X(12).
       01  WS-BD-KEY-COL        PIC 9(2) VALUE 12.
       01  WS-LINE              PIC X(40).
       01  WS-GENDER            PIC X(1).
       01  WS-MASTER-FOUND      PIC X VALUE "N".
           88 MASTER-FOUND       VALUE "Y".
       01  WS-REC-CHANGED       PIC X VALUE "N".
           88 REC-CHANGED        VALUE "Y".

       *> Per-field journal work fields.
       01  WS-JRN-FIELD         PIC X(10).
       01  WS-JRN-OLD           PIC X(20).
       01  WS-JRN-NEW           PIC X(20).
       01  WS-BAL-ED            PIC -9(9).99.

       *> Tier and balance are accumulated over their whole source
       *> before anything is posted - the classification history
       *> holds every past tier and the balance is a sum over
       *> accounts - so both are tabled by customer key (subscript
       *> = key + 1) and applied in one pass at the end.
       01  WS-CUST-IDX          PIC 9(5) VALUE 0.
       01  WS-TIER-TAB.
           05 WS-TIER-ENTRY OCCURS 10000 TIMES.
               10 WS-TIER-ASOF   PIC 9(8).
               10 WS-TIER-CLASS  PIC X(10).
       01  WS-BAL-TAB.
           05 WS-BAL-ENTRY OCCURS 10000 TIMES.
               10 WS-BAL-SEEN    PIC X(1).
               10 WS-BAL-SUM     PIC S9(11)V99.
       01  WS-ACCT-CUST-COL     PIC 9(1) VALUE 1.
       01  WS-BAL-LIMIT         PIC S9(11)V99 VALUE 999999999.99.

       *> Exchange rates, one entry per currency: the latest rate
       *> dated on or before the run date. WS-BAL-SEEN is "X" for
       *> a customer with an account that could not be converted.
       01  WS-RATE-PATH         PIC X(260).
       01  WS-RATE-FS           PIC XX.
       01  WS-RATE-EOF          PIC X VALUE "N".
           88 RATE-EOF           VALUE "Y".
       01  WS-BASE-CCY          PIC X(3) VALUE "GBP".
       01  WS-RATE-DATE         PIC 9(8) VALUE 0.
       01  WS-RATE-NUM          PIC 9(5)V9(6) VALUE 0.
       01  WS-RATE-NUM-X REDEFINES WS-RATE-NUM PIC X(11).
       01  WS-RT-COUNT          PIC 9(3) VALUE 0.
       01  WS-RT-IDX            PIC 9(3) VALUE 0.
       01  WS-RT-TAB.
           05 WS-RT-ENTRY OCCURS 200 TIMES.
               10 WS-RT-CCY      PIC X(3).
               10 WS-RT-DATE     PIC 9(8).
               10 WS-RT-VALUE    PIC 9(5)V9(6).
       01  WS-FX-CCY            PIC X(3).
       01  WS-FX-RATE           PIC 9(5)V9(6) VALUE 0.
       01  WS-BAL-BASE          PIC S9(13)V99 VALUE 0.

       *> DATEEDITSUB parameter block for the birthdate edit.
       01  WS-DE-FUNC           PIC X(1).
       01  WS-DE-DATE-1         PIC 9(8) VALUE 0.
       01  WS-DE-DATE-2         PIC 9(8) VALUE 0.
       01  WS-DE-DAYS           PIC S9(5) VALUE 0.
       01  WS-DE-RESULT         PIC S9(8) VALUE 0.
       01  WS-DE-STATUS         PIC XX.

       *> LOCKSUB parameter block: enrichment holds the shared
       *> master lock so it cannot interleave with MVP14PROGRAM
       *> maintenance or the MVP08PROGRAM posting run.
       01  WS-LOCK-ACTION       PIC X(1).
       01  WS-LOCK-RESOURCE     PIC X(20) VALUE "MVP14-MASTER".
       01  WS-LOCK-HOLDER       PIC X(40).
       01  WS-LOCK-STATUS       PIC XX.
       01  WS-LOCK-TAKEN        PIC X VALUE "N".
           88 LOCK-TAKEN         VALUE "Y".

       01  WS-CNT-NAME-READ     PIC 9(6) VALUE 0.
       01  WS-CNT-BDAY-READ     PIC 9(6) VALUE 0.
       01  WS-CNT-TIER-READ     PIC 9(6) VALUE 0.
       01  WS-CNT-ACCT-READ     PIC 9(6) VALUE 0.
       01  WS-CNT-ENRICHED      PIC 9(6) VALUE 0.
       01  WS-CNT-FIELDS        PIC 9(6) VALUE 0.
       01  WS-CNT-UNMATCHED     PIC 9(6) VALUE 0.
       01  WS-CNT-UNUSABLE      PIC 9(6) VALUE 0.

       *> Standard run-history record, appended via RUNHISTORY at
       *> end of run.
       01  WS-RH-PROGRAM        PIC X(16) VALUE "CUSTENRICH".
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
           MOVE SPACES TO WS-RUN-ID.
           STRING WS-RUN-DATE DELIMITED BY SIZE
                  WS-RUN-TIME DELIMITED BY SIZE
                  INTO WS-RUN-ID
           END-STRING.

           MOVE "mvp14-index.dat" TO WS-IDX-PATH.
           ACCEPT WS-IDX-PATH FROM ENVIRONMENT "ENRICH_INDEX".
           IF WS-IDX-PATH = SPACES
               MOVE "mvp14-index.dat" TO WS-IDX-PATH
           END-IF.

           MOVE "mvp03-namemaster.txt" TO WS-NAME-PATH.
           ACCEPT WS-NAME-PATH FROM ENVIRONMENT "MVP03_NAMEMASTER".
           IF WS-NAME-PATH = SPACES
               MOVE "mvp03-namemaster.txt" TO WS-NAME-PATH
           END-IF.

           MOVE "mvp08-input.txt" TO WS-BDAY-PATH.
           ACCEPT WS-BDAY-PATH FROM ENVIRONMENT "MVP08_INPUT".
           IF WS-BDAY-PATH = SPACES
               MOVE "mvp08-input.txt" TO WS-BDAY-PATH
           END-IF.
           ACCEPT WS-BD-KEY-COL FROM ENVIRONMENT "MVP08_KEY_COL".
           IF WS-BD-KEY-COL = 0 OR WS-BD-KEY-COL > 37
               MOVE 12 TO WS-BD-KEY-COL
           END-IF.

           MOVE "mvp06-classhist.txt" TO WS-CHIST-PATH.
           ACCEPT WS-CHIST-PATH FROM ENVIRONMENT "MVP06_CLASSHIST".
           IF WS-CHIST-PATH = SPACES
               MOVE "mvp06-classhist.txt" TO WS-CHIST-PATH
           END-IF.

           MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH.
           ACCEPT WS-ABAL-PATH FROM ENVIRONMENT "MVP10_ACCOUNTS".
           IF WS-ABAL-PATH = SPACES
               MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH
           END-IF.
           ACCEPT WS-ACCT-CUST-COL FROM ENVIRONMENT
               "ENRICH_ACCT_CUST_COL".
           IF WS-ACCT-CUST-COL = 0 OR WS-ACCT-CUST-COL > 5
               MOVE 1 TO WS-ACCT-CUST-COL
           END-IF.

           ACCEPT WS-BASE-CCY FROM ENVIRONMENT "MVP10_BASE_CCY".
           IF WS-BASE-CCY = SPACES
               MOVE "GBP" TO WS-BASE-CCY
           END-IF.
           MOVE "mvp10-rates.txt" TO WS-RATE-PATH.
           ACCEPT WS-RATE-PATH FROM ENVIRONMENT "MVP10_RATES".
           IF WS-RATE-PATH = SPACES
               MOVE "mvp10-rates.txt" TO WS-RATE-PATH
           END-IF.

           MOVE "acct-xref.dat" TO WS-XREF-PATH.
           ACCEPT WS-XREF-PATH FROM ENVIRONMENT "XREF_INDEX".
           IF WS-XREF-PATH = SPACES
               MOVE "acct-xref.dat" TO WS-XREF-PATH
           END-IF.

           MOVE "enrich-journal.txt" TO WS-JRNL-PATH.
           ACCEPT WS-JRNL-PATH FROM ENVIRONMENT "ENRICH_JOURNAL".
           IF WS-JRNL-PATH = SPACES
               MOVE "enrich-journal.txt" TO WS-JRNL-PATH
           END-IF.

           MOVE "enrich-unmatched.txt" TO WS-UNM-PATH.
           ACCEPT WS-UNM-PATH FROM ENVIRONMENT "ENRICH_UNMATCHED".
           IF WS-UNM-PATH = SPACES
               MOVE "enrich-unmatched.txt" TO WS-UNM-PATH
           END-IF.

           MOVE "A" TO WS-LOCK-ACTION
           MOVE WS-RH-PROGRAM TO WS-LOCK-HOLDER
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=MASTER-LOCKED|HELDBY="
                       WS-LOCK-HOLDER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           SET LOCK-TAKEN TO TRUE

           OPEN I-O IDX-FILE
           IF WS-IDX-FS NOT = "00"
               DISPLAY "ERROR|REASON=MASTER-NOT-FOUND|PATH="
                       WS-IDX-PATH "|STATUS=" WS-IDX-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RELEASE-MASTER-LOCK
               GOBACK
           END-IF

           *> Enriching without a journal would leave changes nobody
           *> can trace; the run refuses instead.
           OPEN EXTEND JRNL-FILE
           IF WS-JRNL-FS NOT = "00"
               OPEN OUTPUT JRNL-FILE
           END-IF
           IF WS-JRNL-FS NOT = "00"
               DISPLAY "ERROR|REASON=JOURNAL-OPEN-FAILED"
                       "|PATH=" WS-JRNL-PATH(1:40)
                       "|STATUS=" WS-JRNL-FS
               CLOSE IDX-FILE
               PERFORM PARA-RELEASE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT UNM-FILE
           INITIALIZE WS-TIER-TAB WS-BAL-TAB

           PERFORM PARA-APPLY-NAMES
           PERFORM PARA-APPLY-BIRTHDATES
           PERFORM PARA-LOAD-TIERS
           PERFORM PARA-LOAD-BALANCES
           PERFORM PARA-APPLY-TABLES

           MOVE SPACES TO UNM-REC
           STRING "TOTALS|ENRICHED="  DELIMITED BY SIZE
                  WS-CNT-ENRICHED     DELIMITED BY SIZE
                  "|FIELDS="          DELIMITED BY SIZE
                  WS-CNT-FIELDS       DELIMITED BY SIZE
                  "|UNMATCHED="       DELIMITED BY SIZE
                  WS-CNT-UNMATCHED    DELIMITED BY SIZE
                  "|UNUSABLE="        DELIMITED BY SIZE
                  WS-CNT-UNUSABLE     DELIMITED BY SIZE
                  INTO UNM-REC
           END-STRING
           WRITE UNM-REC

           CLOSE UNM-FILE
           CLOSE JRNL-FILE
           CLOSE IDX-FILE
           PERFORM PARA-RELEASE-MASTER-LOCK

           DISPLAY "ENRICH|NAMES=" WS-CNT-NAME-READ
                   "|BIRTHDATES=" WS-CNT-BDAY-READ
                   "|TIERS=" WS-CNT-TIER-READ
                   "|ACCOUNTS=" WS-CNT-ACCT-READ
           DISPLAY "ENRICH|ENRICHED=" WS-CNT-ENRICHED
                   "|FIELDS=" WS-CNT-FIELDS
                   "|UNMATCHED=" WS-CNT-UNMATCHED
                   "|UNUSABLE=" WS-CNT-UNUSABLE
                   "|RUN-ID=" WS-RUN-ID

           PERFORM PARA-RECORD-RUN

           GOBACK.

       PARA-RECORD-RUN.
           MOVE WS-NAME-PATH(1:40) TO WS-RH-IN
           MOVE WS-IDX-PATH(1:40) TO WS-RH-OUT
           COMPUTE WS-RH-READ = WS-CNT-NAME-READ + WS-CNT-BDAY-READ
               + WS-CNT-TIER-READ + WS-CNT-ACCT-READ
           MOVE WS-CNT-ENRICHED TO WS-RH-WRITTEN
           COMPUTE WS-RH-REJECTED =
               WS-CNT-UNMATCHED + WS-CNT-UNUSABLE
           IF WS-RH-REJECTED > 0
               MOVE "EXCEPTIONS" TO WS-RH-STATUS
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

       PARA-RELEASE-MASTER-LOCK.
           IF LOCK-TAKEN
               MOVE "R" TO WS-LOCK-ACTION
               MOVE WS-RH-PROGRAM TO WS-LOCK-HOLDER
               CALL "LOCKSUB" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
                   WS-LOCK-HOLDER WS-LOCK-STATUS
               MOVE "N" TO WS-LOCK-TAKEN
           END-IF.

           EXIT.

       PARA-APPLY-NAMES.
           *> A missing source is reported and skipped, so one late
           *> feed does not hold back the rest of the enrichment.
           MOVE "NAME" TO WS-SOURCE
           OPEN INPUT NAME-FILE
           IF WS-NAME-FS NOT = "00"
               DISPLAY "WARN|REASON=NAMEMASTER-NOT-FOUND|PATH="
                       WS-NAME-PATH(1:40) "|STATUS=" WS-NAME-FS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ NAME-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-NAME-READ
                       PERFORM PARA-APPLY-ONE-NAME
               END-READ
           END-PERFORM
           CLOSE NAME-FILE.

           EXIT.

       PARA-APPLY-ONE-NAME.
           MOVE SPACES TO WS-SRC-KEY
           MOVE NM-CUST-KEY TO WS-SRC-KEY
           IF NM-CUST-KEY IS NOT NUMERIC
               MOVE "BAD-KEY" TO WS-UNM-REASON
               PERFORM PARA-WRITE-UNUSABLE
               EXIT PARAGRAPH
           END-IF
           MOVE NM-CUST-KEY TO WS-CUST-KEY
           PERFORM PARA-READ-MASTER
           IF NOT MASTER-FOUND
               EXIT PARAGRAPH
           END-IF

           IF NM-SURNAME NOT = SPACES
               AND NM-SURNAME NOT = IDX-SURNAME
               MOVE "SURNAME" TO WS-JRN-FIELD
               MOVE IDX-SURNAME TO WS-JRN-OLD
               MOVE NM-SURNAME TO WS-JRN-NEW
               PERFORM PARA-WRITE-JOURNAL
               MOVE NM-SURNAME TO IDX-SURNAME
           END-IF
           IF NM-GIVEN-NAME NOT = SPACES
               AND NM-GIVEN-NAME NOT = IDX-GIVEN-NAME
               MOVE "GIVEN-NAME" TO WS-JRN-FIELD
               MOVE IDX-GIVEN-NAME TO WS-JRN-OLD
               MOVE NM-GIVEN-NAME TO WS-JRN-NEW
               PERFORM PARA-WRITE-JOURNAL
               MOVE NM-GIVEN-NAME TO IDX-GIVEN-NAME
           END-IF
           PERFORM PARA-REWRITE-MASTER.

           EXIT.

       PARA-APPLY-BIRTHDATES.
           MOVE "BIRTH" TO WS-SOURCE
           OPEN INPUT BDAY-FILE
           IF WS-BDAY-FS NOT = "00"
               DISPLAY "WARN|REASON=BIRTHDATE-INPUT-NOT-FOUND|PATH="
                       WS-BDAY-PATH(1:40) "|STATUS=" WS-BDAY-FS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ BDAY-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-BDAY-READ
                       MOVE BDAY-REC TO WS-LINE
                       PERFORM PARA-APPLY-ONE-BIRTHDATE
               END-READ
           END-PERFORM
           CLOSE BDAY-FILE.

           EXIT.

       PARA-APPLY-ONE-BIRTHDATE.
           MOVE SPACES TO WS-SRC-KEY
           MOVE WS-LINE(WS-BD-KEY-COL:4) TO WS-SRC-KEY
           IF WS-LINE(WS-BD-KEY-COL:4) IS NOT NUMERIC
               MOVE "BAD-KEY" TO WS-UNM-REASON
               PERFORM PARA-WRITE-UNUSABLE
               EXIT PARAGRAPH
           END-IF

           *> The same calendar-correct edit MVP08PROGRAM applies;
           *> a birthdate it would reject is not posted either.
           MOVE "00" TO WS-DE-STATUS
           IF WS-LINE(1:8) IS NOT NUMERIC
               MOVE "10" TO WS-DE-STATUS
           ELSE
               MOVE "V" TO WS-DE-FUNC
               MOVE WS-LINE(1:8) TO WS-DE-DATE-1
               CALL "DATEEDITSUB" USING WS-DE-FUNC WS-DE-DATE-1
                   WS-DE-DATE-2 WS-DE-DAYS WS-DE-RESULT
                   WS-DE-STATUS
           END-IF
           MOVE WS-LINE(10:1) TO WS-GENDER
           IF WS-DE-STATUS NOT = "00"
               MOVE "BAD-DATE" TO WS-UNM-REASON
               PERFORM PARA-WRITE-UNUSABLE
               EXIT PARAGRAPH
           END-IF
           IF WS-GENDER NOT = "M" AND WS-GENDER NOT = "F"
               AND WS-GENDER NOT = "X" AND WS-GENDER NOT = SPACE
               MOVE "BAD-GENDER" TO WS-UNM-REASON
               PERFORM PARA-WRITE-UNUSABLE
               EXIT PARAGRAPH
           END-IF

           MOVE WS-LINE(WS-BD-KEY-COL:4) TO WS-CUST-KEY
           PERFORM PARA-READ-MASTER
           IF NOT MASTER-FOUND
               EXIT PARAGRAPH
           END-IF

           IF WS-DE-DATE-1 NOT = IDX-BIRTHDATE
               MOVE "BIRTHDATE" TO WS-JRN-FIELD
               MOVE IDX-BIRTHDATE TO WS-JRN-OLD
               MOVE WS-DE-DATE-1 TO WS-JRN-NEW
               PERFORM PARA-WRITE-JOURNAL
               MOVE WS-DE-DATE-1 TO IDX-BIRTHDATE
           END-IF
           IF WS-GENDER NOT = SPACE
               AND WS-GENDER NOT = IDX-GENDER
               MOVE "GENDER" TO WS-JRN-FIELD
               MOVE IDX-GENDER TO WS-JRN-OLD
               MOVE WS-GENDER TO WS-JRN-NEW
               PERFORM PARA-WRITE-JOURNAL
               MOVE WS-GENDER TO IDX-GENDER
           END-IF
           PERFORM PARA-REWRITE-MASTER.

           EXIT.

       PARA-LOAD-TIERS.
           *> Keep the latest as-of tier per key; on equal dates the
           *> later history record wins, matching append order.
           MOVE "TIER" TO WS-SOURCE
           OPEN INPUT CHIST-FILE
           IF WS-CHIST-FS NOT = "00"
               DISPLAY "WARN|REASON=CLASSHIST-NOT-FOUND|PATH="
                       WS-CHIST-PATH(1:40) "|STATUS=" WS-CHIST-FS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ CHIST-FILE
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-TIER-READ
                       PERFORM PARA-LOAD-ONE-TIER
               END-READ
           END-PERFORM
           CLOSE CHIST-FILE.

           EXIT.

       PARA-LOAD-ONE-TIER.
           MOVE CH-KEY TO WS-SRC-KEY
           IF CH-TAG NOT = "CH|"
               OR CH-KEY(1:4) IS NOT NUMERIC
               OR CH-KEY(5:6) NOT = SPACES
               MOVE "BAD-KEY" TO WS-UNM-REASON
               PERFORM PARA-WRITE-UNUSABLE
           ELSE
               IF CH-CLASS NOT = SPACES
                   MOVE CH-KEY(1:4) TO WS-CUST-KEY
                   COMPUTE WS-CUST-IDX = WS-CUST-KEY + 1
                   IF CH-ASOF >= WS-TIER-ASOF(WS-CUST-IDX)
                       MOVE CH-ASOF TO WS-TIER-ASOF(WS-CUST-IDX)
                       MOVE CH-CLASS TO WS-TIER-CLASS(WS-CUST-IDX)
                   END-IF
               END-IF
           END-IF.

           EXIT.

       PARA-LOAD-BALANCES.
           MOVE "BALANCE" TO WS-SOURCE
           OPEN INPUT ABAL-FILE
           IF WS-ABAL-FS NOT = "00"
               DISPLAY "WARN|REASON=ACCOUNTS-NOT-FOUND|PATH="
                       WS-ABAL-PATH(1:40) "|STATUS=" WS-ABAL-FS
               EXIT PARAGRAPH
           END-IF
           PERFORM PARA-LOAD-RATES
           OPEN INPUT XREF-FILE
           IF WS-XREF-FS = "00"
               SET XREF-OPEN TO TRUE
           ELSE
               DISPLAY "WARN|REASON=XREF-NOT-FOUND|PATH="
                       WS-XREF-PATH(1:40) "|STATUS=" WS-XREF-FS
                       "|KEY-COL=" WS-ACCT-CUST-COL
           END-IF
           MOVE "N" TO WS-EOF
           PERFORM UNTIL EOF
               READ ABAL-FILE NEXT
                   AT END
                       SET EOF TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CNT-ACCT-READ
                       PERFORM PARA-LOAD-ONE-BALANCE
               END-READ
           END-PERFORM
           CLOSE ABAL-FILE
           IF XREF-OPEN
               CLOSE XREF-FILE
           END-IF.

           EXIT.

       PARA-LOAD-ONE-BALANCE.
           MOVE ABAL-KEY TO WS-SRC-KEY
           MOVE SPACES TO WS-UNM-REASON
           IF XREF-OPEN
               MOVE ABAL-KEY TO XREF-ACCT
               READ XREF-FILE
                   INVALID KEY
                       MOVE "NO-OWNER" TO WS-UNM-REASON
                   NOT INVALID KEY
                       MOVE XREF-CUST TO WS-CUST-KEY
               END-READ
           ELSE
               IF ABAL-KEY(WS-ACCT-CUST-COL:4) IS NOT NUMERIC
                   MOVE "BAD-KEY" TO WS-UNM-REASON
               ELSE
                   MOVE ABAL-KEY(WS-ACCT-CUST-COL:4) TO WS-CUST-KEY
               END-IF
           END-IF
           IF WS-UNM-REASON NOT = SPACES
               PERFORM PARA-WRITE-UNUSABLE
               EXIT PARAGRAPH
           END-IF

           COMPUTE WS-CUST-IDX = WS-CUST-KEY + 1
           MOVE ABAL-CCY TO WS-FX-CCY
           IF WS-FX-CCY = SPACES
               MOVE WS-BASE-CCY TO WS-FX-CCY
           END-IF
           PERFORM PARA-FIND-RATE
           IF WS-FX-RATE = 0
               MOVE "NO-RATE" TO WS-UNM-REASON
               PERFORM PARA-WRITE-UNUSABLE
               MOVE "X" TO WS-BAL-SEEN(WS-CUST-IDX)
               EXIT PARAGRAPH
           END-IF
           IF WS-BAL-SEEN(WS-CUST-IDX) NOT = "X"
               MOVE "Y" TO WS-BAL-SEEN(WS-CUST-IDX)
               COMPUTE WS-BAL-BASE ROUNDED =
                   ABAL-BALANCE * WS-FX-RATE
               ADD WS-BAL-BASE TO WS-BAL-SUM(WS-CUST-IDX)
           END-IF.

           EXIT.

       PARA-LOAD-RATES.
           *> A rates file is only needed once an account is held
           *> in a currency other than the base.
           MOVE 0 TO WS-RT-COUNT
           OPEN INPUT RATE-FILE
           IF WS-RATE-FS NOT = "00"
               DISPLAY "WARN|REASON=NO-RATES-FILE|PATH="
                       WS-RATE-PATH(1:40) "|STATUS=" WS-RATE-FS
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-RATE-EOF
           PERFORM UNTIL RATE-EOF
               READ RATE-FILE
                   AT END
                       SET RATE-EOF TO TRUE
                   NOT AT END
                       MOVE RATE-VALUE TO WS-RATE-NUM-X
                       EVALUATE TRUE
                           WHEN RATE-DATE IS NOT NUMERIC
                               OR RATE-CCY = SPACES
                               OR RATE-VALUE IS NOT NUMERIC
                               DISPLAY "WARN|REASON=BAD-RATE|TEXT="
                                       RATE-REC
                           WHEN WS-RATE-NUM = 0
                               DISPLAY "WARN|REASON=ZERO-RATE|TEXT="
                                       RATE-REC
                           WHEN OTHER
                               MOVE RATE-DATE TO WS-RATE-DATE
                               IF WS-RATE-DATE <= WS-RUN-DATE
                                   PERFORM PARA-TABLE-RATE
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

           EXIT.

       PARA-TABLE-RATE.
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
                      OR WS-RT-CCY(WS-RT-IDX) = RATE-CCY
               CONTINUE
           END-PERFORM
           IF WS-RT-IDX > WS-RT-COUNT
               IF WS-RT-COUNT NOT < 200
                   DISPLAY "WARN|REASON=RATE-TABLE-FULL|TEXT="
                           RATE-REC
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RT-COUNT
               MOVE RATE-CCY TO WS-RT-CCY(WS-RT-COUNT)
               MOVE 0 TO WS-RT-DATE(WS-RT-COUNT)
           END-IF
           IF WS-RATE-DATE >= WS-RT-DATE(WS-RT-IDX)
               MOVE WS-RATE-DATE TO WS-RT-DATE(WS-RT-IDX)
               MOVE WS-RATE-NUM TO WS-RT-VALUE(WS-RT-IDX)
           END-IF.

           EXIT.

       PARA-FIND-RATE.
           *> Zero means there is no rate; the base is always 1.
           MOVE 0 TO WS-FX-RATE
           IF WS-FX-CCY = WS-BASE-CCY
               MOVE 1 TO WS-FX-RATE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RT-IDX FROM 1 BY 1
                   UNTIL WS-RT-IDX > WS-RT-COUNT
                      OR WS-FX-RATE > 0
               IF WS-RT-CCY(WS-RT-IDX) = WS-FX-CCY
                   MOVE WS-RT-VALUE(WS-RT-IDX) TO WS-FX-RATE
               END-IF
           END-PERFORM.

           EXIT.

       PARA-APPLY-TABLES.
           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > 10000
               IF WS-TIER-CLASS(WS-CUST-IDX) NOT = SPACES
                   OR WS-BAL-SEEN(WS-CUST-IDX) = "Y"
                   PERFORM PARA-APPLY-ONE-CUSTOMER
               END-IF
           END-PERFORM.

           EXIT.

       PARA-APPLY-ONE-CUSTOMER.
           COMPUTE WS-CUST-KEY = WS-CUST-IDX - 1
           MOVE SPACES TO WS-SRC-KEY
           MOVE WS-CUST-KEY TO WS-SRC-KEY
           IF WS-TIER-CLASS(WS-CUST-IDX) NOT = SPACES
               MOVE "TIER" TO WS-SOURCE
           ELSE
               MOVE "BALANCE" TO WS-SOURCE
           END-IF
           PERFORM PARA-READ-MASTER
           IF NOT MASTER-FOUND
               EXIT PARAGRAPH
           END-IF

           IF WS-TIER-CLASS(WS-CUST-IDX) NOT = SPACES
               AND WS-TIER-CLASS(WS-CUST-IDX) NOT = IDX-TIER
               MOVE "TIER" TO WS-JRN-FIELD
               MOVE IDX-TIER TO WS-JRN-OLD
               MOVE WS-TIER-CLASS(WS-CUST-IDX) TO WS-JRN-NEW
               PERFORM PARA-WRITE-JOURNAL
               MOVE WS-TIER-CLASS(WS-CUST-IDX) TO IDX-TIER
           END-IF

           *> A customer total too large for IDX-BALANCE is reported
           *> rather than posted truncated.
           IF WS-BAL-SEEN(WS-CUST-IDX) = "Y"
               IF WS-BAL-SUM(WS-CUST-IDX) > WS-BAL-LIMIT
                   OR WS-BAL-SUM(WS-CUST-IDX) < 0 - WS-BAL-LIMIT
                   MOVE "BALANCE" TO WS-SOURCE
                   MOVE "OVERFLOW" TO WS-UNM-REASON
                   PERFORM PARA-WRITE-UNUSABLE
               ELSE
                   IF WS-BAL-SUM(WS-CUST-IDX) NOT = IDX-BALANCE
                       MOVE "BALANCE" TO WS-JRN-FIELD
                       MOVE IDX-BALANCE TO WS-BAL-ED
                       MOVE WS-BAL-ED TO WS-JRN-OLD
                       MOVE WS-BAL-SUM(WS-CUST-IDX) TO WS-BAL-ED
                       MOVE WS-BAL-ED TO WS-JRN-NEW
                       PERFORM PARA-WRITE-JOURNAL
                       MOVE WS-BAL-SUM(WS-CUST-IDX) TO IDX-BALANCE
                   END-IF
               END-IF
           END-IF
           PERFORM PARA-REWRITE-MASTER.

           EXIT.

       PARA-READ-MASTER.
           MOVE "N" TO WS-REC-CHANGED
           MOVE "N" TO WS-MASTER-FOUND
           MOVE WS-CUST-KEY TO IDX-KEY
           READ IDX-FILE
               INVALID KEY
                   MOVE "NO-MASTER" TO WS-UNM-REASON
                   ADD 1 TO WS-CNT-UNMATCHED
                   PERFORM PARA-WRITE-UNMATCHED
               NOT INVALID KEY
                   SET MASTER-FOUND TO TRUE
           END-READ.

           EXIT.

       PARA-REWRITE-MASTER.
           *> Only a record that actually changed is rewritten and
           *> stamped, so a rerun over the same sources is a no-op.
           IF REC-CHANGED
               MOVE WS-RUN-DATE TO IDX-MAINT-DATE
               MOVE WS-RUN-TIME TO IDX-MAINT-TIME
               REWRITE IDX-REC
                   INVALID KEY
                       DISPLAY "ENRICH-FAILED|KEY=" IDX-KEY
                               "|FS=" WS-IDX-FS
                   NOT INVALID KEY
                       ADD 1 TO WS-CNT-ENRICHED
               END-REWRITE
           END-IF.

           EXIT.

       PARA-WRITE-JOURNAL.
           SET REC-CHANGED TO TRUE
           ADD 1 TO WS-CNT-FIELDS
           MOVE SPACES TO JRNL-REC
           STRING "ENR|RUN="  DELIMITED BY SIZE
                  WS-RUN-ID   DELIMITED BY SIZE
                  "|KEY="     DELIMITED BY SIZE
                  IDX-KEY     DELIMITED BY SIZE
                  "|FIELD="   DELIMITED BY SIZE
                  WS-JRN-FIELD DELIMITED BY SIZE
                  "|OLD="     DELIMITED BY SIZE
                  WS-JRN-OLD  DELIMITED BY SIZE
                  "|NEW="     DELIMITED BY SIZE
                  WS-JRN-NEW  DELIMITED BY SIZE
                  INTO JRNL-REC
           END-STRING
           WRITE JRNL-REC.

           EXIT.

       PARA-WRITE-UNMATCHED.
           DISPLAY "EXCEPTION|REASON=UNMATCHED-KEY|SOURCE=" WS-SOURCE
                   "|KEY=" WS-SRC-KEY
           MOVE SPACES TO UNM-REC
           STRING "UNMATCHED|SOURCE=" DELIMITED BY SIZE
                  WS-SOURCE           DELIMITED BY SIZE
                  "|KEY="             DELIMITED BY SIZE
                  WS-SRC-KEY          DELIMITED BY SIZE
                  "|REASON="          DELIMITED BY SIZE
                  WS-UNM-REASON       DELIMITED BY SIZE
                  INTO UNM-REC
           END-STRING
           WRITE UNM-REC.

           EXIT.

       PARA-WRITE-UNUSABLE.
           ADD 1 TO WS-CNT-UNUSABLE
           DISPLAY "EXCEPTION|REASON=" WS-UNM-REASON
                   "|SOURCE=" WS-SOURCE
                   "|KEY=" WS-SRC-KEY
           MOVE SPACES TO UNM-REC
           STRING "UNUSABLE|SOURCE="  DELIMITED BY SIZE
                  WS-SOURCE           DELIMITED BY SIZE
                  "|KEY="             DELIMITED BY SIZE
                  WS-SRC-KEY          DELIMITED BY SIZE
                  "|REASON="          DELIMITED BY SIZE
                  WS-UNM-REASON       DELIMITED BY SIZE
                  INTO UNM-REC
           END-STRING
           WRITE UNM-REC.

           EXIT.
