               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ABAL-KEY
               FILE STATUS  IS WS-ABAL-FS.
           SELECT ATXN-FILE ASSIGN TO DYNAMIC WS-ATXN-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS ATXN-KEY
               FILE STATUS  IS WS-ATXN-FS.
           SELECT ARPT-FILE ASSIGN TO DYNAMIC WS-ARPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TREJ-FILE ASSIGN TO DYNAMIC WS-TREJ-PATH
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIMIT-FILE ASSIGN TO DYNAMIC WS-LIMIT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-LIMIT-FS.
           SELECT HOLDQ-FILE ASSIGN TO DYNAMIC WS-HQ-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-HQ-FS.
           SELECT REL-FILE ASSIGN TO DYNAMIC WS-REL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-REL-FS.
           SELECT RAUD-FILE ASSIGN TO DYNAMIC WS-RAUD-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-RAUD-FS.
           SELECT RATE-FILE ASSIGN TO DYNAMIC WS-RATE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-RATE-FS.
           SELECT TBRP-FILE ASSIGN TO DYNAMIC WS-TBRP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-TBRP-FS.
           SELECT PER-FILE ASSIGN TO DYNAMIC WS-PER-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-PER-FS.
           SELECT YRPT-FILE ASSIGN TO DYNAMIC WS-YRPT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-YRPT-FS.
           SELECT ARCL-FILE ASSIGN TO DYNAMIC WS-ARCL-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS   IS WS-ARCL-FS.
           SELECT XREF-FILE ASSIGN TO DYNAMIC WS-XREF-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS XREF-ACCT
               ALTERNATE RECORD KEY IS XREF-CUST WITH DUPLICATES
               FILE STATUS  IS WS-XREF-FS.
           SELECT IDX-FILE ASSIGN TO DYNAMIC WS-IDX-PATH
               ORGANIZATION IS INDEXED
               ACCESS MODE  IS DYNAMIC
               RECORD KEY   IS IDX-KEY
               FILE STATUS  IS WS-IDX-FS.

       DATA DIVISION.
       FILE SECTION.
       *> layout carries one signed two-decimal amount per record
       *> (e.g. -123.45); the ACCOUNT layout carries the account
       *> identifier in columns 1-8 and the posting date in columns
       *> 9-16 ahead of the amount, and the posting's currency in
       *> columns 37-39 (blank = the account's own currency).
       FD  TXN-FILE.
       01  TXN-REC               PIC X(39).

       *> Indexed account-balance master maintained by ACCOUNT-layout
       *> runs: current balance, last posted date and lifetime
       *> transaction count per account. Accounts are opened and
       *> closed by ACCTMAINT, which owns the status, product type,
       *> open/close dates and the account's currency (blank = the
       *> base currency); a posting run never creates one. The
       *> balance is held in the account's currency.
       FD  ABAL-FILE.
       01  ABAL-REC.
           05 ABAL-KEY           PIC X(8).
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

       *> Indexed account transaction history: every ACCOUNT-layout
       *> posting, keyed by account, posting date and a sequence
       *> within the date, with the run that posted it. ACCTSTMT
       *> prints customer statements from it. Type B is the balance
       *> brought forward that ACCTMAINT's MIGRATE writes for an
       *> account whose balance predates the history. The amount
       *> is in the account's currency; the base amount is its
       *> base-currency value at the posting date's rate.
       FD  ATXN-FILE.
       01  ATXN-REC.
           05 ATXN-KEY.
               10 ATXN-ACCT      PIC X(8).
               10 ATXN-DATE      PIC 9(8).
               10 ATXN-SEQ       PIC 9(4).
           05 ATXN-TYPE          PIC X(1).
           05 ATXN-AMOUNT        PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.
           05 ATXN-RUN-DATE      PIC 9(8).
           05 ATXN-TXN-N         PIC 9(9).
           05 ATXN-BASE-AMOUNT   PIC S9(11)V99
                                 SIGN IS LEADING SEPARATE.

       *> Per-account totals report for the run.
       FD  ARPT-FILE.
       FD  TREJ-FILE.
       01  TREJ-REC              PIC X(80).

       *> Per-account posting limits for ACCOUNT-layout runs, one
       *> line per account: overdraft floor, single-transaction
       *> maximum (both signed amounts, blank = no limit) and the
       *> most postings allowed per account per posting date (blank
       *> or zero = no limit). An account *DEFAULT line applies to
       *> every account without a line of its own.
       FD  LIMIT-FILE.
       01  LIMIT-REC.
           05 LM-ACCT            PIC X(8).
           05 LM-FLOOR           PIC X(15).
           05 LM-TXN-MAX         PIC X(15).
           05 LM-DAY-MAX         PIC X(4).

       *> Hold queue: ACCOUNT-layout transactions that would breach
       *> a limit, appended by the posting run and decided one by
       *> one by the RELEASE run (H = held, P = posted on release,
       *> C = cancelled).
       FD  HOLDQ-FILE.
       01  HOLDQ-REC.
           05 HQ-ID              PIC 9(6).
           05 HQ-STATUS          PIC X(1).
           05 HQ-REASON          PIC X(16).
           05 HQ-ACCT            PIC X(8).
           05 HQ-PDATE           PIC 9(8).
           05 HQ-AMOUNT          PIC S9(9)V99
                                 SIGN IS LEADING SEPARATE.
           05 HQ-HELD-DATE       PIC 9(8).
           05 HQ-TXN-N           PIC 9(9).
           05 HQ-DECIDED-DATE    PIC 9(8).
           05 HQ-OPERATOR        PIC X(3).

       *> RELEASE decisions: P = post the held item, C = cancel it.
       FD  REL-FILE.
       01  REL-REC.
           05 REL-ACTION         PIC X(1).
           05 REL-ID             PIC X(6).

       *> Release decision audit trail, appended across runs.
       FD  RAUD-FILE.
       01  RAUD-REC              PIC X(160).

       *> Daily exchange rates: the date, the currency and the
       *> value of one unit of it in the base currency, with six
       *> implied decimals (20261014EUR00000865000 = 0.865000).
       FD  RATE-FILE.
       01  RATE-REC.
           05 RATE-DATE          PIC X(8).
           05 RATE-CCY           PIC X(3).
           05 RATE-VALUE         PIC X(11).

       *> Trial-balance proof report.
       FD  TBRP-FILE.
       01  TBRP-REC              PIC X(160).

       *> Accounting period calendar, one line per month: O = open,
       *> C = closed by PCLOSE, Y = closed and taken through the
       *> YEAREND run (December only). A month with no line is open.
       FD  PER-FILE.
       01  PER-REC.
           05 PER-MONTH          PIC 9(6).
           05 PER-STATUS         PIC X(1).
           05 PER-DATE           PIC 9(8).
           05 PER-OPERATOR       PIC X(3).

       *> Year-end annual totals per account.
       FD  YRPT-FILE.
       01  YRPT-REC              PIC X(160).

       *> Year-end archive of the indexed ledger: one image of each
       *> of the year's ILED records, in key order.
       FD  ARCL-FILE.
       01  ARCL-REC              PIC X(71).

       *> ACCTXREF's account-to-customer cross-reference, read only.
       FD  XREF-FILE.
       01  XREF-REC.
           05 XREF-ACCT          PIC X(8).
           05 XREF-CUST          PIC 9(4).
           05 XREF-LINK-DATE     PIC 9(8).
           05 XREF-MAINT-DATE    PIC 9(8).

       *> Status view of the MVP14PROGRAM customer master, read only:
       *> enough to see whether an account's owner is closed or
       *> deceased whatever the rest of the record carries.
       FD  IDX-FILE.
       01  IDX-REC.
           05 IDX-KEY            PIC 9(4).
           05 IDX-REST           PIC X(107).
           05 IDX-STATUS         PIC X(1).
               88 IDX-CLOSED      VALUE "C".
               88 IDX-DECEASED    VALUE "X".
           05 IDX-STATUS-DATE    PIC 9(8).

       *> Indexed run ledger, keyed by run date plus a sequence
       *> number for multiple runs per day, so a given date's runs
       *> can be fetched directly instead of scanning the text
       01  WS-CHECK-SUM         PIC 9(6) VALUE 0.
       01  WS-OVERFLOW          PIC X VALUE "N".
           88 SUM-OVERFLOW       VALUE "Y".
       *> Set when a run stops before its input is processed, so
       *> the run-history record still shows it as FAILED.
       01  WS-RUN-FAILED        PIC X VALUE "N".
           88 RUN-FAILED         VALUE "Y".

       *> Checkpoint written every WS-CKPT-INTERVAL iterations so a
       *> killed job can resume instead of restarting from WS-START.
       01  WS-AMT-CHECK         PIC S9(12)V99 VALUE 0.
       01  WS-AMT-ED            PIC -9(11).99.
       01  WS-AMT-ED2           PIC -9(11).99.
       01  WS-AMT-ED3           PIC -9(11).99.

       *> ACCOUNT-layout support: the account master path, the
       *> parsed key/date of the current transaction, and a per-run
       01  WS-TXN-PDATE         PIC 9(8) VALUE 0.
       01  WS-CNT-ACCT-REJ      PIC 9(6) VALUE 0.
       01  WS-CNT-ACCT-OVFL     PIC 9(6) VALUE 0.

       *> Account-status check for ACCOUNT postings: the account
       *> must have been opened through ACCTMAINT and not closed.
       01  WS-ACCT-REASON       PIC X(16).
       01  WS-CNT-ACCT-STAT-REJ PIC 9(6) VALUE 0.

       *> Account transaction history support: the next sequence
       *> for the posting's account and date.
       01  WS-ATXN-PATH         PIC X(260).
       01  WS-ATXN-FS           PIC XX.
       01  WS-ATXN-EOF          PIC X VALUE "N".
           88 ATXN-EOF           VALUE "Y".
       01  WS-ATXN-NEXT-SEQ     PIC 9(4) VALUE 0.
       01  WS-CNT-HIST-FAIL     PIC 9(6) VALUE 0.

       *> Limit and velocity checks for ACCOUNT postings: the loaded
       *> limits, the hold queue a breaching transaction is diverted
       *> to, and the run's hold figures for the run-history record.
       01  WS-LIMIT-PATH        PIC X(260).
       01  WS-LIMIT-FS          PIC XX.
       01  WS-LIMIT-EOF         PIC X VALUE "N".
           88 LIMIT-EOF          VALUE "Y".
       01  WS-LIMITS            PIC X VALUE "N".
           88 LIMITS-ON          VALUE "Y".
       01  WS-LM-COUNT          PIC 9(3) VALUE 0.
       01  WS-LM-IDX            PIC 9(3) VALUE 0.
       01  WS-LM-SEL            PIC 9(3) VALUE 0.
       01  WS-LM-DEFAULT        PIC 9(3) VALUE 0.
       01  WS-LM-BAD            PIC X VALUE "N".
           88 LM-BAD             VALUE "Y".
       01  WS-LM-TAB.
           05 WS-LM-ENTRY OCCURS 500 TIMES.
               10 WS-LM-KEY      PIC X(8).
               10 WS-LM-FLOOR-SET PIC X(1).
               10 WS-LM-FLOOR    PIC S9(9)V99.
               10 WS-LM-MAX-SET  PIC X(1).
               10 WS-LM-MAX      PIC S9(9)V99.
               10 WS-LM-DAY-MAX  PIC 9(4).
       01  WS-LM-ABS            PIC S9(9)V99 VALUE 0.
       01  WS-LM-PROJECTED      PIC S9(12)V99 VALUE 0.
       01  WS-DAY-POSTINGS      PIC 9(4) VALUE 0.
       01  WS-HOLD-REASON       PIC X(16).
       01  WS-HQ-PATH           PIC X(260).
       01  WS-HQ-FS             PIC XX.
       01  WS-HQ-EOF            PIC X VALUE "N".
           88 HQ-EOF             VALUE "Y".
       01  WS-HQ-NEXT-ID        PIC 9(6) VALUE 0.
       01  WS-HQ-LOCK-RESOURCE  PIC X(20) VALUE "MVP10-HOLDS".
       01  WS-CNT-HELD          PIC 9(6) VALUE 0.
       01  WS-HELD-VALUE        PIC S9(11)V99 VALUE 0.
       01  WS-EX-FUNC           PIC X(1).

       *> RELEASE-mode working storage: the hold queue loaded for
       *> decision and rewritten afterwards, the deciding operator,
       *> and the decision counts.
       01  WS-REL-PATH          PIC X(260).
       01  WS-REL-FS            PIC XX.
       01  WS-RAUD-PATH         PIC X(260).
       01  WS-RAUD-FS           PIC XX.
       01  WS-REL-EOF           PIC X VALUE "N".
           88 REL-EOF            VALUE "Y".
       01  WS-OPERATOR          PIC X(3) VALUE SPACES.
       01  WS-RUN-TIME          PIC 9(8) VALUE 0.
       01  WS-REL-REASON        PIC X(16).
       01  WS-REL-ID            PIC 9(6) VALUE 0.
       01  WS-REL-REJ-BEFORE    PIC 9(6) VALUE 0.
       01  WS-HQT-COUNT         PIC 9(3) VALUE 0.
       01  WS-HQT-IDX           PIC 9(3) VALUE 0.
       01  WS-HQT-SEL           PIC 9(3) VALUE 0.
       01  WS-HQT-TAB.
           05 WS-HQT-ENTRY OCCURS 500 TIMES.
               10 WS-HQT-ID      PIC 9(6).
               10 WS-HQT-STATUS  PIC X(1).
               10 WS-HQT-REASON  PIC X(16).
               10 WS-HQT-ACCT    PIC X(8).
               10 WS-HQT-PDATE   PIC 9(8).
               10 WS-HQT-AMOUNT  PIC S9(9)V99
                                 SIGN IS LEADING SEPARATE.
               10 WS-HQT-HELD-DATE PIC 9(8).
               10 WS-HQT-TXN-N   PIC 9(9).
               10 WS-HQT-DECIDED PIC 9(8).
               10 WS-HQT-OPERATOR PIC X(3).
       01  WS-CNT-REL-READ      PIC 9(6) VALUE 0.
       01  WS-CNT-REL-POSTED    PIC 9(6) VALUE 0.
       01  WS-CNT-REL-CANCEL    PIC 9(6) VALUE 0.
       01  WS-CNT-REL-REJ       PIC 9(6) VALUE 0.
       01  WS-CNT-REL-OPEN      PIC 9(6) VALUE 0.

       *> Accounting period control: the calendar loaded for the
       *> closed-period check on ACCOUNT postings (MVP10_REDATE=Y
       *> moves a posting dated into a closed month to the first
       *> day of the next open month instead of rejecting it), and
       *> the PCLOSE and YEAREND runs that maintain it.
       01  WS-PER-PATH          PIC X(260).
       01  WS-PER-FS            PIC XX.
       01  WS-PER-EOF           PIC X VALUE "N".
           88 PER-EOF            VALUE "Y".
       01  WS-PER-LOCK-RESOURCE PIC X(20) VALUE "MVP10-PERIODS".
       01  WS-REDATE            PIC X VALUE "N".
           88 REDATE-ON          VALUE "Y".
       01  WS-PER-COUNT         PIC 9(3) VALUE 0.
       01  WS-PER-IDX           PIC 9(3) VALUE 0.
       01  WS-PER-SEL           PIC 9(3) VALUE 0.
       01  WS-PER-TAB.
           05 WS-PER-ENTRY OCCURS 600 TIMES.
               10 WS-PER-T-MONTH PIC 9(6).
               10 WS-PER-T-STATUS PIC X(1).
                   88 WS-PER-T-CLOSED VALUE "C" "Y".
               10 WS-PER-T-DATE  PIC 9(8).
               10 WS-PER-T-OPERATOR PIC X(3).
       01  WS-PER-WK            PIC 9(6) VALUE 0.
       01  WS-PER-WK-R REDEFINES WS-PER-WK.
           05 WS-PER-WK-YY       PIC 9(4).
           05 WS-PER-WK-MM       PIC 9(2).
       01  WS-PER-CLOSED        PIC X VALUE "N".
           88 PERIOD-CLOSED      VALUE "Y".
       01  WS-PER-GUARD         PIC 9(3) VALUE 0.
       01  WS-PER-REASON        PIC X(20).
       01  WS-PER-FROM-DATE     PIC 9(8) VALUE 0.
       01  WS-PER-LATEST        PIC 9(6) VALUE 0.
       01  WS-PER-TARGET        PIC 9(6) VALUE 0.
       01  WS-PER-TARGET-R REDEFINES WS-PER-TARGET.
           05 WS-PER-TARGET-YY   PIC 9(4).
           05 WS-PER-TARGET-MM   PIC 9(2).
       01  WS-CNT-PERIOD-REJ    PIC 9(6) VALUE 0.
       01  WS-CNT-REDATED       PIC 9(6) VALUE 0.

       *> Multi-currency ACCOUNT postings: the day's rates loaded
       *> from MVP10_RATES, the base currency (MVP10_BASE_CCY), and
       *> the posting's converted amount and base-currency value.
       *> A currency with no rate for the posting date is never
       *> converted; the posting is rejected NO-RATE.
       01  WS-RATE-PATH         PIC X(260).
       01  WS-RATE-FS           PIC XX.
       01  WS-RATE-EOF          PIC X VALUE "N".
           88 RATE-EOF           VALUE "Y".
       01  WS-BASE-CCY          PIC X(3) VALUE "GBP".
       01  WS-RATE-COUNT        PIC 9(4) VALUE 0.
       01  WS-RATE-IDX          PIC 9(4) VALUE 0.
       01  WS-RATE-TAB.
           05 WS-RATE-ENTRY OCCURS 3000 TIMES.
               10 WS-RATE-T-DATE PIC 9(8).
               10 WS-RATE-T-CCY  PIC X(3).
               10 WS-RATE-T-VALUE PIC 9(5)V9(6).
       01  WS-RATE-NUM          PIC 9(5)V9(6) VALUE 0.
       01  WS-RATE-NUM-X REDEFINES WS-RATE-NUM PIC X(11).
       01  WS-FX-CCY            PIC X(3).
       01  WS-FX-RATE           PIC 9(5)V9(6) VALUE 0.
       01  WS-FX-TXN-CCY        PIC X(3).
       01  WS-FX-ACCT-CCY       PIC X(3).
       01  WS-FX-BASE           PIC S9(11)V99 VALUE 0.
       01  WS-FX-ORIG           PIC S9(9)V99 VALUE 0.
       01  WS-FX-REASON         PIC X(16).
       01  WS-CNT-FX-REJ        PIC 9(6) VALUE 0.
       01  WS-CNT-CONVERTED     PIC 9(6) VALUE 0.
       01  WS-CCY-COUNT         PIC 9(2) VALUE 0.
       01  WS-CCY-IDX           PIC 9(2) VALUE 0.
       01  WS-CCY-SEL           PIC 9(2) VALUE 0.
       01  WS-CCY-TAB.
           05 WS-CCY-ENTRY OCCURS 20 TIMES.
               10 WS-CCY-CODE    PIC X(3).
               10 WS-CCY-N       PIC 9(6).
               10 WS-CCY-SUM     PIC S9(11)V99.
               10 WS-CCY-BASE    PIC S9(11)V99.
       01  WS-BASE-SUM          PIC S9(12)V99 VALUE 0.

       *> Trial-balance proof: the account master against the
       *> indexed ledger, date by date since the prior CLOSE and
       *> in total against the ledger balance.
       01  WS-TB-DATE           PIC 9(8) VALUE 0.
       01  WS-TBRP-PATH         PIC X(260).
       01  WS-TBRP-FS           PIC XX.
       01  WS-TB-PRIOR-DATE     PIC 9(8) VALUE 0.
       01  WS-TB-PRIOR-CLOSE    PIC S9(12)V99 VALUE 0.
       01  WS-TB-LED-MOVE       PIC S9(12)V99 VALUE 0.
       01  WS-TB-DAY-CLOSED     PIC X VALUE "N".
           88 TB-DAY-CLOSED      VALUE "Y".
       01  WS-TB-DAY-CLOSE      PIC S9(12)V99 VALUE 0.
       01  WS-TB-LED-BAL        PIC S9(12)V99 VALUE 0.
       01  WS-TB-ACCT-BAL       PIC S9(12)V99 VALUE 0.
       01  WS-TB-HIST-SUM       PIC S9(11)V99 VALUE 0.
       01  WS-TB-DIFF           PIC S9(12)V99 VALUE 0.
       01  WS-TB-ACCOUNTS       PIC 9(6) VALUE 0.
       01  WS-TB-DIFFS          PIC 9(6) VALUE 0.
       01  WS-TB-LINES          PIC 9(6) VALUE 0.
       01  WS-TB-KEY-DATE       PIC 9(8) VALUE 0.
       01  WS-TB-KEY-AMT        PIC S9(11)V99 VALUE 0.
       01  WS-TB-KEY-SIDE       PIC X(1).
       01  WS-TB-COUNT          PIC 9(3) VALUE 0.
       01  WS-TB-IDX            PIC 9(3) VALUE 0.
       01  WS-TB-SEL            PIC 9(3) VALUE 0.
       01  WS-TB-TAB.
           05 WS-TB-ENTRY OCCURS 400 TIMES.
               10 WS-TB-T-DATE   PIC 9(8).
               10 WS-TB-T-ACCT   PIC S9(12)V99.
               10 WS-TB-T-LED    PIC S9(12)V99.
       01  WS-TB-FULL           PIC X VALUE "N".
           88 TB-TABLE-FULL      VALUE "Y".
       01  WS-TB-ED1            PIC -9(12).99.
       01  WS-TB-ED2            PIC -9(12).99.
       01  WS-TB-ED3            PIC -9(12).99.
       01  WS-TB-RESULT         PIC X(10).
       01  WS-TB-TAG            PIC X(8).

       *> YEAREND working storage: the year, the ledger balance it
       *> closes on, and the annual account totals.
       01  WS-YEAR              PIC 9(4) VALUE 0.
       01  WS-YE-FROM           PIC 9(8) VALUE 0.
       01  WS-YE-TO             PIC 9(8) VALUE 0.
       01  WS-YRPT-PATH         PIC X(260).
       01  WS-YRPT-FS           PIC XX.
       01  WS-ARCL-PATH         PIC X(260).
       01  WS-ARCL-FS           PIC XX.
       01  WS-ABAL-EOF          PIC X VALUE "N".
           88 ABAL-EOF           VALUE "Y".
       01  WS-YE-LAST-CLOSE     PIC 9(8) VALUE 0.
       01  WS-YE-BALANCE        PIC S9(12)V99 VALUE 0.
       01  WS-YE-OPENING        PIC S9(12)V99 VALUE 0.
       01  WS-YE-FIRST-CLOSE    PIC 9(8) VALUE 0.
       01  WS-YE-LAST-RUN       PIC 9(8) VALUE 0.
       01  WS-YE-RUNS           PIC 9(6) VALUE 0.
       01  WS-YE-RUN-SUM        PIC S9(12)V99 VALUE 0.
       01  WS-YE-ARCHIVED       PIC 9(6) VALUE 0.
       01  WS-YE-DELETED        PIC 9(6) VALUE 0.
       01  WS-YE-ACCOUNTS       PIC 9(6) VALUE 0.
       01  WS-YE-ACCT-OPEN      PIC S9(11)V99 VALUE 0.
       01  WS-YE-ACCT-CR        PIC S9(11)V99 VALUE 0.
       01  WS-YE-ACCT-DR        PIC S9(11)V99 VALUE 0.
       01  WS-YE-ACCT-LATER     PIC S9(11)V99 VALUE 0.
       01  WS-YE-ACCT-CLOSE     PIC S9(11)V99 VALUE 0.
       01  WS-YE-ACCT-N         PIC 9(6) VALUE 0.
       01  WS-YE-TOT-OPEN       PIC S9(12)V99 VALUE 0.
       01  WS-YE-TOT-CR         PIC S9(12)V99 VALUE 0.
       01  WS-YE-TOT-DR         PIC S9(12)V99 VALUE 0.
       01  WS-YE-TOT-CLOSE      PIC S9(12)V99 VALUE 0.
       01  WS-YE-TOT-N          PIC 9(9) VALUE 0.
       01  WS-YE-ED1            PIC -9(12).99.
       01  WS-YE-ED2            PIC -9(12).99.
       01  WS-YE-ED3            PIC -9(12).99.
       01  WS-YE-ED4            PIC -9(12).99.

       *> Owner-status check for ACCOUNT postings: the account's
       *> owning customer, found through the cross-reference, must
       *> not be closed or deceased. An account with no link posts
       *> as before (ACCTXREF reports orphans).
       01  WS-XREF-PATH         PIC X(260).
       01  WS-XREF-FS           PIC XX.
       01  WS-IDX-PATH          PIC X(260).
       01  WS-IDX-FS            PIC XX.
       01  WS-OWNER-CHECK       PIC X VALUE "N".
           88 OWNER-CHECK-ON     VALUE "Y".
       01  WS-OWNER-REASON      PIC X(17).
       01  WS-CNT-OWNER-REJ     PIC 9(6) VALUE 0.
       01  WS-ACT-COUNT         PIC 9(3) VALUE 0.
       01  WS-ACT-IDX           PIC 9(3) VALUE 0.
       01  WS-ACT-SEL           PIC 9(3) VALUE 0.
               10 WS-ACT-N       PIC 9(6).
               10 WS-ACT-SUM     PIC S9(11)V99.
               10 WS-ACT-BAL     PIC S9(11)V99.
               10 WS-ACT-CCY     PIC X(3).
               10 WS-ACT-BASE    PIC S9(11)V99.

       *> Indexed ledger support, including the INQUIRE mode query
       *> date.
       01  WS-RH-STATUS         PIC X(10).
       01  WS-RH-START          PIC 9(8) VALUE 0.

       *> RPTREPOSUB parameter block: each report is filed in the
       *> report repository once it is closed.
       01  WS-RR-ID             PIC X(16).
       01  WS-RR-DATE           PIC 9(8) VALUE 0.
       01  WS-RR-PAGES          PIC 9(4) VALUE 0.
       01  WS-RR-STATUS         PIC XX.

       PROCEDURE DIVISION.
           *> Resolve the shared run-control file before any
           *> parameter is read; exported variables still override.
               AND WS-RUN-MODE NOT = "CLOSE"
               AND WS-RUN-MODE NOT = "AUDIT"
               AND WS-RUN-MODE NOT = "MIGRATE"
               AND WS-RUN-MODE NOT = "RELEASE"
               AND WS-RUN-MODE NOT = "PCLOSE"
               AND WS-RUN-MODE NOT = "YEAREND"
               AND WS-RUN-MODE NOT = "TRIAL"
               MOVE "SERIES" TO WS-RUN-MODE
           END-IF

               GOBACK
           END-IF

           IF WS-RUN-MODE = "TRIAL"
               PERFORM PARA-TRIAL-BALANCE-RUN
               GOBACK
           END-IF

           MOVE "mvp10-periods.txt" TO WS-PER-PATH
           ACCEPT WS-PER-PATH FROM ENVIRONMENT "MVP10_PERIODS"
           IF WS-PER-PATH = SPACES
               MOVE "mvp10-periods.txt" TO WS-PER-PATH
           END-IF

           IF WS-RUN-MODE = "PCLOSE"
               PERFORM PARA-PERIOD-CLOSE-RUN
               GOBACK
           END-IF

           IF WS-RUN-MODE = "YEAREND"
               PERFORM PARA-YEAR-END-RUN
               GOBACK
           END-IF

           IF WS-RUN-MODE = "AUDIT"
               MOVE "mvp10-ledger.txt" TO WS-LEDGER-PATH
               ACCEPT WS-LEDGER-PATH FROM ENVIRONMENT "MVP10_LEDGER"
               GOBACK
           END-IF

           IF WS-RUN-MODE = "RELEASE"
               PERFORM PARA-RELEASE-RUN
               GOBACK
           END-IF

           MOVE WS-START TO WS-I
           MOVE 0 TO WS-SUM

               MOVE WS-LEDGER-PATH(1:40) TO WS-RH-OUT
           END-IF
           EVALUATE TRUE
               WHEN SUM-OVERFLOW OR RUN-FAILED
                   MOVE "FAILED" TO WS-RH-STATUS
               WHEN WS-RH-REJECTED > 0
                   MOVE "EXCEPTIONS" TO WS-RH-STATUS
                           "|PATH=" WS-ABAL-PATH
                           "|STATUS=" WS-ABAL-FS
                   MOVE 8 TO RETURN-CODE
                   PERFORM PARA-FAIL-RUN
                   GOBACK
               END-IF
               *> The history is created on the first ACCOUNT run.
               MOVE "mvp10-acct-history.dat" TO WS-ATXN-PATH
               ACCEPT WS-ATXN-PATH FROM ENVIRONMENT
                   "MVP10_ACCT_HISTORY"
               IF WS-ATXN-PATH = SPACES
                   MOVE "mvp10-acct-history.dat" TO WS-ATXN-PATH
               END-IF
               OPEN I-O ATXN-FILE
               IF WS-ATXN-FS = "35"
                   OPEN OUTPUT ATXN-FILE
                   CLOSE ATXN-FILE
                   OPEN I-O ATXN-FILE
               END-IF
               IF WS-ATXN-FS NOT = "00"
                   DISPLAY "ERROR|REASON=HISTORY-OPEN-FAILED"
                           "|PATH=" WS-ATXN-PATH
                           "|STATUS=" WS-ATXN-FS
                   MOVE 8 TO RETURN-CODE
                   CLOSE ABAL-FILE
                   PERFORM PARA-FAIL-RUN
                   GOBACK
               END-IF
               PERFORM PARA-OPEN-OWNER-FILES
               PERFORM PARA-LOAD-PERIODS
               IF RETURN-CODE = 8
                   PERFORM PARA-CLOSE-ACCOUNT-FILES
                   PERFORM PARA-FAIL-RUN
                   GOBACK
               END-IF
               PERFORM PARA-LOAD-RATES
               IF RETURN-CODE = 8
                   PERFORM PARA-CLOSE-ACCOUNT-FILES
                   PERFORM PARA-FAIL-RUN
                   GOBACK
               END-IF
           END-IF
               DISPLAY "ERROR|REASON=INPUT-FILE-NOT-FOUND|PATH="
                       WS-TXN-PATH "|STATUS=" WS-TXN-FS
               MOVE 8 TO RETURN-CODE
               CLOSE TREJ-FILE
               IF WS-LAYOUT = "ACCOUNT"
                   PERFORM PARA-CLOSE-ACCOUNT-FILES
               END-IF
               PERFORM PARA-FAIL-RUN
               GOBACK
           END-IF
           IF WS-LAYOUT = "ACCOUNT"
               PERFORM PARA-OPEN-HOLD-QUEUE
           END-IF

           PERFORM UNTIL TXN-EOF OR SUM-OVERFLOW
               READ TXN-FILE
           CLOSE TXN-FILE
           CLOSE TREJ-FILE

           IF LIMITS-ON
               CLOSE HOLDQ-FILE
               MOVE "R" TO WS-LOCK-ACTION
               CALL "LOCKSUB" USING WS-LOCK-ACTION WS-HQ-LOCK-RESOURCE
                   WS-LOCK-HOLDER WS-LOCK-STATUS
               IF WS-CNT-HELD > 0
                   MOVE WS-HELD-VALUE TO WS-AMT-ED
                   DISPLAY "WARN|REASON=TRANSACTIONS-HELD|HELD="
                           WS-CNT-HELD "|VALUE=" WS-AMT-ED
                           "|QUEUE=" WS-HQ-PATH(1:40)
               END-IF
           END-IF

           IF WS-LAYOUT = "ACCOUNT"
               CLOSE ABAL-FILE
               CLOSE ATXN-FILE
               IF OWNER-CHECK-ON
                   CLOSE XREF-FILE
                   CLOSE IDX-FILE
               END-IF
               PERFORM PARA-REPORT-ACCOUNTS
               IF WS-CNT-REDATED > 0 OR WS-CNT-PERIOD-REJ > 0
                   DISPLAY "PERIOD|REDATED=" WS-CNT-REDATED
                           "|REJECTED=" WS-CNT-PERIOD-REJ
               END-IF
               IF WS-CNT-CONVERTED > 0 OR WS-CNT-FX-REJ > 0
                   DISPLAY "CURRENCY|CONVERTED=" WS-CNT-CONVERTED
                           "|REJECTED=" WS-CNT-FX-REJ
               END-IF
           END-IF

           IF NOT SUM-OVERFLOW
           MOVE WS-TXN-SEQ TO WS-RH-READ
           COMPUTE WS-RH-REJECTED =
               WS-CNT-TXN-REJ + WS-CNT-ACCT-REJ
               + WS-CNT-ACCT-OVFL + WS-CNT-OWNER-REJ
               + WS-CNT-ACCT-STAT-REJ + WS-CNT-HIST-FAIL
               + WS-CNT-PERIOD-REJ + WS-CNT-FX-REJ
           *> Held transactions are neither posted nor rejected;
           *> their count and value ride on the run-history record.
           MOVE "S" TO WS-EX-FUNC
           CALL "RUNHISTEXTRA" USING WS-EX-FUNC WS-CNT-HELD
               WS-HELD-VALUE
           PERFORM PARA-RECORD-RUN.

           EXIT.
               ELSE
                   MOVE "Y" TO WS-TXN-OK
               END-IF
               *> A posting dated into a closed accounting period
               *> is refused, or re-dated into the next open one.
               IF TXN-OK AND WS-LAYOUT = "ACCOUNT"
                   PERFORM PARA-CHECK-PERIOD
                   IF WS-PER-REASON NOT = SPACES
                       PERFORM PARA-REJECT-PERIOD
                       MOVE "N" TO WS-TXN-OK
                   END-IF
               END-IF
               *> A posting to a closed or deceased customer's
               *> account is refused, not added to the day's total.
               IF TXN-OK AND OWNER-CHECK-ON
                   PERFORM PARA-CHECK-OWNER
                   IF WS-OWNER-REASON NOT = SPACES
                       PERFORM PARA-REJECT-OWNER
                       MOVE "N" TO WS-TXN-OK
                   END-IF
               END-IF
               *> A posting to an account never opened, or since
               *> closed, is refused the same way.
               IF TXN-OK AND WS-LAYOUT = "ACCOUNT"
                   PERFORM PARA-CHECK-ACCOUNT-STATUS
                   IF WS-ACCT-REASON NOT = SPACES
                       PERFORM PARA-REJECT-ACCOUNT
                       MOVE "N" TO WS-TXN-OK
                   END-IF
               END-IF
               *> A posting in another currency is converted into
               *> the account's currency at the day's rate, before
               *> the limits see it; its base-currency value is
               *> what goes into the day's ledger total.
               IF TXN-OK AND WS-LAYOUT = "ACCOUNT"
                   PERFORM PARA-CONVERT-CURRENCY
                   IF WS-FX-REASON NOT = SPACES
                       PERFORM PARA-REJECT-CURRENCY
                       MOVE "N" TO WS-TXN-OK
                   END-IF
               END-IF
               *> A posting that would breach the account's limits
               *> waits in the hold queue for an operator instead.
               IF TXN-OK AND LIMITS-ON
                   PERFORM PARA-CHECK-LIMITS
                   IF WS-HOLD-REASON NOT = SPACES
                       PERFORM PARA-HOLD-TRANSACTION
                       MOVE "N" TO WS-TXN-OK
                   END-IF
               END-IF
           ELSE
               MOVE "N" TO WS-TXN-OK
           END-IF
           IF TXN-OK
               MOVE WS-AE-VALUE TO WS-AMT
               IF WS-LAYOUT NOT = "ACCOUNT"
                   MOVE WS-AMT TO WS-FX-BASE
               END-IF
               COMPUTE WS-AMT-CHECK = WS-AMT-SUM + WS-FX-BASE
               IF WS-AMT-CHECK > 99999999999.99
                   OR WS-AMT-CHECK < -99999999999.99
                   SET SUM-OVERFLOW TO TRUE
                           "|SUM=" WS-AMT-ED
                   SUBTRACT 1 FROM WS-TXN-SEQ
               ELSE
                   ADD WS-FX-BASE TO WS-AMT-SUM
                   *> ACCOUNT postings land on the master as they
                   *> go, so the checkpoint must walk in lockstep -
                   *> an interval checkpoint would re-post up to an

           EXIT.

       PARA-OPEN-OWNER-FILES.
           *> Both files are read only, so no lock. Without either
           *> one the run still posts, but says loudly that no owner
           *> was status-checked.
           MOVE "acct-xref.dat" TO WS-XREF-PATH
           ACCEPT WS-XREF-PATH FROM ENVIRONMENT "XREF_INDEX"
           IF WS-XREF-PATH = SPACES
               MOVE "acct-xref.dat" TO WS-XREF-PATH
           END-IF
           MOVE "mvp14-index.dat" TO WS-IDX-PATH
           ACCEPT WS-IDX-PATH FROM ENVIRONMENT "MVP14_INDEX"
           IF WS-IDX-PATH = SPACES
               MOVE "mvp14-index.dat" TO WS-IDX-PATH
           END-IF
           OPEN INPUT XREF-FILE
           IF WS-XREF-FS NOT = "00"
               DISPLAY "WARN|REASON=OWNER-CHECK-SKIPPED|PATH="
                       WS-XREF-PATH(1:40) "|STATUS=" WS-XREF-FS
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT IDX-FILE
           IF WS-IDX-FS NOT = "00"
               DISPLAY "WARN|REASON=OWNER-CHECK-SKIPPED|PATH="
                       WS-IDX-PATH(1:40) "|STATUS=" WS-IDX-FS
               CLOSE XREF-FILE
               EXIT PARAGRAPH
           END-IF
           SET OWNER-CHECK-ON TO TRUE.

           EXIT.

       PARA-CHECK-OWNER.
           MOVE SPACES TO WS-OWNER-REASON
           MOVE WS-TXN-ACCT TO XREF-ACCT
           READ XREF-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           MOVE XREF-CUST TO IDX-KEY
           READ IDX-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ
           EVALUATE TRUE
               WHEN IDX-CLOSED
                   MOVE "CUSTOMER-CLOSED" TO WS-OWNER-REASON
               WHEN IDX-DECEASED
                   MOVE "CUSTOMER-DECEASED" TO WS-OWNER-REASON
           END-EVALUATE.

           EXIT.

       PARA-REJECT-OWNER.
           ADD 1 TO WS-CNT-OWNER-REJ
           DISPLAY "EXCEPTION|N=" WS-TXN-SEQ
                   "|REASON=" WS-OWNER-REASON
                   "|ACCT=" WS-TXN-ACCT
                   "|CUST=" XREF-CUST
           MOVE SPACES TO TREJ-REC
           STRING "EXCEPTION|N="  DELIMITED BY SIZE
                  WS-TXN-SEQ      DELIMITED BY SIZE
                  "|REASON="      DELIMITED BY SIZE
                  WS-OWNER-REASON DELIMITED BY SPACE
                  "|CUST="        DELIMITED BY SIZE
                  XREF-CUST       DELIMITED BY SIZE
                  "|TEXT="        DELIMITED BY SIZE
                  TXN-REC         DELIMITED BY SIZE
                  INTO TREJ-REC
           END-STRING
           WRITE TREJ-REC.

           EXIT.

       PARA-CHECK-ACCOUNT-STATUS.
           MOVE SPACES TO WS-ACCT-REASON
           MOVE WS-TXN-ACCT TO ABAL-KEY
           READ ABAL-FILE
               INVALID KEY
                   MOVE "UNKNOWN-ACCOUNT" TO WS-ACCT-REASON
               NOT INVALID KEY
                   IF NOT ABAL-IS-OPEN
                       MOVE "ACCOUNT-CLOSED" TO WS-ACCT-REASON
                   END-IF
           END-READ.

           EXIT.

       PARA-REJECT-ACCOUNT.
           ADD 1 TO WS-CNT-ACCT-STAT-REJ
           DISPLAY "EXCEPTION|N=" WS-TXN-SEQ
                   "|REASON=" WS-ACCT-REASON
                   "|ACCT=" WS-TXN-ACCT
           MOVE SPACES TO TREJ-REC
           STRING "EXCEPTION|N="  DELIMITED BY SIZE
                  WS-TXN-SEQ      DELIMITED BY SIZE
                  "|REASON="      DELIMITED BY SIZE
                  WS-ACCT-REASON  DELIMITED BY SPACE
                  "|TEXT="        DELIMITED BY SIZE
                  TXN-REC         DELIMITED BY SIZE
                  INTO TREJ-REC
           END-STRING
           WRITE TREJ-REC.

           EXIT.

       PARA-POST-ACCOUNT.
           *> Post the transaction onto the open account, already
           *> checked by PARA-CHECK-ACCOUNT-STATUS, and fold it into
           *> the per-run totals table for the end-of-run report.
           MOVE WS-TXN-ACCT TO ABAL-KEY
           READ ABAL-FILE
               INVALID KEY
                   ADD 1 TO WS-CNT-ACCT-REJ
                   DISPLAY "EXCEPTION|REASON=ACCT-READ"
                           "|ACCT=" WS-TXN-ACCT
                           "|FS=" WS-ABAL-FS
               NOT INVALID KEY
                   ADD WS-AMT TO ABAL-BALANCE
                   MOVE WS-TXN-PDATE TO ABAL-LAST-DATE
                           DISPLAY "EXCEPTION|REASON=ACCT-REWRITE"
                                   "|ACCT=" WS-TXN-ACCT
                                   "|FS=" WS-ABAL-FS
                       NOT INVALID KEY
                           PERFORM PARA-WRITE-ACCT-HISTORY
                   END-REWRITE
           END-READ

               MOVE WS-TXN-ACCT TO WS-ACT-KEY(WS-ACT-COUNT)
               MOVE 0 TO WS-ACT-N(WS-ACT-COUNT)
               MOVE 0 TO WS-ACT-SUM(WS-ACT-COUNT)
               MOVE 0 TO WS-ACT-BASE(WS-ACT-COUNT)
               MOVE WS-FX-ACCT-CCY TO WS-ACT-CCY(WS-ACT-COUNT)
               MOVE WS-ACT-COUNT TO WS-ACT-SEL
           END-IF
           PERFORM PARA-ADD-CURRENCY-TOTAL
           IF WS-ACT-SEL > 0
               ADD 1 TO WS-ACT-N(WS-ACT-SEL)
               ADD WS-AMT TO WS-ACT-SUM(WS-ACT-SEL)
               ADD WS-FX-BASE TO WS-ACT-BASE(WS-ACT-SEL)
               MOVE ABAL-BALANCE TO WS-ACT-BAL(WS-ACT-SEL)
           ELSE
               *> The posting reached the master but cannot appear

           EXIT.

       PARA-SCAN-ACCT-DAY.
           *> The history lines already held for the transaction's
           *> account and posting date: the last sequence used and
           *> the number of postings among them.
           MOVE 0 TO WS-ATXN-NEXT-SEQ
           MOVE 0 TO WS-DAY-POSTINGS
           MOVE "N" TO WS-ATXN-EOF
           MOVE WS-TXN-ACCT TO ATXN-ACCT
           MOVE WS-TXN-PDATE TO ATXN-DATE
           MOVE 0 TO ATXN-SEQ
           START ATXN-FILE KEY >= ATXN-KEY
               INVALID KEY
                   SET ATXN-EOF TO TRUE
           END-START
           PERFORM UNTIL ATXN-EOF
               READ ATXN-FILE NEXT
                   AT END
                       SET ATXN-EOF TO TRUE
                   NOT AT END
                       IF ATXN-ACCT NOT = WS-TXN-ACCT
                           OR ATXN-DATE NOT = WS-TXN-PDATE
                           SET ATXN-EOF TO TRUE
                       ELSE
                           MOVE ATXN-SEQ TO WS-ATXN-NEXT-SEQ
                           IF ATXN-TYPE = "P"
                               ADD 1 TO WS-DAY-POSTINGS
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           EXIT.

       PARA-WRITE-ACCT-HISTORY.
           *> The posting joins the account's history after the last
           *> sequence already used for its posting date.
           PERFORM PARA-SCAN-ACCT-DAY
           ADD 1 TO WS-ATXN-NEXT-SEQ

           MOVE WS-TXN-ACCT TO ATXN-ACCT
           MOVE WS-TXN-PDATE TO ATXN-DATE
           MOVE WS-ATXN-NEXT-SEQ TO ATXN-SEQ
           MOVE "P" TO ATXN-TYPE
           MOVE WS-AMT TO ATXN-AMOUNT
           MOVE WS-RUN-DATE TO ATXN-RUN-DATE
           MOVE WS-TXN-SEQ TO ATXN-TXN-N
           MOVE WS-FX-BASE TO ATXN-BASE-AMOUNT
           WRITE ATXN-REC
               INVALID KEY
                   *> The balance is posted but its history line is
                   *> missing; the statement run will show the
                   *> account out of balance until it is repaired.
                   ADD 1 TO WS-CNT-HIST-FAIL
                   DISPLAY "EXCEPTION|REASON=HISTORY-WRITE"
                           "|ACCT=" WS-TXN-ACCT
                           "|DATE=" WS-TXN-PDATE
                           "|FS=" WS-ATXN-FS
           END-WRITE.

           EXIT.

       PARA-OPEN-HOLD-QUEUE.
           *> Without a limits file every posting goes straight
           *> through as before, but the run says so.
           MOVE "mvp10-limits.txt" TO WS-LIMIT-PATH
           ACCEPT WS-LIMIT-PATH FROM ENVIRONMENT "MVP10_LIMITS"
           IF WS-LIMIT-PATH = SPACES
               MOVE "mvp10-limits.txt" TO WS-LIMIT-PATH
           END-IF
           PERFORM PARA-LOAD-LIMITS
           IF WS-LM-COUNT = 0
               DISPLAY "WARN|REASON=LIMIT-CHECK-SKIPPED|PATH="
                       WS-LIMIT-PATH(1:40) "|STATUS=" WS-LIMIT-FS
               EXIT PARAGRAPH
           END-IF

           *> The queue is locked for the run so a RELEASE run
           *> cannot rewrite it under the holds being appended.
           MOVE "A" TO WS-LOCK-ACTION
           MOVE WS-RH-PROGRAM TO WS-LOCK-HOLDER
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-HQ-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=HOLDS-LOCKED|HELDBY="
                       WS-LOCK-HOLDER
               MOVE 8 TO RETURN-CODE
               CLOSE TXN-FILE
               CLOSE TREJ-FILE
               PERFORM PARA-CLOSE-ACCOUNT-FILES
               PERFORM PARA-FAIL-RUN
               GOBACK
           END-IF

           MOVE "mvp10-holds.txt" TO WS-HQ-PATH
           ACCEPT WS-HQ-PATH FROM ENVIRONMENT "MVP10_HOLDS"
           IF WS-HQ-PATH = SPACES
               MOVE "mvp10-holds.txt" TO WS-HQ-PATH
           END-IF
           *> Hold ids run on from the highest already queued.
           MOVE 0 TO WS-HQ-NEXT-ID
           MOVE "N" TO WS-HQ-EOF
           OPEN INPUT HOLDQ-FILE
           IF WS-HQ-FS = "00"
               PERFORM UNTIL HQ-EOF
                   READ HOLDQ-FILE
                       AT END
                           SET HQ-EOF TO TRUE
                       NOT AT END
                           IF HQ-ID IS NUMERIC
                               AND HQ-ID > WS-HQ-NEXT-ID
                               MOVE HQ-ID TO WS-HQ-NEXT-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLDQ-FILE
           END-IF
           OPEN EXTEND HOLDQ-FILE
           IF WS-HQ-FS NOT = "00"
               OPEN OUTPUT HOLDQ-FILE
           END-IF
           SET LIMITS-ON TO TRUE.

           EXIT.

       PARA-LOAD-LIMITS.
           MOVE 0 TO WS-LM-COUNT
           MOVE 0 TO WS-LM-DEFAULT
           MOVE "N" TO WS-LIMIT-EOF
           OPEN INPUT LIMIT-FILE
           IF WS-LIMIT-FS NOT = "00"
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL LIMIT-EOF
               READ LIMIT-FILE
                   AT END
                       SET LIMIT-EOF TO TRUE
                   NOT AT END
                       IF LM-ACCT NOT = SPACES
                           PERFORM PARA-LOAD-ONE-LIMIT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LIMIT-FILE.

           EXIT.

       PARA-LOAD-ONE-LIMIT.
           IF WS-LM-COUNT >= 500
               DISPLAY "WARN|REASON=LIMITS-TABLE-FULL|ACCT=" LM-ACCT
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-LM-BAD
           ADD 1 TO WS-LM-COUNT
           MOVE LM-ACCT TO WS-LM-KEY(WS-LM-COUNT)
           MOVE "N" TO WS-LM-FLOOR-SET(WS-LM-COUNT)
           MOVE 0 TO WS-LM-FLOOR(WS-LM-COUNT)
           MOVE "N" TO WS-LM-MAX-SET(WS-LM-COUNT)
           MOVE 0 TO WS-LM-MAX(WS-LM-COUNT)
           MOVE 0 TO WS-LM-DAY-MAX(WS-LM-COUNT)
           IF LM-FLOOR NOT = SPACES
               MOVE LM-FLOOR TO WS-AE-FIELD
               CALL "AMTEDITSUB" USING WS-AE-FIELD WS-AE-VALUE
                   WS-AE-STATUS
               IF WS-AE-STATUS = "00"
                   MOVE "Y" TO WS-LM-FLOOR-SET(WS-LM-COUNT)
                   MOVE WS-AE-VALUE TO WS-LM-FLOOR(WS-LM-COUNT)
               ELSE
                   SET LM-BAD TO TRUE
               END-IF
           END-IF
           IF LM-TXN-MAX NOT = SPACES
               MOVE LM-TXN-MAX TO WS-AE-FIELD
               CALL "AMTEDITSUB" USING WS-AE-FIELD WS-AE-VALUE
                   WS-AE-STATUS
               IF WS-AE-STATUS = "00" AND WS-AE-VALUE > 0
                   MOVE "Y" TO WS-LM-MAX-SET(WS-LM-COUNT)
                   MOVE WS-AE-VALUE TO WS-LM-MAX(WS-LM-COUNT)
               ELSE
                   SET LM-BAD TO TRUE
               END-IF
           END-IF
           IF LM-DAY-MAX NOT = SPACES
               IF LM-DAY-MAX IS NUMERIC
                   MOVE LM-DAY-MAX TO WS-LM-DAY-MAX(WS-LM-COUNT)
               ELSE
                   SET LM-BAD TO TRUE
               END-IF
           END-IF
           *> A limit line that cannot be read is dropped rather
           *> than half-applied.
           IF LM-BAD
               DISPLAY "WARN|REASON=BAD-LIMIT|TEXT=" LIMIT-REC
               SUBTRACT 1 FROM WS-LM-COUNT
           ELSE
               IF LM-ACCT = "*DEFAULT"
                   MOVE WS-LM-COUNT TO WS-LM-DEFAULT
               END-IF
           END-IF.

           EXIT.

       PARA-CHECK-LIMITS.
           *> ABAL-REC still holds the account read by the status
           *> check.
           MOVE SPACES TO WS-HOLD-REASON
           MOVE 0 TO WS-LM-SEL
           PERFORM VARYING WS-LM-IDX FROM 1 BY 1
                   UNTIL WS-LM-IDX > WS-LM-COUNT
                      OR WS-LM-SEL > 0
               IF WS-LM-KEY(WS-LM-IDX) = WS-TXN-ACCT
                   MOVE WS-LM-IDX TO WS-LM-SEL
               END-IF
           END-PERFORM
           IF WS-LM-SEL = 0
               MOVE WS-LM-DEFAULT TO WS-LM-SEL
           END-IF
           IF WS-LM-SEL = 0
               EXIT PARAGRAPH
           END-IF

           IF WS-AE-VALUE < 0
               COMPUTE WS-LM-ABS = 0 - WS-AE-VALUE
           ELSE
               MOVE WS-AE-VALUE TO WS-LM-ABS
           END-IF
           IF WS-LM-MAX-SET(WS-LM-SEL) = "Y"
               AND WS-LM-ABS > WS-LM-MAX(WS-LM-SEL)
               MOVE "OVER-TXN-LIMIT" TO WS-HOLD-REASON
               EXIT PARAGRAPH
           END-IF
           *> Only a debit can take the balance through the floor.
           IF WS-LM-FLOOR-SET(WS-LM-SEL) = "Y" AND WS-AE-VALUE < 0
               COMPUTE WS-LM-PROJECTED = ABAL-BALANCE + WS-AE-VALUE
               IF WS-LM-PROJECTED < WS-LM-FLOOR(WS-LM-SEL)
                   MOVE "OVERDRAFT-FLOOR" TO WS-HOLD-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           *> Velocity counts the postings already in the history
           *> for the account and date, this run's included.
           IF WS-LM-DAY-MAX(WS-LM-SEL) > 0
               PERFORM PARA-SCAN-ACCT-DAY
               IF WS-DAY-POSTINGS >= WS-LM-DAY-MAX(WS-LM-SEL)
                   MOVE "DAILY-VELOCITY" TO WS-HOLD-REASON
               END-IF
           END-IF.

           EXIT.

       PARA-HOLD-TRANSACTION.
           ADD 1 TO WS-HQ-NEXT-ID
           MOVE WS-HQ-NEXT-ID TO HQ-ID
           MOVE "H" TO HQ-STATUS
           MOVE WS-HOLD-REASON TO HQ-REASON
           MOVE WS-TXN-ACCT TO HQ-ACCT
           MOVE WS-TXN-PDATE TO HQ-PDATE
           MOVE WS-AE-VALUE TO HQ-AMOUNT
           MOVE WS-RUN-DATE TO HQ-HELD-DATE
           MOVE WS-TXN-SEQ TO HQ-TXN-N
           MOVE 0 TO HQ-DECIDED-DATE
           MOVE SPACES TO HQ-OPERATOR
           WRITE HOLDQ-REC
           ADD 1 TO WS-CNT-HELD
           ADD WS-AE-VALUE TO WS-HELD-VALUE
           MOVE WS-AE-VALUE TO WS-AMT-ED
           DISPLAY "HELD|N=" WS-TXN-SEQ
                   "|ID=" HQ-ID
                   "|REASON=" WS-HOLD-REASON
                   "|ACCT=" WS-TXN-ACCT
                   "|AMOUNT=" WS-AMT-ED
           *> A restart must not queue the same item twice.
           PERFORM PARA-WRITE-FILE-CHECKPOINT.

           EXIT.

       PARA-RELEASE-RUN.
           *> Operator decisions on the hold queue, one per line of
           *> the release file: P posts the held item to its account
           *> exactly as the posting run would have, C cancels it.
           *> Each decision is audited with the operator's initials.
           *> Released postings go into both ledgers as a FILE run.
           ACCEPT WS-RUN-TIME FROM TIME
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "MVP10_OPERATOR"
           IF WS-OPERATOR = SPACES
               DISPLAY "ERROR|REASON=NO-OPERATOR"
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-FAIL-RUN
               GOBACK
           END-IF

           MOVE "mvp10-holds.txt" TO WS-HQ-PATH
           ACCEPT WS-HQ-PATH FROM ENVIRONMENT "MVP10_HOLDS"
           IF WS-HQ-PATH = SPACES
               MOVE "mvp10-holds.txt" TO WS-HQ-PATH
           END-IF
           MOVE "mvp10-release.txt" TO WS-REL-PATH
           ACCEPT WS-REL-PATH FROM ENVIRONMENT "MVP10_RELEASE"
           IF WS-REL-PATH = SPACES
               MOVE "mvp10-release.txt" TO WS-REL-PATH
           END-IF
           MOVE "mvp10-release-audit.txt" TO WS-RAUD-PATH
           ACCEPT WS-RAUD-PATH FROM ENVIRONMENT
               "MVP10_RELEASE_AUDIT"
           IF WS-RAUD-PATH = SPACES
               MOVE "mvp10-release-audit.txt" TO WS-RAUD-PATH
           END-IF
           MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH
           ACCEPT WS-ABAL-PATH FROM ENVIRONMENT "MVP10_ACCOUNTS"
           IF WS-ABAL-PATH = SPACES
               MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH
           END-IF
           MOVE "mvp10-acct-history.dat" TO WS-ATXN-PATH
           ACCEPT WS-ATXN-PATH FROM ENVIRONMENT "MVP10_ACCT_HISTORY"
           IF WS-ATXN-PATH = SPACES
               MOVE "mvp10-acct-history.dat" TO WS-ATXN-PATH
           END-IF
           MOVE WS-REL-PATH(1:40) TO WS-RH-IN
           MOVE WS-HQ-PATH(1:40) TO WS-RH-OUT

           OPEN INPUT REL-FILE
           IF WS-REL-FS NOT = "00"
               DISPLAY "ERROR|REASON=RELEASE-FILE-NOT-FOUND|PATH="
                       WS-REL-PATH "|STATUS=" WS-REL-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-FAIL-RUN
               GOBACK
           END-IF

           MOVE "A" TO WS-LOCK-ACTION
           MOVE WS-RH-PROGRAM TO WS-LOCK-HOLDER
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-HQ-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=HOLDS-LOCKED|HELDBY="
                       WS-LOCK-HOLDER
               MOVE 8 TO RETURN-CODE
               CLOSE REL-FILE
               PERFORM PARA-FAIL-RUN
               GOBACK
           END-IF

           PERFORM PARA-LOAD-HOLD-QUEUE
           IF RETURN-CODE = 8
               PERFORM PARA-RELEASE-HOLD-LOCK
               CLOSE REL-FILE
               PERFORM PARA-FAIL-RUN
               GOBACK
           END-IF

           OPEN I-O ABAL-FILE
           IF WS-ABAL-FS NOT = "00"
               DISPLAY "ERROR|REASON=ACCOUNTS-OPEN-FAILED"
                       "|PATH=" WS-ABAL-PATH
                       "|STATUS=" WS-ABAL-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RELEASE-HOLD-LOCK
               CLOSE REL-FILE
               PERFORM PARA-FAIL-RUN
               GOBACK
           END-IF
           OPEN I-O ATXN-FILE
           IF WS-ATXN-FS NOT = "00"
               DISPLAY "ERROR|REASON=HISTORY-OPEN-FAILED"
                       "|PATH=" WS-ATXN-PATH
                       "|STATUS=" WS-ATXN-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RELEASE-HOLD-LOCK
               CLOSE REL-FILE
               CLOSE ABAL-FILE
               PERFORM PARA-FAIL-RUN
               GOBACK
           END-IF
           PERFORM PARA-OPEN-OWNER-FILES
           PERFORM PARA-LOAD-PERIODS
           IF RETURN-CODE = 8
               CLOSE REL-FILE
               PERFORM PARA-CLOSE-ACCOUNT-FILES
               PERFORM PARA-RELEASE-HOLD-LOCK
               PERFORM PARA-FAIL-RUN
               GOBACK
           END-IF
           PERFORM PARA-LOAD-RATES
           IF RETURN-CODE = 8
               CLOSE REL-FILE
               PERFORM PARA-CLOSE-ACCOUNT-FILES
               PERFORM PARA-RELEASE-HOLD-LOCK
               PERFORM PARA-FAIL-RUN
               GOBACK
           END-IF
           OPEN EXTEND RAUD-FILE
           IF WS-RAUD-FS NOT = "00"
               OPEN OUTPUT RAUD-FILE
           END-IF

           MOVE 0 TO WS-AMT-SUM
           PERFORM UNTIL REL-EOF
               READ REL-FILE
                   AT END
                       SET REL-EOF TO TRUE
                   NOT AT END
                       IF REL-REC NOT = SPACES
                           PERFORM PARA-APPLY-RELEASE
                       END-IF
               END-READ
           END-PERFORM

           CLOSE REL-FILE
           CLOSE RAUD-FILE
           CLOSE ABAL-FILE
           CLOSE ATXN-FILE
           IF OWNER-CHECK-ON
               CLOSE XREF-FILE
               CLOSE IDX-FILE
           END-IF

           *> The queue is rewritten with every decision applied.
           MOVE 0 TO WS-CNT-REL-OPEN
           OPEN OUTPUT HOLDQ-FILE
           PERFORM VARYING WS-HQT-IDX FROM 1 BY 1
                   UNTIL WS-HQT-IDX > WS-HQT-COUNT
               MOVE WS-HQT-ENTRY(WS-HQT-IDX) TO HOLDQ-REC
               WRITE HOLDQ-REC
               IF WS-HQT-STATUS(WS-HQT-IDX) = "H"
                   ADD 1 TO WS-CNT-REL-OPEN
               END-IF
           END-PERFORM
           CLOSE HOLDQ-FILE
           PERFORM PARA-RELEASE-HOLD-LOCK

           IF WS-CNT-REL-POSTED > 0
               MOVE WS-CNT-REL-POSTED TO WS-TXN-SEQ
               MOVE "FILE" TO WS-RUN-MODE
               PERFORM PARA-WRITE-FILE-LEDGER
               MOVE WS-TXN-SEQ TO WS-LED-N
               MOVE WS-AMT-SUM TO WS-LED-SUM
               PERFORM PARA-WRITE-INDEXED-LEDGER
           END-IF

           MOVE WS-AMT-SUM TO WS-AMT-ED
           DISPLAY "RELEASE|DECISIONS=" WS-CNT-REL-READ
                   "|POSTED=" WS-CNT-REL-POSTED
                   "|CANCELLED=" WS-CNT-REL-CANCEL
                   "|REJECTED=" WS-CNT-REL-REJ
                   "|STILL-HELD=" WS-CNT-REL-OPEN
                   "|POSTED-VALUE=" WS-AMT-ED

           MOVE WS-CNT-REL-READ TO WS-RH-READ
           COMPUTE WS-RH-WRITTEN =
               WS-CNT-REL-POSTED + WS-CNT-REL-CANCEL
           COMPUTE WS-RH-REJECTED =
               WS-CNT-REL-REJ + WS-CNT-HIST-FAIL
           PERFORM PARA-RECORD-RUN.

           EXIT.

       PARA-LOAD-HOLD-QUEUE.
           MOVE 0 TO WS-HQT-COUNT
           MOVE "N" TO WS-HQ-EOF
           OPEN INPUT HOLDQ-FILE
           IF WS-HQ-FS NOT = "00"
               DISPLAY "ERROR|REASON=HOLDS-NOT-FOUND|PATH="
                       WS-HQ-PATH "|STATUS=" WS-HQ-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM UNTIL HQ-EOF
               READ HOLDQ-FILE
                   AT END
                       SET HQ-EOF TO TRUE
                   NOT AT END
                       IF WS-HQT-COUNT >= 500
                           DISPLAY "ERROR|REASON=HOLDS-TABLE-FULL"
                                   "|PATH=" WS-HQ-PATH(1:40)
                           MOVE 8 TO RETURN-CODE
                           SET HQ-EOF TO TRUE
                       ELSE
                           ADD 1 TO WS-HQT-COUNT
                           MOVE HOLDQ-REC
                               TO WS-HQT-ENTRY(WS-HQT-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE HOLDQ-FILE.

           EXIT.

       PARA-RELEASE-HOLD-LOCK.
           MOVE "R" TO WS-LOCK-ACTION
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-HQ-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS.

           EXIT.

       PARA-CLOSE-ACCOUNT-FILES.
           CLOSE ABAL-FILE
           CLOSE ATXN-FILE
           IF OWNER-CHECK-ON
               CLOSE XREF-FILE
               CLOSE IDX-FILE
           END-IF.

           EXIT.

       PARA-FAIL-RUN.
           *> A run stopped before its input was processed is still
           *> recorded; the record's FAILED status sets RC 8 again
           *> after the LOCKSUB and RUNHISTORY calls have reset it.
           SET RUN-FAILED TO TRUE
           PERFORM PARA-RECORD-RUN.

           EXIT.

       PARA-APPLY-RELEASE.
           ADD 1 TO WS-CNT-REL-READ
           MOVE SPACES TO WS-REL-REASON
           MOVE 0 TO WS-HQT-SEL
           EVALUATE TRUE
               WHEN REL-ACTION NOT = "P" AND REL-ACTION NOT = "C"
                   MOVE "BAD-ACTION" TO WS-REL-REASON
               WHEN REL-ID IS NOT NUMERIC
                   MOVE "BAD-HOLD-ID" TO WS-REL-REASON
               WHEN OTHER
                   MOVE REL-ID TO WS-REL-ID
                   PERFORM VARYING WS-HQT-IDX FROM 1 BY 1
                           UNTIL WS-HQT-IDX > WS-HQT-COUNT
                              OR WS-HQT-SEL > 0
                       IF WS-HQT-ID(WS-HQT-IDX) = WS-REL-ID
                           MOVE WS-HQT-IDX TO WS-HQT-SEL
                       END-IF
                   END-PERFORM
                   IF WS-HQT-SEL = 0
                       MOVE "HOLD-NOT-FOUND" TO WS-REL-REASON
                   ELSE
                       IF WS-HQT-STATUS(WS-HQT-SEL) NOT = "H"
                           MOVE "ALREADY-DECIDED" TO WS-REL-REASON
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-REL-REASON = SPACES AND REL-ACTION = "P"
               PERFORM PARA-POST-RELEASED
           END-IF
           IF WS-REL-REASON NOT = SPACES
               ADD 1 TO WS-CNT-REL-REJ
               DISPLAY "REJECT|ACTION=" REL-ACTION
                       "|ID=" REL-ID
                       "|REASON=" WS-REL-REASON
               EXIT PARAGRAPH
           END-IF

           MOVE REL-ACTION TO WS-HQT-STATUS(WS-HQT-SEL)
           MOVE WS-RUN-DATE TO WS-HQT-DECIDED(WS-HQT-SEL)
           MOVE WS-OPERATOR TO WS-HQT-OPERATOR(WS-HQT-SEL)
           IF REL-ACTION = "P"
               ADD 1 TO WS-CNT-REL-POSTED
           ELSE
               ADD 1 TO WS-CNT-REL-CANCEL
           END-IF
           PERFORM PARA-WRITE-RELEASE-AUDIT.

           EXIT.

       PARA-POST-RELEASED.
           *> The account and its owner are checked again - either
           *> may have been closed while the item waited - but the
           *> limits are not: the operator's release overrides them.
           MOVE WS-HQT-ACCT(WS-HQT-SEL) TO WS-TXN-ACCT
           MOVE WS-HQT-PDATE(WS-HQT-SEL) TO WS-TXN-PDATE
           MOVE WS-HQT-TXN-N(WS-HQT-SEL) TO WS-TXN-SEQ
           IF OWNER-CHECK-ON
               PERFORM PARA-CHECK-OWNER
               IF WS-OWNER-REASON NOT = SPACES
                   MOVE WS-OWNER-REASON TO WS-REL-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           PERFORM PARA-CHECK-ACCOUNT-STATUS
           IF WS-ACCT-REASON NOT = SPACES
               MOVE WS-ACCT-REASON TO WS-REL-REASON
               EXIT PARAGRAPH
           END-IF
           *> The period may also have been closed meanwhile.
           PERFORM PARA-CHECK-PERIOD
           IF WS-PER-REASON NOT = SPACES
               MOVE WS-PER-REASON TO WS-REL-REASON
               EXIT PARAGRAPH
           END-IF
           *> The held amount is already in the account's currency;
           *> its base value is taken at the posting date's rate.
           MOVE WS-HQT-AMOUNT(WS-HQT-SEL) TO WS-AMT
           MOVE ABAL-CCY TO WS-FX-ACCT-CCY
           IF WS-FX-ACCT-CCY = SPACES
               MOVE WS-BASE-CCY TO WS-FX-ACCT-CCY
           END-IF
           MOVE WS-FX-ACCT-CCY TO WS-FX-CCY
           PERFORM PARA-FIND-RATE
           IF WS-FX-RATE = 0
               MOVE "NO-RATE" TO WS-REL-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FX-BASE ROUNDED = WS-AMT * WS-FX-RATE
               ON SIZE ERROR
                   MOVE "CONVERT-OVERFLOW" TO WS-REL-REASON
                   EXIT PARAGRAPH
           END-COMPUTE
           MOVE WS-CNT-ACCT-REJ TO WS-REL-REJ-BEFORE
           PERFORM PARA-POST-ACCOUNT
           IF WS-CNT-ACCT-REJ NOT = WS-REL-REJ-BEFORE
               MOVE "POST-FAILED" TO WS-REL-REASON
           ELSE
               ADD WS-FX-BASE TO WS-AMT-SUM
           END-IF.

           EXIT.

       PARA-WRITE-RELEASE-AUDIT.
           MOVE WS-HQT-AMOUNT(WS-HQT-SEL) TO WS-AMT-ED
           MOVE SPACES TO RAUD-REC
           STRING "DATE="         DELIMITED BY SIZE
                  WS-RUN-DATE     DELIMITED BY SIZE
                  "|TIME="        DELIMITED BY SIZE
                  WS-RUN-TIME     DELIMITED BY SIZE
                  "|OPERATOR="    DELIMITED BY SIZE
                  WS-OPERATOR     DELIMITED BY SIZE
                  "|ACTION="      DELIMITED BY SIZE
                  REL-ACTION      DELIMITED BY SIZE
                  "|ID="          DELIMITED BY SIZE
                  WS-HQT-ID(WS-HQT-SEL) DELIMITED BY SIZE
                  "|ACCT="        DELIMITED BY SIZE
                  WS-HQT-ACCT(WS-HQT-SEL) DELIMITED BY SIZE
                  "|PDATE="       DELIMITED BY SIZE
                  WS-HQT-PDATE(WS-HQT-SEL) DELIMITED BY SIZE
                  "|AMOUNT="      DELIMITED BY SIZE
                  WS-AMT-ED       DELIMITED BY SIZE
                  "|HELD-FOR="    DELIMITED BY SIZE
                  WS-HQT-REASON(WS-HQT-SEL) DELIMITED BY SPACE
                  INTO RAUD-REC
           END-STRING
           WRITE RAUD-REC
           DISPLAY "RELEASE|ACTION=" REL-ACTION
                   "|ID=" WS-HQT-ID(WS-HQT-SEL)
                   "|ACCT=" WS-HQT-ACCT(WS-HQT-SEL)
                   "|AMOUNT=" WS-AMT-ED.

           EXIT.

       PARA-REPORT-ACCOUNTS.
           OPEN OUTPUT ARPT-FILE
           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACT-COUNT
               MOVE WS-ACT-SUM(WS-ACT-IDX) TO WS-AMT-ED
               MOVE WS-ACT-BAL(WS-ACT-IDX) TO WS-AMT-ED2
               MOVE WS-ACT-BASE(WS-ACT-IDX) TO WS-AMT-ED3
               MOVE SPACES TO ARPT-REC
               STRING "ACCOUNT|KEY=" DELIMITED BY SIZE
                      WS-ACT-KEY(WS-ACT-IDX) DELIMITED BY SIZE
                      "|CCY="        DELIMITED BY SIZE
                      WS-ACT-CCY(WS-ACT-IDX) DELIMITED BY SIZE
                      "|N="          DELIMITED BY SIZE
                      WS-ACT-N(WS-ACT-IDX) DELIMITED BY SIZE
                      "|SUM="        DELIMITED BY SIZE
                      WS-AMT-ED      DELIMITED BY SIZE
                      "|BALANCE="    DELIMITED BY SIZE
                      WS-AMT-ED2     DELIMITED BY SIZE
                      "|BASE-SUM="   DELIMITED BY SIZE
                      WS-AMT-ED3     DELIMITED BY SIZE
                      INTO ARPT-REC
               END-STRING
               WRITE ARPT-REC
               DISPLAY ARPT-REC(1:120)
           END-PERFORM
           *> The run's postings by account currency, each in the
           *> currency itself and in the base currency; the base
           *> amounts add up to the ledger total.
           MOVE 0 TO WS-BASE-SUM
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
               ADD WS-CCY-BASE(WS-CCY-IDX) TO WS-BASE-SUM
               MOVE WS-CCY-SUM(WS-CCY-IDX) TO WS-AMT-ED
               MOVE WS-CCY-BASE(WS-CCY-IDX) TO WS-AMT-ED2
               MOVE SPACES TO ARPT-REC
               STRING "CURRENCY|CCY=" DELIMITED BY SIZE
                      WS-CCY-CODE(WS-CCY-IDX) DELIMITED BY SIZE
                      "|N="          DELIMITED BY SIZE
                      WS-CCY-N(WS-CCY-IDX) DELIMITED BY SIZE
                      "|SUM="        DELIMITED BY SIZE
                      WS-AMT-ED      DELIMITED BY SIZE
                      "|BASE="       DELIMITED BY SIZE
                      WS-AMT-ED2     DELIMITED BY SIZE
                      INTO ARPT-REC
               END-STRING
               WRITE ARPT-REC
               DISPLAY ARPT-REC(1:100)
           END-PERFORM
           MOVE WS-BASE-SUM TO WS-AMT-ED3
           MOVE SPACES TO ARPT-REC
           STRING "TOTALS|ACCOUNTS=" DELIMITED BY SIZE
                  WS-ACT-COUNT       DELIMITED BY SIZE
                  "|REJECTED="       DELIMITED BY SIZE
                  WS-CNT-ACCT-REJ    DELIMITED BY SIZE
                  "|STATUS-REJECTED=" DELIMITED BY SIZE
                  WS-CNT-ACCT-STAT-REJ DELIMITED BY SIZE
                  "|BASE-CCY="       DELIMITED BY SIZE
                  WS-BASE-CCY        DELIMITED BY SIZE
                  "|BASE-TOTAL="     DELIMITED BY SIZE
                  WS-AMT-ED3         DELIMITED BY SIZE
                  INTO ARPT-REC
           END-STRING
           WRITE ARPT-REC
           CLOSE ARPT-FILE
           MOVE "MVP10ACCT" TO WS-RR-ID
           MOVE 0 TO WS-RR-DATE
           CALL "RPTREPOSUB" USING WS-RR-ID WS-RH-PROGRAM WS-ARPT-PATH
               WS-RR-DATE WS-RR-PAGES WS-RR-STATUS.

           EXIT.

       PARA-RESUME-FILE-CHECKPOINT.
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-FS = "00"
               READ CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CKPT-AMT-N   TO WS-TXN-DONE
                       MOVE CKPT-AMT-SUM TO WS-AMT-SUM
               END-READ
               CLOSE CKPT-FILE
           END-IF.

           EXIT.

       PARA-WRITE-FILE-CHECKPOINT.
           OPEN OUTPUT CKPT-FILE
           MOVE WS-TXN-SEQ TO CKPT-AMT-N
           MOVE WS-AMT-SUM TO CKPT-AMT-SUM
           WRITE CKPT-AMT-REC
           CLOSE CKPT-FILE.

           EXIT.

       PARA-WRITE-FILE-LEDGER.
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-FS NOT = "00"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           MOVE WS-AMT-SUM TO WS-AMT-ED
           MOVE SPACES TO LEDGER-REC
           STRING "DATE="    DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "|MODE=FILE|N=" DELIMITED BY SIZE
                  WS-TXN-SEQ  DELIMITED BY SIZE
                  "|SUM="     DELIMITED BY SIZE
                  WS-AMT-ED   DELIMITED BY SIZE
                  "|OVERFLOW=" DELIMITED BY SIZE
                  WS-OVERFLOW DELIMITED BY SIZE
                  INTO LEDGER-REC

           EXIT.

       PARA-WRITE-INDEXED-LEDGER.
           *> First run ever creates the ledger; thereafter open it
           *> I-O and claim the next free sequence number for the
           *> run date. The ledger lock is held across the claim and
           *> the write so concurrent runs cannot take one slot.
           MOVE "A" TO WS-LOCK-ACTION
           MOVE WS-RH-PROGRAM TO WS-LOCK-HOLDER
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=LEDGER-LOCKED|HELDBY="
                       WS-LOCK-HOLDER
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PARA-WRITE-LOCKED-LEDGER
               MOVE "R" TO WS-LOCK-ACTION
               CALL "LOCKSUB" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
                   WS-LOCK-HOLDER WS-LOCK-STATUS
           END-IF.

           EXIT.

       PARA-WRITE-LOCKED-LEDGER.
           OPEN I-O ILED-FILE
           IF WS-ILED-FS = "35"
               OPEN OUTPUT ILED-FILE
           END-IF
           IF WS-ILED-FS NOT = "00"
               DISPLAY "ERROR|REASON=LEDGER-OPEN-FAILED|STATUS="
                       WS-ILED-FS
               MOVE "E" TO WS-AL-SEV
               MOVE "LEDGER-OPEN-FAILED" TO WS-AL-REASON
               MOVE WS-ILED-PATH(1:60) TO WS-AL-DETAIL
               CALL "ALERTSUB" USING WS-AL-SEV WS-RH-PROGRAM
                   WS-AL-REASON WS-AL-DETAIL
           ELSE
               MOVE "N" TO WS-ILED-SLOT-FREE
               MOVE 0 TO ILED-SEQ
               PERFORM UNTIL ILED-SLOT-FREE OR ILED-SEQ >= 999
                   MOVE WS-RUN-DATE TO ILED-DATE
                   ADD 1 TO ILED-SEQ
                   READ ILED-FILE
                       INVALID KEY
                           SET ILED-SLOT-FREE TO TRUE
                       NOT INVALID KEY
                           CONTINUE
                   END-READ
               END-PERFORM

               MOVE WS-RUN-DATE TO ILED-DATE
               MOVE WS-RUN-MODE TO ILED-MODE
               MOVE WS-LED-N TO ILED-N
               MOVE WS-LED-SUM TO ILED-SUM
               MOVE WS-OVERFLOW TO ILED-OVERFLOW
               MOVE 0 TO ILED-OPEN
               MOVE 0 TO ILED-CLOSE
               WRITE ILED-REC
                   INVALID KEY
                       DISPLAY "ERROR|REASON=LEDGER-WRITE-FAILED"
                               "|STATUS=" WS-ILED-FS
                   NOT INVALID KEY
                       DISPLAY "LEDGER|DATE=" ILED-DATE
                               "|SEQ=" ILED-SEQ
               END-WRITE
               CLOSE ILED-FILE
           END-IF.

           EXIT.

       PARA-INQUIRE-LEDGER.
           *> Direct fetch of a given date's ledger entries, the way
           *> the master lookup positions with START and reads
           *> forward.
           OPEN INPUT ILED-FILE
           IF WS-ILED-FS NOT = "00"
               DISPLAY "ERROR|REASON=LEDGER-NOT-FOUND|PATH="
                       WS-ILED-PATH "|STATUS=" WS-ILED-FS
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE WS-QUERY-DATE TO ILED-DATE
               MOVE 0 TO ILED-SEQ
               START ILED-FILE KEY >= ILED-KEY
                   INVALID KEY
                       SET ILED-EOF TO TRUE
               END-START
               PERFORM UNTIL ILED-EOF
                   READ ILED-FILE NEXT
                       AT END
                           SET ILED-EOF TO TRUE
                       NOT AT END
                           IF ILED-DATE NOT = WS-QUERY-DATE
                               SET ILED-EOF TO TRUE
                           ELSE
                               ADD 1 TO WS-ILED-HITS
                               MOVE ILED-SUM TO WS-AMT-ED
                               DISPLAY "ENTRY|DATE=" ILED-DATE
                                       "|SEQ=" ILED-SEQ
                                       "|MODE=" ILED-MODE
                                       "|N=" ILED-N
                                       "|SUM=" WS-AMT-ED
                                       "|OVERFLOW=" ILED-OVERFLOW
                               IF ILED-MODE = "CLOSE"
                                   MOVE ILED-OPEN TO WS-STMT-ED
                                   MOVE ILED-CLOSE TO WS-STMT-ED2
                                   DISPLAY "BALANCE|DATE=" ILED-DATE
                                           "|OPEN=" WS-STMT-ED
                                           "|CLOSE=" WS-STMT-ED2
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ILED-FILE
               DISPLAY "INQUIRY|DATE=" WS-QUERY-DATE
                       "|ENTRIES=" WS-ILED-HITS
           END-IF.

           EXIT.

       PARA-CLOSE-RUN.
           *> Close of day: carry the prior day's closing balance
           *> forward as today's opening, add the day's run totals,
           *> and write a CLOSE entry the INQUIRE mode can answer
           *> balance questions from. The prior close must exist
           *> (unless MVP10_FIRST_CLOSE=Y starts the book) and must
           *> be the immediately preceding day unless
           *> MVP10_ALLOW_GAP=Y accepts the skip.
           ACCEPT WS-CLOSE-DATE FROM ENVIRONMENT "MVP10_CLOSE_DATE"
           IF WS-CLOSE-DATE = 0
               ACCEPT WS-CLOSE-DATE FROM DATE YYYYMMDD
           END-IF
           ACCEPT WS-FIRST-CLOSE FROM ENVIRONMENT "MVP10_FIRST_CLOSE"
           IF WS-FIRST-CLOSE NOT = "Y"
               MOVE "N" TO WS-FIRST-CLOSE
           END-IF
           ACCEPT WS-ALLOW-GAP FROM ENVIRONMENT "MVP10_ALLOW_GAP"
           IF WS-ALLOW-GAP NOT = "Y"
               MOVE "N" TO WS-ALLOW-GAP
           END-IF

           MOVE "A" TO WS-LOCK-ACTION
           MOVE WS-RH-PROGRAM TO WS-LOCK-HOLDER
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=LEDGER-LOCKED|HELDBY="
                       WS-LOCK-HOLDER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN I-O ILED-FILE
           IF WS-ILED-FS NOT = "00"
               DISPLAY "ERROR|REASON=LEDGER-NOT-FOUND|PATH="
                       WS-ILED-PATH "|STATUS=" WS-ILED-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RELEASE-ILED-LOCK
               GOBACK
           END-IF

           PERFORM PARA-SCAN-FOR-CLOSE

           EVALUATE TRUE
               WHEN ALREADY-CLOSED
                   DISPLAY "CLOSE|RESULT=ALREADY-CLOSED|DATE="
                           WS-CLOSE-DATE
                   MOVE 8 TO RETURN-CODE
               WHEN NOT PRIOR-FOUND AND NOT FIRST-CLOSE
                   DISPLAY "CLOSE|RESULT=NO-PRIOR-CLOSE|DATE="
                           WS-CLOSE-DATE
                   MOVE 8 TO RETURN-CODE
               WHEN OTHER
                   PERFORM PARA-WRITE-CLOSE-ENTRY
           END-EVALUATE

           CLOSE ILED-FILE
           PERFORM PARA-RELEASE-ILED-LOCK

           IF RETURN-CODE = 8
               MOVE "FAILED" TO WS-RH-STATUS
           ELSE
               MOVE "COMPLETE" TO WS-RH-STATUS
           END-IF
           MOVE WS-ILED-PATH(1:40) TO WS-RH-IN
           MOVE WS-ILED-PATH(1:40) TO WS-RH-OUT
           MOVE WS-DAY-ENTRIES TO WS-RH-READ
           CALL "RUNHISTORY" USING WS-RH-PROGRAM WS-RH-IN WS-RH-OUT
               WS-RH-READ WS-RH-WRITTEN WS-RH-REJECTED WS-RH-STATUS
               WS-RH-START
           IF WS-RH-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXIT.

       PARA-RELEASE-ILED-LOCK.
           MOVE "R" TO WS-LOCK-ACTION
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS.

           EXIT.

       PARA-SCAN-FOR-CLOSE.
           *> One pass over the ledger: the latest prior CLOSE entry
           *> supplies the opening balance, the close date's own run
           *> entries supply the day's total, and an existing CLOSE
           *> for the date blocks a double close.
           MOVE "N" TO WS-ILED-EOF
           PERFORM UNTIL ILED-EOF
               READ ILED-FILE NEXT
                   AT END
                       SET ILED-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN ILED-MODE = "CLOSE"
                               AND ILED-DATE = WS-CLOSE-DATE
                               SET ALREADY-CLOSED TO TRUE
                           WHEN ILED-MODE = "CLOSE"
                               AND ILED-DATE < WS-CLOSE-DATE
                               IF NOT PRIOR-FOUND
                                   OR ILED-DATE > WS-PRIOR-DATE
                                   SET PRIOR-FOUND TO TRUE
                                   MOVE ILED-DATE TO WS-PRIOR-DATE
                                   MOVE ILED-CLOSE
                                       TO WS-PRIOR-CLOSE
                               END-IF
                           WHEN ILED-MODE NOT = "CLOSE"
                               AND ILED-DATE = WS-CLOSE-DATE
                               ADD 1 TO WS-DAY-ENTRIES
                               ADD ILED-SUM TO WS-DAY-TOTAL
                       END-EVALUATE
               END-READ
           END-PERFORM.

           EXIT.

       PARA-WRITE-CLOSE-ENTRY.
           IF PRIOR-FOUND
               COMPUTE WS-GAP-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-CLOSE-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-PRIOR-DATE)
               IF WS-GAP-DAYS > 1
                   IF ALLOW-GAP
                       DISPLAY "CLOSE|WARN=DATE-GAP|PRIOR="
                               WS-PRIOR-DATE
                               "|DAYS=" WS-GAP-DAYS
                   ELSE
                       DISPLAY "CLOSE|RESULT=DATE-GAP|PRIOR="
                               WS-PRIOR-DATE
                               "|DAYS=" WS-GAP-DAYS
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF

           IF RETURN-CODE NOT = 8
               COMPUTE WS-CLOSING-BAL =
                   WS-PRIOR-CLOSE + WS-DAY-TOTAL
               MOVE WS-CLOSE-DATE TO ILED-DATE
               MOVE 999 TO ILED-SEQ
               MOVE "CLOSE" TO ILED-MODE
               MOVE WS-DAY-ENTRIES TO ILED-N
               MOVE WS-DAY-TOTAL TO ILED-SUM
               MOVE "N" TO ILED-OVERFLOW
               MOVE WS-PRIOR-CLOSE TO ILED-OPEN
               MOVE WS-CLOSING-BAL TO ILED-CLOSE
               WRITE ILED-REC
                   INVALID KEY
                       DISPLAY "ERROR|REASON=CLOSE-WRITE-FAILED"
                               "|STATUS=" WS-ILED-FS
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       MOVE WS-PRIOR-CLOSE TO WS-STMT-ED
                       MOVE WS-CLOSING-BAL TO WS-STMT-ED2
                       DISPLAY "CLOSE|DATE=" WS-CLOSE-DATE
                               "|OPEN=" WS-STMT-ED
                               "|ENTRIES=" WS-DAY-ENTRIES
                               "|CLOSE=" WS-STMT-ED2
               END-WRITE
           END-IF.

           EXIT.

       PARA-STATEMENT-RUN.
           *> Walk ILED-KEY across the whole statement month in key
           *> order, breaking on each date for a subtotal line, then
           *> close with the month total finance reconciles.
           ACCEPT WS-STMT-MONTH FROM ENVIRONMENT "MVP10_STMT_MONTH"
           IF WS-STMT-MONTH = 0
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               MOVE WS-RUN-DATE(1:6) TO WS-STMT-MONTH
           END-IF
           COMPUTE WS-STMT-FROM = WS-STMT-MONTH * 100 + 1
           COMPUTE WS-STMT-TO   = WS-STMT-MONTH * 100 + 31

           MOVE "mvp10-statement.txt" TO WS-STMT-PATH
           ACCEPT WS-STMT-PATH FROM ENVIRONMENT "MVP10_STATEMENT"
           IF WS-STMT-PATH = SPACES
               MOVE "mvp10-statement.txt" TO WS-STMT-PATH
           END-IF

           OPEN INPUT ILED-FILE
           IF WS-ILED-FS NOT = "00"
               DISPLAY "ERROR|REASON=LEDGER-NOT-FOUND|PATH="
                       WS-ILED-PATH "|STATUS=" WS-ILED-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT STMT-FILE

           MOVE SPACES TO STMT-REC
           STRING "STATEMENT|MONTH=" DELIMITED BY SIZE
                  WS-STMT-MONTH      DELIMITED BY SIZE
                  INTO STMT-REC
           END-STRING
           WRITE STMT-REC

           MOVE WS-STMT-FROM TO ILED-DATE
           MOVE 0 TO ILED-SEQ
           START ILED-FILE KEY >= ILED-KEY
               INVALID KEY
                   SET ILED-EOF TO TRUE
           END-START
           PERFORM UNTIL ILED-EOF
               READ ILED-FILE NEXT
                   AT END
                       SET ILED-EOF TO TRUE
                   NOT AT END
                       IF ILED-DATE > WS-STMT-TO
                           SET ILED-EOF TO TRUE
                       ELSE
                           PERFORM PARA-STMT-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           IF WS-STMT-CUR-DATE > 0
               PERFORM PARA-STMT-DATE-BREAK
           END-IF
           CLOSE ILED-FILE

           COMPUTE WS-MTH-TOTAL = WS-MTH-SER-SUM + WS-MTH-FIL-SUM
           MOVE WS-MTH-SER-SUM TO WS-STMT-ED
           MOVE WS-MTH-FIL-SUM TO WS-STMT-ED2
           MOVE SPACES TO STMT-REC
           STRING "MONTH|SERIES-N=" DELIMITED BY SIZE
                  WS-MTH-SER-N      DELIMITED BY SIZE
                  "|SERIES-SUM="    DELIMITED BY SIZE
                  WS-STMT-ED        DELIMITED BY SIZE
                  "|FILE-N="        DELIMITED BY SIZE
                  WS-MTH-FIL-N      DELIMITED BY SIZE
                  "|FILE-SUM="      DELIMITED BY SIZE
                  WS-STMT-ED2       DELIMITED BY SIZE
                  INTO STMT-REC
           END-STRING
           WRITE STMT-REC
           MOVE WS-MTH-TOTAL TO WS-STMT-ED
           MOVE SPACES TO STMT-REC
           STRING "TOTALS|DATES="  DELIMITED BY SIZE
                  WS-CNT-STMT-DATES DELIMITED BY SIZE
                  "|OVERFLOW-DATES=" DELIMITED BY SIZE
                  WS-CNT-STMT-OVF  DELIMITED BY SIZE
                  "|MONTH-TOTAL="  DELIMITED BY SIZE
                  WS-STMT-ED       DELIMITED BY SIZE
                  INTO STMT-REC
           END-STRING
           WRITE STMT-REC
           CLOSE STMT-FILE
           MOVE "MVP10STMT" TO WS-RR-ID
           MOVE WS-STMT-FROM TO WS-RR-DATE
           CALL "RPTREPOSUB" USING WS-RR-ID WS-RH-PROGRAM WS-STMT-PATH
               WS-RR-DATE WS-RR-PAGES WS-RR-STATUS

           DISPLAY "STATEMENT|MONTH=" WS-STMT-MONTH
                   "|DATES=" WS-CNT-STMT-DATES
                   "|OVERFLOW-DATES=" WS-CNT-STMT-OVF
                   "|TOTAL=" WS-STMT-ED

           MOVE WS-ILED-PATH(1:40) TO WS-RH-IN
           MOVE WS-STMT-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-STMT-DATES TO WS-RH-READ
           MOVE WS-CNT-STMT-OVF TO WS-RH-REJECTED
           PERFORM PARA-RECORD-RUN.

           EXIT.

       PARA-STMT-ONE-ENTRY.
           *> CLOSE entries restate the day's run totals; folding
           *> them in would double-count every closed day on the
           *> statement finance ties to the general ledger.
           IF ILED-MODE = "CLOSE"
               EXIT PARAGRAPH
           END-IF
           IF ILED-DATE NOT = WS-STMT-CUR-DATE
               IF WS-STMT-CUR-DATE > 0
                   PERFORM PARA-STMT-DATE-BREAK
               END-IF
               MOVE ILED-DATE TO WS-STMT-CUR-DATE
               ADD 1 TO WS-CNT-STMT-DATES
           END-IF

           IF ILED-MODE = "SERIES"
               ADD ILED-N   TO WS-DAY-SER-N
               ADD ILED-SUM TO WS-DAY-SER-SUM
           ELSE
               ADD ILED-N   TO WS-DAY-FIL-N
               ADD ILED-SUM TO WS-DAY-FIL-SUM
           END-IF
           IF ILED-OVERFLOW = "Y"
               MOVE "Y" TO WS-DAY-OVF
           END-IF.

           EXIT.

       PARA-STMT-DATE-BREAK.
           MOVE WS-DAY-SER-SUM TO WS-STMT-ED
           MOVE WS-DAY-FIL-SUM TO WS-STMT-ED2
           MOVE SPACES TO STMT-REC
           STRING "DATE|"          DELIMITED BY SIZE
                  WS-STMT-CUR-DATE DELIMITED BY SIZE
                  "|SERIES-N="     DELIMITED BY SIZE
                  WS-DAY-SER-N     DELIMITED BY SIZE
                  "|SERIES-SUM="   DELIMITED BY SIZE
                  WS-STMT-ED       DELIMITED BY SIZE
                  "|FILE-N="       DELIMITED BY SIZE
                  WS-DAY-FIL-N     DELIMITED BY SIZE
                  "|FILE-SUM="     DELIMITED BY SIZE
                  WS-STMT-ED2      DELIMITED BY SIZE
                  "|OVERFLOW="     DELIMITED BY SIZE
                  WS-DAY-OVF       DELIMITED BY SIZE
                  INTO STMT-REC
           END-STRING
           WRITE STMT-REC
           IF WS-DAY-OVF = "Y"
               ADD 1 TO WS-CNT-STMT-OVF
           END-IF

           ADD WS-DAY-SER-N   TO WS-MTH-SER-N
           ADD WS-DAY-SER-SUM TO WS-MTH-SER-SUM
           ADD WS-DAY-FIL-N   TO WS-MTH-FIL-N
           ADD WS-DAY-FIL-SUM TO WS-MTH-FIL-SUM
           MOVE 0 TO WS-DAY-SER-N
           MOVE 0 TO WS-DAY-SER-SUM
           MOVE 0 TO WS-DAY-FIL-N
           MOVE 0 TO WS-DAY-FIL-SUM
           MOVE "N" TO WS-DAY-OVF.

           EXIT.

       PARA-RESUME-CHECKPOINT.
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-FS = "00"
               READ CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CKPT-I   TO WS-I
                       MOVE CKPT-SUM TO WS-SUM
               END-READ
               CLOSE CKPT-FILE
           END-IF.

           EXIT.

       PARA-WRITE-CHECKPOINT.
           OPEN OUTPUT CKPT-FILE
           MOVE WS-I   TO CKPT-I
           MOVE WS-SUM TO CKPT-SUM
           WRITE CKPT-REC
           CLOSE CKPT-FILE.

           EXIT.

       PARA-CLEAR-CHECKPOINT.
           OPEN OUTPUT CKPT-FILE
           CLOSE CKPT-FILE.

           EXIT.

       PARA-WRITE-LEDGER.
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-FS NOT = "00"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           MOVE SPACES TO LEDGER-REC
           STRING "DATE="   DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "|N="     DELIMITED BY SIZE
                  WS-N      DELIMITED BY SIZE
                  "|SUM="   DELIMITED BY SIZE
                  WS-SUM    DELIMITED BY SIZE
                  "|OVERFLOW=" DELIMITED BY SIZE
                  WS-OVERFLOW DELIMITED BY SIZE
                  INTO LEDGER-REC
           END-STRING
           WRITE LEDGER-REC
           CLOSE LEDGER-FILE.

           EXIT.

       PARA-LEDGER-AUDIT-RUN.
           *> Walk both ledgers for the date range, pair entries by
           *> date, mode and count, compare the sums, and report
           *> anything present on one side only or disagreeing in
           *> value. Any difference leaves a nonzero completion
           *> code.
           ACCEPT WS-AUD-FROM FROM ENVIRONMENT "MVP10_AUDIT_FROM"
           ACCEPT WS-AUD-TO FROM ENVIRONMENT "MVP10_AUDIT_TO"
           IF WS-AUD-TO = 0
               MOVE 99999999 TO WS-AUD-TO
           END-IF

           PERFORM PARA-LOAD-TEXT-LEDGER

           OPEN INPUT ILED-FILE
           IF WS-ILED-FS NOT = "00"
               DISPLAY "ERROR|REASON=LEDGER-NOT-FOUND|PATH="
                       WS-ILED-PATH "|STATUS=" WS-ILED-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "N" TO WS-ILED-EOF
           PERFORM UNTIL ILED-EOF
               READ ILED-FILE NEXT
                   AT END
                       SET ILED-EOF TO TRUE
                   NOT AT END
                       IF ILED-DATE >= WS-AUD-FROM
                           AND ILED-DATE <= WS-AUD-TO
                           AND ILED-MODE NOT = "CLOSE"
                           PERFORM PARA-PAIR-ONE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ILED-FILE

           *> Whatever the pairing left unmatched exists only on
           *> the text side.
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                   UNTIL WS-TL-IDX > WS-TL-COUNT
               IF WS-TL-MATCHED(WS-TL-IDX) = "N"
                   ADD 1 TO WS-CNT-AUD-DIFF
                   MOVE WS-TL-SUM(WS-TL-IDX) TO WS-STMT-ED
                   DISPLAY "AUDIT|RESULT=TEXT-ONLY|DATE="
                           WS-TL-DATE(WS-TL-IDX)
                           "|MODE=" WS-TL-MODE(WS-TL-IDX)
                           "|N=" WS-TL-N(WS-TL-IDX)
                           "|SUM=" WS-STMT-ED
               END-IF
           END-PERFORM

           IF WS-TL-OVFL > 0
               DISPLAY "AUDIT|WARN=TEXT-ENTRIES-DROPPED|COUNT="
                       WS-TL-OVFL
           END-IF

           DISPLAY "AUDIT|PAIRED=" WS-CNT-AUD-PAIRED
                   "|DIFFERENCES=" WS-CNT-AUD-DIFF

           MOVE WS-LEDGER-PATH(1:40) TO WS-RH-IN
           MOVE WS-ILED-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-AUD-PAIRED TO WS-RH-READ
           MOVE WS-CNT-AUD-DIFF TO WS-RH-REJECTED
           PERFORM PARA-RECORD-RUN.

           EXIT.

       PARA-LOAD-TEXT-LEDGER.
           *> Text-ledger lines are fixed layout per mode:
           *>   SERIES: DATE=<8>|N=<3>|SUM=<5>|OVERFLOW=<1>
           *>   FILE:   DATE=<8>|MODE=FILE|N=<9>|SUM=<15 edited>
           *>           |OVERFLOW=<1>
           MOVE "N" TO WS-LED-EOF
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FS NOT = "00"
               DISPLAY "ERROR|REASON=TEXT-LEDGER-NOT-FOUND|PATH="
                       WS-LEDGER-PATH "|STATUS=" WS-LEDGER-FS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL LED-EOF
               READ LEDGER-FILE
                   AT END
                       SET LED-EOF TO TRUE
                   NOT AT END
                       PERFORM PARA-TAKE-TEXT-ENTRY
               END-READ
           END-PERFORM
           CLOSE LEDGER-FILE
           DISPLAY "AUDIT|TEXT-ENTRIES=" WS-TL-COUNT.

           EXIT.

       PARA-TAKE-TEXT-ENTRY.
           IF LEDGER-REC(1:5) NOT = "DATE="
               OR LEDGER-REC(6:8) IS NOT NUMERIC
               CONTINUE
           ELSE
               IF LEDGER-REC(6:8) < WS-AUD-FROM
                   OR LEDGER-REC(6:8) > WS-AUD-TO
                   CONTINUE
               ELSE
                   IF WS-TL-COUNT >= 500
                       ADD 1 TO WS-TL-OVFL
                   ELSE
                       ADD 1 TO WS-TL-COUNT
                       MOVE LEDGER-REC(6:8)
                           TO WS-TL-DATE(WS-TL-COUNT)
                       MOVE "N" TO WS-TL-MATCHED(WS-TL-COUNT)
                       IF LEDGER-REC(14:10) = "|MODE=FILE"
                           MOVE "FILE"
                               TO WS-TL-MODE(WS-TL-COUNT)
                           IF LEDGER-REC(27:9) IS NUMERIC
                               MOVE LEDGER-REC(27:9)
                                   TO WS-TL-N(WS-TL-COUNT)
                           ELSE
                               MOVE 0 TO WS-TL-N(WS-TL-COUNT)
                           END-IF
                           COMPUTE WS-TL-SUM(WS-TL-COUNT) =
                               FUNCTION NUMVAL(
                                   LEDGER-REC(41:15))
                       ELSE
                           MOVE "SERIES"
                               TO WS-TL-MODE(WS-TL-COUNT)
                           IF LEDGER-REC(17:3) IS NUMERIC
                               MOVE LEDGER-REC(17:3)
                                   TO WS-TL-N(WS-TL-COUNT)
                           ELSE
                               MOVE 0 TO WS-TL-N(WS-TL-COUNT)
                           END-IF
                           IF LEDGER-REC(25:5) IS NUMERIC
                               MOVE LEDGER-REC(25:5)
                                   TO WS-TL-SUM(WS-TL-COUNT)
                           ELSE
                               MOVE 0 TO WS-TL-SUM(WS-TL-COUNT)
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

           EXIT.

       PARA-PAIR-ONE-ENTRY.
           *> Pair on date, mode and count; the sums then either
           *> agree or the entry is a value mismatch.
           MOVE 0 TO WS-TL-SEL
           PERFORM VARYING WS-TL-IDX FROM 1 BY 1
                   UNTIL WS-TL-IDX > WS-TL-COUNT
                      OR WS-TL-SEL > 0
               IF WS-TL-MATCHED(WS-TL-IDX) = "N"
                   AND WS-TL-DATE(WS-TL-IDX) = ILED-DATE
                   AND WS-TL-MODE(WS-TL-IDX) = ILED-MODE
                   AND WS-TL-N(WS-TL-IDX) = ILED-N
                   MOVE WS-TL-IDX TO WS-TL-SEL
               END-IF
           END-PERFORM
           IF WS-TL-SEL = 0
               ADD 1 TO WS-CNT-AUD-DIFF
               MOVE ILED-SUM TO WS-AMT-ED
               DISPLAY "AUDIT|RESULT=INDEXED-ONLY|DATE=" ILED-DATE
                       "|SEQ=" ILED-SEQ
                       "|MODE=" ILED-MODE
                       "|N=" ILED-N
                       "|SUM=" WS-AMT-ED
           ELSE
               MOVE "Y" TO WS-TL-MATCHED(WS-TL-SEL)
               ADD 1 TO WS-CNT-AUD-PAIRED
               IF WS-TL-SUM(WS-TL-SEL) = ILED-SUM
                   CONTINUE
               ELSE
                   ADD 1 TO WS-CNT-AUD-DIFF
                   MOVE WS-TL-SUM(WS-TL-SEL) TO WS-STMT-ED
                   MOVE ILED-SUM TO WS-AMT-ED
                   DISPLAY "AUDIT|RESULT=VALUE-MISMATCH|DATE="
                           ILED-DATE
                           "|MODE=" ILED-MODE
                           "|N=" ILED-N
                           "|TEXT-SUM=" WS-STMT-ED
                           "|INDEXED-SUM=" WS-AMT-ED
               END-IF
           END-IF.

           EXIT.

       PARA-MIGRATE-LEDGER.
           *> One-time rebuild of a pre-close ledger into the
           *> balance-carrying layout: the operator renames the old
           *> ledger aside (default mvp10-ledger-old.dat), the run
           *> copies every entry forward with zero balance fields,
           *> and the new ledger is written under the normal path.
           MOVE "mvp10-ledger-old.dat" TO WS-OILD-PATH
           ACCEPT WS-OILD-PATH FROM ENVIRONMENT "MVP10_ILEDGER_OLD"
           IF WS-OILD-PATH = SPACES
               MOVE "mvp10-ledger-old.dat" TO WS-OILD-PATH
           END-IF

           MOVE "A" TO WS-LOCK-ACTION
           MOVE WS-RH-PROGRAM TO WS-LOCK-HOLDER
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=LEDGER-LOCKED|HELDBY="
                       WS-LOCK-HOLDER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT OILD-FILE
           IF WS-OILD-FS NOT = "00"
               DISPLAY "ERROR|REASON=OLD-LEDGER-NOT-FOUND|PATH="
                       WS-OILD-PATH "|STATUS=" WS-OILD-FS
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RELEASE-ILED-LOCK
               GOBACK
           END-IF
           OPEN OUTPUT ILED-FILE
           DISPLAY "OPEN-OUTPUT|FS=" WS-ILED-FS

           PERFORM UNTIL OILD-EOF
               READ OILD-FILE NEXT
                   AT END
                       SET OILD-EOF TO TRUE
                   NOT AT END
                       MOVE OILD-DATE     TO ILED-DATE
                       MOVE OILD-SEQ      TO ILED-SEQ
                       MOVE OILD-MODE     TO ILED-MODE
                       MOVE OILD-N        TO ILED-N
                       MOVE OILD-SUM      TO ILED-SUM
                       MOVE OILD-OVERFLOW TO ILED-OVERFLOW
                       MOVE 0 TO ILED-OPEN
                       MOVE 0 TO ILED-CLOSE
                       WRITE ILED-REC
                           INVALID KEY
                               DISPLAY "MIGRATE|REJECT|DATE="
                                       ILED-DATE
                                       "|SEQ=" ILED-SEQ
                                       "|FS=" WS-ILED-FS
                           NOT INVALID KEY
                               ADD 1 TO WS-CNT-MIGRATED
                       END-WRITE
               END-READ
           END-PERFORM

           CLOSE OILD-FILE
           CLOSE ILED-FILE
           PERFORM PARA-RELEASE-ILED-LOCK

           DISPLAY "MIGRATE|OLD=" WS-OILD-PATH(1:40)
                   "|NEW=" WS-ILED-PATH(1:40)
                   "|RECORDS=" WS-CNT-MIGRATED

           MOVE WS-OILD-PATH(1:40) TO WS-RH-IN
           MOVE WS-ILED-PATH(1:40) TO WS-RH-OUT
           MOVE WS-CNT-MIGRATED TO WS-RH-READ
           MOVE WS-CNT-MIGRATED TO WS-RH-WRITTEN
           PERFORM PARA-RECORD-RUN.

           EXIT.

       PARA-LOAD-PERIODS.
           *> The period calendar is read once into storage. No
           *> calendar file at all means every period is open.
           ACCEPT WS-REDATE FROM ENVIRONMENT "MVP10_REDATE"
           IF WS-REDATE NOT = "Y"
               MOVE "N" TO WS-REDATE
           END-IF
           MOVE 0 TO WS-PER-COUNT
           OPEN INPUT PER-FILE
           IF WS-PER-FS = "35"
               EXIT PARAGRAPH
           END-IF
           IF WS-PER-FS NOT = "00"
               DISPLAY "ERROR|REASON=PERIODS-OPEN-FAILED|PATH="
                       WS-PER-PATH "|STATUS=" WS-PER-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-PER-EOF
           PERFORM UNTIL PER-EOF
               READ PER-FILE
                   AT END
                       SET PER-EOF TO TRUE
                   NOT AT END
                       IF WS-PER-COUNT < 600
                           ADD 1 TO WS-PER-COUNT
                           MOVE PER-MONTH
                               TO WS-PER-T-MONTH(WS-PER-COUNT)
                           MOVE PER-STATUS
                               TO WS-PER-T-STATUS(WS-PER-COUNT)
                           MOVE PER-DATE
                               TO WS-PER-T-DATE(WS-PER-COUNT)
                           MOVE PER-OPERATOR
                               TO WS-PER-T-OPERATOR(WS-PER-COUNT)
                       ELSE
                           DISPLAY "WARN|REASON=PERIOD-TABLE-FULL"
                                   "|MONTH=" PER-MONTH
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PER-FILE.

           EXIT.

       PARA-MONTH-STATUS.
           *> Look up the month in WS-PER-WK: WS-PER-SEL is its
           *> calendar entry (0 = none) and PERIOD-CLOSED is set
           *> when it has been closed.
           MOVE 0 TO WS-PER-SEL
           MOVE "N" TO WS-PER-CLOSED
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               IF WS-PER-T-MONTH(WS-PER-IDX) = WS-PER-WK
                   MOVE WS-PER-IDX TO WS-PER-SEL
               END-IF
           END-PERFORM
           IF WS-PER-SEL > 0
               IF WS-PER-T-CLOSED(WS-PER-SEL)
                   SET PERIOD-CLOSED TO TRUE
               END-IF
           END-IF.

           EXIT.

       PARA-NEXT-MONTH.
           IF WS-PER-WK-MM = 12
               ADD 1 TO WS-PER-WK-YY
               MOVE 1 TO WS-PER-WK-MM
           ELSE
               ADD 1 TO WS-PER-WK-MM
           END-IF.

           EXIT.

       PARA-PRIOR-MONTH.
           IF WS-PER-WK-MM = 1
               SUBTRACT 1 FROM WS-PER-WK-YY
               MOVE 12 TO WS-PER-WK-MM
           ELSE
               SUBTRACT 1 FROM WS-PER-WK-MM
           END-IF.

           EXIT.

       PARA-CHECK-PERIOD.
           *> A posting dated into a closed month is refused, or
           *> with MVP10_REDATE=Y moved to the first day of the
           *> first open month after it.
           MOVE SPACES TO WS-PER-REASON
           MOVE WS-TXN-PDATE(1:6) TO WS-PER-WK
           PERFORM PARA-MONTH-STATUS
           IF NOT PERIOD-CLOSED
               EXIT PARAGRAPH
           END-IF
           IF NOT REDATE-ON
               MOVE "PERIOD-CLOSED" TO WS-PER-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE 0 TO WS-PER-GUARD
           PERFORM UNTIL NOT PERIOD-CLOSED OR WS-PER-GUARD > 600
               PERFORM PARA-NEXT-MONTH
               PERFORM PARA-MONTH-STATUS
               ADD 1 TO WS-PER-GUARD
           END-PERFORM
           IF PERIOD-CLOSED
               MOVE "PERIOD-CLOSED" TO WS-PER-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-TXN-PDATE TO WS-PER-FROM-DATE
           COMPUTE WS-TXN-PDATE = WS-PER-WK * 100 + 1
           ADD 1 TO WS-CNT-REDATED
           DISPLAY "REDATED|N=" WS-TXN-SEQ
                   "|ACCT=" WS-TXN-ACCT
                   "|FROM=" WS-PER-FROM-DATE
                   "|TO=" WS-TXN-PDATE.

           EXIT.

       PARA-REJECT-PERIOD.
           ADD 1 TO WS-CNT-PERIOD-REJ
           DISPLAY "EXCEPTION|N=" WS-TXN-SEQ
                   "|REASON=" WS-PER-REASON
                   "|ACCT=" WS-TXN-ACCT
                   "|PDATE=" WS-TXN-PDATE
           MOVE SPACES TO TREJ-REC
           STRING "EXCEPTION|N="  DELIMITED BY SIZE
                  WS-TXN-SEQ      DELIMITED BY SIZE
                  "|REASON="      DELIMITED BY SIZE
                  WS-PER-REASON   DELIMITED BY SPACE
                  "|TEXT="        DELIMITED BY SIZE
                  TXN-REC         DELIMITED BY SIZE
                  INTO TREJ-REC
           END-STRING
           WRITE TREJ-REC.

           EXIT.

       PARA-WRITE-PERIODS.
           OPEN OUTPUT PER-FILE
           IF WS-PER-FS NOT = "00"
               DISPLAY "ERROR|REASON=PERIODS-WRITE-FAILED|PATH="
                       WS-PER-PATH "|STATUS=" WS-PER-FS
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               MOVE WS-PER-T-MONTH(WS-PER-IDX) TO PER-MONTH
               MOVE WS-PER-T-STATUS(WS-PER-IDX) TO PER-STATUS
               MOVE WS-PER-T-DATE(WS-PER-IDX) TO PER-DATE
               MOVE WS-PER-T-OPERATOR(WS-PER-IDX) TO PER-OPERATOR
               WRITE PER-REC
           END-PERFORM
           CLOSE PER-FILE.

           EXIT.

       PARA-SET-PERIOD.
           *> Give the month in WS-PER-WK the status in
           *> PER-STATUS, adding its calendar entry if it has none.
           PERFORM PARA-MONTH-STATUS
           IF WS-PER-SEL = 0
               IF WS-PER-COUNT < 600
                   ADD 1 TO WS-PER-COUNT
                   MOVE WS-PER-COUNT TO WS-PER-SEL
                   MOVE WS-PER-WK TO WS-PER-T-MONTH(WS-PER-SEL)
               ELSE
                   MOVE "PERIOD-TABLE-FULL" TO WS-PER-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF
           MOVE PER-STATUS TO WS-PER-T-STATUS(WS-PER-SEL)
           MOVE WS-RUN-DATE TO WS-PER-T-DATE(WS-PER-SEL)
           MOVE WS-OPERATOR TO WS-PER-T-OPERATOR(WS-PER-SEL).

           EXIT.

       PARA-PERIOD-CLOSE-RUN.
           *> Close one accounting month. Months close in order:
           *> the month before must already be closed (the first
           *> close of all starts the calendar), the month must
           *> have ended, and January cannot close until the prior
           *> year has been through YEAREND.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "MVP10_OPERATOR"
           IF WS-OPERATOR = SPACES
               DISPLAY "ERROR|REASON=NO-OPERATOR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-PER-TARGET
           ACCEPT WS-PER-TARGET FROM ENVIRONMENT "MVP10_PERIOD"
           IF WS-PER-TARGET = 0
               MOVE WS-RUN-DATE(1:6) TO WS-PER-WK
               PERFORM PARA-PRIOR-MONTH
               MOVE WS-PER-WK TO WS-PER-TARGET
           END-IF
           IF WS-PER-TARGET-MM < 1 OR WS-PER-TARGET-MM > 12
               DISPLAY "ERROR|REASON=BAD-PERIOD|PERIOD="
                       WS-PER-TARGET
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE "A" TO WS-LOCK-ACTION
           MOVE WS-RH-PROGRAM TO WS-LOCK-HOLDER
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-PER-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=PERIODS-LOCKED|HELDBY="
                       WS-LOCK-HOLDER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-PER-REASON
           PERFORM PARA-LOAD-PERIODS
           IF RETURN-CODE = 8
               MOVE "PERIODS-OPEN-FAILED" TO WS-PER-REASON
           END-IF

           MOVE 0 TO WS-PER-LATEST
           PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > WS-PER-COUNT
               IF WS-PER-T-CLOSED(WS-PER-IDX)
                   AND WS-PER-T-MONTH(WS-PER-IDX) > WS-PER-LATEST
                   MOVE WS-PER-T-MONTH(WS-PER-IDX) TO WS-PER-LATEST
               END-IF
           END-PERFORM

           IF WS-PER-REASON = SPACES
               IF WS-PER-TARGET NOT < WS-RUN-DATE(1:6)
                   MOVE "PERIOD-NOT-ENDED" TO WS-PER-REASON
               END-IF
           END-IF
           IF WS-PER-REASON = SPACES
               MOVE WS-PER-TARGET TO WS-PER-WK
               PERFORM PARA-MONTH-STATUS
               IF PERIOD-CLOSED
                   MOVE "ALREADY-CLOSED" TO WS-PER-REASON
               END-IF
           END-IF
           IF WS-PER-REASON = SPACES
               MOVE WS-PER-TARGET TO WS-PER-WK
               PERFORM PARA-PRIOR-MONTH
               IF WS-PER-LATEST > 0
                   AND WS-PER-LATEST NOT = WS-PER-WK
                   MOVE "PERIOD-GAP" TO WS-PER-REASON
               END-IF
           END-IF
           IF WS-PER-REASON = SPACES AND WS-PER-TARGET-MM = 1
               PERFORM PARA-MONTH-STATUS
               IF WS-PER-SEL > 0
                   IF WS-PER-T-STATUS(WS-PER-SEL) = "C"
                       MOVE "YEAR-END-PENDING" TO WS-PER-REASON
                   END-IF
               END-IF
           END-IF

           IF WS-PER-REASON = SPACES
               MOVE WS-PER-TARGET TO WS-PER-WK
               MOVE "C" TO PER-STATUS
               PERFORM PARA-SET-PERIOD
           END-IF
           IF WS-PER-REASON = SPACES
               PERFORM PARA-WRITE-PERIODS
           END-IF

           IF WS-PER-REASON NOT = SPACES
               DISPLAY "PCLOSE|RESULT=" WS-PER-REASON
                       "|PERIOD=" WS-PER-TARGET
                       "|LAST-CLOSED=" WS-PER-LATEST
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE NOT = 8
               DISPLAY "PCLOSE|RESULT=CLOSED|PERIOD=" WS-PER-TARGET
                       "|OPERATOR=" WS-OPERATOR
               MOVE 1 TO WS-RH-WRITTEN
           END-IF

           MOVE "R" TO WS-LOCK-ACTION
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-PER-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS

           IF RETURN-CODE = 8
               MOVE "FAILED" TO WS-RH-STATUS
           ELSE
               MOVE "COMPLETE" TO WS-RH-STATUS
           END-IF
           MOVE WS-PER-PATH(1:40) TO WS-RH-IN
           MOVE WS-PER-PATH(1:40) TO WS-RH-OUT
           MOVE WS-PER-COUNT TO WS-RH-READ
           CALL "RUNHISTORY" USING WS-RH-PROGRAM WS-RH-IN WS-RH-OUT
               WS-RH-READ WS-RH-WRITTEN WS-RH-REJECTED WS-RH-STATUS
               WS-RH-START
           IF WS-RH-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXIT.

       PARA-YEAR-END-RUN.
           *> Year end: once all twelve months are closed and the
           *> ledger's last day is closed, report each account's
           *> annual totals, archive the year's indexed-ledger
           *> entries and replace them with one carry-forward
           *> CLOSE entry holding the year-end balance, mark
           *> December year-ended and open the new year's months.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-OPERATOR FROM ENVIRONMENT "MVP10_OPERATOR"
           IF WS-OPERATOR = SPACES
               DISPLAY "ERROR|REASON=NO-OPERATOR"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE 0 TO WS-YEAR
           ACCEPT WS-YEAR FROM ENVIRONMENT "MVP10_YEAR"
           IF WS-YEAR = 0
               MOVE WS-RUN-DATE(1:4) TO WS-YEAR
               SUBTRACT 1 FROM WS-YEAR
           END-IF
           COMPUTE WS-YE-FROM = WS-YEAR * 10000 + 101
           COMPUTE WS-YE-TO = WS-YEAR * 10000 + 1231

           MOVE SPACES TO WS-YRPT-PATH
           STRING "mvp10-year-" DELIMITED BY SIZE
                  WS-YEAR       DELIMITED BY SIZE
                  ".txt"        DELIMITED BY SIZE
                  INTO WS-YRPT-PATH
           END-STRING
           ACCEPT WS-YRPT-PATH FROM ENVIRONMENT "MVP10_YEAR_REPORT"
           IF WS-YRPT-PATH = SPACES
               STRING "mvp10-year-" DELIMITED BY SIZE
                      WS-YEAR       DELIMITED BY SIZE
                      ".txt"        DELIMITED BY SIZE
                      INTO WS-YRPT-PATH
               END-STRING
           END-IF
           MOVE SPACES TO WS-ARCL-PATH
           STRING "mvp10-ledger-" DELIMITED BY SIZE
                  WS-YEAR         DELIMITED BY SIZE
                  ".arc"          DELIMITED BY SIZE
                  INTO WS-ARCL-PATH
           END-STRING
           ACCEPT WS-ARCL-PATH FROM ENVIRONMENT
               "MVP10_ILEDGER_ARCHIVE"
           IF WS-ARCL-PATH = SPACES
               STRING "mvp10-ledger-" DELIMITED BY SIZE
                      WS-YEAR         DELIMITED BY SIZE
                      ".arc"          DELIMITED BY SIZE
                      INTO WS-ARCL-PATH
               END-STRING
           END-IF
           MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH
           ACCEPT WS-ABAL-PATH FROM ENVIRONMENT "MVP10_ACCOUNTS"
           IF WS-ABAL-PATH = SPACES
               MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH
           END-IF
           MOVE "mvp10-acct-history.dat" TO WS-ATXN-PATH
           ACCEPT WS-ATXN-PATH FROM ENVIRONMENT
               "MVP10_ACCT_HISTORY"
           IF WS-ATXN-PATH = SPACES
               MOVE "mvp10-acct-history.dat" TO WS-ATXN-PATH
           END-IF

           MOVE "A" TO WS-LOCK-ACTION
           MOVE WS-RH-PROGRAM TO WS-LOCK-HOLDER
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-PER-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=PERIODS-LOCKED|HELDBY="
                       WS-LOCK-HOLDER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "A" TO WS-LOCK-ACTION
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS
           IF WS-LOCK-STATUS NOT = "00"
               DISPLAY "ERROR|REASON=LEDGER-LOCKED|HELDBY="
                       WS-LOCK-HOLDER
               MOVE 8 TO RETURN-CODE
               PERFORM PARA-RELEASE-PERIOD-LOCK
               GOBACK
           END-IF

           MOVE SPACES TO WS-PER-REASON
           PERFORM PARA-LOAD-PERIODS
           IF RETURN-CODE = 8
               MOVE "PERIODS-OPEN-FAILED" TO WS-PER-REASON
           END-IF
           IF WS-PER-REASON = SPACES
               MOVE WS-YEAR TO WS-PER-WK-YY
               MOVE 12 TO WS-PER-WK-MM
               PERFORM PARA-MONTH-STATUS
               IF WS-PER-SEL > 0
                   IF WS-PER-T-STATUS(WS-PER-SEL) = "Y"
                       MOVE "ALREADY-YEAR-ENDED" TO WS-PER-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-PER-REASON = SPACES
               MOVE WS-YEAR TO WS-PER-WK-YY
               MOVE 1 TO WS-PER-WK-MM
               PERFORM PARA-MONTH-STATUS
               PERFORM UNTIL WS-PER-WK-YY > WS-YEAR
                       OR NOT PERIOD-CLOSED
                   PERFORM PARA-NEXT-MONTH
                   IF WS-PER-WK-YY = WS-YEAR
                       PERFORM PARA-MONTH-STATUS
                   END-IF
               END-PERFORM
               IF WS-PER-WK-YY = WS-YEAR
                   MOVE "PERIOD-OPEN" TO WS-PER-REASON
                   MOVE WS-PER-WK TO WS-PER-TARGET
               END-IF
           END-IF

           IF WS-PER-REASON = SPACES
               OPEN I-O ILED-FILE
               IF WS-ILED-FS NOT = "00"
                   DISPLAY "ERROR|REASON=LEDGER-NOT-FOUND|PATH="
                           WS-ILED-PATH "|STATUS=" WS-ILED-FS
                   MOVE "LEDGER-NOT-FOUND" TO WS-PER-REASON
               ELSE
                   PERFORM PARA-YE-SCAN-LEDGER
                   IF WS-YE-LAST-CLOSE = 0
                       MOVE "NO-YEAR-CLOSE" TO WS-PER-REASON
                   ELSE
                       IF WS-YE-LAST-RUN > WS-YE-LAST-CLOSE
                           MOVE "UNCLOSED-DAYS" TO WS-PER-REASON
                       END-IF
                   END-IF
                   IF WS-PER-REASON = SPACES
                       PERFORM PARA-YE-ACCOUNTS
                   END-IF
                   IF WS-PER-REASON = SPACES
                       PERFORM PARA-YE-ARCHIVE
                   END-IF
                   CLOSE ILED-FILE
               END-IF
           END-IF

           IF WS-PER-REASON = SPACES
               MOVE WS-YEAR TO WS-PER-WK-YY
               MOVE 12 TO WS-PER-WK-MM
               MOVE "Y" TO PER-STATUS
               PERFORM PARA-SET-PERIOD
               MOVE 1 TO WS-PER-WK-MM
               ADD 1 TO WS-PER-WK-YY
               PERFORM UNTIL WS-PER-WK-YY > WS-YEAR + 1
                       OR WS-PER-REASON NOT = SPACES
                   PERFORM PARA-MONTH-STATUS
                   IF WS-PER-SEL = 0
                       MOVE "O" TO PER-STATUS
                       PERFORM PARA-SET-PERIOD
                   END-IF
                   PERFORM PARA-NEXT-MONTH
               END-PERFORM
           END-IF
           IF WS-PER-REASON = SPACES
               PERFORM PARA-WRITE-PERIODS
           END-IF

           IF WS-PER-REASON NOT = SPACES
               DISPLAY "YEAREND|RESULT=" WS-PER-REASON
                       "|YEAR=" WS-YEAR
                       "|PERIOD=" WS-PER-TARGET
                       "|LAST-CLOSE=" WS-YE-LAST-CLOSE
                       "|LAST-RUN=" WS-YE-LAST-RUN
               MOVE 8 TO RETURN-CODE
           END-IF
           IF RETURN-CODE NOT = 8
               MOVE WS-YE-BALANCE TO WS-STMT-ED
               DISPLAY "YEAREND|RESULT=COMPLETE|YEAR=" WS-YEAR
                       "|ACCOUNTS=" WS-YE-ACCOUNTS
                       "|ARCHIVED=" WS-YE-ARCHIVED
                       "|BALANCE=" WS-STMT-ED
                       "|OPERATOR=" WS-OPERATOR
           END-IF

           PERFORM PARA-RELEASE-ILED-LOCK
           PERFORM PARA-RELEASE-PERIOD-LOCK

           IF RETURN-CODE = 8
               MOVE "FAILED" TO WS-RH-STATUS
           ELSE
               MOVE "COMPLETE" TO WS-RH-STATUS
           END-IF
           MOVE WS-ILED-PATH(1:40) TO WS-RH-IN
           MOVE WS-YRPT-PATH(1:40) TO WS-RH-OUT
           MOVE WS-YE-ARCHIVED TO WS-RH-READ
           MOVE WS-YE-ACCOUNTS TO WS-RH-WRITTEN
           CALL "RUNHISTORY" USING WS-RH-PROGRAM WS-RH-IN WS-RH-OUT
               WS-RH-READ WS-RH-WRITTEN WS-RH-REJECTED WS-RH-STATUS
               WS-RH-START
           IF WS-RH-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXIT.

       PARA-RELEASE-PERIOD-LOCK.
           MOVE "R" TO WS-LOCK-ACTION
           CALL "LOCKSUB" USING WS-LOCK-ACTION WS-PER-LOCK-RESOURCE
               WS-LOCK-HOLDER WS-LOCK-STATUS.

           EXIT.

       PARA-YE-SCAN-LEDGER.
           *> The year's last CLOSE entry gives the year-end
           *> balance; a run entry dated after it is a day that was
           *> never closed.
           MOVE 0 TO WS-YE-LAST-CLOSE
           MOVE 0 TO WS-YE-FIRST-CLOSE
           MOVE 0 TO WS-YE-LAST-RUN
           MOVE "N" TO WS-ILED-EOF
           MOVE WS-YE-FROM TO ILED-DATE
           MOVE 0 TO ILED-SEQ
           START ILED-FILE KEY >= ILED-KEY
               INVALID KEY
                   SET ILED-EOF TO TRUE
           END-START
           PERFORM UNTIL ILED-EOF
               READ ILED-FILE NEXT
                   AT END
                       SET ILED-EOF TO TRUE
                   NOT AT END
                       IF ILED-DATE > WS-YE-TO
                           SET ILED-EOF TO TRUE
                       ELSE
                           IF ILED-MODE = "CLOSE"
                               IF WS-YE-FIRST-CLOSE = 0
                                   MOVE ILED-DATE
                                       TO WS-YE-FIRST-CLOSE
                                   MOVE ILED-OPEN TO WS-YE-OPENING
                               END-IF
                               MOVE ILED-DATE TO WS-YE-LAST-CLOSE
                               MOVE ILED-CLOSE TO WS-YE-BALANCE
                           ELSE
                               ADD 1 TO WS-YE-RUNS
                               ADD ILED-SUM TO WS-YE-RUN-SUM
                               MOVE ILED-DATE TO WS-YE-LAST-RUN
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           EXIT.

       PARA-YE-ACCOUNTS.
           *> Annual totals per account. The closing balance is
           *> the master balance less anything posted after the
           *> year end; the opening is the closing less the
           *> year's credits and debits.
           OPEN INPUT ABAL-FILE
           IF WS-ABAL-FS NOT = "00"
               DISPLAY "ERROR|REASON=ACCOUNTS-OPEN-FAILED"
                       "|PATH=" WS-ABAL-PATH
                       "|STATUS=" WS-ABAL-FS
               MOVE "ACCOUNTS-OPEN-FAILED" TO WS-PER-REASON
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT ATXN-FILE
           IF WS-ATXN-FS NOT = "00"
               DISPLAY "ERROR|REASON=HISTORY-OPEN-FAILED"
                       "|PATH=" WS-ATXN-PATH
                       "|STATUS=" WS-ATXN-FS
               MOVE "HISTORY-OPEN-FAILED" TO WS-PER-REASON
               CLOSE ABAL-FILE
               EXIT PARAGRAPH
           END-IF
           OPEN OUTPUT YRPT-FILE
           IF WS-YRPT-FS NOT = "00"
               DISPLAY "ERROR|REASON=REPORT-OPEN-FAILED"
                       "|PATH=" WS-YRPT-PATH
                       "|STATUS=" WS-YRPT-FS
               MOVE "REPORT-OPEN-FAILED" TO WS-PER-REASON
               CLOSE ABAL-FILE
               CLOSE ATXN-FILE
               EXIT PARAGRAPH
           END-IF

           MOVE "N" TO WS-ABAL-EOF
           PERFORM UNTIL ABAL-EOF
               READ ABAL-FILE NEXT
                   AT END
                       SET ABAL-EOF TO TRUE
                   NOT AT END
                       IF ABAL-OPEN-DATE NOT > WS-YE-TO
                           AND NOT (ABAL-IS-CLOSED
                               AND ABAL-CLOSE-DATE < WS-YE-FROM)
                           PERFORM PARA-YE-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM

           MOVE WS-YE-TOT-OPEN TO WS-YE-ED1
           MOVE WS-YE-TOT-CR TO WS-YE-ED2
           MOVE WS-YE-TOT-DR TO WS-YE-ED3
           MOVE WS-YE-TOT-CLOSE TO WS-YE-ED4
           MOVE SPACES TO YRPT-REC
           STRING "TOTALS|YEAR="   DELIMITED BY SIZE
                  WS-YEAR          DELIMITED BY SIZE
                  "|ACCOUNTS="     DELIMITED BY SIZE
                  WS-YE-ACCOUNTS   DELIMITED BY SIZE
                  "|OPEN="         DELIMITED BY SIZE
                  WS-YE-ED1        DELIMITED BY SIZE
                  "|CREDITS="      DELIMITED BY SIZE
                  WS-YE-ED2        DELIMITED BY SIZE
                  "|DEBITS="       DELIMITED BY SIZE
                  WS-YE-ED3        DELIMITED BY SIZE
                  "|CLOSE="        DELIMITED BY SIZE
                  WS-YE-ED4        DELIMITED BY SIZE
                  "|N="            DELIMITED BY SIZE
                  WS-YE-TOT-N      DELIMITED BY SIZE
                  INTO YRPT-REC
           END-STRING
           WRITE YRPT-REC
           MOVE WS-YE-OPENING TO WS-YE-ED1
           MOVE WS-YE-RUN-SUM TO WS-YE-ED2
           MOVE WS-YE-BALANCE TO WS-YE-ED3
           MOVE SPACES TO YRPT-REC
           STRING "LEDGER|OPEN="   DELIMITED BY SIZE
                  WS-YE-ED1        DELIMITED BY SIZE
                  "|RUNS="         DELIMITED BY SIZE
                  WS-YE-RUNS       DELIMITED BY SIZE
                  "|SUM="          DELIMITED BY SIZE
                  WS-YE-ED2        DELIMITED BY SIZE
                  "|LAST-CLOSE="   DELIMITED BY SIZE
                  WS-YE-LAST-CLOSE DELIMITED BY SIZE
                  "|CLOSE="        DELIMITED BY SIZE
                  WS-YE-ED3        DELIMITED BY SIZE
                  INTO YRPT-REC
           END-STRING
           WRITE YRPT-REC
           CLOSE YRPT-FILE
           MOVE "MVP10YEAR" TO WS-RR-ID
           MOVE WS-YE-TO TO WS-RR-DATE
           CALL "RPTREPOSUB" USING WS-RR-ID WS-RH-PROGRAM WS-YRPT-PATH
               WS-RR-DATE WS-RR-PAGES WS-RR-STATUS
           CLOSE ABAL-FILE
           CLOSE ATXN-FILE.

           EXIT.

       PARA-YE-ONE-ACCOUNT.
           MOVE 0 TO WS-YE-ACCT-CR
           MOVE 0 TO WS-YE-ACCT-DR
           MOVE 0 TO WS-YE-ACCT-LATER
           MOVE 0 TO WS-YE-ACCT-N
           MOVE "N" TO WS-ATXN-EOF
           MOVE ABAL-KEY TO ATXN-ACCT
           MOVE 0 TO ATXN-DATE
           MOVE 0 TO ATXN-SEQ
           START ATXN-FILE KEY >= ATXN-KEY
               INVALID KEY
                   SET ATXN-EOF TO TRUE
           END-START
           PERFORM UNTIL ATXN-EOF
               READ ATXN-FILE NEXT
                   AT END
                       SET ATXN-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN ATXN-ACCT NOT = ABAL-KEY
                               SET ATXN-EOF TO TRUE
                           WHEN ATXN-DATE > WS-YE-TO
                               ADD ATXN-AMOUNT TO WS-YE-ACCT-LATER
                           WHEN ATXN-DATE < WS-YE-FROM
                               CONTINUE
                           WHEN ATXN-AMOUNT < 0
                               ADD ATXN-AMOUNT TO WS-YE-ACCT-DR
                               ADD 1 TO WS-YE-ACCT-N
                           WHEN OTHER
                               ADD ATXN-AMOUNT TO WS-YE-ACCT-CR
                               ADD 1 TO WS-YE-ACCT-N
                       END-EVALUATE
               END-READ
           END-PERFORM

           COMPUTE WS-YE-ACCT-CLOSE =
               ABAL-BALANCE - WS-YE-ACCT-LATER
           COMPUTE WS-YE-ACCT-OPEN =
               WS-YE-ACCT-CLOSE - WS-YE-ACCT-CR - WS-YE-ACCT-DR
           ADD 1 TO WS-YE-ACCOUNTS
           ADD WS-YE-ACCT-OPEN TO WS-YE-TOT-OPEN
           ADD WS-YE-ACCT-CR TO WS-YE-TOT-CR
           ADD WS-YE-ACCT-DR TO WS-YE-TOT-DR
           ADD WS-YE-ACCT-CLOSE TO WS-YE-TOT-CLOSE
           ADD WS-YE-ACCT-N TO WS-YE-TOT-N

           MOVE WS-YE-ACCT-OPEN TO WS-YE-ED1
           MOVE WS-YE-ACCT-CR TO WS-YE-ED2
           MOVE WS-YE-ACCT-DR TO WS-YE-ED3
           MOVE WS-YE-ACCT-CLOSE TO WS-YE-ED4
           MOVE SPACES TO YRPT-REC
           STRING "ACCOUNT|KEY="   DELIMITED BY SIZE
                  ABAL-KEY         DELIMITED BY SIZE
                  "|OPEN="         DELIMITED BY SIZE
                  WS-YE-ED1        DELIMITED BY SIZE
                  "|CREDITS="      DELIMITED BY SIZE
                  WS-YE-ED2        DELIMITED BY SIZE
                  "|DEBITS="       DELIMITED BY SIZE
                  WS-YE-ED3        DELIMITED BY SIZE
                  "|CLOSE="        DELIMITED BY SIZE
                  WS-YE-ED4        DELIMITED BY SIZE
                  "|N="            DELIMITED BY SIZE
                  WS-YE-ACCT-N     DELIMITED BY SIZE
                  INTO YRPT-REC
           END-STRING
           WRITE YRPT-REC.

           EXIT.

       PARA-YE-ARCHIVE.
           *> Each of the year's ledger entries is written to the
           *> archive before it is deleted; the carry-forward CLOSE
           *> entry then takes the last close's date and key, so
           *> the next daily CLOSE finds its prior balance as before.
           OPEN OUTPUT ARCL-FILE
           IF WS-ARCL-FS NOT = "00"
               DISPLAY "ERROR|REASON=ARCHIVE-OPEN-FAILED"
                       "|PATH=" WS-ARCL-PATH
                       "|STATUS=" WS-ARCL-FS
               MOVE "ARCHIVE-OPEN-FAILED" TO WS-PER-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE "N" TO WS-ILED-EOF
           MOVE WS-YE-FROM TO ILED-DATE
           MOVE 0 TO ILED-SEQ
           START ILED-FILE KEY >= ILED-KEY
               INVALID KEY
                   SET ILED-EOF TO TRUE
           END-START
           PERFORM UNTIL ILED-EOF
               READ ILED-FILE NEXT
                   AT END
                       SET ILED-EOF TO TRUE
                   NOT AT END
                       IF ILED-DATE > WS-YE-TO
                           SET ILED-EOF TO TRUE
                       ELSE
                           WRITE ARCL-REC FROM ILED-REC
                           ADD 1 TO WS-YE-ARCHIVED
                           DELETE ILED-FILE RECORD
                               INVALID KEY
                                   DISPLAY "WARN|REASON=LEDGER-DELETE"
                                           "-FAILED|DATE=" ILED-DATE
                                           "|SEQ=" ILED-SEQ
                               NOT INVALID KEY
                                   ADD 1 TO WS-YE-DELETED
                           END-DELETE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCL-FILE

           MOVE WS-YE-LAST-CLOSE TO ILED-DATE
           MOVE 999 TO ILED-SEQ
           MOVE "CLOSE" TO ILED-MODE
           MOVE 0 TO ILED-N
           MOVE 0 TO ILED-SUM
           MOVE "N" TO ILED-OVERFLOW
           MOVE WS-YE-BALANCE TO ILED-OPEN
           MOVE WS-YE-BALANCE TO ILED-CLOSE
           WRITE ILED-REC
               INVALID KEY
                   DISPLAY "ERROR|REASON=CARRY-FORWARD-WRITE-FAILED"
                           "|STATUS=" WS-ILED-FS
                   MOVE "CARRY-FORWARD-FAILED" TO WS-PER-REASON
           END-WRITE.

           EXIT.

       PARA-LOAD-RATES.
           *> The exchange-rate file is read once into storage. A
           *> line that does not edit is skipped with a warning, so
           *> its currency has no rate that day rather than a zero.
           MOVE "GBP" TO WS-BASE-CCY
           ACCEPT WS-BASE-CCY FROM ENVIRONMENT "MVP10_BASE_CCY"
           IF WS-BASE-CCY = SPACES
               MOVE "GBP" TO WS-BASE-CCY
           END-IF
           MOVE "mvp10-rates.txt" TO WS-RATE-PATH
           ACCEPT WS-RATE-PATH FROM ENVIRONMENT "MVP10_RATES"
           IF WS-RATE-PATH = SPACES
               MOVE "mvp10-rates.txt" TO WS-RATE-PATH
           END-IF
           MOVE 0 TO WS-RATE-COUNT
           OPEN INPUT RATE-FILE
           IF WS-RATE-FS = "35"
               DISPLAY "WARN|REASON=NO-RATES-FILE|PATH="
                       WS-RATE-PATH
               EXIT PARAGRAPH
           END-IF
           IF WS-RATE-FS NOT = "00"
               DISPLAY "ERROR|REASON=RATES-OPEN-FAILED|PATH="
                       WS-RATE-PATH "|STATUS=" WS-RATE-FS
               MOVE 8 TO RETURN-CODE
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
                           WHEN WS-RATE-COUNT NOT < 3000
                               DISPLAY "WARN|REASON=RATE-TABLE-FULL"
                                       "|TEXT=" RATE-REC
                           WHEN OTHER
                               ADD 1 TO WS-RATE-COUNT
                               MOVE RATE-DATE
                                   TO WS-RATE-T-DATE(WS-RATE-COUNT)
                               MOVE RATE-CCY
                                   TO WS-RATE-T-CCY(WS-RATE-COUNT)
                               MOVE WS-RATE-NUM
                                   TO WS-RATE-T-VALUE(WS-RATE-COUNT)
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE RATE-FILE.

           EXIT.

       PARA-FIND-RATE.
           *> The rate for WS-FX-CCY on the posting date; zero
           *> means there is none. The base currency is always 1.
           MOVE 0 TO WS-FX-RATE
           IF WS-FX-CCY = WS-BASE-CCY
               MOVE 1 TO WS-FX-RATE
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
                      OR WS-FX-RATE > 0
               IF WS-RATE-T-CCY(WS-RATE-IDX) = WS-FX-CCY
                   AND WS-RATE-T-DATE(WS-RATE-IDX) = WS-TXN-PDATE
                   MOVE WS-RATE-T-VALUE(WS-RATE-IDX) TO WS-FX-RATE
               END-IF
           END-PERFORM.

           EXIT.

       PARA-CONVERT-CURRENCY.
           *> ABAL-REC still holds the account read by the status
           *> check. The base value is the posting at its own
           *> currency's rate; a posting in a different currency
           *> from the account's is then restated in the account's
           *> currency through the base.
           MOVE SPACES TO WS-FX-REASON
           MOVE ABAL-CCY TO WS-FX-ACCT-CCY
           IF WS-FX-ACCT-CCY = SPACES
               MOVE WS-BASE-CCY TO WS-FX-ACCT-CCY
           END-IF
           MOVE TXN-REC(37:3) TO WS-FX-TXN-CCY
           IF WS-FX-TXN-CCY = SPACES
               MOVE WS-FX-ACCT-CCY TO WS-FX-TXN-CCY
           END-IF
           MOVE WS-FX-TXN-CCY TO WS-FX-CCY
           PERFORM PARA-FIND-RATE
           IF WS-FX-RATE = 0
               MOVE "NO-RATE" TO WS-FX-REASON
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-FX-BASE ROUNDED = WS-AE-VALUE * WS-FX-RATE
               ON SIZE ERROR
                   MOVE "CONVERT-OVERFLOW" TO WS-FX-REASON
                   EXIT PARAGRAPH
           END-COMPUTE
           IF WS-FX-TXN-CCY = WS-FX-ACCT-CCY
               EXIT PARAGRAPH
           END-IF
           MOVE WS-FX-ACCT-CCY TO WS-FX-CCY
           PERFORM PARA-FIND-RATE
           IF WS-FX-RATE = 0
               MOVE WS-FX-ACCT-CCY TO WS-FX-CCY
               MOVE "NO-RATE" TO WS-FX-REASON
               EXIT PARAGRAPH
           END-IF
           MOVE WS-AE-VALUE TO WS-FX-ORIG
           COMPUTE WS-AE-VALUE ROUNDED = WS-FX-BASE / WS-FX-RATE
               ON SIZE ERROR
                   MOVE "CONVERT-OVERFLOW" TO WS-FX-REASON
                   EXIT PARAGRAPH
           END-COMPUTE
           ADD 1 TO WS-CNT-CONVERTED
           MOVE WS-FX-ORIG TO WS-AMT-ED
           MOVE WS-AE-VALUE TO WS-AMT-ED2
           DISPLAY "CONVERTED|N=" WS-TXN-SEQ
                   "|ACCT=" WS-TXN-ACCT
                   "|FROM=" WS-FX-TXN-CCY WS-AMT-ED
                   "|TO=" WS-FX-ACCT-CCY WS-AMT-ED2.

           EXIT.

       PARA-REJECT-CURRENCY.
           ADD 1 TO WS-CNT-FX-REJ
           DISPLAY "EXCEPTION|N=" WS-TXN-SEQ
                   "|REASON=" WS-FX-REASON
                   "|ACCT=" WS-TXN-ACCT
                   "|CCY=" WS-FX-CCY
                   "|PDATE=" WS-TXN-PDATE
           MOVE SPACES TO TREJ-REC
           STRING "EXCEPTION|N="  DELIMITED BY SIZE
                  WS-TXN-SEQ      DELIMITED BY SIZE
                  "|REASON="      DELIMITED BY SIZE
                  WS-FX-REASON    DELIMITED BY SPACE
                  "|TEXT="        DELIMITED BY SIZE
                  TXN-REC         DELIMITED BY SIZE
                  INTO TREJ-REC
           END-STRING
           WRITE TREJ-REC.

           EXIT.

       PARA-ADD-CURRENCY-TOTAL.
           MOVE 0 TO WS-CCY-SEL
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-COUNT
                      OR WS-CCY-SEL > 0
               IF WS-CCY-CODE(WS-CCY-IDX) = WS-FX-ACCT-CCY
                   MOVE WS-CCY-IDX TO WS-CCY-SEL
               END-IF
           END-PERFORM
           IF WS-CCY-SEL = 0 AND WS-CCY-COUNT < 20
               ADD 1 TO WS-CCY-COUNT
               MOVE WS-FX-ACCT-CCY TO WS-CCY-CODE(WS-CCY-COUNT)
               MOVE 0 TO WS-CCY-N(WS-CCY-COUNT)
               MOVE 0 TO WS-CCY-SUM(WS-CCY-COUNT)
               MOVE 0 TO WS-CCY-BASE(WS-CCY-COUNT)
               MOVE WS-CCY-COUNT TO WS-CCY-SEL
           END-IF
           IF WS-CCY-SEL > 0
               ADD 1 TO WS-CCY-N(WS-CCY-SEL)
               ADD WS-AMT TO WS-CCY-SUM(WS-CCY-SEL)
               ADD WS-FX-BASE TO WS-CCY-BASE(WS-CCY-SEL)
           ELSE
               DISPLAY "WARN|REASON=CURRENCY-TABLE-FULL"
                       "|LIMIT=20|CCY=" WS-FX-ACCT-CCY
           END-IF.

           EXIT.

       PARA-TRIAL-BALANCE-RUN.
           *> Proves the account master against the indexed ledger
           *> for MVP10_PROOF_DATE (default today). Movements: for
           *> each run date since the prior CLOSE, the base value of
           *> the postings the account history says were made that
           *> day against the day's FILE-mode ledger totals. Balance:
           *> the base value of all account balances against the
           *> ledger's closing balance for the date - its own CLOSE
           *> entry if it has one, else the prior CLOSE plus the
           *> entries since. Every account whose master balance
           *> disagrees with its own history is listed as well. Any
           *> difference fails the proof and raises an alert.
           MOVE 0 TO WS-TB-DATE
           ACCEPT WS-TB-DATE FROM ENVIRONMENT "MVP10_PROOF_DATE"
           IF WS-TB-DATE = 0
               ACCEPT WS-TB-DATE FROM DATE YYYYMMDD
           END-IF
           MOVE SPACES TO WS-TBRP-PATH
           STRING "mvp10-proof-" DELIMITED BY SIZE
                  WS-TB-DATE     DELIMITED BY SIZE
                  ".txt"         DELIMITED BY SIZE
                  INTO WS-TBRP-PATH
           END-STRING
           ACCEPT WS-TBRP-PATH FROM ENVIRONMENT "MVP10_PROOF_REPORT"
           IF WS-TBRP-PATH = SPACES
               STRING "mvp10-proof-" DELIMITED BY SIZE
                      WS-TB-DATE     DELIMITED BY SIZE
                      ".txt"         DELIMITED BY SIZE
                      INTO WS-TBRP-PATH
               END-STRING
           END-IF
           MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH
           ACCEPT WS-ABAL-PATH FROM ENVIRONMENT "MVP10_ACCOUNTS"
           IF WS-ABAL-PATH = SPACES
               MOVE "mvp10-accounts.dat" TO WS-ABAL-PATH
           END-IF
           MOVE "mvp10-acct-history.dat" TO WS-ATXN-PATH
           ACCEPT WS-ATXN-PATH FROM ENVIRONMENT
               "MVP10_ACCT_HISTORY"
           IF WS-ATXN-PATH = SPACES
               MOVE "mvp10-acct-history.dat" TO WS-ATXN-PATH
           END-IF

           OPEN INPUT ILED-FILE
           IF WS-ILED-FS NOT = "00"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN INPUT ABAL-FILE
           IF WS-ABAL-FS NOT = "00"
               DISPLAY "ERROR|REASON=ACCOUNTS-OPEN-FAILED|PATH="
                       WS-ABAL-PATH "|STATUS=" WS-ABAL-FS
               MOVE 8 TO RETURN-CODE
               CLOSE ILED-FILE
               GOBACK
           END-IF
           OPEN INPUT ATXN-FILE
           IF WS-ATXN-FS NOT = "00"
               DISPLAY "ERROR|REASON=HISTORY-OPEN-FAILED|PATH="
                       WS-ATXN-PATH "|STATUS=" WS-ATXN-FS
               MOVE 8 TO RETURN-CODE
               CLOSE ILED-FILE
               CLOSE ABAL-FILE
               GOBACK
           END-IF
           OPEN OUTPUT TBRP-FILE
           IF WS-TBRP-FS NOT = "00"
               DISPLAY "ERROR|REASON=REPORT-OPEN-FAILED|PATH="
                       WS-TBRP-PATH "|STATUS=" WS-TBRP-FS
               MOVE 8 TO RETURN-CODE
               CLOSE ILED-FILE
               CLOSE ABAL-FILE
               CLOSE ATXN-FILE
               GOBACK
           END-IF

           PERFORM PARA-TB-SCAN-LEDGER
           MOVE "N" TO WS-ABAL-EOF
           PERFORM UNTIL ABAL-EOF
               READ ABAL-FILE NEXT
                   AT END
                       SET ABAL-EOF TO TRUE
                   NOT AT END
                       PERFORM PARA-TB-ONE-ACCOUNT
               END-READ
           END-PERFORM
           CLOSE ILED-FILE
           CLOSE ABAL-FILE
           CLOSE ATXN-FILE

           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT
               COMPUTE WS-TB-DIFF = WS-TB-T-ACCT(WS-TB-IDX)
                   - WS-TB-T-LED(WS-TB-IDX)
               MOVE WS-TB-T-ACCT(WS-TB-IDX) TO WS-TB-ED1
               MOVE WS-TB-T-LED(WS-TB-IDX) TO WS-TB-ED2
               MOVE WS-TB-T-DATE(WS-TB-IDX) TO WS-TB-KEY-DATE
               MOVE "MOVEMENT" TO WS-TB-TAG
               PERFORM PARA-TB-WRITE-LINE
           END-PERFORM

           IF TB-DAY-CLOSED
               MOVE WS-TB-DAY-CLOSE TO WS-TB-LED-BAL
           ELSE
               COMPUTE WS-TB-LED-BAL =
                   WS-TB-PRIOR-CLOSE + WS-TB-LED-MOVE
           END-IF
           COMPUTE WS-TB-DIFF = WS-TB-ACCT-BAL - WS-TB-LED-BAL
           MOVE WS-TB-ACCT-BAL TO WS-TB-ED1
           MOVE WS-TB-LED-BAL TO WS-TB-ED2
           MOVE WS-TB-DATE TO WS-TB-KEY-DATE
           MOVE "BALANCE" TO WS-TB-TAG
           PERFORM PARA-TB-WRITE-LINE

           IF TB-TABLE-FULL
               ADD 1 TO WS-TB-DIFFS
               DISPLAY "EXCEPTION|REASON=PROOF-TABLE-FULL|LIMIT=400"
           END-IF
           IF WS-TB-DIFFS = 0
               MOVE "BALANCED" TO WS-TB-RESULT
           ELSE
               MOVE "UNBALANCED" TO WS-TB-RESULT
           END-IF
           MOVE WS-TB-PRIOR-CLOSE TO WS-TB-ED1
           MOVE SPACES TO TBRP-REC
           STRING "PROOF|DATE="    DELIMITED BY SIZE
                  WS-TB-DATE       DELIMITED BY SIZE
                  "|PRIOR-CLOSE="  DELIMITED BY SIZE
                  WS-TB-PRIOR-DATE DELIMITED BY SIZE
                  "|PRIOR-BALANCE=" DELIMITED BY SIZE
                  WS-TB-ED1        DELIMITED BY SIZE
                  "|ACCOUNTS="     DELIMITED BY SIZE
                  WS-TB-ACCOUNTS   DELIMITED BY SIZE
                  "|DIFFERENCES="  DELIMITED BY SIZE
                  WS-TB-DIFFS      DELIMITED BY SIZE
                  "|RESULT="       DELIMITED BY SIZE
                  WS-TB-RESULT     DELIMITED BY SIZE
                  INTO TBRP-REC
           END-STRING
           WRITE TBRP-REC
           ADD 1 TO WS-TB-LINES
           DISPLAY TBRP-REC(1:140)
           CLOSE TBRP-FILE
           MOVE "MVP10PROOF" TO WS-RR-ID
           MOVE WS-TB-DATE TO WS-RR-DATE
           CALL "RPTREPOSUB" USING WS-RR-ID WS-RH-PROGRAM WS-TBRP-PATH
               WS-RR-DATE WS-RR-PAGES WS-RR-STATUS

           *> An unbalanced day must not be signed off quietly.
           IF WS-TB-DIFFS > 0
               MOVE "E" TO WS-AL-SEV
               MOVE "TRIAL-BALANCE-FAILED" TO WS-AL-REASON
               MOVE SPACES TO WS-AL-DETAIL
               STRING "DATE="         DELIMITED BY SIZE
                      WS-TB-DATE      DELIMITED BY SIZE
                      " DIFFERENCES=" DELIMITED BY SIZE
                      WS-TB-DIFFS     DELIMITED BY SIZE
                      INTO WS-AL-DETAIL
               END-STRING
               CALL "ALERTSUB" USING WS-AL-SEV WS-RH-PROGRAM
                   WS-AL-REASON WS-AL-DETAIL
               MOVE 8 TO RETURN-CODE
               MOVE "FAILED" TO WS-RH-STATUS
           ELSE
               MOVE "COMPLETE" TO WS-RH-STATUS
           END-IF
           MOVE WS-ILED-PATH(1:40) TO WS-RH-IN
           MOVE WS-TBRP-PATH(1:40) TO WS-RH-OUT
           MOVE WS-TB-ACCOUNTS TO WS-RH-READ
           MOVE WS-TB-LINES TO WS-RH-WRITTEN
           MOVE WS-TB-DIFFS TO WS-RH-REJECTED
           CALL "RUNHISTORY" USING WS-RH-PROGRAM WS-RH-IN WS-RH-OUT
               WS-RH-READ WS-RH-WRITTEN WS-RH-REJECTED WS-RH-STATUS
               WS-RH-START
           IF WS-RH-STATUS = "FAILED"
               MOVE 8 TO RETURN-CODE
           END-IF.

           EXIT.

       PARA-TB-SCAN-LEDGER.
           *> The ledger is in date order, so each CLOSE before the
           *> proof date restarts the movements collected so far;
           *> what is left at the end is everything since the
           *> prior CLOSE.
           MOVE "N" TO WS-ILED-EOF
           PERFORM UNTIL ILED-EOF
               READ ILED-FILE NEXT
                   AT END
                       SET ILED-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                           WHEN ILED-DATE > WS-TB-DATE
                               SET ILED-EOF TO TRUE
                           WHEN ILED-MODE = "CLOSE"
                               AND ILED-DATE = WS-TB-DATE
                               SET TB-DAY-CLOSED TO TRUE
                               MOVE ILED-CLOSE TO WS-TB-DAY-CLOSE
                           WHEN ILED-MODE = "CLOSE"
                               MOVE ILED-DATE TO WS-TB-PRIOR-DATE
                               MOVE ILED-CLOSE TO WS-TB-PRIOR-CLOSE
                               MOVE 0 TO WS-TB-LED-MOVE
                               MOVE 0 TO WS-TB-COUNT
                               MOVE "N" TO WS-TB-FULL
                           WHEN OTHER
                               ADD ILED-SUM TO WS-TB-LED-MOVE
                               IF ILED-MODE = "FILE"
                                   MOVE ILED-DATE TO WS-TB-KEY-DATE
                                   MOVE ILED-SUM TO WS-TB-KEY-AMT
                                   MOVE "L" TO WS-TB-KEY-SIDE
                                   PERFORM PARA-TB-ADD-DATE
                               END-IF
                       END-EVALUATE
               END-READ
           END-PERFORM.

           EXIT.

       PARA-TB-ONE-ACCOUNT.
           *> The account's history, once: its total in the account
           *> currency against the master balance, the base value
           *> of everything run up to the proof date towards the
           *> balance proof, and the base value of each posting run
           *> since the prior CLOSE towards that day's movement.
           ADD 1 TO WS-TB-ACCOUNTS
           MOVE 0 TO WS-TB-HIST-SUM
           MOVE "N" TO WS-ATXN-EOF
           MOVE ABAL-KEY TO ATXN-ACCT
           MOVE 0 TO ATXN-DATE
           MOVE 0 TO ATXN-SEQ
           START ATXN-FILE KEY >= ATXN-KEY
               INVALID KEY
                   SET ATXN-EOF TO TRUE
           END-START
           PERFORM UNTIL ATXN-EOF
               READ ATXN-FILE NEXT
                   AT END
                       SET ATXN-EOF TO TRUE
                   NOT AT END
                       IF ATXN-ACCT NOT = ABAL-KEY
                           SET ATXN-EOF TO TRUE
                       ELSE
                           ADD ATXN-AMOUNT TO WS-TB-HIST-SUM
                           IF ATXN-RUN-DATE NOT > WS-TB-DATE
                               ADD ATXN-BASE-AMOUNT
                                   TO WS-TB-ACCT-BAL
                           END-IF
                           IF ATXN-TYPE = "P"
                               AND ATXN-RUN-DATE > WS-TB-PRIOR-DATE
                               AND ATXN-RUN-DATE NOT > WS-TB-DATE
                               MOVE ATXN-RUN-DATE TO WS-TB-KEY-DATE
                               MOVE ATXN-BASE-AMOUNT
                                   TO WS-TB-KEY-AMT
                               MOVE "A" TO WS-TB-KEY-SIDE
                               PERFORM PARA-TB-ADD-DATE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF WS-TB-HIST-SUM NOT = ABAL-BALANCE
               ADD 1 TO WS-TB-DIFFS
               COMPUTE WS-TB-DIFF = ABAL-BALANCE - WS-TB-HIST-SUM
               MOVE ABAL-BALANCE TO WS-TB-ED1
               MOVE WS-TB-HIST-SUM TO WS-TB-ED2
               MOVE WS-TB-DIFF TO WS-TB-ED3
               MOVE SPACES TO TBRP-REC
               STRING "ACCOUNT|KEY="   DELIMITED BY SIZE
                      ABAL-KEY         DELIMITED BY SIZE
                      "|CCY="          DELIMITED BY SIZE
                      ABAL-CCY         DELIMITED BY SIZE
                      "|MASTER="       DELIMITED BY SIZE
                      WS-TB-ED1        DELIMITED BY SIZE
                      "|HISTORY="      DELIMITED BY SIZE
                      WS-TB-ED2        DELIMITED BY SIZE
                      "|DIFF="         DELIMITED BY SIZE
                      WS-TB-ED3        DELIMITED BY SIZE
                      "|RESULT=DIFFERENCE" DELIMITED BY SIZE
                      INTO TBRP-REC
               END-STRING
               WRITE TBRP-REC
               ADD 1 TO WS-TB-LINES
               DISPLAY TBRP-REC(1:140)
           END-IF.

           EXIT.

       PARA-TB-ADD-DATE.
           *> Add WS-TB-KEY-AMT to the accounts (A) or ledger (L)
           *> side of the date's movement line, keeping the table
           *> in date order.
           MOVE 0 TO WS-TB-SEL
           PERFORM VARYING WS-TB-IDX FROM 1 BY 1
                   UNTIL WS-TB-IDX > WS-TB-COUNT OR WS-TB-SEL > 0
               IF WS-TB-T-DATE(WS-TB-IDX) NOT < WS-TB-KEY-DATE
                   MOVE WS-TB-IDX TO WS-TB-SEL
               END-IF
           END-PERFORM
           IF WS-TB-SEL = 0
               OR WS-TB-T-DATE(WS-TB-SEL) NOT = WS-TB-KEY-DATE
               IF WS-TB-COUNT NOT < 400
                   SET TB-TABLE-FULL TO TRUE
                   EXIT PARAGRAPH
               END-IF
               IF WS-TB-SEL = 0
                   COMPUTE WS-TB-SEL = WS-TB-COUNT + 1
               ELSE
                   PERFORM VARYING WS-TB-IDX FROM WS-TB-COUNT BY -1
                           UNTIL WS-TB-IDX < WS-TB-SEL
                       MOVE WS-TB-ENTRY(WS-TB-IDX)
                           TO WS-TB-ENTRY(WS-TB-IDX + 1)
                   END-PERFORM
               END-IF
               ADD 1 TO WS-TB-COUNT
               MOVE WS-TB-KEY-DATE TO WS-TB-T-DATE(WS-TB-SEL)
               MOVE 0 TO WS-TB-T-ACCT(WS-TB-SEL)
               MOVE 0 TO WS-TB-T-LED(WS-TB-SEL)
           END-IF
           IF WS-TB-KEY-SIDE = "A"
               ADD WS-TB-KEY-AMT TO WS-TB-T-ACCT(WS-TB-SEL)
           ELSE
               ADD WS-TB-KEY-AMT TO WS-TB-T-LED(WS-TB-SEL)
           END-IF.

           EXIT.

       PARA-TB-WRITE-LINE.
           *> One MOVEMENT or BALANCE line (tag in WS-TB-TAG):
           *> accounts side in WS-TB-ED1, ledger side in WS-TB-ED2,
           *> and the difference in WS-TB-DIFF.
           MOVE WS-TB-DIFF TO WS-TB-ED3
           IF WS-TB-DIFF = 0
               MOVE "OK" TO WS-TB-RESULT
           ELSE
               ADD 1 TO WS-TB-DIFFS
               MOVE "DIFFERENCE" TO WS-TB-RESULT
           END-IF
           MOVE SPACES TO TBRP-REC
           STRING WS-TB-TAG       DELIMITED BY SPACE
                  "|DATE="        DELIMITED BY SIZE
                  WS-TB-KEY-DATE  DELIMITED BY SIZE
                  "|ACCOUNTS="    DELIMITED BY SIZE
                  WS-TB-ED1       DELIMITED BY SIZE
                  "|LEDGER="      DELIMITED BY SIZE
                  WS-TB-ED2       DELIMITED BY SIZE
                  "|DIFF="        DELIMITED BY SIZE
                  WS-TB-ED3       DELIMITED BY SIZE
                  "|RESULT="      DELIMITED BY SIZE
                  WS-TB-RESULT    DELIMITED BY SPACE
                  INTO TBRP-REC
           END-STRING
           WRITE TBRP-REC
           ADD 1 TO WS-TB-LINES
           DISPLAY TBRP-REC(1:140).

           EXIT.
