       DATA DIVISION.
       FILE SECTION.
       FD  HIST-FILE.
       01  HIST-REC             PIC X(320).

       FD  RPT-FILE.
       01  RPT-REC              PIC X(160).
       01  WS-CNT-RUNS          PIC 9(4) VALUE 0.
       01  WS-CNT-FLAGGED       PIC 9(4) VALUE 0.

       *> RPTREPOSUB parameter block: the timeline is filed in the
       *> report repository under its report date.
       01  WS-RR-ID             PIC X(16) VALUE "BATCHWIN".
       01  WS-RR-PROGRAM        PIC X(16) VALUE "BATCHWINDOW".
       01  WS-RR-PAGES          PIC 9(4) VALUE 0.
       01  WS-RR-STATUS         PIC XX.

       PROCEDURE DIVISION.
           *> Resolve the shared run-control file before any
           *> parameter is read; exported variables still override.
           WRITE RPT-REC.
           CLOSE RPT-FILE.

           CALL "RPTREPOSUB" USING WS-RR-ID WS-RR-PROGRAM WS-RPT-PATH
               WS-RPT-DATE WS-RR-PAGES WS-RR-STATUS.

           DISPLAY "BATCH-WINDOW|DATE=" WS-RPT-DATE
                   "|RUNS=" WS-CNT-RUNS
                   "|FLAGGED=" WS-CNT-FLAGGED.
