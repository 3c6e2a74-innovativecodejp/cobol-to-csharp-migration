      *>              repeated per page; register before details)
      *>          D = write a detail line
      *>          T = write a break-total line (blank line above it)
      *>          P = start a new page now (a statement or section
      *>              that must begin on its own page); ignored when
      *>              nothing has been written below the headings yet
      *>          E = end the report with the final-totals page
      *>          R = after E, register the report in the report
      *>              repository (RPTREPOSUB) and distribute it;
      *>              LK-TEXT carries report-id(16) program(16) and
      *>              the report date(8), zero taking today
      *> Page size comes from REPORT_PAGE_LINES (default 60).

       ENVIRONMENT DIVISION.
       01  WS-CNT-DETAILS       PIC 9(6) VALUE 0.
       01  WS-CNT-TOTALS        PIC 9(4) VALUE 0.

       *> RPTREPOSUB parameter block.
       01  WS-RR-ID             PIC X(16).
       01  WS-RR-PROGRAM        PIC X(16).
       01  WS-RR-DATE           PIC 9(8) VALUE 0.
       01  WS-RR-PAGES          PIC 9(4) VALUE 0.
       01  WS-RR-STATUS         PIC XX.

       LINKAGE SECTION.
       01  LK-FUNC              PIC X(1).
       01  LK-PATH              PIC X(260).
                   PERFORM PARA-WRITE-DETAIL
               WHEN "T"
                   PERFORM PARA-WRITE-TOTAL
               WHEN "P"
                   PERFORM PARA-FORCE-PAGE
               WHEN "E"
                   PERFORM PARA-END-REPORT
               WHEN "R"
                   PERFORM PARA-REGISTER-REPORT
               WHEN OTHER
                   DISPLAY "REPORTSUB|RESULT=BAD-FUNCTION|FUNC="
                           LK-FUNC

           EXIT.

       PARA-FORCE-PAGE.
           IF RPT-OPEN AND WS-LINE-NO > 2 + WS-HDG-COUNT
               PERFORM PARA-NEW-PAGE
           END-IF.

           EXIT.

       PARA-END-REPORT.
           IF RPT-OPEN
               PERFORM PARA-NEW-PAGE
           END-IF.

           EXIT.

       PARA-REGISTER-REPORT.
           MOVE LK-TEXT(1:16) TO WS-RR-ID
           MOVE LK-TEXT(17:16) TO WS-RR-PROGRAM
           MOVE 0 TO WS-RR-DATE
           IF LK-TEXT(33:8) IS NUMERIC
               MOVE LK-TEXT(33:8) TO WS-RR-DATE
           END-IF
           *> The page count is this report's own when it is the one
           *> just closed; otherwise RPTREPOSUB counts it.
           MOVE 0 TO WS-RR-PAGES
           IF LK-PATH = WS-RPT-PATH
               MOVE WS-PAGE-NO TO WS-RR-PAGES
           END-IF
           CALL "RPTREPOSUB" USING WS-RR-ID WS-RR-PROGRAM LK-PATH
               WS-RR-DATE WS-RR-PAGES WS-RR-STATUS.

           EXIT.
