       IDENTIFICATION DIVISION.
       PROGRAM-ID.  RPTPAGE.
      *****************************************************************
      * Shop-wide report page layout - every batch program hands its
      * finished report to this routine, which rewrites it in the
      * standard printed form, so a page separated from the stack
      * still says where it came from:
      *
      *   shop name, report name, page number, and CONTINUED from
      *   the second page on
      *   producing program, processing date, run cycle, the
      *   time the report was printed and the data region (REGION)
      *   a rule line, then up to PAGELINES - 3 report lines
      *
      * Every page after the first starts on a new sheet: the form
      * feed stands in column 1 of the page's first header line,
      * which is always blank, so the header reads at its usual
      * columns. A program that copies a paged report line by line
      * writes a line with X'0C' in column 1 as an empty line AFTER
      * ADVANCING PAGE followed by the rest of the line, as
      * ReplaceReport does.
      *
      * The last page ends with an END OF REPORT trailer carrying the
      * line and page count. A report that already starts with the
      * header block has been paged and is left alone, so a rerun
      * that did not rewrite a report does not page it twice.
      *
      * shop/reportconfig.txt, one KEY=VALUE per line: SHOPNAME
      * (header name), PAGELINES (lines per page, 10-999, default 60)
      *
      *   CALL 'RPTPAGE' USING REPORT-PAGE-REQUEST  (COPY RPTPREC)
      *
      * The interface copybook is kept with the batch copybooks in
      * batchprocess/copy, which the callers share; the shop programs
      * are built with -I batchprocess/copy as the batch ones are.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-DATA ASSIGN TO REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.
           SELECT PAGED-WORK-DATA ASSIGN TO WORK-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-FILE-STATUS.
           SELECT REPORT-CONFIG-DATA ASSIGN TO
             "shop/reportconfig.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT RUN-HISTORY-DATA ASSIGN TO
             "batchprocess/run_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNHIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD REPORT-DATA.
           01 REPORT-F.
            05 REPORT-LINE PIC X(200).
           FD PAGED-WORK-DATA.
           01 PAGED-WORK-F.
            05 PAGED-LINE PIC X(200).
           FD REPORT-CONFIG-DATA.
           01 REPORT-CONFIG-F.
            05 CONFIG-LINE PIC X(60).
           FD RUN-HISTORY-DATA.
           01 RUN-HISTORY-F.
            05 RH-LINE PIC X(60).
       WORKING-STORAGE SECTION.
       01 REPORT-FILE-STATUS PIC X(2).
       01 WORK-FILE-STATUS PIC X(2).
       01 CONFIG-FILE-STATUS PIC X(2).
       01 RUNHIST-FILE-STATUS PIC X(2).
       01 REPORT-NAME PIC X(60).
       01 WORK-NAME PIC X(64).
       01 STAMP PIC X(14).
       01 DATA-REGION-CODE PIC X(5) EXTERNAL.
       01 PRINT-REGION PIC X(5).

      * layout controls (shop/reportconfig.txt)
       01 SHOP-NAME PIC X(30) VALUE 'COBOL UTILITY SHOP'.
       01 PAGE-LINES PIC 999 VALUE 60.
       01 CONFIG-KEY PIC X(20).
       01 CONFIG-VALUE PIC X(40).
       01 CONFIG-EOF-SW PIC X VALUE 'N'.
           88 CONFIG-EOF VALUE 'Y'.

      * the three header lines count against the page
       01 PAGE-WORK.
           05 BODY-CAPACITY PIC 999.
           05 PAGE-NO PIC 9(5).
           05 PAGE-NO-ED PIC Z(4)9.
           05 LINES-ON-PAGE PIC 999.
           05 BODY-LINES-ED PIC Z(6)9.
           05 REPORT-EOF-SW PIC X.
               88 REPORT-EOF VALUE 'Y'.
           05 HISTORY-EOF-SW PIC X.
               88 HISTORY-EOF VALUE 'Y'.
           05 HEADER-TITLE PIC X(40).
           05 LAST-RUN-DATE PIC X(8).
           05 LAST-RUN-CYCLE PIC X(2).
           05 EJECT-LINE PIC X(200).

       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE 'RPTPAGE'.
           05 MSG-TEXT PIC X(100).
       01 SAVED-RETURN-CODE PIC S9(9) COMP.
       LINKAGE SECTION.
           COPY RPTPREC.

       PROCEDURE DIVISION USING REPORT-PAGE-REQUEST.
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           SET PG-PAGED TO TRUE
           MOVE 0 TO PG-BODY-LINES
           MOVE 0 TO PG-PAGES
           MOVE FUNCTION CURRENT-DATE(1:14) TO STAMP
           IF DATA-REGION-CODE = LOW-VALUES OR SPACES
               MOVE 'PROD' TO PRINT-REGION
           ELSE
               MOVE DATA-REGION-CODE TO PRINT-REGION
           END-IF
           IF PG-FUNC-TEST
               PERFORM TestReportPaged
           ELSE
               PERFORM LoadReportConfig
               PERFORM ResolveRunIdentification
               PERFORM WritePagedCopy
               IF PG-PAGED
                   PERFORM ReplaceReport
               END-IF
           END-IF
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           GOBACK.

       LoadReportConfig SECTION.
           MOVE 'N' TO CONFIG-EOF-SW
           OPEN INPUT REPORT-CONFIG-DATA
           IF CONFIG-FILE-STATUS = "00"
               PERFORM UNTIL CONFIG-EOF
                   READ REPORT-CONFIG-DATA
                       AT END SET CONFIG-EOF TO TRUE
                       NOT AT END PERFORM ApplyConfigLine
                   END-READ
               END-PERFORM
               CLOSE REPORT-CONFIG-DATA
           END-IF
           COMPUTE BODY-CAPACITY = PAGE-LINES - 3
           .

       ApplyConfigLine SECTION.
           MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
           UNSTRING CONFIG-LINE DELIMITED BY '='
               INTO CONFIG-KEY CONFIG-VALUE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
               TO CONFIG-KEY
           MOVE FUNCTION TRIM(CONFIG-VALUE) TO CONFIG-VALUE
           EVALUATE CONFIG-KEY
           WHEN 'SHOPNAME'
               IF CONFIG-VALUE NOT = SPACES
                   MOVE CONFIG-VALUE TO SHOP-NAME
               END-IF
           WHEN 'PAGELINES'
               IF FUNCTION TEST-NUMVAL(CONFIG-VALUE) = 0
                   AND FUNCTION NUMVAL(CONFIG-VALUE) >= 10
                   AND FUNCTION NUMVAL(CONFIG-VALUE) <= 999
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO PAGE-LINES
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      * a report produced outside the night run belongs to the last
      * night run on record; without any, to today's first cycle
       ResolveRunIdentification SECTION.
           IF PG-PROC-DATE NOT = SPACES AND PG-RUN-CYCLE NOT = SPACES
               EXIT SECTION
           END-IF
           MOVE SPACES TO LAST-RUN-DATE
           MOVE SPACES TO LAST-RUN-CYCLE
           MOVE 'N' TO HISTORY-EOF-SW
           OPEN INPUT RUN-HISTORY-DATA
           IF RUNHIST-FILE-STATUS = "00"
               PERFORM UNTIL HISTORY-EOF
                   READ RUN-HISTORY-DATA
                       AT END SET HISTORY-EOF TO TRUE
                       NOT AT END
                           IF RH-LINE(1:8) IS NUMERIC
                               AND RH-LINE(46:1) = 'C'
                               AND RH-LINE(47:2) IS NUMERIC
                               AND (PG-PROC-DATE = SPACES
                               OR PG-PROC-DATE = RH-LINE(1:8))
                               MOVE RH-LINE(1:8) TO LAST-RUN-DATE
                               MOVE RH-LINE(47:2) TO LAST-RUN-CYCLE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-DATA
           END-IF
           IF PG-PROC-DATE = SPACES
               IF LAST-RUN-DATE = SPACES
                   MOVE STAMP(1:8) TO PG-PROC-DATE
               ELSE
                   MOVE LAST-RUN-DATE TO PG-PROC-DATE
               END-IF
           END-IF
           IF PG-RUN-CYCLE = SPACES
               IF LAST-RUN-CYCLE = SPACES
                   MOVE '01' TO PG-RUN-CYCLE
               ELSE
                   MOVE LAST-RUN-CYCLE TO PG-RUN-CYCLE
               END-IF
           END-IF
           .

       WritePagedCopy SECTION.
           MOVE PG-FILE-NAME TO REPORT-NAME
           MOVE function concatenate(FUNCTION TRIM(PG-FILE-NAME),
               '.pag') TO WORK-NAME
           IF PG-TITLE = SPACES
               MOVE PG-FILE-NAME TO HEADER-TITLE
           ELSE
               MOVE PG-TITLE TO HEADER-TITLE
           END-IF
           PERFORM TestReportPaged
           IF NOT PG-PAGED
               EXIT SECTION
           END-IF
           OPEN INPUT REPORT-DATA
           MOVE 'N' TO REPORT-EOF-SW
           READ REPORT-DATA
               AT END SET REPORT-EOF TO TRUE
           END-READ
           OPEN OUTPUT PAGED-WORK-DATA
           IF WORK-FILE-STATUS NOT = "00"
               MOVE "PG0001" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN ", FUNCTION TRIM(WORK-NAME),
                   ", STATUS=", WORK-FILE-STATUS,
                   " - REPORT LEFT UNPAGED") TO MSG-TEXT
               PERFORM LogMessage
               SET PG-WRITE-FAILED TO TRUE
               CLOSE REPORT-DATA
               EXIT SECTION
           END-IF
           MOVE 0 TO PAGE-NO
           MOVE 0 TO LINES-ON-PAGE
           PERFORM UNTIL REPORT-EOF
               PERFORM WriteBodyLine
               READ REPORT-DATA
                   AT END SET REPORT-EOF TO TRUE
               END-READ
           END-PERFORM
           PERFORM WriteTrailer
           CLOSE PAGED-WORK-DATA
           CLOSE REPORT-DATA
           .

      * a paged report opens with the header block: PAGE at column
      * 75 of the first line, PROGRAM on the second, the rule on
      * the third
       TestReportPaged SECTION.
           MOVE PG-FILE-NAME TO REPORT-NAME
           OPEN INPUT REPORT-DATA
           IF REPORT-FILE-STATUS NOT = "00"
               SET PG-NO-REPORT TO TRUE
               EXIT SECTION
           END-IF
           MOVE 'N' TO REPORT-EOF-SW
           READ REPORT-DATA
               AT END SET REPORT-EOF TO TRUE
           END-READ
           IF NOT REPORT-EOF AND REPORT-LINE(75:4) = 'PAGE'
               READ REPORT-DATA
                   AT END SET REPORT-EOF TO TRUE
               END-READ
               IF NOT REPORT-EOF AND REPORT-LINE(2:8) = 'PROGRAM '
                   READ REPORT-DATA
                       AT END SET REPORT-EOF TO TRUE
                   END-READ
                   IF NOT REPORT-EOF
                       AND REPORT-LINE(2:10) = ALL '-'
                       SET PG-ALREADY-PAGED TO TRUE
                   END-IF
               END-IF
           END-IF
           CLOSE REPORT-DATA
           .

      * the page breaks are ours - a form feed brought in with a
      * report line would break the page a second time
       WriteBodyLine SECTION.
           IF PAGE-NO = 0 OR LINES-ON-PAGE >= BODY-CAPACITY
               PERFORM WritePageHeader
           END-IF
           IF REPORT-LINE(1:1) = X'0C'
               MOVE SPACE TO REPORT-LINE(1:1)
           END-IF
           WRITE PAGED-WORK-F FROM REPORT-LINE
           ADD 1 TO LINES-ON-PAGE
           ADD 1 TO PG-BODY-LINES
           .

       WritePageHeader SECTION.
           ADD 1 TO PAGE-NO
           MOVE PAGE-NO TO PAGE-NO-ED
           MOVE SPACES TO PAGED-LINE
           MOVE SHOP-NAME TO PAGED-LINE(2:30)
           MOVE HEADER-TITLE TO PAGED-LINE(33:40)
           MOVE 'PAGE' TO PAGED-LINE(75:4)
           MOVE PAGE-NO-ED TO PAGED-LINE(80:5)
           IF PAGE-NO > 1
               MOVE 'CONTINUED' TO PAGED-LINE(86:9)
               PERFORM WritePageEject
           ELSE
               WRITE PAGED-WORK-F
           END-IF
           MOVE SPACES TO PAGED-LINE
           MOVE function concatenate('PROGRAM ', PG-PROGRAM,
               ' PROCESSING DATE ', PG-PROC-DATE,
               '  RUN CYCLE ', PG-RUN-CYCLE,
               '  PRINTED ', STAMP(1:8), ' ', STAMP(9:6),
               '  REGION ', PRINT-REGION)
               TO PAGED-LINE(2:)
           WRITE PAGED-WORK-F
           MOVE SPACES TO PAGED-LINE
           MOVE ALL '-' TO PAGED-LINE(2:100)
           WRITE PAGED-WORK-F
           MOVE 0 TO LINES-ON-PAGE
           .

      * an empty line after advancing the page puts the form feed
      * alone in front of the header line, in place of its blank
      * first column
       WritePageEject SECTION.
           MOVE PAGED-LINE TO EJECT-LINE
           MOVE SPACES TO PAGED-WORK-F
           WRITE PAGED-WORK-F AFTER ADVANCING PAGE
           WRITE PAGED-WORK-F FROM EJECT-LINE(2:)
           .

       WriteTrailer SECTION.
           IF PAGE-NO = 0 OR LINES-ON-PAGE >= BODY-CAPACITY
               PERFORM WritePageHeader
           END-IF
           MOVE PG-BODY-LINES TO BODY-LINES-ED
           MOVE PAGE-NO TO PAGE-NO-ED
           IF PAGE-NO = 1
               MOVE function concatenate('*** END OF REPORT ',
                   FUNCTION TRIM(HEADER-TITLE), ' - ',
                   FUNCTION TRIM(BODY-LINES-ED), ' LINES ON 1 PAGE',
                   ' ***') TO PAGED-LINE
           ELSE
               MOVE function concatenate('*** END OF REPORT ',
                   FUNCTION TRIM(HEADER-TITLE), ' - ',
                   FUNCTION TRIM(BODY-LINES-ED), ' LINES ON ',
                   FUNCTION TRIM(PAGE-NO-ED), ' PAGES ***')
                   TO PAGED-LINE
           END-IF
           WRITE PAGED-WORK-F
           MOVE PAGE-NO TO PG-PAGES
           .

      * the paged copy goes back over the report; if the report
      * cannot be reopened the paged copy stays beside it
       ReplaceReport SECTION.
           OPEN INPUT PAGED-WORK-DATA
           IF WORK-FILE-STATUS NOT = "00"
               SET PG-WRITE-FAILED TO TRUE
               EXIT SECTION
           END-IF
           OPEN OUTPUT REPORT-DATA
           IF REPORT-FILE-STATUS NOT = "00"
               MOVE "PG0002" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE ", FUNCTION TRIM(REPORT-NAME),
                   ", STATUS=", REPORT-FILE-STATUS,
                   " - PAGED COPY IS ", FUNCTION TRIM(WORK-NAME))
                   TO MSG-TEXT
               PERFORM LogMessage
               SET PG-WRITE-FAILED TO TRUE
               CLOSE PAGED-WORK-DATA
               EXIT SECTION
           END-IF
           MOVE 'N' TO REPORT-EOF-SW
           PERFORM UNTIL REPORT-EOF
               READ PAGED-WORK-DATA
                   AT END SET REPORT-EOF TO TRUE
                   NOT AT END
                       IF PAGED-LINE(1:1) = X'0C'
                           MOVE SPACES TO REPORT-F
                           WRITE REPORT-F AFTER ADVANCING PAGE
                           WRITE REPORT-F FROM PAGED-LINE(2:)
                       ELSE
                           WRITE REPORT-F FROM PAGED-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-DATA
           CLOSE PAGED-WORK-DATA
           CALL "CBL_DELETE_FILE" USING WORK-NAME
           END-CALL
           .

       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           .

       END PROGRAM RPTPAGE.
