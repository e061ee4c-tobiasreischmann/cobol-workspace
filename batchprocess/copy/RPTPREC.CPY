      *****************************************************************
      * RPTPAGE interface - standard page layout of a finished batch
      * report. The caller closes the report and passes its name;
      * PAGE rewrites it with a page header on every page, breaks
      * pages at PAGELINES (shop/reportconfig.txt) and closes it with
      * an end of report trailer carrying the line count. TEST only
      * answers whether the file is already paged (PG-RESULT AP).
      *   PG-TITLE      report name printed in the header
      *   PG-PROGRAM    the program that produced the report
      *   PG-PROC-DATE  processing date, PG-RUN-CYCLE run cycle -
      *                 left blank they are taken from the last night
      *                 run in batchprocess/run_history.txt
      *   PG-RESULT     00 paged, AP the file was already paged (left
      *                 as it is), NF no report file, WF the paged
      *                 copy could not be written (report unchanged)
      *   PG-BODY-LINES report lines and PG-PAGES pages written
      *****************************************************************
       01 REPORT-PAGE-REQUEST.
           05 PG-FUNCTION PIC X(4).
               88 PG-FUNC-PAGE VALUE 'PAGE'.
               88 PG-FUNC-TEST VALUE 'TEST'.
           05 PG-FILE-NAME PIC X(60).
           05 PG-TITLE PIC X(40).
           05 PG-PROGRAM PIC X(14).
           05 PG-PROC-DATE PIC X(8).
           05 PG-RUN-CYCLE PIC X(2).
           05 PG-RESULT PIC X(2).
               88 PG-PAGED VALUE '00'.
               88 PG-ALREADY-PAGED VALUE 'AP'.
               88 PG-NO-REPORT VALUE 'NF'.
               88 PG-WRITE-FAILED VALUE 'WF'.
           05 PG-BODY-LINES PIC 9(7).
           05 PG-PAGES PIC 9(5).
