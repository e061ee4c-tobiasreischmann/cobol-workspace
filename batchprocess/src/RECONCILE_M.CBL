      * external_statement.txt line layout:
      *   date(1:8) reference(10:10) amount(21:14, signed with
      *   decimal point) description(36:30)
      * The report is printed with the shop's standard page headers
      * (RPTPAGE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
           FD AUDIT-DATA.
           01 AUDIT-DATA-F.
            05 AUDIT-LINE PIC X(185).
           FD EXT-STATEMENT-DATA.
           01 EXT-STATEMENT-F.
            05 ES-DATE-F PIC X(8).
           05 OURS-UNMATCHED-COUNT PIC 9(7) VALUE 0.
       01 TEMP-VARS.
           05 FORMATTED-SIGNED-SALDO PIC -(07)9.99.
       01 SAVED-RETURN-CODE PIC S9(9) COMP.
       COPY RPTPREC.
       COPY REGNREC.

       PROCEDURE DIVISION.
           MOVE 'ENTER' TO RG-FUNCTION
           MOVE SPACES TO RG-REGION
           CALL "REGION" USING REGION-REQUEST
           END-CALL
           IF NOT RG-ENTERED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           DISPLAY "Bank ID to reconcile (blank = all):"
           MOVE SPACES TO FILTER-INPUT
               PERFORM ReportOurUnmatched
               PERFORM WriteSummary
               CLOSE RECON-REPORT-DATA
               PERFORM PageReport
           END-IF
           GOBACK.

           .


       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'batchprocess/recon_report.txt' TO PG-FILE-NAME
           MOVE 'STATEMENT RECONCILIATION' TO PG-TITLE
           MOVE 'RECONCILE' TO PG-PROGRAM
           MOVE SPACES TO PG-PROC-DATE
           MOVE SPACES TO PG-RUN-CYCLE
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "RPTPAGE" USING REPORT-PAGE-REQUEST
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           IF PG-WRITE-FAILED AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
