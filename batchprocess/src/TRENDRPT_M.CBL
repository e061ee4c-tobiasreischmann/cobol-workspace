      * closing-balance drift beyond the alert percentage. Answers
      * the "where did the EUR position go" question without the
      * drawer of old control reports.
      * The report is printed with the shop's standard page headers
      * (RPTPAGE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FORMATTED-AMOUNT PIC -(12)9.99.
           05 FORMATTED-AMOUNT-2 PIC -(12)9.99.
           05 FORMATTED-AMOUNT-3 PIC -(12)9.99.
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
           PERFORM LoadReconHistory
           OPEN OUTPUT TREND-REPORT-DATA
           IF TREND-FILE-STATUS NOT = "00"
                   PERFORM WriteCurrencySeries
               END-PERFORM
               CLOSE TREND-REPORT-DATA
               PERFORM PageReport
           END-IF
           GOBACK.

           .


       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'batchprocess/trend_report.txt' TO PG-FILE-NAME
           MOVE 'RECONCILIATION TREND' TO PG-TITLE
           MOVE 'TRENDRPT' TO PG-PROGRAM
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
