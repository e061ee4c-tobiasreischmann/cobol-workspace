      * opening_balances.txt and output.csv, reports orphans and
      * disagreements to mstcheck_report.txt and ends with a clear
      * go/no-go before the night run: RETURN-CODE 0 is GO, 8 NO-GO.
      * The report is printed with the shop's standard page headers
      * (RPTPAGE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05 FORMATTED-OB-BALANCE PIC -(09)9.99.
           05 FORMATTED-SIGNED-SALDO PIC -(07)9.99.
           05 FORMATTED-SIGNED-SALDO-2 PIC -(07)9.99.
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
           OPEN OUTPUT CHECK-REPORT-DATA
           IF CHECKREP-FILE-STATUS NOT = "00"
               MOVE "MC0001" TO MSG-ID
           PERFORM ReportMasterOrphans
           PERFORM WriteVerdict
           CLOSE CHECK-REPORT-DATA
           PERFORM PageReport
           GOBACK.

      *****************************************************************
           .


       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'batchprocess/mstcheck_report.txt' TO PG-FILE-NAME
           MOVE 'ACCOUNT MASTER INTEGRITY CHECK' TO PG-TITLE
           MOVE 'MSTCHECK' TO PG-PROGRAM
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
