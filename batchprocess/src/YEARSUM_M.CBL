      * aggregates the interest and fee postings per account and
      * currency (withholding tax shown alongside) and produces one
      * annual summary block per account in annual_summary.txt.
      * An archive is only used once its hash chain has been followed
      * through AUDITHASH and found to match the index; a broken
      * archive is left out and listed at the head of the summary, so
      * a total is never built on tampered or missing lines.
      * The report is printed with the shop's standard page headers
      * (RPTPAGE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE SECTION.
           FD ARCHIVE-INDEX-DATA.
           01 ARCHIVE-INDEX-F.
            05 AIX-LINE PIC X(90).
           FD ARCHIVE-DATA.
           01 ARCHIVE-DATA-F.
            05 ARCHIVE-LINE PIC X(185).
           FD SUMMARY-DATA.
           01 SUMMARY-F.
            05 SUMMARY-LINE PIC X(100).
       01 COUNTERS.
           05 FILES-SCANNED PIC 9(5) VALUE 0.
           05 LINES-SCANNED PIC 9(7) VALUE 0.
           05 FILES-REFUSED PIC 9(5) VALUE 0.

      * hash chain verification - the index entry's recorded count and
      * hashes, the end hash of the index entry before it, and whether
      * any earlier entry carried hashes at all
           COPY AHSHREC.
      * a CALL hands back the called program's return code
       01 SAVED-RETURN-CODE PIC S9(9) COMP.
       01 AIX-COUNT PIC 9(10).
       01 AIX-START-HASH PIC X(10).
       01 AIX-END-HASH PIC X(10).
       01 PRIOR-END-HASH PIC X(10) VALUE SPACES.
       01 CHAIN-SEEN-SW PIC X VALUE 'N'.
           88 CHAIN-SEEN VALUE 'Y'.
       01 ARCHIVE-TRUST-SW PIC X.
           88 ARCHIVE-TRUSTED VALUE 'T'.
           88 ARCHIVE-UNCHAINED VALUE 'U'.
           88 ARCHIVE-REFUSED VALUE 'R'.
       01 REFUSED-TABLE.
           05 RF-USED PIC 999 VALUE 0.
           05 RF-INDEX PIC 999.
           05 RF-LINE PIC X(100) OCCURS 100 TIMES.
       01 TEMP-VARS.
           05 FORMATTED-AMOUNT PIC Z(10)9.99.
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
           DISPLAY "YEAR-END INTEREST AND FEE SUMMARY"
           DISPLAY "Year (YYYY):"
           MOVE SPACES TO QUERY-INPUT
                           IF AIX-LINE(1:4) = QUERY-YEAR
                               MOVE AIX-LINE(21:44)
                                   TO ARCHIVE-FILE-NAME
                               PERFORM VerifyOneArchive
                               IF NOT ARCHIVE-REFUSED
                                   PERFORM ScanOneArchive
                               END-IF
                           END-IF
                           MOVE AIX-LINE(77:10) TO PRIOR-END-HASH
                           IF PRIOR-END-HASH IS NUMERIC
                               SET CHAIN-SEEN TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
           ELSE
               MOVE function concatenate(
                   'Annual interest and fee summary ', QUERY-YEAR,
                   ' - archives scanned: ', FILES-SCANNED,
                   ' refused: ', FILES-REFUSED)
                   TO SUMMARY-LINE
               WRITE SUMMARY-F FROM SUMMARY-LINE
               PERFORM VARYING RF-INDEX FROM 1 BY 1
                   UNTIL RF-INDEX > RF-USED
                   WRITE SUMMARY-F FROM RF-LINE(RF-INDEX)
               END-PERFORM
               PERFORM VARYING YT-INDEX FROM 1 BY 1
                   UNTIL YT-INDEX > YT-USED
                   PERFORM WriteOneAccountSummary
               END-PERFORM
               CLOSE SUMMARY-DATA
               PERFORM PageReport
           END-IF
           .

           END-IF
           .

      *****************************************************************
      * Hash chain verification - one full pass over the archive
      * through AUDITHASH before any of its lines are counted
      *****************************************************************
       VerifyOneArchive SECTION.
           SET ARCHIVE-TRUSTED TO TRUE
           MOVE AIX-LINE(10:10) TO AIX-COUNT
           MOVE AIX-LINE(66:10) TO AIX-START-HASH
           MOVE AIX-LINE(77:10) TO AIX-END-HASH
           IF AIX-START-HASH IS NOT NUMERIC
               AND AIX-END-HASH IS NOT NUMERIC
               AND NOT CHAIN-SEEN
               SET ARCHIVE-UNCHAINED TO TRUE
               EXIT SECTION
           END-IF
           MOVE 'CHEK' TO AH-FUNCTION
           MOVE 0 TO AH-LINE-COUNT
           MOVE 0 TO AH-BREAK-LINE
           MOVE 0 TO AH-CHAIN-HASH
           MOVE 'N' TO AH-SEED-SW
           IF AIX-START-HASH IS NUMERIC
               MOVE AIX-START-HASH TO AH-CHAIN-HASH
               SET AH-SEED-KNOWN TO TRUE
           END-IF
           IF PRIOR-END-HASH IS NUMERIC
               AND AIX-START-HASH NOT = PRIOR-END-HASH
               MOVE 1 TO AH-BREAK-LINE
               MOVE 'CHAIN START NOT PRIOR ARCHIVE END'
                   TO AH-BREAK-REASON
           END-IF
           OPEN INPUT ARCHIVE-DATA
           IF ARCHIVE-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO ARCHIVE-EOF-SW
           PERFORM UNTIL ARCHIVE-EOF
               READ ARCHIVE-DATA
                   AT END SET ARCHIVE-EOF TO TRUE
                   NOT AT END
                       MOVE ARCHIVE-LINE TO AH-LINE
                       MOVE RETURN-CODE TO SAVED-RETURN-CODE
                       CALL "AUDITHASH" USING AUDIT-HASH-REQUEST
                       END-CALL
                       MOVE SAVED-RETURN-CODE TO RETURN-CODE
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-DATA
           IF AH-CHAIN-INTACT
               EVALUATE TRUE
               WHEN AIX-START-HASH IS NOT NUMERIC
                   OR AIX-END-HASH IS NOT NUMERIC
                   MOVE 1 TO AH-BREAK-LINE
                   MOVE 'INDEX ENTRY CARRIES NO CHAIN HASH'
                       TO AH-BREAK-REASON
               WHEN AH-LINE-COUNT NOT = AIX-COUNT
                   COMPUTE AH-BREAK-LINE = AH-LINE-COUNT + 1
                   MOVE 'LINE COUNT DIFFERS FROM INDEX'
                       TO AH-BREAK-REASON
               WHEN AH-CHAIN-HASH NOT = AIX-END-HASH
                   MOVE AH-LINE-COUNT TO AH-BREAK-LINE
                   MOVE 'CHAIN END DIFFERS FROM INDEX'
                       TO AH-BREAK-REASON
               END-EVALUATE
           END-IF
           IF NOT AH-CHAIN-INTACT
               SET ARCHIVE-REFUSED TO TRUE
               ADD 1 TO FILES-REFUSED
               IF RF-USED < 100
                   ADD 1 TO RF-USED
                   MOVE function concatenate('  NOT USED ',
                       FUNCTION TRIM(ARCHIVE-FILE-NAME),
                       ' line ', AH-BREAK-LINE, ': ',
                       AH-BREAK-REASON) TO RF-LINE(RF-USED)
               END-IF
               MOVE "YS0005" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   FUNCTION TRIM(ARCHIVE-FILE-NAME),
                   " BROKEN AT LINE ", AH-BREAK-LINE, ": ",
                   AH-BREAK-REASON) TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'batchprocess/annual_summary.txt' TO PG-FILE-NAME
           MOVE 'ANNUAL ACCOUNT SUMMARY' TO PG-TITLE
           MOVE 'YEARSUM' TO PG-PROGRAM
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
