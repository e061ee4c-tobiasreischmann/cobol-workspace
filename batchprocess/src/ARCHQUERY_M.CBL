      * audit_archive_index.txt and the movements extracted into a
      * formatted research report, so back-office questions no
      * longer mean grepping dated archives by hand.
      * Every selected archive's hash chain is followed through
      * AUDITHASH before its lines are used: the chain must start
      * where the previous archive in the index ended and end on the
      * hash and line count the index recorded. An archive that fails
      * is left out of the report with its first broken line named.
      * Archives filed before the index carried chain hashes are used
      * and marked as not chained.
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
           FD RESEARCH-DATA.
           01 RESEARCH-F.
            05 RESEARCH-LINE PIC X(160).
       01 COUNTERS.
           05 FILES-SCANNED PIC 9(5) VALUE 0.
           05 LINES-MATCHED PIC 9(7) VALUE 0.
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
           DISPLAY "ARCHIVE RESEARCH QUERY"
           DISPLAY "Bank ID (5 digits):"
           MOVE SPACES TO QUERY-INPUT
               PERFORM WalkArchiveIndex
               MOVE function concatenate('Archives scanned: ',
                   FILES-SCANNED, '  movements found: ',
                   LINES-MATCHED, '  archives refused: ',
                   FILES-REFUSED) TO RESEARCH-LINE
               WRITE RESEARCH-F FROM RESEARCH-LINE
               CLOSE RESEARCH-DATA
               PERFORM PageReport
               DISPLAY "Report written to "
                   "batchprocess/research_report.txt"
           END-IF
           GOBACK.

      * index line layout as kept by BATCHPROCESS: date(1:8)
      * count(10:10) file name(21:44) chain start hash(66:10) chain
      * end hash(77:10)
       WalkArchiveIndex SECTION.
           OPEN INPUT ARCHIVE-INDEX-DATA
           IF ARCHIDX-FILE-STATUS NOT = "00"
                                   AND AIX-DATE <= QUERY-TO
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
                           END-IF
                   END-READ
               PERFORM LogMessage
           ELSE
               ADD 1 TO FILES-SCANNED
               IF ARCHIVE-UNCHAINED
                   MOVE function concatenate('-- ', AIX-DATE, ' ',
                       FUNCTION TRIM(ARCHIVE-FILE-NAME),
                       ' -- (filed before chaining, not verified)')
                       TO RESEARCH-LINE
               ELSE
                   MOVE function concatenate('-- ', AIX-DATE, ' ',
                       FUNCTION TRIM(ARCHIVE-FILE-NAME), ' --')
                       TO RESEARCH-LINE
               END-IF
               WRITE RESEARCH-F FROM RESEARCH-LINE
               MOVE 'N' TO ARCHIVE-EOF-SW
               PERFORM UNTIL ARCHIVE-EOF
           END-IF
           .

      *****************************************************************
      * Hash chain verification - one full pass over the archive
      * through AUDITHASH before any of its lines are trusted
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
               MOVE function concatenate('-- ', AIX-DATE, ' ',
                   FUNCTION TRIM(ARCHIVE-FILE-NAME),
                   ' -- NOT USED: HASH CHAIN BROKEN line ',
                   AH-BREAK-LINE, ': ', AH-BREAK-REASON)
                   TO RESEARCH-LINE
               WRITE RESEARCH-F FROM RESEARCH-LINE
               MOVE "AR0004" TO MSG-ID
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
           MOVE 'batchprocess/research_report.txt' TO PG-FILE-NAME
           MOVE 'ARCHIVE RESEARCH' TO PG-TITLE
           MOVE 'ARCHQUERY' TO PG-PROGRAM
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
