      * before-balance does not chain from the previous line's
      * after-balance. This deliberately shares no working storage
      * with BATCHPROCESS so it confirms the batch from independent
      * inputs. The trail's hash chain is followed through AUDITHASH
      * as well, and the first line whose chain hash does not hold
      * is reported - an edited line fails even when its balances
      * were made to chain.
      * Extract lines carrying category MJ + journal number are
      * manual GL journals booked by GLLEDGER: they must balance with
      * the rest of the extract but have no audit movement, and the
      * number must be a journal gl_journals.txt shows as booked.
      * The report is printed with the shop's standard page headers
      * (RPTPAGE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             "batchprocess/gl_extract.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLEXT-FILE-STATUS.
           SELECT GL-JOURNAL-DATA ASSIGN TO
             "batchprocess/gl_journals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLJRNL-FILE-STATUS.
           SELECT CHECK-REPORT-DATA ASSIGN TO
             "batchprocess/auditcheck_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           COPY OPNBREC.
           FD AUDIT-DATA.
           01 AUDIT-DATA-F.
            05 AUDIT-LINE PIC X(185).
           FD ACCOUNT-CSV.
           01 ACCOUNT-CSV-F.
            05 CSV-LINE PIC X(60).
           FD GL-EXTRACT-DATA.
           01 GL-EXTRACT-F.
            05 GL-LINE PIC X(100).
           FD GL-JOURNAL-DATA.
           COPY GLJNREC.
           FD CHECK-REPORT-DATA.
           01 CHECK-REPORT-F.
            05 CHECK-REPORT-LINE PIC X(120).
           05 AUDIT-FILE-STATUS PIC X(2).
           05 CSV-FILE-STATUS PIC X(2).
           05 GLEXT-FILE-STATUS PIC X(2).
           05 GLJRNL-FILE-STATUS PIC X(2).
           05 CHECKREP-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.
           05 CHAIN-BREAK-COUNT PIC 9(5) VALUE 0.
           05 GL-LINE-COUNT PIC 9(7) VALUE 0.
           05 GL-FAIL-COUNT PIC 9(5) VALUE 0.
           05 GL-MANUAL-COUNT PIC 9(7) VALUE 0.
           05 HASH-BREAK-COUNT PIC 9(5) VALUE 0.
           COPY AHSHREC.
      * journal numbers of the lines gl_journals.txt shows as booked
       01 BOOKED-JOURNALS.
           05 BJ-USED PIC 9(4) VALUE 0.
           05 BJ-JOURNAL-NO PIC X(8) OCCURS 5000 TIMES.
       01 BJ-INDEX PIC 9(4).
       01 BJ-FOUND-SW PIC X VALUE 'N'.
           88 BJ-FOUND VALUE 'Y'.
      * a CALL hands back the called program's return code
       01 SAVED-RETURN-CODE PIC S9(9) COMP.

      * per-currency sums for the GL proof: the full extract net
      * (settlement lines included) must be zero, and the journal
      * lines that came from posted movements must tie back to the
      * audit-trail movement total. GL-only accounts (99999990
      * settlement, 99999999 suspense, 99999995 FX spread, 99999994
      * revaluation, 99999991 outbound clearing, 99999988 and
      * 99999989 intercompany due-from and due-to) stay out of the
      * tie-back.
       01 GL-PROOF-TOTALS.
           05 GLP-USED PIC 99 VALUE 0.
           05 GLP-ENTRY OCCURS 10 TIMES.
           05 FORMATTED-OB-BALANCE PIC -(09)9.99.
           05 FORMATTED-SIGNED-SALDO PIC -(07)9.99.
           05 FORMATTED-SIGNED-SALDO-2 PIC -(07)9.99.
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
           PERFORM OpenReport
           IF CHECKREP-FILE-STATUS = "00"
               PERFORM LoadOpeningBalances
               PERFORM VerifyGlExtract
               PERFORM WriteSummary
               CLOSE CHECK-REPORT-DATA
               PERFORM PageReport
           END-IF
           GOBACK.

               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'CHEK' TO AH-FUNCTION
               MOVE 0 TO AH-LINE-COUNT
               MOVE 0 TO AH-BREAK-LINE
               MOVE 0 TO AH-CHAIN-HASH
               MOVE 'N' TO AH-SEED-SW
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ AUDIT-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM ApplyAuditLine
                           MOVE AUDIT-LINE TO AH-LINE
                           MOVE RETURN-CODE TO SAVED-RETURN-CODE
                           CALL "AUDITHASH" USING AUDIT-HASH-REQUEST
                           END-CALL
                           MOVE SAVED-RETURN-CODE TO RETURN-CODE
                   END-READ
               END-PERFORM
               CLOSE AUDIT-DATA
               PERFORM ReportHashChain
           END-IF
           .

       ReportHashChain SECTION.
           IF AH-CHAIN-INTACT
               MOVE function concatenate('Hash chain intact over ',
                   AH-LINE-COUNT, ' lines, start ', AH-START-HASH,
                   ' end ', AH-CHAIN-HASH) TO CHECK-REPORT-LINE
           ELSE
               MOVE 1 TO HASH-BREAK-COUNT
               MOVE function concatenate('HASH CHAIN BROKEN line ',
                   AH-BREAK-LINE, ': ', FUNCTION TRIM(AH-BREAK-REASON),
                   ' - the trail cannot be trusted from this line')
                   TO CHECK-REPORT-LINE
               MOVE "AC0005" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "audit_trail.txt HASH CHAIN BROKEN AT LINE ",
                   AH-BREAK-LINE, ": ", AH-BREAK-REASON) TO MSG-TEXT
               PERFORM LogMessage
           END-IF
           WRITE CHECK-REPORT-F FROM CHECK-REPORT-LINE
           .

       ApplyAuditLine SECTION.
               PERFORM LogMessage
               EXIT SECTION
           END-IF
           PERFORM LoadBookedJournals
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ GL-EXTRACT-DATA
           MOVE FUNCTION NUMVAL(GL-LINE(16:11)) TO GLP-WORK-AMOUNT
           PERFORM FindOrAddGlProofEntry
           ADD GLP-WORK-AMOUNT TO GLP-FULL-NET(GLP-INDEX)
           IF GL-LINE(37:2) = 'MJ' AND GL-LINE(39:8) IS NUMERIC
               PERFORM CheckManualJournalLine
               EXIT SECTION
           END-IF
           IF GLP-WORK-ACCOUNT NOT = '99999990'
               AND GLP-WORK-ACCOUNT NOT = '99999999'
               AND GLP-WORK-ACCOUNT NOT = '99999995'
               AND GLP-WORK-ACCOUNT NOT = '99999994'
               AND GLP-WORK-ACCOUNT NOT = '99999991'
               AND GLP-WORK-ACCOUNT NOT = '99999988'
               AND GLP-WORK-ACCOUNT NOT = '99999989'
               ADD GLP-WORK-AMOUNT TO GLP-JOURNAL-NET(GLP-INDEX)
           END-IF
           .

      * a manual journal line is proven against the journal file
      * instead of the audit trail
       CheckManualJournalLine SECTION.
           ADD 1 TO GL-MANUAL-COUNT
           MOVE 'N' TO BJ-FOUND-SW
           PERFORM VARYING BJ-INDEX FROM 1 BY 1
               UNTIL BJ-INDEX > BJ-USED OR BJ-FOUND
               IF BJ-JOURNAL-NO(BJ-INDEX) = GL-LINE(39:8)
                   SET BJ-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT BJ-FOUND
               ADD 1 TO GL-FAIL-COUNT
               MOVE function concatenate('GL MANUAL LINE NOT A BOOKED ',
                   'JOURNAL: ', GL-LINE(1:46)) TO CHECK-REPORT-LINE
               WRITE CHECK-REPORT-F FROM CHECK-REPORT-LINE
           END-IF
           .

       LoadBookedJournals SECTION.
           OPEN INPUT GL-JOURNAL-DATA
           IF GLJRNL-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ GL-JOURNAL-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF GJ-STATE-F = 'B' AND BJ-USED < 5000
                           ADD 1 TO BJ-USED
                           MOVE GJ-JOURNAL-NO-F
                               TO BJ-JOURNAL-NO(BJ-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-DATA
           .

       ProveOneGlCurrency SECTION.
           IF GLP-FULL-NET(GLP-INDEX) NOT = 0
               ADD 1 TO GL-FAIL-COUNT
               CHECK-USED) TO CHECK-REPORT-LINE
           WRITE CHECK-REPORT-F FROM CHECK-REPORT-LINE
           MOVE function concatenate('GL journal lines examined: ',
               GL-LINE-COUNT, ' (manual journal lines: ',
               GL-MANUAL-COUNT, ')') TO CHECK-REPORT-LINE
           WRITE CHECK-REPORT-F FROM CHECK-REPORT-LINE
           IF MISMATCH-COUNT = 0 AND CHAIN-BREAK-COUNT = 0
               AND GL-FAIL-COUNT = 0 AND HASH-BREAK-COUNT = 0
               MOVE 'RESULT: PASS - balances and GL confirmed' TO
                   CHECK-REPORT-LINE
           ELSE
               MOVE function concatenate('RESULT: FAIL - ',
                   MISMATCH-COUNT, ' balance mismatches, ',
                   CHAIN-BREAK-COUNT, ' chain breaks, ',
                   GL-FAIL-COUNT, ' GL findings, ',
                   HASH-BREAK-COUNT, ' hash chain break')
                   TO CHECK-REPORT-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
           .


       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'batchprocess/auditcheck_report.txt' TO PG-FILE-NAME
           MOVE 'AUDIT TRAIL CHECK' TO PG-TITLE
           MOVE 'AUDITCHECK' TO PG-PROGRAM
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
