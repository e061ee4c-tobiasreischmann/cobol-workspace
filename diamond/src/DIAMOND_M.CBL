             "diamond/jobfile.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOB-FILE-STATUS.
           SELECT STREAM-INDEX-DATA ASSIGN TO
             "batchprocess/report_archive_index.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STREAM-INDEX-STATUS.
           SELECT STREAM-REPORT-DATA ASSIGN TO STREAM-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STREAM-REPORT-STATUS.
           SELECT DISTRIBUTION-LIST-DATA ASSIGN TO
             "batchprocess/distribution_list.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISTLIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD DIAMOND-DATA.
            05 JOB-FILL-F PIC X(1).
            05 JOB-BOLD-F PIC X(1).
            05 JOB-OUTPUT-F PIC X(30).
      * report_archive_index.txt as the night run keeps it: run
      * date, report base name, versioned report file
           FD STREAM-INDEX-DATA.
           01 STREAM-INDEX-F.
            05 SI-DATE-F PIC X(8).
            05 FILLER PIC X(1).
            05 SI-BASE-F PIC X(40).
            05 FILLER PIC X(1).
            05 SI-NAME-F PIC X(60).
           FD STREAM-REPORT-DATA.
           01 STREAM-REPORT-F.
            05 STREAM-REPORT-LINE PIC X(200).
           FD DISTRIBUTION-LIST-DATA.
           COPY DISTREC.
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           88 JOB-EOF VALUE "Y".
       01  RUN-MODE-CHOICE PIC X VALUE "1".
           88 BATCH-JOB-MODE VALUE "2".
           88 PRINT-STREAM-MODE VALUE "3".

      * nightly print stream - the run's versioned reports from the
      * report archive index, one banner page ahead of each
       01  STREAM-INDEX-STATUS PIC X(2).
       01  STREAM-REPORT-STATUS PIC X(2).
       01  DISTLIST-FILE-STATUS PIC X(2).
       01  STREAM-REPORT-NAME PIC X(60).
       01  STREAM-EOF-SW PIC X VALUE "N".
           88 STREAM-EOF VALUE "Y".
       01  PAGE-EJECT-SW PIC X VALUE "N".
           88 PAGE-EJECT VALUE "Y".
       01  STREAM-WORK.
           05 STREAM-RUN-DATE PIC X(8).
           05 STREAM-DATE-ED PIC X(10).
           05 STREAM-COUNT PIC 99 VALUE 0.
           05 STREAM-INDEX PIC 99.
           05 STREAM-STEM PIC X(40).
           05 STREAM-TITLE PIC X(40).
           05 STREAM-CUT PIC 99.
           05 STREAM-SEQ-ED PIC Z9.
           05 STREAM-PAGES-ED PIC Z(4)9.
           05 STREAM-PAGE-TOTAL PIC 9(5).
           05 STREAM-REPORT-PAGES PIC 9(5).
           05 STREAM-MISSING PIC 99.
           05 STREAM-RC PIC 99 VALUE 0.
           05 STREAM-LINE-COUNT PIC 9(7).
           05 STREAM-FOUND-SW PIC X.
               88 STREAM-FOUND VALUE "Y".
       01  STREAM-REPORTS.
           05 SR-ENTRY OCCURS 30 TIMES.
               10 SR-BASE PIC X(40).
               10 SR-NAME PIC X(60).
               10 SR-BANNER PIC X(10).
               10 SR-RECIPIENTS PIC X(80).
               10 SR-PAGES PIC 9(5).
               10 SR-STATUS PIC X.
                   88 SR-MISSING VALUE "M".
      * complete-report recipients (bank *****) from the
      * distribution list - the printed stream is the whole report
       01  STREAM-DISTRIBUTION.
           05 SD-USED PIC 999 VALUE 0.
           05 SD-INDEX PIC 999.
           05 SD-ENTRY OCCURS 200 TIMES.
               10 SD-REPORT PIC X(40).
               10 SD-NAME PIC X(30).
       01  STREAM-DIRECTORY PIC X(60) VALUE "diamond".
       COPY REGNREC.

       PROCEDURE DIVISION.
           DISPLAY "1 - Interactive prompts"
           DISPLAY "2 - Batch job file (diamond/jobfile.txt)"
           DISPLAY "3 - Nightly print stream (report archive index)"
           ACCEPT RUN-MODE-CHOICE
           IF BATCH-JOB-MODE
               PERFORM BatchRun
               GOBACK
           END-IF
           IF PRINT-STREAM-MODE
               MOVE 'ENTER' TO RG-FUNCTION
               MOVE SPACES TO RG-REGION
               CALL "REGION" USING REGION-REQUEST
               END-CALL
               IF NOT RG-ENTERED
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM PrintStreamRun
               GOBACK
           END-IF

           PERFORM UNTIL BANNER-LENGTH > 0
               DISPLAY "Enter capital letters A-Z, digits 0-9, "
           END-IF
       EXIT.

      *****************************************************************
      * Print-stream mode - the night's reports as one spool file
      * for the operators' printer (diamond/print_stream_<date>.txt):
      * a cover sheet listing every report of the run with its page
      * count, then per report a banner page spelling its name with
      * the run date and the recipients underneath, and the report
      * itself. Every page starts on a new sheet. The reports are
      * the run date's entries of batchprocess/report_archive_index
      * .txt (a rerun cycle's generation replaces the earlier one);
      * the recipients are the complete-report (*****) entries of
      * batchprocess/distribution_list.txt. The stream runs in the
      * data region of the night (REGION), the spool file is written
      * to that region's diamond/ directory.
      *****************************************************************
       PrintStreamRun SECTION.
           DISPLAY "Run date YYYYMMDD (blank for the latest run in "
               "the index):"
           MOVE SPACES TO STREAM-RUN-DATE
           ACCEPT STREAM-RUN-DATE
           MOVE 0 TO STREAM-RC
           PERFORM LoadStreamReports
           IF STREAM-RC >= 16
               MOVE STREAM-RC TO RETURN-CODE
               EXIT SECTION
           END-IF
           IF STREAM-COUNT = 0
               MOVE "DI0009" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "NO REPORTS IN report_archive_index.txt FOR ",
                   "RUN DATE ", STREAM-RUN-DATE) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 4 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE function concatenate(STREAM-RUN-DATE(1:4), "-",
               STREAM-RUN-DATE(5:2), "-", STREAM-RUN-DATE(7:2))
               TO STREAM-DATE-ED
           PERFORM LoadStreamRecipients
           MOVE 0 TO STREAM-MISSING
           MOVE 0 TO STREAM-REPORT-PAGES
           MOVE 1 TO STREAM-PAGE-TOTAL
           PERFORM VARYING STREAM-INDEX FROM 1 BY 1
               UNTIL STREAM-INDEX > STREAM-COUNT
               PERFORM ResolveStreamRecipients
               PERFORM CountStreamPages
           END-PERFORM

           MOVE function concatenate("diamond/print_stream_",
               STREAM-RUN-DATE, ".txt") TO DIAMOND-FILE-NAME
           MOVE "2" TO OUTPUT-CHOICE
           MOVE "1" TO FILL-CHOICE
           MOVE "N" TO BOLD-CHOICE
           MOVE 1 TO WIDTH-MULT
      * a region other than the home tree has no diamond/ directory
      * of its own until its first print stream
           CALL "CBL_CREATE_DIR" USING STREAM-DIRECTORY
           END-CALL
           MOVE 0 TO RETURN-CODE
           OPEN OUTPUT DIAMOND-DATA
           IF DIAMOND-FILE-STATUS NOT = "00"
               MOVE "DI0010" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "UNABLE TO OPEN ",
                   FUNCTION TRIM(DIAMOND-FILE-NAME),
                   ", STATUS=",
                   DIAMOND-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           PERFORM Emit-Form-Feed
           PERFORM WriteStreamCover
           PERFORM VARYING STREAM-INDEX FROM 1 BY 1
               UNTIL STREAM-INDEX > STREAM-COUNT
               IF NOT SR-MISSING(STREAM-INDEX)
                   PERFORM WriteStreamReport
               END-IF
           END-PERFORM
           CLOSE DIAMOND-DATA

           MOVE STREAM-COUNT TO STREAM-SEQ-ED
           MOVE STREAM-PAGE-TOTAL TO STREAM-PAGES-ED
           MOVE "DI0011" TO MSG-ID
           MOVE "I" TO MSG-SEVERITY
           MOVE function concatenate(
               "PRINT STREAM ", FUNCTION TRIM(DIAMOND-FILE-NAME),
               " - ", FUNCTION TRIM(STREAM-SEQ-ED), " REPORTS, ",
               FUNCTION TRIM(STREAM-PAGES-ED), " PAGES") TO MSG-TEXT
           PERFORM LogMessage
           MOVE STREAM-RC TO RETURN-CODE
       EXIT.

      * a blank run date takes the latest run in the index
       LoadStreamReports SECTION.
           MOVE 0 TO STREAM-COUNT
           OPEN INPUT STREAM-INDEX-DATA
           IF STREAM-INDEX-STATUS NOT = "00"
               MOVE "DI0006" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "UNABLE TO OPEN report_archive_index.txt, ",
                   "STATUS=",
                   STREAM-INDEX-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO STREAM-RC
               EXIT SECTION
           END-IF
           IF STREAM-RUN-DATE = SPACES
               MOVE "N" TO STREAM-EOF-SW
               PERFORM UNTIL STREAM-EOF
                   READ STREAM-INDEX-DATA
                       AT END
                           SET STREAM-EOF TO TRUE
                       NOT AT END
                           IF SI-DATE-F IS NUMERIC
                               AND (STREAM-RUN-DATE = SPACES
                                   OR SI-DATE-F > STREAM-RUN-DATE)
                               MOVE SI-DATE-F TO STREAM-RUN-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-INDEX-DATA
               OPEN INPUT STREAM-INDEX-DATA
           END-IF
           MOVE "N" TO STREAM-EOF-SW
           PERFORM UNTIL STREAM-EOF
               READ STREAM-INDEX-DATA
                   AT END
                       SET STREAM-EOF TO TRUE
                   NOT AT END
                       IF SI-DATE-F = STREAM-RUN-DATE
                           PERFORM AddStreamReport
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STREAM-INDEX-DATA
       EXIT.

      * the index lists a rerun cycle's generation after the first
      * one, so the later entry for a report replaces the earlier
       AddStreamReport SECTION.
           MOVE "N" TO STREAM-FOUND-SW
           PERFORM VARYING STREAM-INDEX FROM 1 BY 1
               UNTIL STREAM-INDEX > STREAM-COUNT
               IF SR-BASE(STREAM-INDEX) = SI-BASE-F
                   MOVE SI-NAME-F TO SR-NAME(STREAM-INDEX)
                   SET STREAM-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF STREAM-FOUND
               EXIT SECTION
           END-IF
           IF STREAM-COUNT >= 30
               MOVE "DI0007" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "PRINT STREAM FULL - REPORT LEFT OUT: ",
                   FUNCTION TRIM(SI-NAME-F)) TO MSG-TEXT
               PERFORM LogMessage
               IF STREAM-RC < 4
                   MOVE 4 TO STREAM-RC
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO STREAM-COUNT
           MOVE SI-BASE-F TO SR-BASE(STREAM-COUNT)
           MOVE SI-NAME-F TO SR-NAME(STREAM-COUNT)
           MOVE SPACES TO SR-RECIPIENTS(STREAM-COUNT)
           MOVE 0 TO SR-PAGES(STREAM-COUNT)
           MOVE "P" TO SR-STATUS(STREAM-COUNT)
           PERFORM BuildStreamBanner
       EXIT.

      * the banner spells the report's base name in capitals with
      * blanks for underscores, less a trailing REPORT; a name over
      * the ten banner characters is cut at a word break where one
      * leaves a readable name (MATURITY for maturity_ladder),
      * otherwise after the tenth character
       BuildStreamBanner SECTION.
           MOVE SPACES TO STREAM-STEM
           UNSTRING SI-BASE-F DELIMITED BY "."
               INTO STREAM-STEM
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(STREAM-STEM) TO STREAM-TITLE
           INSPECT STREAM-TITLE REPLACING ALL "_" BY " "
           MOVE FUNCTION LENGTH(FUNCTION TRIM(STREAM-TITLE))
               TO STREAM-CUT
           IF STREAM-CUT > 7
               AND STREAM-TITLE(STREAM-CUT - 6:7) = " REPORT"
               MOVE SPACES TO STREAM-TITLE(STREAM-CUT - 6:7)
               SUBTRACT 7 FROM STREAM-CUT
           END-IF
           IF STREAM-CUT <= 10
               MOVE STREAM-TITLE TO SR-BANNER(STREAM-COUNT)
               EXIT SECTION
           END-IF
           MOVE 11 TO STREAM-CUT
           PERFORM UNTIL STREAM-CUT < 6
               OR STREAM-TITLE(STREAM-CUT:1) = SPACE
               SUBTRACT 1 FROM STREAM-CUT
           END-PERFORM
           IF STREAM-CUT < 6
               MOVE STREAM-TITLE(1:10) TO SR-BANNER(STREAM-COUNT)
           ELSE
               MOVE STREAM-TITLE(1:STREAM-CUT - 1)
                   TO SR-BANNER(STREAM-COUNT)
           END-IF
       EXIT.

      * only complete-report recipients - a bank's own section is
      * delivered by the night run's distribution, not printed here
       LoadStreamRecipients SECTION.
           MOVE 0 TO SD-USED
           OPEN INPUT DISTRIBUTION-LIST-DATA
           IF DISTLIST-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO STREAM-EOF-SW
           PERFORM UNTIL STREAM-EOF
               READ DISTRIBUTION-LIST-DATA
                   AT END
                       SET STREAM-EOF TO TRUE
                   NOT AT END
                       IF DISTRIBUTION-LIST-F(1:1) NOT = "*"
                           AND DL-RECIPIENT-F NOT = SPACES
                           AND DL-BANK-F = "*****"
                           AND SD-USED < 200
                           ADD 1 TO SD-USED
                           MOVE DL-REPORT-F TO SD-REPORT(SD-USED)
                           IF DL-NAME-F = SPACES
                               MOVE DL-RECIPIENT-F TO SD-NAME(SD-USED)
                           ELSE
                               MOVE DL-NAME-F TO SD-NAME(SD-USED)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISTRIBUTION-LIST-DATA
       EXIT.

      * a partition's base name carries its _Pnn suffix after the
      * .txt; the distribution list names the report itself
       ResolveStreamRecipients SECTION.
           MOVE SPACES TO STREAM-STEM
           UNSTRING SR-BASE(STREAM-INDEX) DELIMITED BY "."
               INTO STREAM-STEM
           END-UNSTRING
           MOVE function concatenate(FUNCTION TRIM(STREAM-STEM),
               ".txt") TO STREAM-TITLE
           PERFORM VARYING SD-INDEX FROM 1 BY 1
               UNTIL SD-INDEX > SD-USED
               IF SD-REPORT(SD-INDEX) = "*"
                   OR SD-REPORT(SD-INDEX) = STREAM-TITLE
                   IF SR-RECIPIENTS(STREAM-INDEX) = SPACES
                       MOVE SD-NAME(SD-INDEX)
                           TO SR-RECIPIENTS(STREAM-INDEX)
                   ELSE
                       MOVE function concatenate(
                           FUNCTION TRIM(SR-RECIPIENTS(STREAM-INDEX)),
                           ", ", FUNCTION TRIM(SD-NAME(SD-INDEX)))
                           TO SR-RECIPIENTS(STREAM-INDEX)
                   END-IF
               END-IF
           END-PERFORM
       EXIT.

      * pages are counted by their RPTPAGE header line (PAGE at
      * column 75); a report that was never paged is one page
       CountStreamPages SECTION.
           MOVE SR-NAME(STREAM-INDEX) TO STREAM-REPORT-NAME
           OPEN INPUT STREAM-REPORT-DATA
           IF STREAM-REPORT-STATUS NOT = "00"
               MOVE "M" TO SR-STATUS(STREAM-INDEX)
               ADD 1 TO STREAM-MISSING
               MOVE "DI0008" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "REPORT MISSING FROM PRINT STREAM: ",
                   FUNCTION TRIM(STREAM-REPORT-NAME),
                   ", STATUS=",
                   STREAM-REPORT-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               IF STREAM-RC < 4
                   MOVE 4 TO STREAM-RC
               END-IF
               EXIT SECTION
           END-IF
           MOVE 0 TO STREAM-LINE-COUNT
           MOVE "N" TO STREAM-EOF-SW
           PERFORM UNTIL STREAM-EOF
               READ STREAM-REPORT-DATA
                   AT END
                       SET STREAM-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO STREAM-LINE-COUNT
                       IF STREAM-REPORT-LINE(75:4) = "PAGE"
                           AND STREAM-REPORT-LINE(80:5) NOT = SPACES
                           ADD 1 TO SR-PAGES(STREAM-INDEX)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE STREAM-REPORT-DATA
           IF SR-PAGES(STREAM-INDEX) = 0 AND STREAM-LINE-COUNT > 0
               MOVE 1 TO SR-PAGES(STREAM-INDEX)
           END-IF
           ADD SR-PAGES(STREAM-INDEX) TO STREAM-REPORT-PAGES
           COMPUTE STREAM-PAGE-TOTAL =
               STREAM-PAGE-TOTAL + 1 + SR-PAGES(STREAM-INDEX)
       EXIT.

      * the cover sheet is the printout's checklist: every report
      * of the run with its pages, and the stream's total including
      * the cover and the banner pages
       WriteStreamCover SECTION.
           MOVE SPACES TO LINE-BUFFER
           MOVE "NIGHTLY PRINT STREAM" TO LINE-BUFFER(2:20)
           MOVE function concatenate("RUN DATE ", STREAM-DATE-ED)
               TO LINE-BUFFER(50:19)
           PERFORM Emit-Stream-Line
           MOVE SPACES TO LINE-BUFFER
           MOVE function concatenate("SPOOL FILE ",
               FUNCTION TRIM(DIAMOND-FILE-NAME)) TO LINE-BUFFER(2:)
           PERFORM Emit-Stream-Line
           MOVE SPACES TO LINE-BUFFER
           PERFORM Emit-Stream-Line
           MOVE "SEQ" TO LINE-BUFFER(2:3)
           MOVE "REPORT / RECIPIENTS" TO LINE-BUFFER(7:19)
           MOVE "PAGES" TO LINE-BUFFER(70:5)
           PERFORM Emit-Stream-Line
           MOVE SPACES TO LINE-BUFFER
           MOVE ALL "-" TO LINE-BUFFER(2:73)
           PERFORM Emit-Stream-Line
           PERFORM VARYING STREAM-INDEX FROM 1 BY 1
               UNTIL STREAM-INDEX > STREAM-COUNT
               MOVE SPACES TO LINE-BUFFER
               MOVE STREAM-INDEX TO STREAM-SEQ-ED
               MOVE STREAM-SEQ-ED TO LINE-BUFFER(3:2)
               MOVE SR-NAME(STREAM-INDEX) TO LINE-BUFFER(7:60)
               IF SR-MISSING(STREAM-INDEX)
                   MOVE "MISSING" TO LINE-BUFFER(68:7)
               ELSE
                   MOVE SR-PAGES(STREAM-INDEX) TO STREAM-PAGES-ED
                   MOVE STREAM-PAGES-ED TO LINE-BUFFER(70:5)
               END-IF
               PERFORM Emit-Stream-Line
               MOVE SPACES TO LINE-BUFFER
               IF SR-RECIPIENTS(STREAM-INDEX) = SPACES
                   MOVE "FOR (NO DISTRIBUTION LIST ENTRY)"
                       TO LINE-BUFFER(9:)
               ELSE
                   MOVE function concatenate("FOR ",
                       SR-RECIPIENTS(STREAM-INDEX))
                       TO LINE-BUFFER(9:)
               END-IF
               PERFORM Emit-Stream-Line
           END-PERFORM
           MOVE SPACES TO LINE-BUFFER
           MOVE ALL "-" TO LINE-BUFFER(2:73)
           PERFORM Emit-Stream-Line
           MOVE SPACES TO LINE-BUFFER
           MOVE STREAM-COUNT TO STREAM-SEQ-ED
           MOVE STREAM-REPORT-PAGES TO STREAM-PAGES-ED
           MOVE function concatenate("REPORTS ",
               FUNCTION TRIM(STREAM-SEQ-ED), "  REPORT PAGES ",
               FUNCTION TRIM(STREAM-PAGES-ED)) TO LINE-BUFFER(2:)
           PERFORM Emit-Stream-Line
           MOVE SPACES TO LINE-BUFFER
           MOVE STREAM-PAGE-TOTAL TO STREAM-PAGES-ED
           MOVE function concatenate("STREAM PAGES ",
               FUNCTION TRIM(STREAM-PAGES-ED),
               " (COVER AND BANNER PAGES INCLUDED)")
               TO LINE-BUFFER(2:)
           PERFORM Emit-Stream-Line
           IF STREAM-MISSING > 0
               MOVE SPACES TO LINE-BUFFER
               MOVE STREAM-MISSING TO STREAM-SEQ-ED
               MOVE function concatenate("*** ",
                   FUNCTION TRIM(STREAM-SEQ-ED),
                   " REPORT(S) MISSING - STREAM INCOMPLETE ***")
                   TO LINE-BUFFER(2:)
               PERFORM Emit-Stream-Line
           END-IF
           MOVE SPACES TO LINE-BUFFER
           PERFORM Emit-Stream-Line
           MOVE function concatenate(
               "CHECKED BY ______________________",
               "   DATE __________") TO LINE-BUFFER(2:)
           PERFORM Emit-Stream-Line
       EXIT.

      * banner page, then the report with a page eject ahead of its
      * first line and of every further page header
       WriteStreamReport SECTION.
           PERFORM Emit-Form-Feed
           MOVE SR-BANNER(STREAM-INDEX) TO BANNER-TEXT
           PERFORM Measure-Banner-Text
           IF BANNER-LENGTH > 0
               PERFORM Print-Banner
           END-IF
           MOVE SPACES TO LINE-BUFFER
           PERFORM Emit-Stream-Line
           PERFORM Emit-Stream-Line
           MOVE function concatenate("RUN DATE ", STREAM-DATE-ED)
               TO LINE-BUFFER(2:)
           PERFORM Emit-Stream-Line
           MOVE SPACES TO LINE-BUFFER
           IF SR-RECIPIENTS(STREAM-INDEX) = SPACES
               MOVE "FOR (NO DISTRIBUTION LIST ENTRY)"
                   TO LINE-BUFFER(2:)
           ELSE
               MOVE function concatenate("FOR ",
                   SR-RECIPIENTS(STREAM-INDEX)) TO LINE-BUFFER(2:)
           END-IF
           PERFORM Emit-Stream-Line
           MOVE SPACES TO LINE-BUFFER
           MOVE SR-PAGES(STREAM-INDEX) TO STREAM-PAGES-ED
           MOVE function concatenate("REPORT ",
               FUNCTION TRIM(SR-NAME(STREAM-INDEX)), "  PAGES ",
               FUNCTION TRIM(STREAM-PAGES-ED)) TO LINE-BUFFER(2:)
           PERFORM Emit-Stream-Line

           MOVE SR-NAME(STREAM-INDEX) TO STREAM-REPORT-NAME
           OPEN INPUT STREAM-REPORT-DATA
           IF STREAM-REPORT-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 0 TO STREAM-LINE-COUNT
           MOVE "N" TO STREAM-EOF-SW
           PERFORM UNTIL STREAM-EOF
               READ STREAM-REPORT-DATA
                   AT END
                       SET STREAM-EOF TO TRUE
                   NOT AT END
                       IF STREAM-LINE-COUNT = 0
                           OR (STREAM-REPORT-LINE(75:4) = "PAGE"
                           AND STREAM-REPORT-LINE(80:5) NOT = SPACES)
                           PERFORM Emit-Form-Feed
                       END-IF
                       ADD 1 TO STREAM-LINE-COUNT
                       MOVE STREAM-REPORT-LINE TO LINE-BUFFER
      * the report's own form feed is replaced by the stream's
                       IF LINE-BUFFER(1:1) = X'0C'
                           MOVE SPACE TO LINE-BUFFER(1:1)
                       END-IF
                       PERFORM Emit-Stream-Line
               END-READ
           END-PERFORM
           CLOSE STREAM-REPORT-DATA
       EXIT.

       Emit-Stream-Line SECTION.
           MOVE 200 TO LINE-LENGTH
           PERFORM Emit-Line
       EXIT.

      * the next line written goes to the top of a new page
       Emit-Form-Feed SECTION.
           SET PAGE-EJECT TO TRUE
       EXIT.

      *****************************************************************
      * Renders every letter of BANNER-TEXT in order as its diamond
      * figure - the classic job-separator banner page
       Emit-Line SECTION.
           IF OUTPUT-TO-FILE
               MOVE LINE-BUFFER(1:LINE-LENGTH) TO DIAMOND-LINE
               EVALUATE TRUE
               WHEN PAGE-EJECT
                   WRITE DIAMOND-DATA-F FROM DIAMOND-LINE
                       AFTER ADVANCING PAGE
                   MOVE "N" TO PAGE-EJECT-SW
               WHEN PRINT-STREAM-MODE
                   WRITE DIAMOND-DATA-F FROM DIAMOND-LINE
                       AFTER ADVANCING 1 LINE
               WHEN OTHER
                   WRITE DIAMOND-DATA-F FROM DIAMOND-LINE
               END-EVALUATE
               IF DIAMOND-FILE-STATUS NOT = "00"
                   MOVE "DI0005" TO MSG-ID
                   MOVE "S" TO MSG-SEVERITY
