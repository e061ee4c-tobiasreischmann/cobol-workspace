       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PARTMERGE.
      *****************************************************************
      * Partition merge - joins the parts of a night run split by bank
      * range (PARTITION=nn lllll hhhhh and RUNPARTITION=nn in
      * runparams.txt) back into the usual night output. It runs once
      * every partition has finished: each must have left its
      * partition_control_Pnn.txt for the same processing date and
      * cycle and the range runparams.txt gives it now, no partition
      * may still be marked active (partition_active.txt), and none
      * may have ended with a fatal return code - otherwise nothing is
      * merged and the message names the partition to run or resume.
      * The partitions are taken in ascending bank order:
      *   output.txt         account lines and bank totals of every
      *                      part, grand totals and the base EUR
      *                      position recomputed over all parts
      *   output.csv, reject.txt, audit_trail.txt, gl_extract.txt,
      *   compliance_review.txt, advice_letters.txt,
      *   advice_letters_held.txt, dd_returns.txt and settlement.txt
      *                      the parts one after the other
      *   control_report.txt the summed counts, the control totals
      *                      proved across the partitions and every
      *                      partition's own control report
      *   run_history.txt, recon_history.txt
      *                      one line for the night, as an unsplit
      *                      run writes them
      * Each partition writes its own outbound payment instruction
      * files (a new generation per counterparty bank), so those need
      * no merge; the teller journal and outbound_returns.txt are
      * retired once all partitions are through.
      * The proof: every branch file's records were taken by exactly
      * one partition, each currency's closing total is its opening
      * total plus the postings, and the balances on output.csv add
      * up to the closing totals. A transfer or reversal between two
      * partitions posts one side where it began and hands the other
      * side on as a leg (XFRO lines, xfer_in_Pnn.txt, see XFERREC);
      * every leg written in the night must have been taken by its
      * partition (XFRI lines) or still wait in that partition's
      * xfer_in file, in count and amount per currency. A leg for a
      * partition that ran before the one writing it waits there for
      * that partition's next run and is listed as in transit on
      * the control report. A proof failure gives return code
      * 8, a refused merge 16. The teller journal, replayed by every
      * partition, is retired to its dated copy here, and the
      * customer name index (NAMEINDEX) is rebuilt from the master
      * every partition has now written.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARAM-DATA ASSIGN TO
             "batchprocess/runparams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAM-FILE-STATUS.
           SELECT RUN-LOCK-DATA ASSIGN TO
             "batchprocess/run_lock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNLOCK-FILE-STATUS.
           SELECT PART-IN-DATA ASSIGN TO PART-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARTIN-FILE-STATUS.
           SELECT MERGE-OUT-DATA ASSIGN TO MERGE-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MERGEOUT-FILE-STATUS.
           SELECT RUN-HISTORY-DATA ASSIGN TO
             "batchprocess/run_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNHIST-FILE-STATUS.
           SELECT RECON-HISTORY-DATA ASSIGN TO
             "batchprocess/recon_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RECONHIST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD RUN-PARAM-DATA.
           01 RUN-PARAM-F.
            05 RP-LINE PIC X(40).
           FD RUN-LOCK-DATA.
           01 RUN-LOCK-F.
            05 LOCK-LINE PIC X(40).
           FD PART-IN-DATA.
           01 PART-IN-F.
            05 PART-IN-LINE PIC X(200).
           FD MERGE-OUT-DATA.
           01 MERGE-OUT-F.
            05 MERGE-OUT-LINE PIC X(200).
           FD RUN-HISTORY-DATA.
           01 RUN-HISTORY-F.
            05 RH-LINE PIC X(60).
           FD RECON-HISTORY-DATA.
           01 RECON-HISTORY-F.
            05 RH2-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "PARTMERGE".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 RUNPARAM-FILE-STATUS PIC X(2).
           05 RUNLOCK-FILE-STATUS PIC X(2).
           05 PARTIN-FILE-STATUS PIC X(2).
           05 MERGEOUT-FILE-STATUS PIC X(2).
           05 RUNHIST-FILE-STATUS PIC X(2).
           05 RECONHIST-FILE-STATUS PIC X(2).
       01 PART-IN-NAME PIC X(60).
       01 MERGE-OUT-NAME PIC X(60).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.
       01 RP-KEY PIC X(20).
       01 RP-VALUE PIC X(20).

      * processing date and cycle - PROCDATE= and CYCLE= when given,
      * else those of the first partition; every partition must
      * carry the same
       01 RUN-DATE PIC X(8) VALUE SPACES.
       01 RUN-CYCLE PIC 99 VALUE 0.
       01 RUN-CYCLE-ED PIC 99.
       01 RETURN-CODE-ED PIC 99.

      * run lock, taken as the night run takes it
       01 LOCK-STAMP PIC X(14).
       01 LOCK-TODAY PIC X(8).
       01 CLEAR-LOCK-SW PIC X VALUE 'N'.
           88 CLEAR-LOCK VALUE 'Y'.
       01 LOCK-HELD-SW PIC X VALUE 'N'.
           88 LOCK-HELD VALUE 'Y'.
       01 MERGE-STATE-SW PIC X VALUE 'N'.
           88 MERGE-REFUSED VALUE 'Y'.

      * the partitions of runparams.txt, sorted by lowest bank, and
      * what each one's control file says
       01 PARTITION-TABLE.
           05 PT-USED PIC 99 VALUE 0.
           05 PT-ENTRY OCCURS 20 TIMES.
               10 PT-NUMBER PIC X(2).
               10 PT-LOW-BANK PIC 9(5).
               10 PT-HIGH-BANK PIC 9(5).
               10 PT-READ PIC 9(10).
               10 PT-POSTED PIC 9(10).
               10 PT-REJECTED PIC 9(10).
               10 PT-RC PIC 99.
               10 PT-LEFT PIC 9(10).
       01 PT-HOLD PIC X(54).
       01 PT-INDEX PIC 99.
       01 PT-SCAN PIC 99.
       01 PART-PARM-NUMBER PIC X(5).
       01 PART-PARM-LOW PIC X(5).
       01 PART-PARM-HIGH PIC X(5).
       01 PART-DEF-ERROR-SW PIC X VALUE 'N'.
           88 PART-DEF-ERROR VALUE 'Y'.
       01 PART-SUFFIX PIC X(4).
       01 PART-RUN-FOUND-SW PIC X VALUE 'N'.
           88 PART-RUN-FOUND VALUE 'Y'.

      * per currency - the summed RECN lines of the partitions and the
      * balances of the merged output.csv
       01 CURRENCY-TABLE.
           05 CT-USED PIC 99 VALUE 0.
           05 CT-ENTRY OCCURS 10 TIMES.
               10 CT-CODE PIC X(3).
               10 CT-OPENING PIC S9(12)V99.
               10 CT-POSTED PIC S9(12)V99.
               10 CT-CLOSING PIC S9(12)V99.
               10 CT-FEES PIC S9(12)V99.
               10 CT-REJECTS PIC S9(12)V99.
               10 CT-CSV-SUM PIC S9(12)V99.
               10 CT-DIFF PIC S9(12)V99.
      * transfer legs between partitions - written tonight, taken
      * tonight of those, in transit at the merge; and taken tonight
      * or still waiting from an earlier night
               10 CT-LEG-OUT-COUNT PIC 9(10).
               10 CT-LEG-OUT PIC S9(12)V99.
               10 CT-LEG-IN-COUNT PIC 9(10).
               10 CT-LEG-IN PIC S9(12)V99.
               10 CT-LEG-TRANSIT-COUNT PIC 9(10).
               10 CT-LEG-TRANSIT PIC S9(12)V99.
               10 CT-LEG-EARLIER-COUNT PIC 9(10).
               10 CT-LEG-EARLIER PIC S9(12)V99.
               10 CT-LEG-WAITING-COUNT PIC 9(10).
               10 CT-LEG-WAITING PIC S9(12)V99.
               10 CT-LEG-SW PIC X.
                   88 CT-LEGS-BROKEN VALUE 'Y'.
       01 CT-INDEX PIC 99.
       01 CT-CODE-WANTED PIC X(3).
       01 CT-FULL-SW PIC X VALUE 'N'.
           88 CT-FULL VALUE 'Y'.

      * per branch file - the records in the file (taken plus left,
      * the same in every partition) and those the partitions took
       01 BRANCH-FILE-TABLE.
           05 BF-USED PIC 99 VALUE 0.
           05 BF-ENTRY OCCURS 60 TIMES.
               10 BF-NAME PIC X(40).
               10 BF-RECORDS PIC 9(10).
               10 BF-TAKEN PIC 9(10).
               10 BF-SEEN PIC 99.
               10 BF-SPLIT-SW PIC X.
                   88 BF-SPLIT-BROKEN VALUE 'Y'.
       01 BF-INDEX PIC 99.
       01 BF-FILE-NAME PIC X(40).
       01 BF-FILE-TAKEN PIC 9(10).
       01 BF-FILE-LEFT PIC 9(10).
       01 BF-FILE-RECORDS PIC 9(10).

      * the night's sums
       01 MERGE-COUNTS.
           05 MERGE-READ PIC 9(10) VALUE 0.
           05 MERGE-POSTED PIC 9(10) VALUE 0.
           05 MERGE-REJECTED PIC 9(10) VALUE 0.
      * the return code of the night - the worst of the partitions'
      * and the merge's own, set as RETURN-CODE when the merge ends
           05 MERGE-RC PIC 99 VALUE 0.
       01 PROOF-SW PIC X VALUE 'Y'.
           88 MERGE-PROVED VALUE 'Y'.
           88 MERGE-NOT-PROVED VALUE 'N'.

      * the fragment files joined one after the other - the stem and
      * extension of each are split to build the _Pnn name
       01 CONCAT-LIST.
           05 FILLER PIC X(24) VALUE 'output.csv'.
           05 FILLER PIC X(24) VALUE 'reject.txt'.
           05 FILLER PIC X(24) VALUE 'audit_trail.txt'.
           05 FILLER PIC X(24) VALUE 'gl_extract.txt'.
           05 FILLER PIC X(24) VALUE 'compliance_review.txt'.
           05 FILLER PIC X(24) VALUE 'advice_letters.txt'.
           05 FILLER PIC X(24) VALUE 'advice_letters_held.txt'.
           05 FILLER PIC X(24) VALUE 'dd_returns.txt'.
           05 FILLER PIC X(24) VALUE 'settlement.txt'.
       01 CONCAT-TABLE REDEFINES CONCAT-LIST.
           05 CONCAT-BASE PIC X(24) OCCURS 9 TIMES.
       01 CONCAT-INDEX PIC 99.
       01 FRAGMENT-BASE PIC X(24).
       01 FRAGMENT-STEM PIC X(24).
       01 FRAGMENT-EXT PIC X(4).
       01 FRAGMENT-LINES PIC 9(7).

      * output.txt - the base EUR grand total and the distinct
      * missing-rate lines gathered over the parts
       01 BASE-GRAND-SUM PIC S9(12)V99.
       01 MISSING-RATE-TABLE.
           05 MR-USED PIC 99 VALUE 0.
           05 MR-LINE PIC X(60) OCCURS 10 TIMES.
       01 MR-INDEX PIC 99.
       01 MR-FOUND-SW PIC X.
           88 MR-FOUND VALUE 'Y'.
       01 OUTPUT-PHASE-SW PIC X.
           88 OUTPUT-ACCOUNTS VALUE 'A'.
           88 OUTPUT-TOTALS VALUE 'T'.
       01 CSV-FIELDS.
           05 CSV-BANK PIC X(10).
           05 CSV-ACCOUNT PIC X(12).
           05 CSV-CURRENCY PIC X(5).
           05 CSV-AMOUNT PIC X(20).
       01 LINE-LABEL PIC X(60).
       01 LINE-AMOUNT PIC X(20).
       01 FORMATTED-SALDO PIC Z(07)9.99.
       01 FORMATTED-SIGNED-SALDO PIC -(07)9.99.
       01 RH2-ED PIC -(12)9.99.
       01 WORK-AMOUNT PIC S9(12)V99.
       01 LEG-SIGNED-AMOUNT PIC S9(12)V99.
       01 LEG-TRANSIT-TOTAL PIC 9(10) VALUE 0.
       01 LEG-OUT-ED PIC -(12)9.99.
       01 LEG-IN-ED PIC -(12)9.99.
       01 LEG-TRANSIT-ED PIC -(12)9.99.
       01 LEG-STATE PIC X(4).
       COPY XFERREC.
       COPY NIRQREC.
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
           PERFORM LoadRunParameters
           IF PART-DEF-ERROR
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           IF PT-USED = 0
               MOVE "PM0001" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("NO PARTITION= LINES IN ",
                   "runparams.txt - NOTHING TO MERGE") TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SortPartitions
           IF MERGE-REFUSED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM TakeRunLock
           IF MERGE-REFUSED
               GOBACK
           END-IF
           PERFORM CheckActivePartition
           IF NOT MERGE-REFUSED
               PERFORM VARYING PT-INDEX FROM 1 BY 1
                   UNTIL PT-INDEX > PT-USED
                   PERFORM LoadPartitionControl
               END-PERFORM
           END-IF
           IF MERGE-REFUSED
               PERFORM ReleaseRunLock
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE RUN-CYCLE TO RUN-CYCLE-ED
           DISPLAY "Partition merge for " RUN-DATE " cycle "
               RUN-CYCLE-ED " - " PT-USED " partition(s)"
           PERFORM VARYING CONCAT-INDEX FROM 1 BY 1
               UNTIL CONCAT-INDEX > 9
               PERFORM ConcatenateFragments
           END-PERFORM
           PERFORM MergeOutputReport
           PERFORM VARYING PT-INDEX FROM 1 BY 1
               UNTIL PT-INDEX > PT-USED
               PERFORM LoadWaitingLegs
           END-PERFORM
           PERFORM ProveControlTotals
           PERFORM WriteControlReport
           PERFORM AppendRunHistory
           PERFORM AppendReconHistory
           MOVE 'batchprocess/output.txt' TO PG-FILE-NAME
           MOVE 'ACCOUNT BALANCES' TO PG-TITLE
           PERFORM PageReport
           MOVE 'batchprocess/control_report.txt' TO PG-FILE-NAME
           MOVE 'CONTROL REPORT' TO PG-TITLE
           PERFORM PageReport
           PERFORM RetireTellerJournal
           PERFORM RetireOutboundReturns
           CALL "NAMEINDEX" USING NAME-INDEX-REQUEST
           END-CALL
           IF MERGE-PROVED
               MOVE "PM0002" TO MSG-ID
               MOVE "I" TO MSG-SEVERITY
               MOVE function concatenate("PARTITION MERGE PROVED - ",
                   "READ ", MERGE-READ, " POSTED ", MERGE-POSTED,
                   " REJECTED ", MERGE-REJECTED) TO MSG-TEXT
           ELSE
               MOVE "PM0003" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate("PARTITION MERGE NOT ",
                   "PROVED - SEE control_report.txt") TO MSG-TEXT
           END-IF
           PERFORM LogMessage
      * graded as the night run grades: 4 when records were rejected
           IF MERGE-REJECTED > 0 AND MERGE-RC < 4
               MOVE 4 TO MERGE-RC
           END-IF
           PERFORM ReleaseRunLock
           MOVE MERGE-RC TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * Partitions - sorted by lowest bank, ranges may not overlap
      *****************************************************************
       SortPartitions SECTION.
           PERFORM VARYING PT-INDEX FROM 1 BY 1
               UNTIL PT-INDEX >= PT-USED
               PERFORM VARYING PT-SCAN FROM PT-INDEX BY 1
                   UNTIL PT-SCAN > PT-USED
                   IF PT-LOW-BANK(PT-SCAN) < PT-LOW-BANK(PT-INDEX)
                       MOVE PT-ENTRY(PT-INDEX) TO PT-HOLD
                       MOVE PT-ENTRY(PT-SCAN) TO PT-ENTRY(PT-INDEX)
                       MOVE PT-HOLD TO PT-ENTRY(PT-SCAN)
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING PT-INDEX FROM 2 BY 1
               UNTIL PT-INDEX > PT-USED
               IF PT-LOW-BANK(PT-INDEX) <= PT-HIGH-BANK(PT-INDEX - 1)
                   MOVE "PM0004" TO MSG-ID
                   MOVE "S" TO MSG-SEVERITY
                   MOVE function concatenate("PARTITIONS ",
                       PT-NUMBER(PT-INDEX - 1), " AND ",
                       PT-NUMBER(PT-INDEX), " OVERLAP - NOTHING ",
                       "MERGED") TO MSG-TEXT
                   PERFORM LogMessage
                   SET MERGE-REFUSED TO TRUE
               END-IF
               PERFORM VARYING PT-SCAN FROM 1 BY 1
                   UNTIL PT-SCAN >= PT-INDEX
                   IF PT-NUMBER(PT-SCAN) = PT-NUMBER(PT-INDEX)
                       MOVE "PM0004" TO MSG-ID
                       MOVE "S" TO MSG-SEVERITY
                       MOVE function concatenate("PARTITION ",
                           PT-NUMBER(PT-INDEX), " IS DEFINED TWICE - ",
                           "NOTHING MERGED") TO MSG-TEXT
                       PERFORM LogMessage
                       SET MERGE-REFUSED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * a partition still marked active has not finished - it must be
      * resumed (RUNMODE=R) before its parts can be joined
       CheckActivePartition SECTION.
           MOVE 'batchprocess/partition_active.txt' TO PART-IN-NAME
           OPEN INPUT PART-IN-DATA
           IF PARTIN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE SPACES TO PART-IN-LINE
           READ PART-IN-DATA
               AT END CONTINUE
           END-READ
           CLOSE PART-IN-DATA
           MOVE "PM0005" TO MSG-ID
           MOVE "S" TO MSG-SEVERITY
           MOVE function concatenate("PARTITION ", PART-IN-LINE(1:2),
               " IS STILL ACTIVE (", FUNCTION TRIM(PART-IN-LINE(4:)),
               ") - RESUME IT WITH RUNMODE=R BEFORE THE MERGE")
               TO MSG-TEXT
           PERFORM LogMessage
           SET MERGE-REFUSED TO TRUE
           .

      * partition_control_Pnn.txt - RUN date(6:8) cycle(15:2)
      * read(18:10) posted(29:10) rejected(40:10) rc(51:2)
      * partition(54:2) low(57:5) high(63:5) left(69:10), RECN lines
      * carrying the recon history line from column 6, FILE lines
      * name(6:40) taken(47:10) left(58:10), XFRO and XFRI lines
      * currency(6:3) count(10:10) amount(21:16) marker(38:1)
       LoadPartitionControl SECTION.
           MOVE function concatenate('_P', PT-NUMBER(PT-INDEX))
               TO PART-SUFFIX
           MOVE function concatenate(
               'batchprocess/partition_control', PART-SUFFIX, '.txt')
               TO PART-IN-NAME
           OPEN INPUT PART-IN-DATA
           IF PARTIN-FILE-STATUS NOT = "00"
               MOVE "PM0006" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("PARTITION ",
                   PT-NUMBER(PT-INDEX), " HAS NOT FINISHED - NO ",
                   "partition_control", PART-SUFFIX, ".txt; RUN OR ",
                   "RESUME IT") TO MSG-TEXT
               PERFORM LogMessage
               SET MERGE-REFUSED TO TRUE
               EXIT SECTION
           END-IF
           MOVE 'N' TO PART-RUN-FOUND-SW
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ PART-IN-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       EVALUATE PART-IN-LINE(1:5)
                       WHEN 'RUN  '
                           PERFORM CheckPartitionRun
                       WHEN 'RECN '
                           PERFORM AddReconLine
                       WHEN 'FILE '
                           PERFORM AddBranchFileLine
                       WHEN 'XFRO '
                           PERFORM AddTransferLegLine
                       WHEN 'XFRI '
                           PERFORM AddTransferLegLine
                       WHEN OTHER
                           CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PART-IN-DATA
           IF NOT PART-RUN-FOUND
               MOVE "PM0006" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("partition_control",
                   PART-SUFFIX, ".txt HAS NO RUN LINE - RERUN ",
                   "PARTITION ", PT-NUMBER(PT-INDEX)) TO MSG-TEXT
               PERFORM LogMessage
               SET MERGE-REFUSED TO TRUE
           END-IF
           .

       CheckPartitionRun SECTION.
           SET PART-RUN-FOUND TO TRUE
           IF RUN-DATE = SPACES
               MOVE PART-IN-LINE(6:8) TO RUN-DATE
           END-IF
           IF RUN-CYCLE = 0 AND PART-IN-LINE(15:2) IS NUMERIC
               MOVE PART-IN-LINE(15:2) TO RUN-CYCLE
           END-IF
           MOVE RUN-CYCLE TO RUN-CYCLE-ED
           IF PART-IN-LINE(6:8) NOT = RUN-DATE
               OR PART-IN-LINE(15:2) NOT = RUN-CYCLE-ED
               MOVE "PM0007" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("PARTITION ",
                   PT-NUMBER(PT-INDEX), " WAS RUN FOR ",
                   PART-IN-LINE(6:8), " CYCLE ", PART-IN-LINE(15:2),
                   ", NOT ", RUN-DATE, " CYCLE ", RUN-CYCLE-ED,
                   " - RUN IT FOR THIS NIGHT") TO MSG-TEXT
               PERFORM LogMessage
               SET MERGE-REFUSED TO TRUE
               EXIT SECTION
           END-IF
           IF PART-IN-LINE(54:2) NOT = PT-NUMBER(PT-INDEX)
               OR PART-IN-LINE(57:5) NOT = PT-LOW-BANK(PT-INDEX)
               OR PART-IN-LINE(63:5) NOT = PT-HIGH-BANK(PT-INDEX)
               MOVE "PM0008" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("PARTITION ",
                   PT-NUMBER(PT-INDEX), " RAN FOR BANKS ",
                   PART-IN-LINE(57:5), " TO ", PART-IN-LINE(63:5),
                   " BUT IS NOW DEFINED AS ", PT-LOW-BANK(PT-INDEX),
                   " TO ", PT-HIGH-BANK(PT-INDEX), " - NOTHING MERGED")
                   TO MSG-TEXT
               PERFORM LogMessage
               SET MERGE-REFUSED TO TRUE
               EXIT SECTION
           END-IF
           MOVE PART-IN-LINE(18:10) TO PT-READ(PT-INDEX)
           MOVE PART-IN-LINE(29:10) TO PT-POSTED(PT-INDEX)
           MOVE PART-IN-LINE(40:10) TO PT-REJECTED(PT-INDEX)
           MOVE PART-IN-LINE(51:2) TO PT-RC(PT-INDEX)
           MOVE PART-IN-LINE(69:10) TO PT-LEFT(PT-INDEX)
           IF PT-RC(PT-INDEX) >= 16
               MOVE "PM0009" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("PARTITION ",
                   PT-NUMBER(PT-INDEX), " ENDED WITH RETURN CODE ",
                   PT-RC(PT-INDEX), " - RESTART IT BEFORE THE MERGE")
                   TO MSG-TEXT
               PERFORM LogMessage
               SET MERGE-REFUSED TO TRUE
               EXIT SECTION
           END-IF
           ADD PT-READ(PT-INDEX) TO MERGE-READ
           ADD PT-POSTED(PT-INDEX) TO MERGE-POSTED
           ADD PT-REJECTED(PT-INDEX) TO MERGE-REJECTED
           IF PT-RC(PT-INDEX) > MERGE-RC
               MOVE PT-RC(PT-INDEX) TO MERGE-RC
           END-IF
           .

       AddReconLine SECTION.
           MOVE PART-IN-LINE(15:3) TO CT-CODE-WANTED
           PERFORM FindCurrency
           IF CT-INDEX = 0
               EXIT SECTION
           END-IF
           ADD FUNCTION NUMVAL(PART-IN-LINE(19:16))
               TO CT-OPENING(CT-INDEX)
           ADD FUNCTION NUMVAL(PART-IN-LINE(36:16))
               TO CT-POSTED(CT-INDEX)
           ADD FUNCTION NUMVAL(PART-IN-LINE(53:16))
               TO CT-CLOSING(CT-INDEX)
           ADD FUNCTION NUMVAL(PART-IN-LINE(70:16))
               TO CT-FEES(CT-INDEX)
           ADD FUNCTION NUMVAL(PART-IN-LINE(87:16))
               TO CT-REJECTS(CT-INDEX)
           .

      * XFRO the legs the partition wrote, XFRI those it took - T
      * written tonight, E waiting from an earlier night
       AddTransferLegLine SECTION.
           MOVE PART-IN-LINE(6:3) TO CT-CODE-WANTED
           PERFORM FindCurrency
           IF CT-INDEX = 0
               EXIT SECTION
           END-IF
           EVALUATE TRUE
           WHEN PART-IN-LINE(1:5) = 'XFRO '
               ADD FUNCTION NUMVAL(PART-IN-LINE(10:10))
                   TO CT-LEG-OUT-COUNT(CT-INDEX)
               ADD FUNCTION NUMVAL(PART-IN-LINE(21:16))
                   TO CT-LEG-OUT(CT-INDEX)
           WHEN PART-IN-LINE(38:1) = 'T'
               ADD FUNCTION NUMVAL(PART-IN-LINE(10:10))
                   TO CT-LEG-IN-COUNT(CT-INDEX)
               ADD FUNCTION NUMVAL(PART-IN-LINE(21:16))
                   TO CT-LEG-IN(CT-INDEX)
           WHEN OTHER
               ADD FUNCTION NUMVAL(PART-IN-LINE(10:10))
                   TO CT-LEG-EARLIER-COUNT(CT-INDEX)
               ADD FUNCTION NUMVAL(PART-IN-LINE(21:16))
                   TO CT-LEG-EARLIER(CT-INDEX)
           END-EVALUATE
           .

      * the legs still in a partition's xfer_in file - those of
      * tonight's date and cycle are in transit, the rest waited
      * already before tonight
       LoadWaitingLegs SECTION.
           MOVE function concatenate('batchprocess/xfer_in_P',
               PT-NUMBER(PT-INDEX), '.txt') TO PART-IN-NAME
           OPEN INPUT PART-IN-DATA
           IF PARTIN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ PART-IN-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END PERFORM AddWaitingLeg
               END-READ
           END-PERFORM
           CLOSE PART-IN-DATA
           .

       AddWaitingLeg SECTION.
           MOVE PART-IN-LINE TO TRANSFER-LEG
           MOVE XL-CURRENCY TO CT-CODE-WANTED
           PERFORM FindCurrency
           IF CT-INDEX = 0
               EXIT SECTION
           END-IF
           IF XL-IS-DEBIT
               COMPUTE LEG-SIGNED-AMOUNT = 0 - XL-AMOUNT
           ELSE
               MOVE XL-AMOUNT TO LEG-SIGNED-AMOUNT
           END-IF
           IF XL-ORIGIN-DATE = RUN-DATE
               AND XL-ORIGIN-CYCLE = RUN-CYCLE
               ADD 1 TO CT-LEG-TRANSIT-COUNT(CT-INDEX)
               ADD LEG-SIGNED-AMOUNT TO CT-LEG-TRANSIT(CT-INDEX)
               ADD 1 TO LEG-TRANSIT-TOTAL
           ELSE
               ADD 1 TO CT-LEG-WAITING-COUNT(CT-INDEX)
               ADD LEG-SIGNED-AMOUNT TO CT-LEG-WAITING(CT-INDEX)
           END-IF
           .

      * CT-CODE-WANTED set by the caller; CT-INDEX 0 when the table
      * is full
       FindCurrency SECTION.
           PERFORM VARYING CT-INDEX FROM 1 BY 1
               UNTIL CT-INDEX > CT-USED
               IF CT-CODE(CT-INDEX) = CT-CODE-WANTED
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF CT-USED >= 10
               SET CT-FULL TO TRUE
               MOVE 0 TO CT-INDEX
               EXIT SECTION
           END-IF
           ADD 1 TO CT-USED
           MOVE CT-USED TO CT-INDEX
           INITIALIZE CT-ENTRY(CT-INDEX)
           MOVE CT-CODE-WANTED TO CT-CODE(CT-INDEX)
           .

      * every partition reads the whole branch file and either takes
      * a record or leaves it to another partition - so taken plus
      * left is the file's record count in every partition
       AddBranchFileLine SECTION.
           MOVE PART-IN-LINE(6:40) TO BF-FILE-NAME
           MOVE PART-IN-LINE(47:10) TO BF-FILE-TAKEN
           MOVE PART-IN-LINE(58:10) TO BF-FILE-LEFT
           COMPUTE BF-FILE-RECORDS = BF-FILE-TAKEN + BF-FILE-LEFT
           PERFORM VARYING BF-INDEX FROM 1 BY 1
               UNTIL BF-INDEX > BF-USED
               IF BF-NAME(BF-INDEX) = BF-FILE-NAME
                   ADD BF-FILE-TAKEN TO BF-TAKEN(BF-INDEX)
                   ADD 1 TO BF-SEEN(BF-INDEX)
                   IF BF-FILE-RECORDS NOT = BF-RECORDS(BF-INDEX)
                       SET BF-SPLIT-BROKEN(BF-INDEX) TO TRUE
                   END-IF
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF BF-USED >= 60
               SET BF-SPLIT-BROKEN(BF-USED) TO TRUE
               EXIT SECTION
           END-IF
           ADD 1 TO BF-USED
           MOVE BF-FILE-NAME TO BF-NAME(BF-USED)
           MOVE BF-FILE-RECORDS TO BF-RECORDS(BF-USED)
           MOVE BF-FILE-TAKEN TO BF-TAKEN(BF-USED)
           MOVE 1 TO BF-SEEN(BF-USED)
           MOVE 'N' TO BF-SPLIT-SW(BF-USED)
           .

      *****************************************************************
      * Fragments joined one after the other in partition order
      *****************************************************************
       ConcatenateFragments SECTION.
           MOVE CONCAT-BASE(CONCAT-INDEX) TO FRAGMENT-BASE
           MOVE function concatenate('batchprocess/',
               FUNCTION TRIM(FRAGMENT-BASE)) TO MERGE-OUT-NAME
           OPEN OUTPUT MERGE-OUT-DATA
           IF MERGEOUT-FILE-STATUS NOT = "00"
               PERFORM MergeFileFailed
               EXIT SECTION
           END-IF
           PERFORM VARYING PT-INDEX FROM 1 BY 1
               UNTIL PT-INDEX > PT-USED
               PERFORM SetFragmentName
               OPEN INPUT PART-IN-DATA
               IF PARTIN-FILE-STATUS = "00"
                   MOVE 0 TO FRAGMENT-LINES
                   MOVE 'N' TO FILE-EOF-SW
                   PERFORM UNTIL FILE-EOF
                       READ PART-IN-DATA
                           AT END SET FILE-EOF TO TRUE
                           NOT AT END
                               ADD 1 TO FRAGMENT-LINES
                               PERFORM CopyFragmentLine
                       END-READ
                   END-PERFORM
                   CLOSE PART-IN-DATA
               END-IF
           END-PERFORM
           CLOSE MERGE-OUT-DATA
           .

      * settlement.txt keeps its heading once; output.csv balances
      * are summed per currency for the grand totals and the proof
       CopyFragmentLine SECTION.
           IF FRAGMENT-BASE = 'settlement.txt'
               AND FRAGMENT-LINES = 1 AND PT-INDEX > 1
               EXIT SECTION
           END-IF
           IF FRAGMENT-BASE = 'output.csv'
               PERFORM AddCsvBalance
           END-IF
           WRITE MERGE-OUT-F FROM PART-IN-LINE
           .

       AddCsvBalance SECTION.
           MOVE SPACES TO CSV-FIELDS
           UNSTRING PART-IN-LINE DELIMITED BY ','
               INTO CSV-BANK CSV-ACCOUNT CSV-CURRENCY CSV-AMOUNT
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(CSV-AMOUNT) NOT = 0
               EXIT SECTION
           END-IF
           MOVE CSV-CURRENCY(1:3) TO CT-CODE-WANTED
           PERFORM FindCurrency
           IF CT-INDEX > 0
               ADD FUNCTION NUMVAL(CSV-AMOUNT) TO CT-CSV-SUM(CT-INDEX)
           END-IF
           .

      * FRAGMENT-BASE and PT-INDEX set by the caller
       SetFragmentName SECTION.
           MOVE SPACES TO FRAGMENT-STEM FRAGMENT-EXT
           UNSTRING FRAGMENT-BASE DELIMITED BY '.'
               INTO FRAGMENT-STEM FRAGMENT-EXT
           END-UNSTRING
           MOVE function concatenate('batchprocess/',
               FUNCTION TRIM(FRAGMENT-STEM), '_P', PT-NUMBER(PT-INDEX),
               '.', FUNCTION TRIM(FRAGMENT-EXT)) TO PART-IN-NAME
           .

       MergeFileFailed SECTION.
           MOVE "PM0010" TO MSG-ID
           MOVE "S" TO MSG-SEVERITY
           MOVE function concatenate("CANNOT WRITE ",
               FUNCTION TRIM(MERGE-OUT-NAME), ", STATUS=",
               MERGEOUT-FILE-STATUS) TO MSG-TEXT
           PERFORM LogMessage
           SET MERGE-NOT-PROVED TO TRUE
           MOVE 16 TO MERGE-RC
           .

      *****************************************************************
      * output.txt - the account lines and bank totals of every part,
      * then the grand totals of output.csv and the base EUR section
      * gathered over the parts
      *****************************************************************
       MergeOutputReport SECTION.
           MOVE 'batchprocess/output.txt' TO MERGE-OUT-NAME
           OPEN OUTPUT MERGE-OUT-DATA
           IF MERGEOUT-FILE-STATUS NOT = "00"
               PERFORM MergeFileFailed
               EXIT SECTION
           END-IF
           MOVE 'output.txt' TO FRAGMENT-BASE
           PERFORM VARYING PT-INDEX FROM 1 BY 1
               UNTIL PT-INDEX > PT-USED
               PERFORM CopyAccountSection
           END-PERFORM
           PERFORM VARYING CT-INDEX FROM 1 BY 1
               UNTIL CT-INDEX > CT-USED
               MOVE CT-CSV-SUM(CT-INDEX) TO FORMATTED-SALDO
               MOVE function concatenate('Grand Total ',
                   CT-CODE(CT-INDEX), ':    ', FORMATTED-SALDO)
                   TO MERGE-OUT-LINE
               WRITE MERGE-OUT-F
           END-PERFORM
           MOVE SPACES TO MERGE-OUT-LINE
           WRITE MERGE-OUT-F
           MOVE 0 TO BASE-GRAND-SUM
           PERFORM VARYING PT-INDEX FROM 1 BY 1
               UNTIL PT-INDEX > PT-USED
               PERFORM CopyBasePositions
           END-PERFORM
           MOVE BASE-GRAND-SUM TO FORMATTED-SIGNED-SALDO
           MOVE function concatenate('Base EUR grand total:      ',
               FORMATTED-SIGNED-SALDO) TO MERGE-OUT-LINE
           WRITE MERGE-OUT-F
           PERFORM VARYING MR-INDEX FROM 1 BY 1
               UNTIL MR-INDEX > MR-USED
               MOVE MR-LINE(MR-INDEX) TO MERGE-OUT-LINE
               WRITE MERGE-OUT-F
           END-PERFORM
           CLOSE MERGE-OUT-DATA
           .

      * everything up to the part's own grand totals
       CopyAccountSection SECTION.
           PERFORM SetFragmentName
           OPEN INPUT PART-IN-DATA
           IF PARTIN-FILE-STATUS NOT = "00"
               PERFORM FragmentMissing
               EXIT SECTION
           END-IF
           SET OUTPUT-ACCOUNTS TO TRUE
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF OR OUTPUT-TOTALS
               READ PART-IN-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF PART-IN-LINE(1:12) = 'Grand Total '
                           SET OUTPUT-TOTALS TO TRUE
                       ELSE
                           WRITE MERGE-OUT-F FROM PART-IN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PART-IN-DATA
           .

       CopyBasePositions SECTION.
           PERFORM SetFragmentName
           OPEN INPUT PART-IN-DATA
           IF PARTIN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ PART-IN-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       EVALUATE TRUE
                       WHEN PART-IN-LINE(1:17) = 'Base EUR position'
                           WRITE MERGE-OUT-F FROM PART-IN-LINE
                           MOVE SPACES TO LINE-LABEL LINE-AMOUNT
                           UNSTRING PART-IN-LINE DELIMITED BY ':'
                               INTO LINE-LABEL LINE-AMOUNT
                           END-UNSTRING
                           IF FUNCTION TEST-NUMVAL(LINE-AMOUNT) = 0
                               ADD FUNCTION NUMVAL(LINE-AMOUNT)
                                   TO BASE-GRAND-SUM
                           END-IF
                       WHEN PART-IN-LINE(1:20) = 'NO RATE ON FILE FOR '
                           PERFORM NoteMissingRate
                       WHEN OTHER
                           CONTINUE
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE PART-IN-DATA
           .

       NoteMissingRate SECTION.
           MOVE 'N' TO MR-FOUND-SW
           PERFORM VARYING MR-INDEX FROM 1 BY 1
               UNTIL MR-INDEX > MR-USED
               IF MR-LINE(MR-INDEX) = PART-IN-LINE(1:60)
                   SET MR-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT MR-FOUND AND MR-USED < 10
               ADD 1 TO MR-USED
               MOVE PART-IN-LINE(1:60) TO MR-LINE(MR-USED)
           END-IF
           .

       FragmentMissing SECTION.
           MOVE "PM0011" TO MSG-ID
           MOVE "W" TO MSG-SEVERITY
           MOVE function concatenate("NO ",
               FUNCTION TRIM(PART-IN-NAME), " - PARTITION ",
               PT-NUMBER(PT-INDEX), " IS MISSING FROM output.txt")
               TO MSG-TEXT
           PERFORM LogMessage
           SET MERGE-NOT-PROVED TO TRUE
           .

      *****************************************************************
      * Control totals proved across the partitions
      *****************************************************************
       ProveControlTotals SECTION.
           IF CT-FULL
               SET MERGE-NOT-PROVED TO TRUE
           END-IF
           PERFORM VARYING BF-INDEX FROM 1 BY 1
               UNTIL BF-INDEX > BF-USED
               IF BF-SEEN(BF-INDEX) NOT = PT-USED
                   OR BF-TAKEN(BF-INDEX) NOT = BF-RECORDS(BF-INDEX)
                   SET BF-SPLIT-BROKEN(BF-INDEX) TO TRUE
               END-IF
               IF BF-SPLIT-BROKEN(BF-INDEX)
                   SET MERGE-NOT-PROVED TO TRUE
               END-IF
           END-PERFORM
           PERFORM VARYING CT-INDEX FROM 1 BY 1
               UNTIL CT-INDEX > CT-USED
               COMPUTE CT-DIFF(CT-INDEX) = CT-CLOSING(CT-INDEX)
                   - CT-OPENING(CT-INDEX) - CT-POSTED(CT-INDEX)
               IF CT-DIFF(CT-INDEX) NOT = 0
                   OR CT-CSV-SUM(CT-INDEX) NOT = CT-CLOSING(CT-INDEX)
                   SET MERGE-NOT-PROVED TO TRUE
               END-IF
      * every leg written tonight was taken or is still in transit
               IF CT-LEG-OUT-COUNT(CT-INDEX) NOT =
                   CT-LEG-IN-COUNT(CT-INDEX)
                   + CT-LEG-TRANSIT-COUNT(CT-INDEX)
                   OR CT-LEG-OUT(CT-INDEX) NOT =
                   CT-LEG-IN(CT-INDEX) + CT-LEG-TRANSIT(CT-INDEX)
                   SET CT-LEGS-BROKEN(CT-INDEX) TO TRUE
                   SET MERGE-NOT-PROVED TO TRUE
               END-IF
           END-PERFORM
           IF LEG-TRANSIT-TOTAL > 0
               MOVE "PM0016" TO MSG-ID
               MOVE "I" TO MSG-SEVERITY
               MOVE function concatenate(LEG-TRANSIT-TOTAL,
                   " TRANSFER LEG(S) OF TONIGHT WAIT IN xfer_in FOR ",
                   "THE NEXT RUN OF THEIR PARTITION") TO MSG-TEXT
               PERFORM LogMessage
           END-IF
           IF MERGE-NOT-PROVED AND MERGE-RC < 8
               MOVE 8 TO MERGE-RC
           END-IF
           .

       WriteControlReport SECTION.
           MOVE 'batchprocess/control_report.txt' TO MERGE-OUT-NAME
           OPEN OUTPUT MERGE-OUT-DATA
           IF MERGEOUT-FILE-STATUS NOT = "00"
               PERFORM MergeFileFailed
               EXIT SECTION
           END-IF
           MOVE function concatenate('Transactions read: ',
               MERGE-READ) TO MERGE-OUT-LINE
           WRITE MERGE-OUT-F
           MOVE function concatenate('Transactions posted: ',
               MERGE-POSTED) TO MERGE-OUT-LINE
           WRITE MERGE-OUT-F
           MOVE function concatenate('Transactions rejected: ',
               MERGE-REJECTED) TO MERGE-OUT-LINE
           WRITE MERGE-OUT-F
           PERFORM VARYING PT-INDEX FROM 1 BY 1
               UNTIL PT-INDEX > PT-USED
               MOVE function concatenate('Partition ',
                   PT-NUMBER(PT-INDEX), ': banks ',
                   PT-LOW-BANK(PT-INDEX), ' to ',
                   PT-HIGH-BANK(PT-INDEX), ' read ', PT-READ(PT-INDEX),
                   ' posted ', PT-POSTED(PT-INDEX), ' rejected ',
                   PT-REJECTED(PT-INDEX), ' rc ', PT-RC(PT-INDEX))
                   TO MERGE-OUT-LINE
               WRITE MERGE-OUT-F
           END-PERFORM
           PERFORM VARYING BF-INDEX FROM 1 BY 1
               UNTIL BF-INDEX > BF-USED
               IF BF-SPLIT-BROKEN(BF-INDEX)
                   MOVE function concatenate('Branch file ',
                       FUNCTION TRIM(BF-NAME(BF-INDEX)), ': records ',
                       BF-RECORDS(BF-INDEX), ' taken ',
                       BF-TAKEN(BF-INDEX), ' FAIL') TO MERGE-OUT-LINE
               ELSE
                   MOVE function concatenate('Branch file ',
                       FUNCTION TRIM(BF-NAME(BF-INDEX)), ': records ',
                       BF-RECORDS(BF-INDEX), ' taken ',
                       BF-TAKEN(BF-INDEX), ' PASS') TO MERGE-OUT-LINE
               END-IF
               WRITE MERGE-OUT-F
           END-PERFORM
           PERFORM VARYING CT-INDEX FROM 1 BY 1
               UNTIL CT-INDEX > CT-USED
               PERFORM WriteReconciliationLines
           END-PERFORM
           PERFORM VARYING CT-INDEX FROM 1 BY 1
               UNTIL CT-INDEX > CT-USED
               IF CT-LEG-OUT-COUNT(CT-INDEX) > 0
                   OR CT-LEG-EARLIER-COUNT(CT-INDEX) > 0
                   OR CT-LEG-WAITING-COUNT(CT-INDEX) > 0
                   PERFORM WriteTransferLegLines
               END-IF
           END-PERFORM
           IF MERGE-PROVED
               MOVE 'PARTITION MERGE PROVED' TO MERGE-OUT-LINE
           ELSE
               MOVE 'PARTITION MERGE NOT PROVED' TO MERGE-OUT-LINE
           END-IF
           WRITE MERGE-OUT-F
           MOVE 'control_report.txt' TO FRAGMENT-BASE
           PERFORM VARYING PT-INDEX FROM 1 BY 1
               UNTIL PT-INDEX > PT-USED
               MOVE SPACES TO MERGE-OUT-LINE
               WRITE MERGE-OUT-F
               MOVE function concatenate('Control report of ',
                   'partition ', PT-NUMBER(PT-INDEX), ':')
                   TO MERGE-OUT-LINE
               WRITE MERGE-OUT-F
               PERFORM SetFragmentName
               OPEN INPUT PART-IN-DATA
               IF PARTIN-FILE-STATUS = "00"
                   MOVE 'N' TO FILE-EOF-SW
                   PERFORM UNTIL FILE-EOF
                       READ PART-IN-DATA
                           AT END SET FILE-EOF TO TRUE
                           NOT AT END
                               WRITE MERGE-OUT-F FROM PART-IN-LINE
                       END-READ
                   END-PERFORM
                   CLOSE PART-IN-DATA
               END-IF
           END-PERFORM
           CLOSE MERGE-OUT-DATA
           .

       WriteReconciliationLines SECTION.
           MOVE CT-DIFF(CT-INDEX) TO FORMATTED-SIGNED-SALDO
           IF CT-DIFF(CT-INDEX) = 0
               MOVE function concatenate(
                   'CONTROL TOTAL RECONCILIATION ',
                   CT-CODE(CT-INDEX), ': PASS  diff=',
                   FORMATTED-SIGNED-SALDO) TO MERGE-OUT-LINE
           ELSE
               MOVE function concatenate(
                   'CONTROL TOTAL RECONCILIATION ',
                   CT-CODE(CT-INDEX), ': FAIL  diff=',
                   FORMATTED-SIGNED-SALDO) TO MERGE-OUT-LINE
           END-IF
           WRITE MERGE-OUT-F
           COMPUTE WORK-AMOUNT = CT-CSV-SUM(CT-INDEX)
               - CT-CLOSING(CT-INDEX)
           MOVE WORK-AMOUNT TO FORMATTED-SIGNED-SALDO
           IF WORK-AMOUNT = 0
               MOVE function concatenate(
                   'BALANCES ON output.csv ',
                   CT-CODE(CT-INDEX), ': PASS  diff=',
                   FORMATTED-SIGNED-SALDO) TO MERGE-OUT-LINE
           ELSE
               MOVE function concatenate(
                   'BALANCES ON output.csv ',
                   CT-CODE(CT-INDEX), ': FAIL  diff=',
                   FORMATTED-SIGNED-SALDO) TO MERGE-OUT-LINE
           END-IF
           WRITE MERGE-OUT-F
           .

      * a leg written tonight and not yet taken is in transit to a
      * partition that ran before the one writing it
       WriteTransferLegLines SECTION.
           IF CT-LEGS-BROKEN(CT-INDEX)
               MOVE 'FAIL' TO LEG-STATE
           ELSE
               MOVE 'PASS' TO LEG-STATE
           END-IF
           MOVE CT-LEG-OUT(CT-INDEX) TO LEG-OUT-ED
           MOVE CT-LEG-IN(CT-INDEX) TO LEG-IN-ED
           MOVE CT-LEG-TRANSIT(CT-INDEX) TO LEG-TRANSIT-ED
           MOVE function concatenate(
               'INTER-PARTITION TRANSFER LEGS ', CT-CODE(CT-INDEX),
               ': ', LEG-STATE, '  written ',
               CT-LEG-OUT-COUNT(CT-INDEX), ' ', LEG-OUT-ED,
               '  taken ', CT-LEG-IN-COUNT(CT-INDEX), ' ', LEG-IN-ED,
               '  in transit ', CT-LEG-TRANSIT-COUNT(CT-INDEX), ' ',
               LEG-TRANSIT-ED) TO MERGE-OUT-LINE
           WRITE MERGE-OUT-F
           IF CT-LEG-EARLIER-COUNT(CT-INDEX) > 0
               OR CT-LEG-WAITING-COUNT(CT-INDEX) > 0
               MOVE CT-LEG-EARLIER(CT-INDEX) TO LEG-IN-ED
               MOVE CT-LEG-WAITING(CT-INDEX) TO LEG-TRANSIT-ED
               MOVE function concatenate(
                   'INTER-PARTITION TRANSFER LEGS ',
                   CT-CODE(CT-INDEX), ': from earlier runs taken ',
                   CT-LEG-EARLIER-COUNT(CT-INDEX), ' ', LEG-IN-ED,
                   '  still waiting ', CT-LEG-WAITING-COUNT(CT-INDEX),
                   ' ', LEG-TRANSIT-ED) TO MERGE-OUT-LINE
               WRITE MERGE-OUT-F
           END-IF
           .

      *****************************************************************
      * Run and reconciliation history - one entry for the night
      *****************************************************************
       AppendRunHistory SECTION.
           OPEN EXTEND RUN-HISTORY-DATA
           IF RUNHIST-FILE-STATUS = "35"
               OPEN OUTPUT RUN-HISTORY-DATA
           END-IF
           IF RUNHIST-FILE-STATUS = "00"
               MOVE MERGE-RC TO RETURN-CODE-ED
               MOVE RUN-CYCLE TO RUN-CYCLE-ED
               MOVE function concatenate(RUN-DATE, ' ',
                   MERGE-READ, ' ', MERGE-POSTED, ' ',
                   MERGE-REJECTED, ' ', RETURN-CODE-ED,
                   ' C', RUN-CYCLE-ED)
                   TO RH-LINE
               WRITE RUN-HISTORY-F
               CLOSE RUN-HISTORY-DATA
           ELSE
               MOVE "PM0012" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN run_history.txt, STATUS=",
                   RUNHIST-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               IF MERGE-RC < 8
                   MOVE 8 TO MERGE-RC
               END-IF
           END-IF
           .

      * date(1:8) currency(10:3) opening(14:16) posted(31:16)
      * closing(48:16) fees(65:16) rejects(82:16) cycle(99:2)
       AppendReconHistory SECTION.
           OPEN EXTEND RECON-HISTORY-DATA
           IF RECONHIST-FILE-STATUS = "35"
               OPEN OUTPUT RECON-HISTORY-DATA
           END-IF
           IF RECONHIST-FILE-STATUS NOT = "00"
               MOVE "PM0012" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN recon_history.txt, STATUS=",
                   RECONHIST-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               IF MERGE-RC < 8
                   MOVE 8 TO MERGE-RC
               END-IF
               EXIT SECTION
           END-IF
           PERFORM VARYING CT-INDEX FROM 1 BY 1
               UNTIL CT-INDEX > CT-USED
               MOVE SPACES TO RH2-LINE
               MOVE RUN-DATE TO RH2-LINE(1:8)
               MOVE CT-CODE(CT-INDEX) TO RH2-LINE(10:3)
               MOVE CT-OPENING(CT-INDEX) TO RH2-ED
               MOVE RH2-ED TO RH2-LINE(14:16)
               MOVE CT-POSTED(CT-INDEX) TO RH2-ED
               MOVE RH2-ED TO RH2-LINE(31:16)
               MOVE CT-CLOSING(CT-INDEX) TO RH2-ED
               MOVE RH2-ED TO RH2-LINE(48:16)
               MOVE CT-FEES(CT-INDEX) TO RH2-ED
               MOVE RH2-ED TO RH2-LINE(65:16)
               MOVE CT-REJECTS(CT-INDEX) TO RH2-ED
               MOVE RH2-ED TO RH2-LINE(82:16)
               MOVE RUN-CYCLE TO RUN-CYCLE-ED
               MOVE RUN-CYCLE-ED TO RH2-LINE(99:2)
               WRITE RECON-HISTORY-F
           END-PERFORM
           CLOSE RECON-HISTORY-DATA
           .

      *****************************************************************
      * Teller journal - retired to its dated copy as an unsplit run
      * retires it
      *****************************************************************
       RetireTellerJournal SECTION.
           MOVE "batchprocess/teller_journal.txt" TO PART-IN-NAME
           OPEN INPUT PART-IN-DATA
           IF PARTIN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE RUN-CYCLE TO RUN-CYCLE-ED
           IF RUN-CYCLE > 1
               MOVE function concatenate(
                   'batchprocess/teller_journal_', RUN-DATE,
                   '_C', RUN-CYCLE-ED, '.txt') TO MERGE-OUT-NAME
           ELSE
               MOVE function concatenate(
                   'batchprocess/teller_journal_', RUN-DATE,
                   '.txt') TO MERGE-OUT-NAME
           END-IF
           OPEN OUTPUT MERGE-OUT-DATA
           IF MERGEOUT-FILE-STATUS NOT = "00"
               CLOSE PART-IN-DATA
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ PART-IN-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       WRITE MERGE-OUT-F FROM PART-IN-LINE
               END-READ
           END-PERFORM
           CLOSE MERGE-OUT-DATA
           CLOSE PART-IN-DATA
           CALL "CBL_DELETE_FILE" USING
               "batchprocess/teller_journal.txt"
           END-CALL
           .

      * outbound returns - every partition has credited its own banks
      * by now, so the file is retired as an unsplit run retires it
       RetireOutboundReturns SECTION.
           MOVE "batchprocess/outbound_returns.txt" TO PART-IN-NAME
           OPEN INPUT PART-IN-DATA
           IF PARTIN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE RUN-CYCLE TO RUN-CYCLE-ED
           IF RUN-CYCLE > 1
               MOVE function concatenate(
                   'batchprocess/outbound_returns_', RUN-DATE,
                   '_C', RUN-CYCLE-ED, '.txt') TO MERGE-OUT-NAME
           ELSE
               MOVE function concatenate(
                   'batchprocess/outbound_returns_', RUN-DATE,
                   '.txt') TO MERGE-OUT-NAME
           END-IF
           OPEN OUTPUT MERGE-OUT-DATA
           IF MERGEOUT-FILE-STATUS NOT = "00"
               CLOSE PART-IN-DATA
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ PART-IN-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       WRITE MERGE-OUT-F FROM PART-IN-LINE
               END-READ
           END-PERFORM
           CLOSE MERGE-OUT-DATA
           CLOSE PART-IN-DATA
           CALL "CBL_DELETE_FILE" USING
               "batchprocess/outbound_returns.txt"
           END-CALL
           .

      * PG-FILE-NAME and PG-TITLE set by the caller
       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'PARTMERGE' TO PG-PROGRAM
           MOVE RUN-DATE TO PG-PROC-DATE
           MOVE RUN-CYCLE TO RUN-CYCLE-ED
           MOVE RUN-CYCLE-ED TO PG-RUN-CYCLE
           CALL "RPTPAGE" USING REPORT-PAGE-REQUEST
           END-CALL
           IF PG-WRITE-FAILED AND MERGE-RC < 8
               MOVE 8 TO MERGE-RC
           END-IF
           .

      *****************************************************************
      * Run lock - the merge holds run_lock.txt like a night run, so
      * no partition can start while the parts are joined
      *****************************************************************
       TakeRunLock SECTION.
           OPEN INPUT RUN-LOCK-DATA
           IF RUNLOCK-FILE-STATUS = "00"
               MOVE SPACES TO LOCK-LINE
               READ RUN-LOCK-DATA
                   AT END CONTINUE
               END-READ
               MOVE LOCK-LINE(1:14) TO LOCK-STAMP
               CLOSE RUN-LOCK-DATA
               IF CLEAR-LOCK
                   MOVE "PM0013" TO MSG-ID
                   MOVE "W" TO MSG-SEVERITY
                   MOVE function concatenate(
                       "RUN LOCK FROM ", LOCK-STAMP,
                       " CLEARED BY OPERATOR (CLEARLOCK=Y)")
                       TO MSG-TEXT
                   PERFORM LogMessage
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-TODAY
                   MOVE "PM0014" TO MSG-ID
                   MOVE "S" TO MSG-SEVERITY
                   IF LOCK-STAMP(1:8) = LOCK-TODAY
                       MOVE function concatenate(
                           "ANOTHER RUN HOLDS THE LOCK SINCE ",
                           LOCK-STAMP, " - MERGE REFUSED")
                           TO MSG-TEXT
                   ELSE
                       MOVE function concatenate(
                           "STALE RUN LOCK FROM ", LOCK-STAMP,
                           " - A CRASHED RUN LEFT IT; CLEAR WITH ",
                           "CLEARLOCK=Y") TO MSG-TEXT
                   END-IF
                   PERFORM LogMessage
                   MOVE 16 TO RETURN-CODE
                   SET MERGE-REFUSED TO TRUE
                   EXIT SECTION
               END-IF
           END-IF
           OPEN OUTPUT RUN-LOCK-DATA
           IF RUNLOCK-FILE-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO LOCK-LINE
               WRITE RUN-LOCK-F
               CLOSE RUN-LOCK-DATA
               SET LOCK-HELD TO TRUE
           END-IF
           .

       ReleaseRunLock SECTION.
           IF LOCK-HELD
               CALL "CBL_DELETE_FILE" USING
                   "batchprocess/run_lock.txt"
               END-CALL
               MOVE 'N' TO LOCK-HELD-SW
           END-IF
           .

      *****************************************************************
      * Run parameters - PROCDATE, CYCLE, CLEARLOCK and the PARTITION
      * definitions the night run was split by
      *****************************************************************
       LoadRunParameters SECTION.
           OPEN INPUT RUN-PARAM-DATA
           IF RUNPARAM-FILE-STATUS = "00"
               PERFORM UNTIL RUNPARAM-FILE-STATUS NOT = "00"
                   READ RUN-PARAM-DATA
                       AT END MOVE "10" TO RUNPARAM-FILE-STATUS
                   END-READ
                   IF RUNPARAM-FILE-STATUS = "00"
                       PERFORM ApplyRunParameter
                   END-IF
               END-PERFORM
               CLOSE RUN-PARAM-DATA
           END-IF
           .

       ApplyRunParameter SECTION.
           MOVE SPACES TO RP-KEY RP-VALUE
           UNSTRING RP-LINE DELIMITED BY '='
               INTO RP-KEY RP-VALUE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-KEY)) TO RP-KEY
           MOVE FUNCTION TRIM(RP-VALUE) TO RP-VALUE
           EVALUATE RP-KEY
           WHEN 'PROCDATE'
               IF RP-VALUE(1:8) IS NUMERIC AND RP-VALUE(9:12) = SPACES
                   MOVE RP-VALUE(1:8) TO RUN-DATE
               END-IF
           WHEN 'CYCLE'
               IF FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                   AND FUNCTION NUMVAL(RP-VALUE) >= 1
                   MOVE FUNCTION NUMVAL(RP-VALUE) TO RUN-CYCLE
               END-IF
           WHEN 'CLEARLOCK'
               MOVE RP-VALUE(1:1) TO CLEAR-LOCK-SW
           WHEN 'PARTITION'
               PERFORM NotePartitionDefinition
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      * PARTITION=nn lllll hhhhh - partition number, lowest and
      * highest bank id of its range
       NotePartitionDefinition SECTION.
           MOVE SPACES TO PART-PARM-NUMBER PART-PARM-LOW PART-PARM-HIGH
           UNSTRING RP-VALUE DELIMITED BY ALL SPACE
               INTO PART-PARM-NUMBER PART-PARM-LOW PART-PARM-HIGH
           END-UNSTRING
           IF PART-PARM-NUMBER(1:2) IS NUMERIC
               AND PART-PARM-NUMBER(3:3) = SPACES
               AND PART-PARM-NUMBER(1:2) NOT = '00'
               AND PART-PARM-LOW IS NUMERIC
               AND PART-PARM-HIGH IS NUMERIC
               AND PART-PARM-LOW <= PART-PARM-HIGH
               AND PT-USED < 20
               ADD 1 TO PT-USED
               INITIALIZE PT-ENTRY(PT-USED)
               MOVE PART-PARM-NUMBER(1:2) TO PT-NUMBER(PT-USED)
               MOVE PART-PARM-LOW TO PT-LOW-BANK(PT-USED)
               MOVE PART-PARM-HIGH TO PT-HIGH-BANK(PT-USED)
           ELSE
               MOVE "PM0015" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("PARTITION=",
                   FUNCTION TRIM(RP-VALUE), " IS NOT nn lllll hhhhh ",
                   "(OR MORE THAN 20 PARTITIONS)") TO MSG-TEXT
               PERFORM LogMessage
               SET PART-DEF-ERROR TO TRUE
           END-IF
           .

       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           .

       END PROGRAM PARTMERGE.
