       IDENTIFICATION DIVISION.
       PROGRAM-ID.  PARCOMP.
      *****************************************************************
      * Parallel-run comparison - when a new release of BATCHPROCESS
      * is run beside the old one on the same input, compares the two
      * output sets and says whether they are identical. Each set is
      * a directory holding the files of one run:
      *   output.csv               balances by bank, account, currency
      *   account_master_dump.txt  the master as dumped for the
      *                            backups (one record per line), or
      *                            account_master.dat itself
      *   audit_trail.txt          postings
      *   reject.txt               rejected records and their reasons
      *   gl_extract.txt           journal lines, totalled by GL
      *                            account and currency
      *   control_report.txt       control counts and totals
      * The lines are matched by key, never by position: a balance by
      * its account and currency, a posting by its account, side,
      * currency, amount, value date and text, a reject by the
      * original record, a control line by its label. Posting
      * references, reversal references, audit chain hashes, repair
      * cycle counts, page headers and print times differ from run to
      * run and are left out.
      * runparams.txt: COMPAREOLD= and COMPARENEW= name the two set
      * directories (default batchprocess/compare/old and
      * batchprocess/compare/new).
      * Every difference is listed on parallel_compare.txt (standard
      * page headers, RPTPAGE), which ends with the verdict:
      *   return code 0  IDENTICAL
      *   return code 8  DIFFERENCES FOUND
      *   return code 16 the sets could not be compared
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARAM-DATA ASSIGN TO
             "batchprocess/runparams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAM-FILE-STATUS.
           SELECT SET-FILE-DATA ASSIGN TO SET-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SETFILE-FILE-STATUS.
           SELECT MASTER-ISAM-DATA ASSIGN TO SET-FILE-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           FILE STATUS IS MASTER-FILE-STATUS.
           SELECT COMPARE-REPORT-DATA ASSIGN TO
             "batchprocess/parallel_compare.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.
           SELECT COMPARE-SORT-WORK ASSIGN TO
             "batchprocess/parcomp_sort.tmp".
       DATA DIVISION.
       FILE SECTION.
           FD RUN-PARAM-DATA.
           01 RUN-PARAM-F.
            05 RP-LINE PIC X(80).
           FD SET-FILE-DATA.
           01 SET-FILE-F.
            05 SET-LINE PIC X(300).
           FD MASTER-ISAM-DATA.
           COPY MSTREC.
           FD COMPARE-REPORT-DATA.
           01 COMPARE-REPORT-F.
            05 REPORT-LINE PIC X(200).
           SD COMPARE-SORT-WORK.
           01 COMPARE-SORT-REC.
            05 CS-KEY PIC X(120).
            05 CS-SIDE PIC X.
            05 CS-VALUE PIC X(100).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "PARCOMP".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 RUNPARAM-FILE-STATUS PIC X(2).
           05 SETFILE-FILE-STATUS PIC X(2).
           05 MASTER-FILE-STATUS PIC X(2).
           05 REPORT-FILE-STATUS PIC X(2).
       01 RP-KEY PIC X(20).
       01 RP-VALUE PIC X(60).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.
       01 SORT-EOF-SW PIC X VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.

      * the two output sets
       01 OLD-SET-DIR PIC X(60) VALUE 'batchprocess/compare/old'.
       01 NEW-SET-DIR PIC X(60) VALUE 'batchprocess/compare/new'.
       01 SET-DIR PIC X(60).
       01 SET-FILE-NAME PIC X(100).
       01 SET-SIDE PIC X.
           88 SIDE-OLD VALUE 'O'.
           88 SIDE-NEW VALUE 'N'.
       01 SET-SOURCE-SW PIC X.
           88 SET-SOURCE-NONE VALUE ' '.
           88 SET-SOURCE-LINES VALUE 'L'.
           88 SET-SOURCE-MASTER VALUE 'M'.
       01 OLD-SOURCE PIC X.
       01 NEW-SOURCE PIC X.
       01 OLD-FILES-FOUND PIC 9 VALUE 0.
       01 NEW-FILES-FOUND PIC 9 VALUE 0.

      * the files of a set, what a changed and a one-sided key are
      * called on the report
       01 COMPARE-FILE-LIST.
           05 FILLER PIC X(24) VALUE 'output.csv'.
           05 FILLER PIC X(24) VALUE 'BALANCE DIFFERS'.
           05 FILLER PIC X(24) VALUE 'ACCOUNT ONLY IN'.
           05 FILLER PIC X(24) VALUE 'account_master_dump.txt'.
           05 FILLER PIC X(24) VALUE 'MASTER DIFFERS'.
           05 FILLER PIC X(24) VALUE 'MASTER RECORD ONLY IN'.
           05 FILLER PIC X(24) VALUE 'audit_trail.txt'.
           05 FILLER PIC X(24) VALUE SPACES.
           05 FILLER PIC X(24) VALUE 'POSTING ONLY IN'.
           05 FILLER PIC X(24) VALUE 'reject.txt'.
           05 FILLER PIC X(24) VALUE 'REJECT REASON CHANGED'.
           05 FILLER PIC X(24) VALUE 'REJECT ONLY IN'.
           05 FILLER PIC X(24) VALUE 'gl_extract.txt'.
           05 FILLER PIC X(24) VALUE 'GL TOTAL DIFFERS'.
           05 FILLER PIC X(24) VALUE 'GL TOTAL ONLY IN'.
           05 FILLER PIC X(24) VALUE 'control_report.txt'.
           05 FILLER PIC X(24) VALUE 'CONTROL LINE CHANGED'.
           05 FILLER PIC X(24) VALUE 'CONTROL LINE ONLY IN'.
       01 COMPARE-FILE-TABLE REDEFINES COMPARE-FILE-LIST.
           05 CF-ENTRY OCCURS 6 TIMES.
               10 CF-FILE PIC X(24).
               10 CF-CHANGED-LABEL PIC X(24).
               10 CF-ONLY-LABEL PIC X(24).
       01 CF-INDEX PIC 9.
           88 CF-BALANCES VALUE 1.
           88 CF-MASTER VALUE 2.
           88 CF-AUDIT VALUE 3.
           88 CF-REJECTS VALUE 4.
           88 CF-GL VALUE 5.
           88 CF-CONTROL VALUE 6.

      * one key's lines from both sets - equal values cancel, the
      * rest pair up as changes, what is left is on one side only
       01 GROUP-KEY PIC X(120).
       01 GROUP-ACTIVE-SW PIC X VALUE 'N'.
           88 GROUP-ACTIVE VALUE 'Y'.
       01 GROUP-TABLE.
           05 GO-USED PIC 999.
           05 GO-ENTRY OCCURS 200 TIMES.
               10 GO-VALUE PIC X(100).
               10 GO-MATCHED-SW PIC X.
                   88 GO-MATCHED VALUE 'Y'.
           05 GN-USED PIC 999.
           05 GN-ENTRY OCCURS 200 TIMES.
               10 GN-VALUE PIC X(100).
               10 GN-MATCHED-SW PIC X.
                   88 GN-MATCHED VALUE 'Y'.
       01 GO-INDEX PIC 999.
       01 GN-INDEX PIC 999.
       01 GROUP-OVERFLOW-SW PIC X.
           88 GROUP-OVERFLOW VALUE 'Y'.
       01 GROUP-OLD-SUM PIC S9(12)V99.
       01 GROUP-NEW-SUM PIC S9(12)V99.

      * counts for the file in hand and for the whole comparison
       01 FILE-KEYS PIC 9(7).
       01 FILE-DIFFERENCES PIC 9(7).
       01 FILE-DETAIL-LINES PIC 9(7).
       01 TOTAL-DIFFERENCES PIC 9(7) VALUE 0.
       01 DETAIL-LIMIT PIC 9(7) VALUE 500.
       01 COMPARE-RC PIC 99 VALUE 0.
       01 COMPARE-FAILED-SW PIC X VALUE 'N'.
           88 COMPARE-FAILED VALUE 'Y'.

      * line normalization work fields
       01 CSV-FIELDS.
           05 CSV-BANK PIC X(10).
           05 CSV-ACCOUNT PIC X(12).
           05 CSV-CURRENCY PIC X(5).
           05 CSV-AMOUNT PIC X(20).
       01 LINE-REST PIC X(200).
       01 LINE-SKIP PIC X(200).
       01 VALUE-DATE PIC X(8).
       01 REJECT-REASON PIC X(40).
       01 LINE-LABEL PIC X(100).
       01 LINE-VALUE PIC X(100).
       01 WORK-AMOUNT PIC S9(12)V99.
       01 AMOUNT-ED PIC -(12)9.99.
       01 SLOT-INDEX PIC 9.
       01 DIFFERENCE-LABEL PIC X(24).
       01 DIFFERENCE-SIDE PIC X(8).
       01 COUNT-ED PIC Z(6)9.
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
           IF OLD-SET-DIR = NEW-SET-DIR
               MOVE "PC0001" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("COMPAREOLD AND COMPARENEW ",
                   "BOTH NAME ", FUNCTION TRIM(OLD-SET-DIR),
                   " - NOTHING TO COMPARE") TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT COMPARE-REPORT-DATA
           IF REPORT-FILE-STATUS NOT = "00"
               MOVE "PC0002" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN parallel_compare.txt, STATUS=",
                   REPORT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE function concatenate('Old set: ',
               FUNCTION TRIM(OLD-SET-DIR)) TO REPORT-LINE
           WRITE COMPARE-REPORT-F
           MOVE function concatenate('New set: ',
               FUNCTION TRIM(NEW-SET-DIR)) TO REPORT-LINE
           WRITE COMPARE-REPORT-F
           PERFORM VARYING CF-INDEX FROM 1 BY 1
               UNTIL CF-INDEX > 6
               PERFORM CompareOneFile
           END-PERFORM
           IF OLD-FILES-FOUND = 0 OR NEW-FILES-FOUND = 0
               SET COMPARE-FAILED TO TRUE
           END-IF
           PERFORM WriteVerdict
           CLOSE COMPARE-REPORT-DATA
           PERFORM PageReport
           EVALUATE TRUE
           WHEN COMPARE-FAILED
               MOVE "PC0003" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("A SET HOLDS NONE OF THE ",
                   "RUN FILES - CHECK COMPAREOLD AND COMPARENEW")
                   TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO COMPARE-RC
           WHEN TOTAL-DIFFERENCES = 0
               MOVE "PC0004" TO MSG-ID
               MOVE "I" TO MSG-SEVERITY
               MOVE "PARALLEL RUN COMPARISON: IDENTICAL" TO MSG-TEXT
               PERFORM LogMessage
           WHEN OTHER
               MOVE TOTAL-DIFFERENCES TO COUNT-ED
               MOVE "PC0005" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate("PARALLEL RUN COMPARISON: ",
                   "DIFFERENCES FOUND (", FUNCTION TRIM(COUNT-ED),
                   ") - SEE parallel_compare.txt") TO MSG-TEXT
               PERFORM LogMessage
               MOVE 8 TO COMPARE-RC
           END-EVALUATE
           IF PG-WRITE-FAILED
               MOVE "PC0006" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE "parallel_compare.txt COULD NOT BE PAGED"
                   TO MSG-TEXT
               PERFORM LogMessage
               IF COMPARE-RC < 8
                   MOVE 8 TO COMPARE-RC
               END-IF
           END-IF
           MOVE COMPARE-RC TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * One file of the sets - both sides sorted together by key
      *****************************************************************
       CompareOneFile SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE COMPARE-REPORT-F
           MOVE OLD-SET-DIR TO SET-DIR
           PERFORM FindSetFile
           MOVE SET-SOURCE-SW TO OLD-SOURCE
           MOVE NEW-SET-DIR TO SET-DIR
           PERFORM FindSetFile
           MOVE SET-SOURCE-SW TO NEW-SOURCE
           IF OLD-SOURCE NOT = SPACE
               ADD 1 TO OLD-FILES-FOUND
           END-IF
           IF NEW-SOURCE NOT = SPACE
               ADD 1 TO NEW-FILES-FOUND
           END-IF
           EVALUATE TRUE
           WHEN OLD-SOURCE = SPACE AND NEW-SOURCE = SPACE
               MOVE function concatenate(
                   FUNCTION TRIM(CF-FILE(CF-INDEX)),
                   ': in neither set - not compared') TO REPORT-LINE
               WRITE COMPARE-REPORT-F
               EXIT SECTION
           WHEN OLD-SOURCE = SPACE
               MOVE function concatenate(
                   FUNCTION TRIM(CF-FILE(CF-INDEX)),
                   ': MISSING FROM THE OLD SET') TO REPORT-LINE
               WRITE COMPARE-REPORT-F
               ADD 1 TO TOTAL-DIFFERENCES
               EXIT SECTION
           WHEN NEW-SOURCE = SPACE
               MOVE function concatenate(
                   FUNCTION TRIM(CF-FILE(CF-INDEX)),
                   ': MISSING FROM THE NEW SET') TO REPORT-LINE
               WRITE COMPARE-REPORT-F
               ADD 1 TO TOTAL-DIFFERENCES
               EXIT SECTION
           END-EVALUATE
           MOVE function concatenate(
               FUNCTION TRIM(CF-FILE(CF-INDEX)), ':') TO REPORT-LINE
           WRITE COMPARE-REPORT-F
           MOVE 0 TO FILE-KEYS FILE-DIFFERENCES FILE-DETAIL-LINES
           SORT COMPARE-SORT-WORK ON ASCENDING KEY
               CS-KEY CS-SIDE CS-VALUE
               INPUT PROCEDURE IS ReleaseSetLines
               OUTPUT PROCEDURE IS CompareSortedLines
           IF FILE-DETAIL-LINES > DETAIL-LIMIT
               MOVE function concatenate('  ... ',
                   'further differences counted but not listed')
                   TO REPORT-LINE
               WRITE COMPARE-REPORT-F
           END-IF
           MOVE function concatenate('  ',
               FUNCTION TRIM(CF-FILE(CF-INDEX)), ': ', FILE-KEYS,
               ' keys compared, ', FILE-DIFFERENCES, ' differences')
               TO REPORT-LINE
           WRITE COMPARE-REPORT-F
           .

      * SET-DIR set by the caller; the master of a set is its dump,
      * else the indexed master itself
       FindSetFile SECTION.
           MOVE SPACE TO SET-SOURCE-SW
           PERFORM SetFileName
           OPEN INPUT SET-FILE-DATA
           IF SETFILE-FILE-STATUS = "00"
               CLOSE SET-FILE-DATA
               SET SET-SOURCE-LINES TO TRUE
               EXIT SECTION
           END-IF
           IF CF-MASTER
               MOVE function concatenate(FUNCTION TRIM(SET-DIR),
                   '/account_master.dat') TO SET-FILE-NAME
               OPEN INPUT MASTER-ISAM-DATA
               IF MASTER-FILE-STATUS = "00"
                   CLOSE MASTER-ISAM-DATA
                   SET SET-SOURCE-MASTER TO TRUE
               END-IF
           END-IF
           .

       SetFileName SECTION.
           MOVE function concatenate(FUNCTION TRIM(SET-DIR), '/',
               FUNCTION TRIM(CF-FILE(CF-INDEX))) TO SET-FILE-NAME
           .

      *****************************************************************
      * Sort input - every line of both sets reduced to its key and
      * the value compared under it
      *****************************************************************
       ReleaseSetLines SECTION.
           MOVE OLD-SET-DIR TO SET-DIR
           MOVE 'O' TO SET-SIDE
           MOVE OLD-SOURCE TO SET-SOURCE-SW
           PERFORM ReleaseOneSet
           MOVE NEW-SET-DIR TO SET-DIR
           MOVE 'N' TO SET-SIDE
           MOVE NEW-SOURCE TO SET-SOURCE-SW
           PERFORM ReleaseOneSet
           .

       ReleaseOneSet SECTION.
           IF SET-SOURCE-MASTER
               PERFORM ReleaseIndexedMaster
               EXIT SECTION
           END-IF
           PERFORM SetFileName
           OPEN INPUT SET-FILE-DATA
           IF SETFILE-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ SET-FILE-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF SET-LINE NOT = SPACES
                           PERFORM ReleaseSetLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SET-FILE-DATA
           .

       ReleaseSetLine SECTION.
           MOVE SPACES TO COMPARE-SORT-REC
           MOVE SET-SIDE TO CS-SIDE
           EVALUATE TRUE
           WHEN CF-BALANCES
               PERFORM NormalizeBalance
           WHEN CF-MASTER
               MOVE SET-LINE TO MASTER-REC
               PERFORM ReleaseMasterRecord
           WHEN CF-AUDIT
               PERFORM NormalizePosting
           WHEN CF-REJECTS
               PERFORM NormalizeReject
           WHEN CF-GL
               PERFORM NormalizeGlLine
           WHEN CF-CONTROL
               PERFORM NormalizeControlLine
           END-EVALUATE
           .

      * bank,account,currency,balance
       NormalizeBalance SECTION.
           MOVE SPACES TO CSV-FIELDS
           UNSTRING SET-LINE DELIMITED BY ','
               INTO CSV-BANK CSV-ACCOUNT CSV-CURRENCY CSV-AMOUNT
           END-UNSTRING
           MOVE function concatenate(FUNCTION TRIM(CSV-BANK), ' ',
               FUNCTION TRIM(CSV-ACCOUNT), ' ',
               FUNCTION TRIM(CSV-CURRENCY)) TO CS-KEY
           IF FUNCTION TEST-NUMVAL(CSV-AMOUNT) = 0
               COMPUTE WORK-AMOUNT = FUNCTION NUMVAL(CSV-AMOUNT)
               MOVE WORK-AMOUNT TO AMOUNT-ED
               MOVE FUNCTION TRIM(AMOUNT-ED) TO CS-VALUE
           ELSE
               MOVE CSV-AMOUNT TO CS-VALUE
           END-IF
           RELEASE COMPARE-SORT-REC
           .

      * a master record gives one key for the account - status, type
      * and name - and one per currency held for the balance; the
      * last activity date is the run's own and is left out
       ReleaseMasterRecord SECTION.
           IF MST-BANK-ID NOT NUMERIC OR MST-ACCOUNT-ID NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE function concatenate(MST-BANK-ID, ' ',
               MST-ACCOUNT-ID, ' ---') TO CS-KEY
           MOVE function concatenate('STATUS=', MST-STATUS,
               ' TYPE=', MST-TYPE, ' NAME=', MST-NAME) TO CS-VALUE
           RELEASE COMPARE-SORT-REC
           IF MST-NUM-CURRENCIES NOT NUMERIC
               EXIT SECTION
           END-IF
           PERFORM VARYING SLOT-INDEX FROM 1 BY 1
               UNTIL SLOT-INDEX > MST-NUM-CURRENCIES
                   OR SLOT-INDEX > 5
               MOVE function concatenate(MST-BANK-ID, ' ',
                   MST-ACCOUNT-ID, ' ', MST-CURR-CODE(SLOT-INDEX))
                   TO CS-KEY
               MOVE MST-SALDO(SLOT-INDEX) TO AMOUNT-ED
               MOVE function concatenate('BALANCE ',
                   FUNCTION TRIM(AMOUNT-ED)) TO CS-VALUE
               RELEASE COMPARE-SORT-REC
           END-PERFORM
           .

       ReleaseIndexedMaster SECTION.
           MOVE function concatenate(FUNCTION TRIM(SET-DIR),
               '/account_master.dat') TO SET-FILE-NAME
           OPEN INPUT MASTER-ISAM-DATA
           IF MASTER-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ MASTER-ISAM-DATA NEXT RECORD
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO COMPARE-SORT-REC
                       MOVE SET-SIDE TO CS-SIDE
                       PERFORM ReleaseMasterRecord
               END-READ
           END-PERFORM
           CLOSE MASTER-ISAM-DATA
           .

      * audit line: bank(1:5) account(7:10) side(18:1) currency(20:3)
      * balance before(24:11) after(39:11) text(51:53), then REF=,
      * an optional REVERSAL-OF=, DATE= and the chain hashes. The
      * posting is keyed by what moved - the amount, not the running
      * balances, which shift after any earlier difference
       NormalizePosting SECTION.
           IF SET-LINE(1:5) NOT NUMERIC OR SET-LINE(35:4) NOT = ' -> '
               MOVE SET-LINE(1:103) TO CS-KEY
               RELEASE COMPARE-SORT-REC
               EXIT SECTION
           END-IF
           MOVE 0 TO WORK-AMOUNT
           IF FUNCTION TEST-NUMVAL(SET-LINE(24:11)) = 0
               AND FUNCTION TEST-NUMVAL(SET-LINE(39:11)) = 0
               COMPUTE WORK-AMOUNT = FUNCTION NUMVAL(SET-LINE(39:11))
                   - FUNCTION NUMVAL(SET-LINE(24:11))
           END-IF
           MOVE WORK-AMOUNT TO AMOUNT-ED
           MOVE SPACES TO LINE-SKIP LINE-REST
           UNSTRING SET-LINE(104:) DELIMITED BY ' DATE='
               INTO LINE-SKIP LINE-REST
           END-UNSTRING
           MOVE LINE-REST(1:8) TO VALUE-DATE
           MOVE function concatenate(SET-LINE(1:5), ' ',
               SET-LINE(7:10), ' ', SET-LINE(18:1), ' ',
               SET-LINE(20:3), ' ', AMOUNT-ED, ' ', VALUE-DATE, ' ',
               SET-LINE(51:53)) TO CS-KEY
           RELEASE COMPARE-SORT-REC
           .

      * the original record (columns 1-90) is the key, the reason the
      * value; the repair cycle count is left out
       NormalizeReject SECTION.
           MOVE SET-LINE(1:90) TO CS-KEY
           MOVE SPACES TO LINE-SKIP LINE-REST REJECT-REASON
           UNSTRING SET-LINE DELIMITED BY ' REASON='
               INTO LINE-SKIP LINE-REST
           END-UNSTRING
           UNSTRING LINE-REST DELIMITED BY ' CYCLE='
               INTO REJECT-REASON
           END-UNSTRING
           MOVE FUNCTION TRIM(REJECT-REASON) TO CS-VALUE
           RELEASE COMPARE-SORT-REC
           .

      * GL line: account(1:8) side(10:1) currency(12:3) amount(16:11)
      * date(28:8) text - totalled by account and currency
       NormalizeGlLine SECTION.
           MOVE function concatenate(SET-LINE(1:8), ' ',
               SET-LINE(12:3)) TO CS-KEY
           IF FUNCTION TEST-NUMVAL(SET-LINE(16:11)) = 0
               MOVE SET-LINE(16:11) TO CS-VALUE
           ELSE
               MOVE '0' TO CS-VALUE
           END-IF
           RELEASE COMPARE-SORT-REC
           .

      * page headers and the end-of-report trailer carry print times
      * and page counts - only the report body is compared, each line
      * keyed by its label up to the first colon
       NormalizeControlLine SECTION.
           IF (SET-LINE(1:1) = SPACE OR X'0C')
               AND (SET-LINE(75:4) = 'PAGE'
                   OR SET-LINE(2:8) = 'PROGRAM '
                   OR SET-LINE(2:10) = ALL '-')
               EXIT SECTION
           END-IF
           IF SET-LINE(1:18) = '*** END OF REPORT '
               EXIT SECTION
           END-IF
           MOVE SPACES TO LINE-LABEL LINE-VALUE
           UNSTRING SET-LINE DELIMITED BY ':'
               INTO LINE-LABEL LINE-VALUE
           END-UNSTRING
           MOVE FUNCTION TRIM(LINE-LABEL) TO CS-KEY
           MOVE FUNCTION TRIM(LINE-VALUE) TO CS-VALUE
           RELEASE COMPARE-SORT-REC
           .

      *****************************************************************
      * Sort output - one key at a time
      *****************************************************************
       CompareSortedLines SECTION.
           MOVE 'N' TO SORT-EOF-SW
           MOVE 'N' TO GROUP-ACTIVE-SW
           PERFORM UNTIL SORT-EOF
               RETURN COMPARE-SORT-WORK
                   AT END SET SORT-EOF TO TRUE
                   NOT AT END PERFORM NoteSortedLine
               END-RETURN
           END-PERFORM
           IF GROUP-ACTIVE
               PERFORM ResolveGroup
           END-IF
           .

       NoteSortedLine SECTION.
           IF GROUP-ACTIVE AND CS-KEY NOT = GROUP-KEY
               PERFORM ResolveGroup
           END-IF
           IF NOT GROUP-ACTIVE
               SET GROUP-ACTIVE TO TRUE
               MOVE CS-KEY TO GROUP-KEY
               MOVE 0 TO GO-USED GN-USED
               MOVE 0 TO GROUP-OLD-SUM GROUP-NEW-SUM
               MOVE 'N' TO GROUP-OVERFLOW-SW
           END-IF
           IF CS-SIDE = 'O'
               IF CF-GL
                   ADD FUNCTION NUMVAL(CS-VALUE) TO GROUP-OLD-SUM
               END-IF
               IF GO-USED < 200
                   ADD 1 TO GO-USED
                   MOVE CS-VALUE TO GO-VALUE(GO-USED)
                   MOVE 'N' TO GO-MATCHED-SW(GO-USED)
               ELSE
                   SET GROUP-OVERFLOW TO TRUE
               END-IF
           ELSE
               IF CF-GL
                   ADD FUNCTION NUMVAL(CS-VALUE) TO GROUP-NEW-SUM
               END-IF
               IF GN-USED < 200
                   ADD 1 TO GN-USED
                   MOVE CS-VALUE TO GN-VALUE(GN-USED)
                   MOVE 'N' TO GN-MATCHED-SW(GN-USED)
               ELSE
                   SET GROUP-OVERFLOW TO TRUE
               END-IF
           END-IF
           .

       ResolveGroup SECTION.
           MOVE 'N' TO GROUP-ACTIVE-SW
           ADD 1 TO FILE-KEYS
           IF CF-GL
               PERFORM ResolveGlTotal
               EXIT SECTION
           END-IF
           IF GROUP-OVERFLOW
               MOVE CF-CHANGED-LABEL(CF-INDEX) TO DIFFERENCE-LABEL
               MOVE 'MORE THAN 200 LINES UNDER ONE KEY - NOT COMPARED'
                   TO LINE-VALUE
               MOVE SPACES TO LINE-REST
               PERFORM WriteDifference
               EXIT SECTION
           END-IF
           PERFORM VARYING GO-INDEX FROM 1 BY 1
               UNTIL GO-INDEX > GO-USED
               PERFORM VARYING GN-INDEX FROM 1 BY 1
                   UNTIL GN-INDEX > GN-USED OR GO-MATCHED(GO-INDEX)
                   IF NOT GN-MATCHED(GN-INDEX)
                       AND GN-VALUE(GN-INDEX) = GO-VALUE(GO-INDEX)
                       SET GN-MATCHED(GN-INDEX) TO TRUE
                       SET GO-MATCHED(GO-INDEX) TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE 1 TO GN-INDEX
           PERFORM VARYING GO-INDEX FROM 1 BY 1
               UNTIL GO-INDEX > GO-USED
               IF NOT GO-MATCHED(GO-INDEX)
                   PERFORM NextUnmatchedNew
                   IF GN-INDEX <= GN-USED
                       SET GN-MATCHED(GN-INDEX) TO TRUE
                       MOVE CF-CHANGED-LABEL(CF-INDEX)
                           TO DIFFERENCE-LABEL
                       MOVE GO-VALUE(GO-INDEX) TO LINE-VALUE
                       MOVE GN-VALUE(GN-INDEX) TO LINE-REST
                   ELSE
                       MOVE CF-ONLY-LABEL(CF-INDEX)
                           TO DIFFERENCE-LABEL
                       MOVE 'OLD SET' TO DIFFERENCE-SIDE
                       MOVE GO-VALUE(GO-INDEX) TO LINE-VALUE
                       MOVE SPACES TO LINE-REST
                   END-IF
                   PERFORM WriteDifference
               END-IF
           END-PERFORM
           PERFORM VARYING GN-INDEX FROM 1 BY 1
               UNTIL GN-INDEX > GN-USED
               IF NOT GN-MATCHED(GN-INDEX)
                   MOVE CF-ONLY-LABEL(CF-INDEX) TO DIFFERENCE-LABEL
                   MOVE 'NEW SET' TO DIFFERENCE-SIDE
                   MOVE SPACES TO LINE-VALUE
                   MOVE GN-VALUE(GN-INDEX) TO LINE-REST
                   PERFORM WriteDifference
               END-IF
           END-PERFORM
           .

       NextUnmatchedNew SECTION.
           PERFORM UNTIL GN-INDEX > GN-USED
               IF NOT GN-MATCHED(GN-INDEX)
                   EXIT SECTION
               END-IF
               ADD 1 TO GN-INDEX
           END-PERFORM
           .

       ResolveGlTotal SECTION.
           IF GROUP-OLD-SUM = GROUP-NEW-SUM
               EXIT SECTION
           END-IF
           MOVE GROUP-OLD-SUM TO AMOUNT-ED
           MOVE FUNCTION TRIM(AMOUNT-ED) TO LINE-VALUE
           MOVE GROUP-NEW-SUM TO AMOUNT-ED
           MOVE FUNCTION TRIM(AMOUNT-ED) TO LINE-REST
           EVALUATE TRUE
           WHEN GO-USED = 0
               MOVE CF-ONLY-LABEL(CF-INDEX) TO DIFFERENCE-LABEL
               MOVE 'NEW SET' TO DIFFERENCE-SIDE
               MOVE SPACES TO LINE-VALUE
           WHEN GN-USED = 0
               MOVE CF-ONLY-LABEL(CF-INDEX) TO DIFFERENCE-LABEL
               MOVE 'OLD SET' TO DIFFERENCE-SIDE
               MOVE SPACES TO LINE-REST
           WHEN OTHER
               MOVE CF-CHANGED-LABEL(CF-INDEX) TO DIFFERENCE-LABEL
           END-EVALUATE
           PERFORM WriteDifference
           .

      * DIFFERENCE-LABEL, GROUP-KEY, the old value in LINE-VALUE and
      * the new in LINE-REST; a one-sided key also names its side
       WriteDifference SECTION.
           ADD 1 TO FILE-DIFFERENCES
           ADD 1 TO TOTAL-DIFFERENCES
           ADD 1 TO FILE-DETAIL-LINES
           IF FILE-DETAIL-LINES > DETAIL-LIMIT
               EXIT SECTION
           END-IF
           IF DIFFERENCE-LABEL = CF-ONLY-LABEL(CF-INDEX)
               MOVE function concatenate('  ',
                   FUNCTION TRIM(DIFFERENCE-LABEL), ' ',
                   FUNCTION TRIM(DIFFERENCE-SIDE), ': ',
                   FUNCTION TRIM(GROUP-KEY)) TO REPORT-LINE
           ELSE
               MOVE function concatenate('  ',
                   FUNCTION TRIM(DIFFERENCE-LABEL), ': ',
                   FUNCTION TRIM(GROUP-KEY)) TO REPORT-LINE
           END-IF
           WRITE COMPARE-REPORT-F
           IF LINE-VALUE NOT = SPACES
               MOVE function concatenate('      old ',
                   FUNCTION TRIM(LINE-VALUE)) TO REPORT-LINE
               WRITE COMPARE-REPORT-F
           END-IF
           IF LINE-REST NOT = SPACES
               MOVE function concatenate('      new ',
                   FUNCTION TRIM(LINE-REST)) TO REPORT-LINE
               WRITE COMPARE-REPORT-F
           END-IF
           .

       WriteVerdict SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE COMPARE-REPORT-F
           MOVE TOTAL-DIFFERENCES TO COUNT-ED
           EVALUATE TRUE
           WHEN COMPARE-FAILED
               MOVE 'VERDICT: NOT COMPARED - A SET HOLDS NO RUN FILES'
                   TO REPORT-LINE
           WHEN TOTAL-DIFFERENCES = 0
               MOVE 'VERDICT: IDENTICAL' TO REPORT-LINE
           WHEN OTHER
               MOVE function concatenate(
                   'VERDICT: DIFFERENCES FOUND - ',
                   FUNCTION TRIM(COUNT-ED), ' difference(s)')
                   TO REPORT-LINE
           END-EVALUATE
           WRITE COMPARE-REPORT-F
           DISPLAY FUNCTION TRIM(REPORT-LINE)
           .

       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'batchprocess/parallel_compare.txt' TO PG-FILE-NAME
           MOVE 'PARALLEL RUN COMPARISON' TO PG-TITLE
           MOVE 'PARCOMP' TO PG-PROGRAM
           MOVE SPACES TO PG-PROC-DATE
           MOVE SPACES TO PG-RUN-CYCLE
           CALL "RPTPAGE" USING REPORT-PAGE-REQUEST
           END-CALL
           .

      *****************************************************************
      * Run parameters - COMPAREOLD and COMPARENEW only
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
           WHEN 'COMPAREOLD'
               IF RP-VALUE NOT = SPACES
                   MOVE RP-VALUE TO OLD-SET-DIR
               END-IF
           WHEN 'COMPARENEW'
               IF RP-VALUE NOT = SPACES
                   MOVE RP-VALUE TO NEW-SET-DIR
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           .

       END PROGRAM PARCOMP.
