       IDENTIFICATION DIVISION.
       PROGRAM-ID.  WHATIF.
      *****************************************************************
      * What-if simulation of fee and interest rule changes - the
      * operator keys a date range; the archived audit trails of the
      * runs in the range are selected through
      * audit_archive_index.txt and replayed twice, once under the
      * current rules (fee_schedule.txt, interest_rates.txt) and once
      * under the proposed ones (proposed_fee_schedule.txt,
      * proposed_interest_rates.txt, same layouts). A proposed file
      * that is not there leaves that part of the rules unchanged.
      * Nothing is posted and no live file is written - the only
      * output is whatif_report.txt.
      *   fees: every customer posting is assessed again the way the
      *   night run does it - the fee plan of the account's product
      *   (product_catalog.txt) first, else the first rule matching
      *   the comment category and the bank. The bank's own postings
      *   (fees, interest, tax, loan and deposit movements, bulk
      *   funding, reversals, transfer credits) carry no fee. A
      *   formula rule (type E) is evaluated through CALCEVAL with
      *   the posting's amount, the balance after it, the account
      *   type and the account's debits so far in the month of the
      *   run as replayed; a formula that does not evaluate charges
      *   nothing and is counted on the report.
      *   interest: every accrual line is recalculated on the balance
      *   it was accrued on, with the product's own rate where the
      *   catalog sets one, else the bank's rate from the rule set.
      *   Interest is shown gross of withholding tax; back-value
      *   adjustments are left out.
      * The report gives fee income and interest per bank, account
      * type and currency side by side, then the customers (the
      * account where no customer_master.txt link exists) whose cost
      * changes most. As everywhere else, an archive is only used
      * once its hash chain has been followed through AUDITHASH.
      * The report is printed with the shop's standard page headers
      * (RPTPAGE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-INDEX-DATA ASSIGN TO
             "batchprocess/audit_archive_index.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIDX-FILE-STATUS.
           SELECT ARCHIVE-DATA ASSIGN TO ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT MASTER-ISAM-DATA ASSIGN TO
             "batchprocess/account_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           FILE STATUS IS MASTER-FILE-STATUS.
           SELECT CUSTOMER-MASTER-DATA ASSIGN TO
             "batchprocess/customer_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTMAST-FILE-STATUS.
           SELECT PRODUCT-CATALOG-DATA ASSIGN TO
             "batchprocess/product_catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRODCAT-FILE-STATUS.
           SELECT FEE-SCHEDULE-DATA ASSIGN TO FEE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEESCHED-FILE-STATUS.
           SELECT INTEREST-RATE-DATA ASSIGN TO RATE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INTRATE-FILE-STATUS.
           SELECT WHATIF-REPORT-DATA ASSIGN TO
             "batchprocess/whatif_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WHATIF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD ARCHIVE-INDEX-DATA.
           01 ARCHIVE-INDEX-F.
            05 AIX-LINE PIC X(90).
           FD ARCHIVE-DATA.
           01 ARCHIVE-DATA-F.
            05 ARCHIVE-LINE PIC X(185).
           FD MASTER-ISAM-DATA.
           COPY MSTREC.
           FD CUSTOMER-MASTER-DATA.
           01 CUSTOMER-MASTER-F.
            05 CU-CUSTOMER-ID-F PIC X(8).
            05 CU-BANK-ID-F PIC X(5).
            05 CU-ACCOUNT-ID-F PIC X(10).
            05 CU-NAME-F PIC X(30).
           FD PRODUCT-CATALOG-DATA.
           COPY PRODREC.
           FD FEE-SCHEDULE-DATA.
           01 FEE-SCHEDULE-F.
            05 FS-CATEGORY-F PIC X(10).
            05 FS-BANK-ID-F PIC X(5).
            05 FS-TYPE-F PIC X(1).
            05 FS-VALUE-F PIC X(10).
            05 FS-VALUE-N REDEFINES FS-VALUE-F PIC 9(8)V99.
            05 FILLER PIC X(40).
           01 FEE-SCHEDULE-FORMULA-F.
            05 FILLER PIC X(16).
            05 FS-FORMULA-F PIC X(50).
           FD INTEREST-RATE-DATA.
           01 INTEREST-RATE-F.
            05 IR-BANK-ID-F PIC X(5).
            05 IR-CREDIT-RATE-F PIC X(7).
            05 IR-CREDIT-RATE-N REDEFINES IR-CREDIT-RATE-F
               PIC 9(3)V9(4).
            05 IR-DEBIT-RATE-F PIC X(7).
            05 IR-DEBIT-RATE-N REDEFINES IR-DEBIT-RATE-F
               PIC 9(3)V9(4).
           FD WHATIF-REPORT-DATA.
           01 WHATIF-REPORT-F.
            05 WHATIF-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "WHATIF".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 ARCHIDX-FILE-STATUS PIC X(2).
           05 ARCHIVE-FILE-STATUS PIC X(2).
           05 MASTER-FILE-STATUS PIC X(2).
           05 CUSTMAST-FILE-STATUS PIC X(2).
           05 PRODCAT-FILE-STATUS PIC X(2).
           05 FEESCHED-FILE-STATUS PIC X(2).
           05 INTRATE-FILE-STATUS PIC X(2).
           05 WHATIF-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.
       01 ARCHIVE-EOF-SW PIC X VALUE 'N'.
           88 ARCHIVE-EOF VALUE 'Y'.
       01 MASTER-EOF-SW PIC X VALUE 'N'.
           88 MASTER-EOF VALUE 'Y'.

       01 ARCHIVE-FILE-NAME PIC X(44).
       01 FEE-FILE-NAME PIC X(44).
       01 RATE-FILE-NAME PIC X(44).
       01 QUERY-INPUT PIC X(20).
       01 QUERY-FROM PIC 9(8).
       01 QUERY-TO PIC 9(8).
       01 AIX-DATE PIC 9(8).
       01 COUNTERS.
           05 FILES-SCANNED PIC 9(5) VALUE 0.
           05 LINES-SCANNED PIC 9(7) VALUE 0.
           05 FEE-POSTINGS PIC 9(7) VALUE 0.
           05 ACCRUAL-LINES PIC 9(7) VALUE 0.
           05 FILES-REFUSED PIC 9(5) VALUE 0.
           05 FORMULA-FAILURES PIC 9(7) OCCURS 2 TIMES.

      * rule set 1 holds the current rules, set 2 the proposed ones;
      * a set keeps the night run's limits of 20 fee rules and one
      * rate line per bank
           COPY PRODTAB.
       01 PRODUCT-RATES-SW PIC X VALUE 'N'.
           88 PRODUCT-RATES-PRESENT VALUE 'Y'.
       01 RULE-SETS.
           05 RULE-SET OCCURS 2 TIMES.
               10 SET-FEE-SOURCE PIC X(44).
               10 SET-RATE-SOURCE PIC X(44).
               10 FEE-RULE-USED PIC 99.
               10 FEE-RULE OCCURS 20 TIMES.
                   15 FEE-RULE-CATEGORY PIC X(10).
                   15 FEE-RULE-BANK-ID PIC X(5).
                   15 FEE-RULE-TYPE PIC X.
                       88 FEE-TYPE-FLAT VALUE 'F'.
                       88 FEE-TYPE-PERCENT VALUE 'P'.
                       88 FEE-TYPE-FORMULA VALUE 'E'.
                   15 FEE-RULE-VALUE PIC 9(8)V99.
                   15 FEE-RULE-FORMULA PIC X(50).
               10 RATE-USED PIC 999.
               10 RATE-ENTRY OCCURS 200 TIMES.
                   15 RATE-BANK-ID PIC X(5).
                   15 RATE-CREDIT PIC 9(3)V9(4).
                   15 RATE-DEBIT PIC 9(3)V9(4).
       01 SET-INDEX PIC 9.
       01 FEE-SCAN-INDEX PIC 99.
       01 FEE-MATCH-INDEX PIC 99.
       01 RATE-SCAN-INDEX PIC 999.
       01 RATE-MATCH-INDEX PIC 999.
       01 FEE-AMOUNT PIC 9(8)V99.
      * CALCEVAL request and named operands for formula fee rules,
      * the same operands the night run gives them
       01 FEE-EVAL-REQUEST.
           05 FEE-EVAL-FORMULA PIC X(50).
           05 FEE-EVAL-RESULT PIC S9(12)V99.
           05 FEE-EVAL-STATUS PIC X.
               88 FEE-EVAL-VALID VALUE ' '.
           05 FEE-EVAL-NOTES PIC X(120).
       01 FEE-OPERANDS.
           05 FEE-OPERAND-USED PIC 99.
           05 FEE-OPERAND OCCURS 20 TIMES.
               10 FEE-OPERAND-NAME PIC X(10).
               10 FEE-OPERAND-VALUE PIC S9(12)V99.
       01 FEE-FORMULA-UPPER PIC X(50).
       01 FEE-FORMULA-POS PIC 99.
       01 INTEREST-AMOUNT PIC 9(10)V99.
       01 ACCRUAL-CREDIT-RATE PIC 9(3)V9(4).
       01 ACCRUAL-DEBIT-RATE PIC 9(3)V9(4).

      * account type and name from the indexed master, in key order
       01 ACCOUNT-TABLE.
           05 AT-USED PIC 9(5) VALUE 0.
           05 AT-ENTRY OCCURS 10000 TIMES.
               10 AT-BANK PIC X(5).
               10 AT-ACCOUNT PIC X(10).
               10 AT-TYPE PIC X.
               10 AT-NAME PIC X(30).
      * customer debits replayed in the month of AT-MTD-MONTH - the
      * month-to-date count a formula fee rule sees
               10 AT-MTD-MONTH PIC 9(6).
               10 AT-MTD-COUNT PIC 9(5).
       01 AT-INDEX PIC 9(5).
       01 AT-MATCH-INDEX PIC 9(5).

      * customer dimension - the first customer linked to an account
      * is the one its postings are counted under
       01 CUSTOMER-LINKS.
           05 CULINK-USED PIC 9(4) VALUE 0.
           05 CULINK-ENTRY OCCURS 5000 TIMES.
               10 CULINK-CUSTOMER PIC X(8).
               10 CULINK-BANK PIC X(5).
               10 CULINK-ACCOUNT PIC X(10).
               10 CULINK-NAME PIC X(30).
       01 CULINK-INDEX PIC 9(4).
       01 CULINK-MATCH-INDEX PIC 9(4).

      * side-by-side totals per bank, account type and currency;
      * entry 1 of each pair is the current rules, entry 2 proposed
       01 GROUP-TOTALS.
           05 GT-USED PIC 9(4) VALUE 0.
           05 GT-ENTRY OCCURS 2000 TIMES.
               10 GT-BANK PIC X(5).
               10 GT-TYPE PIC X.
               10 GT-CURRENCY PIC X(3).
               10 GT-POSTINGS PIC 9(7).
               10 GT-FEES PIC 9(11)V99 OCCURS 2 TIMES.
               10 GT-INT-CREDIT PIC 9(11)V99 OCCURS 2 TIMES.
               10 GT-INT-DEBIT PIC 9(11)V99 OCCURS 2 TIMES.
       01 GT-INDEX PIC 9(4).
       01 GT-MATCH-INDEX PIC 9(4).

      * the customer's cost under each rule set - fees and debit
      * interest paid less credit interest earned
       01 AFFECTED-TABLE.
           05 AF-USED PIC 9(4) VALUE 0.
           05 AF-ENTRY OCCURS 5000 TIMES.
               10 AF-CUSTOMER PIC X(8).
               10 AF-BANK PIC X(5).
               10 AF-ACCOUNT PIC X(10).
               10 AF-NAME PIC X(30).
               10 AF-CURRENCY PIC X(3).
               10 AF-COST PIC S9(11)V99 OCCURS 2 TIMES.
               10 AF-CHANGE PIC 9(11)V99.
               10 AF-LISTED-SW PIC X.
                   88 AF-LISTED VALUE 'Y'.
       01 AF-INDEX PIC 9(4).
       01 AF-MATCH-INDEX PIC 9(4).
       01 AF-BEST-INDEX PIC 9(4).
       01 AF-RANK PIC 99.
      * how many of the most affected customers are listed
       01 AF-LIST-LIMIT PIC 99 VALUE 20.

      * currency totals for the foot of the side-by-side section
       01 CURRENCY-TOTALS.
           05 CT-USED PIC 99 VALUE 0.
           05 CT-ENTRY OCCURS 20 TIMES.
               10 CT-CURRENCY PIC X(3).
               10 CT-FEES PIC 9(13)V99 OCCURS 2 TIMES.
               10 CT-INT-CREDIT PIC 9(13)V99 OCCURS 2 TIMES.
               10 CT-INT-DEBIT PIC 9(13)V99 OCCURS 2 TIMES.
       01 CT-INDEX PIC 99.
       01 CT-MATCH-INDEX PIC 99.

       01 AUD-FIELDS.
           05 AUD-BANK PIC X(5).
           05 AUD-ACCOUNT PIC X(10).
           05 AUD-CURRENCY PIC X(3).
           05 AUD-COMMENT PIC X(53).
           05 AUD-BEFORE PIC S9(10)V99.
           05 AUD-AFTER PIC S9(10)V99.
           05 AUD-MOVEMENT PIC S9(10)V99.
           05 AUD-ABS PIC 9(10)V99.
           05 AUD-TYPE PIC X.
       01 WORK-CATEGORY PIC X(10).
      * postings the night run makes for the bank itself - no fee
      * is ever assessed on them
           88 BANK-OWN-POSTING VALUE 'FEE' 'INTEREST' 'WHTAX'
               'LOANINT' 'LOANPRIN' 'TDINT' 'TDPAYOUT' 'TDPENALTY'
               'BULK' 'REVERSAL'.
       01 SIM-AMOUNTS.
           05 SIM-FEE PIC 9(8)V99 OCCURS 2 TIMES.
           05 SIM-INT-CREDIT PIC 9(10)V99 OCCURS 2 TIMES.
           05 SIM-INT-DEBIT PIC 9(10)V99 OCCURS 2 TIMES.
       01 WORK-CHANGE PIC S9(11)V99.

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
           05 FORMATTED-AMOUNT-2 PIC Z(10)9.99.
           05 FORMATTED-AMOUNT-3 PIC Z(10)9.99.
           05 FORMATTED-AMOUNT-4 PIC Z(10)9.99.
           05 FORMATTED-AMOUNT-5 PIC Z(10)9.99.
           05 FORMATTED-AMOUNT-6 PIC Z(10)9.99.
           05 FORMATTED-SIGNED PIC -(11)9.99.
           05 FORMATTED-SIGNED-2 PIC -(11)9.99.
           05 FORMATTED-SIGNED-3 PIC -(11)9.99.
           05 FORMATTED-COUNT PIC Z(6)9.
           05 FORMATTED-RANK PIC Z9.
           05 WHO-LABEL PIC X(17).
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
           DISPLAY "WHAT-IF FEE AND INTEREST SIMULATION"
           DISPLAY "From date (YYYYMMDD):"
           MOVE SPACES TO QUERY-INPUT
           ACCEPT QUERY-INPUT
           IF QUERY-INPUT(1:8) IS NUMERIC
               MOVE QUERY-INPUT(1:8) TO QUERY-FROM
           ELSE
               MOVE 0 TO QUERY-FROM
           END-IF
           DISPLAY "To date (YYYYMMDD):"
           MOVE SPACES TO QUERY-INPUT
           ACCEPT QUERY-INPUT
           IF QUERY-INPUT(1:8) IS NUMERIC
               MOVE QUERY-INPUT(1:8) TO QUERY-TO
           ELSE
               MOVE 99999999 TO QUERY-TO
           END-IF
           IF QUERY-FROM > QUERY-TO
               MOVE "WI0001" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate("FROM DATE ", QUERY-FROM,
                   " IS AFTER TO DATE ", QUERY-TO) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadProductCatalog
           PERFORM LoadAccountTypes
           PERFORM LoadCustomerLinks
           PERFORM LoadRuleSets
           PERFORM WalkArchiveIndex
           PERFORM WriteWhatIfReport
           DISPLAY "Archives scanned: " FILES-SCANNED
               "  refused: " FILES-REFUSED
           DISPLAY "Postings assessed: " FEE-POSTINGS
               "  accruals recalculated: " ACCRUAL-LINES
           GOBACK.

      *****************************************************************
      * Rule sets - the live files as the current rules, the
      * proposed files beside them as the proposal
      *****************************************************************
       LoadRuleSets SECTION.
           MOVE 1 TO SET-INDEX
           MOVE "batchprocess/fee_schedule.txt" TO FEE-FILE-NAME
           MOVE "batchprocess/interest_rates.txt" TO RATE-FILE-NAME
           PERFORM LoadFeeSchedule
           PERFORM LoadInterestRates
           MOVE 2 TO SET-INDEX
           MOVE "batchprocess/proposed_fee_schedule.txt"
               TO FEE-FILE-NAME
           MOVE "batchprocess/proposed_interest_rates.txt"
               TO RATE-FILE-NAME
           PERFORM LoadFeeSchedule
           PERFORM LoadInterestRates
           .

      * a proposal without a fee schedule of its own keeps the
      * current fee rules
       LoadFeeSchedule SECTION.
           MOVE 0 TO FEE-RULE-USED(SET-INDEX)
           MOVE FEE-FILE-NAME TO SET-FEE-SOURCE(SET-INDEX)
           OPEN INPUT FEE-SCHEDULE-DATA
           IF FEESCHED-FILE-STATUS NOT = "00"
               IF SET-INDEX = 2
                   PERFORM KeepCurrentFeeRules
               END-IF
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ FEE-SCHEDULE-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END PERFORM ApplyFeeRule
               END-READ
           END-PERFORM
           CLOSE FEE-SCHEDULE-DATA
           .

       ApplyFeeRule SECTION.
           IF FS-VALUE-F IS NUMERIC
               AND (FS-TYPE-F = 'F' OR FS-TYPE-F = 'P')
               AND FEE-RULE-USED(SET-INDEX) < 20
               ADD 1 TO FEE-RULE-USED(SET-INDEX)
               MOVE FEE-RULE-USED(SET-INDEX) TO FEE-SCAN-INDEX
               MOVE FS-CATEGORY-F
                   TO FEE-RULE-CATEGORY(SET-INDEX,FEE-SCAN-INDEX)
               MOVE FS-BANK-ID-F
                   TO FEE-RULE-BANK-ID(SET-INDEX,FEE-SCAN-INDEX)
               MOVE FS-TYPE-F
                   TO FEE-RULE-TYPE(SET-INDEX,FEE-SCAN-INDEX)
               MOVE FS-VALUE-N
                   TO FEE-RULE-VALUE(SET-INDEX,FEE-SCAN-INDEX)
               MOVE SPACES
                   TO FEE-RULE-FORMULA(SET-INDEX,FEE-SCAN-INDEX)
           END-IF
           IF FS-TYPE-F = 'E' AND FS-FORMULA-F NOT = SPACES
               AND FEE-RULE-USED(SET-INDEX) < 20
               ADD 1 TO FEE-RULE-USED(SET-INDEX)
               MOVE FEE-RULE-USED(SET-INDEX) TO FEE-SCAN-INDEX
               MOVE FS-CATEGORY-F
                   TO FEE-RULE-CATEGORY(SET-INDEX,FEE-SCAN-INDEX)
               MOVE FS-BANK-ID-F
                   TO FEE-RULE-BANK-ID(SET-INDEX,FEE-SCAN-INDEX)
               MOVE FS-TYPE-F
                   TO FEE-RULE-TYPE(SET-INDEX,FEE-SCAN-INDEX)
               MOVE 0 TO FEE-RULE-VALUE(SET-INDEX,FEE-SCAN-INDEX)
               MOVE FS-FORMULA-F
                   TO FEE-RULE-FORMULA(SET-INDEX,FEE-SCAN-INDEX)
           END-IF
           .

       KeepCurrentFeeRules SECTION.
           MOVE "WI0002" TO MSG-ID
           MOVE "W" TO MSG-SEVERITY
           MOVE function concatenate(
               "NO proposed_fee_schedule.txt, STATUS=",
               FEESCHED-FILE-STATUS, " - CURRENT FEE RULES KEPT")
               TO MSG-TEXT
           PERFORM LogMessage
           MOVE "(none - current fee rules kept)"
               TO SET-FEE-SOURCE(2)
           MOVE FEE-RULE-USED(1) TO FEE-RULE-USED(2)
           PERFORM VARYING FEE-SCAN-INDEX FROM 1 BY 1
               UNTIL FEE-SCAN-INDEX > FEE-RULE-USED(1)
               MOVE FEE-RULE(1,FEE-SCAN-INDEX)
                   TO FEE-RULE(2,FEE-SCAN-INDEX)
           END-PERFORM
           .

      * a bank without a rate line earns and pays no interest, as in
      * the night run
       LoadInterestRates SECTION.
           MOVE 0 TO RATE-USED(SET-INDEX)
           MOVE RATE-FILE-NAME TO SET-RATE-SOURCE(SET-INDEX)
           OPEN INPUT INTEREST-RATE-DATA
           IF INTRATE-FILE-STATUS NOT = "00"
               IF SET-INDEX = 2
                   PERFORM KeepCurrentRates
               END-IF
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ INTEREST-RATE-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END PERFORM ApplyInterestRate
               END-READ
           END-PERFORM
           CLOSE INTEREST-RATE-DATA
           .

      * a bank listed twice keeps its later line
       ApplyInterestRate SECTION.
           IF IR-BANK-ID-F IS NOT NUMERIC
               OR IR-CREDIT-RATE-F IS NOT NUMERIC
               OR IR-DEBIT-RATE-F IS NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE IR-BANK-ID-F TO AUD-BANK
           PERFORM FindBankRate
           IF RATE-MATCH-INDEX = 0
               IF RATE-USED(SET-INDEX) >= 200
                   EXIT SECTION
               END-IF
               ADD 1 TO RATE-USED(SET-INDEX)
               MOVE RATE-USED(SET-INDEX) TO RATE-MATCH-INDEX
           END-IF
           MOVE IR-BANK-ID-F
               TO RATE-BANK-ID(SET-INDEX,RATE-MATCH-INDEX)
           MOVE IR-CREDIT-RATE-N
               TO RATE-CREDIT(SET-INDEX,RATE-MATCH-INDEX)
           MOVE IR-DEBIT-RATE-N
               TO RATE-DEBIT(SET-INDEX,RATE-MATCH-INDEX)
           .

       KeepCurrentRates SECTION.
           MOVE "WI0003" TO MSG-ID
           MOVE "W" TO MSG-SEVERITY
           MOVE function concatenate(
               "NO proposed_interest_rates.txt, STATUS=",
               INTRATE-FILE-STATUS, " - CURRENT RATES KEPT")
               TO MSG-TEXT
           PERFORM LogMessage
           MOVE "(none - current interest rates kept)"
               TO SET-RATE-SOURCE(2)
           MOVE RATE-USED(1) TO RATE-USED(2)
           PERFORM VARYING RATE-SCAN-INDEX FROM 1 BY 1
               UNTIL RATE-SCAN-INDEX > RATE-USED(1)
               MOVE RATE-ENTRY(1,RATE-SCAN-INDEX)
                   TO RATE-ENTRY(2,RATE-SCAN-INDEX)
           END-PERFORM
           .

      * RATE-MATCH-INDEX names the rate line of AUD-BANK in the rule
      * set SET-INDEX; zero when the bank has none
       FindBankRate SECTION.
           MOVE 0 TO RATE-MATCH-INDEX
           PERFORM VARYING RATE-SCAN-INDEX FROM 1 BY 1
               UNTIL RATE-SCAN-INDEX > RATE-USED(SET-INDEX)
               IF RATE-BANK-ID(SET-INDEX,RATE-SCAN-INDEX) = AUD-BANK
                   MOVE RATE-SCAN-INDEX TO RATE-MATCH-INDEX
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * Reference data - products, account types and customers
      *****************************************************************
       LoadProductCatalog SECTION.
           OPEN INPUT PRODUCT-CATALOG-DATA
           IF PRODCAT-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ PRODUCT-CATALOG-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF PR-TYPE-F NOT = SPACE
                               AND (PR-CREDIT-RATE-F = SPACES
                                   OR PR-CREDIT-RATE-F IS NUMERIC)
                               AND (PR-DEBIT-RATE-F = SPACES
                                   OR PR-DEBIT-RATE-F IS NUMERIC)
                               PERFORM ApplyProductRecord
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-DATA
           END-IF
           .

      * only the fee plan and the rates matter to the simulation; a
      * type listed twice keeps the later line
       ApplyProductRecord SECTION.
           MOVE 0 TO PRD-MATCH-INDEX
           PERFORM VARYING PRD-INDEX FROM 1 BY 1
               UNTIL PRD-INDEX > PRD-USED
               IF PRD-TYPE(PRD-INDEX) = PR-TYPE-F
                   MOVE PRD-INDEX TO PRD-MATCH-INDEX
               END-IF
           END-PERFORM
           IF PRD-MATCH-INDEX = 0
               IF PRD-USED >= 36
                   EXIT SECTION
               END-IF
               ADD 1 TO PRD-USED
               MOVE PRD-USED TO PRD-MATCH-INDEX
           END-IF
           MOVE PR-TYPE-F TO PRD-TYPE(PRD-MATCH-INDEX)
           MOVE PR-NAME-F TO PRD-NAME(PRD-MATCH-INDEX)
           MOVE PR-FEE-PLAN-F TO PRD-FEE-PLAN(PRD-MATCH-INDEX)
           MOVE 0 TO PRD-CREDIT-RATE(PRD-MATCH-INDEX)
           MOVE 0 TO PRD-DEBIT-RATE(PRD-MATCH-INDEX)
           EVALUATE TRUE
           WHEN PR-CREDIT-RATE-F NOT = SPACES
               AND PR-DEBIT-RATE-F NOT = SPACES
               MOVE 'B' TO PRD-RATE-SW(PRD-MATCH-INDEX)
           WHEN PR-CREDIT-RATE-F NOT = SPACES
               MOVE 'C' TO PRD-RATE-SW(PRD-MATCH-INDEX)
           WHEN PR-DEBIT-RATE-F NOT = SPACES
               MOVE 'D' TO PRD-RATE-SW(PRD-MATCH-INDEX)
           WHEN OTHER
               MOVE SPACE TO PRD-RATE-SW(PRD-MATCH-INDEX)
           END-EVALUATE
           IF PRD-OWN-CREDIT-RATE(PRD-MATCH-INDEX)
               MOVE PR-CREDIT-RATE-N
                   TO PRD-CREDIT-RATE(PRD-MATCH-INDEX)
               SET PRODUCT-RATES-PRESENT TO TRUE
           END-IF
           IF PRD-OWN-DEBIT-RATE(PRD-MATCH-INDEX)
               MOVE PR-DEBIT-RATE-N
                   TO PRD-DEBIT-RATE(PRD-MATCH-INDEX)
               SET PRODUCT-RATES-PRESENT TO TRUE
           END-IF
           .

      * without the master every account is reported under type '?'
      * and posts under the plain bank rules
       LoadAccountTypes SECTION.
           OPEN INPUT MASTER-ISAM-DATA
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "WI0004" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN account_master.dat, STATUS=",
                   MASTER-FILE-STATUS, " - ACCOUNT TYPES UNKNOWN")
                   TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           PERFORM UNTIL MASTER-EOF
               READ MASTER-ISAM-DATA NEXT RECORD
                   AT END SET MASTER-EOF TO TRUE
                   NOT AT END
                       IF MST-KEY IS NUMERIC AND AT-USED < 10000
                           ADD 1 TO AT-USED
                           MOVE MST-BANK-ID TO AT-BANK(AT-USED)
                           MOVE MST-ACCOUNT-ID TO AT-ACCOUNT(AT-USED)
                           MOVE MST-TYPE TO AT-TYPE(AT-USED)
                           MOVE MST-NAME TO AT-NAME(AT-USED)
                           MOVE 0 TO AT-MTD-MONTH(AT-USED)
                               AT-MTD-COUNT(AT-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-ISAM-DATA
           .

       LoadCustomerLinks SECTION.
           OPEN INPUT CUSTOMER-MASTER-DATA
           IF CUSTMAST-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ CUSTOMER-MASTER-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF CU-CUSTOMER-ID-F NOT = SPACES
                               AND CU-BANK-ID-F IS NUMERIC
                               AND CU-ACCOUNT-ID-F IS NUMERIC
                               AND CULINK-USED < 5000
                               ADD 1 TO CULINK-USED
                               MOVE CU-CUSTOMER-ID-F
                                   TO CULINK-CUSTOMER(CULINK-USED)
                               MOVE CU-BANK-ID-F
                                   TO CULINK-BANK(CULINK-USED)
                               MOVE CU-ACCOUNT-ID-F
                                   TO CULINK-ACCOUNT(CULINK-USED)
                               MOVE CU-NAME-F
                                   TO CULINK-NAME(CULINK-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-DATA
           END-IF
           .

      *****************************************************************
      * Archive selection - index line layout as kept by BATCHPROCESS:
      * date(1:8) count(10:10) file name(21:44) chain start
      * hash(66:10) chain end hash(77:10)
      *****************************************************************
       WalkArchiveIndex SECTION.
           OPEN INPUT ARCHIVE-INDEX-DATA
           IF ARCHIDX-FILE-STATUS NOT = "00"
               MOVE "WI0005" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN audit_archive_index.txt, STATUS=",
                   ARCHIDX-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ ARCHIVE-INDEX-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF AIX-LINE(1:8) IS NUMERIC
                               MOVE AIX-LINE(1:8) TO AIX-DATE
                               IF AIX-DATE >= QUERY-FROM
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
               END-PERFORM
               CLOSE ARCHIVE-INDEX-DATA
           END-IF
           .

       ScanOneArchive SECTION.
           OPEN INPUT ARCHIVE-DATA
           IF ARCHIVE-FILE-STATUS NOT = "00"
               MOVE "WI0006" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN ",
                   FUNCTION TRIM(ARCHIVE-FILE-NAME),
                   ", STATUS=",
                   ARCHIVE-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
           ELSE
               ADD 1 TO FILES-SCANNED
               MOVE 'N' TO ARCHIVE-EOF-SW
               PERFORM UNTIL ARCHIVE-EOF
                   READ ARCHIVE-DATA
                       AT END SET ARCHIVE-EOF TO TRUE
                       NOT AT END PERFORM ExamineArchiveLine
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-DATA
           END-IF
           .

      *****************************************************************
      * Replay - audit line layout: bank(1:5) account(7:10)
      * currency(20:3) before(24:11) after(39:11) comment(51:53)
      *****************************************************************
       ExamineArchiveLine SECTION.
           ADD 1 TO LINES-SCANNED
           IF ARCHIVE-LINE(1:5) IS NOT NUMERIC
               OR ARCHIVE-LINE(7:10) IS NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE ARCHIVE-LINE(1:5) TO AUD-BANK
           MOVE ARCHIVE-LINE(7:10) TO AUD-ACCOUNT
           MOVE ARCHIVE-LINE(20:3) TO AUD-CURRENCY
           MOVE ARCHIVE-LINE(51:53) TO AUD-COMMENT
           MOVE FUNCTION NUMVAL(ARCHIVE-LINE(24:11)) TO AUD-BEFORE
           MOVE FUNCTION NUMVAL(ARCHIVE-LINE(39:11)) TO AUD-AFTER
           COMPUTE AUD-MOVEMENT = AUD-AFTER - AUD-BEFORE
           IF AUD-MOVEMENT < 0
               COMPUTE AUD-ABS = 0 - AUD-MOVEMENT
           ELSE
               MOVE AUD-MOVEMENT TO AUD-ABS
           END-IF
           MOVE SPACES TO WORK-CATEGORY
           UNSTRING AUD-COMMENT DELIMITED BY SPACE
               INTO WORK-CATEGORY
           END-UNSTRING
           IF WORK-CATEGORY = SPACES
               MOVE 'UNCATEGORIZED' TO WORK-CATEGORY
           END-IF
           INITIALIZE SIM-AMOUNTS
           PERFORM FindAccountType
           EVALUATE TRUE
           WHEN AUD-COMMENT(1:15) = 'INTEREST credit'
               OR AUD-COMMENT(1:14) = 'INTEREST debit'
               ADD 1 TO ACCRUAL-LINES
               PERFORM VARYING SET-INDEX FROM 1 BY 1
                   UNTIL SET-INDEX > 2
                   PERFORM SimulateAccrual
               END-PERFORM
           WHEN BANK-OWN-POSTING
               OR AUD-COMMENT(1:13) = 'TRANSFER from'
               OR AUD-ABS = 0
               EXIT SECTION
           WHEN OTHER
               ADD 1 TO FEE-POSTINGS
               PERFORM NoteMonthDebit
               PERFORM VARYING SET-INDEX FROM 1 BY 1
                   UNTIL SET-INDEX > 2
                   PERFORM SimulateFee
               END-PERFORM
           END-EVALUATE
           PERFORM AddToGroupTotals
           PERFORM AddToAffectedCustomer
           .

      * the type of the account on the master, '?' when it is not
      * there; the product the type belongs to in PRD-MATCH-INDEX
       FindAccountType SECTION.
           MOVE '?' TO AUD-TYPE
           MOVE 0 TO AT-MATCH-INDEX
           PERFORM VARYING AT-INDEX FROM 1 BY 1
               UNTIL AT-INDEX > AT-USED OR AT-MATCH-INDEX > 0
               IF AT-BANK(AT-INDEX) = AUD-BANK
                   AND AT-ACCOUNT(AT-INDEX) = AUD-ACCOUNT
                   MOVE AT-INDEX TO AT-MATCH-INDEX
                   MOVE AT-TYPE(AT-INDEX) TO AUD-TYPE
               END-IF
           END-PERFORM
           MOVE 0 TO PRD-MATCH-INDEX
           IF AT-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           PERFORM VARYING PRD-INDEX FROM 1 BY 1
               UNTIL PRD-INDEX > PRD-USED OR PRD-MATCH-INDEX > 0
               IF PRD-TYPE(PRD-INDEX) = AUD-TYPE
                   MOVE PRD-INDEX TO PRD-MATCH-INDEX
               END-IF
           END-PERFORM
           .

      * a replayed customer debit counts towards the account's month,
      * as NoteProductDebit counts it in the night run before the fee
       NoteMonthDebit SECTION.
           IF AT-MATCH-INDEX = 0 OR AUD-MOVEMENT NOT < 0
               EXIT SECTION
           END-IF
           IF AT-MTD-MONTH(AT-MATCH-INDEX) NOT = AIX-DATE(1:6)
               MOVE AIX-DATE(1:6) TO AT-MTD-MONTH(AT-MATCH-INDEX)
               MOVE 0 TO AT-MTD-COUNT(AT-MATCH-INDEX)
           END-IF
           ADD 1 TO AT-MTD-COUNT(AT-MATCH-INDEX)
           .

      * the fee the posting draws under rule set SET-INDEX - the
      * product's fee plan first, else the first rule matching the
      * category and the bank
       SimulateFee SECTION.
           MOVE 0 TO FEE-MATCH-INDEX
           IF PRD-MATCH-INDEX > 0
               IF PRD-FEE-PLAN(PRD-MATCH-INDEX) NOT = SPACES
                   PERFORM VARYING FEE-SCAN-INDEX FROM 1 BY 1
                       UNTIL FEE-SCAN-INDEX > FEE-RULE-USED(SET-INDEX)
                       IF FEE-MATCH-INDEX = 0
                           AND FEE-RULE-CATEGORY(SET-INDEX,
                               FEE-SCAN-INDEX) =
                               PRD-FEE-PLAN(PRD-MATCH-INDEX)
                           AND (FEE-RULE-BANK-ID(SET-INDEX,
                               FEE-SCAN-INDEX) = SPACES
                             OR FEE-RULE-BANK-ID(SET-INDEX,
                               FEE-SCAN-INDEX) = '00000'
                             OR FEE-RULE-BANK-ID(SET-INDEX,
                               FEE-SCAN-INDEX) = AUD-BANK)
                           MOVE FEE-SCAN-INDEX TO FEE-MATCH-INDEX
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           PERFORM VARYING FEE-SCAN-INDEX FROM 1 BY 1
               UNTIL FEE-SCAN-INDEX > FEE-RULE-USED(SET-INDEX)
               IF FEE-MATCH-INDEX = 0
                   AND (FEE-RULE-CATEGORY(SET-INDEX,FEE-SCAN-INDEX)
                       = SPACES
                     OR FEE-RULE-CATEGORY(SET-INDEX,FEE-SCAN-INDEX)
                       = WORK-CATEGORY)
                   AND (FEE-RULE-BANK-ID(SET-INDEX,FEE-SCAN-INDEX)
                       = SPACES
                     OR FEE-RULE-BANK-ID(SET-INDEX,FEE-SCAN-INDEX)
                       = '00000'
                     OR FEE-RULE-BANK-ID(SET-INDEX,FEE-SCAN-INDEX)
                       = AUD-BANK)
                   MOVE FEE-SCAN-INDEX TO FEE-MATCH-INDEX
               END-IF
           END-PERFORM
           IF FEE-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           EVALUATE TRUE
           WHEN FEE-TYPE-PERCENT(SET-INDEX,FEE-MATCH-INDEX)
               COMPUTE FEE-AMOUNT ROUNDED = AUD-ABS
                   * FEE-RULE-VALUE(SET-INDEX,FEE-MATCH-INDEX) / 100
           WHEN FEE-TYPE-FORMULA(SET-INDEX,FEE-MATCH-INDEX)
               PERFORM SimulateFormulaFee
           WHEN OTHER
               MOVE FEE-RULE-VALUE(SET-INDEX,FEE-MATCH-INDEX)
                   TO FEE-AMOUNT
           END-EVALUATE
           MOVE FEE-AMOUNT TO SIM-FEE(SET-INDEX)
           .

      * a formula that does not evaluate, or gives a fee below zero
      * or too large to post, charges nothing - the night run would
      * put it on the fee exception report
       SimulateFormulaFee SECTION.
           MOVE 0 TO FEE-AMOUNT
           MOVE 'AMOUNT' TO FEE-OPERAND-NAME(1)
           MOVE AUD-ABS TO FEE-OPERAND-VALUE(1)
           MOVE 'BALANCE' TO FEE-OPERAND-NAME(2)
           MOVE AUD-AFTER TO FEE-OPERAND-VALUE(2)
           MOVE 'MTDCOUNT' TO FEE-OPERAND-NAME(3)
           MOVE 0 TO FEE-OPERAND-VALUE(3)
           IF AT-MATCH-INDEX > 0
               MOVE AT-MTD-COUNT(AT-MATCH-INDEX) TO FEE-OPERAND-VALUE(3)
           END-IF
           MOVE 3 TO FEE-OPERAND-USED
           MOVE FUNCTION UPPER-CASE(
               FEE-RULE-FORMULA(SET-INDEX,FEE-MATCH-INDEX))
               TO FEE-FORMULA-UPPER
           PERFORM VARYING FEE-FORMULA-POS FROM 1 BY 1
               UNTIL FEE-FORMULA-POS > 46
               IF FEE-FORMULA-UPPER(FEE-FORMULA-POS:4) = 'TYPE'
                   AND FEE-FORMULA-UPPER(FEE-FORMULA-POS + 4:1)
                       IS ALPHABETIC
                   AND FEE-FORMULA-UPPER(FEE-FORMULA-POS + 4:1)
                       NOT = SPACE
                   AND FEE-OPERAND-USED < 20
                   ADD 1 TO FEE-OPERAND-USED
                   MOVE FEE-FORMULA-UPPER(FEE-FORMULA-POS:5)
                       TO FEE-OPERAND-NAME(FEE-OPERAND-USED)
                   IF FEE-FORMULA-UPPER(FEE-FORMULA-POS + 4:1) =
                       FUNCTION UPPER-CASE(AUD-TYPE)
                       MOVE 1 TO FEE-OPERAND-VALUE(FEE-OPERAND-USED)
                   ELSE
                       MOVE 0 TO FEE-OPERAND-VALUE(FEE-OPERAND-USED)
                   END-IF
               END-IF
           END-PERFORM
           MOVE FEE-RULE-FORMULA(SET-INDEX,FEE-MATCH-INDEX)
               TO FEE-EVAL-FORMULA
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "CALCEVAL" USING FEE-EVAL-REQUEST FEE-OPERANDS
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           IF FEE-EVAL-VALID AND FEE-EVAL-RESULT >= 0
               AND FEE-EVAL-RESULT <= 99999999.99
               MOVE FEE-EVAL-RESULT TO FEE-AMOUNT
           ELSE
               ADD 1 TO FORMULA-FAILURES(SET-INDEX)
           END-IF
           .

      * the accrual again on the balance it was taken on (the line's
      * balance before), at the rate rule set SET-INDEX gives the
      * account - the product's own rate where the catalog has one
       SimulateAccrual SECTION.
           MOVE 0 TO ACCRUAL-CREDIT-RATE
           MOVE 0 TO ACCRUAL-DEBIT-RATE
           PERFORM FindBankRate
           IF RATE-MATCH-INDEX > 0
               MOVE RATE-CREDIT(SET-INDEX,RATE-MATCH-INDEX)
                   TO ACCRUAL-CREDIT-RATE
               MOVE RATE-DEBIT(SET-INDEX,RATE-MATCH-INDEX)
                   TO ACCRUAL-DEBIT-RATE
           END-IF
           IF PRD-MATCH-INDEX > 0
               IF PRD-OWN-CREDIT-RATE(PRD-MATCH-INDEX)
                   MOVE PRD-CREDIT-RATE(PRD-MATCH-INDEX)
                       TO ACCRUAL-CREDIT-RATE
               END-IF
               IF PRD-OWN-DEBIT-RATE(PRD-MATCH-INDEX)
                   MOVE PRD-DEBIT-RATE(PRD-MATCH-INDEX)
                       TO ACCRUAL-DEBIT-RATE
               END-IF
           END-IF
           IF AUD-BEFORE > 0 AND ACCRUAL-CREDIT-RATE > 0
               COMPUTE INTEREST-AMOUNT ROUNDED =
                   AUD-BEFORE * ACCRUAL-CREDIT-RATE / 100
               MOVE INTEREST-AMOUNT TO SIM-INT-CREDIT(SET-INDEX)
           END-IF
           IF AUD-BEFORE < 0 AND ACCRUAL-DEBIT-RATE > 0
               COMPUTE INTEREST-AMOUNT ROUNDED =
                   (0 - AUD-BEFORE) * ACCRUAL-DEBIT-RATE / 100
               MOVE INTEREST-AMOUNT TO SIM-INT-DEBIT(SET-INDEX)
           END-IF
           .

       AddToGroupTotals SECTION.
           MOVE 0 TO GT-MATCH-INDEX
           PERFORM VARYING GT-INDEX FROM 1 BY 1
               UNTIL GT-INDEX > GT-USED OR GT-MATCH-INDEX > 0
               IF GT-BANK(GT-INDEX) = AUD-BANK
                   AND GT-TYPE(GT-INDEX) = AUD-TYPE
                   AND GT-CURRENCY(GT-INDEX) = AUD-CURRENCY
                   MOVE GT-INDEX TO GT-MATCH-INDEX
               END-IF
           END-PERFORM
           IF GT-MATCH-INDEX = 0
               IF GT-USED >= 2000
                   EXIT SECTION
               END-IF
               ADD 1 TO GT-USED
               MOVE GT-USED TO GT-MATCH-INDEX
               INITIALIZE GT-ENTRY(GT-USED)
               MOVE AUD-BANK TO GT-BANK(GT-USED)
               MOVE AUD-TYPE TO GT-TYPE(GT-USED)
               MOVE AUD-CURRENCY TO GT-CURRENCY(GT-USED)
           END-IF
           ADD 1 TO GT-POSTINGS(GT-MATCH-INDEX)
           PERFORM VARYING SET-INDEX FROM 1 BY 1
               UNTIL SET-INDEX > 2
               ADD SIM-FEE(SET-INDEX)
                   TO GT-FEES(GT-MATCH-INDEX,SET-INDEX)
               ADD SIM-INT-CREDIT(SET-INDEX)
                   TO GT-INT-CREDIT(GT-MATCH-INDEX,SET-INDEX)
               ADD SIM-INT-DEBIT(SET-INDEX)
                   TO GT-INT-DEBIT(GT-MATCH-INDEX,SET-INDEX)
           END-PERFORM
           .

      * the customer the account is linked to, else the account
       AddToAffectedCustomer SECTION.
           MOVE 0 TO CULINK-MATCH-INDEX
           PERFORM VARYING CULINK-INDEX FROM 1 BY 1
               UNTIL CULINK-INDEX > CULINK-USED
                   OR CULINK-MATCH-INDEX > 0
               IF CULINK-BANK(CULINK-INDEX) = AUD-BANK
                   AND CULINK-ACCOUNT(CULINK-INDEX) = AUD-ACCOUNT
                   MOVE CULINK-INDEX TO CULINK-MATCH-INDEX
               END-IF
           END-PERFORM
           MOVE 0 TO AF-MATCH-INDEX
           PERFORM VARYING AF-INDEX FROM 1 BY 1
               UNTIL AF-INDEX > AF-USED OR AF-MATCH-INDEX > 0
               IF AF-CURRENCY(AF-INDEX) = AUD-CURRENCY
                   IF CULINK-MATCH-INDEX > 0
                       IF AF-CUSTOMER(AF-INDEX) =
                           CULINK-CUSTOMER(CULINK-MATCH-INDEX)
                           MOVE AF-INDEX TO AF-MATCH-INDEX
                       END-IF
                   ELSE
                       IF AF-CUSTOMER(AF-INDEX) = SPACES
                           AND AF-BANK(AF-INDEX) = AUD-BANK
                           AND AF-ACCOUNT(AF-INDEX) = AUD-ACCOUNT
                           MOVE AF-INDEX TO AF-MATCH-INDEX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF AF-MATCH-INDEX = 0
               IF AF-USED >= 5000
                   EXIT SECTION
               END-IF
               ADD 1 TO AF-USED
               MOVE AF-USED TO AF-MATCH-INDEX
               INITIALIZE AF-ENTRY(AF-USED)
               MOVE AUD-CURRENCY TO AF-CURRENCY(AF-USED)
               MOVE 'N' TO AF-LISTED-SW(AF-USED)
               IF CULINK-MATCH-INDEX > 0
                   MOVE CULINK-CUSTOMER(CULINK-MATCH-INDEX)
                       TO AF-CUSTOMER(AF-USED)
                   MOVE CULINK-NAME(CULINK-MATCH-INDEX)
                       TO AF-NAME(AF-USED)
               ELSE
                   MOVE AUD-BANK TO AF-BANK(AF-USED)
                   MOVE AUD-ACCOUNT TO AF-ACCOUNT(AF-USED)
                   IF AT-MATCH-INDEX > 0
                       MOVE AT-NAME(AT-MATCH-INDEX) TO AF-NAME(AF-USED)
                   END-IF
               END-IF
           END-IF
           PERFORM VARYING SET-INDEX FROM 1 BY 1
               UNTIL SET-INDEX > 2
               COMPUTE AF-COST(AF-MATCH-INDEX,SET-INDEX) =
                   AF-COST(AF-MATCH-INDEX,SET-INDEX)
                   + SIM-FEE(SET-INDEX) + SIM-INT-DEBIT(SET-INDEX)
                   - SIM-INT-CREDIT(SET-INDEX)
           END-PERFORM
           COMPUTE WORK-CHANGE = AF-COST(AF-MATCH-INDEX,2)
               - AF-COST(AF-MATCH-INDEX,1)
           IF WORK-CHANGE < 0
               COMPUTE AF-CHANGE(AF-MATCH-INDEX) = 0 - WORK-CHANGE
           ELSE
               MOVE WORK-CHANGE TO AF-CHANGE(AF-MATCH-INDEX)
           END-IF
           .

      *****************************************************************
      * Report (whatif_report.txt)
      *****************************************************************
       WriteWhatIfReport SECTION.
           OPEN OUTPUT WHATIF-REPORT-DATA
           IF WHATIF-FILE-STATUS NOT = "00"
               MOVE "WI0007" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN whatif_report.txt, STATUS=",
                   WHATIF-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE function concatenate(
               'What-if simulation of fee and interest rules - runs ',
               QUERY-FROM, ' to ', QUERY-TO) TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           MOVE function concatenate('  Archives scanned: ',
               FILES-SCANNED, '  refused: ', FILES-REFUSED,
               '  lines read: ', LINES-SCANNED) TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           PERFORM VARYING RF-INDEX FROM 1 BY 1
               UNTIL RF-INDEX > RF-USED
               MOVE RF-LINE(RF-INDEX) TO WHATIF-LINE
               WRITE WHATIF-REPORT-F
           END-PERFORM
           MOVE function concatenate('  Current fees:     ',
               SET-FEE-SOURCE(1)) TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           MOVE function concatenate('  Current rates:    ',
               SET-RATE-SOURCE(1)) TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           MOVE function concatenate('  Proposed fees:    ',
               SET-FEE-SOURCE(2)) TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           MOVE function concatenate('  Proposed rates:   ',
               SET-RATE-SOURCE(2)) TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           MOVE FEE-POSTINGS TO FORMATTED-COUNT
           MOVE function concatenate('  Postings assessed for fees: ',
               FORMATTED-COUNT) TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           MOVE ACCRUAL-LINES TO FORMATTED-COUNT
           MOVE function concatenate('  Interest accruals replayed: ',
               FORMATTED-COUNT) TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           IF FORMULA-FAILURES(1) > 0 OR FORMULA-FAILURES(2) > 0
               MOVE FORMULA-FAILURES(1) TO FORMATTED-COUNT
               MOVE function concatenate(
                   '  Formula fees not charged:   ', FORMATTED-COUNT,
                   ' current') TO WHATIF-LINE
               MOVE FORMULA-FAILURES(2) TO FORMATTED-COUNT
               MOVE function concatenate(FUNCTION TRIM(WHATIF-LINE
                   TRAILING), ' ', FORMATTED-COUNT, ' proposed')
                   TO WHATIF-LINE
               WRITE WHATIF-REPORT-F
           END-IF
           MOVE SPACES TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           MOVE function concatenate(
               'Fee income and interest per bank, account type and ',
               'currency (current / proposed)') TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           MOVE function concatenate(
               'Bank  T Ccy  Postings   Fees current  Fees proposed',
               '  Int cr current  Int cr proposed',
               '  Int dr current  Int dr proposed') TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           PERFORM VARYING GT-INDEX FROM 1 BY 1
               UNTIL GT-INDEX > GT-USED
               PERFORM WriteGroupLine
           END-PERFORM
           MOVE SPACES TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           MOVE 'Totals per currency' TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           PERFORM VARYING CT-INDEX FROM 1 BY 1
               UNTIL CT-INDEX > CT-USED
               PERFORM WriteCurrencyTotalLine
           END-PERFORM
           PERFORM WriteAffectedCustomers
           CLOSE WHATIF-REPORT-DATA
           PERFORM PageReport
           DISPLAY "Report written to batchprocess/whatif_report.txt"
           .

       WriteGroupLine SECTION.
           MOVE GT-POSTINGS(GT-INDEX) TO FORMATTED-COUNT
           MOVE GT-FEES(GT-INDEX,1) TO FORMATTED-AMOUNT
           MOVE GT-FEES(GT-INDEX,2) TO FORMATTED-AMOUNT-2
           MOVE GT-INT-CREDIT(GT-INDEX,1) TO FORMATTED-AMOUNT-3
           MOVE GT-INT-CREDIT(GT-INDEX,2) TO FORMATTED-AMOUNT-4
           MOVE GT-INT-DEBIT(GT-INDEX,1) TO FORMATTED-AMOUNT-5
           MOVE GT-INT-DEBIT(GT-INDEX,2) TO FORMATTED-AMOUNT-6
           MOVE function concatenate(GT-BANK(GT-INDEX), ' ',
               GT-TYPE(GT-INDEX), ' ', GT-CURRENCY(GT-INDEX), ' ',
               FORMATTED-COUNT, ' ', FORMATTED-AMOUNT, '  ',
               FORMATTED-AMOUNT-2, '   ', FORMATTED-AMOUNT-3, '    ',
               FORMATTED-AMOUNT-4, '   ', FORMATTED-AMOUNT-5, '    ',
               FORMATTED-AMOUNT-6) TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           MOVE 0 TO CT-MATCH-INDEX
           PERFORM VARYING CT-INDEX FROM 1 BY 1
               UNTIL CT-INDEX > CT-USED OR CT-MATCH-INDEX > 0
               IF CT-CURRENCY(CT-INDEX) = GT-CURRENCY(GT-INDEX)
                   MOVE CT-INDEX TO CT-MATCH-INDEX
               END-IF
           END-PERFORM
           IF CT-MATCH-INDEX = 0
               IF CT-USED >= 20
                   EXIT SECTION
               END-IF
               ADD 1 TO CT-USED
               MOVE CT-USED TO CT-MATCH-INDEX
               INITIALIZE CT-ENTRY(CT-USED)
               MOVE GT-CURRENCY(GT-INDEX) TO CT-CURRENCY(CT-USED)
           END-IF
           PERFORM VARYING SET-INDEX FROM 1 BY 1
               UNTIL SET-INDEX > 2
               ADD GT-FEES(GT-INDEX,SET-INDEX)
                   TO CT-FEES(CT-MATCH-INDEX,SET-INDEX)
               ADD GT-INT-CREDIT(GT-INDEX,SET-INDEX)
                   TO CT-INT-CREDIT(CT-MATCH-INDEX,SET-INDEX)
               ADD GT-INT-DEBIT(GT-INDEX,SET-INDEX)
                   TO CT-INT-DEBIT(CT-MATCH-INDEX,SET-INDEX)
           END-PERFORM
           .

       WriteCurrencyTotalLine SECTION.
           MOVE CT-FEES(CT-INDEX,1) TO FORMATTED-AMOUNT
           MOVE CT-FEES(CT-INDEX,2) TO FORMATTED-AMOUNT-2
           MOVE CT-INT-CREDIT(CT-INDEX,1) TO FORMATTED-AMOUNT-3
           MOVE CT-INT-CREDIT(CT-INDEX,2) TO FORMATTED-AMOUNT-4
           MOVE CT-INT-DEBIT(CT-INDEX,1) TO FORMATTED-AMOUNT-5
           MOVE CT-INT-DEBIT(CT-INDEX,2) TO FORMATTED-AMOUNT-6
           MOVE function concatenate('TOTAL   ',
               CT-CURRENCY(CT-INDEX), '         ',
               FORMATTED-AMOUNT, '  ',
               FORMATTED-AMOUNT-2, '   ', FORMATTED-AMOUNT-3, '    ',
               FORMATTED-AMOUNT-4, '   ', FORMATTED-AMOUNT-5, '    ',
               FORMATTED-AMOUNT-6) TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           .

      * the customers whose cost moves most, largest change first;
      * a customer whose cost does not change is not listed
       WriteAffectedCustomers SECTION.
           MOVE SPACES TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           MOVE function concatenate('Customers most affected (cost = ',
               'fees + debit interest - credit interest)')
               TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           MOVE function concatenate(
               ' # Customer/account   Name                           ',
               'Ccy   Cost current  Cost proposed         Change')
               TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           PERFORM VARYING AF-RANK FROM 1 BY 1
               UNTIL AF-RANK > AF-LIST-LIMIT
               MOVE 0 TO AF-BEST-INDEX
               PERFORM VARYING AF-INDEX FROM 1 BY 1
                   UNTIL AF-INDEX > AF-USED
                   IF NOT AF-LISTED(AF-INDEX)
                       AND AF-CHANGE(AF-INDEX) > 0
                       IF AF-BEST-INDEX = 0
                           MOVE AF-INDEX TO AF-BEST-INDEX
                       ELSE
                           IF AF-CHANGE(AF-INDEX) >
                               AF-CHANGE(AF-BEST-INDEX)
                               MOVE AF-INDEX TO AF-BEST-INDEX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF AF-BEST-INDEX = 0
                   MOVE AF-LIST-LIMIT TO AF-RANK
               ELSE
                   PERFORM WriteAffectedLine
               END-IF
           END-PERFORM
           .

       WriteAffectedLine SECTION.
           SET AF-LISTED(AF-BEST-INDEX) TO TRUE
           MOVE AF-RANK TO FORMATTED-RANK
           IF AF-CUSTOMER(AF-BEST-INDEX) NOT = SPACES
               MOVE AF-CUSTOMER(AF-BEST-INDEX) TO WHO-LABEL
           ELSE
               MOVE function concatenate(AF-BANK(AF-BEST-INDEX), '/',
                   AF-ACCOUNT(AF-BEST-INDEX)) TO WHO-LABEL
           END-IF
           MOVE AF-COST(AF-BEST-INDEX,1) TO FORMATTED-SIGNED
           MOVE AF-COST(AF-BEST-INDEX,2) TO FORMATTED-SIGNED-2
           COMPUTE WORK-CHANGE = AF-COST(AF-BEST-INDEX,2)
               - AF-COST(AF-BEST-INDEX,1)
           MOVE WORK-CHANGE TO FORMATTED-SIGNED-3
           MOVE function concatenate(FORMATTED-RANK, ' ', WHO-LABEL,
               '  ', AF-NAME(AF-BEST-INDEX), ' ',
               AF-CURRENCY(AF-BEST-INDEX), ' ', FORMATTED-SIGNED,
               ' ', FORMATTED-SIGNED-2, ' ', FORMATTED-SIGNED-3)
               TO WHATIF-LINE
           WRITE WHATIF-REPORT-F
           .

      *****************************************************************
      * Hash chain verification - one full pass over the archive
      * through AUDITHASH before any of its lines are replayed
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
               MOVE "WI0008" TO MSG-ID
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
           MOVE 'batchprocess/whatif_report.txt' TO PG-FILE-NAME
           MOVE 'WHAT-IF SIMULATION' TO PG-TITLE
           MOVE 'WHATIF' TO PG-PROGRAM
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
           .

       END PROGRAM WHATIF.
