       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DEPCOVER.
      *****************************************************************
      * Deposit insurance coverage - runs after the night batch.
      * For every customer on the customer dimension
      * (customer_master.txt) the positive balances of all the
      * customer's accounts at one bank, in every currency, are
      * translated to the base currency (EUR) with fx_rates.txt and
      * added up. The total is compared with the bank's coverage
      * ceiling from coverage_ceilings.txt (bank 00000 sets the
      * default for every bank, else 100000.00) and split into the
      * insured and the uninsured part.
      * deposit_coverage_report.txt lists the figures per customer
      * and bank with bank and grand totals;
      * deposit_coverage_extract.txt carries the same figures in the
      * fixed format (DGSXREC) submitted to the guarantee scheme.
      * A currency without a rate is left out and the line flagged.
      * PROCDATE in runparams.txt sets the run date.
      * The report is printed with the shop's standard page headers
      * (RPTPAGE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-ISAM-DATA ASSIGN TO
             "batchprocess/account_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           FILE STATUS IS MASTER-FILE-STATUS.
           SELECT RUN-PARAM-DATA ASSIGN TO
             "batchprocess/runparams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAM-FILE-STATUS.
           SELECT CUSTOMER-MASTER-DATA ASSIGN TO
             "batchprocess/customer_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTMAST-FILE-STATUS.
           SELECT FX-RATE-DATA ASSIGN TO
             "batchprocess/fx_rates.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FXRATE-FILE-STATUS.
           SELECT BANK-MASTER-DATA ASSIGN TO
             "batchprocess/bank_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BANKMAST-FILE-STATUS.
           SELECT COVERAGE-CEILING-DATA ASSIGN TO
             "batchprocess/coverage_ceilings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CEILING-FILE-STATUS.
           SELECT COVERAGE-REPORT-DATA ASSIGN TO
             "batchprocess/deposit_coverage_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COVREP-FILE-STATUS.
           SELECT COVERAGE-EXTRACT-DATA ASSIGN TO
             "batchprocess/deposit_coverage_extract.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COVEXT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD MASTER-ISAM-DATA.
           COPY MSTREC.
           FD RUN-PARAM-DATA.
           01 RUN-PARAM-F.
            05 RP-LINE PIC X(40).
           FD CUSTOMER-MASTER-DATA.
           01 CUSTOMER-MASTER-F.
            05 CU-CUSTOMER-ID-F PIC X(8).
            05 CU-BANK-ID-F PIC X(5).
            05 CU-ACCOUNT-ID-F PIC X(10).
            05 CU-NAME-F PIC X(30).
           FD FX-RATE-DATA.
           01 FX-RATE-F.
            05 FX-CURRENCY-F PIC X(3).
            05 FX-RATE-F-X PIC X(10).
            05 FX-RATE-F-N REDEFINES FX-RATE-F-X PIC 9(4)V9(6).
           FD BANK-MASTER-DATA.
           01 BANK-MASTER-F.
            05 BM-BANK-ID-F PIC X(5).
            05 BM-NAME-F PIC X(30).
            05 BM-SETTLE-ACCOUNT-F PIC X(10).
           FD COVERAGE-CEILING-DATA.
           01 COVERAGE-CEILING-F.
            05 CC-BANK-ID-F PIC X(5).
            05 CC-CEILING-F PIC X(12).
            05 CC-CEILING-N REDEFINES CC-CEILING-F PIC 9(10)V99.
           FD COVERAGE-REPORT-DATA.
           01 COVERAGE-REPORT-F.
            05 COVERAGE-LINE PIC X(132).
           FD COVERAGE-EXTRACT-DATA.
           COPY DGSXREC.
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "DEPCOVER".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 MASTER-FILE-STATUS PIC X(2).
           05 RUNPARAM-FILE-STATUS PIC X(2).
           05 CUSTMAST-FILE-STATUS PIC X(2).
           05 FXRATE-FILE-STATUS PIC X(2).
           05 BANKMAST-FILE-STATUS PIC X(2).
           05 CEILING-FILE-STATUS PIC X(2).
           05 COVREP-FILE-STATUS PIC X(2).
           05 COVEXT-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.
       01 MASTER-EOF-SW PIC X VALUE 'N'.
           88 MASTER-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(8).
       01 RP-KEY PIC X(20).
       01 RP-VALUE PIC X(20).

      * the scheme ceiling used for a bank with no line of its own
       01 DEFAULT-CEILING PIC 9(10)V99 VALUE 100000.00.

      * daily exchange rates - the base-currency (EUR) value of one
      * unit of the listed currency, as the night run reads them
       01 FX-RATES.
           05 FX-RATE-USED PIC 99 VALUE 0.
           05 FX-RATE-ENTRY OCCURS 20 TIMES.
               10 FX-CODE PIC X(3).
               10 FX-RATE PIC 9(4)V9(6).
       01 FX-SCAN-INDEX PIC 99.
       01 FX-LOOKUP-CODE PIC X(3).
       01 FX-WORK-RATE PIC 9(4)V9(6).
       01 FX-FOUND-SW PIC X VALUE 'N'.
           88 FX-FOUND VALUE 'Y'.

      * banks named on bank_master.txt or coverage_ceilings.txt,
      * then every bank a customer holds money at; the totals are
      * built up as the customer lines are written
       01 BANK-TABLE.
           05 BK-USED PIC 999 VALUE 0.
           05 BK-ENTRY OCCURS 200 TIMES.
               10 BK-ID PIC X(5).
               10 BK-NAME PIC X(30).
               10 BK-CEILING PIC 9(10)V99.
               10 BK-CEILING-SW PIC X.
                   88 BK-OWN-CEILING VALUE 'Y'.
               10 BK-CUSTOMERS PIC 9(5).
               10 BK-ELIGIBLE PIC 9(14)V99.
               10 BK-INSURED PIC 9(14)V99.
               10 BK-UNINSURED PIC 9(14)V99.
       01 BK-INDEX PIC 999.
       01 BK-MATCH-INDEX PIC 999.
       01 WORK-BANK PIC X(5).

      * every currency slot on the master, in key order
       01 MASTER-SLOTS.
           05 MS-USED PIC 9(5) VALUE 0.
           05 MS-ENTRY OCCURS 10000 TIMES.
               10 MS-BANK PIC X(5).
               10 MS-ACCOUNT PIC X(10).
               10 MS-CURRENCY PIC X(3).
               10 MS-SALDO PIC S9(10)V99.
       01 MS-INDEX PIC 9(5).
       01 MST-CURR-IDX PIC 9.

      * one line per customer and bank; a repeated customer/account
      * link is counted once
       01 CUSTOMER-LINKS.
           05 CULINK-USED PIC 9(4) VALUE 0.
           05 CULINK-ENTRY OCCURS 5000 TIMES.
               10 CULINK-CUSTOMER PIC X(8).
               10 CULINK-BANK PIC X(5).
               10 CULINK-ACCOUNT PIC X(10).
       01 CULINK-INDEX PIC 9(4).
       01 COVERAGE-TABLE.
           05 CV-USED PIC 9(4) VALUE 0.
           05 CV-ENTRY OCCURS 5000 TIMES.
               10 CV-CUSTOMER PIC X(8).
               10 CV-BANK PIC X(5).
               10 CV-NAME PIC X(30).
               10 CV-ACCOUNTS PIC 999.
               10 CV-ELIGIBLE PIC 9(12)V99.
               10 CV-UNCONVERTED-SW PIC X.
                   88 CV-UNCONVERTED VALUE 'Y'.
       01 CV-INDEX PIC 9(4).
       01 CV-MATCH-INDEX PIC 9(4).
       01 LINK-FOUND-SW PIC X VALUE 'N'.
           88 LINK-FOUND VALUE 'Y'.
       01 ACCOUNT-FOUND-SW PIC X VALUE 'N'.
           88 ACCOUNT-FOUND VALUE 'Y'.

       01 WORK-INSURED PIC 9(12)V99.
       01 WORK-UNINSURED PIC 9(12)V99.
       01 WORK-TRANSLATED PIC 9(12)V99.
       01 COVERAGE-COUNTS.
           05 LINK-COUNT PIC 9(5) VALUE 0.
           05 NOT-ON-MASTER-COUNT PIC 9(5) VALUE 0.
           05 DETAIL-COUNT PIC 9(7) VALUE 0.
           05 UNCONVERTED-COUNT PIC 9(5) VALUE 0.
       01 GRAND-TOTALS.
           05 TOTAL-ELIGIBLE PIC 9(14)V99 VALUE 0.
           05 TOTAL-INSURED PIC 9(14)V99 VALUE 0.
           05 TOTAL-UNINSURED PIC 9(14)V99 VALUE 0.
       01 TEMP-VARS.
           05 FORMATTED-AMOUNT PIC Z(11)9.99.
           05 FORMATTED-AMOUNT-2 PIC Z(11)9.99.
           05 FORMATTED-AMOUNT-3 PIC Z(11)9.99.
           05 FORMATTED-CEILING PIC Z(9)9.99.
           05 FORMATTED-TOTAL PIC Z(13)9.99.
           05 FORMATTED-TOTAL-2 PIC Z(13)9.99.
           05 FORMATTED-TOTAL-3 PIC Z(13)9.99.
           05 FORMATTED-COUNT PIC ZZ9.
           05 FORMATTED-COUNT-2 PIC Z(4)9.
           05 UNCONVERTED-FLAG PIC X(12).
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
           PERFORM LoadRunParameters
           PERFORM LoadFxRates
           PERFORM LoadBankMaster
           PERFORM LoadCeilings
           PERFORM LoadMasterSlots
           IF RETURN-CODE >= 16
               GOBACK
           END-IF
           PERFORM LoadCustomerMaster
           IF CULINK-USED = 0
               MOVE "DG0003" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE "NO CUSTOMER LINKS ON customer_master.txt"
                   TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM VARYING CULINK-INDEX FROM 1 BY 1
               UNTIL CULINK-INDEX > CULINK-USED
               PERFORM AddLinkDeposits
           END-PERFORM
           OPEN OUTPUT COVERAGE-REPORT-DATA
           IF COVREP-FILE-STATUS NOT = "00"
               MOVE "DG0004" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN deposit_coverage_report.txt, STATUS=",
                   COVREP-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT COVERAGE-EXTRACT-DATA
           IF COVEXT-FILE-STATUS NOT = "00"
               MOVE "DG0005" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN deposit_coverage_extract.txt, ",
                   "STATUS=", COVEXT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               CLOSE COVERAGE-REPORT-DATA
               GOBACK
           END-IF
           PERFORM WriteReportHeader
           PERFORM WriteExtractHeader
           PERFORM VARYING CV-INDEX FROM 1 BY 1
               UNTIL CV-INDEX > CV-USED
               PERFORM WriteCoverageLine
           END-PERFORM
           PERFORM WriteBankTotals
           PERFORM WriteExtractTrailer
           CLOSE COVERAGE-REPORT-DATA
           CLOSE COVERAGE-EXTRACT-DATA
           PERFORM PageReport
           DISPLAY "Deposit coverage run " RUN-DATE
           DISPLAY "Customer account links: " LINK-COUNT
           DISPLAY "Links not on the master: " NOT-ON-MASTER-COUNT
           DISPLAY "Customer/bank lines: " DETAIL-COUNT
           DISPLAY "Lines with unconverted currencies: "
               UNCONVERTED-COUNT
           GOBACK.

      *****************************************************************
      * Run date (runparams.txt)
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

      * only the keys this program uses - the rest of the card
      * belongs to the night run
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
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      *****************************************************************
      * Reference data - rates, bank names and coverage ceilings
      *****************************************************************
       LoadFxRates SECTION.
           OPEN INPUT FX-RATE-DATA
           IF FXRATE-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ FX-RATE-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF FX-RATE-F-X IS NUMERIC
                               AND FX-CURRENCY-F NOT = SPACES
                               AND FX-RATE-USED < 20
                               ADD 1 TO FX-RATE-USED
                               MOVE FX-CURRENCY-F
                                   TO FX-CODE(FX-RATE-USED)
                               MOVE FX-RATE-F-N
                                   TO FX-RATE(FX-RATE-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FX-RATE-DATA
           END-IF
           .

       FindFxRate SECTION.
           MOVE 'N' TO FX-FOUND-SW
           MOVE 0 TO FX-WORK-RATE
           PERFORM VARYING FX-SCAN-INDEX FROM 1 BY 1
               UNTIL FX-SCAN-INDEX > FX-RATE-USED
               IF FX-CODE(FX-SCAN-INDEX) = FX-LOOKUP-CODE
                   MOVE FX-RATE(FX-SCAN-INDEX) TO FX-WORK-RATE
                   SET FX-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

       LoadBankMaster SECTION.
           OPEN INPUT BANK-MASTER-DATA
           IF BANKMAST-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ BANK-MASTER-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF BM-BANK-ID-F IS NUMERIC
                               MOVE BM-BANK-ID-F TO WORK-BANK
                               PERFORM FindBankEntry
                               IF BK-MATCH-INDEX > 0
                                   MOVE BM-NAME-F
                                       TO BK-NAME(BK-MATCH-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-MASTER-DATA
           END-IF
           .

      * bank 00000 replaces the built-in default for every bank
      * without a ceiling line of its own
       LoadCeilings SECTION.
           OPEN INPUT COVERAGE-CEILING-DATA
           IF CEILING-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ COVERAGE-CEILING-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END PERFORM ApplyCeiling
                   END-READ
               END-PERFORM
               CLOSE COVERAGE-CEILING-DATA
           ELSE
               MOVE "DG0001" TO MSG-ID
               MOVE "I" TO MSG-SEVERITY
               MOVE function concatenate(
                   "NO coverage_ceilings.txt, STATUS=",
                   CEILING-FILE-STATUS, " - 100000.00 USED")
                   TO MSG-TEXT
               PERFORM LogMessage
           END-IF
           PERFORM VARYING BK-INDEX FROM 1 BY 1
               UNTIL BK-INDEX > BK-USED
               IF NOT BK-OWN-CEILING(BK-INDEX)
                   MOVE DEFAULT-CEILING TO BK-CEILING(BK-INDEX)
               END-IF
           END-PERFORM
           .

       ApplyCeiling SECTION.
           IF CC-BANK-ID-F IS NOT NUMERIC
               OR CC-CEILING-F IS NOT NUMERIC
               EXIT SECTION
           END-IF
           IF CC-BANK-ID-F = '00000'
               MOVE CC-CEILING-N TO DEFAULT-CEILING
               EXIT SECTION
           END-IF
           MOVE CC-BANK-ID-F TO WORK-BANK
           PERFORM FindBankEntry
           IF BK-MATCH-INDEX > 0
               MOVE CC-CEILING-N TO BK-CEILING(BK-MATCH-INDEX)
               SET BK-OWN-CEILING(BK-MATCH-INDEX) TO TRUE
           END-IF
           .

      * finds WORK-BANK in the bank table, adding it when missing;
      * a bank added after the ceilings are loaded gets the default
       FindBankEntry SECTION.
           MOVE 0 TO BK-MATCH-INDEX
           PERFORM VARYING BK-INDEX FROM 1 BY 1
               UNTIL BK-INDEX > BK-USED OR BK-MATCH-INDEX > 0
               IF BK-ID(BK-INDEX) = WORK-BANK
                   MOVE BK-INDEX TO BK-MATCH-INDEX
               END-IF
           END-PERFORM
           IF BK-MATCH-INDEX = 0 AND BK-USED < 200
               ADD 1 TO BK-USED
               MOVE BK-USED TO BK-MATCH-INDEX
               INITIALIZE BK-ENTRY(BK-USED)
               MOVE WORK-BANK TO BK-ID(BK-USED)
               MOVE DEFAULT-CEILING TO BK-CEILING(BK-USED)
               MOVE 'N' TO BK-CEILING-SW(BK-USED)
           END-IF
           .

      *****************************************************************
      * Balances - every currency slot on the indexed master
      *****************************************************************
       LoadMasterSlots SECTION.
           OPEN INPUT MASTER-ISAM-DATA
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "DG0002" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN account_master.dat, STATUS=",
                   MASTER-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL MASTER-EOF
                   READ MASTER-ISAM-DATA NEXT RECORD
                       AT END SET MASTER-EOF TO TRUE
                       NOT AT END PERFORM NoteMasterSlots
                   END-READ
               END-PERFORM
               CLOSE MASTER-ISAM-DATA
           END-IF
           .

       NoteMasterSlots SECTION.
           IF MST-KEY IS NOT NUMERIC
               OR MST-NUM-CURRENCIES IS NOT NUMERIC
               OR MST-NUM-CURRENCIES > 5
               EXIT SECTION
           END-IF
           PERFORM VARYING MST-CURR-IDX FROM 1 BY 1
               UNTIL MST-CURR-IDX > MST-NUM-CURRENCIES
               IF MS-USED < 10000
                   ADD 1 TO MS-USED
                   MOVE MST-BANK-ID TO MS-BANK(MS-USED)
                   MOVE MST-ACCOUNT-ID TO MS-ACCOUNT(MS-USED)
                   MOVE MST-CURR-CODE(MST-CURR-IDX)
                       TO MS-CURRENCY(MS-USED)
                   MOVE MST-SALDO(MST-CURR-IDX) TO MS-SALDO(MS-USED)
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * Customer dimension - one coverage line per customer and bank
      *****************************************************************
       LoadCustomerMaster SECTION.
           OPEN INPUT CUSTOMER-MASTER-DATA
           IF CUSTMAST-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ CUSTOMER-MASTER-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END PERFORM ApplyCustomerLink
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-DATA
           END-IF
           .

       ApplyCustomerLink SECTION.
           IF CU-CUSTOMER-ID-F = SPACES
               OR CU-BANK-ID-F IS NOT NUMERIC
               OR CU-ACCOUNT-ID-F IS NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE 'N' TO LINK-FOUND-SW
           PERFORM VARYING CULINK-INDEX FROM 1 BY 1
               UNTIL CULINK-INDEX > CULINK-USED OR LINK-FOUND
               IF CULINK-CUSTOMER(CULINK-INDEX) = CU-CUSTOMER-ID-F
                   AND CULINK-BANK(CULINK-INDEX) = CU-BANK-ID-F
                   AND CULINK-ACCOUNT(CULINK-INDEX) = CU-ACCOUNT-ID-F
                   SET LINK-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF LINK-FOUND OR CULINK-USED >= 5000
               EXIT SECTION
           END-IF
           ADD 1 TO CULINK-USED
           ADD 1 TO LINK-COUNT
           MOVE CU-CUSTOMER-ID-F TO CULINK-CUSTOMER(CULINK-USED)
           MOVE CU-BANK-ID-F TO CULINK-BANK(CULINK-USED)
           MOVE CU-ACCOUNT-ID-F TO CULINK-ACCOUNT(CULINK-USED)
           MOVE 0 TO CV-MATCH-INDEX
           PERFORM VARYING CV-INDEX FROM 1 BY 1
               UNTIL CV-INDEX > CV-USED OR CV-MATCH-INDEX > 0
               IF CV-CUSTOMER(CV-INDEX) = CU-CUSTOMER-ID-F
                   AND CV-BANK(CV-INDEX) = CU-BANK-ID-F
                   MOVE CV-INDEX TO CV-MATCH-INDEX
               END-IF
           END-PERFORM
           IF CV-MATCH-INDEX = 0 AND CV-USED < 5000
               ADD 1 TO CV-USED
               INITIALIZE CV-ENTRY(CV-USED)
               MOVE CU-CUSTOMER-ID-F TO CV-CUSTOMER(CV-USED)
               MOVE CU-BANK-ID-F TO CV-BANK(CV-USED)
               MOVE CU-NAME-F TO CV-NAME(CV-USED)
               MOVE 'N' TO CV-UNCONVERTED-SW(CV-USED)
           END-IF
           .

      * only money the customer holds counts - an overdrawn slot
      * does not reduce the deposits on the others
       AddLinkDeposits SECTION.
           MOVE 0 TO CV-MATCH-INDEX
           PERFORM VARYING CV-INDEX FROM 1 BY 1
               UNTIL CV-INDEX > CV-USED OR CV-MATCH-INDEX > 0
               IF CV-CUSTOMER(CV-INDEX) = CULINK-CUSTOMER(CULINK-INDEX)
                   AND CV-BANK(CV-INDEX) = CULINK-BANK(CULINK-INDEX)
                   MOVE CV-INDEX TO CV-MATCH-INDEX
               END-IF
           END-PERFORM
           IF CV-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           MOVE 'N' TO ACCOUNT-FOUND-SW
           PERFORM VARYING MS-INDEX FROM 1 BY 1
               UNTIL MS-INDEX > MS-USED
               IF MS-BANK(MS-INDEX) = CULINK-BANK(CULINK-INDEX)
                   AND MS-ACCOUNT(MS-INDEX)
                       = CULINK-ACCOUNT(CULINK-INDEX)
                   SET ACCOUNT-FOUND TO TRUE
                   IF MS-SALDO(MS-INDEX) > 0
                       PERFORM AddSlotDeposit
                   END-IF
               END-IF
           END-PERFORM
           IF ACCOUNT-FOUND
               ADD 1 TO CV-ACCOUNTS(CV-MATCH-INDEX)
           ELSE
               ADD 1 TO NOT-ON-MASTER-COUNT
           END-IF
           .

       AddSlotDeposit SECTION.
           MOVE MS-CURRENCY(MS-INDEX) TO FX-LOOKUP-CODE
           IF FX-LOOKUP-CODE = 'EUR'
               ADD MS-SALDO(MS-INDEX) TO CV-ELIGIBLE(CV-MATCH-INDEX)
           ELSE
               PERFORM FindFxRate
               IF FX-FOUND
                   COMPUTE WORK-TRANSLATED ROUNDED =
                       MS-SALDO(MS-INDEX) * FX-WORK-RATE
                   ADD WORK-TRANSLATED TO CV-ELIGIBLE(CV-MATCH-INDEX)
               ELSE
                   SET CV-UNCONVERTED(CV-MATCH-INDEX) TO TRUE
               END-IF
           END-IF
           .

      *****************************************************************
      * deposit_coverage_report.txt and deposit_coverage_extract.txt
      *****************************************************************
       WriteReportHeader SECTION.
           MOVE function concatenate(
               'Deposit guarantee coverage per customer and bank, ',
               'EUR, run ', RUN-DATE) TO COVERAGE-LINE
           WRITE COVERAGE-REPORT-F
           MOVE SPACES TO COVERAGE-LINE
           WRITE COVERAGE-REPORT-F
           MOVE function concatenate('Customer Bank  ',
               'Name                          ',
               ' Accts',
               '        Eligible',
               '       Ceiling',
               '         Insured',
               '       Uninsured') TO COVERAGE-LINE
           WRITE COVERAGE-REPORT-F
           .

      * a link whose account is not on the master holds nothing to
      * cover and stays off the report and the extract
       WriteCoverageLine SECTION.
           IF CV-ACCOUNTS(CV-INDEX) = 0
               EXIT SECTION
           END-IF
           MOVE CV-BANK(CV-INDEX) TO WORK-BANK
           PERFORM FindBankEntry
           IF BK-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           IF CV-ELIGIBLE(CV-INDEX) > BK-CEILING(BK-MATCH-INDEX)
               MOVE BK-CEILING(BK-MATCH-INDEX) TO WORK-INSURED
           ELSE
               MOVE CV-ELIGIBLE(CV-INDEX) TO WORK-INSURED
           END-IF
           COMPUTE WORK-UNINSURED =
               CV-ELIGIBLE(CV-INDEX) - WORK-INSURED
           ADD 1 TO DETAIL-COUNT
           ADD 1 TO BK-CUSTOMERS(BK-MATCH-INDEX)
           ADD CV-ELIGIBLE(CV-INDEX) TO BK-ELIGIBLE(BK-MATCH-INDEX)
           ADD WORK-INSURED TO BK-INSURED(BK-MATCH-INDEX)
           ADD WORK-UNINSURED TO BK-UNINSURED(BK-MATCH-INDEX)
           ADD CV-ELIGIBLE(CV-INDEX) TO TOTAL-ELIGIBLE
           ADD WORK-INSURED TO TOTAL-INSURED
           ADD WORK-UNINSURED TO TOTAL-UNINSURED
           MOVE SPACES TO UNCONVERTED-FLAG
           IF CV-UNCONVERTED(CV-INDEX)
               ADD 1 TO UNCONVERTED-COUNT
               MOVE ' NO FX RATE' TO UNCONVERTED-FLAG
           END-IF
           MOVE CV-ACCOUNTS(CV-INDEX) TO FORMATTED-COUNT
           MOVE CV-ELIGIBLE(CV-INDEX) TO FORMATTED-AMOUNT
           MOVE BK-CEILING(BK-MATCH-INDEX) TO FORMATTED-CEILING
           MOVE WORK-INSURED TO FORMATTED-AMOUNT-2
           MOVE WORK-UNINSURED TO FORMATTED-AMOUNT-3
           MOVE function concatenate(CV-CUSTOMER(CV-INDEX), ' ',
               CV-BANK(CV-INDEX), ' ', CV-NAME(CV-INDEX), '   ',
               FORMATTED-COUNT, ' ', FORMATTED-AMOUNT, ' ',
               FORMATTED-CEILING, ' ', FORMATTED-AMOUNT-2, ' ',
               FORMATTED-AMOUNT-3, UNCONVERTED-FLAG)
               TO COVERAGE-LINE
           WRITE COVERAGE-REPORT-F
           MOVE SPACES TO DGS-EXTRACT-F
           MOVE 'D' TO DX-RECORD-TYPE
           MOVE CV-CUSTOMER(CV-INDEX) TO DX-CUSTOMER-ID
           MOVE CV-BANK(CV-INDEX) TO DX-BANK-ID
           MOVE CV-NAME(CV-INDEX) TO DX-CUSTOMER-NAME
           MOVE 'EUR' TO DX-CURRENCY
           MOVE CV-ACCOUNTS(CV-INDEX) TO DX-ACCOUNT-COUNT
           MOVE CV-ELIGIBLE(CV-INDEX) TO DX-ELIGIBLE
           MOVE BK-CEILING(BK-MATCH-INDEX) TO DX-CEILING
           MOVE WORK-INSURED TO DX-INSURED
           MOVE WORK-UNINSURED TO DX-UNINSURED
           MOVE CV-UNCONVERTED-SW(CV-INDEX) TO DX-UNCONVERTED
           WRITE DGS-EXTRACT-F
           .

       WriteBankTotals SECTION.
           MOVE SPACES TO COVERAGE-LINE
           WRITE COVERAGE-REPORT-F
           MOVE 'Totals by bank' TO COVERAGE-LINE
           WRITE COVERAGE-REPORT-F
           MOVE function concatenate('Bank  ',
               'Name                          ',
               ' Custs',
               '          Eligible',
               '           Insured',
               '         Uninsured') TO COVERAGE-LINE
           WRITE COVERAGE-REPORT-F
           PERFORM VARYING BK-INDEX FROM 1 BY 1
               UNTIL BK-INDEX > BK-USED
               IF BK-CUSTOMERS(BK-INDEX) > 0
                   MOVE BK-CUSTOMERS(BK-INDEX) TO FORMATTED-COUNT-2
                   MOVE BK-ELIGIBLE(BK-INDEX) TO FORMATTED-TOTAL
                   MOVE BK-INSURED(BK-INDEX) TO FORMATTED-TOTAL-2
                   MOVE BK-UNINSURED(BK-INDEX) TO FORMATTED-TOTAL-3
                   MOVE function concatenate(BK-ID(BK-INDEX), ' ',
                       BK-NAME(BK-INDEX), ' ', FORMATTED-COUNT-2, ' ',
                       FORMATTED-TOTAL, ' ', FORMATTED-TOTAL-2, ' ',
                       FORMATTED-TOTAL-3) TO COVERAGE-LINE
                   WRITE COVERAGE-REPORT-F
               END-IF
           END-PERFORM
           MOVE DETAIL-COUNT TO FORMATTED-COUNT-2
           MOVE TOTAL-ELIGIBLE TO FORMATTED-TOTAL
           MOVE TOTAL-INSURED TO FORMATTED-TOTAL-2
           MOVE TOTAL-UNINSURED TO FORMATTED-TOTAL-3
           MOVE function concatenate('ALL   ',
               'All banks                     ', ' ',
               FORMATTED-COUNT-2, ' ', FORMATTED-TOTAL, ' ',
               FORMATTED-TOTAL-2, ' ', FORMATTED-TOTAL-3)
               TO COVERAGE-LINE
           WRITE COVERAGE-REPORT-F
           IF UNCONVERTED-COUNT > 0
               MOVE function concatenate('NO FX RATE: a currency ',
                   'without a rate on fx_rates.txt is left out of ',
                   'the eligible total') TO COVERAGE-LINE
               WRITE COVERAGE-REPORT-F
           END-IF
           .

       WriteExtractHeader SECTION.
           MOVE SPACES TO DGS-EXTRACT-F
           MOVE 'H' TO DX-RECORD-TYPE
           MOVE RUN-DATE TO DX-RUN-DATE
           MOVE 'EUR' TO DX-BASE-CURRENCY
           WRITE DGS-EXTRACT-F
           .

       WriteExtractTrailer SECTION.
           MOVE SPACES TO DGS-EXTRACT-F
           MOVE 'T' TO DX-RECORD-TYPE
           MOVE DETAIL-COUNT TO DX-RECORD-COUNT
           MOVE TOTAL-ELIGIBLE TO DX-TOTAL-ELIGIBLE
           MOVE TOTAL-INSURED TO DX-TOTAL-INSURED
           MOVE TOTAL-UNINSURED TO DX-TOTAL-UNINSURED
           WRITE DGS-EXTRACT-F
           .

       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'batchprocess/deposit_coverage_report.txt'
               TO PG-FILE-NAME
           MOVE 'DEPOSIT INSURANCE COVERAGE' TO PG-TITLE
           MOVE 'DEPCOVER' TO PG-PROGRAM
           MOVE RUN-DATE TO PG-PROC-DATE
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

       END PROGRAM DEPCOVER.
