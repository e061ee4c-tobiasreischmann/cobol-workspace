       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTPROF.
      *****************************************************************
      * Customer profitability - monthly report per customer and bank
      * built on the customer dimension (customer_master.txt), the
      * archived audit trails of the month and the end-of-day
      * snapshots in balance_history.txt.
      *   fee income: FEE and TDPENALTY postings
      *   debit interest earned: INTEREST debit accruals, LOANINT
      *   installment interest and debit back-value adjustments
      *   credit interest paid: INTEREST credit accruals, TDINT and
      *   credit back-value adjustments
      *   withholding tax: WHTAX postings, shown for reference only -
      *   the tax is the authority's, not the bank's
      *   average balance: every day of the month, a day without a
      *   snapshot carrying the last known balance forward (the
      *   AVGBAL rules), summed over the customer's accounts
      *   net contribution: fee income + debit interest earned -
      *   credit interest paid
      * Every figure is translated to the base currency (EUR) with
      * fx_rates.txt; a currency without a rate is left out and the
      * line flagged. An account is counted under the first customer
      * linked to it; accounts with no link are gathered per bank on
      * a line of their own.
      * profitability_report.txt ranks the lines from the most to
      * the least profitable and flags a negative contribution;
      * profitability.csv carries the same lines for the relationship
      * managers' spreadsheets.
      * The month is PROFMONTH=YYYYMM in runparams.txt, else the last
      * complete month before the run date (PROCDATE sets the run
      * date). An archive is only used once its hash chain has been
      * followed through AUDITHASH and found to match the index.
      * The report is printed with the shop's standard page headers
      * (RPTPAGE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT ARCHIVE-INDEX-DATA ASSIGN TO
             "batchprocess/audit_archive_index.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIDX-FILE-STATUS.
           SELECT ARCHIVE-DATA ASSIGN TO ARCHIVE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-FILE-STATUS.
           SELECT BALANCE-HISTORY-DATA ASSIGN TO
             "batchprocess/balance_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BALHIST-FILE-STATUS.
           SELECT PROFIT-REPORT-DATA ASSIGN TO
             "batchprocess/profitability_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROFREP-FILE-STATUS.
           SELECT PROFIT-CSV-DATA ASSIGN TO
             "batchprocess/profitability.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROFCSV-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
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
           FD ARCHIVE-INDEX-DATA.
           01 ARCHIVE-INDEX-F.
            05 AIX-LINE PIC X(90).
           FD ARCHIVE-DATA.
           01 ARCHIVE-DATA-F.
            05 ARCHIVE-LINE PIC X(185).
           FD BALANCE-HISTORY-DATA.
           COPY BALHREC.
           FD PROFIT-REPORT-DATA.
           01 PROFIT-REPORT-F.
            05 PROFIT-LINE PIC X(160).
           FD PROFIT-CSV-DATA.
           01 PROFIT-CSV-F.
            05 PROFIT-CSV-LINE PIC X(200).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "CUSTPROF".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 RUNPARAM-FILE-STATUS PIC X(2).
           05 CUSTMAST-FILE-STATUS PIC X(2).
           05 FXRATE-FILE-STATUS PIC X(2).
           05 ARCHIDX-FILE-STATUS PIC X(2).
           05 ARCHIVE-FILE-STATUS PIC X(2).
           05 BALHIST-FILE-STATUS PIC X(2).
           05 PROFREP-FILE-STATUS PIC X(2).
           05 PROFCSV-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.
       01 ARCHIVE-EOF-SW PIC X VALUE 'N'.
           88 ARCHIVE-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(8).
       01 RP-KEY PIC X(20).
       01 RP-VALUE PIC X(20).

      * the month reported and the days it covers - PERIOD-END is the
      * month's last day, or the run date for the month in progress
       01 PROF-MONTH PIC X(6) VALUE SPACES.
       01 PROF-MONTH-N REDEFINES PROF-MONTH PIC 9(6).
       01 MONTH-START PIC 9(8).
       01 MONTH-END PIC 9(8).
       01 PERIOD-END PIC 9(8).
       01 PERIOD-DAYS PIC 99.
       01 NEXT-MONTH PIC 9(8).
       01 WORK-YEAR PIC 9(4).
       01 WORK-MONTH PIC 99.
       01 HISTORY-DATE PIC 9(8).
       01 HISTORY-DAY PIC 99.
       01 HISTORY-BALANCE PIC S9(10)V99.

       01 ARCHIVE-FILE-NAME PIC X(44).
       01 AIX-DATE PIC 9(8).

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

      * customer dimension - the first customer linked to an account
      * is the one it is counted under
       01 CUSTOMER-LINKS.
           05 CULINK-USED PIC 9(4) VALUE 0.
           05 CULINK-ENTRY OCCURS 5000 TIMES.
               10 CULINK-CUSTOMER PIC X(8).
               10 CULINK-BANK PIC X(5).
               10 CULINK-ACCOUNT PIC X(10).
       01 CULINK-INDEX PIC 9(4).
       01 CULINK-MATCH-INDEX PIC 9(4).

      * one line per customer and bank, all figures in EUR; the
      * customer id is blank on a bank's line of unlinked accounts
       01 PROFIT-TABLE.
           05 CP-USED PIC 9(4) VALUE 0.
           05 CP-ENTRY OCCURS 5000 TIMES.
               10 CP-CUSTOMER PIC X(8).
               10 CP-BANK PIC X(5).
               10 CP-NAME PIC X(30).
               10 CP-ACCOUNTS PIC 999.
               10 CP-FEES PIC S9(12)V99.
               10 CP-INT-EARNED PIC S9(12)V99.
               10 CP-INT-PAID PIC S9(12)V99.
               10 CP-WHT PIC S9(12)V99.
               10 CP-AVG-BALANCE PIC S9(12)V99.
               10 CP-NET PIC S9(12)V99.
               10 CP-UNCONVERTED-SW PIC X.
                   88 CP-UNCONVERTED VALUE 'Y'.
               10 CP-LISTED-SW PIC X.
                   88 CP-LISTED VALUE 'Y'.
       01 CP-INDEX PIC 9(4).
       01 CP-MATCH-INDEX PIC 9(4).
       01 CP-BEST-INDEX PIC 9(4).
       01 WORK-CUSTOMER PIC X(8).
       01 WORK-BANK PIC X(5).
       01 WORK-ACCOUNT PIC X(10).

      * the month's income and expense postings per account and
      * currency, in the account currency
       01 ACTIVITY-TABLE.
           05 AC-USED PIC 9(4) VALUE 0.
           05 AC-ENTRY OCCURS 5000 TIMES.
               10 AC-BANK PIC X(5).
               10 AC-ACCOUNT PIC X(10).
               10 AC-CURRENCY PIC X(3).
               10 AC-FEES PIC S9(12)V99.
               10 AC-INT-EARNED PIC S9(12)V99.
               10 AC-INT-PAID PIC S9(12)V99.
               10 AC-WHT PIC S9(12)V99.
       01 AC-INDEX PIC 9(4).
       01 AC-MATCH-INDEX PIC 9(4).

      * one entry per account and currency seen on the history up to
      * the end of the period
       01 AVERAGE-TABLE.
           05 AB-USED PIC 9(4) VALUE 0.
           05 AB-ENTRY OCCURS 2000 TIMES.
               10 AB-BANK PIC X(5).
               10 AB-ACCOUNT PIC X(10).
               10 AB-CURRENCY PIC X(3).
               10 AB-PRIOR-DATE PIC 9(8).
               10 AB-PRIOR-BALANCE PIC S9(10)V99.
               10 AB-DAY OCCURS 31 TIMES.
                   15 AB-DAY-SW PIC X.
                       88 AB-DAY-KNOWN VALUE 'Y'.
                   15 AB-DAY-BALANCE PIC S9(10)V99.
       01 AB-INDEX PIC 9(4).
       01 AB-MATCH-INDEX PIC 9(4).
       01 DAY-INDEX PIC 99.
       01 BALANCE-KNOWN-SW PIC X VALUE 'N'.
           88 BALANCE-KNOWN VALUE 'Y'.
       01 RUNNING-BALANCE PIC S9(10)V99.
       01 BALANCE-SUM PIC S9(14)V99.
       01 DAYS-COUNTED PIC 99.
       01 AVERAGE-BALANCE PIC S9(10)V99.

       01 AUD-FIELDS.
           05 AUD-BANK PIC X(5).
           05 AUD-ACCOUNT PIC X(10).
           05 AUD-CURRENCY PIC X(3).
           05 AUD-COMMENT PIC X(53).
           05 AUD-BEFORE PIC S9(10)V99.
           05 AUD-AFTER PIC S9(10)V99.
           05 AUD-MOVEMENT PIC S9(10)V99.
           05 AUD-ABS PIC 9(10)V99.
       01 WORK-CATEGORY PIC X(10).
       01 WORK-AMOUNT PIC S9(12)V99.
       01 WORK-TRANSLATED PIC S9(12)V99.

       01 COUNTERS.
           05 FILES-SCANNED PIC 9(5) VALUE 0.
           05 FILES-REFUSED PIC 9(5) VALUE 0.
           05 LINES-SCANNED PIC 9(7) VALUE 0.
           05 POSTINGS-COUNTED PIC 9(7) VALUE 0.
           05 HISTORY-LINES PIC 9(8) VALUE 0.
           05 TABLE-FULL-COUNT PIC 9(8) VALUE 0.
           05 DETAIL-COUNT PIC 9(5) VALUE 0.
           05 LOSS-COUNT PIC 9(5) VALUE 0.
           05 UNCONVERTED-COUNT PIC 9(5) VALUE 0.
           05 RANK-NUMBER PIC 9(5) VALUE 0.
       01 GRAND-TOTALS.
           05 TOTAL-FEES PIC S9(14)V99 VALUE 0.
           05 TOTAL-INT-EARNED PIC S9(14)V99 VALUE 0.
           05 TOTAL-INT-PAID PIC S9(14)V99 VALUE 0.
           05 TOTAL-WHT PIC S9(14)V99 VALUE 0.
           05 TOTAL-AVG-BALANCE PIC S9(14)V99 VALUE 0.
           05 TOTAL-NET PIC S9(14)V99 VALUE 0.

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
           05 FORMATTED-FEES PIC -(9)9.99.
           05 FORMATTED-EARNED PIC -(9)9.99.
           05 FORMATTED-PAID PIC -(9)9.99.
           05 FORMATTED-WHT PIC -(9)9.99.
           05 FORMATTED-AVERAGE PIC -(11)9.99.
           05 FORMATTED-NET PIC -(10)9.99.
           05 FORMATTED-RANK PIC Z(4)9.
           05 FORMATTED-COUNT PIC ZZ9.
           05 CUSTOMER-LABEL PIC X(8).
           05 PROFIT-FLAG PIC X(20).
           05 CSV-FLAG PIC X(10).
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
           PERFORM SetReportPeriod
           IF RETURN-CODE >= 16
               GOBACK
           END-IF
           PERFORM LoadFxRates
           PERFORM LoadCustomerMaster
           PERFORM WalkArchiveIndex
           PERFORM LoadBalanceHistory
           PERFORM VARYING AC-INDEX FROM 1 BY 1
               UNTIL AC-INDEX > AC-USED
               PERFORM AddAccountActivity
           END-PERFORM
           PERFORM VARYING AB-INDEX FROM 1 BY 1
               UNTIL AB-INDEX > AB-USED
               PERFORM AddAccountAverage
           END-PERFORM
           IF TABLE-FULL-COUNT > 0
               MOVE "CP0010" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "PROFITABILITY TABLES FULL - ", TABLE-FULL-COUNT,
                   " LINES LEFT OUT") TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM WriteProfitability
           DISPLAY "Customer profitability " PROF-MONTH
               " run " RUN-DATE
           DISPLAY "Archives scanned: " FILES-SCANNED
               "  refused: " FILES-REFUSED
           DISPLAY "Customer/bank lines: " DETAIL-COUNT
               "  negative contribution: " LOSS-COUNT
           GOBACK.

      *****************************************************************
      * Run date and month (runparams.txt)
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
           WHEN 'PROFMONTH'
               MOVE RP-VALUE(1:6) TO PROF-MONTH
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      * the month defaults to the one before the run date's month
       SetReportPeriod SECTION.
           IF PROF-MONTH = SPACES
               MOVE RUN-DATE(1:4) TO WORK-YEAR
               MOVE RUN-DATE(5:2) TO WORK-MONTH
               IF WORK-MONTH = 1
                   MOVE 12 TO WORK-MONTH
                   SUBTRACT 1 FROM WORK-YEAR
               ELSE
                   SUBTRACT 1 FROM WORK-MONTH
               END-IF
               MOVE WORK-YEAR TO PROF-MONTH(1:4)
               MOVE WORK-MONTH TO PROF-MONTH(5:2)
           END-IF
           IF PROF-MONTH IS NOT NUMERIC
               OR PROF-MONTH(5:2) < '01' OR PROF-MONTH(5:2) > '12'
               MOVE "CP0001" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "PROFMONTH ", PROF-MONTH,
                   " IS NOT A VALID YYYYMM MONTH") TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           COMPUTE MONTH-START = PROF-MONTH-N * 100 + 1
           IF MONTH-START > RUN-DATE
               MOVE "CP0002" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "MONTH ", PROF-MONTH,
                   " HAS NOT STARTED ON RUN DATE ", RUN-DATE)
                   TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE PROF-MONTH(1:4) TO WORK-YEAR
           MOVE PROF-MONTH(5:2) TO WORK-MONTH
           IF WORK-MONTH = 12
               MOVE 1 TO WORK-MONTH
               ADD 1 TO WORK-YEAR
           ELSE
               ADD 1 TO WORK-MONTH
           END-IF
           COMPUTE NEXT-MONTH =
               WORK-YEAR * 10000 + WORK-MONTH * 100 + 1
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH) - 1) TO MONTH-END
           IF RUN-DATE < MONTH-END
               MOVE RUN-DATE TO PERIOD-END
           ELSE
               MOVE MONTH-END TO PERIOD-END
           END-IF
           MOVE PERIOD-END(7:2) TO PERIOD-DAYS
           .

      *****************************************************************
      * Reference data - rates and the customer dimension
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

      * every linked customer gets a line at each bank it banks with,
      * whether or not the month moved anything
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
           IF CULINK-USED = 0
               MOVE "CP0003" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE "NO CUSTOMER LINKS ON customer_master.txt"
                   TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

       ApplyCustomerLink SECTION.
           IF CU-CUSTOMER-ID-F = SPACES
               OR CU-BANK-ID-F IS NOT NUMERIC
               OR CU-ACCOUNT-ID-F IS NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE CU-BANK-ID-F TO WORK-BANK
           MOVE CU-ACCOUNT-ID-F TO WORK-ACCOUNT
           PERFORM FindCustomerLink
           IF CULINK-MATCH-INDEX > 0 OR CULINK-USED >= 5000
               EXIT SECTION
           END-IF
           ADD 1 TO CULINK-USED
           MOVE CU-CUSTOMER-ID-F TO CULINK-CUSTOMER(CULINK-USED)
           MOVE CU-BANK-ID-F TO CULINK-BANK(CULINK-USED)
           MOVE CU-ACCOUNT-ID-F TO CULINK-ACCOUNT(CULINK-USED)
           MOVE CU-CUSTOMER-ID-F TO WORK-CUSTOMER
           PERFORM FindProfitEntry
           IF CP-MATCH-INDEX > 0
               ADD 1 TO CP-ACCOUNTS(CP-MATCH-INDEX)
               IF CP-NAME(CP-MATCH-INDEX) = SPACES
                   MOVE CU-NAME-F TO CP-NAME(CP-MATCH-INDEX)
               END-IF
           END-IF
           .

      * CULINK-MATCH-INDEX names the link of WORK-BANK/WORK-ACCOUNT;
      * zero when the account belongs to no customer
       FindCustomerLink SECTION.
           MOVE 0 TO CULINK-MATCH-INDEX
           PERFORM VARYING CULINK-INDEX FROM 1 BY 1
               UNTIL CULINK-INDEX > CULINK-USED
                   OR CULINK-MATCH-INDEX > 0
               IF CULINK-BANK(CULINK-INDEX) = WORK-BANK
                   AND CULINK-ACCOUNT(CULINK-INDEX) = WORK-ACCOUNT
                   MOVE CULINK-INDEX TO CULINK-MATCH-INDEX
               END-IF
           END-PERFORM
           .

      * the line of WORK-CUSTOMER at WORK-BANK, added when new;
      * CP-MATCH-INDEX stays zero when the table is full
       FindProfitEntry SECTION.
           MOVE 0 TO CP-MATCH-INDEX
           PERFORM VARYING CP-INDEX FROM 1 BY 1
               UNTIL CP-INDEX > CP-USED OR CP-MATCH-INDEX > 0
               IF CP-CUSTOMER(CP-INDEX) = WORK-CUSTOMER
                   AND CP-BANK(CP-INDEX) = WORK-BANK
                   MOVE CP-INDEX TO CP-MATCH-INDEX
               END-IF
           END-PERFORM
           IF CP-MATCH-INDEX > 0
               EXIT SECTION
           END-IF
           IF CP-USED >= 5000
               ADD 1 TO TABLE-FULL-COUNT
               EXIT SECTION
           END-IF
           ADD 1 TO CP-USED
           MOVE CP-USED TO CP-MATCH-INDEX
           INITIALIZE CP-ENTRY(CP-USED)
           MOVE WORK-CUSTOMER TO CP-CUSTOMER(CP-USED)
           MOVE WORK-BANK TO CP-BANK(CP-USED)
           MOVE 'N' TO CP-UNCONVERTED-SW(CP-USED)
           MOVE 'N' TO CP-LISTED-SW(CP-USED)
           IF WORK-CUSTOMER = SPACES
               MOVE 'ACCOUNTS WITHOUT CUSTOMER LINK'
                   TO CP-NAME(CP-USED)
           END-IF
           .

      *****************************************************************
      * Archived audit trails of the month - index line layout as
      * kept by BATCHPROCESS: date(1:8) count(10:10) file name(21:44)
      * chain start hash(66:10) chain end hash(77:10)
      *****************************************************************
       WalkArchiveIndex SECTION.
           OPEN INPUT ARCHIVE-INDEX-DATA
           IF ARCHIDX-FILE-STATUS NOT = "00"
               MOVE "CP0004" TO MSG-ID
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
                               IF AIX-DATE >= MONTH-START
                                   AND AIX-DATE <= PERIOD-END
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
               MOVE "CP0005" TO MSG-ID
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

      * audit line layout: bank(1:5) account(7:10) currency(20:3)
      * before(24:11) after(39:11) comment(51:53); the income and
      * expense postings are recognized by their comment category
       ExamineArchiveLine SECTION.
           ADD 1 TO LINES-SCANNED
           MOVE ARCHIVE-LINE(51:53) TO AUD-COMMENT
           MOVE SPACES TO WORK-CATEGORY
           UNSTRING AUD-COMMENT DELIMITED BY SPACE
               INTO WORK-CATEGORY
           END-UNSTRING
           IF WORK-CATEGORY NOT = 'FEE'
               AND WORK-CATEGORY NOT = 'TDPENALTY'
               AND WORK-CATEGORY NOT = 'INTEREST'
               AND WORK-CATEGORY NOT = 'LOANINT'
               AND WORK-CATEGORY NOT = 'TDINT'
               AND WORK-CATEGORY NOT = 'WHTAX'
               EXIT SECTION
           END-IF
           IF ARCHIVE-LINE(1:5) IS NOT NUMERIC
               OR ARCHIVE-LINE(7:10) IS NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE ARCHIVE-LINE(1:5) TO AUD-BANK
           MOVE ARCHIVE-LINE(7:10) TO AUD-ACCOUNT
           MOVE ARCHIVE-LINE(20:3) TO AUD-CURRENCY
           MOVE FUNCTION NUMVAL(ARCHIVE-LINE(24:11)) TO AUD-BEFORE
           MOVE FUNCTION NUMVAL(ARCHIVE-LINE(39:11)) TO AUD-AFTER
           COMPUTE AUD-MOVEMENT = AUD-AFTER - AUD-BEFORE
           IF AUD-MOVEMENT < 0
               COMPUTE AUD-ABS = 0 - AUD-MOVEMENT
           ELSE
               MOVE AUD-MOVEMENT TO AUD-ABS
           END-IF
           PERFORM FindActivityEntry
           IF AC-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           ADD 1 TO POSTINGS-COUNTED
      * a back-value adjustment is earned when it debits the account
      * and paid when it credits it
           EVALUATE TRUE
           WHEN WORK-CATEGORY = 'FEE' OR WORK-CATEGORY = 'TDPENALTY'
               ADD AUD-ABS TO AC-FEES(AC-MATCH-INDEX)
           WHEN WORK-CATEGORY = 'LOANINT'
               OR AUD-COMMENT(1:14) = 'INTEREST debit'
               ADD AUD-ABS TO AC-INT-EARNED(AC-MATCH-INDEX)
           WHEN WORK-CATEGORY = 'TDINT'
               OR AUD-COMMENT(1:15) = 'INTEREST credit'
               ADD AUD-ABS TO AC-INT-PAID(AC-MATCH-INDEX)
           WHEN WORK-CATEGORY = 'WHTAX'
               ADD AUD-ABS TO AC-WHT(AC-MATCH-INDEX)
           WHEN AUD-MOVEMENT < 0
               ADD AUD-ABS TO AC-INT-EARNED(AC-MATCH-INDEX)
           WHEN OTHER
               ADD AUD-ABS TO AC-INT-PAID(AC-MATCH-INDEX)
           END-EVALUATE
           .

       FindActivityEntry SECTION.
           MOVE 0 TO AC-MATCH-INDEX
           PERFORM VARYING AC-INDEX FROM 1 BY 1
               UNTIL AC-INDEX > AC-USED OR AC-MATCH-INDEX > 0
               IF AC-BANK(AC-INDEX) = AUD-BANK
                   AND AC-ACCOUNT(AC-INDEX) = AUD-ACCOUNT
                   AND AC-CURRENCY(AC-INDEX) = AUD-CURRENCY
                   MOVE AC-INDEX TO AC-MATCH-INDEX
               END-IF
           END-PERFORM
           IF AC-MATCH-INDEX > 0
               EXIT SECTION
           END-IF
           IF AC-USED >= 5000
               ADD 1 TO TABLE-FULL-COUNT
               EXIT SECTION
           END-IF
           ADD 1 TO AC-USED
           MOVE AC-USED TO AC-MATCH-INDEX
           INITIALIZE AC-ENTRY(AC-USED)
           MOVE AUD-BANK TO AC-BANK(AC-USED)
           MOVE AUD-ACCOUNT TO AC-ACCOUNT(AC-USED)
           MOVE AUD-CURRENCY TO AC-CURRENCY(AC-USED)
           .

      *****************************************************************
      * Balance history (balance_history.txt) - snapshots after the
      * period are ignored, those before it only keep the latest
      * balance as the carry-forward into day one
      *****************************************************************
       LoadBalanceHistory SECTION.
           OPEN INPUT BALANCE-HISTORY-DATA
           IF BALHIST-FILE-STATUS NOT = "00"
               MOVE "CP0006" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN balance_history.txt, STATUS=",
                   BALHIST-FILE-STATUS, " - NO AVERAGE BALANCES")
                   TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ BALANCE-HISTORY-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF BH-DATE-F IS NUMERIC
                           AND BH-BANK-ID-F IS NUMERIC
                           AND BH-ACCOUNT-ID-F IS NUMERIC
                           AND BH-DATE-F NOT > PERIOD-END
                           AND FUNCTION TEST-NUMVAL(BH-BALANCE-F) = 0
                           ADD 1 TO HISTORY-LINES
                           PERFORM ApplyHistoryLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-HISTORY-DATA
           .

       ApplyHistoryLine SECTION.
           MOVE BH-DATE-F TO HISTORY-DATE
           MOVE FUNCTION NUMVAL(BH-BALANCE-F) TO HISTORY-BALANCE
           PERFORM FindAverageEntry
           IF AB-MATCH-INDEX = 0
               IF AB-USED >= 2000
                   ADD 1 TO TABLE-FULL-COUNT
                   EXIT SECTION
               END-IF
               ADD 1 TO AB-USED
               MOVE AB-USED TO AB-MATCH-INDEX
               INITIALIZE AB-ENTRY(AB-MATCH-INDEX)
               MOVE BH-BANK-ID-F TO AB-BANK(AB-MATCH-INDEX)
               MOVE BH-ACCOUNT-ID-F TO AB-ACCOUNT(AB-MATCH-INDEX)
               MOVE BH-CURRENCY-F TO AB-CURRENCY(AB-MATCH-INDEX)
           END-IF
           IF HISTORY-DATE < MONTH-START
               IF HISTORY-DATE >= AB-PRIOR-DATE(AB-MATCH-INDEX)
                   MOVE HISTORY-DATE TO AB-PRIOR-DATE(AB-MATCH-INDEX)
                   MOVE HISTORY-BALANCE
                       TO AB-PRIOR-BALANCE(AB-MATCH-INDEX)
               END-IF
           ELSE
               MOVE HISTORY-DATE(7:2) TO HISTORY-DAY
               MOVE 'Y' TO AB-DAY-SW(AB-MATCH-INDEX,HISTORY-DAY)
               MOVE HISTORY-BALANCE
                   TO AB-DAY-BALANCE(AB-MATCH-INDEX,HISTORY-DAY)
           END-IF
           .

       FindAverageEntry SECTION.
           MOVE 0 TO AB-MATCH-INDEX
           PERFORM VARYING AB-INDEX FROM AB-USED BY -1
               UNTIL AB-INDEX < 1 OR AB-MATCH-INDEX > 0
               IF AB-BANK(AB-INDEX) = BH-BANK-ID-F
                   AND AB-ACCOUNT(AB-INDEX) = BH-ACCOUNT-ID-F
                   AND AB-CURRENCY(AB-INDEX) = BH-CURRENCY-F
                   MOVE AB-INDEX TO AB-MATCH-INDEX
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * Customer lines - each account's figures translated to EUR and
      * added to the line of the customer it belongs to
      *****************************************************************
       AddAccountActivity SECTION.
           MOVE AC-BANK(AC-INDEX) TO WORK-BANK
           MOVE AC-ACCOUNT(AC-INDEX) TO WORK-ACCOUNT
           PERFORM FindAccountOwner
           IF CP-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           MOVE AC-CURRENCY(AC-INDEX) TO FX-LOOKUP-CODE
           MOVE AC-FEES(AC-INDEX) TO WORK-AMOUNT
           PERFORM TranslateAmount
           ADD WORK-TRANSLATED TO CP-FEES(CP-MATCH-INDEX)
           MOVE AC-INT-EARNED(AC-INDEX) TO WORK-AMOUNT
           PERFORM TranslateAmount
           ADD WORK-TRANSLATED TO CP-INT-EARNED(CP-MATCH-INDEX)
           MOVE AC-INT-PAID(AC-INDEX) TO WORK-AMOUNT
           PERFORM TranslateAmount
           ADD WORK-TRANSLATED TO CP-INT-PAID(CP-MATCH-INDEX)
           MOVE AC-WHT(AC-INDEX) TO WORK-AMOUNT
           PERFORM TranslateAmount
           ADD WORK-TRANSLATED TO CP-WHT(CP-MATCH-INDEX)
           .

      * the balance runs day by day through the period; a snapshot
      * resets it, a day without one keeps yesterday's, and days
      * before the account's first snapshot are left out
       AddAccountAverage SECTION.
           MOVE 'N' TO BALANCE-KNOWN-SW
           IF AB-PRIOR-DATE(AB-INDEX) > 0
               SET BALANCE-KNOWN TO TRUE
               MOVE AB-PRIOR-BALANCE(AB-INDEX) TO RUNNING-BALANCE
           END-IF
           MOVE 0 TO BALANCE-SUM
           MOVE 0 TO DAYS-COUNTED
           PERFORM VARYING DAY-INDEX FROM 1 BY 1
               UNTIL DAY-INDEX > PERIOD-DAYS
               IF AB-DAY-KNOWN(AB-INDEX,DAY-INDEX)
                   SET BALANCE-KNOWN TO TRUE
                   MOVE AB-DAY-BALANCE(AB-INDEX,DAY-INDEX)
                       TO RUNNING-BALANCE
               END-IF
               IF BALANCE-KNOWN
                   ADD RUNNING-BALANCE TO BALANCE-SUM
                   ADD 1 TO DAYS-COUNTED
               END-IF
           END-PERFORM
           IF DAYS-COUNTED = 0
               EXIT SECTION
           END-IF
           COMPUTE AVERAGE-BALANCE ROUNDED =
               BALANCE-SUM / DAYS-COUNTED
           MOVE AB-BANK(AB-INDEX) TO WORK-BANK
           MOVE AB-ACCOUNT(AB-INDEX) TO WORK-ACCOUNT
           PERFORM FindAccountOwner
           IF CP-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           MOVE AB-CURRENCY(AB-INDEX) TO FX-LOOKUP-CODE
           MOVE AVERAGE-BALANCE TO WORK-AMOUNT
           PERFORM TranslateAmount
           ADD WORK-TRANSLATED TO CP-AVG-BALANCE(CP-MATCH-INDEX)
           .

      * the customer line of WORK-BANK/WORK-ACCOUNT - the linked
      * customer's, else the bank's line of unlinked accounts
       FindAccountOwner SECTION.
           PERFORM FindCustomerLink
           IF CULINK-MATCH-INDEX > 0
               MOVE CULINK-CUSTOMER(CULINK-MATCH-INDEX)
                   TO WORK-CUSTOMER
           ELSE
               MOVE SPACES TO WORK-CUSTOMER
           END-IF
           PERFORM FindProfitEntry
           .

      * WORK-AMOUNT in FX-LOOKUP-CODE to EUR in WORK-TRANSLATED; a
      * currency without a rate adds nothing and flags the line
       TranslateAmount SECTION.
           MOVE 0 TO WORK-TRANSLATED
           IF WORK-AMOUNT = 0
               EXIT SECTION
           END-IF
           IF FX-LOOKUP-CODE = 'EUR'
               MOVE WORK-AMOUNT TO WORK-TRANSLATED
               EXIT SECTION
           END-IF
           PERFORM FindFxRate
           IF FX-FOUND
               COMPUTE WORK-TRANSLATED ROUNDED =
                   WORK-AMOUNT * FX-WORK-RATE
           ELSE
               SET CP-UNCONVERTED(CP-MATCH-INDEX) TO TRUE
           END-IF
           .

      *****************************************************************
      * profitability_report.txt and profitability.csv - the lines in
      * order of net contribution, the most profitable first
      *****************************************************************
       WriteProfitability SECTION.
           OPEN OUTPUT PROFIT-REPORT-DATA
           IF PROFREP-FILE-STATUS NOT = "00"
               MOVE "CP0007" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN profitability_report.txt, STATUS=",
                   PROFREP-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           OPEN OUTPUT PROFIT-CSV-DATA
           IF PROFCSV-FILE-STATUS NOT = "00"
               MOVE "CP0008" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN profitability.csv, STATUS=",
                   PROFCSV-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               CLOSE PROFIT-REPORT-DATA
               EXIT SECTION
           END-IF
           PERFORM VARYING CP-INDEX FROM 1 BY 1
               UNTIL CP-INDEX > CP-USED
               COMPUTE CP-NET(CP-INDEX) = CP-FEES(CP-INDEX)
                   + CP-INT-EARNED(CP-INDEX) - CP-INT-PAID(CP-INDEX)
           END-PERFORM
           PERFORM WriteReportHeader
           PERFORM VARYING RANK-NUMBER FROM 1 BY 1
               UNTIL RANK-NUMBER > CP-USED
               MOVE 0 TO CP-BEST-INDEX
               PERFORM VARYING CP-INDEX FROM 1 BY 1
                   UNTIL CP-INDEX > CP-USED
                   IF NOT CP-LISTED(CP-INDEX)
                       IF CP-BEST-INDEX = 0
                           MOVE CP-INDEX TO CP-BEST-INDEX
                       ELSE
                           IF CP-NET(CP-INDEX) > CP-NET(CP-BEST-INDEX)
                               MOVE CP-INDEX TO CP-BEST-INDEX
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               PERFORM WriteProfitLine
           END-PERFORM
           PERFORM WriteReportTrailer
           CLOSE PROFIT-REPORT-DATA
           CLOSE PROFIT-CSV-DATA
           PERFORM PageReport
           .

       WriteReportHeader SECTION.
           MOVE function concatenate(
               'Customer profitability for ', PROF-MONTH,
               ', days ', MONTH-START, ' to ', PERIOD-END,
               ', run ', RUN-DATE, ' - all figures EUR')
               TO PROFIT-LINE
           WRITE PROFIT-REPORT-F
           MOVE function concatenate('Archives scanned: ',
               FILES-SCANNED, '  refused: ', FILES-REFUSED,
               '  postings counted: ', POSTINGS-COUNTED,
               '  balance snapshots: ', HISTORY-LINES)
               TO PROFIT-LINE
           WRITE PROFIT-REPORT-F
           PERFORM VARYING RF-INDEX FROM 1 BY 1
               UNTIL RF-INDEX > RF-USED
               MOVE RF-LINE(RF-INDEX) TO PROFIT-LINE
               WRITE PROFIT-REPORT-F
           END-PERFORM
           MOVE SPACES TO PROFIT-LINE
           WRITE PROFIT-REPORT-F
           MOVE function concatenate(' Rank Customer Bank  ',
               'Name                          ',
               ' Accts',
               '    Fee income',
               '  Int earned',
               '    Int paid',
               '     Tax held',
               '     Avg balance',
               '  Net contribution') TO PROFIT-LINE
           WRITE PROFIT-REPORT-F
           MOVE function concatenate('rank,customer,bank,name,',
               'accounts,fee_income,debit_interest_earned,',
               'credit_interest_paid,withholding_tax,',
               'average_balance,net_contribution,flag')
               TO PROFIT-CSV-LINE
           WRITE PROFIT-CSV-F
           .

       WriteProfitLine SECTION.
           SET CP-LISTED(CP-BEST-INDEX) TO TRUE
           ADD 1 TO DETAIL-COUNT
           MOVE SPACES TO PROFIT-FLAG
           MOVE SPACES TO CSV-FLAG
           IF CP-NET(CP-BEST-INDEX) < 0
               ADD 1 TO LOSS-COUNT
               MOVE ' ** LOSS' TO PROFIT-FLAG
               MOVE 'LOSS' TO CSV-FLAG
           END-IF
           IF CP-UNCONVERTED(CP-BEST-INDEX)
               ADD 1 TO UNCONVERTED-COUNT
               MOVE function concatenate(
                   FUNCTION TRIM(PROFIT-FLAG), ' NO FX RATE')
                   TO PROFIT-FLAG
               IF CSV-FLAG = SPACES
                   MOVE 'NOFX' TO CSV-FLAG
               ELSE
                   MOVE 'LOSS NOFX' TO CSV-FLAG
               END-IF
           END-IF
           IF CP-CUSTOMER(CP-BEST-INDEX) = SPACES
               MOVE '(none)' TO CUSTOMER-LABEL
           ELSE
               MOVE CP-CUSTOMER(CP-BEST-INDEX) TO CUSTOMER-LABEL
           END-IF
           ADD CP-FEES(CP-BEST-INDEX) TO TOTAL-FEES
           ADD CP-INT-EARNED(CP-BEST-INDEX) TO TOTAL-INT-EARNED
           ADD CP-INT-PAID(CP-BEST-INDEX) TO TOTAL-INT-PAID
           ADD CP-WHT(CP-BEST-INDEX) TO TOTAL-WHT
           ADD CP-AVG-BALANCE(CP-BEST-INDEX) TO TOTAL-AVG-BALANCE
           ADD CP-NET(CP-BEST-INDEX) TO TOTAL-NET
           MOVE RANK-NUMBER TO FORMATTED-RANK
           MOVE CP-ACCOUNTS(CP-BEST-INDEX) TO FORMATTED-COUNT
           MOVE CP-FEES(CP-BEST-INDEX) TO FORMATTED-FEES
           MOVE CP-INT-EARNED(CP-BEST-INDEX) TO FORMATTED-EARNED
           MOVE CP-INT-PAID(CP-BEST-INDEX) TO FORMATTED-PAID
           MOVE CP-WHT(CP-BEST-INDEX) TO FORMATTED-WHT
           MOVE CP-AVG-BALANCE(CP-BEST-INDEX) TO FORMATTED-AVERAGE
           MOVE CP-NET(CP-BEST-INDEX) TO FORMATTED-NET
           MOVE function concatenate(FORMATTED-RANK, ' ',
               CUSTOMER-LABEL, ' ', CP-BANK(CP-BEST-INDEX), ' ',
               CP-NAME(CP-BEST-INDEX), '   ', FORMATTED-COUNT, ' ',
               FORMATTED-FEES, ' ', FORMATTED-EARNED, ' ',
               FORMATTED-PAID, ' ', FORMATTED-WHT, ' ',
               FORMATTED-AVERAGE, '     ', FORMATTED-NET,
               PROFIT-FLAG) TO PROFIT-LINE
           WRITE PROFIT-REPORT-F
           MOVE function concatenate(
               FUNCTION TRIM(FORMATTED-RANK), ',',
               FUNCTION TRIM(CUSTOMER-LABEL), ',',
               CP-BANK(CP-BEST-INDEX), ',"',
               FUNCTION TRIM(CP-NAME(CP-BEST-INDEX)), '",',
               FUNCTION TRIM(FORMATTED-COUNT), ',',
               FUNCTION TRIM(FORMATTED-FEES), ',',
               FUNCTION TRIM(FORMATTED-EARNED), ',',
               FUNCTION TRIM(FORMATTED-PAID), ',',
               FUNCTION TRIM(FORMATTED-WHT), ',',
               FUNCTION TRIM(FORMATTED-AVERAGE), ',',
               FUNCTION TRIM(FORMATTED-NET), ',',
               FUNCTION TRIM(CSV-FLAG)) TO PROFIT-CSV-LINE
           WRITE PROFIT-CSV-F
           .

       WriteReportTrailer SECTION.
           MOVE SPACES TO PROFIT-LINE
           WRITE PROFIT-REPORT-F
           MOVE TOTAL-FEES TO FORMATTED-FEES
           MOVE TOTAL-INT-EARNED TO FORMATTED-EARNED
           MOVE TOTAL-INT-PAID TO FORMATTED-PAID
           MOVE TOTAL-WHT TO FORMATTED-WHT
           MOVE TOTAL-AVG-BALANCE TO FORMATTED-AVERAGE
           MOVE TOTAL-NET TO FORMATTED-NET
           MOVE function concatenate('      TOTAL          ',
               '                                     ',
               FORMATTED-FEES, ' ', FORMATTED-EARNED, ' ',
               FORMATTED-PAID, ' ', FORMATTED-WHT, ' ',
               FORMATTED-AVERAGE, '     ', FORMATTED-NET)
               TO PROFIT-LINE
           WRITE PROFIT-REPORT-F
           MOVE function concatenate('Customer/bank lines: ',
               DETAIL-COUNT, '  negative contribution: ', LOSS-COUNT)
               TO PROFIT-LINE
           WRITE PROFIT-REPORT-F
           MOVE function concatenate('Net contribution = fee income',
               ' + debit interest earned - credit interest paid;',
               ' tax withheld is shown for reference only')
               TO PROFIT-LINE
           WRITE PROFIT-REPORT-F
           IF UNCONVERTED-COUNT > 0
               MOVE function concatenate('NO FX RATE: a currency ',
                   'without a rate on fx_rates.txt is left out of ',
                   'the line''s figures') TO PROFIT-LINE
               WRITE PROFIT-REPORT-F
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
               MOVE "CP0009" TO MSG-ID
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
           MOVE 'batchprocess/profitability_report.txt' TO PG-FILE-NAME
           MOVE 'CUSTOMER PROFITABILITY' TO PG-TITLE
           MOVE 'CUSTPROF' TO PG-PROGRAM
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

       END PROGRAM CUSTPROF.
