      * journal in the night run, so the account master stays the
      * system of record and a same-day correction no longer waits
      * for tomorrow.
      * A teller working a cash drawer opens a till (tills.txt,
      * TILLREC) with a counted float; a cash posting then moves the
      * till's position, and VAULT moves cash between the till and
      * the branch vault (vault_positions.txt), both sides recorded
      * on cash_movements.txt (CMOVREC). CLOSE takes the denomination
      * count (cash_denominations.txt, or the standard notes and
      * coins), works out the over or short amount, raises a GL
      * journal for it between the cash GL (TILLCASHGL, default
      * 99999992) and the cash over/short GL (CASHOVERSHORTGL,
      * default 99999993) in gl_journals.txt for a second user's
      * approval in GLJOURNAL, booked for the legal entity the
      * branch belongs to (TILLENTITY, default the house books),
      * and prints the till balancing slip
      * till_slip_<till>_<date><time>.txt (RPTPAGE). A till left
      * open at QUIT is taken up again by its teller.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             "batchprocess/overdraft_facilities.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ODFAC-FILE-STATUS.
           SELECT PRODUCT-CATALOG-DATA ASSIGN TO
             "batchprocess/product_catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRODCAT-FILE-STATUS.
           SELECT ACCOUNT-MASTER-DATA ASSIGN TO
             "batchprocess/account_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCTMAST-FILE-STATUS.
           SELECT DEBIT-COUNT-DATA ASSIGN TO
             "batchprocess/product_debit_counts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEBITCNT-FILE-STATUS.
           SELECT TELLER-JOURNAL-DATA ASSIGN TO
             "batchprocess/teller_journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT RUN-PARAM-DATA ASSIGN TO
             "batchprocess/runparams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAM-FILE-STATUS.
           SELECT TILL-DATA ASSIGN TO
             "batchprocess/tills.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TILL-FILE-STATUS.
           SELECT CASH-MOVEMENT-DATA ASSIGN TO
             "batchprocess/cash_movements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CASHMOVE-FILE-STATUS.
           SELECT VAULT-DATA ASSIGN TO
             "batchprocess/vault_positions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VAULT-FILE-STATUS.
           SELECT DENOMINATION-DATA ASSIGN TO
             "batchprocess/cash_denominations.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DENOM-FILE-STATUS.
           SELECT GL-JOURNAL-DATA ASSIGN TO
             "batchprocess/gl_journals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLJRNL-FILE-STATUS.
           SELECT CHART-DATA ASSIGN TO
             "batchprocess/chart_of_accounts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHART-FILE-STATUS.
           SELECT TILL-SLIP-DATA ASSIGN TO SLIP-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SLIP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD ACCOUNT-CSV.
            05 OF-LIMIT-F PIC X(12).
            05 OF-LIMIT-N REDEFINES OF-LIMIT-F PIC 9(10)V99.
            05 OF-EXPIRY-F PIC X(8).
           FD PRODUCT-CATALOG-DATA.
           COPY PRODREC.
           FD ACCOUNT-MASTER-DATA.
           COPY ACCTMREC.
           FD DEBIT-COUNT-DATA.
           01 DEBIT-COUNT-F.
            05 DC-BANK-ID-F PIC X(5).
            05 FILLER PIC X.
            05 DC-ACCOUNT-ID-F PIC X(10).
            05 FILLER PIC X.
            05 DC-MONTH-F PIC X(6).
            05 FILLER PIC X.
            05 DC-COUNT-F PIC X(5).
           FD TELLER-JOURNAL-DATA.
           01 TELLER-JOURNAL-F.
            05 JOURNAL-LINE PIC X(90).
           FD RUN-PARAM-DATA.
           01 RUN-PARAM-F.
            05 RP-LINE PIC X(40).
           FD TILL-DATA.
           01 TILL-F.
            05 TILL-LINE PIC X(131).
           FD CASH-MOVEMENT-DATA.
           COPY CMOVREC.
           FD VAULT-DATA.
           01 VAULT-POSITION-F.
            05 VP-CURRENCY-F PIC X(3).
            05 VP-BALANCE-F PIC X(12).
            05 VP-BALANCE-N REDEFINES VP-BALANCE-F PIC 9(10)V99.
           FD DENOMINATION-DATA.
           01 DENOMINATION-F.
            05 DN-CURRENCY-F PIC X(3).
            05 FILLER PIC X.
            05 DN-VALUE-F PIC X(10).
           FD GL-JOURNAL-DATA.
           COPY GLJNREC.
           FD CHART-DATA.
           COPY COAREC.
           FD TILL-SLIP-DATA.
           01 TILL-SLIP-F.
            05 SLIP-LINE PIC X(80).
       WORKING-STORAGE SECTION.
      * balances live in the POSTENGINE subprogram for the session -
      * output.csv and the status feed load into it once at startup
           05 ACCTSTAT-FILE-STATUS PIC X(2).
           05 ODFAC-FILE-STATUS PIC X(2).
           05 JOURNAL-FILE-STATUS PIC X(2).
           05 PRODCAT-FILE-STATUS PIC X(2).
           05 ACCTMAST-FILE-STATUS PIC X(2).
           05 DEBITCNT-FILE-STATUS PIC X(2).
           05 RUNPARAM-FILE-STATUS PIC X(2).
           05 TILL-FILE-STATUS PIC X(2).
           05 CASHMOVE-FILE-STATUS PIC X(2).
           05 VAULT-FILE-STATUS PIC X(2).
           05 DENOM-FILE-STATUS PIC X(2).
           05 GLJRNL-FILE-STATUS PIC X(2).
           05 CHART-FILE-STATUS PIC X(2).
           05 SLIP-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.

           88 QUIT-REQUESTED VALUE 'Y'.
       01 BALANCE-ED PIC -(07)9.99.
       01 POSTED-COUNT PIC 9(5) VALUE 0.
       01 RP-KEY PIC X(20).
       01 RP-VALUE PIC X(20).

      * the till of the session - blank when the teller works
      * without a cash drawer
       01 TELLER-ID PIC X(8) VALUE SPACES.
       01 TILL-ID PIC X(6) VALUE SPACES.
       01 TILL-OPEN-SW PIC X VALUE 'N'.
           88 TILL-OPEN VALUE 'Y'.
       01 TILL-SAVE-SW PIC X VALUE 'N'.
           88 TILL-SAVE-FAILED VALUE 'F'.
       01 CASH-SW PIC X VALUE 'N'.
           88 CASH-POSTING VALUE 'Y'.
           88 CASH-REFUSED VALUE 'R'.
       01 TILL-POSITION PIC S9(10)V99.
       01 OVER-SHORT PIC S9(10)V99.
       01 WORK-CURRENCY PIC X(3).
       COPY TILLREC.

      * every till on file, read again before each save so that the
      * other tellers' tills are written back as they stand
       01 TILL-TABLE.
           05 TT-USED PIC 9(3) VALUE 0.
           05 TT-LINE PIC X(131) OCCURS 200 TIMES.
       01 TT-INDEX PIC 9(3).
       01 TT-MATCH PIC 9(3).

      * the branch vault, one position per currency
       01 VAULT-TABLE.
           05 VT-USED PIC 99 VALUE 0.
           05 VT-ENTRY OCCURS 20 TIMES.
               10 VT-CURRENCY PIC X(3).
               10 VT-BALANCE PIC 9(10)V99.
       01 VT-INDEX PIC 99.
       01 VT-MATCH PIC 99.
       01 VAULT-DIRECTION PIC X.

      * notes and coins counted into or out of the till - the
      * till currency's lines of cash_denominations.txt, else these
       01 STANDARD-DENOMINATIONS.
           05 FILLER PIC X(54) VALUE
               '050000020000010000005000002000001000000500000200000100'.
           05 FILLER PIC X(36) VALUE
               '000050000020000010000005000002000001'.
       01 STANDARD-DENOMINATION-TABLE
           REDEFINES STANDARD-DENOMINATIONS.
           05 SD-VALUE PIC 9(4)V99 OCCURS 15 TIMES.
       01 DENOMINATION-TABLE.
           05 DN-USED PIC 99 VALUE 0.
           05 DN-ENTRY OCCURS 20 TIMES.
               10 DN-VALUE PIC 9(4)V99.
               10 DN-COUNT PIC 9(5).
               10 DN-AMOUNT PIC 9(10)V99.
       01 DN-INDEX PIC 99.
       01 COUNT-TOTAL PIC 9(10)V99.
       01 COUNT-VALID-SW PIC X VALUE 'N'.
           88 COUNT-VALID VALUE 'Y'.

      * cash movement in hand - WriteCashMovement stamps it
       01 MOVE-STAMP PIC X(14).
       01 MOVE-LOCATION PIC X(6).
       01 MOVE-TYPE PIC X(4).
       01 MOVE-AMOUNT PIC 9(10)V99.
       01 MOVE-REFERENCE PIC X(20).

      * over/short journal - GL numbers from runparams.txt
       01 TILLCASH-GL PIC X(8) VALUE '99999992'.
       01 OVERSHORT-GL PIC X(8) VALUE '99999993'.
       01 TILL-ENTITY PIC X(3) VALUE SPACES.
       01 LAST-JOURNAL-NO PIC 9(8) VALUE 0.
       01 JOURNAL-LINE-NO PIC 9(3).
       01 JOURNAL-ACCOUNT PIC X(8).
       01 JOURNAL-DR-CR PIC X.
       01 CHART-WORK-ACCOUNT PIC X(8).
       01 CHART-FOUND-SW PIC X VALUE 'N'.
           88 CHART-FOUND VALUE 'Y'.

      * till balancing slip
       01 SLIP-NAME PIC X(60).
       01 SLIP-TEXT PIC X(80).
       01 SLIP-AMOUNT-ED PIC Z(9)9.99.
       01 SLIP-SIGNED-ED PIC -(9)9.99.
       01 SLIP-DENOM-ED PIC Z(3)9.99.
       01 SLIP-COUNT-ED PIC Z(4)9.
       01 POSITION-ED PIC -(9)9.99.
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
           DISPLAY "TELLER POSTING - balances from the last "
               "BATCHPROCESS run"
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           PERFORM LoadEngineBalances
           PERFORM LoadEngineStatuses
           PERFORM LoadEngineFacilities
           PERFORM LoadEngineProducts
           PERFORM LoadEngineTypes
           PERFORM LoadEngineDebitCounts
           PERFORM LoadRunParameters
           PERFORM OpenTillDialog
           PERFORM UNTIL QUIT-REQUESTED
               IF TILL-OPEN
                   DISPLAY "Bank ID (5 digits), VAULT, CLOSE or QUIT:"
               ELSE
                   DISPLAY "Bank ID (5 digits, or QUIT):"
               END-IF
               MOVE SPACES TO DIALOG-INPUT
               ACCEPT DIALOG-INPUT
               IF FUNCTION UPPER-CASE(FUNCTION TRIM(DIALOG-INPUT))
                   = "QUIT" OR DIALOG-INPUT = SPACES
                   SET QUIT-REQUESTED TO TRUE
               ELSE
                   EVALUATE FUNCTION UPPER-CASE(
                       FUNCTION TRIM(DIALOG-INPUT))
                   WHEN "VAULT"
                       PERFORM VaultTransferDialog
                   WHEN "CLOSE"
                       PERFORM CloseTillDialog
                   WHEN OTHER
                       PERFORM TellerPostingDialog
                   END-EVALUATE
               END-IF
           END-PERFORM
           DISPLAY "Postings journaled: " POSTED-COUNT
           IF TILL-OPEN
               PERFORM ComputeTillPosition
               MOVE TILL-POSITION TO POSITION-ED
               DISPLAY "Till " FUNCTION TRIM(TILL-ID)
                   " stays open, holding "
                   TL-CURRENCY-F " " FUNCTION TRIM(POSITION-ED)
           END-IF
           GOBACK.

       TellerPostingDialog SECTION.
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:3) TO TR-CURRENCY
           MOVE 'N' TO CASH-SW
           IF TILL-OPEN
               DISPLAY "Cash over the counter (Y/N):"
               MOVE SPACES TO DIALOG-INPUT
               ACCEPT DIALOG-INPUT
               IF FUNCTION UPPER-CASE(DIALOG-INPUT(1:1)) = 'Y'
                   PERFORM CheckCashPosting
                   IF CASH-REFUSED
                       EXIT SECTION
                   END-IF
               END-IF
           END-IF
           DISPLAY "Comment:"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
               DISPLAY "Posted. Balance now " TR-CURRENCY " "
                   FUNCTION TRIM(BALANCE-ED)
               PERFORM AppendJournalRecord
               IF CASH-POSTING
                   PERFORM ApplyCashPosting
               END-IF
           ELSE
               DISPLAY "REJECTED: " PE-REJECT-REASON
           END-IF
           END-IF
           .

      *****************************************************************
      * Till - opened with a counted float, or taken up again by the
      * teller who left it open
      *****************************************************************
       OpenTillDialog SECTION.
           DISPLAY "Teller ID:"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE FUNCTION UPPER-CASE(DIALOG-INPUT(1:8)) TO TELLER-ID
           DISPLAY "Till ID (ENTER = no cash drawer):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE FUNCTION UPPER-CASE(DIALOG-INPUT(1:6)) TO TILL-ID
           IF TILL-ID = SPACES
               DISPLAY "No till - postings do not move cash."
               EXIT SECTION
           END-IF
           IF TELLER-ID = SPACES
               DISPLAY "A till needs a teller ID - no till opened."
               MOVE SPACES TO TILL-ID
               EXIT SECTION
           END-IF
           PERFORM LoadTills
           IF TT-MATCH > 0
               MOVE TT-LINE(TT-MATCH) TO TILL-RECORD
               IF TL-TILL-OPEN
                   IF TL-TELLER-ID-F NOT = TELLER-ID
                       DISPLAY "Till " FUNCTION TRIM(TILL-ID)
                           " is open under teller "
                           TL-TELLER-ID-F " - no till opened."
                       MOVE SPACES TO TILL-ID
                       EXIT SECTION
                   END-IF
                   SET TILL-OPEN TO TRUE
                   PERFORM ComputeTillPosition
                   MOVE TILL-POSITION TO POSITION-ED
                   DISPLAY "Till " FUNCTION TRIM(TILL-ID)
                       " taken up again, holding "
                       TL-CURRENCY-F " " FUNCTION TRIM(POSITION-ED)
                   EXIT SECTION
               END-IF
           END-IF
           DISPLAY "Till currency (3 characters):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE FUNCTION UPPER-CASE(DIALOG-INPUT(1:3)) TO WORK-CURRENCY
           IF WORK-CURRENCY = SPACES
               DISPLAY "No currency - no till opened."
               MOVE SPACES TO TILL-ID
               EXIT SECTION
           END-IF
           MOVE SPACES TO TILL-RECORD
           MOVE TILL-ID TO TL-TILL-ID-F
           MOVE TELLER-ID TO TL-TELLER-ID-F
           MOVE WORK-CURRENCY TO TL-CURRENCY-F
           MOVE 0 TO TL-FLOAT-N TL-DEPOSITS-N TL-WITHDRAWALS-N
                     TL-FROM-VAULT-N TL-TO-VAULT-N
           DISPLAY "Count the opening float."
           PERFORM CountDenominations
           MOVE COUNT-TOTAL TO TL-FLOAT-N
           SET TL-TILL-OPEN TO TRUE
           MOVE FUNCTION CURRENT-DATE(1:14) TO TL-OPENED-AT-F
           PERFORM SaveTill
           IF TILL-SAVE-FAILED
               DISPLAY "Till file not written - no till opened."
               MOVE SPACES TO TILL-ID
               EXIT SECTION
           END-IF
           SET TILL-OPEN TO TRUE
           MOVE TL-OPENED-AT-F TO MOVE-STAMP
           MOVE TILL-ID TO MOVE-LOCATION
           MOVE 'FLOT' TO MOVE-TYPE
           MOVE TL-FLOAT-N TO MOVE-AMOUNT
           MOVE SPACES TO MOVE-REFERENCE
           PERFORM WriteCashMovement
           MOVE TL-FLOAT-N TO SLIP-AMOUNT-ED
           MOVE "TL0003" TO MSG-ID
           MOVE "I" TO MSG-SEVERITY
           MOVE function concatenate("TILL ", FUNCTION TRIM(TILL-ID),
               " OPENED BY ", TELLER-ID, " WITH A FLOAT OF ",
               TL-CURRENCY-F, " ", FUNCTION TRIM(SLIP-AMOUNT-ED))
               TO MSG-TEXT
           PERFORM LogMessage
           DISPLAY "Till " FUNCTION TRIM(TILL-ID) " open with "
               TL-CURRENCY-F " " FUNCTION TRIM(SLIP-AMOUNT-ED)
           .

      * cash goes only in the till's currency, and a withdrawal no
      * larger than the cash the till holds
       CheckCashPosting SECTION.
           SET CASH-POSTING TO TRUE
           IF TR-CURRENCY NOT = TL-CURRENCY-F
               DISPLAY "The till holds " TL-CURRENCY-F
                   " only - cash posting refused."
               SET CASH-REFUSED TO TRUE
               EXIT SECTION
           END-IF
           PERFORM ComputeTillPosition
           IF TR-IS-DEBIT AND WORK-AMOUNT > TILL-POSITION
               MOVE TILL-POSITION TO POSITION-ED
               DISPLAY "The till holds " TL-CURRENCY-F " "
                   FUNCTION TRIM(POSITION-ED)
                   " - cash withdrawal refused."
               SET CASH-REFUSED TO TRUE
           END-IF
           .

       ApplyCashPosting SECTION.
           IF TR-IS-DEBIT
               ADD WORK-AMOUNT TO TL-WITHDRAWALS-N
               MOVE 'CWDL' TO MOVE-TYPE
           ELSE
               ADD WORK-AMOUNT TO TL-DEPOSITS-N
               MOVE 'CDEP' TO MOVE-TYPE
           END-IF
           PERFORM SaveTill
           MOVE FUNCTION CURRENT-DATE(1:14) TO MOVE-STAMP
           MOVE TILL-ID TO MOVE-LOCATION
           MOVE WORK-AMOUNT TO MOVE-AMOUNT
           MOVE function concatenate(TR-BANK-ID-X, TR-ACCOUNT-ID-X)
               TO MOVE-REFERENCE
           PERFORM WriteCashMovement
           PERFORM ComputeTillPosition
           MOVE TILL-POSITION TO POSITION-ED
           DISPLAY "Till holds " TL-CURRENCY-F " "
               FUNCTION TRIM(POSITION-ED)
           .

       ComputeTillPosition SECTION.
           COMPUTE TILL-POSITION = TL-FLOAT-N + TL-DEPOSITS-N
               - TL-WITHDRAWALS-N + TL-FROM-VAULT-N - TL-TO-VAULT-N
           .

      *****************************************************************
      * Vault transfer - cash out of the till into the branch vault
      * or the other way, the till and the vault side each recorded
      *****************************************************************
       VaultTransferDialog SECTION.
           IF NOT TILL-OPEN
               DISPLAY "No till is open - a vault transfer moves the "
                   "cash of an open till."
               EXIT SECTION
           END-IF
           DISPLAY "T - Till to vault   V - Vault to till:"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE FUNCTION UPPER-CASE(DIALOG-INPUT(1:1))
               TO VAULT-DIRECTION
           IF VAULT-DIRECTION NOT = 'T' AND VAULT-DIRECTION NOT = 'V'
               DISPLAY "Please choose T or V."
               EXIT SECTION
           END-IF
           DISPLAY "Amount (e.g. 500.00):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           IF FUNCTION TEST-NUMVAL(DIALOG-INPUT) NOT = 0
               DISPLAY "Amount is not numeric."
               EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(DIALOG-INPUT) TO WORK-AMOUNT
           IF WORK-AMOUNT = 0
               DISPLAY "Nothing to transfer."
               EXIT SECTION
           END-IF
           PERFORM LoadVault
           PERFORM ComputeTillPosition
           IF VAULT-DIRECTION = 'T'
               IF WORK-AMOUNT > TILL-POSITION
                   MOVE TILL-POSITION TO POSITION-ED
                   DISPLAY "The till holds " TL-CURRENCY-F " "
                       FUNCTION TRIM(POSITION-ED)
                       " - transfer refused."
                   EXIT SECTION
               END-IF
               IF VT-MATCH = 0
                   IF VT-USED >= 20
                       DISPLAY "The vault file holds 20 currencies - "
                           "transfer refused."
                       EXIT SECTION
                   END-IF
                   ADD 1 TO VT-USED
                   MOVE VT-USED TO VT-MATCH
                   MOVE TL-CURRENCY-F TO VT-CURRENCY(VT-MATCH)
                   MOVE 0 TO VT-BALANCE(VT-MATCH)
               END-IF
               ADD WORK-AMOUNT TO VT-BALANCE(VT-MATCH)
               ADD WORK-AMOUNT TO TL-TO-VAULT-N
           ELSE
               IF VT-MATCH = 0
                   MOVE 0 TO POSITION-ED
               ELSE
                   MOVE VT-BALANCE(VT-MATCH) TO POSITION-ED
               END-IF
               IF VT-MATCH = 0
                   OR WORK-AMOUNT > VT-BALANCE(VT-MATCH)
                   DISPLAY "The vault holds " TL-CURRENCY-F " "
                       FUNCTION TRIM(POSITION-ED)
                       " - transfer refused."
                   EXIT SECTION
               END-IF
               SUBTRACT WORK-AMOUNT FROM VT-BALANCE(VT-MATCH)
               ADD WORK-AMOUNT TO TL-FROM-VAULT-N
           END-IF
           PERFORM SaveVault
           IF TILL-SAVE-FAILED
               PERFORM LoadTills
               MOVE TT-LINE(TT-MATCH) TO TILL-RECORD
               DISPLAY "Vault file not written - transfer refused."
               EXIT SECTION
           END-IF
           PERFORM SaveTill
           MOVE FUNCTION CURRENT-DATE(1:14) TO MOVE-STAMP
           MOVE WORK-AMOUNT TO MOVE-AMOUNT
           MOVE TILL-ID TO MOVE-LOCATION
           MOVE 'VAULT' TO MOVE-REFERENCE
           IF VAULT-DIRECTION = 'T'
               MOVE 'TOVL' TO MOVE-TYPE
           ELSE
               MOVE 'FRVL' TO MOVE-TYPE
           END-IF
           PERFORM WriteCashMovement
           MOVE 'VAULT' TO MOVE-LOCATION
           MOVE TILL-ID TO MOVE-REFERENCE
           IF VAULT-DIRECTION = 'T'
               MOVE 'FRTL' TO MOVE-TYPE
           ELSE
               MOVE 'TOTL' TO MOVE-TYPE
           END-IF
           PERFORM WriteCashMovement
           MOVE WORK-AMOUNT TO SLIP-AMOUNT-ED
           MOVE "TL0004" TO MSG-ID
           MOVE "I" TO MSG-SEVERITY
           IF VAULT-DIRECTION = 'T'
               MOVE function concatenate("TILL ",
                   FUNCTION TRIM(TILL-ID), " SENT ", TL-CURRENCY-F, " ",
                   FUNCTION TRIM(SLIP-AMOUNT-ED), " TO THE VAULT, ",
                   "TELLER ", TELLER-ID) TO MSG-TEXT
           ELSE
               MOVE function concatenate("TILL ",
                   FUNCTION TRIM(TILL-ID), " TOOK ", TL-CURRENCY-F, " ",
                   FUNCTION TRIM(SLIP-AMOUNT-ED), " FROM THE VAULT, ",
                   "TELLER ", TELLER-ID) TO MSG-TEXT
           END-IF
           PERFORM LogMessage
           PERFORM ComputeTillPosition
           MOVE TILL-POSITION TO POSITION-ED
           MOVE VT-BALANCE(VT-MATCH) TO SLIP-AMOUNT-ED
           DISPLAY "Till holds " TL-CURRENCY-F " "
               FUNCTION TRIM(POSITION-ED) ", vault holds "
               TL-CURRENCY-F " " FUNCTION TRIM(SLIP-AMOUNT-ED)
           .

      *****************************************************************
      * Till close - the denomination count against the position the
      * till should hold; a difference is journaled to cash
      * over/short and the balancing slip printed. The session ends
      * with the till.
      *****************************************************************
       CloseTillDialog SECTION.
           IF NOT TILL-OPEN
               DISPLAY "No till is open."
               EXIT SECTION
           END-IF
           PERFORM ComputeTillPosition
           MOVE TILL-POSITION TO POSITION-ED
           DISPLAY "Till " FUNCTION TRIM(TILL-ID)
               " should hold " TL-CURRENCY-F " "
               FUNCTION TRIM(POSITION-ED)
           DISPLAY "Count the cash in the drawer."
           PERFORM CountDenominations
           COMPUTE OVER-SHORT = COUNT-TOTAL - TILL-POSITION
           MOVE OVER-SHORT TO SLIP-AMOUNT-ED
           EVALUATE TRUE
           WHEN OVER-SHORT > 0
               DISPLAY "Over by " FUNCTION TRIM(SLIP-AMOUNT-ED)
           WHEN OVER-SHORT < 0
               DISPLAY "Short by " FUNCTION TRIM(SLIP-AMOUNT-ED)
           WHEN OTHER
               DISPLAY "The till balances."
           END-EVALUATE
           DISPLAY "Close the till with this count (Y/N)?"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           IF FUNCTION UPPER-CASE(DIALOG-INPUT(1:1)) NOT = 'Y'
               DISPLAY "Till stays open - count again with CLOSE."
               EXIT SECTION
           END-IF
           SET TL-TILL-CLOSED TO TRUE
           MOVE COUNT-TOTAL TO TL-COUNTED-N
           MOVE OVER-SHORT TO POSITION-ED
           MOVE POSITION-ED TO TL-OVER-SHORT-F
           MOVE FUNCTION CURRENT-DATE(1:14) TO TL-CLOSED-AT-F
           PERFORM SaveTill
           IF TILL-SAVE-FAILED
               SET TL-TILL-OPEN TO TRUE
               MOVE SPACES TO TL-COUNTED-F TL-OVER-SHORT-F
                              TL-CLOSED-AT-F
               DISPLAY "Till file not written - till stays open."
               EXIT SECTION
           END-IF
           MOVE 'N' TO TILL-OPEN-SW
           MOVE TL-CLOSED-AT-F TO MOVE-STAMP
           MOVE TILL-ID TO MOVE-LOCATION
           MOVE SPACES TO MOVE-REFERENCE
           MOVE 'CNT ' TO MOVE-TYPE
           MOVE COUNT-TOTAL TO MOVE-AMOUNT
           PERFORM WriteCashMovement
           MOVE 0 TO LAST-JOURNAL-NO
           IF OVER-SHORT NOT = 0
               IF OVER-SHORT > 0
                   MOVE 'OVER' TO MOVE-TYPE
                   MOVE OVER-SHORT TO MOVE-AMOUNT
               ELSE
                   MOVE 'SHRT' TO MOVE-TYPE
                   COMPUTE MOVE-AMOUNT = 0 - OVER-SHORT
               END-IF
               PERFORM WriteCashMovement
               PERFORM WriteOverShortJournal
           END-IF
           PERFORM PrintTillSlip
           MOVE "TL0005" TO MSG-ID
           IF OVER-SHORT = 0
               MOVE "I" TO MSG-SEVERITY
           ELSE
               MOVE "W" TO MSG-SEVERITY
           END-IF
           MOVE function concatenate("TILL ", FUNCTION TRIM(TILL-ID),
               " CLOSED BY ", TELLER-ID, " - OVER/SHORT ",
               TL-CURRENCY-F, " ", FUNCTION TRIM(TL-OVER-SHORT-F))
               TO MSG-TEXT
           PERFORM LogMessage
           SET QUIT-REQUESTED TO TRUE
           .

      * the till currency's notes and coins, largest first as the
      * file lists them
       CountDenominations SECTION.
           PERFORM LoadDenominations
           MOVE 0 TO COUNT-TOTAL
           PERFORM VARYING DN-INDEX FROM 1 BY 1
               UNTIL DN-INDEX > DN-USED
               PERFORM KeyDenominationCount
           END-PERFORM
           MOVE COUNT-TOTAL TO SLIP-AMOUNT-ED
           DISPLAY "Counted " TL-CURRENCY-F " "
               FUNCTION TRIM(SLIP-AMOUNT-ED)
           .

       KeyDenominationCount SECTION.
           MOVE DN-VALUE(DN-INDEX) TO SLIP-DENOM-ED
           MOVE 'N' TO COUNT-VALID-SW
           PERFORM UNTIL COUNT-VALID
               DISPLAY "Pieces of " FUNCTION TRIM(SLIP-DENOM-ED)
                   " (ENTER = none):"
               MOVE SPACES TO DIALOG-INPUT
               ACCEPT DIALOG-INPUT
               IF DIALOG-INPUT = SPACES
                   MOVE 0 TO DN-COUNT(DN-INDEX)
                   SET COUNT-VALID TO TRUE
               ELSE
                   IF FUNCTION TEST-NUMVAL(DIALOG-INPUT) = 0
                       AND FUNCTION NUMVAL(DIALOG-INPUT) >= 0
                       AND FUNCTION NUMVAL(DIALOG-INPUT) <= 99999
                       AND FUNCTION NUMVAL(DIALOG-INPUT) =
                           FUNCTION INTEGER-PART(
                               FUNCTION NUMVAL(DIALOG-INPUT))
                       MOVE FUNCTION NUMVAL(DIALOG-INPUT)
                           TO DN-COUNT(DN-INDEX)
                       SET COUNT-VALID TO TRUE
                   ELSE
                       DISPLAY "Key a whole number of pieces."
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE DN-AMOUNT(DN-INDEX) =
               DN-COUNT(DN-INDEX) * DN-VALUE(DN-INDEX)
           ADD DN-AMOUNT(DN-INDEX) TO COUNT-TOTAL
           .

       LoadDenominations SECTION.
           MOVE 0 TO DN-USED
           OPEN INPUT DENOMINATION-DATA
           IF DENOM-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ DENOMINATION-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF DN-CURRENCY-F = TL-CURRENCY-F
                               AND DN-USED < 20
                               AND FUNCTION TEST-NUMVAL(DN-VALUE-F)
                                   = 0
                               AND FUNCTION NUMVAL(DN-VALUE-F) > 0
                               AND FUNCTION NUMVAL(DN-VALUE-F)
                                   < 10000
                               ADD 1 TO DN-USED
                               MOVE FUNCTION NUMVAL(DN-VALUE-F)
                                   TO DN-VALUE(DN-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DENOMINATION-DATA
           END-IF
           IF DN-USED = 0
               PERFORM VARYING DN-INDEX FROM 1 BY 1
                   UNTIL DN-INDEX > 15
                   ADD 1 TO DN-USED
                   MOVE SD-VALUE(DN-INDEX) TO DN-VALUE(DN-USED)
               END-PERFORM
           END-IF
           .

      *****************************************************************
      * Till, vault and cash movement files
      *****************************************************************
       LoadTills SECTION.
           MOVE 0 TO TT-USED TT-MATCH
           OPEN INPUT TILL-DATA
           IF TILL-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ TILL-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF TILL-LINE NOT = SPACES
                               AND TT-USED < 200
                               ADD 1 TO TT-USED
                               MOVE TILL-LINE TO TT-LINE(TT-USED)
                               IF TILL-LINE(1:6) = TILL-ID
                                   MOVE TT-USED TO TT-MATCH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TILL-DATA
           END-IF
           .

      * the till file is read again first, so the other tellers'
      * tills go back as they stand and only this till's line changes
       SaveTill SECTION.
           MOVE 'N' TO TILL-SAVE-SW
           PERFORM LoadTills
           IF TT-MATCH = 0
               IF TT-USED >= 200
                   MOVE "TL0007" TO MSG-ID
                   MOVE "S" TO MSG-SEVERITY
                   MOVE "tills.txt HOLDS 200 TILLS - TILL NOT SAVED"
                       TO MSG-TEXT
                   PERFORM LogMessage
                   SET TILL-SAVE-FAILED TO TRUE
                   EXIT SECTION
               END-IF
               ADD 1 TO TT-USED
               MOVE TT-USED TO TT-MATCH
           END-IF
           MOVE TILL-RECORD TO TT-LINE(TT-MATCH)
           OPEN OUTPUT TILL-DATA
           IF TILL-FILE-STATUS NOT = "00"
               MOVE "TL0007" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN tills.txt, STATUS=",
                   TILL-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               SET TILL-SAVE-FAILED TO TRUE
               EXIT SECTION
           END-IF
           PERFORM VARYING TT-INDEX FROM 1 BY 1
               UNTIL TT-INDEX > TT-USED
               WRITE TILL-F FROM TT-LINE(TT-INDEX)
           END-PERFORM
           CLOSE TILL-DATA
           .

       LoadVault SECTION.
           MOVE 0 TO VT-USED VT-MATCH
           OPEN INPUT VAULT-DATA
           IF VAULT-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ VAULT-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF VP-CURRENCY-F NOT = SPACES
                               AND VP-BALANCE-F IS NUMERIC
                               AND VT-USED < 20
                               ADD 1 TO VT-USED
                               MOVE VP-CURRENCY-F
                                   TO VT-CURRENCY(VT-USED)
                               MOVE VP-BALANCE-N
                                   TO VT-BALANCE(VT-USED)
                               IF VP-CURRENCY-F = TL-CURRENCY-F
                                   MOVE VT-USED TO VT-MATCH
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VAULT-DATA
           END-IF
           .

       SaveVault SECTION.
           MOVE 'N' TO TILL-SAVE-SW
           OPEN OUTPUT VAULT-DATA
           IF VAULT-FILE-STATUS NOT = "00"
               MOVE "TL0007" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN vault_positions.txt, STATUS=",
                   VAULT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               SET TILL-SAVE-FAILED TO TRUE
               EXIT SECTION
           END-IF
           PERFORM VARYING VT-INDEX FROM 1 BY 1
               UNTIL VT-INDEX > VT-USED
               MOVE VT-CURRENCY(VT-INDEX) TO VP-CURRENCY-F
               MOVE VT-BALANCE(VT-INDEX) TO VP-BALANCE-N
               WRITE VAULT-POSITION-F
           END-PERFORM
           CLOSE VAULT-DATA
           .

      * expects MOVE-STAMP, -LOCATION, -TYPE, -AMOUNT and -REFERENCE
       WriteCashMovement SECTION.
           OPEN EXTEND CASH-MOVEMENT-DATA
           IF CASHMOVE-FILE-STATUS = "35"
               OPEN OUTPUT CASH-MOVEMENT-DATA
           END-IF
           IF CASHMOVE-FILE-STATUS NOT = "00"
               MOVE "TL0007" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN cash_movements.txt, STATUS=",
                   CASHMOVE-FILE-STATUS, " - ", MOVE-TYPE, " OF TILL ",
                   FUNCTION TRIM(TILL-ID), " NOT RECORDED") TO MSG-TEXT
               PERFORM LogMessage
               EXIT SECTION
           END-IF
           MOVE SPACES TO CASH-MOVEMENT-F
           MOVE MOVE-STAMP TO CM-STAMP-F
           MOVE MOVE-LOCATION TO CM-LOCATION-F
           MOVE MOVE-TYPE TO CM-TYPE-F
           MOVE TL-CURRENCY-F TO CM-CURRENCY-F
           MOVE MOVE-AMOUNT TO CM-AMOUNT-N
           MOVE TELLER-ID TO CM-TELLER-ID-F
           MOVE MOVE-REFERENCE TO CM-REFERENCE-F
           WRITE CASH-MOVEMENT-F
           CLOSE CASH-MOVEMENT-DATA
           .

      *****************************************************************
      * Over/short journal - two lines between the cash GL and the
      * cash over/short GL, held for a second user's approval in
      * GLJOURNAL like any manual journal
      *****************************************************************
       WriteOverShortJournal SECTION.
           MOVE 0 TO LAST-JOURNAL-NO
           OPEN INPUT GL-JOURNAL-DATA
           IF GLJRNL-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ GL-JOURNAL-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF GJ-JOURNAL-NO-F IS NUMERIC
                               AND GJ-JOURNAL-NO-N > LAST-JOURNAL-NO
                               MOVE GJ-JOURNAL-NO-N
                                   TO LAST-JOURNAL-NO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-JOURNAL-DATA
           END-IF
           ADD 1 TO LAST-JOURNAL-NO
           OPEN EXTEND GL-JOURNAL-DATA
           IF GLJRNL-FILE-STATUS = "35"
               OPEN OUTPUT GL-JOURNAL-DATA
           END-IF
           IF GLJRNL-FILE-STATUS NOT = "00"
               MOVE "TL0008" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN gl_journals.txt, STATUS=",
                   GLJRNL-FILE-STATUS, " - OVER/SHORT OF TILL ",
                   FUNCTION TRIM(TILL-ID), " NOT JOURNALED") TO MSG-TEXT
               PERFORM LogMessage
               MOVE 0 TO LAST-JOURNAL-NO
               EXIT SECTION
           END-IF
           MOVE 1 TO JOURNAL-LINE-NO
           IF OVER-SHORT > 0
               MOVE TILLCASH-GL TO JOURNAL-ACCOUNT
           ELSE
               MOVE OVERSHORT-GL TO JOURNAL-ACCOUNT
           END-IF
           MOVE 'D' TO JOURNAL-DR-CR
           PERFORM WriteJournalLine
           MOVE 2 TO JOURNAL-LINE-NO
           IF OVER-SHORT > 0
               MOVE OVERSHORT-GL TO JOURNAL-ACCOUNT
           ELSE
               MOVE TILLCASH-GL TO JOURNAL-ACCOUNT
           END-IF
           MOVE 'C' TO JOURNAL-DR-CR
           PERFORM WriteJournalLine
           CLOSE GL-JOURNAL-DATA
           MOVE "TL0006" TO MSG-ID
           MOVE "I" TO MSG-SEVERITY
           MOVE function concatenate("JOURNAL ", LAST-JOURNAL-NO,
               " FOR THE OVER/SHORT OF TILL ", FUNCTION TRIM(TILL-ID),
               " - AWAITING APPROVAL") TO MSG-TEXT
           PERFORM LogMessage
           MOVE TILLCASH-GL TO CHART-WORK-ACCOUNT
           PERFORM CheckChartAccount
           MOVE OVERSHORT-GL TO CHART-WORK-ACCOUNT
           PERFORM CheckChartAccount
           .

       WriteJournalLine SECTION.
           MOVE SPACES TO GL-JOURNAL-F
           MOVE LAST-JOURNAL-NO TO GJ-JOURNAL-NO-N
           MOVE JOURNAL-LINE-NO TO GJ-LINE-NO-F
           MOVE 'P' TO GJ-STATE-F
           MOVE TELLER-ID TO GJ-MAKER-F
           MOVE TODAY-DATE TO GJ-ENTERED-DATE-F
           MOVE TODAY-DATE TO GJ-BOOKING-DATE-F
           MOVE JOURNAL-ACCOUNT TO GJ-ACCOUNT-F
           MOVE JOURNAL-DR-CR TO GJ-DR-CR-F
           MOVE TL-CURRENCY-F TO GJ-CURRENCY-F
           IF OVER-SHORT < 0
               COMPUTE GJ-AMOUNT-N = 0 - OVER-SHORT
           ELSE
               MOVE OVER-SHORT TO GJ-AMOUNT-N
           END-IF
           MOVE function concatenate('TILL ', FUNCTION TRIM(TILL-ID),
               ' CASH OVER/SHORT ', TL-CLOSED-AT-F(1:8))
               TO GJ-NARRATIVE-F
           MOVE TILL-ENTITY TO GJ-ENTITY-F
           WRITE GL-JOURNAL-F
           .

      * GLJOURNAL refuses to approve a line the chart does not carry -
      * say so now rather than at approval
       CheckChartAccount SECTION.
           MOVE 'N' TO CHART-FOUND-SW
           OPEN INPUT CHART-DATA
           IF CHART-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF OR CHART-FOUND
                   READ CHART-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF CA-ACCOUNT-F = CHART-WORK-ACCOUNT
                               SET CHART-FOUND TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHART-DATA
           END-IF
           IF NOT CHART-FOUND
               MOVE "TL0009" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate("GL ", CHART-WORK-ACCOUNT,
                   " OF JOURNAL ", LAST-JOURNAL-NO,
                   " IS NOT ON chart_of_accounts.txt") TO MSG-TEXT
               PERFORM LogMessage
           END-IF
           .

      *****************************************************************
      * Till balancing slip
      *****************************************************************
       PrintTillSlip SECTION.
           MOVE function concatenate('batchprocess/till_slip_',
               FUNCTION TRIM(TILL-ID), '_', TL-CLOSED-AT-F, '.txt')
               TO SLIP-NAME
           OPEN OUTPUT TILL-SLIP-DATA
           IF SLIP-FILE-STATUS NOT = "00"
               MOVE "TL0010" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate("CANNOT WRITE ",
                   FUNCTION TRIM(SLIP-NAME), ", STATUS=",
                   SLIP-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               EXIT SECTION
           END-IF
           MOVE function concatenate('Till ', TILL-ID,
               '  Teller ', TL-TELLER-ID-F, '  Currency ',
               TL-CURRENCY-F) TO SLIP-TEXT
           PERFORM WriteSlipLine
           MOVE function concatenate('Opened ', TL-OPENED-AT-F(1:8),
               ' ', TL-OPENED-AT-F(9:4), '   Closed ',
               TL-CLOSED-AT-F(1:8), ' ', TL-CLOSED-AT-F(9:4))
               TO SLIP-TEXT
           PERFORM WriteSlipLine
           MOVE SPACES TO SLIP-TEXT
           PERFORM WriteSlipLine
           MOVE TL-FLOAT-N TO SLIP-AMOUNT-ED
           MOVE function concatenate('Opening float        ',
               SLIP-AMOUNT-ED) TO SLIP-TEXT
           PERFORM WriteSlipLine
           MOVE TL-DEPOSITS-N TO SLIP-AMOUNT-ED
           MOVE function concatenate('Cash deposits      + ',
               SLIP-AMOUNT-ED) TO SLIP-TEXT
           PERFORM WriteSlipLine
           MOVE TL-WITHDRAWALS-N TO SLIP-AMOUNT-ED
           MOVE function concatenate('Cash withdrawals   - ',
               SLIP-AMOUNT-ED) TO SLIP-TEXT
           PERFORM WriteSlipLine
           MOVE TL-FROM-VAULT-N TO SLIP-AMOUNT-ED
           MOVE function concatenate('From the vault     + ',
               SLIP-AMOUNT-ED) TO SLIP-TEXT
           PERFORM WriteSlipLine
           MOVE TL-TO-VAULT-N TO SLIP-AMOUNT-ED
           MOVE function concatenate('To the vault       - ',
               SLIP-AMOUNT-ED) TO SLIP-TEXT
           PERFORM WriteSlipLine
           MOVE TILL-POSITION TO SLIP-SIGNED-ED
           MOVE function concatenate('Expected in drawer   ',
               SLIP-SIGNED-ED) TO SLIP-TEXT
           PERFORM WriteSlipLine
           MOVE SPACES TO SLIP-TEXT
           PERFORM WriteSlipLine
           MOVE 'Denomination   Pieces         Amount' TO SLIP-TEXT
           PERFORM WriteSlipLine
           PERFORM VARYING DN-INDEX FROM 1 BY 1
               UNTIL DN-INDEX > DN-USED
               IF DN-COUNT(DN-INDEX) > 0
                   MOVE DN-VALUE(DN-INDEX) TO SLIP-DENOM-ED
                   MOVE DN-COUNT(DN-INDEX) TO SLIP-COUNT-ED
                   MOVE DN-AMOUNT(DN-INDEX) TO SLIP-AMOUNT-ED
                   MOVE function concatenate('     ', SLIP-DENOM-ED,
                       '    ', SLIP-COUNT-ED, ' ', SLIP-AMOUNT-ED)
                       TO SLIP-TEXT
                   PERFORM WriteSlipLine
               END-IF
           END-PERFORM
           MOVE COUNT-TOTAL TO SLIP-AMOUNT-ED
           MOVE function concatenate('Counted              ',
               SLIP-AMOUNT-ED) TO SLIP-TEXT
           PERFORM WriteSlipLine
           MOVE OVER-SHORT TO SLIP-SIGNED-ED
           EVALUATE TRUE
           WHEN OVER-SHORT > 0
               MOVE function concatenate('Over                 ',
                   SLIP-SIGNED-ED) TO SLIP-TEXT
           WHEN OVER-SHORT < 0
               MOVE function concatenate('Short                ',
                   SLIP-SIGNED-ED) TO SLIP-TEXT
           WHEN OTHER
               MOVE 'The till balances' TO SLIP-TEXT
           END-EVALUATE
           PERFORM WriteSlipLine
           IF OVER-SHORT NOT = 0
               IF LAST-JOURNAL-NO > 0
                   MOVE function concatenate('Over/short journal ',
                       LAST-JOURNAL-NO, ' (GL ', TILLCASH-GL, ' / ',
                       OVERSHORT-GL, ') awaiting approval')
                       TO SLIP-TEXT
               ELSE
                   MOVE 'Over/short NOT journaled - see the log'
                       TO SLIP-TEXT
               END-IF
               PERFORM WriteSlipLine
           END-IF
           MOVE SPACES TO SLIP-TEXT
           PERFORM WriteSlipLine
           PERFORM WriteSlipLine
           MOVE 'Teller ____________________   Supervisor ______________
      -        '______' TO SLIP-TEXT
           PERFORM WriteSlipLine
           CLOSE TILL-SLIP-DATA
           PERFORM PageReport
           DISPLAY "Balancing slip written to " FUNCTION TRIM(SLIP-NAME)
           .

       WriteSlipLine SECTION.
           WRITE TILL-SLIP-F FROM SLIP-TEXT
           .

       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE SLIP-NAME TO PG-FILE-NAME
           MOVE 'TILL BALANCING SLIP' TO PG-TITLE
           MOVE 'TELLER' TO PG-PROGRAM
           MOVE TODAY-DATE TO PG-PROC-DATE
           MOVE SPACES TO PG-RUN-CYCLE
           CALL "RPTPAGE" USING REPORT-PAGE-REQUEST
           END-CALL
           .

      * output.csv carries bank,account,currency,saldo per line -
      * loaded once into the POSTENGINE tables via its 'BAL' function
       LoadEngineBalances SECTION.
           END-IF
           .

      * the product catalog, each account's product type and the
      * customer debits already counted this month feed the engine,
      * so a teller posting meets the account's product rules
      * (currencies, overdraft, minimum balance, monthly debits)
       LoadEngineProducts SECTION.
           OPEN INPUT PRODUCT-CATALOG-DATA
           IF PRODCAT-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ PRODUCT-CATALOG-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF PRODUCT-CATALOG-F NOT = SPACES
                               MOVE SPACES TO TRANSACTION
                               MOVE PRODUCT-CATALOG-F TO TRANSACTION
                               MOVE 'PROD' TO PE-FUNCTION
                               CALL "POSTENGINE" USING PE-REQUEST
                                   TRANSACTION
                               END-CALL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-DATA
           END-IF
           .

       LoadEngineTypes SECTION.
           OPEN INPUT ACCOUNT-MASTER-DATA
           IF ACCTMAST-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ ACCOUNT-MASTER-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF AM-BANK-ID-F IS NUMERIC
                               AND AM-ACCOUNT-ID-F IS NUMERIC
                               MOVE SPACES TO TRANSACTION
                               MOVE AM-BANK-ID-F TO TR-BANK-ID-X
                               MOVE AM-ACCOUNT-ID-F
                                   TO TR-ACCOUNT-ID-X
                               MOVE AM-TYPE-F TO TR-COMMENT(1:1)
                               MOVE 'TYPE' TO PE-FUNCTION
                               CALL "POSTENGINE" USING PE-REQUEST
                                   TRANSACTION
                               END-CALL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-DATA
           END-IF
           .

       LoadEngineDebitCounts SECTION.
           OPEN INPUT DEBIT-COUNT-DATA
           IF DEBITCNT-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ DEBIT-COUNT-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF DC-BANK-ID-F IS NUMERIC
                               AND DC-ACCOUNT-ID-F IS NUMERIC
                               AND DC-MONTH-F = TODAY-DATE(1:6)
                               AND DC-COUNT-F IS NUMERIC
                               MOVE SPACES TO TRANSACTION
                               MOVE DC-BANK-ID-F TO TR-BANK-ID-X
                               MOVE DC-ACCOUNT-ID-F
                                   TO TR-ACCOUNT-ID-X
                               MOVE DC-COUNT-F TO TR-COMMENT(1:5)
                               MOVE 'DCNT' TO PE-FUNCTION
                               CALL "POSTENGINE" USING PE-REQUEST
                                   TRANSACTION
                               END-CALL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEBIT-COUNT-DATA
           END-IF
           .

      * the GL numbers of the over/short journal
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
           WHEN 'TILLCASHGL'
               IF RP-VALUE(1:8) NOT = SPACES AND RP-VALUE(9:12) = SPACES
                   MOVE RP-VALUE(1:8) TO TILLCASH-GL
               END-IF
           WHEN 'CASHOVERSHORTGL'
               IF RP-VALUE(1:8) NOT = SPACES AND RP-VALUE(9:12) = SPACES
                   MOVE RP-VALUE(1:8) TO OVERSHORT-GL
               END-IF
           WHEN 'TILLENTITY'
               IF RP-VALUE(4:17) = SPACES
                   MOVE FUNCTION UPPER-CASE(RP-VALUE(1:3))
                       TO TILL-ENTITY
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
