      * can never show a stale CSV snapshot; sites without the
      * master still fall back to loading output.csv into the
      * POSTENGINE tables as before.
      * Keying an as-of date instead of leaving it blank shows the
      * balances from the end-of-day snapshots the night run keeps
      * in balance_history.txt - the latest snapshot on or before
      * that date, per currency, within the retention period.
      * Keying a customer name, full or partial, instead of a bank ID
      * searches the name index (name_index.txt, NAMEINDEX) the night
      * run and ACCTMAINT keep current: every account whose holder
      * name has a word starting with each word keyed, in any order,
      * is listed with bank, status, type and balances, and picking
      * one from the list shows the account as a keyed inquiry would.
      * An account held jointly or with a power of attorney lists
      * every holder on account_holders.txt (HLDRREC) with the
      * holder's role and the account's signing rule.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             "batchprocess/holds.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLD-FILE-STATUS.
           SELECT BALANCE-HISTORY-DATA ASSIGN TO
             "batchprocess/balance_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BALHIST-FILE-STATUS.
           SELECT NAME-INDEX-DATA ASSIGN TO
             "batchprocess/name_index.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NAMEIDX-FILE-STATUS.
           SELECT ACCOUNT-HOLDER-DATA ASSIGN TO
             "batchprocess/account_holders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLDER-FILE-STATUS.
           SELECT CUSTOMER-MASTER-DATA ASSIGN TO
             "batchprocess/customer_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTMAST-FILE-STATUS.
           SELECT MASTER-ISAM-DATA ASSIGN TO
             "batchprocess/account_master.dat"
           ORGANIZATION IS INDEXED
           COPY ACCTMREC.
           FD AUDIT-DATA.
           01 AUDIT-DATA-F.
            05 AUDIT-LINE PIC X(185).
           FD HOLD-DATA.
           01 HOLD-F.
            05 HO-BANK-ID-F PIC X(5).
            05 HO-AMOUNT-N REDEFINES HO-AMOUNT-F PIC 9(8)V99.
            05 HO-EXPIRY-F PIC X(8).
            05 HO-NOTE-F PIC X(30).
           FD BALANCE-HISTORY-DATA.
           COPY BALHREC.
           FD MASTER-ISAM-DATA.
           COPY MSTREC.
           FD NAME-INDEX-DATA.
           COPY NIDXREC.
           FD ACCOUNT-HOLDER-DATA.
           COPY HLDRREC.
           FD CUSTOMER-MASTER-DATA.
           01 CUSTOMER-MASTER-F.
            05 CU-CUSTOMER-ID-F PIC X(8).
            05 CU-BANK-ID-F PIC X(5).
            05 CU-ACCOUNT-ID-F PIC X(10).
            05 CU-NAME-F PIC X(30).
       WORKING-STORAGE SECTION.
      * balances live in the POSTENGINE subprogram for the session -
      * output.csv is loaded into it once at startup and every
           05 AUDIT-FILE-STATUS PIC X(2).
           05 HOLD-FILE-STATUS PIC X(2).
           05 MASTER-FILE-STATUS PIC X(2).
           05 BALHIST-FILE-STATUS PIC X(2).
           05 NAMEIDX-FILE-STATUS PIC X(2).
           05 HOLDER-FILE-STATUS PIC X(2).
           05 CUSTMAST-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.

       01 INQUIRY-INPUT PIC X(30).
       01 INQ-BANK-ID PIC X(5).
       01 INQ-ACCOUNT-ID PIC X(10).
       01 QUIT-SW PIC X VALUE 'N'.
       01 HOLD-SHOWN-COUNT PIC 99.
       01 TODAY-DATE PIC 9(8).

      * point-in-time balances - the snapshot chosen per currency
      * and the oldest snapshot retained for the account
       01 AS-OF-DATE PIC X(8) VALUE SPACES.
       01 AS-OF-DATE-N REDEFINES AS-OF-DATE PIC 9(8).
       01 AS-OF-TABLE.
           05 AS-OF-USED PIC 9 VALUE 0.
           05 AS-OF-ENTRY OCCURS 5 TIMES.
               10 AS-OF-CURRENCY PIC X(3).
               10 AS-OF-SNAPSHOT PIC X(8).
               10 AS-OF-BALANCE PIC X(13).
       01 AS-OF-INDEX PIC 9.
       01 AS-OF-FOUND-SW PIC X.
           88 AS-OF-FOUND VALUE 'Y'.
       01 AS-OF-EARLIEST PIC X(8).
       01 AS-OF-SALDO PIC S9(10)V99.

       01 CSV-BANK-X PIC X(6).
       01 CSV-ACCOUNT-X PIC X(11).
       01 CSV-CURRENCY-X PIC X(4).
       01 CSV-SALDO-X PIC X(15).

      * name search - the keyed words, and the accounts listed for
      * the operator to pick from
       01 SEARCH-WORDS.
           05 SEARCH-WORD-COUNT PIC 99 VALUE 0.
           05 SEARCH-WORD PIC X(20) OCCURS 10 TIMES.
       01 SEARCH-WORD-INDEX PIC 99.
       01 SEARCH-POINTER PIC 99.
       01 SEARCH-PROBE PIC X(21).
       01 SEARCH-PROBE-LENGTH PIC 99.
       01 SEARCH-TARGET PIC X(41).
       01 SEARCH-TALLY PIC 99.
       01 SEARCH-MATCH-SW PIC X.
           88 SEARCH-MATCHED VALUE 'Y'.
       01 HIT-LIMIT PIC 99 VALUE 20.
       01 HIT-TABLE.
           05 HIT-USED PIC 99 VALUE 0.
           05 HIT-ENTRY OCCURS 20 TIMES.
               10 HIT-BANK-ID PIC X(5).
               10 HIT-ACCOUNT-ID PIC X(10).
               10 HIT-NAME PIC X(30).
       01 HIT-INDEX PIC 99.
       01 HIT-MORE-COUNT PIC 9(5) VALUE 0.
       01 HIT-NUMBER-ED PIC Z9.
       01 HIT-STATUS-TEXT PIC X(6).
       01 HIT-BALANCES PIC X(80).
       01 HIT-POINTER PIC 99.
       01 PICK-NUMBER PIC 99.

      * the holders of the account shown (account_holders.txt), named
      * from customer_master.txt
       01 HOLDER-TABLE.
           05 HOLDER-USED PIC 99 VALUE 0.
           05 HOLDER-ENTRY OCCURS 20 TIMES.
               10 HOLDER-CUSTOMER PIC X(8).
               10 HOLDER-ROLE PIC X.
               10 HOLDER-NAME PIC X(30).
       01 HOLDER-INDEX PIC 99.
       01 HOLDER-SIGNING PIC X.
       01 HOLDER-ROLE-TEXT PIC X(12).
       COPY NKEYREC.
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
           DISPLAY "ACCOUNT INQUIRY - data from the last "
               "BATCHPROCESS run"
           OPEN INPUT MASTER-ISAM-DATA
               PERFORM LoadEngineBalances
           END-IF
           PERFORM UNTIL QUIT-REQUESTED
               DISPLAY "Bank ID (5 digits), customer name, or QUIT:"
               MOVE SPACES TO INQUIRY-INPUT
               ACCEPT INQUIRY-INPUT
               EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(FUNCTION TRIM(INQUIRY-INPUT))
                   = "QUIT"
               WHEN INQUIRY-INPUT = SPACES
                   SET QUIT-REQUESTED TO TRUE
               WHEN INQUIRY-INPUT(1:5) IS NOT NUMERIC
                   PERFORM SearchByName
               WHEN OTHER
                   MOVE INQUIRY-INPUT(1:5) TO INQ-BANK-ID
                   DISPLAY "Account ID (10 digits):"
                   MOVE SPACES TO INQUIRY-INPUT
                   ACCEPT INQUIRY-INPUT
                   MOVE INQUIRY-INPUT(1:10) TO INQ-ACCOUNT-ID
                   DISPLAY "As-of date (YYYYMMDD, blank for current):"
                   MOVE SPACES TO INQUIRY-INPUT
                   ACCEPT INQUIRY-INPUT
                   MOVE INQUIRY-INPUT(1:8) TO AS-OF-DATE
                   IF AS-OF-DATE = SPACES
                       PERFORM ShowAccount
                   ELSE
                       PERFORM ShowBalanceAsOf
                   END-IF
               END-EVALUATE
           END-PERFORM
           IF MASTER-PRESENT
               CLOSE MASTER-ISAM-DATA
           WHEN OTHER
               DISPLAY "Status:   OPEN"
           END-EVALUATE
           PERFORM ShowAccountHolders
           IF MASTER-PRESENT
               PERFORM ShowMasterBalances
           ELSE
           END-IF
           .

      * every holder of the account with the role held; an account
      * without holder lines shows only the master name above
       ShowAccountHolders SECTION.
           MOVE 0 TO HOLDER-USED
           MOVE SPACE TO HOLDER-SIGNING
           OPEN INPUT ACCOUNT-HOLDER-DATA
           IF HOLDER-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ ACCOUNT-HOLDER-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF JH-BANK-ID-F = INQ-BANK-ID
                           AND JH-ACCOUNT-ID-F = INQ-ACCOUNT-ID
                           AND JH-CUSTOMER-ID-F NOT = SPACES
                           AND HOLDER-USED < 20
                           ADD 1 TO HOLDER-USED
                           MOVE JH-CUSTOMER-ID-F
                               TO HOLDER-CUSTOMER(HOLDER-USED)
                           MOVE JH-ROLE-F TO HOLDER-ROLE(HOLDER-USED)
                           MOVE SPACES TO HOLDER-NAME(HOLDER-USED)
                           IF HOLDER-SIGNING = SPACE OR JH-PRIMARY
                               MOVE JH-SIGNING-F TO HOLDER-SIGNING
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-HOLDER-DATA
           IF HOLDER-USED = 0
               EXIT SECTION
           END-IF
           OPEN INPUT CUSTOMER-MASTER-DATA
           IF CUSTMAST-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ CUSTOMER-MASTER-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM VARYING HOLDER-INDEX FROM 1 BY 1
                               UNTIL HOLDER-INDEX > HOLDER-USED
                               IF HOLDER-CUSTOMER(HOLDER-INDEX)
                                   = CU-CUSTOMER-ID-F
                                   AND HOLDER-NAME(HOLDER-INDEX)
                                   = SPACES
                                   MOVE CU-NAME-F
                                       TO HOLDER-NAME(HOLDER-INDEX)
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-DATA
           END-IF
           IF HOLDER-SIGNING = 'J'
               DISPLAY "Holders:  all sign jointly"
           ELSE
               DISPLAY "Holders:  any one may sign"
           END-IF
           PERFORM VARYING HOLDER-INDEX FROM 1 BY 1
               UNTIL HOLDER-INDEX > HOLDER-USED
               EVALUATE HOLDER-ROLE(HOLDER-INDEX)
               WHEN 'P'
                   MOVE 'primary' TO HOLDER-ROLE-TEXT
               WHEN 'J'
                   MOVE 'joint holder' TO HOLDER-ROLE-TEXT
               WHEN 'A'
                   MOVE 'attorney' TO HOLDER-ROLE-TEXT
               WHEN 'G'
                   MOVE 'guardian' TO HOLDER-ROLE-TEXT
               WHEN OTHER
                   MOVE 'role unknown' TO HOLDER-ROLE-TEXT
               END-EVALUATE
               DISPLAY "  " HOLDER-CUSTOMER(HOLDER-INDEX) " "
                   HOLDER-NAME(HOLDER-INDEX) " " HOLDER-ROLE-TEXT
           END-PERFORM
           .

      * one keyed READ against the indexed master - always the
      * state the last run (or maintenance) wrote
       ReadMasterRecord SECTION.
           END-IF
           .

      *****************************************************************
      * Name search - the keyed text goes through NAMEKEY like the
      * index keys did; an index name matches when each keyed word
      * starts one of its words. The list is read back from the
      * master (or the feeds), so status, type and balances are
      * today's even if a name changed since the index was built.
      *****************************************************************
       SearchByName SECTION.
           MOVE INQUIRY-INPUT TO NK-NAME
           CALL "NAMEKEY" USING NAME-KEY-REQUEST
           END-CALL
           IF NK-SORTED-KEY = SPACES
               DISPLAY "Key a bank ID or a name with letters in it."
               EXIT SECTION
           END-IF
           MOVE 0 TO SEARCH-WORD-COUNT
           MOVE 1 TO SEARCH-POINTER
           PERFORM VARYING SEARCH-WORD-INDEX FROM 1 BY 1
               UNTIL SEARCH-WORD-INDEX > NK-WORD-COUNT
               OR SEARCH-POINTER > 40
               ADD 1 TO SEARCH-WORD-COUNT
               MOVE SPACES TO SEARCH-WORD(SEARCH-WORD-COUNT)
               UNSTRING NK-SORTED-KEY DELIMITED BY SPACE
                   INTO SEARCH-WORD(SEARCH-WORD-COUNT)
                   WITH POINTER SEARCH-POINTER
               END-UNSTRING
           END-PERFORM
           OPEN INPUT NAME-INDEX-DATA
           IF NAMEIDX-FILE-STATUS NOT = "00"
               DISPLAY "No name index on file - search by bank and "
                   "account ID."
               MOVE "AQ0002" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN name_index.txt, STATUS=",
                   NAMEIDX-FILE-STATUS, " - NAME SEARCH UNAVAILABLE")
                   TO MSG-TEXT
               PERFORM LogMessage
               EXIT SECTION
           END-IF
           MOVE 0 TO HIT-USED
           MOVE 0 TO HIT-MORE-COUNT
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ NAME-INDEX-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM MatchIndexName
                       IF SEARCH-MATCHED
                           IF HIT-USED < HIT-LIMIT
                               ADD 1 TO HIT-USED
                               MOVE NX-BANK-ID-F
                                   TO HIT-BANK-ID(HIT-USED)
                               MOVE NX-ACCOUNT-ID-F
                                   TO HIT-ACCOUNT-ID(HIT-USED)
                               MOVE NX-NAME-F TO HIT-NAME(HIT-USED)
                           ELSE
                               ADD 1 TO HIT-MORE-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE NAME-INDEX-DATA
           IF HIT-USED = 0
               DISPLAY "No customer name matches "
                   FUNCTION TRIM(INQUIRY-INPUT) "."
               EXIT SECTION
           END-IF
           DISPLAY "-----------------------------------------------"
           DISPLAY "No Customer                       Bank  Account"
               "    Status Type"
           PERFORM VARYING HIT-INDEX FROM 1 BY 1
               UNTIL HIT-INDEX > HIT-USED
               PERFORM ListNameHit
           END-PERFORM
           IF HIT-MORE-COUNT > 0
               DISPLAY HIT-MORE-COUNT " more accounts match - key "
                   "more of the name to narrow the list."
           END-IF
           DISPLAY "Number to show (blank to return):"
           MOVE SPACES TO INQUIRY-INPUT
           ACCEPT INQUIRY-INPUT
           IF INQUIRY-INPUT = SPACES
               EXIT SECTION
           END-IF
           IF FUNCTION TEST-NUMVAL(INQUIRY-INPUT) NOT = 0
               DISPLAY "Pick a number from the list."
               EXIT SECTION
           END-IF
           IF FUNCTION NUMVAL(INQUIRY-INPUT) < 1
               OR FUNCTION NUMVAL(INQUIRY-INPUT) > HIT-USED
               DISPLAY "Pick a number from the list."
               EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(INQUIRY-INPUT) TO PICK-NUMBER
           MOVE HIT-BANK-ID(PICK-NUMBER) TO INQ-BANK-ID
           MOVE HIT-ACCOUNT-ID(PICK-NUMBER) TO INQ-ACCOUNT-ID
           PERFORM ShowAccount
           .

       MatchIndexName SECTION.
           SET SEARCH-MATCHED TO TRUE
           MOVE SPACES TO SEARCH-TARGET
           MOVE NX-KEY-F TO SEARCH-TARGET(2:40)
           PERFORM VARYING SEARCH-WORD-INDEX FROM 1 BY 1
               UNTIL SEARCH-WORD-INDEX > SEARCH-WORD-COUNT
               OR NOT SEARCH-MATCHED
               MOVE SPACES TO SEARCH-PROBE
               MOVE SEARCH-WORD(SEARCH-WORD-INDEX) TO SEARCH-PROBE(2:20)
               COMPUTE SEARCH-PROBE-LENGTH = 1 + FUNCTION LENGTH(
                   FUNCTION TRIM(SEARCH-WORD(SEARCH-WORD-INDEX)))
               MOVE 0 TO SEARCH-TALLY
               INSPECT SEARCH-TARGET TALLYING SEARCH-TALLY
                   FOR ALL SEARCH-PROBE(1:SEARCH-PROBE-LENGTH)
               IF SEARCH-TALLY = 0
                   MOVE 'N' TO SEARCH-MATCH-SW
               END-IF
           END-PERFORM
           .

       ListNameHit SECTION.
           MOVE HIT-BANK-ID(HIT-INDEX) TO INQ-BANK-ID
           MOVE HIT-ACCOUNT-ID(HIT-INDEX) TO INQ-ACCOUNT-ID
           MOVE 'O' TO FOUND-STATUS
           MOVE SPACES TO FOUND-NAME
           MOVE SPACE TO FOUND-TYPE
           MOVE SPACES TO HIT-BALANCES
           MOVE 1 TO HIT-POINTER
           IF MASTER-PRESENT
               PERFORM ReadMasterRecord
               PERFORM VARYING MST-CURR-IDX FROM 1 BY 1
                   UNTIL MST-CURR-IDX > MST-NUM-CURRENCIES
                   MOVE MST-SALDO(MST-CURR-IDX) TO INQ-SALDO-ED
                   STRING MST-CURR-CODE(MST-CURR-IDX) ' '
                       FUNCTION TRIM(INQ-SALDO-ED) '   '
                       DELIMITED BY SIZE
                       INTO HIT-BALANCES WITH POINTER HIT-POINTER
                   END-STRING
               END-PERFORM
           ELSE
               PERFORM LookupStatus
               PERFORM LookupName
               MOVE INQ-BANK-ID TO TR-BANK-ID-X
               MOVE INQ-ACCOUNT-ID TO TR-ACCOUNT-ID-X
               MOVE 'INQ ' TO PE-FUNCTION
               CALL "POSTENGINE" USING PE-REQUEST TRANSACTION
               END-CALL
               IF PE-OK
                   PERFORM VARYING PE-CURR-INDEX FROM 1 BY 1
                       UNTIL PE-CURR-INDEX > PE-INQ-CURRENCY-COUNT
                       MOVE PE-INQ-SALDO(PE-CURR-INDEX)
                           TO INQ-SALDO-ED
                       STRING PE-INQ-CODE(PE-CURR-INDEX) ' '
                           FUNCTION TRIM(INQ-SALDO-ED) '   '
                           DELIMITED BY SIZE
                           INTO HIT-BALANCES WITH POINTER HIT-POINTER
                       END-STRING
                   END-PERFORM
               END-IF
           END-IF
           IF FOUND-NAME = SPACES
               MOVE HIT-NAME(HIT-INDEX) TO FOUND-NAME
           END-IF
           EVALUATE FOUND-STATUS
           WHEN 'C'
               MOVE 'CLOSED' TO HIT-STATUS-TEXT
           WHEN 'F'
               MOVE 'FROZEN' TO HIT-STATUS-TEXT
           WHEN OTHER
               MOVE 'OPEN' TO HIT-STATUS-TEXT
           END-EVALUATE
           MOVE HIT-INDEX TO HIT-NUMBER-ED
           DISPLAY HIT-NUMBER-ED " " FOUND-NAME " " INQ-BANK-ID " "
               INQ-ACCOUNT-ID " " HIT-STATUS-TEXT " " FOUND-TYPE
           IF HIT-BALANCES = SPACES
               DISPLAY "   No balances on file."
           ELSE
               DISPLAY "   " FUNCTION TRIM(HIT-BALANCES)
           END-IF
           .

      *****************************************************************
      * Balance as of a past date - every balance_history.txt line
      * for the account is read; per currency the latest snapshot
      * dated on or before the as-of date wins
      *****************************************************************
       ShowBalanceAsOf SECTION.
           DISPLAY "-----------------------------------------------"
           DISPLAY "Bank " INQ-BANK-ID " account " INQ-ACCOUNT-ID
           IF AS-OF-DATE IS NOT NUMERIC
               OR FUNCTION TEST-DATE-YYYYMMDD(AS-OF-DATE-N) NOT = 0
               DISPLAY "As-of date must be a valid YYYYMMDD date."
               EXIT SECTION
           END-IF
           MOVE 0 TO AS-OF-USED
           MOVE HIGH-VALUES TO AS-OF-EARLIEST
           OPEN INPUT BALANCE-HISTORY-DATA
           IF BALHIST-FILE-STATUS NOT = "00"
               DISPLAY "No balance history on file."
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ BALANCE-HISTORY-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF BH-BANK-ID-F = INQ-BANK-ID
                           AND BH-ACCOUNT-ID-F = INQ-ACCOUNT-ID
                           AND BH-DATE-F IS NUMERIC
                           PERFORM NoteHistorySnapshot
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-HISTORY-DATA
           DISPLAY "Balances as of " AS-OF-DATE ":"
           IF AS-OF-USED = 0
               IF AS-OF-EARLIEST = HIGH-VALUES
                   DISPLAY "No balance history for this account."
               ELSE
                   DISPLAY "No snapshot on or before " AS-OF-DATE
                       " - earliest retained is " AS-OF-EARLIEST
               END-IF
           ELSE
               PERFORM VARYING AS-OF-INDEX FROM 1 BY 1
                   UNTIL AS-OF-INDEX > AS-OF-USED
                   MOVE FUNCTION NUMVAL(AS-OF-BALANCE(AS-OF-INDEX))
                       TO AS-OF-SALDO
                   MOVE AS-OF-SALDO TO INQ-SALDO-ED
                   DISPLAY "Balance " AS-OF-CURRENCY(AS-OF-INDEX)
                       ": " FUNCTION TRIM(INQ-SALDO-ED)
                       " (end of day " AS-OF-SNAPSHOT(AS-OF-INDEX) ")"
               END-PERFORM
           END-IF
           .

       NoteHistorySnapshot SECTION.
           IF BH-DATE-F < AS-OF-EARLIEST
               MOVE BH-DATE-F TO AS-OF-EARLIEST
           END-IF
           IF BH-DATE-F > AS-OF-DATE
               EXIT SECTION
           END-IF
           MOVE 'N' TO AS-OF-FOUND-SW
           PERFORM VARYING AS-OF-INDEX FROM 1 BY 1
               UNTIL AS-OF-INDEX > AS-OF-USED OR AS-OF-FOUND
               IF AS-OF-CURRENCY(AS-OF-INDEX) = BH-CURRENCY-F
                   SET AS-OF-FOUND TO TRUE
                   IF BH-DATE-F >= AS-OF-SNAPSHOT(AS-OF-INDEX)
                       MOVE BH-DATE-F TO AS-OF-SNAPSHOT(AS-OF-INDEX)
                       MOVE BH-BALANCE-F
                           TO AS-OF-BALANCE(AS-OF-INDEX)
                   END-IF
               END-IF
           END-PERFORM
           IF NOT AS-OF-FOUND AND AS-OF-USED < 5
               ADD 1 TO AS-OF-USED
               MOVE BH-CURRENCY-F TO AS-OF-CURRENCY(AS-OF-USED)
               MOVE BH-DATE-F TO AS-OF-SNAPSHOT(AS-OF-USED)
               MOVE BH-BALANCE-F TO AS-OF-BALANCE(AS-OF-USED)
           END-IF
           .

       ShowRecentMovements SECTION.
           OPEN INPUT AUDIT-DATA
           IF AUDIT-FILE-STATUS = "00"
