       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ACCTOPEN.
      *****************************************************************
      * Batch account opening - reads the branch systems' application
      * feed (account_applications.txt: application, bank, customer,
      * name, product, currency, initial deposit), allocates the next
      * free account number per bank with a valid check digit under
      * the bank's scheme in check_digits.txt, and opens the account
      * in one step on account_master.dat, account_master.txt and
      * account_status.txt, linking it to the customer on
      * customer_master.txt. An initial deposit goes to the teller
      * journal as a credit in TRANSACTION layout, so the night run
      * books it like any teller posting. Every application gets a
      * line on account_open_confirm.txt with the allocated number or
      * the reason it was refused, every opening is recorded to
      * maintenance_log.txt, and the feed is retired to a dated copy
      * so a rerun cannot open the same accounts twice.
      * The run date is today, or PROCDATE in runparams.txt.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT APPLICATION-DATA ASSIGN TO
             "batchprocess/account_applications.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPL-FILE-STATUS.
           SELECT APPLICATION-ARCHIVE-DATA ASSIGN TO ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPLARC-FILE-STATUS.
           SELECT CONFIRMATION-DATA ASSIGN TO
             "batchprocess/account_open_confirm.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFIRM-FILE-STATUS.
           SELECT MASTER-ISAM-DATA ASSIGN TO
             "batchprocess/account_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           FILE STATUS IS MASTER-FILE-STATUS.
           SELECT ACCOUNT-MASTER-DATA ASSIGN TO
             "batchprocess/account_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCTMAST-FILE-STATUS.
           SELECT ACCOUNT-STATUS-DATA ASSIGN TO
             "batchprocess/account_status.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCTSTAT-FILE-STATUS.
           SELECT OPENING-BALANCE-DATA ASSIGN TO
             "batchprocess/opening_balances.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPENBAL-FILE-STATUS.
           SELECT CUSTOMER-MASTER-DATA ASSIGN TO
             "batchprocess/customer_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTMAST-FILE-STATUS.
           SELECT CHECK-DIGIT-DATA ASSIGN TO
             "batchprocess/check_digits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHKDIG-FILE-STATUS.
           SELECT BANK-MASTER-DATA ASSIGN TO
             "batchprocess/bank_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BANKMAST-FILE-STATUS.
           SELECT PRODUCT-CATALOG-DATA ASSIGN TO
             "batchprocess/product_catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRODCAT-FILE-STATUS.
           SELECT VALID-CURRENCY-DATA ASSIGN TO
             "batchprocess/valid_currencies.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VALIDCUR-FILE-STATUS.
           SELECT RUN-PARAM-DATA ASSIGN TO
             "batchprocess/runparams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAM-FILE-STATUS.
           SELECT TELLER-JOURNAL-DATA ASSIGN TO
             "batchprocess/teller_journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT MAINT-LOG-DATA ASSIGN TO
             "batchprocess/maintenance_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * one line per application from the branch systems; the
      * application ID is the branch's own reference and comes back
      * on the confirmation. A blank deposit means none.
           FD APPLICATION-DATA.
           01 APPLICATION-F.
            05 AP-APPLICATION-ID-F PIC X(8).
            05 AP-BANK-ID-F PIC X(5).
            05 AP-CUSTOMER-ID-F PIC X(8).
            05 AP-NAME-F PIC X(30).
            05 AP-PRODUCT-F PIC X(1).
            05 AP-CURRENCY-F PIC X(3).
            05 AP-DEPOSIT-F PIC X(10).
            05 AP-DEPOSIT-N REDEFINES AP-DEPOSIT-F PIC 9(8)V99.
           FD APPLICATION-ARCHIVE-DATA.
           01 APPLICATION-ARCHIVE-F.
            05 ARCHIVE-LINE PIC X(65).
      * status A opened (account is the allocated number) or R
      * refused (reason says why, account stays blank)
           FD CONFIRMATION-DATA.
           01 CONFIRMATION-F.
            05 CF-APPLICATION-ID-F PIC X(8).
            05 FILLER PIC X.
            05 CF-BANK-ID-F PIC X(5).
            05 FILLER PIC X.
            05 CF-CUSTOMER-ID-F PIC X(8).
            05 FILLER PIC X.
            05 CF-ACCOUNT-ID-F PIC X(10).
            05 FILLER PIC X.
            05 CF-STATUS-F PIC X(1).
            05 FILLER PIC X.
            05 CF-REASON-F PIC X(26).
           FD MASTER-ISAM-DATA.
           COPY MSTREC.
           FD ACCOUNT-MASTER-DATA.
           COPY ACCTMREC.
           FD ACCOUNT-STATUS-DATA.
           COPY ACCTSREC.
           FD OPENING-BALANCE-DATA.
           COPY OPNBREC.
           FD CUSTOMER-MASTER-DATA.
           01 CUSTOMER-MASTER-F.
            05 CU-CUSTOMER-ID-F PIC X(8).
            05 CU-BANK-ID-F PIC X(5).
            05 CU-ACCOUNT-ID-F PIC X(10).
            05 CU-NAME-F PIC X(30).
           FD CHECK-DIGIT-DATA.
           01 CHECK-DIGIT-F.
            05 CD-BANK-ID-F PIC X(5).
            05 CD-SCHEME-F PIC X(1).
           FD BANK-MASTER-DATA.
           01 BANK-MASTER-F.
            05 BM-BANK-ID-F PIC X(5).
            05 BM-NAME-F PIC X(30).
            05 BM-SETTLE-ACCOUNT-F PIC X(10).
           FD PRODUCT-CATALOG-DATA.
           COPY PRODREC.
           FD VALID-CURRENCY-DATA.
           01 VALID-CURRENCY-F.
            05 VC-CODE-F PIC X(3).
           FD RUN-PARAM-DATA.
           01 RUN-PARAM-F.
            05 RP-LINE PIC X(40).
           FD TELLER-JOURNAL-DATA.
           01 TELLER-JOURNAL-F.
            05 JOURNAL-LINE PIC X(90).
           FD MAINT-LOG-DATA.
           01 MAINT-LOG-F.
            05 MAINT-LOG-LINE PIC X(160).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "ACCTOPEN".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 APPL-FILE-STATUS PIC X(2).
           05 APPLARC-FILE-STATUS PIC X(2).
           05 CONFIRM-FILE-STATUS PIC X(2).
           05 MASTER-FILE-STATUS PIC X(2).
           05 ACCTMAST-FILE-STATUS PIC X(2).
           05 ACCTSTAT-FILE-STATUS PIC X(2).
           05 OPENBAL-FILE-STATUS PIC X(2).
           05 CUSTMAST-FILE-STATUS PIC X(2).
           05 CHKDIG-FILE-STATUS PIC X(2).
           05 BANKMAST-FILE-STATUS PIC X(2).
           05 PRODCAT-FILE-STATUS PIC X(2).
           05 VALIDCUR-FILE-STATUS PIC X(2).
           05 RUNPARAM-FILE-STATUS PIC X(2).
           05 JOURNAL-FILE-STATUS PIC X(2).
           05 MAINTLOG-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.
       01 MASTER-EOF-SW PIC X VALUE 'N'.
           88 MASTER-EOF VALUE 'Y'.
       01 MASTER-PRESENT-SW PIC X VALUE 'N'.
           88 MASTER-PRESENT VALUE 'Y'.
       01 ARCHIVE-NAME PIC X(60).

           COPY TRANREC.

       01 RUN-DATE PIC 9(8).
       01 RP-KEY PIC X(20).
       01 RP-VALUE PIC X(20).
       01 STAMP PIC X(14).

      * the highest account number in use per bank - from the
      * master, the flat feeds, the opening balances and the
      * customer links - with the bank's check-digit scheme (L Luhn,
      * M sum of the first nine digits modulo ten, space none) and
      * whether the bank is on bank_master.txt
       01 ALLOCATION-TABLE.
           05 AL-USED PIC 999 VALUE 0.
           05 AL-ENTRY OCCURS 100 TIMES.
               10 AL-BANK PIC X(5).
               10 AL-HIGH PIC 9(10).
               10 AL-HIGH-X REDEFINES AL-HIGH.
                   15 AL-HIGH-BASE PIC 9(9).
                   15 AL-HIGH-DIGIT PIC 9.
               10 AL-SCHEME PIC X.
               10 AL-ON-MASTER-SW PIC X.
                   88 AL-ON-MASTER VALUE 'Y'.
       01 AL-INDEX PIC 999.
       01 AL-MATCH-INDEX PIC 999.
       01 BANK-MASTER-USED PIC 999 VALUE 0.
       01 WORK-BANK PIC X(5).
       01 WORK-ACCOUNT PIC X(10).
       01 WORK-ACCOUNT-N REDEFINES WORK-ACCOUNT PIC 9(10).

      * allocation work - the candidate number is the next base
      * after the bank's highest with the scheme's check digit on
      * the end
       01 CANDIDATE-ACCOUNT PIC 9(10).
       01 CANDIDATE-X REDEFINES CANDIDATE-ACCOUNT.
           05 CANDIDATE-BASE PIC 9(9).
           05 CANDIDATE-DIGIT PIC 9.
       01 CD-WORK.
           05 CDW-DIGIT PIC 99.
           05 CDW-TOTAL PIC 9(4).
           05 CDW-POS PIC 99.

           COPY PRODTAB.

       01 VALID-CURRENCIES.
           05 VC-USED PIC 999 VALUE 0.
           05 VC-CODE PIC X(3) OCCURS 200 TIMES.
       01 VC-INDEX PIC 999.
       01 CURRENCY-KNOWN-SW PIC X VALUE 'N'.
           88 CURRENCY-KNOWN VALUE 'Y'.

      * application IDs already seen in this feed
       01 SEEN-APPLICATIONS.
           05 SEEN-USED PIC 9(4) VALUE 0.
           05 SEEN-ID PIC X(8) OCCURS 5000 TIMES.
       01 SEEN-INDEX PIC 9(4).
       01 SEEN-SW PIC X VALUE 'N'.
           88 APPLICATION-SEEN VALUE 'Y'.

       01 REFUSAL-REASON PIC X(26).
       01 WORK-DEPOSIT PIC 9(8)V99.
       01 OPEN-COUNTS.
           05 APPLICATION-COUNT PIC 9(5) VALUE 0.
           05 OPENED-COUNT PIC 9(5) VALUE 0.
           05 REFUSED-COUNT PIC 9(5) VALUE 0.
           05 DEPOSIT-COUNT PIC 9(5) VALUE 0.
       01 FORMATTED-DEPOSIT PIC Z(7)9.99.
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
           OPEN INPUT APPLICATION-DATA
           IF APPL-FILE-STATUS = "35"
               MOVE "AO0001" TO MSG-ID
               MOVE "I" TO MSG-SEVERITY
               MOVE "NO account_applications.txt - NOTHING TO OPEN"
                   TO MSG-TEXT
               PERFORM LogMessage
               GOBACK
           END-IF
           IF APPL-FILE-STATUS NOT = "00"
               MOVE "AO0002" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN account_applications.txt, STATUS=",
                   APPL-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadCheckDigitSchemes
           PERFORM LoadBankMaster
           PERFORM LoadProductCatalog
           PERFORM LoadValidCurrencies
           PERFORM LoadMasterNumbers
           PERFORM LoadFeedNumbers
           IF RETURN-CODE >= 16
               CLOSE APPLICATION-DATA
               GOBACK
           END-IF
           PERFORM OpenOutputFiles
           IF RETURN-CODE >= 16
               CLOSE APPLICATION-DATA
               GOBACK
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ APPLICATION-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END PERFORM ProcessApplication
               END-READ
           END-PERFORM
           PERFORM CloseOutputFiles
           CLOSE APPLICATION-DATA
           PERFORM EmptyApplicationFeed
           IF REFUSED-COUNT > 0
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "Account opening run " RUN-DATE
           DISPLAY "Applications read: " APPLICATION-COUNT
           DISPLAY "Accounts opened:   " OPENED-COUNT
           DISPLAY "Refused:           " REFUSED-COUNT
           DISPLAY "Initial deposits:  " DEPOSIT-COUNT
           GOBACK.

      *****************************************************************
      * One application - validate, allocate the number, open the
      * account everywhere it has to exist and confirm it
      *****************************************************************
       ProcessApplication SECTION.
           IF APPLICATION-F = SPACES
               EXIT SECTION
           END-IF
           ADD 1 TO APPLICATION-COUNT
           MOVE APPLICATION-F TO ARCHIVE-LINE
           WRITE APPLICATION-ARCHIVE-F
           PERFORM ValidateApplication
           IF REFUSAL-REASON = SPACES
               PERFORM AllocateAccountNumber
           END-IF
           IF REFUSAL-REASON = SPACES AND MASTER-PRESENT
               PERFORM WriteMasterRecord
           END-IF
           IF REFUSAL-REASON NOT = SPACES
               ADD 1 TO REFUSED-COUNT
               MOVE SPACES TO CONFIRMATION-F
               MOVE AP-APPLICATION-ID-F TO CF-APPLICATION-ID-F
               MOVE AP-BANK-ID-F TO CF-BANK-ID-F
               MOVE AP-CUSTOMER-ID-F TO CF-CUSTOMER-ID-F
               MOVE 'R' TO CF-STATUS-F
               MOVE REFUSAL-REASON TO CF-REASON-F
               WRITE CONFIRMATION-F
               EXIT SECTION
           END-IF
           PERFORM WriteFeedRecords
           IF WORK-DEPOSIT > 0
               PERFORM WriteDepositRecord
           END-IF
           PERFORM WriteMaintenanceRecord
           ADD 1 TO OPENED-COUNT
           MOVE SPACES TO CONFIRMATION-F
           MOVE AP-APPLICATION-ID-F TO CF-APPLICATION-ID-F
           MOVE AP-BANK-ID-F TO CF-BANK-ID-F
           MOVE AP-CUSTOMER-ID-F TO CF-CUSTOMER-ID-F
           MOVE WORK-ACCOUNT TO CF-ACCOUNT-ID-F
           MOVE 'A' TO CF-STATUS-F
           WRITE CONFIRMATION-F
           .

      * the checks run in file order and the first failure is the
      * reason returned to the branch
       ValidateApplication SECTION.
           MOVE SPACES TO REFUSAL-REASON
           MOVE 0 TO WORK-DEPOSIT
           PERFORM CheckApplicationSeen
           EVALUATE TRUE
           WHEN AP-APPLICATION-ID-F = SPACES
               MOVE 'MISSING-APPLICATION-ID' TO REFUSAL-REASON
           WHEN APPLICATION-SEEN
               MOVE 'DUPLICATE-APPLICATION' TO REFUSAL-REASON
           WHEN AP-BANK-ID-F IS NOT NUMERIC
               MOVE 'INVALID-BANK' TO REFUSAL-REASON
           WHEN AP-CUSTOMER-ID-F = SPACES
               MOVE 'MISSING-CUSTOMER-ID' TO REFUSAL-REASON
           WHEN AP-NAME-F = SPACES
               MOVE 'MISSING-NAME' TO REFUSAL-REASON
           WHEN AP-PRODUCT-F = SPACE
               MOVE 'MISSING-PRODUCT' TO REFUSAL-REASON
           WHEN AP-CURRENCY-F = SPACES
               OR AP-CURRENCY-F IS NOT ALPHABETIC-UPPER
               MOVE 'INVALID-CURRENCY' TO REFUSAL-REASON
           WHEN AP-DEPOSIT-F NOT = SPACES
               AND AP-DEPOSIT-F IS NOT NUMERIC
               MOVE 'INVALID-DEPOSIT' TO REFUSAL-REASON
           END-EVALUATE
           IF REFUSAL-REASON NOT = SPACES
               EXIT SECTION
           END-IF
           IF AP-DEPOSIT-F NOT = SPACES
               MOVE AP-DEPOSIT-N TO WORK-DEPOSIT
           END-IF
           MOVE AP-BANK-ID-F TO WORK-BANK
           PERFORM FindAllocationEntry
           IF BANK-MASTER-USED > 0
               AND (AL-MATCH-INDEX = 0
                   OR NOT AL-ON-MASTER(AL-MATCH-INDEX))
               MOVE 'BANK-NOT-ON-MASTER' TO REFUSAL-REASON
               EXIT SECTION
           END-IF
           IF VC-USED > 0
               MOVE 'N' TO CURRENCY-KNOWN-SW
               PERFORM VARYING VC-INDEX FROM 1 BY 1
                   UNTIL VC-INDEX > VC-USED
                   IF VC-CODE(VC-INDEX) = AP-CURRENCY-F
                       SET CURRENCY-KNOWN TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CURRENCY-KNOWN
                   MOVE 'UNKNOWN-CURRENCY' TO REFUSAL-REASON
                   EXIT SECTION
               END-IF
           END-IF
           PERFORM CheckApplicationProduct
           .

       CheckApplicationSeen SECTION.
           MOVE 'N' TO SEEN-SW
           PERFORM VARYING SEEN-INDEX FROM 1 BY 1
               UNTIL SEEN-INDEX > SEEN-USED
               IF SEEN-ID(SEEN-INDEX) = AP-APPLICATION-ID-F
                   SET APPLICATION-SEEN TO TRUE
               END-IF
           END-PERFORM
           IF NOT APPLICATION-SEEN AND SEEN-USED < 5000
               AND AP-APPLICATION-ID-F NOT = SPACES
               ADD 1 TO SEEN-USED
               MOVE AP-APPLICATION-ID-F TO SEEN-ID(SEEN-USED)
           END-IF
           .

      * with a catalog on file the product must be in it, the
      * currency must be one the product allows and the initial
      * deposit must reach the product's minimum balance
       CheckApplicationProduct SECTION.
           IF PRD-USED = 0
               EXIT SECTION
           END-IF
           MOVE 0 TO PRD-MATCH-INDEX
           PERFORM VARYING PRD-INDEX FROM 1 BY 1
               UNTIL PRD-INDEX > PRD-USED
               IF PRD-TYPE(PRD-INDEX) = AP-PRODUCT-F
                   MOVE PRD-INDEX TO PRD-MATCH-INDEX
               END-IF
           END-PERFORM
           IF PRD-MATCH-INDEX = 0
               MOVE 'PRODUCT-NOT-IN-CATALOG' TO REFUSAL-REASON
               EXIT SECTION
           END-IF
           MOVE 'Y' TO PRD-CURRENCY-SW
           IF PRD-CURRENCY(PRD-MATCH-INDEX,1) NOT = SPACES
               MOVE 'N' TO PRD-CURRENCY-SW
               PERFORM VARYING PRD-CURR-INDEX FROM 1 BY 1
                   UNTIL PRD-CURR-INDEX > 5
                   IF PRD-CURRENCY(PRD-MATCH-INDEX,PRD-CURR-INDEX)
                       = AP-CURRENCY-F
                       SET PRD-CURRENCY-ALLOWED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT PRD-CURRENCY-ALLOWED
               MOVE 'PRODUCT-CURRENCY' TO REFUSAL-REASON
               EXIT SECTION
           END-IF
           IF WORK-DEPOSIT < PRD-MIN-BALANCE(PRD-MATCH-INDEX)
               MOVE 'DEPOSIT-BELOW-MINIMUM' TO REFUSAL-REASON
           END-IF
           .

      *****************************************************************
      * Number allocation - the next base above the bank's highest
      * number in use, with the check digit the bank's scheme needs,
      * so the night run's check-digit validation accepts it
      *****************************************************************
       AllocateAccountNumber SECTION.
           MOVE AP-BANK-ID-F TO WORK-BANK
           PERFORM FindAllocationEntry
           IF AL-MATCH-INDEX = 0
               IF AL-USED >= 100
                   MOVE 'BANK-CAPACITY-EXCEEDED' TO REFUSAL-REASON
                   EXIT SECTION
               END-IF
               PERFORM AddAllocationEntry
           END-IF
           IF AL-SCHEME(AL-MATCH-INDEX) = SPACE
               IF AL-HIGH(AL-MATCH-INDEX) >= 9999999999
                   MOVE 'NUMBER-RANGE-EXHAUSTED' TO REFUSAL-REASON
                   EXIT SECTION
               END-IF
               COMPUTE CANDIDATE-ACCOUNT = AL-HIGH(AL-MATCH-INDEX) + 1
           ELSE
               IF AL-HIGH-BASE(AL-MATCH-INDEX) >= 999999999
                   MOVE 'NUMBER-RANGE-EXHAUSTED' TO REFUSAL-REASON
                   EXIT SECTION
               END-IF
               COMPUTE CANDIDATE-BASE =
                   AL-HIGH-BASE(AL-MATCH-INDEX) + 1
               MOVE 0 TO CANDIDATE-DIGIT
               EVALUATE AL-SCHEME(AL-MATCH-INDEX)
               WHEN 'L'
                   PERFORM ComputeLuhnDigit
               WHEN 'M'
                   PERFORM ComputeModTenDigit
               END-EVALUATE
           END-IF
           MOVE CANDIDATE-ACCOUNT TO AL-HIGH(AL-MATCH-INDEX)
           MOVE CANDIDATE-ACCOUNT TO WORK-ACCOUNT-N
           .

      * Luhn from the right: the check digit is undoubled, so the
      * odd positions of the nine-digit base double (less nine when
      * over nine) and the check digit brings the total to a
      * multiple of ten
       ComputeLuhnDigit SECTION.
           MOVE 0 TO CDW-TOTAL
           PERFORM VARYING CDW-POS FROM 1 BY 1 UNTIL CDW-POS > 9
               MOVE FUNCTION NUMVAL(CANDIDATE-X(CDW-POS:1))
                   TO CDW-DIGIT
               IF FUNCTION MOD(CDW-POS, 2) = 1
                   COMPUTE CDW-DIGIT = CDW-DIGIT * 2
                   IF CDW-DIGIT > 9
                       SUBTRACT 9 FROM CDW-DIGIT
                   END-IF
               END-IF
               ADD CDW-DIGIT TO CDW-TOTAL
           END-PERFORM
           COMPUTE CANDIDATE-DIGIT =
               FUNCTION MOD(10 - FUNCTION MOD(CDW-TOTAL, 10), 10)
           .

       ComputeModTenDigit SECTION.
           MOVE 0 TO CDW-TOTAL
           PERFORM VARYING CDW-POS FROM 1 BY 1 UNTIL CDW-POS > 9
               ADD FUNCTION NUMVAL(CANDIDATE-X(CDW-POS:1))
                   TO CDW-TOTAL
           END-PERFORM
           COMPUTE CANDIDATE-DIGIT = FUNCTION MOD(CDW-TOTAL, 10)
           .

       FindAllocationEntry SECTION.
           MOVE 0 TO AL-MATCH-INDEX
           PERFORM VARYING AL-INDEX FROM 1 BY 1
               UNTIL AL-INDEX > AL-USED
               IF AL-BANK(AL-INDEX) = WORK-BANK
                   MOVE AL-INDEX TO AL-MATCH-INDEX
               END-IF
           END-PERFORM
           .

       AddAllocationEntry SECTION.
           ADD 1 TO AL-USED
           MOVE AL-USED TO AL-MATCH-INDEX
           MOVE WORK-BANK TO AL-BANK(AL-USED)
           MOVE 0 TO AL-HIGH(AL-USED)
           MOVE SPACE TO AL-SCHEME(AL-USED)
           MOVE 'N' TO AL-ON-MASTER-SW(AL-USED)
           .

      * every account number seen raises its bank's high-water mark
       NoteAccountInUse SECTION.
           IF WORK-BANK IS NOT NUMERIC OR WORK-ACCOUNT IS NOT NUMERIC
               EXIT SECTION
           END-IF
           PERFORM FindAllocationEntry
           IF AL-MATCH-INDEX = 0
               IF AL-USED >= 100
                   EXIT SECTION
               END-IF
               PERFORM AddAllocationEntry
           END-IF
           IF WORK-ACCOUNT-N > AL-HIGH(AL-MATCH-INDEX)
               MOVE WORK-ACCOUNT-N TO AL-HIGH(AL-MATCH-INDEX)
           END-IF
           .

      *****************************************************************
      * Opening the account - master record, flat feeds, customer
      * link, initial deposit and maintenance log
      *****************************************************************
       WriteMasterRecord SECTION.
           INITIALIZE MASTER-REC
           MOVE AP-BANK-ID-F TO MST-BANK-ID
           MOVE WORK-ACCOUNT-N TO MST-ACCOUNT-ID
           MOVE 'O' TO MST-STATUS
           MOVE AP-NAME-F TO MST-NAME
           MOVE AP-PRODUCT-F TO MST-TYPE
           MOVE RUN-DATE TO MST-LAST-ACTIVITY
           MOVE 1 TO MST-NUM-CURRENCIES
           MOVE AP-CURRENCY-F TO MST-CURR-CODE(1)
           WRITE MASTER-REC
               INVALID KEY
                   MOVE 'ACCOUNT-ALREADY-ON-MASTER' TO REFUSAL-REASON
           END-WRITE
           .

       WriteFeedRecords SECTION.
           MOVE AP-BANK-ID-F TO AM-BANK-ID-F
           MOVE WORK-ACCOUNT TO AM-ACCOUNT-ID-F
           MOVE AP-NAME-F TO AM-NAME-F
           MOVE AP-PRODUCT-F TO AM-TYPE-F
           WRITE ACCOUNT-MASTER-F
           MOVE AP-BANK-ID-F TO AS-BANK-ID-F
           MOVE WORK-ACCOUNT TO AS-ACCOUNT-ID-F
           MOVE 'O' TO AS-STATUS-F
           WRITE ACCOUNT-STATUS-F
           MOVE AP-CUSTOMER-ID-F TO CU-CUSTOMER-ID-F
           MOVE AP-BANK-ID-F TO CU-BANK-ID-F
           MOVE WORK-ACCOUNT TO CU-ACCOUNT-ID-F
           MOVE AP-NAME-F TO CU-NAME-F
           WRITE CUSTOMER-MASTER-F
           .

      * the night run books the deposit from the teller journal on
      * the run date, like any counter credit
       WriteDepositRecord SECTION.
           MOVE SPACES TO TRANSACTION
           MOVE AP-BANK-ID-F TO TR-BANK-ID-X
           MOVE WORK-ACCOUNT TO TR-ACCOUNT-ID-X
           MOVE WORK-DEPOSIT TO TR-AMOUNT
           MOVE 'C' TO TR-DR-CR
           MOVE AP-CURRENCY-F TO TR-CURRENCY
           MOVE RUN-DATE TO TR-DATE
           MOVE function concatenate('OPENING DEPOSIT ',
               AP-APPLICATION-ID-F) TO TR-COMMENT
           MOVE TRANSACTION TO JOURNAL-LINE
           WRITE TELLER-JOURNAL-F
           ADD 1 TO DEPOSIT-COUNT
           .

       WriteMaintenanceRecord SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STAMP
           MOVE WORK-DEPOSIT TO FORMATTED-DEPOSIT
           MOVE function concatenate(STAMP, ' ', 'ACCTOPEN', ' ',
               'OPEN    ', ' ', AP-BANK-ID-F, ' ', WORK-ACCOUNT,
               ' OLD=', ' NEW=', AP-NAME-F, ' ', AP-PRODUCT-F,
               ' O ', AP-CURRENCY-F, ' ', FORMATTED-DEPOSIT,
               ' APPL ', AP-APPLICATION-ID-F, ' CUST ',
               AP-CUSTOMER-ID-F) TO MAINT-LOG-LINE
           WRITE MAINT-LOG-F
           .

      *****************************************************************
      * Output files - all opened before the first application, so a
      * file that cannot be written stops the run before any account
      * is half opened
      *****************************************************************
       OpenOutputFiles SECTION.
           MOVE function concatenate(
               'batchprocess/account_applications_', RUN-DATE,
               '.txt') TO ARCHIVE-NAME
           OPEN EXTEND APPLICATION-ARCHIVE-DATA
           IF APPLARC-FILE-STATUS = "35"
               OPEN OUTPUT APPLICATION-ARCHIVE-DATA
           END-IF
           IF APPLARC-FILE-STATUS NOT = "00"
               MOVE "AO0003" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("CANNOT OPEN ",
                   FUNCTION TRIM(ARCHIVE-NAME), ", STATUS=",
                   APPLARC-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           OPEN OUTPUT CONFIRMATION-DATA
           IF CONFIRM-FILE-STATUS NOT = "00"
               MOVE "AO0004" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN account_open_confirm.txt, STATUS=",
                   CONFIRM-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               CLOSE APPLICATION-ARCHIVE-DATA
               EXIT SECTION
           END-IF
           IF MASTER-PRESENT
               OPEN I-O MASTER-ISAM-DATA
               IF MASTER-FILE-STATUS NOT = "00"
                   MOVE "AO0005" TO MSG-ID
                   MOVE "S" TO MSG-SEVERITY
                   MOVE function concatenate(
                       "CANNOT OPEN account_master.dat, STATUS=",
                       MASTER-FILE-STATUS) TO MSG-TEXT
                   PERFORM LogMessage
                   MOVE 16 TO RETURN-CODE
                   CLOSE APPLICATION-ARCHIVE-DATA
                   CLOSE CONFIRMATION-DATA
                   EXIT SECTION
               END-IF
           END-IF
           OPEN EXTEND ACCOUNT-MASTER-DATA
           IF ACCTMAST-FILE-STATUS = "35"
               OPEN OUTPUT ACCOUNT-MASTER-DATA
           END-IF
           OPEN EXTEND ACCOUNT-STATUS-DATA
           IF ACCTSTAT-FILE-STATUS = "35"
               OPEN OUTPUT ACCOUNT-STATUS-DATA
           END-IF
           OPEN EXTEND CUSTOMER-MASTER-DATA
           IF CUSTMAST-FILE-STATUS = "35"
               OPEN OUTPUT CUSTOMER-MASTER-DATA
           END-IF
           OPEN EXTEND TELLER-JOURNAL-DATA
           IF JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT TELLER-JOURNAL-DATA
           END-IF
           OPEN EXTEND MAINT-LOG-DATA
           IF MAINTLOG-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-LOG-DATA
           END-IF
           IF ACCTMAST-FILE-STATUS NOT = "00"
               OR ACCTSTAT-FILE-STATUS NOT = "00"
               OR CUSTMAST-FILE-STATUS NOT = "00"
               OR JOURNAL-FILE-STATUS NOT = "00"
               OR MAINTLOG-FILE-STATUS NOT = "00"
               MOVE "AO0006" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN THE FEEDS FOR UPDATE, STATUS=",
                   ACCTMAST-FILE-STATUS, "/", ACCTSTAT-FILE-STATUS,
                   "/", CUSTMAST-FILE-STATUS, "/",
                   JOURNAL-FILE-STATUS, "/", MAINTLOG-FILE-STATUS)
                   TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       CloseOutputFiles SECTION.
           CLOSE APPLICATION-ARCHIVE-DATA
           CLOSE CONFIRMATION-DATA
           IF MASTER-PRESENT
               CLOSE MASTER-ISAM-DATA
           END-IF
           CLOSE ACCOUNT-MASTER-DATA
           CLOSE ACCOUNT-STATUS-DATA
           CLOSE CUSTOMER-MASTER-DATA
           CLOSE TELLER-JOURNAL-DATA
           CLOSE MAINT-LOG-DATA
           .

      * every line is already on the dated copy, so the feed is
      * emptied - tomorrow's applications start a fresh file
       EmptyApplicationFeed SECTION.
           OPEN OUTPUT APPLICATION-DATA
           IF APPL-FILE-STATUS = "00"
               CLOSE APPLICATION-DATA
           ELSE
               MOVE "AO0007" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT EMPTY account_applications.txt, STATUS=",
                   APPL-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Reference loads
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

       LoadCheckDigitSchemes SECTION.
           OPEN INPUT CHECK-DIGIT-DATA
           IF CHKDIG-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ CHECK-DIGIT-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF CD-BANK-ID-F IS NUMERIC
                               AND (CD-SCHEME-F = 'L'
                                   OR CD-SCHEME-F = 'M')
                               MOVE CD-BANK-ID-F TO WORK-BANK
                               PERFORM FindAllocationEntry
                               IF AL-MATCH-INDEX = 0
                                   AND AL-USED < 100
                                   PERFORM AddAllocationEntry
                               END-IF
                               IF AL-MATCH-INDEX > 0
                                   MOVE CD-SCHEME-F
                                       TO AL-SCHEME(AL-MATCH-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-DIGIT-DATA
           END-IF
           .

      * with bank_master.txt on site only its banks can open
      * accounts, as only they pass the night run's validation
       LoadBankMaster SECTION.
           OPEN INPUT BANK-MASTER-DATA
           IF BANKMAST-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ BANK-MASTER-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF BM-BANK-ID-F IS NUMERIC
                               ADD 1 TO BANK-MASTER-USED
                               MOVE BM-BANK-ID-F TO WORK-BANK
                               PERFORM FindAllocationEntry
                               IF AL-MATCH-INDEX = 0
                                   AND AL-USED < 100
                                   PERFORM AddAllocationEntry
                               END-IF
                               IF AL-MATCH-INDEX > 0
                                   MOVE 'Y' TO
                                       AL-ON-MASTER-SW(AL-MATCH-INDEX)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BANK-MASTER-DATA
           END-IF
           .

      * catalog lines the night run would refuse are left out here
      * too, so no account opens under an invalid product
       LoadProductCatalog SECTION.
           OPEN INPUT PRODUCT-CATALOG-DATA
           IF PRODCAT-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ PRODUCT-CATALOG-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF PR-TYPE-F NOT = SPACE
                               AND (PR-OVERDRAFT-F = 'Y'
                                   OR PR-OVERDRAFT-F = 'N')
                               AND (PR-MIN-BALANCE-F = SPACES
                                   OR PR-MIN-BALANCE-F IS NUMERIC)
                               AND (PR-MAX-DEBITS-F = SPACES
                                   OR PR-MAX-DEBITS-F IS NUMERIC)
                               AND (PR-CREDIT-RATE-F = SPACES
                                   OR PR-CREDIT-RATE-F IS NUMERIC)
                               AND (PR-DEBIT-RATE-F = SPACES
                                   OR PR-DEBIT-RATE-F IS NUMERIC)
                               PERFORM AddCatalogProduct
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-DATA
           END-IF
           .

      * a type listed twice keeps the later line, as in the night run
       AddCatalogProduct SECTION.
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
           PERFORM VARYING PRD-CURR-INDEX FROM 1 BY 1
               UNTIL PRD-CURR-INDEX > 5
               MOVE PR-CURRENCIES-F(PRD-CURR-INDEX * 3 - 2:3)
                   TO PRD-CURRENCY(PRD-MATCH-INDEX,PRD-CURR-INDEX)
           END-PERFORM
           IF PR-MIN-BALANCE-F = SPACES
               MOVE 0 TO PRD-MIN-BALANCE(PRD-MATCH-INDEX)
           ELSE
               MOVE PR-MIN-BALANCE-N
                   TO PRD-MIN-BALANCE(PRD-MATCH-INDEX)
           END-IF
           .

       LoadValidCurrencies SECTION.
           OPEN INPUT VALID-CURRENCY-DATA
           IF VALIDCUR-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ VALID-CURRENCY-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF VC-CODE-F NOT = SPACES
                               AND VC-USED < 200
                               ADD 1 TO VC-USED
                               MOVE VC-CODE-F TO VC-CODE(VC-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE VALID-CURRENCY-DATA
           END-IF
           .

      * a site without the indexed master opens accounts on the flat
      * feeds alone, as ACCTMAINT does
       LoadMasterNumbers SECTION.
           MOVE 'N' TO MASTER-PRESENT-SW
           OPEN INPUT MASTER-ISAM-DATA
           IF MASTER-FILE-STATUS = "00"
               SET MASTER-PRESENT TO TRUE
               PERFORM UNTIL MASTER-EOF
                   READ MASTER-ISAM-DATA NEXT RECORD
                       AT END SET MASTER-EOF TO TRUE
                       NOT AT END
                           MOVE MST-BANK-ID TO WORK-BANK
                           MOVE MST-ACCOUNT-ID TO WORK-ACCOUNT
                           PERFORM NoteAccountInUse
                   END-READ
               END-PERFORM
               CLOSE MASTER-ISAM-DATA
           ELSE
               IF MASTER-FILE-STATUS NOT = "35"
                   MOVE "AO0008" TO MSG-ID
                   MOVE "S" TO MSG-SEVERITY
                   MOVE function concatenate(
                       "CANNOT OPEN account_master.dat, STATUS=",
                       MASTER-FILE-STATUS) TO MSG-TEXT
                   PERFORM LogMessage
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           .

      * numbers known only to a feed are in use too - an account
      * can be on the name feed or have an opening balance before
      * the night run first puts it on the master
       LoadFeedNumbers SECTION.
           OPEN INPUT ACCOUNT-MASTER-DATA
           IF ACCTMAST-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ ACCOUNT-MASTER-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE AM-BANK-ID-F TO WORK-BANK
                           MOVE AM-ACCOUNT-ID-F TO WORK-ACCOUNT
                           PERFORM NoteAccountInUse
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-DATA
           END-IF
           OPEN INPUT ACCOUNT-STATUS-DATA
           IF ACCTSTAT-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ ACCOUNT-STATUS-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE AS-BANK-ID-F TO WORK-BANK
                           MOVE AS-ACCOUNT-ID-F TO WORK-ACCOUNT
                           PERFORM NoteAccountInUse
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-STATUS-DATA
           END-IF
           OPEN INPUT OPENING-BALANCE-DATA
           IF OPENBAL-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ OPENING-BALANCE-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE OB-BANK-ID-F TO WORK-BANK
                           MOVE OB-ACCOUNT-ID-F TO WORK-ACCOUNT
                           PERFORM NoteAccountInUse
                   END-READ
               END-PERFORM
               CLOSE OPENING-BALANCE-DATA
           END-IF
           OPEN INPUT CUSTOMER-MASTER-DATA
           IF CUSTMAST-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ CUSTOMER-MASTER-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE CU-BANK-ID-F TO WORK-BANK
                           MOVE CU-ACCOUNT-ID-F TO WORK-ACCOUNT
                           PERFORM NoteAccountInUse
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-DATA
           END-IF
           .

       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           .

       END PROGRAM ACCTOPEN.
