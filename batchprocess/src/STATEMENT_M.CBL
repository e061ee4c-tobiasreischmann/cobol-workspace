      * The trail streams through a sort keyed on account and
      * posting order, so a heavy day is never truncated; accounts
      * with no movements still statement from opening_balances.txt.
      * Each statement opens with the postal address block of the
      * first customer linked to the account (customer_master.txt,
      * customer_addresses.txt). A statement for a customer whose
      * mail came back undeliverable or who has asked for mail to be
      * held goes to statements_held.txt for the branch instead of
      * the post; every other addressed statement gets a line on
      * mailing_labels.txt, sorted by country and postal code for the
      * bulk-postage run.
      * An account with lines on account_holders.txt (HLDRREC) is
      * stated to every holder instead: the statement is kept on
      * stmt_copy.tmp while it is written and sent out once per
      * holder, each copy under that holder's address block and role
      * and routed by that holder's own mail instruction.
      * statements.txt is printed with the shop's standard page
      * headers (RPTPAGE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             "batchprocess/statements_mt940.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXPORT-FILE-STATUS.
           SELECT CHEQUE-PAID-DATA ASSIGN TO
             "batchprocess/cheques_paid.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHQPAID-FILE-STATUS.
           SELECT CUSTOMER-MASTER-DATA ASSIGN TO
             "batchprocess/customer_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTMAST-FILE-STATUS.
           SELECT ADDRESS-DATA ASSIGN TO
             "batchprocess/customer_addresses.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADDRESS-FILE-STATUS.
           SELECT HELD-STATEMENT-DATA ASSIGN TO
             "batchprocess/statements_held.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HELDSTMT-FILE-STATUS.
           SELECT LABEL-DATA ASSIGN TO
             "batchprocess/mailing_labels.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LABEL-FILE-STATUS.
           SELECT ACCOUNT-HOLDER-DATA ASSIGN TO
             "batchprocess/account_holders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLDER-FILE-STATUS.
           SELECT STMT-COPY-DATA ASSIGN TO STMT-COPY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STMTCOPY-FILE-STATUS.
           SELECT SORT-WORK ASSIGN TO
             "batchprocess/stmt_sort.tmp".
           SELECT LABEL-SORT-WORK ASSIGN TO
             "batchprocess/label_sort.tmp".
       DATA DIVISION.
       FILE SECTION.
           FD AUDIT-DATA.
           01 AUDIT-DATA-F.
            05 AUDIT-LINE PIC X(185).
           FD OPENING-BALANCE-DATA.
           COPY OPNBREC.
           FD STATEMENT-DATA.
           FD EXPORT-DATA.
           01 EXPORT-F.
            05 EXPORT-LINE PIC X(80).
           FD CHEQUE-PAID-DATA.
           COPY CHQPREC.
           FD CUSTOMER-MASTER-DATA.
           01 CUSTOMER-MASTER-F.
            05 CU-CUSTOMER-ID-F PIC X(8).
            05 CU-BANK-ID-F PIC X(5).
            05 CU-ACCOUNT-ID-F PIC X(10).
            05 CU-NAME-F PIC X(30).
           FD ADDRESS-DATA.
           COPY CADRREC.
           FD HELD-STATEMENT-DATA.
           01 HELD-STATEMENT-F.
            05 HELD-STATEMENT-LINE PIC X(120).
      * mailing label line: country, postal code, name, address
      * lines, town and the bank/account of the statement enclosed
           FD LABEL-DATA.
           01 LABEL-F.
            05 LABEL-COUNTRY-F PIC X(2).
            05 FILLER PIC X(1).
            05 LABEL-POSTCODE-F PIC X(10).
            05 FILLER PIC X(1).
            05 LABEL-NAME-F PIC X(30).
            05 FILLER PIC X(1).
            05 LABEL-LINE-1-F PIC X(35).
            05 FILLER PIC X(1).
            05 LABEL-LINE-2-F PIC X(35).
            05 FILLER PIC X(1).
            05 LABEL-TOWN-F PIC X(25).
            05 FILLER PIC X(1).
            05 LABEL-BANK-F PIC X(5).
            05 FILLER PIC X(1).
            05 LABEL-ACCOUNT-F PIC X(10).
           FD ACCOUNT-HOLDER-DATA.
           COPY HLDRREC.
           FD STMT-COPY-DATA.
           01 STMT-COPY-F.
            05 STMT-COPY-LINE PIC X(120).
           SD LABEL-SORT-WORK.
           01 LABEL-SORT-REC.
            05 LS-COUNTRY PIC X(2).
            05 LS-POSTCODE PIC X(10).
            05 LS-NAME PIC X(30).
            05 LS-LINE-1 PIC X(35).
            05 LS-LINE-2 PIC X(35).
            05 LS-TOWN PIC X(25).
            05 LS-BANK PIC X(5).
            05 LS-ACCOUNT PIC X(10).
           SD SORT-WORK.
           01 SORT-REC.
            05 SR-KEY.
           05 CYCLE-FILE-STATUS PIC X(2).
           05 HOLD-FILE-STATUS PIC X(2).
           05 EXPORT-FILE-STATUS PIC X(2).
           05 CHQPAID-FILE-STATUS PIC X(2).
           05 CUSTMAST-FILE-STATUS PIC X(2).
           05 ADDRESS-FILE-STATUS PIC X(2).
           05 HELDSTMT-FILE-STATUS PIC X(2).
           05 LABEL-FILE-STATUS PIC X(2).
           05 HOLDER-FILE-STATUS PIC X(2).
           05 STMTCOPY-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.

      * the first customer linked to each account on
      * customer_master.txt is the one the statement is mailed to,
      * unless the account has holders on account_holders.txt
       01 CUSTOMER-LINKS.
           05 CULINK-USED PIC 9(4) VALUE 0.
           05 CULINK-ENTRY OCCURS 5000 TIMES.
               10 CULINK-CUSTOMER PIC X(8).
               10 CULINK-BANK PIC X(5).
               10 CULINK-ACCOUNT PIC X(10).
               10 CULINK-NAME PIC X(30).
       01 CULINK-INDEX PIC 9(4).
       01 CULINK-MATCH-INDEX PIC 9(4).

      * holders of jointly held accounts (account_holders.txt) - an
      * account listed here is stated to each of its holders
       01 HOLDER-LINKS.
           05 HL-USED PIC 9(4) VALUE 0.
           05 HL-ENTRY OCCURS 5000 TIMES.
               10 HL-BANK PIC X(5).
               10 HL-ACCOUNT PIC X(10).
               10 HL-CUSTOMER PIC X(8).
               10 HL-ROLE PIC X.
       01 HL-INDEX PIC 9(4).

      * who the statement being written goes to - the holders of
      * the account, else its first linked customer (role blank)
       01 ADDRESSEES.
           05 ADE-USED PIC 99 VALUE 0.
           05 ADE-ENTRY OCCURS 20 TIMES.
               10 ADE-CUSTOMER PIC X(8).
               10 ADE-NAME PIC X(30).
               10 ADE-ROLE PIC X.
       01 ADE-INDEX PIC 99.
       01 STMT-COPY-NAME PIC X(60)
           VALUE "batchprocess/stmt_copy.tmp".
       01 STMT-COPY-SW PIC X VALUE 'N'.
           88 STATEMENT-COPYING VALUE 'Y'.
       01 STMT-COPY-EOF-SW PIC X VALUE 'N'.
           88 STMT-COPY-EOF VALUE 'Y'.
       01 STMT-COPY-USED-SW PIC X VALUE 'N'.
           88 STMT-COPY-USED VALUE 'Y'.

      * postal addresses (customer_addresses.txt)
       01 ADDRESS-TABLE.
           05 AR-USED PIC 9(4) VALUE 0.
           05 AR-ENTRY OCCURS 5000 TIMES.
               10 AR-CUSTOMER PIC X(8).
               10 AR-LINE-1 PIC X(35).
               10 AR-LINE-2 PIC X(35).
               10 AR-POSTCODE PIC X(10).
               10 AR-TOWN PIC X(25).
               10 AR-COUNTRY PIC X(2).
               10 AR-RETURNED PIC X.
               10 AR-HOLD PIC X.
               10 AR-HOLD-UNTIL PIC X(8).
       01 AR-INDEX PIC 9(4).
       01 AR-MATCH-INDEX PIC 9(4).
       01 ADDRESS-FILE-SW PIC X VALUE 'N'.
           88 ADDRESS-FILE-LOADED VALUE 'Y'.

      * where the statement being written goes - the post, the
      * branch (returned or held mail) or the post without an
      * address block when none is on file
       01 MAIL-ROUTE-SW PIC X VALUE 'P'.
           88 MAIL-BY-POST VALUE 'P'.
           88 MAIL-RETURNED VALUE 'R'.
           88 MAIL-HELD VALUE 'H'.
           88 MAIL-NO-ADDRESS VALUE 'N'.
       01 HELD-OPEN-SW PIC X VALUE 'N'.
           88 HELD-FILE-OPEN VALUE 'Y'.
       01 RECIPIENT-NAME PIC X(30).
       01 MAIL-COUNTS.
           05 POSTED-COUNT PIC 9(5) VALUE 0.
           05 HELD-COUNT PIC 9(5) VALUE 0.
           05 NO-ADDRESS-COUNT PIC 9(5) VALUE 0.
           05 LABELS-LEFT-OFF PIC 9(5) VALUE 0.

      * one label per statement mailed, sorted once the statements
      * are written
       01 LABEL-TABLE.
           05 LB-USED PIC 9(4) VALUE 0.
           05 LB-ENTRY OCCURS 2000 TIMES.
               10 LB-COUNTRY PIC X(2).
               10 LB-POSTCODE PIC X(10).
               10 LB-NAME PIC X(30).
               10 LB-LINE-1 PIC X(35).
               10 LB-LINE-2 PIC X(35).
               10 LB-TOWN PIC X(25).
               10 LB-BANK PIC X(5).
               10 LB-ACCOUNT PIC X(10).
       01 LB-INDEX PIC 9(4).
       01 LABEL-SORT-EOF-SW PIC X VALUE 'N'.
           88 LABEL-SORT-EOF VALUE 'Y'.

      * accounts known from opening_balances.txt - marked when the
      * sorted trail produces their statement, so the remainder can
           88 HOLD-EOF VALUE 'Y'.
       01 FORMATTED-HOLD-AMOUNT PIC Z(07)9.99.

      * cheques paid (cheques_paid.txt) - listed under the account
      * when paid since its last statement
       01 PAID-CHEQUE-TABLE.
           05 PCHQ-USED PIC 9(5) VALUE 0.
           05 PCHQ-ENTRY OCCURS 10000 TIMES.
               10 PCHQ-BANK PIC X(5).
               10 PCHQ-ACCOUNT PIC X(10).
               10 PCHQ-CURRENCY PIC X(3).
               10 PCHQ-NUMBER PIC X(8).
               10 PCHQ-AMOUNT PIC 9(8)V99.
               10 PCHQ-DATE PIC 9(8).
       01 PCHQ-INDEX PIC 9(5).
       01 PCHQ-EOF-SW PIC X VALUE 'N'.
           88 PCHQ-EOF VALUE 'Y'.
       01 PCHQ-LISTED-SW PIC X VALUE 'N'.
           88 PCHQ-LISTED VALUE 'Y'.

       01 AUDIT-WORK-LINE PIC X(160).
       01 AUDIT-FIELDS.
           05 AUD-BANK-ID PIC X(5).
           05 FORMATTED-SIGNED-SALDO PIC -(07)9.99.
           05 FORMATTED-SIGNED-SALDO-2 PIC -(07)9.99.
           05 OUTPUT-BUFFER PIC X(120).
       01 SAVED-RETURN-CODE PIC S9(9) COMP.
       COPY REGNREC.
       COPY RPTPREC.

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
           PERFORM LoadStatementCycles
           PERFORM LoadHolds
           PERFORM LoadPaidCheques
           PERFORM LoadOpeningBalances
           PERFORM LoadCustomerLinks
           PERFORM LoadAccountHolders
           PERFORM LoadAddresses
           OPEN OUTPUT STATEMENT-DATA
           IF STATEMENT-FILE-STATUS NOT = "00"
               MOVE "ST0002" TO MSG-ID
                       EXPORT-FILE-STATUS) TO MSG-TEXT
                   PERFORM LogMessage
               END-IF
               OPEN OUTPUT HELD-STATEMENT-DATA
               IF HELDSTMT-FILE-STATUS = "00"
                   SET HELD-FILE-OPEN TO TRUE
               ELSE
                   MOVE "ST0006" TO MSG-ID
                   MOVE "S" TO MSG-SEVERITY
                   MOVE function concatenate(
                       "CANNOT OPEN statements_held.txt, STATUS=",
                       HELDSTMT-FILE-STATUS,
                       " - HELD STATEMENTS NOT WRITTEN") TO MSG-TEXT
                   PERFORM LogMessage
                   MOVE 16 TO RETURN-CODE
               END-IF
               SORT SORT-WORK ON ASCENDING KEY
                   SR-BANK SR-ACCOUNT SR-CURRENCY SR-SEQ
                   INPUT PROCEDURE IS ReleaseAuditLines
               IF EXPORT-OPEN
                   CLOSE EXPORT-DATA
               END-IF
               IF HELD-FILE-OPEN
                   CLOSE HELD-STATEMENT-DATA
               END-IF
               CLOSE STATEMENT-DATA
               MOVE 'batchprocess/statements.txt' TO PG-FILE-NAME
               MOVE 'CUSTOMER STATEMENTS' TO PG-TITLE
               PERFORM PageReport
               IF STMT-COPY-USED
                   CALL "CBL_DELETE_FILE" USING STMT-COPY-NAME
                   END-CALL
               END-IF
               PERFORM WriteMailingLabels
               PERFORM ReportMailRouting
           END-IF
           PERFORM RewriteStatementCycles
           GOBACK.
           END-PERFORM
           .

       LoadPaidCheques SECTION.
           OPEN INPUT CHEQUE-PAID-DATA
           IF CHQPAID-FILE-STATUS = "00"
               PERFORM UNTIL PCHQ-EOF
                   READ CHEQUE-PAID-DATA
                       AT END SET PCHQ-EOF TO TRUE
                       NOT AT END
                           IF CP-AMOUNT-F IS NUMERIC
                               AND CP-PAID-DATE-F IS NUMERIC
                               AND PCHQ-USED < 10000
                               ADD 1 TO PCHQ-USED
                               MOVE CP-BANK-ID-F
                                   TO PCHQ-BANK(PCHQ-USED)
                               MOVE CP-ACCOUNT-ID-F
                                   TO PCHQ-ACCOUNT(PCHQ-USED)
                               MOVE CP-CURRENCY-F
                                   TO PCHQ-CURRENCY(PCHQ-USED)
                               MOVE CP-CHEQUE-NO-F
                                   TO PCHQ-NUMBER(PCHQ-USED)
                               MOVE CP-AMOUNT-N
                                   TO PCHQ-AMOUNT(PCHQ-USED)
                               MOVE CP-PAID-DATE-F
                                   TO PCHQ-DATE(PCHQ-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-PAID-DATA
           END-IF
           .

      * the cycle entry found for this statement still holds the
      * previous cut date - only cheques paid after it are listed
       WritePaidChequeLines SECTION.
           MOVE 'N' TO PCHQ-LISTED-SW
           PERFORM VARYING PCHQ-INDEX FROM 1 BY 1
               UNTIL PCHQ-INDEX > PCHQ-USED
               IF PCHQ-BANK(PCHQ-INDEX) = KEY-BANK-ID
                   AND PCHQ-ACCOUNT(PCHQ-INDEX) = KEY-ACCOUNT-ID
                   AND PCHQ-CURRENCY(PCHQ-INDEX) = KEY-CURRENCY
                   AND (CYC-MATCH-INDEX = 0
                     OR PCHQ-DATE(PCHQ-INDEX) >
                        CYC-DATE(CYC-MATCH-INDEX))
                   IF NOT PCHQ-LISTED
                       MOVE 'Paid cheques:' TO OUTPUT-BUFFER
                       PERFORM WriteStatementLine
                       SET PCHQ-LISTED TO TRUE
                   END-IF
                   MOVE PCHQ-AMOUNT(PCHQ-INDEX)
                       TO FORMATTED-HOLD-AMOUNT
                   MOVE function concatenate('  Cheque no. ',
                       PCHQ-NUMBER(PCHQ-INDEX), '       ',
                       FORMATTED-HOLD-AMOUNT, ' paid ',
                       PCHQ-DATE(PCHQ-INDEX)) TO OUTPUT-BUFFER
                   PERFORM WriteStatementLine
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * Input loading
      *****************************************************************
               MOVE 1 TO STATEMENT-SEQ
           END-IF
           MOVE STATEMENT-SEQ TO STATEMENT-SEQ-ED
           PERFORM CollectAddressees
           IF ADE-USED > 1
               PERFORM StartStatementCopy
           END-IF
           IF NOT STATEMENT-COPYING
               MOVE 1 TO ADE-INDEX
               PERFORM ResolveMailRoute
               PERFORM WriteStatementOpening
           END-IF
           MOVE function concatenate('Statement no. ',
               FUNCTION TRIM(STATEMENT-SEQ-ED), ' for bank ',
               KEY-BANK-ID, ' account ', KEY-ACCOUNT-ID,
               TO OUTPUT-BUFFER
           PERFORM WriteStatementLine
           PERFORM WriteReservedLines
           PERFORM WritePaidChequeLines
           PERFORM ExportStatementClosing
           MOVE SPACES TO OUTPUT-BUFFER
           PERFORM WriteStatementLine
           PERFORM ReleaseStatementCopies
           PERFORM NoteCycleCut
           .

               TO OUTPUT-BUFFER
           PERFORM WriteStatementLine
           PERFORM WriteReservedLines
           PERFORM WritePaidChequeLines
           PERFORM ExportStatementClosing
           MOVE SPACES TO OUTPUT-BUFFER
           PERFORM WriteStatementLine
           PERFORM ReleaseStatementCopies
           PERFORM NoteCycleCut
           .

           PERFORM WriteStatementLine
           .

      * a held statement goes to the branch file; when that file
      * could not be opened it is not written at all rather than
      * mailed against the customer's instruction
       WriteStatementLine SECTION.
           IF STATEMENT-COPYING
               MOVE OUTPUT-BUFFER TO STMT-COPY-LINE
               WRITE STMT-COPY-F
               EXIT SECTION
           END-IF
           IF MAIL-RETURNED OR MAIL-HELD
               IF HELD-FILE-OPEN
                   MOVE OUTPUT-BUFFER TO HELD-STATEMENT-LINE
                   WRITE HELD-STATEMENT-F
               END-IF
               EXIT SECTION
           END-IF
           MOVE OUTPUT-BUFFER TO STATEMENT-LINE
           WRITE STATEMENT-DATA-F FROM STATEMENT-LINE
           IF STATEMENT-FILE-STATUS NOT = "00"
           END-IF
           .

      * separator, then the address block of the addressee the mail
      * route was resolved for
       WriteStatementOpening SECTION.
           MOVE '====================================================='
               TO OUTPUT-BUFFER
           PERFORM WriteStatementLine
           PERFORM WriteAddressBlock
           .

      * a statement for several holders is written to the copy file
      * first; without it the first holder alone is stated
       StartStatementCopy SECTION.
           OPEN OUTPUT STMT-COPY-DATA
           IF STMTCOPY-FILE-STATUS = "00"
               SET STATEMENT-COPYING TO TRUE
               SET STMT-COPY-USED TO TRUE
           ELSE
               MOVE "ST0010" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN stmt_copy.tmp, STATUS=",
                   STMTCOPY-FILE-STATUS, " - ", KEY-BANK-ID, "/",
                   KEY-ACCOUNT-ID, " STATED TO THE FIRST HOLDER ONLY")
                   TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 1 TO ADE-USED
           END-IF
           .

      * one copy of the finished statement per holder, each routed
      * by that holder's own address and mail instruction
       ReleaseStatementCopies SECTION.
           IF NOT STATEMENT-COPYING
               EXIT SECTION
           END-IF
           CLOSE STMT-COPY-DATA
           MOVE 'N' TO STMT-COPY-SW
           PERFORM VARYING ADE-INDEX FROM 1 BY 1
               UNTIL ADE-INDEX > ADE-USED
               PERFORM ResolveMailRoute
               PERFORM WriteStatementOpening
               OPEN INPUT STMT-COPY-DATA
               IF STMTCOPY-FILE-STATUS = "00"
                   MOVE 'N' TO STMT-COPY-EOF-SW
                   PERFORM UNTIL STMT-COPY-EOF
                       READ STMT-COPY-DATA
                           AT END SET STMT-COPY-EOF TO TRUE
                           NOT AT END
                               MOVE STMT-COPY-LINE TO OUTPUT-BUFFER
                               PERFORM WriteStatementLine
                       END-READ
                   END-PERFORM
                   CLOSE STMT-COPY-DATA
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * Postal address and mail routing
      *****************************************************************
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

      * bank(1:5) account(7:10) customer(18:8) role(27:1)
       LoadAccountHolders SECTION.
           OPEN INPUT ACCOUNT-HOLDER-DATA
           IF HOLDER-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ ACCOUNT-HOLDER-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF JH-CUSTOMER-ID-F NOT = SPACES
                               AND JH-BANK-ID-F IS NUMERIC
                               AND JH-ACCOUNT-ID-F IS NUMERIC
                               AND HL-USED < 5000
                               ADD 1 TO HL-USED
                               MOVE JH-BANK-ID-F TO HL-BANK(HL-USED)
                               MOVE JH-ACCOUNT-ID-F
                                   TO HL-ACCOUNT(HL-USED)
                               MOVE JH-CUSTOMER-ID-F
                                   TO HL-CUSTOMER(HL-USED)
                               MOVE JH-ROLE-F TO HL-ROLE(HL-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-HOLDER-DATA
           END-IF
           .

       LoadAddresses SECTION.
           OPEN INPUT ADDRESS-DATA
           IF ADDRESS-FILE-STATUS = "00"
               SET ADDRESS-FILE-LOADED TO TRUE
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ ADDRESS-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF AD-CUSTOMER-ID-F NOT = SPACES
                               AND AR-USED < 5000
                               ADD 1 TO AR-USED
                               MOVE AD-CUSTOMER-ID-F
                                   TO AR-CUSTOMER(AR-USED)
                               MOVE AD-LINE-1-F TO AR-LINE-1(AR-USED)
                               MOVE AD-LINE-2-F TO AR-LINE-2(AR-USED)
                               MOVE AD-POSTCODE-F
                                   TO AR-POSTCODE(AR-USED)
                               MOVE AD-TOWN-F TO AR-TOWN(AR-USED)
                               MOVE AD-COUNTRY-F TO AR-COUNTRY(AR-USED)
                               MOVE AD-RETURNED-F
                                   TO AR-RETURNED(AR-USED)
                               MOVE AD-HOLD-F TO AR-HOLD(AR-USED)
                               MOVE AD-HOLD-UNTIL-F
                                   TO AR-HOLD-UNTIL(AR-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-DATA
           END-IF
           .

      * the addressees of KEY-BANK-ID/KEY-ACCOUNT-ID: every holder
      * on account_holders.txt, else the first linked customer
       CollectAddressees SECTION.
           MOVE 0 TO ADE-USED
           PERFORM VARYING HL-INDEX FROM 1 BY 1
               UNTIL HL-INDEX > HL-USED
               IF HL-BANK(HL-INDEX) = KEY-BANK-ID
                   AND HL-ACCOUNT(HL-INDEX) = KEY-ACCOUNT-ID
                   AND ADE-USED < 20
                   ADD 1 TO ADE-USED
                   MOVE HL-CUSTOMER(HL-INDEX) TO ADE-CUSTOMER(ADE-USED)
                   MOVE HL-ROLE(HL-INDEX) TO ADE-ROLE(ADE-USED)
                   PERFORM FindAddresseeName
               END-IF
           END-PERFORM
           IF ADE-USED > 0
               EXIT SECTION
           END-IF
           MOVE 0 TO CULINK-MATCH-INDEX
           PERFORM VARYING CULINK-INDEX FROM 1 BY 1
               UNTIL CULINK-INDEX > CULINK-USED
                   OR CULINK-MATCH-INDEX > 0
               IF CULINK-BANK(CULINK-INDEX) = KEY-BANK-ID
                   AND CULINK-ACCOUNT(CULINK-INDEX) = KEY-ACCOUNT-ID
                   MOVE CULINK-INDEX TO CULINK-MATCH-INDEX
               END-IF
           END-PERFORM
           IF CULINK-MATCH-INDEX > 0
               MOVE 1 TO ADE-USED
               MOVE CULINK-CUSTOMER(CULINK-MATCH-INDEX)
                   TO ADE-CUSTOMER(1)
               MOVE CULINK-NAME(CULINK-MATCH-INDEX) TO ADE-NAME(1)
               MOVE SPACE TO ADE-ROLE(1)
           END-IF
           .

      * a holder's name is the one customer_master.txt carries for
      * the customer on any account
       FindAddresseeName SECTION.
           MOVE 0 TO CULINK-MATCH-INDEX
           PERFORM VARYING CULINK-INDEX FROM 1 BY 1
               UNTIL CULINK-INDEX > CULINK-USED
                   OR CULINK-MATCH-INDEX > 0
               IF CULINK-CUSTOMER(CULINK-INDEX)
                   = ADE-CUSTOMER(ADE-USED)
                   MOVE CULINK-INDEX TO CULINK-MATCH-INDEX
               END-IF
           END-PERFORM
           IF CULINK-MATCH-INDEX > 0
               MOVE CULINK-NAME(CULINK-MATCH-INDEX)
                   TO ADE-NAME(ADE-USED)
           ELSE
               MOVE function concatenate('CUSTOMER ',
                   ADE-CUSTOMER(ADE-USED)) TO ADE-NAME(ADE-USED)
           END-IF
           .

      * the recipient is addressee ADE-INDEX and the address is that
      * customer's. Returned mail wins over a hold; a hold is live
      * up to its hold-until date.
       ResolveMailRoute SECTION.
           SET MAIL-NO-ADDRESS TO TRUE
           MOVE SPACES TO RECIPIENT-NAME
           MOVE 0 TO AR-MATCH-INDEX
           IF ADE-INDEX = 0 OR ADE-INDEX > ADE-USED
               EXIT SECTION
           END-IF
           MOVE ADE-NAME(ADE-INDEX) TO RECIPIENT-NAME
           PERFORM VARYING AR-INDEX FROM 1 BY 1
               UNTIL AR-INDEX > AR-USED OR AR-MATCH-INDEX > 0
               IF AR-CUSTOMER(AR-INDEX) = ADE-CUSTOMER(ADE-INDEX)
                   MOVE AR-INDEX TO AR-MATCH-INDEX
               END-IF
           END-PERFORM
           IF AR-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           EVALUATE TRUE
           WHEN AR-RETURNED(AR-MATCH-INDEX) = 'Y'
               SET MAIL-RETURNED TO TRUE
           WHEN AR-HOLD(AR-MATCH-INDEX) = 'H'
               AND (AR-HOLD-UNTIL(AR-MATCH-INDEX) = SPACES
                 OR AR-HOLD-UNTIL(AR-MATCH-INDEX) >= RUN-DATE)
               SET MAIL-HELD TO TRUE
           WHEN OTHER
               SET MAIL-BY-POST TO TRUE
           END-EVALUATE
           .

      * name and address under the statement rule; a held statement
      * opens with the routing note for the branch, a posted one
      * puts its label on the mailing list
       WriteAddressBlock SECTION.
           EVALUATE TRUE
           WHEN MAIL-RETURNED
               ADD 1 TO HELD-COUNT
               MOVE function concatenate('HELD FOR BRANCH ',
                   KEY-BANK-ID, ' - MAIL RETURNED UNDELIVERABLE')
                   TO OUTPUT-BUFFER
               PERFORM WriteStatementLine
           WHEN MAIL-HELD
               ADD 1 TO HELD-COUNT
               MOVE function concatenate('HELD FOR BRANCH ',
                   KEY-BANK-ID, ' - HOLD MAIL UNTIL ',
                   AR-HOLD-UNTIL(AR-MATCH-INDEX))
                   TO OUTPUT-BUFFER
               PERFORM WriteStatementLine
           WHEN MAIL-NO-ADDRESS
               ADD 1 TO NO-ADDRESS-COUNT
               IF RECIPIENT-NAME NOT = SPACES
                   MOVE RECIPIENT-NAME TO OUTPUT-BUFFER
                   PERFORM WriteStatementLine
                   PERFORM WriteHolderRoleLine
               END-IF
               MOVE 'ADDRESS NOT ON FILE' TO OUTPUT-BUFFER
               PERFORM WriteStatementLine
               MOVE SPACES TO OUTPUT-BUFFER
               PERFORM WriteStatementLine
               EXIT SECTION
           WHEN OTHER
               ADD 1 TO POSTED-COUNT
               PERFORM AddMailingLabel
           END-EVALUATE
           MOVE RECIPIENT-NAME TO OUTPUT-BUFFER
           PERFORM WriteStatementLine
           PERFORM WriteHolderRoleLine
           MOVE AR-LINE-1(AR-MATCH-INDEX) TO OUTPUT-BUFFER
           PERFORM WriteStatementLine
           IF AR-LINE-2(AR-MATCH-INDEX) NOT = SPACES
               MOVE AR-LINE-2(AR-MATCH-INDEX) TO OUTPUT-BUFFER
               PERFORM WriteStatementLine
           END-IF
           MOVE function concatenate(
               FUNCTION TRIM(AR-POSTCODE(AR-MATCH-INDEX)), ' ',
               AR-TOWN(AR-MATCH-INDEX)) TO OUTPUT-BUFFER
           PERFORM WriteStatementLine
           MOVE AR-COUNTRY(AR-MATCH-INDEX) TO OUTPUT-BUFFER
           PERFORM WriteStatementLine
           MOVE SPACES TO OUTPUT-BUFFER
           PERFORM WriteStatementLine
           .

      * the role the copy is addressed in, for a jointly held account
       WriteHolderRoleLine SECTION.
           EVALUATE ADE-ROLE(ADE-INDEX)
           WHEN 'P'
               MOVE 'Primary account holder' TO OUTPUT-BUFFER
           WHEN 'J'
               MOVE 'Joint account holder' TO OUTPUT-BUFFER
           WHEN 'A'
               MOVE 'Attorney for the account holder' TO OUTPUT-BUFFER
           WHEN 'G'
               MOVE 'Guardian for the account holder' TO OUTPUT-BUFFER
           WHEN OTHER
               EXIT SECTION
           END-EVALUATE
           PERFORM WriteStatementLine
           .

       AddMailingLabel SECTION.
           IF LB-USED >= 2000
               ADD 1 TO LABELS-LEFT-OFF
               EXIT SECTION
           END-IF
           ADD 1 TO LB-USED
           MOVE AR-COUNTRY(AR-MATCH-INDEX) TO LB-COUNTRY(LB-USED)
           MOVE AR-POSTCODE(AR-MATCH-INDEX) TO LB-POSTCODE(LB-USED)
           MOVE RECIPIENT-NAME TO LB-NAME(LB-USED)
           MOVE AR-LINE-1(AR-MATCH-INDEX) TO LB-LINE-1(LB-USED)
           MOVE AR-LINE-2(AR-MATCH-INDEX) TO LB-LINE-2(LB-USED)
           MOVE AR-TOWN(AR-MATCH-INDEX) TO LB-TOWN(LB-USED)
           MOVE KEY-BANK-ID TO LB-BANK(LB-USED)
           MOVE KEY-ACCOUNT-ID TO LB-ACCOUNT(LB-USED)
           .

      *****************************************************************
      * Mailing labels (mailing_labels.txt) in postal code order
      *****************************************************************
       WriteMailingLabels SECTION.
           OPEN OUTPUT LABEL-DATA
           IF LABEL-FILE-STATUS NOT = "00"
               MOVE "ST0007" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN mailing_labels.txt, STATUS=",
                   LABEL-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           SORT LABEL-SORT-WORK ON ASCENDING KEY
               LS-COUNTRY LS-POSTCODE LS-NAME LS-BANK LS-ACCOUNT
               INPUT PROCEDURE IS ReleaseMailingLabels
               OUTPUT PROCEDURE IS ReturnMailingLabels
           CLOSE LABEL-DATA
           .

       ReleaseMailingLabels SECTION.
           PERFORM VARYING LB-INDEX FROM 1 BY 1
               UNTIL LB-INDEX > LB-USED
               MOVE LB-COUNTRY(LB-INDEX) TO LS-COUNTRY
               MOVE LB-POSTCODE(LB-INDEX) TO LS-POSTCODE
               MOVE LB-NAME(LB-INDEX) TO LS-NAME
               MOVE LB-LINE-1(LB-INDEX) TO LS-LINE-1
               MOVE LB-LINE-2(LB-INDEX) TO LS-LINE-2
               MOVE LB-TOWN(LB-INDEX) TO LS-TOWN
               MOVE LB-BANK(LB-INDEX) TO LS-BANK
               MOVE LB-ACCOUNT(LB-INDEX) TO LS-ACCOUNT
               RELEASE LABEL-SORT-REC
           END-PERFORM
           .

       ReturnMailingLabels SECTION.
           MOVE 'N' TO LABEL-SORT-EOF-SW
           PERFORM UNTIL LABEL-SORT-EOF
               RETURN LABEL-SORT-WORK
                   AT END SET LABEL-SORT-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO LABEL-F
                       MOVE LS-COUNTRY TO LABEL-COUNTRY-F
                       MOVE LS-POSTCODE TO LABEL-POSTCODE-F
                       MOVE LS-NAME TO LABEL-NAME-F
                       MOVE LS-LINE-1 TO LABEL-LINE-1-F
                       MOVE LS-LINE-2 TO LABEL-LINE-2-F
                       MOVE LS-TOWN TO LABEL-TOWN-F
                       MOVE LS-BANK TO LABEL-BANK-F
                       MOVE LS-ACCOUNT TO LABEL-ACCOUNT-F
                       WRITE LABEL-F
               END-RETURN
           END-PERFORM
           .

      * statements without an address still go out with the post
      * run, but the mailroom has to address them by hand
       ReportMailRouting SECTION.
           DISPLAY "Statements for the post: " POSTED-COUNT
               "  held for the branch: " HELD-COUNT
               "  without address: " NO-ADDRESS-COUNT
           IF LABELS-LEFT-OFF > 0
               MOVE "ST0008" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate("MAILING LABEL TABLE FULL - ",
                   LABELS-LEFT-OFF, " LABELS LEFT OFF") TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF NO-ADDRESS-COUNT > 0 AND ADDRESS-FILE-LOADED
               MOVE "ST0009" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(NO-ADDRESS-COUNT,
                   " STATEMENTS WITHOUT A POSTAL ADDRESS ON ",
                   "customer_addresses.txt") TO MSG-TEXT
               PERFORM LogMessage
           END-IF
           .

      *****************************************************************
      * Standard page layout (RPTPAGE) of statements.txt
      *****************************************************************
       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'STATEMENT' TO PG-PROGRAM
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
