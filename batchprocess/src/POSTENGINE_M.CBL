      *                       exactly the BATCHPROCESS rule
      *               'REV ' - back out the posting named by
      *                       TR-REV-REF-X from this session's log
      *               'PROD' - register a product: the TRANSACTION
      *                       area carries a product_catalog.txt
      *                       line (PRODREC layout)
      *               'TYPE' - set the account's product type from
      *                       TR-COMMENT(1:1)
      *               'DCNT' - set the account's customer debits so
      *                       far this month from TR-COMMENT(1:5)
      *   POST and XFER apply the account's product rules after
      *   the overdraft test, with the BATCHPROCESS reasons
      *   (PRODUCT-CURRENCY, PRODUCT-NO-OVERDRAFT, PRODUCT-MIN-BALANCE,
      *   PRODUCT-DEBIT-LIMIT; DEST- prefixed for a transfer's
      *   receiving account)
      *   PE-REPLY-STATUS ' ' posted/ok, 'R' rejected (see
      *               PE-REJECT-REASON), 'E' unknown function
      *   PE-POSTING-REF carries the reference assigned to the last
       WORKING-STORAGE SECTION.
           COPY BANKTAB.
           COPY ODFACTAB.
           COPY PRODTAB.
           COPY PRODREC.
       01 PRODUCT-BREACH PIC X(26).
       01 SIGNED-AMOUNT PIC S9(08)V99.
       01 PROSPECTIVE-BALANCE PIC S9(11)V99.
      * session posting log - every movement gets a reference so a
               88 PE-FUNC-FACILITY VALUE 'FAC '.
               88 PE-FUNC-TRANSFER VALUE 'XFER'.
               88 PE-FUNC-REVERSE VALUE 'REV '.
               88 PE-FUNC-PRODUCT VALUE 'PROD'.
               88 PE-FUNC-TYPE VALUE 'TYPE'.
               88 PE-FUNC-DEBIT-COUNT VALUE 'DCNT'.
           05 PE-REPLY-STATUS PIC X.
               88 PE-POSTED VALUE ' '.
               88 PE-REJECTED VALUE 'R'.
               PERFORM TransferTransaction
           WHEN PE-FUNC-REVERSE
               PERFORM ReverseTransaction
           WHEN PE-FUNC-PRODUCT
               PERFORM RegisterProduct
           WHEN PE-FUNC-TYPE
               PERFORM SetAccountType
           WHEN PE-FUNC-DEBIT-COUNT
               PERFORM SetDebitCount
           WHEN OTHER
               SET PE-BAD-FUNCTION TO TRUE
           END-EVALUATE
               IF NOT PE-REJECTED
                   PERFORM ComputeProspectiveBalance
               END-IF
               IF NOT PE-REJECTED
                   PERFORM CheckProductRules
                   IF PRODUCT-BREACH NOT = SPACES
                       SET PE-REJECTED TO TRUE
                       MOVE PRODUCT-BREACH TO PE-REJECT-REASON
                   END-IF
               END-IF
               IF NOT PE-REJECTED
                   PERFORM AddToSaldo
                   PERFORM NoteProductDebit
               END-IF
           END-IF
           .
           IF NOT PE-REJECTED
               PERFORM ComputeProspectiveBalance
           END-IF
           IF NOT PE-REJECTED
               PERFORM CheckProductRules
               IF PRODUCT-BREACH NOT = SPACES
                   SET PE-REJECTED TO TRUE
                   MOVE PRODUCT-BREACH TO PE-REJECT-REASON
               END-IF
           END-IF
      * destination side before anything posts
           IF NOT PE-REJECTED
               MOVE XW-DEST-BANK TO TR-BANK-ID-X
                   MOVE 'DEST-ACCOUNT-NOT-OPEN' TO PE-REJECT-REASON
               END-IF
           END-IF
           IF NOT PE-REJECTED
               MOVE 'C' TO TR-DR-CR
               PERFORM CheckProductRules
               IF PRODUCT-BREACH NOT = SPACES
                   SET PE-REJECTED TO TRUE
                   MOVE function concatenate('DEST-', PRODUCT-BREACH)
                       TO PE-REJECT-REASON
               END-IF
           END-IF
           IF PE-REJECTED
               MOVE XW-SAVED-TRANSACTION TO TRANSACTION
               EXIT SECTION
           MOVE 'D' TO TR-DR-CR
           PERFORM LocateCurrencySlot
           PERFORM AddToSaldo
           PERFORM NoteProductDebit
           MOVE XW-SAVED-TRANSACTION TO TRANSACTION
           .

           END-EVALUATE
           .

      *****************************************************************
      * Product catalog - callers register each product_catalog.txt
      * line, then the account types and this month's debit counts,
      * so a teller posting meets the same product rules as the
      * night run. A type with no product posts under the bank rules.
      *****************************************************************
       RegisterProduct SECTION.
           MOVE TRANSACTION TO PRODUCT-CATALOG-F
           IF PR-TYPE-F = SPACE
               OR (PR-MIN-BALANCE-F NOT = SPACES
                   AND PR-MIN-BALANCE-F IS NOT NUMERIC)
               OR (PR-MAX-DEBITS-F NOT = SPACES
                   AND PR-MAX-DEBITS-F IS NOT NUMERIC)
               OR (PR-OVERDRAFT-F NOT = 'Y'
                   AND PR-OVERDRAFT-F NOT = 'N')
               SET PE-REJECTED TO TRUE
               MOVE 'INVALID-PRODUCT' TO PE-REJECT-REASON
               EXIT SECTION
           END-IF
           MOVE 0 TO PRD-MATCH-INDEX
           PERFORM VARYING PRD-INDEX FROM 1 BY 1
               UNTIL PRD-INDEX > PRD-USED
               IF PRD-TYPE(PRD-INDEX) = PR-TYPE-F
                   MOVE PRD-INDEX TO PRD-MATCH-INDEX
               END-IF
           END-PERFORM
           IF PRD-MATCH-INDEX = 0
               IF PRD-USED >= 36
                   SET PE-REJECTED TO TRUE
                   MOVE 'PRODUCT-CAPACITY-EXCEEDED' TO PE-REJECT-REASON
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
           MOVE PR-OVERDRAFT-F TO PRD-OVERDRAFT-SW(PRD-MATCH-INDEX)
           IF PR-MAX-DEBITS-F = SPACES
               MOVE 0 TO PRD-MAX-DEBITS(PRD-MATCH-INDEX)
           ELSE
               MOVE PR-MAX-DEBITS-N
                   TO PRD-MAX-DEBITS(PRD-MATCH-INDEX)
           END-IF
           MOVE PR-FEE-PLAN-F TO PRD-FEE-PLAN(PRD-MATCH-INDEX)
           .

       SetAccountType SECTION.
           PERFORM LocateAccountSlot
           IF NOT PE-REJECTED
               MOVE TR-COMMENT(1:1) TO
                   ACCOUNT-TYPE(BANK-INDEX,ACCOUNT-INDEX)
           END-IF
           .

       SetDebitCount SECTION.
           PERFORM LocateAccountSlot
           IF NOT PE-REJECTED AND TR-COMMENT(1:5) IS NUMERIC
               MOVE TR-COMMENT(1:5) TO
                   MONTH-DEBIT-COUNT(BANK-INDEX,ACCOUNT-INDEX)
           END-IF
           .

      * same rules and order as the BATCHPROCESS CheckProductRules;
      * for a debit PROSPECTIVE-BALANCE holds the balance after it
       CheckProductRules SECTION.
           MOVE SPACES TO PRODUCT-BREACH
           MOVE 0 TO PRD-MATCH-INDEX
           PERFORM VARYING PRD-INDEX FROM 1 BY 1
               UNTIL PRD-INDEX > PRD-USED OR PRD-MATCH-INDEX > 0
               IF PRD-TYPE(PRD-INDEX) =
                   ACCOUNT-TYPE(BANK-INDEX,ACCOUNT-INDEX)
                   MOVE PRD-INDEX TO PRD-MATCH-INDEX
               END-IF
           END-PERFORM
           IF PRD-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           MOVE 'Y' TO PRD-CURRENCY-SW
           IF PRD-CURRENCY(PRD-MATCH-INDEX,1) NOT = SPACES
               MOVE 'N' TO PRD-CURRENCY-SW
               PERFORM VARYING PRD-CURR-INDEX FROM 1 BY 1
                   UNTIL PRD-CURR-INDEX > 5
                   IF PRD-CURRENCY(PRD-MATCH-INDEX,PRD-CURR-INDEX)
                       = TR-CURRENCY
                       SET PRD-CURRENCY-ALLOWED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
           WHEN NOT PRD-CURRENCY-ALLOWED
               MOVE 'PRODUCT-CURRENCY' TO PRODUCT-BREACH
           WHEN NOT TR-IS-DEBIT
               CONTINUE
           WHEN NOT PRD-OVERDRAFT-ALLOWED(PRD-MATCH-INDEX)
               AND PROSPECTIVE-BALANCE < 0
               MOVE 'PRODUCT-NO-OVERDRAFT' TO PRODUCT-BREACH
           WHEN PRD-MIN-BALANCE(PRD-MATCH-INDEX) > 0
               AND PROSPECTIVE-BALANCE <
                   PRD-MIN-BALANCE(PRD-MATCH-INDEX)
               MOVE 'PRODUCT-MIN-BALANCE' TO PRODUCT-BREACH
           WHEN PRD-MAX-DEBITS(PRD-MATCH-INDEX) > 0
               AND MONTH-DEBIT-COUNT(BANK-INDEX,ACCOUNT-INDEX)
                   >= PRD-MAX-DEBITS(PRD-MATCH-INDEX)
               MOVE 'PRODUCT-DEBIT-LIMIT' TO PRODUCT-BREACH
           END-EVALUATE
           .

       NoteProductDebit SECTION.
           IF TR-IS-DEBIT
               ADD 1 TO MONTH-DEBIT-COUNT(BANK-INDEX,ACCOUNT-INDEX)
           END-IF
           .

       LocateAccountSlot SECTION.
           PERFORM SearchBank
           IF BANK-CAPACITY-EXCEEDED
           PERFORM VARYING CURRENCY-INDEX FROM 1 BY 1
               UNTIL CURRENCY-INDEX >
                   NUMBER-OF-CURRENCIES(BANK-INDEX,ACCOUNT-INDEX)
               OR CURRENCY-FOUND
               IF CURRENCY-CODE(BANK-INDEX,ACCOUNT-INDEX,CURRENCY-INDEX)
                   = TR-CURRENCY
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CURRENCY-FOUND
               SUBTRACT 1 FROM CURRENCY-INDEX
           END-IF
           IF NOT CURRENCY-FOUND
               IF NUMBER-OF-CURRENCIES(BANK-INDEX,ACCOUNT-INDEX) >= 5
                   SET CURRENCY-CAPACITY-EXCEEDED TO TRUE
