      *****************************************************************
      * Shared product catalog record (product_catalog.txt) - one
      * line per product, keyed by the one-letter account type the
      * master carries in ACCOUNT-TYPE / MST-TYPE.
      *   allowed currencies: up to five 3-letter codes, blank = any
      *   minimum balance a debit may not take the account below;
      *   zero means no minimum
      *   overdraft Y allowed (within the facility/bank limit), N the
      *   balance may never go below zero whatever the facility says
      *   max debits: customer debits per calendar month, 0 unlimited
      *   fee plan: fee_schedule.txt category charged on the
      *   product's postings, blank for the ordinary category rules
      *   credit/debit rate: per-run accrual rates in percent that
      *   replace the bank's interest_rates.txt rates for the
      *   product, blank to keep the bank's rate
      *****************************************************************
           01 PRODUCT-CATALOG-F.
            05 PR-TYPE-F PIC X(1).
            05 PR-NAME-F PIC X(20).
            05 PR-CURRENCIES-F PIC X(15).
            05 PR-MIN-BALANCE-F PIC X(12).
            05 PR-MIN-BALANCE-N REDEFINES PR-MIN-BALANCE-F
                PIC 9(10)V99.
            05 PR-OVERDRAFT-F PIC X(1).
            05 PR-MAX-DEBITS-F PIC X(3).
            05 PR-MAX-DEBITS-N REDEFINES PR-MAX-DEBITS-F PIC 9(3).
            05 PR-FEE-PLAN-F PIC X(10).
            05 PR-CREDIT-RATE-F PIC X(7).
            05 PR-CREDIT-RATE-N REDEFINES PR-CREDIT-RATE-F
                PIC 9(3)V9(4).
            05 PR-DEBIT-RATE-F PIC X(7).
            05 PR-DEBIT-RATE-N REDEFINES PR-DEBIT-RATE-F
                PIC 9(3)V9(4).
