      *****************************************************************
      * Shared in-memory product catalog, loaded from
      * product_catalog.txt (PRODREC layout). Copied by BATCHPROCESS,
      * POSTENGINE and ACCTMAINT so posting and maintenance test the
      * same product rules. An account whose type has no entry here
      * posts under the plain bank rules.
      *****************************************************************
       01 PRODUCT-CATALOG.
           05 PRD-USED PIC 99 VALUE 0.
           05 PRD-ENTRY OCCURS 36 TIMES.
               10 PRD-TYPE PIC X.
               10 PRD-NAME PIC X(20).
               10 PRD-CURRENCY PIC X(3) OCCURS 5 TIMES.
               10 PRD-MIN-BALANCE PIC 9(10)V99.
               10 PRD-OVERDRAFT-SW PIC X.
                   88 PRD-OVERDRAFT-ALLOWED VALUE 'Y'.
               10 PRD-MAX-DEBITS PIC 9(3).
               10 PRD-FEE-PLAN PIC X(10).
               10 PRD-RATE-SW PIC X.
                   88 PRD-OWN-CREDIT-RATE VALUE 'C' 'B'.
                   88 PRD-OWN-DEBIT-RATE VALUE 'D' 'B'.
               10 PRD-CREDIT-RATE PIC 9(3)V9(4).
               10 PRD-DEBIT-RATE PIC 9(3)V9(4).
       01 PRD-INDEX PIC 99.
       01 PRD-MATCH-INDEX PIC 99.
       01 PRD-CURR-INDEX PIC 9.
       01 PRD-CURRENCY-SW PIC X VALUE 'N'.
           88 PRD-CURRENCY-ALLOWED VALUE 'Y'.
