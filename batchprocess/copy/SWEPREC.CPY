      *****************************************************************
      * Shared sweep rule record (sweep_rules.txt) - one line per
      * operating account swept to a concentration account. The
      * night run executes the rules after all regular postings;
      * every rule with the same concentration account and currency
      * forms one pool on sweep_report.txt.
      *   rule type Z zero-balance - surplus up, deficit covered down,
      *             the operating account ends the night at zero
      *             T target-balance - the same around the target
      *             amount instead of zero
      *             H threshold - only the surplus above the target
      *             amount goes up, a shortfall is not covered
      *   target amount is ignored for Z
      *****************************************************************
           01 SWEEP-RULE-F.
            05 SW-SOURCE-BANK-F PIC X(5).
            05 SW-SOURCE-ACCOUNT-F PIC X(10).
            05 SW-TARGET-BANK-F PIC X(5).
            05 SW-TARGET-ACCOUNT-F PIC X(10).
            05 SW-CURRENCY-F PIC X(3).
            05 SW-RULE-TYPE-F PIC X(1).
            05 SW-TARGET-AMOUNT-F PIC X(12).
            05 SW-TARGET-AMOUNT-N REDEFINES SW-TARGET-AMOUNT-F
                PIC 9(10)V99.
