      *****************************************************************
      * Shared dispute case record (disputes.txt) - one line per
      * customer dispute of a debit, opened by DISPUTE against the
      * debit's posting reference from posting_refs.txt.
      *   provisional amount is the credit given while the case is
      *   investigated (0 none); provisional ref is its posting
      *   reference, blank until the night run has posted it
      *   status O opened, I under investigation, C chargeback
      *   raised with the merchant's bank, F resolved for the
      *   customer (credit final), R resolved against the customer
      *   (provisional credit reversed)
      *   due date is the regulatory response date; resolved date
      *   stays blank while the case is open
      *****************************************************************
           01 DISPUTE-CASE-F.
            05 DP-CASE-ID-F PIC X(8).
            05 DP-OPENED-DATE-F PIC X(8).
            05 DP-BANK-ID-F PIC X(5).
            05 DP-ACCOUNT-ID-F PIC X(10).
            05 DP-CURRENCY-F PIC X(3).
            05 DP-POSTING-REF-F PIC X(10).
            05 DP-AMOUNT-F PIC X(10).
            05 DP-AMOUNT-N REDEFINES DP-AMOUNT-F PIC 9(8)V99.
            05 DP-PROV-AMOUNT-F PIC X(10).
            05 DP-PROV-AMOUNT-N REDEFINES DP-PROV-AMOUNT-F
                PIC 9(8)V99.
            05 DP-PROV-REF-F PIC X(10).
            05 DP-STATUS-F PIC X(1).
            05 DP-DUE-DATE-F PIC X(8).
            05 DP-RESOLVED-DATE-F PIC X(8).
            05 DP-OPERATOR-F PIC X(8).
