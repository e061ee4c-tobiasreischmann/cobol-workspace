      *****************************************************************
      * Shared screening review record (screening_review.txt) - one
      * line per possible watchlist hit on an account holder. The
      * account stays frozen while its line is pending or confirmed;
      * clearing the line hands the account back its prior status.
      *   found by A account_master.txt holder, C customer_master.txt
      *   holder (both SCREENING), T transfer held in the night run
      *   status P pending review, C cleared (false positive),
      *   H hit confirmed by compliance
      *   decided-by/decided-date stay blank while pending
      *****************************************************************
           01 SCREENING-REVIEW-F.
            05 SR-FOUND-DATE-F PIC X(8).
            05 SR-BANK-ID-F PIC X(5).
            05 SR-ACCOUNT-ID-F PIC X(10).
            05 SR-FOUND-BY-F PIC X(1).
            05 SR-HOLDER-NAME-F PIC X(30).
            05 SR-ENTRY-ID-F PIC X(8).
            05 SR-LISTED-NAME-F PIC X(40).
            05 SR-LIST-SOURCE-F PIC X(10).
            05 SR-STATUS-F PIC X(1).
            05 SR-PRIOR-STATUS-F PIC X(1).
            05 SR-DECIDED-BY-F PIC X(8).
            05 SR-DECIDED-DATE-F PIC X(8).
