      *****************************************************************
      * Customer postal address record (customer_addresses.txt) - one
      * line per customer id of customer_master.txt, kept by
      * ADDRMAINT. Statements and advice letters print the address
      * block of the first customer linked to the account, or one
      * copy per holder for an account on account_holders.txt.
      *   returned Y when the post has sent mail back as
      *   undeliverable - set by the branch, cleared when the
      *   address is corrected
      *   hold H when the customer has asked for mail to be held at
      *   the branch, until the hold-until date (blank or 99991231 -
      *   until further notice)
      * Documents for a returned or held address go to the branch
      * files (statements_held.txt, advice_letters_held.txt) instead
      * of the post; the others get a line on mailing_labels.txt,
      * which STATEMENT writes sorted by country and postal code.
      *****************************************************************
           01 CUSTOMER-ADDRESS-F.
            05 AD-CUSTOMER-ID-F PIC X(8).
            05 FILLER PIC X(1).
            05 AD-LINE-1-F PIC X(35).
            05 FILLER PIC X(1).
            05 AD-LINE-2-F PIC X(35).
            05 FILLER PIC X(1).
            05 AD-POSTCODE-F PIC X(10).
            05 FILLER PIC X(1).
            05 AD-TOWN-F PIC X(25).
            05 FILLER PIC X(1).
            05 AD-COUNTRY-F PIC X(2).
            05 FILLER PIC X(1).
            05 AD-RETURNED-F PIC X(1).
            05 FILLER PIC X(1).
            05 AD-HOLD-F PIC X(1).
            05 FILLER PIC X(1).
            05 AD-HOLD-UNTIL-F PIC X(8).
            05 FILLER PIC X(1).
            05 AD-CHANGED-DATE-F PIC X(8).
