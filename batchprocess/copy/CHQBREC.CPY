      *****************************************************************
      * Shared cheque book register record (cheque_register.txt) -
      * one line per cheque book issued, with the range of cheque
      * numbers printed in it. A debit whose comment opens with
      * 'CHQ <cheque number>' is a presented cheque and must carry a
      * number from a book issued to the debited account.
      *   ACCTMAINT issues books; numbers are 8 digits.
      *****************************************************************
           01 CHEQUE-BOOK-F.
            05 CB-BANK-ID-F PIC X(5).
            05 CB-ACCOUNT-ID-F PIC X(10).
            05 CB-FIRST-NO-F PIC X(8).
            05 CB-LAST-NO-F PIC X(8).
            05 CB-ISSUE-DATE-F PIC X(8).
