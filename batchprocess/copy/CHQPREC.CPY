      *****************************************************************
      * Shared paid-cheque register record (cheques_paid.txt) - one
      * line per cheque the night run has paid, so a second
      * presentment is refused; STATEMENT lists the cheques paid
      * since the last statement under each account.
      *****************************************************************
           01 CHEQUE-PAID-F.
            05 CP-BANK-ID-F PIC X(5).
            05 CP-ACCOUNT-ID-F PIC X(10).
            05 CP-CURRENCY-F PIC X(3).
            05 CP-CHEQUE-NO-F PIC X(8).
            05 CP-AMOUNT-F PIC X(10).
            05 CP-AMOUNT-N REDEFINES CP-AMOUNT-F PIC 9(8)V99.
            05 CP-PAID-DATE-F PIC X(8).
            05 CP-POSTING-REF-F PIC X(10).
