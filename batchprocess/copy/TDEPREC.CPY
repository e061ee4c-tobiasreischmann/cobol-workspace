      *****************************************************************
      * Shared term deposit register record (term_deposits.txt) -
      * one line per fixed-term deposit. The deposit balance sits on
      * its own account; the night run pays it out or rolls it over
      * on the maturity date and rewrites the register.
      *   rate is the nominal yearly percentage (actual/365 days),
      *   rollover N pays principal plus interest to the payout
      *   account, P rolls the principal over and pays the interest,
      *   R rolls principal plus interest over. A blank payout
      *   account leaves the money on the deposit account.
      *   status A active, M matured and paid out, W withdrawn early.
      *****************************************************************
           01 TERM-DEPOSIT-F.
            05 TD-DEPOSIT-ID-F PIC X(10).
            05 TD-BANK-ID-F PIC X(5).
            05 TD-ACCOUNT-ID-F PIC X(10).
            05 TD-AMOUNT-F PIC X(12).
            05 TD-AMOUNT-N REDEFINES TD-AMOUNT-F PIC 9(10)V99.
            05 TD-CURRENCY-F PIC X(3).
            05 TD-START-DATE-F PIC X(8).
            05 TD-MATURITY-DATE-F PIC X(8).
            05 TD-RATE-F PIC X(7).
            05 TD-RATE-N REDEFINES TD-RATE-F PIC 9(3)V9(4).
            05 TD-ROLLOVER-F PIC X(1).
            05 TD-PAYOUT-BANK-F PIC X(5).
            05 TD-PAYOUT-ACCOUNT-F PIC X(10).
            05 TD-STATUS-F PIC X(1).
