      *****************************************************************
      * Shared balance history record (balance_history.txt) - one
      * end-of-day snapshot line per account and currency, appended
      * by every BATCHPROCESS run and kept for the BALHISTDAYS
      * retention period.
      *   date is the run's processing date; a rerun of the same date
      *   replaces that date's snapshot rather than adding a second
      *   balance is edited like opening_balances.txt (-(09)9.99)
      *****************************************************************
           01 BALANCE-HISTORY-F.
            05 BH-DATE-F PIC X(8).
            05 BH-BANK-ID-F PIC X(5).
            05 BH-ACCOUNT-ID-F PIC X(10).
            05 BH-CURRENCY-F PIC X(3).
            05 BH-BALANCE-F PIC X(13).
