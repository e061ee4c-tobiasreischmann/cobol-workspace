      *****************************************************************
      * Shared in-memory bank/account/currency tables and the search
      * result switches - the single definition of the posting state
      * used by BATCHPROCESS and the POSTENGINE subprogram. In
      * BATCHPROCESS the bank table caches the banks the run is
      * working with and the account tables only the accounts it has
      * touched; the rest stay on the run work file and the indexed
      * master.
      *****************************************************************
       01 NUMBER-OF-BANKS PIC 999 VALUE 0.

      * never seen a movement. Persisted through the checkpoint so a
      * resumed run keeps the dormancy picture intact.
               05 LAST-ACTIVITY-DATE PIC 9(8) VALUE 0.
      * customer debits posted in the processing month, tested
      * against the product's monthly maximum; persisted through
      * product_debit_counts.txt and the checkpoint
               05 MONTH-DEBIT-COUNT PIC 9(5) VALUE 0.
               05 NUMBER-OF-CURRENCIES PIC 9 VALUE 0.
               05 ACCT-CURRENCY OCCURS 5 TIMES.
                   10 CURRENCY-CODE PIC X(3) VALUE SPACES.
