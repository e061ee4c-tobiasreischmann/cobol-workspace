      *****************************************************************
      * Shared collections history record (collections_history.txt)
      * - one line per account currency that is in the dunning
      * cycle, carrying the last stage a letter went out for so a
      * stage is never written twice. COLLECT drops the line once
      * the balance is back within its limit.
      *   stage 1 first reminder, 2 second reminder, 3 final notice,
      *   4 handed over to collections (account frozen)
      *   overdrawn-since is the master's first-overdrawn date the
      *   cycle was started on; a new overdraft starts a new cycle
      *   prior status is the account status before the handover
      *   freeze, blank until the account is handed over
      *****************************************************************
           01 COLLECTION-HISTORY-F.
            05 CH-BANK-ID-F PIC X(5).
            05 CH-ACCOUNT-ID-F PIC X(10).
            05 CH-CURRENCY-F PIC X(3).
            05 CH-STAGE-F PIC X(1).
            05 CH-STAGE-DATE-F PIC X(8).
            05 CH-OVERDRAWN-SINCE-F PIC X(8).
            05 CH-PRIOR-STATUS-F PIC X(1).
