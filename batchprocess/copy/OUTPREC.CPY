      *****************************************************************
      * Shared outbound payment instruction record - the interbank
      * format of outbound_<bank>_<date>.txt, one file per
      * counterparty bank that is not on bank_master.txt. Each file
      * holds one batch per currency:
      *   OBH batch header - counterparty, currency, creation date
      *   OBD detail - one per payment, keyed by the posting
      *       reference of the customer debit
      *   OBT trailer - detail count, amount total and the hash
      *       total of the destination account numbers
      * The counterparty sends a payment it cannot apply back on
      * outbound_returns.txt as its detail line retyped OBR with a
      * return reason code; the night run re-credits the customer.
      *   amounts are unsigned, two implied decimals
      *****************************************************************
           01 OUTBOUND-PAYMENT-F.
            05 OP-RECORD-TYPE-F PIC X(3).
               88 OP-IS-HEADER VALUE 'OBH'.
               88 OP-IS-DETAIL VALUE 'OBD'.
               88 OP-IS-RETURN VALUE 'OBR'.
               88 OP-IS-TRAILER VALUE 'OBT'.
            05 OP-BATCH-ID-F PIC X(16).
            05 OP-DETAIL-F.
             10 OP-PAYMENT-REF-F PIC X(10).
             10 OP-VALUE-DATE-F PIC X(8).
             10 OP-ORIG-BANK-F PIC X(5).
             10 OP-ORIG-ACCOUNT-F PIC X(10).
             10 OP-DEST-BANK-F PIC X(5).
             10 OP-DEST-ACCOUNT-F PIC X(10).
             10 OP-CURRENCY-F PIC X(3).
             10 OP-AMOUNT-F PIC X(14).
             10 OP-AMOUNT-N REDEFINES OP-AMOUNT-F PIC 9(12)V99.
             10 OP-REMITTANCE-F PIC X(38).
             10 OP-RETURN-REASON-F PIC X(4).
             10 FILLER PIC X(4).
            05 OP-HEADER-F REDEFINES OP-DETAIL-F.
             10 OP-HDR-COUNTERPARTY-F PIC X(5).
             10 OP-HDR-CURRENCY-F PIC X(3).
             10 OP-HDR-CREATED-F PIC X(8).
             10 OP-HDR-CYCLE-F PIC X(2).
             10 FILLER PIC X(93).
            05 OP-TRAILER-F REDEFINES OP-DETAIL-F.
             10 OP-TRL-COUNT-F PIC 9(6).
             10 OP-TRL-TOTAL-F PIC 9(14)V99.
             10 OP-TRL-HASH-F PIC 9(15).
             10 FILLER PIC X(74).
