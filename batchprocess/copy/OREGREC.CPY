      *****************************************************************
      * Shared outbound payment register record
      * (outbound_register.txt) - one line per payment the night run
      * has sent out on an outbound instruction file, so a return
      * can be matched to the customer it came from and is credited
      * back only once. Lines older than OUTBOUNDDAYS drop off.
      *   ref is the posting reference of the customer debit, the
      *   same reference the instruction detail line carries
      *   status S sent, R returned (return date filled)
      *****************************************************************
           01 OUTBOUND-REGISTER-F.
            05 OR-PAYMENT-REF-F PIC X(10).
            05 OR-SENT-DATE-F PIC X(8).
            05 OR-ORIG-BANK-F PIC X(5).
            05 OR-ORIG-ACCOUNT-F PIC X(10).
            05 OR-DEST-BANK-F PIC X(5).
            05 OR-DEST-ACCOUNT-F PIC X(10).
            05 OR-CURRENCY-F PIC X(3).
            05 OR-AMOUNT-F PIC X(10).
            05 OR-AMOUNT-N REDEFINES OR-AMOUNT-F PIC 9(8)V99.
            05 OR-REMITTANCE-F PIC X(38).
            05 OR-STATUS-F PIC X(1).
            05 OR-RETURN-DATE-F PIC X(8).
