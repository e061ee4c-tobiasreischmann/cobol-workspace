      *****************************************************************
      * Shared channel request message (channel_requests.txt) - one
      * fixed-format line per message an online channel (internet
      * banking, call centre) hands to CHANNEL.
      *   channel and message ID together identify the message; a
      *   channel never reuses a message ID, so a message that comes
      *   again is answered from the register and never posts twice
      *   type INQ  balance inquiry (currency blank = every currency)
      *        PAY  payment - D debit (the default) or C credit
      *        XFER transfer to the destination account, same currency
      *        HOLD reserve the amount until the expiry date
      *   amount as in input.txt, 9(8)V99 without a decimal point
      *****************************************************************
           01 CHANNEL-REQUEST-F.
            05 CQ-CHANNEL-ID-F PIC X(8).
            05 CQ-MESSAGE-ID-F PIC X(16).
            05 CQ-TYPE-F PIC X(4).
            05 CQ-BANK-ID-F PIC X(5).
            05 CQ-ACCOUNT-ID-F PIC X(10).
            05 CQ-CURRENCY-F PIC X(3).
            05 CQ-AMOUNT-F PIC X(10).
            05 CQ-AMOUNT-N REDEFINES CQ-AMOUNT-F PIC 9(8)V99.
            05 CQ-DR-CR-F PIC X(1).
            05 CQ-DETAIL-F PIC X(23).
            05 CQ-XFER-DETAIL REDEFINES CQ-DETAIL-F.
             10 CQ-DEST-BANK-ID-F PIC X(5).
             10 CQ-DEST-ACCOUNT-ID-F PIC X(10).
             10 FILLER PIC X(8).
            05 CQ-HOLD-DETAIL REDEFINES CQ-DETAIL-F.
             10 CQ-HOLD-EXPIRY-F PIC X(8).
             10 FILLER PIC X(15).
            05 CQ-NOTE-F PIC X(30).
