      *****************************************************************
      * Shared stop-payment record (stop_payments.txt) - one line per
      * customer instruction taken at the branch, covering a single
      * cheque (first = last) or a range such as a lost book. A
      * presented cheque inside a stopped range is refused.
      *****************************************************************
           01 STOP-PAYMENT-F.
            05 SP-BANK-ID-F PIC X(5).
            05 SP-ACCOUNT-ID-F PIC X(10).
            05 SP-FIRST-NO-F PIC X(8).
            05 SP-LAST-NO-F PIC X(8).
            05 SP-REQUEST-DATE-F PIC X(8).
            05 SP-REASON-F PIC X(30).
