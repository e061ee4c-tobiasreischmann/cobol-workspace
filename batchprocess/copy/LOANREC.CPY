      *****************************************************************
      * Shared loan register record (loan_register.txt) - one line
      * per loan with its contract terms and servicing state. The
      * night run collects due installments and rewrites the
      * servicing fields; LOANSVC builds the amortization schedule
      * and the arrears/portfolio report from the same layout.
      *   rate is the nominal yearly percentage, term is in months,
      *   installment 0 means not yet computed (annuity from the
      *   principal, rate and term), next-due is the oldest unpaid
      *   installment - a date behind the run date is arrears.
      *   status A active, P paid off.
      *****************************************************************
           01 LOAN-REGISTER-F.
            05 LN-LOAN-ID-F PIC X(10).
            05 LN-BANK-ID-F PIC X(5).
            05 LN-ACCOUNT-ID-F PIC X(10).
            05 LN-CURRENCY-F PIC X(3).
            05 LN-PRINCIPAL-F PIC X(12).
            05 LN-PRINCIPAL-N REDEFINES LN-PRINCIPAL-F
                PIC 9(10)V99.
            05 LN-RATE-F PIC X(7).
            05 LN-RATE-N REDEFINES LN-RATE-F PIC 9(3)V9(4).
            05 LN-TERM-F PIC X(3).
            05 LN-FIRST-DUE-F PIC X(8).
            05 LN-INSTALLMENT-F PIC X(12).
            05 LN-INSTALLMENT-N REDEFINES LN-INSTALLMENT-F
                PIC 9(10)V99.
            05 LN-OUTSTANDING-F PIC X(12).
            05 LN-OUTSTANDING-N REDEFINES LN-OUTSTANDING-F
                PIC 9(10)V99.
            05 LN-PAID-COUNT-F PIC X(3).
            05 LN-NEXT-DUE-F PIC X(8).
            05 LN-STATUS-F PIC X(1).
