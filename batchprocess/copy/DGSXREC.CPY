      *****************************************************************
      * Deposit guarantee scheme extract (deposit_coverage_extract.txt)
      * - fixed-format submission written by DEPCOVER. One header
      * record, one detail record per customer and bank, one trailer.
      *   amounts are unsigned in the base currency with two implied
      *   decimals; eligible deposits are the customer's positive
      *   balances at the bank, insured is the part up to the bank's
      *   coverage ceiling, uninsured the remainder
      *   unconverted flag Y means a currency without an fx_rates.txt
      *   rate was left out of the eligible total
      *   the trailer carries the detail count and the three totals
      *****************************************************************
           01 DGS-EXTRACT-F.
            05 DX-RECORD-TYPE PIC X(1).
            05 DX-DETAIL.
             10 DX-CUSTOMER-ID PIC X(8).
             10 DX-BANK-ID PIC X(5).
             10 DX-CUSTOMER-NAME PIC X(30).
             10 DX-CURRENCY PIC X(3).
             10 DX-ACCOUNT-COUNT PIC 9(3).
             10 DX-ELIGIBLE PIC 9(12)V99.
             10 DX-CEILING PIC 9(10)V99.
             10 DX-INSURED PIC 9(12)V99.
             10 DX-UNINSURED PIC 9(12)V99.
             10 DX-UNCONVERTED PIC X(1).
            05 DX-HEADER REDEFINES DX-DETAIL.
             10 DX-RUN-DATE PIC 9(8).
             10 DX-BASE-CURRENCY PIC X(3).
             10 FILLER PIC X(93).
            05 DX-TRAILER REDEFINES DX-DETAIL.
             10 DX-RECORD-COUNT PIC 9(7).
             10 DX-TOTAL-ELIGIBLE PIC 9(14)V99.
             10 DX-TOTAL-INSURED PIC 9(14)V99.
             10 DX-TOTAL-UNINSURED PIC 9(14)V99.
             10 FILLER PIC X(49).
