      *****************************************************************
      * Shared cash movement record (cash_movements.txt) - one line
      * per movement of physical cash, written by TELLER.
      *   location is the till ID, or VAULT for the branch vault
      *   type  FLOT opening float counted into a till
      *         CDEP cash deposit, CWDL cash withdrawal (reference
      *              is the customer's bank and account)
      *         TOVL till cash sent to the vault, FRVL till cash
      *              received from the vault (reference VAULT)
      *         FRTL vault cash received from a till, TOTL vault cash
      *              sent to a till (reference the till ID) - a vault
      *              transfer writes both sides with the same time
      *         CNT  cash counted at close, OVER / SHRT the
      *              difference to the expected position
      *****************************************************************
           01 CASH-MOVEMENT-F.
            05 CM-STAMP-F PIC X(14).
            05 CM-LOCATION-F PIC X(6).
            05 CM-TYPE-F PIC X(4).
            05 CM-CURRENCY-F PIC X(3).
            05 CM-AMOUNT-F PIC X(12).
            05 CM-AMOUNT-N REDEFINES CM-AMOUNT-F PIC 9(10)V99.
            05 CM-TELLER-ID-F PIC X(8).
            05 CM-REFERENCE-F PIC X(20).
