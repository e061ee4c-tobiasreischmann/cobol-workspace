      *****************************************************************
      * Shared direct debit mandate record (mandates.txt) - one line
      * per mandate a debtor has signed for a creditor. A debit whose
      * comment opens with 'DD <mandate id> [<creditor id>]' is a
      * direct debit and must be covered by a live mandate for the
      * debited account; one that is not is returned to the
      * originator (dd_returns.txt) with an ISO return reason:
      *   MD01 no valid mandate (unknown, other debtor or creditor,
      *        outside the valid-from/valid-to dates)
      *   MS02 mandate revoked by the debtor
      *   AM02 amount above the mandate maximum
      *   frequency O one-off, W weekly, M monthly, Q quarterly,
      *   Y yearly. Valid-to 99991231 is open-ended. Revoked Y/N.
      *   MANDMAINT maintains the register.
      *****************************************************************
           01 MANDATE-F.
            05 MD-MANDATE-ID-F PIC X(12).
            05 MD-CREDITOR-ID-F PIC X(12).
            05 MD-BANK-ID-F PIC X(5).
            05 MD-ACCOUNT-ID-F PIC X(10).
            05 MD-MAX-AMOUNT-F PIC X(10).
            05 MD-MAX-AMOUNT-N REDEFINES MD-MAX-AMOUNT-F PIC 9(8)V99.
            05 MD-FREQUENCY-F PIC X(1).
            05 MD-VALID-FROM-F PIC X(8).
            05 MD-VALID-TO-F PIC X(8).
            05 MD-REVOKED-F PIC X(1).
