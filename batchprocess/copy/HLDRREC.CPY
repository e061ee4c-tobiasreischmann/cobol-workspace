      *****************************************************************
      * Shared account holder record (account_holders.txt) - one line
      * per customer of customer_master.txt who holds or acts on an
      * account, for accounts held jointly or with a power of
      * attorney. An account with no line here is held by the first
      * customer linked to it, as before.
      *   role P primary holder, J joint holder, A attorney,
      *   G guardian
      *   signing rule A any one holder may sign, J all holders
      *   sign jointly - the same on every line of the account; the
      *   primary holder's line wins if they differ
      * Statements and advice letters go to every holder on the
      * account, each copy addressed with the holder's role.
      *****************************************************************
           01 ACCOUNT-HOLDER-F.
            05 JH-BANK-ID-F PIC X(5).
            05 FILLER PIC X(1).
            05 JH-ACCOUNT-ID-F PIC X(10).
            05 FILLER PIC X(1).
            05 JH-CUSTOMER-ID-F PIC X(8).
            05 FILLER PIC X(1).
            05 JH-ROLE-F PIC X(1).
               88 JH-PRIMARY VALUE 'P'.
               88 JH-JOINT VALUE 'J'.
               88 JH-ATTORNEY VALUE 'A'.
               88 JH-GUARDIAN VALUE 'G'.
               88 JH-ROLE-VALID VALUE 'P' 'J' 'A' 'G'.
            05 FILLER PIC X(1).
            05 JH-SIGNING-F PIC X(1).
               88 JH-SIGN-ANY VALUE 'A'.
               88 JH-SIGN-JOINT VALUE 'J'.
