      *****************************************************************
      * Chart of accounts record (chart_of_accounts.txt) - one line
      * per general-ledger number GLLEDGER keeps a balance for.
      *   type A asset, L liability, E equity, I income, X expense
      *   retained R marks the equity account the year-end close
      *   rolls the income and expense balances into (the first
      *   one marked is used); blank on every other line
      *   reporting line groups accounts on the balance sheet and
      *   income statement, in the order first met in the chart
      *****************************************************************
           01 CHART-OF-ACCOUNTS-F.
            05 CA-ACCOUNT-F PIC X(8).
            05 FILLER PIC X(1).
            05 CA-TYPE-F PIC X(1).
            05 FILLER PIC X(1).
            05 CA-RETAINED-F PIC X(1).
            05 FILLER PIC X(1).
            05 CA-REPORT-LINE-F PIC X(24).
            05 FILLER PIC X(1).
            05 CA-NAME-F PIC X(30).
