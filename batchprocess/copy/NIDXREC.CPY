      *****************************************************************
      * Customer name index (name_index.txt) - one line per account
      * holder name on the master, in NX-KEY-F order. NX-KEY-F is the
      * name's NAMEKEY sorted key, so 'SMITH, John' and 'John Smith'
      * sit side by side and a search need not know the word order.
      * Rebuilt by NAMEINDEX; the night run and ACCTMAINT call it.
      *****************************************************************
           01 NAME-INDEX-F.
            05 NX-KEY-F PIC X(40).
            05 FILLER PIC X(1).
            05 NX-NAME-F PIC X(30).
            05 FILLER PIC X(1).
            05 NX-BANK-ID-F PIC X(5).
            05 FILLER PIC X(1).
            05 NX-ACCOUNT-ID-F PIC X(10).
