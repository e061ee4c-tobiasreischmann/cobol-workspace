      *****************************************************************
      * NAMEINDEX interface - rebuilds name_index.txt (NIDXREC) from
      * account_master.dat, or from the account_master.txt name feed
      * at a site without the indexed master.
      *   NI-RESULT       '00' rebuilt, 'NS' no master and no feed
      *                   (the index is left as it was), 'WF' the
      *                   index could not be written
      *   NI-SOURCE       'M' built from the master, 'F' from the feed
      *   NI-ENTRY-COUNT  names on the rebuilt index
      *****************************************************************
       01 NAME-INDEX-REQUEST.
           05 NI-RESULT PIC X(2).
               88 NI-BUILT VALUE '00'.
               88 NI-NO-SOURCE VALUE 'NS'.
               88 NI-WRITE-FAILED VALUE 'WF'.
           05 NI-SOURCE PIC X.
               88 NI-FROM-MASTER VALUE 'M'.
               88 NI-FROM-FEED VALUE 'F'.
           05 NI-ENTRY-COUNT PIC 9(7).
