      *****************************************************************
      * DRCHKSUM interface - record count and checksum of one file of
      * a disaster-recovery package. DRPACK sums every file as it
      * writes it into the package and DRVERIFY sums it again at the
      * recovery site through the same routine, so both sides always
      * agree on the rules.
      * STRT - zeroes DC-RECORDS and DC-CHECKSUM before a file
      * LINE - folds DC-LINE (one record, trailing spaces not
      *        counted) into the checksum and counts it
      *****************************************************************
       01 DR-CHECKSUM-REQUEST.
           05 DC-FUNCTION PIC X(4).
               88 DC-FUNC-START VALUE 'STRT'.
               88 DC-FUNC-LINE VALUE 'LINE'.
           05 DC-LINE PIC X(400).
           05 DC-RECORDS PIC 9(9).
           05 DC-CHECKSUM PIC 9(10).
