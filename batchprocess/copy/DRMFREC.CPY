      *****************************************************************
      * Disaster-recovery package manifest line (dr_manifest.txt),
      * written by DRPACK and checked by DRVERIFY:
      *   PACK  package date, time packed, data region it came from
      *   FILE  one line per file of the package - its name in the
      *         package, role, PRESENT or ABSENT (the file did not
      *         exist when packed), record count and checksum
      *         (DRCHKSUM). MASTER is the dump of account_master.dat,
      *         reloaded into the indexed master on a rebuild
      *   END   file and record totals and the checksum of every
      *         manifest line before it
      *****************************************************************
       01 DR-MANIFEST-LINE.
           05 MF-TYPE PIC X(4).
               88 MF-PACK-LINE VALUE 'PACK'.
               88 MF-FILE-LINE VALUE 'FILE'.
               88 MF-END-LINE VALUE 'END '.
           05 FILLER PIC X.
           05 MF-BODY PIC X(115).
           05 MF-PACK REDEFINES MF-BODY.
               10 MF-PACK-DATE PIC X(8).
               10 FILLER PIC X.
               10 MF-PACKED-AT PIC X(14).
               10 FILLER PIC X.
               10 MF-REGION PIC X(5).
               10 FILLER PIC X(86).
           05 MF-FILE REDEFINES MF-BODY.
               10 MF-FILE-NAME PIC X(40).
               10 FILLER PIC X.
               10 MF-ROLE PIC X(9).
                   88 MF-ROLE-MASTER VALUE 'MASTER'.
               10 FILLER PIC X.
               10 MF-STATE PIC X(7).
                   88 MF-PRESENT VALUE 'PRESENT'.
                   88 MF-ABSENT VALUE 'ABSENT'.
               10 FILLER PIC X.
               10 MF-RECORDS PIC 9(9).
               10 FILLER PIC X.
               10 MF-CHECKSUM PIC 9(10).
               10 FILLER PIC X(36).
           05 MF-END REDEFINES MF-BODY.
               10 MF-FILE-COUNT PIC 9(5).
               10 FILLER PIC X.
               10 MF-TOTAL-RECORDS PIC 9(9).
               10 FILLER PIC X.
               10 MF-MANIFEST-SUM PIC 9(10).
               10 FILLER PIC X(89).
