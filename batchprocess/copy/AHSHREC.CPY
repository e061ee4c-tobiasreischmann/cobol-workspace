      *****************************************************************
      * AUDITHASH interface - the running hash that chains every
      * audit_trail.txt / audit_archive_*.txt line to the one before.
      * An audit line is the posting image in columns 1-160 followed
      * by its chain fields:
      *   P=(161:2) previous line's hash (163:10) - on the first
      *   line of a run the last hash of the archive before it
      *   H=(174:2) this line's hash (176:10) over the previous
      *   hash and columns 1-160
      * SEAL - AH-LINE columns 1-160 and AH-CHAIN-HASH (previous
      *        hash) in; AH-LINE comes back with both chain fields
      *        filled and AH-CHAIN-HASH holds the new hash
      * CHEK - one line of a trail at a time, in file order. Before
      *        the first line the caller zeroes AH-LINE-COUNT and
      *        AH-BREAK-LINE and sets AH-SEED-KNOWN with the expected
      *        starting hash in AH-CHAIN-HASH when it has one. After
      *        each line AH-CHAIN-HASH is the hash the next line must
      *        follow; AH-START-HASH is the first line's previous
      *        hash. The first line that fails sets AH-BREAK-LINE and
      *        AH-BREAK-REASON; later lines are only counted.
      *****************************************************************
       01 AUDIT-HASH-REQUEST.
           05 AH-FUNCTION PIC X(4).
               88 AH-FUNC-SEAL VALUE 'SEAL'.
               88 AH-FUNC-CHECK VALUE 'CHEK'.
           05 AH-LINE PIC X(185).
           05 AH-CHAIN-HASH PIC 9(10).
           05 AH-SEED-SW PIC X.
               88 AH-SEED-KNOWN VALUE 'Y'.
           05 AH-START-HASH PIC 9(10).
           05 AH-LINE-COUNT PIC 9(8).
           05 AH-BREAK-LINE PIC 9(8).
               88 AH-CHAIN-INTACT VALUE 0.
           05 AH-BREAK-REASON PIC X(34).
