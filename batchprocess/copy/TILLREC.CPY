      *****************************************************************
      * Shared teller till record (tills.txt) - one line per cash
      * drawer, kept by TELLER.
      *   state O open, C closed at the end of the teller's shift
      *   float is the counted cash the till opened with; deposits
      *   and withdrawals are the cash postings since, to/from vault
      *   the cash moved with the branch vault. The drawer should
      *   hold float + deposits - withdrawals + from vault - to vault
      *   counted is the denomination count at close, over/short the
      *   counted amount less that position (-(09)9.99, negative
      *   short); both stay blank while the till is open
      *****************************************************************
       01 TILL-RECORD.
           05 TL-TILL-ID-F PIC X(6).
           05 TL-STATE-F PIC X(1).
               88 TL-TILL-OPEN VALUE 'O'.
               88 TL-TILL-CLOSED VALUE 'C'.
           05 TL-TELLER-ID-F PIC X(8).
           05 TL-CURRENCY-F PIC X(3).
           05 TL-OPENED-AT-F PIC X(14).
           05 TL-FLOAT-F PIC X(12).
           05 TL-FLOAT-N REDEFINES TL-FLOAT-F PIC 9(10)V99.
           05 TL-DEPOSITS-F PIC X(12).
           05 TL-DEPOSITS-N REDEFINES TL-DEPOSITS-F PIC 9(10)V99.
           05 TL-WITHDRAWALS-F PIC X(12).
           05 TL-WITHDRAWALS-N REDEFINES TL-WITHDRAWALS-F
               PIC 9(10)V99.
           05 TL-FROM-VAULT-F PIC X(12).
           05 TL-FROM-VAULT-N REDEFINES TL-FROM-VAULT-F PIC 9(10)V99.
           05 TL-TO-VAULT-F PIC X(12).
           05 TL-TO-VAULT-N REDEFINES TL-TO-VAULT-F PIC 9(10)V99.
           05 TL-COUNTED-F PIC X(12).
           05 TL-COUNTED-N REDEFINES TL-COUNTED-F PIC 9(10)V99.
           05 TL-OVER-SHORT-F PIC X(13).
           05 TL-CLOSED-AT-F PIC X(14).
