      *****************************************************************
      * NAMEKEY interface - a holder or listed name reduced to two
      * comparison keys so screening tolerates the way names get
      * keyed in: case, punctuation, spacing and word order.
      *   NK-SORTED-KEY   the name's words in alphabetic order, one
      *                   space apart ('SMITH, John' -> 'JOHN SMITH')
      *   NK-SQUEEZED-KEY letters and digits only, in keyed order
      *                   ('Al-Rashid' and 'AL RASHID' -> 'ALRASHID')
      * Two names match when either key is equal. A name with no
      * letters or digits returns both keys blank.
      *****************************************************************
       01 NAME-KEY-REQUEST.
           05 NK-NAME PIC X(40).
           05 NK-SORTED-KEY PIC X(40).
           05 NK-SQUEEZED-KEY PIC X(40).
           05 NK-WORD-COUNT PIC 99.
