      *****************************************************************
      * Shared sanctions watchlist record (watchlist.txt) - one line
      * per listed name. A listed party's primary name and each of
      * its aliases are separate lines sharing the entry id; the
      * whole file is replaced when compliance loads a new list.
      *   name type P primary name, A alias
      *   list source is the issuing list (e.g. OFAC-SDN, UN, EU-CFSP)
      *   list date is the publication date of that list, YYYYMMDD
      *****************************************************************
           01 WATCHLIST-F.
            05 WL-ENTRY-ID-F PIC X(8).
            05 WL-NAME-TYPE-F PIC X(1).
            05 WL-NAME-F PIC X(40).
            05 WL-SOURCE-F PIC X(10).
            05 WL-LIST-DATE-F PIC X(8).
