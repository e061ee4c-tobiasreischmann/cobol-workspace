      *****************************************************************
      * Shared legal entity record (legal_entities.txt) - one line
      * per legal entity whose books run on the system. Each bank on
      * bank_master.txt names the entity it belongs to; the night
      * run keeps the GL extract, the base-currency translation and
      * the control report per entity, and the ledger keeps its
      * balances and trial balance per entity.
      *   base currency is the currency the entity reports in
      *   a bank with no entity belongs to the house books, base EUR
      *****************************************************************
           01 LEGAL-ENTITY-F.
            05 LE-ENTITY-F PIC X(3).
            05 FILLER PIC X(1).
            05 LE-BASE-CURRENCY-F PIC X(3).
            05 FILLER PIC X(1).
            05 LE-NAME-F PIC X(30).
