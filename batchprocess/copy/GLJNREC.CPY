      *****************************************************************
      * Manual GL journal record (gl_journals.txt) - one line per
      * journal line keyed by an accountant in GLJOURNAL. Every line
      * of a journal carries the journal's state:
      *   P pending a second user's approval, A approved and waiting
      *   for GLLEDGER, R rejected, B booked by GLLEDGER on the
      *   posted date
      *   booking date is the date the journal books under (the
      *   year-end close takes it into that year)
      *   D/C debit or credit, amount unsigned in the currency
      *   legal entity is the entity whose books the journal is for
      *   (blank for the house books)
      * GLLEDGER books approved journals into the ledger and copies
      * each line to gl_extract.txt with category MJ + journal number.
      *****************************************************************
           01 GL-JOURNAL-F.
            05 GJ-JOURNAL-NO-F PIC X(8).
            05 GJ-JOURNAL-NO-N REDEFINES GJ-JOURNAL-NO-F PIC 9(8).
            05 FILLER PIC X(1).
            05 GJ-LINE-NO-F PIC X(3).
            05 FILLER PIC X(1).
            05 GJ-STATE-F PIC X(1).
            05 FILLER PIC X(1).
            05 GJ-MAKER-F PIC X(8).
            05 FILLER PIC X(1).
            05 GJ-ENTERED-DATE-F PIC X(8).
            05 FILLER PIC X(1).
            05 GJ-BOOKING-DATE-F PIC X(8).
            05 FILLER PIC X(1).
            05 GJ-CHECKER-F PIC X(8).
            05 FILLER PIC X(1).
            05 GJ-DECIDED-DATE-F PIC X(8).
            05 FILLER PIC X(1).
            05 GJ-POSTED-DATE-F PIC X(8).
            05 FILLER PIC X(1).
            05 GJ-ACCOUNT-F PIC X(8).
            05 FILLER PIC X(1).
            05 GJ-DR-CR-F PIC X(1).
            05 FILLER PIC X(1).
            05 GJ-CURRENCY-F PIC X(3).
            05 FILLER PIC X(1).
            05 GJ-AMOUNT-F PIC X(10).
            05 GJ-AMOUNT-N REDEFINES GJ-AMOUNT-F PIC 9(8)V99.
            05 FILLER PIC X(1).
            05 GJ-NARRATIVE-F PIC X(40).
            05 FILLER PIC X(1).
            05 GJ-ENTITY-F PIC X(3).
