      *****************************************************************
      * Inter-partition transfer leg (working-storage view of a line
      * of xfer_out.txt and xfer_in_Pnn.txt). A partition posts the
      * leg of a transfer or reversal that falls in its own range and
      * hands the other leg to the partition owning the bank: the leg
      * collects in xfer_out.txt during the run and is filed to that
      * partition's xfer_in_Pnn.txt when the run completes. The owning
      * partition stages it with its own input and posts it; a leg it
      * cannot post goes back to the sender as a returned transfer.
      * PARTMERGE proves the legs written in the night against those
      * taken and those still waiting.
      *   XL-KIND            T credit leg of a transfer
      *                      R returned transfer, credit back to the
      *                        source account
      *                      V movement of a reversal
      *   XL-FROM-PARTITION  the partition that wrote the leg
      *   XL-ORIGIN-DATE/CYCLE  processing date and cycle of that run
      *   XL-ORIGIN-REF      posting reference of the source debit
      *                      (T), of the returned leg's debit (R) or
      *                      the reference reversed (V)
      *   XL-TRANSACTION     the record to post, in the input layout
      *   XL-SOURCE-...      the debited side of a transfer, which a
      *                      returned transfer credits back
      *****************************************************************
       01 TRANSFER-LEG.
           05 XL-KEY.
               10 XL-KIND PIC X(1).
                   88 XL-TRANSFER-CREDIT VALUE 'T'.
                   88 XL-RETURNED-TRANSFER VALUE 'R'.
                   88 XL-REVERSAL-MOVEMENT VALUE 'V'.
               10 XL-FROM-PARTITION PIC 99.
               10 XL-ORIGIN-DATE PIC X(8).
               10 XL-ORIGIN-CYCLE PIC 99.
               10 XL-ORIGIN-REF PIC 9(10).
           05 FILLER PIC X(1).
           05 XL-TO-PARTITION PIC 99.
           05 FILLER PIC X(1).
           05 XL-TRANSACTION PIC X(90).
           05 XL-LEG-DETAIL REDEFINES XL-TRANSACTION.
               10 XL-BANK-ID PIC X(5).
               10 XL-ACCOUNT-ID PIC X(10).
               10 XL-AMOUNT PIC 9(08)V99.
               10 XL-DR-CR PIC X(1).
                   88 XL-IS-DEBIT VALUE 'D'.
               10 XL-CURRENCY PIC X(3).
               10 XL-DATE PIC X(8).
               10 XL-COMMENT PIC X(53).
           05 FILLER PIC X(1).
           05 XL-SOURCE-BANK PIC X(5).
           05 XL-SOURCE-ACCOUNT PIC X(10).
           05 XL-SOURCE-CURRENCY PIC X(3).
           05 XL-SOURCE-AMOUNT PIC 9(08)V99.
