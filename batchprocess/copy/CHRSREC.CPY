      *****************************************************************
      * Shared channel response message (channel_responses.txt) - one
      * line per request message, matched by channel and message ID.
      * channel_register.txt keeps the same line for every message
      * answered, which is how a repeated message ID is recognised.
      *   status A accepted, R rejected (see reason), D duplicate -
      *   the message ID was answered before; first status, reason,
      *   balances and processed time are then those of the first
      *   answer
      *   account status O open, C closed, F frozen (inquiry)
      *   balances: inquiry - every currency held, or the one asked
      *   for; PAY/XFER - the account's balance after the posting;
      *   HOLD - the balance the hold is placed against. Edited like
      *   opening_balances.txt (-(09)9.99)
      *****************************************************************
       01 CHANNEL-RESPONSE.
           05 CR-CHANNEL-ID-F PIC X(8).
           05 CR-MESSAGE-ID-F PIC X(16).
           05 CR-TYPE-F PIC X(4).
           05 CR-STATUS-F PIC X(1).
               88 CR-ACCEPTED VALUE 'A'.
               88 CR-REJECTED VALUE 'R'.
               88 CR-DUPLICATE VALUE 'D'.
           05 CR-FIRST-STATUS-F PIC X(1).
           05 CR-REASON-F PIC X(26).
           05 CR-BANK-ID-F PIC X(5).
           05 CR-ACCOUNT-ID-F PIC X(10).
           05 CR-ACCOUNT-STATUS-F PIC X(1).
           05 CR-PROCESSED-AT-F PIC X(14).
           05 CR-BALANCE-COUNT-F PIC 9(1).
           05 CR-BALANCE-F OCCURS 5 TIMES.
               10 CR-CURRENCY-F PIC X(3).
               10 CR-SALDO-F PIC X(13).
