       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CHANNEL.
      *****************************************************************
      * Channel service - the request/response message interface of
      * the online channels (internet banking, call centre). Each
      * poll takes the messages the channels left in
      * channel_requests.txt (COPY CHRQREC) and answers every one on
      * channel_responses.txt (COPY CHRSREC), matched by channel and
      * message ID:
      *   INQ   balances and account status through POSTENGINE 'INQ '
      *   PAY   a debit or credit through POSTENGINE 'POST'
      *   XFER  a same-currency transfer through POSTENGINE 'XFER'
      *   HOLD  checked against the account's status and currencies
      *         and left for the night run, which places the hold
      * The engine is loaded as TELLER loads it - balances of the last
      * night run, statuses, facilities and product rules - and the
      * teller journal of the day is replayed on top, so a message
      * meets the same rules as the batch and sees what the tellers
      * and the earlier polls have posted since. An accepted PAY,
      * XFER or HOLD is journaled to teller_journal.txt like a teller
      * posting; its comment carries CHANNEL, the channel and the
      * message ID.
      * Every answer is kept in channel_register.txt; a message ID
      * seen before - in the register or on the journal - is answered
      * D with its first answer and never posts twice. A file that
      * has been answered is kept as channel_requests_<date><time>.txt
      * so the channels can leave the next one.
      * A poll holds the run lock, as a night run does, and waits for
      * the next poll while the night run holds it or a partitioned
      * night is unfinished. CHANNELPOLLS (default 1) and CHANNELWAIT
      * (seconds between polls, default 30) in runparams.txt keep the
      * service polling; CLEARLOCK=Y clears a stale lock.
      * Return code 0, 4 a poll waited for the night run, 16 the
      * journal, register or response file failed or a stale lock.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARAM-DATA ASSIGN TO
             "batchprocess/runparams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAM-FILE-STATUS.
           SELECT RUN-LOCK-DATA ASSIGN TO
             "batchprocess/run_lock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNLOCK-FILE-STATUS.
           SELECT PARTITION-ACTIVE-DATA ASSIGN TO
             "batchprocess/partition_active.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARTACT-FILE-STATUS.
           SELECT ACCOUNT-CSV ASSIGN TO
             "batchprocess/output.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CSV-FILE-STATUS.
           SELECT ACCOUNT-STATUS-DATA ASSIGN TO
             "batchprocess/account_status.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCTSTAT-FILE-STATUS.
           SELECT OD-FACILITY-DATA ASSIGN TO
             "batchprocess/overdraft_facilities.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ODFAC-FILE-STATUS.
           SELECT PRODUCT-CATALOG-DATA ASSIGN TO
             "batchprocess/product_catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRODCAT-FILE-STATUS.
           SELECT ACCOUNT-MASTER-DATA ASSIGN TO
             "batchprocess/account_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCTMAST-FILE-STATUS.
           SELECT DEBIT-COUNT-DATA ASSIGN TO
             "batchprocess/product_debit_counts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEBITCNT-FILE-STATUS.
           SELECT TELLER-JOURNAL-DATA ASSIGN TO
             "batchprocess/teller_journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT CHANNEL-REQUEST-DATA ASSIGN TO
             "batchprocess/channel_requests.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REQUEST-FILE-STATUS.
           SELECT CHANNEL-RESPONSE-DATA ASSIGN TO
             "batchprocess/channel_responses.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESPONSE-FILE-STATUS.
           SELECT CHANNEL-REGISTER-DATA ASSIGN TO
             "batchprocess/channel_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-FILE-STATUS.
           SELECT REQUEST-ARCHIVE-DATA ASSIGN TO REQUEST-ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD RUN-PARAM-DATA.
           01 RUN-PARAM-F.
            05 RP-LINE PIC X(40).
           FD RUN-LOCK-DATA.
           01 RUN-LOCK-F.
            05 LOCK-LINE PIC X(40).
           FD PARTITION-ACTIVE-DATA.
           01 PARTITION-ACTIVE-F.
            05 PA-LINE PIC X(40).
           FD ACCOUNT-CSV.
           01 ACCOUNT-CSV-F.
            05 CSV-LINE PIC X(60).
           FD ACCOUNT-STATUS-DATA.
           COPY ACCTSREC.
           FD OD-FACILITY-DATA.
           01 OD-FACILITY-F.
            05 OF-BANK-ID-F PIC X(5).
            05 OF-ACCOUNT-ID-F PIC X(10).
            05 OF-CURRENCY-F PIC X(3).
            05 OF-LIMIT-F PIC X(12).
            05 OF-LIMIT-N REDEFINES OF-LIMIT-F PIC 9(10)V99.
            05 OF-EXPIRY-F PIC X(8).
           FD PRODUCT-CATALOG-DATA.
           COPY PRODREC.
           FD ACCOUNT-MASTER-DATA.
           COPY ACCTMREC.
           FD DEBIT-COUNT-DATA.
           01 DEBIT-COUNT-F.
            05 DC-BANK-ID-F PIC X(5).
            05 FILLER PIC X.
            05 DC-ACCOUNT-ID-F PIC X(10).
            05 FILLER PIC X.
            05 DC-MONTH-F PIC X(6).
            05 FILLER PIC X.
            05 DC-COUNT-F PIC X(5).
           FD TELLER-JOURNAL-DATA.
           01 TELLER-JOURNAL-F.
            05 JOURNAL-LINE PIC X(90).
           FD CHANNEL-REQUEST-DATA.
           COPY CHRQREC.
           FD CHANNEL-RESPONSE-DATA.
           01 CHANNEL-RESPONSE-OUT-F.
            05 RESPONSE-LINE PIC X(167).
           FD CHANNEL-REGISTER-DATA.
           01 CHANNEL-REGISTER-F.
            05 REGISTER-LINE PIC X(167).
           FD REQUEST-ARCHIVE-DATA.
           01 REQUEST-ARCHIVE-F.
            05 ARCHIVE-LINE PIC X(110).
       WORKING-STORAGE SECTION.
      * balances live in the POSTENGINE subprogram - it is cancelled
      * and loaded again at every poll, so a poll after a night run
      * starts from that run's balances
       01 PE-REQUEST.
           05 PE-FUNCTION PIC X(4).
           05 PE-REPLY-STATUS PIC X.
               88 PE-OK VALUE ' '.
           05 PE-REJECT-REASON PIC X(26).
           05 PE-BALANCE-BEFORE PIC S9(10)V99.
           05 PE-BALANCE-AFTER PIC S9(10)V99.
           05 PE-INQ-REPLY.
               10 PE-INQ-STATUS-CODE PIC X.
               10 PE-INQ-CURRENCY-COUNT PIC 9.
               10 PE-INQ-CURR OCCURS 5 TIMES.
                   15 PE-INQ-CODE PIC X(3).
                   15 PE-INQ-SALDO PIC S9(10)V99.
           05 PE-POSTING-REF PIC 9(10).
           COPY TRANREC.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "CHANNEL".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 RUNPARAM-FILE-STATUS PIC X(2).
           05 RUNLOCK-FILE-STATUS PIC X(2).
           05 PARTACT-FILE-STATUS PIC X(2).
           05 CSV-FILE-STATUS PIC X(2).
           05 ACCTSTAT-FILE-STATUS PIC X(2).
           05 ODFAC-FILE-STATUS PIC X(2).
           05 PRODCAT-FILE-STATUS PIC X(2).
           05 ACCTMAST-FILE-STATUS PIC X(2).
           05 DEBITCNT-FILE-STATUS PIC X(2).
           05 JOURNAL-FILE-STATUS PIC X(2).
           05 REQUEST-FILE-STATUS PIC X(2).
           05 RESPONSE-FILE-STATUS PIC X(2).
           05 REGISTER-FILE-STATUS PIC X(2).
           05 ARCHIVE-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.
       01 REQUEST-EOF-SW PIC X VALUE 'N'.
           88 REQUEST-EOF VALUE 'Y'.
       01 RP-KEY PIC X(20).
       01 RP-VALUE PIC X(20).

       01 CSV-BANK-X PIC X(6).
       01 CSV-ACCOUNT-X PIC X(11).
       01 CSV-CURRENCY-X PIC X(4).
       01 CSV-SALDO-X PIC X(15).
       01 CSV-SALDO PIC S9(10)V99.

       01 TODAY-DATE PIC 9(8).
       01 CHANNEL-RC PIC 99 VALUE 0.

      * polling - CHANNELPOLLS passes, CHANNELWAIT seconds apart
       01 POLL-COUNT PIC 9(4) VALUE 1.
       01 POLL-WAIT PIC 9(4) VALUE 30.
       01 POLL-INDEX PIC 9(4).
       01 WAIT-NANOSECONDS PIC 9(18).
       01 POLL-STATE-SW PIC X VALUE 'N'.
           88 POLL-WAITING VALUE 'W'.
           88 SERVICE-STOPPED VALUE 'S'.

      * run lock, taken as the night run takes it
       01 LOCK-STAMP PIC X(14).
       01 LOCK-TODAY PIC X(8).
       01 CLEAR-LOCK-SW PIC X VALUE 'N'.
           88 CLEAR-LOCK VALUE 'Y'.
       01 LOCK-HELD-SW PIC X VALUE 'N'.
           88 LOCK-HELD VALUE 'Y'.

      * the channel and message ID that make a message unique, and
      * the tag an accepted message leaves in its journal comment
       01 MESSAGE-KEY.
           05 MK-CHANNEL-ID PIC X(8).
           05 MK-MESSAGE-ID PIC X(16).
       01 JOURNAL-TAG.
           05 JT-LITERAL PIC X(8) VALUE 'CHANNEL '.
           05 JT-KEY PIC X(24).
       01 JOURNAL-TAG-IN PIC X(32).

      * every message answered so far - channel_register.txt plus
      * the tags found on the teller journal
       01 CHANNEL-REGISTER-TABLE.
           05 CRT-USED PIC 9(5) VALUE 0.
           05 CRT-ENTRY OCCURS 10000 TIMES.
               10 CRT-KEY PIC X(24).
               10 CRT-LINE PIC X(167).
       01 CRT-INDEX PIC 9(5).
       01 CRT-MATCH PIC 9(5).

       01 INQ-INDEX PIC 9.
       01 BALANCE-ED PIC -(09)9.99.
       01 REQUEST-STAMP PIC X(14).
       01 REQUEST-ARCHIVE-NAME PIC X(100).

      * counts of the poll
       01 MESSAGES-READ PIC 9(7) VALUE 0.
       01 MESSAGES-ACCEPTED PIC 9(7) VALUE 0.
       01 MESSAGES-REJECTED PIC 9(7) VALUE 0.
       01 MESSAGES-DUPLICATE PIC 9(7) VALUE 0.
       COPY CHRSREC.
       COPY REGNREC.

       PROCEDURE DIVISION.
           MOVE 'ENTER' TO RG-FUNCTION
           MOVE SPACES TO RG-REGION
           CALL "REGION" USING REGION-REQUEST
           END-CALL
           IF NOT RG-ENTERED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LoadRunParameters
           PERFORM VARYING POLL-INDEX FROM 1 BY 1
               UNTIL POLL-INDEX > POLL-COUNT OR SERVICE-STOPPED
               IF POLL-INDEX > 1
                   COMPUTE WAIT-NANOSECONDS =
                       POLL-WAIT * 1000000000
                   CALL "CBL_GC_NANOSLEEP" USING WAIT-NANOSECONDS
                   END-CALL
               END-IF
               PERFORM PollRequests
           END-PERFORM
           MOVE CHANNEL-RC TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * One poll - nothing to do until a channel has left a request
      * file; the engine is loaded only once the lock is held
      *****************************************************************
       PollRequests SECTION.
           MOVE 'N' TO POLL-STATE-SW
           OPEN INPUT CHANNEL-REQUEST-DATA
           IF REQUEST-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           CLOSE CHANNEL-REQUEST-DATA
           PERFORM CheckPartitionedNight
           IF NOT POLL-WAITING
               PERFORM TakeRunLock
           END-IF
           IF POLL-WAITING AND CHANNEL-RC < 4
               MOVE 4 TO CHANNEL-RC
           END-IF
           IF POLL-WAITING OR SERVICE-STOPPED
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY-DATE
           MOVE 0 TO MESSAGES-READ MESSAGES-ACCEPTED
               MESSAGES-REJECTED MESSAGES-DUPLICATE
           PERFORM LoadRegister
           IF NOT SERVICE-STOPPED
               CANCEL "POSTENGINE"
               PERFORM LoadEngineBalances
               PERFORM LoadEngineStatuses
               PERFORM LoadEngineFacilities
               PERFORM LoadEngineProducts
               PERFORM LoadEngineTypes
               PERFORM LoadEngineDebitCounts
               PERFORM ReplayTellerJournal
               PERFORM AnswerRequests
           END-IF
           IF NOT SERVICE-STOPPED
               PERFORM KeepRequestFile
           END-IF
           PERFORM ReleaseRunLock
           MOVE "CH0001" TO MSG-ID
           MOVE "I" TO MSG-SEVERITY
           MOVE function concatenate("CHANNEL POLL - ",
               MESSAGES-READ, " MESSAGES, ", MESSAGES-ACCEPTED,
               " ACCEPTED, ", MESSAGES-REJECTED, " REJECTED, ",
               MESSAGES-DUPLICATE, " DUPLICATE") TO MSG-TEXT
           PERFORM LogMessage
           .

      * a partitioned night retires the teller journal at its merge -
      * a posting journaled between the partitions would be lost
       CheckPartitionedNight SECTION.
           OPEN INPUT PARTITION-ACTIVE-DATA
           IF PARTACT-FILE-STATUS = "00"
               CLOSE PARTITION-ACTIVE-DATA
               MOVE "CH0002" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate("A PARTITIONED NIGHT RUN ",
                   "IS UNFINISHED (partition_active.txt) - ",
                   "REQUESTS WAIT FOR THE NEXT POLL") TO MSG-TEXT
               PERFORM LogMessage
               SET POLL-WAITING TO TRUE
           END-IF
           .

       AnswerRequests SECTION.
           OPEN EXTEND CHANNEL-RESPONSE-DATA
           IF RESPONSE-FILE-STATUS = "35"
               OPEN OUTPUT CHANNEL-RESPONSE-DATA
           END-IF
           IF RESPONSE-FILE-STATUS NOT = "00"
               MOVE "CH0003" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN channel_responses.txt, STATUS=",
                   RESPONSE-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               PERFORM StopService
               EXIT SECTION
           END-IF
           OPEN INPUT CHANNEL-REQUEST-DATA
           MOVE 'N' TO REQUEST-EOF-SW
           PERFORM UNTIL REQUEST-EOF OR SERVICE-STOPPED
               READ CHANNEL-REQUEST-DATA
                   AT END SET REQUEST-EOF TO TRUE
                   NOT AT END
                       IF CHANNEL-REQUEST-F NOT = SPACES
                           PERFORM AnswerMessage
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANNEL-REQUEST-DATA
           CLOSE CHANNEL-RESPONSE-DATA
           .

      *****************************************************************
      * One message - a message ID answered before gets its first
      * answer again; a new one is registered before it is answered,
      * so the register always knows what a channel has been told
      *****************************************************************
       AnswerMessage SECTION.
           ADD 1 TO MESSAGES-READ
           MOVE SPACES TO CHANNEL-RESPONSE
           MOVE CQ-CHANNEL-ID-F TO CR-CHANNEL-ID-F
           MOVE CQ-MESSAGE-ID-F TO CR-MESSAGE-ID-F
           MOVE CQ-TYPE-F TO CR-TYPE-F
           MOVE CQ-BANK-ID-F TO CR-BANK-ID-F
           MOVE CQ-ACCOUNT-ID-F TO CR-ACCOUNT-ID-F
           MOVE FUNCTION CURRENT-DATE(1:14) TO CR-PROCESSED-AT-F
           MOVE 0 TO CR-BALANCE-COUNT-F
           IF CQ-CHANNEL-ID-F = SPACES OR CQ-MESSAGE-ID-F = SPACES
               MOVE 'MISSING-MESSAGE-ID' TO CR-REASON-F
               SET CR-REJECTED TO TRUE
               MOVE CR-STATUS-F TO CR-FIRST-STATUS-F
               PERFORM WriteResponse
               ADD 1 TO MESSAGES-REJECTED
               EXIT SECTION
           END-IF
           MOVE CQ-CHANNEL-ID-F TO MK-CHANNEL-ID
           MOVE CQ-MESSAGE-ID-F TO MK-MESSAGE-ID
           PERFORM FindRegisteredMessage
           IF CRT-MATCH > 0
               MOVE CRT-LINE(CRT-MATCH) TO CHANNEL-RESPONSE
               SET CR-DUPLICATE TO TRUE
               PERFORM WriteResponse
               ADD 1 TO MESSAGES-DUPLICATE
               EXIT SECTION
           END-IF
           EVALUATE CQ-TYPE-F
           WHEN 'INQ '
               PERFORM InquiryMessage
           WHEN 'PAY '
               PERFORM PaymentMessage
           WHEN 'XFER'
               PERFORM TransferMessage
           WHEN 'HOLD'
               PERFORM HoldMessage
           WHEN OTHER
               MOVE 'INVALID-MESSAGE-TYPE' TO CR-REASON-F
               SET CR-REJECTED TO TRUE
           END-EVALUATE
      * a posting the journal would not take is left unanswered - the
      * request file stays, and the next poll answers it
           IF SERVICE-STOPPED
               EXIT SECTION
           END-IF
           MOVE CR-STATUS-F TO CR-FIRST-STATUS-F
           PERFORM RegisterMessage
           PERFORM WriteResponse
           IF CR-ACCEPTED
               ADD 1 TO MESSAGES-ACCEPTED
           ELSE
               ADD 1 TO MESSAGES-REJECTED
           END-IF
           .

       InquiryMessage SECTION.
           PERFORM CheckAccountFields
           IF CR-REJECTED
               EXIT SECTION
           END-IF
           PERFORM InquireEngine
           IF CR-REJECTED
               EXIT SECTION
           END-IF
           MOVE PE-INQ-STATUS-CODE TO CR-ACCOUNT-STATUS-F
           IF CR-ACCOUNT-STATUS-F = SPACE
               MOVE 'O' TO CR-ACCOUNT-STATUS-F
           END-IF
           PERFORM VARYING INQ-INDEX FROM 1 BY 1
               UNTIL INQ-INDEX > PE-INQ-CURRENCY-COUNT
               IF CQ-CURRENCY-F = SPACES
                   OR CQ-CURRENCY-F = PE-INQ-CODE(INQ-INDEX)
                   PERFORM AddInquiryBalance
               END-IF
           END-PERFORM
           IF CR-BALANCE-COUNT-F = 0
               MOVE 'INVALID-CURRENCY' TO CR-REASON-F
               SET CR-REJECTED TO TRUE
           ELSE
               SET CR-ACCEPTED TO TRUE
           END-IF
           .

       PaymentMessage SECTION.
           MOVE SPACES TO TRANSACTION
           MOVE CQ-BANK-ID-F TO TR-BANK-ID-X
           MOVE CQ-ACCOUNT-ID-F TO TR-ACCOUNT-ID-X
           MOVE CQ-AMOUNT-F TO TR-AMOUNT-X
           IF CQ-DR-CR-F = SPACE
               MOVE 'D' TO TR-DR-CR
           ELSE
               MOVE CQ-DR-CR-F TO TR-DR-CR
           END-IF
           MOVE CQ-CURRENCY-F TO TR-CURRENCY
           MOVE TODAY-DATE TO TR-DATE
           MOVE MESSAGE-KEY TO JT-KEY
           MOVE function concatenate(JOURNAL-TAG, ' ',
               CQ-NOTE-F(1:20)) TO TR-COMMENT
           MOVE 'POST' TO PE-FUNCTION
           PERFORM PostThroughEngine
           .

       TransferMessage SECTION.
           MOVE SPACES TO TRANSACTION
           MOVE CQ-BANK-ID-F TO TR-BANK-ID-X
           MOVE CQ-ACCOUNT-ID-F TO TR-ACCOUNT-ID-X
           MOVE CQ-AMOUNT-F TO TR-AMOUNT-X
           MOVE 'T' TO TR-DR-CR
           MOVE CQ-CURRENCY-F TO TR-CURRENCY
           MOVE TODAY-DATE TO TR-DATE
           MOVE CQ-DEST-BANK-ID-F TO TR-DEST-BANK-ID-X
           MOVE CQ-DEST-ACCOUNT-ID-F TO TR-DEST-ACCOUNT-ID-X
           MOVE MESSAGE-KEY TO JT-KEY
           MOVE function concatenate(JOURNAL-TAG, ' ',
               CQ-NOTE-F(1:5)) TO TR-TRANSFER-NOTE
           MOVE 'XFER' TO PE-FUNCTION
           PERFORM PostThroughEngine
           .

      * PE-BALANCE-AFTER is the account's balance after the posting -
      * for a transfer the source account's, its debit leg posts last
       PostThroughEngine SECTION.
           CALL "POSTENGINE" USING PE-REQUEST TRANSACTION
           END-CALL
           IF NOT PE-OK
               MOVE PE-REJECT-REASON TO CR-REASON-F
               SET CR-REJECTED TO TRUE
               EXIT SECTION
           END-IF
           SET CR-ACCEPTED TO TRUE
           MOVE 1 TO CR-BALANCE-COUNT-F
           MOVE TR-CURRENCY TO CR-CURRENCY-F(1)
           MOVE PE-BALANCE-AFTER TO BALANCE-ED
           MOVE BALANCE-ED TO CR-SALDO-F(1)
           PERFORM AppendJournalRecord
           .

      * the engine keeps no holds - a hold is checked here with the
      * night run's rules and journaled; the night run places it
       HoldMessage SECTION.
           PERFORM CheckAccountFields
           IF CR-REJECTED
               EXIT SECTION
           END-IF
           IF CQ-AMOUNT-F IS NOT NUMERIC OR CQ-AMOUNT-N = 0
               MOVE 'INVALID-AMOUNT' TO CR-REASON-F
               SET CR-REJECTED TO TRUE
               EXIT SECTION
           END-IF
           IF CQ-HOLD-EXPIRY-F IS NOT NUMERIC
               MOVE 'INVALID-HOLD-EXPIRY' TO CR-REASON-F
               SET CR-REJECTED TO TRUE
               EXIT SECTION
           END-IF
           IF CQ-HOLD-EXPIRY-F < TODAY-DATE
               MOVE 'HOLD-ALREADY-EXPIRED' TO CR-REASON-F
               SET CR-REJECTED TO TRUE
               EXIT SECTION
           END-IF
           PERFORM InquireEngine
           IF CR-REJECTED
               EXIT SECTION
           END-IF
           IF PE-INQ-STATUS-CODE = 'C' OR PE-INQ-STATUS-CODE = 'F'
               MOVE 'ACCOUNT-NOT-OPEN' TO CR-REASON-F
               SET CR-REJECTED TO TRUE
               EXIT SECTION
           END-IF
           PERFORM VARYING INQ-INDEX FROM 1 BY 1
               UNTIL INQ-INDEX > PE-INQ-CURRENCY-COUNT
               IF CQ-CURRENCY-F = PE-INQ-CODE(INQ-INDEX)
                   PERFORM AddInquiryBalance
               END-IF
           END-PERFORM
           IF CR-BALANCE-COUNT-F = 0
               MOVE 'INVALID-CURRENCY' TO CR-REASON-F
               SET CR-REJECTED TO TRUE
               EXIT SECTION
           END-IF
           SET CR-ACCEPTED TO TRUE
           MOVE SPACES TO TRANSACTION
           MOVE CQ-BANK-ID-F TO TR-BANK-ID-X
           MOVE CQ-ACCOUNT-ID-F TO TR-ACCOUNT-ID-X
           MOVE CQ-AMOUNT-F TO TR-AMOUNT-X
           MOVE 'H' TO TR-DR-CR
           MOVE CQ-CURRENCY-F TO TR-CURRENCY
           MOVE TODAY-DATE TO TR-DATE
           MOVE CQ-HOLD-EXPIRY-F TO TR-HOLD-EXPIRY-X
           MOVE MESSAGE-KEY TO JT-KEY
           MOVE function concatenate(JOURNAL-TAG, ' ',
               CQ-NOTE-F(1:12)) TO TR-HOLD-NOTE
           PERFORM AppendJournalRecord
           .

       CheckAccountFields SECTION.
           IF CQ-BANK-ID-F IS NOT NUMERIC
               MOVE 'INVALID-BANK-ID' TO CR-REASON-F
               SET CR-REJECTED TO TRUE
           ELSE IF CQ-ACCOUNT-ID-F IS NOT NUMERIC
               MOVE 'INVALID-ACCOUNT-ID' TO CR-REASON-F
               SET CR-REJECTED TO TRUE
           END-IF
           .

      * an account the engine holds no currency for was never loaded
      * from output.csv nor posted to today
       InquireEngine SECTION.
           MOVE SPACES TO TRANSACTION
           MOVE CQ-BANK-ID-F TO TR-BANK-ID-X
           MOVE CQ-ACCOUNT-ID-F TO TR-ACCOUNT-ID-X
           MOVE 'INQ ' TO PE-FUNCTION
           CALL "POSTENGINE" USING PE-REQUEST TRANSACTION
           END-CALL
           IF NOT PE-OK
               MOVE PE-REJECT-REASON TO CR-REASON-F
               SET CR-REJECTED TO TRUE
           ELSE IF PE-INQ-CURRENCY-COUNT = 0
               MOVE 'ACCOUNT-NOT-FOUND' TO CR-REASON-F
               SET CR-REJECTED TO TRUE
           END-IF
           .

       AddInquiryBalance SECTION.
           ADD 1 TO CR-BALANCE-COUNT-F
           MOVE PE-INQ-CODE(INQ-INDEX)
               TO CR-CURRENCY-F(CR-BALANCE-COUNT-F)
           MOVE PE-INQ-SALDO(INQ-INDEX) TO BALANCE-ED
           MOVE BALANCE-ED TO CR-SALDO-F(CR-BALANCE-COUNT-F)
           .

      * the journal record is a plain TRANSACTION image, consumed by
      * the night run like a teller posting
       AppendJournalRecord SECTION.
           OPEN EXTEND TELLER-JOURNAL-DATA
           IF JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT TELLER-JOURNAL-DATA
           END-IF
           IF JOURNAL-FILE-STATUS = "00"
               MOVE TRANSACTION TO JOURNAL-LINE
               WRITE TELLER-JOURNAL-F
               CLOSE TELLER-JOURNAL-DATA
           ELSE
               MOVE "CH0004" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN teller_journal.txt, STATUS=",
                   JOURNAL-FILE-STATUS, " - MESSAGE ",
                   FUNCTION TRIM(MK-CHANNEL-ID), " ",
                   FUNCTION TRIM(MK-MESSAGE-ID),
                   " LEFT FOR THE NEXT POLL") TO MSG-TEXT
               PERFORM LogMessage
               PERFORM StopService
           END-IF
           .

      * an answer that cannot be written stops the service - the
      * request file stays, and the next poll answers it again (from
      * the register when the message got that far)
       WriteResponse SECTION.
           WRITE CHANNEL-RESPONSE-OUT-F FROM CHANNEL-RESPONSE
           IF RESPONSE-FILE-STATUS NOT = "00"
               MOVE "CH0011" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT WRITE channel_responses.txt, STATUS=",
                   RESPONSE-FILE-STATUS, " - MESSAGE ",
                   FUNCTION TRIM(CR-CHANNEL-ID-F), " ",
                   FUNCTION TRIM(CR-MESSAGE-ID-F),
                   " LEFT FOR THE NEXT POLL") TO MSG-TEXT
               PERFORM LogMessage
               PERFORM StopService
           END-IF
           .

      * a message on the journal but not registered stays protected
      * by its journal tag; the service stops rather than answer
      * without a register
       RegisterMessage SECTION.
           OPEN EXTEND CHANNEL-REGISTER-DATA
           IF REGISTER-FILE-STATUS = "35"
               OPEN OUTPUT CHANNEL-REGISTER-DATA
           END-IF
           IF REGISTER-FILE-STATUS = "00"
               WRITE CHANNEL-REGISTER-F FROM CHANNEL-RESPONSE
               CLOSE CHANNEL-REGISTER-DATA
           ELSE
               MOVE "CH0005" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN channel_register.txt, STATUS=",
                   REGISTER-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               PERFORM StopService
               EXIT SECTION
           END-IF
           PERFORM AddRegisterEntry
           .

       AddRegisterEntry SECTION.
           IF CRT-USED >= 10000
               MOVE "CH0006" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "channel_register.txt HOLDS 10000 MESSAGES - ",
                   "MOVE THE OLDEST TO AN ARCHIVE") TO MSG-TEXT
               PERFORM LogMessage
               PERFORM StopService
           ELSE
               ADD 1 TO CRT-USED
               MOVE MESSAGE-KEY TO CRT-KEY(CRT-USED)
               MOVE CHANNEL-RESPONSE TO CRT-LINE(CRT-USED)
           END-IF
           .

       FindRegisteredMessage SECTION.
           MOVE 0 TO CRT-MATCH
           PERFORM VARYING CRT-INDEX FROM 1 BY 1
               UNTIL CRT-INDEX > CRT-USED OR CRT-MATCH > 0
               IF CRT-KEY(CRT-INDEX) = MESSAGE-KEY
                   MOVE CRT-INDEX TO CRT-MATCH
               END-IF
           END-PERFORM
           .

       LoadRegister SECTION.
           MOVE 0 TO CRT-USED
           OPEN INPUT CHANNEL-REGISTER-DATA
           IF REGISTER-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF OR SERVICE-STOPPED
               READ CHANNEL-REGISTER-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF REGISTER-LINE NOT = SPACES
                           MOVE REGISTER-LINE TO CHANNEL-RESPONSE
                           MOVE CR-CHANNEL-ID-F TO MK-CHANNEL-ID
                           MOVE CR-MESSAGE-ID-F TO MK-MESSAGE-ID
                           PERFORM AddRegisterEntry
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHANNEL-REGISTER-DATA
           .

      *****************************************************************
      * The day's teller journal - tellers, disputes, openings and the
      * earlier polls - posts into the engine again, and a channel
      * tag on it counts as answered even if the register missed it
      *****************************************************************
       ReplayTellerJournal SECTION.
           OPEN INPUT TELLER-JOURNAL-DATA
           IF JOURNAL-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF OR SERVICE-STOPPED
               READ TELLER-JOURNAL-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END PERFORM ReplayJournalRecord
               END-READ
           END-PERFORM
           CLOSE TELLER-JOURNAL-DATA
           .

       ReplayJournalRecord SECTION.
           MOVE JOURNAL-LINE TO TRANSACTION
           MOVE SPACES TO JOURNAL-TAG-IN
           EVALUATE TRUE
           WHEN TR-IS-DEBIT OR TR-IS-CREDIT
               MOVE TR-COMMENT(1:32) TO JOURNAL-TAG-IN
               MOVE 'POST' TO PE-FUNCTION
               CALL "POSTENGINE" USING PE-REQUEST TRANSACTION
               END-CALL
           WHEN TR-IS-TRANSFER
               MOVE TR-TRANSFER-NOTE(1:32) TO JOURNAL-TAG-IN
               MOVE 'XFER' TO PE-FUNCTION
               CALL "POSTENGINE" USING PE-REQUEST TRANSACTION
               END-CALL
           WHEN TR-IS-HOLD
               MOVE TR-HOLD-NOTE(1:32) TO JOURNAL-TAG-IN
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF JOURNAL-TAG-IN(1:8) NOT = JT-LITERAL
               EXIT SECTION
           END-IF
           MOVE JOURNAL-TAG-IN(9:24) TO MESSAGE-KEY
           PERFORM FindRegisteredMessage
           IF CRT-MATCH > 0
               EXIT SECTION
           END-IF
           MOVE SPACES TO CHANNEL-RESPONSE
           MOVE MK-CHANNEL-ID TO CR-CHANNEL-ID-F
           MOVE MK-MESSAGE-ID TO CR-MESSAGE-ID-F
           EVALUATE TRUE
           WHEN TR-IS-TRANSFER
               MOVE 'XFER' TO CR-TYPE-F
           WHEN TR-IS-HOLD
               MOVE 'HOLD' TO CR-TYPE-F
           WHEN OTHER
               MOVE 'PAY ' TO CR-TYPE-F
           END-EVALUATE
           SET CR-ACCEPTED TO TRUE
           MOVE CR-STATUS-F TO CR-FIRST-STATUS-F
           MOVE TR-BANK-ID-X TO CR-BANK-ID-F
           MOVE TR-ACCOUNT-ID-X TO CR-ACCOUNT-ID-F
           MOVE 0 TO CR-BALANCE-COUNT-F
           PERFORM AddRegisterEntry
           .

      * the answered request file is kept under the time of the poll
       KeepRequestFile SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO REQUEST-STAMP
           MOVE function concatenate(
               'batchprocess/channel_requests_', REQUEST-STAMP,
               '.txt') TO REQUEST-ARCHIVE-NAME
           OPEN INPUT CHANNEL-REQUEST-DATA
           OPEN OUTPUT REQUEST-ARCHIVE-DATA
           IF ARCHIVE-FILE-STATUS NOT = "00"
               CLOSE CHANNEL-REQUEST-DATA
               MOVE "CH0007" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT WRITE ", FUNCTION TRIM(REQUEST-ARCHIVE-NAME),
                   ", STATUS=", ARCHIVE-FILE-STATUS,
                   " - channel_requests.txt LEFT IN PLACE") TO MSG-TEXT
               PERFORM LogMessage
               PERFORM StopService
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ CHANNEL-REQUEST-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       WRITE REQUEST-ARCHIVE-F FROM CHANNEL-REQUEST-F
               END-READ
           END-PERFORM
           CLOSE REQUEST-ARCHIVE-DATA
           CLOSE CHANNEL-REQUEST-DATA
           CALL "CBL_DELETE_FILE" USING
               "batchprocess/channel_requests.txt"
           END-CALL
           .

       StopService SECTION.
           SET SERVICE-STOPPED TO TRUE
           MOVE 16 TO CHANNEL-RC
           .

      *****************************************************************
      * Run lock - a poll never answers while a night run is posting
      *****************************************************************
       TakeRunLock SECTION.
           OPEN INPUT RUN-LOCK-DATA
           IF RUNLOCK-FILE-STATUS = "00"
               MOVE SPACES TO LOCK-LINE
               READ RUN-LOCK-DATA
                   AT END CONTINUE
               END-READ
               MOVE LOCK-LINE(1:14) TO LOCK-STAMP
               CLOSE RUN-LOCK-DATA
               IF CLEAR-LOCK
                   MOVE "CH0008" TO MSG-ID
                   MOVE "W" TO MSG-SEVERITY
                   MOVE function concatenate(
                       "RUN LOCK FROM ", LOCK-STAMP,
                       " CLEARED BY OPERATOR (CLEARLOCK=Y)")
                       TO MSG-TEXT
                   PERFORM LogMessage
                   MOVE 'N' TO CLEAR-LOCK-SW
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-TODAY
                   MOVE "CH0009" TO MSG-ID
                   IF LOCK-STAMP(1:8) = LOCK-TODAY
                       MOVE "W" TO MSG-SEVERITY
                       MOVE function concatenate(
                           "ANOTHER RUN HOLDS THE LOCK SINCE ",
                           LOCK-STAMP, " - REQUESTS WAIT FOR THE ",
                           "NEXT POLL") TO MSG-TEXT
                       PERFORM LogMessage
                       SET POLL-WAITING TO TRUE
                   ELSE
                       MOVE "S" TO MSG-SEVERITY
                       MOVE function concatenate(
                           "STALE RUN LOCK FROM ", LOCK-STAMP,
                           " - A CRASHED RUN LEFT IT; CLEAR WITH ",
                           "CLEARLOCK=Y") TO MSG-TEXT
                       PERFORM LogMessage
                       PERFORM StopService
                   END-IF
                   EXIT SECTION
               END-IF
           END-IF
           OPEN OUTPUT RUN-LOCK-DATA
           IF RUNLOCK-FILE-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO LOCK-LINE
               WRITE RUN-LOCK-F
               CLOSE RUN-LOCK-DATA
               SET LOCK-HELD TO TRUE
           END-IF
           .

       ReleaseRunLock SECTION.
           IF LOCK-HELD
               CALL "CBL_DELETE_FILE" USING
                   "batchprocess/run_lock.txt"
               END-CALL
               MOVE 'N' TO LOCK-HELD-SW
           END-IF
           .

      *****************************************************************
      * Run parameters - CHANNELPOLLS, CHANNELWAIT and CLEARLOCK
      *****************************************************************
       LoadRunParameters SECTION.
           OPEN INPUT RUN-PARAM-DATA
           IF RUNPARAM-FILE-STATUS = "00"
               PERFORM UNTIL RUNPARAM-FILE-STATUS NOT = "00"
                   READ RUN-PARAM-DATA
                       AT END MOVE "10" TO RUNPARAM-FILE-STATUS
                   END-READ
                   IF RUNPARAM-FILE-STATUS = "00"
                       PERFORM ApplyRunParameter
                   END-IF
               END-PERFORM
               CLOSE RUN-PARAM-DATA
           END-IF
           .

       ApplyRunParameter SECTION.
           MOVE SPACES TO RP-KEY RP-VALUE
           UNSTRING RP-LINE DELIMITED BY '='
               INTO RP-KEY RP-VALUE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-KEY)) TO RP-KEY
           MOVE FUNCTION TRIM(RP-VALUE) TO RP-VALUE
           EVALUATE RP-KEY
           WHEN 'CHANNELPOLLS'
               IF FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                   AND FUNCTION NUMVAL(RP-VALUE) >= 1
                   AND FUNCTION NUMVAL(RP-VALUE) <= 9999
                   MOVE FUNCTION NUMVAL(RP-VALUE) TO POLL-COUNT
               END-IF
           WHEN 'CHANNELWAIT'
               IF FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                   AND FUNCTION NUMVAL(RP-VALUE) >= 0
                   AND FUNCTION NUMVAL(RP-VALUE) <= 9999
                   MOVE FUNCTION NUMVAL(RP-VALUE) TO POLL-WAIT
               END-IF
           WHEN 'CLEARLOCK'
               MOVE RP-VALUE(1:1) TO CLEAR-LOCK-SW
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      * output.csv carries bank,account,currency,saldo per line -
      * loaded once into the POSTENGINE tables via its 'BAL' function
       LoadEngineBalances SECTION.
           OPEN INPUT ACCOUNT-CSV
           IF CSV-FILE-STATUS NOT = "00"
               MOVE "CH0010" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN output.csv, STATUS=",
                   CSV-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
           ELSE
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ ACCOUNT-CSV
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END PERFORM LoadCsvRowIntoEngine
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-CSV
           END-IF
           .

       LoadCsvRowIntoEngine SECTION.
           MOVE SPACES TO CSV-BANK-X CSV-ACCOUNT-X CSV-CURRENCY-X
                          CSV-SALDO-X
           UNSTRING CSV-LINE DELIMITED BY ','
               INTO CSV-BANK-X CSV-ACCOUNT-X CSV-CURRENCY-X
                    CSV-SALDO-X
           END-UNSTRING
           IF CSV-BANK-X(1:5) IS NUMERIC
               AND CSV-ACCOUNT-X(1:10) IS NUMERIC
               AND CSV-SALDO-X NOT = SPACES
               MOVE CSV-BANK-X(1:5) TO TR-BANK-ID-X
               MOVE CSV-ACCOUNT-X(1:10) TO TR-ACCOUNT-ID-X
               MOVE CSV-CURRENCY-X(1:3) TO TR-CURRENCY
               MOVE FUNCTION NUMVAL(CSV-SALDO-X) TO CSV-SALDO
               IF CSV-SALDO < 0
                   COMPUTE TR-AMOUNT = 0 - CSV-SALDO
                   MOVE 'D' TO TR-DR-CR
               ELSE
                   MOVE CSV-SALDO TO TR-AMOUNT
                   MOVE 'C' TO TR-DR-CR
               END-IF
               MOVE 'BAL ' TO PE-FUNCTION
               CALL "POSTENGINE" USING PE-REQUEST TRANSACTION
               END-CALL
           END-IF
           .

      * statuses feed the engine too, so a channel cannot post to a
      * closed or frozen account the batch would refuse
       LoadEngineStatuses SECTION.
           OPEN INPUT ACCOUNT-STATUS-DATA
           IF ACCTSTAT-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ ACCOUNT-STATUS-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF AS-BANK-ID-F IS NUMERIC
                               AND AS-ACCOUNT-ID-F IS NUMERIC
                               MOVE AS-BANK-ID-F TO TR-BANK-ID-X
                               MOVE AS-ACCOUNT-ID-F
                                   TO TR-ACCOUNT-ID-X
                               MOVE AS-STATUS-F TO TR-COMMENT(1:1)
                               MOVE 'STAT' TO PE-FUNCTION
                               CALL "POSTENGINE" USING PE-REQUEST
                                   TRANSACTION
                               END-CALL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-STATUS-DATA
           END-IF
           .


      * agreed credit lines feed the engine through its 'FAC '
      * function, so the channel's overdraft check tests the same
      * facility the batch would - not just the bank default. The
      * interface carries the limit in TR-AMOUNT, so a line above
      * its capacity registers capped at 99999999.99.
       LoadEngineFacilities SECTION.
           OPEN INPUT OD-FACILITY-DATA
           IF ODFAC-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ OD-FACILITY-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END PERFORM LoadFacilityIntoEngine
                   END-READ
               END-PERFORM
               CLOSE OD-FACILITY-DATA
           END-IF
           .

       LoadFacilityIntoEngine SECTION.
           IF OF-BANK-ID-F IS NUMERIC AND OF-ACCOUNT-ID-F IS NUMERIC
               AND OF-LIMIT-F IS NUMERIC AND OF-EXPIRY-F IS NUMERIC
               MOVE OF-BANK-ID-F TO TR-BANK-ID-X
               MOVE OF-ACCOUNT-ID-F TO TR-ACCOUNT-ID-X
               MOVE OF-CURRENCY-F TO TR-CURRENCY
               IF OF-LIMIT-N > 99999999.99
                   MOVE 99999999.99 TO TR-AMOUNT
               ELSE
                   MOVE OF-LIMIT-N TO TR-AMOUNT
               END-IF
               MOVE OF-EXPIRY-F TO TR-DATE-X
               MOVE 'FAC ' TO PE-FUNCTION
               CALL "POSTENGINE" USING PE-REQUEST TRANSACTION
               END-CALL
           END-IF
           .

      * the product catalog, each account's product type and the
      * customer debits already counted this month feed the engine,
      * so a channel posting meets the account's product rules
      * (currencies, overdraft, minimum balance, monthly debits)
       LoadEngineProducts SECTION.
           OPEN INPUT PRODUCT-CATALOG-DATA
           IF PRODCAT-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ PRODUCT-CATALOG-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF PRODUCT-CATALOG-F NOT = SPACES
                               MOVE SPACES TO TRANSACTION
                               MOVE PRODUCT-CATALOG-F TO TRANSACTION
                               MOVE 'PROD' TO PE-FUNCTION
                               CALL "POSTENGINE" USING PE-REQUEST
                                   TRANSACTION
                               END-CALL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-DATA
           END-IF
           .

       LoadEngineTypes SECTION.
           OPEN INPUT ACCOUNT-MASTER-DATA
           IF ACCTMAST-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ ACCOUNT-MASTER-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF AM-BANK-ID-F IS NUMERIC
                               AND AM-ACCOUNT-ID-F IS NUMERIC
                               MOVE SPACES TO TRANSACTION
                               MOVE AM-BANK-ID-F TO TR-BANK-ID-X
                               MOVE AM-ACCOUNT-ID-F
                                   TO TR-ACCOUNT-ID-X
                               MOVE AM-TYPE-F TO TR-COMMENT(1:1)
                               MOVE 'TYPE' TO PE-FUNCTION
                               CALL "POSTENGINE" USING PE-REQUEST
                                   TRANSACTION
                               END-CALL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-DATA
           END-IF
           .

       LoadEngineDebitCounts SECTION.
           OPEN INPUT DEBIT-COUNT-DATA
           IF DEBITCNT-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ DEBIT-COUNT-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF DC-BANK-ID-F IS NUMERIC
                               AND DC-ACCOUNT-ID-F IS NUMERIC
                               AND DC-MONTH-F = TODAY-DATE(1:6)
                               AND DC-COUNT-F IS NUMERIC
                               MOVE SPACES TO TRANSACTION
                               MOVE DC-BANK-ID-F TO TR-BANK-ID-X
                               MOVE DC-ACCOUNT-ID-F
                                   TO TR-ACCOUNT-ID-X
                               MOVE DC-COUNT-F TO TR-COMMENT(1:5)
                               MOVE 'DCNT' TO PE-FUNCTION
                               CALL "POSTENGINE" USING PE-REQUEST
                                   TRANSACTION
                               END-CALL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEBIT-COUNT-DATA
           END-IF
           .

       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           .

       END PROGRAM CHANNEL.
