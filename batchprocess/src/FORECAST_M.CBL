       IDENTIFICATION DIVISION.
       PROGRAM-ID.  FORECAST.
      *****************************************************************
      * Balance and cash-flow forecast - runs after the night batch.
      * Every open currency slot on the indexed master is walked
      * forward day by day over the horizon from today's balance,
      * applying the entries already known to the system:
      *   standing orders (standing_orders.txt), rolled through
      *   every due date inside the horizon;
      *   warehoused future-dated records (pending_transactions.txt)
      *   on their value date - a transfer debits the source and
      *   credits the destination, a hold reserves its amount;
      *   holds (holds.txt), which reserve money until the day after
      *   their expiry date.
      * A slot whose available balance (balance less active holds)
      * falls below its limit on any day is flagged - the limit is
      * the account's facility from overdraft_facilities.txt while
      * unexpired on that day, else the flat no-overdraft policy.
      * forecast_report.txt lists the flagged accounts and gives
      * treasury a per-bank, per-currency liquidity summary.
      * FORECASTDAYS in runparams.txt sets the horizon (default 30,
      * at most 90); PROCDATE sets the run date.
      * The report is printed with the shop's standard page headers
      * (RPTPAGE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-ISAM-DATA ASSIGN TO
             "batchprocess/account_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           FILE STATUS IS MASTER-FILE-STATUS.
           SELECT RUN-PARAM-DATA ASSIGN TO
             "batchprocess/runparams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAM-FILE-STATUS.
           SELECT OD-FACILITY-DATA ASSIGN TO
             "batchprocess/overdraft_facilities.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ODFAC-FILE-STATUS.
           SELECT STANDING-ORDER-DATA ASSIGN TO
             "batchprocess/standing_orders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STANDORD-FILE-STATUS.
           SELECT PENDING-DATA ASSIGN TO
             "batchprocess/pending_transactions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDING-FILE-STATUS.
           SELECT HOLD-DATA ASSIGN TO
             "batchprocess/holds.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLD-FILE-STATUS.
           SELECT FORECAST-REPORT-DATA ASSIGN TO
             "batchprocess/forecast_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FCREPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD MASTER-ISAM-DATA.
           COPY MSTREC.
           FD RUN-PARAM-DATA.
           01 RUN-PARAM-F.
            05 RP-LINE PIC X(40).
           FD OD-FACILITY-DATA.
           01 OD-FACILITY-F.
            05 OF-BANK-ID-F PIC X(5).
            05 OF-ACCOUNT-ID-F PIC X(10).
            05 OF-CURRENCY-F PIC X(3).
            05 OF-LIMIT-F PIC X(12).
            05 OF-LIMIT-N REDEFINES OF-LIMIT-F PIC 9(10)V99.
            05 OF-EXPIRY-F PIC X(8).
           FD STANDING-ORDER-DATA.
           01 STANDING-ORDER-F.
            05 SO-BANK-ID-F PIC X(5).
            05 SO-ACCOUNT-ID-F PIC X(10).
            05 SO-AMOUNT-F PIC X(10).
            05 SO-AMOUNT-N REDEFINES SO-AMOUNT-F PIC 9(8)V99.
            05 SO-DRCR-F PIC X(1).
            05 SO-CURRENCY-F PIC X(3).
            05 SO-FREQUENCY-F PIC X(1).
            05 SO-NEXT-DUE-F PIC X(8).
           FD PENDING-DATA.
           01 PENDING-F.
            05 PEND-LINE PIC X(90).
           FD HOLD-DATA.
           01 HOLD-F.
            05 HO-BANK-ID-F PIC X(5).
            05 HO-ACCOUNT-ID-F PIC X(10).
            05 HO-CURRENCY-F PIC X(3).
            05 HO-AMOUNT-F PIC X(10).
            05 HO-AMOUNT-N REDEFINES HO-AMOUNT-F PIC 9(8)V99.
            05 HO-EXPIRY-F PIC X(8).
            05 HO-NOTE-F PIC X(30).
           FD FORECAST-REPORT-DATA.
           01 FORECAST-REPORT-F.
            05 FORECAST-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "FORECAST".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 MASTER-FILE-STATUS PIC X(2).
           05 RUNPARAM-FILE-STATUS PIC X(2).
           05 ODFAC-FILE-STATUS PIC X(2).
           05 STANDORD-FILE-STATUS PIC X(2).
           05 PENDING-FILE-STATUS PIC X(2).
           05 HOLD-FILE-STATUS PIC X(2).
           05 FCREPORT-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.
       01 MASTER-EOF-SW PIC X VALUE 'N'.
           88 MASTER-EOF VALUE 'Y'.

           COPY TRANREC.

       01 RUN-DATE PIC 9(8).
       01 RUN-DATE-INT PIC 9(9).
       01 RP-KEY PIC X(20).
       01 RP-VALUE PIC X(20).

      * forecast horizon in days and the calendar date of each day;
      * day 1 is the day after the run date, the next night run
       01 FORECAST-DAYS PIC 99 VALUE 30.
       01 HORIZON-DATES.
           05 DAY-DATE PIC 9(8) OCCURS 90 TIMES.
       01 DAY-INDEX PIC 99.
       01 HORIZON-END PIC 9(8).

           COPY ODFACTAB.

      * one entry per open currency slot on the master: today's
      * balance, its facility, and per horizon day the net movement
      * and the change in reserved (held) money
       01 FORECAST-SLOTS.
           05 FS-USED PIC 9(4) VALUE 0.
           05 FS-ENTRY OCCURS 2000 TIMES.
               10 FS-BANK PIC X(5).
               10 FS-ACCOUNT PIC X(10).
               10 FS-CURRENCY PIC X(3).
               10 FS-NAME PIC X(30).
               10 FS-SALDO PIC S9(10)V99.
               10 FS-FAC-LIMIT PIC 9(10)V99.
               10 FS-FAC-EXPIRY PIC 9(8).
               10 FS-INFLOW PIC 9(10)V99.
               10 FS-OUTFLOW PIC 9(10)V99.
               10 FS-DAY OCCURS 90 TIMES.
                   15 FS-DAY-NET PIC S9(10)V99.
                   15 FS-DAY-HOLD PIC S9(10)V99.
       01 FS-INDEX PIC 9(4).
       01 FS-MATCH-INDEX PIC 9(4).
       01 MST-CURR-IDX PIC 9.

      * per bank and currency totals for treasury; the day balances
      * are the sum of the slots' projected balances on each day
       01 LIQUIDITY-TABLE.
           05 LQ-USED PIC 999 VALUE 0.
           05 LQ-ENTRY OCCURS 500 TIMES.
               10 LQ-BANK PIC X(5).
               10 LQ-CURRENCY PIC X(3).
               10 LQ-ACCOUNTS PIC 9(5).
               10 LQ-BREACHES PIC 9(5).
               10 LQ-TODAY PIC S9(12)V99.
               10 LQ-INFLOW PIC 9(12)V99.
               10 LQ-OUTFLOW PIC 9(12)V99.
               10 LQ-DAY-BALANCE PIC S9(12)V99 OCCURS 90 TIMES.
       01 LQ-INDEX PIC 999.
       01 LQ-MATCH-INDEX PIC 999.
       01 LQ-LOW-BALANCE PIC S9(12)V99.
       01 LQ-LOW-DAY PIC 99.

      * one known future entry being placed on the slot table
       01 ENTRY-WORK.
           05 EN-BANK PIC X(5).
           05 EN-ACCOUNT PIC X(10).
           05 EN-CURRENCY PIC X(3).
           05 EN-AMOUNT PIC 9(8)V99.
           05 EN-DATE PIC 9(8).
           05 EN-EXPIRY PIC 9(8).
           05 EN-SIGN PIC X.
               88 EN-IS-DEBIT VALUE 'D'.
               88 EN-IS-CREDIT VALUE 'C'.
       01 ENTRY-DAY PIC S9(9).
       01 ENTRY-LAST-DAY PIC S9(9).

      * standing-order roll, as the night run rolls its due dates
       01 SO-FREQUENCY PIC X.
           88 SO-FREQ-DAILY VALUE 'D'.
           88 SO-FREQ-WEEKLY VALUE 'W'.
           88 SO-FREQ-MONTHLY VALUE 'M'.
       01 SO-NEXT-DUE PIC 9(8).
       01 SO-ROLL-COUNT PIC 999.
       01 SO-WORK-DATE.
           05 SO-WORK-YY PIC 9(4).
           05 SO-WORK-MM PIC 99.
           05 SO-WORK-DD PIC 99.
       01 SO-WORK-DATE-N REDEFINES SO-WORK-DATE PIC 9(8).
       01 SO-DATE-INT PIC 9(9).

      * day-by-day walk of one slot
       01 WALK-BALANCE PIC S9(10)V99.
       01 WALK-HELD PIC S9(10)V99.
       01 WALK-AVAILABLE PIC S9(10)V99.
       01 WALK-LIMIT PIC 9(10)V99.
       01 WALK-LOW-AVAILABLE PIC S9(10)V99.
       01 WALK-LOW-DAY PIC 99.
       01 WALK-BREACH-DAY PIC 99.
       01 WALK-BREACH-LIMIT PIC 9(10)V99.

       01 FORECAST-COUNTS.
           05 SLOT-COUNT PIC 9(5) VALUE 0.
           05 ENTRY-COUNT PIC 9(5) VALUE 0.
           05 UNMATCHED-COUNT PIC 9(5) VALUE 0.
           05 SKIPPED-COUNT PIC 9(5) VALUE 0.
           05 BREACH-COUNT PIC 9(5) VALUE 0.
       01 TEMP-VARS.
           05 FORMATTED-SIGNED-SALDO PIC -(10)9.99.
           05 FORMATTED-SIGNED-SALDO-2 PIC -(10)9.99.
           05 FORMATTED-SIGNED-SALDO-3 PIC -(10)9.99.
           05 FORMATTED-LIMIT PIC Z(9)9.99.
           05 FORMATTED-TOTAL PIC -(12)9.99.
           05 FORMATTED-TOTAL-2 PIC -(12)9.99.
           05 FORMATTED-TOTAL-3 PIC Z(12)9.99.
           05 FORMATTED-TOTAL-4 PIC Z(12)9.99.
           05 FORMATTED-TOTAL-5 PIC -(12)9.99.
           05 FORMATTED-COUNT PIC Z(4)9.
           05 FORMATTED-COUNT-2 PIC Z(4)9.
       01 SAVED-RETURN-CODE PIC S9(9) COMP.
       COPY RPTPREC.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           PERFORM LoadRunParameters
           PERFORM SetHorizon
           MOVE DAY-DATE(1) TO ODFAC-CHECK-DATE
           PERFORM LoadOverdraftFacilities
           PERFORM LoadMasterSlots
           IF RETURN-CODE >= 16
               GOBACK
           END-IF
           PERFORM LoadHolds
           PERFORM LoadStandingOrders
           PERFORM LoadPendingTransactions
           OPEN OUTPUT FORECAST-REPORT-DATA
           IF FCREPORT-FILE-STATUS NOT = "00"
               MOVE "FC0003" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN forecast_report.txt, STATUS=",
                   FCREPORT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WriteBreachHeader
           PERFORM VARYING FS-INDEX FROM 1 BY 1
               UNTIL FS-INDEX > FS-USED
               PERFORM WalkOneSlot
           END-PERFORM
           IF BREACH-COUNT = 0
               MOVE 'No account is projected to breach its limit'
                   TO FORECAST-LINE
               WRITE FORECAST-REPORT-F
           END-IF
           PERFORM WriteLiquiditySummary
           CLOSE FORECAST-REPORT-DATA
           PERFORM PageReport
           DISPLAY "Forecast run " RUN-DATE " over " FORECAST-DAYS
               " days to " HORIZON-END
           DISPLAY "Currency slots forecast: " SLOT-COUNT
           DISPLAY "Future entries applied: " ENTRY-COUNT
           DISPLAY "Entries for slots not on the master: "
               UNMATCHED-COUNT
           DISPLAY "Entries not projected: " SKIPPED-COUNT
           DISPLAY "Accounts projected to breach: " BREACH-COUNT
           GOBACK.

      *****************************************************************
      * Run date and horizon (runparams.txt)
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

      * only the keys this program uses - the rest of the card
      * belongs to the night run
       ApplyRunParameter SECTION.
           MOVE SPACES TO RP-KEY RP-VALUE
           UNSTRING RP-LINE DELIMITED BY '='
               INTO RP-KEY RP-VALUE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-KEY)) TO RP-KEY
           MOVE FUNCTION TRIM(RP-VALUE) TO RP-VALUE
           EVALUATE RP-KEY
           WHEN 'FORECASTDAYS'
               IF FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                   AND FUNCTION NUMVAL(RP-VALUE) >= 1
                   AND FUNCTION NUMVAL(RP-VALUE) <= 90
                   MOVE FUNCTION NUMVAL(RP-VALUE) TO FORECAST-DAYS
               ELSE
                   MOVE "FC0001" TO MSG-ID
                   MOVE "W" TO MSG-SEVERITY
                   MOVE function concatenate(
                       "FORECASTDAYS NOT 1 TO 90 - ",
                       FUNCTION TRIM(RP-VALUE), " IGNORED, ",
                       "30 USED") TO MSG-TEXT
                   PERFORM LogMessage
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   MOVE 30 TO FORECAST-DAYS
               END-IF
           WHEN 'PROCDATE'
               IF RP-VALUE(1:8) IS NUMERIC AND RP-VALUE(9:12) = SPACES
                   MOVE RP-VALUE(1:8) TO RUN-DATE
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       SetHorizon SECTION.
           MOVE FUNCTION INTEGER-OF-DATE(RUN-DATE) TO RUN-DATE-INT
           PERFORM VARYING DAY-INDEX FROM 1 BY 1
               UNTIL DAY-INDEX > FORECAST-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(RUN-DATE-INT + DAY-INDEX)
                   TO DAY-DATE(DAY-INDEX)
           END-PERFORM
           MOVE DAY-DATE(FORECAST-DAYS) TO HORIZON-END
           .

      *****************************************************************
      * Today's balances - every currency slot of an account that is
      * not closed
      *****************************************************************
       LoadMasterSlots SECTION.
           OPEN INPUT MASTER-ISAM-DATA
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "FC0002" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN account_master.dat, STATUS=",
                   MASTER-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL MASTER-EOF
                   READ MASTER-ISAM-DATA NEXT RECORD
                       AT END SET MASTER-EOF TO TRUE
                       NOT AT END PERFORM NoteMasterSlots
                   END-READ
               END-PERFORM
               CLOSE MASTER-ISAM-DATA
           END-IF
           .

       NoteMasterSlots SECTION.
           IF MST-KEY IS NOT NUMERIC OR MST-STATUS = 'C'
               OR MST-NUM-CURRENCIES IS NOT NUMERIC
               OR MST-NUM-CURRENCIES > 5
               EXIT SECTION
           END-IF
           PERFORM VARYING MST-CURR-IDX FROM 1 BY 1
               UNTIL MST-CURR-IDX > MST-NUM-CURRENCIES
               PERFORM NoteMasterSlot
           END-PERFORM
           .

       NoteMasterSlot SECTION.
           IF FS-USED >= 2000
               MOVE "FC0004" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "FORECAST TABLE FULL - ", MST-BANK-ID, "/",
                   MST-ACCOUNT-ID, " ", MST-CURR-CODE(MST-CURR-IDX),
                   " NOT FORECAST") TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO FS-USED
           ADD 1 TO SLOT-COUNT
           INITIALIZE FS-ENTRY(FS-USED)
           MOVE MST-BANK-ID TO FS-BANK(FS-USED)
           MOVE MST-ACCOUNT-ID TO FS-ACCOUNT(FS-USED)
           MOVE MST-CURR-CODE(MST-CURR-IDX) TO FS-CURRENCY(FS-USED)
           MOVE MST-NAME TO FS-NAME(FS-USED)
           MOVE MST-SALDO(MST-CURR-IDX) TO FS-SALDO(FS-USED)
      * the facility in force on the first forecast day - the walk
      * drops back to no overdraft once it expires
           PERFORM VARYING ODFAC-INDEX FROM 1 BY 1
               UNTIL ODFAC-INDEX > ODFAC-USED
               IF ODFAC-BANK(ODFAC-INDEX) = MST-BANK-ID
                   AND ODFAC-ACCOUNT(ODFAC-INDEX) = MST-ACCOUNT-ID
                   AND ODFAC-CURRENCY(ODFAC-INDEX)
                       = MST-CURR-CODE(MST-CURR-IDX)
                   AND ODFAC-EXPIRY(ODFAC-INDEX) >= ODFAC-CHECK-DATE
                   MOVE ODFAC-LIMIT(ODFAC-INDEX)
                       TO FS-FAC-LIMIT(FS-USED)
                   MOVE ODFAC-EXPIRY(ODFAC-INDEX)
                       TO FS-FAC-EXPIRY(FS-USED)
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * Holds - reserved from day 1 through their expiry date
      *****************************************************************
       LoadHolds SECTION.
           OPEN INPUT HOLD-DATA
           IF HOLD-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ HOLD-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END PERFORM ApplyHoldRecord
                   END-READ
               END-PERFORM
               CLOSE HOLD-DATA
           END-IF
           .

       ApplyHoldRecord SECTION.
           IF HO-BANK-ID-F IS NOT NUMERIC
               OR HO-ACCOUNT-ID-F IS NOT NUMERIC
               OR HO-AMOUNT-F IS NOT NUMERIC
               OR HO-EXPIRY-F IS NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE HO-BANK-ID-F TO EN-BANK
           MOVE HO-ACCOUNT-ID-F TO EN-ACCOUNT
           MOVE HO-CURRENCY-F TO EN-CURRENCY
           MOVE HO-AMOUNT-N TO EN-AMOUNT
           MOVE RUN-DATE TO EN-DATE
           MOVE HO-EXPIRY-F TO EN-EXPIRY
           PERFORM PlaceHoldEntry
           .

      *****************************************************************
      * Standing orders - every due date inside the horizon; a date
      * already past is caught up by the next night run, on day 1
      *****************************************************************
       LoadStandingOrders SECTION.
           OPEN INPUT STANDING-ORDER-DATA
           IF STANDORD-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ STANDING-ORDER-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END PERFORM ApplyStandingOrder
                   END-READ
               END-PERFORM
               CLOSE STANDING-ORDER-DATA
           END-IF
           .

      * the roll counter caps the walk as the night run caps its
      * catch-up, so a corrupt due date can never loop the program
       ApplyStandingOrder SECTION.
           IF SO-BANK-ID-F IS NOT NUMERIC
               OR SO-ACCOUNT-ID-F IS NOT NUMERIC
               OR SO-AMOUNT-F IS NOT NUMERIC
               OR SO-NEXT-DUE-F IS NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE SO-FREQUENCY-F TO SO-FREQUENCY
           IF NOT SO-FREQ-DAILY AND NOT SO-FREQ-WEEKLY
               AND NOT SO-FREQ-MONTHLY
               EXIT SECTION
           END-IF
           IF SO-DRCR-F NOT = 'D' AND SO-DRCR-F NOT = 'C'
               ADD 1 TO SKIPPED-COUNT
               EXIT SECTION
           END-IF
           MOVE SO-BANK-ID-F TO EN-BANK
           MOVE SO-ACCOUNT-ID-F TO EN-ACCOUNT
           MOVE SO-CURRENCY-F TO EN-CURRENCY
           MOVE SO-AMOUNT-N TO EN-AMOUNT
           MOVE SO-DRCR-F TO EN-SIGN
           MOVE SO-NEXT-DUE-F TO SO-NEXT-DUE
           MOVE 0 TO SO-ROLL-COUNT
           PERFORM UNTIL SO-NEXT-DUE > HORIZON-END
               OR SO-ROLL-COUNT >= 200
               MOVE SO-NEXT-DUE TO EN-DATE
               PERFORM PlaceMovementEntry
               PERFORM RollStandingOrderDate
               ADD 1 TO SO-ROLL-COUNT
           END-PERFORM
           .

       RollStandingOrderDate SECTION.
           EVALUATE TRUE
           WHEN SO-FREQ-DAILY
               COMPUTE SO-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE) + 1
               MOVE FUNCTION DATE-OF-INTEGER(SO-DATE-INT)
                   TO SO-NEXT-DUE
           WHEN SO-FREQ-WEEKLY
               COMPUTE SO-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE) + 7
               MOVE FUNCTION DATE-OF-INTEGER(SO-DATE-INT)
                   TO SO-NEXT-DUE
           WHEN SO-FREQ-MONTHLY
               MOVE SO-NEXT-DUE TO SO-WORK-DATE-N
               ADD 1 TO SO-WORK-MM
               IF SO-WORK-MM > 12
                   MOVE 1 TO SO-WORK-MM
                   ADD 1 TO SO-WORK-YY
               END-IF
               PERFORM UNTIL SO-WORK-DD <= 28
                   OR FUNCTION INTEGER-OF-DATE(SO-WORK-DATE-N) > 0
                   SUBTRACT 1 FROM SO-WORK-DD
               END-PERFORM
               MOVE SO-WORK-DATE-N TO SO-NEXT-DUE
           END-EVALUATE
           .

      *****************************************************************
      * Warehoused future-dated records - released by the night run
      * whose processing date reaches their value date
      *****************************************************************
       LoadPendingTransactions SECTION.
           OPEN INPUT PENDING-DATA
           IF PENDING-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ PENDING-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END PERFORM ApplyPendingRecord
                   END-READ
               END-PERFORM
               CLOSE PENDING-DATA
           END-IF
           .

      * a cross-currency transfer projects its debit leg only - the
      * credited amount depends on the rate of the day it posts. A
      * reversal names a posting, not an amount, so it is left out.
       ApplyPendingRecord SECTION.
           MOVE PEND-LINE TO TRANSACTION
           IF TR-BANK-ID-X IS NOT NUMERIC
               OR TR-ACCOUNT-ID-X IS NOT NUMERIC
               OR TR-AMOUNT-X IS NOT NUMERIC
               OR TR-DATE-X IS NOT NUMERIC
               ADD 1 TO SKIPPED-COUNT
               EXIT SECTION
           END-IF
           MOVE TR-BANK-ID-X TO EN-BANK
           MOVE TR-ACCOUNT-ID-X TO EN-ACCOUNT
           MOVE TR-CURRENCY TO EN-CURRENCY
           MOVE TR-AMOUNT TO EN-AMOUNT
           MOVE TR-DATE TO EN-DATE
           EVALUATE TRUE
           WHEN TR-IS-DEBIT
           WHEN TR-IS-CREDIT
               MOVE TR-DR-CR TO EN-SIGN
               PERFORM PlaceMovementEntry
           WHEN TR-IS-TRANSFER
               MOVE 'D' TO EN-SIGN
               PERFORM PlaceMovementEntry
               IF TR-XC-MARKER = '='
                   ADD 1 TO SKIPPED-COUNT
               ELSE
                   MOVE TR-DEST-BANK-ID-X TO EN-BANK
                   MOVE TR-DEST-ACCOUNT-ID-X TO EN-ACCOUNT
                   MOVE 'C' TO EN-SIGN
                   PERFORM PlaceMovementEntry
               END-IF
           WHEN TR-IS-HOLD
               IF TR-HOLD-EXPIRY-X IS NUMERIC
                   MOVE TR-HOLD-EXPIRY TO EN-EXPIRY
                   PERFORM PlaceHoldEntry
               ELSE
                   ADD 1 TO SKIPPED-COUNT
               END-IF
           WHEN OTHER
               ADD 1 TO SKIPPED-COUNT
           END-EVALUATE
           .

      *****************************************************************
      * Placing an entry on its slot and horizon day
      *****************************************************************
       FindSlot SECTION.
           MOVE 0 TO FS-MATCH-INDEX
           PERFORM VARYING FS-INDEX FROM 1 BY 1
               UNTIL FS-INDEX > FS-USED OR FS-MATCH-INDEX > 0
               IF FS-BANK(FS-INDEX) = EN-BANK
                   AND FS-ACCOUNT(FS-INDEX) = EN-ACCOUNT
                   AND FS-CURRENCY(FS-INDEX) = EN-CURRENCY
                   MOVE FS-INDEX TO FS-MATCH-INDEX
               END-IF
           END-PERFORM
           .

      * day number of EN-DATE; anything on or before the run date
      * belongs to day 1, zero means outside the horizon
       ComputeEntryDay SECTION.
           MOVE 0 TO ENTRY-DAY
           IF FUNCTION TEST-DATE-YYYYMMDD(EN-DATE) NOT = 0
               EXIT SECTION
           END-IF
           COMPUTE ENTRY-DAY =
               FUNCTION INTEGER-OF-DATE(EN-DATE) - RUN-DATE-INT
           IF ENTRY-DAY < 1
               MOVE 1 TO ENTRY-DAY
           END-IF
           IF ENTRY-DAY > FORECAST-DAYS
               MOVE 0 TO ENTRY-DAY
           END-IF
           .

       PlaceMovementEntry SECTION.
           PERFORM ComputeEntryDay
           IF ENTRY-DAY = 0
               EXIT SECTION
           END-IF
           PERFORM FindSlot
           IF FS-MATCH-INDEX = 0
               ADD 1 TO UNMATCHED-COUNT
               EXIT SECTION
           END-IF
           ADD 1 TO ENTRY-COUNT
           IF EN-IS-DEBIT
               SUBTRACT EN-AMOUNT
                   FROM FS-DAY-NET(FS-MATCH-INDEX, ENTRY-DAY)
               ADD EN-AMOUNT TO FS-OUTFLOW(FS-MATCH-INDEX)
           ELSE
               ADD EN-AMOUNT TO FS-DAY-NET(FS-MATCH-INDEX, ENTRY-DAY)
               ADD EN-AMOUNT TO FS-INFLOW(FS-MATCH-INDEX)
           END-IF
           .

      * a hold reserves its amount from its start day through its
      * expiry date and is released the day after
       PlaceHoldEntry SECTION.
           PERFORM ComputeEntryDay
           IF ENTRY-DAY = 0
               EXIT SECTION
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(EN-EXPIRY) NOT = 0
               ADD 1 TO SKIPPED-COUNT
               EXIT SECTION
           END-IF
           COMPUTE ENTRY-LAST-DAY =
               FUNCTION INTEGER-OF-DATE(EN-EXPIRY) - RUN-DATE-INT
           IF ENTRY-LAST-DAY < ENTRY-DAY
               EXIT SECTION
           END-IF
           PERFORM FindSlot
           IF FS-MATCH-INDEX = 0
               ADD 1 TO UNMATCHED-COUNT
               EXIT SECTION
           END-IF
           ADD 1 TO ENTRY-COUNT
           ADD EN-AMOUNT TO FS-DAY-HOLD(FS-MATCH-INDEX, ENTRY-DAY)
           IF ENTRY-LAST-DAY < FORECAST-DAYS
               SUBTRACT EN-AMOUNT FROM
                   FS-DAY-HOLD(FS-MATCH-INDEX, ENTRY-LAST-DAY + 1)
           END-IF
           .

      *****************************************************************
      * The walk - balance and available balance day by day against
      * the limit in force on that day
      *****************************************************************
       WalkOneSlot SECTION.
           PERFORM FindLiquidityEntry
           MOVE FS-SALDO(FS-INDEX) TO WALK-BALANCE
           MOVE 0 TO WALK-HELD
           MOVE 0 TO WALK-BREACH-DAY
           MOVE 0 TO WALK-LOW-DAY
           PERFORM VARYING DAY-INDEX FROM 1 BY 1
               UNTIL DAY-INDEX > FORECAST-DAYS
               ADD FS-DAY-NET(FS-INDEX, DAY-INDEX) TO WALK-BALANCE
               ADD FS-DAY-HOLD(FS-INDEX, DAY-INDEX) TO WALK-HELD
               COMPUTE WALK-AVAILABLE = WALK-BALANCE - WALK-HELD
               MOVE 0 TO WALK-LIMIT
               IF FS-FAC-EXPIRY(FS-INDEX) >= DAY-DATE(DAY-INDEX)
                   MOVE FS-FAC-LIMIT(FS-INDEX) TO WALK-LIMIT
               END-IF
               IF WALK-AVAILABLE < (0 - WALK-LIMIT)
                   AND WALK-BREACH-DAY = 0
                   MOVE DAY-INDEX TO WALK-BREACH-DAY
                   MOVE WALK-LIMIT TO WALK-BREACH-LIMIT
               END-IF
               IF WALK-LOW-DAY = 0
                   OR WALK-AVAILABLE < WALK-LOW-AVAILABLE
                   MOVE WALK-AVAILABLE TO WALK-LOW-AVAILABLE
                   MOVE DAY-INDEX TO WALK-LOW-DAY
               END-IF
               IF LQ-MATCH-INDEX > 0
                   ADD WALK-BALANCE TO
                       LQ-DAY-BALANCE(LQ-MATCH-INDEX, DAY-INDEX)
               END-IF
           END-PERFORM
           IF WALK-BREACH-DAY > 0
               ADD 1 TO BREACH-COUNT
               IF LQ-MATCH-INDEX > 0
                   ADD 1 TO LQ-BREACHES(LQ-MATCH-INDEX)
               END-IF
               PERFORM WriteBreachLine
           END-IF
           .

       FindLiquidityEntry SECTION.
           MOVE 0 TO LQ-MATCH-INDEX
           PERFORM VARYING LQ-INDEX FROM 1 BY 1
               UNTIL LQ-INDEX > LQ-USED OR LQ-MATCH-INDEX > 0
               IF LQ-BANK(LQ-INDEX) = FS-BANK(FS-INDEX)
                   AND LQ-CURRENCY(LQ-INDEX) = FS-CURRENCY(FS-INDEX)
                   MOVE LQ-INDEX TO LQ-MATCH-INDEX
               END-IF
           END-PERFORM
           IF LQ-MATCH-INDEX = 0
               IF LQ-USED >= 500
                   MOVE "FC0005" TO MSG-ID
                   MOVE "W" TO MSG-SEVERITY
                   MOVE function concatenate(
                       "LIQUIDITY TABLE FULL - ", FS-BANK(FS-INDEX),
                       " ", FS-CURRENCY(FS-INDEX),
                       " NOT SUMMARISED") TO MSG-TEXT
                   PERFORM LogMessage
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO LQ-USED
               MOVE LQ-USED TO LQ-MATCH-INDEX
               INITIALIZE LQ-ENTRY(LQ-MATCH-INDEX)
               MOVE FS-BANK(FS-INDEX) TO LQ-BANK(LQ-MATCH-INDEX)
               MOVE FS-CURRENCY(FS-INDEX)
                   TO LQ-CURRENCY(LQ-MATCH-INDEX)
           END-IF
           ADD 1 TO LQ-ACCOUNTS(LQ-MATCH-INDEX)
           ADD FS-SALDO(FS-INDEX) TO LQ-TODAY(LQ-MATCH-INDEX)
           ADD FS-INFLOW(FS-INDEX) TO LQ-INFLOW(LQ-MATCH-INDEX)
           ADD FS-OUTFLOW(FS-INDEX) TO LQ-OUTFLOW(LQ-MATCH-INDEX)
           .

      *****************************************************************
      * forecast_report.txt
      *****************************************************************
       WriteBreachHeader SECTION.
           MOVE function concatenate('Balance forecast run ',
               RUN-DATE, ' over ', FORECAST-DAYS, ' days, ',
               DAY-DATE(1), ' to ', HORIZON-END) TO FORECAST-LINE
           WRITE FORECAST-REPORT-F
           MOVE SPACES TO FORECAST-LINE
           WRITE FORECAST-REPORT-F
           MOVE 'Accounts projected to breach their limit'
               TO FORECAST-LINE
           WRITE FORECAST-REPORT-F
           MOVE function concatenate('Bank  Account    Cur ',
               'Name                          ',
               '  Balance today',
               '         Limit',
               ' Breach  ',
               '  Low available',
               ' Low on  ',
               ' Balance at end') TO FORECAST-LINE
           WRITE FORECAST-REPORT-F
           .

       WriteBreachLine SECTION.
           MOVE FS-SALDO(FS-INDEX) TO FORMATTED-SIGNED-SALDO
           MOVE WALK-BREACH-LIMIT TO FORMATTED-LIMIT
           MOVE WALK-LOW-AVAILABLE TO FORMATTED-SIGNED-SALDO-2
           MOVE WALK-BALANCE TO FORMATTED-SIGNED-SALDO-3
           MOVE function concatenate(FS-BANK(FS-INDEX), ' ',
               FS-ACCOUNT(FS-INDEX), ' ', FS-CURRENCY(FS-INDEX), ' ',
               FS-NAME(FS-INDEX), ' ', FORMATTED-SIGNED-SALDO, ' ',
               FORMATTED-LIMIT, ' ', DAY-DATE(WALK-BREACH-DAY), ' ',
               FORMATTED-SIGNED-SALDO-2, ' ',
               DAY-DATE(WALK-LOW-DAY), ' ',
               FORMATTED-SIGNED-SALDO-3) TO FORECAST-LINE
           WRITE FORECAST-REPORT-F
           .

       WriteLiquiditySummary SECTION.
           MOVE SPACES TO FORECAST-LINE
           WRITE FORECAST-REPORT-F
           MOVE 'Liquidity by bank and currency' TO FORECAST-LINE
           WRITE FORECAST-REPORT-F
           MOVE function concatenate('Bank  Cur Accts',
               '    Balance today',
               '          Inflows',
               '         Outflows',
               '   Balance at end',
               '   Lowest balance',
               ' Low on  Breach') TO FORECAST-LINE
           WRITE FORECAST-REPORT-F
           PERFORM VARYING LQ-INDEX FROM 1 BY 1
               UNTIL LQ-INDEX > LQ-USED
               PERFORM WriteLiquidityLine
           END-PERFORM
           .

       WriteLiquidityLine SECTION.
           MOVE LQ-DAY-BALANCE(LQ-INDEX, 1) TO LQ-LOW-BALANCE
           MOVE 1 TO LQ-LOW-DAY
           PERFORM VARYING DAY-INDEX FROM 2 BY 1
               UNTIL DAY-INDEX > FORECAST-DAYS
               IF LQ-DAY-BALANCE(LQ-INDEX, DAY-INDEX) < LQ-LOW-BALANCE
                   MOVE LQ-DAY-BALANCE(LQ-INDEX, DAY-INDEX)
                       TO LQ-LOW-BALANCE
                   MOVE DAY-INDEX TO LQ-LOW-DAY
               END-IF
           END-PERFORM
           MOVE LQ-ACCOUNTS(LQ-INDEX) TO FORMATTED-COUNT
           MOVE LQ-TODAY(LQ-INDEX) TO FORMATTED-TOTAL
           MOVE LQ-INFLOW(LQ-INDEX) TO FORMATTED-TOTAL-3
           MOVE LQ-OUTFLOW(LQ-INDEX) TO FORMATTED-TOTAL-4
           MOVE LQ-DAY-BALANCE(LQ-INDEX, FORECAST-DAYS)
               TO FORMATTED-TOTAL-2
           MOVE LQ-LOW-BALANCE TO FORMATTED-TOTAL-5
           MOVE LQ-BREACHES(LQ-INDEX) TO FORMATTED-COUNT-2
           MOVE function concatenate(LQ-BANK(LQ-INDEX), ' ',
               LQ-CURRENCY(LQ-INDEX), ' ', FORMATTED-COUNT, ' ',
               FORMATTED-TOTAL, ' ', FORMATTED-TOTAL-3, ' ',
               FORMATTED-TOTAL-4, ' ', FORMATTED-TOTAL-2, ' ',
               FORMATTED-TOTAL-5, ' ', DAY-DATE(LQ-LOW-DAY), ' ',
               FORMATTED-COUNT-2) TO FORECAST-LINE
           WRITE FORECAST-REPORT-F
           .

       LoadOverdraftFacilities SECTION.
           OPEN INPUT OD-FACILITY-DATA
           IF ODFAC-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ OD-FACILITY-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF OF-BANK-ID-F IS NUMERIC
                               AND OF-ACCOUNT-ID-F IS NUMERIC
                               AND OF-LIMIT-F IS NUMERIC
                               AND OF-EXPIRY-F IS NUMERIC
                               AND ODFAC-USED < 200
                               ADD 1 TO ODFAC-USED
                               MOVE OF-BANK-ID-F
                                   TO ODFAC-BANK(ODFAC-USED)
                               MOVE OF-ACCOUNT-ID-F
                                   TO ODFAC-ACCOUNT(ODFAC-USED)
                               MOVE OF-CURRENCY-F
                                   TO ODFAC-CURRENCY(ODFAC-USED)
                               MOVE OF-LIMIT-N
                                   TO ODFAC-LIMIT(ODFAC-USED)
                               MOVE OF-EXPIRY-F
                                   TO ODFAC-EXPIRY(ODFAC-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OD-FACILITY-DATA
           END-IF
           .

       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'batchprocess/forecast_report.txt' TO PG-FILE-NAME
           MOVE 'BALANCE AND LIQUIDITY FORECAST' TO PG-TITLE
           MOVE 'FORECAST' TO PG-PROGRAM
           MOVE RUN-DATE TO PG-PROC-DATE
           MOVE SPACES TO PG-RUN-CYCLE
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "RPTPAGE" USING REPORT-PAGE-REQUEST
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           IF PG-WRITE-FAILED AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           .

       END PROGRAM FORECAST.
