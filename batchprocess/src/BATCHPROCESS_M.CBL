             "batchprocess/account_status.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCTSTAT-FILE-STATUS.
           SELECT CHECKPOINT-DATA ASSIGN TO CHECKPOINT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECKPOINT-FILE-STATUS.
           SELECT ACCOUNT-MASTER-DATA ASSIGN TO
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           FILE STATUS IS MASTER-FILE-STATUS.
           SELECT ACCOUNT-WORK-DATA ASSIGN TO
             "batchprocess/account_master_work.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AW-KEY
           FILE STATUS IS ACCTWORK-FILE-STATUS.
           SELECT RUN-PARAM-DATA ASSIGN TO
             "batchprocess/runparams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
             "batchprocess/customer_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTMAST-FILE-STATUS.
           SELECT ACCOUNT-HOLDER-DATA ASSIGN TO
             "batchprocess/account_holders.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLDER-FILE-STATUS.
           SELECT CUSTOMER-REPORT-DATA ASSIGN TO
             "batchprocess/customer_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
             "batchprocess/advice_letters.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADVLET-FILE-STATUS.
           SELECT ADVICE-HELD-DATA ASSIGN TO
             "batchprocess/advice_letters_held.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADVHELD-FILE-STATUS.
           SELECT CUSTOMER-ADDRESS-DATA ASSIGN TO
             "batchprocess/customer_addresses.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTADDR-FILE-STATUS.
           SELECT REPORT-IN-DATA ASSIGN TO REPORT-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPTIN-FILE-STATUS.
             "batchprocess/report_archive_index.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPTIDX-FILE-STATUS.
           SELECT DISTRIBUTION-LIST-DATA ASSIGN TO
             "batchprocess/distribution_list.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISTLIST-FILE-STATUS.
           SELECT DISTRIBUTION-LOG-DATA ASSIGN TO
             "batchprocess/distribution_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISTLOG-FILE-STATUS.
           SELECT DIST-BUNDLE-DATA ASSIGN TO DIST-BUNDLE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISTBND-FILE-STATUS.
           SELECT CLOSE-REQUEST-DATA ASSIGN TO
             "batchprocess/close_requests.txt"
           ORGANIZATION IS LINE SEQUENTIAL
             "batchprocess/bank_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BANKMAST-FILE-STATUS.
           SELECT LEGAL-ENTITY-DATA ASSIGN TO
             "batchprocess/legal_entities.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEGENT-FILE-STATUS.
           SELECT CHECK-DIGIT-DATA ASSIGN TO
             "batchprocess/check_digits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
             "batchprocess/referrals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REFERRAL-FILE-STATUS.
           SELECT LOAN-REGISTER-DATA ASSIGN TO
             "batchprocess/loan_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOANREG-FILE-STATUS.
           SELECT TERM-DEPOSIT-DATA ASSIGN TO
             "batchprocess/term_deposits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TDEP-FILE-STATUS.
           SELECT TD-WITHDRAWAL-DATA ASSIGN TO
             "batchprocess/term_deposit_withdrawals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TDWD-FILE-STATUS.
           SELECT MATURITY-LADDER-DATA ASSIGN TO
             "batchprocess/maturity_ladder.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LADDER-FILE-STATUS.
           SELECT SWEEP-RULE-DATA ASSIGN TO
             "batchprocess/sweep_rules.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SWEEP-RULE-FILE-STATUS.
           SELECT SWEEP-REPORT-DATA ASSIGN TO
             "batchprocess/sweep_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SWEEP-REPORT-FILE-STATUS.
           SELECT BACK-VALUE-REPORT-DATA ASSIGN TO
             "batchprocess/back_value_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BACKVAL-FILE-STATUS.
           SELECT FEE-EXCEPTION-DATA ASSIGN TO
             "batchprocess/fee_exception_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEEEXC-FILE-STATUS.
           SELECT DISPUTE-LINK-DATA ASSIGN TO
             "batchprocess/dispute_refs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISPLINK-FILE-STATUS.
           SELECT MANDATE-DATA ASSIGN TO
             "batchprocess/mandates.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANDATE-FILE-STATUS.
           SELECT DD-RETURN-DATA ASSIGN TO
             "batchprocess/dd_returns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DDRET-FILE-STATUS.
           SELECT CHEQUE-BOOK-DATA ASSIGN TO
             "batchprocess/cheque_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHQBOOK-FILE-STATUS.
           SELECT STOP-PAYMENT-DATA ASSIGN TO
             "batchprocess/stop_payments.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STOPPAY-FILE-STATUS.
           SELECT CHEQUE-PAID-DATA ASSIGN TO
             "batchprocess/cheques_paid.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHQPAID-FILE-STATUS.
           SELECT PRODUCT-CATALOG-DATA ASSIGN TO
             "batchprocess/product_catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRODCAT-FILE-STATUS.
           SELECT DEBIT-COUNT-DATA ASSIGN TO
             "batchprocess/product_debit_counts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEBITCNT-FILE-STATUS.
           SELECT PRODUCT-REPORT-DATA ASSIGN TO
             "batchprocess/product_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRODREP-FILE-STATUS.
           SELECT WATCHLIST-DATA ASSIGN TO
             "batchprocess/watchlist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WATCHLIST-FILE-STATUS.
           SELECT SCREENING-REVIEW-DATA ASSIGN TO
             "batchprocess/screening_review.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCRNREV-FILE-STATUS.
           SELECT BALANCE-HISTORY-DATA ASSIGN TO
             "batchprocess/balance_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BALHIST-FILE-STATUS.
           SELECT OUTBOUND-PAYMENT-DATA ASSIGN TO OUTBOUND-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OUTPAY-FILE-STATUS.
           SELECT OUTBOUND-REGISTER-DATA ASSIGN TO
             "batchprocess/outbound_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OUTREG-FILE-STATUS.
           SELECT OUTBOUND-RETURN-DATA ASSIGN TO
             "batchprocess/outbound_returns.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OUTRET-FILE-STATUS.
           SELECT XFER-OUT-DATA ASSIGN TO
             "batchprocess/xfer_out.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS XFEROUT-FILE-STATUS.
           SELECT XFER-IN-DATA ASSIGN TO XFER-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS XFERIN-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD TRANSACTIONS.
            05 REJECT-LINE PIC X(140).
           FD AUDIT-DATA.
           01 AUDIT-DATA-F.
            05 AUDIT-LINE PIC X(185).
           FD CONTROL-DATA.
           01 CONTROL-DATA-F.
            05 CONTROL-LINE PIC X(80).
           COPY ACCTSREC.
           FD CHECKPOINT-DATA.
           01 CHECKPOINT-F.
            05 CKPT-LINE PIC X(120).
           FD ACCOUNT-MASTER-DATA.
           COPY ACCTMREC.
           FD FEE-SCHEDULE-DATA.
            05 FS-TYPE-F PIC X(1).
            05 FS-VALUE-F PIC X(10).
            05 FS-VALUE-N REDEFINES FS-VALUE-F PIC 9(8)V99.
            05 FILLER PIC X(40).
           01 FEE-SCHEDULE-FORMULA-F.
            05 FILLER PIC X(16).
            05 FS-FORMULA-F PIC X(50).
           FD FX-RATE-DATA.
           01 FX-RATE-F.
            05 FX-CURRENCY-F PIC X(3).
            05 DORMANCY-LINE PIC X(100).
           FD MASTER-ISAM-DATA.
           COPY MSTREC.
      * run work file - the BANKTAB account image of every account
      * this run has changed and moved out of the table, by key, and
      * the fields of every bank moved out of the table, keyed by the
      * bank with spaces for the account (ahead of its accounts)
           FD ACCOUNT-WORK-DATA.
           01 ACCOUNT-WORK-REC.
            05 AW-KEY.
             10 AW-BANK-ID PIC 9(5).
             10 AW-ACCOUNT-ID PIC 9(10).
             10 AW-ACCOUNT-ID-X REDEFINES AW-ACCOUNT-ID PIC X(10).
            05 AW-ACCOUNT.
             10 FILLER PIC X(10).
             10 AW-STATUS PIC X.
             10 AW-NAME PIC X(30).
             10 AW-TYPE PIC X.
             10 FILLER PIC X(249).
            05 AW-BANK REDEFINES AW-ACCOUNT.
             10 AW-BANK-NAME PIC X(30).
             10 AW-SETTLEMENT-ACCOUNT PIC X(10).
             10 AW-OVERDRAFT-LIMIT PIC 9(10)V99.
             10 AW-CREDIT-RATE PIC 9(3)V9(4).
             10 AW-DEBIT-RATE PIC 9(3)V9(4).
             10 FILLER PIC X(225).
           FD RUN-PARAM-DATA.
           01 RUN-PARAM-F.
            05 RP-LINE PIC X(40).
            05 RH-LINE PIC X(60).
           FD ARCHIVE-DATA.
           01 ARCHIVE-DATA-F.
            05 ARCHIVE-LINE PIC X(185).
           FD ARCHIVE-INDEX-DATA.
           01 ARCHIVE-INDEX-F.
            05 AIX-LINE PIC X(90).
           FD CUSTOMER-MASTER-DATA.
           01 CUSTOMER-MASTER-F.
            05 CU-CUSTOMER-ID-F PIC X(8).
            05 CU-BANK-ID-F PIC X(5).
            05 CU-ACCOUNT-ID-F PIC X(10).
            05 CU-NAME-F PIC X(30).
           FD ACCOUNT-HOLDER-DATA.
           COPY HLDRREC.
           FD CUSTOMER-REPORT-DATA.
           01 CUSTOMER-REPORT-F.
            05 CUSTOMER-REPORT-LINE PIC X(100).
           FD ADVICE-LETTER-DATA.
           01 ADVICE-LETTER-F.
            05 ADVICE-LINE PIC X(100).
           FD ADVICE-HELD-DATA.
           01 ADVICE-HELD-F.
            05 ADVICE-HELD-LINE PIC X(100).
           FD CUSTOMER-ADDRESS-DATA.
           COPY CADRREC.
           FD REPORT-IN-DATA.
           01 REPORT-IN-F.
            05 REPORT-IN-LINE PIC X(200).
           FD REPORT-OUT-DATA.
           01 REPORT-OUT-F.
            05 REPORT-OUT-LINE PIC X(200).
           FD REPORT-INDEX-DATA.
           01 REPORT-INDEX-F.
            05 RIX-LINE PIC X(120).
           FD DISTRIBUTION-LIST-DATA.
           COPY DISTREC.
           FD DISTRIBUTION-LOG-DATA.
           01 DISTRIBUTION-LOG-F.
            05 DISTRIBUTION-LOG-LINE PIC X(160).
           FD DIST-BUNDLE-DATA.
           01 DIST-BUNDLE-F.
            05 DIST-BUNDLE-LINE PIC X(160).
           FD CLOSE-REQUEST-DATA.
           01 CLOSE-REQUEST-F.
            05 CR-BANK-ID-F PIC X(5).
            05 BM-BANK-ID-F PIC X(5).
            05 BM-NAME-F PIC X(30).
            05 BM-SETTLE-ACCOUNT-F PIC X(10).
            05 BM-ENTITY-F PIC X(3).
           FD LEGAL-ENTITY-DATA.
           COPY LENTREC.
           FD CHECK-DIGIT-DATA.
           01 CHECK-DIGIT-F.
            05 CD-BANK-ID-F PIC X(5).
           FD REFERRAL-DATA.
           01 REFERRAL-F.
            05 REFERRAL-LINE PIC X(140).
           FD LOAN-REGISTER-DATA.
           COPY LOANREC.
           FD TERM-DEPOSIT-DATA.
           COPY TDEPREC.
      * early withdrawal request: deposit id, free-text note
           FD TD-WITHDRAWAL-DATA.
           01 TD-WITHDRAWAL-F.
            05 TW-DEPOSIT-ID-F PIC X(10).
            05 TW-NOTE-F PIC X(30).
           FD MATURITY-LADDER-DATA.
           01 MATURITY-LADDER-F.
            05 LADDER-LINE PIC X(100).
           FD SWEEP-RULE-DATA.
           COPY SWEPREC.
           FD SWEEP-REPORT-DATA.
           01 SWEEP-REPORT-F.
            05 SWEEP-REPORT-LINE PIC X(100).
           FD BACK-VALUE-REPORT-DATA.
           01 BACK-VALUE-REPORT-F.
            05 BACKVAL-LINE PIC X(120).
           FD FEE-EXCEPTION-DATA.
           01 FEE-EXCEPTION-F.
            05 FEEEXC-LINE PIC X(120).
           FD DISPUTE-LINK-DATA.
           01 DISPUTE-LINK-F.
            05 DISPUTE-LINK-LINE PIC X(60).
           FD MANDATE-DATA.
           COPY MANDREC.
           FD DD-RETURN-DATA.
           01 DD-RETURN-F.
            05 DD-RETURN-LINE PIC X(160).
           FD CHEQUE-BOOK-DATA.
           COPY CHQBREC.
           FD STOP-PAYMENT-DATA.
           COPY CHQSREC.
           FD CHEQUE-PAID-DATA.
           COPY CHQPREC.
           FD PRODUCT-CATALOG-DATA.
           COPY PRODREC.
      * month-to-date customer debits per account: bank(1:5)
      * account(7:10) month(18:6) count(25:5)
           FD DEBIT-COUNT-DATA.
           01 DEBIT-COUNT-F.
            05 DC-BANK-ID-F PIC X(5).
            05 FILLER PIC X.
            05 DC-ACCOUNT-ID-F PIC X(10).
            05 FILLER PIC X.
            05 DC-MONTH-F PIC X(6).
            05 FILLER PIC X.
            05 DC-COUNT-F PIC X(5).
           FD PRODUCT-REPORT-DATA.
           01 PRODUCT-REPORT-F.
            05 PRODUCT-REPORT-LINE PIC X(100).
           FD WATCHLIST-DATA.
           COPY WLSTREC.
           FD SCREENING-REVIEW-DATA.
           COPY SCRNREC.
           FD BALANCE-HISTORY-DATA.
           COPY BALHREC.
           FD OUTBOUND-PAYMENT-DATA.
           COPY OUTPREC.
           FD OUTBOUND-REGISTER-DATA.
           COPY OREGREC.
      * the counterparty's returns come back in the instruction
      * layout
           FD OUTBOUND-RETURN-DATA.
           01 OUTBOUND-RETURN-F.
            05 OUTBOUND-RETURN-LINE PIC X(130).
      * transfer legs between partitions, in the layout of XFERREC
           FD XFER-OUT-DATA.
           01 XFER-OUT-F.
            05 XFER-OUT-LINE PIC X(150).
           FD XFER-IN-DATA.
           01 XFER-IN-F.
            05 XFER-IN-LINE PIC X(150).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 GLEXT-FILE-STATUS PIC X(2).
           05 DORMANCY-FILE-STATUS PIC X(2).
           05 MASTER-FILE-STATUS PIC X(2).
           05 ACCTWORK-FILE-STATUS PIC X(2).
           05 RUNPARAM-FILE-STATUS PIC X(2).
           05 RUNHIST-FILE-STATUS PIC X(2).
           05 ARCHIVE-FILE-STATUS PIC X(2).
           05 ARCHIDX-FILE-STATUS PIC X(2).
           05 CUSTMAST-FILE-STATUS PIC X(2).
           05 HOLDER-FILE-STATUS PIC X(2).
           05 CUSTREP-FILE-STATUS PIC X(2).
           05 COMPLIM-FILE-STATUS PIC X(2).
           05 COMPREV-FILE-STATUS PIC X(2).
           05 WHTLDG-FILE-STATUS PIC X(2).
           05 ADVLIM-FILE-STATUS PIC X(2).
           05 ADVLET-FILE-STATUS PIC X(2).
           05 ADVHELD-FILE-STATUS PIC X(2).
           05 CUSTADDR-FILE-STATUS PIC X(2).
           05 RPTIN-FILE-STATUS PIC X(2).
           05 RPTOUT-FILE-STATUS PIC X(2).
           05 RPTIDX-FILE-STATUS PIC X(2).
           05 STRUCT-FILE-STATUS PIC X(2).
           05 REVAL-FILE-STATUS PIC X(2).
           05 BANKMAST-FILE-STATUS PIC X(2).
           05 LEGENT-FILE-STATUS PIC X(2).
           05 CHKDIG-FILE-STATUS PIC X(2).
           05 HOLD-FILE-STATUS PIC X(2).
           05 VELOLIM-FILE-STATUS PIC X(2).
           05 REFERRAL-FILE-STATUS PIC X(2).
           05 LOANREG-FILE-STATUS PIC X(2).
           05 TDEP-FILE-STATUS PIC X(2).
           05 TDWD-FILE-STATUS PIC X(2).
           05 LADDER-FILE-STATUS PIC X(2).
           05 SWEEP-RULE-FILE-STATUS PIC X(2).
           05 SWEEP-REPORT-FILE-STATUS PIC X(2).
           05 BACKVAL-FILE-STATUS PIC X(2).
           05 FEEEXC-FILE-STATUS PIC X(2).
           05 DISPLINK-FILE-STATUS PIC X(2).
           05 MANDATE-FILE-STATUS PIC X(2).
           05 DDRET-FILE-STATUS PIC X(2).
           05 CHQBOOK-FILE-STATUS PIC X(2).
           05 STOPPAY-FILE-STATUS PIC X(2).
           05 CHQPAID-FILE-STATUS PIC X(2).
           05 WATCHLIST-FILE-STATUS PIC X(2).
           05 SCRNREV-FILE-STATUS PIC X(2).
           05 PRODCAT-FILE-STATUS PIC X(2).
           05 DEBITCNT-FILE-STATUS PIC X(2).
           05 PRODREP-FILE-STATUS PIC X(2).
           05 BALHIST-FILE-STATUS PIC X(2).
           05 DISTLIST-FILE-STATUS PIC X(2).
           05 DISTLOG-FILE-STATUS PIC X(2).
           05 DISTBND-FILE-STATUS PIC X(2).
           05 OUTPAY-FILE-STATUS PIC X(2).
           05 OUTREG-FILE-STATUS PIC X(2).
           05 OUTRET-FILE-STATUS PIC X(2).
           05 XFEROUT-FILE-STATUS PIC X(2).
           05 XFERIN-FILE-STATUS PIC X(2).
           05 TRANSACTIONS-OPEN-SW PIC X VALUE 'N'.
               88 TRANSACTIONS-OPEN-OK VALUE 'Y'.

      * (in days either side) used to reject stale/future transactions.
       01 PROCESSING-DATE PIC 9(8) VALUE 0.
       01 DATE-WINDOW-DAYS PIC 99 VALUE 1.
      * back-valued postings - a value date up to BACKVALUE days
      * (run parameter, 0 keeps the classic reject) before the
      * processing date is accepted past the window; the interest
      * the movement missed since its value date is adjusted in the
      * accrual step and listed on back_value_report.txt
       01 BACKVALUE-DAYS PIC 999 VALUE 0.
       01 BACK-VALUES.
           05 BV-USED PIC 9(4) VALUE 0.
           05 BV-ENTRY OCCURS 1000 TIMES.
               10 BV-BANK PIC X(5).
               10 BV-ACCOUNT PIC X(10).
               10 BV-CURRENCY PIC X(3).
               10 BV-DR-CR PIC X.
                   88 BV-IS-CREDIT VALUE 'C'.
               10 BV-AMOUNT PIC 9(8)V99.
               10 BV-VALUE-DATE PIC 9(8).
               10 BV-REF PIC 9(10).
               10 BV-DAYS PIC 9(5).
               10 BV-RATE-TYPE PIC X.
               10 BV-RATE PIC 9(3)V9(4).
               10 BV-ADJUSTMENT PIC S9(8)V99.
               10 BV-ADJ-REF PIC 9(10).
       01 BV-INDEX PIC 9(4).
       01 BV-ADJUSTED-COUNT PIC 9(5) VALUE 0.
       01 BV-FULL-SW PIC X VALUE 'N'.
           88 BV-TABLE-FULL VALUE 'Y'.
       01 BV-EDIT.
           05 BV-AMOUNT-ED PIC Z(7)9.99.
           05 BV-DAYS-ED PIC ZZZZ9.
           05 BV-RATE-ED PIC ZZ9.9999.
           05 BV-ADJUSTMENT-ED PIC -(8)9.99.

      * pending warehouse (pending_transactions.txt) - records whose
      * value date lies beyond the window are parked here instead of
       01 RELEASED-COUNT PIC 9(7) VALUE 0.

       01 CHECKPOINT-INTERVAL PIC 9(5) VALUE 500.
      * a partition run keeps its own checkpoint_Pnn.txt
       01 CHECKPOINT-FILE-NAME PIC X(60)
           VALUE "batchprocess/checkpoint.txt".

      * cycle number of this run (CYCLE run parameter, default 1) -
      * a special same-day cycle keeps its own archive, report
      * run takes its controls from there (KEY=VALUE, one per line)
      * and never stops on an ACCEPT, so the scheduler can start it
      * unattended. Recognized keys: RUNMODE, DATEWINDOW, CHECKPOINT,
      * TOPN, CAPWARN, DORMANTDAYS, PROCDATE, WHTPCT, BALHISTDAYS.
       01 RUNPARAMS-PRESENT-SW PIC X VALUE 'N'.
           88 RUNPARAMS-PRESENT VALUE 'Y'.
       01 RP-KEY PIC X(20).
       01 TOPN-COUNT-ED PIC Z9.
       01 CAP-WARN-THRESHOLD PIC 999 VALUE 630.

      * partitioned night run - PARTITION=nn lllll hhhhh lines in
      * runparams.txt (up to 20) cut the banks into numbered ranges,
      * and RUNPARTITION=nn makes this run post range nn only: its
      * bank table, input records, standing orders, loans, deposits,
      * sweeps and close requests are limited to the range, anything
      * that would post into another range rejects with
      * BANK-IN-OTHER-PARTITION, and the shared files rebuilt from the
      * table carry the other ranges' lines through unchanged.
      * Records whose bank id is not numeric go with the lowest range.
      * Instead of the run and recon history lines the run leaves
      * partition_control_Pnn.txt (RUN, RECN and FILE lines, written
      * last as the completion mark) and copies of its output,
      * control, reject, audit, GL and letter files as <stem>_Pnn;
      * PARTMERGE proves and combines them once every partition of
      * the date and cycle has finished. partition_active.txt names
      * the partition whose work files are in use - no other
      * partition starts until that one has finished, and only that
      * one may resume.
       01 PARTITION-TABLE.
           05 PART-USED PIC 99 VALUE 0.
           05 PART-ENTRY OCCURS 20 TIMES.
               10 PART-NUMBER PIC 99.
               10 PART-LOW-BANK PIC 9(5).
               10 PART-HIGH-BANK PIC 9(5).
       01 PART-INDEX PIC 99.
       01 PART-SCAN PIC 99.
       01 PART-DEF-ERROR-SW PIC X VALUE 'N'.
           88 PART-DEF-ERROR VALUE 'Y'.
       01 PART-PARM-NUMBER PIC X(5).
       01 PART-PARM-LOW PIC X(5).
       01 PART-PARM-HIGH PIC X(5).
       01 RUN-PARTITION PIC 99 VALUE 0.
       01 PART-RUN-SW PIC X VALUE 'N'.
           88 PARTITIONED-RUN VALUE 'Y'.
       01 PART-LOW PIC 9(5) VALUE 0.
       01 PART-HIGH PIC 9(5) VALUE 0.
       01 PART-LOWEST-SW PIC X VALUE 'N'.
           88 PART-IS-LOWEST VALUE 'Y'.
       01 PART-SUFFIX PIC X(4) VALUE SPACES.
       01 PART-CHECK-BANK PIC X(5).
       01 PART-CHECK-BANK-N REDEFINES PART-CHECK-BANK PIC 9(5).
       01 PART-BANK-SW PIC X VALUE 'Y'.
           88 PART-BANK-INSIDE VALUE 'Y'.
           88 PART-BANK-OUTSIDE VALUE 'N'.
       01 PART-SOURCE-SW PIC X.
       01 BANK-PARTITION-SW PIC X VALUE 'N'.
           88 BANK-OUTSIDE-PARTITION VALUE 'Y'.
       01 BULK-PASS-SW PIC X VALUE 'N'.
           88 BULK-SET-PASSED VALUE 'Y'.
       01 PART-LEFT-COUNT PIC 9(10) VALUE 0.
       01 PART-NAME-LEN PIC 99.
      * a partition registers its slice of a branch file as
      * '<file name> Pnn'
       01 PART-REGISTER-KEY PIC X(40).
       01 PART-CONTROL-NAME PIC X(60).
       01 PART-ACTIVE-NAME PIC X(60)
           VALUE "batchprocess/partition_active.txt".
       01 PART-CARRY-NAME PIC X(60)
           VALUE "batchprocess/partition_carry.tmp".
       01 PART-TARGET-NAME PIC X(60).
       01 PART-DUMP-PRESENT-SW PIC X VALUE 'N'.
           88 PART-DAILY-DUMP-PRESENT VALUE 'Y'.
       01 PART-ACTIVE-LINE PIC X(20).
       01 PART-LINE PIC X(200).
       01 PART-RC-ED PIC 99.
      * the working files copied to <stem>_Pnn at the end of a
      * partition run, before pagination
       01 PART-FRAGMENT-LIST.
           05 FILLER PIC X(24) VALUE 'output.txt'.
           05 FILLER PIC X(24) VALUE 'output.csv'.
           05 FILLER PIC X(24) VALUE 'control_report.txt'.
           05 FILLER PIC X(24) VALUE 'reject.txt'.
           05 FILLER PIC X(24) VALUE 'audit_trail.txt'.
           05 FILLER PIC X(24) VALUE 'gl_extract.txt'.
           05 FILLER PIC X(24) VALUE 'compliance_review.txt'.
           05 FILLER PIC X(24) VALUE 'advice_letters.txt'.
           05 FILLER PIC X(24) VALUE 'advice_letters_held.txt'.
           05 FILLER PIC X(24) VALUE 'dd_returns.txt'.
           05 FILLER PIC X(24) VALUE 'settlement.txt'.
       01 PART-FRAGMENT-TABLE REDEFINES PART-FRAGMENT-LIST.
           05 PART-FRAGMENT-BASE PIC X(24) OCCURS 11 TIMES.
       01 PART-FRAGMENT-INDEX PIC 99.
       01 PART-FRAGMENT-STEM PIC X(24).
       01 PART-FRAGMENT-EXT PIC X(4).

      * transfer legs between partitions - a transfer or reversal
      * whose other side lies in another partition's range posts its
      * own side and hands that one over (see XFERREC): the legs go
      * to xfer_out.txt as they are written and are filed to the
      * owning partition's xfer_in_Pnn.txt when the run completes.
      * The legs taken from this run's xfer_in file are staged with
      * the input, and LEG-TABLE remembers each one with its arrival
      * sequence in the store. Per currency the legs written and
      * taken go on the partition control file for PARTMERGE.
           COPY XFERREC.
       01 XFER-IN-NAME PIC X(60).
       01 XFER-OUT-OPEN-SW PIC X VALUE 'N'.
           88 XFER-OUT-OPEN VALUE 'Y'.
       01 XFER-EOF-SW PIC X VALUE 'N'.
           88 XFER-EOF VALUE 'Y'.
       01 LEG-CHECK-BANK PIC X(5).
       01 LEG-CHECK-BANK-N REDEFINES LEG-CHECK-BANK PIC 9(5).
       01 LEG-PARTITION PIC 99.
       01 LEG-LOWEST-BANK PIC 9(5).
       01 LEG-FILE-PART PIC 99.
       01 LEG-RETURN-REASON PIC X(26).
       01 LEG-FILE-STATUS PIC X(2).
       01 LEG-DISPOSITION-SW PIC X VALUE 'N'.
           88 LEG-DISPOSITION-NOTED VALUE 'Y'.
       01 LEG-DISPOSITION PIC X(44).
       01 LEG-TABLE.
           05 LEG-USED PIC 9(4) VALUE 0.
           05 LEG-ENTRY OCCURS 2000 TIMES.
               10 LEG-LINE PIC X(150).
               10 LEG-SEQ PIC 9(6).
               10 LEG-FILED-SW PIC X.
                   88 LEG-FILED VALUE 'Y'.
       01 LEG-MAX PIC 9(4) VALUE 2000.
       01 LEG-INDEX PIC 9(4).
       01 LEG-SCAN PIC 9(4).
       01 LEG-MATCH-INDEX PIC 9(4).
       01 LEG-FULL-SW PIC X VALUE 'N'.
           88 LEG-TABLE-FULL VALUE 'Y'.
       01 LEG-STATS.
           05 LEG-STAT-USED PIC 99 VALUE 0.
           05 LEG-STAT-ENTRY OCCURS 10 TIMES.
               10 LEG-STAT-CURRENCY PIC X(3).
               10 LEG-OUT-COUNT PIC 9(10).
               10 LEG-OUT-AMOUNT PIC S9(12)V99.
               10 LEG-IN-COUNT PIC 9(10).
               10 LEG-IN-AMOUNT PIC S9(12)V99.
               10 LEG-EARLIER-COUNT PIC 9(10).
               10 LEG-EARLIER-AMOUNT PIC S9(12)V99.
       01 LEG-STAT-INDEX PIC 99.
       01 LEG-SIGNED-AMOUNT PIC S9(12)V99.
       01 LEG-AMOUNT-ED PIC -(12)9.99.

      * audit trail archiving - at end of run the trail is rolled
      * into a dated archive, the archive index updated and archives
      * past the retention period deleted. Index line layout:
      * date(1:8) count(10:10) file name(21:44) chain start
      * hash(66:10) chain end hash(77:10) - the hash the archive's
      * first line follows and the hash of its last line.
      * customer dimension (customer_master.txt) - one line per
      * customer/account link: customer id, bank, account, name. The
      * customer position report shows each customer's accounts and
      * balances across banks with the EUR exposure, largest first.
      * The holders of a joint or attorney account on
      * account_holders.txt are linked to it as well, with their
      * role (blank for a plain customer_master.txt link), so the
      * account shows under each holder; the bank totals count each
      * account once.
       01 CUSTOMER-LINKS.
           05 CULINK-USED PIC 999 VALUE 0.
           05 CULINK-ENTRY OCCURS 500 TIMES.
               10 CULINK-CUSTOMER PIC X(8).
               10 CULINK-BANK PIC X(5).
               10 CULINK-ACCOUNT PIC X(10).
               10 CULINK-ROLE PIC X.
       01 CULINK-INDEX PIC 999.
       01 CULINK-DUP-INDEX PIC 999.
       01 CULINK-FOUND-SW PIC X.
           88 CULINK-FOUND VALUE 'Y'.
       01 LINK-EXPOSURE PIC S9(14)V99.
       01 LINK-UNCONVERTED-SW PIC X.
           88 LINK-UNCONVERTED VALUE 'Y'.
       01 HOLDER-ROLE-TEXT PIC X(24).
       01 CUSTOMER-BANK-TOTALS.
           05 CBT-USED PIC 99 VALUE 0.
           05 CBT-ENTRY OCCURS 50 TIMES.
               10 CBT-BANK PIC X(5).
               10 CBT-ACCOUNTS PIC 9(5).
               10 CBT-EXPOSURE PIC S9(14)V99.
               10 CBT-UNCONVERTED-SW PIC X.
       01 CBT-INDEX PIC 99.
       01 CBT-MATCH-INDEX PIC 99.
       01 CBT-ACCOUNTS-ED PIC Z(4)9.
       01 CUSTOMERS.
           05 CUST-USED PIC 999 VALUE 0.
           05 CUST-ENTRY OCCURS 200 TIMES.
       01 ADVICE-COUNT PIC 9(7) VALUE 0.
       01 ADVICE-OPEN-SW PIC X VALUE 'N'.
           88 ADVICE-FILE-OPEN VALUE 'Y'.
      * an advice for a customer whose mail came back undeliverable
      * or is held at the branch (customer_addresses.txt) goes to
      * advice_letters_held.txt instead of the post
       01 ADVICE-HELD-OPEN-SW PIC X VALUE 'N'.
           88 ADVICE-HELD-FILE-OPEN VALUE 'Y'.
       01 ADVICE-ROUTE-SW PIC X VALUE 'P'.
           88 ADVICE-BY-POST VALUE 'P'.
           88 ADVICE-RETURNED VALUE 'R'.
           88 ADVICE-HELD VALUE 'H'.
           88 ADVICE-NO-ADDRESS VALUE 'N'.
       01 ADVICE-CUSTOMER PIC X(8).
      * a jointly held account is advised to each holder in turn
       01 ADVICE-ROLE PIC X.
       01 ADVICE-LINK-INDEX PIC 999.
       01 ADVICE-HOLDERS-SW PIC X.
           88 ADVICE-TO-HOLDERS VALUE 'Y'.
       01 ADVICE-NAME PIC X(30).
       01 CUSTOMER-ADDRESSES.
           05 ADDR-USED PIC 9(4) VALUE 0.
           05 ADDR-ENTRY OCCURS 2000 TIMES.
               10 ADDR-CUSTOMER PIC X(8).
               10 ADDR-LINE-1 PIC X(35).
               10 ADDR-LINE-2 PIC X(35).
               10 ADDR-POSTCODE PIC X(10).
               10 ADDR-TOWN PIC X(25).
               10 ADDR-COUNTRY PIC X(2).
               10 ADDR-RETURNED PIC X.
               10 ADDR-HOLD PIC X.
               10 ADDR-HOLD-UNTIL PIC X(8).
       01 ADDR-INDEX PIC 9(4).
       01 ADDR-MATCH-INDEX PIC 9(4).

      * structuring detection - below-threshold postings are
      * remembered across runs in structuring_history.txt; when the
           05 FILLER PIC X(40) VALUE 'overdraft_report.txt'.
           05 FILLER PIC X(40) VALUE 'facility_report.txt'.
           05 FILLER PIC X(40) VALUE 'movement_alerts.txt'.
           05 FILLER PIC X(40) VALUE 'maturity_ladder.txt'.
           05 FILLER PIC X(40) VALUE 'sweep_report.txt'.
           05 FILLER PIC X(40) VALUE 'back_value_report.txt'.
           05 FILLER PIC X(40) VALUE 'product_report.txt'.
           05 FILLER PIC X(40) VALUE 'fee_exception_report.txt'.
       01 REPORT-KEEP-TABLE REDEFINES REPORT-KEEP-LIST.
           05 RPT-BASE PIC X(40) OCCURS 14 TIMES.
       01 RPT-LIST-INDEX PIC 99.
       01 RPT-STEM PIC X(40).
      * the base a generation is indexed under - a partition run's
      * copies keep their own generations as <base>_Pnn
       01 RPT-INDEX-BASE PIC X(40).
       01 REPORT-IN-NAME PIC X(60).
       01 REPORT-OUT-NAME PIC X(60).
       01 RPT-COPY-EOF-SW PIC X VALUE 'N'.
       01 RIX-GEN-COUNT PIC 999.
       01 RIX-OLDEST-INDEX PIC 999.
       01 RIX-OLDEST-DATE PIC 9(8).
      * report bursting - before paging, every report with a bank
      * break is split into one file per bank of the run
      * (<report>_B<bank>.txt). One rule per REPORT-KEEP-LIST entry:
      *   mode   L the bank's own lines, other lines to every bank
      *          F other lines belong to the next bank line (output.txt
      *            closes each bank with its totals); what follows the
      *            last bank line is the run summary and is not burst
      *          P other lines belong to the last bank line seen
      *          C other lines head a group and go to every bank with
      *            a line in the group (customer across banks)
      *          N no bank break - not burst
      *   column of the bank id, leading heading lines copied to every
      *   bank, and the text a bank line must start with (if any)
       01 BURST-RULE-LIST.
           05 FILLER PIC X(14) VALUE 'F15005Total   '.
           05 FILLER PIC X(14) VALUE 'N00000        '.
           05 FILLER PIC X(14) VALUE 'N00000        '.
           05 FILLER PIC X(14) VALUE 'L01000        '.
           05 FILLER PIC X(14) VALUE 'L01000        '.
           05 FILLER PIC X(14) VALUE 'C03010        '.
           05 FILLER PIC X(14) VALUE 'L01000        '.
           05 FILLER PIC X(14) VALUE 'L01000        '.
           05 FILLER PIC X(14) VALUE 'L01000        '.
           05 FILLER PIC X(14) VALUE 'N00000        '.
           05 FILLER PIC X(14) VALUE 'P06004Pool    '.
           05 FILLER PIC X(14) VALUE 'L24000        '.
           05 FILLER PIC X(14) VALUE 'N00000        '.
           05 FILLER PIC X(14) VALUE 'N00000        '.
       01 BURST-RULE-TABLE REDEFINES BURST-RULE-LIST.
           05 BURST-RULE OCCURS 14 TIMES.
               10 BURST-MODE PIC X.
               10 BURST-COLUMN PIC 99.
               10 BURST-HEADINGS PIC 99.
               10 BURST-PREFIX-LEN PIC 9.
               10 BURST-PREFIX PIC X(8).
      * the dated generation each report was versioned to this run
       01 RPT-GENERATION-LIST.
           05 RPT-GEN-NAME PIC X(60) OCCURS 14 TIMES.
       01 RPT-BURST-LIST.
           05 RPT-BURST-SW PIC X OCCURS 14 TIMES.
      * page header titles (RPTPAGE) of the REPORT-KEEP-LIST reports;
      * movement_alerts.txt is a comma separated extract and is not
      * paged. Bank files get ' - BANK nnnnn' after the title.
       01 REPORT-TITLE-LIST.
           05 FILLER PIC X(26) VALUE 'ACCOUNT BALANCES'.
           05 FILLER PIC X(26) VALUE 'CONTROL REPORT'.
           05 FILLER PIC X(26) VALUE 'CATEGORY REPORT'.
           05 FILLER PIC X(26) VALUE 'TOP BALANCES AND MOVERS'.
           05 FILLER PIC X(26) VALUE 'DORMANT ACCOUNTS'.
           05 FILLER PIC X(26) VALUE 'CUSTOMER POSITIONS'.
           05 FILLER PIC X(26) VALUE 'OVERDRAWN BALANCES'.
           05 FILLER PIC X(26) VALUE 'OVERDRAFT FACILITY USE'.
           05 FILLER PIC X(26) VALUE SPACES.
           05 FILLER PIC X(26) VALUE 'MATURITY LADDER'.
           05 FILLER PIC X(26) VALUE 'SWEEP REPORT'.
           05 FILLER PIC X(26) VALUE 'BACK-VALUED POSTINGS'.
           05 FILLER PIC X(26) VALUE 'PRODUCT REPORT'.
           05 FILLER PIC X(26) VALUE 'FEE EXCEPTIONS'.
       01 REPORT-TITLE-TABLE REDEFINES REPORT-TITLE-LIST.
           05 RPT-TITLE PIC X(26) OCCURS 14 TIMES.
           COPY RPTPREC.
       01 BURST-WORK.
           05 BURST-BANK PIC 9(5).
           05 BURST-BANK-X REDEFINES BURST-BANK PIC X(5).
           05 BURST-LINE-BANK PIC X(5).
           05 BURST-LAST-BANK PIC X(5).
           05 BURST-LINE-NO PIC 9(7).
           05 BURST-LINE-COUNT PIC 9(7).
           05 BURST-FILES-WRITTEN PIC 9(5) VALUE 0.
           05 BURST-WRITE-SW PIC X.
               88 BURST-WRITE-LINE VALUE 'Y'.
           05 BURST-PREV-BANK-LINE-SW PIC X.
               88 BURST-PREV-BANK-LINE VALUE 'Y'.
           05 BURST-GROUP-DONE-SW PIC X.
               88 BURST-GROUP-DONE VALUE 'Y'.
      * bank lines of an F report, found by a first pass
           05 BURST-BREAK-USED PIC 9(4).
           05 BURST-BREAK-POS PIC 9(4).
           05 BURST-BREAK-FULL-SW PIC X.
               88 BURST-BREAK-FULL VALUE 'Y'.
           05 BURST-BREAK OCCURS 2000 TIMES.
               10 BURST-BREAK-LINE PIC 9(7).
               10 BURST-BREAK-BANK PIC X(5).
      * group heading lines of a C report
           05 BURST-GROUP-USED PIC 99.
           05 BURST-GROUP-LINE PIC X(160) OCCURS 20 TIMES.
           05 BURST-GROUP-INDEX PIC 99.
      * distribution list and delivery
       01 DIST-LIST.
           05 DIST-USED PIC 999 VALUE 0.
           05 DIST-ENTRY OCCURS 200 TIMES.
               10 DIST-RECIPIENT PIC X(8).
               10 DIST-BANK PIC X(5).
               10 DIST-REPORT PIC X(40).
               10 DIST-NAME PIC X(30).
       01 DIST-INDEX PIC 999.
       01 DIST-ENTRY-INDEX PIC 999.
       01 DIST-BUNDLE-NAME PIC X(60).
       01 DIST-BANK-LABEL PIC X(5).
       01 DIST-RECIPIENT-COUNT PIC 9(5) VALUE 0.
       01 DIST-DELIVERED-COUNT PIC 9(5) VALUE 0.
       01 DIST-FIRST-SW PIC X.
           88 DIST-FIRST-OF-RECIPIENT VALUE 'Y'.
       01 DIST-LOG-OPEN-SW PIC X VALUE 'N'.
           88 DIST-LOG-OPEN VALUE 'Y'.
       01 DIST-TIMESTAMP PIC X(14).

      * account closing (close_requests.txt: bank, account,
      * destination bank, destination account) - each currency's
       01 REVAL-PRIOR-INDEX PIC 99.
       01 REVAL-TOTALS.
           05 REVAL-USED PIC 99 VALUE 0.
           05 REVAL-ENTRY OCCURS 40 TIMES.
               10 REVAL-ENTITY PIC X(3).
               10 REVAL-BASE PIC X(3).
               10 REVAL-CODE PIC X(3).
               10 REVAL-SUM PIC S9(12)V99.
               10 REVAL-GAIN PIC S9(12)V99.
               10 REVAL-DONE-SW PIC X.
       01 REVAL-INDEX PIC 99.
       01 REVAL-WORK-PRIOR PIC 9(4)V9(6).
       01 REVAL-WORK-PRIOR-BASE PIC 9(4)V9(6).
       01 REVAL-WORK-RATE PIC 9(4)V9(6).
       01 REVAL-WORK-RATE-BASE PIC 9(4)V9(6).
       01 REVAL-LOOKUP-CODE PIC X(3).
       01 REVAL-LOOKUP-RATE PIC 9(4)V9(6).
       01 REVAL-EOF-SW PIC X VALUE 'N'.
           88 REVAL-EOF VALUE 'Y'.
       01 FORMATTED-REVAL-GAIN PIC -(11)9.99.

      * bank master reference (bank_master.txt: bank ID, name,
      * settlement account, legal entity) - with the file on site an
      * unknown BANK-ID-F rejects instead of quietly creating a new
      * bank, and the reports carry bank names beside the numbers.
      * The list lists every bank of the network, other partitions'
      * included, so it has room for every bank number; it is kept
      * in bank order for the binary search.
       01 BANK-MASTER-LIST.
           05 BMAST-USED PIC 9(5) VALUE 0.
           05 BMAST-ENTRY OCCURS 0 TO 99999 TIMES
               DEPENDING ON BMAST-USED
               ASCENDING KEY IS BMAST-ID
               INDEXED BY BMAST-IDX.
               10 BMAST-ID PIC X(5).
               10 BMAST-ENTITY PIC X(3).
       01 BMAST-INDEX PIC 9(5).
       01 BMAST-FOUND-SW PIC X.
           88 BMAST-FOUND VALUE 'Y'.

      * legal entities (legal_entities.txt: entity, base currency,
      * name) - every bank on the master belongs to one, and the GL
      * extract, the base-currency translation and the control
      * report are kept per entity. A bank with no entity belongs to
      * the house books, which report in EUR.
       01 LEGAL-ENTITIES.
           05 LENT-USED PIC 99 VALUE 0.
           05 LENT-ENTRY OCCURS 20 TIMES.
               10 LENT-CODE PIC X(3).
               10 LENT-BASE-CURRENCY PIC X(3).
               10 LENT-NAME PIC X(30).
       01 LENT-INDEX PIC 99.
       01 LENT-MATCH-INDEX PIC 99.
       01 ENTITY-WORK-BANK PIC X(5).
       01 ENTITY-WORK-CODE PIC X(3).
       01 ENTITY-WORK-BASE PIC X(3).
      * the entity the control report and the base-currency section
      * are being written for - index 0 is the house books
       01 ENTITY-REPORT-INDEX PIC 99.
       01 ENTITY-REPORT-CODE PIC X(3).
       01 ENTITY-REPORT-BASE PIC X(3).
       01 ENTITY-REPORT-NAME PIC X(30).
       01 ENTITY-REPORT-BANKS PIC 999.
       01 CONTROL-ENTITY-SW PIC X VALUE 'N'.
           88 CONTROL-BY-ENTITY VALUE 'Y'.

      * per-bank account check-digit schemes (check_digits.txt:
      * bank, scheme letter). Scheme L is the Luhn mod-10 check,
      * scheme M expects the last digit to equal the sum of the
       01 REFERRED-SW PIC X VALUE 'N'.
           88 TRANSACTION-REFERRED VALUE 'Y'.
       01 REFERRED-COUNT PIC 9(7) VALUE 0.
      * Direct debit mandates (see MANDREC) - a direct debit without
      * a live mandate goes back to the originator on dd_returns.txt
       01 MANDATE-TABLE.
           05 MAND-USED PIC 9(4) VALUE 0.
           05 MAND-ENTRY OCCURS 1000 TIMES.
               10 MAND-ID PIC X(12).
               10 MAND-CREDITOR PIC X(12).
               10 MAND-BANK PIC X(5).
               10 MAND-ACCOUNT PIC X(10).
               10 MAND-MAX-AMOUNT PIC 9(8)V99.
               10 MAND-VALID-FROM PIC 9(8).
               10 MAND-VALID-TO PIC 9(8).
               10 MAND-REVOKED-SW PIC X.
                   88 MAND-REVOKED VALUE 'Y'.
       01 MAND-INDEX PIC 9(4).
       01 MAND-MATCH-INDEX PIC 9(4).
       01 DD-WORK.
           05 DD-KEYWORD PIC X(12).
           05 DD-MANDATE-REF PIC X(12).
           05 DD-CREDITOR-REF PIC X(12).
           05 DD-RETURN-CODE PIC X(4).
       01 RETURNED-SW PIC X VALUE 'N'.
           88 TRANSACTION-RETURNED VALUE 'Y'.
       01 DD-RETURNS-OPEN-SW PIC X VALUE 'N'.
           88 DD-RETURNS-OPEN VALUE 'Y'.
       01 DD-RETURNED-COUNT PIC 9(7) VALUE 0.
      * Cheques (see CHQBREC, CHQSREC, CHQPREC) - the books issued,
      * the stop instructions and every cheque already paid; a
      * debit whose comment opens with 'CHQ <number>' is checked
      * against all three
       01 CHEQUE-BOOKS.
           05 CHQB-USED PIC 9(4) VALUE 0.
           05 CHQB-ENTRY OCCURS 2000 TIMES.
               10 CHQB-BANK PIC X(5).
               10 CHQB-ACCOUNT PIC X(10).
               10 CHQB-FIRST PIC 9(8).
               10 CHQB-LAST PIC 9(8).
       01 CHQB-INDEX PIC 9(4).
       01 STOP-PAYMENTS.
           05 STOP-USED PIC 9(4) VALUE 0.
           05 STOP-ENTRY OCCURS 1000 TIMES.
               10 STOP-BANK PIC X(5).
               10 STOP-ACCOUNT PIC X(10).
               10 STOP-FIRST PIC 9(8).
               10 STOP-LAST PIC 9(8).
       01 STOP-INDEX PIC 9(4).
      * entries paid in this run carry CHQP-NEW-SW 'Y' so a
      * checkpoint can save them for a resume
       01 CHEQUES-PAID.
           05 CHQP-USED PIC 9(5) VALUE 0.
           05 CHQP-ENTRY OCCURS 10000 TIMES.
               10 CHQP-BANK PIC X(5).
               10 CHQP-ACCOUNT PIC X(10).
               10 CHQP-CURRENCY PIC X(3).
               10 CHQP-NUMBER PIC 9(8).
               10 CHQP-AMOUNT PIC 9(8)V99.
               10 CHQP-DATE PIC 9(8).
               10 CHQP-REF PIC 9(10).
               10 CHQP-NEW-SW PIC X.
       01 CHQP-INDEX PIC 9(5).
       01 CHQP-MAX PIC 9(5) VALUE 10000.
       01 CHQ-WORK.
           05 CHQ-KEYWORD PIC X(12).
           05 CHQ-NUMBER-X PIC X(12).
           05 CHQ-NUMBER-LEN PIC 9(4).
           05 CHQ-NUMBER PIC 9(8).
       01 CHEQUE-PRESENTED-SW PIC X VALUE 'N'.
           88 CHEQUE-PRESENTED VALUE 'Y'.
       01 CHQ-ISSUED-SW PIC X VALUE 'N'.
           88 CHQ-ISSUED VALUE 'Y'.
       01 CHQ-STOPPED-SW PIC X VALUE 'N'.
           88 CHQ-STOPPED VALUE 'Y'.
       01 CHQ-ALREADY-PAID-SW PIC X VALUE 'N'.
           88 CHQ-ALREADY-PAID VALUE 'Y'.
       01 CHQ-COUNTS.
           05 CHQ-PAID-COUNT PIC 9(7) VALUE 0.
           05 CHQ-REFUSED-COUNT PIC 9(7) VALUE 0.
      * sanctions watchlist (watchlist.txt) with the NAMEKEY keys of
      * every listed name and alias, and the screening review file -
      * a pending or confirmed line keeps its account frozen, a
      * cleared one lets the holder's transfers through again
       01 SCREEN-WATCHLIST.
           05 WLST-USED PIC 9(4) VALUE 0.
           05 WLST-ENTRY OCCURS 3000 TIMES.
               10 WLST-ID PIC X(8).
               10 WLST-NAME PIC X(40).
               10 WLST-SOURCE PIC X(10).
               10 WLST-SORTED-KEY PIC X(40).
               10 WLST-SQUEEZED-KEY PIC X(40).
       01 WLST-INDEX PIC 9(4).
       01 SCREEN-REVIEWS.
           05 SCRV-USED PIC 9(4) VALUE 0.
           05 SCRV-ENTRY OCCURS 2000 TIMES.
               10 SCRV-BANK PIC X(5).
               10 SCRV-ACCOUNT PIC X(10).
               10 SCRV-ENTRY-ID PIC X(8).
               10 SCRV-STATUS PIC X.
                   88 SCRV-CLEARED VALUE 'C'.
                   88 SCRV-CONFIRMED VALUE 'H'.
               10 SCRV-PRIOR-STATUS PIC X.
       01 SCRV-INDEX PIC 9(4).
       01 SCRV-MATCH-INDEX PIC 9(4).
           COPY NKEYREC.
      * audit chain - the hash the next audit line follows, carried
      * from the previous run's archive or the resumed trail
           COPY AHSHREC.
      * a CALL hands back the called program's return code
       01 SAVED-RETURN-CODE PIC S9(9) COMP.
      * customer name index for ACCOUNTINQ, rebuilt (NAMEINDEX) once
      * the master is saved and closed
           COPY NIRQREC.
       01 NAME-INDEX-SW PIC X VALUE 'N'.
           88 NAME-INDEX-DUE VALUE 'Y'.
       01 AUDIT-CHAIN-HASH PIC 9(10) VALUE 0.
       01 AUDIT-CHAIN-FOUND-SW PIC X VALUE 'N'.
           88 AUDIT-CHAIN-FOUND VALUE 'Y'.
       01 ARCHIVE-START-HASH PIC X(10).
       01 ARCHIVE-END-HASH PIC X(10).
       01 SCREEN-WORK.
           05 SCREEN-BANK PIC X(5).
           05 SCREEN-BANK-N REDEFINES SCREEN-BANK PIC 9(5).
           05 SCREEN-ACCOUNT PIC X(10).
           05 SCREEN-ACCOUNT-N REDEFINES SCREEN-ACCOUNT PIC 9(10).
           05 SCREEN-NAME PIC X(30).
           05 SCREEN-PRIOR-STATUS PIC X.
       01 SCREEN-HIT-SW PIC X VALUE 'N'.
           88 SCREEN-HIT VALUE 'Y'.
       01 SCREEN-CONFIRMED-SW PIC X VALUE 'N'.
           88 SCREEN-CONFIRMED VALUE 'Y'.
       01 SCREEN-HELD-COUNT PIC 9(7) VALUE 0.
       01 REFERRAL-REASON PIC X(20) VALUE SPACES.
       01 RELEASE-REFS-SW PIC X VALUE 'N'.
           88 RELEASE-REFS VALUE 'Y'.
      * 'Y' a released referral, 'L' a transfer leg from another
      * partition
       01 REFERRAL-RELEASE-SW PIC X VALUE 'N'.
           88 REFERRAL-RELEASE VALUE 'Y'.
           88 XFER-LEG-POSTING VALUE 'L'.
       01 STAGING-REFERRAL-SW PIC X VALUE 'N'.
       01 REFERRAL-EOF-SW PIC X VALUE 'N'.
           88 REFERRAL-EOF VALUE 'Y'.
       01 SETTLE-ABS PIC 9(12)V99.
       01 FORMATTED-SETTLE-NET PIC Z(11)9.99.

      * intercompany positions - a transfer between banks of two
      * legal entities is not netted in settlement; each entity books
      * its side on the due-to (99999989) or due-from (99999988)
      * account, category IC + the counterparty entity. One row per
      * entity, counterparty and currency; positive is due from the
      * counterparty, negative due to it.
       01 INTERCO-POSITIONS.
           05 IC-USED PIC 99 VALUE 0.
           05 IC-ENTRY OCCURS 40 TIMES.
               10 IC-ENTITY PIC X(3).
               10 IC-COUNTERPARTY PIC X(3).
               10 IC-CURRENCY PIC X(3).
               10 IC-NET PIC S9(12)V99.
       01 IC-INDEX PIC 99.
       01 IC-SOURCE-ENTITY PIC X(3).
       01 IC-DEST-ENTITY PIC X(3).
       01 IC-WORK-COUNTERPARTY PIC X(3).
       01 IC-WORK-LEG PIC X(10).

      * outbound payments - a transfer to a bank that is not on
      * bank_master.txt leaves the house: the customer is debited,
      * the value credited to the 99999991 outbound clearing account
      * and the payment listed on that counterparty's instruction
      * file (OUTPREC). The register (OREGREC) carries every payment
      * sent in the last OUTBOUNDDAYS days so a return can be matched
      * and credited back once. Entries sent or returned in this run
      * carry OREG-TOUCHED-SW so a resume does not forget them.
       01 OUTBOUND-REGISTER.
           05 OREG-USED PIC 9(4) VALUE 0.
           05 OREG-ENTRY OCCURS 2000 TIMES.
               10 OREG-REF PIC 9(10).
               10 OREG-SENT-DATE PIC 9(8).
               10 OREG-ORIG-BANK PIC X(5).
               10 OREG-ORIG-ACCOUNT PIC X(10).
               10 OREG-DEST-BANK PIC X(5).
               10 OREG-DEST-ACCOUNT PIC X(10).
               10 OREG-CURRENCY PIC X(3).
               10 OREG-AMOUNT PIC 9(8)V99.
               10 OREG-REMITTANCE PIC X(38).
               10 OREG-STATUS PIC X.
                   88 OREG-SENT VALUE 'S'.
                   88 OREG-RETURNED VALUE 'R'.
               10 OREG-RETURN-DATE PIC 9(8).
               10 OREG-NEW-SW PIC X.
                   88 OREG-NEW VALUE 'Y'.
               10 OREG-TOUCHED-SW PIC X.
                   88 OREG-TOUCHED VALUE 'Y'.
               10 OREG-BATCHED-SW PIC X.
                   88 OREG-BATCHED VALUE 'Y'.
       01 OREG-INDEX PIC 9(4).
       01 OREG-SCAN-INDEX PIC 9(4).
       01 OREG-MATCH-INDEX PIC 9(4).
       01 OREG-MAX PIC 9(4) VALUE 2000.
       01 OUTBOUND-DAYS PIC 999 VALUE 30.
       01 OUTBOUND-SW PIC X VALUE 'N'.
           88 OUTBOUND-TRANSFER VALUE 'Y'.
      * set from the checkpoint once tonight's instruction files are
      * out, so a resume never sends the same payments twice
       01 OUTBOUND-WRITTEN-SW PIC X VALUE 'N'.
           88 OUTBOUND-FILES-WRITTEN VALUE 'Y'.
       01 OUTBOUND-FILE-NAME PIC X(60).
       01 OUTB-PAYMENT-REF PIC 9(10).
       01 OUTB-LOOKUP-REF PIC 9(10).
       01 OUTB-BANK PIC X(5).
       01 OUTB-CURRENCY PIC X(3).
       01 OUTB-GENERATION PIC 99.
       01 OUTB-FILE-SW PIC X VALUE 'N'.
           88 OUTB-FILE-OPEN VALUE 'Y'.
       01 OUTB-BATCH-SEQ PIC 999.
       01 OUTB-BATCH-ID PIC X(16).
       01 OUTB-BATCH-COUNT PIC 9(6).
       01 OUTB-BATCH-TOTAL PIC 9(14)V99.
       01 OUTB-BATCH-HASH PIC 9(15).
       01 OUTB-FILE-COUNT PIC 9(4) VALUE 0.
       01 OUTB-SENT-COUNT PIC 9(6) VALUE 0.
       01 OUTB-RETURN-COUNT PIC 9(6) VALUE 0.
       01 OUTB-REFUSED-COUNT PIC 9(6) VALUE 0.
       01 OUTB-REFUSE-REASON PIC X(30).
       01 OUTB-EOF-SW PIC X VALUE 'N'.
           88 OUTB-EOF VALUE 'Y'.
       01 OUTB-CUTOFF-DATE PIC 9(8).

      * master backup generations - before a run touches anything
      * the master, posting_refs.txt and opening_balances.txt are
      * copied as one dated, mutually consistent set
               10 AIX-DATE PIC 9(8).
               10 AIX-COUNT PIC 9(10).
               10 AIX-NAME PIC X(44).
               10 AIX-START-HASH PIC X(10).
               10 AIX-END-HASH PIC X(10).
       01 AIX-INDEX PIC 999.
       01 AIX-KEEP-INDEX PIC 999.
       01 ARCHIVE-CUTOFF-INT PIC 9(9).
       01 MAINTENANCE-LOAD-SW PIC X VALUE 'N'.
           88 MAINTENANCE-LOAD VALUE 'Y'.
       01 LAST-CHECKPOINT-COUNT PIC 9(10) VALUE 0.
      * the master is only rewritten at end of run; once that has
      * begun the checkpoint says so, and a resume first puts back
      * the master image dumped when the interrupted run started
       01 CHECKPOINT-TAKEN-SW PIC X VALUE 'N'.
           88 CHECKPOINT-TAKEN VALUE 'Y'.
       01 MASTER-SAVE-BEGUN-SW PIC X VALUE 'N'.
           88 MASTER-SAVE-BEGUN VALUE 'Y'.

           COPY BANKTAB.
           COPY ODFACTAB.
           05 ODFAC-UTIL-PCT PIC 9(3)V9.
           05 ODFAC-UTIL-ED PIC ZZ9.9.
           05 ODFAC-LIMIT-ED PIC Z(09)9.99.
           COPY PRODTAB.
      * product rules - the breach found for the account in hand,
      * the rates the accrual applies to it, and the breach count
      * per catalog entry for the product summary
       01 PRODUCT-BREACH PIC X(26) VALUE SPACES.
       01 PRODUCT-RATES-SW PIC X VALUE 'N'.
           88 PRODUCT-RATES-PRESENT VALUE 'Y'.
       01 ACCRUAL-CREDIT-RATE PIC 9(3)V9(4).
       01 ACCRUAL-DEBIT-RATE PIC 9(3)V9(4).
       01 PRODUCT-BREACHES.
           05 PRB-COUNT PIC 9(5) OCCURS 36 TIMES VALUE 0.
      * balance history (balance_history.txt) - the end-of-day
      * snapshot appended every run; lines older than BALHISTDAYS
      * days and any earlier snapshot of this processing date are
      * dropped when the file is rewritten
       01 BALHIST-DAYS PIC 9(4) VALUE 400.
       01 BALHIST-CUTOFF PIC 9(8).
       01 BALHIST-KEPT PIC 9(8) VALUE 0.
       01 BALHIST-WRITTEN PIC 9(8) VALUE 0.
       01 BALHIST-WORK-NAME PIC X(60)
           VALUE "batchprocess/balance_history_work.txt".
       01 DEBIT-COUNT-EOF-SW PIC X VALUE 'N'.
           88 DEBIT-COUNT-EOF VALUE 'Y'.
      * product summary (product_report.txt) - one block per catalog
      * entry, then one for accounts whose type is not catalogued
       01 PRODUCT-REPORT-WORK.
           05 PRT-INDEX PIC 99.
           05 PRT-ACCOUNTS PIC 9(5).
           05 PRT-ALL-ACCOUNTS PIC 9(5).
           05 PRT-IN-GROUP-SW PIC X.
               88 PRT-IN-GROUP VALUE 'Y'.
           05 PRT-CURR-USED PIC 99.
           05 PRT-CURR OCCURS 10 TIMES.
               10 PRT-CURR-CODE PIC X(3).
               10 PRT-CURR-SUM PIC S9(12)V99.
           05 PRT-CURR-INDEX PIC 99.
           05 PRT-TYPE PIC X.
           05 PRT-NAME PIC X(20).
           05 PRT-BREACHES PIC 9(5).
           05 PRT-COUNT-ED PIC Z(4)9.
           05 PRT-BREACH-ED PIC Z(4)9.
           05 PRT-SUM-ED PIC -(12)9.99.
       01 TEMP-VARS.
           05 FORMATTED-SALDO PIC Z(07)9.99.
           05 FORMATTED-SIGNED-SALDO PIC -(07)9.99.
      * per line matched on the COMMENT-F category token and/or the
      * bank; spaces (or 00000 for the bank) mean the rule applies to
      * all. Type F is a flat amount, type P a percentage of the
      * transaction amount, type E a formula (from column 17, up to
      * 50 characters) evaluated by CALCEVAL over the named operands
      *   AMOUNT    the transaction amount
      *   BALANCE   the account's balance in the currency, after the
      *             posting
      *   MTDCOUNT  the account's customer debits this month
      *   TYPEx     1 when the account type is x, 0 otherwise (TYPES
      *             for type S accounts and so on)
      * e.g. MIN(MAX(PCT(0.25,AMOUNT),2),15)*(1-TYPES/2) for 0.25
      * percent, minimum 2.00, maximum 15.00, half price for type S.
      * A formula that does not evaluate, or gives a negative fee or
      * one too large to post, charges nothing and puts the
      * transaction on fee_exception_report.txt; formulas are tried
      * once at load and the ones that do not parse are listed there
      * as well.
       01 FEE-SCHEDULE.
           05 FEE-RULE-USED PIC 99 VALUE 0.
           05 FEE-RULE OCCURS 20 TIMES.
               10 FEE-RULE-TYPE PIC X.
                   88 FEE-TYPE-FLAT VALUE 'F'.
                   88 FEE-TYPE-PERCENT VALUE 'P'.
                   88 FEE-TYPE-FORMULA VALUE 'E'.
               10 FEE-RULE-VALUE PIC 9(8)V99.
               10 FEE-RULE-FORMULA PIC X(50).
               10 FEE-RULE-PARSED-SW PIC X.
                   88 FEE-RULE-PARSED VALUE 'Y'.
       01 FEE-SCAN-INDEX PIC 99.
       01 FEE-MATCH-INDEX PIC 99.
       01 FEE-AMOUNT PIC 9(08)V99.
       01 FEE-EVAL-REQUEST.
           05 FEE-EVAL-FORMULA PIC X(50).
           05 FEE-EVAL-RESULT PIC S9(12)V99.
           05 FEE-EVAL-STATUS PIC X.
               88 FEE-EVAL-VALID VALUE ' '.
           05 FEE-EVAL-NOTES PIC X(120).
       01 FEE-OPERANDS.
           05 FEE-OPERAND-USED PIC 99.
           05 FEE-OPERAND OCCURS 20 TIMES.
               10 FEE-OPERAND-NAME PIC X(10).
               10 FEE-OPERAND-VALUE PIC S9(12)V99.
       01 FEE-OPERAND-TYPE PIC X.
       01 FEE-FORMULA-UPPER PIC X(50).
       01 FEE-FORMULA-POS PIC 99.
       01 FEE-EXCEPTION-REASON PIC X(40).
      * rules whose formula did not parse at load, and the fees
      * that could not be charged, for fee_exception_report.txt
       01 FEE-BAD-RULES.
           05 FEE-BAD-USED PIC 99 VALUE 0.
           05 FEE-BAD-ENTRY OCCURS 20 TIMES.
               10 FEE-BAD-RULE-NO PIC 99.
               10 FEE-BAD-NOTE PIC X(60).
       01 FEE-EXCEPTIONS.
           05 FEE-EXC-USED PIC 9(4) VALUE 0.
           05 FEE-EXC-LOST PIC 9(5) VALUE 0.
           05 FEE-EXC-ENTRY OCCURS 500 TIMES.
               10 FEE-EXC-REF PIC 9(10).
               10 FEE-EXC-BANK PIC X(5).
               10 FEE-EXC-ACCOUNT PIC X(10).
               10 FEE-EXC-CURRENCY PIC X(3).
               10 FEE-EXC-AMOUNT PIC 9(8)V99.
               10 FEE-EXC-CATEGORY PIC X(10).
               10 FEE-EXC-RULE-NO PIC 99.
               10 FEE-EXC-REASON PIC X(40).
       01 FEE-EXC-INDEX PIC 9(4).
       01 FEE-EXC-EDIT.
           05 FEE-EXC-AMOUNT-ED PIC Z(7)9.99.
           05 FEE-EXC-COUNT-ED PIC Z(4)9.

      * fee income summary per currency for the control report
       01 FEE-CURR-TOTALS.
           88 FX-FOUND VALUE 'Y'.

      * base-currency positions derived at end of run for the
      * translated sections of output.txt and the control report,
      * one entry per bank of the run
       01 BASE-POSITIONS.
           05 BASE-BANK-USED PIC 9(5) VALUE 0.
           05 BASE-BANK-ENTRY OCCURS 99999 TIMES.
               10 BASE-POS-BANK-ID PIC 9(5).
               10 BASE-POS-NAME PIC X(30).
               10 BASE-POS-ENTITY PIC X(3).
               10 BASE-POS-CURRENCY PIC X(3).
               10 BASE-POS-SUM PIC S9(12)V99.
       01 BASE-POS-INDEX PIC 9(5).
       01 BASE-GRAND-SUM PIC S9(12)V99 VALUE 0.
       01 BASE-ENTITY-SUM PIC S9(12)V99 VALUE 0.
       01 BASE-WORK-RATE PIC 9(4)V9(6).
       01 MISSING-RATES.
           05 MISSING-RATE-USED PIC 99 VALUE 0.
           05 MISSING-RATE-CODE PIC X(3) OCCURS 10 TIMES.
       01 SO-DATE-INT PIC 9(9).
       01 SO-DUE-DATE-ED PIC 9(8).

      * Loan register (loan_register.txt) - every active loan whose
      * next installment is due on or before PROCESSING-DATE has it
      * collected from the repayment account as an interest and a
      * principal debit. An installment the account cannot cover
      * stays due: the next-due date is not rolled, so the arrears
      * age is simply PROCESSING-DATE less the oldest unpaid date.
       01 LOAN-REGISTER.
           05 LOAN-USED PIC 999 VALUE 0.
           05 LOAN-ENTRY OCCURS 200 TIMES.
               10 LOAN-ID PIC X(10).
               10 LOAN-BANK-ID PIC X(5).
               10 LOAN-ACCOUNT-ID PIC X(10).
               10 LOAN-CURRENCY PIC X(3).
               10 LOAN-PRINCIPAL PIC 9(10)V99.
               10 LOAN-RATE PIC 9(3)V9(4).
               10 LOAN-TERM PIC 999.
               10 LOAN-FIRST-DUE PIC 9(8).
               10 LOAN-INSTALLMENT PIC 9(10)V99.
               10 LOAN-OUTSTANDING PIC 9(10)V99.
               10 LOAN-PAID-COUNT PIC 999.
               10 LOAN-NEXT-DUE PIC 9(8).
               10 LOAN-STATUS PIC X.
                   88 LOAN-ACTIVE VALUE 'A'.
                   88 LOAN-PAID-OFF VALUE 'P'.
       01 LOAN-INDEX PIC 999.
       01 LOAN-WORK.
           05 LOAN-MONTH-RATE PIC 9V9(12).
           05 LOAN-GROWTH PIC 9(9)V9(12).
           05 LOAN-INTEREST-DUE PIC 9(10)V99.
           05 LOAN-PRINCIPAL-DUE PIC 9(10)V99.
           05 LOAN-AMOUNT-DUE PIC 9(10)V99.
           05 LOAN-DUE-NUMBER PIC 999.
           05 LOAN-SCAN-DATE PIC 9(8).
           05 LOAN-ROLL-COUNT PIC 999.
           05 LOAN-ARREARS-DAYS PIC 9(5).
           05 LOAN-MONTHS PIC 9(6).
           05 LOAN-FAIL-REASON PIC X(26).
           05 LOAN-COLLECT-SW PIC X.
               88 LOAN-COLLECT-FAILED VALUE 'Y'.
      * per-run collection counts and the arrears picture after
      * collection, by days past the oldest unpaid installment
       01 LOAN-COUNTS.
           05 LOAN-COLLECTED-COUNT PIC 9(5) VALUE 0.
           05 LOAN-MISSED-COUNT PIC 9(5) VALUE 0.
           05 LOAN-PAIDOFF-COUNT PIC 9(5) VALUE 0.
           05 LOAN-ARREARS-30 PIC 9(5) VALUE 0.
           05 LOAN-ARREARS-60 PIC 9(5) VALUE 0.
           05 LOAN-ARREARS-90 PIC 9(5) VALUE 0.
           05 LOAN-ARREARS-OVER PIC 9(5) VALUE 0.

      * Term deposit register (term_deposits.txt) - processed next to
      * the standing orders: a deposit at maturity is paid out or
      * rolled over for the same number of days, and a request on
      * term_deposit_withdrawals.txt ends it early at the TDPENALTY
      * run parameter (percent of the principal) less interest so far
       01 TERM-DEPOSITS.
           05 TD-USED PIC 999 VALUE 0.
           05 TD-ENTRY OCCURS 200 TIMES.
               10 TD-DEPOSIT-ID PIC X(10).
               10 TD-BANK-ID PIC X(5).
               10 TD-ACCOUNT-ID PIC X(10).
               10 TD-AMOUNT PIC 9(10)V99.
               10 TD-CURRENCY PIC X(3).
               10 TD-START-DATE PIC 9(8).
               10 TD-MATURITY-DATE PIC 9(8).
               10 TD-RATE PIC 9(3)V9(4).
               10 TD-ROLLOVER PIC X.
                   88 TD-PAY-OUT VALUE 'N'.
                   88 TD-ROLL-PRINCIPAL VALUE 'P'.
                   88 TD-ROLL-ALL VALUE 'R'.
               10 TD-PAYOUT-BANK PIC X(5).
               10 TD-PAYOUT-ACCOUNT PIC X(10).
               10 TD-STATUS PIC X.
                   88 TD-ACTIVE VALUE 'A'.
                   88 TD-MATURED VALUE 'M'.
                   88 TD-WITHDRAWN VALUE 'W'.
       01 TD-INDEX PIC 999.
       01 TD-PENALTY-PCT PIC 9(3)V99 VALUE 1.
       01 TD-WORK.
           05 TD-DAYS PIC 9(5).
           05 TD-DATE-INT PIC 9(9).
           05 TD-INTEREST PIC 9(10)V99.
           05 TD-PENALTY PIC 9(10)V99.
           05 TD-PAYOUT-AMOUNT PIC 9(10)V99.
           05 TD-MOVE-AMOUNT PIC 9(10)V99.
           05 TD-NET-DEBIT PIC 9(10)V99.
           05 TD-ROLL-COUNT PIC 999.
           05 TD-FAIL-REASON PIC X(26).
           05 TD-EARLY-SW PIC X VALUE 'N'.
               88 TD-EARLY-WITHDRAWAL VALUE 'Y'.
           05 TD-FAIL-SW PIC X VALUE 'N'.
               88 TD-FAILED VALUE 'Y'.
           05 TD-SELF-SW PIC X VALUE 'N'.
               88 TD-PAYOUT-TO-SELF VALUE 'Y'.
           05 TD-FOUND-SW PIC X VALUE 'N'.
               88 TD-FOUND VALUE 'Y'.
           05 TD-MATURITY-ED PIC 9(8).
       01 TD-COUNTS.
           05 TD-MATURED-COUNT PIC 9(5) VALUE 0.
           05 TD-ROLLED-COUNT PIC 9(5) VALUE 0.
           05 TD-WITHDRAWN-COUNT PIC 9(5) VALUE 0.
           05 TD-FAILED-COUNT PIC 9(5) VALUE 0.
      * maturity ladder per currency - cumulative count and value at
      * maturity (principal plus term interest) due within 7, 30 and
      * 90 days of the processing date
       01 TD-LADDER.
           05 TDL-USED PIC 99 VALUE 0.
           05 TDL-ENTRY OCCURS 20 TIMES.
               10 TDL-CURRENCY PIC X(3).
               10 TDL-BAND OCCURS 3 TIMES.
                   15 TDL-COUNT PIC 9(5).
                   15 TDL-AMOUNT PIC 9(12)V99.
       01 TDL-INDEX PIC 99.
       01 TDL-BAND-INDEX PIC 9.
       01 TDL-BAND-DAYS-LIST.
           05 FILLER PIC 999 VALUE 7.
           05 FILLER PIC 999 VALUE 30.
           05 FILLER PIC 999 VALUE 90.
       01 TDL-BAND-DAYS-TABLE REDEFINES TDL-BAND-DAYS-LIST.
           05 TDL-BAND-DAYS PIC 999 OCCURS 3 TIMES.
       01 TDL-DAYS-AHEAD PIC S9(9).
       01 TDL-VALUE PIC 9(12)V99.
       01 TDL-EDIT.
           05 TDL-COUNT-ED PIC ZZZZ9.
           05 TDL-COUNT-ED-2 PIC ZZZZ9.
           05 TDL-COUNT-ED-3 PIC ZZZZ9.
           05 TDL-AMOUNT-ED PIC Z(11)9.99.
           05 TDL-AMOUNT-ED-2 PIC Z(11)9.99.
           05 TDL-AMOUNT-ED-3 PIC Z(11)9.99.

      * Cash concentration sweeps (sweep_rules.txt) - after the
      * regular postings each operating account is levelled against
      * its concentration account; SWP-SWEPT is positive for money
      * swept up and negative for a deficit covered down
       01 SWEEP-RULES.
           05 SWEEP-USED PIC 999 VALUE 0.
           05 SWEEP-ENTRY OCCURS 500 TIMES.
               10 SWP-SOURCE-BANK PIC X(5).
               10 SWP-SOURCE-ACCOUNT PIC X(10).
               10 SWP-TARGET-BANK PIC X(5).
               10 SWP-TARGET-ACCOUNT PIC X(10).
               10 SWP-CURRENCY PIC X(3).
               10 SWP-RULE-TYPE PIC X.
                   88 SWP-ZERO-BALANCE VALUE 'Z'.
                   88 SWP-TARGET-BALANCE VALUE 'T'.
                   88 SWP-THRESHOLD VALUE 'H'.
               10 SWP-TARGET-AMOUNT PIC 9(10)V99.
               10 SWP-PRE-BALANCE PIC S9(10)V99.
               10 SWP-SWEPT PIC S9(10)V99.
               10 SWP-POST-BALANCE PIC S9(10)V99.
               10 SWP-POOL-PRE PIC S9(10)V99.
               10 SWP-POOL-POST PIC S9(10)V99.
               10 SWP-NOTE PIC X(30).
       01 SWEEP-INDEX PIC 999.
       01 SWEEP-POOL-INDEX PIC 999.
       01 SWEEP-WORK.
           05 SWEEP-AVAILABLE PIC S9(11)V99.
           05 SWEEP-AMOUNT PIC 9(11)V99.
           05 SWEEP-POOL-NET PIC S9(12)V99.
           05 SWEEP-FROM-BANK PIC X(5).
           05 SWEEP-FROM-ACCOUNT PIC X(10).
           05 SWEEP-TO-BANK PIC X(5).
           05 SWEEP-TO-ACCOUNT PIC X(10).
           05 SWEEP-FAIL-REASON PIC X(30).
           05 SWEEP-FAIL-SW PIC X VALUE 'N'.
               88 SWEEP-FAILED VALUE 'Y'.
           05 SWEEP-POOL-FIRST-SW PIC X VALUE 'N'.
               88 SWEEP-POOL-FIRST VALUE 'Y'.
       01 SWEEP-COUNTS.
           05 SWEEP-DONE-COUNT PIC 9(5) VALUE 0.
           05 SWEEP-FAILED-COUNT PIC 9(5) VALUE 0.
       01 SWEEP-EDIT.
           05 SWEEP-ED-1 PIC -(11)9.99.
           05 SWEEP-ED-2 PIC -(11)9.99.
           05 SWEEP-ED-3 PIC -(11)9.99.

      * GL account mapping (gl_mapping.txt): bank plus comment
      * category resolve to a GL account; 00000/spaces act as
      * wildcards. Unmapped movements book to 99999997, rejects to
      * the 99999999 suspense account, outbound payments and their
      * returns to the 99999991 outbound clearing account, and the
      * per-currency balancing entry to the 99999990 settlement
      * account.
       01 GL-MAPPINGS.
           05 GL-MAP-USED PIC 99 VALUE 0.
           05 GL-MAP-ENTRY OCCURS 50 TIMES.
       01 GL-OPEN-SW PIC X VALUE 'N'.
           88 GL-EXTRACT-OPEN VALUE 'Y'.

      * per-entity, per-currency net of all journal lines written
      * this run, used to close each legal entity's books in the
      * extract with a balancing settlement entry. Every extract line
      * carries its entity at (48:3), blank for the house books.
       01 GL-NET-TOTALS.
           05 GL-NET-USED PIC 99 VALUE 0.
           05 GL-NET OCCURS 40 TIMES.
               10 GL-NET-ENTITY-CODE PIC X(3).
               10 GL-NET-CODE PIC X(3).
               10 GL-NET-SUM PIC S9(12)V99.
       01 GL-NET-INDEX PIC 99.
       01 GL-NET-CURRENCY PIC X(3).
       01 GL-NET-ENTITY PIC X(3).
       01 GL-AMOUNT PIC S9(12)V99.

      * repair pass working set - the reject file read back in,
               10 BRANCH-POSTED-COUNT PIC 9(10).
               10 BRANCH-REJECTED-COUNT PIC 9(10).
               10 BRANCH-POSTED-AMOUNT PIC S9(14)V99.
      * records a partition run left to the other partitions
               10 BRANCH-LEFT-COUNT PIC 9(10).
       01 BRANCH-INDEX PIC 99.
      * per-branch acknowledgment file (ack-001.txt for
      * input-001.txt) - one line per staged record with its
       01 PERDAY-DELTA PIC S9(14)V99.

      * the indexed account master (account_master.dat) is the
      * system of record once it exists: a run posts against it by
      * key instead of loading opening_balances.txt, and writes the
      * accounts it changed back at end of run. The first run against
      * a site without the file still bootstraps from the flat feeds
      * and creates it.
       01 MASTER-PRESENT-SW PIC X VALUE 'N'.
           88 MASTER-PRESENT VALUE 'Y'.
       01 MASTER-OPEN-SW PIC X VALUE 'N'.
           88 MASTER-OPEN VALUE 'Y'.
       01 MASTER-EOF-SW PIC X VALUE 'N'.
           88 MASTER-EOF VALUE 'Y'.
       01 MST-CURR-IDX PIC 9.
      * account cache - the BANKTAB account tables hold only the
      * accounts this run has touched. Any other account stays on
      * the master until a posting or a lookup first needs it and is
      * then read by key. Once a bank's cached accounts pass
      * CACHE-HIGH-WATER they are moved out to the run work file
      * (account_master_work.dat) between items, so the table size
      * never limits how many accounts a bank holds on file; the
      * headroom above the mark covers the largest bulk set. The
      * master itself is only written at end of run, so a resume
      * still starts from an unposted master.
       01 CACHE-HIGH-WATER PIC 999 VALUE 590.
       01 ACCOUNT-WORK-OPEN-SW PIC X VALUE 'N'.
           88 ACCOUNT-WORK-OPEN VALUE 'Y'.
       01 FETCH-KEY.
           05 FETCH-BANK-ID PIC 9(5).
           05 FETCH-ACCOUNT-ID PIC 9(10).
       01 FETCH-SOURCE-SW PIC X VALUE 'N'.
           88 FETCHED-FROM-WORK VALUE 'W'.
           88 FETCHED-FROM-MASTER VALUE 'M'.
           88 FETCH-NOT-ON-FILE VALUE 'N'.
       01 FETCH-STALE-SW PIC X VALUE 'N'.
           88 FETCH-OPENING-STALE VALUE 'Y'.
       01 PEEK-SW PIC X VALUE 'N'.
           88 PEEK-CACHED VALUE 'C'.
           88 PEEK-ON-FILE VALUE 'F'.
           88 PEEK-NOT-FOUND VALUE 'N'.
       01 PEEK-STATUS PIC X.
       01 PEEK-NAME PIC X(30).
       01 PEEK-TYPE PIC X.
       01 INSERT-ACCOUNT-ID PIC 9(10).
       01 FLUSH-BANK-IDX PIC 999.
       01 FLUSH-ACCT-IDX PIC 999.
       01 ACCOUNTS-FETCHED-COUNT PIC 9(7) VALUE 0.
       01 CACHE-FLUSH-COUNT PIC 9(7) VALUE 0.
      * bank cache - the BANKTAB bank table holds the banks the run is
      * working with. Past BANK-HIGH-WATER banks, the bank with the
      * fewest cached accounts leaves the table between items: its
      * accounts go to the work file and its own fields to a bank
      * record there, which the next lookup of the bank reads back.
      * The headroom above the mark covers the banks a single item
      * can bring in - at most the largest bulk set - so the table
      * size never limits how many banks a run holds.
       01 BANK-HIGH-WATER PIC 999 VALUE 90.
       01 CACHE-BANK-ID PIC 9(5).
       01 EVICT-BANK-IDX PIC 999.
       01 BANK-EVICT-COUNT PIC 9(7) VALUE 0.
       01 BANK-ON-WORK-SW PIC X VALUE 'N'.
           88 BANK-ON-WORK VALUE 'Y'.
      * bank sweep - visits every bank of the run in key order, in
      * the table or moved out to the work file
       01 BANK-SWEEP.
           05 BANK-SWEEP-ID PIC 9(5).
           05 BANK-SWEEP-NEXT PIC 9(5).
           05 BANK-SWEEP-SCOPE-SW PIC X.
               88 BANK-SWEEP-LOADED VALUE 'L'.
               88 BANK-SWEEP-IDS-ONLY VALUE 'I'.
           05 BANK-SWEEP-STARTED-SW PIC X.
               88 BANK-SWEEP-STARTED VALUE 'Y'.
           05 BANK-SWEEP-DONE-SW PIC X VALUE 'Y'.
               88 BANK-SWEEP-DONE VALUE 'Y'.
           05 BANK-SWEEP-SOURCE PIC X.
               88 BANK-NEXT-FROM-TABLE VALUE 'T'.
               88 BANK-NEXT-FROM-WORK VALUE 'W'.
               88 BANK-NEXT-NONE VALUE ' '.
           05 BANK-SWEEP-TABLE-IDX PIC 999.
      * account sweep - visits every account of one bank in key
      * order, cached or not: the cached copy where there is one,
      * else the work file's, else the master's, staged in the table
      * only for the length of the visit
       01 ACCOUNT-SWEEP.
           05 SWEEP-BANK-ID PIC 9(5).
           05 SWEEP-LAST-ACCOUNT PIC 9(10).
           05 SWEEP-NEXT-ACCOUNT PIC 9(10).
           05 SWEEP-SCOPE-SW PIC X.
               88 SWEEP-ALL-ACCOUNTS VALUE 'A'.
               88 SWEEP-TOUCHED-ONLY VALUE 'T'.
           05 SWEEP-STARTED-SW PIC X.
               88 SWEEP-STARTED VALUE 'Y'.
           05 SWEEP-DONE-SW PIC X.
               88 ACCOUNT-SWEEP-DONE VALUE 'Y'.
           05 SWEEP-STAGED-SW PIC X.
               88 SWEEP-STAGED VALUE 'Y'.
           05 SWEEP-FORCE-SW PIC X.
               88 SWEEP-FORCE-WRITE VALUE 'Y'.
           05 SWEEP-NEXT-SOURCE PIC X.
               88 NEXT-FROM-CACHE VALUE 'C'.
               88 NEXT-FROM-WORK VALUE 'W'.
               88 NEXT-FROM-MASTER VALUE 'M'.
               88 NEXT-NONE VALUE ' '.
           05 SWEEP-WORK-SW PIC X.
               88 SWEEP-WORK-AHEAD VALUE 'Y'.
           05 SWEEP-MASTER-SW PIC X.
               88 SWEEP-MASTER-AHEAD VALUE 'Y'.
               88 SWEEP-MASTER-END VALUE 'E'.
           05 SWEEP-CACHE-IDX PIC 9(4).
           05 SWEEP-LOW PIC 9(4).
           05 SWEEP-HIGH PIC 9(4).
           05 SWEEP-MID PIC 9(4).
           05 SWEEP-MASTER-RECORD.
               10 SWEEP-MASTER-BANK PIC 9(5).
               10 SWEEP-MASTER-ACCOUNT PIC 9(10).
               10 FILLER PIC X(276).
           05 SWEEP-SNAPSHOT PIC X(291).
      * signed layout written when the flat opening file is
      * regenerated from the master (readers recognize it by the
      * decimal point in column 11 of the balance)
           05 XFER-NOTE PIC X(38).
           05 XFER-SOURCE-BANK PIC X(5).
           05 XFER-SOURCE-ACCOUNT PIC X(10).
           05 XFER-DEBIT-REF PIC 9(10).
           05 SAVED-TRANSACTION PIC X(90).
      * cross-currency transfer workings - conversion through the
      * daily EUR rates with a configurable spread (FXSPREAD run
      * transaction processing and persisted across a checkpoint so a
      * resumed run's reconciliation stays accurate
       01 POSTED-CURR-TOTALS.
           05 POSTED-CURR-USED PIC 99 VALUE 0.
           05 POSTED-CURR OCCURS 40 TIMES.
               10 POSTED-CURR-ENTITY PIC X(3).
               10 POSTED-CURR-CODE PIC X(3).
               10 POSTED-CURR-SUM PIC S9(12)V99.
       01 PC-INDEX PIC 99.
       01 TOPN-BEST-ABS PIC S9(10)V99.
       01 TOPN-CUR-ABS PIC S9(10)V99.
       01 ACCT-STATUS-SAVE PIC X.
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
           IF NOT RUNPARAMS-PRESENT
               DISPLAY "R - Resume from last checkpoint"
               CONTINUE
           WHEN EDIT-ONLY-REQUESTED
               PERFORM GenerateEditReport
               MOVE 'batchprocess/edit_report.txt' TO PG-FILE-NAME
               MOVE 'EDIT-ONLY TRIAL RUN' TO PG-TITLE
               PERFORM PageReport
           WHEN OTHER
               PERFORM ComputeBaseCurrencyPositions
               PERFORM OutputFile
               PERFORM GenerateCustomerReport
               PERFORM GenerateOverdraftReport
               PERFORM GenerateFacilityReport
               PERFORM GenerateProductReport
               PERFORM GenerateMaturityLadder
               PERFORM GenerateSweepReport
               PERFORM GenerateBackValueReport
               PERFORM GenerateFeeExceptionReport
               PERFORM GenerateSettlementFile
               PERFORM GenerateOutboundFiles
               PERFORM GenerateDormancyReport
               PERFORM WriteAcknowledgmentFiles
               IF CLOSE-MODE
                   PERFORM PeriodCloseRollover
               END-IF
               PERFORM SaveMasterFile
      * PARTMERGE rebuilds the index once every partition's range
      * is on the master
               IF NOT PARTITIONED-RUN
                   SET NAME-INDEX-DUE TO TRUE
               END-IF
               PERFORM AppendBalanceHistory
               PERFORM RewritePostingRefs
               PERFORM RewriteOutboundRegister
      * a repair pass never loads the warehouse, so rewriting here
      * would empty it
               IF NOT REPAIR-REQUESTED
                   PERFORM RewritePendingTransactions
                   PERFORM RewriteTransferLegs
                   PERFORM DistributeTransferLegs
                   PERFORM RewriteStructuringHistory
                   IF NOT EDIT-ONLY-REQUESTED
                       PERFORM RewriteProcessedRegister
                   END-IF
               END-IF
               PERFORM RewriteHolds
               PERFORM RewriteChequesPaid
               PERFORM RewriteDebitCounts
               IF RELEASE-REFS AND NOT REPAIR-REQUESTED
                   PERFORM RewriteReferralQueue
               END-IF
      * every partition replays the whole journal for its own range;
      * PARTMERGE retires it once the last partition has finished
               IF NOT REPAIR-REQUESTED AND NOT PARTITIONED-RUN
                   PERFORM RetireTellerJournal
                   PERFORM RetireOutboundReturns
               END-IF
               PERFORM RewritePeriodCategories
               PERFORM ArchiveAuditTrail
      * a partition's totals are one part of the night - PARTMERGE
      * writes the history lines once all parts are proved
               IF PARTITIONED-RUN
                   PERFORM SavePartitionFragments
               ELSE
                   PERFORM AppendRunHistory
                   PERFORM AppendReconHistory
               END-IF
               PERFORM BurstReports
               PERFORM PaginateReports
               PERFORM VersionReports
               PERFORM DistributeReports
               IF PARTITIONED-RUN
                   PERFORM WritePartitionControl
               END-IF
           END-EVALUATE

      * graded return codes for the job plan: 0 clean, 4 rejects
           IF REJECTED-COUNT > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           PERFORM CloseAccountFiles
           IF NAME-INDEX-DUE
               PERFORM RebuildNameIndex
           END-IF
           PERFORM ReleaseRunLock
           GOBACK.

               MOVE 16 TO RETURN-CODE
           ELSE
               INITIALIZE GRAND-CURR-TOTALS
               PERFORM StartBankSweep
               PERFORM UNTIL BANK-SWEEP-DONE
                   PERFORM PrintBank
                   PERFORM NextSweptBank
               END-PERFORM
               PERFORM VARYING GC-INDEX FROM 1 BY 1
                   UNTIL GC-INDEX > GRAND-CURR-USED

       PrintBank SECTION.
           INITIALIZE BANK-CURR-TOTALS
           PERFORM StartAccountSweep
           PERFORM UNTIL ACCOUNT-SWEEP-DONE
               PERFORM VARYING CURR-COUNTER FROM 1 BY 1
                   UNTIL CURR-COUNTER >
                     NUMBER-OF-CURRENCIES(BANK-COUNTER,ACCOUNT-COUNTER)
                   PERFORM GenerateAccountLine
                   PERFORM OutputLine
               END-PERFORM
               PERFORM NextSweptAccount
           END-PERFORM
           PERFORM GenerateSeparatorLine
           PERFORM OutputLine
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM StartBankSweep
               PERFORM UNTIL BANK-SWEEP-DONE
                   PERFORM StartAccountSweep
                   PERFORM UNTIL ACCOUNT-SWEEP-DONE
                       PERFORM VARYING CURR-COUNTER FROM 1 BY 1
                           UNTIL CURR-COUNTER > NUMBER-OF-CURRENCIES
                               (BANK-COUNTER,ACCOUNT-COUNTER)
                           PERFORM GenerateCsvLine
                           PERFORM OutputCsvLine
                       END-PERFORM
                       PERFORM NextSweptAccount
                   END-PERFORM
                   PERFORM NextSweptBank
               END-PERFORM
               CLOSE ACCOUNT-CSV
           END-IF
       SearchBank SECTION.
           SET BANK-FOUND-SW TO 'N'
           SET BANK-CAPACITY-SW TO 'N'
           MOVE 'N' TO BANK-PARTITION-SW
           IF NUMBER-OF-BANKS > 0
               SEARCH ALL BANK
                   AT END
                   ADD 1 TO BANKS-MATCHED-COUNT
               END-IF
           ELSE
      * a partition run holds its own range only - a bank of another
      * range is refused like a full table, so every loader skips it
      * and every posting into it rejects
               MOVE TR-BANK-ID-X TO PART-CHECK-BANK
               PERFORM CheckPartitionBank
               IF PART-BANK-OUTSIDE
                   SET BANK-CAPACITY-EXCEEDED TO TRUE
                   SET BANK-OUTSIDE-PARTITION TO TRUE
                   EXIT SECTION
               END-IF
      * only an item that brings in more banks than the headroom
      * above BANK-HIGH-WATER can find the table full
               IF NUMBER-OF-BANKS >= 200
                   SET BANK-CAPACITY-EXCEEDED TO TRUE
                   EXIT SECTION
               END-IF
               MOVE TR-BANK-ID TO CACHE-BANK-ID
               PERFORM ReadBankOnWork
               PERFORM InsertBank
               IF BANK-ON-WORK
                   PERFORM RestoreBankFields
                   SET BANK-FOUND TO TRUE
                   IF NOT REPLAYING-CHECKPOINT
                       AND NOT MAINTENANCE-LOAD
                       ADD 1 TO BANKS-MATCHED-COUNT
                   END-IF
               ELSE
                   IF NOT REPLAYING-CHECKPOINT
                       AND NOT MAINTENANCE-LOAD
                       ADD 1 TO BANKS-CREATED-COUNT
           END-IF
           .

      * expects CACHE-BANK-ID; leaves BANK-INDEX on the new entry
       InsertBank SECTION.
           PERFORM VARYING BANK-INDEX FROM 1 BY 1
               UNTIL BANK-INDEX > NUMBER-OF-BANKS
               OR BANK-ID(BANK-INDEX) > CACHE-BANK-ID
               CONTINUE
           END-PERFORM
           ADD 1 TO NUMBER-OF-BANKS
               END-PERFORM
           END-IF
           INITIALIZE BANK(BANK-INDEX)
           MOVE CACHE-BANK-ID TO BANK-ID(BANK-INDEX)
           .

      * an account not in the table yet is read from the work file or
      * the master by key before it counts as new
       SearchAccount SECTION.
           SET ACCOUNT-FOUND-SW TO 'N'
           SET ACCOUNT-CAPACITY-SW TO 'N'
                       SET ACCOUNT-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT ACCOUNT-FOUND
               IF NUMBER-OF-ACCOUNTS(BANK-INDEX) >= 700
                   SET ACCOUNT-CAPACITY-EXCEEDED TO TRUE
                   EXIT SECTION
               END-IF
               MOVE BANK-ID(BANK-INDEX) TO FETCH-BANK-ID
               MOVE TR-ACCOUNT-ID TO FETCH-ACCOUNT-ID
               PERFORM ReadAccountOnFile
               MOVE TR-ACCOUNT-ID TO INSERT-ACCOUNT-ID
               PERFORM InsertAccount
               IF NOT FETCH-NOT-ON-FILE
                   PERFORM LoadFetchedAccount
                   SET ACCOUNT-FOUND TO TRUE
               END-IF
           END-IF
           IF ACCOUNT-FOUND
               IF NOT REPLAYING-CHECKPOINT
                   AND NOT MAINTENANCE-LOAD
                   ADD 1 TO ACCOUNTS-MATCHED-COUNT
               END-IF
           ELSE
               IF NOT REPLAYING-CHECKPOINT
                   AND NOT MAINTENANCE-LOAD
                   ADD 1 TO ACCOUNTS-CREATED-COUNT
               END-IF
           END-IF
           .
       InsertAccount SECTION.
           PERFORM VARYING ACCOUNT-INDEX FROM 1 BY 1
               UNTIL ACCOUNT-INDEX > NUMBER-OF-ACCOUNTS(BANK-INDEX)
               OR ACCOUNT-ID(BANK-INDEX,ACCOUNT-INDEX)
                   > INSERT-ACCOUNT-ID
               CONTINUE
           END-PERFORM
           ADD 1 TO NUMBER-OF-ACCOUNTS(BANK-INDEX)
               END-PERFORM
           END-IF
           INITIALIZE ACCOUNT(BANK-INDEX,ACCOUNT-INDEX)
           MOVE INSERT-ACCOUNT-ID
               TO ACCOUNT-ID(BANK-INDEX,ACCOUNT-INDEX)
           .

       SearchCurrency SECTION.
           PERFORM VARYING CURRENCY-INDEX FROM 1 BY 1
               UNTIL CURRENCY-INDEX >
                   NUMBER-OF-CURRENCIES(BANK-INDEX,ACCOUNT-INDEX)
               OR CURRENCY-FOUND
               IF CURRENCY-CODE(BANK-INDEX,ACCOUNT-INDEX,CURRENCY-INDEX)
                   = TR-CURRENCY
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CURRENCY-FOUND
               SUBTRACT 1 FROM CURRENCY-INDEX
           END-IF
           IF NOT CURRENCY-FOUND
               IF NUMBER-OF-CURRENCIES(BANK-INDEX,ACCOUNT-INDEX) >= 5
                   SET CURRENCY-CAPACITY-EXCEEDED TO TRUE
           .

      *****************************************************************
      * Account cache - an account comes into the table from the run
      * work file or the master the first time it is needed, and
      * leaves it for the work file when its bank's share of the
      * table passes the high-water mark. Trimming shifts the table,
      * so it is only done between items, never while a posting
      * holds a table index.
      *****************************************************************
       LocateCachedAccount SECTION.
           MOVE 'N' TO BANK-FOUND-SW
           MOVE 'N' TO ACCOUNT-FOUND-SW
           IF NUMBER-OF-BANKS > 0
               SEARCH ALL BANK
                   AT END
                       CONTINUE
                   WHEN BANK-ID(BANK-INDEX) = FETCH-BANK-ID
                       SET BANK-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF BANK-FOUND
               IF NUMBER-OF-ACCOUNTS(BANK-INDEX) > 0
                   SEARCH ALL ACCOUNT
                       AT END
                           CONTINUE
                       WHEN ACCOUNT-ID(BANK-INDEX,ACCOUNT-INDEX)
                           = FETCH-ACCOUNT-ID
                           SET ACCOUNT-FOUND TO TRUE
                   END-SEARCH
               END-IF
           END-IF
           .

      * the work file holds this run's latest image of an account,
      * so it is read before the master
       ReadAccountOnFile SECTION.
           SET FETCH-NOT-ON-FILE TO TRUE
           IF ACCOUNT-WORK-OPEN
               MOVE FETCH-KEY TO AW-KEY
               READ ACCOUNT-WORK-DATA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET FETCHED-FROM-WORK TO TRUE
               END-READ
           END-IF
           IF FETCH-NOT-ON-FILE AND MASTER-OPEN
               MOVE FETCH-KEY TO MST-KEY
               READ MASTER-ISAM-DATA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET FETCHED-FROM-MASTER TO TRUE
               END-READ
           END-IF
           .

       LoadFetchedAccount SECTION.
           ADD 1 TO ACCOUNTS-FETCHED-COUNT
           IF FETCHED-FROM-WORK
               MOVE AW-ACCOUNT TO ACCOUNT(BANK-INDEX,ACCOUNT-INDEX)
           ELSE
               PERFORM CopyMasterToCache
           END-IF
           .

      * a master record enters the run with its balance as this run's
      * opening; one whose stored opening still differs is flagged so
      * the end-of-run write brings it into line
       CopyMasterToCache SECTION.
           MOVE 'N' TO FETCH-STALE-SW
           MOVE MST-STATUS TO
               ACCOUNT-STATUS-CODE(BANK-INDEX,ACCOUNT-INDEX)
           MOVE MST-NAME TO CUSTOMER-NAME(BANK-INDEX,ACCOUNT-INDEX)
           MOVE MST-TYPE TO ACCOUNT-TYPE(BANK-INDEX,ACCOUNT-INDEX)
           MOVE MST-LAST-ACTIVITY TO
               LAST-ACTIVITY-DATE(BANK-INDEX,ACCOUNT-INDEX)
           MOVE 0 TO NUMBER-OF-CURRENCIES(BANK-INDEX,ACCOUNT-INDEX)
           PERFORM VARYING MST-CURR-IDX FROM 1 BY 1
               UNTIL MST-CURR-IDX > MST-NUM-CURRENCIES
               OR MST-CURR-IDX > 5
               ADD 1 TO NUMBER-OF-CURRENCIES(BANK-INDEX,ACCOUNT-INDEX)
               MOVE MST-CURR-CODE(MST-CURR-IDX) TO
                   CURRENCY-CODE(BANK-INDEX,ACCOUNT-INDEX,MST-CURR-IDX)
               MOVE MST-SALDO(MST-CURR-IDX) TO
                   SALDO(BANK-INDEX,ACCOUNT-INDEX,MST-CURR-IDX)
               MOVE MST-SALDO(MST-CURR-IDX) TO
                   OPENING-SALDO(BANK-INDEX,ACCOUNT-INDEX,MST-CURR-IDX)
               MOVE MST-FIRST-OD-DATE(MST-CURR-IDX) TO
                   FIRST-OVERDRAWN-DATE(BANK-INDEX,ACCOUNT-INDEX,
                       MST-CURR-IDX)
               MOVE MST-PERIOD-OPENING(MST-CURR-IDX) TO
                   PERIOD-OPENING-SALDO(BANK-INDEX,ACCOUNT-INDEX,
                       MST-CURR-IDX)
               IF MST-OPENING(MST-CURR-IDX) NOT =
                   MST-SALDO(MST-CURR-IDX)
                   SET FETCH-OPENING-STALE TO TRUE
               END-IF
           END-PERFORM
           .

      * read-only lookup of FETCH-KEY: the table entry, else the
      * account brought in from file; never creates an account
       FetchAccount SECTION.
           MOVE 'N' TO ACCOUNT-CAPACITY-SW
           PERFORM LocateCachedAccount
           IF NOT BANK-FOUND
               PERFORM RestoreCachedBank
           END-IF
           IF ACCOUNT-FOUND OR NOT BANK-FOUND
               EXIT SECTION
           END-IF
           IF NUMBER-OF-ACCOUNTS(BANK-INDEX) >= 700
               SET ACCOUNT-CAPACITY-EXCEEDED TO TRUE
               EXIT SECTION
           END-IF
           PERFORM ReadAccountOnFile
           IF NOT FETCH-NOT-ON-FILE
               MOVE FETCH-ACCOUNT-ID TO INSERT-ACCOUNT-ID
               PERFORM InsertAccount
               PERFORM LoadFetchedAccount
               SET ACCOUNT-FOUND TO TRUE
           END-IF
           .

      * status, name and type of FETCH-KEY as the run currently sees
      * them, without bringing the account into the table
       PeekAccount SECTION.
           SET PEEK-NOT-FOUND TO TRUE
           PERFORM LocateCachedAccount
           IF ACCOUNT-FOUND
               SET PEEK-CACHED TO TRUE
               EXIT SECTION
           END-IF
      * a bank moved out of the table is peeked on file as it is,
      * without bringing it back
           IF NOT BANK-FOUND
               MOVE FETCH-BANK-ID TO CACHE-BANK-ID
               PERFORM ReadBankOnWork
               IF NOT BANK-ON-WORK
                   EXIT SECTION
               END-IF
           END-IF
           PERFORM ReadAccountOnFile
           EVALUATE TRUE
           WHEN FETCHED-FROM-WORK
               SET PEEK-ON-FILE TO TRUE
               MOVE AW-STATUS TO PEEK-STATUS
               MOVE AW-NAME TO PEEK-NAME
               MOVE AW-TYPE TO PEEK-TYPE
           WHEN FETCHED-FROM-MASTER
               SET PEEK-ON-FILE TO TRUE
               MOVE MST-STATUS TO PEEK-STATUS
               MOVE MST-NAME TO PEEK-NAME
               MOVE MST-TYPE TO PEEK-TYPE
           END-EVALUATE
           .

       WriteWorkAccount SECTION.
           MOVE BANK-ID(FLUSH-BANK-IDX) TO AW-BANK-ID
           MOVE ACCOUNT-ID(FLUSH-BANK-IDX,FLUSH-ACCT-IDX)
               TO AW-ACCOUNT-ID
           MOVE ACCOUNT(FLUSH-BANK-IDX,FLUSH-ACCT-IDX) TO AW-ACCOUNT
           REWRITE ACCOUNT-WORK-REC
               INVALID KEY
                   WRITE ACCOUNT-WORK-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-REWRITE
           IF ACCTWORK-FILE-STATUS NOT = "00"
               MOVE "BP0112" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "WRITE FAILED ON account_master_work.dat, ",
                   "STATUS=", ACCTWORK-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           END-IF
           .

      * moves every cached account of bank FLUSH-BANK-IDX out to the
      * work file
       FlushBankCache SECTION.
           IF NOT ACCOUNT-WORK-OPEN
               EXIT SECTION
           END-IF
           PERFORM VARYING FLUSH-ACCT-IDX FROM 1 BY 1
               UNTIL FLUSH-ACCT-IDX >
                   NUMBER-OF-ACCOUNTS(FLUSH-BANK-IDX)
               PERFORM WriteWorkAccount
           END-PERFORM
           MOVE 0 TO NUMBER-OF-ACCOUNTS(FLUSH-BANK-IDX)
           ADD 1 TO CACHE-FLUSH-COUNT
           .

       TrimAccountCache SECTION.
           PERFORM VARYING FLUSH-BANK-IDX FROM 1 BY 1
               UNTIL FLUSH-BANK-IDX > NUMBER-OF-BANKS
               IF NUMBER-OF-ACCOUNTS(FLUSH-BANK-IDX) > CACHE-HIGH-WATER
                   PERFORM FlushBankCache
               END-IF
           END-PERFORM
           PERFORM TrimBankCache
           .

      *****************************************************************
      * Bank cache - a bank leaves the table only through
      * EvictOneBank, which writes its fields to the work file first,
      * so every bank of the run is either in the table or has its
      * bank record on the work file. Moving a bank out shifts the
      * banks above it down, so like the account trim it is only done
      * between items, never while a posting holds a table index.
      *****************************************************************
       TrimBankCache SECTION.
           IF NOT ACCOUNT-WORK-OPEN
               EXIT SECTION
           END-IF
           PERFORM UNTIL NUMBER-OF-BANKS <= BANK-HIGH-WATER
               PERFORM EvictOneBank
           END-PERFORM
           .

      * the bank with the fewest cached accounts leaves the table:
      * its accounts to the work file, then its own fields
       EvictOneBank SECTION.
           MOVE 1 TO EVICT-BANK-IDX
           PERFORM VARYING FLUSH-BANK-IDX FROM 2 BY 1
               UNTIL FLUSH-BANK-IDX > NUMBER-OF-BANKS
               IF NUMBER-OF-ACCOUNTS(FLUSH-BANK-IDX) <
                   NUMBER-OF-ACCOUNTS(EVICT-BANK-IDX)
                   MOVE FLUSH-BANK-IDX TO EVICT-BANK-IDX
               END-IF
           END-PERFORM
           MOVE EVICT-BANK-IDX TO FLUSH-BANK-IDX
           PERFORM FlushBankCache
           PERFORM WriteBankOnWork
           PERFORM VARYING SHIFT-BANK-IDX FROM EVICT-BANK-IDX BY 1
               UNTIL SHIFT-BANK-IDX >= NUMBER-OF-BANKS
               MOVE BANK(SHIFT-BANK-IDX + 1) TO BANK(SHIFT-BANK-IDX)
           END-PERFORM
           SUBTRACT 1 FROM NUMBER-OF-BANKS
           ADD 1 TO BANK-EVICT-COUNT
           .

       WriteBankOnWork SECTION.
           MOVE BANK-ID(EVICT-BANK-IDX) TO AW-BANK-ID
           MOVE SPACES TO AW-ACCOUNT-ID-X
           MOVE SPACES TO AW-BANK
           MOVE BANK-NAME(EVICT-BANK-IDX) TO AW-BANK-NAME
           MOVE SETTLEMENT-ACCOUNT(EVICT-BANK-IDX)
               TO AW-SETTLEMENT-ACCOUNT
           MOVE OVERDRAFT-LIMIT(EVICT-BANK-IDX) TO AW-OVERDRAFT-LIMIT
           MOVE CREDIT-INTEREST-RATE(EVICT-BANK-IDX) TO AW-CREDIT-RATE
           MOVE DEBIT-INTEREST-RATE(EVICT-BANK-IDX) TO AW-DEBIT-RATE
           REWRITE ACCOUNT-WORK-REC
               INVALID KEY
                   WRITE ACCOUNT-WORK-REC
                       INVALID KEY
                           CONTINUE
                   END-WRITE
           END-REWRITE
           IF ACCTWORK-FILE-STATUS NOT = "00"
               MOVE "BP0112" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "WRITE FAILED ON account_master_work.dat, ",
                   "STATUS=", ACCTWORK-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           END-IF
           .

      * expects CACHE-BANK-ID; BANK-ON-WORK with the bank record in
      * ACCOUNT-WORK-REC when the cache has moved the bank out
       ReadBankOnWork SECTION.
           MOVE 'N' TO BANK-ON-WORK-SW
           IF NOT ACCOUNT-WORK-OPEN
               EXIT SECTION
           END-IF
           MOVE CACHE-BANK-ID TO AW-BANK-ID
           MOVE SPACES TO AW-ACCOUNT-ID-X
           READ ACCOUNT-WORK-DATA
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BANK-ON-WORK TO TRUE
           END-READ
           .

      * the bank's own fields as they left the table, into the entry
      * InsertBank has just made at BANK-INDEX
       RestoreBankFields SECTION.
           MOVE AW-BANK-NAME TO BANK-NAME(BANK-INDEX)
           MOVE AW-SETTLEMENT-ACCOUNT TO SETTLEMENT-ACCOUNT(BANK-INDEX)
           MOVE AW-OVERDRAFT-LIMIT TO OVERDRAFT-LIMIT(BANK-INDEX)
           MOVE AW-CREDIT-RATE TO CREDIT-INTEREST-RATE(BANK-INDEX)
           MOVE AW-DEBIT-RATE TO DEBIT-INTEREST-RATE(BANK-INDEX)
           .

      * a lookup of FETCH-BANK-ID brings the bank back into the table
      * when the cache has moved it out; a bank the run does not hold
      * stays unknown
       RestoreCachedBank SECTION.
           IF NUMBER-OF-BANKS >= 200
               EXIT SECTION
           END-IF
           MOVE FETCH-BANK-ID TO CACHE-BANK-ID
           PERFORM ReadBankOnWork
           IF BANK-ON-WORK
               PERFORM InsertBank
               PERFORM RestoreBankFields
               SET BANK-FOUND TO TRUE
           END-IF
           .

      * expects CACHE-BANK-ID; BANK-FOUND when the run holds the bank,
      * in the table (BANK-INDEX set) or moved out to the work file
       FindRunBank SECTION.
           MOVE 'N' TO BANK-FOUND-SW
           MOVE 'N' TO BANK-ON-WORK-SW
           IF NUMBER-OF-BANKS > 0
               SEARCH ALL BANK
                   AT END
                       CONTINUE
                   WHEN BANK-ID(BANK-INDEX) = CACHE-BANK-ID
                       SET BANK-FOUND TO TRUE
               END-SEARCH
           END-IF
           IF NOT BANK-FOUND
               PERFORM ReadBankOnWork
               IF BANK-ON-WORK
                   SET BANK-FOUND TO TRUE
               END-IF
           END-IF
           .

      *****************************************************************
      * Bank sweep - every bank of the run in key order, whether the
      * table holds it or the cache has moved it out:
      *     PERFORM StartBankSweep (or StartBankIdSweep)
      *     PERFORM UNTIL BANK-SWEEP-DONE
      *         ... BANK(BANK-COUNTER) ... / BANK-SWEEP-ID ...
      *         PERFORM NextSweptBank
      *     END-PERFORM
      * StartBankSweep brings each bank into the table for its visit
      * and leaves BANK-COUNTER on it, moving another bank out when
      * the table is at BANK-HIGH-WATER. An id sweep only names the
      * bank in BANK-SWEEP-ID; LoadSweptBank brings it in on demand.
      *****************************************************************
       StartBankSweep SECTION.
           SET BANK-SWEEP-LOADED TO TRUE
           PERFORM BeginBankSweep
           .

       StartBankIdSweep SECTION.
           SET BANK-SWEEP-IDS-ONLY TO TRUE
           PERFORM BeginBankSweep
           .

       BeginBankSweep SECTION.
           MOVE 0 TO BANK-SWEEP-ID
           MOVE 'N' TO BANK-SWEEP-STARTED-SW
           MOVE 'N' TO BANK-SWEEP-DONE-SW
           PERFORM NextSweptBank
           .

       NextSweptBank SECTION.
           SET BANK-NEXT-NONE TO TRUE
           PERFORM VARYING BANK-SWEEP-TABLE-IDX FROM 1 BY 1
               UNTIL BANK-SWEEP-TABLE-IDX > NUMBER-OF-BANKS
               OR NOT BANK-SWEEP-STARTED
               OR BANK-ID(BANK-SWEEP-TABLE-IDX) > BANK-SWEEP-ID
               CONTINUE
           END-PERFORM
           IF BANK-SWEEP-TABLE-IDX <= NUMBER-OF-BANKS
               SET BANK-NEXT-FROM-TABLE TO TRUE
               MOVE BANK-ID(BANK-SWEEP-TABLE-IDX) TO BANK-SWEEP-NEXT
           END-IF
           PERFORM ReadWorkBankSuccessor
           IF BANK-ON-WORK
               IF BANK-NEXT-NONE OR AW-BANK-ID < BANK-SWEEP-NEXT
                   SET BANK-NEXT-FROM-WORK TO TRUE
                   MOVE AW-BANK-ID TO BANK-SWEEP-NEXT
               END-IF
           END-IF
           IF BANK-NEXT-NONE
               SET BANK-SWEEP-DONE TO TRUE
               EXIT SECTION
           END-IF
           MOVE BANK-SWEEP-NEXT TO BANK-SWEEP-ID
           SET BANK-SWEEP-STARTED TO TRUE
           IF BANK-SWEEP-LOADED
               PERFORM LoadSweptBank
           END-IF
           .

      * first bank on the work file above the last one visited - its
      * bank record, or the first of its accounts moved out
       ReadWorkBankSuccessor SECTION.
           MOVE 'N' TO BANK-ON-WORK-SW
           IF NOT ACCOUNT-WORK-OPEN
               EXIT SECTION
           END-IF
           IF BANK-SWEEP-STARTED
               MOVE BANK-SWEEP-ID TO AW-BANK-ID
               MOVE HIGH-VALUES TO AW-ACCOUNT-ID-X
               START ACCOUNT-WORK-DATA KEY IS GREATER THAN AW-KEY
                   INVALID KEY
                       EXIT SECTION
               END-START
           ELSE
               MOVE LOW-VALUES TO AW-KEY
               START ACCOUNT-WORK-DATA KEY IS NOT LESS THAN AW-KEY
                   INVALID KEY
                       EXIT SECTION
               END-START
           END-IF
           READ ACCOUNT-WORK-DATA NEXT RECORD
               AT END
                   EXIT SECTION
           END-READ
           IF ACCTWORK-FILE-STATUS = "00"
               SET BANK-ON-WORK TO TRUE
           END-IF
           .

      * the bank of BANK-SWEEP-ID into the table, BANK-COUNTER on it
       LoadSweptBank SECTION.
           MOVE BANK-SWEEP-ID TO CACHE-BANK-ID
           PERFORM FindRunBank
           IF BANK-FOUND AND NOT BANK-ON-WORK
               SET BANK-COUNTER TO BANK-INDEX
               EXIT SECTION
           END-IF
           IF NUMBER-OF-BANKS >= BANK-HIGH-WATER
               AND ACCOUNT-WORK-OPEN
               PERFORM EvictOneBank
           END-IF
           PERFORM ReadBankOnWork
           PERFORM InsertBank
           IF BANK-ON-WORK
               PERFORM RestoreBankFields
           END-IF
           SET BANK-COUNTER TO BANK-INDEX
           .

      *****************************************************************
      * Account sweep - every account of bank BANK-COUNTER in key
      * order, for the reports and end-of-run passes that used to
      * walk the whole table:
      *     PERFORM StartAccountSweep (or StartTouchedSweep)
      *     PERFORM UNTIL ACCOUNT-SWEEP-DONE
      *         ... ACCOUNT(BANK-COUNTER,ACCOUNT-COUNTER) ...
      *         PERFORM NextSweptAccount
      *     END-PERFORM
      * A touched sweep leaves out accounts this run never brought in
      * from the master. An account staged from file for the visit
      * goes back out to the work file if the visit changed it.
      *****************************************************************
       StartAccountSweep SECTION.
           SET SWEEP-ALL-ACCOUNTS TO TRUE
           PERFORM BeginAccountSweep
           .

       StartTouchedSweep SECTION.
           SET SWEEP-TOUCHED-ONLY TO TRUE
           PERFORM BeginAccountSweep
           .

       BeginAccountSweep SECTION.
           MOVE BANK-ID(BANK-COUNTER) TO SWEEP-BANK-ID
           MOVE 0 TO SWEEP-LAST-ACCOUNT
           MOVE 'N' TO SWEEP-STARTED-SW
           MOVE 'N' TO SWEEP-DONE-SW
           MOVE 'N' TO SWEEP-STAGED-SW
           MOVE 'N' TO SWEEP-FORCE-SW
           MOVE 'N' TO SWEEP-MASTER-SW
           PERFORM NextSweptAccount
           .

       NextSweptAccount SECTION.
           SEARCH ALL BANK
               AT END
                   CONTINUE
               WHEN BANK-ID(BANK-INDEX) = SWEEP-BANK-ID
                   SET BANK-COUNTER TO BANK-INDEX
           END-SEARCH
           PERFORM ReleaseSweptAccount
           IF NUMBER-OF-ACCOUNTS(BANK-COUNTER) > CACHE-HIGH-WATER
               MOVE BANK-COUNTER TO FLUSH-BANK-IDX
               PERFORM FlushBankCache
           END-IF
           SET NEXT-NONE TO TRUE
           PERFORM FindCacheSuccessor
           IF SWEEP-CACHE-IDX <= NUMBER-OF-ACCOUNTS(BANK-COUNTER)
               SET NEXT-FROM-CACHE TO TRUE
               MOVE ACCOUNT-ID(BANK-COUNTER,SWEEP-CACHE-IDX)
                   TO SWEEP-NEXT-ACCOUNT
           END-IF
           PERFORM ReadWorkSuccessor
           IF SWEEP-WORK-AHEAD
               IF NEXT-NONE OR AW-ACCOUNT-ID < SWEEP-NEXT-ACCOUNT
                   SET NEXT-FROM-WORK TO TRUE
                   MOVE AW-ACCOUNT-ID TO SWEEP-NEXT-ACCOUNT
               END-IF
           END-IF
           IF SWEEP-ALL-ACCOUNTS
               PERFORM ReadMasterSuccessor
               IF SWEEP-MASTER-AHEAD
                   IF NEXT-NONE
                       OR SWEEP-MASTER-ACCOUNT < SWEEP-NEXT-ACCOUNT
                       SET NEXT-FROM-MASTER TO TRUE
                       MOVE SWEEP-MASTER-ACCOUNT TO SWEEP-NEXT-ACCOUNT
                   END-IF
               END-IF
           END-IF
           IF NEXT-NONE
               SET ACCOUNT-SWEEP-DONE TO TRUE
               EXIT SECTION
           END-IF
           MOVE SWEEP-NEXT-ACCOUNT TO SWEEP-LAST-ACCOUNT
           SET SWEEP-STARTED TO TRUE
           IF NEXT-FROM-CACHE
               MOVE SWEEP-CACHE-IDX TO ACCOUNT-COUNTER
               EXIT SECTION
           END-IF
           SET BANK-INDEX TO BANK-COUNTER
           MOVE SWEEP-NEXT-ACCOUNT TO INSERT-ACCOUNT-ID
           PERFORM InsertAccount
           SET ACCOUNT-COUNTER TO ACCOUNT-INDEX
           IF NEXT-FROM-WORK
               MOVE AW-ACCOUNT TO ACCOUNT(BANK-INDEX,ACCOUNT-INDEX)
           ELSE
               MOVE SWEEP-MASTER-RECORD TO MASTER-REC
               PERFORM CopyMasterToCache
               IF FETCH-OPENING-STALE
                   SET SWEEP-FORCE-WRITE TO TRUE
               END-IF
           END-IF
           MOVE ACCOUNT(BANK-INDEX,ACCOUNT-INDEX) TO SWEEP-SNAPSHOT
           SET SWEEP-STAGED TO TRUE
           .

      * the account staged for the last visit leaves the table again,
      * through the work file if the visit changed it
       ReleaseSweptAccount SECTION.
           IF NOT SWEEP-STAGED
               EXIT SECTION
           END-IF
           MOVE 'N' TO SWEEP-STAGED-SW
           MOVE SWEEP-BANK-ID TO FETCH-BANK-ID
           MOVE SWEEP-LAST-ACCOUNT TO FETCH-ACCOUNT-ID
           PERFORM LocateCachedAccount
           IF NOT ACCOUNT-FOUND
               MOVE 'N' TO SWEEP-FORCE-SW
               EXIT SECTION
           END-IF
           SET FLUSH-BANK-IDX TO BANK-INDEX
           SET FLUSH-ACCT-IDX TO ACCOUNT-INDEX
           IF SWEEP-FORCE-WRITE
               OR ACCOUNT(BANK-INDEX,ACCOUNT-INDEX) NOT = SWEEP-SNAPSHOT
               IF NOT ACCOUNT-WORK-OPEN
                   MOVE 'N' TO SWEEP-FORCE-SW
                   EXIT SECTION
               END-IF
               PERFORM WriteWorkAccount
           END-IF
           MOVE 'N' TO SWEEP-FORCE-SW
           PERFORM VARYING SHIFT-ACCOUNT-IDX FROM FLUSH-ACCT-IDX BY 1
               UNTIL SHIFT-ACCOUNT-IDX >=
                   NUMBER-OF-ACCOUNTS(FLUSH-BANK-IDX)
               MOVE ACCOUNT(FLUSH-BANK-IDX,SHIFT-ACCOUNT-IDX + 1)
                   TO ACCOUNT(FLUSH-BANK-IDX,SHIFT-ACCOUNT-IDX)
           END-PERFORM
           SUBTRACT 1 FROM NUMBER-OF-ACCOUNTS(FLUSH-BANK-IDX)
           .

      * first cached account of the bank above the last one visited
       FindCacheSuccessor SECTION.
           MOVE 1 TO SWEEP-LOW
           COMPUTE SWEEP-HIGH = NUMBER-OF-ACCOUNTS(BANK-COUNTER) + 1
           IF SWEEP-STARTED
               PERFORM UNTIL SWEEP-LOW >= SWEEP-HIGH
                   COMPUTE SWEEP-MID = (SWEEP-LOW + SWEEP-HIGH) / 2
                   IF ACCOUNT-ID(BANK-COUNTER,SWEEP-MID) >
                       SWEEP-LAST-ACCOUNT
                       MOVE SWEEP-MID TO SWEEP-HIGH
                   ELSE
                       COMPUTE SWEEP-LOW = SWEEP-MID + 1
                   END-IF
               END-PERFORM
           END-IF
           MOVE SWEEP-LOW TO SWEEP-CACHE-IDX
           .

       ReadWorkSuccessor SECTION.
           MOVE 'N' TO SWEEP-WORK-SW
           IF NOT ACCOUNT-WORK-OPEN
               EXIT SECTION
           END-IF
           MOVE SWEEP-BANK-ID TO AW-BANK-ID
           MOVE SWEEP-LAST-ACCOUNT TO AW-ACCOUNT-ID
           IF SWEEP-STARTED
               START ACCOUNT-WORK-DATA KEY IS GREATER THAN AW-KEY
                   INVALID KEY
                       EXIT SECTION
               END-START
           ELSE
               START ACCOUNT-WORK-DATA KEY IS NOT LESS THAN AW-KEY
                   INVALID KEY
                       EXIT SECTION
               END-START
           END-IF
           READ ACCOUNT-WORK-DATA NEXT RECORD
               AT END
                   EXIT SECTION
           END-READ
           IF ACCTWORK-FILE-STATUS = "00"
               AND AW-BANK-ID = SWEEP-BANK-ID
               SET SWEEP-WORK-AHEAD TO TRUE
           END-IF
           .

      * the master is read one record ahead; the record stays good
      * until the sweep passes its key
       ReadMasterSuccessor SECTION.
           IF NOT MASTER-OPEN
               SET SWEEP-MASTER-END TO TRUE
           END-IF
           IF SWEEP-MASTER-END
               EXIT SECTION
           END-IF
           IF SWEEP-MASTER-AHEAD
               AND SWEEP-MASTER-ACCOUNT > SWEEP-LAST-ACCOUNT
               EXIT SECTION
           END-IF
           SET SWEEP-MASTER-END TO TRUE
           MOVE SWEEP-BANK-ID TO MST-BANK-ID
           MOVE SWEEP-LAST-ACCOUNT TO MST-ACCOUNT-ID
           IF SWEEP-STARTED
               START MASTER-ISAM-DATA KEY IS GREATER THAN MST-KEY
                   INVALID KEY
                       EXIT SECTION
               END-START
           ELSE
               START MASTER-ISAM-DATA KEY IS NOT LESS THAN MST-KEY
                   INVALID KEY
                       EXIT SECTION
               END-START
           END-IF
           READ MASTER-ISAM-DATA NEXT RECORD
               AT END
                   EXIT SECTION
           END-READ
           IF MASTER-FILE-STATUS = "00"
               AND MST-BANK-ID = SWEEP-BANK-ID
               MOVE MASTER-REC TO SWEEP-MASTER-RECORD
               SET SWEEP-MASTER-AHEAD TO TRUE
           END-IF
           .

      *****************************************************************
      * Posting, with overdraft control and an audit trail entry
      *****************************************************************
       AddToSaldo SECTION.
           ADD 1 TO POSTING-REF
           IF TR-IS-DEBIT
               COMPUTE SIGNED-AMOUNT = 0 - TR-AMOUNT
           ELSE
               MOVE TR-AMOUNT TO SIGNED-AMOUNT
           END-IF
           MOVE SALDO(BANK-INDEX,ACCOUNT-INDEX,CURRENCY-INDEX)
               TO BALANCE-BEFORE
           ADD SIGNED-AMOUNT TO SALDO(BANK-INDEX,ACCOUNT-INDEX,
               CURRENCY-INDEX)
           MOVE SALDO(BANK-INDEX,ACCOUNT-INDEX,CURRENCY-INDEX)
               TO BALANCE-AFTER
      * internally generated postings (interest, fees, reversals -
      * all flagged MAINTENANCE-LOAD) do not count as customer
      * activity, or no account at a bank with a rate on file could
      * ever go dormant
           IF TR-DATE-X IS NUMERIC AND NOT MAINTENANCE-LOAD
               AND TR-DATE >
                   LAST-ACTIVITY-DATE(BANK-INDEX,ACCOUNT-INDEX)
               MOVE TR-DATE TO
                   LAST-ACTIVITY-DATE(BANK-INDEX,ACCOUNT-INDEX)
           END-IF
           EVALUATE TRUE
           WHEN BALANCE-AFTER >= 0
               MOVE 0 TO FIRST-OVERDRAWN-DATE(BANK-INDEX,
                   ACCOUNT-INDEX,CURRENCY-INDEX)
           WHEN BALANCE-BEFORE >= 0 AND BALANCE-AFTER < 0
               IF TR-DATE-X IS NUMERIC
                   MOVE TR-DATE TO FIRST-OVERDRAWN-DATE(BANK-INDEX,
                       ACCOUNT-INDEX,CURRENCY-INDEX)
               ELSE
                   MOVE PROCESSING-DATE TO
                       FIRST-OVERDRAWN-DATE(BANK-INDEX,
                           ACCOUNT-INDEX,CURRENCY-INDEX)
               END-IF
           END-EVALUATE
           PERFORM AccumulatePostedCurrency
           ADD 1 TO POSTED-COUNT
           ADD SIGNED-AMOUNT TO POSTED-AMOUNT-TOTAL
           IF POSTING-LOG-USED >= 2000
               PERFORM DropOldestPostingRef
           END-IF
           ADD 1 TO POSTING-LOG-USED
           MOVE POSTING-REF TO PLOG-REF(POSTING-LOG-USED)
           MOVE TR-BANK-ID-X TO PLOG-BANK(POSTING-LOG-USED)
           MOVE TR-ACCOUNT-ID-X TO PLOG-ACCOUNT(POSTING-LOG-USED)
           MOVE TR-CURRENCY TO PLOG-CURRENCY(POSTING-LOG-USED)
           MOVE SIGNED-AMOUNT TO
               PLOG-SIGNED-AMOUNT(POSTING-LOG-USED)
           MOVE 'N' TO PLOG-REVERSED-SW(POSTING-LOG-USED)
           PERFORM WriteAudit
           PERFORM WriteGlExtract
           PERFORM CheckComplianceThreshold
           PERFORM CheckAdviceThreshold
           IF BACKVALUE-DAYS > 0 AND NOT MAINTENANCE-LOAD
               AND TR-DATE-X IS NUMERIC
               AND TR-DATE < PROCESSING-DATE
               PERFORM NoteBackValuedPosting
           END-IF
           IF TR-IS-CREDIT AND TR-COMMENT(1:8) = 'DISPUTE '
               PERFORM NoteDisputeCredit
           END-IF
           .

      * remembered with its posting reference so the adjustment can
      * point back at the movement it corrects
       NoteBackValuedPosting SECTION.
           IF BV-USED >= 1000
               IF NOT BV-TABLE-FULL
                   SET BV-TABLE-FULL TO TRUE
                   MOVE "BP0095" TO MSG-ID
                   MOVE "W" TO MSG-SEVERITY
                   MOVE function concatenate(
                       "BACK-VALUE TABLE FULL - LATER BACK-VALUED ",
                       "POSTINGS GET NO INTEREST ADJUSTMENT")
                       TO MSG-TEXT
                   PERFORM LogMessage
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO BV-USED
           MOVE TR-BANK-ID-X TO BV-BANK(BV-USED)
           MOVE TR-ACCOUNT-ID-X TO BV-ACCOUNT(BV-USED)
           MOVE TR-CURRENCY TO BV-CURRENCY(BV-USED)
           MOVE TR-DR-CR TO BV-DR-CR(BV-USED)
           MOVE TR-AMOUNT TO BV-AMOUNT(BV-USED)
           MOVE TR-DATE TO BV-VALUE-DATE(BV-USED)
           MOVE POSTING-REF TO BV-REF(BV-USED)
           MOVE 0 TO BV-DAYS(BV-USED)
           MOVE SPACE TO BV-RATE-TYPE(BV-USED)
           MOVE 0 TO BV-RATE(BV-USED)
           MOVE 0 TO BV-ADJUSTMENT(BV-USED)
           MOVE 0 TO BV-ADJ-REF(BV-USED)
           .

      * a dispute credit raised by DISPUTE through the teller journal
      * ('DISPUTE <case> PROVISIONAL' or 'DISPUTE <case> FINAL') -
      * its posting reference goes back to the case file so a later
      * rejection can reverse exactly this posting
       NoteDisputeCredit SECTION.
           IF EDIT-ONLY-REQUESTED
               EXIT SECTION
           END-IF
           OPEN EXTEND DISPUTE-LINK-DATA
           IF DISPLINK-FILE-STATUS = "35"
               OPEN OUTPUT DISPUTE-LINK-DATA
           END-IF
           IF DISPLINK-FILE-STATUS = "00"
               MOVE function concatenate(TR-COMMENT(9:8), ' ',
                   POSTING-REF, ' ', PROCESSING-DATE, ' ',
                   TR-COMMENT(18:11)) TO DISPUTE-LINK-LINE
               WRITE DISPUTE-LINK-F FROM DISPUTE-LINK-LINE
               CLOSE DISPUTE-LINK-DATA
           ELSE
               MOVE "BP0097" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN dispute_refs.txt, STATUS=",
                   DISPLINK-FILE-STATUS, " - CASE ",
                   TR-COMMENT(9:8), " REF=", POSTING-REF) TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

      * kept per legal entity as well as currency, so the control
      * report can reconcile each entity's books on their own
       AccumulatePostedCurrency SECTION.
           MOVE TR-BANK-ID-X TO ENTITY-WORK-BANK
           PERFORM FindBankEntity
           MOVE 'N' TO CURRENCY-FOUND-SW
           PERFORM VARYING PC-INDEX FROM 1 BY 1
               UNTIL PC-INDEX > POSTED-CURR-USED
               IF POSTED-CURR-CODE(PC-INDEX) = TR-CURRENCY
                   AND POSTED-CURR-ENTITY(PC-INDEX) = ENTITY-WORK-CODE
                   ADD SIGNED-AMOUNT TO POSTED-CURR-SUM(PC-INDEX)
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CURRENCY-FOUND AND POSTED-CURR-USED < 40
               ADD 1 TO POSTED-CURR-USED
               MOVE ENTITY-WORK-CODE
                   TO POSTED-CURR-ENTITY(POSTED-CURR-USED)
               MOVE TR-CURRENCY TO POSTED-CURR-CODE(POSTED-CURR-USED)
               MOVE SIGNED-AMOUNT TO POSTED-CURR-SUM(POSTED-CURR-USED)
           END-IF
           .

       ComputeProspectiveBalance SECTION.
           SET NOT-REJECTED TO TRUE
           SET OVERDRAFT-SW TO 'N'
           IF TR-IS-DEBIT
               MOVE PROCESSING-DATE TO ODFAC-CHECK-DATE
               PERFORM FindOverdraftFacility
               PERFORM SumActiveHolds
               COMPUTE PROSPECTIVE-BALANCE =
                   SALDO(BANK-INDEX,ACCOUNT-INDEX,CURRENCY-INDEX)
                   - ACTIVE-HOLD-TOTAL
                   - TR-AMOUNT
               IF PROSPECTIVE-BALANCE <
                   (0 - EFFECTIVE-OD-LIMIT)
                   SET WOULD-OVERDRAW TO TRUE
               END-IF
           END-IF
           .

      * total of the account's unexpired holds in this currency -
      * reserved money is not available to spend
       SumActiveHolds SECTION.
           MOVE 0 TO ACTIVE-HOLD-TOTAL
           PERFORM VARYING HOLD-INDEX FROM 1 BY 1
               UNTIL HOLD-INDEX > HOLD-USED
               IF HOLD-BANK(HOLD-INDEX) = TR-BANK-ID-X
                   AND HOLD-ACCOUNT(HOLD-INDEX) = TR-ACCOUNT-ID-X
                   AND HOLD-CURRENCY(HOLD-INDEX) = TR-CURRENCY
                   AND HOLD-EXPIRY(HOLD-INDEX) >= PROCESSING-DATE
                   ADD HOLD-AMOUNT(HOLD-INDEX) TO ACTIVE-HOLD-TOTAL
               END-IF
           END-PERFORM
           .

      * an unexpired per-account facility overrides the bank default;
      * an expired one falls back to it (same rule as POSTENGINE)
       FindOverdraftFacility SECTION.
           MOVE OVERDRAFT-LIMIT(BANK-INDEX) TO EFFECTIVE-OD-LIMIT
           PERFORM VARYING ODFAC-INDEX FROM 1 BY 1
               UNTIL ODFAC-INDEX > ODFAC-USED
               IF ODFAC-BANK(ODFAC-INDEX) = TR-BANK-ID-X
                   AND ODFAC-ACCOUNT(ODFAC-INDEX) = TR-ACCOUNT-ID-X
                   AND ODFAC-CURRENCY(ODFAC-INDEX) = TR-CURRENCY
                   AND ODFAC-EXPIRY(ODFAC-INDEX) >= ODFAC-CHECK-DATE
                   MOVE ODFAC-LIMIT(ODFAC-INDEX)
                       TO EFFECTIVE-OD-LIMIT
               END-IF
           END-PERFORM
           .

       LoadOverdraftFacilities SECTION.
           OPEN INPUT OD-FACILITY-DATA
           IF ODFAC-FILE-STATUS = "00"
               PERFORM UNTIL ODFAC-FILE-STATUS NOT = "00"
                   READ OD-FACILITY-DATA
                       AT END MOVE "10" TO ODFAC-FILE-STATUS
                   END-READ
                   IF ODFAC-FILE-STATUS = "00"
                       PERFORM ApplyOverdraftFacility
                   ELSE
                       IF ODFAC-FILE-STATUS NOT = "10"
                           MOVE "BP0046" TO MSG-ID
                           MOVE "S" TO MSG-SEVERITY
                           MOVE function concatenate(
                               "READ ERROR ON ",
                               "overdraft_facilities.txt, STATUS=",
                               ODFAC-FILE-STATUS) TO MSG-TEXT
                           PERFORM LogMessage
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE OD-FACILITY-DATA
           END-IF
           .

       ApplyOverdraftFacility SECTION.
           IF OF-BANK-ID-F IS NUMERIC AND OF-ACCOUNT-ID-F IS NUMERIC
               AND OF-LIMIT-F IS NUMERIC AND OF-EXPIRY-F IS NUMERIC
               AND ODFAC-USED < 200
               ADD 1 TO ODFAC-USED
               MOVE OF-BANK-ID-F TO ODFAC-BANK(ODFAC-USED)
               MOVE OF-ACCOUNT-ID-F TO ODFAC-ACCOUNT(ODFAC-USED)
               MOVE OF-CURRENCY-F TO ODFAC-CURRENCY(ODFAC-USED)
               MOVE OF-LIMIT-N TO ODFAC-LIMIT(ODFAC-USED)
               MOVE OF-EXPIRY-F TO ODFAC-EXPIRY(ODFAC-USED)
           END-IF
           .

      *****************************************************************
      * Product catalog - the account type on the master names a
      * product whose rules (currencies, minimum balance, overdraft,
      * monthly debits, fee plan, interest rates) apply on top of
      * the bank rules. A type with no catalog entry posts under the
      * bank rules alone.
      *****************************************************************
       LoadProductCatalog SECTION.
           OPEN INPUT PRODUCT-CATALOG-DATA
           IF PRODCAT-FILE-STATUS = "00"
               PERFORM UNTIL PRODCAT-FILE-STATUS NOT = "00"
                   READ PRODUCT-CATALOG-DATA
                       AT END MOVE "10" TO PRODCAT-FILE-STATUS
                   END-READ
                   IF PRODCAT-FILE-STATUS = "00"
                       PERFORM ApplyProductRecord
                   ELSE
                       IF PRODCAT-FILE-STATUS NOT = "10"
                           MOVE "BP0098" TO MSG-ID
                           MOVE "S" TO MSG-SEVERITY
                           MOVE function concatenate(
                               "READ ERROR ON ",
                               "product_catalog.txt, STATUS=",
                               PRODCAT-FILE-STATUS) TO MSG-TEXT
                           PERFORM LogMessage
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE PRODUCT-CATALOG-DATA
           END-IF
           .

      * a line that cannot be read as a product is refused loudly -
      * dropping it quietly would post its accounts without the
      * product's restrictions. A type listed twice keeps the later
      * line.
       ApplyProductRecord SECTION.
           IF PR-TYPE-F = SPACE
               OR (PR-MIN-BALANCE-F NOT = SPACES
                   AND PR-MIN-BALANCE-F IS NOT NUMERIC)
               OR (PR-MAX-DEBITS-F NOT = SPACES
                   AND PR-MAX-DEBITS-F IS NOT NUMERIC)
               OR (PR-CREDIT-RATE-F NOT = SPACES
                   AND PR-CREDIT-RATE-F IS NOT NUMERIC)
               OR (PR-DEBIT-RATE-F NOT = SPACES
                   AND PR-DEBIT-RATE-F IS NOT NUMERIC)
               OR (PR-OVERDRAFT-F NOT = 'Y'
                   AND PR-OVERDRAFT-F NOT = 'N')
               MOVE "BP0101" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "INVALID product_catalog.txt LINE IGNORED - TYPE '",
                   PR-TYPE-F, "' ", PR-NAME-F) TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           MOVE 0 TO PRD-MATCH-INDEX
           PERFORM VARYING PRD-INDEX FROM 1 BY 1
               UNTIL PRD-INDEX > PRD-USED
               IF PRD-TYPE(PRD-INDEX) = PR-TYPE-F
                   MOVE PRD-INDEX TO PRD-MATCH-INDEX
               END-IF
           END-PERFORM
           IF PRD-MATCH-INDEX = 0
               IF PRD-USED >= 36
                   EXIT SECTION
               END-IF
               ADD 1 TO PRD-USED
               MOVE PRD-USED TO PRD-MATCH-INDEX
           END-IF
           MOVE PR-TYPE-F TO PRD-TYPE(PRD-MATCH-INDEX)
           MOVE PR-NAME-F TO PRD-NAME(PRD-MATCH-INDEX)
           PERFORM VARYING PRD-CURR-INDEX FROM 1 BY 1
               UNTIL PRD-CURR-INDEX > 5
               MOVE PR-CURRENCIES-F(PRD-CURR-INDEX * 3 - 2:3)
                   TO PRD-CURRENCY(PRD-MATCH-INDEX,PRD-CURR-INDEX)
           END-PERFORM
           IF PR-MIN-BALANCE-F = SPACES
               MOVE 0 TO PRD-MIN-BALANCE(PRD-MATCH-INDEX)
           ELSE
               MOVE PR-MIN-BALANCE-N
                   TO PRD-MIN-BALANCE(PRD-MATCH-INDEX)
           END-IF
           MOVE PR-OVERDRAFT-F TO PRD-OVERDRAFT-SW(PRD-MATCH-INDEX)
           IF PR-MAX-DEBITS-F = SPACES
               MOVE 0 TO PRD-MAX-DEBITS(PRD-MATCH-INDEX)
           ELSE
               MOVE PR-MAX-DEBITS-N
                   TO PRD-MAX-DEBITS(PRD-MATCH-INDEX)
           END-IF
           MOVE PR-FEE-PLAN-F TO PRD-FEE-PLAN(PRD-MATCH-INDEX)
           MOVE 0 TO PRD-CREDIT-RATE(PRD-MATCH-INDEX)
           MOVE 0 TO PRD-DEBIT-RATE(PRD-MATCH-INDEX)
           EVALUATE TRUE
           WHEN PR-CREDIT-RATE-F NOT = SPACES
               AND PR-DEBIT-RATE-F NOT = SPACES
               MOVE 'B' TO PRD-RATE-SW(PRD-MATCH-INDEX)
           WHEN PR-CREDIT-RATE-F NOT = SPACES
               MOVE 'C' TO PRD-RATE-SW(PRD-MATCH-INDEX)
           WHEN PR-DEBIT-RATE-F NOT = SPACES
               MOVE 'D' TO PRD-RATE-SW(PRD-MATCH-INDEX)
           WHEN OTHER
               MOVE SPACE TO PRD-RATE-SW(PRD-MATCH-INDEX)
           END-EVALUATE
           IF PRD-OWN-CREDIT-RATE(PRD-MATCH-INDEX)
               MOVE PR-CREDIT-RATE-N
                   TO PRD-CREDIT-RATE(PRD-MATCH-INDEX)
               SET PRODUCT-RATES-PRESENT TO TRUE
           END-IF
           IF PRD-OWN-DEBIT-RATE(PRD-MATCH-INDEX)
               MOVE PR-DEBIT-RATE-N
                   TO PRD-DEBIT-RATE(PRD-MATCH-INDEX)
               SET PRODUCT-RATES-PRESENT TO TRUE
           END-IF
           .

      * PRD-MATCH-INDEX names the product of the account the bank
      * and account indexes sit on; zero when its type is not
      * catalogued
       FindAccountProduct SECTION.
           MOVE 0 TO PRD-MATCH-INDEX
           PERFORM VARYING PRD-INDEX FROM 1 BY 1
               UNTIL PRD-INDEX > PRD-USED OR PRD-MATCH-INDEX > 0
               IF PRD-TYPE(PRD-INDEX) =
                   ACCOUNT-TYPE(BANK-INDEX,ACCOUNT-INDEX)
                   MOVE PRD-INDEX TO PRD-MATCH-INDEX
               END-IF
           END-PERFORM
           .

      * product rules for a customer movement on the account and
      * currency slot in hand - run after the bank's overdraft test,
      * so for a debit PROSPECTIVE-BALANCE already holds the balance
      * less holds and the amount. Internal postings (fees,
      * interest, sweeps, reversals) are the bank's own and are not
      * refused here. PRODUCT-BREACH carries the reject reason.
       CheckProductRules SECTION.
           MOVE SPACES TO PRODUCT-BREACH
           IF PRD-USED = 0 OR MAINTENANCE-LOAD
               EXIT SECTION
           END-IF
           PERFORM FindAccountProduct
           IF PRD-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           MOVE 'Y' TO PRD-CURRENCY-SW
           IF PRD-CURRENCY(PRD-MATCH-INDEX,1) NOT = SPACES
               MOVE 'N' TO PRD-CURRENCY-SW
               PERFORM VARYING PRD-CURR-INDEX FROM 1 BY 1
                   UNTIL PRD-CURR-INDEX > 5
                   IF PRD-CURRENCY(PRD-MATCH-INDEX,PRD-CURR-INDEX)
                       = TR-CURRENCY
                       SET PRD-CURRENCY-ALLOWED TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           EVALUATE TRUE
           WHEN NOT PRD-CURRENCY-ALLOWED
               MOVE 'PRODUCT-CURRENCY' TO PRODUCT-BREACH
           WHEN NOT TR-IS-DEBIT
               CONTINUE
           WHEN NOT PRD-OVERDRAFT-ALLOWED(PRD-MATCH-INDEX)
               AND PROSPECTIVE-BALANCE < 0
               MOVE 'PRODUCT-NO-OVERDRAFT' TO PRODUCT-BREACH
           WHEN PRD-MIN-BALANCE(PRD-MATCH-INDEX) > 0
               AND PROSPECTIVE-BALANCE <
                   PRD-MIN-BALANCE(PRD-MATCH-INDEX)
               MOVE 'PRODUCT-MIN-BALANCE' TO PRODUCT-BREACH
           WHEN PRD-MAX-DEBITS(PRD-MATCH-INDEX) > 0
               AND MONTH-DEBIT-COUNT(BANK-INDEX,ACCOUNT-INDEX)
                   >= PRD-MAX-DEBITS(PRD-MATCH-INDEX)
               MOVE 'PRODUCT-DEBIT-LIMIT' TO PRODUCT-BREACH
           END-EVALUATE
           IF PRODUCT-BREACH NOT = SPACES
               ADD 1 TO PRB-COUNT(PRD-MATCH-INDEX)
           END-IF
           .

      * a posted customer debit counts towards the monthly maximum
      * of the account the indexes sit on
       NoteProductDebit SECTION.
           IF TR-IS-DEBIT AND NOT MAINTENANCE-LOAD
               ADD 1 TO MONTH-DEBIT-COUNT(BANK-INDEX,ACCOUNT-INDEX)
           END-IF
           .

      * the fee plan of the account's product is a fee_schedule.txt
      * category; its rule is charged in place of the ordinary
      * category match. FEE-MATCH-INDEX stays zero without one.
       FindFeePlanRule SECTION.
           MOVE 0 TO FEE-MATCH-INDEX
           IF PRD-USED = 0
               EXIT SECTION
           END-IF
           PERFORM FindAccountProduct
           IF PRD-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           IF PRD-FEE-PLAN(PRD-MATCH-INDEX) = SPACES
               EXIT SECTION
           END-IF
           PERFORM VARYING FEE-SCAN-INDEX FROM 1 BY 1
               UNTIL FEE-SCAN-INDEX > FEE-RULE-USED
               IF FEE-MATCH-INDEX = 0
                   AND FEE-RULE-CATEGORY(FEE-SCAN-INDEX) =
                       PRD-FEE-PLAN(PRD-MATCH-INDEX)
                   AND (FEE-RULE-BANK-ID(FEE-SCAN-INDEX) = SPACES
                     OR FEE-RULE-BANK-ID(FEE-SCAN-INDEX) = '00000'
                     OR FEE-RULE-BANK-ID(FEE-SCAN-INDEX) =
                         TR-BANK-ID-X)
                   MOVE FEE-SCAN-INDEX TO FEE-MATCH-INDEX
               END-IF
           END-PERFORM
           .

      * accrual rates for the account the bank and account indexes
      * sit on - the product's own rate where the catalog sets one,
      * the bank's otherwise
       ResolveAccrualRates SECTION.
           MOVE CREDIT-INTEREST-RATE(BANK-INDEX) TO ACCRUAL-CREDIT-RATE
           MOVE DEBIT-INTEREST-RATE(BANK-INDEX) TO ACCRUAL-DEBIT-RATE
           IF PRD-USED > 0
               PERFORM FindAccountProduct
               IF PRD-MATCH-INDEX > 0
                   IF PRD-OWN-CREDIT-RATE(PRD-MATCH-INDEX)
                       MOVE PRD-CREDIT-RATE(PRD-MATCH-INDEX)
                           TO ACCRUAL-CREDIT-RATE
                   END-IF
                   IF PRD-OWN-DEBIT-RATE(PRD-MATCH-INDEX)
                       MOVE PRD-DEBIT-RATE(PRD-MATCH-INDEX)
                           TO ACCRUAL-DEBIT-RATE
                   END-IF
               END-IF
           END-IF
           .

      * month-to-date debit counts - lines of an earlier month are
      * left behind, so the count starts again with each month. A
      * resumed run takes its counts from the checkpoint instead.
       LoadDebitCounts SECTION.
           MOVE PROCESSING-DATE(1:6) TO DC-MONTH-F
           OPEN INPUT DEBIT-COUNT-DATA
           IF DEBITCNT-FILE-STATUS = "00"
               MOVE 'N' TO DEBIT-COUNT-EOF-SW
               PERFORM UNTIL DEBIT-COUNT-EOF
                   READ DEBIT-COUNT-DATA
                       AT END SET DEBIT-COUNT-EOF TO TRUE
                       NOT AT END PERFORM ApplyDebitCount
                   END-READ
               END-PERFORM
               CLOSE DEBIT-COUNT-DATA
           END-IF
           .

       ApplyDebitCount SECTION.
           IF DC-BANK-ID-F IS NUMERIC AND DC-ACCOUNT-ID-F IS NUMERIC
               AND DC-COUNT-F IS NUMERIC
               AND DC-MONTH-F = PROCESSING-DATE(1:6)
               PERFORM TrimAccountCache
               MOVE DC-BANK-ID-F TO TR-BANK-ID-X
               MOVE DC-ACCOUNT-ID-F TO TR-ACCOUNT-ID-X
               PERFORM SearchBank
               IF NOT BANK-CAPACITY-EXCEEDED
                   PERFORM SearchAccount
                   IF NOT ACCOUNT-CAPACITY-EXCEEDED
                       MOVE DC-COUNT-F TO
                           MONTH-DEBIT-COUNT(BANK-INDEX,ACCOUNT-INDEX)
                   END-IF
               END-IF
           END-IF
           .

       RewriteDebitCounts SECTION.
           MOVE "batchprocess/product_debit_counts.txt"
               TO PART-TARGET-NAME
           PERFORM CarryOtherPartitions
           OPEN OUTPUT DEBIT-COUNT-DATA
           IF DEBITCNT-FILE-STATUS NOT = "00"
               MOVE "BP0100" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE product_debit_counts.txt, ",
                   "STATUS=", DEBITCNT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM StartBankSweep
               PERFORM UNTIL BANK-SWEEP-DONE
                   PERFORM StartTouchedSweep
                   PERFORM UNTIL ACCOUNT-SWEEP-DONE
                       IF MONTH-DEBIT-COUNT(BANK-COUNTER,
                           ACCOUNT-COUNTER) > 0
                           PERFORM WriteDebitCountLine
                       END-IF
                       PERFORM NextSweptAccount
                   END-PERFORM
                   PERFORM NextSweptBank
               END-PERFORM
               CLOSE DEBIT-COUNT-DATA
               PERFORM RestoreOtherPartitions
           END-IF
           .

       WriteDebitCountLine SECTION.
           MOVE SPACES TO DEBIT-COUNT-F
           MOVE BANK-ID(BANK-COUNTER) TO DC-BANK-ID-F
           MOVE ACCOUNT-ID(BANK-COUNTER,ACCOUNT-COUNTER)
               TO DC-ACCOUNT-ID-F
           MOVE PROCESSING-DATE(1:6) TO DC-MONTH-F
           MOVE MONTH-DEBIT-COUNT(BANK-COUNTER,ACCOUNT-COUNTER)
               TO DC-COUNT-F
           WRITE DEBIT-COUNT-F
           .

      *****************************************************************
      * Product summary (product_report.txt) - account count, breaches
      * refused this run and balance per currency for each catalog
      * product, then the accounts whose type is not catalogued
      *****************************************************************
       GenerateProductReport SECTION.
           IF PRD-USED = 0
               EXIT SECTION
           END-IF
           OPEN OUTPUT PRODUCT-REPORT-DATA
           IF PRODREP-FILE-STATUS NOT = "00"
               MOVE "BP0099" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN product_report.txt, STATUS=",
                   PRODREP-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE function concatenate(
                   'Product summary as of ', PROCESSING-DATE)
                   TO PRODUCT-REPORT-LINE
               WRITE PRODUCT-REPORT-F
               MOVE SPACES TO PRODUCT-REPORT-LINE
               WRITE PRODUCT-REPORT-F
               MOVE function concatenate(
                   'Type Product              Accounts Breaches ',
                   'Currency      Balance')
                   TO PRODUCT-REPORT-LINE
               WRITE PRODUCT-REPORT-F
               MOVE 0 TO PRT-ALL-ACCOUNTS
               PERFORM VARYING PRT-INDEX FROM 1 BY 1
                   UNTIL PRT-INDEX > PRD-USED + 1
                   PERFORM WriteProductBlock
               END-PERFORM
               MOVE SPACES TO PRODUCT-REPORT-LINE
               WRITE PRODUCT-REPORT-F
               MOVE PRT-ALL-ACCOUNTS TO PRT-COUNT-ED
               MOVE function concatenate('Accounts in total: ',
                   PRT-COUNT-ED) TO PRODUCT-REPORT-LINE
               WRITE PRODUCT-REPORT-F
               CLOSE PRODUCT-REPORT-DATA
           END-IF
           .

      * the block past the last catalog entry collects every account
      * whose type has no product, and is left out when empty
       WriteProductBlock SECTION.
           MOVE 0 TO PRT-ACCOUNTS
           MOVE 0 TO PRT-CURR-USED
           PERFORM StartBankSweep
           PERFORM UNTIL BANK-SWEEP-DONE
               PERFORM StartAccountSweep
               PERFORM UNTIL ACCOUNT-SWEEP-DONE
                   SET BANK-INDEX TO BANK-COUNTER
                   SET ACCOUNT-INDEX TO ACCOUNT-COUNTER
                   PERFORM FindAccountProduct
                   MOVE 'N' TO PRT-IN-GROUP-SW
                   IF PRT-INDEX > PRD-USED
                       IF PRD-MATCH-INDEX = 0
                           SET PRT-IN-GROUP TO TRUE
                       END-IF
                   ELSE
                       IF PRD-MATCH-INDEX = PRT-INDEX
                           SET PRT-IN-GROUP TO TRUE
                       END-IF
                   END-IF
                   IF PRT-IN-GROUP
                       ADD 1 TO PRT-ACCOUNTS
                       PERFORM AccumulateProductBalances
                   END-IF
                   PERFORM NextSweptAccount
               END-PERFORM
               PERFORM NextSweptBank
           END-PERFORM
           IF PRT-INDEX > PRD-USED
               IF PRT-ACCOUNTS = 0
                   EXIT SECTION
               END-IF
               MOVE '-' TO PRT-TYPE
               MOVE 'NOT IN CATALOG' TO PRT-NAME
               MOVE 0 TO PRT-BREACHES
           ELSE
               MOVE PRD-TYPE(PRT-INDEX) TO PRT-TYPE
               MOVE PRD-NAME(PRT-INDEX) TO PRT-NAME
               MOVE PRB-COUNT(PRT-INDEX) TO PRT-BREACHES
           END-IF
           ADD PRT-ACCOUNTS TO PRT-ALL-ACCOUNTS
           MOVE PRT-ACCOUNTS TO PRT-COUNT-ED
           MOVE PRT-BREACHES TO PRT-BREACH-ED
           IF PRT-CURR-USED = 0
               MOVE function concatenate(PRT-TYPE, '    ', PRT-NAME,
                   '    ', PRT-COUNT-ED, '    ', PRT-BREACH-ED)
                   TO PRODUCT-REPORT-LINE
               WRITE PRODUCT-REPORT-F
           END-IF
           PERFORM VARYING PRT-CURR-INDEX FROM 1 BY 1
               UNTIL PRT-CURR-INDEX > PRT-CURR-USED
               MOVE PRT-CURR-SUM(PRT-CURR-INDEX) TO PRT-SUM-ED
               IF PRT-CURR-INDEX = 1
                   MOVE function concatenate(PRT-TYPE, '    ',
                       PRT-NAME, '    ', PRT-COUNT-ED, '    ',
                       PRT-BREACH-ED, ' ',
                       PRT-CURR-CODE(PRT-CURR-INDEX), '  ',
                       PRT-SUM-ED) TO PRODUCT-REPORT-LINE
               ELSE
                   MOVE SPACES TO PRODUCT-REPORT-LINE
                   MOVE function concatenate(
                       PRT-CURR-CODE(PRT-CURR-INDEX), '  ',
                       PRT-SUM-ED) TO PRODUCT-REPORT-LINE(45:)
               END-IF
               WRITE PRODUCT-REPORT-F
           END-PERFORM
           .

       AccumulateProductBalances SECTION.
           PERFORM VARYING CURRENCY-INDEX FROM 1 BY 1
               UNTIL CURRENCY-INDEX >
                   NUMBER-OF-CURRENCIES(BANK-INDEX,ACCOUNT-INDEX)
               PERFORM VARYING PRT-CURR-INDEX FROM 1 BY 1
                   UNTIL PRT-CURR-INDEX > PRT-CURR-USED
                   OR PRT-CURR-CODE(PRT-CURR-INDEX) =
                       CURRENCY-CODE(BANK-INDEX,ACCOUNT-INDEX,
                           CURRENCY-INDEX)
                   CONTINUE
               END-PERFORM
               IF PRT-CURR-INDEX > PRT-CURR-USED
                   AND PRT-CURR-USED < 10
                   ADD 1 TO PRT-CURR-USED
                   MOVE CURRENCY-CODE(BANK-INDEX,ACCOUNT-INDEX,
                       CURRENCY-INDEX) TO PRT-CURR-CODE(PRT-CURR-USED)
                   MOVE 0 TO PRT-CURR-SUM(PRT-CURR-USED)
               END-IF
               IF PRT-CURR-INDEX <= PRT-CURR-USED
                   ADD SALDO(BANK-INDEX,ACCOUNT-INDEX,CURRENCY-INDEX)
                       TO PRT-CURR-SUM(PRT-CURR-INDEX)
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * Facilities utilization report (facility_report.txt)
      *****************************************************************
       GenerateFacilityReport SECTION.
           IF ODFAC-USED = 0
               EXIT SECTION
           END-IF
           OPEN OUTPUT FACILITY-REPORT-DATA
           IF FACREP-FILE-STATUS NOT = "00"
               MOVE "BP0047" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN facility_report.txt, STATUS=",
                   FACREP-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE function concatenate(
                   'Overdraft facility utilization as of ',
                   PROCESSING-DATE) TO FACILITY-REPORT-LINE
               WRITE FACILITY-REPORT-F FROM FACILITY-REPORT-LINE
               PERFORM VARYING ODFAC-INDEX FROM 1 BY 1
                   UNTIL ODFAC-INDEX > ODFAC-USED
                   PERFORM WriteFacilityLine
               END-PERFORM
               CLOSE FACILITY-REPORT-DATA
           END-IF
           .

      * read-only account lookup - never inserts a missing key
       FindFacilityAccount SECTION.
           MOVE 'N' TO ODFAC-FOUND-SW
           MOVE 0 TO ODFAC-BALANCE
           MOVE FUNCTION NUMVAL(ODFAC-BANK(ODFAC-INDEX))
               TO FETCH-BANK-ID
           MOVE FUNCTION NUMVAL(ODFAC-ACCOUNT(ODFAC-INDEX))
               TO FETCH-ACCOUNT-ID
           PERFORM FetchAccount
           IF NOT ACCOUNT-FOUND
               EXIT SECTION
           END-IF
           SET ODFAC-BANK-IDX TO BANK-INDEX
           SET ODFAC-ACCT-IDX TO ACCOUNT-INDEX
           PERFORM VARYING ODFAC-CURR-IDX FROM 1 BY 1
               UNTIL ODFAC-CURR-IDX >
                   NUMBER-OF-CURRENCIES(ODFAC-BANK-IDX,ODFAC-ACCT-IDX)
               IF CURRENCY-CODE(ODFAC-BANK-IDX,ODFAC-ACCT-IDX,
                   ODFAC-CURR-IDX) = ODFAC-CURRENCY(ODFAC-INDEX)
                   SET ODFAC-ACCT-FOUND TO TRUE
                   MOVE SALDO(ODFAC-BANK-IDX,ODFAC-ACCT-IDX,
                       ODFAC-CURR-IDX) TO ODFAC-BALANCE
               END-IF
           END-PERFORM
           .

       WriteFacilityLine SECTION.
           PERFORM TrimAccountCache
           PERFORM FindFacilityAccount
           MOVE ODFAC-LIMIT(ODFAC-INDEX) TO ODFAC-LIMIT-ED
           MOVE ODFAC-BALANCE TO FORMATTED-SIGNED-SALDO
           IF ODFAC-BALANCE < 0
               COMPUTE ODFAC-USED-AMOUNT = 0 - ODFAC-BALANCE
           ELSE
               MOVE 0 TO ODFAC-USED-AMOUNT
           END-IF
           IF ODFAC-LIMIT(ODFAC-INDEX) > 0
               COMPUTE ODFAC-UTIL-PCT ROUNDED = ODFAC-USED-AMOUNT
                   * 100 / ODFAC-LIMIT(ODFAC-INDEX)
           ELSE
               MOVE 0 TO ODFAC-UTIL-PCT
           END-IF
           MOVE ODFAC-UTIL-PCT TO ODFAC-UTIL-ED
           IF ODFAC-EXPIRY(ODFAC-INDEX) < PROCESSING-DATE
               MOVE function concatenate(ODFAC-BANK(ODFAC-INDEX), ' ',
                   ODFAC-ACCOUNT(ODFAC-INDEX), ' ',
                   ODFAC-CURRENCY(ODFAC-INDEX), ' limit ',
                   FUNCTION TRIM(ODFAC-LIMIT-ED), ' expired ',
                   ODFAC-EXPIRY(ODFAC-INDEX),
                   ' - bank default applies')
                   TO FACILITY-REPORT-LINE
           ELSE
               MOVE function concatenate(ODFAC-BANK(ODFAC-INDEX), ' ',
                   ODFAC-ACCOUNT(ODFAC-INDEX), ' ',
                   ODFAC-CURRENCY(ODFAC-INDEX), ' limit ',
                   FUNCTION TRIM(ODFAC-LIMIT-ED), ' expires ',
                   ODFAC-EXPIRY(ODFAC-INDEX), ' balance ',
                   FORMATTED-SIGNED-SALDO, ' utilization ',
                   FUNCTION TRIM(ODFAC-UTIL-ED), '%')
                   TO FACILITY-REPORT-LINE
           END-IF
           WRITE FACILITY-REPORT-F FROM FACILITY-REPORT-LINE
           .

      *****************************************************************
      * Audit trail (audit_trail.txt)
      *****************************************************************
       WriteAudit SECTION.
           IF EDIT-ONLY-REQUESTED
               EXIT SECTION
           END-IF
           MOVE BALANCE-BEFORE TO FORMATTED-SIGNED-SALDO
           MOVE BALANCE-AFTER TO FORMATTED-SIGNED-SALDO-2
      * the trailing DATE= token carries the value date for the
      * statement export; everything before it keeps its fixed
      * position, so the existing parsers stay untouched
           IF AUDIT-REVERSAL-POSTING
               MOVE function concatenate(
                   TR-BANK-ID, ' ', TR-ACCOUNT-ID, ' ', TR-DR-CR, ' ',
                   TR-CURRENCY, ' ', FORMATTED-SIGNED-SALDO, ' -> ',
                   FORMATTED-SIGNED-SALDO-2, ' ', TR-COMMENT,
                   ' REF=', POSTING-REF,
                   ' REVERSAL-OF=', AUDIT-REV-REF,
                   ' DATE=', TR-DATE-X)
                   TO AUDIT-LINE
           ELSE
               MOVE function concatenate(
                   TR-BANK-ID, ' ', TR-ACCOUNT-ID, ' ', TR-DR-CR, ' ',
                   TR-CURRENCY, ' ', FORMATTED-SIGNED-SALDO, ' -> ',
                   FORMATTED-SIGNED-SALDO-2, ' ', TR-COMMENT,
                   ' REF=', POSTING-REF,
                   ' DATE=', TR-DATE-X)
                   TO AUDIT-LINE
           END-IF
      * the chain fields after column 160 tie the line to the one
      * written before it
           MOVE 'SEAL' TO AH-FUNCTION
           MOVE AUDIT-LINE TO AH-LINE
           MOVE AUDIT-CHAIN-HASH TO AH-CHAIN-HASH
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "AUDITHASH" USING AUDIT-HASH-REQUEST
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           MOVE AH-LINE TO AUDIT-LINE
           WRITE AUDIT-DATA-F FROM AUDIT-LINE
           IF AUDIT-FILE-STATUS NOT = "00"
               MOVE "BP0005" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "WRITE FAILED ON audit_trail.txt, STATUS=",
                   AUDIT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE AH-CHAIN-HASH TO AUDIT-CHAIN-HASH
           END-IF
           .

      * the first line of a fresh trail follows the end hash of the
      * last archive filed under another name; a resumed or repaired
      * trail carries on from its own last line
       EstablishAuditChain SECTION.
           MOVE 0 TO AUDIT-CHAIN-HASH
           MOVE 'N' TO AUDIT-CHAIN-FOUND-SW
           IF RESUMING OR REPAIR-REQUESTED
               OPEN INPUT AUDIT-DATA
               IF AUDIT-FILE-STATUS = "00"
                   MOVE 'N' TO ARCHIVE-EOF-SW
                   PERFORM UNTIL ARCHIVE-EOF
                       READ AUDIT-DATA
                           AT END SET ARCHIVE-EOF TO TRUE
                           NOT AT END
                               IF AUDIT-LINE(174:2) = 'H='
                                   AND AUDIT-LINE(176:10) IS NUMERIC
                                   MOVE AUDIT-LINE(176:10)
                                       TO AUDIT-CHAIN-HASH
                                   SET AUDIT-CHAIN-FOUND TO TRUE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE AUDIT-DATA
               END-IF
           END-IF
           IF AUDIT-CHAIN-FOUND
               EXIT SECTION
           END-IF
           PERFORM SetArchiveFileName
           PERFORM LoadArchiveIndex
           PERFORM VARYING AIX-INDEX FROM 1 BY 1
               UNTIL AIX-INDEX > AIX-USED
               IF AIX-NAME(AIX-INDEX) NOT = ARCHIVE-FILE-NAME
                   AND AIX-END-HASH(AIX-INDEX) IS NUMERIC
                   MOVE AIX-END-HASH(AIX-INDEX) TO AUDIT-CHAIN-HASH
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * Reject / suspense file (reject.txt)
      *****************************************************************
      * reject lines carry the complete original record in columns
      * 1-90 followed by the reason and the repair cycle count, so a
      * repair pass can re-validate them without re-keying
       WriteReject SECTION.
           IF AMOUNT-F IS NUMERIC
               COMPUTE REJECT-CURR-AMOUNT =
                   FUNCTION NUMVAL(AMOUNT-F) / 100
               PERFORM AccumulateRejectCurrency
           END-IF
           MOVE function concatenate(TRANSACTION-F, ' REASON=',
               REJECT-REASON, ' CYCLE=', REPAIR-CYCLE)
               TO REJECT-LINE
           WRITE REJECT-DATA-F FROM REJECT-LINE
           IF REJECT-FILE-STATUS NOT = "00"
               MOVE "BP0006" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "WRITE FAILED ON reject.txt, STATUS=",
                   REJECT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           END-IF
           PERFORM WriteGlSuspense
           .

       AccumulateRejectCurrency SECTION.
           MOVE 'N' TO CURRENCY-FOUND-SW
           PERFORM VARYING REJECT-CURR-INDEX FROM 1 BY 1
               UNTIL REJECT-CURR-INDEX > REJECT-CURR-USED
               IF REJECT-CURR-CODE(REJECT-CURR-INDEX)
                   = CURRENCY-CODE-F
                   ADD REJECT-CURR-AMOUNT
                       TO REJECT-CURR-SUM(REJECT-CURR-INDEX)
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CURRENCY-FOUND AND REJECT-CURR-USED < 10
               ADD 1 TO REJECT-CURR-USED
               MOVE CURRENCY-CODE-F
                   TO REJECT-CURR-CODE(REJECT-CURR-USED)
               MOVE REJECT-CURR-AMOUNT
                   TO REJECT-CURR-SUM(REJECT-CURR-USED)
           END-IF
           .

       ValidateTransaction SECTION.
           SET VALID-TRANSACTION TO TRUE
           MOVE SPACES TO REJECT-REASON
           PERFORM CheckCurrencyOnFile
           IF BANK-ID-F IS NOT NUMERIC
               MOVE 'N' TO VALID-FORMAT-SW
               MOVE 'INVALID-BANK-ID' TO REJECT-REASON
           ELSE IF ACCOUNT-ID-F IS NOT NUMERIC
               MOVE 'N' TO VALID-FORMAT-SW
               MOVE 'INVALID-ACCOUNT-ID' TO REJECT-REASON
           ELSE IF AMOUNT-F IS NOT NUMERIC
               MOVE 'N' TO VALID-FORMAT-SW
               MOVE 'INVALID-AMOUNT' TO REJECT-REASON
           ELSE IF TRANSACTION-DATE-F IS NOT NUMERIC
               MOVE 'N' TO VALID-FORMAT-SW
               MOVE 'INVALID-DATE' TO REJECT-REASON
           ELSE IF NOT TR-IS-DEBIT AND NOT TR-IS-CREDIT
               AND NOT TR-IS-TRANSFER AND NOT TR-IS-REVERSAL
               AND NOT TR-IS-HOLD
               MOVE 'N' TO VALID-FORMAT-SW
               MOVE 'INVALID-DRCR-INDICATOR' TO REJECT-REASON
           ELSE IF TR-IS-TRANSFER
               AND (TR-DEST-BANK-ID-X IS NOT NUMERIC
                   OR TR-DEST-ACCOUNT-ID-X IS NOT NUMERIC)
               MOVE 'N' TO VALID-FORMAT-SW
               MOVE 'INVALID-TRANSFER-DEST' TO REJECT-REASON
           ELSE IF TR-IS-REVERSAL
               AND TR-REV-REF-X IS NOT NUMERIC
               MOVE 'N' TO VALID-FORMAT-SW
               MOVE 'INVALID-REVERSAL-REF' TO REJECT-REASON
           ELSE IF TR-IS-HOLD
               AND TR-HOLD-EXPIRY-X IS NOT NUMERIC
               MOVE 'N' TO VALID-FORMAT-SW
               MOVE 'INVALID-HOLD-EXPIRY' TO REJECT-REASON
           ELSE IF NOT CURRENCY-ON-FILE
               MOVE 'N' TO VALID-FORMAT-SW
               MOVE 'INVALID-CURRENCY' TO REJECT-REASON
           END-IF
      * an unknown bank must bounce here - SearchBank would
      * otherwise create it and the money gets hard to find
           IF VALID-TRANSACTION AND BMAST-USED > 0
               AND NOT TR-IS-REVERSAL
               MOVE TR-BANK-ID-X TO CDW-BANK
               PERFORM CheckBankOnMaster
               IF NOT BMAST-FOUND
                   MOVE 'N' TO VALID-FORMAT-SW
                   MOVE 'UNKNOWN-BANK' TO REJECT-REASON
               END-IF
           END-IF
      * a transfer destination that is not on the master is a bank
      * outside the network - ProcessTransfer pays it out rather
      * than opening the bank here
      * a mistyped account number must bounce here - SearchAccount
      * would otherwise open a phantom account for it
           IF VALID-TRANSACTION AND CD-SCHEME-USED > 0
               AND NOT TR-IS-REVERSAL
               MOVE TR-BANK-ID-X TO CDW-BANK
               MOVE TR-ACCOUNT-ID-X TO CDW-ACCOUNT
               PERFORM CheckAccountDigit
               IF NOT CD-VALID
                   MOVE 'N' TO VALID-FORMAT-SW
                   MOVE 'CHECK-DIGIT-FAILED' TO REJECT-REASON
               END-IF
           END-IF
           IF VALID-TRANSACTION AND CD-SCHEME-USED > 0
               AND TR-IS-TRANSFER
               MOVE TR-DEST-BANK-ID-X TO CDW-BANK
               MOVE TR-DEST-ACCOUNT-ID-X TO CDW-ACCOUNT
               PERFORM CheckAccountDigit
               IF NOT CD-VALID
                   MOVE 'N' TO VALID-FORMAT-SW
                   MOVE 'DEST-CHECK-DIGIT-FAILED' TO REJECT-REASON
               END-IF
           END-IF
      * a direct debit must be covered by a live mandate - one that
      * is not goes back to the originator, not to reject.txt
           IF VALID-TRANSACTION AND MAND-USED > 0 AND TR-IS-DEBIT
               PERFORM CheckDirectDebitMandate
           END-IF
      * a presented cheque must come from a book issued to the
      * account, not be stopped and not have been paid before
           IF VALID-TRANSACTION AND CHQB-USED > 0 AND TR-IS-DEBIT
               PERFORM CheckPresentedCheque
           END-IF
           .

      *****************************************************************
      * Direct debit mandate check - a debit whose comment opens with
      * 'DD <mandate id> [<creditor id>]' is checked against the
      * mandate register; a failure is flagged for the returns file
      * with its ISO return reason (see MANDREC)
      *****************************************************************
       CheckDirectDebitMandate SECTION.
           MOVE SPACES TO DD-WORK
           UNSTRING TR-COMMENT DELIMITED BY ALL SPACE
               INTO DD-KEYWORD DD-MANDATE-REF DD-CREDITOR-REF
           END-UNSTRING
           IF DD-KEYWORD NOT = 'DD'
               EXIT SECTION
           END-IF
           MOVE 0 TO MAND-MATCH-INDEX
           PERFORM VARYING MAND-INDEX FROM 1 BY 1
               UNTIL MAND-INDEX > MAND-USED
               IF MAND-ID(MAND-INDEX) = DD-MANDATE-REF
                   MOVE MAND-INDEX TO MAND-MATCH-INDEX
               END-IF
           END-PERFORM
           EVALUATE TRUE
           WHEN DD-MANDATE-REF = SPACES OR MAND-MATCH-INDEX = 0
               MOVE 'MD01' TO DD-RETURN-CODE
               MOVE 'DD-NO-MANDATE' TO REJECT-REASON
           WHEN MAND-BANK(MAND-MATCH-INDEX) NOT = TR-BANK-ID-X
               OR MAND-ACCOUNT(MAND-MATCH-INDEX) NOT = TR-ACCOUNT-ID-X
               MOVE 'MD01' TO DD-RETURN-CODE
               MOVE 'DD-MANDATE-OTHER-DEBTOR' TO REJECT-REASON
           WHEN DD-CREDITOR-REF NOT = SPACES
               AND MAND-CREDITOR(MAND-MATCH-INDEX) NOT = DD-CREDITOR-REF
               MOVE 'MD01' TO DD-RETURN-CODE
               MOVE 'DD-MANDATE-OTHER-CREDITOR' TO REJECT-REASON
           WHEN MAND-REVOKED(MAND-MATCH-INDEX)
               MOVE 'MS02' TO DD-RETURN-CODE
               MOVE 'DD-MANDATE-REVOKED' TO REJECT-REASON
           WHEN TR-DATE < MAND-VALID-FROM(MAND-MATCH-INDEX)
               OR TR-DATE > MAND-VALID-TO(MAND-MATCH-INDEX)
               MOVE 'MD01' TO DD-RETURN-CODE
               MOVE 'DD-MANDATE-NOT-IN-FORCE' TO REJECT-REASON
           WHEN TR-AMOUNT > MAND-MAX-AMOUNT(MAND-MATCH-INDEX)
               MOVE 'AM02' TO DD-RETURN-CODE
               MOVE 'DD-OVER-MANDATE-MAXIMUM' TO REJECT-REASON
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF DD-RETURN-CODE NOT = SPACES
               MOVE 'N' TO VALID-FORMAT-SW
               SET TRANSACTION-RETURNED TO TRUE
           END-IF
           .

      * returns carry the complete original record so the creditor
      * side can match them, followed by the ISO reason code
       WriteDirectDebitReturn SECTION.
           MOVE function concatenate(TRANSACTION-F, ' RC=',
               DD-RETURN-CODE, ' MANDATE=', DD-MANDATE-REF,
               ' REASON=', REJECT-REASON)
               TO DD-RETURN-LINE
           WRITE DD-RETURN-F FROM DD-RETURN-LINE
           IF DDRET-FILE-STATUS NOT = "00"
               MOVE "BP0082" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "WRITE FAILED ON dd_returns.txt, STATUS=",
                   DDRET-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Presented cheques - a debit whose comment opens with
      * 'CHQ <number>' is refused when the number was never issued to
      * the account, is stopped, or was paid before
      *****************************************************************
       CheckPresentedCheque SECTION.
           MOVE SPACES TO CHQ-KEYWORD CHQ-NUMBER-X
           MOVE 0 TO CHQ-NUMBER-LEN
           UNSTRING TR-COMMENT DELIMITED BY ALL SPACE
               INTO CHQ-KEYWORD
                    CHQ-NUMBER-X COUNT IN CHQ-NUMBER-LEN
           END-UNSTRING
           IF CHQ-KEYWORD NOT = 'CHQ'
               EXIT SECTION
           END-IF
           IF CHQ-NUMBER-LEN = 0 OR CHQ-NUMBER-LEN > 8
               MOVE 'N' TO VALID-FORMAT-SW
               MOVE 'INVALID-CHEQUE-NUMBER' TO REJECT-REASON
               ADD 1 TO CHQ-REFUSED-COUNT
               EXIT SECTION
           END-IF
           IF CHQ-NUMBER-X(1:CHQ-NUMBER-LEN) IS NOT NUMERIC
               MOVE 'N' TO VALID-FORMAT-SW
               MOVE 'INVALID-CHEQUE-NUMBER' TO REJECT-REASON
               ADD 1 TO CHQ-REFUSED-COUNT
               EXIT SECTION
           END-IF
           COMPUTE CHQ-NUMBER =
               FUNCTION NUMVAL(CHQ-NUMBER-X(1:CHQ-NUMBER-LEN))
           MOVE 'N' TO CHQ-ISSUED-SW
           PERFORM VARYING CHQB-INDEX FROM 1 BY 1
               UNTIL CHQB-INDEX > CHQB-USED
               IF CHQB-BANK(CHQB-INDEX) = TR-BANK-ID-X
                   AND CHQB-ACCOUNT(CHQB-INDEX) = TR-ACCOUNT-ID-X
                   AND CHQ-NUMBER >= CHQB-FIRST(CHQB-INDEX)
                   AND CHQ-NUMBER <= CHQB-LAST(CHQB-INDEX)
                   SET CHQ-ISSUED TO TRUE
               END-IF
           END-PERFORM
           MOVE 'N' TO CHQ-STOPPED-SW
           PERFORM VARYING STOP-INDEX FROM 1 BY 1
               UNTIL STOP-INDEX > STOP-USED
               IF STOP-BANK(STOP-INDEX) = TR-BANK-ID-X
                   AND STOP-ACCOUNT(STOP-INDEX) = TR-ACCOUNT-ID-X
                   AND CHQ-NUMBER >= STOP-FIRST(STOP-INDEX)
                   AND CHQ-NUMBER <= STOP-LAST(STOP-INDEX)
                   SET CHQ-STOPPED TO TRUE
               END-IF
           END-PERFORM
           MOVE 'N' TO CHQ-ALREADY-PAID-SW
           PERFORM VARYING CHQP-INDEX FROM 1 BY 1
               UNTIL CHQP-INDEX > CHQP-USED
               IF CHQP-BANK(CHQP-INDEX) = TR-BANK-ID-X
                   AND CHQP-ACCOUNT(CHQP-INDEX) = TR-ACCOUNT-ID-X
                   AND CHQP-NUMBER(CHQP-INDEX) = CHQ-NUMBER
                   SET CHQ-ALREADY-PAID TO TRUE
               END-IF
           END-PERFORM
           EVALUATE TRUE
           WHEN NOT CHQ-ISSUED
               MOVE 'CHEQUE-NOT-ISSUED' TO REJECT-REASON
           WHEN CHQ-STOPPED
               MOVE 'CHEQUE-STOPPED' TO REJECT-REASON
           WHEN CHQ-ALREADY-PAID
               MOVE 'CHEQUE-ALREADY-PAID' TO REJECT-REASON
      * a full register could not remember the payment, so the
      * next presentment of the same cheque would pay again
           WHEN CHQP-USED >= CHQP-MAX
               MOVE 'CHEQUE-REGISTER-FULL' TO REJECT-REASON
           WHEN OTHER
               SET CHEQUE-PRESENTED TO TRUE
           END-EVALUATE
           IF NOT CHEQUE-PRESENTED
               MOVE 'N' TO VALID-FORMAT-SW
               ADD 1 TO CHQ-REFUSED-COUNT
           END-IF
           .

      * called once the cheque debit has posted
       NoteChequePaid SECTION.
           ADD 1 TO CHQP-USED
           MOVE TR-BANK-ID-X TO CHQP-BANK(CHQP-USED)
           MOVE TR-ACCOUNT-ID-X TO CHQP-ACCOUNT(CHQP-USED)
           MOVE TR-CURRENCY TO CHQP-CURRENCY(CHQP-USED)
           MOVE CHQ-NUMBER TO CHQP-NUMBER(CHQP-USED)
           MOVE TR-AMOUNT TO CHQP-AMOUNT(CHQP-USED)
           MOVE PROCESSING-DATE TO CHQP-DATE(CHQP-USED)
           MOVE POSTING-REF TO CHQP-REF(CHQP-USED)
           MOVE 'Y' TO CHQP-NEW-SW(CHQP-USED)
           ADD 1 TO CHQ-PAID-COUNT
           .

       LoadChequeRegister SECTION.
           OPEN INPUT CHEQUE-BOOK-DATA
           IF CHQBOOK-FILE-STATUS = "00"
               PERFORM UNTIL CHQBOOK-FILE-STATUS NOT = "00"
                   READ CHEQUE-BOOK-DATA
                       AT END MOVE "10" TO CHQBOOK-FILE-STATUS
                   END-READ
                   IF CHQBOOK-FILE-STATUS = "00"
                       IF CB-FIRST-NO-F IS NUMERIC
                           AND CB-LAST-NO-F IS NUMERIC
                           AND CHQB-USED < 2000
                           ADD 1 TO CHQB-USED
                           MOVE CB-BANK-ID-F TO CHQB-BANK(CHQB-USED)
                           MOVE CB-ACCOUNT-ID-F
                               TO CHQB-ACCOUNT(CHQB-USED)
                           MOVE CB-FIRST-NO-F TO CHQB-FIRST(CHQB-USED)
                           MOVE CB-LAST-NO-F TO CHQB-LAST(CHQB-USED)
                       END-IF
                   ELSE
                       IF CHQBOOK-FILE-STATUS NOT = "10"
                           MOVE "BP0083" TO MSG-ID
                           MOVE "S" TO MSG-SEVERITY
                           MOVE function concatenate(
                               "READ ERROR ON ",
                               "cheque_register.txt, STATUS=",
                               CHQBOOK-FILE-STATUS) TO MSG-TEXT
                           PERFORM LogMessage
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CHEQUE-BOOK-DATA
           END-IF
           OPEN INPUT STOP-PAYMENT-DATA
           IF STOPPAY-FILE-STATUS = "00"
               PERFORM UNTIL STOPPAY-FILE-STATUS NOT = "00"
                   READ STOP-PAYMENT-DATA
                       AT END MOVE "10" TO STOPPAY-FILE-STATUS
                   END-READ
                   IF STOPPAY-FILE-STATUS = "00"
                       IF SP-FIRST-NO-F IS NUMERIC
                           AND SP-LAST-NO-F IS NUMERIC
                           AND STOP-USED < 1000
                           ADD 1 TO STOP-USED
                           MOVE SP-BANK-ID-F TO STOP-BANK(STOP-USED)
                           MOVE SP-ACCOUNT-ID-F
                               TO STOP-ACCOUNT(STOP-USED)
                           MOVE SP-FIRST-NO-F TO STOP-FIRST(STOP-USED)
                           MOVE SP-LAST-NO-F TO STOP-LAST(STOP-USED)
                       END-IF
                   ELSE
                       IF STOPPAY-FILE-STATUS NOT = "10"
                           MOVE "BP0132" TO MSG-ID
                           MOVE "S" TO MSG-SEVERITY
                           MOVE function concatenate(
                               "READ ERROR ON ",
                               "stop_payments.txt, STATUS=",
                               STOPPAY-FILE-STATUS) TO MSG-TEXT
                           PERFORM LogMessage
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STOP-PAYMENT-DATA
           END-IF
           OPEN INPUT CHEQUE-PAID-DATA
           IF CHQPAID-FILE-STATUS = "00"
               PERFORM UNTIL CHQPAID-FILE-STATUS NOT = "00"
                   READ CHEQUE-PAID-DATA
                       AT END MOVE "10" TO CHQPAID-FILE-STATUS
                   END-READ
                   IF CHQPAID-FILE-STATUS = "00"
                       IF CP-CHEQUE-NO-F IS NUMERIC
                           PERFORM NotePaidCheque
                       END-IF
                   ELSE
                       IF CHQPAID-FILE-STATUS NOT = "10"
                           MOVE "BP0133" TO MSG-ID
                           MOVE "S" TO MSG-SEVERITY
                           MOVE function concatenate(
                               "READ ERROR ON ",
                               "cheques_paid.txt, STATUS=",
                               CHQPAID-FILE-STATUS) TO MSG-TEXT
                           PERFORM LogMessage
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CHEQUE-PAID-DATA
           END-IF
           .

       NotePaidCheque SECTION.
           IF CHQP-USED < CHQP-MAX
               PERFORM LoadPaidCheque
           ELSE
               MOVE "BP0084" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "cheques_paid.txt EXCEEDS ",
                   CHQP-MAX, " ENTRIES - CHEQUE ",
                   CP-CHEQUE-NO-F, " NOT LOADED")
                   TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

       LoadPaidCheque SECTION.
           ADD 1 TO CHQP-USED
           MOVE CP-BANK-ID-F TO CHQP-BANK(CHQP-USED)
           MOVE CP-ACCOUNT-ID-F TO CHQP-ACCOUNT(CHQP-USED)
           MOVE CP-CURRENCY-F TO CHQP-CURRENCY(CHQP-USED)
           MOVE CP-CHEQUE-NO-F TO CHQP-NUMBER(CHQP-USED)
           IF CP-AMOUNT-F IS NUMERIC
               MOVE CP-AMOUNT-N TO CHQP-AMOUNT(CHQP-USED)
           ELSE
               MOVE 0 TO CHQP-AMOUNT(CHQP-USED)
           END-IF
           IF CP-PAID-DATE-F IS NUMERIC
               MOVE CP-PAID-DATE-F TO CHQP-DATE(CHQP-USED)
           ELSE
               MOVE 0 TO CHQP-DATE(CHQP-USED)
           END-IF
           IF CP-POSTING-REF-F IS NUMERIC
               MOVE CP-POSTING-REF-F TO CHQP-REF(CHQP-USED)
           ELSE
               MOVE 0 TO CHQP-REF(CHQP-USED)
           END-IF
           MOVE 'N' TO CHQP-NEW-SW(CHQP-USED)
           .

       RewriteChequesPaid SECTION.
           OPEN OUTPUT CHEQUE-PAID-DATA
           IF CHQPAID-FILE-STATUS NOT = "00"
               MOVE "BP0085" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE cheques_paid.txt, STATUS=",
                   CHQPAID-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING CHQP-INDEX FROM 1 BY 1
                   UNTIL CHQP-INDEX > CHQP-USED
                   MOVE CHQP-BANK(CHQP-INDEX) TO CP-BANK-ID-F
                   MOVE CHQP-ACCOUNT(CHQP-INDEX) TO CP-ACCOUNT-ID-F
                   MOVE CHQP-CURRENCY(CHQP-INDEX) TO CP-CURRENCY-F
                   MOVE CHQP-NUMBER(CHQP-INDEX) TO CP-CHEQUE-NO-F
                   MOVE CHQP-AMOUNT(CHQP-INDEX) TO CP-AMOUNT-N
                   MOVE CHQP-DATE(CHQP-INDEX) TO CP-PAID-DATE-F
                   MOVE CHQP-REF(CHQP-INDEX) TO CP-POSTING-REF-F
                   WRITE CHEQUE-PAID-F
               END-PERFORM
               CLOSE CHEQUE-PAID-DATA
           END-IF
           .

      *****************************************************************
      * Sanctions screening - a transfer whose source or destination
      * holder matches a listed name or alias (NAMEKEY rules) is held
      * on the referral queue and its account frozen until compliance
      * decides in SCREENING; a confirmed hit rejects the transfer,
      * a cleared one lets it through
      *****************************************************************
       ScreenTransfer SECTION.
           MOVE 'N' TO SCREEN-HIT-SW
           MOVE 'N' TO SCREEN-CONFIRMED-SW
           MOVE TR-BANK-ID-X TO SCREEN-BANK
           MOVE TR-ACCOUNT-ID-X TO SCREEN-ACCOUNT
           PERFORM ScreenAccountHolders
           MOVE TR-DEST-BANK-ID-X TO SCREEN-BANK
           MOVE TR-DEST-ACCOUNT-ID-X TO SCREEN-ACCOUNT
           PERFORM ScreenAccountHolders
           EVALUATE TRUE
           WHEN SCREEN-CONFIRMED
               SET REJECTED TO TRUE
               MOVE 'SANCTIONS-HIT-CONFIRMED' TO REJECT-REASON
           WHEN SCREEN-HIT
               SET TRANSACTION-REFERRED TO TRUE
               SET REJECTED TO TRUE
               MOVE 'SCREENING-HIT' TO REFERRAL-REASON
               PERFORM WriteReferral
               IF TRANSACTION-REFERRED
                   ADD 1 TO SCREEN-HELD-COUNT
               END-IF
           END-EVALUATE
           .

      * the holders of an account are the name on the account master
      * and every customer linked to it on customer_master.txt
       ScreenAccountHolders SECTION.
           IF SCREEN-BANK IS NOT NUMERIC
               OR SCREEN-ACCOUNT IS NOT NUMERIC
               EXIT SECTION
           END-IF
           PERFORM FindScreenedAccount
           IF ACCOUNT-FOUND
               MOVE ACCOUNT-STATUS-CODE(BANK-INDEX,ACCOUNT-INDEX)
                   TO SCREEN-PRIOR-STATUS
               MOVE CUSTOMER-NAME(BANK-INDEX,ACCOUNT-INDEX)
                   TO SCREEN-NAME
               PERFORM ScreenHolderName
           ELSE
               MOVE 'O' TO SCREEN-PRIOR-STATUS
           END-IF
           PERFORM VARYING CULINK-INDEX FROM 1 BY 1
               UNTIL CULINK-INDEX > CULINK-USED
               IF CULINK-BANK(CULINK-INDEX) = SCREEN-BANK
                   AND CULINK-ACCOUNT(CULINK-INDEX) = SCREEN-ACCOUNT
                   PERFORM VARYING CUST-INDEX FROM 1 BY 1
                       UNTIL CUST-INDEX > CUST-USED
                       IF CUST-ID(CUST-INDEX)
                           = CULINK-CUSTOMER(CULINK-INDEX)
                           MOVE CUST-NAME(CUST-INDEX) TO SCREEN-NAME
                           PERFORM ScreenHolderName
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

      * read-only lookup of SCREEN-BANK / SCREEN-ACCOUNT - positions
      * BANK-INDEX and ACCOUNT-INDEX, never inserts a missing key
       FindScreenedAccount SECTION.
           MOVE SCREEN-BANK-N TO FETCH-BANK-ID
           MOVE SCREEN-ACCOUNT-N TO FETCH-ACCOUNT-ID
           PERFORM FetchAccount
           .

       ScreenHolderName SECTION.
           IF SCREEN-NAME = SPACES
               EXIT SECTION
           END-IF
           MOVE SCREEN-NAME TO NK-NAME
           CALL "NAMEKEY" USING NAME-KEY-REQUEST
           END-CALL
           IF NK-WORD-COUNT = 0
               EXIT SECTION
           END-IF
           PERFORM VARYING WLST-INDEX FROM 1 BY 1
               UNTIL WLST-INDEX > WLST-USED
               IF NK-SORTED-KEY = WLST-SORTED-KEY(WLST-INDEX)
                   OR NK-SQUEEZED-KEY = WLST-SQUEEZED-KEY(WLST-INDEX)
                   PERFORM NoteScreeningHit
               END-IF
           END-PERFORM
           .

      * a hit compliance has already decided follows the decision;
      * a new one goes to the review file and freezes the account.
      * An edit-only pass holds the transfer but records nothing.
       NoteScreeningHit SECTION.
           PERFORM FindScreeningReview
           IF SCRV-MATCH-INDEX > 0
               EVALUATE TRUE
               WHEN SCRV-CLEARED(SCRV-MATCH-INDEX)
                   CONTINUE
               WHEN SCRV-CONFIRMED(SCRV-MATCH-INDEX)
                   SET SCREEN-CONFIRMED TO TRUE
               WHEN OTHER
                   SET SCREEN-HIT TO TRUE
               END-EVALUATE
               EXIT SECTION
           END-IF
           SET SCREEN-HIT TO TRUE
           IF EDIT-ONLY-REQUESTED
               EXIT SECTION
           END-IF
           PERFORM WriteScreeningReview
           IF ACCOUNT-FOUND
               AND NOT ACCT-CLOSED(BANK-INDEX,ACCOUNT-INDEX)
               SET ACCT-FROZEN(BANK-INDEX,ACCOUNT-INDEX) TO TRUE
           END-IF
           .

       FindScreeningReview SECTION.
           MOVE 0 TO SCRV-MATCH-INDEX
           PERFORM VARYING SCRV-INDEX FROM 1 BY 1
               UNTIL SCRV-INDEX > SCRV-USED
               IF SCRV-BANK(SCRV-INDEX) = SCREEN-BANK
                   AND SCRV-ACCOUNT(SCRV-INDEX) = SCREEN-ACCOUNT
                   AND SCRV-ENTRY-ID(SCRV-INDEX) = WLST-ID(WLST-INDEX)
                   MOVE SCRV-INDEX TO SCRV-MATCH-INDEX
               END-IF
           END-PERFORM
           .

      * the prior status handed back on clearing is the one before
      * the account's first open hit, not the freeze itself
       WriteScreeningReview SECTION.
           PERFORM VARYING SCRV-INDEX FROM 1 BY 1
               UNTIL SCRV-INDEX > SCRV-USED
               IF SCRV-BANK(SCRV-INDEX) = SCREEN-BANK
                   AND SCRV-ACCOUNT(SCRV-INDEX) = SCREEN-ACCOUNT
                   AND NOT SCRV-CLEARED(SCRV-INDEX)
                   MOVE SCRV-PRIOR-STATUS(SCRV-INDEX)
                       TO SCREEN-PRIOR-STATUS
               END-IF
           END-PERFORM
           IF SCRV-USED < 2000
               ADD 1 TO SCRV-USED
               MOVE SCREEN-BANK TO SCRV-BANK(SCRV-USED)
               MOVE SCREEN-ACCOUNT TO SCRV-ACCOUNT(SCRV-USED)
               MOVE WLST-ID(WLST-INDEX) TO SCRV-ENTRY-ID(SCRV-USED)
               MOVE 'P' TO SCRV-STATUS(SCRV-USED)
               MOVE SCREEN-PRIOR-STATUS TO SCRV-PRIOR-STATUS(SCRV-USED)
           END-IF
           OPEN EXTEND SCREENING-REVIEW-DATA
           IF SCRNREV-FILE-STATUS = "35"
               OPEN OUTPUT SCREENING-REVIEW-DATA
           END-IF
           IF SCRNREV-FILE-STATUS = "00"
               MOVE PROCESSING-DATE TO SR-FOUND-DATE-F
               MOVE SCREEN-BANK TO SR-BANK-ID-F
               MOVE SCREEN-ACCOUNT TO SR-ACCOUNT-ID-F
               MOVE 'T' TO SR-FOUND-BY-F
               MOVE SCREEN-NAME TO SR-HOLDER-NAME-F
               MOVE WLST-ID(WLST-INDEX) TO SR-ENTRY-ID-F
               MOVE WLST-NAME(WLST-INDEX) TO SR-LISTED-NAME-F
               MOVE WLST-SOURCE(WLST-INDEX) TO SR-LIST-SOURCE-F
               MOVE 'P' TO SR-STATUS-F
               MOVE SCREEN-PRIOR-STATUS TO SR-PRIOR-STATUS-F
               MOVE SPACES TO SR-DECIDED-BY-F
               MOVE SPACES TO SR-DECIDED-DATE-F
               WRITE SCREENING-REVIEW-F
               CLOSE SCREENING-REVIEW-DATA
               MOVE "BP0086" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "SCREENING HIT - ACCOUNT ", SCREEN-BANK, "/",
                   SCREEN-ACCOUNT, " FROZEN, LISTED AS ",
                   WLST-ID(WLST-INDEX), " ",
                   FUNCTION TRIM(WLST-SOURCE(WLST-INDEX)))
                   TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               MOVE "BP0087" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN screening_review.txt, STATUS=",
                   SCRNREV-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       LoadWatchlist SECTION.
           OPEN INPUT WATCHLIST-DATA
           IF WATCHLIST-FILE-STATUS = "00"
               PERFORM UNTIL WATCHLIST-FILE-STATUS NOT = "00"
                   READ WATCHLIST-DATA
                       AT END MOVE "10" TO WATCHLIST-FILE-STATUS
                   END-READ
                   IF WATCHLIST-FILE-STATUS = "00"
                       PERFORM LoadListedName
                   ELSE
                       IF WATCHLIST-FILE-STATUS NOT = "10"
                           MOVE "BP0088" TO MSG-ID
                           MOVE "S" TO MSG-SEVERITY
                           MOVE function concatenate(
                               "READ ERROR ON ",
                               "watchlist.txt, STATUS=",
                               WATCHLIST-FILE-STATUS) TO MSG-TEXT
                           PERFORM LogMessage
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE WATCHLIST-DATA
           END-IF
           .

       LoadListedName SECTION.
           IF WL-ENTRY-ID-F = SPACES OR WL-NAME-F = SPACES
               EXIT SECTION
           END-IF
           MOVE WL-NAME-F TO NK-NAME
           CALL "NAMEKEY" USING NAME-KEY-REQUEST
           END-CALL
           IF NK-WORD-COUNT = 0
               EXIT SECTION
           END-IF
           IF WLST-USED >= 3000
               MOVE "BP0089" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE "WATCHLIST TABLE FULL - NAME NOT SCREENED"
                   TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO WLST-USED
           MOVE WL-ENTRY-ID-F TO WLST-ID(WLST-USED)
           MOVE WL-NAME-F TO WLST-NAME(WLST-USED)
           MOVE WL-SOURCE-F TO WLST-SOURCE(WLST-USED)
           MOVE NK-SORTED-KEY TO WLST-SORTED-KEY(WLST-USED)
           MOVE NK-SQUEEZED-KEY TO WLST-SQUEEZED-KEY(WLST-USED)
           .

      * runs after the status feed so a pending or confirmed hit
      * keeps its account frozen whatever the feed says
       LoadScreeningReview SECTION.
           OPEN INPUT SCREENING-REVIEW-DATA
           IF SCRNREV-FILE-STATUS = "00"
               PERFORM UNTIL SCRNREV-FILE-STATUS NOT = "00"
                   READ SCREENING-REVIEW-DATA
                       AT END MOVE "10" TO SCRNREV-FILE-STATUS
                   END-READ
                   IF SCRNREV-FILE-STATUS = "00"
                       PERFORM LoadScreeningLine
                   ELSE
                       IF SCRNREV-FILE-STATUS NOT = "10"
                           MOVE "BP0090" TO MSG-ID
                           MOVE "S" TO MSG-SEVERITY
                           MOVE function concatenate(
                               "READ ERROR ON ",
                               "screening_review.txt, STATUS=",
                               SCRNREV-FILE-STATUS) TO MSG-TEXT
                           PERFORM LogMessage
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE SCREENING-REVIEW-DATA
           END-IF
           .

       LoadScreeningLine SECTION.
           PERFORM TrimAccountCache
           IF SR-BANK-ID-F IS NOT NUMERIC
               OR SR-ACCOUNT-ID-F IS NOT NUMERIC
               EXIT SECTION
           END-IF
           IF SCRV-USED < 2000
               ADD 1 TO SCRV-USED
               MOVE SR-BANK-ID-F TO SCRV-BANK(SCRV-USED)
               MOVE SR-ACCOUNT-ID-F TO SCRV-ACCOUNT(SCRV-USED)
               MOVE SR-ENTRY-ID-F TO SCRV-ENTRY-ID(SCRV-USED)
               MOVE SR-STATUS-F TO SCRV-STATUS(SCRV-USED)
               MOVE SR-PRIOR-STATUS-F TO SCRV-PRIOR-STATUS(SCRV-USED)
           END-IF
           IF SR-STATUS-F = 'P' OR SR-STATUS-F = 'H'
               MOVE SR-BANK-ID-F TO SCREEN-BANK
               MOVE SR-ACCOUNT-ID-F TO SCREEN-ACCOUNT
               PERFORM FindScreenedAccount
               IF ACCOUNT-FOUND
                   AND NOT ACCT-CLOSED(BANK-INDEX,ACCOUNT-INDEX)
                   SET ACCT-FROZEN(BANK-INDEX,ACCOUNT-INDEX) TO TRUE
               END-IF
           END-IF
           .

      * valid-from blank or zero means in force from the start,
      * valid-to blank or zero means open-ended
       LoadMandates SECTION.
           OPEN INPUT MANDATE-DATA
           IF MANDATE-FILE-STATUS = "00"
               PERFORM UNTIL MANDATE-FILE-STATUS NOT = "00"
                   READ MANDATE-DATA
                       AT END MOVE "10" TO MANDATE-FILE-STATUS
                   END-READ
                   IF MANDATE-FILE-STATUS = "00"
                       IF MD-MANDATE-ID-F NOT = SPACES
                           AND MD-MAX-AMOUNT-F IS NUMERIC
                           AND MAND-USED < 1000
                           ADD 1 TO MAND-USED
                           PERFORM LoadMandate
                       END-IF
                   ELSE
                       IF MANDATE-FILE-STATUS NOT = "10"
                           MOVE "BP0081" TO MSG-ID
                           MOVE "S" TO MSG-SEVERITY
                           MOVE function concatenate(
                               "READ ERROR ON ",
                               "mandates.txt, STATUS=",
                               MANDATE-FILE-STATUS) TO MSG-TEXT
                           PERFORM LogMessage
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE MANDATE-DATA
           END-IF
           .

       LoadMandate SECTION.
           MOVE MD-MANDATE-ID-F TO MAND-ID(MAND-USED)
           MOVE MD-CREDITOR-ID-F TO MAND-CREDITOR(MAND-USED)
           MOVE MD-BANK-ID-F TO MAND-BANK(MAND-USED)
           MOVE MD-ACCOUNT-ID-F TO MAND-ACCOUNT(MAND-USED)
           MOVE MD-MAX-AMOUNT-N TO MAND-MAX-AMOUNT(MAND-USED)
           IF MD-VALID-FROM-F IS NUMERIC
               MOVE MD-VALID-FROM-F TO MAND-VALID-FROM(MAND-USED)
           ELSE
               MOVE 0 TO MAND-VALID-FROM(MAND-USED)
           END-IF
           IF MD-VALID-TO-F IS NUMERIC AND MD-VALID-TO-F NOT = ZERO
               MOVE MD-VALID-TO-F TO MAND-VALID-TO(MAND-USED)
           ELSE
               MOVE 99991231 TO MAND-VALID-TO(MAND-USED)
           END-IF
           IF MD-REVOKED-F = 'Y'
               MOVE 'Y' TO MAND-REVOKED-SW(MAND-USED)
           ELSE
               MOVE 'N' TO MAND-REVOKED-SW(MAND-USED)
           END-IF
           .

      *****************************************************************
      * Account-number check digits - per-bank scheme enforced
      * during validation
      *****************************************************************
       CheckAccountDigit SECTION.
           MOVE 'Y' TO CD-VALID-SW
           MOVE SPACE TO CDW-SCHEME
           PERFORM VARYING CD-SCHEME-INDEX FROM 1 BY 1
               UNTIL CD-SCHEME-INDEX > CD-SCHEME-USED
               IF CD-SCHEME-BANK(CD-SCHEME-INDEX) = CDW-BANK
                   MOVE CD-SCHEME-CODE(CD-SCHEME-INDEX) TO CDW-SCHEME
               END-IF
           END-PERFORM
           EVALUATE CDW-SCHEME
           WHEN 'L'
               PERFORM LuhnCheck
           WHEN 'M'
               PERFORM ModTenCheck
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      * classic Luhn: from the right, every second digit doubles
      * (less nine when over nine); a valid number totals to a
      * multiple of ten
       LuhnCheck SECTION.
           MOVE 0 TO CDW-TOTAL
           PERFORM VARYING CDW-POS FROM 1 BY 1 UNTIL CDW-POS > 10
               MOVE FUNCTION NUMVAL(CDW-ACCOUNT(CDW-POS:1))
                   TO CDW-DIGIT
               COMPUTE CDW-RIGHT = 11 - CDW-POS
               IF FUNCTION MOD(CDW-RIGHT, 2) = 0
                   COMPUTE CDW-DIGIT = CDW-DIGIT * 2
                   IF CDW-DIGIT > 9
                       SUBTRACT 9 FROM CDW-DIGIT
                   END-IF
               END-IF
               ADD CDW-DIGIT TO CDW-TOTAL
           END-PERFORM
           IF FUNCTION MOD(CDW-TOTAL, 10) NOT = 0
               MOVE 'N' TO CD-VALID-SW
           END-IF
           .

      * the last digit must equal the sum of the first nine modulo
      * ten
       ModTenCheck SECTION.
           MOVE 0 TO CDW-TOTAL
           PERFORM VARYING CDW-POS FROM 1 BY 1 UNTIL CDW-POS > 9
               ADD FUNCTION NUMVAL(CDW-ACCOUNT(CDW-POS:1))
                   TO CDW-TOTAL
           END-PERFORM
           IF FUNCTION MOD(CDW-TOTAL, 10) NOT =
               FUNCTION NUMVAL(CDW-ACCOUNT(10:1))
               MOVE 'N' TO CD-VALID-SW
           END-IF
           .

       CheckBankOnMaster SECTION.
           MOVE 'N' TO BMAST-FOUND-SW
           IF BMAST-USED > 0
               SEARCH ALL BMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN BMAST-ID(BMAST-IDX) = CDW-BANK
                       SET BMAST-FOUND TO TRUE
               END-SEARCH
           END-IF
           .

       LoadBankMaster SECTION.
           OPEN INPUT BANK-MASTER-DATA
           IF BANKMAST-FILE-STATUS = "00"
               SET MAINTENANCE-LOAD TO TRUE
               PERFORM UNTIL BANKMAST-FILE-STATUS NOT = "00"
                   READ BANK-MASTER-DATA
                       AT END MOVE "10" TO BANKMAST-FILE-STATUS
                   END-READ
                   IF BANKMAST-FILE-STATUS = "00"
                       PERFORM ApplyBankMaster
                   ELSE
                       IF BANKMAST-FILE-STATUS NOT = "10"
                           MOVE "BP0060" TO MSG-ID
                           MOVE "S" TO MSG-SEVERITY
                           MOVE function concatenate(
                               "READ ERROR ON ",
                               "bank_master.txt, STATUS=",
                               BANKMAST-FILE-STATUS) TO MSG-TEXT
                           PERFORM LogMessage
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'N' TO MAINTENANCE-LOAD-SW
               CLOSE BANK-MASTER-DATA
           END-IF
           .

       ApplyBankMaster SECTION.
           IF BM-BANK-ID-F IS NUMERIC
               PERFORM InsertBankMaster
               MOVE BM-ENTITY-F TO BMAST-ENTITY(BMAST-INDEX)
      * an entity that is not on legal_entities.txt has no books of
      * its own - the bank stays in the house books
               IF BM-ENTITY-F NOT = SPACES
                   MOVE BM-ENTITY-F TO ENTITY-WORK-CODE
                   PERFORM FindEntityBase
                   IF LENT-MATCH-INDEX = 0
                       MOVE SPACES TO BMAST-ENTITY(BMAST-INDEX)
                       MOVE "BP0127" TO MSG-ID
                       MOVE "W" TO MSG-SEVERITY
                       MOVE function concatenate("BANK ",
                           BM-BANK-ID-F, " NAMES LEGAL ENTITY ",
                           BM-ENTITY-F, " WHICH IS NOT ON ",
                           "legal_entities.txt - HOUSE BOOKS USED")
                           TO MSG-TEXT
                       PERFORM LogMessage
                       IF RETURN-CODE < 4
                           MOVE 4 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
               PERFORM TrimBankCache
               MOVE BM-BANK-ID-F TO TR-BANK-ID
               PERFORM SearchBank
               IF NOT BANK-CAPACITY-EXCEEDED
                   MOVE BM-NAME-F TO BANK-NAME(BANK-INDEX)
                   MOVE BM-SETTLE-ACCOUNT-F
                       TO SETTLEMENT-ACCOUNT(BANK-INDEX)
               END-IF
           END-IF
           .

      * leaves BMAST-INDEX on the entry for BM-BANK-ID-F; a bank
      * listed twice keeps its last entry
       InsertBankMaster SECTION.
           MOVE BMAST-USED TO BMAST-INDEX
           MOVE 'N' TO BMAST-FOUND-SW
           PERFORM UNTIL BMAST-INDEX = 0 OR BMAST-FOUND
               IF BMAST-ID(BMAST-INDEX) > BM-BANK-ID-F
                   SUBTRACT 1 FROM BMAST-INDEX
               ELSE
                   SET BMAST-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF BMAST-INDEX > 0
               IF BMAST-ID(BMAST-INDEX) = BM-BANK-ID-F
                   EXIT SECTION
               END-IF
           END-IF
           ADD 1 TO BMAST-USED
           ADD 1 TO BMAST-INDEX
           PERFORM VARYING BMAST-IDX FROM BMAST-USED BY -1
               UNTIL BMAST-IDX <= BMAST-INDEX
               MOVE BMAST-ENTRY(BMAST-IDX - 1) TO BMAST-ENTRY(BMAST-IDX)
           END-PERFORM
           MOVE BM-BANK-ID-F TO BMAST-ID(BMAST-INDEX)
           .

       LoadLegalEntities SECTION.
           OPEN INPUT LEGAL-ENTITY-DATA
           IF LEGENT-FILE-STATUS = "00"
               PERFORM UNTIL LEGENT-FILE-STATUS NOT = "00"
                   READ LEGAL-ENTITY-DATA
                       AT END MOVE "10" TO LEGENT-FILE-STATUS
                   END-READ
                   IF LEGENT-FILE-STATUS = "00"
                       IF LE-ENTITY-F NOT = SPACES
                           AND LE-BASE-CURRENCY-F NOT = SPACES
                           AND LENT-USED < 20
                           ADD 1 TO LENT-USED
                           MOVE LE-ENTITY-F TO LENT-CODE(LENT-USED)
                           MOVE LE-BASE-CURRENCY-F
                               TO LENT-BASE-CURRENCY(LENT-USED)
                           MOVE LE-NAME-F TO LENT-NAME(LENT-USED)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LEGAL-ENTITY-DATA
           END-IF
           .

      * expects ENTITY-WORK-BANK; returns the legal entity the bank
      * belongs to in ENTITY-WORK-CODE (spaces for the house books)
      * and that entity's base currency in ENTITY-WORK-BASE
       FindBankEntity SECTION.
           MOVE SPACES TO ENTITY-WORK-CODE
           IF BMAST-USED > 0
               SEARCH ALL BMAST-ENTRY
                   AT END
                       CONTINUE
                   WHEN BMAST-ID(BMAST-IDX) = ENTITY-WORK-BANK
                       MOVE BMAST-ENTITY(BMAST-IDX) TO ENTITY-WORK-CODE
               END-SEARCH
           END-IF
           PERFORM FindEntityBase
           .

      * expects ENTITY-WORK-CODE; LENT-MATCH-INDEX stays 0 for the
      * house books or an entity not on legal_entities.txt
       FindEntityBase SECTION.
           MOVE 'EUR' TO ENTITY-WORK-BASE
           MOVE 0 TO LENT-MATCH-INDEX
           PERFORM VARYING LENT-INDEX FROM 1 BY 1
               UNTIL LENT-INDEX > LENT-USED
               IF LENT-CODE(LENT-INDEX) = ENTITY-WORK-CODE
                   AND ENTITY-WORK-CODE NOT = SPACES
                   MOVE LENT-INDEX TO LENT-MATCH-INDEX
                   MOVE LENT-BASE-CURRENCY(LENT-INDEX)
                       TO ENTITY-WORK-BASE
               END-IF
           END-PERFORM
           .

       LoadCheckDigitSchemes SECTION.
           OPEN INPUT CHECK-DIGIT-DATA
           IF CHKDIG-FILE-STATUS = "00"
               PERFORM UNTIL CHKDIG-FILE-STATUS NOT = "00"
                   READ CHECK-DIGIT-DATA
                       AT END MOVE "10" TO CHKDIG-FILE-STATUS
                   END-READ
                   IF CHKDIG-FILE-STATUS = "00"
                       IF CD-BANK-ID-F IS NUMERIC
                           AND (CD-SCHEME-F = 'L'
                               OR CD-SCHEME-F = 'M')
                           AND CD-SCHEME-USED < 50
                           ADD 1 TO CD-SCHEME-USED
                           MOVE CD-BANK-ID-F
                               TO CD-SCHEME-BANK(CD-SCHEME-USED)
                           MOVE CD-SCHEME-F
                               TO CD-SCHEME-CODE(CD-SCHEME-USED)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE CHECK-DIGIT-DATA
           END-IF
           .

       CheckDuplicate SECTION.
           SET DUPLICATE-SW TO 'N'
           PERFORM VARYING DUP-SCAN-INDEX FROM 1 BY 1
               UNTIL DUP-SCAN-INDEX > DUP-COUNT
               IF DUP-BANK(DUP-SCAN-INDEX) = TR-BANK-ID
                   AND DUP-ACCOUNT(DUP-SCAN-INDEX) = TR-ACCOUNT-ID
                   AND DUP-AMOUNT(DUP-SCAN-INDEX) = TR-AMOUNT
                   AND DUP-COMMENT(DUP-SCAN-INDEX) = TR-COMMENT
                   SET DUPLICATE-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

       RememberForDuplicateCheck SECTION.
           ADD 1 TO DUP-POINTER
           IF DUP-POINTER > DUP-WINDOW-SIZE
               MOVE 1 TO DUP-POINTER
           END-IF
           IF DUP-COUNT < DUP-WINDOW-SIZE
               ADD 1 TO DUP-COUNT
           END-IF
           MOVE TR-BANK-ID TO DUP-BANK(DUP-POINTER)
           MOVE TR-ACCOUNT-ID TO DUP-ACCOUNT(DUP-POINTER)
           MOVE TR-AMOUNT TO DUP-AMOUNT(DUP-POINTER)
           MOVE TR-COMMENT TO DUP-COMMENT(DUP-POINTER)
           .

       CheckDateWindow SECTION.
           SET DATE-IN-WINDOW TO TRUE
           IF CALENDAR-USED = 0
               COMPUTE DATE-DIFF =
                   FUNCTION INTEGER-OF-DATE(TR-DATE)
                   - FUNCTION INTEGER-OF-DATE(PROCESSING-DATE)
               IF DATE-DIFF > DATE-WINDOW-DAYS
                   OR DATE-DIFF < (0 - DATE-WINDOW-DAYS)
                   SET DATE-WINDOW-SW TO 'N'
               END-IF
           ELSE
               PERFORM CheckDateWindowBusinessDays
           END-IF
      * a repair pass has no accrual step to adjust the interest in,
      * so a back-valued record still rejects there
           IF NOT DATE-IN-WINDOW AND BACKVALUE-DAYS > 0
               AND NOT REPAIR-REQUESTED
               AND TR-DATE < PROCESSING-DATE
               COMPUTE DATE-DIFF =
                   FUNCTION INTEGER-OF-DATE(PROCESSING-DATE)
                   - FUNCTION INTEGER-OF-DATE(TR-DATE)
               IF DATE-DIFF NOT > BACKVALUE-DAYS
                   SET DATE-IN-WINDOW TO TRUE
               END-IF
           END-IF
           .

      * with a calendar on file the tolerance counts business days
      * between the value date and the processing date, so a Friday
      * record is still fresh on the Monday after a long weekend
       CheckDateWindowBusinessDays SECTION.
           MOVE FUNCTION INTEGER-OF-DATE(TR-DATE) TO CAL-LO-INT
           MOVE FUNCTION INTEGER-OF-DATE(PROCESSING-DATE)
               TO CAL-HI-INT
           IF CAL-LO-INT > CAL-HI-INT
               MOVE CAL-LO-INT TO CAL-WALK-INT
               MOVE CAL-HI-INT TO CAL-LO-INT
               MOVE CAL-WALK-INT TO CAL-HI-INT
           END-IF
           MOVE 0 TO BUSDAY-COUNT
           COMPUTE CAL-WALK-INT = CAL-LO-INT + 1
           PERFORM UNTIL CAL-WALK-INT > CAL-HI-INT
               OR BUSDAY-COUNT > DATE-WINDOW-DAYS
               OR CAL-WALK-INT > CAL-LO-INT + 400
               MOVE FUNCTION DATE-OF-INTEGER(CAL-WALK-INT)
                   TO CAL-CHECK-DATE
               PERFORM CheckBusinessDay
               IF BUSINESS-DAY
                   ADD 1 TO BUSDAY-COUNT
               END-IF
               ADD 1 TO CAL-WALK-INT
           END-PERFORM
           IF BUSDAY-COUNT > DATE-WINDOW-DAYS
               OR CAL-WALK-INT > CAL-LO-INT + 400
               SET DATE-WINDOW-SW TO 'N'
           END-IF
           .

      *****************************************************************
      * Category breakdown of COMMENT-F (leading token up to
      * first space)
      *****************************************************************
       AccumulateCategory SECTION.
           MOVE SPACES TO WORK-CATEGORY
           UNSTRING TR-COMMENT DELIMITED BY SPACE
               INTO WORK-CATEGORY
           END-UNSTRING
           IF WORK-CATEGORY = SPACES
               MOVE 'UNCATEGORIZED' TO WORK-CATEGORY
           END-IF
           MOVE 'N' TO CURRENCY-FOUND-SW
           PERFORM VARYING CAT-SCAN-INDEX FROM 1 BY 1
               UNTIL CAT-SCAN-INDEX > CATEGORY-USED
               IF CATEGORY-CODE(CAT-SCAN-INDEX) = WORK-CATEGORY
                   ADD SIGNED-AMOUNT TO CATEGORY-SUM(CAT-SCAN-INDEX)
                   ADD 1 TO CATEGORY-COUNT(CAT-SCAN-INDEX)
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CURRENCY-FOUND AND CATEGORY-USED < 20
               ADD 1 TO CATEGORY-USED
               MOVE WORK-CATEGORY TO CATEGORY-CODE(CATEGORY-USED)
               MOVE SIGNED-AMOUNT TO CATEGORY-SUM(CATEGORY-USED)
               MOVE 1 TO CATEGORY-COUNT(CATEGORY-USED)
           END-IF
           .

       GenerateCategoryReport SECTION.
           OPEN OUTPUT CATEGORY-DATA
           IF CATEGORY-FILE-STATUS NOT = "00"
               MOVE "BP0007" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN category_report.txt, STATUS=",
                   CATEGORY-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 'Category breakdown (all banks, this run)' TO
                   CATEGORY-LINE
               WRITE CATEGORY-DATA-F FROM CATEGORY-LINE
               PERFORM VARYING CAT-SCAN-INDEX FROM 1 BY 1
                   UNTIL CAT-SCAN-INDEX > CATEGORY-USED
                   MOVE CATEGORY-SUM(CAT-SCAN-INDEX)
                       TO FORMATTED-SIGNED-SALDO
                   MOVE function concatenate(
                       CATEGORY-CODE(CAT-SCAN-INDEX), ' count=',
                       CATEGORY-COUNT(CAT-SCAN-INDEX), ' total=',
                       FORMATTED-SIGNED-SALDO)
                       TO CATEGORY-LINE
                   WRITE CATEGORY-DATA-F FROM CATEGORY-LINE
               END-PERFORM
               IF CLOSE-MODE
                   MOVE function concatenate(
                       'Period-to-date categories - period closed ',
                       PROCESSING-DATE) TO CATEGORY-LINE
                   WRITE CATEGORY-DATA-F FROM CATEGORY-LINE
                   PERFORM VARYING PERIOD-CAT-INDEX FROM 1 BY 1
                       UNTIL PERIOD-CAT-INDEX > PERIOD-CAT-USED
                       MOVE PERIOD-CAT-SUM(PERIOD-CAT-INDEX)
                           TO FORMATTED-PERIOD-CAT
                       MOVE function concatenate(
                           PERIOD-CAT-CODE(PERIOD-CAT-INDEX),
                           ' count=',
                           PERIOD-CAT-COUNT(PERIOD-CAT-INDEX),
                           ' total=',
                           FUNCTION TRIM(FORMATTED-PERIOD-CAT))
                           TO CATEGORY-LINE
                       WRITE CATEGORY-DATA-F FROM CATEGORY-LINE
                   END-PERFORM
               END-IF
               CLOSE CATEGORY-DATA
           END-IF
           .

      *****************************************************************
      * Top-10 largest balances and top-10 largest movers
      *****************************************************************
       BuildFlatAccountList SECTION.
           INITIALIZE FLAT-ACCOUNTS
           PERFORM StartBankSweep
           PERFORM UNTIL BANK-SWEEP-DONE
               PERFORM StartAccountSweep
               PERFORM UNTIL ACCOUNT-SWEEP-DONE
                   PERFORM VARYING CURR-COUNTER FROM 1 BY 1
                       UNTIL CURR-COUNTER >
                           NUMBER-OF-CURRENCIES(BANK-COUNTER,
                               ACCOUNT-COUNTER)
                       OR FLAT-ACCOUNT-USED >= FLAT-ACCOUNT-MAX
                       ADD 1 TO FLAT-ACCOUNT-USED
                       MOVE BANK-ID(BANK-COUNTER)
                           TO FLAT-BANK-ID(FLAT-ACCOUNT-USED)
                       MOVE ACCOUNT-ID(BANK-COUNTER,ACCOUNT-COUNTER)
                           TO FLAT-ACCOUNT-ID(FLAT-ACCOUNT-USED)
                       MOVE CURRENCY-CODE(BANK-COUNTER,ACCOUNT-COUNTER,
                           CURR-COUNTER)
                           TO FLAT-CURRENCY(FLAT-ACCOUNT-USED)
                       MOVE SALDO(BANK-COUNTER,ACCOUNT-COUNTER,
                           CURR-COUNTER)
                           TO FLAT-SALDO(FLAT-ACCOUNT-USED)
                       COMPUTE FLAT-CHANGE(FLAT-ACCOUNT-USED) =
                       SALDO(BANK-COUNTER,ACCOUNT-COUNTER,CURR-COUNTER)
                           - OPENING-SALDO(BANK-COUNTER,ACCOUNT-COUNTER,
                               CURR-COUNTER)
                       MOVE CUSTOMER-NAME(BANK-COUNTER,ACCOUNT-COUNTER)
                           TO FLAT-NAME(FLAT-ACCOUNT-USED)
                       MOVE BANK-NAME(BANK-COUNTER)
                           TO FLAT-BANK-NAME(FLAT-ACCOUNT-USED)
                   END-PERFORM
                   PERFORM NextSweptAccount
               END-PERFORM
               PERFORM NextSweptBank
           END-PERFORM
           .

       GenerateTopNReport SECTION.
           PERFORM BuildFlatAccountList
           OPEN OUTPUT TOPN-DATA
           IF TOPN-FILE-STATUS NOT = "00"
               MOVE "BP0008" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN topn_report.txt, STATUS=",
                   TOPN-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               IF FLAT-ACCOUNT-USED >= FLAT-ACCOUNT-MAX
                   MOVE 'NOTE: account list truncated for top-N report'
                       TO TOPN-LINE
                   WRITE TOPN-DATA-F FROM TOPN-LINE
               END-IF
               MOVE TOPN-COUNT TO TOPN-COUNT-ED
               MOVE function concatenate('Top ',
                   FUNCTION TRIM(TOPN-COUNT-ED), ' largest balances')
                   TO TOPN-LINE
               WRITE TOPN-DATA-F FROM TOPN-LINE
               PERFORM VARYING TOPN-RANK FROM 1 BY 1 UNTIL TOPN-RANK >
                   TOPN-COUNT
                   PERFORM FindLargestBalanceUnpicked
                   IF TOPN-BEST-INDEX > 0
                       PERFORM WriteTopBalanceLine
                   END-IF
               END-PERFORM
               PERFORM VARYING FLAT-INDEX FROM 1 BY 1
                   UNTIL FLAT-INDEX > FLAT-ACCOUNT-USED
                   MOVE 'N' TO FLAT-PICKED-SW(FLAT-INDEX)
               END-PERFORM
               MOVE function concatenate('Top ',
                   FUNCTION TRIM(TOPN-COUNT-ED),
                   ' largest movers (absolute change)')
                   TO TOPN-LINE
               WRITE TOPN-DATA-F FROM TOPN-LINE
               PERFORM VARYING TOPN-RANK FROM 1 BY 1 UNTIL TOPN-RANK >
                   TOPN-COUNT
                   PERFORM FindLargestMoverUnpicked
                   IF TOPN-BEST-INDEX > 0
                       PERFORM WriteTopMoverLine
                   END-IF
               END-PERFORM
               CLOSE TOPN-DATA
           END-IF
           .

       FindLargestBalanceUnpicked SECTION.
           MOVE 0 TO TOPN-BEST-INDEX
           MOVE 0 TO TOPN-BEST-VALUE
           PERFORM VARYING FLAT-INDEX FROM 1 BY 1
               UNTIL FLAT-INDEX > FLAT-ACCOUNT-USED
               IF FLAT-PICKED-SW(FLAT-INDEX) = 'N'
                   AND (TOPN-BEST-INDEX = 0
                       OR FLAT-SALDO(FLAT-INDEX) > TOPN-BEST-VALUE)
                   MOVE FLAT-INDEX TO TOPN-BEST-INDEX
                   MOVE FLAT-SALDO(FLAT-INDEX) TO TOPN-BEST-VALUE
               END-IF
           END-PERFORM
           IF TOPN-BEST-INDEX > 0
               MOVE 'Y' TO FLAT-PICKED-SW(TOPN-BEST-INDEX)
           END-IF
           .
       WriteTopBalanceLine SECTION.
           MOVE FLAT-SALDO(TOPN-BEST-INDEX) TO FORMATTED-SIGNED-SALDO
           IF FLAT-BANK-NAME(TOPN-BEST-INDEX) = SPACES
               MOVE function concatenate(
                   FLAT-BANK-ID(TOPN-BEST-INDEX), ' ',
                   FLAT-ACCOUNT-ID(TOPN-BEST-INDEX), ' ',
                   FLAT-CURRENCY(TOPN-BEST-INDEX), ' ',
                       FORMATTED-SIGNED-SALDO, ' ',
                   FLAT-NAME(TOPN-BEST-INDEX))
                   TO TOPN-LINE
           ELSE
               MOVE function concatenate(
                   FLAT-BANK-ID(TOPN-BEST-INDEX), ' ',
                   FUNCTION TRIM(FLAT-BANK-NAME(TOPN-BEST-INDEX)),
                   ' ', FLAT-ACCOUNT-ID(TOPN-BEST-INDEX), ' ',
                   FLAT-CURRENCY(TOPN-BEST-INDEX), ' ',
                       FORMATTED-SIGNED-SALDO, ' ',
                   FLAT-NAME(TOPN-BEST-INDEX))
                   TO TOPN-LINE
           END-IF
           WRITE TOPN-DATA-F FROM TOPN-LINE
           .

       FindLargestMoverUnpicked SECTION.
           MOVE 0 TO TOPN-BEST-INDEX
           MOVE 0 TO TOPN-BEST-ABS
           PERFORM VARYING FLAT-INDEX FROM 1 BY 1
               UNTIL FLAT-INDEX > FLAT-ACCOUNT-USED
               IF FLAT-CHANGE(FLAT-INDEX) < 0
                   COMPUTE TOPN-CUR-ABS = 0 - FLAT-CHANGE(FLAT-INDEX)
               ELSE
                   MOVE FLAT-CHANGE(FLAT-INDEX) TO TOPN-CUR-ABS
               END-IF
               IF FLAT-PICKED-SW(FLAT-INDEX) = 'N'
                   AND (TOPN-BEST-INDEX = 0
                       OR TOPN-CUR-ABS > TOPN-BEST-ABS)
                   MOVE FLAT-INDEX TO TOPN-BEST-INDEX
                   MOVE TOPN-CUR-ABS TO TOPN-BEST-ABS
               END-IF
           END-PERFORM
           IF TOPN-BEST-INDEX > 0
               MOVE 'Y' TO FLAT-PICKED-SW(TOPN-BEST-INDEX)
           END-IF
           .
       WriteTopMoverLine SECTION.
           MOVE FLAT-CHANGE(TOPN-BEST-INDEX) TO FORMATTED-SIGNED-SALDO
           IF FLAT-BANK-NAME(TOPN-BEST-INDEX) = SPACES
               MOVE function concatenate(
                   FLAT-BANK-ID(TOPN-BEST-INDEX), ' ',
                   FLAT-ACCOUNT-ID(TOPN-BEST-INDEX), ' ',
                   FLAT-CURRENCY(TOPN-BEST-INDEX), ' change=',
                   FORMATTED-SIGNED-SALDO, ' ',
                   FLAT-NAME(TOPN-BEST-INDEX))
                   TO TOPN-LINE
           ELSE
               MOVE function concatenate(
                   FLAT-BANK-ID(TOPN-BEST-INDEX), ' ',
                   FUNCTION TRIM(FLAT-BANK-NAME(TOPN-BEST-INDEX)),
                   ' ', FLAT-ACCOUNT-ID(TOPN-BEST-INDEX), ' ',
                   FLAT-CURRENCY(TOPN-BEST-INDEX), ' change=',
                   FORMATTED-SIGNED-SALDO, ' ',
                   FLAT-NAME(TOPN-BEST-INDEX))
                   TO TOPN-LINE
           END-IF
           WRITE TOPN-DATA-F FROM TOPN-LINE
           .

      *****************************************************************
      * Dormancy review (dormancy_report.txt)
      *****************************************************************
       GenerateDormancyReport SECTION.
           OPEN OUTPUT DORMANCY-DATA
           IF DORMANCY-FILE-STATUS NOT = "00"
               MOVE "BP0009" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN dormancy_report.txt, ",
                   "STATUS=",
                   DORMANCY-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE FUNCTION INTEGER-OF-DATE(PROCESSING-DATE)
                   TO PROC-DATE-INT
               MOVE function concatenate(
                   'Dormant accounts - no postings for ',
                   DORMANT-DAYS-LIMIT, ' days as of ',
                   PROCESSING-DATE) TO DORMANCY-LINE
               WRITE DORMANCY-DATA-F FROM DORMANCY-LINE
               PERFORM VARYING DORM-STATUS-INDEX FROM 1 BY 1
                   UNTIL DORM-STATUS-INDEX > 3
                   MOVE DORM-STATUS-CODES(DORM-STATUS-INDEX:1)
                       TO DORM-WORK-CODE
                   MOVE function concatenate('-- Status ',
                       DORM-WORK-CODE, ' --') TO DORMANCY-LINE
                   WRITE DORMANCY-DATA-F FROM DORMANCY-LINE
                   PERFORM StartBankSweep
                   PERFORM UNTIL BANK-SWEEP-DONE
                       PERFORM StartAccountSweep
                       PERFORM UNTIL ACCOUNT-SWEEP-DONE
                           IF ACCOUNT-STATUS-CODE(BANK-COUNTER,
                               ACCOUNT-COUNTER) = DORM-WORK-CODE
                               PERFORM CheckAccountDormant
                           END-IF
                           PERFORM NextSweptAccount
                       END-PERFORM
                       PERFORM NextSweptBank
                   END-PERFORM
               END-PERFORM
               CLOSE DORMANCY-DATA
           END-IF
           .

       CheckAccountDormant SECTION.
           IF LAST-ACTIVITY-DATE(BANK-COUNTER,ACCOUNT-COUNTER) = 0
               MOVE function concatenate(BANK-ID(BANK-COUNTER), ' ',
                   ACCOUNT-ID(BANK-COUNTER,ACCOUNT-COUNTER), ' ',
                   CUSTOMER-NAME(BANK-COUNTER,ACCOUNT-COUNTER),
                   ' NO ACTIVITY ON FILE') TO DORMANCY-LINE
               WRITE DORMANCY-DATA-F FROM DORMANCY-LINE
           ELSE
               COMPUTE DORM-DAYS = PROC-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(
                       LAST-ACTIVITY-DATE(BANK-COUNTER,
                           ACCOUNT-COUNTER))
               IF DORM-DAYS > DORMANT-DAYS-LIMIT
                   MOVE DORM-DAYS TO DORM-DAYS-ED
                   MOVE LAST-ACTIVITY-DATE(BANK-COUNTER,
                       ACCOUNT-COUNTER) TO DORM-LAST-ED
                   MOVE function concatenate(BANK-ID(BANK-COUNTER),
                       ' ',
                       ACCOUNT-ID(BANK-COUNTER,ACCOUNT-COUNTER), ' ',
                       CUSTOMER-NAME(BANK-COUNTER,ACCOUNT-COUNTER),
                       ' last activity ', DORM-LAST-ED, ' (',
                       FUNCTION TRIM(DORM-DAYS-ED), ' days)')
                       TO DORMANCY-LINE
                   WRITE DORMANCY-DATA-F FROM DORMANCY-LINE
               END-IF
           END-IF
           .

      *****************************************************************
      * Control totals, run statistics and capacity alerts
      *****************************************************************
       GenerateControlReport SECTION.
           PERFORM ReadRunHistory
           PERFORM ComputeControlCurrencyTotals
           OPEN OUTPUT CONTROL-DATA
           IF CONTROL-FILE-STATUS NOT = "00"
               MOVE "BP0010" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN control_report.txt, STATUS=",
                   CONTROL-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE function concatenate('Transactions read: ',
                   TRANSACTIONS-READ-COUNT) TO CONTROL-LINE
               WRITE CONTROL-DATA-F FROM CONTROL-LINE
               MOVE function concatenate('Transactions posted: ',
                   POSTED-COUNT) TO CONTROL-LINE
               WRITE CONTROL-DATA-F FROM CONTROL-LINE
               MOVE function concatenate('Transactions rejected: ',
                   REJECTED-COUNT) TO CONTROL-LINE
               WRITE CONTROL-DATA-F FROM CONTROL-LINE
               IF PARTITIONED-RUN
                   MOVE function concatenate('Partition ',
                       RUN-PARTITION, ': banks ', PART-LOW, ' to ',
                       PART-HIGH, ', ', PART-LEFT-COUNT,
                       ' records left to others') TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
               END-IF
               IF REPAIR-REQUESTED
                   MOVE function concatenate('Repair pass: ',
                       REPAIR-USED, ' reject records re-examined')
                       TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
               END-IF
               IF BATCH-HEADER-SEEN AND BATCH-FAIL-COUNT = 0
                   MOVE function concatenate(
                       'Batch control totals verified for branch ',
                       BATCH-BRANCH-ID, ' created ',
                       BATCH-CREATED-DATE)
                       TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
               END-IF
               PERFORM VARYING BATCH-ERROR-INDEX FROM 1 BY 1
                   UNTIL BATCH-ERROR-INDEX > BATCH-ERROR-USED
                   MOVE BATCH-ERROR-LINE(BATCH-ERROR-INDEX)
                       TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
               END-PERFORM
               PERFORM VARYING BRANCH-INDEX FROM 1 BY 1
                   UNTIL BRANCH-INDEX > BRANCH-USED
                   MOVE BRANCH-POSTED-AMOUNT(BRANCH-INDEX)
                       TO FORMATTED-SIGNED-SALDO
                   MOVE function concatenate('Branch file ',
                       FUNCTION TRIM(BRANCH-FILE-NAME(BRANCH-INDEX)),
                       ': read ', BRANCH-READ-COUNT(BRANCH-INDEX),
                       ' posted ', BRANCH-POSTED-COUNT(BRANCH-INDEX),
                       ' rejected ',
                       BRANCH-REJECTED-COUNT(BRANCH-INDEX),
                       ' net ', FORMATTED-SIGNED-SALDO)
                       TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
               END-PERFORM
               PERFORM VARYING PERDAY-INDEX FROM 1 BY 1
                   UNTIL PERDAY-INDEX > PERDAY-USED
                   MOVE PERDAY-POSTED(PERDAY-INDEX)
                       TO FORMATTED-SIGNED-SALDO
                   MOVE function concatenate('Value date ',
                       PERDAY-DATE(PERDAY-INDEX), ': posted ',
                       PERDAY-COUNT(PERDAY-INDEX), ' net ',
                       FORMATTED-SIGNED-SALDO)
                       TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
               END-PERFORM
               MOVE function concatenate('Banks created: ',
                   BANKS-CREATED-COUNT, ' matched: ',
                   BANKS-MATCHED-COUNT) TO CONTROL-LINE
               WRITE CONTROL-DATA-F FROM CONTROL-LINE
               MOVE function concatenate('Accounts created: ',
                   ACCOUNTS-CREATED-COUNT, ' matched: ',
                   ACCOUNTS-MATCHED-COUNT) TO CONTROL-LINE
               WRITE CONTROL-DATA-F FROM CONTROL-LINE
      * the history averages are whole nights - the merge checks
      * a partitioned night's volumes
               IF NOT PARTITIONED-RUN
                   MOVE 'read' TO VOL-CHECK-LABEL
                   MOVE TRANSACTIONS-READ-COUNT TO VOL-CHECK-VALUE
                   MOVE HIST-READ-AVG TO VOL-CHECK-AVG
                   PERFORM CheckOneVolume
                   MOVE 'posted' TO VOL-CHECK-LABEL
                   MOVE POSTED-COUNT TO VOL-CHECK-VALUE
                   MOVE HIST-POSTED-AVG TO VOL-CHECK-AVG
                   PERFORM CheckOneVolume
                   MOVE 'rejected' TO VOL-CHECK-LABEL
                   MOVE REJECTED-COUNT TO VOL-CHECK-VALUE
                   MOVE HIST-REJECTED-AVG TO VOL-CHECK-AVG
                   PERFORM CheckOneVolume
               END-IF
               MOVE function concatenate(
                   'Compliance review entries: ', COMPLIANCE-COUNT)
                   TO CONTROL-LINE
               WRITE CONTROL-DATA-F FROM CONTROL-LINE
               MOVE function concatenate(
                   'Holds: active ', HOLD-USED, ' placed ',
                   HOLDS-PLACED-COUNT, ' expired ',
                   HOLDS-EXPIRED-COUNT) TO CONTROL-LINE
               WRITE CONTROL-DATA-F FROM CONTROL-LINE
               MOVE function concatenate(
                   'Velocity referrals this run: ', REFERRED-COUNT)
                   TO CONTROL-LINE
               WRITE CONTROL-DATA-F FROM CONTROL-LINE
               MOVE function concatenate(
                   'Transfers held by sanctions screening: ',
                   SCREEN-HELD-COUNT) TO CONTROL-LINE
               WRITE CONTROL-DATA-F FROM CONTROL-LINE
               MOVE function concatenate(
                   'Direct debits returned: ', DD-RETURNED-COUNT)
                   TO CONTROL-LINE
               WRITE CONTROL-DATA-F FROM CONTROL-LINE
               MOVE function concatenate(
                   'Cheques: paid ', CHQ-PAID-COUNT,
                   ' refused ', CHQ-REFUSED-COUNT)
                   TO CONTROL-LINE
               WRITE CONTROL-DATA-F FROM CONTROL-LINE
               MOVE function concatenate(
                   'Pending transactions: held ', PEND-USED,
                   ' released ', RELEASED-COUNT,
                   ' newly parked ', PENDED-COUNT)
                   TO CONTROL-LINE
               WRITE CONTROL-DATA-F FROM CONTROL-LINE
               IF BULK-SET-USED > 0
                   MOVE function concatenate(
                       'Bulk disbursement sets: posted ',
                       BULK-POSTED-SETS, ' rejected ',
                       BULK-FAILED-SETS) TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
               END-IF
               IF CLOSE-DONE-COUNT > 0 OR CLOSE-FAIL-COUNT > 0
                   MOVE function concatenate(
                       'Close requests: completed ',
                       CLOSE-DONE-COUNT, ' refused ',
                       CLOSE-FAIL-COUNT) TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
               END-IF
               IF LOAN-USED > 0
                   MOVE function concatenate(
                       'Loan installments: collected ',
                       LOAN-COLLECTED-COUNT, ' missed ',
                       LOAN-MISSED-COUNT, ' paid off ',
                       LOAN-PAIDOFF-COUNT) TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
                   MOVE function concatenate(
                       'Loan arrears: 1-30 ', LOAN-ARREARS-30,
                       ' 31-60 ', LOAN-ARREARS-60,
                       ' 61-90 ', LOAN-ARREARS-90,
                       ' 90+ ', LOAN-ARREARS-OVER) TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
               END-IF
               IF TD-USED > 0 AND NOT RESUMING
                   MOVE function concatenate(
                       'Term deposits: matured ', TD-MATURED-COUNT,
                       ' rolled over ', TD-ROLLED-COUNT,
                       ' withdrawn early ', TD-WITHDRAWN-COUNT,
                       ' failed ', TD-FAILED-COUNT) TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
               END-IF
               IF SWEEP-USED > 0
                   MOVE function concatenate(
                       'Sweeps: executed ', SWEEP-DONE-COUNT,
                       ' failed ', SWEEP-FAILED-COUNT) TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
               END-IF
               IF BV-USED > 0
                   MOVE function concatenate(
                       'Back-valued postings: ', BV-USED,
                       ' interest adjustments ', BV-ADJUSTED-COUNT)
                       TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
               END-IF
      * with legal entities on file the settlement, revaluation,
      * reconciliation and base-currency lines are written once per
      * entity at the end instead
               IF SETTLE-USED > 0 AND LENT-USED = 0
                   MOVE 'Settlement advice (netted transfer value)'
                       TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
                   PERFORM VARYING SETTLE-INDEX FROM 1 BY 1
                       UNTIL SETTLE-INDEX > SETTLE-USED
                       PERFORM GenerateSettlementLine
                       MOVE OUTPUT-BUFFER TO CONTROL-LINE
                       WRITE CONTROL-DATA-F FROM CONTROL-LINE
                   END-PERFORM
               END-IF
               PERFORM WriteOutboundControlLines
               IF CLOSE-MODE
                   PERFORM ComputePeriodTotals
                   MOVE function concatenate('PERIOD CLOSED ',
                       PROCESSING-DATE,
                       ' - accrued interest capitalized')
                       TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
                   PERFORM VARYING PERIOD-CURR-INDEX FROM 1 BY 1
                       UNTIL PERIOD-CURR-INDEX > PERIOD-CURR-USED
                       COMPUTE PERIOD-MOVEMENT =
                           PERIOD-CURR-CLOSING(PERIOD-CURR-INDEX)
                           - PERIOD-CURR-OPENING(PERIOD-CURR-INDEX)
                       MOVE PERIOD-CURR-OPENING(PERIOD-CURR-INDEX)
                           TO FORMATTED-SIGNED-SALDO
                       MOVE PERIOD-MOVEMENT
                           TO FORMATTED-SIGNED-SALDO-2
                       MOVE function concatenate('Period ',
                           PERIOD-CURR-CODE(PERIOD-CURR-INDEX),
                           ': opening ', FORMATTED-SIGNED-SALDO,
                           ' movement ', FORMATTED-SIGNED-SALDO-2)
                           TO CONTROL-LINE
                       WRITE CONTROL-DATA-F FROM CONTROL-LINE
                   END-PERFORM
                   PERFORM VARYING REVAL-INDEX FROM 1 BY 1
                       UNTIL REVAL-INDEX > REVAL-USED
                       IF REVAL-DONE-SW(REVAL-INDEX) = 'Y'
                           AND LENT-USED = 0
                           PERFORM GenerateRevalLine
                           WRITE CONTROL-DATA-F FROM CONTROL-LINE
                       END-IF
                   END-PERFORM
               END-IF
               IF LENT-USED = 0
                   PERFORM VARYING CC-INDEX FROM 1 BY 1
                       UNTIL CC-INDEX > CONTROL-CURR-USED
                       PERFORM GenerateReconciliationLine
                       WRITE CONTROL-DATA-F FROM CONTROL-LINE
                   END-PERFORM
               END-IF
               PERFORM VARYING FEE-CURR-INDEX FROM 1 BY 1
                   UNTIL FEE-CURR-INDEX > FEE-CURR-USED
                   MOVE FEE-CURR-SUM(FEE-CURR-INDEX)
                       TO FORMATTED-SIGNED-SALDO
                   MOVE function concatenate('Fee income ',
                       FEE-CURR-CODE(FEE-CURR-INDEX), ': ',
                       FORMATTED-SIGNED-SALDO, ' from ',
                       FEE-CURR-COUNT(FEE-CURR-INDEX), ' fees')
                       TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
               END-PERFORM
               IF LENT-USED = 0
                   PERFORM VARYING BASE-POS-INDEX FROM 1 BY 1
                       UNTIL BASE-POS-INDEX > BASE-BANK-USED
                       PERFORM GenerateBaseBankLine
                       MOVE OUTPUT-BUFFER TO CONTROL-LINE
                       WRITE CONTROL-DATA-F FROM CONTROL-LINE
                   END-PERFORM
                   PERFORM GenerateBaseGrandLine
                   MOVE OUTPUT-BUFFER TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
               ELSE
                   PERFORM VARYING ENTITY-REPORT-INDEX FROM 0 BY 1
                       UNTIL ENTITY-REPORT-INDEX > LENT-USED
                       PERFORM SetReportEntity
                       IF ENTITY-REPORT-INDEX > 0
                           OR ENTITY-REPORT-BANKS > 0
                           PERFORM WriteEntityControlBlock
                       END-IF
                   END-PERFORM
      * back to the whole-run totals the reconciliation history and
      * the later reports read
                   MOVE 'N' TO CONTROL-ENTITY-SW
                   PERFORM ComputeControlCurrencyTotals
               END-IF
               PERFORM VARYING MR-INDEX FROM 1 BY 1
                   UNTIL MR-INDEX > MISSING-RATE-USED
                   PERFORM GenerateMissingRateLine
                   MOVE OUTPUT-BUFFER TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
               END-PERFORM
               PERFORM VARYING BANK-COUNTER FROM 1 BY 1
                   UNTIL BANK-COUNTER > NUMBER-OF-BANKS
                   IF NUMBER-OF-ACCOUNTS(BANK-COUNTER) >
                       CAP-WARN-THRESHOLD
                       MOVE function concatenate(
                           'CAPACITY WARNING: bank ',
                           BANK-ID(BANK-COUNTER), ' has ',
                           NUMBER-OF-ACCOUNTS(BANK-COUNTER),
                           ' of 700 accounts (above threshold)')
                           TO CONTROL-LINE
                       WRITE CONTROL-DATA-F FROM CONTROL-LINE
                   END-IF
               END-PERFORM
               CLOSE CONTROL-DATA
           END-IF
           .

      * with CONTROL-BY-ENTITY set only the banks and postings of
      * the legal entity in ENTITY-REPORT-CODE are counted
       GenerateRevalLine SECTION.
           MOVE REVAL-GAIN(REVAL-INDEX) TO FORMATTED-REVAL-GAIN
           MOVE function concatenate('FX revaluation ',
               REVAL-CODE(REVAL-INDEX), ': unrealized ',
               FORMATTED-REVAL-GAIN, ' ', REVAL-BASE(REVAL-INDEX))
               TO CONTROL-LINE
           .

      * expects ENTITY-REPORT-INDEX; sets the entity's code, base
      * currency and name and counts the banks of this run that
      * belong to it
       SetReportEntity SECTION.
           IF ENTITY-REPORT-INDEX = 0
               MOVE SPACES TO ENTITY-REPORT-CODE
               MOVE 'EUR' TO ENTITY-REPORT-BASE
               MOVE 'house books' TO ENTITY-REPORT-NAME
           ELSE
               MOVE LENT-CODE(ENTITY-REPORT-INDEX)
                   TO ENTITY-REPORT-CODE
               MOVE LENT-BASE-CURRENCY(ENTITY-REPORT-INDEX)
                   TO ENTITY-REPORT-BASE
               MOVE LENT-NAME(ENTITY-REPORT-INDEX)
                   TO ENTITY-REPORT-NAME
           END-IF
           MOVE 0 TO ENTITY-REPORT-BANKS
           PERFORM StartBankIdSweep
           PERFORM UNTIL BANK-SWEEP-DONE
               MOVE BANK-SWEEP-ID TO ENTITY-WORK-BANK
               PERFORM FindBankEntity
               IF ENTITY-WORK-CODE = ENTITY-REPORT-CODE
                   ADD 1 TO ENTITY-REPORT-BANKS
               END-IF
               PERFORM NextSweptBank
           END-PERFORM
           .

      * one legal entity's part of the control report - its own
      * reconciliation, settlement between its banks, intercompany
      * positions with the other entities, revaluation and base
      * currency positions
       WriteEntityControlBlock SECTION.
           MOVE SPACES TO CONTROL-LINE
           WRITE CONTROL-DATA-F FROM CONTROL-LINE
           IF ENTITY-REPORT-INDEX = 0
               MOVE function concatenate('Legal entity: ',
                   'house books (base EUR)') TO CONTROL-LINE
           ELSE
               MOVE function concatenate('Legal entity ',
                   ENTITY-REPORT-CODE, ' ',
                   FUNCTION TRIM(ENTITY-REPORT-NAME),
                   ' (base ', ENTITY-REPORT-BASE, ')')
                   TO CONTROL-LINE
           END-IF
           WRITE CONTROL-DATA-F FROM CONTROL-LINE
           SET CONTROL-BY-ENTITY TO TRUE
           PERFORM ComputeControlCurrencyTotals
           PERFORM VARYING CC-INDEX FROM 1 BY 1
               UNTIL CC-INDEX > CONTROL-CURR-USED
               PERFORM GenerateReconciliationLine
               WRITE CONTROL-DATA-F FROM CONTROL-LINE
           END-PERFORM
           MOVE 'N' TO CURRENCY-FOUND-SW
           PERFORM VARYING SETTLE-INDEX FROM 1 BY 1
               UNTIL SETTLE-INDEX > SETTLE-USED
               MOVE SETTLE-BANK-LO(SETTLE-INDEX) TO ENTITY-WORK-BANK
               PERFORM FindBankEntity
               IF ENTITY-WORK-CODE = ENTITY-REPORT-CODE
                   IF NOT CURRENCY-FOUND
                       SET CURRENCY-FOUND TO TRUE
                       MOVE function concatenate('Settlement ',
                           'advice (netted transfer value)')
                           TO CONTROL-LINE
                       WRITE CONTROL-DATA-F FROM CONTROL-LINE
                   END-IF
                   PERFORM GenerateSettlementLine
                   MOVE OUTPUT-BUFFER TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
               END-IF
           END-PERFORM
           PERFORM VARYING IC-INDEX FROM 1 BY 1
               UNTIL IC-INDEX > IC-USED
               IF IC-ENTITY(IC-INDEX) = ENTITY-REPORT-CODE
                   PERFORM GenerateIntercompanyLine
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
               END-IF
           END-PERFORM
           IF CLOSE-MODE
               PERFORM VARYING REVAL-INDEX FROM 1 BY 1
                   UNTIL REVAL-INDEX > REVAL-USED
                   IF REVAL-DONE-SW(REVAL-INDEX) = 'Y'
                       AND REVAL-ENTITY(REVAL-INDEX) =
                           ENTITY-REPORT-CODE
                       PERFORM GenerateRevalLine
                       WRITE CONTROL-DATA-F FROM CONTROL-LINE
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING BASE-POS-INDEX FROM 1 BY 1
               UNTIL BASE-POS-INDEX > BASE-BANK-USED
               IF BASE-POS-ENTITY(BASE-POS-INDEX) = ENTITY-REPORT-CODE
                   PERFORM GenerateBaseBankLine
                   MOVE OUTPUT-BUFFER TO CONTROL-LINE
                   WRITE CONTROL-DATA-F FROM CONTROL-LINE
               END-IF
           END-PERFORM
           PERFORM GenerateBaseEntityLine
           MOVE OUTPUT-BUFFER TO CONTROL-LINE
           WRITE CONTROL-DATA-F FROM CONTROL-LINE
           .

       GenerateIntercompanyLine SECTION.
           IF IC-NET(IC-INDEX) < 0
               COMPUTE SETTLE-ABS = 0 - IC-NET(IC-INDEX)
               MOVE 'Intercompany due to ' TO OUTPUT-BUFFER
           ELSE
               MOVE IC-NET(IC-INDEX) TO SETTLE-ABS
               MOVE 'Intercompany due from ' TO OUTPUT-BUFFER
           END-IF
           MOVE SETTLE-ABS TO FORMATTED-SETTLE-NET
           IF IC-COUNTERPARTY(IC-INDEX) = SPACES
               MOVE function concatenate(
                   FUNCTION TRIM(OUTPUT-BUFFER), ' house books ',
                   IC-CURRENCY(IC-INDEX), ' ',
                   FUNCTION TRIM(FORMATTED-SETTLE-NET))
                   TO CONTROL-LINE
           ELSE
               MOVE function concatenate(
                   FUNCTION TRIM(OUTPUT-BUFFER), ' entity ',
                   IC-COUNTERPARTY(IC-INDEX), ' ',
                   IC-CURRENCY(IC-INDEX), ' ',
                   FUNCTION TRIM(FORMATTED-SETTLE-NET))
                   TO CONTROL-LINE
           END-IF
           .

       ComputeControlCurrencyTotals SECTION.
           INITIALIZE CONTROL-CURR-TOTALS
           PERFORM StartBankIdSweep
           PERFORM UNTIL BANK-SWEEP-DONE
               MOVE BANK-SWEEP-ID TO ENTITY-WORK-BANK
               PERFORM FindBankEntity
               IF NOT CONTROL-BY-ENTITY
                   OR ENTITY-WORK-CODE = ENTITY-REPORT-CODE
                   PERFORM LoadSweptBank
                   PERFORM StartAccountSweep
                   PERFORM UNTIL ACCOUNT-SWEEP-DONE
                       PERFORM VARYING CURR-COUNTER FROM 1 BY 1
                           UNTIL CURR-COUNTER >
                               NUMBER-OF-CURRENCIES(BANK-COUNTER,
                                   ACCOUNT-COUNTER)
                           PERFORM AccumulateControlBalance
                       END-PERFORM
                       PERFORM NextSweptAccount
                   END-PERFORM
               END-IF
               PERFORM NextSweptBank
           END-PERFORM
           PERFORM VARYING PC-INDEX FROM 1 BY 1
               UNTIL PC-INDEX > POSTED-CURR-USED
               IF NOT CONTROL-BY-ENTITY
                   OR POSTED-CURR-ENTITY(PC-INDEX) = ENTITY-REPORT-CODE
                   PERFORM AccumulateControlPosted
               END-IF
           END-PERFORM
           PERFORM VARYING CC-INDEX FROM 1 BY 1
               UNTIL CC-INDEX > CONTROL-CURR-USED
               COMPUTE CONTROL-CURR-DIFF(CC-INDEX) =
                   CONTROL-CURR-CLOSING(CC-INDEX)
                   - CONTROL-CURR-OPENING(CC-INDEX)
                   - CONTROL-CURR-POSTED(CC-INDEX)
           END-PERFORM
           .

       AccumulateControlBalance SECTION.
      * expects BANK-COUNTER/ACCOUNT-COUNTER/CURR-COUNTER positioned
           MOVE 'N' TO CURRENCY-FOUND-SW
           PERFORM VARYING CC-INDEX FROM 1 BY 1
               UNTIL CC-INDEX > CONTROL-CURR-USED
               IF CONTROL-CURR-CODE(CC-INDEX) =
               CURRENCY-CODE(BANK-COUNTER,ACCOUNT-COUNTER,CURR-COUNTER)
                   ADD OPENING-SALDO(BANK-COUNTER,ACCOUNT-COUNTER,
                       CURR-COUNTER) TO CONTROL-CURR-OPENING(CC-INDEX)
                   ADD SALDO(BANK-COUNTER,ACCOUNT-COUNTER,CURR-COUNTER)
                       TO CONTROL-CURR-CLOSING(CC-INDEX)
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CURRENCY-FOUND AND CONTROL-CURR-USED < 10
               ADD 1 TO CONTROL-CURR-USED
               MOVE
               CURRENCY-CODE(BANK-COUNTER,ACCOUNT-COUNTER,CURR-COUNTER)
                   TO CONTROL-CURR-CODE(CONTROL-CURR-USED)
               MOVE OPENING-SALDO(BANK-COUNTER,ACCOUNT-COUNTER,
                   CURR-COUNTER)
                   TO CONTROL-CURR-OPENING(CONTROL-CURR-USED)
               MOVE SALDO(BANK-COUNTER,ACCOUNT-COUNTER,CURR-COUNTER)
                   TO CONTROL-CURR-CLOSING(CONTROL-CURR-USED)
           END-IF
           .

       AccumulateControlPosted SECTION.
      * expects PC-INDEX positioned on the POSTED-CURR-TOTALS entry
           MOVE 'N' TO CURRENCY-FOUND-SW
           PERFORM VARYING CC-INDEX FROM 1 BY 1
               UNTIL CC-INDEX > CONTROL-CURR-USED
               IF CONTROL-CURR-CODE(CC-INDEX) =
                   POSTED-CURR-CODE(PC-INDEX)
                   ADD POSTED-CURR-SUM(PC-INDEX)
                       TO CONTROL-CURR-POSTED(CC-INDEX)
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CURRENCY-FOUND AND CONTROL-CURR-USED < 10
               ADD 1 TO CONTROL-CURR-USED
               MOVE POSTED-CURR-CODE(PC-INDEX)
                   TO CONTROL-CURR-CODE(CONTROL-CURR-USED)
               MOVE POSTED-CURR-SUM(PC-INDEX)
                   TO CONTROL-CURR-POSTED(CONTROL-CURR-USED)
           END-IF
           .

       GenerateReconciliationLine SECTION.
           MOVE CONTROL-CURR-DIFF(CC-INDEX) TO FORMATTED-SIGNED-SALDO
           IF CONTROL-CURR-DIFF(CC-INDEX) = 0
               MOVE function concatenate(
                   'CONTROL TOTAL RECONCILIATION ',
                   CONTROL-CURR-CODE(CC-INDEX), ': PASS  diff=',
                   FORMATTED-SIGNED-SALDO) TO CONTROL-LINE
           ELSE
               MOVE function concatenate(
                   'CONTROL TOTAL RECONCILIATION ',
                   CONTROL-CURR-CODE(CC-INDEX), ': FAIL  diff=',
                   FORMATTED-SIGNED-SALDO) TO CONTROL-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

      *****************************************************************
      * Opening balances / account status maintenance / checkpointing
      *****************************************************************
       LoadOpeningBalances SECTION.
           OPEN INPUT OPENING-BALANCE-DATA
           IF OPENBAL-FILE-STATUS = "00"
               SET MAINTENANCE-LOAD TO TRUE
               PERFORM UNTIL OPENBAL-FILE-STATUS NOT = "00"
                   READ OPENING-BALANCE-DATA
                       AT END MOVE "10" TO OPENBAL-FILE-STATUS
                   END-READ
                   IF OPENBAL-FILE-STATUS = "00"
                       PERFORM ApplyOpeningBalance
                   ELSE
                       IF OPENBAL-FILE-STATUS NOT = "10"
                           MOVE "BP0011" TO MSG-ID
                           MOVE "S" TO MSG-SEVERITY
                           MOVE function concatenate(
                               "READ ERROR ON ",
                               "opening_balances.txt, STATUS=",
                               OPENBAL-FILE-STATUS) TO MSG-TEXT
                           PERFORM LogMessage
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'N' TO MAINTENANCE-LOAD-SW
               CLOSE OPENING-BALANCE-DATA
           END-IF
           .

       ApplyOpeningBalance SECTION.
           IF OB-BANK-ID-F IS NUMERIC AND OB-ACCOUNT-ID-F IS NUMERIC
               PERFORM TrimAccountCache
               MOVE OB-BANK-ID-F TO TR-BANK-ID
               MOVE OB-ACCOUNT-ID-F TO TR-ACCOUNT-ID
               MOVE OB-CURRENCY-F TO TR-CURRENCY
               PERFORM SearchBank
               IF NOT BANK-CAPACITY-EXCEEDED
                   PERFORM SearchAccount
                   IF NOT ACCOUNT-CAPACITY-EXCEEDED
                       PERFORM SearchCurrency
                       IF NOT CURRENCY-CAPACITY-EXCEEDED
      * column 11 carries a decimal point in the regenerated signed
      * layout; the classic hand-kept file is implied-decimal digits
                           IF OB-BALANCE-F(11:1) = '.'
                               MOVE OB-BALANCE-F TO
                                   FORMATTED-OB-BALANCE
                               MOVE FORMATTED-OB-BALANCE TO
                                   SALDO(BANK-INDEX,ACCOUNT-INDEX,
                                       CURRENCY-INDEX)
                           ELSE
                               MOVE OB-BALANCE-F TO
                                   SALDO(BANK-INDEX,ACCOUNT-INDEX,
                                       CURRENCY-INDEX)
                           END-IF
                           MOVE SALDO(BANK-INDEX,ACCOUNT-INDEX,
                               CURRENCY-INDEX) TO
                               OPENING-SALDO(BANK-INDEX,ACCOUNT-INDEX,
                                   CURRENCY-INDEX)
                           MOVE SALDO(BANK-INDEX,ACCOUNT-INDEX,
                               CURRENCY-INDEX) TO
                               PERIOD-OPENING-SALDO(BANK-INDEX,
                                   ACCOUNT-INDEX,CURRENCY-INDEX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       LoadAccountStatusMaintenance SECTION.
           OPEN INPUT ACCOUNT-STATUS-DATA
           IF ACCTSTAT-FILE-STATUS = "00"
               SET MAINTENANCE-LOAD TO TRUE
               PERFORM UNTIL ACCTSTAT-FILE-STATUS NOT = "00"
                   READ ACCOUNT-STATUS-DATA
                       AT END MOVE "10" TO ACCTSTAT-FILE-STATUS
                   END-READ
                   IF ACCTSTAT-FILE-STATUS = "00"
                       PERFORM ApplyAccountStatus
                   ELSE
                       IF ACCTSTAT-FILE-STATUS NOT = "10"
                           MOVE "BP0012" TO MSG-ID
                           MOVE "S" TO MSG-SEVERITY
                           MOVE function concatenate(
                               "READ ERROR ON ",
                               "account_status.txt, STATUS=",
                               ACCTSTAT-FILE-STATUS) TO MSG-TEXT
                           PERFORM LogMessage
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'N' TO MAINTENANCE-LOAD-SW
               CLOSE ACCOUNT-STATUS-DATA
           END-IF
           .

      * the status file lists every account - one the master already
      * holds at that status stays on file instead of being cached
       ApplyAccountStatus SECTION.
           IF AS-BANK-ID-F IS NUMERIC AND AS-ACCOUNT-ID-F IS NUMERIC
               MOVE AS-BANK-ID-F TO FETCH-BANK-ID
               MOVE AS-ACCOUNT-ID-F TO FETCH-ACCOUNT-ID
               PERFORM PeekAccount
               IF PEEK-ON-FILE AND PEEK-STATUS = AS-STATUS-F
                   EXIT SECTION
               END-IF
               PERFORM TrimAccountCache
               MOVE AS-BANK-ID-F TO TR-BANK-ID
               MOVE AS-ACCOUNT-ID-F TO TR-ACCOUNT-ID
               PERFORM SearchBank
               IF NOT BANK-CAPACITY-EXCEEDED
                   PERFORM SearchAccount
                   IF NOT ACCOUNT-CAPACITY-EXCEEDED
                       MOVE AS-STATUS-F TO
                           ACCOUNT-STATUS-CODE(BANK-INDEX,ACCOUNT-INDEX)
                   END-IF
               END-IF
           END-IF
           .

       LoadAccountMaster SECTION.
           OPEN INPUT ACCOUNT-MASTER-DATA
           IF ACCTMAST-FILE-STATUS = "00"
               SET MAINTENANCE-LOAD TO TRUE
               PERFORM UNTIL ACCTMAST-FILE-STATUS NOT = "00"
                   READ ACCOUNT-MASTER-DATA
                       AT END MOVE "10" TO ACCTMAST-FILE-STATUS
                   END-READ
                   IF ACCTMAST-FILE-STATUS = "00"
                       PERFORM ApplyAccountMaster
                   ELSE
                       IF ACCTMAST-FILE-STATUS NOT = "10"
                           MOVE "BP0013" TO MSG-ID
                           MOVE "S" TO MSG-SEVERITY
                           MOVE function concatenate(
                               "READ ERROR ON ",
                               "account_master.txt, STATUS=",
                               ACCTMAST-FILE-STATUS) TO MSG-TEXT
                           PERFORM LogMessage
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE 'N' TO MAINTENANCE-LOAD-SW
               CLOSE ACCOUNT-MASTER-DATA
           END-IF
           .

       ApplyAccountMaster SECTION.
           IF AM-BANK-ID-F IS NUMERIC AND AM-ACCOUNT-ID-F IS NUMERIC
               MOVE AM-BANK-ID-F TO FETCH-BANK-ID
               MOVE AM-ACCOUNT-ID-F TO FETCH-ACCOUNT-ID
               PERFORM PeekAccount
               IF PEEK-ON-FILE AND PEEK-NAME = AM-NAME-F
                   AND PEEK-TYPE = AM-TYPE-F
                   EXIT SECTION
               END-IF
               PERFORM TrimAccountCache
               MOVE AM-BANK-ID-F TO TR-BANK-ID
               MOVE AM-ACCOUNT-ID-F TO TR-ACCOUNT-ID
               PERFORM SearchBank
               IF NOT BANK-CAPACITY-EXCEEDED
                   PERFORM SearchAccount
                   IF NOT ACCOUNT-CAPACITY-EXCEEDED
                       MOVE AM-NAME-F TO
                           CUSTOMER-NAME(BANK-INDEX,ACCOUNT-INDEX)
                       MOVE AM-TYPE-F TO
                           ACCOUNT-TYPE(BANK-INDEX,ACCOUNT-INDEX)
                   END-IF
               END-IF
           END-IF
           .

       LoadFeeSchedule SECTION.
           OPEN INPUT FEE-SCHEDULE-DATA
           IF FEESCHED-FILE-STATUS = "00"
               PERFORM UNTIL FEESCHED-FILE-STATUS NOT = "00"
                   READ FEE-SCHEDULE-DATA
                       AT END MOVE "10" TO FEESCHED-FILE-STATUS
                   END-READ
                   IF FEESCHED-FILE-STATUS = "00"
                       PERFORM ApplyFeeRule
                   ELSE
                       IF FEESCHED-FILE-STATUS NOT = "10"
                           MOVE "BP0014" TO MSG-ID
                           MOVE "S" TO MSG-SEVERITY
                           MOVE function concatenate(
                               "READ ERROR ON ",
                               "fee_schedule.txt, STATUS=",
                               FEESCHED-FILE-STATUS) TO MSG-TEXT
                           PERFORM LogMessage
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FEE-SCHEDULE-DATA
           END-IF
           .

       ApplyFeeRule SECTION.
           IF FS-VALUE-F IS NUMERIC
               AND (FS-TYPE-F = 'F' OR FS-TYPE-F = 'P')
               AND FEE-RULE-USED < 20
               ADD 1 TO FEE-RULE-USED
               MOVE FS-CATEGORY-F TO FEE-RULE-CATEGORY(FEE-RULE-USED)
               MOVE FS-BANK-ID-F TO FEE-RULE-BANK-ID(FEE-RULE-USED)
               MOVE FS-TYPE-F TO FEE-RULE-TYPE(FEE-RULE-USED)
               MOVE FS-VALUE-N TO FEE-RULE-VALUE(FEE-RULE-USED)
               MOVE SPACES TO FEE-RULE-FORMULA(FEE-RULE-USED)
               MOVE 'Y' TO FEE-RULE-PARSED-SW(FEE-RULE-USED)
           END-IF
           IF FS-TYPE-F = 'E' AND FS-FORMULA-F NOT = SPACES
               AND FEE-RULE-USED < 20
               ADD 1 TO FEE-RULE-USED
               MOVE FS-CATEGORY-F TO FEE-RULE-CATEGORY(FEE-RULE-USED)
               MOVE FS-BANK-ID-F TO FEE-RULE-BANK-ID(FEE-RULE-USED)
               MOVE FS-TYPE-F TO FEE-RULE-TYPE(FEE-RULE-USED)
               MOVE 0 TO FEE-RULE-VALUE(FEE-RULE-USED)
               MOVE FS-FORMULA-F TO FEE-RULE-FORMULA(FEE-RULE-USED)
               PERFORM ValidateFeeFormula
           END-IF
           .

      * a trial evaluation with sample operands (every TYPEx flag
      * set) - a formula that fails here cannot work on a real
      * transaction either. The rule stays in the schedule so the
      * transactions it matches show up as fee exceptions rather
      * than falling through to another rule.
       ValidateFeeFormula SECTION.
           MOVE FEE-RULE-USED TO FEE-MATCH-INDEX
           MOVE 100 TO FEE-OPERAND-VALUE(1)
           MOVE 1000 TO FEE-OPERAND-VALUE(2)
           MOVE 1 TO FEE-OPERAND-VALUE(3)
           MOVE SPACE TO FEE-OPERAND-TYPE
           PERFORM EvaluateFeeFormula
           IF FEE-EVAL-VALID
               MOVE 'Y' TO FEE-RULE-PARSED-SW(FEE-RULE-USED)
               EXIT SECTION
           END-IF
           MOVE 'N' TO FEE-RULE-PARSED-SW(FEE-RULE-USED)
           IF FEE-BAD-USED < 20
               ADD 1 TO FEE-BAD-USED
               MOVE FEE-RULE-USED TO FEE-BAD-RULE-NO(FEE-BAD-USED)
               MOVE FEE-RULE-FORMULA(FEE-RULE-USED)
                   TO FEE-BAD-NOTE(FEE-BAD-USED)
           END-IF
           MOVE "BP0129" TO MSG-ID
           MOVE "W" TO MSG-SEVERITY
           MOVE function concatenate("FEE RULE ", FEE-RULE-USED,
               " (", FUNCTION TRIM(FS-CATEGORY-F), ") FORMULA DOES ",
               "NOT PARSE: ", FUNCTION TRIM(FS-FORMULA-F))
               TO MSG-TEXT
           PERFORM LogMessage
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      * FEE-RULE-FORMULA(FEE-MATCH-INDEX) through CALCEVAL. The
      * caller sets AMOUNT, BALANCE and MTDCOUNT in operands 1 to 3
      * and the account type in FEE-OPERAND-TYPE (space at load,
      * which sets every TYPEx the formula names).
       EvaluateFeeFormula SECTION.
           MOVE 'AMOUNT' TO FEE-OPERAND-NAME(1)
           MOVE 'BALANCE' TO FEE-OPERAND-NAME(2)
           MOVE 'MTDCOUNT' TO FEE-OPERAND-NAME(3)
           MOVE 3 TO FEE-OPERAND-USED
           MOVE FUNCTION UPPER-CASE(FEE-RULE-FORMULA(FEE-MATCH-INDEX))
               TO FEE-FORMULA-UPPER
           PERFORM VARYING FEE-FORMULA-POS FROM 1 BY 1
               UNTIL FEE-FORMULA-POS > 46
               IF FEE-FORMULA-UPPER(FEE-FORMULA-POS:4) = 'TYPE'
                   AND FEE-FORMULA-UPPER(FEE-FORMULA-POS + 4:1)
                       IS ALPHABETIC
                   AND FEE-FORMULA-UPPER(FEE-FORMULA-POS + 4:1)
                       NOT = SPACE
                   AND FEE-OPERAND-USED < 20
                   ADD 1 TO FEE-OPERAND-USED
                   MOVE FEE-FORMULA-UPPER(FEE-FORMULA-POS:5)
                       TO FEE-OPERAND-NAME(FEE-OPERAND-USED)
                   IF FEE-OPERAND-TYPE = SPACE
                       OR FEE-FORMULA-UPPER(FEE-FORMULA-POS + 4:1) =
                           FUNCTION UPPER-CASE(FEE-OPERAND-TYPE)
                       MOVE 1 TO FEE-OPERAND-VALUE(FEE-OPERAND-USED)
                   ELSE
                       MOVE 0 TO FEE-OPERAND-VALUE(FEE-OPERAND-USED)
                   END-IF
               END-IF
           END-PERFORM
           MOVE FEE-RULE-FORMULA(FEE-MATCH-INDEX) TO FEE-EVAL-FORMULA
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "CALCEVAL" USING FEE-EVAL-REQUEST FEE-OPERANDS
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           .

      *****************************************************************
      * Fee assessment - after a transaction posts, the first matching
      * fee rule is charged as its own audit-trailed debit movement
      *****************************************************************
       AssessTransactionFee SECTION.
           PERFORM FindFeePlanRule
           PERFORM VARYING FEE-SCAN-INDEX FROM 1 BY 1
               UNTIL FEE-SCAN-INDEX > FEE-RULE-USED
               IF FEE-MATCH-INDEX = 0
                   AND (FEE-RULE-CATEGORY(FEE-SCAN-INDEX) = SPACES
                     OR FEE-RULE-CATEGORY(FEE-SCAN-INDEX) =
                         WORK-CATEGORY)
                   AND (FEE-RULE-BANK-ID(FEE-SCAN-INDEX) = SPACES
                     OR FEE-RULE-BANK-ID(FEE-SCAN-INDEX) = '00000'
                     OR FEE-RULE-BANK-ID(FEE-SCAN-INDEX) =
                         TR-BANK-ID-X)
                   MOVE FEE-SCAN-INDEX TO FEE-MATCH-INDEX
               END-IF
           END-PERFORM
           IF FEE-MATCH-INDEX > 0
               EVALUATE TRUE
               WHEN FEE-TYPE-PERCENT(FEE-MATCH-INDEX)
                   COMPUTE FEE-AMOUNT ROUNDED = TR-AMOUNT
                       * FEE-RULE-VALUE(FEE-MATCH-INDEX) / 100
               WHEN FEE-TYPE-FORMULA(FEE-MATCH-INDEX)
                   PERFORM ComputeFormulaFee
               WHEN OTHER
                   MOVE FEE-RULE-VALUE(FEE-MATCH-INDEX) TO FEE-AMOUNT
               END-EVALUATE
               IF FEE-AMOUNT > 0
                   PERFORM PostFeeMovement
               END-IF
           END-IF
           .

      * FEE-AMOUNT from the matched formula rule; zero, with the
      * transaction noted as a fee exception, when it cannot be had
       ComputeFormulaFee SECTION.
           MOVE 0 TO FEE-AMOUNT
           MOVE TR-AMOUNT TO FEE-OPERAND-VALUE(1)
           MOVE SALDO(BANK-INDEX,ACCOUNT-INDEX,CURRENCY-INDEX)
               TO FEE-OPERAND-VALUE(2)
           MOVE MONTH-DEBIT-COUNT(BANK-INDEX,ACCOUNT-INDEX)
               TO FEE-OPERAND-VALUE(3)
           MOVE ACCOUNT-TYPE(BANK-INDEX,ACCOUNT-INDEX)
               TO FEE-OPERAND-TYPE
           IF FEE-OPERAND-TYPE = SPACE
               MOVE '-' TO FEE-OPERAND-TYPE
           END-IF
           PERFORM EvaluateFeeFormula
           EVALUATE TRUE
           WHEN NOT FEE-EVAL-VALID
               IF FEE-RULE-PARSED(FEE-MATCH-INDEX)
                   MOVE 'FORMULA DID NOT EVALUATE' TO
                       FEE-EXCEPTION-REASON
               ELSE
                   MOVE 'FORMULA DOES NOT PARSE' TO
                       FEE-EXCEPTION-REASON
               END-IF
               PERFORM NoteFeeException
           WHEN FEE-EVAL-RESULT < 0
               MOVE 'NEGATIVE FEE' TO FEE-EXCEPTION-REASON
               PERFORM NoteFeeException
           WHEN FEE-EVAL-RESULT > 99999999.99
               MOVE 'FEE TOO LARGE TO POST' TO FEE-EXCEPTION-REASON
               PERFORM NoteFeeException
           WHEN OTHER
               MOVE FEE-EVAL-RESULT TO FEE-AMOUNT
           END-EVALUATE
           .

       NoteFeeException SECTION.
           IF FEE-EXC-USED >= 500
               ADD 1 TO FEE-EXC-LOST
               EXIT SECTION
           END-IF
           ADD 1 TO FEE-EXC-USED
           MOVE POSTING-REF TO FEE-EXC-REF(FEE-EXC-USED)
           MOVE TR-BANK-ID-X TO FEE-EXC-BANK(FEE-EXC-USED)
           MOVE TR-ACCOUNT-ID-X TO FEE-EXC-ACCOUNT(FEE-EXC-USED)
           MOVE TR-CURRENCY TO FEE-EXC-CURRENCY(FEE-EXC-USED)
           MOVE TR-AMOUNT TO FEE-EXC-AMOUNT(FEE-EXC-USED)
           MOVE WORK-CATEGORY TO FEE-EXC-CATEGORY(FEE-EXC-USED)
           MOVE FEE-MATCH-INDEX TO FEE-EXC-RULE-NO(FEE-EXC-USED)
           MOVE FEE-EXCEPTION-REASON TO FEE-EXC-REASON(FEE-EXC-USED)
           .

       PostFeeMovement SECTION.
           SET MAINTENANCE-LOAD TO TRUE
           MOVE FEE-AMOUNT TO TR-AMOUNT
           MOVE 'D' TO TR-DR-CR
           MOVE function concatenate('FEE ', WORK-CATEGORY)
               TO TR-COMMENT
           PERFORM AddToSaldo
           PERFORM AccumulateCategory
           PERFORM AccumulateFeeIncome
           MOVE 'N' TO MAINTENANCE-LOAD-SW
           .

       AccumulateFeeIncome SECTION.
           MOVE 'N' TO CURRENCY-FOUND-SW
           PERFORM VARYING FEE-CURR-INDEX FROM 1 BY 1
               UNTIL FEE-CURR-INDEX > FEE-CURR-USED
               IF FEE-CURR-CODE(FEE-CURR-INDEX) = TR-CURRENCY
                   ADD FEE-AMOUNT TO FEE-CURR-SUM(FEE-CURR-INDEX)
                   ADD 1 TO FEE-CURR-COUNT(FEE-CURR-INDEX)
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CURRENCY-FOUND AND FEE-CURR-USED < 10
               ADD 1 TO FEE-CURR-USED
               MOVE TR-CURRENCY TO FEE-CURR-CODE(FEE-CURR-USED)
               MOVE FEE-AMOUNT TO FEE-CURR-SUM(FEE-CURR-USED)
               MOVE 1 TO FEE-CURR-COUNT(FEE-CURR-USED)
           END-IF
           .

       LoadFxRates SECTION.
           OPEN INPUT FX-RATE-DATA
           IF FXRATE-FILE-STATUS = "00"
               PERFORM UNTIL FXRATE-FILE-STATUS NOT = "00"
                   READ FX-RATE-DATA
                       AT END MOVE "10" TO FXRATE-FILE-STATUS
                   END-READ
                   IF FXRATE-FILE-STATUS = "00"
                       PERFORM ApplyFxRate
                   ELSE
                       IF FXRATE-FILE-STATUS NOT = "10"
                           MOVE "BP0015" TO MSG-ID
                           MOVE "S" TO MSG-SEVERITY
                           MOVE function concatenate(
                               "READ ERROR ON ",
                               "fx_rates.txt, STATUS=",
                               FXRATE-FILE-STATUS) TO MSG-TEXT
                           PERFORM LogMessage
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE FX-RATE-DATA
           END-IF
           .

       ApplyFxRate SECTION.
           IF FX-RATE-F-X IS NUMERIC AND FX-CURRENCY-F NOT = SPACES
               AND FX-RATE-USED < 20
               ADD 1 TO FX-RATE-USED
               MOVE FX-CURRENCY-F TO FX-CODE(FX-RATE-USED)
               MOVE FX-RATE-F-N TO FX-RATE(FX-RATE-USED)
           END-IF
           .

       FindFxRate SECTION.
           MOVE 'N' TO FX-FOUND-SW
           MOVE 0 TO FX-WORK-RATE
           PERFORM VARYING FX-SCAN-INDEX FROM 1 BY 1
               UNTIL FX-SCAN-INDEX > FX-RATE-USED
               IF FX-CODE(FX-SCAN-INDEX) = FX-LOOKUP-CODE
                   MOVE FX-RATE(FX-SCAN-INDEX) TO FX-WORK-RATE
                   SET FX-FOUND TO TRUE
               END-IF
           END-PERFORM
           .

      * as FindFxRate, but EUR - the currency the rates are quoted
      * against - is always found at 1
       FindEuroRate SECTION.
           IF FX-LOOKUP-CODE = 'EUR'
               MOVE 1 TO FX-WORK-RATE
               SET FX-FOUND TO TRUE
           ELSE
               PERFORM FindFxRate
           END-IF
           .

      *****************************************************************
      * Base-currency translation - every bank's position and the
      * grand total converted to EUR at the daily rates; currencies
      * with no rate on file are flagged and left untranslated.
      * With legal entities on file each bank is translated into the
      * base currency of its entity and totalled per entity.
      *****************************************************************
       ComputeBaseCurrencyPositions SECTION.
           INITIALIZE BASE-POSITIONS
                      MISSING-RATES
           MOVE 0 TO BASE-GRAND-SUM
           PERFORM StartBankSweep
           PERFORM UNTIL BANK-SWEEP-DONE
               ADD 1 TO BASE-BANK-USED
               MOVE BANK-ID(BANK-COUNTER)
                   TO BASE-POS-BANK-ID(BASE-BANK-USED)
               MOVE BANK-NAME(BANK-COUNTER)
                   TO BASE-POS-NAME(BASE-BANK-USED)
               MOVE BANK-ID(BANK-COUNTER) TO ENTITY-WORK-BANK
               PERFORM FindBankEntity
               MOVE ENTITY-WORK-CODE
                   TO BASE-POS-ENTITY(BASE-BANK-USED)
               MOVE ENTITY-WORK-BASE
                   TO BASE-POS-CURRENCY(BASE-BANK-USED)
               MOVE 0 TO BASE-POS-SUM(BASE-BANK-USED)
               PERFORM StartAccountSweep
               PERFORM UNTIL ACCOUNT-SWEEP-DONE
                   PERFORM VARYING CURR-COUNTER FROM 1 BY 1
                       UNTIL CURR-COUNTER >
                           NUMBER-OF-CURRENCIES(BANK-COUNTER,
                               ACCOUNT-COUNTER)
                       PERFORM TranslateOneCurrency
                   END-PERFORM
                   PERFORM NextSweptAccount
               END-PERFORM
               ADD BASE-POS-SUM(BASE-BANK-USED) TO BASE-GRAND-SUM
               PERFORM NextSweptBank
           END-PERFORM
           .

      * the rates are EUR values, so a balance goes into another
      * base currency through EUR: times its own rate, divided by
      * the base currency's rate
       TranslateOneCurrency SECTION.
           MOVE CURRENCY-CODE(BANK-COUNTER,ACCOUNT-COUNTER,
               CURR-COUNTER) TO FX-LOOKUP-CODE
           IF FX-LOOKUP-CODE = BASE-POS-CURRENCY(BASE-BANK-USED)
               ADD SALDO(BANK-COUNTER,ACCOUNT-COUNTER,CURR-COUNTER)
                   TO BASE-POS-SUM(BASE-BANK-USED)
           ELSE
               PERFORM FindEuroRate
               IF FX-FOUND
                   MOVE FX-WORK-RATE TO BASE-WORK-RATE
                   MOVE BASE-POS-CURRENCY(BASE-BANK-USED)
                       TO FX-LOOKUP-CODE
                   PERFORM FindEuroRate
               END-IF
               IF FX-FOUND
                   COMPUTE BASE-POS-SUM(BASE-BANK-USED) ROUNDED =
                       BASE-POS-SUM(BASE-BANK-USED)
                       + SALDO(BANK-COUNTER,ACCOUNT-COUNTER,
                           CURR-COUNTER) * BASE-WORK-RATE
                           / FX-WORK-RATE
               ELSE
                   PERFORM NoteMissingRate
               END-IF
           END-IF
           .

       NoteMissingRate SECTION.
           MOVE 'N' TO CURRENCY-FOUND-SW
           PERFORM VARYING MR-INDEX FROM 1 BY 1
               UNTIL MR-INDEX > MISSING-RATE-USED
               IF MISSING-RATE-CODE(MR-INDEX) = FX-LOOKUP-CODE
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CURRENCY-FOUND AND MISSING-RATE-USED < 10
               ADD 1 TO MISSING-RATE-USED
               MOVE FX-LOOKUP-CODE
                   TO MISSING-RATE-CODE(MISSING-RATE-USED)
           END-IF
           .

       GenerateBaseBankLine SECTION.
           INITIALIZE OUTPUT-BUFFER
           MOVE BASE-POS-SUM(BASE-POS-INDEX) TO FORMATTED-SIGNED-SALDO
           IF BASE-POS-NAME(BASE-POS-INDEX) = SPACES
               MOVE function concatenate('Base ',
                   BASE-POS-CURRENCY(BASE-POS-INDEX),
                   ' position for bank ',
                   BASE-POS-BANK-ID(BASE-POS-INDEX), ':  ',
                   FORMATTED-SIGNED-SALDO)
                   TO OUTPUT-BUFFER
           ELSE
               MOVE function concatenate('Base ',
                   BASE-POS-CURRENCY(BASE-POS-INDEX),
                   ' position for bank ',
                   BASE-POS-BANK-ID(BASE-POS-INDEX), ' ',
                   FUNCTION TRIM(BASE-POS-NAME(BASE-POS-INDEX)),
                   ':  ', FORMATTED-SIGNED-SALDO)
                   TO OUTPUT-BUFFER
           END-IF
           .

       GenerateBaseGrandLine SECTION.
           INITIALIZE OUTPUT-BUFFER
           MOVE BASE-GRAND-SUM TO FORMATTED-SIGNED-SALDO
           MOVE function concatenate('Base EUR grand total:      ',
               FORMATTED-SIGNED-SALDO)
               TO OUTPUT-BUFFER
           .

      * expects the entity set by SetReportEntity
       GenerateBaseEntityLine SECTION.
           MOVE 0 TO BASE-ENTITY-SUM
           PERFORM VARYING BASE-POS-INDEX FROM 1 BY 1
               UNTIL BASE-POS-INDEX > BASE-BANK-USED
               IF BASE-POS-ENTITY(BASE-POS-INDEX) = ENTITY-REPORT-CODE
                   ADD BASE-POS-SUM(BASE-POS-INDEX) TO BASE-ENTITY-SUM
               END-IF
           END-PERFORM
           INITIALIZE OUTPUT-BUFFER
           MOVE BASE-ENTITY-SUM TO FORMATTED-SIGNED-SALDO
           IF ENTITY-REPORT-INDEX = 0
               MOVE function concatenate('Base EUR total for ',
                   'house books:  ', FORMATTED-SIGNED-SALDO)
                   TO OUTPUT-BUFFER
           ELSE
               MOVE function concatenate('Base ',
                   ENTITY-REPORT-BASE, ' total for entity ',
                   ENTITY-REPORT-CODE, ':  ', FORMATTED-SIGNED-SALDO)
                   TO OUTPUT-BUFFER
           END-IF
           .

       GenerateMissingRateLine SECTION.
           INITIALIZE OUTPUT-BUFFER
           MOVE function concatenate('NO RATE ON FILE FOR ',
               MISSING-RATE-CODE(MR-INDEX), ' - NOT TRANSLATED')
               TO OUTPUT-BUFFER
           .

      * base currencies differ between legal entities, so with
      * entities on file there is a total per entity and no grand
      * total
       WriteBaseCurrencySection SECTION.
           PERFORM GenerateEmptyLine
           PERFORM OutputLine
           PERFORM VARYING BASE-POS-INDEX FROM 1 BY 1
               UNTIL BASE-POS-INDEX > BASE-BANK-USED
               PERFORM GenerateBaseBankLine
               PERFORM OutputLine
           END-PERFORM
           IF LENT-USED = 0
               PERFORM GenerateBaseGrandLine
               PERFORM OutputLine
           ELSE
               PERFORM VARYING ENTITY-REPORT-INDEX FROM 0 BY 1
                   UNTIL ENTITY-REPORT-INDEX > LENT-USED
                   PERFORM SetReportEntity
                   IF ENTITY-REPORT-INDEX > 0
                       OR ENTITY-REPORT-BANKS > 0
                       PERFORM GenerateBaseEntityLine
                       PERFORM OutputLine
                   END-IF
               END-PERFORM
           END-IF
           PERFORM VARYING MR-INDEX FROM 1 BY 1
               UNTIL MR-INDEX > MISSING-RATE-USED
               PERFORM GenerateMissingRateLine
               PERFORM OutputLine
           END-PERFORM
           .

      *****************************************************************
      * Standing orders - recurring postings driven from
      * standing_orders.txt
      *****************************************************************
       ProcessStandingOrders SECTION.
           OPEN INPUT STANDING-ORDER-DATA
           IF STANDORD-FILE-STATUS = "00"
               PERFORM UNTIL STANDORD-FILE-STATUS NOT = "00"
                   READ STANDING-ORDER-DATA
                       AT END MOVE "10" TO STANDORD-FILE-STATUS
                   END-READ
                   IF STANDORD-FILE-STATUS = "00"
                       PERFORM LoadStandingOrder
                   ELSE
                       IF STANDORD-FILE-STATUS NOT = "10"
                           MOVE "BP0016" TO MSG-ID
                           MOVE "S" TO MSG-SEVERITY
                           MOVE function concatenate(
                               "READ ERROR ON ",
                               "standing_orders.txt, STATUS=",
                               STANDORD-FILE-STATUS) TO MSG-TEXT
                           PERFORM LogMessage
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE STANDING-ORDER-DATA
               PERFORM VARYING SO-INDEX FROM 1 BY 1
                   UNTIL SO-INDEX > SO-USED
                   MOVE SO-BANK-ID(SO-INDEX) TO PART-CHECK-BANK
                   PERFORM CheckPartitionBank
                   IF PART-BANK-INSIDE
                       PERFORM PostDueStandingOrder
                   END-IF
               END-PERFORM
               IF SO-USED > 0 AND NOT EDIT-ONLY-REQUESTED
                   PERFORM RewriteStandingOrders
               END-IF
           END-IF
           .

       LoadStandingOrder SECTION.
           IF SO-BANK-ID-F IS NUMERIC AND SO-ACCOUNT-ID-F IS NUMERIC
               AND SO-AMOUNT-F IS NUMERIC
               AND SO-NEXT-DUE-F IS NUMERIC
               AND SO-USED < 100
               ADD 1 TO SO-USED
               MOVE SO-BANK-ID-F TO SO-BANK-ID(SO-USED)
               MOVE SO-ACCOUNT-ID-F TO SO-ACCOUNT-ID(SO-USED)
               MOVE SO-AMOUNT-F TO SO-AMOUNT(SO-USED)
               MOVE SO-DRCR-F TO SO-DRCR(SO-USED)
               MOVE SO-CURRENCY-F TO SO-CURRENCY(SO-USED)
               MOVE SO-FREQUENCY-F TO SO-FREQUENCY(SO-USED)
               MOVE SO-NEXT-DUE-F TO SO-NEXT-DUE(SO-USED)
           END-IF
           .

      * the roll counter caps catch-up posting at two months of daily
      * periods so a corrupt due date can never loop the run
       PostDueStandingOrder SECTION.
           PERFORM TrimAccountCache
           IF SO-FREQ-DAILY(SO-INDEX) OR SO-FREQ-WEEKLY(SO-INDEX)
               OR SO-FREQ-MONTHLY(SO-INDEX)
               MOVE 0 TO SO-ROLL-COUNT
               PERFORM UNTIL SO-NEXT-DUE(SO-INDEX) > PROCESSING-DATE
                   OR SO-ROLL-COUNT >= 62
                   PERFORM PostStandingOrder
                   PERFORM RollStandingOrderDate
                   ADD 1 TO SO-ROLL-COUNT
               END-PERFORM
           END-IF
           .

       PostStandingOrder SECTION.
           MOVE SO-BANK-ID(SO-INDEX) TO TR-BANK-ID-X
           MOVE SO-ACCOUNT-ID(SO-INDEX) TO TR-ACCOUNT-ID-X
           MOVE SO-AMOUNT(SO-INDEX) TO TR-AMOUNT-X
           MOVE SO-DRCR(SO-INDEX) TO TR-DR-CR
           MOVE SO-CURRENCY(SO-INDEX) TO TR-CURRENCY
           MOVE SO-NEXT-DUE(SO-INDEX) TO TR-DATE
           MOVE SO-NEXT-DUE(SO-INDEX) TO SO-DUE-DATE-ED
           MOVE function concatenate('STANDORD due ', SO-DUE-DATE-ED)
               TO TR-COMMENT
           MOVE TRANSACTION TO TRANSACTION-F
           ADD 1 TO SO-ORDERS-DUE-COUNT
           PERFORM ProcessTransaction
           .

       RollStandingOrderDate SECTION.
           EVALUATE TRUE
           WHEN SO-FREQ-DAILY(SO-INDEX)
               COMPUTE SO-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE(SO-INDEX)) + 1
               MOVE FUNCTION DATE-OF-INTEGER(SO-DATE-INT)
                   TO SO-NEXT-DUE(SO-INDEX)
           WHEN SO-FREQ-WEEKLY(SO-INDEX)
               COMPUTE SO-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(SO-NEXT-DUE(SO-INDEX)) + 7
               MOVE FUNCTION DATE-OF-INTEGER(SO-DATE-INT)
                   TO SO-NEXT-DUE(SO-INDEX)
           WHEN SO-FREQ-MONTHLY(SO-INDEX)
               MOVE SO-NEXT-DUE(SO-INDEX) TO SO-WORK-DATE-N
               ADD 1 TO SO-WORK-MM
               IF SO-WORK-MM > 12
                   MOVE 1 TO SO-WORK-MM
                   ADD 1 TO SO-WORK-YY
               END-IF
               PERFORM UNTIL SO-WORK-DD <= 28
                   OR FUNCTION INTEGER-OF-DATE(SO-WORK-DATE-N) > 0
                   SUBTRACT 1 FROM SO-WORK-DD
               END-PERFORM
               MOVE SO-WORK-DATE-N TO SO-NEXT-DUE(SO-INDEX)
           END-EVALUATE
           .

       RewriteStandingOrders SECTION.
           OPEN OUTPUT STANDING-ORDER-DATA
           IF STANDORD-FILE-STATUS NOT = "00"
               MOVE "BP0017" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE standing_orders.txt, ",
                   "STATUS=",
                   STANDORD-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING SO-INDEX FROM 1 BY 1
                   UNTIL SO-INDEX > SO-USED
                   MOVE SO-BANK-ID(SO-INDEX) TO SO-BANK-ID-F
                   MOVE SO-ACCOUNT-ID(SO-INDEX) TO SO-ACCOUNT-ID-F
                   MOVE SO-AMOUNT(SO-INDEX) TO SO-AMOUNT-F
                   MOVE SO-DRCR(SO-INDEX) TO SO-DRCR-F
                   MOVE SO-CURRENCY(SO-INDEX) TO SO-CURRENCY-F
                   MOVE SO-FREQUENCY(SO-INDEX) TO SO-FREQUENCY-F
                   MOVE SO-NEXT-DUE(SO-INDEX) TO SO-NEXT-DUE-F
                   WRITE STANDING-ORDER-F
               END-PERFORM
               CLOSE STANDING-ORDER-DATA
           END-IF
           .

      *****************************************************************
      * Loan installment collection - each due installment is split
      * into interest on the outstanding principal and the principal
      * part of the annuity, both debited to the repayment account
      * under the LOANINT/LOANPRIN categories. Collection stops at
      * the first installment the account cannot cover; it and any
      * later due installments remain as arrears.
      *****************************************************************
       ProcessLoanInstallments SECTION.
           OPEN INPUT LOAN-REGISTER-DATA
           IF LOANREG-FILE-STATUS = "00"
               PERFORM UNTIL LOANREG-FILE-STATUS NOT = "00"
                   READ LOAN-REGISTER-DATA
                       AT END MOVE "10" TO LOANREG-FILE-STATUS
                   END-READ
                   IF LOANREG-FILE-STATUS = "00"
                       PERFORM LoadLoan
                   ELSE
                       IF LOANREG-FILE-STATUS NOT = "10"
                           MOVE "BP0072" TO MSG-ID
                           MOVE "S" TO MSG-SEVERITY
                           MOVE function concatenate(
                               "READ ERROR ON ",
                               "loan_register.txt, STATUS=",
                               LOANREG-FILE-STATUS) TO MSG-TEXT
                           PERFORM LogMessage
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE LOAN-REGISTER-DATA
               PERFORM VARYING LOAN-INDEX FROM 1 BY 1
                   UNTIL LOAN-INDEX > LOAN-USED
                   MOVE LOAN-BANK-ID(LOAN-INDEX) TO PART-CHECK-BANK
                   PERFORM CheckPartitionBank
                   IF LOAN-ACTIVE(LOAN-INDEX) AND PART-BANK-INSIDE
                       PERFORM CollectDueInstallments
                       PERFORM CountLoanArrears
                   END-IF
               END-PERFORM
               IF LOAN-USED > 0 AND NOT EDIT-ONLY-REQUESTED
                   PERFORM RewriteLoanRegister
               END-IF
           END-IF
           .

      * servicing fields left blank on a newly booked loan start the
      * schedule: full principal outstanding, nothing paid, first
      * installment due on the contract's first due date
       LoadLoan SECTION.
           IF LN-BANK-ID-F IS NUMERIC AND LN-ACCOUNT-ID-F IS NUMERIC
               AND LN-PRINCIPAL-F IS NUMERIC
               AND LN-RATE-F IS NUMERIC
               AND LN-TERM-F IS NUMERIC
               AND LN-FIRST-DUE-F IS NUMERIC
               AND LOAN-USED < 200
               ADD 1 TO LOAN-USED
               MOVE LN-LOAN-ID-F TO LOAN-ID(LOAN-USED)
               MOVE LN-BANK-ID-F TO LOAN-BANK-ID(LOAN-USED)
               MOVE LN-ACCOUNT-ID-F TO LOAN-ACCOUNT-ID(LOAN-USED)
               MOVE LN-CURRENCY-F TO LOAN-CURRENCY(LOAN-USED)
               MOVE LN-PRINCIPAL-N TO LOAN-PRINCIPAL(LOAN-USED)
               MOVE LN-RATE-N TO LOAN-RATE(LOAN-USED)
               MOVE LN-TERM-F TO LOAN-TERM(LOAN-USED)
               MOVE LN-FIRST-DUE-F TO LOAN-FIRST-DUE(LOAN-USED)
               IF LN-INSTALLMENT-F IS NUMERIC
                   MOVE LN-INSTALLMENT-N TO LOAN-INSTALLMENT(LOAN-USED)
               ELSE
                   MOVE 0 TO LOAN-INSTALLMENT(LOAN-USED)
               END-IF
               IF LN-OUTSTANDING-F IS NUMERIC
                   MOVE LN-OUTSTANDING-N TO LOAN-OUTSTANDING(LOAN-USED)
               ELSE
                   MOVE LN-PRINCIPAL-N TO LOAN-OUTSTANDING(LOAN-USED)
               END-IF
               IF LN-PAID-COUNT-F IS NUMERIC
                   MOVE LN-PAID-COUNT-F TO LOAN-PAID-COUNT(LOAN-USED)
               ELSE
                   MOVE 0 TO LOAN-PAID-COUNT(LOAN-USED)
               END-IF
               IF LN-NEXT-DUE-F IS NUMERIC
                   MOVE LN-NEXT-DUE-F TO LOAN-NEXT-DUE(LOAN-USED)
               ELSE
                   MOVE LN-FIRST-DUE-F TO LOAN-NEXT-DUE(LOAN-USED)
               END-IF
               IF LN-STATUS-F = 'P'
                   MOVE 'P' TO LOAN-STATUS(LOAN-USED)
               ELSE
                   MOVE 'A' TO LOAN-STATUS(LOAN-USED)
               END-IF
               IF LOAN-INSTALLMENT(LOAN-USED) = 0
                   MOVE LOAN-USED TO LOAN-INDEX
                   PERFORM ComputeLoanInstallment
               END-IF
           END-IF
           .

      * level annuity: P * r * (1+r)**n / ((1+r)**n - 1) with r the
      * monthly rate; an interest-free loan repays in equal parts
       ComputeLoanInstallment SECTION.
           IF LOAN-TERM(LOAN-INDEX) = 0
               MOVE 1 TO LOAN-TERM(LOAN-INDEX)
           END-IF
           COMPUTE LOAN-MONTH-RATE = LOAN-RATE(LOAN-INDEX) / 1200
           IF LOAN-MONTH-RATE = 0
               COMPUTE LOAN-INSTALLMENT(LOAN-INDEX) ROUNDED =
                   LOAN-PRINCIPAL(LOAN-INDEX) / LOAN-TERM(LOAN-INDEX)
           ELSE
               COMPUTE LOAN-GROWTH =
                   (1 + LOAN-MONTH-RATE) ** LOAN-TERM(LOAN-INDEX)
               COMPUTE LOAN-GROWTH =
                   LOAN-GROWTH / (LOAN-GROWTH - 1)
               COMPUTE LOAN-INSTALLMENT(LOAN-INDEX) ROUNDED =
                   LOAN-PRINCIPAL(LOAN-INDEX) * LOAN-MONTH-RATE
                   * LOAN-GROWTH
           END-IF
           .

      * the roll counter caps catch-up at 62 installments so a
      * corrupt due date can never loop the run
       CollectDueInstallments SECTION.
           PERFORM TrimAccountCache
           MOVE 'N' TO LOAN-COLLECT-SW
           MOVE 0 TO LOAN-ROLL-COUNT
           PERFORM UNTIL LOAN-NEXT-DUE(LOAN-INDEX) > PROCESSING-DATE
               OR LOAN-COLLECT-FAILED
               OR NOT LOAN-ACTIVE(LOAN-INDEX)
               OR LOAN-ROLL-COUNT >= 62
               PERFORM CollectOneInstallment
               ADD 1 TO LOAN-ROLL-COUNT
           END-PERFORM
           .

       CollectOneInstallment SECTION.
           COMPUTE LOAN-MONTH-RATE = LOAN-RATE(LOAN-INDEX) / 1200
           COMPUTE LOAN-INTEREST-DUE ROUNDED =
               LOAN-OUTSTANDING(LOAN-INDEX) * LOAN-MONTH-RATE
           IF LOAN-INSTALLMENT(LOAN-INDEX) > LOAN-INTEREST-DUE
               COMPUTE LOAN-PRINCIPAL-DUE =
                   LOAN-INSTALLMENT(LOAN-INDEX) - LOAN-INTEREST-DUE
           ELSE
               MOVE 0 TO LOAN-PRINCIPAL-DUE
           END-IF
           IF LOAN-PAID-COUNT(LOAN-INDEX) + 1 >= LOAN-TERM(LOAN-INDEX)
               OR LOAN-PRINCIPAL-DUE > LOAN-OUTSTANDING(LOAN-INDEX)
               MOVE LOAN-OUTSTANDING(LOAN-INDEX) TO LOAN-PRINCIPAL-DUE
           END-IF
           COMPUTE LOAN-AMOUNT-DUE =
               LOAN-INTEREST-DUE + LOAN-PRINCIPAL-DUE
           PERFORM CheckLoanAccount
           IF LOAN-COLLECT-FAILED
               MOVE "BP0073" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE LOAN-NEXT-DUE(LOAN-INDEX) TO SO-DUE-DATE-ED
               MOVE function concatenate(
                   "LOAN ", LOAN-ID(LOAN-INDEX),
                   " INSTALLMENT DUE ", SO-DUE-DATE-ED,
                   " NOT COLLECTED - ", LOAN-FAIL-REASON)
                   TO MSG-TEXT
               PERFORM LogMessage
               EXIT SECTION
           END-IF
           SET MAINTENANCE-LOAD TO TRUE
           MOVE 'D' TO TR-DR-CR
           MOVE LOAN-NEXT-DUE(LOAN-INDEX) TO SO-DUE-DATE-ED
           IF LOAN-INTEREST-DUE > 0
               MOVE LOAN-INTEREST-DUE TO TR-AMOUNT
               MOVE function concatenate('LOANINT ',
                   LOAN-ID(LOAN-INDEX), ' due ', SO-DUE-DATE-ED)
                   TO TR-COMMENT
               PERFORM AddToSaldo
               PERFORM AccumulateCategory
           END-IF
           IF LOAN-PRINCIPAL-DUE > 0
               MOVE LOAN-PRINCIPAL-DUE TO TR-AMOUNT
               MOVE function concatenate('LOANPRIN ',
                   LOAN-ID(LOAN-INDEX), ' due ', SO-DUE-DATE-ED)
                   TO TR-COMMENT
               PERFORM AddToSaldo
               PERFORM AccumulateCategory
           END-IF
           MOVE 'N' TO MAINTENANCE-LOAD-SW
           SUBTRACT LOAN-PRINCIPAL-DUE FROM LOAN-OUTSTANDING(LOAN-INDEX)
           ADD 1 TO LOAN-PAID-COUNT(LOAN-INDEX)
           ADD 1 TO LOAN-COLLECTED-COUNT
           IF LOAN-OUTSTANDING(LOAN-INDEX) = 0
               MOVE 'P' TO LOAN-STATUS(LOAN-INDEX)
               ADD 1 TO LOAN-PAIDOFF-COUNT
           ELSE
               MOVE LOAN-PAID-COUNT(LOAN-INDEX) TO LOAN-DUE-NUMBER
               PERFORM ComputeLoanDueDate
               MOVE LOAN-SCAN-DATE TO LOAN-NEXT-DUE(LOAN-INDEX)
           END-IF
           .

      * the repayment account must already be on file in the loan
      * currency - a collection never creates an account - and must
      * be open and able to carry the whole installment
       CheckLoanAccount SECTION.
           MOVE 'N' TO LOAN-COLLECT-SW
           MOVE LOAN-BANK-ID(LOAN-INDEX) TO TR-BANK-ID-X
           MOVE LOAN-ACCOUNT-ID(LOAN-INDEX) TO TR-ACCOUNT-ID-X
           MOVE LOAN-CURRENCY(LOAN-INDEX) TO TR-CURRENCY
           MOVE LOAN-AMOUNT-DUE TO TR-AMOUNT
           MOVE 'D' TO TR-DR-CR
           MOVE PROCESSING-DATE TO TR-DATE
           MOVE SPACES TO TR-COMMENT
           PERFORM FindExistingAccount
           EVALUATE TRUE
           WHEN NOT CURRENCY-FOUND
               SET LOAN-COLLECT-FAILED TO TRUE
               MOVE 'ACCOUNT NOT ON FILE' TO LOAN-FAIL-REASON
           WHEN ACCT-CLOSED(BANK-INDEX,ACCOUNT-INDEX)
               OR ACCT-FROZEN(BANK-INDEX,ACCOUNT-INDEX)
               SET LOAN-COLLECT-FAILED TO TRUE
               MOVE 'ACCOUNT CLOSED/FROZEN' TO LOAN-FAIL-REASON
           WHEN OTHER
               PERFORM ComputeProspectiveBalance
               IF WOULD-OVERDRAW
                   SET LOAN-COLLECT-FAILED TO TRUE
                   MOVE 'INSUFFICIENT FUNDS' TO LOAN-FAIL-REASON
               END-IF
           END-EVALUATE
           .

      *****************************************************************
      * Term deposits - maturity payout or rollover, and early
      * withdrawal with a penalty. Interest is simple, actual/365,
      * and credited to the deposit account before any payout leg;
      * a deposit whose accounts cannot take the movements stays
      * active and is retried on the next run.
      *****************************************************************
       ProcessTermDeposits SECTION.
           PERFORM LoadTermDepositRegister
           IF TDEP-FILE-STATUS = "00"
               PERFORM ApplyWithdrawalRequests
               PERFORM VARYING TD-INDEX FROM 1 BY 1
                   UNTIL TD-INDEX > TD-USED
                   MOVE TD-BANK-ID(TD-INDEX) TO PART-CHECK-BANK
                   PERFORM CheckPartitionBank
                   IF TD-ACTIVE(TD-INDEX) AND PART-BANK-INSIDE
                       PERFORM ProcessDepositMaturity
                   END-IF
               END-PERFORM
               IF TD-USED > 0 AND NOT EDIT-ONLY-REQUESTED
                   PERFORM RewriteTermDeposits
               END-IF
           END-IF
           .

      * the register is read into the table only - a resumed run
      * takes it as the interrupted run rewrote it, so the maturity
      * ladder is built from tonight's register
       LoadTermDepositRegister SECTION.
           OPEN INPUT TERM-DEPOSIT-DATA
           IF TDEP-FILE-STATUS = "00"
               PERFORM UNTIL TDEP-FILE-STATUS NOT = "00"
                   READ TERM-DEPOSIT-DATA
                       AT END MOVE "10" TO TDEP-FILE-STATUS
                   END-READ
                   IF TDEP-FILE-STATUS = "00"
                       PERFORM LoadTermDeposit
                   ELSE
                       IF TDEP-FILE-STATUS NOT = "10"
                           MOVE "BP0075" TO MSG-ID
                           MOVE "S" TO MSG-SEVERITY
                           MOVE function concatenate(
                               "READ ERROR ON ",
                               "term_deposits.txt, STATUS=",
                               TDEP-FILE-STATUS) TO MSG-TEXT
                           PERFORM LogMessage
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TERM-DEPOSIT-DATA
           END-IF
           .

       LoadTermDeposit SECTION.
           IF TD-BANK-ID-F IS NUMERIC AND TD-ACCOUNT-ID-F IS NUMERIC
               AND TD-AMOUNT-F IS NUMERIC
               AND TD-RATE-F IS NUMERIC
               AND TD-START-DATE-F IS NUMERIC
               AND TD-MATURITY-DATE-F IS NUMERIC
               AND TD-USED < 200
               ADD 1 TO TD-USED
               MOVE TD-DEPOSIT-ID-F TO TD-DEPOSIT-ID(TD-USED)
               MOVE TD-BANK-ID-F TO TD-BANK-ID(TD-USED)
               MOVE TD-ACCOUNT-ID-F TO TD-ACCOUNT-ID(TD-USED)
               MOVE TD-AMOUNT-N TO TD-AMOUNT(TD-USED)
               MOVE TD-CURRENCY-F TO TD-CURRENCY(TD-USED)
               MOVE TD-START-DATE-F TO TD-START-DATE(TD-USED)
               MOVE TD-MATURITY-DATE-F TO TD-MATURITY-DATE(TD-USED)
               MOVE TD-RATE-N TO TD-RATE(TD-USED)
               MOVE TD-ROLLOVER-F TO TD-ROLLOVER(TD-USED)
               IF NOT TD-ROLL-PRINCIPAL(TD-USED)
                   AND NOT TD-ROLL-ALL(TD-USED)
                   MOVE 'N' TO TD-ROLLOVER(TD-USED)
               END-IF
               MOVE TD-PAYOUT-BANK-F TO TD-PAYOUT-BANK(TD-USED)
               MOVE TD-PAYOUT-ACCOUNT-F TO TD-PAYOUT-ACCOUNT(TD-USED)
               MOVE TD-STATUS-F TO TD-STATUS(TD-USED)
               IF NOT TD-MATURED(TD-USED) AND NOT TD-WITHDRAWN(TD-USED)
                   MOVE 'A' TO TD-STATUS(TD-USED)
               END-IF
           END-IF
           .

      * a request against a deposit that matures tonight anyway just
      * cancels the rollover - the full value is paid, no penalty
       ApplyWithdrawalRequests SECTION.
           OPEN INPUT TD-WITHDRAWAL-DATA
           IF TDWD-FILE-STATUS = "00"
               PERFORM UNTIL TDWD-FILE-STATUS NOT = "00"
                   READ TD-WITHDRAWAL-DATA
                       AT END MOVE "10" TO TDWD-FILE-STATUS
                   END-READ
                   IF TDWD-FILE-STATUS = "00"
                       PERFORM ApplyWithdrawalRequest
                   ELSE
                       IF TDWD-FILE-STATUS NOT = "10"
                           MOVE "BP0076" TO MSG-ID
                           MOVE "S" TO MSG-SEVERITY
                           MOVE function concatenate(
                               "READ ERROR ON ",
                               "term_deposit_withdrawals.txt, ",
                               "STATUS=", TDWD-FILE-STATUS)
                               TO MSG-TEXT
                           PERFORM LogMessage
                           MOVE 16 TO RETURN-CODE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE TD-WITHDRAWAL-DATA
           END-IF
           .

       ApplyWithdrawalRequest SECTION.
           IF TW-DEPOSIT-ID-F = SPACES
               EXIT SECTION
           END-IF
           MOVE 'N' TO TD-FOUND-SW
           PERFORM VARYING TD-INDEX FROM 1 BY 1
               UNTIL TD-INDEX > TD-USED OR TD-FOUND
               IF TD-DEPOSIT-ID(TD-INDEX) = TW-DEPOSIT-ID-F
                   AND TD-ACTIVE(TD-INDEX)
                   SET TD-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT TD-FOUND
               ADD 1 TO TD-FAILED-COUNT
               MOVE "BP0077" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "EARLY WITHDRAWAL FOR ", TW-DEPOSIT-ID-F,
                   " SKIPPED - NO ACTIVE DEPOSIT") TO MSG-TEXT
               PERFORM LogMessage
               EXIT SECTION
           END-IF
           SUBTRACT 1 FROM TD-INDEX
      * the deposit's own partition pays it out
           MOVE TD-BANK-ID(TD-INDEX) TO PART-CHECK-BANK
           PERFORM CheckPartitionBank
           IF PART-BANK-OUTSIDE
               EXIT SECTION
           END-IF
           IF TD-MATURITY-DATE(TD-INDEX) <= PROCESSING-DATE
               MOVE 'N' TO TD-ROLLOVER(TD-INDEX)
               EXIT SECTION
           END-IF
           SET TD-EARLY-WITHDRAWAL TO TRUE
           COMPUTE TD-DAYS =
               FUNCTION INTEGER-OF-DATE(PROCESSING-DATE)
               - FUNCTION INTEGER-OF-DATE(TD-START-DATE(TD-INDEX))
           PERFORM PayOutDeposit
           MOVE 'N' TO TD-EARLY-SW
           .

      * the roll counter caps catch-up at 62 terms so a corrupt
      * date pair can never loop the run
       ProcessDepositMaturity SECTION.
           PERFORM TrimAccountCache
           MOVE 'N' TO TD-EARLY-SW
           MOVE 'N' TO TD-FAIL-SW
           MOVE 0 TO TD-ROLL-COUNT
           PERFORM UNTIL TD-MATURITY-DATE(TD-INDEX) > PROCESSING-DATE
               OR NOT TD-ACTIVE(TD-INDEX)
               OR TD-FAILED
               OR TD-ROLL-COUNT >= 62
               COMPUTE TD-DAYS =
                   FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE(TD-INDEX))
                   - FUNCTION INTEGER-OF-DATE(TD-START-DATE(TD-INDEX))
               IF TD-PAY-OUT(TD-INDEX)
                   PERFORM PayOutDeposit
               ELSE
                   PERFORM RollOverDeposit
               END-IF
               ADD 1 TO TD-ROLL-COUNT
           END-PERFORM
           .

       ComputeDepositInterest SECTION.
           COMPUTE TD-INTEREST ROUNDED = TD-AMOUNT(TD-INDEX)
               * TD-RATE(TD-INDEX) * TD-DAYS / 36500
           IF TD-PAYOUT-ACCOUNT(TD-INDEX) = SPACES
               OR (TD-PAYOUT-BANK(TD-INDEX) = TD-BANK-ID(TD-INDEX)
               AND TD-PAYOUT-ACCOUNT(TD-INDEX) =
                   TD-ACCOUNT-ID(TD-INDEX))
               SET TD-PAYOUT-TO-SELF TO TRUE
           ELSE
               MOVE 'N' TO TD-SELF-SW
           END-IF
           .

      * principal plus interest (less any early-withdrawal penalty)
      * leaves the deposit account for the payout account
       PayOutDeposit SECTION.
           PERFORM ComputeDepositInterest
           MOVE 0 TO TD-PENALTY
           IF TD-EARLY-WITHDRAWAL
               COMPUTE TD-PENALTY ROUNDED =
                   TD-AMOUNT(TD-INDEX) * TD-PENALTY-PCT / 100
               IF TD-PENALTY > TD-AMOUNT(TD-INDEX) + TD-INTEREST
                   COMPUTE TD-PENALTY =
                       TD-AMOUNT(TD-INDEX) + TD-INTEREST
               END-IF
           END-IF
           COMPUTE TD-PAYOUT-AMOUNT =
               TD-AMOUNT(TD-INDEX) + TD-INTEREST - TD-PENALTY
           MOVE TD-PAYOUT-AMOUNT TO TD-MOVE-AMOUNT
           MOVE TD-AMOUNT(TD-INDEX) TO TD-NET-DEBIT
           PERFORM CheckDepositAccounts
           IF TD-FAILED
               PERFORM ReportDepositFailure
               EXIT SECTION
           END-IF
           SET MAINTENANCE-LOAD TO TRUE
           PERFORM PostDepositInterest
           IF TD-PENALTY > 0
               PERFORM SelectDepositAccount
               MOVE 'D' TO TR-DR-CR
               MOVE TD-PENALTY TO TR-AMOUNT
               MOVE function concatenate('TDPENALTY ',
                   TD-DEPOSIT-ID(TD-INDEX), ' early withdrawal')
                   TO TR-COMMENT
               PERFORM AddToSaldo
               PERFORM AccumulateCategory
           END-IF
           PERFORM PostDepositPayout
           MOVE 'N' TO MAINTENANCE-LOAD-SW
           IF TD-EARLY-WITHDRAWAL
               MOVE 'W' TO TD-STATUS(TD-INDEX)
               ADD 1 TO TD-WITHDRAWN-COUNT
           ELSE
               MOVE 'M' TO TD-STATUS(TD-INDEX)
               ADD 1 TO TD-MATURED-COUNT
           END-IF
           .

      * a new term of the same length starts on the old maturity
      * date; R capitalizes the interest, P pays it out
       RollOverDeposit SECTION.
           PERFORM ComputeDepositInterest
           IF TD-ROLL-PRINCIPAL(TD-INDEX)
               MOVE TD-INTEREST TO TD-MOVE-AMOUNT
           ELSE
               MOVE 0 TO TD-MOVE-AMOUNT
           END-IF
           MOVE 0 TO TD-NET-DEBIT
           PERFORM CheckDepositAccounts
           IF TD-FAILED
               PERFORM ReportDepositFailure
               EXIT SECTION
           END-IF
           SET MAINTENANCE-LOAD TO TRUE
           PERFORM PostDepositInterest
           PERFORM PostDepositPayout
           MOVE 'N' TO MAINTENANCE-LOAD-SW
           IF TD-ROLL-ALL(TD-INDEX)
               ADD TD-INTEREST TO TD-AMOUNT(TD-INDEX)
           END-IF
           MOVE TD-MATURITY-DATE(TD-INDEX) TO TD-START-DATE(TD-INDEX)
           COMPUTE TD-DATE-INT =
               FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE(TD-INDEX))
               + TD-DAYS
           MOVE FUNCTION DATE-OF-INTEGER(TD-DATE-INT)
               TO TD-MATURITY-DATE(TD-INDEX)
           ADD 1 TO TD-ROLLED-COUNT
           .

      * the deposit account must be on file and not closed; when
      * money leaves it, it must not be frozen, must carry the
      * principal being released and the payout account must be on
      * file and open
       CheckDepositAccounts SECTION.
           MOVE 'N' TO TD-FAIL-SW
           PERFORM SelectDepositAccount
           EVALUATE TRUE
           WHEN NOT CURRENCY-FOUND
               SET TD-FAILED TO TRUE
               MOVE 'DEPOSIT ACCT NOT ON FILE' TO TD-FAIL-REASON
           WHEN ACCT-CLOSED(BANK-INDEX,ACCOUNT-INDEX)
               SET TD-FAILED TO TRUE
               MOVE 'DEPOSIT ACCOUNT CLOSED' TO TD-FAIL-REASON
           WHEN TD-PAYOUT-TO-SELF OR TD-MOVE-AMOUNT = 0
               CONTINUE
           WHEN ACCT-FROZEN(BANK-INDEX,ACCOUNT-INDEX)
               SET TD-FAILED TO TRUE
               MOVE 'DEPOSIT ACCOUNT FROZEN' TO TD-FAIL-REASON
           WHEN TD-NET-DEBIT > 0
               MOVE 'D' TO TR-DR-CR
               MOVE TD-NET-DEBIT TO TR-AMOUNT
               PERFORM ComputeProspectiveBalance
               IF WOULD-OVERDRAW
                   SET TD-FAILED TO TRUE
                   MOVE 'INSUFFICIENT FUNDS' TO TD-FAIL-REASON
               END-IF
           END-EVALUATE
           IF TD-FAILED OR TD-PAYOUT-TO-SELF OR TD-MOVE-AMOUNT = 0
               EXIT SECTION
           END-IF
           PERFORM SelectPayoutAccount
           EVALUATE TRUE
           WHEN NOT CURRENCY-FOUND
               SET TD-FAILED TO TRUE
               MOVE 'PAYOUT ACCT NOT ON FILE' TO TD-FAIL-REASON
           WHEN ACCT-CLOSED(BANK-INDEX,ACCOUNT-INDEX)
               OR ACCT-FROZEN(BANK-INDEX,ACCOUNT-INDEX)
               SET TD-FAILED TO TRUE
               MOVE 'PAYOUT ACCT CLOSED/FROZEN' TO TD-FAIL-REASON
           END-EVALUATE
           .

       SelectDepositAccount SECTION.
           MOVE TD-BANK-ID(TD-INDEX) TO TR-BANK-ID-X
           MOVE TD-ACCOUNT-ID(TD-INDEX) TO TR-ACCOUNT-ID-X
           MOVE TD-CURRENCY(TD-INDEX) TO TR-CURRENCY
           MOVE PROCESSING-DATE TO TR-DATE
           MOVE SPACES TO TR-COMMENT
           PERFORM FindExistingAccount
           .

       SelectPayoutAccount SECTION.
           MOVE TD-PAYOUT-BANK(TD-INDEX) TO TR-BANK-ID-X
           MOVE TD-PAYOUT-ACCOUNT(TD-INDEX) TO TR-ACCOUNT-ID-X
           MOVE TD-CURRENCY(TD-INDEX) TO TR-CURRENCY
           MOVE PROCESSING-DATE TO TR-DATE
           MOVE SPACES TO TR-COMMENT
           PERFORM FindExistingAccount
           .

       PostDepositInterest SECTION.
           IF TD-INTEREST > 0
               PERFORM SelectDepositAccount
               MOVE 'C' TO TR-DR-CR
               MOVE TD-INTEREST TO TR-AMOUNT
               MOVE TD-MATURITY-DATE(TD-INDEX) TO TD-MATURITY-ED
               MOVE function concatenate('TDINT ',
                   TD-DEPOSIT-ID(TD-INDEX), ' term to ',
                   TD-MATURITY-ED) TO TR-COMMENT
               PERFORM AddToSaldo
               PERFORM AccumulateCategory
           END-IF
           .

      * paired legs, deposit account to payout account
       PostDepositPayout SECTION.
           IF TD-PAYOUT-TO-SELF OR TD-MOVE-AMOUNT = 0
               EXIT SECTION
           END-IF
           PERFORM SelectDepositAccount
           MOVE 'D' TO TR-DR-CR
           MOVE TD-MOVE-AMOUNT TO TR-AMOUNT
           MOVE function concatenate('TDPAYOUT ',
               TD-DEPOSIT-ID(TD-INDEX), ' to ',
               TD-PAYOUT-BANK(TD-INDEX), ' ',
               TD-PAYOUT-ACCOUNT(TD-INDEX)) TO TR-COMMENT
           PERFORM AddToSaldo
           PERFORM AccumulateCategory
           PERFORM SelectPayoutAccount
           MOVE 'C' TO TR-DR-CR
           MOVE TD-MOVE-AMOUNT TO TR-AMOUNT
           MOVE function concatenate('TDPAYOUT ',
               TD-DEPOSIT-ID(TD-INDEX), ' from ',
               TD-BANK-ID(TD-INDEX), ' ',
               TD-ACCOUNT-ID(TD-INDEX)) TO TR-COMMENT
           PERFORM AddToSaldo
           PERFORM AccumulateCategory
           .

       ReportDepositFailure SECTION.
           ADD 1 TO TD-FAILED-COUNT
           MOVE "BP0078" TO MSG-ID
           MOVE "W" TO MSG-SEVERITY
           IF TD-EARLY-WITHDRAWAL
               MOVE function concatenate(
                   "TERM DEPOSIT ", TD-DEPOSIT-ID(TD-INDEX),
                   " EARLY WITHDRAWAL REFUSED - ", TD-FAIL-REASON)
                   TO MSG-TEXT
           ELSE
               MOVE function concatenate(
                   "TERM DEPOSIT ", TD-DEPOSIT-ID(TD-INDEX),
                   " NOT PROCESSED AT MATURITY - ", TD-FAIL-REASON)
                   TO MSG-TEXT
           END-IF
           PERFORM LogMessage
           .

       RewriteTermDeposits SECTION.
           OPEN OUTPUT TERM-DEPOSIT-DATA
           IF TDEP-FILE-STATUS NOT = "00"
               MOVE "BP0079" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE term_deposits.txt, ",
                   "STATUS=",
                   TDEP-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING TD-INDEX FROM 1 BY 1
                   UNTIL TD-INDEX > TD-USED
                   MOVE TD-DEPOSIT-ID(TD-INDEX) TO TD-DEPOSIT-ID-F
                   MOVE TD-BANK-ID(TD-INDEX) TO TD-BANK-ID-F
                   MOVE TD-ACCOUNT-ID(TD-INDEX) TO TD-ACCOUNT-ID-F
                   MOVE TD-AMOUNT(TD-INDEX) TO TD-AMOUNT-N
                   MOVE TD-CURRENCY(TD-INDEX) TO TD-CURRENCY-F
                   MOVE TD-START-DATE(TD-INDEX) TO TD-START-DATE-F
                   MOVE TD-MATURITY-DATE(TD-INDEX)
                       TO TD-MATURITY-DATE-F
                   MOVE TD-RATE(TD-INDEX) TO TD-RATE-N
                   MOVE TD-ROLLOVER(TD-INDEX) TO TD-ROLLOVER-F
                   MOVE TD-PAYOUT-BANK(TD-INDEX) TO TD-PAYOUT-BANK-F
                   MOVE TD-PAYOUT-ACCOUNT(TD-INDEX)
                       TO TD-PAYOUT-ACCOUNT-F
                   MOVE TD-STATUS(TD-INDEX) TO TD-STATUS-F
                   WRITE TERM-DEPOSIT-F
               END-PERFORM
               CLOSE TERM-DEPOSIT-DATA
           END-IF
           .

      *****************************************************************
      * Maturity ladder (maturity_ladder.txt) - what the active
      * deposits release within the next 7, 30 and 90 days per
      * currency, for treasury's liquidity planning
      *****************************************************************
       GenerateMaturityLadder SECTION.
           IF TD-USED = 0
               EXIT SECTION
           END-IF
           OPEN OUTPUT MATURITY-LADDER-DATA
           IF LADDER-FILE-STATUS NOT = "00"
               MOVE "BP0080" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN maturity_ladder.txt, STATUS=",
                   LADDER-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE function concatenate(
               'Term deposit maturity ladder as of ',
               PROCESSING-DATE) TO LADDER-LINE
           WRITE MATURITY-LADDER-F FROM LADDER-LINE
           MOVE SPACES TO LADDER-LINE
           WRITE MATURITY-LADDER-F FROM LADDER-LINE
           MOVE 'Deposits maturing within 90 days' TO LADDER-LINE
           WRITE MATURITY-LADDER-F FROM LADDER-LINE
           PERFORM VARYING TD-INDEX FROM 1 BY 1
               UNTIL TD-INDEX > TD-USED
               IF TD-ACTIVE(TD-INDEX)
                   PERFORM AddDepositToLadder
               END-IF
           END-PERFORM
           MOVE SPACES TO LADDER-LINE
           WRITE MATURITY-LADDER-F FROM LADDER-LINE
           MOVE SPACES TO LADDER-LINE
           MOVE 'within  7 days' TO LADDER-LINE(13:14)
           MOVE 'within 30 days' TO LADDER-LINE(43:14)
           MOVE 'within 90 days' TO LADDER-LINE(73:14)
           WRITE MATURITY-LADDER-F FROM LADDER-LINE
           MOVE SPACES TO LADDER-LINE
           MOVE 'Cur' TO LADDER-LINE(1:3)
           MOVE 'count           value' TO LADDER-LINE(13:21)
           MOVE 'count           value' TO LADDER-LINE(43:21)
           MOVE 'count           value' TO LADDER-LINE(73:21)
           WRITE MATURITY-LADDER-F FROM LADDER-LINE
           PERFORM VARYING TDL-INDEX FROM 1 BY 1
               UNTIL TDL-INDEX > TDL-USED
               MOVE TDL-COUNT(TDL-INDEX,1) TO TDL-COUNT-ED
               MOVE TDL-AMOUNT(TDL-INDEX,1) TO TDL-AMOUNT-ED
               MOVE TDL-COUNT(TDL-INDEX,2) TO TDL-COUNT-ED-2
               MOVE TDL-AMOUNT(TDL-INDEX,2) TO TDL-AMOUNT-ED-2
               MOVE TDL-COUNT(TDL-INDEX,3) TO TDL-COUNT-ED-3
               MOVE TDL-AMOUNT(TDL-INDEX,3) TO TDL-AMOUNT-ED-3
               MOVE function concatenate(TDL-CURRENCY(TDL-INDEX),
                   '         ', TDL-COUNT-ED, ' ',
                   TDL-AMOUNT-ED, '         ',
                   TDL-COUNT-ED-2, ' ', TDL-AMOUNT-ED-2,
                   '         ', TDL-COUNT-ED-3, ' ',
                   TDL-AMOUNT-ED-3) TO LADDER-LINE
               WRITE MATURITY-LADDER-F FROM LADDER-LINE
           END-PERFORM
           CLOSE MATURITY-LADDER-DATA
           .

      * value at maturity is the principal plus the full term's
      * interest; the bands are cumulative
       AddDepositToLadder SECTION.
           COMPUTE TDL-DAYS-AHEAD =
               FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE(TD-INDEX))
               - FUNCTION INTEGER-OF-DATE(PROCESSING-DATE)
           IF TDL-DAYS-AHEAD > 90 OR TDL-DAYS-AHEAD < 0
               EXIT SECTION
           END-IF
           COMPUTE TD-DAYS =
               FUNCTION INTEGER-OF-DATE(TD-MATURITY-DATE(TD-INDEX))
               - FUNCTION INTEGER-OF-DATE(TD-START-DATE(TD-INDEX))
           PERFORM ComputeDepositInterest
           COMPUTE TDL-VALUE = TD-AMOUNT(TD-INDEX) + TD-INTEREST
           MOVE TDL-VALUE TO TDL-AMOUNT-ED
           MOVE TD-MATURITY-DATE(TD-INDEX) TO TD-MATURITY-ED
           MOVE function concatenate(TD-MATURITY-ED, ' ',
               TD-DEPOSIT-ID(TD-INDEX), ' ', TD-BANK-ID(TD-INDEX),
               ' ', TD-ACCOUNT-ID(TD-INDEX), ' ',
               TD-CURRENCY(TD-INDEX), ' ', TDL-AMOUNT-ED,
               ' rollover ', TD-ROLLOVER(TD-INDEX)) TO LADDER-LINE
           WRITE MATURITY-LADDER-F FROM LADDER-LINE
           MOVE 'N' TO CURRENCY-FOUND-SW
           PERFORM VARYING TDL-INDEX FROM 1 BY 1
               UNTIL TDL-INDEX > TDL-USED OR CURRENCY-FOUND
               IF TDL-CURRENCY(TDL-INDEX) = TD-CURRENCY(TD-INDEX)
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CURRENCY-FOUND
               SUBTRACT 1 FROM TDL-INDEX
           ELSE
               IF TDL-USED >= 20
                   EXIT SECTION
               END-IF
               ADD 1 TO TDL-USED
               MOVE TDL-USED TO TDL-INDEX
               INITIALIZE TDL-ENTRY(TDL-INDEX)
               MOVE TD-CURRENCY(TD-INDEX) TO TDL-CURRENCY(TDL-INDEX)
           END-IF
           PERFORM VARYING TDL-BAND-INDEX FROM 1 BY 1
               UNTIL TDL-BAND-INDEX > 3
               IF TDL-DAYS-AHEAD <= TDL-BAND-DAYS(TDL-BAND-INDEX)
                   ADD 1 TO TDL-COUNT(TDL-INDEX,TDL-BAND-INDEX)
                   ADD TDL-VALUE
                       TO TDL-AMOUNT(TDL-INDEX,TDL-BAND-INDEX)
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * Cash concentration sweeps (sweep_rules.txt) - run after all
      * regular postings. Every surplus goes up first, then every
      * deficit is covered down, so a pool's concentration account
      * funds its covers from the same night's surpluses. Each move
      * posts as a paired debit/credit leg like a transfer.
      *****************************************************************
       ProcessSweeps SECTION.
           OPEN INPUT SWEEP-RULE-DATA
           IF SWEEP-RULE-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM UNTIL SWEEP-RULE-FILE-STATUS NOT = "00"
               READ SWEEP-RULE-DATA
                   AT END MOVE "10" TO SWEEP-RULE-FILE-STATUS
               END-READ
               IF SWEEP-RULE-FILE-STATUS = "00"
                   PERFORM LoadSweepRule
               ELSE
                   IF SWEEP-RULE-FILE-STATUS NOT = "10"
                       MOVE "BP0091" TO MSG-ID
                       MOVE "S" TO MSG-SEVERITY
                       MOVE function concatenate(
                           "READ ERROR ON ",
                           "sweep_rules.txt, STATUS=",
                           SWEEP-RULE-FILE-STATUS) TO MSG-TEXT
                       PERFORM LogMessage
                       MOVE 16 TO RETURN-CODE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE SWEEP-RULE-DATA
           PERFORM VARYING SWEEP-INDEX FROM 1 BY 1
               UNTIL SWEEP-INDEX > SWEEP-USED
               PERFORM NoteSweepStartPosition
           END-PERFORM
           PERFORM VARYING SWEEP-INDEX FROM 1 BY 1
               UNTIL SWEEP-INDEX > SWEEP-USED
               PERFORM SweepSurplusUp
           END-PERFORM
           PERFORM VARYING SWEEP-INDEX FROM 1 BY 1
               UNTIL SWEEP-INDEX > SWEEP-USED
               PERFORM SweepDeficitDown
           END-PERFORM
           PERFORM VARYING SWEEP-INDEX FROM 1 BY 1
               UNTIL SWEEP-INDEX > SWEEP-USED
               PERFORM NoteSweepEndPosition
           END-PERFORM
           .

      * a rule that cannot be read is logged and left out
       LoadSweepRule SECTION.
           IF SW-SOURCE-BANK-F IS NOT NUMERIC
               OR SW-SOURCE-ACCOUNT-F IS NOT NUMERIC
               OR SW-TARGET-BANK-F IS NOT NUMERIC
               OR SW-TARGET-ACCOUNT-F IS NOT NUMERIC
               OR (SW-RULE-TYPE-F NOT = 'Z' AND SW-RULE-TYPE-F NOT = 'T'
                   AND SW-RULE-TYPE-F NOT = 'H')
               OR (SW-RULE-TYPE-F NOT = 'Z'
                   AND SW-TARGET-AMOUNT-F IS NOT NUMERIC)
               MOVE "BP0092" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "SWEEP RULE IGNORED - INVALID LINE FOR ",
                   SW-SOURCE-BANK-F, " ", SW-SOURCE-ACCOUNT-F)
                   TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
      * a partition run sweeps within its range only; a rule whose
      * source and target lie in different partitions cannot post
      * in either and waits for an unpartitioned run
           MOVE SW-SOURCE-BANK-F TO PART-CHECK-BANK
           PERFORM CheckPartitionBank
           MOVE PART-BANK-SW TO PART-SOURCE-SW
           MOVE SW-TARGET-BANK-F TO PART-CHECK-BANK
           PERFORM CheckPartitionBank
           IF PART-SOURCE-SW NOT = PART-BANK-SW
               MOVE "BP0119" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "SWEEP RULE ", SW-SOURCE-BANK-F, " ",
                   SW-SOURCE-ACCOUNT-F, " TO ", SW-TARGET-BANK-F,
                   " SPANS PARTITIONS - NOT SWEPT IN PARTITION ",
                   RUN-PARTITION) TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           IF PART-BANK-OUTSIDE
               EXIT SECTION
           END-IF
           IF SWEEP-USED >= 500
               MOVE "BP0092" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE "SWEEP RULE TABLE FULL - RULE IGNORED"
                   TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO SWEEP-USED
           MOVE SW-SOURCE-BANK-F TO SWP-SOURCE-BANK(SWEEP-USED)
           MOVE SW-SOURCE-ACCOUNT-F TO SWP-SOURCE-ACCOUNT(SWEEP-USED)
           MOVE SW-TARGET-BANK-F TO SWP-TARGET-BANK(SWEEP-USED)
           MOVE SW-TARGET-ACCOUNT-F TO SWP-TARGET-ACCOUNT(SWEEP-USED)
           MOVE SW-CURRENCY-F TO SWP-CURRENCY(SWEEP-USED)
           MOVE SW-RULE-TYPE-F TO SWP-RULE-TYPE(SWEEP-USED)
           IF SWP-ZERO-BALANCE(SWEEP-USED)
               MOVE 0 TO SWP-TARGET-AMOUNT(SWEEP-USED)
           ELSE
               MOVE SW-TARGET-AMOUNT-N TO SWP-TARGET-AMOUNT(SWEEP-USED)
           END-IF
           MOVE 0 TO SWP-PRE-BALANCE(SWEEP-USED)
           MOVE 0 TO SWP-SWEPT(SWEEP-USED)
           MOVE 0 TO SWP-POST-BALANCE(SWEEP-USED)
           MOVE 0 TO SWP-POOL-PRE(SWEEP-USED)
           MOVE 0 TO SWP-POOL-POST(SWEEP-USED)
           MOVE SPACES TO SWP-NOTE(SWEEP-USED)
           .

       NoteSweepStartPosition SECTION.
           PERFORM TrimAccountCache
           PERFORM SelectSweepSource
           IF CURRENCY-FOUND
               MOVE SALDO(BANK-INDEX,ACCOUNT-INDEX,CURRENCY-INDEX)
                   TO SWP-PRE-BALANCE(SWEEP-INDEX)
           END-IF
           PERFORM SelectSweepTarget
           IF CURRENCY-FOUND
               MOVE SALDO(BANK-INDEX,ACCOUNT-INDEX,CURRENCY-INDEX)
                   TO SWP-POOL-PRE(SWEEP-INDEX)
           END-IF
           .

       NoteSweepEndPosition SECTION.
           PERFORM TrimAccountCache
           PERFORM SelectSweepSource
           IF CURRENCY-FOUND
               MOVE SALDO(BANK-INDEX,ACCOUNT-INDEX,CURRENCY-INDEX)
                   TO SWP-POST-BALANCE(SWEEP-INDEX)
           END-IF
           PERFORM SelectSweepTarget
           IF CURRENCY-FOUND
               MOVE SALDO(BANK-INDEX,ACCOUNT-INDEX,CURRENCY-INDEX)
                   TO SWP-POOL-POST(SWEEP-INDEX)
           END-IF
           IF SWP-SWEPT(SWEEP-INDEX) NOT = 0
               ADD 1 TO SWEEP-DONE-COUNT
           END-IF
           .

      * held funds stay behind - only the available surplus moves
       SweepSurplusUp SECTION.
           PERFORM TrimAccountCache
           PERFORM CheckSweepAccounts
           IF SWEEP-FAILED
               EXIT SECTION
           END-IF
           PERFORM SelectSweepSource
           PERFORM SumActiveHolds
           COMPUTE SWEEP-AVAILABLE =
               SALDO(BANK-INDEX,ACCOUNT-INDEX,CURRENCY-INDEX)
               - ACTIVE-HOLD-TOTAL - SWP-TARGET-AMOUNT(SWEEP-INDEX)
           IF SWEEP-AVAILABLE > 0
               MOVE SWEEP-AVAILABLE TO SWEEP-AMOUNT
               MOVE SWP-SOURCE-BANK(SWEEP-INDEX) TO SWEEP-FROM-BANK
               MOVE SWP-SOURCE-ACCOUNT(SWEEP-INDEX)
                   TO SWEEP-FROM-ACCOUNT
               MOVE SWP-TARGET-BANK(SWEEP-INDEX) TO SWEEP-TO-BANK
               MOVE SWP-TARGET-ACCOUNT(SWEEP-INDEX)
                   TO SWEEP-TO-ACCOUNT
               PERFORM PostSweepLegs
               IF NOT SWEEP-FAILED
                   ADD SWEEP-AMOUNT TO SWP-SWEPT(SWEEP-INDEX)
               END-IF
           END-IF
           .

      * a threshold rule never covers down; a cover the concentration
      * account cannot fund within its own limit is not made
       SweepDeficitDown SECTION.
           PERFORM TrimAccountCache
           IF SWP-NOTE(SWEEP-INDEX) NOT = SPACES
               OR SWP-THRESHOLD(SWEEP-INDEX)
               EXIT SECTION
           END-IF
           MOVE 'N' TO SWEEP-FAIL-SW
           PERFORM SelectSweepSource
           COMPUTE SWEEP-AVAILABLE = SWP-TARGET-AMOUNT(SWEEP-INDEX)
               - SALDO(BANK-INDEX,ACCOUNT-INDEX,CURRENCY-INDEX)
           IF SWEEP-AVAILABLE NOT > 0
               EXIT SECTION
           END-IF
           MOVE SWEEP-AVAILABLE TO SWEEP-AMOUNT
           PERFORM SelectSweepTarget
           MOVE 'D' TO TR-DR-CR
           IF SWEEP-AMOUNT > 99999999.99
               MOVE 'AMOUNT ABOVE TRANSFER LIMIT' TO SWEEP-FAIL-REASON
               PERFORM ReportSweepFailure
               EXIT SECTION
           END-IF
           MOVE SWEEP-AMOUNT TO TR-AMOUNT
           PERFORM ComputeProspectiveBalance
           IF WOULD-OVERDRAW
               MOVE 'CONCENTRATION FUNDS SHORT' TO SWEEP-FAIL-REASON
               PERFORM ReportSweepFailure
               EXIT SECTION
           END-IF
           MOVE SWP-TARGET-BANK(SWEEP-INDEX) TO SWEEP-FROM-BANK
           MOVE SWP-TARGET-ACCOUNT(SWEEP-INDEX) TO SWEEP-FROM-ACCOUNT
           MOVE SWP-SOURCE-BANK(SWEEP-INDEX) TO SWEEP-TO-BANK
           MOVE SWP-SOURCE-ACCOUNT(SWEEP-INDEX) TO SWEEP-TO-ACCOUNT
           PERFORM PostSweepLegs
           IF NOT SWEEP-FAILED
               SUBTRACT SWEEP-AMOUNT FROM SWP-SWEPT(SWEEP-INDEX)
           END-IF
           .

      * both accounts must carry the currency and be open
       CheckSweepAccounts SECTION.
           MOVE 'N' TO SWEEP-FAIL-SW
           IF SWP-SOURCE-BANK(SWEEP-INDEX) =
                   SWP-TARGET-BANK(SWEEP-INDEX)
               AND SWP-SOURCE-ACCOUNT(SWEEP-INDEX) =
                   SWP-TARGET-ACCOUNT(SWEEP-INDEX)
               MOVE 'SOURCE IS CONCENTRATION' TO SWEEP-FAIL-REASON
               PERFORM ReportSweepFailure
               EXIT SECTION
           END-IF
           PERFORM SelectSweepSource
           EVALUATE TRUE
           WHEN NOT CURRENCY-FOUND
               MOVE 'ACCOUNT NOT ON FILE' TO SWEEP-FAIL-REASON
               PERFORM ReportSweepFailure
           WHEN ACCT-CLOSED(BANK-INDEX,ACCOUNT-INDEX)
               OR ACCT-FROZEN(BANK-INDEX,ACCOUNT-INDEX)
               MOVE 'ACCOUNT CLOSED/FROZEN' TO SWEEP-FAIL-REASON
               PERFORM ReportSweepFailure
           END-EVALUATE
           IF SWEEP-FAILED
               EXIT SECTION
           END-IF
           PERFORM SelectSweepTarget
           EVALUATE TRUE
           WHEN NOT CURRENCY-FOUND
               MOVE 'CONCENTRATION NOT ON FILE' TO SWEEP-FAIL-REASON
               PERFORM ReportSweepFailure
           WHEN ACCT-CLOSED(BANK-INDEX,ACCOUNT-INDEX)
               OR ACCT-FROZEN(BANK-INDEX,ACCOUNT-INDEX)
               MOVE 'CONCENTRATION CLOSED/FROZEN' TO SWEEP-FAIL-REASON
               PERFORM ReportSweepFailure
           END-EVALUATE
           .

       ReportSweepFailure SECTION.
           SET SWEEP-FAILED TO TRUE
           MOVE SWEEP-FAIL-REASON TO SWP-NOTE(SWEEP-INDEX)
           ADD 1 TO SWEEP-FAILED-COUNT
           MOVE "BP0093" TO MSG-ID
           MOVE "W" TO MSG-SEVERITY
           MOVE function concatenate(
               "SWEEP ", SWP-SOURCE-BANK(SWEEP-INDEX), " ",
               SWP-SOURCE-ACCOUNT(SWEEP-INDEX), " TO ",
               SWP-TARGET-BANK(SWEEP-INDEX), " ",
               SWP-TARGET-ACCOUNT(SWEEP-INDEX), " NOT MADE - ",
               SWEEP-FAIL-REASON) TO MSG-TEXT
           PERFORM LogMessage
           .

       SelectSweepSource SECTION.
           MOVE SWP-SOURCE-BANK(SWEEP-INDEX) TO TR-BANK-ID-X
           MOVE SWP-SOURCE-ACCOUNT(SWEEP-INDEX) TO TR-ACCOUNT-ID-X
           MOVE SWP-CURRENCY(SWEEP-INDEX) TO TR-CURRENCY
           MOVE PROCESSING-DATE TO TR-DATE
           MOVE SPACES TO TR-COMMENT
           PERFORM FindExistingAccount
           .

       SelectSweepTarget SECTION.
           MOVE SWP-TARGET-BANK(SWEEP-INDEX) TO TR-BANK-ID-X
           MOVE SWP-TARGET-ACCOUNT(SWEEP-INDEX) TO TR-ACCOUNT-ID-X
           MOVE SWP-CURRENCY(SWEEP-INDEX) TO TR-CURRENCY
           MOVE PROCESSING-DATE TO TR-DATE
           MOVE SPACES TO TR-COMMENT
           PERFORM FindExistingAccount
           .

      * both legs post together as one internal transfer, the same
      * way an account close sweeps its residual balances
       PostSweepLegs SECTION.
           IF SWEEP-AMOUNT > 99999999.99
               MOVE 'AMOUNT ABOVE TRANSFER LIMIT' TO SWEEP-FAIL-REASON
               PERFORM ReportSweepFailure
               EXIT SECTION
           END-IF
           MOVE SPACES TO TRANSACTION
           MOVE SWEEP-FROM-BANK TO TR-BANK-ID-X
           MOVE SWEEP-FROM-ACCOUNT TO TR-ACCOUNT-ID-X
           MOVE SWEEP-AMOUNT TO TR-AMOUNT
           MOVE 'T' TO TR-DR-CR
           MOVE SWP-CURRENCY(SWEEP-INDEX) TO TR-CURRENCY
           MOVE PROCESSING-DATE TO TR-DATE
           MOVE SWEEP-TO-BANK TO TR-DEST-BANK-ID-X
           MOVE SWEEP-TO-ACCOUNT TO TR-DEST-ACCOUNT-ID-X
           IF SWP-ZERO-BALANCE(SWEEP-INDEX)
               MOVE 'SWEEP zero balance' TO TR-TRANSFER-NOTE
           ELSE
               IF SWP-TARGET-BALANCE(SWEEP-INDEX)
                   MOVE 'SWEEP target balance' TO TR-TRANSFER-NOTE
               ELSE
                   MOVE 'SWEEP threshold' TO TR-TRANSFER-NOTE
               END-IF
           END-IF
           MOVE TRANSACTION TO TRANSACTION-F
           SET MAINTENANCE-LOAD TO TRUE
           PERFORM ProcessTransaction
           MOVE 'N' TO MAINTENANCE-LOAD-SW
           IF REJECTED
               MOVE REJECT-REASON TO SWEEP-FAIL-REASON
               PERFORM ReportSweepFailure
           END-IF
           .

      *****************************************************************
      * Sweep report (sweep_report.txt) - one block per pool, the
      * pool being every rule with the same concentration account
      * and currency, in order of first appearance on the rule file
      *****************************************************************
       GenerateSweepReport SECTION.
           IF SWEEP-USED = 0
               EXIT SECTION
           END-IF
           OPEN OUTPUT SWEEP-REPORT-DATA
           IF SWEEP-REPORT-FILE-STATUS NOT = "00"
               MOVE "BP0094" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN sweep_report.txt, STATUS=",
                   SWEEP-REPORT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE function concatenate('Sweep report as of ',
               PROCESSING-DATE) TO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-F FROM SWEEP-REPORT-LINE
           PERFORM VARYING SWEEP-POOL-INDEX FROM 1 BY 1
               UNTIL SWEEP-POOL-INDEX > SWEEP-USED
               PERFORM CheckFirstOfPool
               IF SWEEP-POOL-FIRST
                   PERFORM WriteSweepPool
               END-IF
           END-PERFORM
           CLOSE SWEEP-REPORT-DATA
           .

       CheckFirstOfPool SECTION.
           SET SWEEP-POOL-FIRST TO TRUE
           PERFORM VARYING SWEEP-INDEX FROM 1 BY 1
               UNTIL SWEEP-INDEX >= SWEEP-POOL-INDEX
               IF SWP-TARGET-BANK(SWEEP-INDEX) =
                       SWP-TARGET-BANK(SWEEP-POOL-INDEX)
                   AND SWP-TARGET-ACCOUNT(SWEEP-INDEX) =
                       SWP-TARGET-ACCOUNT(SWEEP-POOL-INDEX)
                   AND SWP-CURRENCY(SWEEP-INDEX) =
                       SWP-CURRENCY(SWEEP-POOL-INDEX)
                   MOVE 'N' TO SWEEP-POOL-FIRST-SW
               END-IF
           END-PERFORM
           .

       WriteSweepPool SECTION.
           MOVE SPACES TO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-F FROM SWEEP-REPORT-LINE
           MOVE SWP-POOL-PRE(SWEEP-POOL-INDEX) TO SWEEP-ED-1
           MOVE function concatenate('Pool ',
               SWP-TARGET-BANK(SWEEP-POOL-INDEX), ' ',
               SWP-TARGET-ACCOUNT(SWEEP-POOL-INDEX), ' ',
               SWP-CURRENCY(SWEEP-POOL-INDEX),
               '  concentration before sweep ', SWEEP-ED-1)
               TO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-F FROM SWEEP-REPORT-LINE
           MOVE function concatenate('  Bank  Account    R',
               '       Pre-sweep           Swept      Post-sweep',
               '  Note') TO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-F FROM SWEEP-REPORT-LINE
           MOVE 0 TO SWEEP-POOL-NET
           PERFORM VARYING SWEEP-INDEX FROM SWEEP-POOL-INDEX BY 1
               UNTIL SWEEP-INDEX > SWEEP-USED
               IF SWP-TARGET-BANK(SWEEP-INDEX) =
                       SWP-TARGET-BANK(SWEEP-POOL-INDEX)
                   AND SWP-TARGET-ACCOUNT(SWEEP-INDEX) =
                       SWP-TARGET-ACCOUNT(SWEEP-POOL-INDEX)
                   AND SWP-CURRENCY(SWEEP-INDEX) =
                       SWP-CURRENCY(SWEEP-POOL-INDEX)
                   PERFORM WriteSweepLine
               END-IF
           END-PERFORM
           MOVE SWEEP-POOL-NET TO SWEEP-ED-1
           MOVE SWP-POOL-POST(SWEEP-POOL-INDEX) TO SWEEP-ED-2
           MOVE function concatenate(
               '  Net swept to concentration ', SWEEP-ED-1,
               '  concentration after sweep ', SWEEP-ED-2)
               TO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-F FROM SWEEP-REPORT-LINE
           .

       WriteSweepLine SECTION.
           MOVE SWP-PRE-BALANCE(SWEEP-INDEX) TO SWEEP-ED-1
           MOVE SWP-SWEPT(SWEEP-INDEX) TO SWEEP-ED-2
           MOVE SWP-POST-BALANCE(SWEEP-INDEX) TO SWEEP-ED-3
           ADD SWP-SWEPT(SWEEP-INDEX) TO SWEEP-POOL-NET
           MOVE function concatenate('  ',
               SWP-SOURCE-BANK(SWEEP-INDEX), ' ',
               SWP-SOURCE-ACCOUNT(SWEEP-INDEX), ' ',
               SWP-RULE-TYPE(SWEEP-INDEX), ' ',
               SWEEP-ED-1, ' ', SWEEP-ED-2, ' ', SWEEP-ED-3, '  ',
               SWP-NOTE(SWEEP-INDEX)) TO SWEEP-REPORT-LINE
           WRITE SWEEP-REPORT-F FROM SWEEP-REPORT-LINE
           .

      *****************************************************************
      * Back-value report (back_value_report.txt) - every posting
      * accepted with a value date before the processing date and
      * the interest adjustment it drew, for finance
      *****************************************************************
       GenerateBackValueReport SECTION.
           IF BV-USED = 0
               EXIT SECTION
           END-IF
           OPEN OUTPUT BACK-VALUE-REPORT-DATA
           IF BACKVAL-FILE-STATUS NOT = "00"
               MOVE "BP0096" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN back_value_report.txt, STATUS=",
                   BACKVAL-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE function concatenate(
               'Back-valued postings and interest adjustments as of ',
               PROCESSING-DATE) TO BACKVAL-LINE
           WRITE BACK-VALUE-REPORT-F FROM BACKVAL-LINE
           MOVE SPACES TO BACKVAL-LINE
           WRITE BACK-VALUE-REPORT-F FROM BACKVAL-LINE
           MOVE function concatenate('Value date Posting ref Bank ',
               ' Account    Cur D      Amount  Days',
               '     Rate   Adjustment Adjust ref')
               TO BACKVAL-LINE
           WRITE BACK-VALUE-REPORT-F FROM BACKVAL-LINE
           PERFORM VARYING BV-INDEX FROM 1 BY 1
               UNTIL BV-INDEX > BV-USED
               MOVE BV-AMOUNT(BV-INDEX) TO BV-AMOUNT-ED
               MOVE BV-DAYS(BV-INDEX) TO BV-DAYS-ED
               MOVE BV-RATE(BV-INDEX) TO BV-RATE-ED
               MOVE BV-ADJUSTMENT(BV-INDEX) TO BV-ADJUSTMENT-ED
               MOVE function concatenate(BV-VALUE-DATE(BV-INDEX),
                   '   ', BV-REF(BV-INDEX), '  ', BV-BANK(BV-INDEX),
                   ' ', BV-ACCOUNT(BV-INDEX), ' ',
                   BV-CURRENCY(BV-INDEX), ' ', BV-DR-CR(BV-INDEX),
                   ' ', BV-AMOUNT-ED, ' ', BV-DAYS-ED, ' ',
                   BV-RATE-TYPE(BV-INDEX), BV-RATE-ED, ' ',
                   BV-ADJUSTMENT-ED, ' ', BV-ADJ-REF(BV-INDEX))
                   TO BACKVAL-LINE
               WRITE BACK-VALUE-REPORT-F FROM BACKVAL-LINE
           END-PERFORM
           CLOSE BACK-VALUE-REPORT-DATA
           .

      *****************************************************************
      * Fee exception report (fee_exception_report.txt) - formula
      * rules that did not parse at load and every transaction whose
      * formula fee could not be charged, for the fee desk to charge
      * by hand. Written every run, so an empty report says there
      * was nothing.
      *****************************************************************
       GenerateFeeExceptionReport SECTION.
           OPEN OUTPUT FEE-EXCEPTION-DATA
           IF FEEEXC-FILE-STATUS NOT = "00"
               MOVE "BP0130" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN fee_exception_report.txt, STATUS=",
                   FEEEXC-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE function concatenate(
               'Fee exceptions - fees not charged as of ',
               PROCESSING-DATE) TO FEEEXC-LINE
           WRITE FEE-EXCEPTION-F
           MOVE SPACES TO FEEEXC-LINE
           WRITE FEE-EXCEPTION-F
           IF FEE-BAD-USED > 0
               MOVE 'Fee rules whose formula does not parse'
                   TO FEEEXC-LINE
               WRITE FEE-EXCEPTION-F
               PERFORM VARYING FEE-EXC-INDEX FROM 1 BY 1
                   UNTIL FEE-EXC-INDEX > FEE-BAD-USED
                   MOVE FEE-BAD-RULE-NO(FEE-EXC-INDEX)
                       TO FEE-SCAN-INDEX
                   MOVE function concatenate('  Rule ',
                       FEE-SCAN-INDEX, ' category ',
                       FEE-RULE-CATEGORY(FEE-SCAN-INDEX), ' bank ',
                       FEE-RULE-BANK-ID(FEE-SCAN-INDEX), '  ',
                       FEE-BAD-NOTE(FEE-EXC-INDEX)) TO FEEEXC-LINE
                   WRITE FEE-EXCEPTION-F
               END-PERFORM
               MOVE SPACES TO FEEEXC-LINE
               WRITE FEE-EXCEPTION-F
           END-IF
           MOVE function concatenate('Posting ref Bank  Account   ',
               ' Cur      Amount Category   Rule Reason')
               TO FEEEXC-LINE
           WRITE FEE-EXCEPTION-F
           PERFORM VARYING FEE-EXC-INDEX FROM 1 BY 1
               UNTIL FEE-EXC-INDEX > FEE-EXC-USED
               MOVE FEE-EXC-AMOUNT(FEE-EXC-INDEX) TO FEE-EXC-AMOUNT-ED
               MOVE function concatenate(FEE-EXC-REF(FEE-EXC-INDEX),
                   '  ', FEE-EXC-BANK(FEE-EXC-INDEX), ' ',
                   FEE-EXC-ACCOUNT(FEE-EXC-INDEX), ' ',
                   FEE-EXC-CURRENCY(FEE-EXC-INDEX), ' ',
                   FEE-EXC-AMOUNT-ED, ' ',
                   FEE-EXC-CATEGORY(FEE-EXC-INDEX), ' ',
                   FEE-EXC-RULE-NO(FEE-EXC-INDEX), '   ',
                   FEE-EXC-REASON(FEE-EXC-INDEX)) TO FEEEXC-LINE
               WRITE FEE-EXCEPTION-F
           END-PERFORM
           MOVE SPACES TO FEEEXC-LINE
           WRITE FEE-EXCEPTION-F
           MOVE FEE-EXC-USED TO FEE-EXC-COUNT-ED
           MOVE function concatenate('Fee exceptions: ',
               FUNCTION TRIM(FEE-EXC-COUNT-ED)) TO FEEEXC-LINE
           IF FEE-EXC-LOST > 0
               MOVE function concatenate(FUNCTION TRIM(FEEEXC-LINE),
                   ' listed, ', FEE-EXC-LOST, ' more not listed')
                   TO FEEEXC-LINE
           END-IF
           WRITE FEE-EXCEPTION-F
           CLOSE FEE-EXCEPTION-DATA
           IF FEE-EXC-USED > 0 OR FEE-EXC-LOST > 0
               ADD FEE-EXC-USED TO FEE-EXC-LOST
               MOVE FEE-EXC-LOST TO FEE-EXC-COUNT-ED
               MOVE "BP0131" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   FUNCTION TRIM(FEE-EXC-COUNT-ED),
                   " FORMULA FEES NOT CHARGED - SEE ",
                   "fee_exception_report.txt") TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

      * read-only lookup of TR-BANK-ID / TR-ACCOUNT-ID / TR-CURRENCY
      * for internally generated postings: positions BANK-INDEX,
      * ACCOUNT-INDEX and CURRENCY-INDEX and sets CURRENCY-FOUND only
      * when all three are already on file - unlike SearchBank and
      * SearchAccount it never inserts a missing key
       FindExistingAccount SECTION.
           SET CURRENCY-FOUND-SW TO 'N'
           MOVE TR-BANK-ID TO FETCH-BANK-ID
           MOVE TR-ACCOUNT-ID TO FETCH-ACCOUNT-ID
           PERFORM FetchAccount
           IF ACCOUNT-FOUND
               PERFORM VARYING CURRENCY-INDEX FROM 1 BY 1
                   UNTIL CURRENCY-INDEX >
                       NUMBER-OF-CURRENCIES(BANK-INDEX,ACCOUNT-INDEX)
                   OR CURRENCY-FOUND
                   IF CURRENCY-CODE(BANK-INDEX,ACCOUNT-INDEX,
                       CURRENCY-INDEX) = TR-CURRENCY
                       SET CURRENCY-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF CURRENCY-FOUND
                   SUBTRACT 1 FROM CURRENCY-INDEX
               END-IF
           END-IF
           .

      * due date of installment LOAN-DUE-NUMBER (0 = the first) -
      * always counted from the first due date so a month-end loan
      * keeps falling on the month end instead of drifting to the 28th
       ComputeLoanDueDate SECTION.
           MOVE LOAN-FIRST-DUE(LOAN-INDEX) TO SO-WORK-DATE-N
           COMPUTE LOAN-MONTHS = SO-WORK-YY * 12 + SO-WORK-MM - 1
               + LOAN-DUE-NUMBER
           DIVIDE LOAN-MONTHS BY 12 GIVING SO-WORK-YY
               REMAINDER SO-WORK-MM
           ADD 1 TO SO-WORK-MM
           PERFORM UNTIL SO-WORK-DD <= 28
               OR FUNCTION INTEGER-OF-DATE(SO-WORK-DATE-N) > 0
               SUBTRACT 1 FROM SO-WORK-DD
           END-PERFORM
           MOVE SO-WORK-DATE-N TO LOAN-SCAN-DATE
           .

      * every installment still unpaid on or before the run date is
      * a missed one; the loan ages by its oldest unpaid date
       CountLoanArrears SECTION.
           IF NOT LOAN-ACTIVE(LOAN-INDEX)
               OR LOAN-NEXT-DUE(LOAN-INDEX) > PROCESSING-DATE
               EXIT SECTION
           END-IF
           MOVE LOAN-PAID-COUNT(LOAN-INDEX) TO LOAN-DUE-NUMBER
           MOVE LOAN-NEXT-DUE(LOAN-INDEX) TO LOAN-SCAN-DATE
           PERFORM UNTIL LOAN-SCAN-DATE > PROCESSING-DATE
               OR LOAN-DUE-NUMBER >= LOAN-TERM(LOAN-INDEX)
               ADD 1 TO LOAN-MISSED-COUNT
               ADD 1 TO LOAN-DUE-NUMBER
               PERFORM ComputeLoanDueDate
           END-PERFORM
           COMPUTE LOAN-ARREARS-DAYS =
               FUNCTION INTEGER-OF-DATE(PROCESSING-DATE)
               - FUNCTION INTEGER-OF-DATE(LOAN-NEXT-DUE(LOAN-INDEX))
      * an installment due today is missed but not yet in arrears -
      * the buckets start at one day, as on loan_portfolio.txt
           IF LOAN-ARREARS-DAYS = 0
               EXIT SECTION
           END-IF
           EVALUATE TRUE
           WHEN LOAN-ARREARS-DAYS <= 30
               ADD 1 TO LOAN-ARREARS-30
           WHEN LOAN-ARREARS-DAYS <= 60
               ADD 1 TO LOAN-ARREARS-60
           WHEN LOAN-ARREARS-DAYS <= 90
               ADD 1 TO LOAN-ARREARS-90
           WHEN OTHER
               ADD 1 TO LOAN-ARREARS-OVER
           END-EVALUATE
           .

       RewriteLoanRegister SECTION.
           OPEN OUTPUT LOAN-REGISTER-DATA
           IF LOANREG-FILE-STATUS NOT = "00"
               MOVE "BP0074" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE loan_register.txt, ",
                   "STATUS=",
                   LOANREG-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING LOAN-INDEX FROM 1 BY 1
                   UNTIL LOAN-INDEX > LOAN-USED
                   MOVE LOAN-ID(LOAN-INDEX) TO LN-LOAN-ID-F
                   MOVE LOAN-BANK-ID(LOAN-INDEX) TO LN-BANK-ID-F
                   MOVE LOAN-ACCOUNT-ID(LOAN-INDEX) TO LN-ACCOUNT-ID-F
                   MOVE LOAN-CURRENCY(LOAN-INDEX) TO LN-CURRENCY-F
                   MOVE LOAN-PRINCIPAL(LOAN-INDEX) TO LN-PRINCIPAL-N
                   MOVE LOAN-RATE(LOAN-INDEX) TO LN-RATE-N
                   MOVE LOAN-TERM(LOAN-INDEX) TO LN-TERM-F
                   MOVE LOAN-FIRST-DUE(LOAN-INDEX) TO LN-FIRST-DUE-F
                   MOVE LOAN-INSTALLMENT(LOAN-INDEX)
                       TO LN-INSTALLMENT-N
                   MOVE LOAN-OUTSTANDING(LOAN-INDEX)
                       TO LN-OUTSTANDING-N
                   MOVE LOAN-PAID-COUNT(LOAN-INDEX) TO LN-PAID-COUNT-F
                   MOVE LOAN-NEXT-DUE(LOAN-INDEX) TO LN-NEXT-DUE-F
                   MOVE LOAN-STATUS(LOAN-INDEX) TO LN-STATUS-F
                   WRITE LOAN-REGISTER-F
               END-PERFORM
               CLOSE LOAN-REGISTER-DATA
           END-IF
           .

                   INTO GL-WORK-CATEGORY
               END-UNSTRING
               PERFORM FindGlAccount
               MOVE TR-BANK-ID-X TO ENTITY-WORK-BANK
               PERFORM FindBankEntity
               MOVE ENTITY-WORK-CODE TO GL-NET-ENTITY
               MOVE SIGNED-AMOUNT TO FORMATTED-SIGNED-SALDO
               MOVE function concatenate(GL-WORK-ACCOUNT, ' ',
                   TR-DR-CR, ' ', TR-CURRENCY, ' ',
                   FORMATTED-SIGNED-SALDO, ' ', TR-DATE-X, ' ',
                   GL-WORK-CATEGORY)
                   TO GL-LINE
               MOVE GL-NET-ENTITY TO GL-LINE(48:3)
               WRITE GL-EXTRACT-F
               IF GLEXT-FILE-STATUS NOT = "00"
                   MOVE "BP0019" TO MSG-ID

      * suspense entries carry the posted-line sign convention
      * (debits negative) and feed the same per-currency net, so the
      * settlement line balances the extract rejects included. They
      * go to the books of the entity the raw record names the bank
      * of (the house books for a bank not on the master).
       WriteGlSuspense SECTION.
           IF GL-EXTRACT-OPEN AND AMOUNT-F IS NUMERIC
               COMPUTE GL-AMOUNT = FUNCTION NUMVAL(AMOUNT-F) / 100
               IF DR-CR-INDICATOR-F = 'D'
                   COMPUTE GL-AMOUNT = 0 - GL-AMOUNT
               END-IF
               MOVE BANK-ID-F TO ENTITY-WORK-BANK
               PERFORM FindBankEntity
               MOVE ENTITY-WORK-CODE TO GL-NET-ENTITY
               MOVE GL-AMOUNT TO FORMATTED-SIGNED-SALDO
               MOVE function concatenate('99999999 ',
                   DR-CR-INDICATOR-F, ' ', CURRENCY-CODE-F, ' ',
                   FORMATTED-SIGNED-SALDO, ' ', TRANSACTION-DATE-F,
                   ' REJECT')
                   TO GL-LINE
               MOVE GL-NET-ENTITY TO GL-LINE(48:3)
               WRITE GL-EXTRACT-F
               MOVE CURRENCY-CODE-F TO GL-NET-CURRENCY
               PERFORM AccumulateGlNet
           .

       AccumulateGlNet SECTION.
      * expects GL-NET-ENTITY, GL-NET-CURRENCY and GL-AMOUNT set by
      * the caller
           MOVE 'N' TO CURRENCY-FOUND-SW
           PERFORM VARYING GL-NET-INDEX FROM 1 BY 1
               UNTIL GL-NET-INDEX > GL-NET-USED
               IF GL-NET-CODE(GL-NET-INDEX) = GL-NET-CURRENCY
                   AND GL-NET-ENTITY-CODE(GL-NET-INDEX) =
                       GL-NET-ENTITY
                   ADD GL-AMOUNT TO GL-NET-SUM(GL-NET-INDEX)
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CURRENCY-FOUND AND GL-NET-USED < 40
               ADD 1 TO GL-NET-USED
               MOVE GL-NET-ENTITY TO GL-NET-ENTITY-CODE(GL-NET-USED)
               MOVE GL-NET-CURRENCY TO GL-NET-CODE(GL-NET-USED)
               MOVE GL-AMOUNT TO GL-NET-SUM(GL-NET-USED)
           END-IF
      * per-currency net the settlement line balances
       WriteFxSpreadLine SECTION.
           IF GL-EXTRACT-OPEN
               MOVE XFER-DEST-BANK TO ENTITY-WORK-BANK
               PERFORM FindBankEntity
               MOVE ENTITY-WORK-CODE TO GL-NET-ENTITY
               MOVE XFER-SPREAD TO FORMATTED-SIGNED-SALDO
               MOVE function concatenate('99999995 C ',
                   XFER-DEST-CURRENCY, ' ', FORMATTED-SIGNED-SALDO,
                   ' ', TR-DATE-X, ' FXSPREAD')
                   TO GL-LINE
               MOVE GL-NET-ENTITY TO GL-LINE(48:3)
               WRITE GL-EXTRACT-F
               MOVE XFER-DEST-CURRENCY TO GL-NET-CURRENCY
               MOVE XFER-SPREAD TO GL-AMOUNT
                       FORMATTED-SIGNED-SALDO, ' ', PROCESSING-DATE,
                       ' SETTLEMENT')
                       TO GL-LINE
                   MOVE GL-NET-ENTITY-CODE(GL-NET-INDEX)
                       TO GL-LINE(48:3)
                   WRITE GL-EXTRACT-F
               END-PERFORM
           END-IF
           .

      *****************************************************************
      * Indexed account master - opened at start of run and read by
      * key as accounts are needed; the posted state is written back
      * at end of run
      *****************************************************************
       LoadMasterFile SECTION.
           MOVE 'N' TO MASTER-PRESENT-SW
           OPEN INPUT MASTER-ISAM-DATA
           IF MASTER-FILE-STATUS = "00"
               SET MASTER-PRESENT TO TRUE
               SET MASTER-OPEN TO TRUE
               PERFORM RegisterMasterBanks
           END-IF
           .

      * every bank on the master gets its table entry up front, one
      * keyed read per bank, so the per-bank passes find it even when
      * none of its accounts is touched
       RegisterMasterBanks SECTION.
           SET MAINTENANCE-LOAD TO TRUE
           MOVE 0 TO MST-BANK-ID
           MOVE 0 TO MST-ACCOUNT-ID
           START MASTER-ISAM-DATA KEY IS NOT LESS THAN MST-KEY
               INVALID KEY
                   CONTINUE
           END-START
           PERFORM UNTIL MASTER-FILE-STATUS NOT = "00"
               READ MASTER-ISAM-DATA NEXT RECORD
                   AT END
                       CONTINUE
               END-READ
               IF MASTER-FILE-STATUS = "00"
                   PERFORM TrimBankCache
                   MOVE MST-BANK-ID TO TR-BANK-ID
                   PERFORM SearchBank
                   MOVE 9999999999 TO MST-ACCOUNT-ID
                   START MASTER-ISAM-DATA KEY IS GREATER THAN MST-KEY
                       INVALID KEY
                           CONTINUE
                   END-START
               END-IF
           END-PERFORM
           MOVE 'N' TO MAINTENANCE-LOAD-SW
           .

      * the work file lives for one run; it is created empty before
      * anything - a checkpoint replay included - can move accounts
      * out of the table
       OpenAccountWork SECTION.
           OPEN OUTPUT ACCOUNT-WORK-DATA
           IF ACCTWORK-FILE-STATUS = "00"
               CLOSE ACCOUNT-WORK-DATA
               OPEN I-O ACCOUNT-WORK-DATA
           END-IF
           IF ACCTWORK-FILE-STATUS = "00"
               SET ACCOUNT-WORK-OPEN TO TRUE
           ELSE
               MOVE "BP0111" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN account_master_work.dat, ",
                   "STATUS=", ACCTWORK-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       RebuildNameIndex SECTION.
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "NAMEINDEX" USING NAME-INDEX-REQUEST
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           .

       CloseAccountFiles SECTION.
           IF ACCOUNT-WORK-OPEN
               CLOSE ACCOUNT-WORK-DATA
               MOVE 'N' TO ACCOUNT-WORK-OPEN-SW
           END-IF
           IF MASTER-OPEN
               CLOSE MASTER-ISAM-DATA
               MOVE 'N' TO MASTER-OPEN-SW
           END-IF
           .

      * STATEMENT and AUDITCHECK read it, so refresh it with this
      * run's opening balances every time the master is loaded
       RegenerateOpeningBalances SECTION.
           MOVE "batchprocess/opening_balances.txt"
               TO PART-TARGET-NAME
           PERFORM CarryOtherPartitions
           OPEN OUTPUT OPENING-BALANCE-DATA
           IF OPENBAL-FILE-STATUS NOT = "00"
               MOVE "BP0042" TO MSG-ID
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM StartBankSweep
               PERFORM UNTIL BANK-SWEEP-DONE
                   PERFORM StartAccountSweep
                   PERFORM UNTIL ACCOUNT-SWEEP-DONE
                       PERFORM VARYING CURR-COUNTER FROM 1 BY 1
                           UNTIL CURR-COUNTER >
                               NUMBER-OF-CURRENCIES(BANK-COUNTER,
                                   ACCOUNT-COUNTER)
                           PERFORM WriteOpeningBalanceRecord
                       END-PERFORM
                       PERFORM NextSweptAccount
                   END-PERFORM
                   PERFORM NextSweptBank
               END-PERFORM
               CLOSE OPENING-BALANCE-DATA
               PERFORM RestoreOtherPartitions
           END-IF
           .

      * a partition run rewrites a bank-keyed file (bank id in
      * columns 1-5) from its own table; the other ranges' lines are
      * set aside first and appended back after the rewrite
       CarryOtherPartitions SECTION.
           IF NOT PARTITIONED-RUN
               EXIT SECTION
           END-IF
           MOVE PART-CARRY-NAME TO REPORT-OUT-NAME
           OPEN OUTPUT REPORT-OUT-DATA
           MOVE PART-TARGET-NAME TO REPORT-IN-NAME
           OPEN INPUT REPORT-IN-DATA
           IF RPTIN-FILE-STATUS = "00"
               MOVE 'N' TO RPT-COPY-EOF-SW
               PERFORM UNTIL RPT-COPY-EOF
                   READ REPORT-IN-DATA
                       AT END SET RPT-COPY-EOF TO TRUE
                       NOT AT END
                           MOVE REPORT-IN-LINE(1:5) TO PART-CHECK-BANK
                           PERFORM CheckPartitionBank
                           IF PART-BANK-OUTSIDE
                               WRITE REPORT-OUT-F FROM REPORT-IN-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-IN-DATA
           END-IF
           CLOSE REPORT-OUT-DATA
           .

       RestoreOtherPartitions SECTION.
           IF NOT PARTITIONED-RUN
               EXIT SECTION
           END-IF
           MOVE PART-CARRY-NAME TO REPORT-IN-NAME
           OPEN INPUT REPORT-IN-DATA
           IF RPTIN-FILE-STATUS = "00"
               MOVE PART-TARGET-NAME TO REPORT-OUT-NAME
               OPEN EXTEND REPORT-OUT-DATA
               MOVE 'N' TO RPT-COPY-EOF-SW
               PERFORM UNTIL RPT-COPY-EOF
                   READ REPORT-IN-DATA
                       AT END SET RPT-COPY-EOF TO TRUE
                       NOT AT END
                           WRITE REPORT-OUT-F FROM REPORT-IN-LINE
                   END-READ
               END-PERFORM
               CLOSE REPORT-OUT-DATA
               CLOSE REPORT-IN-DATA
           END-IF
           CALL "CBL_DELETE_FILE" USING PART-CARRY-NAME
           END-CALL
           .

       WriteOpeningBalanceRecord SECTION.
           WRITE OPENING-BALANCE-F
           .

      * only accounts this run brought in from file can have changed,
      * so the write-back is a touched sweep: the table plus the work
      * file. The master is reopened for input afterwards for the
      * passes that still follow.
       SaveMasterFile SECTION.
           PERFORM NoteMasterSaveBegun
           IF MASTER-OPEN
               CLOSE MASTER-ISAM-DATA
               MOVE 'N' TO MASTER-OPEN-SW
           END-IF
           IF MASTER-PRESENT
               OPEN I-O MASTER-ISAM-DATA
           ELSE
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM StartBankSweep
               PERFORM UNTIL BANK-SWEEP-DONE
                   PERFORM StartTouchedSweep
                   PERFORM UNTIL ACCOUNT-SWEEP-DONE
                       PERFORM SaveMasterRecord
                       PERFORM NextSweptAccount
                   END-PERFORM
                   PERFORM NextSweptBank
               END-PERFORM
               CLOSE MASTER-ISAM-DATA
               OPEN INPUT MASTER-ISAM-DATA
               IF MASTER-FILE-STATUS = "00"
                   SET MASTER-PRESENT TO TRUE
                   SET MASTER-OPEN TO TRUE
               END-IF
           END-IF
           MOVE "BP0113" TO MSG-ID
           MOVE "I" TO MSG-SEVERITY
           MOVE function concatenate(
               "ACCOUNT CACHE: ", ACCOUNTS-FETCHED-COUNT,
               " ACCOUNTS READ BY KEY, ", CACHE-FLUSH-COUNT,
               " BANK FLUSHES TO WORK FILE") TO MSG-TEXT
           PERFORM LogMessage
           IF BANK-EVICT-COUNT > 0
               MOVE "BP0138" TO MSG-ID
               MOVE "I" TO MSG-SEVERITY
               MOVE function concatenate(
                   "BANK CACHE: ", BANK-EVICT-COUNT,
                   " BANKS MOVED OUT TO WORK FILE") TO MSG-TEXT
               PERFORM LogMessage
           END-IF
           .

           END-IF
           .

      *****************************************************************
      * Balance history (balance_history.txt) - the retained lines
      * go to a work file, come back, and this run's end-of-day
      * balances are appended after them
      *****************************************************************
       AppendBalanceHistory SECTION.
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PROCESSING-DATE)
               - BALHIST-DAYS) TO BALHIST-CUTOFF
           MOVE 0 TO BALHIST-KEPT
           MOVE 0 TO BALHIST-WRITTEN
           MOVE BALHIST-WORK-NAME TO REPORT-OUT-NAME
           OPEN OUTPUT REPORT-OUT-DATA
           IF RPTOUT-FILE-STATUS NOT = "00"
               MOVE "BP0102" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN ", FUNCTION TRIM(REPORT-OUT-NAME),
                   ", STATUS=", RPTOUT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           OPEN INPUT BALANCE-HISTORY-DATA
           IF BALHIST-FILE-STATUS = "00"
               MOVE 'N' TO RPT-COPY-EOF-SW
               PERFORM UNTIL RPT-COPY-EOF
                   READ BALANCE-HISTORY-DATA
                       AT END SET RPT-COPY-EOF TO TRUE
                       NOT AT END
      * today's lines of another partition's banks stay
                           MOVE BH-BANK-ID-F TO PART-CHECK-BANK
                           PERFORM CheckPartitionBank
                           IF BH-DATE-F IS NUMERIC
                               AND BH-DATE-F >= BALHIST-CUTOFF
                               AND (BH-DATE-F NOT = PROCESSING-DATE
                                   OR PART-BANK-OUTSIDE)
                               WRITE REPORT-OUT-F
                                   FROM BALANCE-HISTORY-F
                               ADD 1 TO BALHIST-KEPT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BALANCE-HISTORY-DATA
           END-IF
           CLOSE REPORT-OUT-DATA
           OPEN OUTPUT BALANCE-HISTORY-DATA
           IF BALHIST-FILE-STATUS NOT = "00"
               MOVE "BP0103" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE balance_history.txt, STATUS=",
                   BALHIST-FILE-STATUS, " - RETAINED LINES ARE IN ",
                   FUNCTION TRIM(BALHIST-WORK-NAME)) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE BALHIST-WORK-NAME TO REPORT-IN-NAME
           OPEN INPUT REPORT-IN-DATA
           IF RPTIN-FILE-STATUS = "00"
               MOVE 'N' TO RPT-COPY-EOF-SW
               PERFORM UNTIL RPT-COPY-EOF
                   READ REPORT-IN-DATA
                       AT END SET RPT-COPY-EOF TO TRUE
                       NOT AT END
                           MOVE REPORT-IN-LINE TO BALANCE-HISTORY-F
                           WRITE BALANCE-HISTORY-F
                   END-READ
               END-PERFORM
               CLOSE REPORT-IN-DATA
           END-IF
           PERFORM StartBankSweep
           PERFORM UNTIL BANK-SWEEP-DONE
               PERFORM StartAccountSweep
               PERFORM UNTIL ACCOUNT-SWEEP-DONE
                   PERFORM VARYING CURR-COUNTER FROM 1 BY 1
                       UNTIL CURR-COUNTER >
                           NUMBER-OF-CURRENCIES(BANK-COUNTER,
                               ACCOUNT-COUNTER)
                       PERFORM WriteBalanceHistoryRecord
                   END-PERFORM
                   PERFORM NextSweptAccount
               END-PERFORM
               PERFORM NextSweptBank
           END-PERFORM
           CLOSE BALANCE-HISTORY-DATA
           CALL "CBL_DELETE_FILE" USING BALHIST-WORK-NAME
           END-CALL
           MOVE "BP0104" TO MSG-ID
           MOVE "I" TO MSG-SEVERITY
           MOVE function concatenate(
               "BALANCE HISTORY: ", BALHIST-WRITTEN,
               " SNAPSHOT LINES FOR ", PROCESSING-DATE, ", ",
               BALHIST-KEPT, " RETAINED SINCE ", BALHIST-CUTOFF)
               TO MSG-TEXT
           PERFORM LogMessage
           .

       WriteBalanceHistoryRecord SECTION.
           MOVE PROCESSING-DATE TO BH-DATE-F
           MOVE BANK-ID(BANK-COUNTER) TO BH-BANK-ID-F
           MOVE ACCOUNT-ID(BANK-COUNTER,ACCOUNT-COUNTER)
               TO BH-ACCOUNT-ID-F
           MOVE CURRENCY-CODE(BANK-COUNTER,ACCOUNT-COUNTER,
               CURR-COUNTER) TO BH-CURRENCY-F
           MOVE SALDO(BANK-COUNTER,ACCOUNT-COUNTER,
               CURR-COUNTER) TO FORMATTED-OB-BALANCE
           MOVE FORMATTED-OB-BALANCE TO BH-BALANCE-F
           WRITE BALANCE-HISTORY-F
           ADD 1 TO BALHIST-WRITTEN
           .

      *****************************************************************
      * Run parameter control card (runparams.txt)
      *****************************************************************
               IF FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                   MOVE FUNCTION NUMVAL(RP-VALUE) TO DATE-WINDOW-DAYS
               END-IF
           WHEN 'BACKVALUE'
               IF FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                   MOVE FUNCTION NUMVAL(RP-VALUE) TO BACKVALUE-DAYS
               END-IF
           WHEN 'CHECKPOINT'
               IF FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                   MOVE FUNCTION NUMVAL(RP-VALUE) TO CHECKPOINT-INTERVAL
                   MOVE FUNCTION NUMVAL(RP-VALUE)
                       TO STRUCT-WINDOW-DAYS
               END-IF
           WHEN 'OUTBOUNDDAYS'
               IF FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                   MOVE FUNCTION NUMVAL(RP-VALUE) TO OUTBOUND-DAYS
               END-IF
           WHEN 'FXSPREAD'
               IF FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                   MOVE FUNCTION NUMVAL(RP-VALUE) TO FX-SPREAD-PCT
                   MOVE FUNCTION NUMVAL(RP-VALUE)
                       TO REPORT-GENERATIONS
               END-IF
           WHEN 'TDPENALTY'
               IF FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                   MOVE FUNCTION NUMVAL(RP-VALUE) TO TD-PENALTY-PCT
               END-IF
           WHEN 'BALHISTDAYS'
               IF FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                   AND FUNCTION NUMVAL(RP-VALUE) >= 1
                   MOVE FUNCTION NUMVAL(RP-VALUE) TO BALHIST-DAYS
               END-IF
           WHEN 'WHTPCT'
               IF FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                   MOVE FUNCTION NUMVAL(RP-VALUE) TO WHT-PCT
               END-IF
           WHEN 'PARTITION'
               PERFORM NotePartitionDefinition
           WHEN 'RUNPARTITION'
               IF RP-VALUE(1:2) IS NUMERIC AND RP-VALUE(3:18) = SPACES
                   AND RP-VALUE(1:2) NOT = '00'
                   MOVE RP-VALUE(1:2) TO RUN-PARTITION
               ELSE
                   MOVE "BP0116" TO MSG-ID
                   MOVE "S" TO MSG-SEVERITY
                   MOVE function concatenate("RUNPARTITION=",
                       FUNCTION TRIM(RP-VALUE),
                       " IS NOT A TWO-DIGIT PARTITION NUMBER")
                       TO MSG-TEXT
                   PERFORM LogMessage
                   SET PART-DEF-ERROR TO TRUE
                   MOVE 99 TO RUN-PARTITION
               END-IF
           WHEN 'PROCDATE'
      * a processing date is only meaningful as all eight digits
               IF RP-VALUE(1:8) IS NUMERIC AND RP-VALUE(9:12) = SPACES
           END-EVALUATE
           .

      * PARTITION=nn lllll hhhhh - partition number, lowest and
      * highest bank id of its range
       NotePartitionDefinition SECTION.
           MOVE SPACES TO PART-PARM-NUMBER PART-PARM-LOW PART-PARM-HIGH
           UNSTRING RP-VALUE DELIMITED BY ALL SPACE
               INTO PART-PARM-NUMBER PART-PARM-LOW PART-PARM-HIGH
           END-UNSTRING
           IF PART-PARM-NUMBER(1:2) IS NUMERIC
               AND PART-PARM-NUMBER(3:3) = SPACES
               AND PART-PARM-NUMBER(1:2) NOT = '00'
               AND PART-PARM-LOW IS NUMERIC
               AND PART-PARM-HIGH IS NUMERIC
               AND PART-PARM-LOW <= PART-PARM-HIGH
               AND PART-USED < 20
               ADD 1 TO PART-USED
               MOVE PART-PARM-NUMBER(1:2) TO PART-NUMBER(PART-USED)
               MOVE PART-PARM-LOW TO PART-LOW-BANK(PART-USED)
               MOVE PART-PARM-HIGH TO PART-HIGH-BANK(PART-USED)
           ELSE
               MOVE "BP0116" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("PARTITION=",
                   FUNCTION TRIM(RP-VALUE), " IS NOT nn lllll hhhhh ",
                   "(OR MORE THAN 20 PARTITIONS)") TO MSG-TEXT
               PERFORM LogMessage
               SET PART-DEF-ERROR TO TRUE
           END-IF
           .

      *****************************************************************
      * Run history and day-over-day volume comparison
      *****************************************************************
           .

       WriteReconHistoryLine SECTION.
           PERFORM BuildReconHistoryLine
           WRITE RECON-HISTORY-F FROM RH2-LINE
           .

       BuildReconHistoryLine SECTION.
           MOVE 0 TO RH2-FEE-SUM
           PERFORM VARYING FEE-CURR-INDEX FROM 1 BY 1
               UNTIL FEE-CURR-INDEX > FEE-CURR-USED
           MOVE RH2-REJ-SUM TO RH2-ED
           MOVE RH2-ED TO RH2-LINE(82:16)
           MOVE RUN-CYCLE TO RH2-LINE(99:2)
           .

      *****************************************************************
      * audit_archive_index.txt)
      *****************************************************************
       ArchiveAuditTrail SECTION.
           PERFORM SetArchiveFileName
           MOVE 0 TO ARCHIVE-RECORD-COUNT
           MOVE SPACES TO ARCHIVE-START-HASH
           MOVE SPACES TO ARCHIVE-END-HASH
           OPEN INPUT AUDIT-DATA
           IF AUDIT-FILE-STATUS = "00"
               OPEN OUTPUT ARCHIVE-DATA
                               MOVE AUDIT-LINE TO ARCHIVE-LINE
                               WRITE ARCHIVE-DATA-F FROM ARCHIVE-LINE
                               ADD 1 TO ARCHIVE-RECORD-COUNT
                               PERFORM NoteArchiveChainHash
                       END-READ
                   END-PERFORM
      * an empty trail still links the chain through
                   IF ARCHIVE-RECORD-COUNT = 0
                       MOVE AUDIT-CHAIN-HASH TO ARCHIVE-START-HASH
                       MOVE AUDIT-CHAIN-HASH TO ARCHIVE-END-HASH
                   END-IF
                   CLOSE ARCHIVE-DATA
                   CLOSE AUDIT-DATA
                   PERFORM LoadArchiveIndex
           END-IF
           .

       SetArchiveFileName SECTION.
           IF RUN-CYCLE > 1
               MOVE function concatenate(
                   'batchprocess/audit_archive_', PROCESSING-DATE,
                   '_C', RUN-CYCLE, '.txt') TO ARCHIVE-FILE-NAME
           ELSE
               MOVE function concatenate(
                   'batchprocess/audit_archive_', PROCESSING-DATE,
                   '.txt') TO ARCHIVE-FILE-NAME
           END-IF
           IF PARTITIONED-RUN
               MOVE function concatenate(
                   ARCHIVE-FILE-NAME(1:FUNCTION LENGTH(
                       FUNCTION TRIM(ARCHIVE-FILE-NAME)) - 4),
                   PART-SUFFIX, '.txt') TO ARCHIVE-FILE-NAME
           END-IF
           .

      * the first line's previous hash and the last line's own hash
      * go to the index; a line without chain fields blanks them
       NoteArchiveChainHash SECTION.
           IF AUDIT-LINE(161:2) = 'P=' AND AUDIT-LINE(174:2) = 'H='
               IF ARCHIVE-RECORD-COUNT = 1
                   MOVE AUDIT-LINE(163:10) TO ARCHIVE-START-HASH
               END-IF
               MOVE AUDIT-LINE(176:10) TO ARCHIVE-END-HASH
           ELSE
               MOVE SPACES TO ARCHIVE-START-HASH
               MOVE SPACES TO ARCHIVE-END-HASH
           END-IF
           .

       LoadArchiveIndex SECTION.
           MOVE 0 TO AIX-USED
           OPEN INPUT ARCHIVE-INDEX-DATA
                                   TO AIX-COUNT(AIX-USED)
                               MOVE AIX-LINE(21:44)
                                   TO AIX-NAME(AIX-USED)
                               MOVE AIX-LINE(66:10)
                                   TO AIX-START-HASH(AIX-USED)
                               MOVE AIX-LINE(77:10)
                                   TO AIX-END-HASH(AIX-USED)
                           END-IF
                   END-READ
               END-PERFORM
               IF AIX-NAME(AIX-INDEX) = ARCHIVE-FILE-NAME
                   MOVE ARCHIVE-RECORD-COUNT TO AIX-COUNT(AIX-INDEX)
                   MOVE PROCESSING-DATE TO AIX-DATE(AIX-INDEX)
                   MOVE ARCHIVE-START-HASH TO AIX-START-HASH(AIX-INDEX)
                   MOVE ARCHIVE-END-HASH TO AIX-END-HASH(AIX-INDEX)
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
               MOVE PROCESSING-DATE TO AIX-DATE(AIX-USED)
               MOVE ARCHIVE-RECORD-COUNT TO AIX-COUNT(AIX-USED)
               MOVE ARCHIVE-FILE-NAME TO AIX-NAME(AIX-USED)
               MOVE ARCHIVE-START-HASH TO AIX-START-HASH(AIX-USED)
               MOVE ARCHIVE-END-HASH TO AIX-END-HASH(AIX-USED)
           END-IF
           .

                   UNTIL AIX-INDEX > AIX-USED
                   MOVE function concatenate(AIX-DATE(AIX-INDEX), ' ',
                       AIX-COUNT(AIX-INDEX), ' ',
                       AIX-NAME(AIX-INDEX), ' ',
                       AIX-START-HASH(AIX-INDEX), ' ',
                       AIX-END-HASH(AIX-INDEX)) TO AIX-LINE
                   WRITE ARCHIVE-INDEX-F FROM AIX-LINE
               END-PERFORM
               CLOSE ARCHIVE-INDEX-DATA
      * indexed and pruned like the audit archive
      *****************************************************************
       VersionReports SECTION.
           MOVE SPACES TO RPT-GENERATION-LIST
           PERFORM LoadReportIndex
           PERFORM VARYING RPT-LIST-INDEX FROM 1 BY 1
               UNTIL RPT-LIST-INDEX > 14
               PERFORM VersionOneReport
           END-PERFORM
           PERFORM RewriteReportIndex
           MOVE function concatenate('batchprocess/',
               FUNCTION TRIM(RPT-BASE(RPT-LIST-INDEX)))
               TO REPORT-IN-NAME
           MOVE RPT-BASE(RPT-LIST-INDEX) TO RPT-INDEX-BASE
           IF RUN-CYCLE > 1
               MOVE function concatenate('batchprocess/',
                   FUNCTION TRIM(RPT-STEM), '_', PROCESSING-DATE,
                   FUNCTION TRIM(RPT-STEM), '_', PROCESSING-DATE,
                   '.txt') TO REPORT-OUT-NAME
           END-IF
           IF PARTITIONED-RUN
               MOVE function concatenate(
                   REPORT-OUT-NAME(1:FUNCTION LENGTH(
                       FUNCTION TRIM(REPORT-OUT-NAME)) - 4),
                   PART-SUFFIX, '.txt') TO REPORT-OUT-NAME
               MOVE function concatenate(
                   FUNCTION TRIM(RPT-BASE(RPT-LIST-INDEX)),
                   PART-SUFFIX) TO RPT-INDEX-BASE
           END-IF
           OPEN INPUT REPORT-IN-DATA
           IF RPTIN-FILE-STATUS = "00"
               OPEN OUTPUT REPORT-OUT-DATA
                   PERFORM UNTIL RPT-COPY-EOF
                       READ REPORT-IN-DATA
                           AT END SET RPT-COPY-EOF TO TRUE
                           NOT AT END PERFORM CopyPagedReportLine
                       END-READ
                   END-PERFORM
                   CLOSE REPORT-OUT-DATA
                   CLOSE REPORT-IN-DATA
                   MOVE REPORT-OUT-NAME
                       TO RPT-GEN-NAME(RPT-LIST-INDEX)
                   PERFORM NoteReportInIndex
                   PERFORM PruneReportGenerations
               END-IF
           END-IF
           .

      * a paged report carries its page breaks as a form feed in
      * column 1 of a page's first header line (RPTPAGE) - the copy
      * breaks the page the same way
       CopyPagedReportLine SECTION.
           IF REPORT-IN-LINE(1:1) = X'0C'
               MOVE SPACES TO REPORT-OUT-F
               WRITE REPORT-OUT-F AFTER ADVANCING PAGE
               WRITE REPORT-OUT-F FROM REPORT-IN-LINE(2:)
           ELSE
               WRITE REPORT-OUT-F FROM REPORT-IN-LINE
           END-IF
           .

      * a re-run of the same processing date replaces its own entry
       NoteReportInIndex SECTION.
           MOVE 'N' TO CURRENCY-FOUND-SW
           PERFORM VARYING RIX-INDEX FROM 1 BY 1
               UNTIL RIX-INDEX > RIX-USED
               IF RIX-NAME(RIX-INDEX) = REPORT-OUT-NAME
                   MOVE PROCESSING-DATE TO RIX-DATE(RIX-INDEX)
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CURRENCY-FOUND AND RIX-USED < 400
               ADD 1 TO RIX-USED
               MOVE PROCESSING-DATE TO RIX-DATE(RIX-USED)
               MOVE RPT-INDEX-BASE TO RIX-BASE(RIX-USED)
               MOVE REPORT-OUT-NAME TO RIX-NAME(RIX-USED)
           END-IF
           .

       PruneReportGenerations SECTION.
           PERFORM CountReportGenerations
           PERFORM UNTIL RIX-GEN-COUNT <= REPORT-GENERATIONS
               OR RIX-OLDEST-INDEX = 0
               CALL "CBL_DELETE_FILE"
                   USING RIX-NAME(RIX-OLDEST-INDEX)
               END-CALL
               PERFORM DropReportIndexEntry
               PERFORM CountReportGenerations
           END-PERFORM
           .

       CountReportGenerations SECTION.
           MOVE 0 TO RIX-GEN-COUNT
           MOVE 0 TO RIX-OLDEST-INDEX
           MOVE 99999999 TO RIX-OLDEST-DATE
           PERFORM VARYING RIX-INDEX FROM 1 BY 1
               UNTIL RIX-INDEX > RIX-USED
               IF RIX-BASE(RIX-INDEX) = RPT-INDEX-BASE
                   ADD 1 TO RIX-GEN-COUNT
                   IF RIX-DATE(RIX-INDEX) < RIX-OLDEST-DATE
                       MOVE RIX-DATE(RIX-INDEX) TO RIX-OLDEST-DATE
                       MOVE RIX-INDEX TO RIX-OLDEST-INDEX
                   END-IF
               END-IF
           END-PERFORM
           .

       DropReportIndexEntry SECTION.
           PERFORM VARYING RIX-INDEX FROM RIX-OLDEST-INDEX BY 1
               UNTIL RIX-INDEX >= RIX-USED
               MOVE RIX-ENTRY(RIX-INDEX + 1) TO RIX-ENTRY(RIX-INDEX)
           END-PERFORM
           SUBTRACT 1 FROM RIX-USED
           .

      * index line layout: date(1:8) base(10:40) file name(51:60)
       LoadReportIndex SECTION.
           MOVE 0 TO RIX-USED
           OPEN INPUT REPORT-INDEX-DATA
           IF RPTIDX-FILE-STATUS = "00"
               MOVE 'N' TO RPT-COPY-EOF-SW
               PERFORM UNTIL RPT-COPY-EOF
                   READ REPORT-INDEX-DATA
                       AT END SET RPT-COPY-EOF TO TRUE
                       NOT AT END
                           IF RIX-LINE(1:8) IS NUMERIC
                               AND RIX-USED < 400
                               ADD 1 TO RIX-USED
                               MOVE RIX-LINE(1:8)
                                   TO RIX-DATE(RIX-USED)
                               MOVE RIX-LINE(10:40)
                                   TO RIX-BASE(RIX-USED)
                               MOVE RIX-LINE(51:60)
                                   TO RIX-NAME(RIX-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REPORT-INDEX-DATA
           END-IF
           .

       RewriteReportIndex SECTION.
           OPEN OUTPUT REPORT-INDEX-DATA
           IF RPTIDX-FILE-STATUS NOT = "00"
               MOVE "BP0051" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN report_archive_index.txt, STATUS=",
                   RPTIDX-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
           ELSE
               PERFORM VARYING RIX-INDEX FROM 1 BY 1
                   UNTIL RIX-INDEX > RIX-USED
                   MOVE SPACES TO RIX-LINE
                   MOVE RIX-DATE(RIX-INDEX) TO RIX-LINE(1:8)
                   MOVE RIX-BASE(RIX-INDEX) TO RIX-LINE(10:40)
                   MOVE RIX-NAME(RIX-INDEX) TO RIX-LINE(51:60)
                   WRITE REPORT-INDEX-F FROM RIX-LINE
               END-PERFORM
               CLOSE REPORT-INDEX-DATA
           END-IF
           .

      *****************************************************************
      * Report bursting and distribution - this run's reports are
      * split per bank along their bank break before they are paged
      * and versioned, then delivered to the recipients of
      * distribution_list.txt; distribution_log.txt keeps who
      * received which report generation
      *****************************************************************
       BurstReports SECTION.
           MOVE 0 TO BURST-FILES-WRITTEN
           MOVE ALL 'N' TO RPT-BURST-LIST
           PERFORM VARYING RPT-LIST-INDEX FROM 1 BY 1
               UNTIL RPT-LIST-INDEX > 14
               IF BURST-MODE(RPT-LIST-INDEX) NOT = 'N'
                   PERFORM BurstOneReport
               END-IF
           END-PERFORM
           .

       DistributeReports SECTION.
           MOVE 0 TO DIST-RECIPIENT-COUNT
           MOVE 0 TO DIST-DELIVERED-COUNT
           PERFORM LoadDistributionList
           PERFORM DeliverReports
           MOVE "BP0109" TO MSG-ID
           MOVE "I" TO MSG-SEVERITY
           MOVE function concatenate(
               "REPORTS BURST INTO ", BURST-FILES-WRITTEN,
               " BANK FILES, ", DIST-DELIVERED-COUNT,
               " SECTIONS DELIVERED TO ", DIST-RECIPIENT-COUNT,
               " RECIPIENTS") TO MSG-TEXT
           PERFORM LogMessage
           .

      * a report that is already paged was not written by this run
      * (a step that had nothing to report) and is not burst again
       BurstOneReport SECTION.
           MOVE function concatenate('batchprocess/',
               FUNCTION TRIM(RPT-BASE(RPT-LIST-INDEX)))
               TO REPORT-IN-NAME
           MOVE 'TEST' TO PG-FUNCTION
           MOVE REPORT-IN-NAME TO PG-FILE-NAME
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "RPTPAGE" USING REPORT-PAGE-REQUEST
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           IF NOT PG-PAGED
               EXIT SECTION
           END-IF
           MOVE 'Y' TO RPT-BURST-SW(RPT-LIST-INDEX)
           IF BURST-MODE(RPT-LIST-INDEX) = 'F'
               PERFORM FindBurstBreaks
           END-IF
           PERFORM StartBankIdSweep
           PERFORM UNTIL BANK-SWEEP-DONE
               MOVE BANK-SWEEP-ID TO BURST-BANK
               PERFORM BurstReportForBank
               PERFORM NextSweptBank
           END-PERFORM
           .

      * <report>_B<bank>.txt, replaced every run - the dated
      * generation stays the record of what was reported
       SetBurstFileName SECTION.
           MOVE SPACES TO RPT-STEM
           UNSTRING RPT-BASE(RPT-LIST-INDEX) DELIMITED BY '.'
               INTO RPT-STEM
           END-UNSTRING
           MOVE function concatenate('batchprocess/',
               FUNCTION TRIM(RPT-STEM), '_B', BURST-BANK-X, '.txt')
               TO REPORT-OUT-NAME
           .

      * the bank a report line belongs to by the report's rule,
      * spaces when the line carries no bank
       GetBurstLineBank SECTION.
           MOVE SPACES TO BURST-LINE-BANK
           IF BURST-PREFIX-LEN(RPT-LIST-INDEX) > 0
               IF REPORT-IN-LINE(1:BURST-PREFIX-LEN(RPT-LIST-INDEX))
                   NOT = BURST-PREFIX(RPT-LIST-INDEX)
                       (1:BURST-PREFIX-LEN(RPT-LIST-INDEX))
                   EXIT SECTION
               END-IF
           END-IF
           IF REPORT-IN-LINE(BURST-COLUMN(RPT-LIST-INDEX):5)
               IS NUMERIC
               MOVE REPORT-IN-LINE(BURST-COLUMN(RPT-LIST-INDEX):5)
                   TO BURST-LINE-BANK
           END-IF
           .

       FindBurstBreaks SECTION.
           MOVE 0 TO BURST-BREAK-USED
           MOVE 'N' TO BURST-BREAK-FULL-SW
           MOVE 0 TO BURST-LINE-NO
           OPEN INPUT REPORT-IN-DATA
           IF RPTIN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO RPT-COPY-EOF-SW
           PERFORM UNTIL RPT-COPY-EOF
               READ REPORT-IN-DATA
                   AT END SET RPT-COPY-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO BURST-LINE-NO
                       PERFORM GetBurstLineBank
                       IF BURST-LINE-BANK NOT = SPACES
                           IF BURST-BREAK-USED < 2000
                               ADD 1 TO BURST-BREAK-USED
                               MOVE BURST-LINE-NO TO
                                   BURST-BREAK-LINE(BURST-BREAK-USED)
                               MOVE BURST-LINE-BANK TO
                                   BURST-BREAK-BANK(BURST-BREAK-USED)
                           ELSE
                               SET BURST-BREAK-FULL TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-IN-DATA
           IF BURST-BREAK-FULL
               MOVE "BP0110" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "MORE THAN 2000 BANK BREAKS IN ",
                   FUNCTION TRIM(RPT-BASE(RPT-LIST-INDEX)),
                   " - LATER PAGES ARE NOT BURST") TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

       BurstReportForBank SECTION.
           PERFORM SetBurstFileName
           OPEN INPUT REPORT-IN-DATA
           IF RPTIN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           OPEN OUTPUT REPORT-OUT-DATA
           IF RPTOUT-FILE-STATUS NOT = "00"
               MOVE "BP0105" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN ", FUNCTION TRIM(REPORT-OUT-NAME),
                   ", STATUS=", RPTOUT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               CLOSE REPORT-IN-DATA
               EXIT SECTION
           END-IF
           MOVE 0 TO BURST-LINE-NO
           MOVE 1 TO BURST-BREAK-POS
           MOVE SPACES TO BURST-LAST-BANK
           MOVE 'N' TO BURST-PREV-BANK-LINE-SW
           MOVE 0 TO BURST-GROUP-USED
           MOVE 'N' TO BURST-GROUP-DONE-SW
           MOVE 'N' TO RPT-COPY-EOF-SW
           PERFORM UNTIL RPT-COPY-EOF
               READ REPORT-IN-DATA
                   AT END SET RPT-COPY-EOF TO TRUE
                   NOT AT END
                       PERFORM BurstOneLine
               END-READ
           END-PERFORM
           CLOSE REPORT-OUT-DATA
           CLOSE REPORT-IN-DATA
           ADD 1 TO BURST-FILES-WRITTEN
           .

       BurstOneLine SECTION.
           ADD 1 TO BURST-LINE-NO
           PERFORM GetBurstLineBank
           MOVE 'N' TO BURST-WRITE-SW
           EVALUATE TRUE
           WHEN BURST-LINE-NO <= BURST-HEADINGS(RPT-LIST-INDEX)
               SET BURST-WRITE-LINE TO TRUE
           WHEN BURST-LINE-BANK NOT = SPACES
               MOVE BURST-LINE-BANK TO BURST-LAST-BANK
               IF BURST-LINE-BANK = BURST-BANK-X
                   SET BURST-WRITE-LINE TO TRUE
                   IF BURST-MODE(RPT-LIST-INDEX) = 'C'
                       AND NOT BURST-GROUP-DONE
                       PERFORM WriteBurstGroup
                   END-IF
               END-IF
           WHEN BURST-MODE(RPT-LIST-INDEX) = 'L'
               SET BURST-WRITE-LINE TO TRUE
           WHEN BURST-MODE(RPT-LIST-INDEX) = 'F'
               PERFORM UNTIL BURST-BREAK-POS > BURST-BREAK-USED
                   OR BURST-BREAK-LINE(BURST-BREAK-POS) > BURST-LINE-NO
                   ADD 1 TO BURST-BREAK-POS
               END-PERFORM
               IF BURST-BREAK-POS <= BURST-BREAK-USED
                   IF BURST-BREAK-BANK(BURST-BREAK-POS) = BURST-BANK-X
                       SET BURST-WRITE-LINE TO TRUE
                   END-IF
               END-IF
           WHEN BURST-MODE(RPT-LIST-INDEX) = 'P'
               IF BURST-LAST-BANK = SPACES
                   OR BURST-LAST-BANK = BURST-BANK-X
                   SET BURST-WRITE-LINE TO TRUE
               END-IF
           WHEN BURST-MODE(RPT-LIST-INDEX) = 'C'
               IF BURST-PREV-BANK-LINE
                   MOVE 0 TO BURST-GROUP-USED
                   MOVE 'N' TO BURST-GROUP-DONE-SW
               END-IF
               IF BURST-GROUP-USED < 20
                   ADD 1 TO BURST-GROUP-USED
                   MOVE REPORT-IN-LINE
                       TO BURST-GROUP-LINE(BURST-GROUP-USED)
               END-IF
           END-EVALUATE
           IF BURST-LINE-BANK NOT = SPACES
               SET BURST-PREV-BANK-LINE TO TRUE
           ELSE
               MOVE 'N' TO BURST-PREV-BANK-LINE-SW
           END-IF
           IF BURST-WRITE-LINE
               WRITE REPORT-OUT-F FROM REPORT-IN-LINE
           END-IF
           .

       WriteBurstGroup SECTION.
           PERFORM VARYING BURST-GROUP-INDEX FROM 1 BY 1
               UNTIL BURST-GROUP-INDEX > BURST-GROUP-USED
               WRITE REPORT-OUT-F
                   FROM BURST-GROUP-LINE(BURST-GROUP-INDEX)
           END-PERFORM
           SET BURST-GROUP-DONE TO TRUE
           .

      * distribution_list.txt, layout in DISTREC
       LoadDistributionList SECTION.
           MOVE 0 TO DIST-USED
           OPEN INPUT DISTRIBUTION-LIST-DATA
           IF DISTLIST-FILE-STATUS = "00"
               PERFORM UNTIL DISTLIST-FILE-STATUS NOT = "00"
                   READ DISTRIBUTION-LIST-DATA
                       AT END MOVE "10" TO DISTLIST-FILE-STATUS
                       NOT AT END
                           PERFORM AddDistributionEntry
                   END-READ
               END-PERFORM
               CLOSE DISTRIBUTION-LIST-DATA
           END-IF
           .

       AddDistributionEntry SECTION.
           IF DISTRIBUTION-LIST-F(1:1) = '*'
               OR DL-RECIPIENT-F = SPACES
               EXIT SECTION
           END-IF
           MOVE 'N' TO CURRENCY-FOUND-SW
           IF DL-REPORT-F = '*'
               SET CURRENCY-FOUND TO TRUE
           ELSE
               PERFORM VARYING RPT-LIST-INDEX FROM 1 BY 1
                   UNTIL RPT-LIST-INDEX > 14
                   IF DL-REPORT-F = RPT-BASE(RPT-LIST-INDEX)
                       SET CURRENCY-FOUND TO TRUE
                   END-IF
               END-PERFORM
           END-IF
           IF NOT CURRENCY-FOUND
               OR (DL-BANK-F NOT = '*****' AND DL-BANK-F NOT NUMERIC)
               OR DIST-USED >= 200
               MOVE "BP0106" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "DISTRIBUTION LIST ENTRY IGNORED: ",
                   DL-RECIPIENT-F, " ", DL-BANK-F, " ",
                   FUNCTION TRIM(DL-REPORT-F)) TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO DIST-USED
           MOVE DL-RECIPIENT-F TO DIST-RECIPIENT(DIST-USED)
           MOVE DL-BANK-F TO DIST-BANK(DIST-USED)
           MOVE DL-REPORT-F TO DIST-REPORT(DIST-USED)
           MOVE DL-NAME-F TO DIST-NAME(DIST-USED)
           .

      * one bundle per recipient (dist_<recipient>.txt) holding all
      * of the recipient's sections, whatever order they are listed in
       DeliverReports SECTION.
           IF DIST-USED = 0
               EXIT SECTION
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:14) TO DIST-TIMESTAMP
           OPEN EXTEND DISTRIBUTION-LOG-DATA
           IF DISTLOG-FILE-STATUS = "35"
               OPEN OUTPUT DISTRIBUTION-LOG-DATA
           END-IF
           IF DISTLOG-FILE-STATUS = "00"
               SET DIST-LOG-OPEN TO TRUE
           ELSE
               MOVE 'N' TO DIST-LOG-OPEN-SW
               MOVE "BP0108" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN distribution_log.txt, STATUS=",
                   DISTLOG-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM VARYING DIST-INDEX FROM 1 BY 1
               UNTIL DIST-INDEX > DIST-USED
               SET DIST-FIRST-OF-RECIPIENT TO TRUE
               PERFORM VARYING DIST-ENTRY-INDEX FROM 1 BY 1
                   UNTIL DIST-ENTRY-INDEX >= DIST-INDEX
                   IF DIST-RECIPIENT(DIST-ENTRY-INDEX) =
                       DIST-RECIPIENT(DIST-INDEX)
                       MOVE 'N' TO DIST-FIRST-SW
                   END-IF
               END-PERFORM
               IF DIST-FIRST-OF-RECIPIENT
                   PERFORM DeliverToRecipient
               END-IF
           END-PERFORM
           IF DIST-LOG-OPEN
               CLOSE DISTRIBUTION-LOG-DATA
               MOVE 'N' TO DIST-LOG-OPEN-SW
           END-IF
           .

       DeliverToRecipient SECTION.
           MOVE function concatenate('batchprocess/dist_',
               FUNCTION TRIM(DIST-RECIPIENT(DIST-INDEX)), '.txt')
               TO DIST-BUNDLE-NAME
           IF PARTITIONED-RUN
               MOVE function concatenate('batchprocess/dist_',
                   FUNCTION TRIM(DIST-RECIPIENT(DIST-INDEX)),
                   PART-SUFFIX, '.txt') TO DIST-BUNDLE-NAME
           END-IF
           OPEN OUTPUT DIST-BUNDLE-DATA
           IF DISTBND-FILE-STATUS NOT = "00"
               MOVE "BP0107" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN ", FUNCTION TRIM(DIST-BUNDLE-NAME),
                   ", STATUS=", DISTBND-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO DIST-RECIPIENT-COUNT
           MOVE function concatenate('Reports for ',
               FUNCTION TRIM(DIST-RECIPIENT(DIST-INDEX)), ' ',
               FUNCTION TRIM(DIST-NAME(DIST-INDEX)),
               ' - processing date ', PROCESSING-DATE,
               ' cycle ', RUN-CYCLE) TO DIST-BUNDLE-LINE
           WRITE DIST-BUNDLE-F
           PERFORM VARYING DIST-ENTRY-INDEX FROM DIST-INDEX BY 1
               UNTIL DIST-ENTRY-INDEX > DIST-USED
               IF DIST-RECIPIENT(DIST-ENTRY-INDEX) =
                   DIST-RECIPIENT(DIST-INDEX)
                   PERFORM VARYING RPT-LIST-INDEX FROM 1 BY 1
                       UNTIL RPT-LIST-INDEX > 14
                       IF RPT-GEN-NAME(RPT-LIST-INDEX) NOT = SPACES
                           AND (DIST-REPORT(DIST-ENTRY-INDEX) = '*'
                           OR DIST-REPORT(DIST-ENTRY-INDEX) =
                               RPT-BASE(RPT-LIST-INDEX))
                           PERFORM DeliverReportSection
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           CLOSE DIST-BUNDLE-DATA
           .

      * a bank's pages only when the report was burst this run and
      * the bank took part in it
       DeliverReportSection SECTION.
           IF DIST-BANK(DIST-ENTRY-INDEX) = '*****'
               MOVE function concatenate('batchprocess/',
                   FUNCTION TRIM(RPT-BASE(RPT-LIST-INDEX)))
                   TO REPORT-IN-NAME
               MOVE 'ALL' TO DIST-BANK-LABEL
           ELSE
               IF RPT-BURST-SW(RPT-LIST-INDEX) NOT = 'Y'
                   EXIT SECTION
               END-IF
               MOVE DIST-BANK(DIST-ENTRY-INDEX) TO CACHE-BANK-ID
               PERFORM FindRunBank
               IF NOT BANK-FOUND
                   EXIT SECTION
               END-IF
               MOVE DIST-BANK(DIST-ENTRY-INDEX) TO BURST-BANK-X
               PERFORM SetBurstFileName
               MOVE REPORT-OUT-NAME TO REPORT-IN-NAME
               MOVE DIST-BANK(DIST-ENTRY-INDEX) TO DIST-BANK-LABEL
           END-IF
           OPEN INPUT REPORT-IN-DATA
           IF RPTIN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE function concatenate('==== ',
               FUNCTION TRIM(RPT-BASE(RPT-LIST-INDEX)), ' bank ',
               FUNCTION TRIM(DIST-BANK-LABEL), ' generation ',
               FUNCTION TRIM(RPT-GEN-NAME(RPT-LIST-INDEX)), ' ====')
               TO DIST-BUNDLE-LINE
           WRITE DIST-BUNDLE-F
           MOVE 0 TO BURST-LINE-COUNT
           MOVE 'N' TO RPT-COPY-EOF-SW
           PERFORM UNTIL RPT-COPY-EOF
               READ REPORT-IN-DATA
                   AT END SET RPT-COPY-EOF TO TRUE
                   NOT AT END
                       IF REPORT-IN-LINE(1:1) = X'0C'
                           MOVE SPACES TO DIST-BUNDLE-F
                           WRITE DIST-BUNDLE-F AFTER ADVANCING PAGE
                           WRITE DIST-BUNDLE-F FROM REPORT-IN-LINE(2:)
                       ELSE
                           WRITE DIST-BUNDLE-F FROM REPORT-IN-LINE
                       END-IF
                       ADD 1 TO BURST-LINE-COUNT
               END-READ
           END-PERFORM
           CLOSE REPORT-IN-DATA
           ADD 1 TO DIST-DELIVERED-COUNT
           PERFORM LogDistribution
           .

      * log line: timestamp(1:14) processing date(16:8) cycle(25:3)
      * recipient(29:8) bank or ALL(38:5) report(44:40)
      * lines(85:7) generation(93:60)
       LogDistribution SECTION.
           IF NOT DIST-LOG-OPEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO DISTRIBUTION-LOG-LINE
           MOVE DIST-TIMESTAMP TO DISTRIBUTION-LOG-LINE(1:14)
           MOVE PROCESSING-DATE TO DISTRIBUTION-LOG-LINE(16:8)
           MOVE 'C' TO DISTRIBUTION-LOG-LINE(25:1)
           MOVE RUN-CYCLE TO DISTRIBUTION-LOG-LINE(26:2)
           MOVE DIST-RECIPIENT(DIST-ENTRY-INDEX)
               TO DISTRIBUTION-LOG-LINE(29:8)
           MOVE DIST-BANK-LABEL TO DISTRIBUTION-LOG-LINE(38:5)
           MOVE RPT-BASE(RPT-LIST-INDEX)
               TO DISTRIBUTION-LOG-LINE(44:40)
           MOVE BURST-LINE-COUNT TO DISTRIBUTION-LOG-LINE(85:7)
           MOVE RPT-GEN-NAME(RPT-LIST-INDEX)
               TO DISTRIBUTION-LOG-LINE(93:60)
           WRITE DISTRIBUTION-LOG-F
           .

      *****************************************************************
      * Standard page layout (RPTPAGE) of this run's reports and
      * their bank files, before they are versioned
      *****************************************************************
       PaginateReports SECTION.
           PERFORM VARYING RPT-LIST-INDEX FROM 1 BY 1
               UNTIL RPT-LIST-INDEX > 14
               IF RPT-TITLE(RPT-LIST-INDEX) NOT = SPACES
                   PERFORM PaginateOneReport
               END-IF
           END-PERFORM
           .

       PaginateOneReport SECTION.
           MOVE function concatenate('batchprocess/',
               FUNCTION TRIM(RPT-BASE(RPT-LIST-INDEX)))
               TO PG-FILE-NAME
           MOVE RPT-TITLE(RPT-LIST-INDEX) TO PG-TITLE
           PERFORM PageReport
           IF RPT-BURST-SW(RPT-LIST-INDEX) = 'Y'
               PERFORM StartBankIdSweep
               PERFORM UNTIL BANK-SWEEP-DONE
                   MOVE BANK-SWEEP-ID TO BURST-BANK
                   PERFORM SetBurstFileName
                   MOVE REPORT-OUT-NAME TO PG-FILE-NAME
                   MOVE function concatenate(
                       FUNCTION TRIM(RPT-TITLE(RPT-LIST-INDEX)),
                       ' - BANK ', BURST-BANK-X) TO PG-TITLE
                   PERFORM PageReport
                   PERFORM NextSweptBank
               END-PERFORM
           END-IF
           .

      * PG-FILE-NAME and PG-TITLE set by the caller
       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'BATCHPROCESS' TO PG-PROGRAM
           MOVE PROCESSING-DATE TO PG-PROC-DATE
           MOVE RUN-CYCLE TO PG-RUN-CYCLE
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "RPTPAGE" USING REPORT-PAGE-REQUEST
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           IF PG-WRITE-FAILED AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           .

               MOVE CU-CUSTOMER-ID-F TO CULINK-CUSTOMER(CULINK-USED)
               MOVE CU-BANK-ID-F TO CULINK-BANK(CULINK-USED)
               MOVE CU-ACCOUNT-ID-F TO CULINK-ACCOUNT(CULINK-USED)
               MOVE SPACE TO CULINK-ROLE(CULINK-USED)
               MOVE 'N' TO CURRENCY-FOUND-SW
               PERFORM VARYING CUST-INDEX FROM 1 BY 1
                   UNTIL CUST-INDEX > CUST-USED
           END-IF
           .

      * account_holders.txt - a holder already linked to the account
      * on customer_master.txt takes the role on that link
       LoadAccountHolders SECTION.
           OPEN INPUT ACCOUNT-HOLDER-DATA
           IF HOLDER-FILE-STATUS = "00"
               PERFORM UNTIL HOLDER-FILE-STATUS NOT = "00"
                   READ ACCOUNT-HOLDER-DATA
                       AT END MOVE "10" TO HOLDER-FILE-STATUS
                   END-READ
                   IF HOLDER-FILE-STATUS = "00"
                       PERFORM ApplyHolderLink
                   END-IF
               END-PERFORM
               CLOSE ACCOUNT-HOLDER-DATA
           END-IF
           .

       ApplyHolderLink SECTION.
           IF JH-CUSTOMER-ID-F = SPACES
               OR JH-BANK-ID-F IS NOT NUMERIC
               OR JH-ACCOUNT-ID-F IS NOT NUMERIC
               EXIT SECTION
           END-IF
           IF NOT JH-ROLE-VALID
               MOVE "BP0128" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate("HOLDER ", JH-CUSTOMER-ID-F,
                   " OF ", JH-BANK-ID-F, "/", JH-ACCOUNT-ID-F,
                   " HAS ROLE '", JH-ROLE-F,
                   "' - NOT P, J, A OR G, LINE IGNORED") TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           MOVE 'N' TO CULINK-FOUND-SW
           PERFORM VARYING CULINK-INDEX FROM 1 BY 1
               UNTIL CULINK-INDEX > CULINK-USED OR CULINK-FOUND
               IF CULINK-CUSTOMER(CULINK-INDEX) = JH-CUSTOMER-ID-F
                   AND CULINK-BANK(CULINK-INDEX) = JH-BANK-ID-F
                   AND CULINK-ACCOUNT(CULINK-INDEX) = JH-ACCOUNT-ID-F
                   SET CULINK-FOUND TO TRUE
                   MOVE JH-ROLE-F TO CULINK-ROLE(CULINK-INDEX)
               END-IF
           END-PERFORM
           IF CULINK-FOUND
               EXIT SECTION
           END-IF
           MOVE JH-CUSTOMER-ID-F TO CU-CUSTOMER-ID-F
           MOVE JH-BANK-ID-F TO CU-BANK-ID-F
           MOVE JH-ACCOUNT-ID-F TO CU-ACCOUNT-ID-F
           MOVE SPACES TO CU-NAME-F
           MOVE CULINK-USED TO CULINK-DUP-INDEX
           PERFORM ApplyCustomerLink
           IF CULINK-USED > CULINK-DUP-INDEX
               MOVE JH-ROLE-F TO CULINK-ROLE(CULINK-USED)
           END-IF
           .

      * read-only account lookup for reporting - unlike SearchBank /
      * SearchAccount this never inserts a missing key
       FindCustomerAccount SECTION.
           MOVE 'N' TO CUST-ACCT-FOUND-SW
           MOVE FUNCTION NUMVAL(CULINK-BANK(CULINK-INDEX))
               TO FETCH-BANK-ID
           MOVE FUNCTION NUMVAL(CULINK-ACCOUNT(CULINK-INDEX))
               TO FETCH-ACCOUNT-ID
           PERFORM FetchAccount
           IF ACCOUNT-FOUND
               SET CUST-ACCT-FOUND TO TRUE
               SET CUST-BANK-IDX TO BANK-INDEX
               SET CUST-ACCT-IDX TO ACCOUNT-INDEX
           END-IF
           .

           .

       AddLinkExposure SECTION.
           PERFORM ComputeLinkExposure
           ADD LINK-EXPOSURE TO CUST-EXPOSURE(CUST-INDEX)
           IF LINK-UNCONVERTED
               MOVE 'Y' TO CUST-UNCONVERTED-SW(CUST-INDEX)
           END-IF
           .

      * EUR value of the account on link CULINK-INDEX
       ComputeLinkExposure SECTION.
           MOVE 0 TO LINK-EXPOSURE
           MOVE 'N' TO LINK-UNCONVERTED-SW
           PERFORM TrimAccountCache
           PERFORM FindCustomerAccount
           IF CUST-ACCT-FOUND
               PERFORM VARYING CURR-COUNTER FROM 1 BY 1
                       CURR-COUNTER) TO FX-LOOKUP-CODE
                   IF FX-LOOKUP-CODE = 'EUR'
                       ADD SALDO(CUST-BANK-IDX,CUST-ACCT-IDX,
                           CURR-COUNTER) TO LINK-EXPOSURE
                   ELSE
                       PERFORM FindFxRate
                       IF FX-FOUND
                           COMPUTE LINK-EXPOSURE ROUNDED
                               = LINK-EXPOSURE
                               + SALDO(CUST-BANK-IDX,CUST-ACCT-IDX,
                                   CURR-COUNTER) * FX-WORK-RATE
                       ELSE
                           SET LINK-UNCONVERTED TO TRUE
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .

      * per bank, each linked account once however many customers
      * hold it
       ComputeCustomerBankTotals SECTION.
           MOVE 0 TO CBT-USED
           PERFORM VARYING CULINK-INDEX FROM 1 BY 1
               UNTIL CULINK-INDEX > CULINK-USED
               MOVE 'N' TO CULINK-FOUND-SW
               PERFORM VARYING CULINK-DUP-INDEX FROM 1 BY 1
                   UNTIL CULINK-DUP-INDEX >= CULINK-INDEX
                       OR CULINK-FOUND
                   IF CULINK-BANK(CULINK-DUP-INDEX)
                       = CULINK-BANK(CULINK-INDEX)
                       AND CULINK-ACCOUNT(CULINK-DUP-INDEX)
                       = CULINK-ACCOUNT(CULINK-INDEX)
                       SET CULINK-FOUND TO TRUE
                   END-IF
               END-PERFORM
               IF NOT CULINK-FOUND
                   PERFORM AddBankTotalAccount
               END-IF
           END-PERFORM
           .

       AddBankTotalAccount SECTION.
           MOVE 0 TO CBT-MATCH-INDEX
           PERFORM VARYING CBT-INDEX FROM 1 BY 1
               UNTIL CBT-INDEX > CBT-USED OR CBT-MATCH-INDEX > 0
               IF CBT-BANK(CBT-INDEX) = CULINK-BANK(CULINK-INDEX)
                   MOVE CBT-INDEX TO CBT-MATCH-INDEX
               END-IF
           END-PERFORM
           IF CBT-MATCH-INDEX = 0
               IF CBT-USED >= 50
                   EXIT SECTION
               END-IF
               ADD 1 TO CBT-USED
               MOVE CBT-USED TO CBT-MATCH-INDEX
               MOVE CULINK-BANK(CULINK-INDEX) TO CBT-BANK(CBT-USED)
               MOVE 0 TO CBT-ACCOUNTS(CBT-USED)
               MOVE 0 TO CBT-EXPOSURE(CBT-USED)
               MOVE 'N' TO CBT-UNCONVERTED-SW(CBT-USED)
           END-IF
           PERFORM ComputeLinkExposure
           ADD 1 TO CBT-ACCOUNTS(CBT-MATCH-INDEX)
           ADD LINK-EXPOSURE TO CBT-EXPOSURE(CBT-MATCH-INDEX)
           IF LINK-UNCONVERTED
               MOVE 'Y' TO CBT-UNCONVERTED-SW(CBT-MATCH-INDEX)
           END-IF
           .

       GenerateCustomerReport SECTION.
           IF CUST-USED > 0
               PERFORM ComputeCustomerExposures
                           PERFORM WriteCustomerSection
                       END-IF
                   END-PERFORM
                   PERFORM WriteCustomerBankTotals
                   CLOSE CUSTOMER-REPORT-DATA
               END-IF
           END-IF
           END-PERFORM
           .

       WriteCustomerBankTotals SECTION.
           PERFORM ComputeCustomerBankTotals
           MOVE SPACES TO CUSTOMER-REPORT-LINE
           WRITE CUSTOMER-REPORT-F FROM CUSTOMER-REPORT-LINE
           MOVE 'Bank totals - each account counted once'
               TO CUSTOMER-REPORT-LINE
           WRITE CUSTOMER-REPORT-F FROM CUSTOMER-REPORT-LINE
           PERFORM VARYING CBT-INDEX FROM 1 BY 1
               UNTIL CBT-INDEX > CBT-USED
               MOVE CBT-ACCOUNTS(CBT-INDEX) TO CBT-ACCOUNTS-ED
               MOVE CBT-EXPOSURE(CBT-INDEX) TO FORMATTED-SIGNED-SALDO
               IF CBT-UNCONVERTED-SW(CBT-INDEX) = 'Y'
                   MOVE function concatenate('  Bank ',
                       CBT-BANK(CBT-INDEX), ' accounts ',
                       CBT-ACCOUNTS-ED, ' exposure EUR ',
                       FORMATTED-SIGNED-SALDO,
                       ' (some currencies without rate excluded)')
                       TO CUSTOMER-REPORT-LINE
               ELSE
                   MOVE function concatenate('  Bank ',
                       CBT-BANK(CBT-INDEX), ' accounts ',
                       CBT-ACCOUNTS-ED, ' exposure EUR ',
                       FORMATTED-SIGNED-SALDO)
                       TO CUSTOMER-REPORT-LINE
               END-IF
               WRITE CUSTOMER-REPORT-F FROM CUSTOMER-REPORT-LINE
           END-PERFORM
           .

       SetHolderRoleText SECTION.
           EVALUATE CULINK-ROLE(CULINK-INDEX)
           WHEN 'P'
               MOVE ' primary holder' TO HOLDER-ROLE-TEXT
           WHEN 'J'
               MOVE ' joint holder' TO HOLDER-ROLE-TEXT
           WHEN 'A'
               MOVE ' attorney' TO HOLDER-ROLE-TEXT
           WHEN 'G'
               MOVE ' guardian' TO HOLDER-ROLE-TEXT
           WHEN OTHER
               MOVE SPACES TO HOLDER-ROLE-TEXT
           END-EVALUATE
           .

       WriteCustomerAccountLines SECTION.
           PERFORM SetHolderRoleText
           PERFORM TrimAccountCache
           PERFORM FindCustomerAccount
           IF CUST-ACCT-FOUND
               PERFORM VARYING CURR-COUNTER FROM 1 BY 1
                       CULINK-ACCOUNT(CULINK-INDEX), ' ',
                       CURRENCY-CODE(CUST-BANK-IDX,CUST-ACCT-IDX,
                           CURR-COUNTER), ' ',
                       FORMATTED-SIGNED-SALDO, HOLDER-ROLE-TEXT)
                       TO CUSTOMER-REPORT-LINE
                   WRITE CUSTOMER-REPORT-F FROM CUSTOMER-REPORT-LINE
               END-PERFORM
               MOVE function concatenate('  ',
                   CULINK-BANK(CULINK-INDEX), ' ',
                   CULINK-ACCOUNT(CULINK-INDEX),
                   ' not on file this run', HOLDER-ROLE-TEXT)
                   TO CUSTOMER-REPORT-LINE
               WRITE CUSTOMER-REPORT-F FROM CUSTOMER-REPORT-LINE
           END-IF
                       AND ADVICE-ACCOUNT(ADVICE-INDEX)
                           = TR-ACCOUNT-ID-X
                       AND TR-AMOUNT >= ADVICE-AMOUNT(ADVICE-INDEX)
                       PERFORM WriteAdviceLetters
                   END-IF
               END-PERFORM
           END-IF
           .

      * one letter per holder of a jointly held account, each in
      * that holder's name and role; otherwise one letter to the
      * first customer linked to the account
       WriteAdviceLetters SECTION.
           MOVE 'N' TO ADVICE-HOLDERS-SW
           PERFORM VARYING ADVICE-LINK-INDEX FROM 1 BY 1
               UNTIL ADVICE-LINK-INDEX > CULINK-USED
               IF CULINK-BANK(ADVICE-LINK-INDEX) = TR-BANK-ID-X
                   AND CULINK-ACCOUNT(ADVICE-LINK-INDEX)
                       = TR-ACCOUNT-ID-X
                   AND CULINK-ROLE(ADVICE-LINK-INDEX) NOT = SPACE
                   SET ADVICE-TO-HOLDERS TO TRUE
                   MOVE CULINK-CUSTOMER(ADVICE-LINK-INDEX)
                       TO ADVICE-CUSTOMER
                   MOVE CULINK-ROLE(ADVICE-LINK-INDEX) TO ADVICE-ROLE
                   PERFORM WriteAdviceLetter
               END-IF
           END-PERFORM
           IF NOT ADVICE-TO-HOLDERS
               MOVE SPACES TO ADVICE-CUSTOMER
               MOVE SPACE TO ADVICE-ROLE
               PERFORM WriteAdviceLetter
           END-IF
           .

       WriteAdviceLetter SECTION.
           ADD 1 TO ADVICE-COUNT
           PERFORM ResolveAdviceRoute
           MOVE '----------------------------------------' TO
               ADVICE-LINE
           PERFORM WriteAdviceLine
           EVALUATE TRUE
           WHEN ADVICE-RETURNED
               MOVE function concatenate('HELD FOR BRANCH ',
                   TR-BANK-ID-X, ' - MAIL RETURNED UNDELIVERABLE')
                   TO ADVICE-LINE
               PERFORM WriteAdviceLine
           WHEN ADVICE-HELD
               MOVE function concatenate('HELD FOR BRANCH ',
                   TR-BANK-ID-X, ' - HOLD MAIL UNTIL ',
                   ADDR-HOLD-UNTIL(ADDR-MATCH-INDEX)) TO ADVICE-LINE
               PERFORM WriteAdviceLine
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           IF TR-IS-DEBIT
               MOVE function concatenate('ADVICE OF DEBIT    ',
                   TR-DATE-X) TO ADVICE-LINE
               MOVE function concatenate('ADVICE OF CREDIT   ',
                   TR-DATE-X) TO ADVICE-LINE
           END-IF
           PERFORM WriteAdviceLine
           MOVE CUSTOMER-NAME(BANK-INDEX,ACCOUNT-INDEX) TO ADVICE-NAME
           IF ADVICE-ROLE NOT = SPACE
               PERFORM VARYING CUST-INDEX FROM 1 BY 1
                   UNTIL CUST-INDEX > CUST-USED
                   IF CUST-ID(CUST-INDEX) = ADVICE-CUSTOMER
                       AND CUST-NAME(CUST-INDEX) NOT = SPACES
                       MOVE CUST-NAME(CUST-INDEX) TO ADVICE-NAME
                   END-IF
               END-PERFORM
           END-IF
           MOVE function concatenate('To: ', ADVICE-NAME)
               TO ADVICE-LINE
           PERFORM WriteAdviceLine
           EVALUATE ADVICE-ROLE
           WHEN 'P'
               MOVE '    Primary account holder' TO ADVICE-LINE
               PERFORM WriteAdviceLine
           WHEN 'J'
               MOVE '    Joint account holder' TO ADVICE-LINE
               PERFORM WriteAdviceLine
           WHEN 'A'
               MOVE '    Attorney for the account holder'
                   TO ADVICE-LINE
               PERFORM WriteAdviceLine
           WHEN 'G'
               MOVE '    Guardian for the account holder'
                   TO ADVICE-LINE
               PERFORM WriteAdviceLine
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           PERFORM WriteAdviceAddress
           MOVE function concatenate('Account ', TR-ACCOUNT-ID-X,
               ' at bank ', TR-BANK-ID-X) TO ADVICE-LINE
           PERFORM WriteAdviceLine
           MOVE TR-AMOUNT TO FORMATTED-SALDO
           MOVE function concatenate('Amount:  ', FORMATTED-SALDO,
               ' ', TR-CURRENCY) TO ADVICE-LINE
           PERFORM WriteAdviceLine
           MOVE function concatenate('Details: ', TR-COMMENT)
               TO ADVICE-LINE
           PERFORM WriteAdviceLine
           MOVE BALANCE-AFTER TO FORMATTED-SIGNED-SALDO
           MOVE function concatenate('Balance after posting: ',
               FORMATTED-SIGNED-SALDO, ' ', TR-CURRENCY)
               TO ADVICE-LINE
           PERFORM WriteAdviceLine
           IF ADVLET-FILE-STATUS NOT = "00"
               MOVE "BP0049" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
           END-IF
           .

      * the address block is ADVICE-CUSTOMER's when a holder is being
      * advised, else the first linked customer's; returned mail
      * wins over a hold, a hold is live to its until date
       ResolveAdviceRoute SECTION.
           SET ADVICE-NO-ADDRESS TO TRUE
           MOVE 0 TO ADDR-MATCH-INDEX
           PERFORM VARYING CULINK-INDEX FROM 1 BY 1
               UNTIL CULINK-INDEX > CULINK-USED
                   OR ADVICE-CUSTOMER NOT = SPACES
               IF CULINK-BANK(CULINK-INDEX) = TR-BANK-ID-X
                   AND CULINK-ACCOUNT(CULINK-INDEX) = TR-ACCOUNT-ID-X
                   MOVE CULINK-CUSTOMER(CULINK-INDEX)
                       TO ADVICE-CUSTOMER
               END-IF
           END-PERFORM
           IF ADVICE-CUSTOMER = SPACES
               EXIT SECTION
           END-IF
           PERFORM VARYING ADDR-INDEX FROM 1 BY 1
               UNTIL ADDR-INDEX > ADDR-USED OR ADDR-MATCH-INDEX > 0
               IF ADDR-CUSTOMER(ADDR-INDEX) = ADVICE-CUSTOMER
                   MOVE ADDR-INDEX TO ADDR-MATCH-INDEX
               END-IF
           END-PERFORM
           IF ADDR-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           EVALUATE TRUE
           WHEN ADDR-RETURNED(ADDR-MATCH-INDEX) = 'Y'
               SET ADVICE-RETURNED TO TRUE
           WHEN ADDR-HOLD(ADDR-MATCH-INDEX) = 'H'
               AND (ADDR-HOLD-UNTIL(ADDR-MATCH-INDEX) = SPACES
                 OR ADDR-HOLD-UNTIL(ADDR-MATCH-INDEX)
                    >= PROCESSING-DATE)
               SET ADVICE-HELD TO TRUE
           WHEN OTHER
               SET ADVICE-BY-POST TO TRUE
           END-EVALUATE
           .

       WriteAdviceAddress SECTION.
           IF ADVICE-NO-ADDRESS
               MOVE '    ADDRESS NOT ON FILE' TO ADVICE-LINE
               PERFORM WriteAdviceLine
               EXIT SECTION
           END-IF
           MOVE function concatenate('    ',
               ADDR-LINE-1(ADDR-MATCH-INDEX)) TO ADVICE-LINE
           PERFORM WriteAdviceLine
           IF ADDR-LINE-2(ADDR-MATCH-INDEX) NOT = SPACES
               MOVE function concatenate('    ',
                   ADDR-LINE-2(ADDR-MATCH-INDEX)) TO ADVICE-LINE
               PERFORM WriteAdviceLine
           END-IF
           MOVE function concatenate('    ',
               FUNCTION TRIM(ADDR-POSTCODE(ADDR-MATCH-INDEX)), ' ',
               ADDR-TOWN(ADDR-MATCH-INDEX)) TO ADVICE-LINE
           PERFORM WriteAdviceLine
           MOVE function concatenate('    ',
               ADDR-COUNTRY(ADDR-MATCH-INDEX)) TO ADVICE-LINE
           PERFORM WriteAdviceLine
           .

      * a held advice whose branch file could not be opened is
      * dropped rather than mailed against the instruction
       WriteAdviceLine SECTION.
           IF ADVICE-RETURNED OR ADVICE-HELD
               IF ADVICE-HELD-FILE-OPEN
                   WRITE ADVICE-HELD-F FROM ADVICE-LINE
               END-IF
           ELSE
               WRITE ADVICE-LETTER-F FROM ADVICE-LINE
           END-IF
           .

       LoadCustomerAddresses SECTION.
           OPEN INPUT CUSTOMER-ADDRESS-DATA
           IF CUSTADDR-FILE-STATUS = "00"
               PERFORM UNTIL CUSTADDR-FILE-STATUS NOT = "00"
                   READ CUSTOMER-ADDRESS-DATA
                       AT END MOVE "10" TO CUSTADDR-FILE-STATUS
                   END-READ
                   IF CUSTADDR-FILE-STATUS = "00"
                       AND AD-CUSTOMER-ID-F NOT = SPACES
                       AND ADDR-USED < 2000
                       ADD 1 TO ADDR-USED
                       MOVE AD-CUSTOMER-ID-F TO ADDR-CUSTOMER(ADDR-USED)
                       MOVE AD-LINE-1-F TO ADDR-LINE-1(ADDR-USED)
                       MOVE AD-LINE-2-F TO ADDR-LINE-2(ADDR-USED)
                       MOVE AD-POSTCODE-F TO ADDR-POSTCODE(ADDR-USED)
                       MOVE AD-TOWN-F TO ADDR-TOWN(ADDR-USED)
                       MOVE AD-COUNTRY-F TO ADDR-COUNTRY(ADDR-USED)
                       MOVE AD-RETURNED-F TO ADDR-RETURNED(ADDR-USED)
                       MOVE AD-HOLD-F TO ADDR-HOLD(ADDR-USED)
                       MOVE AD-HOLD-UNTIL-F
                           TO ADDR-HOLD-UNTIL(ADDR-USED)
                   END-IF
               END-PERFORM
               CLOSE CUSTOMER-ADDRESS-DATA
           END-IF
           .

      *****************************************************************
      * Compliance review - every posted movement at or above the
      * currency's threshold is written for the ML officer
           END-IF
           PERFORM VARYING STRUCT-INDEX FROM 1 BY 1
               UNTIL STRUCT-INDEX > STRUCT-USED
      * another partition examines its own banks' groups
               MOVE STRUCT-BANK(STRUCT-INDEX) TO PART-CHECK-BANK
               PERFORM CheckPartitionBank
               IF STRUCT-PICKED-SW(STRUCT-INDEX) = 'N'
                   AND PART-BANK-INSIDE
                   PERFORM ExamineStructuringGroup
               END-IF
           END-PERFORM
                   'Overdrawn balances as of ', PROCESSING-DATE)
                   TO OVERDRAFT-REPORT-LINE
               WRITE OVERDRAFT-REPORT-F FROM OVERDRAFT-REPORT-LINE
               PERFORM StartBankSweep
               PERFORM UNTIL BANK-SWEEP-DONE
                   PERFORM StartAccountSweep
                   PERFORM UNTIL ACCOUNT-SWEEP-DONE
                       PERFORM VARYING CURR-COUNTER FROM 1 BY 1
                           UNTIL CURR-COUNTER >
                               NUMBER-OF-CURRENCIES(BANK-COUNTER,
                               PERFORM WriteOverdraftLine
                           END-IF
                       END-PERFORM
                       PERFORM NextSweptAccount
                   END-PERFORM
                   PERFORM NextSweptBank
               END-PERFORM
               CLOSE OVERDRAFT-REPORT-DATA
           END-IF
      *****************************************************************
       ComputePeriodTotals SECTION.
           INITIALIZE PERIOD-CURR-TOTALS
           PERFORM StartBankSweep
           PERFORM UNTIL BANK-SWEEP-DONE
               PERFORM StartAccountSweep
               PERFORM UNTIL ACCOUNT-SWEEP-DONE
                   PERFORM VARYING CURR-COUNTER FROM 1 BY 1
                       UNTIL CURR-COUNTER >
                           NUMBER-OF-CURRENCIES(BANK-COUNTER,
                               ACCOUNT-COUNTER)
                       PERFORM AccumulatePeriodCurrency
                   END-PERFORM
                   PERFORM NextSweptAccount
               END-PERFORM
               PERFORM NextSweptBank
           END-PERFORM
           .

       RevalueFxPositions SECTION.
           PERFORM LoadRevalPriorRates
           INITIALIZE REVAL-TOTALS
           PERFORM StartBankSweep
           PERFORM UNTIL BANK-SWEEP-DONE
               MOVE BANK-ID(BANK-COUNTER) TO ENTITY-WORK-BANK
               PERFORM FindBankEntity
               PERFORM StartAccountSweep
               PERFORM UNTIL ACCOUNT-SWEEP-DONE
                   PERFORM VARYING CURR-COUNTER FROM 1 BY 1
                       UNTIL CURR-COUNTER >
                           NUMBER-OF-CURRENCIES(BANK-COUNTER,
                               ACCOUNT-COUNTER)
                       PERFORM AccumulateRevalPosition
                   END-PERFORM
                   PERFORM NextSweptAccount
               END-PERFORM
               PERFORM NextSweptBank
           END-PERFORM
           PERFORM VARYING REVAL-INDEX FROM 1 BY 1
               UNTIL REVAL-INDEX > REVAL-USED
           PERFORM RewriteRevalRates
           .

      * positions are kept per legal entity - ENTITY-WORK-CODE and
      * ENTITY-WORK-BASE are set for the bank being swept, and a
      * position in the entity's own base currency has nothing to
      * revalue
       AccumulateRevalPosition SECTION.
           IF CURRENCY-CODE(BANK-COUNTER,ACCOUNT-COUNTER,
               CURR-COUNTER) = ENTITY-WORK-BASE
               EXIT SECTION
           END-IF
           MOVE 'N' TO CURRENCY-FOUND-SW
               UNTIL REVAL-INDEX > REVAL-USED
               IF REVAL-CODE(REVAL-INDEX) =
               CURRENCY-CODE(BANK-COUNTER,ACCOUNT-COUNTER,CURR-COUNTER)
                   AND REVAL-ENTITY(REVAL-INDEX) = ENTITY-WORK-CODE
                   ADD SALDO(BANK-COUNTER,ACCOUNT-COUNTER,CURR-COUNTER)
                       TO REVAL-SUM(REVAL-INDEX)
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CURRENCY-FOUND AND REVAL-USED < 40
               ADD 1 TO REVAL-USED
               MOVE ENTITY-WORK-CODE TO REVAL-ENTITY(REVAL-USED)
               MOVE ENTITY-WORK-BASE TO REVAL-BASE(REVAL-USED)
               MOVE
               CURRENCY-CODE(BANK-COUNTER,ACCOUNT-COUNTER,CURR-COUNTER)
                   TO REVAL-CODE(REVAL-USED)
           END-IF
           .

      * the gain is measured in the entity's base currency: the
      * position's base value at today's rates less its base value
      * at the rates of the last close (for a EUR entity the base
      * rates are both 1 and this is the plain EUR revaluation)
       RevalueOneCurrency SECTION.
           MOVE REVAL-CODE(REVAL-INDEX) TO FX-LOOKUP-CODE
           PERFORM FindEuroRate
           IF NOT FX-FOUND
               EXIT SECTION
           END-IF
           MOVE FX-WORK-RATE TO REVAL-WORK-RATE
           MOVE REVAL-BASE(REVAL-INDEX) TO FX-LOOKUP-CODE
           PERFORM FindEuroRate
           IF NOT FX-FOUND
               EXIT SECTION
           END-IF
           MOVE FX-WORK-RATE TO REVAL-WORK-RATE-BASE
           MOVE REVAL-CODE(REVAL-INDEX) TO REVAL-LOOKUP-CODE
           PERFORM FindRevalPriorRate
           MOVE REVAL-LOOKUP-RATE TO REVAL-WORK-PRIOR
           MOVE REVAL-BASE(REVAL-INDEX) TO REVAL-LOOKUP-CODE
           PERFORM FindRevalPriorRate
           MOVE REVAL-LOOKUP-RATE TO REVAL-WORK-PRIOR-BASE
           IF REVAL-WORK-PRIOR = 0 OR REVAL-WORK-PRIOR-BASE = 0
               EXIT SECTION
           END-IF
           COMPUTE REVAL-GAIN(REVAL-INDEX) ROUNDED =
               REVAL-SUM(REVAL-INDEX)
               * (REVAL-WORK-RATE / REVAL-WORK-RATE-BASE
                  - REVAL-WORK-PRIOR / REVAL-WORK-PRIOR-BASE)
           MOVE 'Y' TO REVAL-DONE-SW(REVAL-INDEX)
      * the amount sits in the same 11-character window every other
      * extract line uses - GLLEDGER and AUDITCHECK parse (16:11)
               MOVE REVAL-GAIN(REVAL-INDEX)
                   TO FORMATTED-SIGNED-SALDO
               IF REVAL-GAIN(REVAL-INDEX) < 0
                   MOVE function concatenate('99999994 D ',
                       REVAL-BASE(REVAL-INDEX), ' ',
                       FORMATTED-SIGNED-SALDO, ' ', PROCESSING-DATE,
                       ' REVAL-', REVAL-CODE(REVAL-INDEX))
                       TO GL-LINE
               ELSE
                   MOVE function concatenate('99999994 C ',
                       REVAL-BASE(REVAL-INDEX), ' ',
                       FORMATTED-SIGNED-SALDO, ' ', PROCESSING-DATE,
                       ' REVAL-', REVAL-CODE(REVAL-INDEX))
                       TO GL-LINE
               END-IF
               MOVE REVAL-ENTITY(REVAL-INDEX) TO GL-NET-ENTITY
               MOVE GL-NET-ENTITY TO GL-LINE(48:3)
               WRITE GL-EXTRACT-F
               MOVE REVAL-BASE(REVAL-INDEX) TO GL-NET-CURRENCY
               MOVE REVAL-GAIN(REVAL-INDEX) TO GL-AMOUNT
               PERFORM AccumulateGlNet
           END-IF
           .

      * expects REVAL-LOOKUP-CODE; the rate of the last close in
      * REVAL-LOOKUP-RATE, 0 when there is none on file
       FindRevalPriorRate SECTION.
           IF REVAL-LOOKUP-CODE = 'EUR'
               MOVE 1 TO REVAL-LOOKUP-RATE
               EXIT SECTION
           END-IF
           MOVE 0 TO REVAL-LOOKUP-RATE
           PERFORM VARYING REVAL-PRIOR-INDEX FROM 1 BY 1
               UNTIL REVAL-PRIOR-INDEX > REVAL-PRIOR-USED
               IF REVAL-PRIOR-CODE(REVAL-PRIOR-INDEX) =
                   REVAL-LOOKUP-CODE
                   MOVE REVAL-PRIOR-RATE(REVAL-PRIOR-INDEX)
                       TO REVAL-LOOKUP-RATE
               END-IF
           END-PERFORM
           .

       LoadRevalPriorRates SECTION.
           OPEN INPUT REVAL-RATE-DATA
           IF REVAL-FILE-STATUS = "00"
      * after the close reports are cut, the new period starts from
      * today's closing balances
       PeriodCloseRollover SECTION.
           PERFORM StartBankSweep
           PERFORM UNTIL BANK-SWEEP-DONE
               PERFORM StartAccountSweep
               PERFORM UNTIL ACCOUNT-SWEEP-DONE
                   PERFORM VARYING CURR-COUNTER FROM 1 BY 1
                       UNTIL CURR-COUNTER >
                           NUMBER-OF-CURRENCIES(BANK-COUNTER,
                           TO PERIOD-OPENING-SALDO(BANK-COUNTER,
                               ACCOUNT-COUNTER,CURR-COUNTER)
                   END-PERFORM
                   PERFORM NextSweptAccount
               END-PERFORM
               PERFORM NextSweptBank
           END-PERFORM
           .

           IF IR-BANK-ID-F IS NUMERIC
               AND IR-CREDIT-RATE-F IS NUMERIC
               AND IR-DEBIT-RATE-F IS NUMERIC
               PERFORM TrimBankCache
               MOVE IR-BANK-ID-F TO TR-BANK-ID
               PERFORM SearchBank
               IF NOT BANK-CAPACITY-EXCEEDED
           IF WHT-PCT > 0 AND NOT EDIT-ONLY-REQUESTED
               PERFORM OpenWithholdingLedger
           END-IF
           PERFORM StartBankSweep
           PERFORM UNTIL BANK-SWEEP-DONE
               IF CREDIT-INTEREST-RATE(BANK-COUNTER) > 0
                   OR DEBIT-INTEREST-RATE(BANK-COUNTER) > 0
                   OR PRODUCT-RATES-PRESENT
                   PERFORM StartAccountSweep
                   PERFORM UNTIL ACCOUNT-SWEEP-DONE
                       PERFORM VARYING CURR-COUNTER FROM 1 BY 1
                           UNTIL CURR-COUNTER >
                               NUMBER-OF-CURRENCIES(BANK-COUNTER,
                                   ACCOUNT-COUNTER)
                           PERFORM AccrueOneCurrency
                       END-PERFORM
                       PERFORM NextSweptAccount
                   END-PERFORM
               END-IF
               PERFORM NextSweptBank
           END-PERFORM
           PERFORM VARYING BV-INDEX FROM 1 BY 1
               UNTIL BV-INDEX > BV-USED
               PERFORM AdjustBackValuedInterest
           END-PERFORM
           IF WHT-LEDGER-OPEN
               CLOSE WHT-LEDGER-DATA

       AccrueOneCurrency SECTION.
           MOVE 0 TO INTEREST-AMOUNT
           SET BANK-INDEX TO BANK-COUNTER
           SET ACCOUNT-INDEX TO ACCOUNT-COUNTER
           PERFORM ResolveAccrualRates
           IF SALDO(BANK-COUNTER,ACCOUNT-COUNTER,CURR-COUNTER) > 0
               AND ACCRUAL-CREDIT-RATE > 0
               COMPUTE INTEREST-AMOUNT ROUNDED =
                   SALDO(BANK-COUNTER,ACCOUNT-COUNTER,CURR-COUNTER)
                   * ACCRUAL-CREDIT-RATE / 100
               MOVE 'C' TO TR-DR-CR
               MOVE 'INTEREST credit accrual' TO TR-COMMENT
           END-IF
           IF SALDO(BANK-COUNTER,ACCOUNT-COUNTER,CURR-COUNTER) < 0
               AND ACCRUAL-DEBIT-RATE > 0
               COMPUTE INTEREST-AMOUNT ROUNDED =
                   (0 - SALDO(BANK-COUNTER,ACCOUNT-COUNTER,
                       CURR-COUNTER))
                   * ACCRUAL-DEBIT-RATE / 100
               MOVE 'D' TO TR-DR-CR
               MOVE 'INTEREST debit accrual' TO TR-COMMENT
           END-IF
           END-IF
           .

      *****************************************************************
      * Back-value interest adjustment - the movement should have
      * been on the balance since its value date, so the interest of
      * every run in between is made good: amount x rate x days. The
      * rate is the one the account earns or pays today (credit rate
      * in credit, debit rate overdrawn); a credit adjusts as a
      * credit, a debit as a debit, each referencing the original
      * posting
      *****************************************************************
       AdjustBackValuedInterest SECTION.
           PERFORM TrimAccountCache
           MOVE BV-BANK(BV-INDEX) TO TR-BANK-ID-X
           MOVE BV-ACCOUNT(BV-INDEX) TO TR-ACCOUNT-ID-X
           MOVE BV-CURRENCY(BV-INDEX) TO TR-CURRENCY
           MOVE PROCESSING-DATE TO TR-DATE
           MOVE SPACES TO TR-COMMENT
           PERFORM FindExistingAccount
           IF NOT CURRENCY-FOUND
               EXIT SECTION
           END-IF
           COMPUTE BV-DAYS(BV-INDEX) =
               FUNCTION INTEGER-OF-DATE(PROCESSING-DATE)
               - FUNCTION INTEGER-OF-DATE(BV-VALUE-DATE(BV-INDEX))
           PERFORM ResolveAccrualRates
           IF SALDO(BANK-INDEX,ACCOUNT-INDEX,CURRENCY-INDEX) < 0
               MOVE 'D' TO BV-RATE-TYPE(BV-INDEX)
               MOVE ACCRUAL-DEBIT-RATE TO BV-RATE(BV-INDEX)
           ELSE
               MOVE 'C' TO BV-RATE-TYPE(BV-INDEX)
               MOVE ACCRUAL-CREDIT-RATE TO BV-RATE(BV-INDEX)
           END-IF
           COMPUTE INTEREST-AMOUNT ROUNDED =
               BV-AMOUNT(BV-INDEX) * BV-RATE(BV-INDEX) / 100
               * BV-DAYS(BV-INDEX)
           IF INTEREST-AMOUNT = 0
               EXIT SECTION
           END-IF
           IF BV-IS-CREDIT(BV-INDEX)
               MOVE 'C' TO TR-DR-CR
               MOVE INTEREST-AMOUNT TO BV-ADJUSTMENT(BV-INDEX)
           ELSE
               MOVE 'D' TO TR-DR-CR
               COMPUTE BV-ADJUSTMENT(BV-INDEX) = 0 - INTEREST-AMOUNT
           END-IF
           MOVE INTEREST-AMOUNT TO TR-AMOUNT
           MOVE function concatenate('INTEREST back-value REF=',
               BV-REF(BV-INDEX), ' VALUE ', BV-VALUE-DATE(BV-INDEX))
               TO TR-COMMENT
           PERFORM AddToSaldo
           MOVE POSTING-REF TO BV-ADJ-REF(BV-INDEX)
           ADD 1 TO BV-ADJUSTED-COUNT
           PERFORM AccumulateCategory
           IF TR-IS-CREDIT AND BV-RATE-TYPE(BV-INDEX) = 'C'
               AND WHT-PCT > 0
               PERFORM WithholdInterestTax
           END-IF
           .

      *****************************************************************
      * Withholding tax at source - the configured percentage of a
      * credit-interest posting is taken back as its own audit-
           .

       ProcessOneCloseRequest SECTION.
           PERFORM TrimAccountCache
           IF CR-BANK-ID-F IS NOT NUMERIC
               OR CR-ACCOUNT-ID-F IS NOT NUMERIC
               OR CR-DEST-BANK-F IS NOT NUMERIC
               PERFORM LogMessage
               EXIT SECTION
           END-IF
      * the account's own partition closes it
           MOVE CR-BANK-ID-F TO PART-CHECK-BANK
           PERFORM CheckPartitionBank
           IF PART-BANK-OUTSIDE
               EXIT SECTION
           END-IF
           MOVE CR-BANK-ID-F TO CLOSE-REQ-BANK
           MOVE CR-ACCOUNT-ID-F TO CLOSE-REQ-ACCOUNT
           MOVE CR-DEST-BANK-F TO CLOSE-DEST-BANK
      * read-only account lookup - never inserts a missing key
       FindCloseAccount SECTION.
           MOVE 'N' TO CLOSE-FOUND-SW
           MOVE FUNCTION NUMVAL(CLOSE-REQ-BANK) TO FETCH-BANK-ID
           MOVE FUNCTION NUMVAL(CLOSE-REQ-ACCOUNT) TO FETCH-ACCOUNT-ID
           PERFORM FetchAccount
           IF ACCOUNT-FOUND
               SET CLOSE-ACCT-FOUND TO TRUE
               SET CLOSE-BANK-IDX TO BANK-INDEX
               SET CLOSE-ACCT-IDX TO ACCOUNT-INDEX
           END-IF
           .

                   CLOSE CHECKPOINT-DATA
                   IF NOT RUN-REFUSED
                       SET RESUMING TO TRUE
                       SET CHECKPOINT-TAKEN TO TRUE
                   END-IF
               ELSE
                   MOVE "BP0039" TO MSG-ID
                   END-IF
               END-IF
           END-IF
      * touched accounts only - the table is trimmed between rows as
      * during the run that wrote them
           SET REPLAYING-CHECKPOINT TO TRUE
           PERFORM UNTIL CHECKPOINT-FILE-STATUS NOT = "00"
               PERFORM TrimAccountCache
               READ CHECKPOINT-DATA
                   AT END MOVE "10" TO CHECKPOINT-FILE-STATUS
               END-READ
                       PERFORM ApplyCheckpointBranchRow
                   WHEN CKPT-LINE(1:4) = "PDAY"
                       PERFORM ApplyCheckpointPerDayRow
                   WHEN CKPT-LINE(1:4) = "CHQP"
                       PERFORM ApplyCheckpointChequeRow
                   WHEN CKPT-LINE(1:4) = "OREG"
                       PERFORM ApplyCheckpointOutboundRow
                   WHEN CKPT-LINE(1:4) = "OUTF"
                       SET OUTBOUND-FILES-WRITTEN TO TRUE
                   WHEN CKPT-LINE(1:4) = "MSAV"
                       SET MASTER-SAVE-BEGUN TO TRUE
                   WHEN OTHER
                       PERFORM ApplyCheckpointRow
                   END-EVALUATE
       ApplyCheckpointCurrencyRow SECTION.
           ADD 1 TO POSTED-CURR-USED
           MOVE CKPT-LINE(6:3) TO POSTED-CURR-CODE(POSTED-CURR-USED)
           MOVE CKPT-LINE(20:3) TO POSTED-CURR-ENTITY(POSTED-CURR-USED)
           MOVE CKPT-LINE(9:11) TO FORMATTED-SIGNED-SALDO
           MOVE FORMATTED-SIGNED-SALDO TO
               POSTED-CURR-SUM(POSTED-CURR-USED)
           END-IF
           .

      * CHQP bank(6:5) account(12:10) currency(23:3) number(27:8)
      * amount(36:10) date(47:8) ref(56:10)
       ApplyCheckpointChequeRow SECTION.
           IF CKPT-LINE(27:8) IS NUMERIC
               AND CKPT-LINE(36:10) IS NUMERIC
               AND CHQP-USED < CHQP-MAX
               ADD 1 TO CHQP-USED
               MOVE CKPT-LINE(6:5) TO CHQP-BANK(CHQP-USED)
               MOVE CKPT-LINE(12:10) TO CHQP-ACCOUNT(CHQP-USED)
               MOVE CKPT-LINE(23:3) TO CHQP-CURRENCY(CHQP-USED)
               MOVE CKPT-LINE(27:8) TO CHQP-NUMBER(CHQP-USED)
               MOVE CKPT-LINE(36:10) TO CP-AMOUNT-F
               MOVE CP-AMOUNT-N TO CHQP-AMOUNT(CHQP-USED)
               MOVE CKPT-LINE(47:8) TO CHQP-DATE(CHQP-USED)
               MOVE CKPT-LINE(56:10) TO CHQP-REF(CHQP-USED)
               MOVE 'Y' TO CHQP-NEW-SW(CHQP-USED)
               ADD 1 TO CHQ-PAID-COUNT
           END-IF
           .

       ApplyCheckpointRow SECTION.
           MOVE CKPT-LINE(1:5) TO TR-BANK-ID
           MOVE CKPT-LINE(6:10) TO TR-ACCOUNT-ID
               IF NOT ACCOUNT-CAPACITY-EXCEEDED
                   MOVE ACCT-STATUS-SAVE TO
                       ACCOUNT-STATUS-CODE(BANK-INDEX,ACCOUNT-INDEX)
      * product type(69:1) and month-to-date debits(70:5) - a
      * resume does not reread the master the type came from
                   IF CKPT-LINE(69:1) NOT = SPACE
                       MOVE CKPT-LINE(69:1) TO
                           ACCOUNT-TYPE(BANK-INDEX,ACCOUNT-INDEX)
                   END-IF
                   IF CKPT-LINE(70:5) IS NUMERIC
                       MOVE CKPT-LINE(70:5) TO
                           MONTH-DEBIT-COUNT(BANK-INDEX,ACCOUNT-INDEX)
                   END-IF
                   PERFORM SearchCurrency
                   IF NOT CURRENCY-CAPACITY-EXCEEDED
                       MOVE CKPT-LINE(20:11) TO
           END-IF
           .

      * restores one register entry saved by
      * WriteCheckpointOutboundRow; LoadOutboundRegister then skips
      * the file's older copy of it
       ApplyCheckpointOutboundRow SECTION.
           MOVE CKPT-LINE(6:108) TO OUTBOUND-REGISTER-F
           IF OR-PAYMENT-REF-F IS NUMERIC
               AND OR-SENT-DATE-F IS NUMERIC
               AND OR-AMOUNT-F IS NUMERIC
               AND OREG-USED < OREG-MAX
               ADD 1 TO OREG-USED
               PERFORM ApplyOutboundRegisterLine
               MOVE CKPT-LINE(114:1) TO OREG-NEW-SW(OREG-USED)
               MOVE 'Y' TO OREG-TOUCHED-SW(OREG-USED)
           END-IF
           .

       WriteCheckpoint SECTION.
           OPEN OUTPUT CHECKPOINT-DATA
           IF CHECKPOINT-FILE-STATUS NOT = "00"
                   UNTIL PERDAY-INDEX > PERDAY-USED
                   PERFORM WriteCheckpointPerDayRow
               END-PERFORM
               PERFORM VARYING CHQP-INDEX FROM 1 BY 1
                   UNTIL CHQP-INDEX > CHQP-USED
                   IF CHQP-NEW-SW(CHQP-INDEX) = 'Y'
                       PERFORM WriteCheckpointChequeRow
                   END-IF
               END-PERFORM
               PERFORM VARYING OREG-INDEX FROM 1 BY 1
                   UNTIL OREG-INDEX > OREG-USED
                   IF OREG-TOUCHED(OREG-INDEX)
                       PERFORM WriteCheckpointOutboundRow
                   END-IF
               END-PERFORM
      * an account this run has not touched is still as the master
      * holds it, so only touched accounts need a row
               PERFORM StartBankSweep
               PERFORM UNTIL BANK-SWEEP-DONE
                   PERFORM StartTouchedSweep
                   PERFORM UNTIL ACCOUNT-SWEEP-DONE
                       PERFORM VARYING CURR-COUNTER FROM 1 BY 1
                           UNTIL CURR-COUNTER >
                               NUMBER-OF-CURRENCIES(BANK-COUNTER,
                                   ACCOUNT-COUNTER)
                           PERFORM WriteCheckpointRow
                       END-PERFORM
                       PERFORM NextSweptAccount
                   END-PERFORM
                   PERFORM NextSweptBank
               END-PERFORM
               CLOSE CHECKPOINT-DATA
               SET CHECKPOINT-TAKEN TO TRUE
           END-IF
           .

       NoteMasterSaveBegun SECTION.
           IF NOT CHECKPOINT-TAKEN
               EXIT SECTION
           END-IF
           OPEN EXTEND CHECKPOINT-DATA
           IF CHECKPOINT-FILE-STATUS = "00"
               MOVE "MSAV" TO CKPT-LINE
               WRITE CHECKPOINT-F FROM CKPT-LINE
               CLOSE CHECKPOINT-DATA
           END-IF
           .

       WriteCheckpointCurrencyRow SECTION.
           MOVE POSTED-CURR-SUM(PC-INDEX) TO FORMATTED-SIGNED-SALDO
           MOVE function concatenate('PTOT ',
               POSTED-CURR-CODE(PC-INDEX), FORMATTED-SIGNED-SALDO,
               POSTED-CURR-ENTITY(PC-INDEX))
               TO CKPT-LINE
           WRITE CHECKPOINT-F FROM CKPT-LINE
           .
           WRITE CHECKPOINT-F FROM CKPT-LINE
           .

      * cheques paid so far this run - the paid register is only
      * rewritten at the end, so a resume must not forget them
       WriteCheckpointChequeRow SECTION.
           MOVE CHQP-AMOUNT(CHQP-INDEX) TO CP-AMOUNT-N
           MOVE function concatenate('CHQP ',
               CHQP-BANK(CHQP-INDEX), ' ', CHQP-ACCOUNT(CHQP-INDEX),
               ' ', CHQP-CURRENCY(CHQP-INDEX), ' ',
               CHQP-NUMBER(CHQP-INDEX), ' ', CP-AMOUNT-F, ' ',
               CHQP-DATE(CHQP-INDEX), ' ', CHQP-REF(CHQP-INDEX))
               TO CKPT-LINE
           WRITE CHECKPOINT-F FROM CKPT-LINE
           .

      * outbound payments sent or returned so far this run - the
      * register is only rewritten at the end. OREG, then the
      * OREGREC line, then N when the payment was sent this run.
       WriteCheckpointOutboundRow SECTION.
           PERFORM FillOutboundRegisterLine
           MOVE function concatenate('OREG ', OUTBOUND-REGISTER-F,
               OREG-NEW-SW(OREG-INDEX)) TO CKPT-LINE
           WRITE CHECKPOINT-F FROM CKPT-LINE
           .

       WriteCheckpointRow SECTION.
           MOVE SALDO(BANK-COUNTER,ACCOUNT-COUNTER,CURR-COUNTER)
               TO FORMATTED-SIGNED-SALDO
               DORM-LAST-ED,
               FIRST-OVERDRAWN-DATE(BANK-COUNTER,ACCOUNT-COUNTER,
                   CURR-COUNTER),
               FORMATTED-SIGNED-SALDO-3,
               ACCOUNT-TYPE(BANK-COUNTER,ACCOUNT-COUNTER),
               MONTH-DEBIT-COUNT(BANK-COUNTER,ACCOUNT-COUNTER))
               TO CKPT-LINE
           WRITE CHECKPOINT-F FROM CKPT-LINE
           .
           IF RUN-LOCKED
               EXIT SECTION
           END-IF
           IF RUN-PARTITION > 0
               PERFORM SelectPartition
               IF RUN-REFUSED
                   EXIT SECTION
               END-IF
           END-IF
           IF REPAIR-REQUESTED
               PERFORM RepairRun
           ELSE
      * anything is rewritten
      *****************************************************************
       BackupMasterSet SECTION.
      * each partition dumps the master as it found it, its own
      * rewind point for a resume; the dated set is the state before
      * the night and is taken by the first partition only
           IF PARTITIONED-RUN
               MOVE function concatenate(
                   'batchprocess/master_backup_', PROCESSING-DATE,
                   PART-SUFFIX, '.txt') TO MASTER-DUMP-NAME
               PERFORM DumpMasterFile
               MOVE function concatenate(
                   'batchprocess/master_backup_', PROCESSING-DATE,
                   '.txt') TO MASTER-DUMP-NAME
               OPEN INPUT MASTER-DUMP-DATA
               IF MSTDUMP-FILE-STATUS = "00"
                   CLOSE MASTER-DUMP-DATA
                   EXIT SECTION
               END-IF
           END-IF
           MOVE function concatenate(
               'batchprocess/master_backup_', PROCESSING-DATE,
               '.txt') TO MASTER-DUMP-NAME
           PERFORM DumpMasterFile
           MOVE "batchprocess/posting_refs.txt" TO REPORT-IN-NAME
           MOVE function concatenate(
           .

      * the indexed master dumps as one flat record image per line,
      * which MSTREST reloads key by key, to MASTER-DUMP-NAME
       DumpMasterFile SECTION.
           OPEN INPUT MASTER-ISAM-DATA
           IF MASTER-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           OPEN OUTPUT MASTER-DUMP-DATA
           IF MSTDUMP-FILE-STATUS NOT = "00"
               MOVE "BP0069" TO MSG-ID
           CLOSE MASTER-ISAM-DATA
           .

      * resuming a run that had already begun rewriting the master:
      * the master is put back as dumped when that run started, so
      * accounts not in the checkpoint are read at their opening state
       RestoreMasterFromDump SECTION.
           MOVE function concatenate(
               'batchprocess/master_backup_', PROCESSING-DATE,
               '.txt') TO MASTER-DUMP-NAME
           IF PARTITIONED-RUN
               MOVE function concatenate(
                   'batchprocess/master_backup_', PROCESSING-DATE,
                   PART-SUFFIX, '.txt') TO MASTER-DUMP-NAME
           END-IF
           OPEN INPUT MASTER-DUMP-DATA
           IF MSTDUMP-FILE-STATUS NOT = "00"
               MOVE "BP0114" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "MASTER ALREADY REWRITTEN AND ",
                   FUNCTION TRIM(MASTER-DUMP-NAME),
                   " NOT FOUND - RESUME REFUSED") TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               SET RUN-REFUSED TO TRUE
               EXIT SECTION
           END-IF
           OPEN OUTPUT MASTER-ISAM-DATA
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "BP0020" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN account_master.dat, ",
                   "STATUS=",
                   MASTER-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               SET RUN-REFUSED TO TRUE
               CLOSE MASTER-DUMP-DATA
               EXIT SECTION
           END-IF
           MOVE 'N' TO MASTER-EOF-SW
           PERFORM UNTIL MASTER-EOF
               READ MASTER-DUMP-DATA
                   AT END SET MASTER-EOF TO TRUE
                   NOT AT END
                       MOVE DUMP-LINE TO MASTER-REC
                       WRITE MASTER-REC
               END-READ
           END-PERFORM
           CLOSE MASTER-ISAM-DATA
           CLOSE MASTER-DUMP-DATA
           MOVE "BP0115" TO MSG-ID
           MOVE "W" TO MSG-SEVERITY
           MOVE function concatenate(
               "account_master.dat RESTORED FROM ",
               FUNCTION TRIM(MASTER-DUMP-NAME),
               " FOR THE RESUME") TO MSG-TEXT
           PERFORM LogMessage
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       CopyBackupFile SECTION.
           OPEN INPUT REPORT-IN-DATA
           IF RPTIN-FILE-STATUS NOT = "00"
                   BIDX-OLDEST-DATE, '.txt') TO BACKUP-WORK-NAME
               CALL "CBL_DELETE_FILE" USING BACKUP-WORK-NAME
               END-CALL
               PERFORM VARYING PART-SCAN FROM 1 BY 1
                   UNTIL PART-SCAN > PART-USED
                   MOVE function concatenate(
                       'batchprocess/master_backup_',
                       BIDX-OLDEST-DATE, '_P', PART-NUMBER(PART-SCAN),
                       '.txt') TO BACKUP-WORK-NAME
                   CALL "CBL_DELETE_FILE" USING BACKUP-WORK-NAME
                   END-CALL
               END-PERFORM
               PERFORM VARYING BIDX-INDEX FROM BIDX-OLDEST BY 1
                   UNTIL BIDX-INDEX >= BIDX-USED
                   MOVE BIDX-DATE(BIDX-INDEX + 1)

       ReleaseRunLock SECTION.
           IF LOCK-HELD
               MOVE RETURN-CODE TO SAVED-RETURN-CODE
               CALL "CBL_DELETE_FILE" USING
                   "batchprocess/run_lock.txt"
               END-CALL
               MOVE SAVED-RETURN-CODE TO RETURN-CODE
               MOVE 'N' TO LOCK-HELD-SW
           END-IF
           .

      *****************************************************************
      * Partitioned night run - the range of RUNPARTITION=nn is
      * checked against the other PARTITION definitions and the
      * partition marker before anything is opened
      *****************************************************************
       SelectPartition SECTION.
           MOVE "BP0117" TO MSG-ID
           MOVE "S" TO MSG-SEVERITY
           MOVE 0 TO PART-INDEX
           PERFORM VARYING PART-SCAN FROM 1 BY 1
               UNTIL PART-SCAN > PART-USED
               IF PART-NUMBER(PART-SCAN) = RUN-PARTITION
                   MOVE PART-SCAN TO PART-INDEX
               END-IF
           END-PERFORM
           EVALUATE TRUE
           WHEN PART-DEF-ERROR
               MOVE function concatenate(
                   "PARTITION DEFINITIONS IN ERROR - PARTITION ",
                   RUN-PARTITION, " NOT STARTED") TO MSG-TEXT
           WHEN PART-INDEX = 0
               MOVE function concatenate(
                   "PARTITION ", RUN-PARTITION,
                   " IS NOT DEFINED IN runparams.txt") TO MSG-TEXT
           WHEN REPAIR-REQUESTED
               MOVE function concatenate(
                   "REPAIR PASS CANNOT RUN AS PARTITION ",
                   RUN-PARTITION, " - RUN IT AFTER PARTMERGE")
                   TO MSG-TEXT
           WHEN OTHER
               MOVE SPACES TO MSG-TEXT
           END-EVALUATE
           IF MSG-TEXT NOT = SPACES
               PERFORM RefusePartitionRun
               EXIT SECTION
           END-IF
           MOVE PART-LOW-BANK(PART-INDEX) TO PART-LOW
           MOVE PART-HIGH-BANK(PART-INDEX) TO PART-HIGH
           SET PART-IS-LOWEST TO TRUE
           PERFORM VARYING PART-SCAN FROM 1 BY 1
               UNTIL PART-SCAN > PART-USED
               IF PART-SCAN NOT = PART-INDEX
                   IF PART-NUMBER(PART-SCAN) = RUN-PARTITION
                       OR (PART-LOW-BANK(PART-SCAN) <= PART-HIGH
                       AND PART-HIGH-BANK(PART-SCAN) >= PART-LOW)
                       MOVE function concatenate(
                           "PARTITION ", RUN-PARTITION,
                           " OVERLAPS PARTITION ",
                           PART-NUMBER(PART-SCAN),
                           " - CORRECT runparams.txt") TO MSG-TEXT
                   END-IF
                   IF PART-LOW-BANK(PART-SCAN) < PART-LOW
                       MOVE 'N' TO PART-LOWEST-SW
                   END-IF
               END-IF
           END-PERFORM
           IF MSG-TEXT NOT = SPACES
               PERFORM RefusePartitionRun
               EXIT SECTION
           END-IF
      * a period end posts year-end closing entries across all banks
      * and must run unpartitioned - the calendar is looked at here,
      * before any file is touched, and read again by the run
           PERFORM LoadCalendar
           MOVE 0 TO CALENDAR-USED
           IF CLOSE-MODE
               MOVE function concatenate(
                   "PERIOD CLOSE CANNOT RUN AS PARTITION ",
                   RUN-PARTITION, " - RUN THE CLOSE UNPARTITIONED")
                   TO MSG-TEXT
               PERFORM RefusePartitionRun
               EXIT SECTION
           END-IF
           SET PARTITIONED-RUN TO TRUE
           MOVE function concatenate('_P', RUN-PARTITION)
               TO PART-SUFFIX
           MOVE function concatenate('batchprocess/checkpoint',
               PART-SUFFIX, '.txt') TO CHECKPOINT-FILE-NAME
           MOVE function concatenate(
               'batchprocess/partition_control', PART-SUFFIX,
               '.txt') TO PART-CONTROL-NAME
           MOVE "BP0117" TO MSG-ID
           MOVE "I" TO MSG-SEVERITY
           MOVE function concatenate(
               "PARTITION ", RUN-PARTITION, " RUN - BANKS ",
               PART-LOW, " TO ", PART-HIGH) TO MSG-TEXT
           PERFORM LogMessage
           IF EDIT-ONLY-REQUESTED
               EXIT SECTION
           END-IF
      * the work files (checkpoint, master, posting references) hold
      * one partition's unfinished state at a time
           MOVE SPACES TO PART-ACTIVE-LINE
           MOVE PART-ACTIVE-NAME TO REPORT-IN-NAME
           OPEN INPUT REPORT-IN-DATA
           IF RPTIN-FILE-STATUS = "00"
               READ REPORT-IN-DATA
                   AT END CONTINUE
                   NOT AT END
                       MOVE REPORT-IN-LINE TO PART-ACTIVE-LINE
               END-READ
               CLOSE REPORT-IN-DATA
           END-IF
           MOVE "BP0118" TO MSG-ID
           MOVE "S" TO MSG-SEVERITY
           MOVE SPACES TO MSG-TEXT
           IF RESUME-REQUESTED
               IF PART-ACTIVE-LINE(1:2) NOT = RUN-PARTITION
                   MOVE function concatenate(
                       "NO UNFINISHED RUN OF PARTITION ",
                       RUN-PARTITION, " (partition_active.txt: ",
                       FUNCTION TRIM(PART-ACTIVE-LINE),
                       ") - RESUME REFUSED") TO MSG-TEXT
               END-IF
           ELSE
               IF PART-ACTIVE-LINE NOT = SPACES
                   AND PART-ACTIVE-LINE(1:2) NOT = RUN-PARTITION
                   MOVE function concatenate(
                       "PARTITION ", PART-ACTIVE-LINE(1:2),
                       " OF ", PART-ACTIVE-LINE(4:8),
                       " HAS NOT FINISHED - RESUME IT BEFORE ",
                       "STARTING PARTITION ", RUN-PARTITION)
                       TO MSG-TEXT
               END-IF
           END-IF
           IF MSG-TEXT NOT = SPACES
               PERFORM RefusePartitionRun
               EXIT SECTION
           END-IF
           IF NOT RESUME-REQUESTED
               MOVE PART-ACTIVE-NAME TO REPORT-OUT-NAME
               OPEN OUTPUT REPORT-OUT-DATA
               IF RPTOUT-FILE-STATUS = "00"
                   MOVE function concatenate(RUN-PARTITION, ' ',
                       PROCESSING-DATE, ' C', RUN-CYCLE)
                       TO REPORT-OUT-LINE
                   WRITE REPORT-OUT-F
                   CLOSE REPORT-OUT-DATA
               END-IF
           END-IF
      * the control file is the completion mark - a run that has
      * not finished leaves none behind for the merge to find
           CALL "CBL_DELETE_FILE" USING PART-CONTROL-NAME
           END-CALL
           .

       RefusePartitionRun SECTION.
           PERFORM LogMessage
           MOVE 16 TO RETURN-CODE
           SET RUN-REFUSED TO TRUE
           .

      * PART-CHECK-BANK inside the range of this run - an unpartitioned
      * run takes every bank, and a bank id that is not numeric goes
      * with the lowest range so it rejects exactly once
       CheckPartitionBank SECTION.
           SET PART-BANK-INSIDE TO TRUE
           IF PARTITIONED-RUN
               IF PART-CHECK-BANK IS NUMERIC
                   IF PART-CHECK-BANK-N < PART-LOW
                       OR PART-CHECK-BANK-N > PART-HIGH
                       SET PART-BANK-OUTSIDE TO TRUE
                   END-IF
               ELSE
                   IF NOT PART-IS-LOWEST
                       SET PART-BANK-OUTSIDE TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      * the unpaginated working files are kept as <stem>_Pnn for the
      * merge; a file this run did not write leaves no stale copy
       SavePartitionFragments SECTION.
           PERFORM VARYING PART-FRAGMENT-INDEX FROM 1 BY 1
               UNTIL PART-FRAGMENT-INDEX > 11
               MOVE SPACES TO PART-FRAGMENT-STEM
               MOVE SPACES TO PART-FRAGMENT-EXT
               UNSTRING PART-FRAGMENT-BASE(PART-FRAGMENT-INDEX)
                   DELIMITED BY '.'
                   INTO PART-FRAGMENT-STEM PART-FRAGMENT-EXT
               END-UNSTRING
               MOVE function concatenate('batchprocess/',
                   FUNCTION TRIM(
                       PART-FRAGMENT-BASE(PART-FRAGMENT-INDEX)))
                   TO REPORT-IN-NAME
               MOVE function concatenate('batchprocess/',
                   FUNCTION TRIM(PART-FRAGMENT-STEM), PART-SUFFIX,
                   '.', FUNCTION TRIM(PART-FRAGMENT-EXT))
                   TO REPORT-OUT-NAME
               CALL "CBL_DELETE_FILE" USING REPORT-OUT-NAME
               END-CALL
               PERFORM CopyBackupFile
           END-PERFORM
           .

      * written last, so its presence tells the merge the partition
      * finished: RUN date(6:8) cycle(15:2) read(18:10) posted(29:10)
      * rejected(40:10) rc(51:2) partition(54:2) low(57:5)
      * high(63:5) left(69:10), a RECN line per currency carrying
      * the recon history line from column 6, a FILE line per
      * branch file: name(6:40) taken(47:10) left(58:10), and per
      * currency the transfer legs - XFRO those written, XFRI those
      * taken, marked T when written tonight and E when earlier:
      * currency(6:3) count(10:10) amount(21:16) marker(38:1)
       WritePartitionControl SECTION.
           MOVE PART-CONTROL-NAME TO REPORT-OUT-NAME
           OPEN OUTPUT REPORT-OUT-DATA
           IF RPTOUT-FILE-STATUS NOT = "00"
               MOVE "BP0118" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT WRITE ", FUNCTION TRIM(PART-CONTROL-NAME),
                   ", STATUS=", RPTOUT-FILE-STATUS,
                   " - PARTITION NOT MERGEABLE") TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE RETURN-CODE TO PART-RC-ED
           MOVE function concatenate('RUN  ', PROCESSING-DATE, ' ',
               RUN-CYCLE, ' ', TRANSACTIONS-READ-COUNT, ' ',
               POSTED-COUNT, ' ', REJECTED-COUNT, ' ', PART-RC-ED,
               ' ', RUN-PARTITION, ' ', PART-LOW, ' ', PART-HIGH,
               ' ', PART-LEFT-COUNT) TO REPORT-OUT-LINE
           WRITE REPORT-OUT-F
           PERFORM VARYING CC-INDEX FROM 1 BY 1
               UNTIL CC-INDEX > CONTROL-CURR-USED
               PERFORM BuildReconHistoryLine
               MOVE function concatenate('RECN ', RH2-LINE)
                   TO REPORT-OUT-LINE
               WRITE REPORT-OUT-F
           END-PERFORM
           PERFORM VARYING BRANCH-INDEX FROM 1 BY 1
               UNTIL BRANCH-INDEX > BRANCH-USED
               MOVE function concatenate('FILE ',
                   BRANCH-FILE-NAME(BRANCH-INDEX), ' ',
                   BRANCH-READ-COUNT(BRANCH-INDEX), ' ',
                   BRANCH-LEFT-COUNT(BRANCH-INDEX))
                   TO REPORT-OUT-LINE
               WRITE REPORT-OUT-F
           END-PERFORM
           PERFORM VARYING LEG-STAT-INDEX FROM 1 BY 1
               UNTIL LEG-STAT-INDEX > LEG-STAT-USED
               PERFORM WriteLegControlLines
           END-PERFORM
           CLOSE REPORT-OUT-DATA
           CALL "CBL_DELETE_FILE" USING PART-ACTIVE-NAME
           END-CALL
           .

       WriteLegControlLines SECTION.
           IF LEG-OUT-COUNT(LEG-STAT-INDEX) > 0
               MOVE LEG-OUT-AMOUNT(LEG-STAT-INDEX) TO LEG-AMOUNT-ED
               MOVE function concatenate('XFRO ',
                   LEG-STAT-CURRENCY(LEG-STAT-INDEX), ' ',
                   LEG-OUT-COUNT(LEG-STAT-INDEX), ' ', LEG-AMOUNT-ED)
                   TO REPORT-OUT-LINE
               WRITE REPORT-OUT-F
           END-IF
           IF LEG-IN-COUNT(LEG-STAT-INDEX) > 0
               MOVE LEG-IN-AMOUNT(LEG-STAT-INDEX) TO LEG-AMOUNT-ED
               MOVE function concatenate('XFRI ',
                   LEG-STAT-CURRENCY(LEG-STAT-INDEX), ' ',
                   LEG-IN-COUNT(LEG-STAT-INDEX), ' ', LEG-AMOUNT-ED,
                   ' T') TO REPORT-OUT-LINE
               WRITE REPORT-OUT-F
           END-IF
           IF LEG-EARLIER-COUNT(LEG-STAT-INDEX) > 0
               MOVE LEG-EARLIER-AMOUNT(LEG-STAT-INDEX)
                   TO LEG-AMOUNT-ED
               MOVE function concatenate('XFRI ',
                   LEG-STAT-CURRENCY(LEG-STAT-INDEX), ' ',
                   LEG-EARLIER-COUNT(LEG-STAT-INDEX), ' ',
                   LEG-AMOUNT-ED, ' E') TO REPORT-OUT-LINE
               WRITE REPORT-OUT-F
           END-IF
           .

      *****************************************************************
      * Repair pass - the reject file is read back as input, each
      * record re-validated and posted if it now passes; still-
           IF REPAIR-ABORTED
               EXIT SECTION
           END-IF
           PERFORM OpenAccountWork
           IF NOT ACCOUNT-WORK-OPEN
               SET REPAIR-ABORTED TO TRUE
               EXIT SECTION
           END-IF
           PERFORM BackupMasterSet
           PERFORM EstablishAuditChain
           OPEN OUTPUT REJECT-DATA
           OPEN EXTEND AUDIT-DATA
           OPEN EXTEND GL-EXTRACT-DATA
           OPEN EXTEND COMPLIANCE-REVIEW-DATA
           OPEN EXTEND ADVICE-LETTER-DATA
           PERFORM OpenHeldAdvices
           PERFORM OpenDirectDebitReturns
           IF GLEXT-FILE-STATUS = "00"
               SET GL-EXTRACT-OPEN TO TRUE
           END-IF
           PERFORM LoadAccountStatusMaintenance
           PERFORM LoadAccountMaster
           PERFORM LoadOverdraftFacilities
           PERFORM LoadProductCatalog
           PERFORM LoadInterestRates
           PERFORM LoadFeeSchedule
           PERFORM LoadFxRates
           PERFORM LoadComplianceLimits
           PERFORM LoadAdviceThresholds
           PERFORM LoadVelocityLimits
           PERFORM LoadMandates
           PERFORM LoadChequeRegister
           PERFORM LoadHolds
           PERFORM LoadLegalEntities
           PERFORM LoadBankMaster
           PERFORM LoadCheckDigitSchemes
           PERFORM LoadValidCurrencies
           PERFORM LoadCalendar
           PERFORM LoadCustomerMaster
           PERFORM LoadAccountHolders
           PERFORM LoadCustomerAddresses
           PERFORM LoadWatchlist
           PERFORM LoadScreeningReview
           PERFORM LoadPeriodCategories
           PERFORM LoadPostingRefs
           PERFORM LoadDebitCounts
           PERFORM LoadOutboundRegister
           PERFORM VARYING REPAIR-INDEX FROM 1 BY 1
               UNTIL REPAIR-INDEX > REPAIR-USED
               PERFORM RepairOneReject
           IF ADVICE-FILE-OPEN
               CLOSE ADVICE-LETTER-DATA
           END-IF
           IF ADVICE-HELD-FILE-OPEN
               CLOSE ADVICE-HELD-DATA
               MOVE 'N' TO ADVICE-HELD-OPEN-SW
           END-IF
           IF DD-RETURNS-OPEN
               CLOSE DD-RETURN-DATA
               MOVE 'N' TO DD-RETURNS-OPEN-SW
           END-IF
           CLOSE REJECT-DATA
           CLOSE AUDIT-DATA
           .

      * resume and repair passes add to tonight's held advices
       OpenHeldAdvices SECTION.
           OPEN EXTEND ADVICE-HELD-DATA
           IF ADVHELD-FILE-STATUS = "35"
               OPEN OUTPUT ADVICE-HELD-DATA
           END-IF
           IF ADVHELD-FILE-STATUS = "00"
               SET ADVICE-HELD-FILE-OPEN TO TRUE
           END-IF
           .

      * resume and repair passes add to tonight's returns
       OpenDirectDebitReturns SECTION.
           OPEN EXTEND DD-RETURN-DATA
           IF DDRET-FILE-STATUS = "35"
               OPEN OUTPUT DD-RETURN-DATA
           END-IF
           IF DDRET-FILE-STATUS = "00"
               SET DD-RETURNS-OPEN TO TRUE
           END-IF
           .

       LoadRejectsForRepair SECTION.
           .

       RepairOneReject SECTION.
           PERFORM TrimAccountCache
           MOVE REPAIR-RECORD(REPAIR-INDEX) TO TRANSACTION
           MOVE REPAIR-RECORD(REPAIR-INDEX) TO TRANSACTION-F
           IF REPAIR-PRIOR-CYCLE(REPAIR-INDEX) < 99

       NormalRun SECTION.
           PERFORM ProbeBranchFiles
           PERFORM OpenAccountWork
           IF NOT ACCOUNT-WORK-OPEN
               SET RUN-REFUSED TO TRUE
               EXIT SECTION
           END-IF
           PERFORM InitializeRestart
           IF RUN-REFUSED
               EXIT SECTION
           END-IF
           IF RESUMING AND MASTER-SAVE-BEGUN
               PERFORM RestoreMasterFromDump
               IF RUN-REFUSED
                   EXIT SECTION
               END-IF
           END-IF
           IF NOT RESUMING AND NOT EDIT-ONLY-REQUESTED
               PERFORM BackupMasterSet
           END-IF
           IF NOT EDIT-ONLY-REQUESTED
               PERFORM EstablishAuditChain
           END-IF
           EVALUATE TRUE
           WHEN EDIT-ONLY-REQUESTED
               OPEN OUTPUT REJECT-DATA
               OPEN EXTEND GL-EXTRACT-DATA
               OPEN EXTEND COMPLIANCE-REVIEW-DATA
               OPEN EXTEND ADVICE-LETTER-DATA
               PERFORM OpenHeldAdvices
               PERFORM OpenDirectDebitReturns
           WHEN OTHER
               OPEN OUTPUT REJECT-DATA
               OPEN OUTPUT AUDIT-DATA
               OPEN OUTPUT GL-EXTRACT-DATA
               OPEN OUTPUT COMPLIANCE-REVIEW-DATA
               OPEN OUTPUT ADVICE-LETTER-DATA
               OPEN OUTPUT ADVICE-HELD-DATA
               IF ADVHELD-FILE-STATUS = "00"
                   SET ADVICE-HELD-FILE-OPEN TO TRUE
               END-IF
               OPEN OUTPUT DD-RETURN-DATA
               IF DDRET-FILE-STATUS = "00"
                   SET DD-RETURNS-OPEN TO TRUE
               END-IF
           END-EVALUATE
           IF NOT EDIT-ONLY-REQUESTED
               IF COMPREV-FILE-STATUS = "00"
                   PERFORM LogMessage
                   MOVE 16 TO RETURN-CODE
               END-IF
               PERFORM OpenTransferLegs
           END-IF
      * a resume has its touched accounts back from the checkpoint
      * already; the master still serves every other account
           PERFORM LoadMasterFile
           IF NOT RESUMING
               IF MASTER-PRESENT
                   IF NOT EDIT-ONLY-REQUESTED
                       PERFORM RegenerateOpeningBalances
           PERFORM LoadAccountStatusMaintenance
           PERFORM LoadAccountMaster
           PERFORM LoadOverdraftFacilities
           PERFORM LoadProductCatalog
           PERFORM LoadInterestRates
           PERFORM LoadFeeSchedule
           PERFORM LoadFxRates
           PERFORM LoadComplianceLimits
           PERFORM LoadAdviceThresholds
           PERFORM LoadVelocityLimits
           PERFORM LoadMandates
           PERFORM LoadChequeRegister
           PERFORM LoadHolds
           PERFORM LoadLegalEntities
           PERFORM LoadBankMaster
           PERFORM LoadCheckDigitSchemes
           PERFORM LoadValidCurrencies
           PERFORM LoadCalendar
           PERFORM LoadCustomerMaster
           PERFORM LoadAccountHolders
           PERFORM LoadCustomerAddresses
           PERFORM LoadWatchlist
           PERFORM LoadScreeningReview
           PERFORM LoadPeriodCategories
           PERFORM LoadProcessedRegister
           PERFORM LoadStructuringHistory
           PERFORM LoadOutboundRegister
           IF NOT RESUMING
               PERFORM LoadPostingRefs
               PERFORM LoadDebitCounts
               PERFORM ProcessOutboundReturns
               PERFORM ProcessStandingOrders
               PERFORM ProcessLoanInstallments
               PERFORM ProcessTermDeposits
           ELSE
               PERFORM LoadTermDepositRegister
           END-IF
           PERFORM VARYING BRANCH-INDEX FROM 1 BY 1
               UNTIL BRANCH-INDEX > BRANCH-USED
           END-PERFORM
           PERFORM LoadPendingTransactions
           PERFORM LoadReferralsForRelease
           IF NOT EDIT-ONLY-REQUESTED
               PERFORM LoadTransferLegs
           END-IF
           PERFORM ProcessStoredTransactions
           PERFORM ProcessBulkSets
           IF NOT EDIT-ONLY-REQUESTED
               PERFORM ProcessSweeps
           END-IF
           PERFORM AccrueInterest
           IF NOT EDIT-ONLY-REQUESTED
               PERFORM ProcessCloseRequests
           IF ADVICE-FILE-OPEN
               CLOSE ADVICE-LETTER-DATA
           END-IF
           IF ADVICE-HELD-FILE-OPEN
               CLOSE ADVICE-HELD-DATA
               MOVE 'N' TO ADVICE-HELD-OPEN-SW
           END-IF
           IF DD-RETURNS-OPEN
               CLOSE DD-RETURN-DATA
               MOVE 'N' TO DD-RETURNS-OPEN-SW
           END-IF
           IF XFER-OUT-OPEN
               CLOSE XFER-OUT-DATA
               MOVE 'N' TO XFER-OUT-OPEN-SW
           END-IF
           CLOSE REJECT-DATA
           IF NOT EDIT-ONLY-REQUESTED
               CLOSE AUDIT-DATA
                       TO BRANCH-ACK-NAME(BRANCH-USED)
               END-IF
           END-IF
      * each partition acknowledges the records it took, in
      * ack-nnn_Pnn.txt
           IF PARTITIONED-RUN
               PERFORM VARYING BRANCH-INDEX FROM 1 BY 1
                   UNTIL BRANCH-INDEX > BRANCH-USED
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(
                       BRANCH-ACK-NAME(BRANCH-INDEX))) TO PART-NAME-LEN
                   MOVE function concatenate(
                       BRANCH-ACK-NAME(BRANCH-INDEX)
                           (1:PART-NAME-LEN - 4),
                       PART-SUFFIX, '.txt')
                       TO BRANCH-ACK-NAME(BRANCH-INDEX)
               END-PERFORM
           END-IF
           .

      * a replayed teller journal is renamed to its dated copy so
      * new day's journal can legitimately repeat yesterday's count
      * and amount hash
           MOVE 'N' TO FILE-ALREADY-SW
           MOVE INPUT-FILE-NAME TO PART-REGISTER-KEY
           IF PARTITIONED-RUN
               MOVE function concatenate(
                   FUNCTION TRIM(INPUT-FILE-NAME), ' P',
                   RUN-PARTITION) TO PART-REGISTER-KEY
           END-IF
           IF INPUT-FILE-NAME NOT =
               "batchprocess/teller_journal.txt"
               PERFORM PrescanInputFile
                           PERFORM ProcessBulkHeader
                       WHEN TRANSACTION(1:3) = 'BTR'
                           MOVE 'N' TO BULK-COLLECT-SW
                       WHEN BULK-COLLECTING AND BULK-SET-PASSED
                           PERFORM AccumulateBatchActuals
                           PERFORM LeaveToOtherPartition
                       WHEN BULK-COLLECTING
                           ADD 1 TO TRANSACTIONS-READ-COUNT
                           PERFORM AccumulateBatchActuals
                           PERFORM CollectBulkDetail
                       WHEN OTHER
                           PERFORM AccumulateBatchActuals
                           MOVE TR-BANK-ID-X TO PART-CHECK-BANK
                           PERFORM CheckPartitionBank
                           IF PART-BANK-OUTSIDE
                               PERFORM LeaveToOtherPartition
                           ELSE
                               ADD 1 TO TRANSACTIONS-READ-COUNT
                               PERFORM StoreTransaction
                           END-IF
                       END-EVALUATE
                   END-IF
               END-PERFORM
      * incomplete set must reject as a whole, never half-post
               IF BULK-COLLECTING
                   MOVE 'N' TO BULK-COLLECT-SW
                   IF BULK-SET-USED > 0 AND NOT BULK-SET-PASSED
                       MOVE 'Y' TO
                           BULK-SET-BROKEN-SW(BULK-SET-USED)
                   END-IF
           END-IF
           .

      * a record of another partition's range is counted against its
      * branch file, so the merge can prove every record was taken
      * by exactly one partition
       LeaveToOtherPartition SECTION.
           ADD 1 TO BRANCH-LEFT-COUNT(BRANCH-INDEX)
           ADD 1 TO PART-LEFT-COUNT
           .

      *****************************************************************
      * Processed-file register - refuses a branch file the run has
      * already consumed
               CLOSE TRANSACTIONS
               PERFORM VARYING PFREG-INDEX FROM 1 BY 1
                   UNTIL PFREG-INDEX > PFREG-USED
                   IF PFREG-COUNT(PFREG-INDEX) = PRESCAN-COUNT
                       AND PFREG-HASH(PFREG-INDEX) = PRESCAN-HASH
                       PERFORM MatchRegisterName
                   END-IF
               END-PERFORM
           END-IF
           .

      * the whole file posted unpartitioned counts for every
      * partition, and any partition's slice counts for an
      * unpartitioned rerun of the file
       MatchRegisterName SECTION.
           IF PFREG-NAME(PFREG-INDEX) = INPUT-FILE-NAME
               OR PFREG-NAME(PFREG-INDEX) = PART-REGISTER-KEY
               SET FILE-ALREADY-PROCESSED TO TRUE
           END-IF
           IF NOT PARTITIONED-RUN
               MOVE FUNCTION LENGTH(FUNCTION TRIM(INPUT-FILE-NAME))
                   TO PART-NAME-LEN
               IF PFREG-NAME(PFREG-INDEX)(1:PART-NAME-LEN + 2) =
                   function concatenate(
                       FUNCTION TRIM(INPUT-FILE-NAME), ' P')
                   SET FILE-ALREADY-PROCESSED TO TRUE
               END-IF
           END-IF
           .

      * the register keeps one entry per file name - a new content
      * hash replaces the old entry
       NoteFileProcessed SECTION.
           MOVE 'N' TO CURRENCY-FOUND-SW
           PERFORM VARYING PFREG-INDEX FROM 1 BY 1
               UNTIL PFREG-INDEX > PFREG-USED
               IF PFREG-NAME(PFREG-INDEX) = PART-REGISTER-KEY
                   MOVE PROCESSING-DATE TO PFREG-DATE(PFREG-INDEX)
                   MOVE PRESCAN-COUNT TO PFREG-COUNT(PFREG-INDEX)
                   MOVE PRESCAN-HASH TO PFREG-HASH(PFREG-INDEX)
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CURRENCY-FOUND AND PFREG-USED < 200
               ADD 1 TO PFREG-USED
               MOVE PART-REGISTER-KEY TO PFREG-NAME(PFREG-USED)
               MOVE PROCESSING-DATE TO PFREG-DATE(PFREG-USED)
               MOVE PRESCAN-COUNT TO PFREG-COUNT(PFREG-USED)
               MOVE PRESCAN-HASH TO PFREG-HASH(PFREG-USED)
           END-IF
           .

       LoadProcessedRegister SECTION.
           OPEN INPUT PROCESSED-FILE-DATA
           IF PROCFILE-FILE-STATUS = "00"
               MOVE 'N' TO PFREG-EOF-SW
               PERFORM UNTIL PFREG-EOF
                   READ PROCESSED-FILE-DATA
                       AT END SET PFREG-EOF TO TRUE
                       NOT AT END
                           IF PF-COUNT-F IS NUMERIC
                               AND PF-HASH-F IS NUMERIC
                               AND PFREG-USED < 200
                               ADD 1 TO PFREG-USED
                               MOVE PF-NAME-F
                                   TO PFREG-NAME(PFREG-USED)
                               IF PF-DATE-F IS NUMERIC
                                   MOVE PF-DATE-F
                                       TO PFREG-DATE(PFREG-USED)
                               ELSE
                                   MOVE 0 TO PFREG-DATE(PFREG-USED)
                               END-IF
                               MOVE PF-COUNT-F
                                   TO PFREG-COUNT(PFREG-USED)
                               MOVE PF-HASH-N
                                   TO PFREG-HASH(PFREG-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROCESSED-FILE-DATA
           END-IF
           .

       RewriteProcessedRegister SECTION.
           OPEN OUTPUT PROCESSED-FILE-DATA
           IF PROCFILE-FILE-STATUS NOT = "00"
               MOVE "BP0064" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE processed_files.txt, STATUS=",
                   PROCFILE-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
           ELSE
               PERFORM VARYING PFREG-INDEX FROM 1 BY 1
                   UNTIL PFREG-INDEX > PFREG-USED
                   MOVE PFREG-NAME(PFREG-INDEX) TO PF-NAME-F
                   MOVE PFREG-DATE(PFREG-INDEX) TO PF-DATE-F
                   MOVE PFREG-COUNT(PFREG-INDEX) TO PF-COUNT-F
                   MOVE PFREG-HASH(PFREG-INDEX) TO PF-HASH-N
                   WRITE PROCESSED-FILE-F
               END-PERFORM
               CLOSE PROCESSED-FILE-DATA
           END-IF
           .

      *****************************************************************
      * Pending warehouse - parked future-dated records come back
      * into the staging store once PROCESSING-DATE reaches their
      * value date; the rest carry forward in the file
      *****************************************************************
       LoadPendingTransactions SECTION.
           OPEN INPUT PENDING-DATA
           IF PENDING-FILE-STATUS = "00"
               MOVE 0 TO BRANCH-INDEX
               MOVE 'N' TO PEND-EOF-SW
               PERFORM UNTIL PEND-EOF
                   READ PENDING-DATA
                       AT END SET PEND-EOF TO TRUE
                       NOT AT END PERFORM ReleaseOrCarryPending
                   END-READ
               END-PERFORM
               CLOSE PENDING-DATA
           END-IF
           .

      * a full carry table releases the overflow into the store
      * instead of dropping it - the record then re-pends or lands
      * on reject.txt where the operator can see it
       ReleaseOrCarryPending SECTION.
           MOVE PEND-LINE TO TRANSACTION
      * another partition's parked records stay parked for it
           MOVE TR-BANK-ID-X TO PART-CHECK-BANK
           PERFORM CheckPartitionBank
           IF ((TR-DATE-X IS NUMERIC AND TR-DATE > PROCESSING-DATE)
               OR PART-BANK-OUTSIDE)
               AND PEND-USED < 500
               ADD 1 TO PEND-USED
               MOVE PEND-LINE TO PEND-ENTRY(PEND-USED)
           ELSE
               ADD 1 TO RELEASED-COUNT
               PERFORM StoreTransaction
           END-IF
           .

       RewritePendingTransactions SECTION.
           OPEN OUTPUT PENDING-DATA
           IF PENDING-FILE-STATUS NOT = "00"
               MOVE "BP0045" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE pending_transactions.txt, STATUS=",
                   PENDING-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING PEND-INDEX FROM 1 BY 1
                   UNTIL PEND-INDEX > PEND-USED
                   MOVE PEND-ENTRY(PEND-INDEX) TO PEND-LINE
                   WRITE PENDING-F FROM PEND-LINE
               END-PERFORM
               CLOSE PENDING-DATA
           END-IF
           .

      *****************************************************************
      * Transfer legs between partitions - the legs other partitions
      * handed to this one (xfer_in_Pnn.txt) are staged with the
      * input and post in value-date order; an unpartitioned run
      * takes what is waiting for every defined partition. At the end
      * the staged legs leave the files and the legs this run wrote
      * are filed to their partitions.
      *****************************************************************
       OpenTransferLegs SECTION.
           IF RESUMING
               OPEN EXTEND XFER-OUT-DATA
               IF XFEROUT-FILE-STATUS = "35"
                   OPEN OUTPUT XFER-OUT-DATA
               END-IF
           ELSE
               OPEN OUTPUT XFER-OUT-DATA
           END-IF
           IF XFEROUT-FILE-STATUS = "00"
               SET XFER-OUT-OPEN TO TRUE
           ELSE
               MOVE "BP0135" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN xfer_out.txt, STATUS=",
                   XFEROUT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           END-IF
           .

       LoadTransferLegs SECTION.
           MOVE 0 TO LEG-USED
           IF PARTITIONED-RUN
               MOVE RUN-PARTITION TO LEG-FILE-PART
               PERFORM LoadTransferLegFile
           ELSE
               PERFORM VARYING PART-SCAN FROM 1 BY 1
                   UNTIL PART-SCAN > PART-USED
                   MOVE PART-NUMBER(PART-SCAN) TO LEG-FILE-PART
                   PERFORM LoadTransferLegFile
               END-PERFORM
           END-IF
           IF LEG-TABLE-FULL
               MOVE "BP0137" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate("TRANSFER LEG TABLE OR ",
                   "TRANSACTION STORE FULL - THE REMAINING LEGS ",
                   "WAIT IN xfer_in FOR THE NEXT RUN") TO MSG-TEXT
               MOVE RETURN-CODE TO SAVED-RETURN-CODE
               PERFORM LogMessage
               MOVE SAVED-RETURN-CODE TO RETURN-CODE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               MOVE 'N' TO LEG-FULL-SW
           END-IF
           .

       LoadTransferLegFile SECTION.
           MOVE function concatenate('batchprocess/xfer_in_P',
               LEG-FILE-PART, '.txt') TO XFER-IN-NAME
           OPEN INPUT XFER-IN-DATA
           IF XFERIN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 0 TO BRANCH-INDEX
           MOVE 'N' TO XFER-EOF-SW
           PERFORM UNTIL XFER-EOF
               READ XFER-IN-DATA
                   AT END SET XFER-EOF TO TRUE
                   NOT AT END PERFORM StageOrCarryLeg
               END-READ
           END-PERFORM
           CLOSE XFER-IN-DATA
           .

      * a leg for a bank outside the range, or one the store or the
      * leg table has no room for, stays in the file for a later run
       StageOrCarryLeg SECTION.
           MOVE XFER-IN-LINE TO TRANSFER-LEG
           MOVE XL-BANK-ID TO PART-CHECK-BANK
           PERFORM CheckPartitionBank
           IF PART-BANK-OUTSIDE
               EXIT SECTION
           END-IF
           IF LEG-USED >= LEG-MAX OR TXN-USED >= TXN-MAX
               SET LEG-TABLE-FULL TO TRUE
               EXIT SECTION
           END-IF
           ADD 1 TO LEG-USED
           MOVE TRANSFER-LEG TO LEG-LINE(LEG-USED)
           MOVE XL-TRANSACTION TO TRANSACTION
           MOVE 'L' TO STAGING-REFERRAL-SW
           PERFORM StoreTransaction
           MOVE 'N' TO STAGING-REFERRAL-SW
           MOVE TXN-USED TO LEG-SEQ(LEG-USED)
      * a leg of tonight's date and cycle was written by a partition
      * that ran before this one; the rest waited from an earlier run
           PERFORM FindLegStat
           IF LEG-STAT-INDEX > 0
               IF XL-ORIGIN-DATE = PROCESSING-DATE
                   AND XL-ORIGIN-CYCLE = RUN-CYCLE
                   ADD 1 TO LEG-IN-COUNT(LEG-STAT-INDEX)
                   ADD LEG-SIGNED-AMOUNT
                       TO LEG-IN-AMOUNT(LEG-STAT-INDEX)
               ELSE
                   ADD 1 TO LEG-EARLIER-COUNT(LEG-STAT-INDEX)
                   ADD LEG-SIGNED-AMOUNT
                       TO LEG-EARLIER-AMOUNT(LEG-STAT-INDEX)
               END-IF
           END-IF
           .

      * expects TRANSFER-LEG; gives LEG-STAT-INDEX for its currency
      * (0 when the table is full) and LEG-SIGNED-AMOUNT, debits
      * negative
       FindLegStat SECTION.
           IF XL-IS-DEBIT
               COMPUTE LEG-SIGNED-AMOUNT = 0 - XL-AMOUNT
           ELSE
               MOVE XL-AMOUNT TO LEG-SIGNED-AMOUNT
           END-IF
           PERFORM VARYING LEG-STAT-INDEX FROM 1 BY 1
               UNTIL LEG-STAT-INDEX > LEG-STAT-USED
               IF LEG-STAT-CURRENCY(LEG-STAT-INDEX) = XL-CURRENCY
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF LEG-STAT-USED >= 10
               MOVE 0 TO LEG-STAT-INDEX
               EXIT SECTION
           END-IF
           ADD 1 TO LEG-STAT-USED
           MOVE LEG-STAT-USED TO LEG-STAT-INDEX
           INITIALIZE LEG-STAT-ENTRY(LEG-STAT-INDEX)
           MOVE XL-CURRENCY TO LEG-STAT-CURRENCY(LEG-STAT-INDEX)
           .

      * the staged record is found again by its arrival sequence
       ApplyTransferLeg SECTION.
           MOVE 0 TO LEG-MATCH-INDEX
           PERFORM VARYING LEG-INDEX FROM 1 BY 1
               UNTIL LEG-INDEX > LEG-USED
               IF LEG-SEQ(LEG-INDEX) = TXN-SEQ(TXN-INDEX)
                   MOVE LEG-INDEX TO LEG-MATCH-INDEX
               END-IF
           END-PERFORM
           IF LEG-MATCH-INDEX = 0
               SET REJECTED TO TRUE
               MOVE 'TRANSFER-LEG-NOT-FOUND' TO REJECT-REASON
               PERFORM WriteReject
               ADD 1 TO REJECTED-COUNT
               EXIT SECTION
           END-IF
           MOVE LEG-LINE(LEG-MATCH-INDEX) TO TRANSFER-LEG
           PERFORM PostTransferLeg
           IF NOT REJECTED
               EXIT SECTION
           END-IF
      * a credit that cannot post goes back to the debited account;
      * a returned transfer or a reversal movement that cannot post
      * waits on reject.txt for the repair pass
           IF XL-TRANSFER-CREDIT
               PERFORM ReturnTransferLeg
           ELSE
               PERFORM WriteReject
               ADD 1 TO REJECTED-COUNT
           END-IF
           .

      * expects TRANSACTION and TRANSFER-LEG - the account of the leg
      * is checked and the leg posted; a reversal movement posts as
      * PostReversalMovement posts it
       PostTransferLeg SECTION.
           PERFORM SearchBank
           IF BANK-CAPACITY-EXCEEDED
               SET REJECTED TO TRUE
               MOVE 'BANK-CAPACITY-EXCEEDED' TO REJECT-REASON
               IF BANK-OUTSIDE-PARTITION
                   MOVE 'BANK-IN-OTHER-PARTITION' TO REJECT-REASON
               END-IF
           END-IF
           IF NOT REJECTED
               PERFORM SearchAccount
               IF ACCOUNT-CAPACITY-EXCEEDED
                   SET REJECTED TO TRUE
                   MOVE 'ACCOUNT-CAPACITY-EXCEEDED' TO REJECT-REASON
               END-IF
           END-IF
           IF NOT REJECTED AND NOT XL-REVERSAL-MOVEMENT
               IF ACCT-CLOSED(BANK-INDEX,ACCOUNT-INDEX)
                   OR ACCT-FROZEN(BANK-INDEX,ACCOUNT-INDEX)
                   SET REJECTED TO TRUE
                   MOVE 'ACCOUNT-NOT-OPEN' TO REJECT-REASON
               END-IF
           END-IF
           IF NOT REJECTED
               PERFORM SearchCurrency
               IF CURRENCY-CAPACITY-EXCEEDED
                   SET REJECTED TO TRUE
                   MOVE 'CURRENCY-CAPACITY-EXCEEDED' TO REJECT-REASON
               END-IF
           END-IF
           IF NOT REJECTED AND XL-TRANSFER-CREDIT
               PERFORM CheckProductRules
               IF PRODUCT-BREACH NOT = SPACES
                   SET REJECTED TO TRUE
                   MOVE function concatenate('DEST-', PRODUCT-BREACH)
                       TO REJECT-REASON
               END-IF
           END-IF
           IF REJECTED
               EXIT SECTION
           END-IF
           IF XL-REVERSAL-MOVEMENT
               SET MAINTENANCE-LOAD TO TRUE
               MOVE XL-ORIGIN-REF TO AUDIT-REV-REF
               SET AUDIT-REVERSAL-POSTING TO TRUE
           END-IF
           PERFORM AddToSaldo
           PERFORM AccumulateCategory
           MOVE 'N' TO AUDIT-REVERSAL-SW
           MOVE 'N' TO MAINTENANCE-LOAD-SW
           .

      * the credit goes back to the source account - at once when
      * that bank is in this run, else as a returned transfer to the
      * partition that owns it. A return that cannot go anywhere is
      * left on reject.txt as the credit it is.
       ReturnTransferLeg SECTION.
           MOVE REJECT-REASON TO LEG-RETURN-REASON
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           MOVE "BP0134" TO MSG-ID
           MOVE "W" TO MSG-SEVERITY
           MOVE function concatenate("TRANSFER CREDIT TO ",
               XL-BANK-ID, " ", XL-ACCOUNT-ID, " RETURNED TO ",
               XL-SOURCE-BANK, " ", XL-SOURCE-ACCOUNT, " - ",
               LEG-RETURN-REASON) TO MSG-TEXT
           PERFORM LogMessage
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           MOVE XL-SOURCE-BANK TO TR-BANK-ID-X
           MOVE XL-SOURCE-ACCOUNT TO TR-ACCOUNT-ID-X
           MOVE XL-SOURCE-AMOUNT TO TR-AMOUNT
           MOVE XL-SOURCE-CURRENCY TO TR-CURRENCY
           MOVE 'C' TO TR-DR-CR
           MOVE function concatenate('RETURNED TRANSFER to ',
               XL-BANK-ID, ' ', XL-ACCOUNT-ID, ' ',
               LEG-RETURN-REASON) TO TR-COMMENT
           MOVE TRANSACTION TO XL-TRANSACTION
           SET XL-RETURNED-TRANSFER TO TRUE
           SET NOT-REJECTED TO TRUE
           MOVE SPACES TO REJECT-REASON
           MOVE TR-BANK-ID-X TO PART-CHECK-BANK
           PERFORM CheckPartitionBank
           IF PART-BANK-INSIDE
               MOVE function concatenate('RETURNED REASON=',
                   LEG-RETURN-REASON) TO LEG-DISPOSITION
               SET LEG-DISPOSITION-NOTED TO TRUE
               PERFORM PostTransferLeg
           ELSE
               MOVE TR-BANK-ID-X TO LEG-CHECK-BANK
               PERFORM FindLegPartition
               IF LEG-PARTITION > 0 AND XFER-OUT-OPEN
                   MOVE function concatenate('RETURNED TO P',
                       LEG-PARTITION, ' ', LEG-RETURN-REASON)
                       TO LEG-DISPOSITION
                   PERFORM WriteTransferLeg
               ELSE
                   SET REJECTED TO TRUE
                   MOVE 'RETURN-NOT-DELIVERABLE' TO REJECT-REASON
               END-IF
           END-IF
           IF REJECTED
               MOVE 'N' TO LEG-DISPOSITION-SW
               MOVE TRANSACTION TO TRANSACTION-F
               PERFORM WriteReject
               ADD 1 TO REJECTED-COUNT
           END-IF
           .

      * the legs this run staged leave its xfer_in file(s) - the
      * others are set aside and copied back
       RewriteTransferLegs SECTION.
           IF PARTITIONED-RUN
               MOVE RUN-PARTITION TO LEG-FILE-PART
               PERFORM RewriteTransferLegFile
           ELSE
               PERFORM VARYING PART-SCAN FROM 1 BY 1
                   UNTIL PART-SCAN > PART-USED
                   MOVE PART-NUMBER(PART-SCAN) TO LEG-FILE-PART
                   PERFORM RewriteTransferLegFile
               END-PERFORM
           END-IF
           .

       RewriteTransferLegFile SECTION.
           MOVE function concatenate('batchprocess/xfer_in_P',
               LEG-FILE-PART, '.txt') TO XFER-IN-NAME
           OPEN INPUT XFER-IN-DATA
           IF XFERIN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE PART-CARRY-NAME TO REPORT-OUT-NAME
           OPEN OUTPUT REPORT-OUT-DATA
           IF RPTOUT-FILE-STATUS NOT = "00"
               CLOSE XFER-IN-DATA
               MOVE RPTOUT-FILE-STATUS TO LEG-FILE-STATUS
               PERFORM TransferLegFileFailed
               EXIT SECTION
           END-IF
           MOVE 'N' TO XFER-EOF-SW
           PERFORM UNTIL XFER-EOF
               READ XFER-IN-DATA
                   AT END SET XFER-EOF TO TRUE
                   NOT AT END
                       MOVE 0 TO LEG-MATCH-INDEX
                       PERFORM VARYING LEG-SCAN FROM 1 BY 1
                           UNTIL LEG-SCAN > LEG-USED
                           IF LEG-LINE(LEG-SCAN)(1:23) =
                               XFER-IN-LINE(1:23)
                               MOVE LEG-SCAN TO LEG-MATCH-INDEX
                           END-IF
                       END-PERFORM
                       IF LEG-MATCH-INDEX = 0
                           WRITE REPORT-OUT-F FROM XFER-IN-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REPORT-OUT-DATA
           CLOSE XFER-IN-DATA
           MOVE PART-CARRY-NAME TO REPORT-IN-NAME
           MOVE XFER-IN-NAME TO REPORT-OUT-NAME
           PERFORM CopyBackupFile
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "CBL_DELETE_FILE" USING PART-CARRY-NAME
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           .

       TransferLegFileFailed SECTION.
           MOVE "BP0136" TO MSG-ID
           MOVE "S" TO MSG-SEVERITY
           MOVE function concatenate("CANNOT REWRITE ",
               FUNCTION TRIM(XFER-IN-NAME), ", STATUS=",
               LEG-FILE-STATUS, " - TRANSFER LEGS NOT FILED")
               TO MSG-TEXT
           PERFORM LogMessage
           MOVE 16 TO RETURN-CODE
           .

      * xfer_out.txt of a resumed run holds the legs written before
      * the checkpoint twice - each leg is filed once, and not again
      * when it already stands in the partition's file
       DistributeTransferLegs SECTION.
           MOVE 0 TO LEG-USED
           OPEN INPUT XFER-OUT-DATA
           IF XFEROUT-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO XFER-EOF-SW
           PERFORM UNTIL XFER-EOF
               READ XFER-OUT-DATA
                   AT END SET XFER-EOF TO TRUE
                   NOT AT END PERFORM CollectWrittenLeg
               END-READ
           END-PERFORM
           CLOSE XFER-OUT-DATA
           PERFORM VARYING LEG-INDEX FROM 1 BY 1
               UNTIL LEG-INDEX > LEG-USED
               IF NOT LEG-FILED(LEG-INDEX)
                   MOVE LEG-LINE(LEG-INDEX) TO TRANSFER-LEG
                   MOVE XL-TO-PARTITION TO LEG-FILE-PART
                   PERFORM FileLegsForPartition
               END-IF
           END-PERFORM
           IF LEG-TABLE-FULL
               MOVE "BP0137" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("MORE THAN ", LEG-MAX,
                   " TRANSFER LEGS WRITTEN - THE REST ARE ON ",
                   "xfer_out.txt ONLY AND NOT FILED") TO MSG-TEXT
               MOVE RETURN-CODE TO SAVED-RETURN-CODE
               PERFORM LogMessage
               MOVE SAVED-RETURN-CODE TO RETURN-CODE
               IF RETURN-CODE < 12
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           .

       CollectWrittenLeg SECTION.
           MOVE 0 TO LEG-MATCH-INDEX
           PERFORM VARYING LEG-SCAN FROM 1 BY 1
               UNTIL LEG-SCAN > LEG-USED
               IF LEG-LINE(LEG-SCAN)(1:23) = XFER-OUT-LINE(1:23)
                   MOVE LEG-SCAN TO LEG-MATCH-INDEX
               END-IF
           END-PERFORM
           IF LEG-MATCH-INDEX > 0
               EXIT SECTION
           END-IF
           IF LEG-USED >= LEG-MAX
               SET LEG-TABLE-FULL TO TRUE
               EXIT SECTION
           END-IF
           ADD 1 TO LEG-USED
           MOVE XFER-OUT-LINE TO LEG-LINE(LEG-USED)
           MOVE 0 TO LEG-SEQ(LEG-USED)
           MOVE 'N' TO LEG-FILED-SW(LEG-USED)
           MOVE XFER-OUT-LINE TO TRANSFER-LEG
           PERFORM FindLegStat
           IF LEG-STAT-INDEX > 0
               ADD 1 TO LEG-OUT-COUNT(LEG-STAT-INDEX)
               ADD LEG-SIGNED-AMOUNT TO LEG-OUT-AMOUNT(LEG-STAT-INDEX)
           END-IF
           .

      * every leg for partition LEG-FILE-PART is appended to its
      * xfer_in file unless that file holds it already
       FileLegsForPartition SECTION.
           MOVE function concatenate('batchprocess/xfer_in_P',
               LEG-FILE-PART, '.txt') TO XFER-IN-NAME
           OPEN INPUT XFER-IN-DATA
           IF XFERIN-FILE-STATUS = "00"
               MOVE 'N' TO XFER-EOF-SW
               PERFORM UNTIL XFER-EOF
                   READ XFER-IN-DATA
                       AT END SET XFER-EOF TO TRUE
                       NOT AT END
                           PERFORM VARYING LEG-SCAN FROM LEG-INDEX BY 1
                               UNTIL LEG-SCAN > LEG-USED
                               IF LEG-LINE(LEG-SCAN)(1:23) =
                                   XFER-IN-LINE(1:23)
                                   SET LEG-FILED(LEG-SCAN) TO TRUE
                               END-IF
                           END-PERFORM
                   END-READ
               END-PERFORM
               CLOSE XFER-IN-DATA
           END-IF
           OPEN EXTEND XFER-IN-DATA
           IF XFERIN-FILE-STATUS = "35"
               OPEN OUTPUT XFER-IN-DATA
           END-IF
      * legs that cannot be filed are not tried again for every
      * leg of the partition - the message names the file
           IF XFERIN-FILE-STATUS NOT = "00"
               MOVE XFERIN-FILE-STATUS TO LEG-FILE-STATUS
               PERFORM TransferLegFileFailed
               PERFORM VARYING LEG-SCAN FROM LEG-INDEX BY 1
                   UNTIL LEG-SCAN > LEG-USED
                   IF LEG-LINE(LEG-SCAN)(25:2) = LEG-FILE-PART
                       SET LEG-FILED(LEG-SCAN) TO TRUE
                   END-IF
               END-PERFORM
               EXIT SECTION
           END-IF
           PERFORM VARYING LEG-SCAN FROM LEG-INDEX BY 1
               UNTIL LEG-SCAN > LEG-USED
               IF LEG-LINE(LEG-SCAN)(25:2) = LEG-FILE-PART
                   IF NOT LEG-FILED(LEG-SCAN)
                       WRITE XFER-IN-F FROM LEG-LINE(LEG-SCAN)
                       SET LEG-FILED(LEG-SCAN) TO TRUE
                   END-IF
               END-IF
           END-PERFORM
           CLOSE XFER-IN-DATA
           .

      * append only - the value-date ordering is established by one
           .

       ProcessStoredTransaction SECTION.
           PERFORM TrimAccountCache
           ADD 1 TO PROCESS-SEQ
           IF RESUMING AND PROCESS-SEQ <= LAST-CHECKPOINT-COUNT
               MOVE 'POSTED BEFORE CHECKPOINT - SEE PRIOR RUN'
                   TO TXN-DISPOSITION(TXN-INDEX)
           WHEN HOLD-PLACED
               MOVE 'HOLD PLACED' TO TXN-DISPOSITION(TXN-INDEX)
           WHEN TRANSACTION-RETURNED AND DD-RETURNS-OPEN
               MOVE function concatenate('RETURNED TO ORIGINATOR RC=',
                   DD-RETURN-CODE) TO TXN-DISPOSITION(TXN-INDEX)
           WHEN LEG-DISPOSITION-NOTED
               MOVE LEG-DISPOSITION TO TXN-DISPOSITION(TXN-INDEX)
           WHEN REJECTED
               MOVE function concatenate('REJECTED REASON=',
                   REJECT-REASON) TO TXN-DISPOSITION(TXN-INDEX)
      * that set's trailer was lost - it must reject as a whole,
      * never validate as if complete
           IF BULK-COLLECTING AND BULK-SET-USED > 0
               AND NOT BULK-SET-PASSED
               MOVE 'Y' TO BULK-SET-BROKEN-SW(BULK-SET-USED)
           END-IF
           MOVE 'N' TO BULK-COLLECT-SW
      * a set funded from another partition's bank is left whole to
      * that partition, details included
           MOVE 'N' TO BULK-PASS-SW
           MOVE TRANSACTION(4:5) TO PART-CHECK-BANK
           PERFORM CheckPartitionBank
           IF PART-BANK-OUTSIDE
               SET BULK-SET-PASSED TO TRUE
               SET BULK-COLLECTING TO TRUE
               EXIT SECTION
           END-IF
           IF BULK-SET-USED >= 20
               MOVE "BP0058" TO MSG-ID
           .

       ProcessOneBulkSet SECTION.
           PERFORM TrimAccountCache
           MOVE 'N' TO BULK-FAILED-SW
           MOVE SPACES TO BULK-REASON
           MOVE 0 TO BULK-TOTAL
           IF BANK-CAPACITY-EXCEEDED
               SET BULK-SET-FAILED TO TRUE
               MOVE 'BANK-CAPACITY-EXCEEDED' TO BULK-REASON
               IF BANK-OUTSIDE-PARTITION
                   MOVE 'BANK-IN-OTHER-PARTITION' TO BULK-REASON
               END-IF
               EXIT SECTION
           END-IF
           PERFORM SearchAccount
           IF BANK-CAPACITY-EXCEEDED
               SET BULK-SET-FAILED TO TRUE
               MOVE 'BANK-CAPACITY-EXCEEDED' TO BULK-REASON
               IF BANK-OUTSIDE-PARTITION
                   MOVE 'BANK-IN-OTHER-PARTITION' TO BULK-REASON
               END-IF
               EXIT SECTION
           END-IF
           PERFORM SearchAccount
           IF WOULD-OVERDRAW
               SET BULK-SET-FAILED TO TRUE
               MOVE 'OVERDRAFT' TO BULK-REASON
               EXIT SECTION
           END-IF
           PERFORM CheckProductRules
           IF PRODUCT-BREACH NOT = SPACES
               SET BULK-SET-FAILED TO TRUE
               MOVE PRODUCT-BREACH TO BULK-REASON
           END-IF
           .

               TO TR-COMMENT
           MOVE PROCESSING-DATE TO TR-DATE
           PERFORM AddToSaldo
           PERFORM NoteProductDebit
           MOVE POSTING-REF TO BULK-FUND-REF
           PERFORM AccumulateCategory
           PERFORM VARYING BULK-DETAIL-INDEX FROM 1 BY 1
           MOVE 'N' TO PENDED-SW
           MOVE 'N' TO REFERRED-SW
           MOVE 'N' TO HOLD-PLACED-SW
           MOVE 'N' TO RETURNED-SW
           MOVE 'N' TO CHEQUE-PRESENTED-SW
           MOVE 'N' TO LEG-DISPOSITION-SW
           MOVE SPACES TO REJECT-REASON

      * a leg from another partition was validated where it began -
      * only its own account is looked at here
           IF XFER-LEG-POSTING
               PERFORM ApplyTransferLeg
               EXIT SECTION
           END-IF

           PERFORM ValidateTransaction
           IF NOT VALID-TRANSACTION
               SET REJECTED TO TRUE
               PERFORM CheckVelocityLimits
           END-IF

           IF NOT REJECTED AND TR-IS-TRANSFER AND WLST-USED > 0
               PERFORM ScreenTransfer
           END-IF

           IF NOT REJECTED AND TR-IS-TRANSFER
               PERFORM ProcessTransfer
           END-IF
               IF BANK-CAPACITY-EXCEEDED
                   SET REJECTED TO TRUE
                   MOVE 'BANK-CAPACITY-EXCEEDED' TO REJECT-REASON
                   IF BANK-OUTSIDE-PARTITION
                       MOVE 'BANK-IN-OTHER-PARTITION' TO REJECT-REASON
                   END-IF
               END-IF
           END-IF

               END-IF
           END-IF

           IF NOT REJECTED AND NOT TR-IS-TRANSFER
               AND NOT TR-IS-REVERSAL AND NOT TR-IS-HOLD
               PERFORM CheckProductRules
               IF PRODUCT-BREACH NOT = SPACES
                   SET REJECTED TO TRUE
                   MOVE PRODUCT-BREACH TO REJECT-REASON
               END-IF
           END-IF

           IF REJECTED
               IF TRANSACTION-PENDED OR TRANSACTION-REFERRED
                   CONTINUE
               ELSE
      * an edit-only pass has no returns file - the return shows on
      * reject.txt with its reason instead
                   IF TRANSACTION-RETURNED AND DD-RETURNS-OPEN
                       PERFORM WriteDirectDebitReturn
                       ADD 1 TO DD-RETURNED-COUNT
                   ELSE
                       PERFORM WriteReject
                       ADD 1 TO REJECTED-COUNT
                   END-IF
               END-IF
           ELSE
               IF NOT TR-IS-TRANSFER AND NOT TR-IS-REVERSAL
                   AND NOT TR-IS-HOLD
                   PERFORM AddToSaldo
                   PERFORM NoteProductDebit
                   IF CHEQUE-PRESENTED
                       PERFORM NoteChequePaid
                   END-IF
                   PERFORM RememberForDuplicateCheck
                   PERFORM AccumulateCategory
                   PERFORM AssessTransactionFee
           IF BANK-CAPACITY-EXCEEDED
               SET REJECTED TO TRUE
               MOVE 'BANK-CAPACITY-EXCEEDED' TO REJECT-REASON
               IF BANK-OUTSIDE-PARTITION
                   MOVE 'BANK-IN-OTHER-PARTITION' TO REJECT-REASON
               END-IF
               EXIT SECTION
           END-IF
           PERFORM SearchAccount
                   VELO-MAX-AMOUNT(VELO-MATCH-INDEX)
               SET TRANSACTION-REFERRED TO TRUE
               SET REJECTED TO TRUE
               MOVE 'VELOCITY-LIMIT' TO REFERRAL-REASON
               PERFORM WriteReferral
               IF TRANSACTION-REFERRED
                   ADD 1 TO REFERRED-COUNT
               IF REFC-USED < 500
                   ADD 1 TO REFC-USED
                   MOVE function concatenate(TRANSACTION,
                       ' REASON=', REFERRAL-REASON)
                       TO REFC-LINE(REFC-USED)
               ELSE
                   MOVE 'N' TO REFERRED-SW
           END-IF
           IF REFERRAL-FILE-STATUS = "00"
               MOVE function concatenate(TRANSACTION,
                   ' REASON=', REFERRAL-REASON) TO REFERRAL-LINE
               WRITE REFERRAL-F FROM REFERRAL-LINE
               CLOSE REFERRAL-DATA
           ELSE
                       AT END SET REFERRAL-EOF TO TRUE
                       NOT AT END
                           MOVE REFERRAL-LINE(1:90) TO TRANSACTION
      * another partition's referrals go back on the queue as read
                           MOVE TR-BANK-ID-X TO PART-CHECK-BANK
                           PERFORM CheckPartitionBank
                           IF PART-BANK-OUTSIDE AND REFC-USED < 500
                               ADD 1 TO REFC-USED
                               MOVE REFERRAL-LINE
                                   TO REFC-LINE(REFC-USED)
                           ELSE
                               PERFORM StoreTransaction
                           END-IF
                   END-READ
               END-PERFORM
               MOVE 'N' TO STAGING-REFERRAL-SW
               MOVE SAVED-TRANSACTION TO TRANSACTION
               EXIT SECTION
           END-IF
           PERFORM CheckOutboundTransfer
           IF REJECTED
               MOVE SAVED-TRANSACTION TO TRANSACTION
               EXIT SECTION
           END-IF

      * validate the source side as the debit leg
           MOVE 'D' TO TR-DR-CR
           IF BANK-CAPACITY-EXCEEDED
               SET REJECTED TO TRUE
               MOVE 'BANK-CAPACITY-EXCEEDED' TO REJECT-REASON
               IF BANK-OUTSIDE-PARTITION
                   MOVE 'BANK-IN-OTHER-PARTITION' TO REJECT-REASON
               END-IF
           END-IF
           IF NOT REJECTED
               PERFORM SearchAccount
                   MOVE 'OVERDRAFT' TO REJECT-REASON
               END-IF
           END-IF
           IF NOT REJECTED
               PERFORM CheckProductRules
               IF PRODUCT-BREACH NOT = SPACES
                   SET REJECTED TO TRUE
                   MOVE PRODUCT-BREACH TO REJECT-REASON
               END-IF
           END-IF

      * an outbound payment has no destination side of ours
           IF OUTBOUND-TRANSFER
               IF REJECTED
                   MOVE SAVED-TRANSACTION TO TRANSACTION
               ELSE
                   PERFORM PostOutboundPayment
               END-IF
               EXIT SECTION
           END-IF

      * a destination bank in another partition's range is that
      * partition's to validate and credit - only the debit posts
      * here, and the credit goes to it as a transfer leg
           IF NOT REJECTED
               MOVE XFER-DEST-BANK TO PART-CHECK-BANK
               PERFORM CheckPartitionBank
               IF PART-BANK-OUTSIDE
                   MOVE XFER-DEST-BANK TO LEG-CHECK-BANK
                   PERFORM FindLegPartition
                   IF LEG-PARTITION > 0
                       PERFORM PostTransferAcrossPartitions
                       EXIT SECTION
                   END-IF
               END-IF
           END-IF

      * validate the destination side before anything posts
           IF NOT REJECTED
               IF BANK-CAPACITY-EXCEEDED
                   SET REJECTED TO TRUE
                   MOVE 'DEST-BANK-CAPACITY' TO REJECT-REASON
                   IF BANK-OUTSIDE-PARTITION
                       MOVE 'DEST-IN-OTHER-PARTITION' TO REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF NOT REJECTED
                   MOVE 'DEST-CURRENCY-CAPACITY' TO REJECT-REASON
               END-IF
           END-IF
      * the destination product is tested as the credit it receives
           IF NOT REJECTED
               MOVE 'C' TO TR-DR-CR
               PERFORM CheckProductRules
               IF PRODUCT-BREACH NOT = SPACES
                   SET REJECTED TO TRUE
                   MOVE function concatenate('DEST-', PRODUCT-BREACH)
                       TO REJECT-REASON
               END-IF
           END-IF

           IF REJECTED
               MOVE SAVED-TRANSACTION TO TRANSACTION
           MOVE function concatenate('TRANSFER from ',
               XFER-SOURCE-BANK, ' ', XFER-SOURCE-ACCOUNT, ' ',
               XFER-NOTE) TO TR-COMMENT
           PERFORM AddToSaldo
           PERFORM AccumulateCategory
           IF XFER-CROSS-CURRENCY AND XFER-SPREAD > 0
               PERFORM WriteFxSpreadLine
           END-IF
           PERFORM PostTransferDebit
           .

      * debit leg back on the source account, and the settlement
      * or intercompany lines between the two banks
       PostTransferDebit SECTION.
           MOVE SAVED-TRANSACTION TO TRANSACTION
           MOVE 'D' TO TR-DR-CR
           MOVE function concatenate('TRANSFER to ',
               XFER-DEST-BANK, ' ', XFER-DEST-ACCOUNT, ' ',
               XFER-NOTE) TO TR-COMMENT
           PERFORM SearchBank
           PERFORM SearchAccount
           PERFORM SearchCurrency
           PERFORM AddToSaldo
           MOVE POSTING-REF TO XFER-DEBIT-REF
           PERFORM NoteProductDebit
           PERFORM AccumulateCategory
           PERFORM AssessTransactionFee
           MOVE SAVED-TRANSACTION TO TRANSACTION
           PERFORM RememberForDuplicateCheck
           IF XFER-SOURCE-BANK NOT = XFER-DEST-BANK
               MOVE XFER-SOURCE-BANK TO ENTITY-WORK-BANK
               PERFORM FindBankEntity
               MOVE ENTITY-WORK-CODE TO IC-SOURCE-ENTITY
               MOVE XFER-DEST-BANK TO ENTITY-WORK-BANK
               PERFORM FindBankEntity
               MOVE ENTITY-WORK-CODE TO IC-DEST-ENTITY
               IF IC-SOURCE-ENTITY = IC-DEST-ENTITY
                   PERFORM AccumulateSettlement
               ELSE
                   PERFORM WriteIntercompanyLines
               END-IF
           END-IF
           .

      * the destination bank is partition LEG-PARTITION's: the
      * debit posts here as PostTransferLegs posts it, and the credit
      * leg, built as it would have posted here, goes to that
      * partition to be validated and posted (or returned)
       PostTransferAcrossPartitions SECTION.
           MOVE SPACES TO TRANSFER-LEG
           SET XL-TRANSFER-CREDIT TO TRUE
           MOVE XFER-SOURCE-BANK TO XL-SOURCE-BANK
           MOVE XFER-SOURCE-ACCOUNT TO XL-SOURCE-ACCOUNT
           MOVE SAVED-TRANSACTION TO TRANSACTION
           MOVE TR-CURRENCY TO XL-SOURCE-CURRENCY
           MOVE TR-AMOUNT TO XL-SOURCE-AMOUNT
           MOVE XFER-DEST-BANK TO TR-BANK-ID-X
           MOVE XFER-DEST-ACCOUNT TO TR-ACCOUNT-ID-X
           MOVE 'C' TO TR-DR-CR
           IF XFER-CROSS-CURRENCY
               MOVE XFER-DEST-CURRENCY TO TR-CURRENCY
               MOVE XFER-CONVERTED TO TR-AMOUNT
           END-IF
           MOVE function concatenate('TRANSFER from ',
               XFER-SOURCE-BANK, ' ', XFER-SOURCE-ACCOUNT, ' ',
               XFER-NOTE) TO TR-COMMENT
           MOVE TRANSACTION TO XL-TRANSACTION
           IF XFER-CROSS-CURRENCY AND XFER-SPREAD > 0
               PERFORM WriteFxSpreadLine
           END-IF
           PERFORM PostTransferDebit
           MOVE XFER-DEBIT-REF TO XL-ORIGIN-REF
           MOVE function concatenate('POSTED REF=', XFER-DEBIT-REF,
               ' CREDIT TO PARTITION ', LEG-PARTITION)
               TO LEG-DISPOSITION
           PERFORM WriteTransferLeg
           .

      * expects TRANSFER-LEG built and LEG-PARTITION set; the leg is
      * stamped with this run and goes to xfer_out.txt - an edit-only
      * pass writes none
       WriteTransferLeg SECTION.
           MOVE RUN-PARTITION TO XL-FROM-PARTITION
           MOVE PROCESSING-DATE TO XL-ORIGIN-DATE
           MOVE RUN-CYCLE TO XL-ORIGIN-CYCLE
           MOVE LEG-PARTITION TO XL-TO-PARTITION
           SET LEG-DISPOSITION-NOTED TO TRUE
           IF NOT XFER-OUT-OPEN
               EXIT SECTION
           END-IF
           WRITE XFER-OUT-F FROM TRANSFER-LEG
           IF XFEROUT-FILE-STATUS NOT = "00"
               MOVE "BP0135" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "WRITE FAILED ON xfer_out.txt, STATUS=",
                   XFEROUT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           END-IF
           .

      * LEG-CHECK-BANK to the number of the partition whose range
      * holds it, 0 when no range does; a bank id that is not
      * numeric goes with the lowest range, as CheckPartitionBank
      * sends it
       FindLegPartition SECTION.
           MOVE 0 TO LEG-PARTITION
           MOVE 99999 TO LEG-LOWEST-BANK
           PERFORM VARYING PART-SCAN FROM 1 BY 1
               UNTIL PART-SCAN > PART-USED
               IF LEG-CHECK-BANK IS NUMERIC
                   IF LEG-CHECK-BANK-N >= PART-LOW-BANK(PART-SCAN)
                       AND LEG-CHECK-BANK-N <= PART-HIGH-BANK(PART-SCAN)
                       MOVE PART-NUMBER(PART-SCAN) TO LEG-PARTITION
                   END-IF
               ELSE
                   IF LEG-PARTITION = 0
                       OR PART-LOW-BANK(PART-SCAN) < LEG-LOWEST-BANK
                       MOVE PART-LOW-BANK(PART-SCAN) TO LEG-LOWEST-BANK
                       MOVE PART-NUMBER(PART-SCAN) TO LEG-PARTITION
                   END-IF
               END-IF
           END-PERFORM
           .

      * a transfer between banks of two legal entities moves value
      * between two sets of books: the source entity now owes the
      * destination entity the amount it debited, and the
      * destination entity is owed what it credited (spread
      * included, in its own currency)
       WriteIntercompanyLines SECTION.
           MOVE IC-SOURCE-ENTITY TO GL-NET-ENTITY
           MOVE IC-DEST-ENTITY TO IC-WORK-COUNTERPARTY
           MOVE '99999989 C' TO IC-WORK-LEG
           MOVE TR-CURRENCY TO GL-NET-CURRENCY
           MOVE TR-AMOUNT TO GL-AMOUNT
           PERFORM WriteIntercompanyLine
           MOVE IC-DEST-ENTITY TO GL-NET-ENTITY
           MOVE IC-SOURCE-ENTITY TO IC-WORK-COUNTERPARTY
           MOVE '99999988 D' TO IC-WORK-LEG
           IF XFER-CROSS-CURRENCY
               MOVE XFER-DEST-CURRENCY TO GL-NET-CURRENCY
               COMPUTE GL-AMOUNT = 0 - XFER-RAW
           ELSE
               MOVE TR-CURRENCY TO GL-NET-CURRENCY
               COMPUTE GL-AMOUNT = 0 - TR-AMOUNT
           END-IF
           PERFORM WriteIntercompanyLine
           .

      * expects IC-WORK-LEG (account and D/C), GL-NET-ENTITY,
      * IC-WORK-COUNTERPARTY, GL-NET-CURRENCY and GL-AMOUNT signed
      * the way every extract line is (debits negative)
       WriteIntercompanyLine SECTION.
           IF GL-EXTRACT-OPEN
               MOVE GL-AMOUNT TO FORMATTED-SIGNED-SALDO
               MOVE function concatenate(IC-WORK-LEG, ' ',
                   GL-NET-CURRENCY, ' ', FORMATTED-SIGNED-SALDO, ' ',
                   TR-DATE-X, ' IC', IC-WORK-COUNTERPARTY)
                   TO GL-LINE
               MOVE GL-NET-ENTITY TO GL-LINE(48:3)
               WRITE GL-EXTRACT-F
               PERFORM AccumulateGlNet
           END-IF
           MOVE 'N' TO CURRENCY-FOUND-SW
           PERFORM VARYING IC-INDEX FROM 1 BY 1
               UNTIL IC-INDEX > IC-USED
               IF IC-ENTITY(IC-INDEX) = GL-NET-ENTITY
                   AND IC-COUNTERPARTY(IC-INDEX) =
                       IC-WORK-COUNTERPARTY
                   AND IC-CURRENCY(IC-INDEX) = GL-NET-CURRENCY
                   SUBTRACT GL-AMOUNT FROM IC-NET(IC-INDEX)
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CURRENCY-FOUND AND IC-USED < 40
               ADD 1 TO IC-USED
               MOVE GL-NET-ENTITY TO IC-ENTITY(IC-USED)
               MOVE IC-WORK-COUNTERPARTY TO IC-COUNTERPARTY(IC-USED)
               MOVE GL-NET-CURRENCY TO IC-CURRENCY(IC-USED)
               COMPUTE IC-NET(IC-USED) = 0 - GL-AMOUNT
           END-IF
           .

      *****************************************************************
      * Outbound payments - transfers to banks outside the network
      *****************************************************************
      * without a bank master every bank is ours, as it always was.
      * The counterparty pays out in the currency it is sent, so a
      * cross-currency instruction cannot leave the house, and a
      * full register would lose the payment's return trail.
       CheckOutboundTransfer SECTION.
           MOVE 'N' TO OUTBOUND-SW
           IF BMAST-USED = 0
               EXIT SECTION
           END-IF
           MOVE XFER-DEST-BANK TO CDW-BANK
           PERFORM CheckBankOnMaster
           IF BMAST-FOUND
               EXIT SECTION
           END-IF
           SET OUTBOUND-TRANSFER TO TRUE
           EVALUATE TRUE
           WHEN XFER-CROSS-CURRENCY
               SET REJECTED TO TRUE
               MOVE 'OUTBOUND-CROSS-CURRENCY' TO REJECT-REASON
           WHEN OREG-USED >= OREG-MAX
               SET REJECTED TO TRUE
               MOVE 'OUTBOUND-REGISTER-FULL' TO REJECT-REASON
           END-EVALUATE
           .

      * debit leg on the customer, credit leg on the clearing
      * account; the payment goes on the register under the debit's
      * posting reference and leaves on tonight's instruction file
       PostOutboundPayment SECTION.
           MOVE 'D' TO TR-DR-CR
           MOVE function concatenate('TRANSFER to ',
               XFER-DEST-BANK, ' ', XFER-DEST-ACCOUNT, ' ',
           PERFORM SearchAccount
           PERFORM SearchCurrency
           PERFORM AddToSaldo
           MOVE POSTING-REF TO OUTB-PAYMENT-REF
           PERFORM NoteProductDebit
           PERFORM AccumulateCategory
           MOVE 'C' TO TR-DR-CR
           PERFORM WriteOutboundClearingLine
           MOVE 'D' TO TR-DR-CR
           PERFORM AssessTransactionFee
           MOVE SAVED-TRANSACTION TO TRANSACTION
           PERFORM RememberForDuplicateCheck
           ADD 1 TO OREG-USED
           MOVE OUTB-PAYMENT-REF TO OREG-REF(OREG-USED)
           MOVE PROCESSING-DATE TO OREG-SENT-DATE(OREG-USED)
           MOVE XFER-SOURCE-BANK TO OREG-ORIG-BANK(OREG-USED)
           MOVE XFER-SOURCE-ACCOUNT TO OREG-ORIG-ACCOUNT(OREG-USED)
           MOVE XFER-DEST-BANK TO OREG-DEST-BANK(OREG-USED)
           MOVE XFER-DEST-ACCOUNT TO OREG-DEST-ACCOUNT(OREG-USED)
           MOVE TR-CURRENCY TO OREG-CURRENCY(OREG-USED)
           MOVE TR-AMOUNT TO OREG-AMOUNT(OREG-USED)
           MOVE XFER-NOTE TO OREG-REMITTANCE(OREG-USED)
           SET OREG-SENT(OREG-USED) TO TRUE
           MOVE 0 TO OREG-RETURN-DATE(OREG-USED)
           MOVE 'Y' TO OREG-NEW-SW(OREG-USED)
           MOVE 'Y' TO OREG-TOUCHED-SW(OREG-USED)
           MOVE 'N' TO OREG-BATCHED-SW(OREG-USED)
           .

      * one journal line on the outbound clearing account for the
      * leg in TR-DR-CR, feeding the same per-currency net the
      * settlement line balances
       WriteOutboundClearingLine SECTION.
           IF GL-EXTRACT-OPEN
               IF TR-IS-DEBIT
                   COMPUTE GL-AMOUNT = 0 - TR-AMOUNT
               ELSE
                   MOVE TR-AMOUNT TO GL-AMOUNT
               END-IF
               MOVE GL-AMOUNT TO FORMATTED-SIGNED-SALDO
               MOVE TR-BANK-ID-X TO ENTITY-WORK-BANK
               PERFORM FindBankEntity
               MOVE ENTITY-WORK-CODE TO GL-NET-ENTITY
               MOVE function concatenate('99999991 ', TR-DR-CR, ' ',
                   TR-CURRENCY, ' ', FORMATTED-SIGNED-SALDO, ' ',
                   TR-DATE-X, ' OUTCLEAR')
                   TO GL-LINE
               MOVE GL-NET-ENTITY TO GL-LINE(48:3)
               WRITE GL-EXTRACT-F
               MOVE TR-CURRENCY TO GL-NET-CURRENCY
               PERFORM AccumulateGlNet
           END-IF
           .

           END-IF
           .

      *****************************************************************
      * Outbound payment register (outbound_register.txt, OREGREC) -
      * loaded after a resume has put back this run's entries from
      * the checkpoint, so a line already in the table is the newer
      * copy and the file's line is skipped
      *****************************************************************
       LoadOutboundRegister SECTION.
           COMPUTE OUTB-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(PROCESSING-DATE)
               - OUTBOUND-DAYS)
           OPEN INPUT OUTBOUND-REGISTER-DATA
           IF OUTREG-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO OUTB-EOF-SW
           PERFORM UNTIL OUTB-EOF
               READ OUTBOUND-REGISTER-DATA
                   AT END SET OUTB-EOF TO TRUE
                   NOT AT END
                       IF OR-PAYMENT-REF-F IS NUMERIC
                           AND OR-SENT-DATE-F IS NUMERIC
                           AND OR-AMOUNT-F IS NUMERIC
                           PERFORM LoadOutboundRegisterLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTBOUND-REGISTER-DATA
           .

       LoadOutboundRegisterLine SECTION.
           IF OR-SENT-DATE-F < OUTB-CUTOFF-DATE
               EXIT SECTION
           END-IF
           MOVE OR-PAYMENT-REF-F TO OUTB-LOOKUP-REF
           PERFORM FindOutboundPayment
           IF OREG-MATCH-INDEX > 0
               EXIT SECTION
           END-IF
           IF OREG-USED >= OREG-MAX
               MOVE "BP0120" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "outbound_register.txt EXCEEDS ", OREG-MAX,
                   " ENTRIES - PAYMENT REF=", OR-PAYMENT-REF-F,
                   " NOT LOADED") TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO OREG-USED
           PERFORM ApplyOutboundRegisterLine
           MOVE 'N' TO OREG-NEW-SW(OREG-USED)
           MOVE 'N' TO OREG-TOUCHED-SW(OREG-USED)
           .

      * one OREGREC line into the OREG-USED slot
       ApplyOutboundRegisterLine SECTION.
           MOVE OR-PAYMENT-REF-F TO OREG-REF(OREG-USED)
           MOVE OR-SENT-DATE-F TO OREG-SENT-DATE(OREG-USED)
           MOVE OR-ORIG-BANK-F TO OREG-ORIG-BANK(OREG-USED)
           MOVE OR-ORIG-ACCOUNT-F TO OREG-ORIG-ACCOUNT(OREG-USED)
           MOVE OR-DEST-BANK-F TO OREG-DEST-BANK(OREG-USED)
           MOVE OR-DEST-ACCOUNT-F TO OREG-DEST-ACCOUNT(OREG-USED)
           MOVE OR-CURRENCY-F TO OREG-CURRENCY(OREG-USED)
           MOVE OR-AMOUNT-N TO OREG-AMOUNT(OREG-USED)
           MOVE OR-REMITTANCE-F TO OREG-REMITTANCE(OREG-USED)
           IF OR-STATUS-F = 'R'
               SET OREG-RETURNED(OREG-USED) TO TRUE
           ELSE
               SET OREG-SENT(OREG-USED) TO TRUE
           END-IF
           IF OR-RETURN-DATE-F IS NUMERIC
               MOVE OR-RETURN-DATE-F TO OREG-RETURN-DATE(OREG-USED)
           ELSE
               MOVE 0 TO OREG-RETURN-DATE(OREG-USED)
           END-IF
           MOVE 'N' TO OREG-BATCHED-SW(OREG-USED)
           .

      * expects OUTB-LOOKUP-REF; OREG-MATCH-INDEX 0 when not found
       FindOutboundPayment SECTION.
           MOVE 0 TO OREG-MATCH-INDEX
           PERFORM VARYING OREG-INDEX FROM 1 BY 1
               UNTIL OREG-INDEX > OREG-USED OR OREG-MATCH-INDEX > 0
               IF OREG-REF(OREG-INDEX) = OUTB-LOOKUP-REF
                   MOVE OREG-INDEX TO OREG-MATCH-INDEX
               END-IF
           END-PERFORM
           .

      * one OREG-INDEX entry into the OREGREC record area
       FillOutboundRegisterLine SECTION.
           MOVE SPACES TO OUTBOUND-REGISTER-F
           MOVE OREG-REF(OREG-INDEX) TO OR-PAYMENT-REF-F
           MOVE OREG-SENT-DATE(OREG-INDEX) TO OR-SENT-DATE-F
           MOVE OREG-ORIG-BANK(OREG-INDEX) TO OR-ORIG-BANK-F
           MOVE OREG-ORIG-ACCOUNT(OREG-INDEX) TO OR-ORIG-ACCOUNT-F
           MOVE OREG-DEST-BANK(OREG-INDEX) TO OR-DEST-BANK-F
           MOVE OREG-DEST-ACCOUNT(OREG-INDEX) TO OR-DEST-ACCOUNT-F
           MOVE OREG-CURRENCY(OREG-INDEX) TO OR-CURRENCY-F
           MOVE OREG-AMOUNT(OREG-INDEX) TO OR-AMOUNT-N
           MOVE OREG-REMITTANCE(OREG-INDEX) TO OR-REMITTANCE-F
           MOVE OREG-STATUS(OREG-INDEX) TO OR-STATUS-F
           IF OREG-RETURNED(OREG-INDEX)
               MOVE OREG-RETURN-DATE(OREG-INDEX) TO OR-RETURN-DATE-F
           END-IF
           .

       RewriteOutboundRegister SECTION.
           OPEN OUTPUT OUTBOUND-REGISTER-DATA
           IF OUTREG-FILE-STATUS NOT = "00"
               MOVE "BP0121" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE outbound_register.txt, STATUS=",
                   OUTREG-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING OREG-INDEX FROM 1 BY 1
                   UNTIL OREG-INDEX > OREG-USED
                   PERFORM FillOutboundRegisterLine
                   WRITE OUTBOUND-REGISTER-F
               END-PERFORM
               CLOSE OUTBOUND-REGISTER-DATA
           END-IF
           .

      *****************************************************************
      * Returned outbound payments (outbound_returns.txt) - the
      * counterparty's OBR lines, read before tonight's postings.
      * A return naming a payment on the register that has not come
      * back before re-credits the customer against the clearing
      * account; anything else is refused with a warning for the
      * payments desk. Each partition credits its own banks.
      *****************************************************************
       ProcessOutboundReturns SECTION.
           IF EDIT-ONLY-REQUESTED
               EXIT SECTION
           END-IF
           OPEN INPUT OUTBOUND-RETURN-DATA
           IF OUTRET-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO OUTB-EOF-SW
           PERFORM UNTIL OUTB-EOF
               READ OUTBOUND-RETURN-DATA
                   AT END SET OUTB-EOF TO TRUE
                   NOT AT END
                       MOVE OUTBOUND-RETURN-LINE TO OUTBOUND-PAYMENT-F
                       IF OP-IS-RETURN
                           PERFORM ApplyOutboundReturn
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OUTBOUND-RETURN-DATA
           IF OUTB-RETURN-COUNT > 0 OR OUTB-REFUSED-COUNT > 0
               MOVE "BP0122" TO MSG-ID
               MOVE "I" TO MSG-SEVERITY
               MOVE function concatenate(
                   "OUTBOUND RETURNS CREDITED BACK: ",
                   OUTB-RETURN-COUNT, " REFUSED: ",
                   OUTB-REFUSED-COUNT) TO MSG-TEXT
               PERFORM LogMessage
           END-IF
           .

       ApplyOutboundReturn SECTION.
           PERFORM TrimAccountCache
           MOVE OP-ORIG-BANK-F TO PART-CHECK-BANK
           PERFORM CheckPartitionBank
           IF PART-BANK-OUTSIDE
               EXIT SECTION
           END-IF
           MOVE SPACES TO OUTB-REFUSE-REASON
           MOVE 0 TO OREG-MATCH-INDEX
           IF OP-PAYMENT-REF-F IS NUMERIC
               MOVE OP-PAYMENT-REF-F TO OUTB-LOOKUP-REF
               PERFORM FindOutboundPayment
           END-IF
           EVALUATE TRUE
           WHEN OREG-MATCH-INDEX = 0
               MOVE 'NOT ON THE REGISTER' TO OUTB-REFUSE-REASON
           WHEN OREG-RETURNED(OREG-MATCH-INDEX)
               MOVE 'ALREADY RETURNED' TO OUTB-REFUSE-REASON
           WHEN OP-AMOUNT-F IS NOT NUMERIC
               MOVE 'AMOUNT DIFFERS' TO OUTB-REFUSE-REASON
           WHEN OP-AMOUNT-N NOT = OREG-AMOUNT(OREG-MATCH-INDEX)
               MOVE 'AMOUNT DIFFERS' TO OUTB-REFUSE-REASON
           WHEN OP-CURRENCY-F NOT = OREG-CURRENCY(OREG-MATCH-INDEX)
               MOVE 'CURRENCY DIFFERS' TO OUTB-REFUSE-REASON
           WHEN OTHER
               PERFORM PostOutboundReturn
               EXIT SECTION
           END-EVALUATE
           ADD 1 TO OUTB-REFUSED-COUNT
           MOVE "BP0123" TO MSG-ID
           MOVE "W" TO MSG-SEVERITY
           MOVE function concatenate(
               "OUTBOUND RETURN REF=", OP-PAYMENT-REF-F,
               " FROM BANK ", OP-DEST-BANK-F, " NOT CREDITED - ",
               FUNCTION TRIM(OUTB-REFUSE-REASON)) TO MSG-TEXT
           PERFORM LogMessage
           IF RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF
           .

      * the customer gets the payment back as it left, dated today;
      * the clearing account gives it up
       PostOutboundReturn SECTION.
           SET MAINTENANCE-LOAD TO TRUE
           MOVE SPACES TO TRANSACTION
           MOVE OREG-ORIG-BANK(OREG-MATCH-INDEX) TO TR-BANK-ID-X
           MOVE OREG-ORIG-ACCOUNT(OREG-MATCH-INDEX) TO TR-ACCOUNT-ID-X
           MOVE OREG-CURRENCY(OREG-MATCH-INDEX) TO TR-CURRENCY
           MOVE OREG-AMOUNT(OREG-MATCH-INDEX) TO TR-AMOUNT
           MOVE PROCESSING-DATE TO TR-DATE
           MOVE 'C' TO TR-DR-CR
           MOVE function concatenate('RETURN of outbound REF=',
               OP-PAYMENT-REF-F, ' ', OP-RETURN-REASON-F, ' from ',
               OREG-DEST-BANK(OREG-MATCH-INDEX)) TO TR-COMMENT
           PERFORM SearchBank
           PERFORM SearchAccount
           PERFORM SearchCurrency
           PERFORM AddToSaldo
           PERFORM AccumulateCategory
           MOVE 'D' TO TR-DR-CR
           PERFORM WriteOutboundClearingLine
           MOVE 'N' TO MAINTENANCE-LOAD-SW
           SET OREG-RETURNED(OREG-MATCH-INDEX) TO TRUE
           MOVE PROCESSING-DATE TO OREG-RETURN-DATE(OREG-MATCH-INDEX)
           MOVE 'Y' TO OREG-TOUCHED-SW(OREG-MATCH-INDEX)
           ADD 1 TO OUTB-RETURN-COUNT
           .

      * the returns file is retired to a dated copy once read, as the
      * teller journal is; PARTMERGE retires it for a partitioned
      * night once the last partition has credited its banks
       RetireOutboundReturns SECTION.
           MOVE "batchprocess/outbound_returns.txt"
               TO REPORT-IN-NAME
           OPEN INPUT REPORT-IN-DATA
           IF RPTIN-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           IF RUN-CYCLE > 1
               MOVE function concatenate(
                   'batchprocess/outbound_returns_', PROCESSING-DATE,
                   '_C', RUN-CYCLE, '.txt') TO REPORT-OUT-NAME
           ELSE
               MOVE function concatenate(
                   'batchprocess/outbound_returns_', PROCESSING-DATE,
                   '.txt') TO REPORT-OUT-NAME
           END-IF
           OPEN OUTPUT REPORT-OUT-DATA
           IF RPTOUT-FILE-STATUS NOT = "00"
               CLOSE REPORT-IN-DATA
               EXIT SECTION
           END-IF
           MOVE 'N' TO RPT-COPY-EOF-SW
           PERFORM UNTIL RPT-COPY-EOF
               READ REPORT-IN-DATA
                   AT END SET RPT-COPY-EOF TO TRUE
                   NOT AT END
                       WRITE REPORT-OUT-F FROM REPORT-IN-LINE
               END-READ
           END-PERFORM
           CLOSE REPORT-OUT-DATA
           CLOSE REPORT-IN-DATA
           CALL "CBL_DELETE_FILE" USING
               "batchprocess/outbound_returns.txt"
           END-CALL
           .

      * counted from the register so a resumed run reports the
      * whole night; instruction files are written after the report
       WriteOutboundControlLines SECTION.
           MOVE 0 TO OUTB-BATCH-COUNT
           MOVE 0 TO OUTB-RETURN-COUNT
           PERFORM VARYING OREG-INDEX FROM 1 BY 1
               UNTIL OREG-INDEX > OREG-USED
               IF OREG-NEW(OREG-INDEX)
                   ADD 1 TO OUTB-BATCH-COUNT
               END-IF
               IF OREG-RETURNED(OREG-INDEX)
                   AND OREG-RETURN-DATE(OREG-INDEX) = PROCESSING-DATE
                   ADD 1 TO OUTB-RETURN-COUNT
               END-IF
           END-PERFORM
           IF OUTB-BATCH-COUNT > 0 OR OUTB-RETURN-COUNT > 0
               OR OUTB-REFUSED-COUNT > 0
               MOVE function concatenate(
                   'Outbound payments: sent ', OUTB-BATCH-COUNT,
                   ' returned ', OUTB-RETURN-COUNT,
                   ' returns refused ', OUTB-REFUSED-COUNT)
                   TO CONTROL-LINE
               WRITE CONTROL-DATA-F FROM CONTROL-LINE
           END-IF
           .

      *****************************************************************
      * Outbound payment instruction files - one file per
      * counterparty bank, outbound_<bank>_<date>_<gg>.txt, the
      * generation gg the first not yet on disk so a repair pass,
      * a later cycle or another partition never overwrites a file
      * already sent. One batch per currency: header, a detail line
      * per payment, trailer with count, amount and account hash.
      *****************************************************************
       GenerateOutboundFiles SECTION.
           IF OUTBOUND-FILES-WRITTEN
               MOVE "BP0124" TO MSG-ID
               MOVE "I" TO MSG-SEVERITY
               MOVE function concatenate(
                   "OUTBOUND INSTRUCTION FILES WERE WRITTEN BEFORE ",
                   "THE RESTART - NOT WRITTEN AGAIN") TO MSG-TEXT
               PERFORM LogMessage
               EXIT SECTION
           END-IF
           PERFORM VARYING OREG-INDEX FROM 1 BY 1
               UNTIL OREG-INDEX > OREG-USED
               MOVE 'N' TO OREG-BATCHED-SW(OREG-INDEX)
           END-PERFORM
           PERFORM VARYING OREG-INDEX FROM 1 BY 1
               UNTIL OREG-INDEX > OREG-USED
               IF OREG-NEW(OREG-INDEX)
                   AND NOT OREG-BATCHED(OREG-INDEX)
                   PERFORM WriteOutboundFile
               END-IF
           END-PERFORM
           IF OUTB-FILE-COUNT > 0
               PERFORM NoteOutboundFilesWritten
           END-IF
           .

       WriteOutboundFile SECTION.
           MOVE OREG-DEST-BANK(OREG-INDEX) TO OUTB-BANK
           PERFORM OpenOutboundFile
           MOVE 0 TO OUTB-BATCH-SEQ
           PERFORM VARYING OREG-SCAN-INDEX FROM OREG-INDEX BY 1
               UNTIL OREG-SCAN-INDEX > OREG-USED
               IF OREG-NEW(OREG-SCAN-INDEX)
                   AND NOT OREG-BATCHED(OREG-SCAN-INDEX)
                   AND OREG-DEST-BANK(OREG-SCAN-INDEX) = OUTB-BANK
                   MOVE OREG-CURRENCY(OREG-SCAN-INDEX)
                       TO OUTB-CURRENCY
                   PERFORM WriteOutboundBatch
               END-IF
           END-PERFORM
           IF OUTB-FILE-OPEN
               CLOSE OUTBOUND-PAYMENT-DATA
               MOVE 'N' TO OUTB-FILE-SW
               ADD 1 TO OUTB-FILE-COUNT
           END-IF
           .

      * a failed open still marks the bank's payments batched, so
      * the error is reported once; they stay on the register for
      * the payments desk to send by hand
       OpenOutboundFile SECTION.
           MOVE 'N' TO OUTB-FILE-SW
           MOVE 0 TO OUTB-GENERATION
           PERFORM UNTIL OUTB-FILE-OPEN OR OUTB-GENERATION >= 99
               ADD 1 TO OUTB-GENERATION
               MOVE function concatenate('batchprocess/outbound_',
                   OUTB-BANK, '_', PROCESSING-DATE, '_',
                   OUTB-GENERATION, '.txt') TO OUTBOUND-FILE-NAME
               OPEN INPUT OUTBOUND-PAYMENT-DATA
               IF OUTPAY-FILE-STATUS = "00"
                   CLOSE OUTBOUND-PAYMENT-DATA
               ELSE
                   OPEN OUTPUT OUTBOUND-PAYMENT-DATA
                   IF OUTPAY-FILE-STATUS = "00"
                       SET OUTB-FILE-OPEN TO TRUE
                   ELSE
                       MOVE 99 TO OUTB-GENERATION
                   END-IF
               END-IF
           END-PERFORM
           IF NOT OUTB-FILE-OPEN
               MOVE "BP0125" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN ", FUNCTION TRIM(OUTBOUND-FILE-NAME),
                   ", STATUS=", OUTPAY-FILE-STATUS,
                   " - PAYMENTS TO BANK ", OUTB-BANK, " NOT SENT")
                   TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           END-IF
           .

      * every payment this run to OUTB-BANK in OUTB-CURRENCY, from
      * OREG-SCAN-INDEX on - earlier entries are batched already
       WriteOutboundBatch SECTION.
           ADD 1 TO OUTB-BATCH-SEQ
           MOVE function concatenate(PROCESSING-DATE, OUTB-GENERATION,
               OUTB-BATCH-SEQ, OUTB-CURRENCY) TO OUTB-BATCH-ID
           MOVE 0 TO OUTB-BATCH-COUNT
           MOVE 0 TO OUTB-BATCH-TOTAL
           MOVE 0 TO OUTB-BATCH-HASH
           MOVE SPACES TO OUTBOUND-PAYMENT-F
           SET OP-IS-HEADER TO TRUE
           MOVE OUTB-BATCH-ID TO OP-BATCH-ID-F
           MOVE OUTB-BANK TO OP-HDR-COUNTERPARTY-F
           MOVE OUTB-CURRENCY TO OP-HDR-CURRENCY-F
           MOVE PROCESSING-DATE TO OP-HDR-CREATED-F
           MOVE RUN-CYCLE TO OP-HDR-CYCLE-F
           PERFORM WriteOutboundRecord
           PERFORM VARYING OREG-MATCH-INDEX FROM OREG-SCAN-INDEX BY 1
               UNTIL OREG-MATCH-INDEX > OREG-USED
               IF OREG-NEW(OREG-MATCH-INDEX)
                   AND NOT OREG-BATCHED(OREG-MATCH-INDEX)
                   AND OREG-DEST-BANK(OREG-MATCH-INDEX) = OUTB-BANK
                   AND OREG-CURRENCY(OREG-MATCH-INDEX) = OUTB-CURRENCY
                   PERFORM WriteOutboundDetail
               END-IF
           END-PERFORM
           MOVE SPACES TO OUTBOUND-PAYMENT-F
           SET OP-IS-TRAILER TO TRUE
           MOVE OUTB-BATCH-ID TO OP-BATCH-ID-F
           MOVE OUTB-BATCH-COUNT TO OP-TRL-COUNT-F
           MOVE OUTB-BATCH-TOTAL TO OP-TRL-TOTAL-F
           MOVE OUTB-BATCH-HASH TO OP-TRL-HASH-F
           PERFORM WriteOutboundRecord
           .

       WriteOutboundDetail SECTION.
           MOVE SPACES TO OUTBOUND-PAYMENT-F
           SET OP-IS-DETAIL TO TRUE
           MOVE OUTB-BATCH-ID TO OP-BATCH-ID-F
           MOVE OREG-REF(OREG-MATCH-INDEX) TO OP-PAYMENT-REF-F
           MOVE OREG-SENT-DATE(OREG-MATCH-INDEX) TO OP-VALUE-DATE-F
           MOVE OREG-ORIG-BANK(OREG-MATCH-INDEX) TO OP-ORIG-BANK-F
           MOVE OREG-ORIG-ACCOUNT(OREG-MATCH-INDEX)
               TO OP-ORIG-ACCOUNT-F
           MOVE OREG-DEST-BANK(OREG-MATCH-INDEX) TO OP-DEST-BANK-F
           MOVE OREG-DEST-ACCOUNT(OREG-MATCH-INDEX)
               TO OP-DEST-ACCOUNT-F
           MOVE OREG-CURRENCY(OREG-MATCH-INDEX) TO OP-CURRENCY-F
           MOVE OREG-AMOUNT(OREG-MATCH-INDEX) TO OP-AMOUNT-N
           MOVE OREG-REMITTANCE(OREG-MATCH-INDEX) TO OP-REMITTANCE-F
           PERFORM WriteOutboundRecord
           MOVE 'Y' TO OREG-BATCHED-SW(OREG-MATCH-INDEX)
           ADD 1 TO OUTB-BATCH-COUNT
           IF OUTB-FILE-OPEN
               ADD 1 TO OUTB-SENT-COUNT
           END-IF
           ADD OREG-AMOUNT(OREG-MATCH-INDEX) TO OUTB-BATCH-TOTAL
           IF OREG-DEST-ACCOUNT(OREG-MATCH-INDEX) IS NUMERIC
               ADD FUNCTION NUMVAL(OREG-DEST-ACCOUNT(OREG-MATCH-INDEX))
                   TO OUTB-BATCH-HASH
           END-IF
           .

       WriteOutboundRecord SECTION.
           IF OUTB-FILE-OPEN
               WRITE OUTBOUND-PAYMENT-F
               IF OUTPAY-FILE-STATUS NOT = "00"
                   MOVE "BP0126" TO MSG-ID
                   MOVE "S" TO MSG-SEVERITY
                   MOVE function concatenate(
                       "WRITE FAILED ON ",
                       FUNCTION TRIM(OUTBOUND-FILE-NAME),
                       ", STATUS=", OUTPAY-FILE-STATUS) TO MSG-TEXT
                   PERFORM LogMessage
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           .

      * as NoteMasterSaveBegun - a resume after this point must not
      * send tonight's payments a second time
       NoteOutboundFilesWritten SECTION.
           IF NOT CHECKPOINT-TAKEN
               EXIT SECTION
           END-IF
           OPEN EXTEND CHECKPOINT-DATA
           IF CHECKPOINT-FILE-STATUS = "00"
               MOVE "OUTF" TO CKPT-LINE
               WRITE CHECKPOINT-F FROM CKPT-LINE
               CLOSE CHECKPOINT-DATA
           END-IF
           .

       DropOldestPostingRef SECTION.
           PERFORM VARYING PLOG-INDEX FROM 1 BY 1
               UNTIL PLOG-INDEX >= POSTING-LOG-USED
               SET REJECTED TO TRUE
               MOVE 'ALREADY-REVERSED' TO REJECT-REASON
           WHEN OTHER
               MOVE PLOG-BANK(PLOG-MATCH-INDEX) TO PART-CHECK-BANK
               PERFORM CheckPartitionBank
               IF PART-BANK-OUTSIDE
                   MOVE PLOG-BANK(PLOG-MATCH-INDEX) TO LEG-CHECK-BANK
                   PERFORM FindLegPartition
                   IF LEG-PARTITION > 0
                       PERFORM SendReversalMovement
                   ELSE
                       SET REJECTED TO TRUE
                       MOVE 'BANK-IN-OTHER-PARTITION' TO REJECT-REASON
                   END-IF
               ELSE
                   PERFORM PostReversalMovement
               END-IF
           END-EVALUATE
           .

      * the posting to back out lies in partition LEG-PARTITION's
      * range: the movement goes to it as a leg, and the reference is
      * marked reversed now so it cannot be reversed twice
       SendReversalMovement SECTION.
           MOVE TRANSACTION TO SAVED-TRANSACTION
           MOVE PLOG-BANK(PLOG-MATCH-INDEX) TO TR-BANK-ID-X
           MOVE PLOG-ACCOUNT(PLOG-MATCH-INDEX) TO TR-ACCOUNT-ID-X
           MOVE PLOG-CURRENCY(PLOG-MATCH-INDEX) TO TR-CURRENCY
           IF PLOG-SIGNED-AMOUNT(PLOG-MATCH-INDEX) < 0
               COMPUTE TR-AMOUNT =
                   0 - PLOG-SIGNED-AMOUNT(PLOG-MATCH-INDEX)
               MOVE 'C' TO TR-DR-CR
           ELSE
               MOVE PLOG-SIGNED-AMOUNT(PLOG-MATCH-INDEX) TO TR-AMOUNT
               MOVE 'D' TO TR-DR-CR
           END-IF
           MOVE function concatenate('REVERSAL of REF=',
               REV-LOOKUP-REF) TO TR-COMMENT
           MOVE SPACES TO TRANSFER-LEG
           SET XL-REVERSAL-MOVEMENT TO TRUE
           MOVE TRANSACTION TO XL-TRANSACTION
           MOVE REV-LOOKUP-REF TO XL-ORIGIN-REF
           MOVE 0 TO XL-SOURCE-AMOUNT
           MOVE function concatenate('REVERSAL SENT TO PARTITION ',
               LEG-PARTITION) TO LEG-DISPOSITION
           PERFORM WriteTransferLeg
           SET PLOG-REVERSED(PLOG-MATCH-INDEX) TO TRUE
           MOVE SAVED-TRANSACTION TO TRANSACTION
           .

      * the 'V' record is put back once the movement has posted, as
      * a transfer does, so the generic posting steps skip it
       PostReversalMovement SECTION.
           MOVE TRANSACTION TO SAVED-TRANSACTION
           SET MAINTENANCE-LOAD TO TRUE
           MOVE PLOG-BANK(PLOG-MATCH-INDEX) TO TR-BANK-ID-X
           MOVE PLOG-ACCOUNT(PLOG-MATCH-INDEX) TO TR-ACCOUNT-ID-X
           MOVE 'N' TO AUDIT-REVERSAL-SW
           SET PLOG-REVERSED(PLOG-MATCH-INDEX) TO TRUE
           MOVE 'N' TO MAINTENANCE-LOAD-SW
           MOVE SAVED-TRANSACTION TO TRANSACTION
           .

       ReadLine SECTION.
