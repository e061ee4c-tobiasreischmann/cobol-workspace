       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DATAMASK.
      *****************************************************************
      * Masked test data generator - copies the production account
      * files into the TEST or TRAIN data region with every customer
      * detail disguised, so trainees and the test team work on data
      * shaped like production without seeing a real name, account
      * number or balance:
      *   account_master.dat, account_master.txt, customer_master.txt,
      *   opening_balances.txt, input.txt and audit_trail.txt, with
      *   output.csv, gl_extract.txt and gl_journals.txt that the
      *   checks of the masked set reconcile against, and the bank
      *   check-digit schemes (check_digits.txt) unchanged.
      * Names become fake names picked from the masking key and the
      * real name, so one customer keeps one fake name in every file.
      * Account numbers are shifted digit by digit by the masking
      * key; a bank with a check-digit scheme keeps the base shifted
      * and its check digit recomputed, so a valid number stays valid
      * and the shift is reversed with the key (R - reveal). Bank
      * numbers, currencies, dates and free text are not changed.
      * Every amount is multiplied by one whole scale factor, so the
      * totals per bank, the audit before/after chain, output.csv and
      * the GL extract all reconcile in the masked set exactly as in
      * production - it passes MSTCHECK and AUDITCHECK. The audit
      * trail is sealed afresh (AUDITHASH) from a zero hash.
      * Runs in PROD only. The key and factor of each run go to
      * batchprocess/mask_log.txt, which stays in PROD; the per-bank
      * totals of both sides are printed to datamask_report.txt with
      * the shop's standard page headers (RPTPAGE).
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
           SELECT MASKED-MASTER-DATA ASSIGN TO MASKED-MASTER-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MSK-KEY
           FILE STATUS IS MSKMAST-FILE-STATUS.
           SELECT ACCOUNT-MASTER-DATA ASSIGN TO
             "batchprocess/account_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCTMAST-FILE-STATUS.
           SELECT CUSTOMER-MASTER-DATA ASSIGN TO
             "batchprocess/customer_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTMAST-FILE-STATUS.
           SELECT OPENING-BALANCE-DATA ASSIGN TO
             "batchprocess/opening_balances.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPENBAL-FILE-STATUS.
           SELECT TRANSACTION-DATA ASSIGN TO
             "batchprocess/input.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANS-FILE-STATUS.
           SELECT AUDIT-DATA ASSIGN TO
             "batchprocess/audit_trail.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.
           SELECT ACCOUNT-CSV ASSIGN TO
             "batchprocess/output.csv"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CSV-FILE-STATUS.
           SELECT GL-EXTRACT-DATA ASSIGN TO
             "batchprocess/gl_extract.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLEXT-FILE-STATUS.
           SELECT GL-JOURNAL-DATA ASSIGN TO
             "batchprocess/gl_journals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLJRNL-FILE-STATUS.
           SELECT CHECK-DIGIT-DATA ASSIGN TO
             "batchprocess/check_digits.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHKDIG-FILE-STATUS.
           SELECT COPY-OUT-DATA ASSIGN TO COPY-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COPYOUT-FILE-STATUS.
           SELECT MASK-LOG-DATA ASSIGN TO
             "batchprocess/mask_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MASKLOG-FILE-STATUS.
           SELECT MASK-REPORT-DATA ASSIGN TO
             "batchprocess/datamask_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MASKREP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD MASTER-ISAM-DATA.
           COPY MSTREC.
      * the masked master is written from MASTER-REC - same layout
           FD MASKED-MASTER-DATA.
           01 MASKED-MASTER-F.
            05 MSK-KEY PIC X(15).
            05 MSK-DATA PIC X(276).
           FD ACCOUNT-MASTER-DATA.
           COPY ACCTMREC.
           FD CUSTOMER-MASTER-DATA.
           01 CUSTOMER-MASTER-F.
            05 CU-CUSTOMER-ID-F PIC X(8).
            05 CU-BANK-ID-F PIC X(5).
            05 CU-ACCOUNT-ID-F PIC X(10).
            05 CU-NAME-F PIC X(30).
           FD OPENING-BALANCE-DATA.
           COPY OPNBREC.
           FD TRANSACTION-DATA.
           01 TRANSACTION-F.
            05 TRANSACTION-LINE PIC X(90).
           FD AUDIT-DATA.
           01 AUDIT-DATA-F.
            05 AUDIT-LINE PIC X(185).
           FD ACCOUNT-CSV.
           01 ACCOUNT-CSV-F.
            05 CSV-LINE PIC X(60).
           FD GL-EXTRACT-DATA.
           01 GL-EXTRACT-F.
            05 GL-LINE PIC X(100).
           FD GL-JOURNAL-DATA.
           COPY GLJNREC.
           FD CHECK-DIGIT-DATA.
           01 CHECK-DIGIT-F.
            05 CD-BANK-ID-F PIC X(5).
            05 CD-SCHEME-F PIC X(1).
            05 CD-REST-F PIC X(74).
           FD COPY-OUT-DATA.
           01 COPY-OUT-F.
            05 COPY-OUT-LINE PIC X(200).
           FD MASK-LOG-DATA.
           01 MASK-LOG-F.
            05 MASK-LOG-LINE PIC X(120).
           FD MASK-REPORT-DATA.
           01 MASK-REPORT-F.
            05 MASK-REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "DATAMASK".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 MASTER-FILE-STATUS PIC X(2).
           05 MSKMAST-FILE-STATUS PIC X(2).
           05 ACCTMAST-FILE-STATUS PIC X(2).
           05 CUSTMAST-FILE-STATUS PIC X(2).
           05 OPENBAL-FILE-STATUS PIC X(2).
           05 TRANS-FILE-STATUS PIC X(2).
           05 AUDIT-FILE-STATUS PIC X(2).
           05 CSV-FILE-STATUS PIC X(2).
           05 GLEXT-FILE-STATUS PIC X(2).
           05 GLJRNL-FILE-STATUS PIC X(2).
           05 CHKDIG-FILE-STATUS PIC X(2).
           05 COPYOUT-FILE-STATUS PIC X(2).
           05 MASKLOG-FILE-STATUS PIC X(2).
           05 MASKREP-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.
       COPY TRANREC.

      * the target region's batchprocess directory and the file in
      * it being written
       01 TARGET-REGION PIC X(5).
       01 TARGET-PATH PIC X(262).
       01 TARGET-BATCH-DIRECTORY PIC X(280).
       01 MASKED-MASTER-NAME PIC X(300).
       01 COPY-OUT-NAME PIC X(300).
       01 MASK-FILE-NAME PIC X(30).
       01 SOURCE-MISSING-SW PIC X VALUE 'N'.
           88 SOURCE-MISSING VALUE 'Y'.
       01 COPY-OUT-OPEN-SW PIC X VALUE 'N'.
           88 COPY-OUT-OPEN VALUE 'Y'.
       01 MASK-FAILED-SW PIC X VALUE 'N'.
           88 MASK-FAILED VALUE 'Y'.
       01 MASK-RESULT PIC X(10).

       01 DIALOG-INPUT PIC X(20).
       01 CONFIRM-INPUT PIC X(4).
       01 MASK-FUNCTION PIC X.
           88 MASK-FUNC-MASK VALUE 'M'.
           88 MASK-FUNC-REVEAL VALUE 'R'.
       01 RUN-STAMP PIC X(14).

      * the masking key - each digit shifts one account position
       01 MASK-KEY PIC 9(10).
       01 MASK-KEY-X REDEFINES MASK-KEY PIC X(10).
       01 SCALE-FACTOR PIC 9 VALUE 3.

      * check-digit schemes per bank (check_digits.txt: L Luhn, M sum
      * of the first nine digits mod 10); a bank not listed has none
       01 SCHEME-TABLE.
           05 SCH-USED PIC 9(3) VALUE 0.
           05 SCH-ENTRY OCCURS 100 TIMES.
               10 SCH-BANK PIC X(5).
               10 SCH-SCHEME PIC X.
       01 SCH-INDEX PIC 9(3).
       01 SCH-MATCH-INDEX PIC 9(3).

      * account mapping - MAP-BANK / MAP-ACCOUNT in, MAP-ACCOUNT out
       01 MAP-BANK PIC X(5).
       01 MAP-ACCOUNT PIC X(10).
       01 MAP-DIRECTION PIC X.
           88 MAP-FORWARD VALUE 'F'.
           88 MAP-REVERSE VALUE 'R'.
       01 MAP-POS PIC 99.
       01 MAP-DIGIT PIC 99.
       01 MAP-KEY-DIGIT PIC 9.
       01 MAP-OFFSET PIC 9.
       01 CDW-BASE-X PIC X(9).
       01 CDW-POS PIC 99.
       01 CDW-DIGIT PIC 99.
       01 CDW-TOTAL PIC 9(4).
       01 CHECK-DIGIT-RESULT PIC 9.
       01 MAPPED-COUNT PIC 9(7) VALUE 0.

      * fake names - first name and surname picked by a hash of the
      * masking key and the real name
       01 FIRST-NAME-TABLE.
           05 FILLER PIC X(6) VALUE 'ALEX'.
           05 FILLER PIC X(6) VALUE 'BERIT'.
           05 FILLER PIC X(6) VALUE 'CARLO'.
           05 FILLER PIC X(6) VALUE 'DANA'.
           05 FILLER PIC X(6) VALUE 'EMIL'.
           05 FILLER PIC X(6) VALUE 'FRIEDA'.
           05 FILLER PIC X(6) VALUE 'GUS'.
           05 FILLER PIC X(6) VALUE 'HANNA'.
           05 FILLER PIC X(6) VALUE 'IVO'.
           05 FILLER PIC X(6) VALUE 'JULE'.
           05 FILLER PIC X(6) VALUE 'KARL'.
           05 FILLER PIC X(6) VALUE 'LENA'.
           05 FILLER PIC X(6) VALUE 'MARIO'.
           05 FILLER PIC X(6) VALUE 'NORA'.
           05 FILLER PIC X(6) VALUE 'OTTO'.
           05 FILLER PIC X(6) VALUE 'PIA'.
           05 FILLER PIC X(6) VALUE 'RENE'.
           05 FILLER PIC X(6) VALUE 'SARA'.
           05 FILLER PIC X(6) VALUE 'TILO'.
           05 FILLER PIC X(6) VALUE 'VERA'.
       01 FIRST-NAME-ENTRY REDEFINES FIRST-NAME-TABLE
               PIC X(6) OCCURS 20 TIMES.
       01 SURNAME-TABLE.
           05 FILLER PIC X(8) VALUE 'ADLER'.
           05 FILLER PIC X(8) VALUE 'BRANDT'.
           05 FILLER PIC X(8) VALUE 'CORDES'.
           05 FILLER PIC X(8) VALUE 'DORN'.
           05 FILLER PIC X(8) VALUE 'EBERT'.
           05 FILLER PIC X(8) VALUE 'FALK'.
           05 FILLER PIC X(8) VALUE 'GROSS'.
           05 FILLER PIC X(8) VALUE 'HAHN'.
           05 FILLER PIC X(8) VALUE 'ILLER'.
           05 FILLER PIC X(8) VALUE 'JANSEN'.
           05 FILLER PIC X(8) VALUE 'KRAUSE'.
           05 FILLER PIC X(8) VALUE 'LANGE'.
           05 FILLER PIC X(8) VALUE 'MORITZ'.
           05 FILLER PIC X(8) VALUE 'NEUMANN'.
           05 FILLER PIC X(8) VALUE 'OLSEN'.
           05 FILLER PIC X(8) VALUE 'PETERS'.
           05 FILLER PIC X(8) VALUE 'QUANDT'.
           05 FILLER PIC X(8) VALUE 'ROTH'.
           05 FILLER PIC X(8) VALUE 'SOMMER'.
           05 FILLER PIC X(8) VALUE 'WEBER'.
       01 SURNAME-ENTRY REDEFINES SURNAME-TABLE
               PIC X(8) OCCURS 20 TIMES.
       01 NAME-IN PIC X(30).
       01 NAME-OUT PIC X(30).
       01 NAME-HASH PIC 9(12).
       01 NAME-POS PIC 99.
       01 NAME-LENGTH PIC 99.
       01 FIRST-NAME-INDEX PIC 99.
       01 SURNAME-INDEX PIC 99.

      * scaling - SCALE-IN times the factor into SCALE-OUT; a result
      * beyond SCALE-LIMIT does not fit the file's amount field
       01 SCALE-IN PIC S9(10)V99.
       01 SCALE-OUT PIC S9(12)V99.
       01 SCALE-LIMIT PIC 9(10)V99.
       01 OVERFLOW-COUNT PIC 9(5) VALUE 0.
       01 WORK-AMOUNT PIC S9(10)V99.
       01 OB-IMPLIED-X PIC X(13).
       01 OB-IMPLIED-N REDEFINES OB-IMPLIED-X PIC 9(11)V99.
       01 WORK-SLOT PIC 9.

      * production and masked totals per bank and currency, from the
      * master balances
       01 BANK-TOTALS.
           05 BT-USED PIC 9(3) VALUE 0.
           05 BT-ENTRY OCCURS 500 TIMES.
               10 BT-BANK PIC X(5).
               10 BT-CURRENCY PIC X(3).
               10 BT-ACCOUNTS PIC 9(7).
               10 BT-PROD-TOTAL PIC S9(13)V99.
               10 BT-MASK-TOTAL PIC S9(13)V99.
       01 BT-INDEX PIC 9(3).
       01 BT-MATCH-INDEX PIC 9(3).
       01 BT-FULL-SW PIC X VALUE 'N'.
           88 BT-FULL VALUE 'Y'.

       01 FILE-COUNTS.
           05 MASTER-COUNT PIC 9(7) VALUE 0.
           05 ACCTMAST-COUNT PIC 9(7) VALUE 0.
           05 CUSTMAST-COUNT PIC 9(7) VALUE 0.
           05 OPENBAL-COUNT PIC 9(7) VALUE 0.
           05 TRANS-COUNT PIC 9(7) VALUE 0.
           05 AUDIT-COUNT PIC 9(7) VALUE 0.
           05 CSV-COUNT PIC 9(7) VALUE 0.
           05 GLEXT-COUNT PIC 9(7) VALUE 0.
           05 GLJRNL-COUNT PIC 9(7) VALUE 0.
           05 CHKDIG-COUNT PIC 9(7) VALUE 0.
       01 LINE-COUNT PIC 9(7).

       01 CSV-FIELDS.
           05 CSV-BANK-X PIC X(6).
           05 CSV-ACCOUNT-X PIC X(11).
           05 CSV-CURRENCY-X PIC X(4).
           05 CSV-SALDO-X PIC X(15).
       01 AUDIT-CHAIN-HASH PIC 9(10) VALUE 0.
           COPY AHSHREC.
       01 TEMP-VARS.
           05 FORMATTED-SIGNED-SALDO PIC -(07)9.99.
           05 FORMATTED-SIGNED-SALDO-2 PIC -(07)9.99.
           05 FORMATTED-OB-BALANCE PIC -(09)9.99.
           05 FORMATTED-TOTAL PIC -(13)9.99.
           05 FORMATTED-TOTAL-2 PIC -(13)9.99.
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
           IF NOT RG-PRODUCTION
               MOVE "DM0001" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "DATA MASKING RUNS IN PROD ONLY - THIS RUN IS IN ",
                   RG-REGION) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "MASKED TEST DATA GENERATOR"
           DISPLAY "M = mask production data into a region, "
               "R = reveal a masked account number:"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE FUNCTION UPPER-CASE(DIALOG-INPUT(1:1))
               TO MASK-FUNCTION
           PERFORM LoadCheckDigitSchemes
           EVALUATE TRUE
           WHEN MASK-FUNC-MASK
               PERFORM MaskIntoRegion
           WHEN MASK-FUNC-REVEAL
               PERFORM RevealAccount
           WHEN OTHER
               MOVE "DM0002" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE "NO FUNCTION CHOSEN - NOTHING DONE" TO MSG-TEXT
               PERFORM LogMessage
               MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

      *****************************************************************
      * M - dialog, then every file of the set in turn
      *****************************************************************
       MaskIntoRegion SECTION.
           DISPLAY "Target data region (TEST or TRAIN):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE FUNCTION UPPER-CASE(DIALOG-INPUT(1:5)) TO TARGET-REGION
           IF TARGET-REGION NOT = 'TEST' AND NOT = 'TRAIN'
               MOVE "DM0003" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate("MASKED DATA GOES TO TEST ",
                   "OR TRAIN ONLY - NOT TO '",
                   FUNCTION TRIM(DIALOG-INPUT), "'") TO MSG-TEXT
               PERFORM LogMessage
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE 'FIND' TO RG-FUNCTION
           MOVE TARGET-REGION TO RG-REGION
           CALL "REGION" USING REGION-REQUEST
           END-CALL
           IF NOT RG-ENTERED
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE RG-PATH TO TARGET-PATH
      * a region set up on the production directory would have the
      * production files overwritten
           MOVE 'FIND' TO RG-FUNCTION
           MOVE 'PROD' TO RG-REGION
           CALL "REGION" USING REGION-REQUEST
           END-CALL
           IF RG-PATH = TARGET-PATH
               MOVE "DM0018" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("DATA REGION ",
                   FUNCTION TRIM(TARGET-REGION),
                   " IS THE PRODUCTION DIRECTORY - NOTHING DONE")
                   TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           DISPLAY "Masking key (up to 10 digits - ENTER = new key):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           IF DIALOG-INPUT = SPACES
               MOVE FUNCTION CURRENT-DATE(7:10) TO MASK-KEY-X
           ELSE
               PERFORM TakeMaskingKey
               IF MASK-KEY = 0
                   EXIT SECTION
               END-IF
           END-IF
           DISPLAY "Balance scale factor (1-9 - ENTER = 3):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           IF DIALOG-INPUT(1:1) IS NUMERIC
               AND DIALOG-INPUT(1:1) NOT = '0'
               AND DIALOG-INPUT(2:19) = SPACES
               MOVE DIALOG-INPUT(1:1) TO SCALE-FACTOR
           ELSE
               IF DIALOG-INPUT NOT = SPACES
                   MOVE "DM0004" TO MSG-ID
                   MOVE "W" TO MSG-SEVERITY
                   MOVE function concatenate("SCALE FACTOR '",
                       FUNCTION TRIM(DIALOG-INPUT),
                       "' IS NOT 1 TO 9 - NOTHING DONE") TO MSG-TEXT
                   PERFORM LogMessage
                   MOVE 8 TO RETURN-CODE
                   EXIT SECTION
               END-IF
           END-IF
           DISPLAY "The files of data region " TARGET-REGION
               " are replaced by masked production data:"
           DISPLAY "  " FUNCTION TRIM(TARGET-PATH)
           DISPLAY "Masking key " MASK-KEY-X
               "  scale factor " SCALE-FACTOR
           DISPLAY "Type YES to continue:"
           MOVE SPACES TO CONFIRM-INPUT
           ACCEPT CONFIRM-INPUT
           IF FUNCTION UPPER-CASE(CONFIRM-INPUT) NOT = 'YES'
               DISPLAY "Nothing masked."
               EXIT SECTION
           END-IF
           MOVE function concatenate(FUNCTION TRIM(TARGET-PATH),
               '/batchprocess') TO TARGET-BATCH-DIRECTORY
      * a new region directory gets its batchprocess tree here - one
      * that is there already is simply used
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "CBL_CREATE_DIR" USING TARGET-BATCH-DIRECTORY
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP
           OPEN OUTPUT MASK-REPORT-DATA
           IF MASKREP-FILE-STATUS NOT = "00"
               MOVE "DM0005" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN datamask_report.txt, STATUS=",
                   MASKREP-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           PERFORM MaskAccountMaster
           IF NOT MASK-FAILED
               PERFORM MaskAccountMasterText
           END-IF
           IF NOT MASK-FAILED
               PERFORM MaskCustomerMaster
           END-IF
           IF NOT MASK-FAILED
               PERFORM MaskOpeningBalances
           END-IF
           IF NOT MASK-FAILED
               PERFORM MaskTransactions
           END-IF
           IF NOT MASK-FAILED
               PERFORM MaskAuditTrail
           END-IF
           IF NOT MASK-FAILED
               PERFORM MaskAccountCsv
           END-IF
           IF NOT MASK-FAILED
               PERFORM MaskGlExtract
           END-IF
           IF NOT MASK-FAILED
               PERFORM MaskGlJournals
           END-IF
           IF NOT MASK-FAILED
               PERFORM CopyCheckDigits
           END-IF
           PERFORM WriteMaskReport
           CLOSE MASK-REPORT-DATA
           PERFORM WriteMaskLog
           PERFORM PageReport
           IF MASK-FAILED
               MOVE "DM0006" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("MASKED SET IN DATA REGION ",
                   FUNCTION TRIM(TARGET-REGION),
                   " IS INCOMPLETE - DO NOT USE IT UNTIL RERUN")
                   TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "DM0007" TO MSG-ID
               MOVE "I" TO MSG-SEVERITY
               MOVE function concatenate("PRODUCTION DATA MASKED ",
                   "INTO DATA REGION ", FUNCTION TRIM(TARGET-REGION),
                   " - ", MASTER-COUNT, " ACCOUNTS, FACTOR ",
                   SCALE-FACTOR) TO MSG-TEXT
               PERFORM LogMessage
               DISPLAY "Masked set written to data region "
                   TARGET-REGION
               DISPLAY "Report written to "
                   "batchprocess/datamask_report.txt"
           END-IF
           .

      * a key of fewer than ten digits is right-aligned with leading
      * zeros; zero would leave the numbers unmasked
       TakeMaskingKey SECTION.
           MOVE FUNCTION TRIM(DIALOG-INPUT) TO DIALOG-INPUT
           MOVE 0 TO NAME-LENGTH
           INSPECT DIALOG-INPUT TALLYING NAME-LENGTH
               FOR CHARACTERS BEFORE INITIAL SPACE
           MOVE 0 TO MASK-KEY
           IF NAME-LENGTH > 0 AND NAME-LENGTH <= 10
               IF DIALOG-INPUT(1:NAME-LENGTH) IS NUMERIC
                   AND DIALOG-INPUT(NAME-LENGTH + 1:) = SPACES
                   MOVE DIALOG-INPUT(1:NAME-LENGTH) TO MASK-KEY
               END-IF
           END-IF
           IF MASK-KEY = 0
               MOVE "DM0008" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate("MASKING KEY '",
                   FUNCTION TRIM(DIALOG-INPUT),
                   "' IS NOT 1 TO 10 DIGITS ABOVE ZERO - NOTHING DONE")
                   TO MSG-TEXT
               PERFORM LogMessage
               MOVE 8 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * R - a masked account number back to the production one, for
      * a test finding that has to be followed up on the real account
      *****************************************************************
       RevealAccount SECTION.
           DISPLAY "Masking key of the masked set (see mask_log.txt):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           PERFORM TakeMaskingKey
           IF MASK-KEY = 0
               EXIT SECTION
           END-IF
           DISPLAY "Bank number:"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:5) TO MAP-BANK
           DISPLAY "Masked account number (10 digits):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:10) TO MAP-ACCOUNT
           IF MAP-BANK IS NOT NUMERIC OR MAP-ACCOUNT IS NOT NUMERIC
               MOVE "DM0009" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate("BANK ", MAP-BANK,
                   " ACCOUNT ", MAP-ACCOUNT,
                   " IS NOT A BANK AND ACCOUNT NUMBER") TO MSG-TEXT
               PERFORM LogMessage
               MOVE 8 TO RETURN-CODE
               EXIT SECTION
           END-IF
           SET MAP-REVERSE TO TRUE
           PERFORM MapAccount
           MOVE MAP-BANK TO MST-BANK-ID
           MOVE MAP-ACCOUNT TO MST-ACCOUNT-ID
           MOVE SPACES TO MST-NAME
           OPEN INPUT MASTER-ISAM-DATA
           IF MASTER-FILE-STATUS = "00"
               READ MASTER-ISAM-DATA
                   INVALID KEY MOVE '(not on the master)' TO MST-NAME
               END-READ
               CLOSE MASTER-ISAM-DATA
           END-IF
           DISPLAY "Production account: " MAP-BANK " " MAP-ACCOUNT
               "  " MST-NAME
           .

      *****************************************************************
      * account_master.dat - key, name and every balance of a slot
      *****************************************************************
       MaskAccountMaster SECTION.
           OPEN INPUT MASTER-ISAM-DATA
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "DM0010" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN account_master.dat, STATUS=",
                   MASTER-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               SET MASK-FAILED TO TRUE
               EXIT SECTION
           END-IF
           MOVE function concatenate(
               FUNCTION TRIM(TARGET-BATCH-DIRECTORY),
               '/account_master.dat') TO MASKED-MASTER-NAME
           OPEN OUTPUT MASKED-MASTER-DATA
           IF MSKMAST-FILE-STATUS NOT = "00"
               MOVE "DM0011" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT WRITE account_master.dat IN DATA REGION ",
                   FUNCTION TRIM(TARGET-REGION), ", STATUS=",
                   MSKMAST-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               SET MASK-FAILED TO TRUE
               CLOSE MASTER-ISAM-DATA
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF OR MASK-FAILED
               READ MASTER-ISAM-DATA NEXT RECORD
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END PERFORM MaskOneMasterRecord
               END-READ
           END-PERFORM
           CLOSE MASKED-MASTER-DATA
           CLOSE MASTER-ISAM-DATA
           .

       MaskOneMasterRecord SECTION.
           ADD 1 TO MASTER-COUNT
           MOVE MST-NAME TO NAME-IN
           PERFORM MakeFakeName
           MOVE NAME-OUT TO MST-NAME
           MOVE MST-BANK-ID TO MAP-BANK
           MOVE MST-ACCOUNT-ID TO MAP-ACCOUNT
           SET MAP-FORWARD TO TRUE
           PERFORM MapAccount
           MOVE MAP-ACCOUNT TO MST-ACCOUNT-ID
           MOVE 9999999999.99 TO SCALE-LIMIT
           PERFORM VARYING WORK-SLOT FROM 1 BY 1 UNTIL WORK-SLOT > 5
               MOVE MST-SALDO(WORK-SLOT) TO SCALE-IN WORK-AMOUNT
               PERFORM ScaleAmount
               MOVE SCALE-OUT TO MST-SALDO(WORK-SLOT)
               IF WORK-SLOT <= MST-NUM-CURRENCIES
                   AND MST-CURR-CODE(WORK-SLOT) NOT = SPACES
                   PERFORM AddBankTotal
               END-IF
               MOVE MST-OPENING(WORK-SLOT) TO SCALE-IN
               PERFORM ScaleAmount
               MOVE SCALE-OUT TO MST-OPENING(WORK-SLOT)
               MOVE MST-PERIOD-OPENING(WORK-SLOT) TO SCALE-IN
               PERFORM ScaleAmount
               MOVE SCALE-OUT TO MST-PERIOD-OPENING(WORK-SLOT)
           END-PERFORM
           IF OVERFLOW-COUNT > 0
               MOVE 'account_master.dat' TO MASK-FILE-NAME
               MOVE MASTER-COUNT TO LINE-COUNT
               PERFORM ReportOverflow
               EXIT SECTION
           END-IF
           WRITE MASKED-MASTER-F FROM MASTER-REC
               INVALID KEY
                   MOVE "DM0012" TO MSG-ID
                   MOVE "S" TO MSG-SEVERITY
                   MOVE function concatenate("MASKED ACCOUNT ",
                       MST-BANK-ID, " ", MST-ACCOUNT-ID,
                       " WRITTEN TWICE - CHECK DIGITS OF ",
                       "PRODUCTION BANK ", MST-BANK-ID)
                       TO MSG-TEXT
                   PERFORM LogMessage
                   SET MASK-FAILED TO TRUE
           END-WRITE
           .

       AddBankTotal SECTION.
           MOVE 0 TO BT-MATCH-INDEX
           PERFORM VARYING BT-INDEX FROM 1 BY 1
               UNTIL BT-INDEX > BT-USED
               IF BT-BANK(BT-INDEX) = MAP-BANK
                   AND BT-CURRENCY(BT-INDEX) = MST-CURR-CODE(WORK-SLOT)
                   MOVE BT-INDEX TO BT-MATCH-INDEX
               END-IF
           END-PERFORM
           IF BT-MATCH-INDEX = 0
               IF BT-USED >= 500
                   SET BT-FULL TO TRUE
                   EXIT SECTION
               END-IF
               ADD 1 TO BT-USED
               MOVE BT-USED TO BT-MATCH-INDEX
               MOVE MAP-BANK TO BT-BANK(BT-USED)
               MOVE MST-CURR-CODE(WORK-SLOT) TO BT-CURRENCY(BT-USED)
               MOVE 0 TO BT-ACCOUNTS(BT-USED)
               MOVE 0 TO BT-PROD-TOTAL(BT-USED)
               MOVE 0 TO BT-MASK-TOTAL(BT-USED)
           END-IF
           ADD 1 TO BT-ACCOUNTS(BT-MATCH-INDEX)
           ADD WORK-AMOUNT TO BT-PROD-TOTAL(BT-MATCH-INDEX)
           ADD MST-SALDO(WORK-SLOT) TO BT-MASK-TOTAL(BT-MATCH-INDEX)
           .

      *****************************************************************
      * the flat files - read from PROD, written to the target region
      *****************************************************************
       MaskAccountMasterText SECTION.
           MOVE 'account_master.txt' TO MASK-FILE-NAME
           OPEN INPUT ACCOUNT-MASTER-DATA
           MOVE ACCTMAST-FILE-STATUS TO COPYOUT-FILE-STATUS
           PERFORM OpenMaskedCopy
           IF SOURCE-MISSING OR NOT COPY-OUT-OPEN
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF OR MASK-FAILED
               READ ACCOUNT-MASTER-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO ACCTMAST-COUNT
                       MOVE AM-BANK-ID-F TO MAP-BANK
                       MOVE AM-ACCOUNT-ID-F TO MAP-ACCOUNT
                       SET MAP-FORWARD TO TRUE
                       PERFORM MapAccount
                       MOVE MAP-ACCOUNT TO AM-ACCOUNT-ID-F
                       MOVE AM-NAME-F TO NAME-IN
                       PERFORM MakeFakeName
                       MOVE NAME-OUT TO AM-NAME-F
                       MOVE ACCOUNT-MASTER-F TO COPY-OUT-LINE
                       PERFORM WriteMaskedLine
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-MASTER-DATA
           PERFORM CloseMaskedCopy
           .

       MaskCustomerMaster SECTION.
           MOVE 'customer_master.txt' TO MASK-FILE-NAME
           OPEN INPUT CUSTOMER-MASTER-DATA
           MOVE CUSTMAST-FILE-STATUS TO COPYOUT-FILE-STATUS
           PERFORM OpenMaskedCopy
           IF SOURCE-MISSING OR NOT COPY-OUT-OPEN
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF OR MASK-FAILED
               READ CUSTOMER-MASTER-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CUSTMAST-COUNT
                       MOVE CU-BANK-ID-F TO MAP-BANK
                       MOVE CU-ACCOUNT-ID-F TO MAP-ACCOUNT
                       SET MAP-FORWARD TO TRUE
                       PERFORM MapAccount
                       MOVE MAP-ACCOUNT TO CU-ACCOUNT-ID-F
                       MOVE CU-NAME-F TO NAME-IN
                       PERFORM MakeFakeName
                       MOVE NAME-OUT TO CU-NAME-F
                       MOVE CUSTOMER-MASTER-F TO COPY-OUT-LINE
                       PERFORM WriteMaskedLine
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-DATA
           PERFORM CloseMaskedCopy
           .

      * a balance keeps its layout - signed with the point at column
      * 11, or thirteen digits with two implied decimals
       MaskOpeningBalances SECTION.
           MOVE 'opening_balances.txt' TO MASK-FILE-NAME
           OPEN INPUT OPENING-BALANCE-DATA
           MOVE OPENBAL-FILE-STATUS TO COPYOUT-FILE-STATUS
           PERFORM OpenMaskedCopy
           IF SOURCE-MISSING OR NOT COPY-OUT-OPEN
               EXIT SECTION
           END-IF
           MOVE 999999999.99 TO SCALE-LIMIT
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF OR MASK-FAILED
               READ OPENING-BALANCE-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO OPENBAL-COUNT
                       PERFORM MaskOneOpeningBalance
                       MOVE OPENING-BALANCE-F TO COPY-OUT-LINE
                       PERFORM WriteMaskedLine
               END-READ
           END-PERFORM
           CLOSE OPENING-BALANCE-DATA
           PERFORM CloseMaskedCopy
           .

       MaskOneOpeningBalance SECTION.
           IF OB-BANK-ID-F IS NOT NUMERIC
               OR OB-ACCOUNT-ID-F IS NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE OB-BANK-ID-F TO MAP-BANK
           MOVE OB-ACCOUNT-ID-F TO MAP-ACCOUNT
           SET MAP-FORWARD TO TRUE
           PERFORM MapAccount
           MOVE MAP-ACCOUNT TO OB-ACCOUNT-ID-F
           IF OB-BALANCE-F(11:1) = '.'
               MOVE OB-BALANCE-F TO FORMATTED-OB-BALANCE
               MOVE FORMATTED-OB-BALANCE TO SCALE-IN
           ELSE
               MOVE OB-BALANCE-F TO OB-IMPLIED-X
               MOVE OB-IMPLIED-N TO SCALE-IN
           END-IF
           PERFORM ScaleAmount
           IF OVERFLOW-COUNT > 0
               MOVE OPENBAL-COUNT TO LINE-COUNT
               PERFORM ReportOverflow
               EXIT SECTION
           END-IF
           IF OB-BALANCE-F(11:1) = '.'
               MOVE SCALE-OUT TO FORMATTED-OB-BALANCE
               MOVE FORMATTED-OB-BALANCE TO OB-BALANCE-F
           ELSE
               MOVE SCALE-OUT TO OB-IMPLIED-N
               MOVE OB-IMPLIED-X TO OB-BALANCE-F
           END-IF
           .

      * a transfer carries its destination account in the first
      * fifteen comment positions - it is shifted with the rest
       MaskTransactions SECTION.
           MOVE 'input.txt' TO MASK-FILE-NAME
           OPEN INPUT TRANSACTION-DATA
           MOVE TRANS-FILE-STATUS TO COPYOUT-FILE-STATUS
           PERFORM OpenMaskedCopy
           IF SOURCE-MISSING OR NOT COPY-OUT-OPEN
               EXIT SECTION
           END-IF
           MOVE 99999999.99 TO SCALE-LIMIT
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF OR MASK-FAILED
               READ TRANSACTION-DATA INTO TRANSACTION
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO TRANS-COUNT
                       PERFORM MaskOneTransaction
                       MOVE TRANSACTION TO COPY-OUT-LINE
                       PERFORM WriteMaskedLine
               END-READ
           END-PERFORM
           CLOSE TRANSACTION-DATA
           PERFORM CloseMaskedCopy
           .

       MaskOneTransaction SECTION.
           MOVE TR-BANK-ID-X TO MAP-BANK
           MOVE TR-ACCOUNT-ID-X TO MAP-ACCOUNT
           SET MAP-FORWARD TO TRUE
           PERFORM MapAccount
           MOVE MAP-ACCOUNT TO TR-ACCOUNT-ID-X
           IF TR-IS-TRANSFER
               MOVE TR-DEST-BANK-ID-X TO MAP-BANK
               MOVE TR-DEST-ACCOUNT-ID-X TO MAP-ACCOUNT
               PERFORM MapAccount
               MOVE MAP-ACCOUNT TO TR-DEST-ACCOUNT-ID-X
           END-IF
           IF TR-AMOUNT-X IS NUMERIC
               MOVE TR-AMOUNT TO SCALE-IN
               PERFORM ScaleAmount
               IF OVERFLOW-COUNT > 0
                   MOVE TRANS-COUNT TO LINE-COUNT
                   PERFORM ReportOverflow
                   EXIT SECTION
               END-IF
               MOVE SCALE-OUT TO TR-AMOUNT
           END-IF
           .

      * the before/after balances are scaled and the chain is sealed
      * again from a zero hash - the masked trail starts a chain of
      * its own
       MaskAuditTrail SECTION.
           MOVE 'audit_trail.txt' TO MASK-FILE-NAME
           OPEN INPUT AUDIT-DATA
           MOVE AUDIT-FILE-STATUS TO COPYOUT-FILE-STATUS
           PERFORM OpenMaskedCopy
           IF SOURCE-MISSING OR NOT COPY-OUT-OPEN
               EXIT SECTION
           END-IF
           MOVE 9999999.99 TO SCALE-LIMIT
           MOVE 0 TO AUDIT-CHAIN-HASH
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF OR MASK-FAILED
               READ AUDIT-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO AUDIT-COUNT
                       PERFORM MaskOneAuditLine
                       MOVE AUDIT-LINE TO COPY-OUT-LINE
                       PERFORM WriteMaskedLine
               END-READ
           END-PERFORM
           CLOSE AUDIT-DATA
           PERFORM CloseMaskedCopy
           .

      * bank(1:5) account(7:10) before(24:11) after(39:11), comment
      * from 51 - a transfer leg names the other account there
       MaskOneAuditLine SECTION.
           IF AUDIT-LINE(1:5) IS NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE AUDIT-LINE(1:5) TO MAP-BANK
           MOVE AUDIT-LINE(7:10) TO MAP-ACCOUNT
           SET MAP-FORWARD TO TRUE
           PERFORM MapAccount
           MOVE MAP-ACCOUNT TO AUDIT-LINE(7:10)
           IF AUDIT-LINE(51:15) IS NUMERIC
               MOVE AUDIT-LINE(51:5) TO MAP-BANK
               MOVE AUDIT-LINE(56:10) TO MAP-ACCOUNT
               PERFORM MapAccount
               MOVE MAP-ACCOUNT TO AUDIT-LINE(56:10)
           END-IF
           MOVE FUNCTION NUMVAL(AUDIT-LINE(24:11)) TO SCALE-IN
           PERFORM ScaleAmount
           MOVE SCALE-OUT TO FORMATTED-SIGNED-SALDO
           MOVE FUNCTION NUMVAL(AUDIT-LINE(39:11)) TO SCALE-IN
           PERFORM ScaleAmount
           MOVE SCALE-OUT TO FORMATTED-SIGNED-SALDO-2
           IF OVERFLOW-COUNT > 0
               MOVE AUDIT-COUNT TO LINE-COUNT
               PERFORM ReportOverflow
               EXIT SECTION
           END-IF
           MOVE FORMATTED-SIGNED-SALDO TO AUDIT-LINE(24:11)
           MOVE FORMATTED-SIGNED-SALDO-2 TO AUDIT-LINE(39:11)
           MOVE 'SEAL' TO AH-FUNCTION
           MOVE AUDIT-LINE TO AH-LINE
           MOVE AUDIT-CHAIN-HASH TO AH-CHAIN-HASH
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "AUDITHASH" USING AUDIT-HASH-REQUEST
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           MOVE AH-LINE TO AUDIT-LINE
           MOVE AH-CHAIN-HASH TO AUDIT-CHAIN-HASH
           .

       MaskAccountCsv SECTION.
           MOVE 'output.csv' TO MASK-FILE-NAME
           OPEN INPUT ACCOUNT-CSV
           MOVE CSV-FILE-STATUS TO COPYOUT-FILE-STATUS
           PERFORM OpenMaskedCopy
           IF SOURCE-MISSING OR NOT COPY-OUT-OPEN
               EXIT SECTION
           END-IF
           MOVE 9999999.99 TO SCALE-LIMIT
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF OR MASK-FAILED
               READ ACCOUNT-CSV
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CSV-COUNT
                       MOVE CSV-LINE TO COPY-OUT-LINE
                       PERFORM MaskOneCsvLine
                       PERFORM WriteMaskedLine
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-CSV
           PERFORM CloseMaskedCopy
           .

       MaskOneCsvLine SECTION.
           MOVE SPACES TO CSV-BANK-X CSV-ACCOUNT-X CSV-CURRENCY-X
                          CSV-SALDO-X
           UNSTRING CSV-LINE DELIMITED BY ','
               INTO CSV-BANK-X CSV-ACCOUNT-X CSV-CURRENCY-X
                    CSV-SALDO-X
           END-UNSTRING
           IF CSV-SALDO-X = SPACES
               EXIT SECTION
           END-IF
           MOVE CSV-BANK-X(1:5) TO MAP-BANK
           MOVE CSV-ACCOUNT-X(1:10) TO MAP-ACCOUNT
           SET MAP-FORWARD TO TRUE
           PERFORM MapAccount
           MOVE FUNCTION NUMVAL(CSV-SALDO-X) TO SCALE-IN
           PERFORM ScaleAmount
           IF OVERFLOW-COUNT > 0
               MOVE CSV-COUNT TO LINE-COUNT
               PERFORM ReportOverflow
               EXIT SECTION
           END-IF
           MOVE SCALE-OUT TO FORMATTED-SIGNED-SALDO
           MOVE function concatenate(CSV-BANK-X(1:5), ',',
               MAP-ACCOUNT, ',', CSV-CURRENCY-X(1:3), ',',
               FORMATTED-SIGNED-SALDO) TO COPY-OUT-LINE
           .

      * account(1:8) D/C(10) currency(12:3) amount(16:11) - GL
      * accounts are not customer data and stay as they are
       MaskGlExtract SECTION.
           MOVE 'gl_extract.txt' TO MASK-FILE-NAME
           OPEN INPUT GL-EXTRACT-DATA
           MOVE GLEXT-FILE-STATUS TO COPYOUT-FILE-STATUS
           PERFORM OpenMaskedCopy
           IF SOURCE-MISSING OR NOT COPY-OUT-OPEN
               EXIT SECTION
           END-IF
           MOVE 9999999.99 TO SCALE-LIMIT
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF OR MASK-FAILED
               READ GL-EXTRACT-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO GLEXT-COUNT
                       IF GL-LINE(1:8) NOT = SPACES
                           MOVE FUNCTION NUMVAL(GL-LINE(16:11))
                               TO SCALE-IN
                           PERFORM ScaleAmount
                           MOVE SCALE-OUT TO FORMATTED-SIGNED-SALDO
                           MOVE FORMATTED-SIGNED-SALDO
                               TO GL-LINE(16:11)
                       END-IF
                       IF OVERFLOW-COUNT > 0
                           MOVE GLEXT-COUNT TO LINE-COUNT
                           PERFORM ReportOverflow
                       END-IF
                       MOVE GL-LINE TO COPY-OUT-LINE
                       PERFORM WriteMaskedLine
               END-READ
           END-PERFORM
           CLOSE GL-EXTRACT-DATA
           PERFORM CloseMaskedCopy
           .

       MaskGlJournals SECTION.
           MOVE 'gl_journals.txt' TO MASK-FILE-NAME
           OPEN INPUT GL-JOURNAL-DATA
           MOVE GLJRNL-FILE-STATUS TO COPYOUT-FILE-STATUS
           PERFORM OpenMaskedCopy
           IF SOURCE-MISSING OR NOT COPY-OUT-OPEN
               EXIT SECTION
           END-IF
           MOVE 99999999.99 TO SCALE-LIMIT
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF OR MASK-FAILED
               READ GL-JOURNAL-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO GLJRNL-COUNT
                       IF GJ-AMOUNT-F IS NUMERIC
                           MOVE GJ-AMOUNT-N TO SCALE-IN
                           PERFORM ScaleAmount
                           MOVE SCALE-OUT TO GJ-AMOUNT-N
                       END-IF
                       IF OVERFLOW-COUNT > 0
                           MOVE GLJRNL-COUNT TO LINE-COUNT
                           PERFORM ReportOverflow
                       END-IF
                       MOVE GL-JOURNAL-F TO COPY-OUT-LINE
                       PERFORM WriteMaskedLine
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-DATA
           PERFORM CloseMaskedCopy
           .

      * the schemes are bank reference data - copied unchanged, so
      * the masked numbers are validated as in production
       CopyCheckDigits SECTION.
           MOVE 'check_digits.txt' TO MASK-FILE-NAME
           OPEN INPUT CHECK-DIGIT-DATA
           MOVE CHKDIG-FILE-STATUS TO COPYOUT-FILE-STATUS
           PERFORM OpenMaskedCopy
           IF SOURCE-MISSING OR NOT COPY-OUT-OPEN
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ CHECK-DIGIT-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO CHKDIG-COUNT
                       MOVE CHECK-DIGIT-F TO COPY-OUT-LINE
                       PERFORM WriteMaskedLine
               END-READ
           END-PERFORM
           CLOSE CHECK-DIGIT-DATA
           PERFORM CloseMaskedCopy
           .

      * the caller has opened the production file and left its
      * status in COPYOUT-FILE-STATUS. A file production does not
      * have is left empty in the region too, so no older copy there
      * can disagree with the rest of the masked set.
       OpenMaskedCopy SECTION.
           MOVE 'N' TO SOURCE-MISSING-SW
           MOVE 'N' TO COPY-OUT-OPEN-SW
           IF COPYOUT-FILE-STATUS NOT = "00"
               SET SOURCE-MISSING TO TRUE
               MOVE "DM0013" TO MSG-ID
               MOVE "I" TO MSG-SEVERITY
               MOVE function concatenate(
                   FUNCTION TRIM(MASK-FILE-NAME),
                   " NOT IN PRODUCTION (STATUS=",
                   COPYOUT-FILE-STATUS, ") - LEFT EMPTY IN ",
                   "DATA REGION ", TARGET-REGION) TO MSG-TEXT
               PERFORM LogMessage
           END-IF
           MOVE function concatenate(
               FUNCTION TRIM(TARGET-BATCH-DIRECTORY), '/',
               FUNCTION TRIM(MASK-FILE-NAME)) TO COPY-OUT-NAME
           OPEN OUTPUT COPY-OUT-DATA
           IF COPYOUT-FILE-STATUS NOT = "00"
               MOVE "DM0014" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("CANNOT WRITE ",
                   FUNCTION TRIM(MASK-FILE-NAME), " IN DATA REGION ",
                   FUNCTION TRIM(TARGET-REGION), ", STATUS=",
                   COPYOUT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               SET MASK-FAILED TO TRUE
               EXIT SECTION
           END-IF
           SET COPY-OUT-OPEN TO TRUE
           IF SOURCE-MISSING
               PERFORM CloseMaskedCopy
           END-IF
           .

       WriteMaskedLine SECTION.
           IF MASK-FAILED
               EXIT SECTION
           END-IF
           WRITE COPY-OUT-F
           IF COPYOUT-FILE-STATUS NOT = "00"
               MOVE "DM0015" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("WRITE FAILED ON ",
                   FUNCTION TRIM(MASK-FILE-NAME), " IN DATA REGION ",
                   FUNCTION TRIM(TARGET-REGION), ", STATUS=",
                   COPYOUT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               SET MASK-FAILED TO TRUE
           END-IF
           .

       CloseMaskedCopy SECTION.
           IF COPY-OUT-OPEN
               CLOSE COPY-OUT-DATA
               MOVE 'N' TO COPY-OUT-OPEN-SW
           END-IF
           .

      *****************************************************************
      * one amount times the scale factor
      *****************************************************************
       ScaleAmount SECTION.
           COMPUTE SCALE-OUT = SCALE-IN * SCALE-FACTOR
           IF SCALE-OUT > SCALE-LIMIT
               OR SCALE-OUT < 0 - SCALE-LIMIT
               ADD 1 TO OVERFLOW-COUNT
           END-IF
           .

      * an amount that no longer fits its field would break the set
      * - the run stops and asks for a smaller factor
       ReportOverflow SECTION.
           MOVE "DM0016" TO MSG-ID
           MOVE "S" TO MSG-SEVERITY
           MOVE function concatenate("AMOUNT ON ",
               FUNCTION TRIM(MASK-FILE-NAME), " RECORD ", LINE-COUNT,
               " TOO LARGE FOR FACTOR ", SCALE-FACTOR,
               " - USE A SMALLER FACTOR") TO MSG-TEXT
           PERFORM LogMessage
           SET MASK-FAILED TO TRUE
           .

      *****************************************************************
      * account number shift. Each of the ten positions moves up by
      * the key digit in the same position (down for R). Under a
      * check-digit scheme only the nine base digits move; the check
      * digit is recomputed for the new base and keeps its distance
      * from the valid digit, so a valid number maps to a valid one
      * and no two numbers map to the same one.
      *****************************************************************
       MapAccount SECTION.
           IF MAP-BANK IS NOT NUMERIC OR MAP-ACCOUNT IS NOT NUMERIC
               EXIT SECTION
           END-IF
           MOVE 0 TO SCH-MATCH-INDEX
           PERFORM VARYING SCH-INDEX FROM 1 BY 1
               UNTIL SCH-INDEX > SCH-USED
               IF SCH-BANK(SCH-INDEX) = MAP-BANK
                   MOVE SCH-INDEX TO SCH-MATCH-INDEX
               END-IF
           END-PERFORM
           IF SCH-MATCH-INDEX = 0
               PERFORM VARYING MAP-POS FROM 1 BY 1 UNTIL MAP-POS > 10
                   PERFORM ShiftAccountDigit
               END-PERFORM
           ELSE
               MOVE MAP-ACCOUNT(1:9) TO CDW-BASE-X
               PERFORM ComputeCheckDigit
               COMPUTE MAP-OFFSET = FUNCTION MOD(
                   FUNCTION NUMVAL(MAP-ACCOUNT(10:1)) + 10
                   - CHECK-DIGIT-RESULT, 10)
               PERFORM VARYING MAP-POS FROM 1 BY 1 UNTIL MAP-POS > 9
                   PERFORM ShiftAccountDigit
               END-PERFORM
               MOVE MAP-ACCOUNT(1:9) TO CDW-BASE-X
               PERFORM ComputeCheckDigit
               COMPUTE MAP-DIGIT = FUNCTION MOD(
                   CHECK-DIGIT-RESULT + MAP-OFFSET, 10)
               MOVE MAP-DIGIT(2:1) TO MAP-ACCOUNT(10:1)
           END-IF
           ADD 1 TO MAPPED-COUNT
           .

       ShiftAccountDigit SECTION.
           MOVE MASK-KEY-X(MAP-POS:1) TO MAP-KEY-DIGIT
           IF MAP-FORWARD
               COMPUTE MAP-DIGIT = FUNCTION MOD(
                   FUNCTION NUMVAL(MAP-ACCOUNT(MAP-POS:1))
                   + MAP-KEY-DIGIT, 10)
           ELSE
               COMPUTE MAP-DIGIT = FUNCTION MOD(
                   FUNCTION NUMVAL(MAP-ACCOUNT(MAP-POS:1))
                   + 10 - MAP-KEY-DIGIT, 10)
           END-IF
           MOVE MAP-DIGIT(2:1) TO MAP-ACCOUNT(MAP-POS:1)
           .

      * the same schemes as ACCTOPEN allocates with - Luhn doubles
      * the odd positions of the base, M sums the base mod 10
       ComputeCheckDigit SECTION.
           MOVE 0 TO CDW-TOTAL
           PERFORM VARYING CDW-POS FROM 1 BY 1 UNTIL CDW-POS > 9
               MOVE FUNCTION NUMVAL(CDW-BASE-X(CDW-POS:1))
                   TO CDW-DIGIT
               IF SCH-SCHEME(SCH-MATCH-INDEX) = 'L'
                   AND FUNCTION MOD(CDW-POS, 2) = 1
                   COMPUTE CDW-DIGIT = CDW-DIGIT * 2
                   IF CDW-DIGIT > 9
                       SUBTRACT 9 FROM CDW-DIGIT
                   END-IF
               END-IF
               ADD CDW-DIGIT TO CDW-TOTAL
           END-PERFORM
           IF SCH-SCHEME(SCH-MATCH-INDEX) = 'L'
               COMPUTE CHECK-DIGIT-RESULT =
                   FUNCTION MOD(10 - FUNCTION MOD(CDW-TOTAL, 10), 10)
           ELSE
               COMPUTE CHECK-DIGIT-RESULT = FUNCTION MOD(CDW-TOTAL, 10)
           END-IF
           .

       LoadCheckDigitSchemes SECTION.
           OPEN INPUT CHECK-DIGIT-DATA
           IF CHKDIG-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ CHECK-DIGIT-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF CD-BANK-ID-F IS NUMERIC
                               AND (CD-SCHEME-F = 'L'
                                   OR CD-SCHEME-F = 'M')
                               AND SCH-USED < 100
                               ADD 1 TO SCH-USED
                               MOVE CD-BANK-ID-F TO SCH-BANK(SCH-USED)
                               MOVE CD-SCHEME-F
                                   TO SCH-SCHEME(SCH-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHECK-DIGIT-DATA
           END-IF
           .

      *****************************************************************
      * fake name - the same real name under the same key always
      * gives the same fake name, in every file of the set
      *****************************************************************
       MakeFakeName SECTION.
           MOVE SPACES TO NAME-OUT
           IF NAME-IN = SPACES
               EXIT SECTION
           END-IF
           COMPUTE NAME-HASH = FUNCTION MOD(MASK-KEY, 4294967291)
           MOVE FUNCTION LENGTH(FUNCTION TRIM(NAME-IN TRAILING))
               TO NAME-LENGTH
           PERFORM VARYING NAME-POS FROM 1 BY 1
               UNTIL NAME-POS > NAME-LENGTH
               COMPUTE NAME-HASH = FUNCTION MOD(NAME-HASH * 131
                   + FUNCTION ORD(NAME-IN(NAME-POS:1)), 4294967291)
           END-PERFORM
           COMPUTE FIRST-NAME-INDEX = FUNCTION MOD(NAME-HASH, 20) + 1
           COMPUTE SURNAME-INDEX =
               FUNCTION MOD(FUNCTION INTEGER(NAME-HASH / 20), 20) + 1
           MOVE function concatenate(
               FUNCTION TRIM(FIRST-NAME-ENTRY(FIRST-NAME-INDEX)), ' ',
               FUNCTION TRIM(SURNAME-ENTRY(SURNAME-INDEX)))
               TO NAME-OUT
           .

      *****************************************************************
      * datamask_report.txt - what went where, and the per-bank
      * totals of production and of the masked set side by side
      *****************************************************************
       WriteMaskReport SECTION.
           MOVE function concatenate('Masked test data - region ',
               TARGET-REGION, ' ', FUNCTION TRIM(TARGET-PATH))
               TO MASK-REPORT-LINE
           WRITE MASK-REPORT-F
           MOVE function concatenate('Run ', RUN-STAMP(1:8), ' ',
               RUN-STAMP(9:6), '  scale factor ', SCALE-FACTOR,
               '  (key in batchprocess/mask_log.txt)')
               TO MASK-REPORT-LINE
           WRITE MASK-REPORT-F
           MOVE SPACES TO MASK-REPORT-LINE
           WRITE MASK-REPORT-F
           MOVE 'File                     Records' TO MASK-REPORT-LINE
           WRITE MASK-REPORT-F
           MOVE 'account_master.dat' TO MASK-FILE-NAME
           MOVE MASTER-COUNT TO LINE-COUNT
           PERFORM WriteFileCountLine
           MOVE 'account_master.txt' TO MASK-FILE-NAME
           MOVE ACCTMAST-COUNT TO LINE-COUNT
           PERFORM WriteFileCountLine
           MOVE 'customer_master.txt' TO MASK-FILE-NAME
           MOVE CUSTMAST-COUNT TO LINE-COUNT
           PERFORM WriteFileCountLine
           MOVE 'opening_balances.txt' TO MASK-FILE-NAME
           MOVE OPENBAL-COUNT TO LINE-COUNT
           PERFORM WriteFileCountLine
           MOVE 'input.txt' TO MASK-FILE-NAME
           MOVE TRANS-COUNT TO LINE-COUNT
           PERFORM WriteFileCountLine
           MOVE 'audit_trail.txt' TO MASK-FILE-NAME
           MOVE AUDIT-COUNT TO LINE-COUNT
           PERFORM WriteFileCountLine
           MOVE 'output.csv' TO MASK-FILE-NAME
           MOVE CSV-COUNT TO LINE-COUNT
           PERFORM WriteFileCountLine
           MOVE 'gl_extract.txt' TO MASK-FILE-NAME
           MOVE GLEXT-COUNT TO LINE-COUNT
           PERFORM WriteFileCountLine
           MOVE 'gl_journals.txt' TO MASK-FILE-NAME
           MOVE GLJRNL-COUNT TO LINE-COUNT
           PERFORM WriteFileCountLine
           MOVE 'check_digits.txt' TO MASK-FILE-NAME
           MOVE CHKDIG-COUNT TO LINE-COUNT
           PERFORM WriteFileCountLine
           MOVE SPACES TO MASK-REPORT-LINE
           WRITE MASK-REPORT-F
           MOVE function concatenate('Bank  Cur   Count',
               '  Production total',
               '      Masked total')
               TO MASK-REPORT-LINE
           WRITE MASK-REPORT-F
           PERFORM VARYING BT-INDEX FROM 1 BY 1
               UNTIL BT-INDEX > BT-USED
               MOVE BT-PROD-TOTAL(BT-INDEX) TO FORMATTED-TOTAL
               MOVE BT-MASK-TOTAL(BT-INDEX) TO FORMATTED-TOTAL-2
               MOVE function concatenate(BT-BANK(BT-INDEX), ' ',
                   BT-CURRENCY(BT-INDEX), ' ', BT-ACCOUNTS(BT-INDEX),
                   ' ', FORMATTED-TOTAL, ' ', FORMATTED-TOTAL-2)
                   TO MASK-REPORT-LINE
               WRITE MASK-REPORT-F
           END-PERFORM
           IF BT-FULL
               MOVE 'NOTE: bank totals beyond 500 not listed'
                   TO MASK-REPORT-LINE
               WRITE MASK-REPORT-F
           END-IF
           MOVE SPACES TO MASK-REPORT-LINE
           WRITE MASK-REPORT-F
           IF MASK-FAILED
               MOVE 'RESULT: INCOMPLETE - see the console log'
                   TO MASK-REPORT-LINE
           ELSE
               MOVE function concatenate('RESULT: masked set ',
                   'complete, every total times ', SCALE-FACTOR)
                   TO MASK-REPORT-LINE
           END-IF
           WRITE MASK-REPORT-F
           .

       WriteFileCountLine SECTION.
           MOVE function concatenate(MASK-FILE-NAME(1:24), ' ',
               LINE-COUNT) TO MASK-REPORT-LINE
           WRITE MASK-REPORT-F
           .

      * the key reverses the account mapping - it is kept on the
      * production side only
       WriteMaskLog SECTION.
           OPEN EXTEND MASK-LOG-DATA
           IF MASKLOG-FILE-STATUS = "35"
               OPEN OUTPUT MASK-LOG-DATA
           END-IF
           IF MASKLOG-FILE-STATUS NOT = "00"
               MOVE "DM0017" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT RECORD THE MASKING KEY IN mask_log.txt, ",
                   "STATUS=", MASKLOG-FILE-STATUS, " - KEY ",
                   MASK-KEY-X) TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           IF MASK-FAILED
               MOVE 'INCOMPLETE' TO MASK-RESULT
           ELSE
               MOVE 'COMPLETE' TO MASK-RESULT
           END-IF
           MOVE function concatenate(RUN-STAMP, ' ', TARGET-REGION,
               ' KEY=', MASK-KEY-X, ' FACTOR=', SCALE-FACTOR,
               ' ACCOUNTS=', MASTER-COUNT, ' ',
               FUNCTION TRIM(MASK-RESULT))
               TO MASK-LOG-LINE
           WRITE MASK-LOG-F
           CLOSE MASK-LOG-DATA
           .

       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'batchprocess/datamask_report.txt' TO PG-FILE-NAME
           MOVE 'MASKED TEST DATA' TO PG-TITLE
           MOVE 'DATAMASK' TO PG-PROGRAM
           MOVE RUN-STAMP(1:8) TO PG-PROC-DATE
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

       END PROGRAM DATAMASK.
