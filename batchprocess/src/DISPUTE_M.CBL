       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DISPUTE.
      *****************************************************************
      * Customer dispute and chargeback case management - a case is
      * opened against the posting reference of a debit from
      * posting_refs.txt, optionally with a provisional credit, and
      * carries its investigation status and regulatory due date in
      * disputes.txt. Resolution either makes the credit final
      * (paying any balance not yet credited) or reverses the
      * provisional credit with a 'V' record naming its posting
      * reference. Credits and reversals go to the teller journal in
      * TRANSACTION layout, so the night run posts them like any
      * teller posting and links each credit's posting reference
      * back through dispute_refs.txt. Every change is recorded to
      * maintenance_log.txt, and each session leaves the open-cases
      * report with aging by status in dispute_report.txt.
      * The response time defaults to 45 days (DISPUTEDAYS in
      * runparams.txt).
      * The report is printed with the shop's standard page headers
      * (RPTPAGE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DISPUTE-CASE-DATA ASSIGN TO
             "batchprocess/disputes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISPUTE-FILE-STATUS.
           SELECT POSTING-REF-DATA ASSIGN TO
             "batchprocess/posting_refs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS POSTREF-FILE-STATUS.
           SELECT DISPUTE-LINK-DATA ASSIGN TO
             "batchprocess/dispute_refs.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISPLINK-FILE-STATUS.
           SELECT RUN-PARAM-DATA ASSIGN TO
             "batchprocess/runparams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAM-FILE-STATUS.
           SELECT TELLER-JOURNAL-DATA ASSIGN TO
             "batchprocess/teller_journal.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-FILE-STATUS.
           SELECT DISPUTE-REPORT-DATA ASSIGN TO
             "batchprocess/dispute_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DISPREP-FILE-STATUS.
           SELECT MAINT-LOG-DATA ASSIGN TO
             "batchprocess/maintenance_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD DISPUTE-CASE-DATA.
           COPY DISPREC.
           FD POSTING-REF-DATA.
           01 POSTING-REF-F.
            05 PREF-LINE PIC X(50).
      * written by the night run: case, posting reference, run date
      * and PROVISIONAL or FINAL
           FD DISPUTE-LINK-DATA.
           01 DISPUTE-LINK-F.
            05 DL-CASE-ID-F PIC X(8).
            05 FILLER PIC X.
            05 DL-REF-F PIC X(10).
            05 FILLER PIC X.
            05 DL-DATE-F PIC X(8).
            05 FILLER PIC X.
            05 DL-KIND-F PIC X(11).
           FD RUN-PARAM-DATA.
           01 RUN-PARAM-F.
            05 RP-LINE PIC X(40).
           FD TELLER-JOURNAL-DATA.
           01 TELLER-JOURNAL-F.
            05 JOURNAL-LINE PIC X(90).
           FD DISPUTE-REPORT-DATA.
           01 DISPUTE-REPORT-F.
            05 DISPUTE-REPORT-LINE PIC X(120).
           FD MAINT-LOG-DATA.
           01 MAINT-LOG-F.
            05 MAINT-LOG-LINE PIC X(160).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "DISPUTE".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 DISPUTE-FILE-STATUS PIC X(2).
           05 POSTREF-FILE-STATUS PIC X(2).
           05 DISPLINK-FILE-STATUS PIC X(2).
           05 RUNPARAM-FILE-STATUS PIC X(2).
           05 JOURNAL-FILE-STATUS PIC X(2).
           05 DISPREP-FILE-STATUS PIC X(2).
           05 MAINTLOG-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.

           COPY TRANREC.

      * the case file held in memory for the session and rewritten
      * after every applied change
       01 DISPUTE-CASES.
           05 DC-USED PIC 9(4) VALUE 0.
           05 DC-ENTRY OCCURS 2000 TIMES.
               10 DC-CASE-ID PIC X(8).
               10 DC-OPENED-DATE PIC X(8).
               10 DC-BANK PIC X(5).
               10 DC-ACCOUNT PIC X(10).
               10 DC-CURRENCY PIC X(3).
               10 DC-POSTING-REF PIC X(10).
               10 DC-AMOUNT PIC 9(8)V99.
               10 DC-PROV-AMOUNT PIC 9(8)V99.
               10 DC-PROV-REF PIC X(10).
               10 DC-STATUS PIC X.
                   88 DC-OPEN VALUE 'O' 'I' 'C'.
                   88 DC-RESOLVED VALUE 'F' 'R'.
               10 DC-DUE-DATE PIC X(8).
               10 DC-RESOLVED-DATE PIC X(8).
               10 DC-OPERATOR PIC X(8).
       01 DC-INDEX PIC 9(4).
       01 DC-MATCH-INDEX PIC 9(4).
       01 LAST-CASE-ID PIC 9(8) VALUE 0.

      * posting log as the night run left it: ref(1:10) bank(12:5)
      * account(18:10) currency(29:3) amount(33:11) reversed(45:1)
       01 POSTING-LOG.
           05 PL-USED PIC 9(4) VALUE 0.
           05 PL-ENTRY OCCURS 2000 TIMES.
               10 PL-REF PIC X(10).
               10 PL-BANK PIC X(5).
               10 PL-ACCOUNT PIC X(10).
               10 PL-CURRENCY PIC X(3).
               10 PL-SIGNED-AMOUNT PIC S9(8)V99.
               10 PL-REVERSED-SW PIC X.
                   88 PL-REVERSED VALUE 'Y'.
       01 PL-INDEX PIC 9(4).
       01 PL-MATCH-INDEX PIC 9(4).

      * open cases by status (1 opened, 2 investigating, 3
      * chargeback) and days open: bucket 1 is 0-10 days, 2 is
      * 11-30, 3 is 31-45 and 4 is over 45
       01 AGING-TABLE.
           05 AG-ENTRY OCCURS 4 TIMES.
               10 AG-COUNT PIC 9(5).
               10 AG-BUCKET PIC 9(5) OCCURS 4 TIMES.
               10 AG-BREACHED PIC 9(5).
       01 AG-INDEX PIC 9.
       01 BUCKET-INDEX PIC 9.
       01 AG-STATUS-NAME PIC X(14).

       01 DISPUTE-DAYS PIC 999 VALUE 45.
       01 RP-KEY PIC X(20).
       01 RP-VALUE PIC X(20).
       01 OPERATOR-ID PIC X(8) VALUE SPACES.
       01 MENU-CHOICE PIC X VALUE SPACE.
       01 QUIT-SW PIC X VALUE 'N'.
           88 QUIT-REQUESTED VALUE 'Y'.
       01 DIALOG-INPUT PIC X(40).
       01 TODAY PIC 9(8).
       01 WORK-CASE-ID PIC X(8).
       01 WORK-REF PIC X(10).
       01 WORK-BANK PIC X(5).
       01 WORK-ACCOUNT PIC X(10).
       01 WORK-AMOUNT-IN PIC 9(10)V99.
       01 WORK-AMOUNT PIC 9(8)V99.
       01 WORK-STATUS PIC X.
       01 WORK-KIND PIC X(11).
       01 WORK-DATE PIC 9(8).
       01 DAYS-OPEN PIC S9(5).
       01 DAYS-LEFT PIC S9(5).
       01 CASE-FLAG PIC X(8).
       01 LISTED-COUNT PIC 9(4).
       01 LINKED-COUNT PIC 9(4) VALUE 0.
       01 AMOUNT-ED PIC Z(7)9.99.
       01 AMOUNT-ED-2 PIC Z(7)9.99.
       01 COUNT-ED PIC Z(4)9.
       01 COUNT-ED-2 PIC Z(4)9.
       01 COUNT-ED-3 PIC Z(4)9.
       01 COUNT-ED-4 PIC Z(4)9.
       01 COUNT-ED-5 PIC Z(4)9.
       01 DAYS-ED PIC Z(4)9.
       01 DAYS-LEFT-ED PIC -(4)9.
       01 SIGNED-AMOUNT-ED PIC -(07)9.99.
       01 CASE-IMAGE PIC X(50).
       01 OLD-IMAGE PIC X(50).
       01 NEW-IMAGE PIC X(50).
       01 ACTION-NAME PIC X(8).
       01 CHANGE-COUNT PIC 9(5) VALUE 0.
       01 STAMP PIC X(14).
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
           DISPLAY "DISPUTE AND CHARGEBACK CASES"
           DISPLAY "Operator ID:"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:8) TO OPERATOR-ID
           IF OPERATOR-ID = SPACES
               MOVE "DS0001" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE "NO OPERATOR ID - CASE HANDLING REFUSED"
                   TO MSG-TEXT
               PERFORM LogMessage
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY
           PERFORM LoadRunParameters
           PERFORM LoadCases
           PERFORM LoadPostingRefs
           PERFORM LinkPostedCredits
           PERFORM UNTIL QUIT-REQUESTED
               DISPLAY "O - Open a case"
               DISPLAY "S - Set investigation status"
               DISPLAY "F - Resolve for the customer (credit final)"
               DISPLAY "R - Resolve against the customer (reverse)"
               DISPLAY "L - List cases of an account"
               DISPLAY "P - Print open-cases report"
               DISPLAY "Q - Quit"
               MOVE SPACE TO MENU-CHOICE
               ACCEPT MENU-CHOICE
               EVALUATE FUNCTION UPPER-CASE(MENU-CHOICE)
               WHEN 'O'
                   PERFORM OpenCaseDialog
               WHEN 'S'
                   PERFORM SetStatusDialog
               WHEN 'F'
                   PERFORM ResolveForCustomerDialog
               WHEN 'R'
                   PERFORM ResolveAgainstDialog
               WHEN 'L'
                   PERFORM ListCasesDialog
               WHEN 'P'
                   PERFORM WriteOpenCasesReport
                   DISPLAY "dispute_report.txt written."
               WHEN 'Q'
                   SET QUIT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "Please choose O, S, F, R, L, P or Q."
               END-EVALUATE
           END-PERFORM
           PERFORM WriteOpenCasesReport
           DISPLAY "Changes applied: " CHANGE-COUNT
           GOBACK.

      *****************************************************************
      * Dialogs
      *****************************************************************
       OpenCaseDialog SECTION.
           DISPLAY "Posting reference of the disputed debit "
               "(10 digits):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:10) TO WORK-REF
           MOVE 0 TO PL-MATCH-INDEX
           PERFORM VARYING PL-INDEX FROM 1 BY 1
               UNTIL PL-INDEX > PL-USED
               IF PL-REF(PL-INDEX) = WORK-REF
                   MOVE PL-INDEX TO PL-MATCH-INDEX
               END-IF
           END-PERFORM
           IF PL-MATCH-INDEX = 0
               DISPLAY "Reference not on the posting log."
               EXIT SECTION
           END-IF
           IF PL-SIGNED-AMOUNT(PL-MATCH-INDEX) NOT < 0
               DISPLAY "Only a debit can be disputed."
               EXIT SECTION
           END-IF
           IF PL-REVERSED(PL-MATCH-INDEX)
               DISPLAY "The posting is already reversed."
               EXIT SECTION
           END-IF
           PERFORM VARYING DC-INDEX FROM 1 BY 1
               UNTIL DC-INDEX > DC-USED
               IF DC-POSTING-REF(DC-INDEX) = WORK-REF
                   AND DC-OPEN(DC-INDEX)
                   DISPLAY "Case " DC-CASE-ID(DC-INDEX)
                       " already disputes this posting."
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF DC-USED >= 2000
               DISPLAY "Case file is full."
               EXIT SECTION
           END-IF
           COMPUTE WORK-AMOUNT = 0 - PL-SIGNED-AMOUNT(PL-MATCH-INDEX)
           MOVE WORK-AMOUNT TO AMOUNT-ED
           DISPLAY "Debit of " FUNCTION TRIM(AMOUNT-ED) " "
               PL-CURRENCY(PL-MATCH-INDEX) " on "
               PL-BANK(PL-MATCH-INDEX) "/" PL-ACCOUNT(PL-MATCH-INDEX)
           DISPLAY "Provisional credit (blank for none, up to "
               FUNCTION TRIM(AMOUNT-ED) "):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE 0 TO WORK-AMOUNT-IN
           IF DIALOG-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(DIALOG-INPUT) NOT = 0
                   DISPLAY "Amount is not numeric."
                   EXIT SECTION
               END-IF
               COMPUTE WORK-AMOUNT-IN = FUNCTION NUMVAL(DIALOG-INPUT)
               IF WORK-AMOUNT-IN > WORK-AMOUNT
                   DISPLAY "Provisional credit exceeds the debit."
                   EXIT SECTION
               END-IF
           END-IF
           ADD 1 TO LAST-CASE-ID
           ADD 1 TO DC-USED
           MOVE DC-USED TO DC-MATCH-INDEX
           MOVE LAST-CASE-ID TO DC-CASE-ID(DC-MATCH-INDEX)
           MOVE TODAY TO DC-OPENED-DATE(DC-MATCH-INDEX)
           MOVE PL-BANK(PL-MATCH-INDEX) TO DC-BANK(DC-MATCH-INDEX)
           MOVE PL-ACCOUNT(PL-MATCH-INDEX)
               TO DC-ACCOUNT(DC-MATCH-INDEX)
           MOVE PL-CURRENCY(PL-MATCH-INDEX)
               TO DC-CURRENCY(DC-MATCH-INDEX)
           MOVE WORK-REF TO DC-POSTING-REF(DC-MATCH-INDEX)
           MOVE WORK-AMOUNT TO DC-AMOUNT(DC-MATCH-INDEX)
           MOVE WORK-AMOUNT-IN TO DC-PROV-AMOUNT(DC-MATCH-INDEX)
           MOVE SPACES TO DC-PROV-REF(DC-MATCH-INDEX)
           MOVE 'O' TO DC-STATUS(DC-MATCH-INDEX)
           COMPUTE WORK-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(TODAY) + DISPUTE-DAYS)
           MOVE WORK-DATE TO DC-DUE-DATE(DC-MATCH-INDEX)
           MOVE SPACES TO DC-RESOLVED-DATE(DC-MATCH-INDEX)
           MOVE OPERATOR-ID TO DC-OPERATOR(DC-MATCH-INDEX)
           IF WORK-AMOUNT-IN > 0
               MOVE WORK-AMOUNT-IN TO WORK-AMOUNT
               MOVE 'PROVISIONAL' TO WORK-KIND
               PERFORM JournalDisputeCredit
           END-IF
           MOVE 'DSPOPEN' TO ACTION-NAME
           MOVE SPACES TO OLD-IMAGE
           PERFORM BuildCaseImage
           MOVE CASE-IMAGE TO NEW-IMAGE
           PERFORM RecordChange
           DISPLAY "Case " DC-CASE-ID(DC-MATCH-INDEX)
               " opened, response due " DC-DUE-DATE(DC-MATCH-INDEX)
           .

       PromptCase SECTION.
           DISPLAY "Case number (8 digits):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:8) TO WORK-CASE-ID
           MOVE 0 TO DC-MATCH-INDEX
           PERFORM VARYING DC-INDEX FROM 1 BY 1
               UNTIL DC-INDEX > DC-USED
               IF DC-CASE-ID(DC-INDEX) = WORK-CASE-ID
                   MOVE DC-INDEX TO DC-MATCH-INDEX
               END-IF
           END-PERFORM
           IF DC-MATCH-INDEX = 0
               DISPLAY "Case not found."
               EXIT SECTION
           END-IF
           IF DC-RESOLVED(DC-MATCH-INDEX)
               DISPLAY "Case was resolved "
                   DC-RESOLVED-DATE(DC-MATCH-INDEX) "."
               MOVE 0 TO DC-MATCH-INDEX
           END-IF
           .

       SetStatusDialog SECTION.
           PERFORM PromptCase
           IF DC-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           DISPLAY "Status (O opened, I under investigation, "
               "C chargeback raised):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE FUNCTION UPPER-CASE(DIALOG-INPUT(1:1)) TO WORK-STATUS
           IF WORK-STATUS NOT = 'O' AND WORK-STATUS NOT = 'I'
               AND WORK-STATUS NOT = 'C'
               DISPLAY "Status must be O, I or C."
               EXIT SECTION
           END-IF
           PERFORM BuildCaseImage
           MOVE CASE-IMAGE TO OLD-IMAGE
           MOVE WORK-STATUS TO DC-STATUS(DC-MATCH-INDEX)
           MOVE OPERATOR-ID TO DC-OPERATOR(DC-MATCH-INDEX)
           MOVE 'DSPSTAT' TO ACTION-NAME
           PERFORM BuildCaseImage
           MOVE CASE-IMAGE TO NEW-IMAGE
           PERFORM RecordChange
           .

      * the customer is refunded in full - whatever the provisional
      * credit did not cover is credited now
       ResolveForCustomerDialog SECTION.
           PERFORM PromptCase
           IF DC-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           PERFORM BuildCaseImage
           MOVE CASE-IMAGE TO OLD-IMAGE
           IF DC-AMOUNT(DC-MATCH-INDEX)
               > DC-PROV-AMOUNT(DC-MATCH-INDEX)
               COMPUTE WORK-AMOUNT = DC-AMOUNT(DC-MATCH-INDEX)
                   - DC-PROV-AMOUNT(DC-MATCH-INDEX)
               MOVE 'FINAL' TO WORK-KIND
               PERFORM JournalDisputeCredit
           END-IF
           MOVE 'F' TO DC-STATUS(DC-MATCH-INDEX)
           MOVE TODAY TO DC-RESOLVED-DATE(DC-MATCH-INDEX)
           MOVE OPERATOR-ID TO DC-OPERATOR(DC-MATCH-INDEX)
           MOVE 'DSPFINAL' TO ACTION-NAME
           PERFORM BuildCaseImage
           MOVE CASE-IMAGE TO NEW-IMAGE
           PERFORM RecordChange
           DISPLAY "Case resolved for the customer - credit final."
           .

      * a provisional credit is backed out by its posting reference,
      * so it has to be posted before the case can be rejected
       ResolveAgainstDialog SECTION.
           PERFORM PromptCase
           IF DC-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           IF DC-PROV-AMOUNT(DC-MATCH-INDEX) > 0
               AND DC-PROV-REF(DC-MATCH-INDEX) = SPACES
               DISPLAY "Provisional credit not yet posted by the "
                   "night run - resolve after the next run."
               EXIT SECTION
           END-IF
           PERFORM BuildCaseImage
           MOVE CASE-IMAGE TO OLD-IMAGE
           IF DC-PROV-AMOUNT(DC-MATCH-INDEX) > 0
               PERFORM JournalDisputeReversal
           END-IF
           MOVE 'R' TO DC-STATUS(DC-MATCH-INDEX)
           MOVE TODAY TO DC-RESOLVED-DATE(DC-MATCH-INDEX)
           MOVE OPERATOR-ID TO DC-OPERATOR(DC-MATCH-INDEX)
           MOVE 'DSPREJ' TO ACTION-NAME
           PERFORM BuildCaseImage
           MOVE CASE-IMAGE TO NEW-IMAGE
           PERFORM RecordChange
           IF DC-PROV-AMOUNT(DC-MATCH-INDEX) > 0
               DISPLAY "Case rejected - provisional credit REF="
                   DC-PROV-REF(DC-MATCH-INDEX) " reversed."
           ELSE
               DISPLAY "Case rejected."
           END-IF
           .

       ListCasesDialog SECTION.
           DISPLAY "Bank ID (5 digits):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:5) TO WORK-BANK
           DISPLAY "Account ID (10 digits):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:10) TO WORK-ACCOUNT
           MOVE 0 TO LISTED-COUNT
           PERFORM VARYING DC-INDEX FROM 1 BY 1
               UNTIL DC-INDEX > DC-USED
               IF DC-BANK(DC-INDEX) = WORK-BANK
                   AND DC-ACCOUNT(DC-INDEX) = WORK-ACCOUNT
                   ADD 1 TO LISTED-COUNT
                   MOVE DC-AMOUNT(DC-INDEX) TO AMOUNT-ED
                   MOVE DC-PROV-AMOUNT(DC-INDEX) TO AMOUNT-ED-2
                   DISPLAY DC-CASE-ID(DC-INDEX) " "
                       DC-OPENED-DATE(DC-INDEX) " REF="
                       DC-POSTING-REF(DC-INDEX) " "
                       AMOUNT-ED " " DC-CURRENCY(DC-INDEX)
                       " prov " AMOUNT-ED-2 " status "
                       DC-STATUS(DC-INDEX) " due "
                       DC-DUE-DATE(DC-INDEX)
               END-IF
           END-PERFORM
           IF LISTED-COUNT = 0
               DISPLAY "No cases for this account."
           END-IF
           .

      * image of the matched case for the change log:
      * case ref amount provisional status due
       BuildCaseImage SECTION.
           MOVE DC-AMOUNT(DC-MATCH-INDEX) TO AMOUNT-ED
           MOVE DC-PROV-AMOUNT(DC-MATCH-INDEX) TO AMOUNT-ED-2
           MOVE function concatenate(
               DC-CASE-ID(DC-MATCH-INDEX), ' ',
               DC-POSTING-REF(DC-MATCH-INDEX), ' ',
               FUNCTION TRIM(AMOUNT-ED), ' ',
               FUNCTION TRIM(AMOUNT-ED-2), ' ',
               DC-STATUS(DC-MATCH-INDEX), ' ',
               DC-DUE-DATE(DC-MATCH-INDEX)) TO CASE-IMAGE
           MOVE DC-BANK(DC-MATCH-INDEX) TO WORK-BANK
           MOVE DC-ACCOUNT(DC-MATCH-INDEX) TO WORK-ACCOUNT
           .

      *****************************************************************
      * Postings - TRANSACTION images on the teller journal for the
      * night run. A credit's comment names the case and whether it
      * is PROVISIONAL or FINAL; a rejection is a 'V' record naming
      * the provisional credit's posting reference.
      *****************************************************************
       JournalDisputeCredit SECTION.
           MOVE SPACES TO TRANSACTION
           MOVE DC-BANK(DC-MATCH-INDEX) TO TR-BANK-ID-X
           MOVE DC-ACCOUNT(DC-MATCH-INDEX) TO TR-ACCOUNT-ID-X
           MOVE WORK-AMOUNT TO TR-AMOUNT
           MOVE 'C' TO TR-DR-CR
           MOVE DC-CURRENCY(DC-MATCH-INDEX) TO TR-CURRENCY
           MOVE TODAY TO TR-DATE
           MOVE function concatenate('DISPUTE ',
               DC-CASE-ID(DC-MATCH-INDEX), ' ', WORK-KIND)
               TO TR-COMMENT
           PERFORM AppendJournalRecord
           .

       JournalDisputeReversal SECTION.
           MOVE SPACES TO TRANSACTION
           MOVE DC-BANK(DC-MATCH-INDEX) TO TR-BANK-ID-X
           MOVE DC-ACCOUNT(DC-MATCH-INDEX) TO TR-ACCOUNT-ID-X
           MOVE DC-PROV-AMOUNT(DC-MATCH-INDEX) TO TR-AMOUNT
           MOVE 'V' TO TR-DR-CR
           MOVE DC-CURRENCY(DC-MATCH-INDEX) TO TR-CURRENCY
           MOVE TODAY TO TR-DATE
           MOVE DC-PROV-REF(DC-MATCH-INDEX) TO TR-REV-REF-X
           MOVE function concatenate('DISPUTE ',
               DC-CASE-ID(DC-MATCH-INDEX), ' REJECTED')
               TO TR-REV-NOTE
           PERFORM AppendJournalRecord
           .

       AppendJournalRecord SECTION.
           OPEN EXTEND TELLER-JOURNAL-DATA
           IF JOURNAL-FILE-STATUS = "35"
               OPEN OUTPUT TELLER-JOURNAL-DATA
           END-IF
           IF JOURNAL-FILE-STATUS = "00"
               MOVE TRANSACTION TO JOURNAL-LINE
               WRITE TELLER-JOURNAL-F FROM JOURNAL-LINE
               CLOSE TELLER-JOURNAL-DATA
           ELSE
               MOVE "DS0002" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN teller_journal.txt, STATUS=",
                   JOURNAL-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Open-cases report (dispute_report.txt) - every open case with
      * its days open and days left to the due date, then the aging
      * by status so no case breaches the response time unnoticed
      *****************************************************************
       WriteOpenCasesReport SECTION.
           OPEN OUTPUT DISPUTE-REPORT-DATA
           IF DISPREP-FILE-STATUS NOT = "00"
               MOVE "DS0003" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN dispute_report.txt, STATUS=",
                   DISPREP-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           INITIALIZE AGING-TABLE
           MOVE DISPUTE-DAYS TO DAYS-ED
           MOVE function concatenate('Open dispute cases as of ',
               TODAY, ' - response time ', FUNCTION TRIM(DAYS-ED),
               ' days') TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-F FROM DISPUTE-REPORT-LINE
           MOVE SPACES TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-F FROM DISPUTE-REPORT-LINE
           MOVE function concatenate('Case     Opened   Bank  ',
               'Account    Cur    Disputed Provisional S Due      ',
               ' Open  Left Flag') TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-F FROM DISPUTE-REPORT-LINE
           PERFORM VARYING DC-INDEX FROM 1 BY 1
               UNTIL DC-INDEX > DC-USED
               IF DC-OPEN(DC-INDEX)
                   PERFORM WriteOpenCaseLine
               END-IF
           END-PERFORM
           MOVE SPACES TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-F FROM DISPUTE-REPORT-LINE
           MOVE function concatenate('Aging by status     ',
               ' Cases  0-10 11-30 31-45   >45 Breached')
               TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-F FROM DISPUTE-REPORT-LINE
           PERFORM VARYING AG-INDEX FROM 1 BY 1 UNTIL AG-INDEX > 3
               ADD AG-COUNT(AG-INDEX) TO AG-COUNT(4)
               ADD AG-BREACHED(AG-INDEX) TO AG-BREACHED(4)
               PERFORM VARYING BUCKET-INDEX FROM 1 BY 1
                   UNTIL BUCKET-INDEX > 4
                   ADD AG-BUCKET(AG-INDEX,BUCKET-INDEX)
                       TO AG-BUCKET(4,BUCKET-INDEX)
               END-PERFORM
           END-PERFORM
           PERFORM VARYING AG-INDEX FROM 1 BY 1 UNTIL AG-INDEX > 4
               PERFORM WriteAgingLine
           END-PERFORM
           CLOSE DISPUTE-REPORT-DATA
           PERFORM PageReport
           .

       WriteOpenCaseLine SECTION.
           EVALUATE DC-STATUS(DC-INDEX)
           WHEN 'O'
               MOVE 1 TO AG-INDEX
           WHEN 'I'
               MOVE 2 TO AG-INDEX
           WHEN OTHER
               MOVE 3 TO AG-INDEX
           END-EVALUATE
           MOVE 0 TO DAYS-OPEN
           IF DC-OPENED-DATE(DC-INDEX) IS NUMERIC
               COMPUTE DAYS-OPEN = FUNCTION INTEGER-OF-DATE(TODAY)
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(DC-OPENED-DATE(DC-INDEX)))
           END-IF
           MOVE 0 TO DAYS-LEFT
           IF DC-DUE-DATE(DC-INDEX) IS NUMERIC
               COMPUTE DAYS-LEFT = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(DC-DUE-DATE(DC-INDEX)))
                   - FUNCTION INTEGER-OF-DATE(TODAY)
           END-IF
           EVALUATE TRUE
           WHEN DAYS-LEFT < 0
               MOVE 'BREACHED' TO CASE-FLAG
               ADD 1 TO AG-BREACHED(AG-INDEX)
           WHEN DAYS-LEFT <= 5
               MOVE 'DUE SOON' TO CASE-FLAG
           WHEN OTHER
               MOVE SPACES TO CASE-FLAG
           END-EVALUATE
           EVALUATE TRUE
           WHEN DAYS-OPEN <= 10
               MOVE 1 TO BUCKET-INDEX
           WHEN DAYS-OPEN <= 30
               MOVE 2 TO BUCKET-INDEX
           WHEN DAYS-OPEN <= 45
               MOVE 3 TO BUCKET-INDEX
           WHEN OTHER
               MOVE 4 TO BUCKET-INDEX
           END-EVALUATE
           ADD 1 TO AG-COUNT(AG-INDEX)
           ADD 1 TO AG-BUCKET(AG-INDEX,BUCKET-INDEX)
           MOVE DC-AMOUNT(DC-INDEX) TO AMOUNT-ED
           MOVE DC-PROV-AMOUNT(DC-INDEX) TO AMOUNT-ED-2
           MOVE DAYS-OPEN TO DAYS-ED
           MOVE DAYS-LEFT TO DAYS-LEFT-ED
           MOVE function concatenate(DC-CASE-ID(DC-INDEX), ' ',
               DC-OPENED-DATE(DC-INDEX), ' ', DC-BANK(DC-INDEX), ' ',
               DC-ACCOUNT(DC-INDEX), ' ', DC-CURRENCY(DC-INDEX), ' ',
               AMOUNT-ED, ' ', AMOUNT-ED-2, ' ',
               DC-STATUS(DC-INDEX), ' ', DC-DUE-DATE(DC-INDEX), ' ',
               DAYS-ED, ' ', DAYS-LEFT-ED, ' ', CASE-FLAG)
               TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-F FROM DISPUTE-REPORT-LINE
           .

       WriteAgingLine SECTION.
           EVALUATE AG-INDEX
           WHEN 1
               MOVE 'Opened' TO AG-STATUS-NAME
           WHEN 2
               MOVE 'Investigating' TO AG-STATUS-NAME
           WHEN 3
               MOVE 'Chargeback' TO AG-STATUS-NAME
           WHEN OTHER
               MOVE 'Total' TO AG-STATUS-NAME
           END-EVALUATE
           MOVE AG-COUNT(AG-INDEX) TO COUNT-ED
           MOVE AG-BUCKET(AG-INDEX,1) TO COUNT-ED-2
           MOVE AG-BUCKET(AG-INDEX,2) TO COUNT-ED-3
           MOVE AG-BUCKET(AG-INDEX,3) TO COUNT-ED-4
           MOVE AG-BUCKET(AG-INDEX,4) TO COUNT-ED-5
           MOVE AG-BREACHED(AG-INDEX) TO DAYS-ED
           MOVE function concatenate(AG-STATUS-NAME, '       ',
               COUNT-ED, ' ', COUNT-ED-2, ' ', COUNT-ED-3, ' ',
               COUNT-ED-4, ' ', COUNT-ED-5, '    ', DAYS-ED)
               TO DISPUTE-REPORT-LINE
           WRITE DISPUTE-REPORT-F FROM DISPUTE-REPORT-LINE
           .

      *****************************************************************
      * Change log - operator, action, account key and before/after
      * image. The case file rewrites here too, so a session ending
      * without 'Q' loses nothing.
      *****************************************************************
       RecordChange SECTION.
           ADD 1 TO CHANGE-COUNT
           PERFORM RewriteCases
           OPEN EXTEND MAINT-LOG-DATA
           IF MAINTLOG-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-LOG-DATA
           END-IF
           IF MAINTLOG-FILE-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO STAMP
               MOVE function concatenate(STAMP, ' ', OPERATOR-ID,
                   ' ', ACTION-NAME, ' ', WORK-BANK, ' ',
                   WORK-ACCOUNT, ' OLD=', OLD-IMAGE, ' NEW=',
                   NEW-IMAGE) TO MAINT-LOG-LINE
               WRITE MAINT-LOG-F FROM MAINT-LOG-LINE
               CLOSE MAINT-LOG-DATA
           ELSE
               MOVE "DS0004" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN maintenance_log.txt, STATUS=",
                   MAINTLOG-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * File load and rewrite
      *****************************************************************
       LoadRunParameters SECTION.
           OPEN INPUT RUN-PARAM-DATA
           IF RUNPARAM-FILE-STATUS = "00"
               PERFORM UNTIL RUNPARAM-FILE-STATUS NOT = "00"
                   READ RUN-PARAM-DATA
                       AT END MOVE "10" TO RUNPARAM-FILE-STATUS
                   END-READ
                   IF RUNPARAM-FILE-STATUS = "00"
                       MOVE SPACES TO RP-KEY RP-VALUE
                       UNSTRING RP-LINE DELIMITED BY '='
                           INTO RP-KEY RP-VALUE
                       END-UNSTRING
                       MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-KEY))
                           TO RP-KEY
                       MOVE FUNCTION TRIM(RP-VALUE) TO RP-VALUE
                       IF RP-KEY = 'DISPUTEDAYS'
                           AND FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                           AND FUNCTION NUMVAL(RP-VALUE) > 0
                           MOVE FUNCTION NUMVAL(RP-VALUE)
                               TO DISPUTE-DAYS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RUN-PARAM-DATA
           END-IF
           .

       LoadCases SECTION.
           OPEN INPUT DISPUTE-CASE-DATA
           IF DISPUTE-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ DISPUTE-CASE-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF DP-CASE-ID-F IS NUMERIC
                               AND DC-USED < 2000
                               ADD 1 TO DC-USED
                               PERFORM LoadCase
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DISPUTE-CASE-DATA
           END-IF
           .

       LoadCase SECTION.
           MOVE DP-CASE-ID-F TO DC-CASE-ID(DC-USED)
           IF DP-CASE-ID-F > LAST-CASE-ID
               MOVE DP-CASE-ID-F TO LAST-CASE-ID
           END-IF
           MOVE DP-OPENED-DATE-F TO DC-OPENED-DATE(DC-USED)
           MOVE DP-BANK-ID-F TO DC-BANK(DC-USED)
           MOVE DP-ACCOUNT-ID-F TO DC-ACCOUNT(DC-USED)
           MOVE DP-CURRENCY-F TO DC-CURRENCY(DC-USED)
           MOVE DP-POSTING-REF-F TO DC-POSTING-REF(DC-USED)
           MOVE 0 TO DC-AMOUNT(DC-USED)
           IF DP-AMOUNT-F IS NUMERIC
               MOVE DP-AMOUNT-N TO DC-AMOUNT(DC-USED)
           END-IF
           MOVE 0 TO DC-PROV-AMOUNT(DC-USED)
           IF DP-PROV-AMOUNT-F IS NUMERIC
               MOVE DP-PROV-AMOUNT-N TO DC-PROV-AMOUNT(DC-USED)
           END-IF
           MOVE DP-PROV-REF-F TO DC-PROV-REF(DC-USED)
           MOVE DP-STATUS-F TO DC-STATUS(DC-USED)
           MOVE DP-DUE-DATE-F TO DC-DUE-DATE(DC-USED)
           MOVE DP-RESOLVED-DATE-F TO DC-RESOLVED-DATE(DC-USED)
           MOVE DP-OPERATOR-F TO DC-OPERATOR(DC-USED)
           .

       RewriteCases SECTION.
           OPEN OUTPUT DISPUTE-CASE-DATA
           IF DISPUTE-FILE-STATUS NOT = "00"
               MOVE "DS0005" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE disputes.txt, STATUS=",
                   DISPUTE-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING DC-INDEX FROM 1 BY 1
                   UNTIL DC-INDEX > DC-USED
                   MOVE DC-CASE-ID(DC-INDEX) TO DP-CASE-ID-F
                   MOVE DC-OPENED-DATE(DC-INDEX) TO DP-OPENED-DATE-F
                   MOVE DC-BANK(DC-INDEX) TO DP-BANK-ID-F
                   MOVE DC-ACCOUNT(DC-INDEX) TO DP-ACCOUNT-ID-F
                   MOVE DC-CURRENCY(DC-INDEX) TO DP-CURRENCY-F
                   MOVE DC-POSTING-REF(DC-INDEX) TO DP-POSTING-REF-F
                   MOVE DC-AMOUNT(DC-INDEX) TO DP-AMOUNT-N
                   MOVE DC-PROV-AMOUNT(DC-INDEX) TO DP-PROV-AMOUNT-N
                   MOVE DC-PROV-REF(DC-INDEX) TO DP-PROV-REF-F
                   MOVE DC-STATUS(DC-INDEX) TO DP-STATUS-F
                   MOVE DC-DUE-DATE(DC-INDEX) TO DP-DUE-DATE-F
                   MOVE DC-RESOLVED-DATE(DC-INDEX)
                       TO DP-RESOLVED-DATE-F
                   MOVE DC-OPERATOR(DC-INDEX) TO DP-OPERATOR-F
                   WRITE DISPUTE-CASE-F
               END-PERFORM
               CLOSE DISPUTE-CASE-DATA
           END-IF
           .

       LoadPostingRefs SECTION.
           OPEN INPUT POSTING-REF-DATA
           IF POSTREF-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ POSTING-REF-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF PREF-LINE(1:10) IS NUMERIC
                               AND PL-USED < 2000
                               ADD 1 TO PL-USED
                               MOVE PREF-LINE(1:10) TO PL-REF(PL-USED)
                               MOVE PREF-LINE(12:5) TO PL-BANK(PL-USED)
                               MOVE PREF-LINE(18:10)
                                   TO PL-ACCOUNT(PL-USED)
                               MOVE PREF-LINE(29:3)
                                   TO PL-CURRENCY(PL-USED)
                               MOVE PREF-LINE(33:11) TO SIGNED-AMOUNT-ED
                               MOVE SIGNED-AMOUNT-ED
                                   TO PL-SIGNED-AMOUNT(PL-USED)
                               MOVE PREF-LINE(45:1)
                                   TO PL-REVERSED-SW(PL-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE POSTING-REF-DATA
           ELSE
               MOVE "DS0006" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN posting_refs.txt, STATUS=",
                   POSTREF-FILE-STATUS, " - NO CASE CAN BE OPENED")
                   TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

      * provisional credits the night run has posted since the last
      * session get their posting reference on the case
       LinkPostedCredits SECTION.
           OPEN INPUT DISPUTE-LINK-DATA
           IF DISPLINK-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ DISPUTE-LINK-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF DL-KIND-F = 'PROVISIONAL'
                           PERFORM LinkOneCredit
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DISPUTE-LINK-DATA
           IF LINKED-COUNT > 0
               PERFORM RewriteCases
               DISPLAY "Provisional credits linked to cases: "
                   LINKED-COUNT
           END-IF
           .

       LinkOneCredit SECTION.
           PERFORM VARYING DC-INDEX FROM 1 BY 1
               UNTIL DC-INDEX > DC-USED
               IF DC-CASE-ID(DC-INDEX) = DL-CASE-ID-F
                   AND DC-PROV-REF(DC-INDEX) = SPACES
                   MOVE DL-REF-F TO DC-PROV-REF(DC-INDEX)
                   ADD 1 TO LINKED-COUNT
               END-IF
           END-PERFORM
           .

       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'batchprocess/dispute_report.txt' TO PG-FILE-NAME
           MOVE 'DISPUTE CASES' TO PG-TITLE
           MOVE 'DISPUTE' TO PG-PROGRAM
           MOVE SPACES TO PG-PROC-DATE
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

       END PROGRAM DISPUTE.
