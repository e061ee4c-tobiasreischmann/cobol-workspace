      * every change recorded to maintenance_log.txt as an operator-
      * stamped before/after image. Replaces editing the feeds in a
      * text editor with no validation and no trace.
      * Type and status changes (closures and unfreezes included)
      * are four-eyes: the maker's change waits in
      * pending_changes.txt until a second signed-on operator
      * approves it, and a change left pending longer than
      * APPROVALDAYS in runparams.txt (default 3) expires.
      * A create or rename rebuilds the customer name index
      * (NAMEINDEX) at once, so ACCOUNTINQ finds the account by its
      * new name without waiting for the night run.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           FILE STATUS IS MASTER-FILE-STATUS.
           SELECT CHEQUE-BOOK-DATA ASSIGN TO
             "batchprocess/cheque_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHQBOOK-FILE-STATUS.
           SELECT STOP-PAYMENT-DATA ASSIGN TO
             "batchprocess/stop_payments.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STOPPAY-FILE-STATUS.
           SELECT PRODUCT-CATALOG-DATA ASSIGN TO
             "batchprocess/product_catalog.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRODCAT-FILE-STATUS.
           SELECT PENDING-CHANGE-DATA ASSIGN TO
             "batchprocess/pending_changes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PENDING-FILE-STATUS.
           SELECT RUN-PARAM-DATA ASSIGN TO
             "batchprocess/runparams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAM-FILE-STATUS.
           SELECT MAINT-LOG-DATA ASSIGN TO
             "batchprocess/maintenance_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           COPY ACCTSREC.
           FD MASTER-ISAM-DATA.
           COPY MSTREC.
           FD CHEQUE-BOOK-DATA.
           COPY CHQBREC.
           FD STOP-PAYMENT-DATA.
           COPY CHQSREC.
           FD PRODUCT-CATALOG-DATA.
           COPY PRODREC.
      * one line per four-eyes change: the maker's request with the
      * value before and after, then the checker's decision. State
      * P pending, A approved, R rejected, E expired.
           FD PENDING-CHANGE-DATA.
           01 PENDING-CHANGE-F.
            05 PQ-CHANGE-ID-F PIC X(8).
            05 PQ-REQUEST-DATE-F PIC X(8).
            05 PQ-MAKER-F PIC X(8).
            05 PQ-ACTION-F PIC X(8).
            05 PQ-BANK-ID-F PIC X(5).
            05 PQ-ACCOUNT-ID-F PIC X(10).
            05 PQ-OLD-VALUE-F PIC X(1).
            05 PQ-NEW-VALUE-F PIC X(1).
            05 PQ-STATE-F PIC X(1).
            05 PQ-CHECKER-F PIC X(8).
            05 PQ-DECIDED-DATE-F PIC X(8).
           FD RUN-PARAM-DATA.
           01 RUN-PARAM-F.
            05 RP-LINE PIC X(40).
           FD MAINT-LOG-DATA.
           01 MAINT-LOG-F.
            05 MAINT-LOG-LINE PIC X(160).
           05 ACCTSTAT-FILE-STATUS PIC X(2).
           05 MASTER-FILE-STATUS PIC X(2).
           05 MAINTLOG-FILE-STATUS PIC X(2).
           05 CHQBOOK-FILE-STATUS PIC X(2).
           05 STOPPAY-FILE-STATUS PIC X(2).
           05 PRODCAT-FILE-STATUS PIC X(2).
           05 PENDING-FILE-STATUS PIC X(2).
           05 RUNPARAM-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.
       01 MASTER-PRESENT-SW PIC X VALUE 'N'.
       01 SF-INDEX PIC 9(4).
       01 SF-MATCH-INDEX PIC 9(4).

      * cheque books issued and stop-payment instructions, held and
      * rewritten the same way
       01 CHEQUE-BOOKS.
           05 CB-USED PIC 9(4) VALUE 0.
           05 CB-ENTRY OCCURS 2000 TIMES.
               10 CB-BANK PIC X(5).
               10 CB-ACCOUNT PIC X(10).
               10 CB-FIRST PIC 9(8).
               10 CB-LAST PIC 9(8).
               10 CB-ISSUE-DATE PIC X(8).
       01 CB-INDEX PIC 9(4).
       01 STOP-PAYMENTS.
           05 STOP-USED PIC 9(4) VALUE 0.
           05 STOP-ENTRY OCCURS 1000 TIMES.
               10 STOP-BANK PIC X(5).
               10 STOP-ACCOUNT PIC X(10).
               10 STOP-FIRST PIC 9(8).
               10 STOP-LAST PIC 9(8).
               10 STOP-REQUEST-DATE PIC X(8).
               10 STOP-REASON PIC X(30).
       01 STOP-INDEX PIC 9(4).
       01 CHEQUE-RANGE-SW PIC X VALUE 'N'.
           88 CHEQUE-RANGE-HIT VALUE 'Y'.

      * the product catalog - with products defined, an account can
      * only be given a type the catalog knows
           COPY PRODTAB.
       01 TYPE-ACCEPTED-SW PIC X VALUE 'N'.
           88 TYPE-ACCEPTED VALUE 'Y'.

      * four-eyes queue held for the session and rewritten after
      * every request and decision
       01 PENDING-CHANGES.
           05 PQ-USED PIC 9(4) VALUE 0.
           05 PQ-ENTRY OCCURS 5000 TIMES.
               10 PQ-CHANGE-ID PIC 9(8).
               10 PQ-REQUEST-DATE PIC X(8).
               10 PQ-MAKER PIC X(8).
               10 PQ-ACTION PIC X(8).
               10 PQ-BANK PIC X(5).
               10 PQ-ACCOUNT PIC X(10).
               10 PQ-OLD-VALUE PIC X.
               10 PQ-NEW-VALUE PIC X.
               10 PQ-STATE PIC X.
                   88 PQ-PENDING VALUE 'P'.
               10 PQ-CHECKER PIC X(8).
               10 PQ-DECIDED-DATE PIC X(8).
       01 PQ-INDEX PIC 9(4).
       01 PQ-MATCH-INDEX PIC 9(4).
       01 LAST-CHANGE-ID PIC 9(8) VALUE 0.
       01 WORK-CHANGE-ID PIC 9(8).
       01 WORK-OLD-VALUE PIC X.
       01 WORK-NEW-VALUE PIC X.
       01 WORK-DECISION PIC X.
       01 APPROVAL-DAYS PIC 9(3) VALUE 3.
       01 PENDING-DAYS PIC S9(5).
       01 TODAY PIC 9(8).
       01 RP-KEY PIC X(20).
       01 RP-VALUE PIC X(20).
       01 EXPIRED-COUNT PIC 9(5) VALUE 0.
       01 PENDING-LISTED PIC 9(5) VALUE 0.

       01 OPERATOR-ID PIC X(8) VALUE SPACES.
       01 MENU-CHOICE PIC X VALUE SPACE.
       01 QUIT-SW PIC X VALUE 'N'.
       01 WORK-NAME PIC X(30).
       01 WORK-TYPE PIC X.
       01 WORK-STATUS PIC X.
       01 WORK-FIRST-NO PIC X(8).
       01 WORK-LAST-NO PIC X(8).
       01 WORK-REASON PIC X(30).
       01 OLD-IMAGE PIC X(40).
       01 NEW-IMAGE PIC X(40).
       01 ACTION-NAME PIC X(8).
       01 CHANGE-COUNT PIC 9(5) VALUE 0.
       01 STAMP PIC X(14).
       01 SAVED-RETURN-CODE PIC S9(9) COMP.
       COPY NIRQREC.
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
           DISPLAY "ACCOUNT MASTER MAINTENANCE"
           DISPLAY "Operator ID:"
           MOVE SPACES TO DIALOG-INPUT
           END-IF
           PERFORM LoadNameFeed
           PERFORM LoadStatusFeed
           PERFORM LoadChequeRegister
           PERFORM LoadStopPayments
           PERFORM LoadProductCatalog
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY
           PERFORM LoadRunParameters
           PERFORM LoadPendingChanges
           PERFORM ExpirePendingChanges
           PERFORM UNTIL QUIT-REQUESTED
               DISPLAY "C - Create account"
               DISPLAY "R - Rename account"
               DISPLAY "T - Change account type"
               DISPLAY "S - Change account status"
               DISPLAY "B - Issue cheque book"
               DISPLAY "P - Stop cheque payment"
               DISPLAY "A - Approve or reject pending changes"
               DISPLAY "Q - Quit"
               MOVE SPACE TO MENU-CHOICE
               ACCEPT MENU-CHOICE
                   PERFORM RetypeAccountDialog
               WHEN 'S'
                   PERFORM StatusChangeDialog
               WHEN 'B'
                   PERFORM IssueChequeBookDialog
               WHEN 'P'
                   PERFORM StopPaymentDialog
               WHEN 'A'
                   PERFORM ApproveChangesDialog
               WHEN 'Q'
                   SET QUIT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "Please choose C, R, T, S, B, P, A or Q."
               END-EVALUATE
           END-PERFORM
           DISPLAY "Changes applied: " CHANGE-COUNT
           MOVE SPACES TO WORK-NAME
           ACCEPT WORK-NAME
           DISPLAY "Account type (one character):"
           PERFORM PromptAccountType
           IF NOT TYPE-ACCEPTED
               EXIT SECTION
           END-IF
           ADD 1 TO NF-USED
           MOVE WORK-BANK TO NF-BANK(NF-USED)
           MOVE WORK-ACCOUNT TO NF-ACCOUNT(NF-USED)
               ' O') TO NEW-IMAGE
           PERFORM ApplyMasterCreate
           PERFORM RecordChange
           PERFORM RebuildNameIndex
           DISPLAY "Account created."
           .

           MOVE WORK-NAME TO NF-NAME(NF-MATCH-INDEX)
           PERFORM ApplyMasterNameType
           PERFORM RecordChange
           PERFORM RebuildNameIndex
           DISPLAY "Account renamed."
           .

           END-IF
           DISPLAY "Current type: " NF-TYPE(NF-MATCH-INDEX)
           DISPLAY "New account type (one character):"
           PERFORM PromptAccountType
           IF NOT TYPE-ACCEPTED
               EXIT SECTION
           END-IF
           IF WORK-TYPE = NF-TYPE(NF-MATCH-INDEX)
               DISPLAY "Type unchanged."
               EXIT SECTION
           END-IF
           MOVE 'RETYPE' TO ACTION-NAME
           MOVE NF-TYPE(NF-MATCH-INDEX) TO WORK-OLD-VALUE
           MOVE WORK-TYPE TO WORK-NEW-VALUE
           PERFORM QueuePendingChange
           .

       StatusChangeDialog SECTION.
               DISPLAY "Status must be O, C or F."
               EXIT SECTION
           END-IF
           MOVE SPACE TO WORK-OLD-VALUE
           IF SF-MATCH-INDEX > 0
               MOVE SF-STATUS(SF-MATCH-INDEX) TO WORK-OLD-VALUE
           END-IF
           IF WORK-STATUS = WORK-OLD-VALUE
               DISPLAY "Status unchanged."
               EXIT SECTION
           END-IF
           MOVE 'STATUS' TO ACTION-NAME
           MOVE WORK-STATUS TO WORK-NEW-VALUE
           PERFORM QueuePendingChange
           .

      *****************************************************************
      * Four-eyes queue - the maker's type or status change waits
      * here; only a second operator can approve or reject it
      *****************************************************************
       QueuePendingChange SECTION.
           PERFORM VARYING PQ-INDEX FROM 1 BY 1
               UNTIL PQ-INDEX > PQ-USED
               IF PQ-PENDING(PQ-INDEX)
                   AND PQ-BANK(PQ-INDEX) = WORK-BANK
                   AND PQ-ACCOUNT(PQ-INDEX) = WORK-ACCOUNT
                   AND PQ-ACTION(PQ-INDEX) = ACTION-NAME
                   DISPLAY "Change " PQ-CHANGE-ID(PQ-INDEX)
                       " is already pending for this account - "
                       "refused."
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF PQ-USED >= 5000
               DISPLAY "Pending-change file full - change refused."
               EXIT SECTION
           END-IF
           ADD 1 TO PQ-USED
           ADD 1 TO LAST-CHANGE-ID
           MOVE LAST-CHANGE-ID TO PQ-CHANGE-ID(PQ-USED)
           MOVE TODAY TO PQ-REQUEST-DATE(PQ-USED)
           MOVE OPERATOR-ID TO PQ-MAKER(PQ-USED)
           MOVE ACTION-NAME TO PQ-ACTION(PQ-USED)
           MOVE WORK-BANK TO PQ-BANK(PQ-USED)
           MOVE WORK-ACCOUNT TO PQ-ACCOUNT(PQ-USED)
           MOVE WORK-OLD-VALUE TO PQ-OLD-VALUE(PQ-USED)
           MOVE WORK-NEW-VALUE TO PQ-NEW-VALUE(PQ-USED)
           MOVE 'P' TO PQ-STATE(PQ-USED)
           MOVE SPACES TO PQ-CHECKER(PQ-USED)
           MOVE SPACES TO PQ-DECIDED-DATE(PQ-USED)
           PERFORM RewritePendingChanges
           MOVE PQ-USED TO PQ-MATCH-INDEX
           MOVE 'REQUEST' TO ACTION-NAME
           PERFORM SetQueueImages
           PERFORM WriteMaintenanceLog
           DISPLAY "Change " LAST-CHANGE-ID
               " queued for a second operator's approval."
           .

      * the checker sees every pending change with its before and
      * after value; a maker cannot decide their own change
       ApproveChangesDialog SECTION.
           MOVE 0 TO PENDING-LISTED
           PERFORM VARYING PQ-INDEX FROM 1 BY 1
               UNTIL PQ-INDEX > PQ-USED
               IF PQ-PENDING(PQ-INDEX)
                   IF PENDING-LISTED = 0
                       DISPLAY "Change   Requested Maker    Action   "
                           "Bank  Account    Old New"
                   END-IF
                   ADD 1 TO PENDING-LISTED
                   DISPLAY PQ-CHANGE-ID(PQ-INDEX) " "
                       PQ-REQUEST-DATE(PQ-INDEX) "  "
                       PQ-MAKER(PQ-INDEX) " " PQ-ACTION(PQ-INDEX) " "
                       PQ-BANK(PQ-INDEX) " " PQ-ACCOUNT(PQ-INDEX) " "
                       PQ-OLD-VALUE(PQ-INDEX) "   "
                       PQ-NEW-VALUE(PQ-INDEX)
               END-IF
           END-PERFORM
           IF PENDING-LISTED = 0
               DISPLAY "No changes pending."
               EXIT SECTION
           END-IF
           DISPLAY "Change number to decide (blank to return):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           IF DIALOG-INPUT = SPACES
               EXIT SECTION
           END-IF
           IF FUNCTION TEST-NUMVAL(DIALOG-INPUT) NOT = 0
               DISPLAY "Change number must be numeric."
               EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(DIALOG-INPUT) TO WORK-CHANGE-ID
           MOVE 0 TO PQ-MATCH-INDEX
           PERFORM VARYING PQ-INDEX FROM 1 BY 1
               UNTIL PQ-INDEX > PQ-USED
               IF PQ-CHANGE-ID(PQ-INDEX) = WORK-CHANGE-ID
                   AND PQ-PENDING(PQ-INDEX)
                   MOVE PQ-INDEX TO PQ-MATCH-INDEX
               END-IF
           END-PERFORM
           IF PQ-MATCH-INDEX = 0
               DISPLAY "No pending change with that number."
               EXIT SECTION
           END-IF
           IF PQ-MAKER(PQ-MATCH-INDEX) = OPERATOR-ID
               DISPLAY "You made this change - a second operator "
                   "must decide it."
               EXIT SECTION
           END-IF
           DISPLAY "A - Approve   R - Reject:"
           MOVE SPACE TO WORK-DECISION
           ACCEPT WORK-DECISION
           MOVE FUNCTION UPPER-CASE(WORK-DECISION) TO WORK-DECISION
           EVALUATE WORK-DECISION
           WHEN 'A'
               PERFORM ApprovePendingChange
           WHEN 'R'
               MOVE 'R' TO PQ-STATE(PQ-MATCH-INDEX)
               MOVE OPERATOR-ID TO PQ-CHECKER(PQ-MATCH-INDEX)
               MOVE TODAY TO PQ-DECIDED-DATE(PQ-MATCH-INDEX)
               PERFORM RewritePendingChanges
               MOVE PQ-BANK(PQ-MATCH-INDEX) TO WORK-BANK
               MOVE PQ-ACCOUNT(PQ-MATCH-INDEX) TO WORK-ACCOUNT
               MOVE 'REJECT' TO ACTION-NAME
               PERFORM SetQueueImages
               PERFORM WriteMaintenanceLog
               DISPLAY "Change rejected."
           WHEN OTHER
               DISPLAY "No decision taken."
           END-EVALUATE
           .

      * the change applies only if the account still holds the value
      * the maker saw - otherwise the checker would approve a change
      * nobody asked for
       ApprovePendingChange SECTION.
           MOVE PQ-BANK(PQ-MATCH-INDEX) TO WORK-BANK
           MOVE PQ-ACCOUNT(PQ-MATCH-INDEX) TO WORK-ACCOUNT
           PERFORM FindNameEntry
           PERFORM FindStatusEntry
           MOVE SPACE TO WORK-OLD-VALUE
           IF PQ-ACTION(PQ-MATCH-INDEX) = 'RETYPE'
               IF NF-MATCH-INDEX = 0
                   DISPLAY "Account no longer on the name feed - "
                       "reject the change."
                   EXIT SECTION
               END-IF
               MOVE NF-TYPE(NF-MATCH-INDEX) TO WORK-OLD-VALUE
           ELSE
               IF SF-MATCH-INDEX > 0
                   MOVE SF-STATUS(SF-MATCH-INDEX) TO WORK-OLD-VALUE
               END-IF
           END-IF
           IF WORK-OLD-VALUE NOT = PQ-OLD-VALUE(PQ-MATCH-INDEX)
               DISPLAY "Account changed since the request - "
                   "reject the change."
               EXIT SECTION
           END-IF
           IF PQ-ACTION(PQ-MATCH-INDEX) = 'RETYPE'
               MOVE PQ-NEW-VALUE(PQ-MATCH-INDEX) TO WORK-TYPE
               MOVE WORK-TYPE TO NF-TYPE(NF-MATCH-INDEX)
               MOVE NF-NAME(NF-MATCH-INDEX) TO WORK-NAME
               PERFORM ApplyMasterNameType
           ELSE
               MOVE PQ-NEW-VALUE(PQ-MATCH-INDEX) TO WORK-STATUS
               IF SF-MATCH-INDEX > 0
                   MOVE WORK-STATUS TO SF-STATUS(SF-MATCH-INDEX)
               ELSE
                   IF SF-USED >= 2000
                       DISPLAY "Feed table full - change refused."
                       EXIT SECTION
                   END-IF
                   ADD 1 TO SF-USED
                   MOVE WORK-BANK TO SF-BANK(SF-USED)
                   MOVE WORK-ACCOUNT TO SF-ACCOUNT(SF-USED)
                   MOVE WORK-STATUS TO SF-STATUS(SF-USED)
               END-IF
               PERFORM ApplyMasterStatus
           END-IF
           MOVE 'A' TO PQ-STATE(PQ-MATCH-INDEX)
           MOVE OPERATOR-ID TO PQ-CHECKER(PQ-MATCH-INDEX)
           MOVE TODAY TO PQ-DECIDED-DATE(PQ-MATCH-INDEX)
           PERFORM RewritePendingChanges
           MOVE 'APPROVE' TO ACTION-NAME
           PERFORM SetQueueImages
           PERFORM RecordChange
           DISPLAY "Change approved and applied."
           .

      * images for the log: action and value before, action and
      * value after with the change number and, once decided, the
      * maker - so the maker's and the checker's lines pair up
       SetQueueImages SECTION.
           MOVE function concatenate(
               FUNCTION TRIM(PQ-ACTION(PQ-MATCH-INDEX)), ' ',
               PQ-OLD-VALUE(PQ-MATCH-INDEX)) TO OLD-IMAGE
           IF ACTION-NAME = 'REQUEST'
               MOVE function concatenate(
                   FUNCTION TRIM(PQ-ACTION(PQ-MATCH-INDEX)), ' ',
                   PQ-NEW-VALUE(PQ-MATCH-INDEX), ' CHG=',
                   PQ-CHANGE-ID(PQ-MATCH-INDEX)) TO NEW-IMAGE
           ELSE
               MOVE function concatenate(
                   FUNCTION TRIM(PQ-ACTION(PQ-MATCH-INDEX)), ' ',
                   PQ-NEW-VALUE(PQ-MATCH-INDEX), ' CHG=',
                   PQ-CHANGE-ID(PQ-MATCH-INDEX), ' MAKER=',
                   PQ-MAKER(PQ-MATCH-INDEX)) TO NEW-IMAGE
           END-IF
           .

      * a change pending longer than APPROVALDAYS expires at the
      * next sign-on and must be keyed again
       ExpirePendingChanges SECTION.
           PERFORM VARYING PQ-MATCH-INDEX FROM 1 BY 1
               UNTIL PQ-MATCH-INDEX > PQ-USED
               IF PQ-PENDING(PQ-MATCH-INDEX)
                   AND PQ-REQUEST-DATE(PQ-MATCH-INDEX) IS NUMERIC
                   COMPUTE PENDING-DAYS =
                       FUNCTION INTEGER-OF-DATE(TODAY)
                       - FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(
                               PQ-REQUEST-DATE(PQ-MATCH-INDEX)))
                   IF PENDING-DAYS > APPROVAL-DAYS
                       MOVE 'E' TO PQ-STATE(PQ-MATCH-INDEX)
                       MOVE TODAY TO PQ-DECIDED-DATE(PQ-MATCH-INDEX)
                       ADD 1 TO EXPIRED-COUNT
                       MOVE PQ-BANK(PQ-MATCH-INDEX) TO WORK-BANK
                       MOVE PQ-ACCOUNT(PQ-MATCH-INDEX) TO WORK-ACCOUNT
                       MOVE 'EXPIRE' TO ACTION-NAME
                       PERFORM SetQueueImages
                       PERFORM WriteMaintenanceLog
                   END-IF
               END-IF
           END-PERFORM
           IF EXPIRED-COUNT > 0
               PERFORM RewritePendingChanges
               DISPLAY "Pending changes expired: " EXPIRED-COUNT
           END-IF
           .

      * a book's numbers may not overlap another book of the same
      * account - the night run could not tell the two apart
       IssueChequeBookDialog SECTION.
           PERFORM PromptAccountKey
           PERFORM FindNameEntry
           IF NF-MATCH-INDEX = 0
               DISPLAY "Account not on the name feed."
               EXIT SECTION
           END-IF
           PERFORM FindStatusEntry
           IF SF-MATCH-INDEX > 0
               AND SF-STATUS(SF-MATCH-INDEX) NOT = 'O'
               DISPLAY "Account is not open - no cheque book issued."
               EXIT SECTION
           END-IF
           IF CB-USED >= 2000
               DISPLAY "Cheque register full - issue refused."
               EXIT SECTION
           END-IF
           PERFORM PromptChequeRange
           IF WORK-FIRST-NO = SPACES
               EXIT SECTION
           END-IF
           MOVE 'N' TO CHEQUE-RANGE-SW
           PERFORM VARYING CB-INDEX FROM 1 BY 1
               UNTIL CB-INDEX > CB-USED
               IF CB-BANK(CB-INDEX) = WORK-BANK
                   AND CB-ACCOUNT(CB-INDEX) = WORK-ACCOUNT
                   AND WORK-FIRST-NO <= CB-LAST(CB-INDEX)
                   AND WORK-LAST-NO >= CB-FIRST(CB-INDEX)
                   SET CHEQUE-RANGE-HIT TO TRUE
               END-IF
           END-PERFORM
           IF CHEQUE-RANGE-HIT
               DISPLAY "Numbers overlap a book already issued."
               EXIT SECTION
           END-IF
           ADD 1 TO CB-USED
           MOVE WORK-BANK TO CB-BANK(CB-USED)
           MOVE WORK-ACCOUNT TO CB-ACCOUNT(CB-USED)
           MOVE WORK-FIRST-NO TO CB-FIRST(CB-USED)
           MOVE WORK-LAST-NO TO CB-LAST(CB-USED)
           MOVE FUNCTION CURRENT-DATE(1:8) TO CB-ISSUE-DATE(CB-USED)
           PERFORM RewriteChequeRegister
           MOVE 'CHQBOOK' TO ACTION-NAME
           MOVE SPACES TO OLD-IMAGE
           MOVE function concatenate(WORK-FIRST-NO, '-',
               WORK-LAST-NO) TO NEW-IMAGE
           PERFORM RecordChange
           DISPLAY "Cheque book issued."
           .

      * only numbers issued to the account can be stopped
       StopPaymentDialog SECTION.
           PERFORM PromptAccountKey
           PERFORM FindNameEntry
           IF NF-MATCH-INDEX = 0
               DISPLAY "Account not on the name feed."
               EXIT SECTION
           END-IF
           IF STOP-USED >= 1000
               DISPLAY "Stop-payment file full - stop refused."
               EXIT SECTION
           END-IF
           PERFORM PromptChequeRange
           IF WORK-FIRST-NO = SPACES
               EXIT SECTION
           END-IF
           MOVE 'N' TO CHEQUE-RANGE-SW
           PERFORM VARYING CB-INDEX FROM 1 BY 1
               UNTIL CB-INDEX > CB-USED
               IF CB-BANK(CB-INDEX) = WORK-BANK
                   AND CB-ACCOUNT(CB-INDEX) = WORK-ACCOUNT
                   AND WORK-FIRST-NO >= CB-FIRST(CB-INDEX)
                   AND WORK-LAST-NO <= CB-LAST(CB-INDEX)
                   SET CHEQUE-RANGE-HIT TO TRUE
               END-IF
           END-PERFORM
           IF NOT CHEQUE-RANGE-HIT
               DISPLAY "Numbers not issued to this account in one "
                   "book."
               EXIT SECTION
           END-IF
           DISPLAY "Reason (30 characters):"
           MOVE SPACES TO WORK-REASON
           ACCEPT WORK-REASON
           ADD 1 TO STOP-USED
           MOVE WORK-BANK TO STOP-BANK(STOP-USED)
           MOVE WORK-ACCOUNT TO STOP-ACCOUNT(STOP-USED)
           MOVE WORK-FIRST-NO TO STOP-FIRST(STOP-USED)
           MOVE WORK-LAST-NO TO STOP-LAST(STOP-USED)
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO STOP-REQUEST-DATE(STOP-USED)
           MOVE WORK-REASON TO STOP-REASON(STOP-USED)
           PERFORM RewriteStopPayments
           MOVE 'CHQSTOP' TO ACTION-NAME
           MOVE SPACES TO OLD-IMAGE
           MOVE function concatenate(WORK-FIRST-NO, '-',
               WORK-LAST-NO, ' ', WORK-REASON) TO NEW-IMAGE
           PERFORM RecordChange
           DISPLAY "Stop payment recorded."
           .

      * leaves WORK-FIRST-NO blank when the range is refused; a
      * blank last number stops or issues the first number alone
       PromptChequeRange SECTION.
           DISPLAY "First cheque number (8 digits):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:8) TO WORK-FIRST-NO
           DISPLAY "Last cheque number (8 digits, blank = first):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:8) TO WORK-LAST-NO
           IF WORK-LAST-NO = SPACES
               MOVE WORK-FIRST-NO TO WORK-LAST-NO
           END-IF
           IF WORK-FIRST-NO IS NOT NUMERIC
               OR WORK-LAST-NO IS NOT NUMERIC
               DISPLAY "Cheque numbers must be 8 digits."
               MOVE SPACES TO WORK-FIRST-NO
               EXIT SECTION
           END-IF
           IF WORK-LAST-NO < WORK-FIRST-NO
               DISPLAY "Last number is below the first."
               MOVE SPACES TO WORK-FIRST-NO
           END-IF
           .

      * with a catalog on file the valid types are listed and any
      * other type is refused, so no account reaches the night run
      * without the product rules its type should carry
       PromptAccountType SECTION.
           MOVE 'Y' TO TYPE-ACCEPTED-SW
           PERFORM VARYING PRD-INDEX FROM 1 BY 1
               UNTIL PRD-INDEX > PRD-USED
               DISPLAY "  " PRD-TYPE(PRD-INDEX) " - "
                   PRD-NAME(PRD-INDEX)
           END-PERFORM
           MOVE SPACE TO WORK-TYPE
           ACCEPT WORK-TYPE
           IF PRD-USED = 0
               EXIT SECTION
           END-IF
           MOVE 'N' TO TYPE-ACCEPTED-SW
           PERFORM VARYING PRD-INDEX FROM 1 BY 1
               UNTIL PRD-INDEX > PRD-USED
               IF PRD-TYPE(PRD-INDEX) = WORK-TYPE
                   SET TYPE-ACCEPTED TO TRUE
               END-IF
           END-PERFORM
           IF NOT TYPE-ACCEPTED
               DISPLAY "Type " WORK-TYPE
                   " is not in the product catalog - refused."
           END-IF
           .

       FindNameEntry SECTION.
           ADD 1 TO CHANGE-COUNT
           PERFORM RewriteNameFeed
           PERFORM RewriteStatusFeed
           PERFORM WriteMaintenanceLog
           .

      * NAMEINDEX hands back its own return code - a failed rebuild
      * is logged there and leaves this session's code alone
       RebuildNameIndex SECTION.
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "NAMEINDEX" USING NAME-INDEX-REQUEST
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           .

       WriteMaintenanceLog SECTION.
           OPEN EXTEND MAINT-LOG-DATA
           IF MAINTLOG-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-LOG-DATA
           END-IF
           .

      * catalog lines the night run would refuse are left out here
      * too, so a type is only offered when its product is valid
       LoadProductCatalog SECTION.
           OPEN INPUT PRODUCT-CATALOG-DATA
           IF PRODCAT-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ PRODUCT-CATALOG-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF PR-TYPE-F NOT = SPACE
                               AND (PR-OVERDRAFT-F = 'Y'
                                   OR PR-OVERDRAFT-F = 'N')
                               AND (PR-MIN-BALANCE-F = SPACES
                                   OR PR-MIN-BALANCE-F IS NUMERIC)
                               AND (PR-MAX-DEBITS-F = SPACES
                                   OR PR-MAX-DEBITS-F IS NUMERIC)
                               AND (PR-CREDIT-RATE-F = SPACES
                                   OR PR-CREDIT-RATE-F IS NUMERIC)
                               AND (PR-DEBIT-RATE-F = SPACES
                                   OR PR-DEBIT-RATE-F IS NUMERIC)
                               AND PRD-USED < 36
                               PERFORM AddCatalogType
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRODUCT-CATALOG-DATA
           END-IF
           .

       AddCatalogType SECTION.
           MOVE 0 TO PRD-MATCH-INDEX
           PERFORM VARYING PRD-INDEX FROM 1 BY 1
               UNTIL PRD-INDEX > PRD-USED
               IF PRD-TYPE(PRD-INDEX) = PR-TYPE-F
                   MOVE PRD-INDEX TO PRD-MATCH-INDEX
               END-IF
           END-PERFORM
           IF PRD-MATCH-INDEX = 0
               ADD 1 TO PRD-USED
               MOVE PRD-USED TO PRD-MATCH-INDEX
           END-IF
           MOVE PR-TYPE-F TO PRD-TYPE(PRD-MATCH-INDEX)
           MOVE PR-NAME-F TO PRD-NAME(PRD-MATCH-INDEX)
           .

       LoadStatusFeed SECTION.
           OPEN INPUT ACCOUNT-STATUS-DATA
           IF ACCTSTAT-FILE-STATUS = "00"
           .


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
                       IF RP-KEY = 'APPROVALDAYS'
                           AND FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                           AND FUNCTION NUMVAL(RP-VALUE) > 0
                           MOVE FUNCTION NUMVAL(RP-VALUE)
                               TO APPROVAL-DAYS
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RUN-PARAM-DATA
           END-IF
           .

       LoadPendingChanges SECTION.
           OPEN INPUT PENDING-CHANGE-DATA
           IF PENDING-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ PENDING-CHANGE-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF PQ-CHANGE-ID-F IS NUMERIC
                               AND PQ-USED < 5000
                               ADD 1 TO PQ-USED
                               PERFORM LoadPendingChange
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PENDING-CHANGE-DATA
           END-IF
           .

       LoadPendingChange SECTION.
           MOVE PQ-CHANGE-ID-F TO PQ-CHANGE-ID(PQ-USED)
           MOVE PQ-REQUEST-DATE-F TO PQ-REQUEST-DATE(PQ-USED)
           MOVE PQ-MAKER-F TO PQ-MAKER(PQ-USED)
           MOVE PQ-ACTION-F TO PQ-ACTION(PQ-USED)
           MOVE PQ-BANK-ID-F TO PQ-BANK(PQ-USED)
           MOVE PQ-ACCOUNT-ID-F TO PQ-ACCOUNT(PQ-USED)
           MOVE PQ-OLD-VALUE-F TO PQ-OLD-VALUE(PQ-USED)
           MOVE PQ-NEW-VALUE-F TO PQ-NEW-VALUE(PQ-USED)
           MOVE PQ-STATE-F TO PQ-STATE(PQ-USED)
           MOVE PQ-CHECKER-F TO PQ-CHECKER(PQ-USED)
           MOVE PQ-DECIDED-DATE-F TO PQ-DECIDED-DATE(PQ-USED)
           IF PQ-CHANGE-ID(PQ-USED) > LAST-CHANGE-ID
               MOVE PQ-CHANGE-ID(PQ-USED) TO LAST-CHANGE-ID
           END-IF
           .

       RewritePendingChanges SECTION.
           OPEN OUTPUT PENDING-CHANGE-DATA
           IF PENDING-FILE-STATUS NOT = "00"
               MOVE "AM0007" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE pending_changes.txt, STATUS=",
                   PENDING-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING PQ-INDEX FROM 1 BY 1
                   UNTIL PQ-INDEX > PQ-USED
                   MOVE PQ-CHANGE-ID(PQ-INDEX) TO PQ-CHANGE-ID-F
                   MOVE PQ-REQUEST-DATE(PQ-INDEX) TO PQ-REQUEST-DATE-F
                   MOVE PQ-MAKER(PQ-INDEX) TO PQ-MAKER-F
                   MOVE PQ-ACTION(PQ-INDEX) TO PQ-ACTION-F
                   MOVE PQ-BANK(PQ-INDEX) TO PQ-BANK-ID-F
                   MOVE PQ-ACCOUNT(PQ-INDEX) TO PQ-ACCOUNT-ID-F
                   MOVE PQ-OLD-VALUE(PQ-INDEX) TO PQ-OLD-VALUE-F
                   MOVE PQ-NEW-VALUE(PQ-INDEX) TO PQ-NEW-VALUE-F
                   MOVE PQ-STATE(PQ-INDEX) TO PQ-STATE-F
                   MOVE PQ-CHECKER(PQ-INDEX) TO PQ-CHECKER-F
                   MOVE PQ-DECIDED-DATE(PQ-INDEX) TO PQ-DECIDED-DATE-F
                   WRITE PENDING-CHANGE-F
               END-PERFORM
               CLOSE PENDING-CHANGE-DATA
           END-IF
           .

       LoadChequeRegister SECTION.
           OPEN INPUT CHEQUE-BOOK-DATA
           IF CHQBOOK-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ CHEQUE-BOOK-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF CB-FIRST-NO-F IS NUMERIC
                               AND CB-LAST-NO-F IS NUMERIC
                               AND CB-USED < 2000
                               ADD 1 TO CB-USED
                               MOVE CB-BANK-ID-F TO CB-BANK(CB-USED)
                               MOVE CB-ACCOUNT-ID-F
                                   TO CB-ACCOUNT(CB-USED)
                               MOVE CB-FIRST-NO-F TO CB-FIRST(CB-USED)
                               MOVE CB-LAST-NO-F TO CB-LAST(CB-USED)
                               MOVE CB-ISSUE-DATE-F
                                   TO CB-ISSUE-DATE(CB-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CHEQUE-BOOK-DATA
           END-IF
           .

       LoadStopPayments SECTION.
           OPEN INPUT STOP-PAYMENT-DATA
           IF STOPPAY-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ STOP-PAYMENT-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF SP-FIRST-NO-F IS NUMERIC
                               AND SP-LAST-NO-F IS NUMERIC
                               AND STOP-USED < 1000
                               ADD 1 TO STOP-USED
                               MOVE SP-BANK-ID-F
                                   TO STOP-BANK(STOP-USED)
                               MOVE SP-ACCOUNT-ID-F
                                   TO STOP-ACCOUNT(STOP-USED)
                               MOVE SP-FIRST-NO-F
                                   TO STOP-FIRST(STOP-USED)
                               MOVE SP-LAST-NO-F
                                   TO STOP-LAST(STOP-USED)
                               MOVE SP-REQUEST-DATE-F
                                   TO STOP-REQUEST-DATE(STOP-USED)
                               MOVE SP-REASON-F
                                   TO STOP-REASON(STOP-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STOP-PAYMENT-DATA
           END-IF
           .

       RewriteChequeRegister SECTION.
           OPEN OUTPUT CHEQUE-BOOK-DATA
           IF CHQBOOK-FILE-STATUS NOT = "00"
               MOVE "AM0005" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE cheque_register.txt, STATUS=",
                   CHQBOOK-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING CB-INDEX FROM 1 BY 1
                   UNTIL CB-INDEX > CB-USED
                   MOVE CB-BANK(CB-INDEX) TO CB-BANK-ID-F
                   MOVE CB-ACCOUNT(CB-INDEX) TO CB-ACCOUNT-ID-F
                   MOVE CB-FIRST(CB-INDEX) TO CB-FIRST-NO-F
                   MOVE CB-LAST(CB-INDEX) TO CB-LAST-NO-F
                   MOVE CB-ISSUE-DATE(CB-INDEX) TO CB-ISSUE-DATE-F
                   WRITE CHEQUE-BOOK-F
               END-PERFORM
               CLOSE CHEQUE-BOOK-DATA
           END-IF
           .

       RewriteStopPayments SECTION.
           OPEN OUTPUT STOP-PAYMENT-DATA
           IF STOPPAY-FILE-STATUS NOT = "00"
               MOVE "AM0006" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE stop_payments.txt, STATUS=",
                   STOPPAY-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING STOP-INDEX FROM 1 BY 1
                   UNTIL STOP-INDEX > STOP-USED
                   MOVE STOP-BANK(STOP-INDEX) TO SP-BANK-ID-F
                   MOVE STOP-ACCOUNT(STOP-INDEX) TO SP-ACCOUNT-ID-F
                   MOVE STOP-FIRST(STOP-INDEX) TO SP-FIRST-NO-F
                   MOVE STOP-LAST(STOP-INDEX) TO SP-LAST-NO-F
                   MOVE STOP-REQUEST-DATE(STOP-INDEX)
                       TO SP-REQUEST-DATE-F
                   MOVE STOP-REASON(STOP-INDEX) TO SP-REASON-F
                   WRITE STOP-PAYMENT-F
               END-PERFORM
               CLOSE STOP-PAYMENT-DATA
           END-IF
           .


       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
