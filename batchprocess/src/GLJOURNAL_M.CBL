       IDENTIFICATION DIVISION.
       PROGRAM-ID.  GLJOURNAL.
      *****************************************************************
      * Manual general-ledger journals - an accountant keys a
      * multi-line journal (GL account, debit or credit, currency,
      * amount, narrative) for accruals, corrections and write-offs
      * instead of editing gl_balances.txt. A journal is refused
      * unless every account is on chart_of_accounts.txt and debits
      * equal credits in each currency, or if it books into a year
      * gl_close_log.txt shows closed. It is held in
      * gl_journals.txt (GLJNREC) until a second signed-on user
      * approves it; GLLEDGER books approved journals on its next
      * run and marks them booked. Where legal_entities.txt
      * (LENTREC) names the entities whose books run on the system,
      * each journal is keyed for one entity and books into its
      * ledger.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-JOURNAL-DATA ASSIGN TO
             "batchprocess/gl_journals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLJRNL-FILE-STATUS.
           SELECT CLOSE-LOG-DATA ASSIGN TO
             "batchprocess/gl_close_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLOSELOG-FILE-STATUS.
           SELECT CHART-DATA ASSIGN TO
             "batchprocess/chart_of_accounts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHART-FILE-STATUS.
           SELECT LEGAL-ENTITY-DATA ASSIGN TO
             "batchprocess/legal_entities.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEGENT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD GL-JOURNAL-DATA.
           COPY GLJNREC.
           FD CLOSE-LOG-DATA.
           01 CLOSE-LOG-F.
            05 CLOSE-LOG-LINE PIC X(100).
           FD CHART-DATA.
           COPY COAREC.
           FD LEGAL-ENTITY-DATA.
           COPY LENTREC.
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "GLJOURNAL".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 GLJRNL-FILE-STATUS PIC X(2).
           05 CHART-FILE-STATUS PIC X(2).
           05 CLOSELOG-FILE-STATUS PIC X(2).
           05 LEGENT-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.

      * every journal line on file, held for the session and
      * rewritten after every new journal and decision
       01 JOURNAL-LINES.
           05 JL-USED PIC 9(4) VALUE 0.
           05 JL-ENTRY OCCURS 5000 TIMES.
               10 JL-JOURNAL-NO PIC 9(8).
               10 JL-LINE-NO PIC 9(3).
               10 JL-STATE PIC X.
                   88 JL-PENDING VALUE 'P'.
               10 JL-MAKER PIC X(8).
               10 JL-ENTERED-DATE PIC X(8).
               10 JL-BOOKING-DATE PIC X(8).
               10 JL-CHECKER PIC X(8).
               10 JL-DECIDED-DATE PIC X(8).
               10 JL-POSTED-DATE PIC X(8).
               10 JL-ACCOUNT PIC X(8).
               10 JL-DR-CR PIC X.
               10 JL-CURRENCY PIC X(3).
               10 JL-AMOUNT PIC 9(8)V99.
               10 JL-NARRATIVE PIC X(40).
               10 JL-ENTITY PIC X(3).
       01 JL-INDEX PIC 9(4).
       01 JL-FIRST-INDEX PIC 9(4).
       01 JL-LAST-INDEX PIC 9(4).
       01 LAST-JOURNAL-NO PIC 9(8) VALUE 0.
       01 WORK-JOURNAL-NO PIC 9(8).

      * the chart of accounts - a journal may only touch a GL number
      * the chart carries
       01 CHART-TABLE.
           05 COA-USED PIC 9(4) VALUE 0.
           05 COA-ENTRY OCCURS 500 TIMES.
               10 COA-ACCOUNT PIC X(8).
               10 COA-NAME PIC X(30).
       01 COA-INDEX PIC 9(4).
       01 COA-MATCH-INDEX PIC 9(4).
       01 CHART-WORK-ACCOUNT PIC X(8).

      * years the year-end close has taken - nothing more books there
       01 CLOSED-YEARS.
           05 CY-USED PIC 99 VALUE 0.
           05 CY-YEAR PIC X(4) OCCURS 50 TIMES.
       01 CY-INDEX PIC 99.

      * the legal entities - with none on file every journal is for
      * the house books and no entity is asked for
       01 LEGAL-ENTITIES.
           05 LENT-USED PIC 99 VALUE 0.
           05 LENT-CODE PIC X(3) OCCURS 20 TIMES.
       01 LENT-INDEX PIC 99.
       01 LENT-MATCH-INDEX PIC 99.

      * the journal being keyed
       01 NEW-JOURNAL.
           05 NJ-USED PIC 99 VALUE 0.
           05 NJ-ENTRY OCCURS 50 TIMES.
               10 NJ-ACCOUNT PIC X(8).
               10 NJ-DR-CR PIC X.
               10 NJ-CURRENCY PIC X(3).
               10 NJ-AMOUNT PIC 9(8)V99.
               10 NJ-NARRATIVE PIC X(40).
       01 NJ-INDEX PIC 99.
       01 BOOKING-DATE PIC X(8).
       01 JOURNAL-ENTITY PIC X(3).
       01 KEYING-DONE-SW PIC X VALUE 'N'.
           88 KEYING-DONE VALUE 'Y'.

      * debits and credits per currency of one journal
       01 JOURNAL-BALANCE.
           05 JB-USED PIC 99 VALUE 0.
           05 JB-ENTRY OCCURS 10 TIMES.
               10 JB-CURRENCY PIC X(3).
               10 JB-DEBITS PIC 9(10)V99.
               10 JB-CREDITS PIC 9(10)V99.
       01 JB-INDEX PIC 99.
       01 JB-MATCH-INDEX PIC 99.
       01 WORK-CURRENCY PIC X(3).
       01 WORK-DR-CR PIC X.
       01 WORK-AMOUNT PIC 9(8)V99.
       01 JOURNAL-BALANCED-SW PIC X VALUE 'Y'.
           88 JOURNAL-BALANCED VALUE 'Y'.
       01 JOURNAL-CHARTED-SW PIC X VALUE 'Y'.
           88 JOURNAL-CHARTED VALUE 'Y'.

       01 OPERATOR-ID PIC X(8) VALUE SPACES.
       01 TODAY PIC 9(8).
       01 MENU-CHOICE PIC X VALUE SPACE.
       01 QUIT-SW PIC X VALUE 'N'.
           88 QUIT-REQUESTED VALUE 'Y'.
       01 DIALOG-INPUT PIC X(40).
       01 WORK-DECISION PIC X.
       01 JOURNALS-LISTED PIC 9(5) VALUE 0.
       01 JOURNAL-LINE-COUNT PIC 9(3).
       01 STATE-TEXT PIC X(9).
       01 LINE-NO-ED PIC ZZ9.
       01 AMOUNT-ED PIC Z(7)9.99.
       01 AMOUNT-ED-2 PIC Z(9)9.99.
       01 AMOUNT-ED-3 PIC Z(9)9.99.
       01 CHANGE-COUNT PIC 9(5) VALUE 0.
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
           DISPLAY "MANUAL GL JOURNALS"
           DISPLAY "Operator ID:"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:8) TO OPERATOR-ID
           IF OPERATOR-ID = SPACES
               MOVE "GJ0001" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE "NO OPERATOR ID - JOURNAL ENTRY REFUSED"
                   TO MSG-TEXT
               PERFORM LogMessage
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY
           PERFORM LoadChartOfAccounts
           PERFORM LoadClosedYears
           PERFORM LoadLegalEntities
           PERFORM LoadJournals
           PERFORM UNTIL QUIT-REQUESTED
               DISPLAY "K - Key a journal"
               DISPLAY "A - Approve or reject pending journals"
               DISPLAY "L - List journals"
               DISPLAY "S - Show a journal"
               DISPLAY "Q - Quit"
               MOVE SPACE TO MENU-CHOICE
               ACCEPT MENU-CHOICE
               EVALUATE FUNCTION UPPER-CASE(MENU-CHOICE)
               WHEN 'K'
                   PERFORM KeyJournalDialog
               WHEN 'A'
                   PERFORM ApproveJournalsDialog
               WHEN 'L'
                   PERFORM ListJournalsDialog
               WHEN 'S'
                   PERFORM ShowJournalDialog
               WHEN 'Q'
                   SET QUIT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "Please choose K, A, L, S or Q."
               END-EVALUATE
           END-PERFORM
           DISPLAY "Changes applied: " CHANGE-COUNT
           GOBACK.

      *****************************************************************
      * Dialogs
      *****************************************************************
      * nothing is written until the whole journal balances in every
      * currency
       KeyJournalDialog SECTION.
           IF COA-USED = 0
               DISPLAY "No chart of accounts - journals cannot be "
                   "checked, none can be keyed."
               EXIT SECTION
           END-IF
           DISPLAY "Booking date YYYYMMDD (ENTER = today):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           IF DIALOG-INPUT = SPACES
               MOVE TODAY TO BOOKING-DATE
           ELSE
               MOVE DIALOG-INPUT(1:8) TO BOOKING-DATE
           END-IF
           IF BOOKING-DATE IS NOT NUMERIC
               DISPLAY "Booking date must be YYYYMMDD."
               EXIT SECTION
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(BOOKING-DATE)) NOT = 0
               DISPLAY "Booking date is not a calendar date."
               EXIT SECTION
           END-IF
           PERFORM VARYING CY-INDEX FROM 1 BY 1
               UNTIL CY-INDEX > CY-USED
               IF CY-YEAR(CY-INDEX) = BOOKING-DATE(1:4)
                   DISPLAY "Year " BOOKING-DATE(1:4)
                       " is closed - book into an open year."
                   EXIT SECTION
               END-IF
           END-PERFORM
           MOVE SPACES TO JOURNAL-ENTITY
           IF LENT-USED > 0
               DISPLAY "Legal entity (blank = house books):"
               MOVE SPACES TO DIALOG-INPUT
               ACCEPT DIALOG-INPUT
               MOVE FUNCTION UPPER-CASE(DIALOG-INPUT(1:3))
                   TO JOURNAL-ENTITY
               IF JOURNAL-ENTITY NOT = SPACES
                   MOVE 0 TO LENT-MATCH-INDEX
                   PERFORM VARYING LENT-INDEX FROM 1 BY 1
                       UNTIL LENT-INDEX > LENT-USED
                       IF LENT-CODE(LENT-INDEX) = JOURNAL-ENTITY
                           MOVE LENT-INDEX TO LENT-MATCH-INDEX
                       END-IF
                   END-PERFORM
                   IF LENT-MATCH-INDEX = 0
                       DISPLAY "Entity " JOURNAL-ENTITY
                           " is not on legal_entities.txt."
                       EXIT SECTION
                   END-IF
               END-IF
           END-IF
           MOVE 0 TO NJ-USED
           MOVE 'N' TO KEYING-DONE-SW
           PERFORM UNTIL KEYING-DONE
               PERFORM KeyJournalLine
           END-PERFORM
           IF NJ-USED < 2
               DISPLAY "A journal needs at least two lines - "
                   "nothing saved."
               EXIT SECTION
           END-IF
           PERFORM BalanceNewJournal
           PERFORM DisplayJournalBalance
           IF NOT JOURNAL-BALANCED
               DISPLAY "Debits and credits differ - journal refused, "
                   "nothing saved."
               EXIT SECTION
           END-IF
           IF JL-USED + NJ-USED > 5000
               DISPLAY "Journal file is full - nothing saved."
               EXIT SECTION
           END-IF
           DISPLAY "Hold the journal for approval (Y/N)?"
           MOVE SPACE TO WORK-DECISION
           ACCEPT WORK-DECISION
           IF FUNCTION UPPER-CASE(WORK-DECISION) NOT = 'Y'
               DISPLAY "Journal dropped - nothing saved."
               EXIT SECTION
           END-IF
           ADD 1 TO LAST-JOURNAL-NO
           PERFORM VARYING NJ-INDEX FROM 1 BY 1
               UNTIL NJ-INDEX > NJ-USED
               ADD 1 TO JL-USED
               MOVE LAST-JOURNAL-NO TO JL-JOURNAL-NO(JL-USED)
               MOVE NJ-INDEX TO JL-LINE-NO(JL-USED)
               MOVE 'P' TO JL-STATE(JL-USED)
               MOVE OPERATOR-ID TO JL-MAKER(JL-USED)
               MOVE TODAY TO JL-ENTERED-DATE(JL-USED)
               MOVE BOOKING-DATE TO JL-BOOKING-DATE(JL-USED)
               MOVE SPACES TO JL-CHECKER(JL-USED)
               MOVE SPACES TO JL-DECIDED-DATE(JL-USED)
               MOVE SPACES TO JL-POSTED-DATE(JL-USED)
               MOVE NJ-ACCOUNT(NJ-INDEX) TO JL-ACCOUNT(JL-USED)
               MOVE NJ-DR-CR(NJ-INDEX) TO JL-DR-CR(JL-USED)
               MOVE NJ-CURRENCY(NJ-INDEX) TO JL-CURRENCY(JL-USED)
               MOVE NJ-AMOUNT(NJ-INDEX) TO JL-AMOUNT(JL-USED)
               MOVE NJ-NARRATIVE(NJ-INDEX) TO JL-NARRATIVE(JL-USED)
               MOVE JOURNAL-ENTITY TO JL-ENTITY(JL-USED)
           END-PERFORM
           PERFORM RewriteJournals
           ADD 1 TO CHANGE-COUNT
           MOVE "GJ0003" TO MSG-ID
           MOVE "I" TO MSG-SEVERITY
           MOVE function concatenate("JOURNAL ", LAST-JOURNAL-NO,
               " KEYED BY ", OPERATOR-ID, " WITH ", NJ-USED,
               " LINES - AWAITING APPROVAL") TO MSG-TEXT
           PERFORM LogMessage
           DISPLAY "Journal " LAST-JOURNAL-NO
               " held for a second user's approval."
           .

      * a blank account ends the journal; a line that fails a check
      * is dropped and keyed again
       KeyJournalLine SECTION.
           IF NJ-USED >= 50
               DISPLAY "A journal holds at most 50 lines."
               SET KEYING-DONE TO TRUE
               EXIT SECTION
           END-IF
           COMPUTE LINE-NO-ED = NJ-USED + 1
           DISPLAY "Line " FUNCTION TRIM(LINE-NO-ED)
               " - GL account (blank to finish):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           IF DIALOG-INPUT = SPACES
               SET KEYING-DONE TO TRUE
               EXIT SECTION
           END-IF
           MOVE DIALOG-INPUT(1:8) TO CHART-WORK-ACCOUNT
           PERFORM FindChartEntry
           IF COA-MATCH-INDEX = 0
               DISPLAY "GL " CHART-WORK-ACCOUNT
                   " is not in the chart of accounts."
               EXIT SECTION
           END-IF
           DISPLAY "  " COA-NAME(COA-MATCH-INDEX)
           DISPLAY "D - Debit   C - Credit:"
           MOVE SPACE TO WORK-DR-CR
           ACCEPT WORK-DR-CR
           MOVE FUNCTION UPPER-CASE(WORK-DR-CR) TO WORK-DR-CR
           IF WORK-DR-CR NOT = 'D' AND NOT = 'C'
               DISPLAY "Please answer D or C."
               EXIT SECTION
           END-IF
           DISPLAY "Currency (3 letters):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE FUNCTION UPPER-CASE(DIALOG-INPUT(1:3)) TO WORK-CURRENCY
           IF WORK-CURRENCY IS NOT ALPHABETIC
               OR WORK-CURRENCY(3:1) = SPACE
               DISPLAY "Currency must be three letters."
               EXIT SECTION
           END-IF
           DISPLAY "Amount (up to 9999999.99):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           IF FUNCTION TEST-NUMVAL(DIALOG-INPUT) NOT = 0
               DISPLAY "Amount is not numeric."
               EXIT SECTION
           END-IF
           IF FUNCTION NUMVAL(DIALOG-INPUT) <= 0
               OR FUNCTION NUMVAL(DIALOG-INPUT) > 9999999.99
               DISPLAY "Amount must be above zero and at most "
                   "9999999.99."
               EXIT SECTION
           END-IF
           COMPUTE WORK-AMOUNT = FUNCTION NUMVAL(DIALOG-INPUT)
           ADD 1 TO NJ-USED
           MOVE CHART-WORK-ACCOUNT TO NJ-ACCOUNT(NJ-USED)
           MOVE WORK-DR-CR TO NJ-DR-CR(NJ-USED)
           MOVE WORK-CURRENCY TO NJ-CURRENCY(NJ-USED)
           MOVE WORK-AMOUNT TO NJ-AMOUNT(NJ-USED)
           DISPLAY "Narrative (40 characters):"
           MOVE SPACES TO NJ-NARRATIVE(NJ-USED)
           ACCEPT NJ-NARRATIVE(NJ-USED)
           .

      * the checker sees every pending journal; a maker cannot
      * decide their own journal, and a journal whose account has
      * left the chart since it was keyed cannot be approved
       ApproveJournalsDialog SECTION.
           MOVE 0 TO JOURNALS-LISTED
           MOVE 0 TO WORK-JOURNAL-NO
           PERFORM VARYING JL-INDEX FROM 1 BY 1
               UNTIL JL-INDEX > JL-USED
               IF JL-PENDING(JL-INDEX)
                   AND JL-JOURNAL-NO(JL-INDEX) NOT = WORK-JOURNAL-NO
                   MOVE JL-JOURNAL-NO(JL-INDEX) TO WORK-JOURNAL-NO
                   PERFORM DisplayJournalSummary
               END-IF
           END-PERFORM
           IF JOURNALS-LISTED = 0
               DISPLAY "No journals pending."
               EXIT SECTION
           END-IF
           PERFORM PromptJournalNumber
           IF JL-FIRST-INDEX = 0
               EXIT SECTION
           END-IF
           IF NOT JL-PENDING(JL-FIRST-INDEX)
               DISPLAY "Journal is not pending."
               EXIT SECTION
           END-IF
           IF JL-MAKER(JL-FIRST-INDEX) = OPERATOR-ID
               DISPLAY "You keyed this journal - a second user "
                   "must decide it."
               EXIT SECTION
           END-IF
           PERFORM DisplayJournalLines
           DISPLAY "A - Approve   R - Reject:"
           MOVE SPACE TO WORK-DECISION
           ACCEPT WORK-DECISION
           MOVE FUNCTION UPPER-CASE(WORK-DECISION) TO WORK-DECISION
           EVALUATE WORK-DECISION
           WHEN 'A'
               MOVE 'Y' TO JOURNAL-CHARTED-SW
               PERFORM VARYING JL-INDEX FROM JL-FIRST-INDEX BY 1
                   UNTIL JL-INDEX > JL-LAST-INDEX
                   MOVE JL-ACCOUNT(JL-INDEX) TO CHART-WORK-ACCOUNT
                   PERFORM FindChartEntry
                   IF COA-MATCH-INDEX = 0
                       MOVE 'N' TO JOURNAL-CHARTED-SW
                       DISPLAY "GL " CHART-WORK-ACCOUNT
                           " is no longer in the chart of accounts."
                   END-IF
               END-PERFORM
               IF NOT JOURNAL-CHARTED
                   DISPLAY "Journal cannot be approved - reject it."
                   EXIT SECTION
               END-IF
               PERFORM DecideJournal
               DISPLAY "Journal approved - GLLEDGER books it on its "
                   "next run."
           WHEN 'R'
               PERFORM DecideJournal
               DISPLAY "Journal rejected."
           WHEN OTHER
               DISPLAY "No decision taken."
           END-EVALUATE
           .

      * expects WORK-DECISION A or R and the journal's line range
       DecideJournal SECTION.
           PERFORM VARYING JL-INDEX FROM JL-FIRST-INDEX BY 1
               UNTIL JL-INDEX > JL-LAST-INDEX
               MOVE WORK-DECISION TO JL-STATE(JL-INDEX)
               MOVE OPERATOR-ID TO JL-CHECKER(JL-INDEX)
               MOVE TODAY TO JL-DECIDED-DATE(JL-INDEX)
           END-PERFORM
           PERFORM RewriteJournals
           ADD 1 TO CHANGE-COUNT
           MOVE "GJ0004" TO MSG-ID
           MOVE "I" TO MSG-SEVERITY
           IF WORK-DECISION = 'A'
               MOVE function concatenate("JOURNAL ",
                   JL-JOURNAL-NO(JL-FIRST-INDEX), " APPROVED BY ",
                   OPERATOR-ID, ", KEYED BY ",
                   JL-MAKER(JL-FIRST-INDEX)) TO MSG-TEXT
           ELSE
               MOVE function concatenate("JOURNAL ",
                   JL-JOURNAL-NO(JL-FIRST-INDEX), " REJECTED BY ",
                   OPERATOR-ID, ", KEYED BY ",
                   JL-MAKER(JL-FIRST-INDEX)) TO MSG-TEXT
           END-IF
           PERFORM LogMessage
           .

       ListJournalsDialog SECTION.
           MOVE 0 TO JOURNALS-LISTED
           MOVE 0 TO WORK-JOURNAL-NO
           PERFORM VARYING JL-INDEX FROM 1 BY 1
               UNTIL JL-INDEX > JL-USED
               IF JL-JOURNAL-NO(JL-INDEX) NOT = WORK-JOURNAL-NO
                   MOVE JL-JOURNAL-NO(JL-INDEX) TO WORK-JOURNAL-NO
                   PERFORM DisplayJournalSummary
               END-IF
           END-PERFORM
           IF JOURNALS-LISTED = 0
               DISPLAY "No journals on file."
           END-IF
           .

       ShowJournalDialog SECTION.
           PERFORM PromptJournalNumber
           IF JL-FIRST-INDEX = 0
               EXIT SECTION
           END-IF
           PERFORM DisplayJournalLines
           .

      * leaves JL-FIRST-INDEX 0 when no journal is chosen, else the
      * first and last line of the journal
       PromptJournalNumber SECTION.
           MOVE 0 TO JL-FIRST-INDEX JL-LAST-INDEX
           DISPLAY "Journal number (blank to return):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           IF DIALOG-INPUT = SPACES
               EXIT SECTION
           END-IF
           IF FUNCTION TEST-NUMVAL(DIALOG-INPUT) NOT = 0
               DISPLAY "Journal number must be numeric."
               EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(DIALOG-INPUT) TO WORK-JOURNAL-NO
           PERFORM VARYING JL-INDEX FROM 1 BY 1
               UNTIL JL-INDEX > JL-USED
               IF JL-JOURNAL-NO(JL-INDEX) = WORK-JOURNAL-NO
                   IF JL-FIRST-INDEX = 0
                       MOVE JL-INDEX TO JL-FIRST-INDEX
                   END-IF
                   MOVE JL-INDEX TO JL-LAST-INDEX
               END-IF
           END-PERFORM
           IF JL-FIRST-INDEX = 0
               DISPLAY "No journal with that number."
           END-IF
           .

      * one row per journal - expects WORK-JOURNAL-NO and JL-INDEX
      * on its first line
       DisplayJournalSummary SECTION.
           IF JOURNALS-LISTED = 0
               DISPLAY "Journal  State     Maker    Booking  "
                   "Checker  Booked   Lines"
           END-IF
           ADD 1 TO JOURNALS-LISTED
           MOVE 0 TO JOURNAL-LINE-COUNT
           PERFORM VARYING JL-FIRST-INDEX FROM JL-INDEX BY 1
               UNTIL JL-FIRST-INDEX > JL-USED
               IF JL-JOURNAL-NO(JL-FIRST-INDEX) = WORK-JOURNAL-NO
                   ADD 1 TO JOURNAL-LINE-COUNT
               END-IF
           END-PERFORM
           PERFORM SetStateText
           MOVE JOURNAL-LINE-COUNT TO LINE-NO-ED
           DISPLAY JL-JOURNAL-NO(JL-INDEX) " " STATE-TEXT " "
               JL-MAKER(JL-INDEX) " " JL-BOOKING-DATE(JL-INDEX) " "
               JL-CHECKER(JL-INDEX) " " JL-POSTED-DATE(JL-INDEX) " "
               LINE-NO-ED
           .

      * expects JL-FIRST-INDEX and JL-LAST-INDEX
       DisplayJournalLines SECTION.
           MOVE JL-FIRST-INDEX TO JL-INDEX
           PERFORM SetStateText
           DISPLAY "Journal " JL-JOURNAL-NO(JL-FIRST-INDEX) " "
               FUNCTION TRIM(STATE-TEXT) " - keyed by "
               JL-MAKER(JL-FIRST-INDEX) " on "
               JL-ENTERED-DATE(JL-FIRST-INDEX) ", booking date "
               JL-BOOKING-DATE(JL-FIRST-INDEX)
           IF JL-ENTITY(JL-FIRST-INDEX) NOT = SPACES
               DISPLAY "  for legal entity " JL-ENTITY(JL-FIRST-INDEX)
           END-IF
           IF JL-CHECKER(JL-FIRST-INDEX) NOT = SPACES
               DISPLAY "  decided by " JL-CHECKER(JL-FIRST-INDEX)
                   " on " JL-DECIDED-DATE(JL-FIRST-INDEX)
           END-IF
           PERFORM VARYING JL-INDEX FROM JL-FIRST-INDEX BY 1
               UNTIL JL-INDEX > JL-LAST-INDEX
               MOVE JL-LINE-NO(JL-INDEX) TO LINE-NO-ED
               MOVE JL-AMOUNT(JL-INDEX) TO AMOUNT-ED
               DISPLAY "  " LINE-NO-ED " " JL-ACCOUNT(JL-INDEX) " "
                   JL-DR-CR(JL-INDEX) " " JL-CURRENCY(JL-INDEX) " "
                   AMOUNT-ED " " JL-NARRATIVE(JL-INDEX)
           END-PERFORM
           .

       SetStateText SECTION.
           EVALUATE JL-STATE(JL-INDEX)
           WHEN 'P'
               MOVE 'PENDING' TO STATE-TEXT
           WHEN 'A'
               MOVE 'APPROVED' TO STATE-TEXT
           WHEN 'R'
               MOVE 'REJECTED' TO STATE-TEXT
           WHEN 'B'
               MOVE 'BOOKED' TO STATE-TEXT
           WHEN OTHER
               MOVE JL-STATE(JL-INDEX) TO STATE-TEXT
           END-EVALUATE
           .

      *****************************************************************
      * Journal checks
      *****************************************************************
       BalanceNewJournal SECTION.
           MOVE 0 TO JB-USED
           MOVE 'Y' TO JOURNAL-BALANCED-SW
           PERFORM VARYING NJ-INDEX FROM 1 BY 1
               UNTIL NJ-INDEX > NJ-USED
               MOVE 0 TO JB-MATCH-INDEX
               PERFORM VARYING JB-INDEX FROM 1 BY 1
                   UNTIL JB-INDEX > JB-USED
                   IF JB-CURRENCY(JB-INDEX) = NJ-CURRENCY(NJ-INDEX)
                       MOVE JB-INDEX TO JB-MATCH-INDEX
                   END-IF
               END-PERFORM
               IF JB-MATCH-INDEX = 0
                   IF JB-USED >= 10
                       MOVE 'N' TO JOURNAL-BALANCED-SW
                       DISPLAY "A journal may use at most 10 "
                           "currencies."
                       EXIT SECTION
                   END-IF
                   ADD 1 TO JB-USED
                   MOVE NJ-CURRENCY(NJ-INDEX) TO JB-CURRENCY(JB-USED)
                   MOVE 0 TO JB-DEBITS(JB-USED) JB-CREDITS(JB-USED)
                   MOVE JB-USED TO JB-MATCH-INDEX
               END-IF
               IF NJ-DR-CR(NJ-INDEX) = 'D'
                   ADD NJ-AMOUNT(NJ-INDEX) TO JB-DEBITS(JB-MATCH-INDEX)
               ELSE
                   ADD NJ-AMOUNT(NJ-INDEX)
                       TO JB-CREDITS(JB-MATCH-INDEX)
               END-IF
           END-PERFORM
           PERFORM VARYING JB-INDEX FROM 1 BY 1
               UNTIL JB-INDEX > JB-USED
               IF JB-DEBITS(JB-INDEX) NOT = JB-CREDITS(JB-INDEX)
                   MOVE 'N' TO JOURNAL-BALANCED-SW
               END-IF
           END-PERFORM
           .

       DisplayJournalBalance SECTION.
           PERFORM VARYING JB-INDEX FROM 1 BY 1
               UNTIL JB-INDEX > JB-USED
               MOVE JB-DEBITS(JB-INDEX) TO AMOUNT-ED-2
               MOVE JB-CREDITS(JB-INDEX) TO AMOUNT-ED-3
               IF JB-DEBITS(JB-INDEX) = JB-CREDITS(JB-INDEX)
                   DISPLAY JB-CURRENCY(JB-INDEX) " debits "
                       AMOUNT-ED-2 " credits " AMOUNT-ED-3
                       " balanced"
               ELSE
                   DISPLAY JB-CURRENCY(JB-INDEX) " debits "
                       AMOUNT-ED-2 " credits " AMOUNT-ED-3
                       " OUT OF BALANCE"
               END-IF
           END-PERFORM
           .

      * expects CHART-WORK-ACCOUNT; COA-MATCH-INDEX 0 = not charted
       FindChartEntry SECTION.
           MOVE 0 TO COA-MATCH-INDEX
           PERFORM VARYING COA-INDEX FROM 1 BY 1
               UNTIL COA-INDEX > COA-USED OR COA-MATCH-INDEX > 0
               IF COA-ACCOUNT(COA-INDEX) = CHART-WORK-ACCOUNT
                   MOVE COA-INDEX TO COA-MATCH-INDEX
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * Files
      *****************************************************************
       LoadChartOfAccounts SECTION.
           OPEN INPUT CHART-DATA
           IF CHART-FILE-STATUS NOT = "00"
               MOVE "GJ0002" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "NO chart_of_accounts.txt, STATUS=",
                   CHART-FILE-STATUS, " - NO JOURNAL CAN BE KEYED")
                   TO MSG-TEXT
               PERFORM LogMessage
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ CHART-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF CA-ACCOUNT-F NOT = SPACES
                           AND CA-ACCOUNT-F(1:1) NOT = '*'
                           AND COA-USED < 500
                           ADD 1 TO COA-USED
                           MOVE CA-ACCOUNT-F TO COA-ACCOUNT(COA-USED)
                           MOVE CA-NAME-F TO COA-NAME(COA-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CHART-DATA
           .

      * close log layout as written by GLLEDGER: year(1:4)
       LoadClosedYears SECTION.
           OPEN INPUT CLOSE-LOG-DATA
           IF CLOSELOG-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ CLOSE-LOG-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF CLOSE-LOG-LINE(1:4) IS NUMERIC
                           AND CY-USED < 50
                           ADD 1 TO CY-USED
                           MOVE CLOSE-LOG-LINE(1:4) TO CY-YEAR(CY-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CLOSE-LOG-DATA
           .

      * entity code(1:3) - comment lines start with '*'
       LoadLegalEntities SECTION.
           OPEN INPUT LEGAL-ENTITY-DATA
           IF LEGENT-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ LEGAL-ENTITY-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF LE-ENTITY-F NOT = SPACES
                           AND LE-ENTITY-F(1:1) NOT = '*'
                           AND LENT-USED < 20
                           ADD 1 TO LENT-USED
                           MOVE LE-ENTITY-F TO LENT-CODE(LENT-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE LEGAL-ENTITY-DATA
           .

       LoadJournals SECTION.
           OPEN INPUT GL-JOURNAL-DATA
           IF GLJRNL-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ GL-JOURNAL-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END PERFORM LoadJournalLine
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-DATA
           .

       LoadJournalLine SECTION.
           IF GJ-JOURNAL-NO-F IS NOT NUMERIC OR JL-USED >= 5000
               EXIT SECTION
           END-IF
           ADD 1 TO JL-USED
           MOVE GJ-JOURNAL-NO-N TO JL-JOURNAL-NO(JL-USED)
           IF GJ-LINE-NO-F IS NUMERIC
               MOVE GJ-LINE-NO-F TO JL-LINE-NO(JL-USED)
           ELSE
               MOVE 0 TO JL-LINE-NO(JL-USED)
           END-IF
           MOVE GJ-STATE-F TO JL-STATE(JL-USED)
           MOVE GJ-MAKER-F TO JL-MAKER(JL-USED)
           MOVE GJ-ENTERED-DATE-F TO JL-ENTERED-DATE(JL-USED)
           MOVE GJ-BOOKING-DATE-F TO JL-BOOKING-DATE(JL-USED)
           MOVE GJ-CHECKER-F TO JL-CHECKER(JL-USED)
           MOVE GJ-DECIDED-DATE-F TO JL-DECIDED-DATE(JL-USED)
           MOVE GJ-POSTED-DATE-F TO JL-POSTED-DATE(JL-USED)
           MOVE GJ-ACCOUNT-F TO JL-ACCOUNT(JL-USED)
           MOVE GJ-DR-CR-F TO JL-DR-CR(JL-USED)
           MOVE GJ-CURRENCY-F TO JL-CURRENCY(JL-USED)
           IF GJ-AMOUNT-F IS NUMERIC
               MOVE GJ-AMOUNT-N TO JL-AMOUNT(JL-USED)
           ELSE
               MOVE 0 TO JL-AMOUNT(JL-USED)
           END-IF
           MOVE GJ-NARRATIVE-F TO JL-NARRATIVE(JL-USED)
           MOVE GJ-ENTITY-F TO JL-ENTITY(JL-USED)
           IF GJ-JOURNAL-NO-N > LAST-JOURNAL-NO
               MOVE GJ-JOURNAL-NO-N TO LAST-JOURNAL-NO
           END-IF
           .

       RewriteJournals SECTION.
           OPEN OUTPUT GL-JOURNAL-DATA
           IF GLJRNL-FILE-STATUS NOT = "00"
               MOVE "GJ0005" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE gl_journals.txt, STATUS=",
                   GLJRNL-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           PERFORM VARYING JL-INDEX FROM 1 BY 1
               UNTIL JL-INDEX > JL-USED
               MOVE SPACES TO GL-JOURNAL-F
               MOVE JL-JOURNAL-NO(JL-INDEX) TO GJ-JOURNAL-NO-N
               MOVE JL-LINE-NO(JL-INDEX) TO GJ-LINE-NO-F
               MOVE JL-STATE(JL-INDEX) TO GJ-STATE-F
               MOVE JL-MAKER(JL-INDEX) TO GJ-MAKER-F
               MOVE JL-ENTERED-DATE(JL-INDEX) TO GJ-ENTERED-DATE-F
               MOVE JL-BOOKING-DATE(JL-INDEX) TO GJ-BOOKING-DATE-F
               MOVE JL-CHECKER(JL-INDEX) TO GJ-CHECKER-F
               MOVE JL-DECIDED-DATE(JL-INDEX) TO GJ-DECIDED-DATE-F
               MOVE JL-POSTED-DATE(JL-INDEX) TO GJ-POSTED-DATE-F
               MOVE JL-ACCOUNT(JL-INDEX) TO GJ-ACCOUNT-F
               MOVE JL-DR-CR(JL-INDEX) TO GJ-DR-CR-F
               MOVE JL-CURRENCY(JL-INDEX) TO GJ-CURRENCY-F
               MOVE JL-AMOUNT(JL-INDEX) TO GJ-AMOUNT-N
               MOVE JL-NARRATIVE(JL-INDEX) TO GJ-NARRATIVE-F
               MOVE JL-ENTITY(JL-INDEX) TO GJ-ENTITY-F
               WRITE GL-JOURNAL-F
           END-PERFORM
           CLOSE GL-JOURNAL-DATA
           .

       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           .

       END PROGRAM GLJOURNAL.
