       IDENTIFICATION DIVISION.
       PROGRAM-ID.  EXCQUEUE.
      *****************************************************************
      * Exception work queue - one place for the morning shift to
      * work the exceptions the night leaves behind. Every session
      * first collects the new items from reject.txt, referrals.txt,
      * compliance_review.txt, overdraft_report.txt, recon_report.txt
      * and mstcheck_report.txt into exception_queue.txt, giving each
      * one a case number. An item is raised once: a line already in
      * the queue (open or closed) is not raised again, an overdraft
      * is one item per overdrawn episode and an unmatched statement
      * line is the same item however old it gets - their detail is
      * refreshed while the item is open. The page headers of the
      * paged reports are passed over.
      * The operator lists open items by source and age, assigns
      * them to an operator on shop/operators.txt, adds notes and
      * closes them with a resolution code. Assignments, notes and
      * closures are kept per case in exception_notes.txt, so the
      * queue shows who handled what. Run with a blank operator ID
      * (as a job plan step after the night run) it only collects.
      * The aging of open items goes on the shift handover.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXCEPTION-QUEUE-DATA ASSIGN TO
             "batchprocess/exception_queue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS QUEUE-FILE-STATUS.
           SELECT EXCEPTION-NOTE-DATA ASSIGN TO
             "batchprocess/exception_notes.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOTE-FILE-STATUS.
           SELECT SOURCE-DATA ASSIGN TO SOURCE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SOURCE-FILE-STATUS.
           SELECT OPERATOR-DATA ASSIGN TO
             "shop/operators.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD EXCEPTION-QUEUE-DATA.
           COPY EXCQREC.
      * case(1:8) stamp(10:14) operator(25:8) text(34:80)
           FD EXCEPTION-NOTE-DATA.
           01 EXCEPTION-NOTE-F.
            05 NOTE-LINE PIC X(120).
           FD SOURCE-DATA.
           01 SOURCE-F.
            05 SOURCE-LINE PIC X(140).
           FD OPERATOR-DATA.
           01 OPERATOR-F.
            05 OP-ID-F PIC X(8).
            05 OP-ALLOWED-F PIC X(70).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "EXCQUEUE".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 QUEUE-FILE-STATUS PIC X(2).
           05 NOTE-FILE-STATUS PIC X(2).
           05 SOURCE-FILE-STATUS PIC X(2).
           05 OPERATOR-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.
       01 SOURCE-FILE-NAME PIC X(40).

      * the exception files collected, in collection order
       01 SOURCE-VALUES.
           05 FILLER PIC X(3) VALUE 'REJ'.
           05 FILLER PIC X(40) VALUE 'batchprocess/reject.txt'.
           05 FILLER PIC X(3) VALUE 'REF'.
           05 FILLER PIC X(40) VALUE 'batchprocess/referrals.txt'.
           05 FILLER PIC X(3) VALUE 'CMP'.
           05 FILLER PIC X(40)
               VALUE 'batchprocess/compliance_review.txt'.
           05 FILLER PIC X(3) VALUE 'ODR'.
           05 FILLER PIC X(40)
               VALUE 'batchprocess/overdraft_report.txt'.
           05 FILLER PIC X(3) VALUE 'REC'.
           05 FILLER PIC X(40) VALUE 'batchprocess/recon_report.txt'.
           05 FILLER PIC X(3) VALUE 'MST'.
           05 FILLER PIC X(40)
               VALUE 'batchprocess/mstcheck_report.txt'.
       01 SOURCE-TABLE REDEFINES SOURCE-VALUES.
           05 SRC-ENTRY OCCURS 6 TIMES.
               10 SRC-CODE PIC X(3).
               10 SRC-FILE PIC X(40).
       01 SRC-INDEX PIC 9.

      * resolution codes an item can be closed with
       01 RESOLUTION-VALUES.
           05 FILLER PIC X(4) VALUE 'FIXD'.
           05 FILLER PIC X(30) VALUE 'Corrected and reposted'.
           05 FILLER PIC X(4) VALUE 'RETN'.
           05 FILLER PIC X(30) VALUE 'Returned to the originator'.
           05 FILLER PIC X(4) VALUE 'NOAC'.
           05 FILLER PIC X(30) VALUE 'Reviewed - no action needed'.
           05 FILLER PIC X(4) VALUE 'FALS'.
           05 FILLER PIC X(30) VALUE 'False positive'.
           05 FILLER PIC X(4) VALUE 'ESCL'.
           05 FILLER PIC X(30) VALUE 'Escalated outside the queue'.
           05 FILLER PIC X(4) VALUE 'DUPL'.
           05 FILLER PIC X(30) VALUE 'Duplicate of another case'.
       01 RESOLUTION-TABLE REDEFINES RESOLUTION-VALUES.
           05 RES-ENTRY OCCURS 6 TIMES.
               10 RES-CODE PIC X(4).
               10 RES-TEXT PIC X(30).
       01 RES-INDEX PIC 9.
       01 RES-MATCH-INDEX PIC 9.

      * the queue held in memory for the session and rewritten after
      * every change
       01 EXCEPTION-ITEMS.
           05 EI-USED PIC 9(4) VALUE 0.
           05 EI-ENTRY OCCURS 5000 TIMES.
               10 EI-CASE-ID PIC X(8).
               10 EI-SOURCE PIC X(3).
               10 EI-RAISED-DATE PIC X(8).
               10 EI-STATUS PIC X.
                   88 EI-OPEN VALUE 'O' 'A'.
                   88 EI-CLOSED VALUE 'C'.
               10 EI-ASSIGNEE PIC X(8).
               10 EI-RESOLUTION PIC X(4).
               10 EI-CLOSED-DATE PIC X(8).
               10 EI-CLOSED-BY PIC X(8).
               10 EI-KEY PIC X(80).
               10 EI-DETAIL PIC X(140).
       01 EI-INDEX PIC 9(4).
       01 EI-MATCH-INDEX PIC 9(4).
       01 LAST-CASE-ID PIC 9(8) VALUE 0.
       01 QUEUE-FULL-SW PIC X VALUE 'N'.
           88 QUEUE-FULL VALUE 'Y'.

       01 COUNTERS.
           05 NEW-COUNT PIC 9(5) VALUE 0.
           05 REFRESHED-COUNT PIC 9(5) VALUE 0.
           05 OPEN-COUNT PIC 9(5) VALUE 0.
           05 LISTED-COUNT PIC 9(5) VALUE 0.
           05 CHANGE-COUNT PIC 9(5) VALUE 0.

       01 OPERATOR-ID PIC X(8) VALUE SPACES.
       01 OPERATOR-EOF-SW PIC X VALUE 'N'.
           88 OPERATOR-EOF VALUE 'Y'.
       01 OPERATOR-FOUND-SW PIC X VALUE 'N'.
           88 OPERATOR-FOUND VALUE 'Y'.
       01 MENU-CHOICE PIC X VALUE SPACE.
       01 QUIT-SW PIC X VALUE 'N'.
           88 QUIT-REQUESTED VALUE 'Y'.
       01 DIALOG-INPUT PIC X(80).
       01 TODAY PIC 9(8).
       01 WORK-CASE-ID PIC X(8).
       01 WORK-SOURCE PIC X(3).
       01 WORK-OPERATOR PIC X(8).
       01 WORK-RESOLUTION PIC X(4).
       01 WORK-KEY PIC X(80).
       01 WORK-PART-1 PIC X(140).
       01 WORK-PART-2 PIC X(140).
       01 WORK-NOTE PIC X(80).
       01 MIN-AGE PIC 9(4).
       01 DAYS-OPEN PIC S9(5).
       01 DAYS-ED PIC Z(4)9.
       01 COUNT-ED PIC Z(4)9.
       01 STAMP PIC X(14).
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
           DISPLAY "EXCEPTION WORK QUEUE"
           DISPLAY "Operator ID (blank to collect only):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:8) TO OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY
           PERFORM LoadQueue
           PERFORM CollectAllSources
           IF OPERATOR-ID = SPACES
               MOVE "EQ0001" TO MSG-ID
               MOVE "I" TO MSG-SEVERITY
               MOVE "NO OPERATOR ID - EXCEPTIONS COLLECTED ONLY"
                   TO MSG-TEXT
               PERFORM LogMessage
               GOBACK
           END-IF
           PERFORM UNTIL QUIT-REQUESTED
               DISPLAY "L - List open items by source and age"
               DISPLAY "S - Show an item with its history"
               DISPLAY "A - Assign an item to an operator"
               DISPLAY "N - Add a note to an item"
               DISPLAY "C - Close an item with a resolution code"
               DISPLAY "Q - Quit"
               MOVE SPACE TO MENU-CHOICE
               ACCEPT MENU-CHOICE
               EVALUATE FUNCTION UPPER-CASE(MENU-CHOICE)
               WHEN 'L'
                   PERFORM ListItemsDialog
               WHEN 'S'
                   PERFORM ShowItemDialog
               WHEN 'A'
                   PERFORM AssignItemDialog
               WHEN 'N'
                   PERFORM AddNoteDialog
               WHEN 'C'
                   PERFORM CloseItemDialog
               WHEN 'Q'
                   SET QUIT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "Please choose L, S, A, N, C or Q."
               END-EVALUATE
           END-PERFORM
           DISPLAY "Changes applied: " CHANGE-COUNT
           GOBACK.

      *****************************************************************
      * Collection - every line of every exception file that is not
      * a heading, a total or a continuation becomes an item unless
      * the queue already holds it
      *****************************************************************
       CollectAllSources SECTION.
           PERFORM VARYING SRC-INDEX FROM 1 BY 1 UNTIL SRC-INDEX > 6
               MOVE SRC-FILE(SRC-INDEX) TO SOURCE-FILE-NAME
               OPEN INPUT SOURCE-DATA
               IF SOURCE-FILE-STATUS = "00"
                   MOVE 'N' TO FILE-EOF-SW
                   PERFORM UNTIL FILE-EOF
                       READ SOURCE-DATA
                           AT END SET FILE-EOF TO TRUE
                           NOT AT END PERFORM CollectSourceLine
                       END-READ
                   END-PERFORM
                   CLOSE SOURCE-DATA
               END-IF
           END-PERFORM
           IF NEW-COUNT > 0 OR REFRESHED-COUNT > 0
               PERFORM RewriteQueue
           END-IF
           MOVE 0 TO OPEN-COUNT
           PERFORM VARYING EI-INDEX FROM 1 BY 1
               UNTIL EI-INDEX > EI-USED
               IF EI-OPEN(EI-INDEX)
                   ADD 1 TO OPEN-COUNT
               END-IF
           END-PERFORM
           MOVE "EQ0005" TO MSG-ID
           MOVE "I" TO MSG-SEVERITY
           MOVE function concatenate(NEW-COUNT,
               " NEW EXCEPTION ITEMS COLLECTED, ", OPEN-COUNT,
               " OPEN IN THE QUEUE") TO MSG-TEXT
           PERFORM LogMessage
           .

       CollectSourceLine SECTION.
           IF SOURCE-LINE = SPACES
               EXIT SECTION
           END-IF
      * page header block and end of report trailer of a paged report
           IF SOURCE-LINE(75:5) = 'PAGE '
               OR SOURCE-LINE(2:8) = 'PROGRAM '
               OR SOURCE-LINE(2:10) = ALL '-'
               OR SOURCE-LINE(1:18) = '*** END OF REPORT '
               EXIT SECTION
           END-IF
           MOVE SPACES TO WORK-KEY
           EVALUATE SRC-CODE(SRC-INDEX)
           WHEN 'CMP'
      * indented lines list the postings behind the case above them
               IF SOURCE-LINE(1:1) = SPACE
                   EXIT SECTION
               END-IF
           WHEN 'ODR'
               IF SOURCE-LINE(1:9) = 'Overdrawn'
                   EXIT SECTION
               END-IF
               PERFORM BuildOverdraftKey
           WHEN 'REC'
               IF SOURCE-LINE(1:12) NOT = 'THEIRS ONLY:'
                   AND SOURCE-LINE(1:10) NOT = 'OURS ONLY:'
                   EXIT SECTION
               END-IF
               MOVE SPACES TO WORK-PART-1
               UNSTRING SOURCE-LINE DELIMITED BY ' aged '
                   INTO WORK-PART-1
               END-UNSTRING
               MOVE WORK-PART-1 TO WORK-KEY
           WHEN 'MST'
               IF SOURCE-LINE(1:30) = 'Account master integrity check'
                   OR SOURCE-LINE(1:5) = 'NOTE:'
                   OR SOURCE-LINE(1:24) = 'Master records examined:'
                   OR SOURCE-LINE(1:7) = 'RESULT:'
                   EXIT SECTION
               END-IF
           END-EVALUATE
           MOVE 0 TO EI-MATCH-INDEX
           PERFORM VARYING EI-INDEX FROM 1 BY 1
               UNTIL EI-INDEX > EI-USED OR EI-MATCH-INDEX > 0
               IF EI-SOURCE(EI-INDEX) = SRC-CODE(SRC-INDEX)
                   IF WORK-KEY NOT = SPACES
                       IF EI-KEY(EI-INDEX) = WORK-KEY
                           MOVE EI-INDEX TO EI-MATCH-INDEX
                       END-IF
                   ELSE
                       IF EI-DETAIL(EI-INDEX) = SOURCE-LINE
                           MOVE EI-INDEX TO EI-MATCH-INDEX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF EI-MATCH-INDEX > 0
               IF EI-OPEN(EI-MATCH-INDEX)
                   AND EI-DETAIL(EI-MATCH-INDEX) NOT = SOURCE-LINE
                   MOVE SOURCE-LINE TO EI-DETAIL(EI-MATCH-INDEX)
                   ADD 1 TO REFRESHED-COUNT
               END-IF
               EXIT SECTION
           END-IF
           IF EI-USED >= 5000
               IF NOT QUEUE-FULL
                   SET QUEUE-FULL TO TRUE
                   MOVE "EQ0002" TO MSG-ID
                   MOVE "W" TO MSG-SEVERITY
                   MOVE "EXCEPTION QUEUE FULL - LATER ITEMS NOT RAISED"
                       TO MSG-TEXT
                   PERFORM LogMessage
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO EI-USED
           ADD 1 TO LAST-CASE-ID
           ADD 1 TO NEW-COUNT
           MOVE LAST-CASE-ID TO EI-CASE-ID(EI-USED)
           MOVE SRC-CODE(SRC-INDEX) TO EI-SOURCE(EI-USED)
           MOVE TODAY TO EI-RAISED-DATE(EI-USED)
           MOVE 'O' TO EI-STATUS(EI-USED)
           MOVE SPACES TO EI-ASSIGNEE(EI-USED)
           MOVE SPACES TO EI-RESOLUTION(EI-USED)
           MOVE SPACES TO EI-CLOSED-DATE(EI-USED)
           MOVE SPACES TO EI-CLOSED-BY(EI-USED)
           MOVE WORK-KEY TO EI-KEY(EI-USED)
           MOVE SOURCE-LINE TO EI-DETAIL(EI-USED)
           .

      * overdraft line: bank account currency (1:20) ... overdrawn
      * since YYYYMMDD (n days) - one item per overdrawn episode
       BuildOverdraftKey SECTION.
           MOVE SPACES TO WORK-PART-1 WORK-PART-2
           UNSTRING SOURCE-LINE DELIMITED BY ' overdrawn since '
               INTO WORK-PART-1 WORK-PART-2
           END-UNSTRING
           IF WORK-PART-2(1:8) IS NUMERIC
               MOVE function concatenate(SOURCE-LINE(1:20),
                   ' since ', WORK-PART-2(1:8)) TO WORK-KEY
           ELSE
               MOVE SOURCE-LINE(1:20) TO WORK-KEY
           END-IF
           .

      *****************************************************************
      * Dialogs
      *****************************************************************
       ListItemsDialog SECTION.
           DISPLAY "Source (REJ REF CMP ODR REC MST, blank for all):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE FUNCTION UPPER-CASE(DIALOG-INPUT(1:3)) TO WORK-SOURCE
           DISPLAY "Minimum age in days (blank for all):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE 0 TO MIN-AGE
           IF DIALOG-INPUT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(DIALOG-INPUT) NOT = 0
                   DISPLAY "Age is not numeric."
                   EXIT SECTION
               END-IF
               MOVE FUNCTION NUMVAL(DIALOG-INPUT) TO MIN-AGE
           END-IF
           MOVE 0 TO LISTED-COUNT
           DISPLAY "Case     Src Raised     Age S Assignee Detail"
           PERFORM VARYING EI-INDEX FROM 1 BY 1
               UNTIL EI-INDEX > EI-USED
               IF EI-OPEN(EI-INDEX)
                   AND (WORK-SOURCE = SPACES
                       OR EI-SOURCE(EI-INDEX) = WORK-SOURCE)
                   PERFORM ComputeItemAge
                   IF DAYS-OPEN >= MIN-AGE
                       ADD 1 TO LISTED-COUNT
                       MOVE DAYS-OPEN TO DAYS-ED
                       DISPLAY EI-CASE-ID(EI-INDEX) " "
                           EI-SOURCE(EI-INDEX) " "
                           EI-RAISED-DATE(EI-INDEX) " " DAYS-ED " "
                           EI-STATUS(EI-INDEX) " "
                           EI-ASSIGNEE(EI-INDEX) " "
                           EI-DETAIL(EI-INDEX)(1:60)
                   END-IF
               END-IF
           END-PERFORM
           MOVE LISTED-COUNT TO COUNT-ED
           DISPLAY FUNCTION TRIM(COUNT-ED) " open items listed."
           .

       ComputeItemAge SECTION.
           MOVE 0 TO DAYS-OPEN
           IF EI-RAISED-DATE(EI-INDEX) IS NUMERIC
               COMPUTE DAYS-OPEN = FUNCTION INTEGER-OF-DATE(TODAY)
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(EI-RAISED-DATE(EI-INDEX)))
           END-IF
           IF DAYS-OPEN < 0
               MOVE 0 TO DAYS-OPEN
           END-IF
           .

       PromptCase SECTION.
           DISPLAY "Case number (8 digits):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:8) TO WORK-CASE-ID
           MOVE 0 TO EI-MATCH-INDEX
           PERFORM VARYING EI-INDEX FROM 1 BY 1
               UNTIL EI-INDEX > EI-USED
               IF EI-CASE-ID(EI-INDEX) = WORK-CASE-ID
                   MOVE EI-INDEX TO EI-MATCH-INDEX
               END-IF
           END-PERFORM
           IF EI-MATCH-INDEX = 0
               DISPLAY "Case not found."
           END-IF
           .

       PromptOpenCase SECTION.
           PERFORM PromptCase
           IF EI-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           IF EI-CLOSED(EI-MATCH-INDEX)
               DISPLAY "Case was closed "
                   EI-CLOSED-DATE(EI-MATCH-INDEX) " by "
                   FUNCTION TRIM(EI-CLOSED-BY(EI-MATCH-INDEX)) "."
               MOVE 0 TO EI-MATCH-INDEX
           END-IF
           .

       ShowItemDialog SECTION.
           PERFORM PromptCase
           IF EI-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           MOVE EI-MATCH-INDEX TO EI-INDEX
           PERFORM ComputeItemAge
           MOVE DAYS-OPEN TO DAYS-ED
           DISPLAY "Case " EI-CASE-ID(EI-MATCH-INDEX) " from "
               FUNCTION TRIM(EI-SOURCE(EI-MATCH-INDEX)) " raised "
               EI-RAISED-DATE(EI-MATCH-INDEX) " ("
               FUNCTION TRIM(DAYS-ED) " days)"
           EVALUATE EI-STATUS(EI-MATCH-INDEX)
           WHEN 'O'
               DISPLAY "Open, not assigned"
           WHEN 'A'
               DISPLAY "Open, assigned to "
                   EI-ASSIGNEE(EI-MATCH-INDEX)
           WHEN OTHER
               DISPLAY "Closed " EI-CLOSED-DATE(EI-MATCH-INDEX)
                   " by " EI-CLOSED-BY(EI-MATCH-INDEX) " - "
                   EI-RESOLUTION(EI-MATCH-INDEX)
           END-EVALUATE
           DISPLAY EI-DETAIL(EI-MATCH-INDEX)(1:70)
           IF EI-DETAIL(EI-MATCH-INDEX)(71:70) NOT = SPACES
               DISPLAY EI-DETAIL(EI-MATCH-INDEX)(71:70)
           END-IF
           OPEN INPUT EXCEPTION-NOTE-DATA
           IF NOTE-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ EXCEPTION-NOTE-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF NOTE-LINE(1:8) = WORK-CASE-ID
                               DISPLAY "  " NOTE-LINE(10:8) " "
                                   NOTE-LINE(25:8) " "
                                   FUNCTION TRIM(NOTE-LINE(34:80))
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-NOTE-DATA
           END-IF
           .

       AssignItemDialog SECTION.
           PERFORM PromptOpenCase
           IF EI-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           DISPLAY "Assign to operator ID:"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:8) TO WORK-OPERATOR
           IF WORK-OPERATOR = SPACES
               DISPLAY "No operator given."
               EXIT SECTION
           END-IF
           PERFORM LookupOperator
           IF NOT OPERATOR-FOUND
               DISPLAY "Operator " FUNCTION TRIM(WORK-OPERATOR)
                   " is not on shop/operators.txt."
               EXIT SECTION
           END-IF
           MOVE 'A' TO EI-STATUS(EI-MATCH-INDEX)
           MOVE WORK-OPERATOR TO EI-ASSIGNEE(EI-MATCH-INDEX)
           MOVE function concatenate('ASSIGNED TO ', WORK-OPERATOR)
               TO WORK-NOTE
           PERFORM RecordChange
           DISPLAY "Case " EI-CASE-ID(EI-MATCH-INDEX)
               " assigned to " FUNCTION TRIM(WORK-OPERATOR) "."
           .

       AddNoteDialog SECTION.
           PERFORM PromptCase
           IF EI-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           DISPLAY "Note:"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           IF DIALOG-INPUT = SPACES
               DISPLAY "Nothing noted."
               EXIT SECTION
           END-IF
           MOVE DIALOG-INPUT TO WORK-NOTE
           PERFORM RecordChange
           DISPLAY "Note added to case " EI-CASE-ID(EI-MATCH-INDEX)
               "."
           .

       CloseItemDialog SECTION.
           PERFORM PromptOpenCase
           IF EI-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           PERFORM VARYING RES-INDEX FROM 1 BY 1 UNTIL RES-INDEX > 6
               DISPLAY "  " RES-CODE(RES-INDEX) " "
                   RES-TEXT(RES-INDEX)
           END-PERFORM
           DISPLAY "Resolution code:"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE FUNCTION UPPER-CASE(DIALOG-INPUT(1:4))
               TO WORK-RESOLUTION
           MOVE 0 TO RES-MATCH-INDEX
           PERFORM VARYING RES-INDEX FROM 1 BY 1 UNTIL RES-INDEX > 6
               IF RES-CODE(RES-INDEX) = WORK-RESOLUTION
                   MOVE RES-INDEX TO RES-MATCH-INDEX
               END-IF
           END-PERFORM
           IF RES-MATCH-INDEX = 0
               DISPLAY "Unknown resolution code."
               EXIT SECTION
           END-IF
           DISPLAY "Closing note (optional):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE 'C' TO EI-STATUS(EI-MATCH-INDEX)
           MOVE WORK-RESOLUTION TO EI-RESOLUTION(EI-MATCH-INDEX)
           MOVE TODAY TO EI-CLOSED-DATE(EI-MATCH-INDEX)
           MOVE OPERATOR-ID TO EI-CLOSED-BY(EI-MATCH-INDEX)
           IF DIALOG-INPUT = SPACES
               MOVE function concatenate('CLOSED ', WORK-RESOLUTION,
                   ' ', RES-TEXT(RES-MATCH-INDEX)) TO WORK-NOTE
           ELSE
               MOVE function concatenate('CLOSED ', WORK-RESOLUTION,
                   ' ', FUNCTION TRIM(DIALOG-INPUT)) TO WORK-NOTE
           END-IF
           PERFORM RecordChange
           DISPLAY "Case " EI-CASE-ID(EI-MATCH-INDEX) " closed."
           .

       LookupOperator SECTION.
           MOVE 'N' TO OPERATOR-FOUND-SW
           OPEN INPUT OPERATOR-DATA
           IF OPERATOR-FILE-STATUS NOT = "00"
      * no operator file on this site - any operator ID is accepted
               SET OPERATOR-FOUND TO TRUE
               EXIT SECTION
           END-IF
           MOVE 'N' TO OPERATOR-EOF-SW
           PERFORM UNTIL OPERATOR-EOF
               READ OPERATOR-DATA
                   AT END SET OPERATOR-EOF TO TRUE
                   NOT AT END
                       IF OP-ID-F = WORK-OPERATOR
                           SET OPERATOR-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPERATOR-DATA
           .

      *****************************************************************
      * Case history - every assignment, note and closure appended to
      * exception_notes.txt under the case number, with the queue
      * rewritten alongside so a session ending without 'Q' loses
      * nothing
      *****************************************************************
       RecordChange SECTION.
           ADD 1 TO CHANGE-COUNT
           PERFORM RewriteQueue
           OPEN EXTEND EXCEPTION-NOTE-DATA
           IF NOTE-FILE-STATUS = "35"
               OPEN OUTPUT EXCEPTION-NOTE-DATA
           END-IF
           IF NOTE-FILE-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO STAMP
               MOVE function concatenate(
                   EI-CASE-ID(EI-MATCH-INDEX), ' ', STAMP, ' ',
                   OPERATOR-ID, ' ', WORK-NOTE) TO NOTE-LINE
               WRITE EXCEPTION-NOTE-F
               CLOSE EXCEPTION-NOTE-DATA
           ELSE
               MOVE "EQ0004" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN exception_notes.txt, STATUS=",
                   NOTE-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Queue load and rewrite
      *****************************************************************
       LoadQueue SECTION.
           OPEN INPUT EXCEPTION-QUEUE-DATA
           IF QUEUE-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ EXCEPTION-QUEUE-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF EQ-CASE-ID-F IS NUMERIC
                               AND EI-USED < 5000
                               ADD 1 TO EI-USED
                               PERFORM LoadItem
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE EXCEPTION-QUEUE-DATA
           END-IF
           .

       LoadItem SECTION.
           MOVE EQ-CASE-ID-F TO EI-CASE-ID(EI-USED)
           IF EQ-CASE-ID-F > LAST-CASE-ID
               MOVE EQ-CASE-ID-F TO LAST-CASE-ID
           END-IF
           MOVE EQ-SOURCE-F TO EI-SOURCE(EI-USED)
           MOVE EQ-RAISED-DATE-F TO EI-RAISED-DATE(EI-USED)
           MOVE EQ-STATUS-F TO EI-STATUS(EI-USED)
           MOVE EQ-ASSIGNEE-F TO EI-ASSIGNEE(EI-USED)
           MOVE EQ-RESOLUTION-F TO EI-RESOLUTION(EI-USED)
           MOVE EQ-CLOSED-DATE-F TO EI-CLOSED-DATE(EI-USED)
           MOVE EQ-CLOSED-BY-F TO EI-CLOSED-BY(EI-USED)
           MOVE EQ-KEY-F TO EI-KEY(EI-USED)
           MOVE EQ-DETAIL-F TO EI-DETAIL(EI-USED)
           .

       RewriteQueue SECTION.
           OPEN OUTPUT EXCEPTION-QUEUE-DATA
           IF QUEUE-FILE-STATUS NOT = "00"
               MOVE "EQ0003" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE exception_queue.txt, STATUS=",
                   QUEUE-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING EI-INDEX FROM 1 BY 1
                   UNTIL EI-INDEX > EI-USED
                   MOVE EI-CASE-ID(EI-INDEX) TO EQ-CASE-ID-F
                   MOVE EI-SOURCE(EI-INDEX) TO EQ-SOURCE-F
                   MOVE EI-RAISED-DATE(EI-INDEX) TO EQ-RAISED-DATE-F
                   MOVE EI-STATUS(EI-INDEX) TO EQ-STATUS-F
                   MOVE EI-ASSIGNEE(EI-INDEX) TO EQ-ASSIGNEE-F
                   MOVE EI-RESOLUTION(EI-INDEX) TO EQ-RESOLUTION-F
                   MOVE EI-CLOSED-DATE(EI-INDEX) TO EQ-CLOSED-DATE-F
                   MOVE EI-CLOSED-BY(EI-INDEX) TO EQ-CLOSED-BY-F
                   MOVE EI-KEY(EI-INDEX) TO EQ-KEY-F
                   MOVE EI-DETAIL(EI-INDEX) TO EQ-DETAIL-F
                   WRITE EXCEPTION-ITEM-F
               END-PERFORM
               CLOSE EXCEPTION-QUEUE-DATA
           END-IF
           .

       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           .

       END PROGRAM EXCQUEUE.
