       IDENTIFICATION DIVISION.
       PROGRAM-ID.  MANDMAINT.
      *****************************************************************
      * Online direct debit mandate maintenance - guided register,
      * amend and revoke dialogs over mandates.txt, which the night
      * run checks every incoming direct debit against. The register
      * is rewritten after each applied change and every change is
      * recorded to maintenance_log.txt as an operator-stamped
      * before/after image, the same trail ACCTMAINT leaves.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANDATE-DATA ASSIGN TO
             "batchprocess/mandates.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANDATE-FILE-STATUS.
           SELECT MAINT-LOG-DATA ASSIGN TO
             "batchprocess/maintenance_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD MANDATE-DATA.
           COPY MANDREC.
           FD MAINT-LOG-DATA.
           01 MAINT-LOG-F.
            05 MAINT-LOG-LINE PIC X(160).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "MANDMAINT".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 MANDATE-FILE-STATUS PIC X(2).
           05 MAINTLOG-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.

      * the register held in memory for the session and rewritten
      * after every applied change
       01 MANDATE-REGISTER.
           05 MR-USED PIC 9(4) VALUE 0.
           05 MR-ENTRY OCCURS 1000 TIMES.
               10 MR-ID PIC X(12).
               10 MR-CREDITOR PIC X(12).
               10 MR-BANK PIC X(5).
               10 MR-ACCOUNT PIC X(10).
               10 MR-MAX-AMOUNT PIC 9(8)V99.
               10 MR-FREQUENCY PIC X.
               10 MR-VALID-FROM PIC X(8).
               10 MR-VALID-TO PIC X(8).
               10 MR-REVOKED PIC X.
       01 MR-INDEX PIC 9(4).
       01 MR-MATCH-INDEX PIC 9(4).
       01 LISTED-COUNT PIC 9(4).

       01 OPERATOR-ID PIC X(8) VALUE SPACES.
       01 MENU-CHOICE PIC X VALUE SPACE.
       01 QUIT-SW PIC X VALUE 'N'.
           88 QUIT-REQUESTED VALUE 'Y'.
       01 ENTRY-VALID-SW PIC X VALUE 'Y'.
           88 ENTRY-VALID VALUE 'Y'.
       01 DIALOG-INPUT PIC X(40).
       01 WORK-MANDATE-ID PIC X(12).
       01 WORK-CREDITOR PIC X(12).
       01 WORK-BANK PIC X(5).
       01 WORK-ACCOUNT PIC X(10).
       01 WORK-AMOUNT-IN PIC 9(10)V99.
       01 WORK-MAX-AMOUNT PIC 9(8)V99.
       01 WORK-FREQUENCY PIC X.
       01 WORK-VALID-FROM PIC X(8).
       01 WORK-VALID-TO PIC X(8).
       01 WORK-DATE PIC X(8).
       01 AMOUNT-ED PIC Z(7)9.99.
       01 MANDATE-IMAGE PIC X(50).
       01 OLD-IMAGE PIC X(50).
       01 NEW-IMAGE PIC X(50).
       01 ACTION-NAME PIC X(8).
       01 CHANGE-COUNT PIC 9(5) VALUE 0.
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
           DISPLAY "DIRECT DEBIT MANDATE MAINTENANCE"
           DISPLAY "Operator ID:"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:8) TO OPERATOR-ID
           IF OPERATOR-ID = SPACES
               MOVE "MD0001" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE "NO OPERATOR ID - MAINTENANCE REFUSED"
                   TO MSG-TEXT
               PERFORM LogMessage
               GOBACK
           END-IF
           PERFORM LoadMandates
           PERFORM UNTIL QUIT-REQUESTED
               DISPLAY "C - Register mandate"
               DISPLAY "A - Amend mandate"
               DISPLAY "R - Revoke mandate"
               DISPLAY "L - List mandates of an account"
               DISPLAY "Q - Quit"
               MOVE SPACE TO MENU-CHOICE
               ACCEPT MENU-CHOICE
               EVALUATE FUNCTION UPPER-CASE(MENU-CHOICE)
               WHEN 'C'
                   PERFORM CreateMandateDialog
               WHEN 'A'
                   PERFORM AmendMandateDialog
               WHEN 'R'
                   PERFORM RevokeMandateDialog
               WHEN 'L'
                   PERFORM ListMandatesDialog
               WHEN 'Q'
                   SET QUIT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "Please choose C, A, R, L or Q."
               END-EVALUATE
           END-PERFORM
           DISPLAY "Changes applied: " CHANGE-COUNT
           GOBACK.

      *****************************************************************
      * Dialogs
      *****************************************************************
       PromptMandateId SECTION.
           DISPLAY "Mandate ID (up to 12 characters):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:12) TO WORK-MANDATE-ID
           PERFORM FindMandate
           .

       PromptAccountKey SECTION.
           DISPLAY "Debtor bank ID (5 digits):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:5) TO WORK-BANK
           DISPLAY "Debtor account ID (10 digits):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:10) TO WORK-ACCOUNT
           .

       CreateMandateDialog SECTION.
           PERFORM PromptMandateId
           IF WORK-MANDATE-ID = SPACES
               DISPLAY "Mandate ID is required."
               EXIT SECTION
           END-IF
           IF MR-MATCH-INDEX > 0
               DISPLAY "Mandate already on file."
               EXIT SECTION
           END-IF
           IF MR-USED >= 1000
               DISPLAY "Mandate register full - create refused."
               EXIT SECTION
           END-IF
           DISPLAY "Creditor ID (up to 12 characters):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:12) TO WORK-CREDITOR
           IF WORK-CREDITOR = SPACES
               DISPLAY "Creditor ID is required."
               EXIT SECTION
           END-IF
           PERFORM PromptAccountKey
           IF WORK-BANK IS NOT NUMERIC
               OR WORK-ACCOUNT IS NOT NUMERIC
               DISPLAY "Bank and account must be numeric."
               EXIT SECTION
           END-IF
           PERFORM PromptMaxAmount
           IF NOT ENTRY-VALID
               EXIT SECTION
           END-IF
           PERFORM PromptFrequency
           IF NOT ENTRY-VALID
               EXIT SECTION
           END-IF
           DISPLAY "Valid from (YYYYMMDD, blank for today):"
           PERFORM PromptDate
           IF NOT ENTRY-VALID
               EXIT SECTION
           END-IF
           IF WORK-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO WORK-VALID-FROM
           ELSE
               MOVE WORK-DATE TO WORK-VALID-FROM
           END-IF
           PERFORM PromptValidTo
           IF NOT ENTRY-VALID
               EXIT SECTION
           END-IF
           ADD 1 TO MR-USED
           MOVE WORK-MANDATE-ID TO MR-ID(MR-USED)
           MOVE WORK-CREDITOR TO MR-CREDITOR(MR-USED)
           MOVE WORK-BANK TO MR-BANK(MR-USED)
           MOVE WORK-ACCOUNT TO MR-ACCOUNT(MR-USED)
           MOVE WORK-MAX-AMOUNT TO MR-MAX-AMOUNT(MR-USED)
           MOVE WORK-FREQUENCY TO MR-FREQUENCY(MR-USED)
           MOVE WORK-VALID-FROM TO MR-VALID-FROM(MR-USED)
           MOVE WORK-VALID-TO TO MR-VALID-TO(MR-USED)
           MOVE 'N' TO MR-REVOKED(MR-USED)
           MOVE MR-USED TO MR-MATCH-INDEX
           MOVE 'MANDADD' TO ACTION-NAME
           MOVE SPACES TO OLD-IMAGE
           PERFORM BuildMandateImage
           MOVE MANDATE-IMAGE TO NEW-IMAGE
           PERFORM RecordChange
           DISPLAY "Mandate registered."
           .

      * a mandate keeps its debtor and creditor for life - a new
      * debtor account means a new mandate
       AmendMandateDialog SECTION.
           PERFORM PromptMandateId
           IF MR-MATCH-INDEX = 0
               DISPLAY "Mandate not on file."
               EXIT SECTION
           END-IF
           IF MR-REVOKED(MR-MATCH-INDEX) = 'Y'
               DISPLAY "Mandate is revoked - amend refused."
               EXIT SECTION
           END-IF
           MOVE MR-MAX-AMOUNT(MR-MATCH-INDEX) TO AMOUNT-ED
           DISPLAY "Current maximum: " AMOUNT-ED
               "  frequency: " MR-FREQUENCY(MR-MATCH-INDEX)
               "  valid to: " MR-VALID-TO(MR-MATCH-INDEX)
           PERFORM PromptMaxAmount
           IF NOT ENTRY-VALID
               EXIT SECTION
           END-IF
           PERFORM PromptFrequency
           IF NOT ENTRY-VALID
               EXIT SECTION
           END-IF
           MOVE MR-VALID-FROM(MR-MATCH-INDEX) TO WORK-VALID-FROM
           PERFORM PromptValidTo
           IF NOT ENTRY-VALID
               EXIT SECTION
           END-IF
           PERFORM BuildMandateImage
           MOVE MANDATE-IMAGE TO OLD-IMAGE
           MOVE MR-BANK(MR-MATCH-INDEX) TO WORK-BANK
           MOVE MR-ACCOUNT(MR-MATCH-INDEX) TO WORK-ACCOUNT
           MOVE WORK-MAX-AMOUNT TO MR-MAX-AMOUNT(MR-MATCH-INDEX)
           MOVE WORK-FREQUENCY TO MR-FREQUENCY(MR-MATCH-INDEX)
           MOVE WORK-VALID-TO TO MR-VALID-TO(MR-MATCH-INDEX)
           PERFORM BuildMandateImage
           MOVE MANDATE-IMAGE TO NEW-IMAGE
           MOVE 'MANDAMD' TO ACTION-NAME
           PERFORM RecordChange
           DISPLAY "Mandate amended."
           .

       RevokeMandateDialog SECTION.
           PERFORM PromptMandateId
           IF MR-MATCH-INDEX = 0
               DISPLAY "Mandate not on file."
               EXIT SECTION
           END-IF
           IF MR-REVOKED(MR-MATCH-INDEX) = 'Y'
               DISPLAY "Mandate already revoked."
               EXIT SECTION
           END-IF
           DISPLAY "Revoke mandate " WORK-MANDATE-ID " of creditor "
               MR-CREDITOR(MR-MATCH-INDEX) "? (Y/N)"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           IF FUNCTION UPPER-CASE(DIALOG-INPUT(1:1)) NOT = 'Y'
               DISPLAY "Revoke cancelled."
               EXIT SECTION
           END-IF
           MOVE MR-BANK(MR-MATCH-INDEX) TO WORK-BANK
           MOVE MR-ACCOUNT(MR-MATCH-INDEX) TO WORK-ACCOUNT
           MOVE 'MANDREV' TO ACTION-NAME
           PERFORM BuildMandateImage
           MOVE MANDATE-IMAGE TO OLD-IMAGE
           MOVE function concatenate(
               FUNCTION TRIM(MR-ID(MR-MATCH-INDEX)), ' REVOKED')
               TO NEW-IMAGE
           MOVE 'Y' TO MR-REVOKED(MR-MATCH-INDEX)
           PERFORM RecordChange
           DISPLAY "Mandate revoked."
           .

       ListMandatesDialog SECTION.
           PERFORM PromptAccountKey
           MOVE 0 TO LISTED-COUNT
           PERFORM VARYING MR-INDEX FROM 1 BY 1
               UNTIL MR-INDEX > MR-USED
               IF MR-BANK(MR-INDEX) = WORK-BANK
                   AND MR-ACCOUNT(MR-INDEX) = WORK-ACCOUNT
                   ADD 1 TO LISTED-COUNT
                   MOVE MR-MAX-AMOUNT(MR-INDEX) TO AMOUNT-ED
                   DISPLAY MR-ID(MR-INDEX) " " MR-CREDITOR(MR-INDEX)
                       " MAX=" AMOUNT-ED
                       " FREQ=" MR-FREQUENCY(MR-INDEX)
                       " " MR-VALID-FROM(MR-INDEX)
                       "-" MR-VALID-TO(MR-INDEX)
                       " REVOKED=" MR-REVOKED(MR-INDEX)
               END-IF
           END-PERFORM
           DISPLAY "Mandates listed: " LISTED-COUNT
           .

      *****************************************************************
      * Field prompts - each clears ENTRY-VALID-SW on bad input so
      * the dialog stops before anything is changed
      *****************************************************************
       PromptMaxAmount SECTION.
           MOVE 'Y' TO ENTRY-VALID-SW
           DISPLAY "Maximum amount per collection (e.g. 250.00):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           IF FUNCTION TEST-NUMVAL(DIALOG-INPUT) NOT = 0
               DISPLAY "Amount is not numeric."
               MOVE 'N' TO ENTRY-VALID-SW
               EXIT SECTION
           END-IF
           COMPUTE WORK-AMOUNT-IN = FUNCTION NUMVAL(DIALOG-INPUT)
           IF WORK-AMOUNT-IN = 0 OR WORK-AMOUNT-IN > 99999999.99
               DISPLAY "Amount must be above 0 and below 100000000."
               MOVE 'N' TO ENTRY-VALID-SW
               EXIT SECTION
           END-IF
           MOVE WORK-AMOUNT-IN TO WORK-MAX-AMOUNT
           .

       PromptFrequency SECTION.
           MOVE 'Y' TO ENTRY-VALID-SW
           DISPLAY "Frequency (O one-off, W weekly, M monthly, "
               "Q quarterly, Y yearly):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE FUNCTION UPPER-CASE(DIALOG-INPUT(1:1))
               TO WORK-FREQUENCY
           IF WORK-FREQUENCY NOT = 'O' AND WORK-FREQUENCY NOT = 'W'
               AND WORK-FREQUENCY NOT = 'M'
               AND WORK-FREQUENCY NOT = 'Q'
               AND WORK-FREQUENCY NOT = 'Y'
               DISPLAY "Frequency must be O, W, M, Q or Y."
               MOVE 'N' TO ENTRY-VALID-SW
           END-IF
           .

       PromptValidTo SECTION.
           DISPLAY "Valid to (YYYYMMDD, blank for open-ended):"
           PERFORM PromptDate
           IF NOT ENTRY-VALID
               EXIT SECTION
           END-IF
           IF WORK-DATE = SPACES
               MOVE '99991231' TO WORK-VALID-TO
           ELSE
               MOVE WORK-DATE TO WORK-VALID-TO
           END-IF
           IF WORK-VALID-FROM NOT = SPACES
               AND WORK-VALID-TO < WORK-VALID-FROM
               DISPLAY "Valid to is before valid from."
               MOVE 'N' TO ENTRY-VALID-SW
           END-IF
           .

      * blank is allowed here - the caller decides what it means
       PromptDate SECTION.
           MOVE 'Y' TO ENTRY-VALID-SW
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:8) TO WORK-DATE
           IF WORK-DATE = SPACES
               EXIT SECTION
           END-IF
           IF WORK-DATE IS NOT NUMERIC
               DISPLAY "Date must be 8 digits YYYYMMDD."
               MOVE 'N' TO ENTRY-VALID-SW
               EXIT SECTION
           END-IF
           IF WORK-DATE NOT = '99991231'
               AND FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(WORK-DATE)) NOT = 0
               DISPLAY "Not a calendar date."
               MOVE 'N' TO ENTRY-VALID-SW
           END-IF
           .

      * image of the matched mandate for the change log:
      * mandate/creditor maximum frequency valid-to
       BuildMandateImage SECTION.
           MOVE MR-MAX-AMOUNT(MR-MATCH-INDEX) TO AMOUNT-ED
           MOVE function concatenate(
               FUNCTION TRIM(MR-ID(MR-MATCH-INDEX)), '/',
               FUNCTION TRIM(MR-CREDITOR(MR-MATCH-INDEX)), ' ',
               FUNCTION TRIM(AMOUNT-ED), ' ',
               MR-FREQUENCY(MR-MATCH-INDEX), ' ',
               MR-VALID-TO(MR-MATCH-INDEX)) TO MANDATE-IMAGE
           .

       FindMandate SECTION.
           MOVE 0 TO MR-MATCH-INDEX
           PERFORM VARYING MR-INDEX FROM 1 BY 1
               UNTIL MR-INDEX > MR-USED
               IF MR-ID(MR-INDEX) = WORK-MANDATE-ID
                   MOVE MR-INDEX TO MR-MATCH-INDEX
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * Change log - operator, action, debtor key and before/after
      * image. The register rewrites here too, so a session ending
      * without 'Q' loses nothing.
      *****************************************************************
       RecordChange SECTION.
           ADD 1 TO CHANGE-COUNT
           PERFORM RewriteMandates
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
               MOVE "MD0002" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN maintenance_log.txt, STATUS=",
                   MAINTLOG-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Register load and rewrite
      *****************************************************************
       LoadMandates SECTION.
           OPEN INPUT MANDATE-DATA
           IF MANDATE-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ MANDATE-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF MD-MANDATE-ID-F NOT = SPACES
                               AND MR-USED < 1000
                               ADD 1 TO MR-USED
                               PERFORM LoadMandate
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MANDATE-DATA
           END-IF
           .

       LoadMandate SECTION.
           MOVE MD-MANDATE-ID-F TO MR-ID(MR-USED)
           MOVE MD-CREDITOR-ID-F TO MR-CREDITOR(MR-USED)
           MOVE MD-BANK-ID-F TO MR-BANK(MR-USED)
           MOVE MD-ACCOUNT-ID-F TO MR-ACCOUNT(MR-USED)
           IF MD-MAX-AMOUNT-F IS NUMERIC
               MOVE MD-MAX-AMOUNT-N TO MR-MAX-AMOUNT(MR-USED)
           ELSE
               MOVE 0 TO MR-MAX-AMOUNT(MR-USED)
           END-IF
           MOVE MD-FREQUENCY-F TO MR-FREQUENCY(MR-USED)
           MOVE MD-VALID-FROM-F TO MR-VALID-FROM(MR-USED)
           MOVE MD-VALID-TO-F TO MR-VALID-TO(MR-USED)
           MOVE MD-REVOKED-F TO MR-REVOKED(MR-USED)
           .

       RewriteMandates SECTION.
           OPEN OUTPUT MANDATE-DATA
           IF MANDATE-FILE-STATUS NOT = "00"
               MOVE "MD0003" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE mandates.txt, STATUS=",
                   MANDATE-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING MR-INDEX FROM 1 BY 1
                   UNTIL MR-INDEX > MR-USED
                   MOVE MR-ID(MR-INDEX) TO MD-MANDATE-ID-F
                   MOVE MR-CREDITOR(MR-INDEX) TO MD-CREDITOR-ID-F
                   MOVE MR-BANK(MR-INDEX) TO MD-BANK-ID-F
                   MOVE MR-ACCOUNT(MR-INDEX) TO MD-ACCOUNT-ID-F
                   MOVE MR-MAX-AMOUNT(MR-INDEX) TO MD-MAX-AMOUNT-N
                   MOVE MR-FREQUENCY(MR-INDEX) TO MD-FREQUENCY-F
                   MOVE MR-VALID-FROM(MR-INDEX) TO MD-VALID-FROM-F
                   MOVE MR-VALID-TO(MR-INDEX) TO MD-VALID-TO-F
                   MOVE MR-REVOKED(MR-INDEX) TO MD-REVOKED-F
                   WRITE MANDATE-F
               END-PERFORM
               CLOSE MANDATE-DATA
           END-IF
           .


       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           .

       END PROGRAM MANDMAINT.
