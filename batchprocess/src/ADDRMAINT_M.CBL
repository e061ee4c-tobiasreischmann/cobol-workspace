       IDENTIFICATION DIVISION.
       PROGRAM-ID.  ADDRMAINT.
      *****************************************************************
      * Online customer address maintenance - guided dialogs over
      * customer_addresses.txt, the postal addresses of the customers
      * on customer_master.txt that statements and advice letters are
      * mailed to. Besides the address itself the branch records
      * returned (undeliverable) mail and a customer's instruction to
      * hold mail at the branch, both of which keep documents out of
      * the post. The file is rewritten after each applied change and
      * every change is recorded to maintenance_log.txt as an
      * operator-stamped before/after image, the same trail ACCTMAINT
      * leaves.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADDRESS-DATA ASSIGN TO
             "batchprocess/customer_addresses.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADDRESS-FILE-STATUS.
           SELECT CUSTOMER-MASTER-DATA ASSIGN TO
             "batchprocess/customer_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTMAST-FILE-STATUS.
           SELECT MAINT-LOG-DATA ASSIGN TO
             "batchprocess/maintenance_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD ADDRESS-DATA.
           COPY CADRREC.
           FD CUSTOMER-MASTER-DATA.
           01 CUSTOMER-MASTER-F.
            05 CU-CUSTOMER-ID-F PIC X(8).
            05 CU-BANK-ID-F PIC X(5).
            05 CU-ACCOUNT-ID-F PIC X(10).
            05 CU-NAME-F PIC X(30).
           FD MAINT-LOG-DATA.
           01 MAINT-LOG-F.
            05 MAINT-LOG-LINE PIC X(250).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "ADDRMAINT".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 ADDRESS-FILE-STATUS PIC X(2).
           05 CUSTMAST-FILE-STATUS PIC X(2).
           05 MAINTLOG-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.

      * the address file held in memory for the session and
      * rewritten after every applied change
       01 ADDRESS-TABLE.
           05 AR-USED PIC 9(4) VALUE 0.
           05 AR-ENTRY OCCURS 5000 TIMES.
               10 AR-CUSTOMER PIC X(8).
               10 AR-LINE-1 PIC X(35).
               10 AR-LINE-2 PIC X(35).
               10 AR-POSTCODE PIC X(10).
               10 AR-TOWN PIC X(25).
               10 AR-COUNTRY PIC X(2).
               10 AR-RETURNED PIC X.
               10 AR-HOLD PIC X.
               10 AR-HOLD-UNTIL PIC X(8).
               10 AR-CHANGED-DATE PIC X(8).
       01 AR-INDEX PIC 9(4).
       01 AR-MATCH-INDEX PIC 9(4).

      * customer ids and names known to customer_master.txt - an
      * address can only be kept for a known customer
       01 CUSTOMER-TABLE.
           05 CM-USED PIC 9(4) VALUE 0.
           05 CM-ENTRY OCCURS 5000 TIMES.
               10 CM-CUSTOMER PIC X(8).
               10 CM-NAME PIC X(30).
       01 CM-INDEX PIC 9(4).
       01 CM-MATCH-INDEX PIC 9(4).

       01 OPERATOR-ID PIC X(8) VALUE SPACES.
       01 MENU-CHOICE PIC X VALUE SPACE.
       01 QUIT-SW PIC X VALUE 'N'.
           88 QUIT-REQUESTED VALUE 'Y'.
       01 ENTRY-VALID-SW PIC X VALUE 'Y'.
           88 ENTRY-VALID VALUE 'Y'.
       01 DIALOG-INPUT PIC X(40).
       01 WORK-CUSTOMER PIC X(8).
       01 WORK-LINE-1 PIC X(35).
       01 WORK-LINE-2 PIC X(35).
       01 WORK-POSTCODE PIC X(10).
       01 WORK-TOWN PIC X(25).
       01 WORK-COUNTRY PIC X(2).
       01 WORK-DATE PIC X(8).
       01 RUN-DATE PIC X(8).
       01 ADDRESS-IMAGE PIC X(110).
       01 OLD-IMAGE PIC X(110).
       01 NEW-IMAGE PIC X(110).
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           DISPLAY "CUSTOMER ADDRESS MAINTENANCE"
           DISPLAY "Operator ID:"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:8) TO OPERATOR-ID
           IF OPERATOR-ID = SPACES
               MOVE "AD0001" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE "NO OPERATOR ID - MAINTENANCE REFUSED"
                   TO MSG-TEXT
               PERFORM LogMessage
               GOBACK
           END-IF
           PERFORM LoadCustomers
           PERFORM LoadAddresses
           PERFORM UNTIL QUIT-REQUESTED
               DISPLAY "A - Record or change an address"
               DISPLAY "R - Mark mail returned undeliverable"
               DISPLAY "H - Hold mail at the branch"
               DISPLAY "F - Release held mail"
               DISPLAY "S - Show a customer's address"
               DISPLAY "Q - Quit"
               MOVE SPACE TO MENU-CHOICE
               ACCEPT MENU-CHOICE
               EVALUATE FUNCTION UPPER-CASE(MENU-CHOICE)
               WHEN 'A'
                   PERFORM ChangeAddressDialog
               WHEN 'R'
                   PERFORM ReturnedMailDialog
               WHEN 'H'
                   PERFORM HoldMailDialog
               WHEN 'F'
                   PERFORM ReleaseMailDialog
               WHEN 'S'
                   PERFORM ShowAddressDialog
               WHEN 'Q'
                   SET QUIT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "Please choose A, R, H, F, S or Q."
               END-EVALUATE
           END-PERFORM
           DISPLAY "Changes applied: " CHANGE-COUNT
           GOBACK.

      *****************************************************************
      * Dialogs
      *****************************************************************
       PromptCustomerId SECTION.
           MOVE 'Y' TO ENTRY-VALID-SW
           DISPLAY "Customer ID (8 characters):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:8) TO WORK-CUSTOMER
           PERFORM FindCustomer
           IF CM-MATCH-INDEX = 0
               DISPLAY "Customer not on customer_master.txt."
               MOVE 'N' TO ENTRY-VALID-SW
               EXIT SECTION
           END-IF
           DISPLAY "Customer: " CM-NAME(CM-MATCH-INDEX)
           PERFORM FindAddress
           .

      * a new address clears the returned-mail mark - the post is
      * tried again at the corrected address
       ChangeAddressDialog SECTION.
           PERFORM PromptCustomerId
           IF NOT ENTRY-VALID
               EXIT SECTION
           END-IF
           IF AR-MATCH-INDEX = 0 AND AR-USED >= 5000
               DISPLAY "Address file full - change refused."
               EXIT SECTION
           END-IF
           IF AR-MATCH-INDEX > 0
               PERFORM DisplayAddress
           END-IF
           DISPLAY "Street and number:"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:35) TO WORK-LINE-1
           IF WORK-LINE-1 = SPACES
               DISPLAY "Street is required."
               EXIT SECTION
           END-IF
           DISPLAY "Second address line (blank for none):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:35) TO WORK-LINE-2
           DISPLAY "Postal code:"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE FUNCTION UPPER-CASE(DIALOG-INPUT(1:10))
               TO WORK-POSTCODE
           IF WORK-POSTCODE = SPACES
               DISPLAY "Postal code is required."
               EXIT SECTION
           END-IF
           DISPLAY "Town:"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:25) TO WORK-TOWN
           IF WORK-TOWN = SPACES
               DISPLAY "Town is required."
               EXIT SECTION
           END-IF
           DISPLAY "Country code (2 letters, e.g. DE):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE FUNCTION UPPER-CASE(DIALOG-INPUT(1:2))
               TO WORK-COUNTRY
           IF WORK-COUNTRY IS NOT ALPHABETIC-UPPER
               OR WORK-COUNTRY(2:1) = SPACE
               DISPLAY "Country code must be 2 letters."
               EXIT SECTION
           END-IF
           IF AR-MATCH-INDEX = 0
               ADD 1 TO AR-USED
               MOVE AR-USED TO AR-MATCH-INDEX
               MOVE WORK-CUSTOMER TO AR-CUSTOMER(AR-MATCH-INDEX)
               MOVE 'N' TO AR-RETURNED(AR-MATCH-INDEX)
               MOVE SPACE TO AR-HOLD(AR-MATCH-INDEX)
               MOVE SPACES TO AR-HOLD-UNTIL(AR-MATCH-INDEX)
               MOVE SPACES TO OLD-IMAGE
               MOVE 'ADDRADD' TO ACTION-NAME
           ELSE
               PERFORM BuildAddressImage
               MOVE ADDRESS-IMAGE TO OLD-IMAGE
               MOVE 'ADDRAMD' TO ACTION-NAME
           END-IF
           MOVE WORK-LINE-1 TO AR-LINE-1(AR-MATCH-INDEX)
           MOVE WORK-LINE-2 TO AR-LINE-2(AR-MATCH-INDEX)
           MOVE WORK-POSTCODE TO AR-POSTCODE(AR-MATCH-INDEX)
           MOVE WORK-TOWN TO AR-TOWN(AR-MATCH-INDEX)
           MOVE WORK-COUNTRY TO AR-COUNTRY(AR-MATCH-INDEX)
           MOVE 'N' TO AR-RETURNED(AR-MATCH-INDEX)
           PERFORM BuildAddressImage
           MOVE ADDRESS-IMAGE TO NEW-IMAGE
           PERFORM RecordChange
           DISPLAY "Address recorded."
           .

       ReturnedMailDialog SECTION.
           PERFORM PromptCustomerId
           IF NOT ENTRY-VALID
               EXIT SECTION
           END-IF
           IF AR-MATCH-INDEX = 0
               DISPLAY "No address on file."
               EXIT SECTION
           END-IF
           IF AR-RETURNED(AR-MATCH-INDEX) = 'Y'
               DISPLAY "Mail already marked returned."
               EXIT SECTION
           END-IF
           PERFORM DisplayAddress
           DISPLAY "Mark this address undeliverable? (Y/N)"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           IF FUNCTION UPPER-CASE(DIALOG-INPUT(1:1)) NOT = 'Y'
               DISPLAY "Mark cancelled."
               EXIT SECTION
           END-IF
           PERFORM BuildAddressImage
           MOVE ADDRESS-IMAGE TO OLD-IMAGE
           MOVE 'Y' TO AR-RETURNED(AR-MATCH-INDEX)
           PERFORM BuildAddressImage
           MOVE ADDRESS-IMAGE TO NEW-IMAGE
           MOVE 'ADDRRET' TO ACTION-NAME
           PERFORM RecordChange
           DISPLAY "Mail marked returned - documents go to the branch."
           .

       HoldMailDialog SECTION.
           PERFORM PromptCustomerId
           IF NOT ENTRY-VALID
               EXIT SECTION
           END-IF
           IF AR-MATCH-INDEX = 0
               DISPLAY "No address on file."
               EXIT SECTION
           END-IF
           DISPLAY "Hold until (YYYYMMDD, blank until further notice):"
           PERFORM PromptDate
           IF NOT ENTRY-VALID
               EXIT SECTION
           END-IF
           IF WORK-DATE = SPACES
               MOVE '99991231' TO WORK-DATE
           END-IF
           IF WORK-DATE < RUN-DATE
               DISPLAY "Hold date is in the past."
               EXIT SECTION
           END-IF
           PERFORM BuildAddressImage
           MOVE ADDRESS-IMAGE TO OLD-IMAGE
           MOVE 'H' TO AR-HOLD(AR-MATCH-INDEX)
           MOVE WORK-DATE TO AR-HOLD-UNTIL(AR-MATCH-INDEX)
           PERFORM BuildAddressImage
           MOVE ADDRESS-IMAGE TO NEW-IMAGE
           MOVE 'ADDRHLD' TO ACTION-NAME
           PERFORM RecordChange
           DISPLAY "Mail held at the branch."
           .

       ReleaseMailDialog SECTION.
           PERFORM PromptCustomerId
           IF NOT ENTRY-VALID
               EXIT SECTION
           END-IF
           IF AR-MATCH-INDEX = 0
               DISPLAY "No address on file."
               EXIT SECTION
           END-IF
           IF AR-HOLD(AR-MATCH-INDEX) NOT = 'H'
               DISPLAY "No hold-mail instruction on file."
               EXIT SECTION
           END-IF
           PERFORM BuildAddressImage
           MOVE ADDRESS-IMAGE TO OLD-IMAGE
           MOVE SPACE TO AR-HOLD(AR-MATCH-INDEX)
           MOVE SPACES TO AR-HOLD-UNTIL(AR-MATCH-INDEX)
           PERFORM BuildAddressImage
           MOVE ADDRESS-IMAGE TO NEW-IMAGE
           MOVE 'ADDRREL' TO ACTION-NAME
           PERFORM RecordChange
           DISPLAY "Held mail released - documents go to the post."
           .

       ShowAddressDialog SECTION.
           PERFORM PromptCustomerId
           IF NOT ENTRY-VALID
               EXIT SECTION
           END-IF
           IF AR-MATCH-INDEX = 0
               DISPLAY "No address on file."
           ELSE
               PERFORM DisplayAddress
           END-IF
           .

       DisplayAddress SECTION.
           DISPLAY "  " AR-LINE-1(AR-MATCH-INDEX)
           IF AR-LINE-2(AR-MATCH-INDEX) NOT = SPACES
               DISPLAY "  " AR-LINE-2(AR-MATCH-INDEX)
           END-IF
           DISPLAY "  " AR-POSTCODE(AR-MATCH-INDEX) " "
               AR-TOWN(AR-MATCH-INDEX) " " AR-COUNTRY(AR-MATCH-INDEX)
           DISPLAY "  Returned mail: " AR-RETURNED(AR-MATCH-INDEX)
               "  hold: " AR-HOLD(AR-MATCH-INDEX)
               " until " AR-HOLD-UNTIL(AR-MATCH-INDEX)
               "  changed " AR-CHANGED-DATE(AR-MATCH-INDEX)
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

      * image of the matched address for the change log:
      * street/postcode town country returned hold until
       BuildAddressImage SECTION.
           MOVE function concatenate(
               FUNCTION TRIM(AR-LINE-1(AR-MATCH-INDEX)), '/',
               FUNCTION TRIM(AR-POSTCODE(AR-MATCH-INDEX)), ' ',
               FUNCTION TRIM(AR-TOWN(AR-MATCH-INDEX)), ' ',
               AR-COUNTRY(AR-MATCH-INDEX), ' RET=',
               AR-RETURNED(AR-MATCH-INDEX), ' HOLD=',
               AR-HOLD(AR-MATCH-INDEX),
               AR-HOLD-UNTIL(AR-MATCH-INDEX)) TO ADDRESS-IMAGE
           .

       FindAddress SECTION.
           MOVE 0 TO AR-MATCH-INDEX
           PERFORM VARYING AR-INDEX FROM 1 BY 1
               UNTIL AR-INDEX > AR-USED
               IF AR-CUSTOMER(AR-INDEX) = WORK-CUSTOMER
                   MOVE AR-INDEX TO AR-MATCH-INDEX
               END-IF
           END-PERFORM
           .

       FindCustomer SECTION.
           MOVE 0 TO CM-MATCH-INDEX
           PERFORM VARYING CM-INDEX FROM 1 BY 1
               UNTIL CM-INDEX > CM-USED OR CM-MATCH-INDEX > 0
               IF CM-CUSTOMER(CM-INDEX) = WORK-CUSTOMER
                   MOVE CM-INDEX TO CM-MATCH-INDEX
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * Change log - operator, action, customer id and before/after
      * image. The file rewrites here too, so a session ending
      * without 'Q' loses nothing.
      *****************************************************************
       RecordChange SECTION.
           ADD 1 TO CHANGE-COUNT
           MOVE RUN-DATE TO AR-CHANGED-DATE(AR-MATCH-INDEX)
           PERFORM RewriteAddresses
           OPEN EXTEND MAINT-LOG-DATA
           IF MAINTLOG-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-LOG-DATA
           END-IF
           IF MAINTLOG-FILE-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO STAMP
               MOVE function concatenate(STAMP, ' ', OPERATOR-ID,
                   ' ', ACTION-NAME, ' ', WORK-CUSTOMER,
                   '         OLD=', OLD-IMAGE, ' NEW=',
                   NEW-IMAGE) TO MAINT-LOG-LINE
               WRITE MAINT-LOG-F FROM MAINT-LOG-LINE
               CLOSE MAINT-LOG-DATA
           ELSE
               MOVE "AD0002" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN maintenance_log.txt, STATUS=",
                   MAINTLOG-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Customer and address load, address rewrite
      *****************************************************************
       LoadCustomers SECTION.
           OPEN INPUT CUSTOMER-MASTER-DATA
           IF CUSTMAST-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ CUSTOMER-MASTER-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF CU-CUSTOMER-ID-F NOT = SPACES
                               MOVE CU-CUSTOMER-ID-F TO WORK-CUSTOMER
                               PERFORM FindCustomer
                               IF CM-MATCH-INDEX = 0
                                   AND CM-USED < 5000
                                   ADD 1 TO CM-USED
                                   MOVE CU-CUSTOMER-ID-F
                                       TO CM-CUSTOMER(CM-USED)
                                   MOVE CU-NAME-F TO CM-NAME(CM-USED)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-DATA
           ELSE
               MOVE "AD0003" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN customer_master.txt, STATUS=",
                   CUSTMAST-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
           END-IF
           .

       LoadAddresses SECTION.
           OPEN INPUT ADDRESS-DATA
           IF ADDRESS-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ ADDRESS-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF AD-CUSTOMER-ID-F NOT = SPACES
                               AND AR-USED < 5000
                               ADD 1 TO AR-USED
                               PERFORM LoadAddress
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ADDRESS-DATA
           END-IF
           .

       LoadAddress SECTION.
           MOVE AD-CUSTOMER-ID-F TO AR-CUSTOMER(AR-USED)
           MOVE AD-LINE-1-F TO AR-LINE-1(AR-USED)
           MOVE AD-LINE-2-F TO AR-LINE-2(AR-USED)
           MOVE AD-POSTCODE-F TO AR-POSTCODE(AR-USED)
           MOVE AD-TOWN-F TO AR-TOWN(AR-USED)
           MOVE AD-COUNTRY-F TO AR-COUNTRY(AR-USED)
           MOVE AD-RETURNED-F TO AR-RETURNED(AR-USED)
           MOVE AD-HOLD-F TO AR-HOLD(AR-USED)
           MOVE AD-HOLD-UNTIL-F TO AR-HOLD-UNTIL(AR-USED)
           MOVE AD-CHANGED-DATE-F TO AR-CHANGED-DATE(AR-USED)
           .

       RewriteAddresses SECTION.
           OPEN OUTPUT ADDRESS-DATA
           IF ADDRESS-FILE-STATUS NOT = "00"
               MOVE "AD0004" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE customer_addresses.txt, STATUS=",
                   ADDRESS-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING AR-INDEX FROM 1 BY 1
                   UNTIL AR-INDEX > AR-USED
                   MOVE SPACES TO CUSTOMER-ADDRESS-F
                   MOVE AR-CUSTOMER(AR-INDEX) TO AD-CUSTOMER-ID-F
                   MOVE AR-LINE-1(AR-INDEX) TO AD-LINE-1-F
                   MOVE AR-LINE-2(AR-INDEX) TO AD-LINE-2-F
                   MOVE AR-POSTCODE(AR-INDEX) TO AD-POSTCODE-F
                   MOVE AR-TOWN(AR-INDEX) TO AD-TOWN-F
                   MOVE AR-COUNTRY(AR-INDEX) TO AD-COUNTRY-F
                   MOVE AR-RETURNED(AR-INDEX) TO AD-RETURNED-F
                   MOVE AR-HOLD(AR-INDEX) TO AD-HOLD-F
                   MOVE AR-HOLD-UNTIL(AR-INDEX) TO AD-HOLD-UNTIL-F
                   MOVE AR-CHANGED-DATE(AR-INDEX) TO AD-CHANGED-DATE-F
                   WRITE CUSTOMER-ADDRESS-F
               END-PERFORM
               CLOSE ADDRESS-DATA
           END-IF
           .


       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           .

       END PROGRAM ADDRMAINT.
