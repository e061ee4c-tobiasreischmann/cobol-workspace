       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SCREENING.
      *****************************************************************
      * Sanctions screening - compliance runs the screening pass
      * after every watchlist load. Every holder name on the account
      * name feed (account_master.txt) and the customer dimension
      * (customer_master.txt) is compared with every listed name and
      * alias on watchlist.txt through NAMEKEY, so case, punctuation,
      * spacing and word order do not hide a match. A possible hit
      * goes to screening_review.txt and freezes the account in the
      * status feed and the indexed master in the same step; the
      * review dialog then clears the hit (the account gets its
      * prior status back) or confirms it (the freeze stays). Every
      * change is recorded to maintenance_log.txt under the
      * operator's id. The night run holds transfers on the same
      * rules and keeps pending and confirmed accounts frozen.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-MASTER-DATA ASSIGN TO
             "batchprocess/account_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCTMAST-FILE-STATUS.
           SELECT ACCOUNT-STATUS-DATA ASSIGN TO
             "batchprocess/account_status.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCTSTAT-FILE-STATUS.
           SELECT CUSTOMER-MASTER-DATA ASSIGN TO
             "batchprocess/customer_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTMAST-FILE-STATUS.
           SELECT WATCHLIST-DATA ASSIGN TO
             "batchprocess/watchlist.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WATCHLIST-FILE-STATUS.
           SELECT SCREENING-REVIEW-DATA ASSIGN TO
             "batchprocess/screening_review.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCRNREV-FILE-STATUS.
           SELECT MASTER-ISAM-DATA ASSIGN TO
             "batchprocess/account_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           FILE STATUS IS MASTER-FILE-STATUS.
           SELECT MAINT-LOG-DATA ASSIGN TO
             "batchprocess/maintenance_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD ACCOUNT-MASTER-DATA.
           COPY ACCTMREC.
           FD ACCOUNT-STATUS-DATA.
           COPY ACCTSREC.
           FD CUSTOMER-MASTER-DATA.
           01 CUSTOMER-MASTER-F.
            05 CU-CUSTOMER-ID-F PIC X(8).
            05 CU-BANK-ID-F PIC X(5).
            05 CU-ACCOUNT-ID-F PIC X(10).
            05 CU-NAME-F PIC X(30).
           FD WATCHLIST-DATA.
           COPY WLSTREC.
           FD SCREENING-REVIEW-DATA.
           COPY SCRNREC.
           FD MASTER-ISAM-DATA.
           COPY MSTREC.
           FD MAINT-LOG-DATA.
           01 MAINT-LOG-F.
            05 MAINT-LOG-LINE PIC X(160).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "SCREENING".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 ACCTMAST-FILE-STATUS PIC X(2).
           05 ACCTSTAT-FILE-STATUS PIC X(2).
           05 CUSTMAST-FILE-STATUS PIC X(2).
           05 WATCHLIST-FILE-STATUS PIC X(2).
           05 SCRNREV-FILE-STATUS PIC X(2).
           05 MASTER-FILE-STATUS PIC X(2).
           05 MAINTLOG-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.
       01 MASTER-PRESENT-SW PIC X VALUE 'N'.
           88 MASTER-PRESENT VALUE 'Y'.

      * the holders to screen - the account name feed and the
      * customer dimension, read once per session
       01 NAME-FEED.
           05 NF-USED PIC 9(4) VALUE 0.
           05 NF-ENTRY OCCURS 2000 TIMES.
               10 NF-BANK PIC X(5).
               10 NF-ACCOUNT PIC X(10).
               10 NF-NAME PIC X(30).
       01 NF-INDEX PIC 9(4).
       01 CUSTOMER-LINKS.
           05 CL-USED PIC 9(4) VALUE 0.
           05 CL-ENTRY OCCURS 2000 TIMES.
               10 CL-BANK PIC X(5).
               10 CL-ACCOUNT PIC X(10).
               10 CL-NAME PIC X(30).
       01 CL-INDEX PIC 9(4).

      * the status feed is held and rewritten exactly as ACCTMAINT
      * does, so a freeze or release reaches the night run
       01 STATUS-FEED.
           05 SF-USED PIC 9(4) VALUE 0.
           05 SF-ENTRY OCCURS 2000 TIMES.
               10 SF-BANK PIC X(5).
               10 SF-ACCOUNT PIC X(10).
               10 SF-STATUS PIC X.
       01 SF-INDEX PIC 9(4).
       01 SF-MATCH-INDEX PIC 9(4).

      * listed names with their comparison keys built at load time
       01 WATCHLIST.
           05 WLT-USED PIC 9(4) VALUE 0.
           05 WLT-ENTRY OCCURS 3000 TIMES.
               10 WLT-ID PIC X(8).
               10 WLT-NAME PIC X(40).
               10 WLT-SOURCE PIC X(10).
               10 WLT-SORTED-KEY PIC X(40).
               10 WLT-SQUEEZED-KEY PIC X(40).
       01 WLT-INDEX PIC 9(4).
       01 WATCHLIST-LIST-DATE PIC X(8) VALUE SPACES.

       01 REVIEWS.
           05 RV-USED PIC 9(4) VALUE 0.
           05 RV-ENTRY OCCURS 2000 TIMES.
               10 RV-FOUND-DATE PIC X(8).
               10 RV-BANK PIC X(5).
               10 RV-ACCOUNT PIC X(10).
               10 RV-FOUND-BY PIC X.
               10 RV-HOLDER-NAME PIC X(30).
               10 RV-ENTRY-ID PIC X(8).
               10 RV-LISTED-NAME PIC X(40).
               10 RV-LIST-SOURCE PIC X(10).
               10 RV-STATUS PIC X.
                   88 RV-PENDING VALUE 'P'.
                   88 RV-CLEARED VALUE 'C'.
                   88 RV-CONFIRMED VALUE 'H'.
               10 RV-PRIOR-STATUS PIC X.
               10 RV-DECIDED-BY PIC X(8).
               10 RV-DECIDED-DATE PIC X(8).
       01 RV-INDEX PIC 9(4).
       01 RV-MATCH-INDEX PIC 9(4).
       01 RV-OTHER-INDEX PIC 9(4).
       01 RV-ACTIVE-INDEX PIC 9(4).
       01 RV-WRITE-INDEX PIC 9(4).

           COPY NKEYREC.

       01 OPERATOR-ID PIC X(8) VALUE SPACES.
       01 MENU-CHOICE PIC X VALUE SPACE.
       01 QUIT-SW PIC X VALUE 'N'.
           88 QUIT-REQUESTED VALUE 'Y'.
       01 STOP-REVIEW-SW PIC X VALUE 'N'.
           88 STOP-REVIEW VALUE 'Y'.
       01 DIALOG-INPUT PIC X(40).
       01 DECISION PIC X VALUE SPACE.
       01 TODAY PIC X(8).
       01 WORK-BANK PIC X(5).
       01 WORK-ACCOUNT PIC X(10).
       01 WORK-NAME PIC X(30).
       01 WORK-FOUND-BY PIC X.
       01 WORK-STATUS PIC X.
       01 WORK-PRIOR-STATUS PIC X.
       01 OLD-IMAGE PIC X(40).
       01 NEW-IMAGE PIC X(40).
       01 ACTION-NAME PIC X(8).
       01 CHANGE-COUNT PIC 9(5) VALUE 0.
       01 SCREENED-COUNT PIC 9(5) VALUE 0.
       01 NEW-HIT-COUNT PIC 9(5) VALUE 0.
       01 PENDING-COUNT PIC 9(5) VALUE 0.
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
           DISPLAY "SANCTIONS SCREENING"
           DISPLAY "Operator ID:"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           MOVE DIALOG-INPUT(1:8) TO OPERATOR-ID
           IF OPERATOR-ID = SPACES
               MOVE "SC0001" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE "NO OPERATOR ID - SCREENING REFUSED"
                   TO MSG-TEXT
               PERFORM LogMessage
               GOBACK
           END-IF
           MOVE FUNCTION CURRENT-DATE(1:8) TO TODAY
           PERFORM LoadNameFeed
           PERFORM LoadCustomerLinks
           PERFORM LoadStatusFeed
           PERFORM LoadWatchlist
           PERFORM LoadReviews
           PERFORM UNTIL QUIT-REQUESTED
               DISPLAY "S - Screen holders against the watchlist"
               DISPLAY "R - Review pending hits"
               DISPLAY "Q - Quit"
               MOVE SPACE TO MENU-CHOICE
               ACCEPT MENU-CHOICE
               EVALUATE FUNCTION UPPER-CASE(MENU-CHOICE)
               WHEN 'S'
                   PERFORM ScreenHoldersDialog
               WHEN 'R'
                   PERFORM ReviewHitsDialog
               WHEN 'Q'
                   SET QUIT-REQUESTED TO TRUE
               WHEN OTHER
                   DISPLAY "Please choose S, R or Q."
               END-EVALUATE
           END-PERFORM
           DISPLAY "Changes applied: " CHANGE-COUNT
           GOBACK.

      *****************************************************************
      * Screening pass - every holder name against every listed name
      *****************************************************************
       ScreenHoldersDialog SECTION.
           IF WLT-USED = 0
               DISPLAY "Watchlist is empty - nothing to screen."
               EXIT SECTION
           END-IF
           MOVE 0 TO SCREENED-COUNT
           MOVE 0 TO NEW-HIT-COUNT
           MOVE 'A' TO WORK-FOUND-BY
           PERFORM VARYING NF-INDEX FROM 1 BY 1
               UNTIL NF-INDEX > NF-USED
               MOVE NF-BANK(NF-INDEX) TO WORK-BANK
               MOVE NF-ACCOUNT(NF-INDEX) TO WORK-ACCOUNT
               MOVE NF-NAME(NF-INDEX) TO WORK-NAME
               PERFORM ScreenHolder
           END-PERFORM
           MOVE 'C' TO WORK-FOUND-BY
           PERFORM VARYING CL-INDEX FROM 1 BY 1
               UNTIL CL-INDEX > CL-USED
               MOVE CL-BANK(CL-INDEX) TO WORK-BANK
               MOVE CL-ACCOUNT(CL-INDEX) TO WORK-ACCOUNT
               MOVE CL-NAME(CL-INDEX) TO WORK-NAME
               PERFORM ScreenHolder
           END-PERFORM
           DISPLAY "Watchlist dated " WATCHLIST-LIST-DATE
               ", names listed: " WLT-USED
           DISPLAY "Holder names screened: " SCREENED-COUNT
           DISPLAY "New possible hits (accounts frozen): "
               NEW-HIT-COUNT
           .

       ScreenHolder SECTION.
           MOVE WORK-NAME TO NK-NAME
           CALL "NAMEKEY" USING NAME-KEY-REQUEST
           END-CALL
           IF NK-WORD-COUNT = 0
               EXIT SECTION
           END-IF
           ADD 1 TO SCREENED-COUNT
           PERFORM VARYING WLT-INDEX FROM 1 BY 1
               UNTIL WLT-INDEX > WLT-USED
               IF NK-SORTED-KEY = WLT-SORTED-KEY(WLT-INDEX)
                   OR NK-SQUEEZED-KEY = WLT-SQUEEZED-KEY(WLT-INDEX)
                   PERFORM RecordHit
               END-IF
           END-PERFORM
           .

      * one review line per account and listed party - a hit already
      * on file, whatever its decision, is not raised again. The
      * account keeps the status it had before its first open hit
      * so clearing hands back the right one; a closed account is
      * recorded but left closed.
       RecordHit SECTION.
           MOVE 0 TO RV-MATCH-INDEX
           MOVE 0 TO RV-ACTIVE-INDEX
           PERFORM VARYING RV-INDEX FROM 1 BY 1
               UNTIL RV-INDEX > RV-USED
               IF RV-BANK(RV-INDEX) = WORK-BANK
                   AND RV-ACCOUNT(RV-INDEX) = WORK-ACCOUNT
                   IF RV-ENTRY-ID(RV-INDEX) = WLT-ID(WLT-INDEX)
                       MOVE RV-INDEX TO RV-MATCH-INDEX
                   END-IF
                   IF RV-PENDING(RV-INDEX) OR RV-CONFIRMED(RV-INDEX)
                       MOVE RV-INDEX TO RV-ACTIVE-INDEX
                   END-IF
               END-IF
           END-PERFORM
           IF RV-MATCH-INDEX > 0
               EXIT SECTION
           END-IF
           IF RV-USED >= 2000 OR SF-USED >= 2000
               DISPLAY "Review table full - hit on " WORK-BANK "/"
                   WORK-ACCOUNT " not recorded."
               EXIT SECTION
           END-IF
           PERFORM FindStatusEntry
           IF RV-ACTIVE-INDEX > 0
               MOVE RV-PRIOR-STATUS(RV-ACTIVE-INDEX)
                   TO WORK-PRIOR-STATUS
           ELSE
               IF SF-MATCH-INDEX > 0
                   MOVE SF-STATUS(SF-MATCH-INDEX) TO WORK-PRIOR-STATUS
               ELSE
                   MOVE 'O' TO WORK-PRIOR-STATUS
               END-IF
           END-IF
           ADD 1 TO RV-USED
           MOVE TODAY TO RV-FOUND-DATE(RV-USED)
           MOVE WORK-BANK TO RV-BANK(RV-USED)
           MOVE WORK-ACCOUNT TO RV-ACCOUNT(RV-USED)
           MOVE WORK-FOUND-BY TO RV-FOUND-BY(RV-USED)
           MOVE WORK-NAME TO RV-HOLDER-NAME(RV-USED)
           MOVE WLT-ID(WLT-INDEX) TO RV-ENTRY-ID(RV-USED)
           MOVE WLT-NAME(WLT-INDEX) TO RV-LISTED-NAME(RV-USED)
           MOVE WLT-SOURCE(WLT-INDEX) TO RV-LIST-SOURCE(RV-USED)
           MOVE 'P' TO RV-STATUS(RV-USED)
           MOVE WORK-PRIOR-STATUS TO RV-PRIOR-STATUS(RV-USED)
           MOVE SPACES TO RV-DECIDED-BY(RV-USED)
           MOVE SPACES TO RV-DECIDED-DATE(RV-USED)
           ADD 1 TO NEW-HIT-COUNT
           IF WORK-PRIOR-STATUS = 'C'
               MOVE 'C' TO WORK-STATUS
           ELSE
               MOVE 'F' TO WORK-STATUS
               PERFORM SetFeedStatus
               PERFORM ApplyMasterStatus
           END-IF
           MOVE 'SCRNHIT' TO ACTION-NAME
           MOVE WORK-PRIOR-STATUS TO OLD-IMAGE
           MOVE function concatenate(WORK-STATUS, ' ',
               WLT-ID(WLT-INDEX), ' ', WLT-SOURCE(WLT-INDEX))
               TO NEW-IMAGE
           PERFORM RecordChange
           DISPLAY "Possible hit: " WORK-BANK "/" WORK-ACCOUNT " "
               WORK-NAME
           DISPLAY "  listed as " WLT-NAME(WLT-INDEX) " ("
               FUNCTION TRIM(WLT-SOURCE(WLT-INDEX)) " "
               WLT-ID(WLT-INDEX) ")"
           .

      *****************************************************************
      * Review - clear a false positive or confirm the hit
      *****************************************************************
       ReviewHitsDialog SECTION.
           MOVE 'N' TO STOP-REVIEW-SW
           MOVE 0 TO PENDING-COUNT
           PERFORM VARYING RV-INDEX FROM 1 BY 1
               UNTIL RV-INDEX > RV-USED OR STOP-REVIEW
               IF RV-PENDING(RV-INDEX)
                   ADD 1 TO PENDING-COUNT
                   PERFORM ReviewOneHit
               END-IF
           END-PERFORM
           IF PENDING-COUNT = 0
               DISPLAY "No pending hits."
           END-IF
           .

       ReviewOneHit SECTION.
           DISPLAY "Account " RV-BANK(RV-INDEX) "/"
               RV-ACCOUNT(RV-INDEX) " holder " RV-HOLDER-NAME(RV-INDEX)
           DISPLAY "  listed as " RV-LISTED-NAME(RV-INDEX) " ("
               FUNCTION TRIM(RV-LIST-SOURCE(RV-INDEX)) " "
               RV-ENTRY-ID(RV-INDEX) "), found "
               RV-FOUND-DATE(RV-INDEX) " by " RV-FOUND-BY(RV-INDEX)
           DISPLAY "C clear, H confirm hit, blank skip, Q stop:"
           MOVE SPACE TO DECISION
           ACCEPT DECISION
           MOVE FUNCTION UPPER-CASE(DECISION) TO DECISION
           MOVE RV-BANK(RV-INDEX) TO WORK-BANK
           MOVE RV-ACCOUNT(RV-INDEX) TO WORK-ACCOUNT
           EVALUATE DECISION
           WHEN 'C'
               MOVE 'C' TO RV-STATUS(RV-INDEX)
               MOVE OPERATOR-ID TO RV-DECIDED-BY(RV-INDEX)
               MOVE TODAY TO RV-DECIDED-DATE(RV-INDEX)
               PERFORM ReleaseClearedAccount
               MOVE 'SCRNCLR' TO ACTION-NAME
               MOVE function concatenate('F ', RV-ENTRY-ID(RV-INDEX))
                   TO OLD-IMAGE
               MOVE WORK-STATUS TO NEW-IMAGE
               PERFORM RecordChange
               DISPLAY "Hit cleared - account status " WORK-STATUS
           WHEN 'H'
               MOVE 'H' TO RV-STATUS(RV-INDEX)
               MOVE OPERATOR-ID TO RV-DECIDED-BY(RV-INDEX)
               MOVE TODAY TO RV-DECIDED-DATE(RV-INDEX)
               MOVE 'SCRNCNF' TO ACTION-NAME
               MOVE function concatenate('F ', RV-ENTRY-ID(RV-INDEX))
                   TO OLD-IMAGE
               MOVE function concatenate('F ', RV-ENTRY-ID(RV-INDEX),
                   ' CONFIRMED') TO NEW-IMAGE
               PERFORM RecordChange
               DISPLAY "Hit confirmed - account stays frozen."
           WHEN 'Q'
               SET STOP-REVIEW TO TRUE
           WHEN SPACE
               CONTINUE
           WHEN OTHER
               DISPLAY "Decision must be C, H, blank or Q - skipped."
           END-EVALUATE
           .

      * the account only leaves the freeze once none of its hits is
      * still open - another pending or confirmed hit keeps it
       ReleaseClearedAccount SECTION.
           MOVE 'F' TO WORK-STATUS
           PERFORM VARYING RV-OTHER-INDEX FROM 1 BY 1
               UNTIL RV-OTHER-INDEX > RV-USED
               IF RV-BANK(RV-OTHER-INDEX) = WORK-BANK
                   AND RV-ACCOUNT(RV-OTHER-INDEX) = WORK-ACCOUNT
                   AND (RV-PENDING(RV-OTHER-INDEX)
                     OR RV-CONFIRMED(RV-OTHER-INDEX))
                   EXIT SECTION
               END-IF
           END-PERFORM
           MOVE RV-PRIOR-STATUS(RV-INDEX) TO WORK-STATUS
           IF WORK-STATUS = SPACE
               MOVE 'O' TO WORK-STATUS
           END-IF
           PERFORM FindStatusEntry
           PERFORM SetFeedStatus
           PERFORM ApplyMasterStatus
           .

       FindStatusEntry SECTION.
           MOVE 0 TO SF-MATCH-INDEX
           PERFORM VARYING SF-INDEX FROM 1 BY 1
               UNTIL SF-INDEX > SF-USED
               IF SF-BANK(SF-INDEX) = WORK-BANK
                   AND SF-ACCOUNT(SF-INDEX) = WORK-ACCOUNT
                   MOVE SF-INDEX TO SF-MATCH-INDEX
               END-IF
           END-PERFORM
           .

       SetFeedStatus SECTION.
           IF SF-MATCH-INDEX > 0
               MOVE WORK-STATUS TO SF-STATUS(SF-MATCH-INDEX)
           ELSE
               ADD 1 TO SF-USED
               MOVE WORK-BANK TO SF-BANK(SF-USED)
               MOVE WORK-ACCOUNT TO SF-ACCOUNT(SF-USED)
               MOVE WORK-STATUS TO SF-STATUS(SF-USED)
               MOVE SF-USED TO SF-MATCH-INDEX
           END-IF
           .

      *****************************************************************
      * Indexed master update - the .dat stays consistent with the
      * status feed in the same step
      *****************************************************************
       ApplyMasterStatus SECTION.
           MOVE 'N' TO MASTER-PRESENT-SW
           OPEN I-O MASTER-ISAM-DATA
           IF MASTER-FILE-STATUS = "00"
               SET MASTER-PRESENT TO TRUE
           END-IF
           IF MASTER-PRESENT
               MOVE WORK-BANK TO MST-BANK-ID
               MOVE WORK-ACCOUNT TO MST-ACCOUNT-ID
               READ MASTER-ISAM-DATA
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WORK-STATUS TO MST-STATUS
                       REWRITE MASTER-REC
                       END-REWRITE
               END-READ
               CLOSE MASTER-ISAM-DATA
           END-IF
           .

      *****************************************************************
      * Change log - operator, action, key and before/after image.
      * The status feed and the review file rewrite here too, so a
      * session that ends without 'Q' leaves the files agreeing.
      *****************************************************************
       RecordChange SECTION.
           ADD 1 TO CHANGE-COUNT
           PERFORM RewriteStatusFeed
           PERFORM RewriteReviews
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
               MOVE "SC0002" TO MSG-ID
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
       LoadNameFeed SECTION.
           OPEN INPUT ACCOUNT-MASTER-DATA
           IF ACCTMAST-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ ACCOUNT-MASTER-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF AM-BANK-ID-F IS NUMERIC
                               AND NF-USED < 2000
                               ADD 1 TO NF-USED
                               MOVE AM-BANK-ID-F TO NF-BANK(NF-USED)
                               MOVE AM-ACCOUNT-ID-F
                                   TO NF-ACCOUNT(NF-USED)
                               MOVE AM-NAME-F TO NF-NAME(NF-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-MASTER-DATA
           END-IF
           .

       LoadCustomerLinks SECTION.
           OPEN INPUT CUSTOMER-MASTER-DATA
           IF CUSTMAST-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ CUSTOMER-MASTER-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF CU-BANK-ID-F IS NUMERIC
                               AND CU-ACCOUNT-ID-F IS NUMERIC
                               AND CL-USED < 2000
                               ADD 1 TO CL-USED
                               MOVE CU-BANK-ID-F TO CL-BANK(CL-USED)
                               MOVE CU-ACCOUNT-ID-F
                                   TO CL-ACCOUNT(CL-USED)
                               MOVE CU-NAME-F TO CL-NAME(CL-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CUSTOMER-MASTER-DATA
           END-IF
           .

       LoadStatusFeed SECTION.
           OPEN INPUT ACCOUNT-STATUS-DATA
           IF ACCTSTAT-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ ACCOUNT-STATUS-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF AS-BANK-ID-F IS NUMERIC
                               AND SF-USED < 2000
                               ADD 1 TO SF-USED
                               MOVE AS-BANK-ID-F TO SF-BANK(SF-USED)
                               MOVE AS-ACCOUNT-ID-F
                                   TO SF-ACCOUNT(SF-USED)
                               MOVE AS-STATUS-F TO SF-STATUS(SF-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-STATUS-DATA
           END-IF
           .

      * the comparison keys are built once here, not per holder
       LoadWatchlist SECTION.
           OPEN INPUT WATCHLIST-DATA
           IF WATCHLIST-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ WATCHLIST-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           PERFORM LoadListedName
                   END-READ
               END-PERFORM
               CLOSE WATCHLIST-DATA
           ELSE
               MOVE "SC0003" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN watchlist.txt, STATUS=",
                   WATCHLIST-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
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
           IF WLT-USED >= 3000
               MOVE "SC0004" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE "WATCHLIST TABLE FULL - REMAINING NAMES IGNORED"
                   TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               SET FILE-EOF TO TRUE
               EXIT SECTION
           END-IF
           ADD 1 TO WLT-USED
           MOVE WL-ENTRY-ID-F TO WLT-ID(WLT-USED)
           MOVE WL-NAME-F TO WLT-NAME(WLT-USED)
           MOVE WL-SOURCE-F TO WLT-SOURCE(WLT-USED)
           MOVE NK-SORTED-KEY TO WLT-SORTED-KEY(WLT-USED)
           MOVE NK-SQUEEZED-KEY TO WLT-SQUEEZED-KEY(WLT-USED)
           IF WL-LIST-DATE-F > WATCHLIST-LIST-DATE
               MOVE WL-LIST-DATE-F TO WATCHLIST-LIST-DATE
           END-IF
           .

       LoadReviews SECTION.
           OPEN INPUT SCREENING-REVIEW-DATA
           IF SCRNREV-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ SCREENING-REVIEW-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF SR-BANK-ID-F NOT = SPACES
                               AND RV-USED < 2000
                               ADD 1 TO RV-USED
                               MOVE SR-FOUND-DATE-F
                                   TO RV-FOUND-DATE(RV-USED)
                               MOVE SR-BANK-ID-F TO RV-BANK(RV-USED)
                               MOVE SR-ACCOUNT-ID-F
                                   TO RV-ACCOUNT(RV-USED)
                               MOVE SR-FOUND-BY-F
                                   TO RV-FOUND-BY(RV-USED)
                               MOVE SR-HOLDER-NAME-F
                                   TO RV-HOLDER-NAME(RV-USED)
                               MOVE SR-ENTRY-ID-F
                                   TO RV-ENTRY-ID(RV-USED)
                               MOVE SR-LISTED-NAME-F
                                   TO RV-LISTED-NAME(RV-USED)
                               MOVE SR-LIST-SOURCE-F
                                   TO RV-LIST-SOURCE(RV-USED)
                               MOVE SR-STATUS-F TO RV-STATUS(RV-USED)
                               MOVE SR-PRIOR-STATUS-F
                                   TO RV-PRIOR-STATUS(RV-USED)
                               MOVE SR-DECIDED-BY-F
                                   TO RV-DECIDED-BY(RV-USED)
                               MOVE SR-DECIDED-DATE-F
                                   TO RV-DECIDED-DATE(RV-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCREENING-REVIEW-DATA
           END-IF
           .

       RewriteStatusFeed SECTION.
           OPEN OUTPUT ACCOUNT-STATUS-DATA
           IF ACCTSTAT-FILE-STATUS NOT = "00"
               MOVE "SC0005" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE account_status.txt, STATUS=",
                   ACCTSTAT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING SF-INDEX FROM 1 BY 1
                   UNTIL SF-INDEX > SF-USED
                   MOVE SF-BANK(SF-INDEX) TO AS-BANK-ID-F
                   MOVE SF-ACCOUNT(SF-INDEX) TO AS-ACCOUNT-ID-F
                   MOVE SF-STATUS(SF-INDEX) TO AS-STATUS-F
                   WRITE ACCOUNT-STATUS-F
               END-PERFORM
               CLOSE ACCOUNT-STATUS-DATA
           END-IF
           .

       RewriteReviews SECTION.
           OPEN OUTPUT SCREENING-REVIEW-DATA
           IF SCRNREV-FILE-STATUS NOT = "00"
               MOVE "SC0006" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE screening_review.txt, STATUS=",
                   SCRNREV-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING RV-WRITE-INDEX FROM 1 BY 1
                   UNTIL RV-WRITE-INDEX > RV-USED
                   MOVE RV-FOUND-DATE(RV-WRITE-INDEX) TO SR-FOUND-DATE-F
                   MOVE RV-BANK(RV-WRITE-INDEX) TO SR-BANK-ID-F
                   MOVE RV-ACCOUNT(RV-WRITE-INDEX) TO SR-ACCOUNT-ID-F
                   MOVE RV-FOUND-BY(RV-WRITE-INDEX) TO SR-FOUND-BY-F
                   MOVE RV-HOLDER-NAME(RV-WRITE-INDEX)
                       TO SR-HOLDER-NAME-F
                   MOVE RV-ENTRY-ID(RV-WRITE-INDEX) TO SR-ENTRY-ID-F
                   MOVE RV-LISTED-NAME(RV-WRITE-INDEX)
                       TO SR-LISTED-NAME-F
                   MOVE RV-LIST-SOURCE(RV-WRITE-INDEX)
                       TO SR-LIST-SOURCE-F
                   MOVE RV-STATUS(RV-WRITE-INDEX) TO SR-STATUS-F
                   MOVE RV-PRIOR-STATUS(RV-WRITE-INDEX)
                       TO SR-PRIOR-STATUS-F
                   MOVE RV-DECIDED-BY(RV-WRITE-INDEX) TO SR-DECIDED-BY-F
                   MOVE RV-DECIDED-DATE(RV-WRITE-INDEX)
                       TO SR-DECIDED-DATE-F
                   WRITE SCREENING-REVIEW-F
               END-PERFORM
               CLOSE SCREENING-REVIEW-DATA
           END-IF
           .

       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           .

       END PROGRAM SCREENING.
