       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BAUM-DATA ASSIGN TO BAUM-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BAUM-FILE-STATUS.
           SELECT CUSTOMER-MASTER-DATA ASSIGN TO
             "batchprocess/customer_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTMAST-FILE-STATUS.
           SELECT ADDRESS-DATA ASSIGN TO
             "batchprocess/customer_addresses.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ADDRESS-FILE-STATUS.
           SELECT BANK-MASTER-DATA ASSIGN TO
             "batchprocess/bank_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BANKMAST-FILE-STATUS.
           SELECT MASTER-ISAM-DATA ASSIGN TO
             "batchprocess/account_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           FILE STATUS IS MASTER-FILE-STATUS.
           SELECT ACCOUNT-STATUS-DATA ASSIGN TO
             "batchprocess/account_status.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCTSTAT-FILE-STATUS.
           SELECT OPTOUT-DATA ASSIGN TO
             "batchprocess/mailing_optout.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPTOUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD BAUM-DATA.
           01 BAUM-DATA-F.
            05 BAUM-LINE PIC X(100).
           FD CUSTOMER-MASTER-DATA.
           01 CUSTOMER-MASTER-F.
            05 CU-CUSTOMER-ID-F PIC X(8).
            05 CU-BANK-ID-F PIC X(5).
            05 CU-ACCOUNT-ID-F PIC X(10).
            05 CU-NAME-F PIC X(30).
           FD ADDRESS-DATA.
           COPY CADRREC.
           FD BANK-MASTER-DATA.
           01 BANK-MASTER-F.
            05 BM-BANK-ID-F PIC X(5).
            05 BM-NAME-F PIC X(30).
            05 BM-SETTLE-ACCOUNT-F PIC X(10).
           FD MASTER-ISAM-DATA.
           COPY MSTREC.
           FD ACCOUNT-STATUS-DATA.
           COPY ACCTSREC.
      * mailing suppression list - one customer id per line, anything
      * after it is a note; lines starting with * are comments
           FD OPTOUT-DATA.
           01 OPTOUT-F.
            05 OO-CUSTOMER-ID-F PIC X(8).
            05 OO-NOTE-F PIC X(72).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           88 COLOR-MODE VALUE "Y", "y".
       01 OUTPUT-CHOICE PIC X VALUE "1".
           88 OUTPUT-TO-FILE VALUE "2".
       01 BAUM-FILE-NAME PIC X(60) VALUE "weihnachtsbaum/output.txt".
       01 BAUM-FILE-STATUS PIC X(2).
       01 CURRENT-LINE PIC 999 VALUE 1.
       01 LINE-CHAR-POS PIC 999.
       01 GREETING-INPUT PIC X(120).
       01 GREETING-INDEX PIC 9.
       01 GREETING-LENGTH PIC 999.
       01 GREETING-START PIC S999.
       01 GREETING-DONE-SW PIC X VALUE "N".
           88 GREETING-DONE VALUE "Y".

      * greeting-card run - one card per customer of
      * customer_master.txt into greeting_cards.txt, each on its own
      * page: the address block from customer_addresses.txt (when the
      * customer has one), the tree, and the greeting with the
      * customer's name and the name of the bank (bank_master.txt)
      * holding the customer's first open account. Customers whose
      * accounts are all closed and those on the suppression list
      * (mailing_optout.txt) get no card.
       01 MAIL-MERGE-CHOICE PIC X VALUE "N".
           88 MAIL-MERGE-MODE VALUE "Y", "y".
       01 PAGE-EJECT-SW PIC X VALUE "N".
           88 PAGE-EJECT VALUE "Y".
       01 CARD-TEXT PIC X(100).
       01 MERGE-FILE-STATUS.
           05 CUSTMAST-FILE-STATUS PIC X(2).
           05 ADDRESS-FILE-STATUS PIC X(2).
           05 BANKMAST-FILE-STATUS PIC X(2).
           05 MASTER-FILE-STATUS PIC X(2).
           05 ACCTSTAT-FILE-STATUS PIC X(2).
           05 OPTOUT-FILE-STATUS PIC X(2).
       01 MERGE-EOF-SW PIC X VALUE "N".
           88 MERGE-EOF VALUE "Y".
       01 MASTER-OPEN-SW PIC X VALUE "N".
           88 MASTER-OPEN VALUE "Y".
       01 MERGE-RC PIC 99 VALUE 0.
       01 CUSTOMER-TABLE.
           05 CM-USED PIC 9(4) VALUE 0.
           05 CM-ENTRY OCCURS 2000 TIMES.
               10 CM-ID PIC X(8).
               10 CM-NAME PIC X(30).
               10 CM-BANK PIC X(5).
               10 CM-OPEN-SW PIC X.
                   88 CM-HAS-OPEN-ACCOUNT VALUE "Y".
               10 CM-OPTOUT-SW PIC X.
                   88 CM-OPTED-OUT VALUE "Y".
               10 CM-ADDRESS-SW PIC X.
                   88 CM-ADDRESS-FOUND VALUE "Y".
               10 CM-LINE-1 PIC X(35).
               10 CM-LINE-2 PIC X(35).
               10 CM-POSTCODE PIC X(10).
               10 CM-TOWN PIC X(25).
               10 CM-COUNTRY PIC X(2).
       01 CM-INDEX PIC 9(4).
       01 CM-MATCH PIC 9(4).
       01 CM-LOOKUP-ID PIC X(8).
       01 BANK-TABLE.
           05 BK-USED PIC 999 VALUE 0.
           05 BK-ENTRY OCCURS 200 TIMES.
               10 BK-ID PIC X(5).
               10 BK-NAME PIC X(30).
       01 BK-INDEX PIC 999.
       01 BRANCH-NAME PIC X(30).
      * account_status.txt stands in when the indexed master cannot
      * be opened; an account on neither counts as open
       01 STATUS-TABLE.
           05 AS-USED PIC 9(4) VALUE 0.
           05 AS-ENTRY OCCURS 5000 TIMES.
               10 AS-BANK PIC X(5).
               10 AS-ACCOUNT PIC X(10).
               10 AS-STATUS PIC X.
       01 AS-INDEX PIC 9(4).
       01 LINK-STATUS PIC X.
           88 LINK-CLOSED VALUE "C".
       01 MERGE-COUNTS.
           05 CARDS-WRITTEN PIC 9(5) VALUE 0.
           05 SKIPPED-CLOSED PIC 9(5) VALUE 0.
           05 SKIPPED-OPTOUT PIC 9(5) VALUE 0.
       01 CARDS-WRITTEN-ED PIC Z(4)9.
       01 SKIPPED-CLOSED-ED PIC Z(4)9.
       01 SKIPPED-OPTOUT-ED PIC Z(4)9.
       01 CARD-DIRECTORY PIC X(60) VALUE "weihnachtsbaum".
       COPY REGNREC.

       PROCEDURE DIVISION.
           DISPLAY 'IT looks a lot like christmas XXX'
           PERFORM Prompt-Hoehe

           DISPLAY "Greeting-card run for customers (mail merge)? Y/N"
           ACCEPT MAIL-MERGE-CHOICE
           IF MAIL-MERGE-MODE
               MOVE 'ENTER' TO RG-FUNCTION
               MOVE SPACES TO RG-REGION
               CALL "REGION" USING REGION-REQUEST
               END-CALL
               IF NOT RG-ENTERED
                   MOVE 16 TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM Grusskarten-Lauf
               GOBACK
           END-IF

           DISPLAY "Card mode - add a greeting text block? Y/N"
           ACCEPT CARD-CHOICE
           IF CARD-MODE
           END-EVALUATE
           .

      * the card file is a print file - every card starts on a new
      * page, so all its lines go out with explicit advancing
       Emit-Line SECTION.
           IF OUTPUT-TO-FILE
               MOVE LINE-TO-EMIT TO BAUM-LINE
               EVALUATE TRUE
               WHEN PAGE-EJECT
                   WRITE BAUM-DATA-F FROM BAUM-LINE
                       AFTER ADVANCING PAGE
                   MOVE "N" TO PAGE-EJECT-SW
               WHEN MAIL-MERGE-MODE
                   WRITE BAUM-DATA-F FROM BAUM-LINE
                       AFTER ADVANCING 1 LINE
               WHEN OTHER
                   WRITE BAUM-DATA-F FROM BAUM-LINE
               END-EVALUATE
               IF BAUM-FILE-STATUS NOT = "00"
                   MOVE "WB0002" TO MSG-ID
                   MOVE "S" TO MSG-SEVERITY
                   MOVE function concatenate(
                       "WRITE FAILED ON ",
                       FUNCTION TRIM(BAUM-FILE-NAME), ", STATUS=",
                       BAUM-FILE-STATUS) TO MSG-TEXT
                   PERFORM LogMessage
                   MOVE 16 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Greeting-card run - the customers, their account states,
      * addresses and the suppression list are gathered first, then
      * every remaining customer gets a card on a page of its own.
      * The run reads the customer files of the data region (REGION)
      * and writes the cards to that region's weihnachtsbaum/.
      *****************************************************************
       Grusskarten-Lauf SECTION.
           DISPLAY "Greeting text (ENTER = Merry Christmas and a "
               "Happy New Year!):"
           MOVE SPACES TO CARD-TEXT
           ACCEPT CARD-TEXT
           IF CARD-TEXT = SPACES
               MOVE "Merry Christmas and a Happy New Year!"
                   TO CARD-TEXT
           END-IF
           PERFORM Lade-Kunden
           IF MERGE-RC >= 16
               MOVE MERGE-RC TO RETURN-CODE
               EXIT SECTION
           END-IF
           PERFORM Lade-Banken
           PERFORM Lade-Adressen
           PERFORM Lade-Sperrliste

      * a region other than the home tree has no weihnachtsbaum/
      * directory of its own until its first card run
           CALL "CBL_CREATE_DIR" USING CARD-DIRECTORY
           END-CALL
           MOVE MERGE-RC TO RETURN-CODE
           MOVE "weihnachtsbaum/greeting_cards.txt" TO BAUM-FILE-NAME
           OPEN OUTPUT BAUM-DATA
           IF BAUM-FILE-STATUS NOT = "00"
               MOVE "WB0005" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "UNABLE TO OPEN greeting_cards.txt, STATUS=",
                   BAUM-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE "2" TO OUTPUT-CHOICE
           MOVE "Y" TO CARD-CHOICE
           PERFORM VARYING CM-INDEX FROM 1 BY 1
               UNTIL CM-INDEX > CM-USED
               PERFORM Drucke-Karte
           END-PERFORM
           CLOSE BAUM-DATA

           MOVE CARDS-WRITTEN TO CARDS-WRITTEN-ED
           MOVE SKIPPED-CLOSED TO SKIPPED-CLOSED-ED
           MOVE SKIPPED-OPTOUT TO SKIPPED-OPTOUT-ED
           MOVE "WB0006" TO MSG-ID
           MOVE "I" TO MSG-SEVERITY
           MOVE function concatenate(
               FUNCTION TRIM(CARDS-WRITTEN-ED),
               " CARDS TO greeting_cards.txt, SKIPPED: ",
               FUNCTION TRIM(SKIPPED-CLOSED-ED),
               " ALL ACCOUNTS CLOSED, ",
               FUNCTION TRIM(SKIPPED-OPTOUT-ED), " OPTED OUT")
               TO MSG-TEXT
           PERFORM LogMessage
           MOVE MERGE-RC TO RETURN-CODE
       EXIT.

      * one line per customer and account; the customer's card goes
      * to the bank of the first open account, else of the first one
       Lade-Kunden SECTION.
           PERFORM Lade-Kontostatus
           OPEN INPUT CUSTOMER-MASTER-DATA
           IF CUSTMAST-FILE-STATUS NOT = "00"
               MOVE "WB0003" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "UNABLE TO OPEN customer_master.txt, STATUS=",
                   CUSTMAST-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO MERGE-RC
               IF MASTER-OPEN
                   CLOSE MASTER-ISAM-DATA
               END-IF
               EXIT SECTION
           END-IF
           MOVE "N" TO MERGE-EOF-SW
           PERFORM UNTIL MERGE-EOF
               READ CUSTOMER-MASTER-DATA
                   AT END
                       SET MERGE-EOF TO TRUE
                   NOT AT END
                       IF CU-CUSTOMER-ID-F NOT = SPACES
                           PERFORM Merke-Kunde
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-DATA
           IF MASTER-OPEN
               CLOSE MASTER-ISAM-DATA
           END-IF
       EXIT.

       Merke-Kunde SECTION.
           MOVE CU-CUSTOMER-ID-F TO CM-LOOKUP-ID
           PERFORM Suche-Kunde
           IF CM-MATCH = 0
               IF CM-USED >= 2000
                   MOVE "WB0007" TO MSG-ID
                   MOVE "W" TO MSG-SEVERITY
                   MOVE function concatenate(
                       "CUSTOMER TABLE FULL - NO CARD FOR ",
                       CU-CUSTOMER-ID-F) TO MSG-TEXT
                   PERFORM LogMessage
                   MOVE 4 TO MERGE-RC
                   EXIT SECTION
               END-IF
               ADD 1 TO CM-USED
               MOVE CM-USED TO CM-MATCH
               INITIALIZE CM-ENTRY(CM-USED)
               MOVE CU-CUSTOMER-ID-F TO CM-ID(CM-USED)
               MOVE CU-NAME-F TO CM-NAME(CM-USED)
               MOVE CU-BANK-ID-F TO CM-BANK(CM-USED)
               MOVE "N" TO CM-OPEN-SW(CM-USED)
               MOVE "N" TO CM-OPTOUT-SW(CM-USED)
               MOVE "N" TO CM-ADDRESS-SW(CM-USED)
           END-IF
           PERFORM Lies-Kontostatus
           IF NOT LINK-CLOSED AND NOT CM-HAS-OPEN-ACCOUNT(CM-MATCH)
               SET CM-HAS-OPEN-ACCOUNT(CM-MATCH) TO TRUE
               MOVE CU-BANK-ID-F TO CM-BANK(CM-MATCH)
           END-IF
       EXIT.

       Suche-Kunde SECTION.
           MOVE 0 TO CM-MATCH
           PERFORM VARYING CM-INDEX FROM 1 BY 1
               UNTIL CM-INDEX > CM-USED OR CM-MATCH > 0
               IF CM-ID(CM-INDEX) = CM-LOOKUP-ID
                   MOVE CM-INDEX TO CM-MATCH
               END-IF
           END-PERFORM
       EXIT.

      * a keyed read against the indexed master, as the inquiry does
       Lies-Kontostatus SECTION.
           MOVE "O" TO LINK-STATUS
           IF MASTER-OPEN
               IF CU-BANK-ID-F IS NUMERIC AND CU-ACCOUNT-ID-F IS NUMERIC
                   MOVE CU-BANK-ID-F TO MST-BANK-ID
                   MOVE CU-ACCOUNT-ID-F TO MST-ACCOUNT-ID
                   READ MASTER-ISAM-DATA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE MST-STATUS TO LINK-STATUS
                   END-READ
               END-IF
           ELSE
               PERFORM VARYING AS-INDEX FROM 1 BY 1
                   UNTIL AS-INDEX > AS-USED
                   IF AS-BANK(AS-INDEX) = CU-BANK-ID-F
                       AND AS-ACCOUNT(AS-INDEX) = CU-ACCOUNT-ID-F
                       MOVE AS-STATUS(AS-INDEX) TO LINK-STATUS
                   END-IF
               END-PERFORM
           END-IF
       EXIT.

       Lade-Kontostatus SECTION.
           OPEN INPUT MASTER-ISAM-DATA
           IF MASTER-FILE-STATUS = "00"
               SET MASTER-OPEN TO TRUE
               EXIT SECTION
           END-IF
           OPEN INPUT ACCOUNT-STATUS-DATA
           IF ACCTSTAT-FILE-STATUS NOT = "00"
               MOVE "WB0004" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "NO ACCOUNT STATUS (account_master.dat STATUS=",
                   MASTER-FILE-STATUS, ") - EVERY ACCOUNT TAKEN AS ",
                   "OPEN") TO MSG-TEXT
               PERFORM LogMessage
               MOVE 4 TO MERGE-RC
               EXIT SECTION
           END-IF
           MOVE "N" TO MERGE-EOF-SW
           PERFORM UNTIL MERGE-EOF
               READ ACCOUNT-STATUS-DATA
                   AT END
                       SET MERGE-EOF TO TRUE
                   NOT AT END
                       IF AS-USED < 5000
                           ADD 1 TO AS-USED
                           MOVE AS-BANK-ID-F TO AS-BANK(AS-USED)
                           MOVE AS-ACCOUNT-ID-F TO AS-ACCOUNT(AS-USED)
                           MOVE AS-STATUS-F TO AS-STATUS(AS-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ACCOUNT-STATUS-DATA
       EXIT.

       Lade-Banken SECTION.
           OPEN INPUT BANK-MASTER-DATA
           IF BANKMAST-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO MERGE-EOF-SW
           PERFORM UNTIL MERGE-EOF
               READ BANK-MASTER-DATA
                   AT END
                       SET MERGE-EOF TO TRUE
                   NOT AT END
                       IF BK-USED < 200
                           ADD 1 TO BK-USED
                           MOVE BM-BANK-ID-F TO BK-ID(BK-USED)
                           MOVE BM-NAME-F TO BK-NAME(BK-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BANK-MASTER-DATA
       EXIT.

      * the address file may not be there yet - the cards then go
      * out with the name alone
       Lade-Adressen SECTION.
           OPEN INPUT ADDRESS-DATA
           IF ADDRESS-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO MERGE-EOF-SW
           PERFORM UNTIL MERGE-EOF
               READ ADDRESS-DATA
                   AT END
                       SET MERGE-EOF TO TRUE
                   NOT AT END
                       MOVE AD-CUSTOMER-ID-F TO CM-LOOKUP-ID
                       PERFORM Suche-Kunde
                       IF CM-MATCH > 0
                           SET CM-ADDRESS-FOUND(CM-MATCH) TO TRUE
                           MOVE AD-LINE-1-F TO CM-LINE-1(CM-MATCH)
                           MOVE AD-LINE-2-F TO CM-LINE-2(CM-MATCH)
                           MOVE AD-POSTCODE-F TO CM-POSTCODE(CM-MATCH)
                           MOVE AD-TOWN-F TO CM-TOWN(CM-MATCH)
                           MOVE AD-COUNTRY-F TO CM-COUNTRY(CM-MATCH)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ADDRESS-DATA
       EXIT.

       Lade-Sperrliste SECTION.
           OPEN INPUT OPTOUT-DATA
           IF OPTOUT-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE "N" TO MERGE-EOF-SW
           PERFORM UNTIL MERGE-EOF
               READ OPTOUT-DATA
                   AT END
                       SET MERGE-EOF TO TRUE
                   NOT AT END
                       IF OO-CUSTOMER-ID-F(1:1) NOT = "*"
                           MOVE OO-CUSTOMER-ID-F TO CM-LOOKUP-ID
                           PERFORM Suche-Kunde
                           IF CM-MATCH > 0
                               SET CM-OPTED-OUT(CM-MATCH) TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPTOUT-DATA
       EXIT.

       Drucke-Karte SECTION.
           IF NOT CM-HAS-OPEN-ACCOUNT(CM-INDEX)
               ADD 1 TO SKIPPED-CLOSED
               EXIT SECTION
           END-IF
           IF CM-OPTED-OUT(CM-INDEX)
               ADD 1 TO SKIPPED-OPTOUT
               EXIT SECTION
           END-IF
           MOVE SPACES TO BRANCH-NAME
           PERFORM VARYING BK-INDEX FROM 1 BY 1
               UNTIL BK-INDEX > BK-USED
               IF BK-ID(BK-INDEX) = CM-BANK(CM-INDEX)
                   MOVE BK-NAME(BK-INDEX) TO BRANCH-NAME
               END-IF
           END-PERFORM

           SET PAGE-EJECT TO TRUE
           MOVE SPACES TO LINE-TO-EMIT
           MOVE CM-NAME(CM-INDEX) TO LINE-TO-EMIT(5:)
           PERFORM Emit-Line
           IF CM-ADDRESS-FOUND(CM-INDEX)
               MOVE SPACES TO LINE-TO-EMIT
               MOVE CM-LINE-1(CM-INDEX) TO LINE-TO-EMIT(5:)
               PERFORM Emit-Line
               IF CM-LINE-2(CM-INDEX) NOT = SPACES
                   MOVE SPACES TO LINE-TO-EMIT
                   MOVE CM-LINE-2(CM-INDEX) TO LINE-TO-EMIT(5:)
                   PERFORM Emit-Line
               END-IF
               MOVE SPACES TO LINE-TO-EMIT
               MOVE FUNCTION CONCATENATE(
                   FUNCTION TRIM(CM-POSTCODE(CM-INDEX)), " ",
                   FUNCTION TRIM(CM-TOWN(CM-INDEX)))
                   TO LINE-TO-EMIT(5:)
               PERFORM Emit-Line
               MOVE SPACES TO LINE-TO-EMIT
               MOVE CM-COUNTRY(CM-INDEX) TO LINE-TO-EMIT(5:)
               PERFORM Emit-Line
           END-IF
           MOVE SPACES TO LINE-TO-EMIT
           PERFORM Emit-Line
           PERFORM Emit-Line

           MOVE 0 TO GREETING-USED
           MOVE SPACES TO GREETING-INPUT
           MOVE FUNCTION CONCATENATE("Dear ",
               FUNCTION TRIM(CM-NAME(CM-INDEX)), ",") TO GREETING-INPUT
           ADD 1 TO GREETING-USED
           PERFORM Center-Greeting-Line
           MOVE CARD-TEXT TO GREETING-INPUT
           ADD 1 TO GREETING-USED
           PERFORM Center-Greeting-Line
           IF BRANCH-NAME NOT = SPACES
               MOVE SPACES TO GREETING-INPUT
               MOVE FUNCTION CONCATENATE("With warm wishes from ",
                   FUNCTION TRIM(BRANCH-NAME)) TO GREETING-INPUT
               ADD 1 TO GREETING-USED
               PERFORM Center-Greeting-Line
           END-IF
           PERFORM Main
           ADD 1 TO CARDS-WRITTEN
       EXIT.

      *****************************************************************
      * Snowfall animation - the tree redraws at fixed screen
      * positions, then flakes drift down over it frame by frame;
