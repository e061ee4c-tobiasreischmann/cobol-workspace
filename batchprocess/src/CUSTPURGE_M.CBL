       IDENTIFICATION DIVISION.
       PROGRAM-ID.  CUSTPURGE.
      *****************************************************************
      * Retention purge - finds the customers whose accounts have all
      * been closed for longer than the retention period (PURGEYEARS
      * in runparams.txt, default 10 years before the run date, which
      * is today or PROCDATE) and takes their names out of the files:
      *   account_master.dat, account_master.txt, customer_master.txt
      *   and the master backup generations carry PURGED and the run
      *   date instead of the name, the customer name index
      *   (name_index.txt) is rebuilt without it, the customer's line
      *   leaves customer_addresses.txt, and the name and address
      *   images of their lines on maintenance_log.txt are replaced;
      *   a name quoted in the comment of an audit_trail.txt or
      *   audit_archive_*.txt line is blotted out with asterisks.
      * Account numbers, dates and every amount stay as they are, so
      * AUDITCHECK and YEARSUM still balance. An audit file that
      * changes is sealed again through AUDITHASH and the new hashes
      * are carried on through the later archives, audit_trail.txt
      * and audit_archive_index.txt; the trails are only touched when
      * all their chains check intact before the purge.
      * An account counts as closed from the approval of its closure
      * on maintenance_log.txt, else from its last activity; a closed
      * account still holding a balance is kept. An account shared by
      * several customers goes only when every one of them goes, and
      * an account linked to no customer is judged on its own.
      * The candidates are listed first and the purge runs only when
      * the operator confirms with PURGE. It then writes the purge
      * certificate purge_certificate_<date><time>.txt - customers,
      * accounts, closure dates, files changed and the resealed chain
      * hashes, with no name on it. A listing alone goes to
      * purge_candidates.txt. Both carry the standard page headers
      * (RPTPAGE).
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
           SELECT CUSTOMER-MASTER-DATA ASSIGN TO
             "batchprocess/customer_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUSTMAST-FILE-STATUS.
           SELECT MAINT-LOG-DATA ASSIGN TO
             "batchprocess/maintenance_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTLOG-FILE-STATUS.
           SELECT RUN-PARAM-DATA ASSIGN TO
             "batchprocess/runparams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAM-FILE-STATUS.
           SELECT ARCHIVE-INDEX-DATA ASSIGN TO
             "batchprocess/audit_archive_index.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIDX-FILE-STATUS.
           SELECT BACKUP-INDEX-DATA ASSIGN TO
             "batchprocess/master_backup_index.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BAKIDX-FILE-STATUS.
           SELECT FLAT-FILE-DATA ASSIGN TO FLAT-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FLAT-FILE-STATUS.
           SELECT PURGE-WORK-DATA ASSIGN TO
             "batchprocess/purge_work.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PWORK-FILE-STATUS.
           SELECT PURGE-REPORT-DATA ASSIGN TO PURGE-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PREPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD MASTER-ISAM-DATA.
           COPY MSTREC.
           FD CUSTOMER-MASTER-DATA.
           01 CUSTOMER-MASTER-F.
            05 CU-CUSTOMER-ID-F PIC X(8).
            05 CU-BANK-ID-F PIC X(5).
            05 CU-ACCOUNT-ID-F PIC X(10).
            05 CU-NAME-F PIC X(30).
           FD MAINT-LOG-DATA.
           01 MAINT-LOG-F.
            05 MAINT-LOG-LINE PIC X(300).
           FD RUN-PARAM-DATA.
           01 RUN-PARAM-F.
            05 RP-LINE PIC X(40).
           FD ARCHIVE-INDEX-DATA.
           01 ARCHIVE-INDEX-F.
            05 AIX-LINE PIC X(90).
           FD BACKUP-INDEX-DATA.
           01 BACKUP-INDEX-F.
            05 BIDX-LINE PIC X(20).
           FD FLAT-FILE-DATA.
           01 FLAT-FILE-F.
            05 FLAT-FILE-LINE PIC X(300).
           FD PURGE-WORK-DATA.
           01 PURGE-WORK-F.
            05 PURGE-WORK-LINE PIC X(300).
           FD PURGE-REPORT-DATA.
           01 PURGE-REPORT-F.
            05 PURGE-REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "CUSTPURGE".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 MASTER-FILE-STATUS PIC X(2).
           05 CUSTMAST-FILE-STATUS PIC X(2).
           05 MAINTLOG-FILE-STATUS PIC X(2).
           05 RUNPARAM-FILE-STATUS PIC X(2).
           05 ARCHIDX-FILE-STATUS PIC X(2).
           05 BAKIDX-FILE-STATUS PIC X(2).
           05 FLAT-FILE-STATUS PIC X(2).
           05 PWORK-FILE-STATUS PIC X(2).
           05 PREPORT-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(8).
       01 RUN-STAMP PIC X(14).
       01 RP-KEY PIC X(20).
       01 RP-VALUE PIC X(20).
       01 PURGE-YEARS PIC 99 VALUE 10.
       01 CUTOFF-DATE PIC 9(8).
       01 PURGE-NAME PIC X(30).
       01 CONFIRM-INPUT PIC X(10).
       01 PURGE-REPORT-NAME PIC X(60).
       01 PURGE-FAILED-SW PIC X VALUE 'N'.
           88 PURGE-FAILED VALUE 'Y'.
       01 TRAILS-REFUSED-SW PIC X VALUE 'N'.
           88 TRAILS-REFUSED VALUE 'Y'.
       01 TABLE-FULL-SW PIC X VALUE 'N'.
           88 TABLE-FULL VALUE 'Y'.

      * accounts on the indexed master - closure date from the log or
      * the last activity, and the verdict of the evaluation
       01 ACCOUNT-TABLE.
           05 AC-USED PIC 9(5) VALUE 0.
           05 AC-ENTRY OCCURS 5000 TIMES.
               10 AC-BANK PIC X(5).
               10 AC-ACCOUNT PIC X(10).
               10 AC-STATUS PIC X.
               10 AC-NAME PIC X(30).
               10 AC-CLOSE-DATE PIC 9(8).
               10 AC-CLOSE-SOURCE PIC X(8).
               10 AC-BALANCE-SW PIC X.
                   88 AC-BALANCE-HELD VALUE 'Y'.
               10 AC-ELIGIBLE-SW PIC X.
                   88 AC-ELIGIBLE VALUE 'Y'.
               10 AC-BLOCKED-SW PIC X.
                   88 AC-BLOCKED VALUE 'Y'.
               10 AC-LINKED-SW PIC X.
                   88 AC-LINKED VALUE 'Y'.
               10 AC-PURGE-SW PIC X.
                   88 AC-PURGE VALUE 'Y'.
               10 AC-REASON PIC X(30).
       01 AC-INDEX PIC 9(5).
       01 AC-MATCH-INDEX PIC 9(5).
       01 WORK-SLOT PIC 9.

      * customer_master.txt links and the customers behind them
       01 LINK-TABLE.
           05 CL-USED PIC 9(5) VALUE 0.
           05 CL-ENTRY OCCURS 5000 TIMES.
               10 CL-CUSTOMER PIC X(8).
               10 CL-BANK PIC X(5).
               10 CL-ACCOUNT PIC X(10).
               10 CL-NAME PIC X(30).
               10 CL-AC-INDEX PIC 9(5).
               10 CL-CS-INDEX PIC 9(5).
       01 CL-INDEX PIC 9(5).
       01 CUSTOMER-TABLE.
           05 CS-USED PIC 9(5) VALUE 0.
           05 CS-ENTRY OCCURS 5000 TIMES.
               10 CS-CUSTOMER PIC X(8).
               10 CS-ELIGIBLE-SW PIC X.
                   88 CS-ELIGIBLE VALUE 'Y'.
               10 CS-PURGE-SW PIC X.
                   88 CS-PURGE VALUE 'Y'.
       01 CS-INDEX PIC 9(5).
       01 CS-MATCH-INDEX PIC 9(5).
       01 VERDICT-CHANGED-SW PIC X.
           88 VERDICT-CHANGED VALUE 'Y'.

      * the names being purged, upper case, blotted out wherever a
      * comment quotes them
       01 NAME-TABLE.
           05 NM-USED PIC 9(4) VALUE 0.
           05 NM-ENTRY OCCURS 2000 TIMES.
               10 NM-NAME PIC X(30).
               10 NM-LENGTH PIC 99.
       01 NM-INDEX PIC 9(4).
       01 NAME-IN PIC X(30).
       01 NAME-LENGTH PIC 99.
       01 NAME-FOUND-SW PIC X.
           88 NAME-FOUND VALUE 'Y'.
       01 SCAN-TEXT PIC X(110).
       01 SCAN-UPPER PIC X(110).
       01 SCAN-LENGTH PIC 999.
       01 SCAN-POS PIC 999.
       01 SCRUB-HIT-SW PIC X.
           88 SCRUB-HIT VALUE 'Y'.

      * one flat file rewritten through purge_work.txt - the kind
      * picks the line rule, the file is copied back only if a line
      * changed
       01 FLAT-FILE-NAME PIC X(60).
       01 FLAT-KIND PIC X.
           88 KIND-NAME-FEED VALUE 'N'.
           88 KIND-CUSTOMER VALUE 'C'.
           88 KIND-ADDRESS VALUE 'A'.
           88 KIND-MAINT-LOG VALUE 'L'.
           88 KIND-DUMP VALUE 'D'.
           88 KIND-AUDIT VALUE 'T'.
       01 FLAT-LINE PIC X(300).
       01 LINE-CHANGED-SW PIC X.
           88 LINE-CHANGED VALUE 'Y'.
       01 LINE-DROPPED-SW PIC X.
           88 LINE-DROPPED VALUE 'Y'.
       01 FILE-CHANGES PIC 9(7).
       01 FILE-RESEALED PIC 9(7).
       01 FILES-CHANGED PIC 9(5) VALUE 0.
       01 MASTER-CHANGES PIC 9(7) VALUE 0.

      * audit chain - a resealed file hands its new end hash on to
      * the file that continued from its old one
       01 HASH-XLATE-TABLE.
           05 HX-USED PIC 999 VALUE 0.
           05 HX-ENTRY OCCURS 210 TIMES.
               10 HX-OLD PIC X(10).
               10 HX-NEW PIC X(10).
       01 HX-INDEX PIC 999.
       01 HASH-IN PIC X(10).
       01 HASH-OUT PIC X(10).
       01 CHAINED-LINES PIC 9(7).
       01 OLD-PRIOR-HASH PIC X(10).
       01 NEW-PRIOR-HASH PIC X(10).
       01 OLD-LINE-HASH PIC X(10).
       01 PREV-OLD-HASH PIC X(10).
       01 PREV-NEW-HASH PIC X(10).
       01 FILE-OLD-END PIC X(10).
       01 TRAIL-UNCHAINED-SW PIC X.
           88 TRAIL-UNCHAINED VALUE 'Y'.
           COPY AHSHREC.

      * audit_archive_index.txt lines as read, and the backup dates
      * of master_backup_index.txt
       01 ARCHIVE-INDEX-TABLE.
           05 IX-USED PIC 999 VALUE 0.
           05 IX-LINE PIC X(90) OCCURS 200 TIMES.
       01 IX-INDEX PIC 999.
       01 IX-COUNT PIC 9(10).
       01 BACKUP-DATE-TABLE.
           05 BK-USED PIC 99 VALUE 0.
           05 BK-DATE PIC X(8) OCCURS 40 TIMES.
       01 BK-INDEX PIC 99.

       01 CANDIDATE-COUNTS.
           05 CUSTOMERS-PURGED PIC 9(5) VALUE 0.
           05 ACCOUNTS-PURGED PIC 9(5) VALUE 0.
           05 ACCOUNTS-KEPT PIC 9(5) VALUE 0.
       01 LIST-CUSTOMER PIC X(8).
       01 WORK-CUSTOMER PIC X(8).
       01 WORK-BANK PIC X(5).
       01 WORK-ACCOUNT PIC X(10).
       01 FORMATTED-COUNT PIC Z(6)9.
       01 SAVED-RETURN-CODE PIC S9(9) COMP.
       COPY NIRQREC.
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
           MOVE FUNCTION CURRENT-DATE(1:14) TO RUN-STAMP
           MOVE RUN-STAMP(1:8) TO RUN-DATE
           PERFORM LoadRunParameters
           COMPUTE CUTOFF-DATE = RUN-DATE - PURGE-YEARS * 10000
           MOVE function concatenate('PURGED ', RUN-DATE)
               TO PURGE-NAME
           DISPLAY "Retention purge run " RUN-DATE " - accounts "
               "closed before " CUTOFF-DATE " (" PURGE-YEARS
               " years)"
           PERFORM LoadAccountMaster
           IF PURGE-FAILED
               GOBACK
           END-IF
           PERFORM LoadCustomerLinks
           PERFORM LoadClosureDates
           PERFORM EvaluateAccounts
           PERFORM EvaluateCustomers
           PERFORM SelectPurge
           IF TABLE-FULL
               MOVE "PU0007" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate("MORE THAN 5000 ACCOUNTS, ",
                   "LINKS OR CUSTOMERS - THE REST ARE NOT JUDGED ",
                   "IN THIS RUN") TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF ACCOUNTS-PURGED = 0
               MOVE "PU0001" TO MSG-ID
               MOVE "I" TO MSG-SEVERITY
               MOVE function concatenate("NO CUSTOMER IS DUE FOR ",
                   "PURGING - CLOSED BEFORE ", CUTOFF-DATE)
                   TO MSG-TEXT
               PERFORM LogMessage
               PERFORM WriteCandidateList
               GOBACK
           END-IF
           PERFORM DisplayCandidates
           DISPLAY "Type PURGE to remove the names of the "
               CUSTOMERS-PURGED " customer(s) and " ACCOUNTS-PURGED
               " account(s) listed, anything else to stop:"
           MOVE SPACES TO CONFIRM-INPUT
           ACCEPT CONFIRM-INPUT
           IF FUNCTION UPPER-CASE(CONFIRM-INPUT) NOT = 'PURGE'
               MOVE "PU0002" TO MSG-ID
               MOVE "I" TO MSG-SEVERITY
               MOVE function concatenate("PURGE NOT CONFIRMED - ",
                   "CANDIDATES LISTED ON purge_candidates.txt, ",
                   "NOTHING CHANGED") TO MSG-TEXT
               PERFORM LogMessage
               PERFORM WriteCandidateList
               GOBACK
           END-IF
           PERFORM PurgeCustomers
           GOBACK.

      *****************************************************************
      * Loads - master, customer links, closure approvals
      *****************************************************************
       LoadAccountMaster SECTION.
           OPEN INPUT MASTER-ISAM-DATA
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "PU0003" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN account_master.dat, STATUS=",
                   MASTER-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               SET PURGE-FAILED TO TRUE
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ MASTER-ISAM-DATA NEXT RECORD
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF AC-USED < 5000
                           ADD 1 TO AC-USED
                           PERFORM NoteMasterAccount
                       ELSE
                           SET TABLE-FULL TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MASTER-ISAM-DATA
           .

       NoteMasterAccount SECTION.
           INITIALIZE AC-ENTRY(AC-USED)
           MOVE MST-BANK-ID TO AC-BANK(AC-USED)
           MOVE MST-ACCOUNT-ID TO AC-ACCOUNT(AC-USED)
           MOVE MST-STATUS TO AC-STATUS(AC-USED)
           MOVE MST-NAME TO AC-NAME(AC-USED)
           MOVE 0 TO AC-CLOSE-DATE(AC-USED)
           IF MST-LAST-ACTIVITY IS NUMERIC
               MOVE MST-LAST-ACTIVITY TO AC-CLOSE-DATE(AC-USED)
               MOVE 'ACTIVITY' TO AC-CLOSE-SOURCE(AC-USED)
           END-IF
           MOVE 'N' TO AC-BALANCE-SW(AC-USED)
           PERFORM VARYING WORK-SLOT FROM 1 BY 1
               UNTIL WORK-SLOT > MST-NUM-CURRENCIES
                   OR WORK-SLOT > 5
               IF MST-SALDO(WORK-SLOT) NOT = 0
                   SET AC-BALANCE-HELD(AC-USED) TO TRUE
               END-IF
           END-PERFORM
           .

       LoadCustomerLinks SECTION.
           OPEN INPUT CUSTOMER-MASTER-DATA
           IF CUSTMAST-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ CUSTOMER-MASTER-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF CU-BANK-ID-F IS NUMERIC
                           PERFORM NoteCustomerLink
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CUSTOMER-MASTER-DATA
           .

       NoteCustomerLink SECTION.
           IF CL-USED >= 5000
               SET TABLE-FULL TO TRUE
               EXIT SECTION
           END-IF
           MOVE 0 TO CS-MATCH-INDEX
           PERFORM VARYING CS-INDEX FROM 1 BY 1
               UNTIL CS-INDEX > CS-USED OR CS-MATCH-INDEX > 0
               IF CS-CUSTOMER(CS-INDEX) = CU-CUSTOMER-ID-F
                   MOVE CS-INDEX TO CS-MATCH-INDEX
               END-IF
           END-PERFORM
           IF CS-MATCH-INDEX = 0
               IF CS-USED >= 5000
                   SET TABLE-FULL TO TRUE
                   EXIT SECTION
               END-IF
               ADD 1 TO CS-USED
               MOVE CU-CUSTOMER-ID-F TO CS-CUSTOMER(CS-USED)
               MOVE 'N' TO CS-ELIGIBLE-SW(CS-USED)
               MOVE 'N' TO CS-PURGE-SW(CS-USED)
               MOVE CS-USED TO CS-MATCH-INDEX
           END-IF
           ADD 1 TO CL-USED
           MOVE CU-CUSTOMER-ID-F TO CL-CUSTOMER(CL-USED)
           MOVE CU-BANK-ID-F TO CL-BANK(CL-USED)
           MOVE CU-ACCOUNT-ID-F TO CL-ACCOUNT(CL-USED)
           MOVE CU-NAME-F TO CL-NAME(CL-USED)
           MOVE CS-MATCH-INDEX TO CL-CS-INDEX(CL-USED)
           MOVE CU-BANK-ID-F TO WORK-BANK
           MOVE CU-ACCOUNT-ID-F TO WORK-ACCOUNT
           PERFORM FindAccount
           MOVE AC-MATCH-INDEX TO CL-AC-INDEX(CL-USED)
           IF AC-MATCH-INDEX > 0
               SET AC-LINKED(AC-MATCH-INDEX) TO TRUE
           END-IF
           .

       FindAccount SECTION.
           MOVE 0 TO AC-MATCH-INDEX
           PERFORM VARYING AC-INDEX FROM 1 BY 1
               UNTIL AC-INDEX > AC-USED OR AC-MATCH-INDEX > 0
               IF AC-BANK(AC-INDEX) = WORK-BANK
                   AND AC-ACCOUNT(AC-INDEX) = WORK-ACCOUNT
                   MOVE AC-INDEX TO AC-MATCH-INDEX
               END-IF
           END-PERFORM
           .

      * ACCTMAINT logs an approved closure as APPROVE with the new
      * image STATUS C - the latest one dates the closure
       LoadClosureDates SECTION.
           OPEN INPUT MAINT-LOG-DATA
           IF MAINTLOG-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ MAINT-LOG-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF MAINT-LOG-LINE(25:8) = 'APPROVE'
                           AND MAINT-LOG-LINE(100:8) = 'STATUS C'
                           AND MAINT-LOG-LINE(1:8) IS NUMERIC
                           PERFORM NoteClosureApproval
                       END-IF
               END-READ
           END-PERFORM
           CLOSE MAINT-LOG-DATA
           .

       NoteClosureApproval SECTION.
           MOVE MAINT-LOG-LINE(34:5) TO WORK-BANK
           MOVE MAINT-LOG-LINE(40:10) TO WORK-ACCOUNT
           PERFORM FindAccount
           IF AC-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           IF AC-CLOSE-SOURCE(AC-MATCH-INDEX) NOT = 'APPROVAL'
               OR AC-CLOSE-DATE(AC-MATCH-INDEX)
                   < FUNCTION NUMVAL(MAINT-LOG-LINE(1:8))
               MOVE MAINT-LOG-LINE(1:8) TO AC-CLOSE-DATE(AC-MATCH-INDEX)
               MOVE 'APPROVAL' TO AC-CLOSE-SOURCE(AC-MATCH-INDEX)
           END-IF
           .

      *****************************************************************
      * Evaluation - account, then customer, then the shared accounts
      * that hold a customer back
      *****************************************************************
       EvaluateAccounts SECTION.
           PERFORM VARYING AC-INDEX FROM 1 BY 1
               UNTIL AC-INDEX > AC-USED
               MOVE 'N' TO AC-ELIGIBLE-SW(AC-INDEX)
               MOVE 'N' TO AC-BLOCKED-SW(AC-INDEX)
               MOVE 'N' TO AC-PURGE-SW(AC-INDEX)
               MOVE SPACES TO AC-REASON(AC-INDEX)
               EVALUATE TRUE
               WHEN AC-STATUS(AC-INDEX) NOT = 'C'
                   CONTINUE
               WHEN AC-BALANCE-HELD(AC-INDEX)
                   MOVE 'CLOSED WITH A BALANCE'
                       TO AC-REASON(AC-INDEX)
               WHEN AC-CLOSE-DATE(AC-INDEX) = 0
                   MOVE 'NO CLOSURE DATE' TO AC-REASON(AC-INDEX)
               WHEN AC-CLOSE-DATE(AC-INDEX) NOT < CUTOFF-DATE
                   MOVE 'WITHIN RETENTION' TO AC-REASON(AC-INDEX)
               WHEN OTHER
                   SET AC-ELIGIBLE(AC-INDEX) TO TRUE
               END-EVALUATE
           END-PERFORM
           .

      * a customer goes when all of their accounts may go; an account
      * shared with a customer who stays holds every holder back, so
      * the verdicts are settled until nothing changes any more
       EvaluateCustomers SECTION.
           PERFORM VARYING CS-INDEX FROM 1 BY 1
               UNTIL CS-INDEX > CS-USED
               MOVE 'N' TO CS-ELIGIBLE-SW(CS-INDEX)
           END-PERFORM
           PERFORM VARYING CL-INDEX FROM 1 BY 1
               UNTIL CL-INDEX > CL-USED
               IF CL-AC-INDEX(CL-INDEX) > 0
                   MOVE 'Y' TO CS-ELIGIBLE-SW(CL-CS-INDEX(CL-INDEX))
               END-IF
           END-PERFORM
           PERFORM VARYING CL-INDEX FROM 1 BY 1
               UNTIL CL-INDEX > CL-USED
               IF CL-AC-INDEX(CL-INDEX) > 0
                   IF NOT AC-ELIGIBLE(CL-AC-INDEX(CL-INDEX))
                       MOVE 'N'
                           TO CS-ELIGIBLE-SW(CL-CS-INDEX(CL-INDEX))
                   END-IF
               END-IF
           END-PERFORM
           SET VERDICT-CHANGED TO TRUE
           PERFORM UNTIL NOT VERDICT-CHANGED
               MOVE 'N' TO VERDICT-CHANGED-SW
               PERFORM VARYING CL-INDEX FROM 1 BY 1
                   UNTIL CL-INDEX > CL-USED
                   IF CL-AC-INDEX(CL-INDEX) > 0
                       AND NOT CS-ELIGIBLE(CL-CS-INDEX(CL-INDEX))
                       SET AC-BLOCKED(CL-AC-INDEX(CL-INDEX)) TO TRUE
                   END-IF
               END-PERFORM
               PERFORM VARYING CL-INDEX FROM 1 BY 1
                   UNTIL CL-INDEX > CL-USED
                   IF CL-AC-INDEX(CL-INDEX) > 0
                       AND AC-BLOCKED(CL-AC-INDEX(CL-INDEX))
                       AND CS-ELIGIBLE(CL-CS-INDEX(CL-INDEX))
                       MOVE 'N'
                           TO CS-ELIGIBLE-SW(CL-CS-INDEX(CL-INDEX))
                       SET VERDICT-CHANGED TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * a name already purged is not purged again - a customer is only
      * taken when one of their names is still on file
       SelectPurge SECTION.
           PERFORM VARYING AC-INDEX FROM 1 BY 1
               UNTIL AC-INDEX > AC-USED
               IF AC-ELIGIBLE(AC-INDEX)
                   AND NOT AC-BLOCKED(AC-INDEX)
                   AND AC-NAME(AC-INDEX)(1:7) NOT = 'PURGED '
                   SET AC-PURGE(AC-INDEX) TO TRUE
               END-IF
               IF AC-ELIGIBLE(AC-INDEX) AND AC-BLOCKED(AC-INDEX)
                   MOVE 'CUSTOMER STILL ACTIVE'
                       TO AC-REASON(AC-INDEX)
               END-IF
           END-PERFORM
           PERFORM VARYING CL-INDEX FROM 1 BY 1
               UNTIL CL-INDEX > CL-USED
               IF CS-ELIGIBLE(CL-CS-INDEX(CL-INDEX))
                   IF CL-NAME(CL-INDEX)(1:7) NOT = 'PURGED '
                       SET CS-PURGE(CL-CS-INDEX(CL-INDEX)) TO TRUE
                   END-IF
                   IF CL-AC-INDEX(CL-INDEX) > 0
                       IF AC-PURGE(CL-AC-INDEX(CL-INDEX))
                           SET CS-PURGE(CL-CS-INDEX(CL-INDEX)) TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING CS-INDEX FROM 1 BY 1
               UNTIL CS-INDEX > CS-USED
               IF CS-PURGE(CS-INDEX)
                   ADD 1 TO CUSTOMERS-PURGED
               END-IF
           END-PERFORM
           PERFORM VARYING AC-INDEX FROM 1 BY 1
               UNTIL AC-INDEX > AC-USED
               IF AC-PURGE(AC-INDEX)
                   ADD 1 TO ACCOUNTS-PURGED
                   MOVE AC-NAME(AC-INDEX) TO NAME-IN
                   PERFORM AddPurgeName
               END-IF
               IF AC-REASON(AC-INDEX) NOT = SPACES
                   ADD 1 TO ACCOUNTS-KEPT
               END-IF
           END-PERFORM
           PERFORM VARYING CL-INDEX FROM 1 BY 1
               UNTIL CL-INDEX > CL-USED
               IF CS-PURGE(CL-CS-INDEX(CL-INDEX))
                   MOVE CL-NAME(CL-INDEX) TO NAME-IN
                   PERFORM AddPurgeName
               END-IF
           END-PERFORM
           .

      * names shorter than four letters would blot out ordinary words
       AddPurgeName SECTION.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(NAME-IN)) TO NAME-IN
           IF NAME-IN = SPACES OR NAME-IN(1:7) = 'PURGED '
               EXIT SECTION
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(NAME-IN)) TO NAME-LENGTH
           IF NAME-LENGTH < 4
               EXIT SECTION
           END-IF
           MOVE 'N' TO NAME-FOUND-SW
           PERFORM VARYING NM-INDEX FROM 1 BY 1
               UNTIL NM-INDEX > NM-USED OR NAME-FOUND
               IF NM-NAME(NM-INDEX) = NAME-IN
                   SET NAME-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT NAME-FOUND AND NM-USED < 2000
               ADD 1 TO NM-USED
               MOVE NAME-IN TO NM-NAME(NM-USED)
               MOVE NAME-LENGTH TO NM-LENGTH(NM-USED)
           END-IF
           .

       DisplayCandidates SECTION.
           DISPLAY "Customer Bank  Account    Closed   From"
           PERFORM VARYING AC-INDEX FROM 1 BY 1
               UNTIL AC-INDEX > AC-USED
               IF AC-PURGE(AC-INDEX)
                   PERFORM SetListCustomer
                   DISPLAY LIST-CUSTOMER " " AC-BANK(AC-INDEX) " "
                       AC-ACCOUNT(AC-INDEX) " "
                       AC-CLOSE-DATE(AC-INDEX) " "
                       AC-CLOSE-SOURCE(AC-INDEX)
               END-IF
           END-PERFORM
           .

      * the first customer linked to the account, dashes for none
       SetListCustomer SECTION.
           MOVE '--------' TO LIST-CUSTOMER
           PERFORM VARYING CL-INDEX FROM 1 BY 1
               UNTIL CL-INDEX > CL-USED
                   OR LIST-CUSTOMER NOT = '--------'
               IF CL-AC-INDEX(CL-INDEX) = AC-INDEX
                   MOVE CL-CUSTOMER(CL-INDEX) TO LIST-CUSTOMER
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * Purge - masters, feeds, logs and backups first, then the
      * audit trails, all recorded on the certificate as they go
      *****************************************************************
       PurgeCustomers SECTION.
           MOVE function concatenate(
               'batchprocess/purge_certificate_', RUN-STAMP, '.txt')
               TO PURGE-REPORT-NAME
           OPEN OUTPUT PURGE-REPORT-DATA
           IF PREPORT-FILE-STATUS NOT = "00"
               MOVE "PU0008" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("CANNOT OPEN ",
                   FUNCTION TRIM(PURGE-REPORT-NAME), ", STATUS=",
                   PREPORT-FILE-STATUS, " - NOTHING PURGED")
                   TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           PERFORM WriteReportHeading
           PERFORM WriteCandidateLines
           MOVE SPACES TO PURGE-REPORT-LINE
           WRITE PURGE-REPORT-F
           MOVE 'File                                    Lines changed'
               TO PURGE-REPORT-LINE
           WRITE PURGE-REPORT-F
           PERFORM PurgeAccountMaster
           IF NOT PURGE-FAILED
               MOVE 'batchprocess/account_master.txt' TO FLAT-FILE-NAME
               SET KIND-NAME-FEED TO TRUE
               PERFORM RewriteFlatFile
           END-IF
      * whatever reached the master, the index must not keep it
           PERFORM RebuildNameIndex
           IF NOT PURGE-FAILED
               MOVE 'batchprocess/customer_master.txt'
                   TO FLAT-FILE-NAME
               SET KIND-CUSTOMER TO TRUE
               PERFORM RewriteFlatFile
           END-IF
           IF NOT PURGE-FAILED
               MOVE 'batchprocess/customer_addresses.txt'
                   TO FLAT-FILE-NAME
               SET KIND-ADDRESS TO TRUE
               PERFORM RewriteFlatFile
           END-IF
           IF NOT PURGE-FAILED
               MOVE 'batchprocess/maintenance_log.txt'
                   TO FLAT-FILE-NAME
               SET KIND-MAINT-LOG TO TRUE
               PERFORM RewriteFlatFile
           END-IF
           IF NOT PURGE-FAILED
               PERFORM PurgeMasterBackups
           END-IF
           IF NOT PURGE-FAILED
               PERFORM PurgeAuditTrails
           END-IF
           PERFORM WriteCertificateResult
           CLOSE PURGE-REPORT-DATA
           PERFORM PageReport
           IF PURGE-FAILED
               MOVE "PU0009" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("PURGE INCOMPLETE - SEE ",
                   FUNCTION TRIM(PURGE-REPORT-NAME),
                   " AND THE MESSAGES ABOVE") TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE "PU0006" TO MSG-ID
               MOVE "I" TO MSG-SEVERITY
               MOVE function concatenate("PURGED ", CUSTOMERS-PURGED,
                   " CUSTOMERS, ", ACCOUNTS-PURGED, " ACCOUNTS, ",
                   FILES-CHANGED, " FILES - CERTIFICATE ",
                   FUNCTION TRIM(PURGE-REPORT-NAME)) TO MSG-TEXT
               PERFORM LogMessage
               IF TRAILS-REFUSED
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

       RebuildNameIndex SECTION.
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "NAMEINDEX" USING NAME-INDEX-REQUEST
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           .

       PurgeAccountMaster SECTION.
           MOVE 0 TO MASTER-CHANGES
           OPEN I-O MASTER-ISAM-DATA
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "PU0003" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN account_master.dat, STATUS=",
                   MASTER-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               SET PURGE-FAILED TO TRUE
               EXIT SECTION
           END-IF
           PERFORM VARYING AC-INDEX FROM 1 BY 1
               UNTIL AC-INDEX > AC-USED
               IF AC-PURGE(AC-INDEX)
                   MOVE AC-BANK(AC-INDEX) TO MST-BANK-ID
                   MOVE AC-ACCOUNT(AC-INDEX) TO MST-ACCOUNT-ID
                   READ MASTER-ISAM-DATA
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE PURGE-NAME TO MST-NAME
                           REWRITE MASTER-REC
                           END-REWRITE
                           ADD 1 TO MASTER-CHANGES
                   END-READ
               END-IF
           END-PERFORM
           CLOSE MASTER-ISAM-DATA
           IF MASTER-CHANGES > 0
               ADD 1 TO FILES-CHANGED
           END-IF
           MOVE 'batchprocess/account_master.dat' TO FLAT-FILE-NAME
           MOVE MASTER-CHANGES TO FILE-CHANGES
           PERFORM WriteFileLine
           .

       PurgeMasterBackups SECTION.
           MOVE 0 TO BK-USED
           OPEN INPUT BACKUP-INDEX-DATA
           IF BAKIDX-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ BACKUP-INDEX-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF BIDX-LINE(1:8) IS NUMERIC AND BK-USED < 40
                           ADD 1 TO BK-USED
                           MOVE BIDX-LINE(1:8) TO BK-DATE(BK-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BACKUP-INDEX-DATA
           PERFORM VARYING BK-INDEX FROM 1 BY 1
               UNTIL BK-INDEX > BK-USED OR PURGE-FAILED
               MOVE function concatenate(
                   'batchprocess/master_backup_', BK-DATE(BK-INDEX),
                   '.txt') TO FLAT-FILE-NAME
               SET KIND-DUMP TO TRUE
               PERFORM RewriteFlatFile
           END-PERFORM
           .

      *****************************************************************
      * One flat file through purge_work.txt - copied back only when
      * a line changed, so an untouched file keeps its date
      *****************************************************************
       RewriteFlatFile SECTION.
           MOVE 0 TO FILE-CHANGES
           MOVE 0 TO FILE-RESEALED
           MOVE 0 TO CHAINED-LINES
           MOVE SPACES TO PREV-OLD-HASH PREV-NEW-HASH
           OPEN INPUT FLAT-FILE-DATA
           IF FLAT-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           OPEN OUTPUT PURGE-WORK-DATA
           IF PWORK-FILE-STATUS NOT = "00"
               MOVE "PU0004" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN purge_work.txt, STATUS=",
                   PWORK-FILE-STATUS, " - ",
                   FUNCTION TRIM(FLAT-FILE-NAME), " NOT PURGED")
                   TO MSG-TEXT
               PERFORM LogMessage
               SET PURGE-FAILED TO TRUE
               CLOSE FLAT-FILE-DATA
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ FLAT-FILE-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM PurgeOneLine
               END-READ
           END-PERFORM
           CLOSE FLAT-FILE-DATA
           CLOSE PURGE-WORK-DATA
           IF FILE-CHANGES > 0 OR FILE-RESEALED > 0
               PERFORM CopyWorkBack
           END-IF
           IF NOT PURGE-FAILED
               MOVE RETURN-CODE TO SAVED-RETURN-CODE
               CALL "CBL_DELETE_FILE" USING
                   "batchprocess/purge_work.txt"
               END-CALL
               MOVE SAVED-RETURN-CODE TO RETURN-CODE
           END-IF
           IF KIND-AUDIT
               PERFORM NoteTrailEnd
           END-IF
           PERFORM WriteFileLine
           .

       PurgeOneLine SECTION.
           MOVE FLAT-FILE-LINE TO FLAT-LINE
           MOVE 'N' TO LINE-CHANGED-SW
           MOVE 'N' TO LINE-DROPPED-SW
           EVALUATE TRUE
           WHEN KIND-NAME-FEED
               PERFORM PurgeNameFeedLine
           WHEN KIND-CUSTOMER
               PERFORM PurgeCustomerLine
           WHEN KIND-ADDRESS
               PERFORM PurgeAddressLine
           WHEN KIND-MAINT-LOG
               PERFORM PurgeMaintLogLine
           WHEN KIND-DUMP
               PERFORM PurgeDumpLine
           WHEN KIND-AUDIT
               PERFORM PurgeAuditLine
           END-EVALUATE
           IF LINE-CHANGED OR LINE-DROPPED
               ADD 1 TO FILE-CHANGES
           END-IF
           IF NOT LINE-DROPPED
               WRITE PURGE-WORK-F FROM FLAT-LINE
           END-IF
           .

      * the work copy overwrites the file; a failure leaves the purged
      * lines in purge_work.txt for the operator
       CopyWorkBack SECTION.
           OPEN OUTPUT FLAT-FILE-DATA
           IF FLAT-FILE-STATUS NOT = "00"
               MOVE "PU0005" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("CANNOT REWRITE ",
                   FUNCTION TRIM(FLAT-FILE-NAME), ", STATUS=",
                   FLAT-FILE-STATUS,
                   " - THE PURGED LINES ARE IN purge_work.txt")
                   TO MSG-TEXT
               PERFORM LogMessage
               SET PURGE-FAILED TO TRUE
               EXIT SECTION
           END-IF
           OPEN INPUT PURGE-WORK-DATA
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ PURGE-WORK-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       WRITE FLAT-FILE-F FROM PURGE-WORK-LINE
               END-READ
           END-PERFORM
           CLOSE PURGE-WORK-DATA
           CLOSE FLAT-FILE-DATA
           ADD 1 TO FILES-CHANGED
           .

      * account_master.txt: bank(1:5) account(6:10) name(16:30)
       PurgeNameFeedLine SECTION.
           MOVE FLAT-LINE(1:5) TO WORK-BANK
           MOVE FLAT-LINE(6:10) TO WORK-ACCOUNT
           PERFORM FindAccount
           IF AC-MATCH-INDEX > 0
               IF AC-PURGE(AC-MATCH-INDEX)
                   MOVE PURGE-NAME TO FLAT-LINE(16:30)
                   SET LINE-CHANGED TO TRUE
               END-IF
           END-IF
           .

      * customer_master.txt: customer(1:8) bank(9:5) account(14:10)
      * name(24:30)
       PurgeCustomerLine SECTION.
           MOVE FLAT-LINE(1:8) TO WORK-CUSTOMER
           PERFORM FindCustomer
           IF CS-MATCH-INDEX > 0
               IF CS-PURGE(CS-MATCH-INDEX)
                   AND FLAT-LINE(24:30) NOT = PURGE-NAME
                   MOVE PURGE-NAME TO FLAT-LINE(24:30)
                   SET LINE-CHANGED TO TRUE
               END-IF
           END-IF
           .

       PurgeAddressLine SECTION.
           MOVE FLAT-LINE(1:8) TO WORK-CUSTOMER
           PERFORM FindCustomer
           IF CS-MATCH-INDEX > 0
               IF CS-PURGE(CS-MATCH-INDEX)
                   SET LINE-DROPPED TO TRUE
               END-IF
           END-IF
           .

       FindCustomer SECTION.
           MOVE 0 TO CS-MATCH-INDEX
           PERFORM VARYING CS-INDEX FROM 1 BY 1
               UNTIL CS-INDEX > CS-USED OR CS-MATCH-INDEX > 0
               IF CS-CUSTOMER(CS-INDEX) = WORK-CUSTOMER
                   MOVE CS-INDEX TO CS-MATCH-INDEX
               END-IF
           END-PERFORM
           .

      * maintenance_log.txt images that carry a name or an address:
      * ACCTMAINT CREATE (name from 100) and RENAME (old name from 55,
      * new from 100), ACCTOPEN OPEN (name from 60) - account at 34;
      * ADDRMAINT lines carry the customer at 34 and the address
      * images from 55 and 170
       PurgeMaintLogLine SECTION.
           MOVE FLAT-LINE(34:8) TO WORK-CUSTOMER
           IF FLAT-LINE(42:9) = SPACES AND FLAT-LINE(51:4) = 'OLD='
               PERFORM FindCustomer
               IF CS-MATCH-INDEX > 0
                   IF CS-PURGE(CS-MATCH-INDEX)
                       MOVE PURGE-NAME TO FLAT-LINE(55:110)
                       MOVE PURGE-NAME TO FLAT-LINE(170:110)
                       SET LINE-CHANGED TO TRUE
                   END-IF
               END-IF
               EXIT SECTION
           END-IF
           MOVE FLAT-LINE(34:5) TO WORK-BANK
           MOVE FLAT-LINE(40:10) TO WORK-ACCOUNT
           PERFORM FindAccount
           IF AC-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           IF NOT AC-PURGE(AC-MATCH-INDEX)
               EXIT SECTION
           END-IF
           EVALUATE FLAT-LINE(25:8)
           WHEN 'CREATE'
               MOVE PURGE-NAME TO FLAT-LINE(100:30)
               SET LINE-CHANGED TO TRUE
           WHEN 'RENAME'
               MOVE PURGE-NAME TO FLAT-LINE(55:40)
               MOVE PURGE-NAME TO FLAT-LINE(100:40)
               SET LINE-CHANGED TO TRUE
           WHEN 'OPEN'
               MOVE PURGE-NAME TO FLAT-LINE(60:30)
               SET LINE-CHANGED TO TRUE
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      * master dump: the MASTER-REC image, key(1:15) name(17:30)
       PurgeDumpLine SECTION.
           MOVE FLAT-LINE(1:5) TO WORK-BANK
           MOVE FLAT-LINE(6:10) TO WORK-ACCOUNT
           PERFORM FindAccount
           IF AC-MATCH-INDEX > 0
               IF AC-PURGE(AC-MATCH-INDEX)
                   MOVE PURGE-NAME TO FLAT-LINE(17:30)
                   SET LINE-CHANGED TO TRUE
               END-IF
           END-IF
           .

      *****************************************************************
      * Audit trails - comment(51:53) blotted out, chain resealed
      *****************************************************************
      * the trails are checked in full before any of them is touched;
      * a broken chain is evidence and is left exactly as it is
       PurgeAuditTrails SECTION.
           IF NM-USED = 0
               EXIT SECTION
           END-IF
           PERFORM LoadArchiveIndex
           PERFORM VARYING IX-INDEX FROM 1 BY 1
               UNTIL IX-INDEX > IX-USED OR TRAILS-REFUSED
               MOVE IX-LINE(IX-INDEX)(21:44) TO FLAT-FILE-NAME
               PERFORM CheckTrailChain
           END-PERFORM
           IF NOT TRAILS-REFUSED
               MOVE 'batchprocess/audit_trail.txt' TO FLAT-FILE-NAME
               MOVE 0 TO IX-INDEX
               PERFORM CheckTrailChain
           END-IF
           IF TRAILS-REFUSED
               MOVE "PU0010" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate("HASH CHAIN OF ",
                   FUNCTION TRIM(FLAT-FILE-NAME), " BROKEN AT LINE ",
                   AH-BREAK-LINE, " - AUDIT TRAILS NOT PURGED")
                   TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE function concatenate('AUDIT TRAILS NOT PURGED - ',
                   'hash chain of ', FUNCTION TRIM(FLAT-FILE-NAME),
                   ' broken at line ', AH-BREAK-LINE)
                   TO PURGE-REPORT-LINE
               WRITE PURGE-REPORT-F
               EXIT SECTION
           END-IF
           SET KIND-AUDIT TO TRUE
           PERFORM VARYING IX-INDEX FROM 1 BY 1
               UNTIL IX-INDEX > IX-USED OR PURGE-FAILED
               MOVE IX-LINE(IX-INDEX)(21:44) TO FLAT-FILE-NAME
               PERFORM RewriteFlatFile
           END-PERFORM
           IF NOT PURGE-FAILED
               MOVE 'batchprocess/audit_trail.txt' TO FLAT-FILE-NAME
               PERFORM RewriteFlatFile
           END-IF
           IF NOT PURGE-FAILED AND HX-USED > 0
               PERFORM RewriteArchiveIndex
           END-IF
           .

       LoadArchiveIndex SECTION.
           MOVE 0 TO IX-USED
           OPEN INPUT ARCHIVE-INDEX-DATA
           IF ARCHIDX-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ ARCHIVE-INDEX-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF AIX-LINE(1:8) IS NUMERIC AND IX-USED < 200
                           ADD 1 TO IX-USED
                           MOVE AIX-LINE TO IX-LINE(IX-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-INDEX-DATA
           .

      * an archive indexed with its hashes is checked against them as
      * YEARSUM does; one indexed without them predates the chain, as
      * does a trail whose first line carries no chain fields
       CheckTrailChain SECTION.
           MOVE 'CHEK' TO AH-FUNCTION
           MOVE 0 TO AH-LINE-COUNT
           MOVE 0 TO AH-BREAK-LINE
           MOVE 0 TO AH-CHAIN-HASH
           MOVE 'N' TO AH-SEED-SW
           MOVE 'N' TO TRAIL-UNCHAINED-SW
           IF IX-INDEX > 0
               IF IX-LINE(IX-INDEX)(66:10) IS NOT NUMERIC
                   OR IX-LINE(IX-INDEX)(77:10) IS NOT NUMERIC
                   EXIT SECTION
               END-IF
               MOVE IX-LINE(IX-INDEX)(66:10) TO AH-CHAIN-HASH
               SET AH-SEED-KNOWN TO TRUE
           END-IF
           OPEN INPUT FLAT-FILE-DATA
           IF FLAT-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF OR TRAIL-UNCHAINED
               READ FLAT-FILE-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF IX-INDEX = 0 AND AH-LINE-COUNT = 0
                           AND FLAT-FILE-LINE(161:2) NOT = 'P='
                           SET TRAIL-UNCHAINED TO TRUE
                       ELSE
                           MOVE FLAT-FILE-LINE TO AH-LINE
                           MOVE RETURN-CODE TO SAVED-RETURN-CODE
                           CALL "AUDITHASH" USING AUDIT-HASH-REQUEST
                           END-CALL
                           MOVE SAVED-RETURN-CODE TO RETURN-CODE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE FLAT-FILE-DATA
           IF IX-INDEX > 0 AND AH-CHAIN-INTACT
               MOVE IX-LINE(IX-INDEX)(10:10) TO IX-COUNT
               IF AH-LINE-COUNT NOT = IX-COUNT
                   OR AH-CHAIN-HASH NOT =
                       FUNCTION NUMVAL(IX-LINE(IX-INDEX)(77:10))
                   COMPUTE AH-BREAK-LINE = AH-LINE-COUNT + 1
               END-IF
           END-IF
           IF NOT AH-CHAIN-INTACT
               SET TRAILS-REFUSED TO TRUE
           END-IF
           .

      * a line keeps its hashes unless its comment changed or the line
      * before it was sealed anew; the first line of a file follows
      * the resealed end of the file it continues
       PurgeAuditLine SECTION.
           MOVE FLAT-LINE(51:53) TO SCAN-TEXT
           MOVE 53 TO SCAN-LENGTH
           PERFORM ScrubNames
           IF SCRUB-HIT
               MOVE SCAN-TEXT(1:53) TO FLAT-LINE(51:53)
               SET LINE-CHANGED TO TRUE
           END-IF
           IF FLAT-LINE(161:2) NOT = 'P='
               OR FLAT-LINE(174:2) NOT = 'H='
               EXIT SECTION
           END-IF
           MOVE FLAT-LINE(163:10) TO OLD-PRIOR-HASH
           MOVE FLAT-LINE(176:10) TO OLD-LINE-HASH
           IF CHAINED-LINES > 0 AND OLD-PRIOR-HASH = PREV-OLD-HASH
               MOVE PREV-NEW-HASH TO NEW-PRIOR-HASH
           ELSE
               MOVE OLD-PRIOR-HASH TO HASH-IN
               PERFORM TranslateHash
               MOVE HASH-OUT TO NEW-PRIOR-HASH
           END-IF
           ADD 1 TO CHAINED-LINES
           IF LINE-CHANGED OR NEW-PRIOR-HASH NOT = OLD-PRIOR-HASH
               MOVE 'SEAL' TO AH-FUNCTION
               MOVE FLAT-LINE(1:185) TO AH-LINE
               MOVE NEW-PRIOR-HASH TO AH-CHAIN-HASH
               MOVE RETURN-CODE TO SAVED-RETURN-CODE
               CALL "AUDITHASH" USING AUDIT-HASH-REQUEST
               END-CALL
               MOVE SAVED-RETURN-CODE TO RETURN-CODE
               MOVE AH-LINE TO FLAT-LINE(1:185)
               ADD 1 TO FILE-RESEALED
           END-IF
           MOVE OLD-LINE-HASH TO PREV-OLD-HASH
           MOVE FLAT-LINE(176:10) TO PREV-NEW-HASH
           .

      * the file's old end hash now stands for its new one
       NoteTrailEnd SECTION.
           MOVE PREV-OLD-HASH TO FILE-OLD-END
           IF CHAINED-LINES = 0 OR PREV-OLD-HASH = PREV-NEW-HASH
               EXIT SECTION
           END-IF
           MOVE PREV-OLD-HASH TO HASH-IN
           PERFORM TranslateHash
           IF HASH-OUT = PREV-NEW-HASH
               EXIT SECTION
           END-IF
           IF HX-USED < 210
               ADD 1 TO HX-USED
               MOVE PREV-OLD-HASH TO HX-OLD(HX-USED)
               MOVE PREV-NEW-HASH TO HX-NEW(HX-USED)
           END-IF
           .

       TranslateHash SECTION.
           MOVE HASH-IN TO HASH-OUT
           PERFORM VARYING HX-INDEX FROM 1 BY 1
               UNTIL HX-INDEX > HX-USED
               IF HX-OLD(HX-INDEX) = HASH-IN
                   MOVE HX-NEW(HX-INDEX) TO HASH-OUT
               END-IF
           END-PERFORM
           .

       ScrubNames SECTION.
           MOVE 'N' TO SCRUB-HIT-SW
           MOVE FUNCTION UPPER-CASE(SCAN-TEXT) TO SCAN-UPPER
           PERFORM VARYING NM-INDEX FROM 1 BY 1
               UNTIL NM-INDEX > NM-USED
               MOVE NM-LENGTH(NM-INDEX) TO NAME-LENGTH
               PERFORM VARYING SCAN-POS FROM 1 BY 1
                   UNTIL SCAN-POS + NAME-LENGTH - 1 > SCAN-LENGTH
                   IF SCAN-UPPER(SCAN-POS:NAME-LENGTH) =
                       NM-NAME(NM-INDEX)(1:NAME-LENGTH)
                       MOVE ALL '*' TO SCAN-TEXT(SCAN-POS:NAME-LENGTH)
                       MOVE ALL '*' TO SCAN-UPPER(SCAN-POS:NAME-LENGTH)
                       SET SCRUB-HIT TO TRUE
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * start(66:10) and end(77:10) follow the resealed files
       RewriteArchiveIndex SECTION.
           PERFORM VARYING IX-INDEX FROM 1 BY 1
               UNTIL IX-INDEX > IX-USED
               IF IX-LINE(IX-INDEX)(66:10) IS NUMERIC
                   MOVE IX-LINE(IX-INDEX)(66:10) TO HASH-IN
                   PERFORM TranslateHash
                   MOVE HASH-OUT TO IX-LINE(IX-INDEX)(66:10)
                   MOVE IX-LINE(IX-INDEX)(77:10) TO HASH-IN
                   PERFORM TranslateHash
                   MOVE HASH-OUT TO IX-LINE(IX-INDEX)(77:10)
               END-IF
           END-PERFORM
           OPEN OUTPUT ARCHIVE-INDEX-DATA
           IF ARCHIDX-FILE-STATUS NOT = "00"
               MOVE "PU0011" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE audit_archive_index.txt, STATUS=",
                   ARCHIDX-FILE-STATUS, " - YEARSUM WILL REFUSE THE ",
                   "RESEALED ARCHIVES") TO MSG-TEXT
               PERFORM LogMessage
               SET PURGE-FAILED TO TRUE
               EXIT SECTION
           END-IF
           PERFORM VARYING IX-INDEX FROM 1 BY 1
               UNTIL IX-INDEX > IX-USED
               WRITE ARCHIVE-INDEX-F FROM IX-LINE(IX-INDEX)
           END-PERFORM
           CLOSE ARCHIVE-INDEX-DATA
           MOVE 'audit_archive_index.txt - chain hashes carried over'
               TO PURGE-REPORT-LINE
           WRITE PURGE-REPORT-F
           .

      *****************************************************************
      * Listing and certificate
      *****************************************************************
       WriteCandidateList SECTION.
           MOVE 'batchprocess/purge_candidates.txt'
               TO PURGE-REPORT-NAME
           OPEN OUTPUT PURGE-REPORT-DATA
           IF PREPORT-FILE-STATUS NOT = "00"
               MOVE "PU0008" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN purge_candidates.txt, STATUS=",
                   PREPORT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           PERFORM WriteReportHeading
           PERFORM WriteCandidateLines
           MOVE SPACES TO PURGE-REPORT-LINE
           WRITE PURGE-REPORT-F
           MOVE 'RESULT: listing only - nothing purged'
               TO PURGE-REPORT-LINE
           WRITE PURGE-REPORT-F
           CLOSE PURGE-REPORT-DATA
           PERFORM PageReport
           .

       WriteReportHeading SECTION.
           MOVE function concatenate('Run date ', RUN-DATE,
               '  region ', RG-REGION,
               '  retention ', PURGE-YEARS, ' years - accounts ',
               'closed before ', CUTOFF-DATE) TO PURGE-REPORT-LINE
           WRITE PURGE-REPORT-F
           MOVE SPACES TO PURGE-REPORT-LINE
           WRITE PURGE-REPORT-F
           .

       WriteCandidateLines SECTION.
           MOVE function concatenate('Due for purging: ',
               CUSTOMERS-PURGED,
               ' customer(s), ', ACCOUNTS-PURGED, ' account(s)')
               TO PURGE-REPORT-LINE
           WRITE PURGE-REPORT-F
           MOVE 'Customer Bank  Account    Closed   From'
               TO PURGE-REPORT-LINE
           WRITE PURGE-REPORT-F
           PERFORM VARYING AC-INDEX FROM 1 BY 1
               UNTIL AC-INDEX > AC-USED
               IF AC-PURGE(AC-INDEX)
                   PERFORM SetListCustomer
                   MOVE function concatenate(LIST-CUSTOMER, ' ',
                       AC-BANK(AC-INDEX), ' ', AC-ACCOUNT(AC-INDEX),
                       ' ', AC-CLOSE-DATE(AC-INDEX), ' ',
                       AC-CLOSE-SOURCE(AC-INDEX)) TO PURGE-REPORT-LINE
                   WRITE PURGE-REPORT-F
               END-IF
           END-PERFORM
           MOVE SPACES TO PURGE-REPORT-LINE
           WRITE PURGE-REPORT-F
           MOVE function concatenate('Closed accounts kept: ',
               ACCOUNTS-KEPT) TO PURGE-REPORT-LINE
           WRITE PURGE-REPORT-F
           PERFORM VARYING AC-INDEX FROM 1 BY 1
               UNTIL AC-INDEX > AC-USED
               IF AC-REASON(AC-INDEX) NOT = SPACES
                   PERFORM SetListCustomer
                   MOVE function concatenate(LIST-CUSTOMER, ' ',
                       AC-BANK(AC-INDEX), ' ', AC-ACCOUNT(AC-INDEX),
                       ' ', AC-CLOSE-DATE(AC-INDEX), ' ',
                       AC-REASON(AC-INDEX)) TO PURGE-REPORT-LINE
                   WRITE PURGE-REPORT-F
               END-IF
           END-PERFORM
           .

       WriteFileLine SECTION.
           MOVE FILE-CHANGES TO FORMATTED-COUNT
           MOVE SPACES TO PURGE-REPORT-LINE
           MOVE FLAT-FILE-NAME(14:44) TO PURGE-REPORT-LINE(1:40)
           MOVE FORMATTED-COUNT TO PURGE-REPORT-LINE(41:7)
           IF KIND-AUDIT AND FILE-RESEALED > 0
               MOVE function concatenate('resealed ', FILE-RESEALED,
                   ', end ', FILE-OLD-END, ' now ', PREV-NEW-HASH)
                   TO PURGE-REPORT-LINE(50:60)
           END-IF
           WRITE PURGE-REPORT-F
           .

       WriteCertificateResult SECTION.
           MOVE SPACES TO PURGE-REPORT-LINE
           WRITE PURGE-REPORT-F
           EVALUATE TRUE
           WHEN PURGE-FAILED
               MOVE 'RESULT: PURGE INCOMPLETE - see the console log'
                   TO PURGE-REPORT-LINE
           WHEN TRAILS-REFUSED
               MOVE function concatenate('RESULT: names purged ',
                   'from the masters, files and logs - audit trails ',
                   'left as they are') TO PURGE-REPORT-LINE
           WHEN OTHER
               MOVE function concatenate('RESULT: names purged on ',
                   RUN-STAMP(1:8), ' at ', RUN-STAMP(9:6),
                   ' - amounts, dates and account numbers unchanged')
                   TO PURGE-REPORT-LINE
           END-EVALUATE
           WRITE PURGE-REPORT-F
           .

       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE PURGE-REPORT-NAME TO PG-FILE-NAME
           IF PURGE-REPORT-NAME(14:17) = 'purge_certificate'
               MOVE 'RETENTION PURGE CERTIFICATE' TO PG-TITLE
           ELSE
               MOVE 'RETENTION PURGE CANDIDATES' TO PG-TITLE
           END-IF
           MOVE 'CUSTPURGE' TO PG-PROGRAM
           MOVE RUN-DATE TO PG-PROC-DATE
           MOVE SPACES TO PG-RUN-CYCLE
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "RPTPAGE" USING REPORT-PAGE-REQUEST
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           IF PG-WRITE-FAILED AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Run parameters - PROCDATE and PURGEYEARS only
      *****************************************************************
       LoadRunParameters SECTION.
           OPEN INPUT RUN-PARAM-DATA
           IF RUNPARAM-FILE-STATUS = "00"
               PERFORM UNTIL RUNPARAM-FILE-STATUS NOT = "00"
                   READ RUN-PARAM-DATA
                       AT END MOVE "10" TO RUNPARAM-FILE-STATUS
                   END-READ
                   IF RUNPARAM-FILE-STATUS = "00"
                       PERFORM ApplyRunParameter
                   END-IF
               END-PERFORM
               CLOSE RUN-PARAM-DATA
           END-IF
           .

       ApplyRunParameter SECTION.
           MOVE SPACES TO RP-KEY RP-VALUE
           UNSTRING RP-LINE DELIMITED BY '='
               INTO RP-KEY RP-VALUE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-KEY)) TO RP-KEY
           MOVE FUNCTION TRIM(RP-VALUE) TO RP-VALUE
           EVALUATE RP-KEY
           WHEN 'PROCDATE'
               IF RP-VALUE(1:8) IS NUMERIC AND RP-VALUE(9:12) = SPACES
                   MOVE RP-VALUE(1:8) TO RUN-DATE
               END-IF
           WHEN 'PURGEYEARS'
               IF FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                   AND FUNCTION NUMVAL(RP-VALUE) >= 1
                   AND FUNCTION NUMVAL(RP-VALUE) <= 99
                   MOVE FUNCTION NUMVAL(RP-VALUE) TO PURGE-YEARS
               ELSE
                   MOVE "PU0012" TO MSG-ID
                   MOVE "W" TO MSG-SEVERITY
                   MOVE function concatenate("PURGEYEARS=",
                       FUNCTION TRIM(RP-VALUE), " IS NOT 1 TO 99 - ",
                       PURGE-YEARS, " YEARS USED") TO MSG-TEXT
                   PERFORM LogMessage
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           .

       END PROGRAM CUSTPURGE.
