       IDENTIFICATION DIVISION.
       PROGRAM-ID.  COLLECT.
      *****************************************************************
      * Collections dunning - runs after the night batch. Every
      * currency slot on the indexed master that is overdrawn beyond
      * its limit (the unexpired facility from
      * overdraft_facilities.txt, else the flat no-overdraft policy)
      * is aged from its first-overdrawn date and moved through the
      * dunning cycle: first reminder, second reminder, final notice
      * and handover to collections. Each stage writes one customer
      * letter to dunning_letters.txt in the advice letter layout
      * and is recorded in collections_history.txt so it is never
      * written twice. A handover also goes to collections_queue.txt
      * and freezes the account in the status feed and the indexed
      * master, recorded to maintenance_log.txt. Once the balance is
      * back within its limit the history line is dropped and a
      * handed-over account gets its prior status back, unless a
      * screening hit still holds it frozen.
      * Stage days come from runparams.txt (DUNREMIND1, DUNREMIND2,
      * DUNFINAL, DUNHANDOVER); PROCDATE sets the run date.
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
           SELECT RUN-PARAM-DATA ASSIGN TO
             "batchprocess/runparams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAM-FILE-STATUS.
           SELECT OD-FACILITY-DATA ASSIGN TO
             "batchprocess/overdraft_facilities.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ODFAC-FILE-STATUS.
           SELECT ACCOUNT-STATUS-DATA ASSIGN TO
             "batchprocess/account_status.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCTSTAT-FILE-STATUS.
           SELECT SCREENING-REVIEW-DATA ASSIGN TO
             "batchprocess/screening_review.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCRNREV-FILE-STATUS.
           SELECT COLLECTION-HISTORY-DATA ASSIGN TO
             "batchprocess/collections_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COLLHIST-FILE-STATUS.
           SELECT DUNNING-LETTER-DATA ASSIGN TO
             "batchprocess/dunning_letters.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DUNLET-FILE-STATUS.
           SELECT COLLECTION-QUEUE-DATA ASSIGN TO
             "batchprocess/collections_queue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COLLQUE-FILE-STATUS.
           SELECT MAINT-LOG-DATA ASSIGN TO
             "batchprocess/maintenance_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAINTLOG-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD MASTER-ISAM-DATA.
           COPY MSTREC.
           FD RUN-PARAM-DATA.
           01 RUN-PARAM-F.
            05 RP-LINE PIC X(40).
           FD OD-FACILITY-DATA.
           01 OD-FACILITY-F.
            05 OF-BANK-ID-F PIC X(5).
            05 OF-ACCOUNT-ID-F PIC X(10).
            05 OF-CURRENCY-F PIC X(3).
            05 OF-LIMIT-F PIC X(12).
            05 OF-LIMIT-N REDEFINES OF-LIMIT-F PIC 9(10)V99.
            05 OF-EXPIRY-F PIC X(8).
           FD ACCOUNT-STATUS-DATA.
           COPY ACCTSREC.
           FD SCREENING-REVIEW-DATA.
           COPY SCRNREC.
           FD COLLECTION-HISTORY-DATA.
           COPY COLHREC.
           FD DUNNING-LETTER-DATA.
           01 DUNNING-LETTER-F.
            05 DUNNING-LINE PIC X(100).
           FD COLLECTION-QUEUE-DATA.
           01 COLLECTION-QUEUE-F.
            05 QUEUE-LINE PIC X(120).
           FD MAINT-LOG-DATA.
           01 MAINT-LOG-F.
            05 MAINT-LOG-LINE PIC X(160).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "COLLECT".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 MASTER-FILE-STATUS PIC X(2).
           05 RUNPARAM-FILE-STATUS PIC X(2).
           05 ODFAC-FILE-STATUS PIC X(2).
           05 ACCTSTAT-FILE-STATUS PIC X(2).
           05 SCRNREV-FILE-STATUS PIC X(2).
           05 COLLHIST-FILE-STATUS PIC X(2).
           05 DUNLET-FILE-STATUS PIC X(2).
           05 COLLQUE-FILE-STATUS PIC X(2).
           05 MAINTLOG-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.
       01 MASTER-EOF-SW PIC X VALUE 'N'.
           88 MASTER-EOF VALUE 'Y'.
       01 MASTER-PRESENT-SW PIC X VALUE 'N'.
           88 MASTER-PRESENT VALUE 'Y'.
       01 FEED-CHANGED-SW PIC X VALUE 'N'.
           88 FEED-CHANGED VALUE 'Y'.

       01 RUN-DATE PIC 9(8).
       01 RP-KEY PIC X(20).
       01 RP-VALUE PIC X(20).

      * days overdrawn beyond the limit at which each stage is
      * reached; they must rise stage by stage
       01 DUNNING-DAYS.
           05 DUN-REMIND1-DAYS PIC 999 VALUE 10.
           05 DUN-REMIND2-DAYS PIC 999 VALUE 20.
           05 DUN-FINAL-DAYS PIC 999 VALUE 30.
           05 DUN-HANDOVER-DAYS PIC 999 VALUE 45.

           COPY ODFACTAB.

      * overdrawn currency slots found on the master this run
       01 DUNNING-CASES.
           05 DC-USED PIC 9(4) VALUE 0.
           05 DC-ENTRY OCCURS 5000 TIMES.
               10 DC-BANK PIC X(5).
               10 DC-ACCOUNT PIC X(10).
               10 DC-CURRENCY PIC X(3).
               10 DC-NAME PIC X(30).
               10 DC-STATUS PIC X.
               10 DC-SALDO PIC S9(10)V99.
               10 DC-LIMIT PIC 9(10)V99.
               10 DC-SINCE PIC 9(8).
               10 DC-DAYS PIC 9(5).
       01 DC-INDEX PIC 9(4).
       01 DC-MATCH-INDEX PIC 9(4).

      * collections history as loaded; a stage of space marks a
      * line dropped this run, which the rewrite leaves out
       01 COLLECTION-HISTORY.
           05 HT-USED PIC 9(4) VALUE 0.
           05 HT-ENTRY OCCURS 5000 TIMES.
               10 HT-BANK PIC X(5).
               10 HT-ACCOUNT PIC X(10).
               10 HT-CURRENCY PIC X(3).
               10 HT-STAGE PIC X.
                   88 HT-DROPPED VALUE SPACE.
                   88 HT-HANDED-OVER VALUE '4'.
               10 HT-STAGE-DATE PIC X(8).
               10 HT-SINCE PIC X(8).
               10 HT-PRIOR-STATUS PIC X.
       01 HT-INDEX PIC 9(4).
       01 HT-MATCH-INDEX PIC 9(4).
       01 HT-OTHER-INDEX PIC 9(4).

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

      * accounts with a pending or confirmed screening hit - these
      * stay frozen whatever the collections position
       01 SCREENING-HOLDS.
           05 SH-USED PIC 9(4) VALUE 0.
           05 SH-ENTRY OCCURS 2000 TIMES.
               10 SH-BANK PIC X(5).
               10 SH-ACCOUNT PIC X(10).
       01 SH-INDEX PIC 9(4).
       01 SCREENING-HOLD-SW PIC X VALUE 'N'.
           88 SCREENING-HOLD VALUE 'Y'.

       01 MST-CURR-IDX PIC 9.
       01 TARGET-STAGE PIC X.
       01 CURRENT-STAGE PIC X.
       01 WORK-BANK PIC X(5).
       01 WORK-ACCOUNT PIC X(10).
       01 WORK-STATUS PIC X.
       01 WORK-PRIOR-STATUS PIC X.
       01 WORK-OVERDRAWN PIC 9(10)V99.
       01 OLD-IMAGE PIC X(40).
       01 NEW-IMAGE PIC X(40).
       01 ACTION-NAME PIC X(8).
       01 STAMP PIC X(14).
       01 DUNNING-COUNTS.
           05 OVERDRAWN-COUNT PIC 9(5) VALUE 0.
           05 LETTER-COUNT PIC 9(5) VALUE 0.
           05 HANDOVER-COUNT PIC 9(5) VALUE 0.
           05 RESET-COUNT PIC 9(5) VALUE 0.
           05 RELEASE-COUNT PIC 9(5) VALUE 0.
       01 TEMP-VARS.
           05 FORMATTED-SIGNED-SALDO PIC -(10)9.99.
           05 FORMATTED-LIMIT PIC Z(9)9.99.
           05 FORMATTED-DAYS PIC Z(4)9.
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
           PERFORM LoadRunParameters
           PERFORM CheckDunningDays
           MOVE RUN-DATE TO ODFAC-CHECK-DATE
           PERFORM LoadOverdraftFacilities
           PERFORM LoadStatusFeed
           PERFORM LoadScreeningHolds
           PERFORM LoadHistory
           PERFORM LoadOverdrawnAccounts
           IF RETURN-CODE >= 16
               GOBACK
           END-IF
           OPEN EXTEND DUNNING-LETTER-DATA
           IF DUNLET-FILE-STATUS = "35"
               OPEN OUTPUT DUNNING-LETTER-DATA
           END-IF
           IF DUNLET-FILE-STATUS NOT = "00"
               MOVE "CL0003" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN dunning_letters.txt, STATUS=",
                   DUNLET-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN EXTEND COLLECTION-QUEUE-DATA
           IF COLLQUE-FILE-STATUS = "35"
               OPEN OUTPUT COLLECTION-QUEUE-DATA
           END-IF
           IF COLLQUE-FILE-STATUS NOT = "00"
               MOVE "CL0004" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN collections_queue.txt, STATUS=",
                   COLLQUE-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               CLOSE DUNNING-LETTER-DATA
               GOBACK
           END-IF
           PERFORM ResetRecoveredAccounts
           PERFORM VARYING DC-INDEX FROM 1 BY 1
               UNTIL DC-INDEX > DC-USED
               PERFORM DunOneAccount
           END-PERFORM
           CLOSE DUNNING-LETTER-DATA
           CLOSE COLLECTION-QUEUE-DATA
           PERFORM RewriteHistory
           IF FEED-CHANGED
               PERFORM RewriteStatusFeed
           END-IF
           DISPLAY "Collections run " RUN-DATE
           DISPLAY "Overdrawn beyond limit: " OVERDRAWN-COUNT
           DISPLAY "Dunning letters written: " LETTER-COUNT
           DISPLAY "Handed over to collections: " HANDOVER-COUNT
           DISPLAY "Back within limit (cycle reset): " RESET-COUNT
           DISPLAY "Collections freezes released: " RELEASE-COUNT
           GOBACK.

      *****************************************************************
      * Run date and stage days (runparams.txt)
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

      * only the keys this program uses - the rest of the card
      * belongs to the night run
       ApplyRunParameter SECTION.
           MOVE SPACES TO RP-KEY RP-VALUE
           UNSTRING RP-LINE DELIMITED BY '='
               INTO RP-KEY RP-VALUE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-KEY)) TO RP-KEY
           MOVE FUNCTION TRIM(RP-VALUE) TO RP-VALUE
           EVALUATE RP-KEY
           WHEN 'DUNREMIND1'
               IF FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                   MOVE FUNCTION NUMVAL(RP-VALUE) TO DUN-REMIND1-DAYS
               END-IF
           WHEN 'DUNREMIND2'
               IF FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                   MOVE FUNCTION NUMVAL(RP-VALUE) TO DUN-REMIND2-DAYS
               END-IF
           WHEN 'DUNFINAL'
               IF FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                   MOVE FUNCTION NUMVAL(RP-VALUE) TO DUN-FINAL-DAYS
               END-IF
           WHEN 'DUNHANDOVER'
               IF FUNCTION TEST-NUMVAL(RP-VALUE) = 0
                   MOVE FUNCTION NUMVAL(RP-VALUE)
                       TO DUN-HANDOVER-DAYS
               END-IF
           WHEN 'PROCDATE'
               IF RP-VALUE(1:8) IS NUMERIC AND RP-VALUE(9:12) = SPACES
                   MOVE RP-VALUE(1:8) TO RUN-DATE
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      * stage days out of order would skip or repeat letters - the
      * whole set falls back to the standard cycle
       CheckDunningDays SECTION.
           IF DUN-REMIND1-DAYS = 0
               OR DUN-REMIND2-DAYS NOT > DUN-REMIND1-DAYS
               OR DUN-FINAL-DAYS NOT > DUN-REMIND2-DAYS
               OR DUN-HANDOVER-DAYS NOT > DUN-FINAL-DAYS
               MOVE "CL0001" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "DUNNING STAGE DAYS NOT ASCENDING - ",
                   "10/20/30/45 USED") TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               MOVE 10 TO DUN-REMIND1-DAYS
               MOVE 20 TO DUN-REMIND2-DAYS
               MOVE 30 TO DUN-FINAL-DAYS
               MOVE 45 TO DUN-HANDOVER-DAYS
           END-IF
           .

      *****************************************************************
      * Overdrawn slots - balance below the negative of its limit
      *****************************************************************
       LoadOverdrawnAccounts SECTION.
           OPEN INPUT MASTER-ISAM-DATA
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "CL0002" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN account_master.dat, STATUS=",
                   MASTER-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL MASTER-EOF
                   READ MASTER-ISAM-DATA NEXT RECORD
                       AT END SET MASTER-EOF TO TRUE
                       NOT AT END PERFORM NoteOverdrawnSlots
                   END-READ
               END-PERFORM
               CLOSE MASTER-ISAM-DATA
           END-IF
           .

      * a closed account is out of the cycle; its history line is
      * dropped with the others that no longer qualify
       NoteOverdrawnSlots SECTION.
           IF MST-KEY IS NOT NUMERIC OR MST-STATUS = 'C'
               OR MST-NUM-CURRENCIES IS NOT NUMERIC
               OR MST-NUM-CURRENCIES > 5
               EXIT SECTION
           END-IF
           PERFORM VARYING MST-CURR-IDX FROM 1 BY 1
               UNTIL MST-CURR-IDX > MST-NUM-CURRENCIES
               IF MST-SALDO(MST-CURR-IDX) < 0
                   PERFORM NoteOverdrawnSlot
               END-IF
           END-PERFORM
           .

       NoteOverdrawnSlot SECTION.
           MOVE 0 TO EFFECTIVE-OD-LIMIT
           PERFORM VARYING ODFAC-INDEX FROM 1 BY 1
               UNTIL ODFAC-INDEX > ODFAC-USED
               IF ODFAC-BANK(ODFAC-INDEX) = MST-BANK-ID
                   AND ODFAC-ACCOUNT(ODFAC-INDEX) = MST-ACCOUNT-ID
                   AND ODFAC-CURRENCY(ODFAC-INDEX)
                       = MST-CURR-CODE(MST-CURR-IDX)
                   AND ODFAC-EXPIRY(ODFAC-INDEX) >= ODFAC-CHECK-DATE
                   MOVE ODFAC-LIMIT(ODFAC-INDEX)
                       TO EFFECTIVE-OD-LIMIT
               END-IF
           END-PERFORM
           COMPUTE WORK-OVERDRAWN = 0 - MST-SALDO(MST-CURR-IDX)
           IF WORK-OVERDRAWN NOT > EFFECTIVE-OD-LIMIT
               EXIT SECTION
           END-IF
           IF DC-USED >= 5000
               MOVE "CL0005" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "DUNNING TABLE FULL - ", MST-BANK-ID, "/",
                   MST-ACCOUNT-ID, " NOT DUNNED") TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           ADD 1 TO OVERDRAWN-COUNT
           ADD 1 TO DC-USED
           MOVE MST-BANK-ID TO DC-BANK(DC-USED)
           MOVE MST-ACCOUNT-ID TO DC-ACCOUNT(DC-USED)
           MOVE MST-CURR-CODE(MST-CURR-IDX) TO DC-CURRENCY(DC-USED)
           MOVE MST-NAME TO DC-NAME(DC-USED)
           MOVE MST-STATUS TO DC-STATUS(DC-USED)
           MOVE MST-SALDO(MST-CURR-IDX) TO DC-SALDO(DC-USED)
           MOVE EFFECTIVE-OD-LIMIT TO DC-LIMIT(DC-USED)
           MOVE MST-FIRST-OD-DATE(MST-CURR-IDX) TO DC-SINCE(DC-USED)
           MOVE 0 TO DC-DAYS(DC-USED)
           IF FUNCTION TEST-DATE-YYYYMMDD(DC-SINCE(DC-USED)) = 0
               AND DC-SINCE(DC-USED) < RUN-DATE
               COMPUTE DC-DAYS(DC-USED) =
                   FUNCTION INTEGER-OF-DATE(RUN-DATE)
                   - FUNCTION INTEGER-OF-DATE(DC-SINCE(DC-USED))
           END-IF
           .

      *****************************************************************
      * Reset - a history line whose slot is no longer overdrawn
      * beyond its limit ends the cycle
      *****************************************************************
       ResetRecoveredAccounts SECTION.
           PERFORM VARYING HT-INDEX FROM 1 BY 1
               UNTIL HT-INDEX > HT-USED
               IF NOT HT-DROPPED(HT-INDEX)
                   PERFORM FindDunningCase
                   IF DC-MATCH-INDEX = 0
                       PERFORM ResetOneAccount
                   END-IF
               END-IF
           END-PERFORM
           .

       FindDunningCase SECTION.
           MOVE 0 TO DC-MATCH-INDEX
           PERFORM VARYING DC-INDEX FROM 1 BY 1
               UNTIL DC-INDEX > DC-USED OR DC-MATCH-INDEX > 0
               IF DC-BANK(DC-INDEX) = HT-BANK(HT-INDEX)
                   AND DC-ACCOUNT(DC-INDEX) = HT-ACCOUNT(HT-INDEX)
                   AND DC-CURRENCY(DC-INDEX) = HT-CURRENCY(HT-INDEX)
                   MOVE DC-INDEX TO DC-MATCH-INDEX
               END-IF
           END-PERFORM
           .

      * a handed-over account is released only when no other of its
      * currencies is still with collections and no screening hit
      * holds it
       ResetOneAccount SECTION.
           ADD 1 TO RESET-COUNT
           MOVE HT-STAGE(HT-INDEX) TO CURRENT-STAGE
           MOVE HT-PRIOR-STATUS(HT-INDEX) TO WORK-PRIOR-STATUS
           MOVE SPACE TO HT-STAGE(HT-INDEX)
           IF CURRENT-STAGE NOT = '4'
               EXIT SECTION
           END-IF
           MOVE HT-BANK(HT-INDEX) TO WORK-BANK
           MOVE HT-ACCOUNT(HT-INDEX) TO WORK-ACCOUNT
           PERFORM VARYING HT-OTHER-INDEX FROM 1 BY 1
               UNTIL HT-OTHER-INDEX > HT-USED
               IF HT-BANK(HT-OTHER-INDEX) = WORK-BANK
                   AND HT-ACCOUNT(HT-OTHER-INDEX) = WORK-ACCOUNT
                   AND HT-HANDED-OVER(HT-OTHER-INDEX)
                   EXIT SECTION
               END-IF
           END-PERFORM
           PERFORM CheckScreeningHold
           IF SCREENING-HOLD
               EXIT SECTION
           END-IF
           MOVE WORK-PRIOR-STATUS TO WORK-STATUS
           IF WORK-STATUS = SPACE
               MOVE 'O' TO WORK-STATUS
           END-IF
           PERFORM FindStatusEntry
           PERFORM SetFeedStatus
           PERFORM ApplyMasterStatus
           ADD 1 TO RELEASE-COUNT
           MOVE 'COLLRLS' TO ACTION-NAME
           MOVE function concatenate('F ', HT-CURRENCY(HT-INDEX))
               TO OLD-IMAGE
           MOVE WORK-STATUS TO NEW-IMAGE
           PERFORM RecordChange
           .

       CheckScreeningHold SECTION.
           MOVE 'N' TO SCREENING-HOLD-SW
           PERFORM VARYING SH-INDEX FROM 1 BY 1
               UNTIL SH-INDEX > SH-USED OR SCREENING-HOLD
               IF SH-BANK(SH-INDEX) = WORK-BANK
                   AND SH-ACCOUNT(SH-INDEX) = WORK-ACCOUNT
                   SET SCREENING-HOLD TO TRUE
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * Dunning - the highest stage the days overdrawn have reached;
      * a stage already written is not written again, and a run
      * that missed a stage goes straight to the one now due
      *****************************************************************
       DunOneAccount SECTION.
           EVALUATE TRUE
           WHEN DC-DAYS(DC-INDEX) >= DUN-HANDOVER-DAYS
               MOVE '4' TO TARGET-STAGE
           WHEN DC-DAYS(DC-INDEX) >= DUN-FINAL-DAYS
               MOVE '3' TO TARGET-STAGE
           WHEN DC-DAYS(DC-INDEX) >= DUN-REMIND2-DAYS
               MOVE '2' TO TARGET-STAGE
           WHEN DC-DAYS(DC-INDEX) >= DUN-REMIND1-DAYS
               MOVE '1' TO TARGET-STAGE
           WHEN OTHER
               EXIT SECTION
           END-EVALUATE
           MOVE 0 TO HT-MATCH-INDEX
           PERFORM VARYING HT-INDEX FROM 1 BY 1
               UNTIL HT-INDEX > HT-USED OR HT-MATCH-INDEX > 0
               IF HT-BANK(HT-INDEX) = DC-BANK(DC-INDEX)
                   AND HT-ACCOUNT(HT-INDEX) = DC-ACCOUNT(DC-INDEX)
                   AND HT-CURRENCY(HT-INDEX) = DC-CURRENCY(DC-INDEX)
                   AND NOT HT-DROPPED(HT-INDEX)
                   MOVE HT-INDEX TO HT-MATCH-INDEX
               END-IF
           END-PERFORM
           MOVE '0' TO CURRENT-STAGE
           IF HT-MATCH-INDEX > 0
               MOVE HT-STAGE(HT-MATCH-INDEX) TO CURRENT-STAGE
      * the balance recovered and went over again between two runs -
      * a new overdraft starts a new cycle, but an account already
      * with collections stays there
               IF HT-SINCE(HT-MATCH-INDEX) NOT = DC-SINCE(DC-INDEX)
                   AND CURRENT-STAGE NOT = '4'
                   MOVE '0' TO CURRENT-STAGE
               END-IF
           END-IF
           IF TARGET-STAGE NOT > CURRENT-STAGE
               EXIT SECTION
           END-IF
           IF HT-MATCH-INDEX = 0
               IF HT-USED >= 5000
                   MOVE "CL0005" TO MSG-ID
                   MOVE "W" TO MSG-SEVERITY
                   MOVE function concatenate(
                       "HISTORY TABLE FULL - ", DC-BANK(DC-INDEX),
                       "/", DC-ACCOUNT(DC-INDEX), " NOT DUNNED")
                       TO MSG-TEXT
                   PERFORM LogMessage
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
                   EXIT SECTION
               END-IF
               ADD 1 TO HT-USED
               MOVE HT-USED TO HT-MATCH-INDEX
               MOVE DC-BANK(DC-INDEX) TO HT-BANK(HT-MATCH-INDEX)
               MOVE DC-ACCOUNT(DC-INDEX) TO HT-ACCOUNT(HT-MATCH-INDEX)
               MOVE DC-CURRENCY(DC-INDEX)
                   TO HT-CURRENCY(HT-MATCH-INDEX)
               MOVE SPACE TO HT-PRIOR-STATUS(HT-MATCH-INDEX)
           END-IF
           MOVE TARGET-STAGE TO HT-STAGE(HT-MATCH-INDEX)
           MOVE RUN-DATE TO HT-STAGE-DATE(HT-MATCH-INDEX)
           MOVE DC-SINCE(DC-INDEX) TO HT-SINCE(HT-MATCH-INDEX)
           PERFORM WriteDunningLetter
           IF TARGET-STAGE = '4'
               PERFORM HandOverAccount
           END-IF
           .

       WriteDunningLetter SECTION.
           ADD 1 TO LETTER-COUNT
           MOVE '----------------------------------------' TO
               DUNNING-LINE
           WRITE DUNNING-LETTER-F FROM DUNNING-LINE
           EVALUATE TARGET-STAGE
           WHEN '1'
               MOVE function concatenate('FIRST REMINDER     ',
                   RUN-DATE) TO DUNNING-LINE
           WHEN '2'
               MOVE function concatenate('SECOND REMINDER    ',
                   RUN-DATE) TO DUNNING-LINE
           WHEN '3'
               MOVE function concatenate('FINAL NOTICE       ',
                   RUN-DATE) TO DUNNING-LINE
           WHEN OTHER
               MOVE function concatenate('NOTICE OF HANDOVER ',
                   RUN-DATE) TO DUNNING-LINE
           END-EVALUATE
           WRITE DUNNING-LETTER-F FROM DUNNING-LINE
           MOVE function concatenate('To: ', DC-NAME(DC-INDEX))
               TO DUNNING-LINE
           WRITE DUNNING-LETTER-F FROM DUNNING-LINE
           MOVE function concatenate('Account ', DC-ACCOUNT(DC-INDEX),
               ' at bank ', DC-BANK(DC-INDEX)) TO DUNNING-LINE
           WRITE DUNNING-LETTER-F FROM DUNNING-LINE
           MOVE DC-SALDO(DC-INDEX) TO FORMATTED-SIGNED-SALDO
           MOVE function concatenate('Balance: ',
               FORMATTED-SIGNED-SALDO, ' ', DC-CURRENCY(DC-INDEX))
               TO DUNNING-LINE
           WRITE DUNNING-LETTER-F FROM DUNNING-LINE
           MOVE DC-LIMIT(DC-INDEX) TO FORMATTED-LIMIT
           MOVE function concatenate('Agreed limit: ',
               FORMATTED-LIMIT, ' ', DC-CURRENCY(DC-INDEX))
               TO DUNNING-LINE
           WRITE DUNNING-LETTER-F FROM DUNNING-LINE
           MOVE DC-DAYS(DC-INDEX) TO FORMATTED-DAYS
           MOVE function concatenate('Overdrawn since: ',
               DC-SINCE(DC-INDEX), ' (', FUNCTION TRIM(FORMATTED-DAYS),
               ' days)') TO DUNNING-LINE
           WRITE DUNNING-LETTER-F FROM DUNNING-LINE
           EVALUATE TARGET-STAGE
           WHEN '1'
               MOVE function concatenate('Details: ',
                   'Your account is overdrawn beyond its agreed ',
                   'limit. Please pay in the difference.')
                   TO DUNNING-LINE
           WHEN '2'
               MOVE function concatenate('Details: ',
                   'Our reminder is still unanswered. Please pay in ',
                   'the difference without delay.') TO DUNNING-LINE
           WHEN '3'
               MOVE function concatenate('Details: ',
                   'Unless the account is back within its limit ',
                   'it will be passed to collections.') TO DUNNING-LINE
           WHEN OTHER
               MOVE function concatenate('Details: ',
                   'The account is frozen and has been passed to ',
                   'our collections department.') TO DUNNING-LINE
           END-EVALUATE
           WRITE DUNNING-LETTER-F FROM DUNNING-LINE
           IF DUNLET-FILE-STATUS NOT = "00"
               MOVE "CL0006" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "WRITE FAILED ON dunning_letters.txt, STATUS=",
                   DUNLET-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           END-IF
           .

      *****************************************************************
      * Handover - queue line for the collections department and the
      * account frozen in the status feed and the indexed master.
      * The prior status is kept on the history line for the release;
      * a second currency handed over shares the first one's.
      *****************************************************************
       HandOverAccount SECTION.
           ADD 1 TO HANDOVER-COUNT
           MOVE DC-BANK(DC-INDEX) TO WORK-BANK
           MOVE DC-ACCOUNT(DC-INDEX) TO WORK-ACCOUNT
           MOVE DC-SALDO(DC-INDEX) TO FORMATTED-SIGNED-SALDO
           MOVE DC-LIMIT(DC-INDEX) TO FORMATTED-LIMIT
           MOVE DC-DAYS(DC-INDEX) TO FORMATTED-DAYS
           MOVE function concatenate(RUN-DATE, ' ', WORK-BANK, ' ',
               WORK-ACCOUNT, ' ', DC-CURRENCY(DC-INDEX), ' ',
               FORMATTED-SIGNED-SALDO, ' ', FORMATTED-LIMIT, ' ',
               DC-SINCE(DC-INDEX), ' ', FORMATTED-DAYS, ' ',
               DC-NAME(DC-INDEX)) TO QUEUE-LINE
           WRITE COLLECTION-QUEUE-F FROM QUEUE-LINE
           PERFORM FindStatusEntry
           MOVE SPACE TO WORK-PRIOR-STATUS
           PERFORM VARYING HT-OTHER-INDEX FROM 1 BY 1
               UNTIL HT-OTHER-INDEX > HT-USED
               IF HT-BANK(HT-OTHER-INDEX) = WORK-BANK
                   AND HT-ACCOUNT(HT-OTHER-INDEX) = WORK-ACCOUNT
                   AND HT-HANDED-OVER(HT-OTHER-INDEX)
                   AND HT-OTHER-INDEX NOT = HT-MATCH-INDEX
                   AND HT-PRIOR-STATUS(HT-OTHER-INDEX) NOT = SPACE
                   MOVE HT-PRIOR-STATUS(HT-OTHER-INDEX)
                       TO WORK-PRIOR-STATUS
               END-IF
           END-PERFORM
           IF WORK-PRIOR-STATUS = SPACE
               IF SF-MATCH-INDEX > 0
                   MOVE SF-STATUS(SF-MATCH-INDEX) TO WORK-PRIOR-STATUS
               ELSE
                   MOVE DC-STATUS(DC-INDEX) TO WORK-PRIOR-STATUS
               END-IF
           END-IF
           IF WORK-PRIOR-STATUS = SPACE
               MOVE 'O' TO WORK-PRIOR-STATUS
           END-IF
           MOVE WORK-PRIOR-STATUS TO HT-PRIOR-STATUS(HT-MATCH-INDEX)
           IF SF-USED >= 2000 AND SF-MATCH-INDEX = 0
               MOVE "CL0005" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "STATUS FEED FULL - ", WORK-BANK, "/",
                   WORK-ACCOUNT, " NOT FROZEN") TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           MOVE 'F' TO WORK-STATUS
           PERFORM SetFeedStatus
           PERFORM ApplyMasterStatus
           MOVE 'COLLHND' TO ACTION-NAME
           MOVE WORK-PRIOR-STATUS TO OLD-IMAGE
           MOVE function concatenate('F ', DC-CURRENCY(DC-INDEX))
               TO NEW-IMAGE
           PERFORM RecordChange
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
           SET FEED-CHANGED TO TRUE
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
      * Change log - action, key and before/after image under the
      * program's name as operator
      *****************************************************************
       RecordChange SECTION.
           OPEN EXTEND MAINT-LOG-DATA
           IF MAINTLOG-FILE-STATUS = "35"
               OPEN OUTPUT MAINT-LOG-DATA
           END-IF
           IF MAINTLOG-FILE-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO STAMP
               MOVE function concatenate(STAMP, ' ', 'COLLECT ',
                   ' ', ACTION-NAME, ' ', WORK-BANK, ' ',
                   WORK-ACCOUNT, ' OLD=', OLD-IMAGE, ' NEW=',
                   NEW-IMAGE) TO MAINT-LOG-LINE
               WRITE MAINT-LOG-F FROM MAINT-LOG-LINE
               CLOSE MAINT-LOG-DATA
           ELSE
               MOVE "CL0007" TO MSG-ID
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
       LoadOverdraftFacilities SECTION.
           OPEN INPUT OD-FACILITY-DATA
           IF ODFAC-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ OD-FACILITY-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF OF-BANK-ID-F IS NUMERIC
                               AND OF-ACCOUNT-ID-F IS NUMERIC
                               AND OF-LIMIT-F IS NUMERIC
                               AND OF-EXPIRY-F IS NUMERIC
                               AND ODFAC-USED < 200
                               ADD 1 TO ODFAC-USED
                               MOVE OF-BANK-ID-F
                                   TO ODFAC-BANK(ODFAC-USED)
                               MOVE OF-ACCOUNT-ID-F
                                   TO ODFAC-ACCOUNT(ODFAC-USED)
                               MOVE OF-CURRENCY-F
                                   TO ODFAC-CURRENCY(ODFAC-USED)
                               MOVE OF-LIMIT-N
                                   TO ODFAC-LIMIT(ODFAC-USED)
                               MOVE OF-EXPIRY-F
                                   TO ODFAC-EXPIRY(ODFAC-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OD-FACILITY-DATA
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

       LoadScreeningHolds SECTION.
           OPEN INPUT SCREENING-REVIEW-DATA
           IF SCRNREV-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ SCREENING-REVIEW-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF (SR-STATUS-F = 'P' OR SR-STATUS-F = 'H')
                               AND SH-USED < 2000
                               ADD 1 TO SH-USED
                               MOVE SR-BANK-ID-F TO SH-BANK(SH-USED)
                               MOVE SR-ACCOUNT-ID-F
                                   TO SH-ACCOUNT(SH-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SCREENING-REVIEW-DATA
           END-IF
           .

       LoadHistory SECTION.
           OPEN INPUT COLLECTION-HISTORY-DATA
           IF COLLHIST-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ COLLECTION-HISTORY-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF CH-BANK-ID-F IS NUMERIC
                               AND CH-STAGE-F NOT = SPACE
                               AND HT-USED < 5000
                               ADD 1 TO HT-USED
                               MOVE CH-BANK-ID-F TO HT-BANK(HT-USED)
                               MOVE CH-ACCOUNT-ID-F
                                   TO HT-ACCOUNT(HT-USED)
                               MOVE CH-CURRENCY-F
                                   TO HT-CURRENCY(HT-USED)
                               MOVE CH-STAGE-F TO HT-STAGE(HT-USED)
                               MOVE CH-STAGE-DATE-F
                                   TO HT-STAGE-DATE(HT-USED)
                               MOVE CH-OVERDRAWN-SINCE-F
                                   TO HT-SINCE(HT-USED)
                               MOVE CH-PRIOR-STATUS-F
                                   TO HT-PRIOR-STATUS(HT-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECTION-HISTORY-DATA
           END-IF
           .

       RewriteHistory SECTION.
           OPEN OUTPUT COLLECTION-HISTORY-DATA
           IF COLLHIST-FILE-STATUS NOT = "00"
               MOVE "CL0008" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE collections_history.txt, STATUS=",
                   COLLHIST-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM VARYING HT-INDEX FROM 1 BY 1
                   UNTIL HT-INDEX > HT-USED
                   IF NOT HT-DROPPED(HT-INDEX)
                       MOVE HT-BANK(HT-INDEX) TO CH-BANK-ID-F
                       MOVE HT-ACCOUNT(HT-INDEX) TO CH-ACCOUNT-ID-F
                       MOVE HT-CURRENCY(HT-INDEX) TO CH-CURRENCY-F
                       MOVE HT-STAGE(HT-INDEX) TO CH-STAGE-F
                       MOVE HT-STAGE-DATE(HT-INDEX) TO CH-STAGE-DATE-F
                       MOVE HT-SINCE(HT-INDEX)
                           TO CH-OVERDRAWN-SINCE-F
                       MOVE HT-PRIOR-STATUS(HT-INDEX)
                           TO CH-PRIOR-STATUS-F
                       WRITE COLLECTION-HISTORY-F
                   END-IF
               END-PERFORM
               CLOSE COLLECTION-HISTORY-DATA
           END-IF
           .

       RewriteStatusFeed SECTION.
           OPEN OUTPUT ACCOUNT-STATUS-DATA
           IF ACCTSTAT-FILE-STATUS NOT = "00"
               MOVE "CL0009" TO MSG-ID
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

       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           .

       END PROGRAM COLLECT.
