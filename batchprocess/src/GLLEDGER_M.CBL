      * 99999999 suspense accounts included) and prints a trial
      * balance proving debits equal credits per currency. An
      * out-of-balance extract ends with RETURN-CODE 8.
      * chart_of_accounts.txt (COAREC) names each GL number and
      * gives its type and reporting line; financial_statements.txt
      * carries a balance sheet and an income statement per
      * currency built from it, and lists every GL number the chart
      * does not know (RETURN-CODE 8).
      * GLCLOSE=YYYY in runparams.txt closes that year after the
      * extract is applied: income and expense balances roll into
      * the chart's retained-earnings account and start again at
      * zero, extract lines dated after the year staying with the
      * new year. gl_close_log.txt records each close, and a year
      * already there is not closed twice.
      * Manual journals approved in GLJOURNAL (gl_journals.txt,
      * GLJNREC) are booked alongside the extract, listed on the
      * trial balance by journal number, marked booked, and copied
      * to gl_extract.txt with category MJ + journal number so the
      * day's extract holds every GL movement.
      * Every extract line and journal carries the legal entity whose
      * books it belongs to (blank for the house books): balances are
      * kept per entity, and the trial balance, the year-end close
      * and the statements are cut per entity, named from
      * legal_entities.txt (LENTREC).
      * Both reports are printed with the shop's standard page
      * headers (RPTPAGE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             "batchprocess/gl_balances.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLBAL-FILE-STATUS.
           SELECT RUN-PARAM-DATA ASSIGN TO
             "batchprocess/runparams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAM-FILE-STATUS.
           SELECT CHART-DATA ASSIGN TO
             "batchprocess/chart_of_accounts.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHART-FILE-STATUS.
           SELECT CLOSE-LOG-DATA ASSIGN TO
             "batchprocess/gl_close_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CLOSELOG-FILE-STATUS.
           SELECT GL-JOURNAL-DATA ASSIGN TO
             "batchprocess/gl_journals.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GLJRNL-FILE-STATUS.
           SELECT STATEMENT-DATA ASSIGN TO
             "batchprocess/financial_statements.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STMT-FILE-STATUS.
           SELECT TRIAL-BALANCE-DATA ASSIGN TO
             "batchprocess/trial_balance.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRIAL-FILE-STATUS.
           SELECT LEGAL-ENTITY-DATA ASSIGN TO
             "batchprocess/legal_entities.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEGENT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD GL-EXTRACT-DATA.
            05 GLB-CURRENCY-F PIC X(3).
            05 FILLER PIC X(1).
            05 GLB-BALANCE-F PIC X(17).
            05 FILLER PIC X(1).
            05 GLB-ENTITY-F PIC X(3).
           FD RUN-PARAM-DATA.
           01 RUN-PARAM-F.
            05 RP-LINE PIC X(40).
           FD CHART-DATA.
           COPY COAREC.
           FD CLOSE-LOG-DATA.
           01 CLOSE-LOG-F.
            05 CLOSE-LOG-LINE PIC X(100).
           FD GL-JOURNAL-DATA.
           COPY GLJNREC.
           FD STATEMENT-DATA.
           01 STATEMENT-F.
            05 STMT-LINE PIC X(100).
           FD TRIAL-BALANCE-DATA.
           01 TRIAL-BALANCE-F.
            05 TRIAL-LINE PIC X(100).
           FD LEGAL-ENTITY-DATA.
           COPY LENTREC.
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 GLEXT-FILE-STATUS PIC X(2).
           05 GLBAL-FILE-STATUS PIC X(2).
           05 TRIAL-FILE-STATUS PIC X(2).
           05 RUNPARAM-FILE-STATUS PIC X(2).
           05 CHART-FILE-STATUS PIC X(2).
           05 CLOSELOG-FILE-STATUS PIC X(2).
           05 STMT-FILE-STATUS PIC X(2).
           05 GLJRNL-FILE-STATUS PIC X(2).
           05 LEGENT-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.
       01 CURRENCY-FOUND-SW PIC X VALUE 'N'.
       01 GL-BALANCES.
           05 GLB-USED PIC 9(4) VALUE 0.
           05 GLB-ENTRY OCCURS 500 TIMES.
               10 GLB-ENTITY PIC X(3).
               10 GLB-ACCOUNT PIC X(8).
               10 GLB-CURRENCY PIC X(3).
               10 GLB-BALANCE PIC S9(12)V99.
               10 GLB-LATER PIC S9(12)V99.
               10 GLB-CHART-INDEX PIC 9(4).
       01 GLB-INDEX PIC 9(4).
       01 GLB-MATCH-INDEX PIC 9(4).

      * per-entity, per-currency debit/credit totals of this run's
      * extract
       01 TRIAL-TOTALS.
           05 TRIAL-USED PIC 99 VALUE 0.
           05 TRIAL-ENTRY OCCURS 40 TIMES.
               10 TRIAL-ENTITY PIC X(3).
               10 TRIAL-CURRENCY PIC X(3).
               10 TRIAL-DEBITS PIC S9(13)V99.
               10 TRIAL-CREDITS PIC S9(13)V99.
           88 RUN-OUT-OF-BALANCE VALUE 'Y'.

       01 EXTRACT-FIELDS.
           05 EXT-ENTITY PIC X(3).
           05 EXT-ACCOUNT PIC X(8).
           05 EXT-CURRENCY PIC X(3).
           05 EXT-AMOUNT PIC S9(12)V99.
       01 EXTRACT-LINE-COUNT PIC 9(7) VALUE 0.

      * manual journal lines on file; those booked by this run are
      * listed on the trial balance
       01 MANUAL-JOURNALS.
           05 MJ-USED PIC 9(4) VALUE 0.
           05 MJ-ENTRY OCCURS 5000 TIMES.
               10 MJ-LINE PIC X(139).
               10 MJ-BOOKED-SW PIC X.
                   88 MJ-BOOKED-NOW VALUE 'Y'.
       01 MJ-INDEX PIC 9(4).
       01 MANUAL-LINE-COUNT PIC 9(5) VALUE 0.
       01 MANUAL-APPROVED-COUNT PIC 9(5) VALUE 0.

      * legal entities on file, and the entities the ledger holds
      * balances or movements for, in the order the reports show them
       01 LEGAL-ENTITIES.
           05 LENT-USED PIC 99 VALUE 0.
           05 LENT-ENTRY OCCURS 20 TIMES.
               10 LENT-CODE PIC X(3).
               10 LENT-BASE-CURRENCY PIC X(3).
               10 LENT-NAME PIC X(30).
       01 LENT-INDEX PIC 99.
       01 LEDGER-ENTITIES.
           05 LGE-USED PIC 99 VALUE 0.
           05 LGE-CODE PIC X(3) OCCURS 21 TIMES.
       01 LGE-INDEX PIC 99.
       01 LEDGER-ENTITY PIC X(3).
       01 ENTITY-HEADING PIC X(80).
       01 ENTITY-LABEL PIC X(20).
       01 ENTITY-MODE-SW PIC X VALUE 'N'.
           88 LEDGER-BY-ENTITY VALUE 'Y'.

       01 RUN-DATE PIC 9(8).
       01 RP-KEY PIC X(20).
       01 RP-VALUE PIC X(20).

      * chart of accounts, in file order
       01 CHART-TABLE.
           05 COA-USED PIC 9(4) VALUE 0.
           05 COA-ENTRY OCCURS 500 TIMES.
               10 COA-ACCOUNT PIC X(8).
               10 COA-TYPE PIC X.
               10 COA-REPORT-LINE PIC X(24).
               10 COA-NAME PIC X(30).
       01 COA-INDEX PIC 9(4).
       01 COA-MATCH-INDEX PIC 9(4).
       01 COA-RETAINED-INDEX PIC 9(4) VALUE 0.
       01 CHART-WORK-ACCOUNT PIC X(8).
       01 CHART-PRESENT-SW PIC X VALUE 'N'.
           88 CHART-PRESENT VALUE 'Y'.

      * year-end close - the year asked for and the result booked
      * to retained earnings per entity and currency
       01 CLOSE-YEAR PIC X(4) VALUE SPACES.
       01 CLOSE-DONE-SW PIC X VALUE 'N'.
           88 CLOSE-DONE VALUE 'Y'.
       01 YEAR-CLOSED-SW PIC X VALUE 'N'.
           88 YEAR-ALREADY-CLOSED VALUE 'Y'.
       01 CLOSE-TOTALS.
           05 CLOSE-USED PIC 99 VALUE 0.
           05 CLOSE-ENTRY OCCURS 40 TIMES.
               10 CLOSE-ENTITY PIC X(3).
               10 CLOSE-CURRENCY PIC X(3).
               10 CLOSE-AMOUNT PIC S9(13)V99.
               10 CLOSE-ACCOUNTS PIC 9(4).
       01 CLOSE-INDEX PIC 99.
       01 CLOSE-WORK-AMOUNT PIC S9(13)V99.

      * statement figures for one entity and currency - amounts
      * shown as the account type naturally carries them (assets and
      * expenses debit-positive, the rest credit-positive)
       01 STMT-CURRENCIES.
           05 SCY-USED PIC 99 VALUE 0.
           05 SCY-ENTRY OCCURS 40 TIMES.
               10 SCY-ENTITY PIC X(3).
               10 SCY-CODE PIC X(3).
       01 SCY-INDEX PIC 99.
       01 STMT-ENTITY PIC X(3).
       01 STMT-CURRENCY PIC X(3).
       01 REPORT-LINES.
           05 RL-USED PIC 9(3) VALUE 0.
           05 RL-ENTRY OCCURS 200 TIMES.
               10 RL-TYPE PIC X.
               10 RL-REPORT-LINE PIC X(24).
               10 RL-AMOUNT PIC S9(13)V99.
               10 RL-SEEN-SW PIC X.
                   88 RL-SEEN VALUE 'Y'.
       01 RL-INDEX PIC 9(3).
       01 RL-MATCH-INDEX PIC 9(3).
       01 STMT-TYPE PIC X.
       01 STMT-HEADING PIC X(30).
       01 STMT-TOTAL-TEXT PIC X(30).
       01 STMT-AMOUNT PIC S9(13)V99.
       01 STMT-TYPE-TOTAL PIC S9(13)V99.
       01 STMT-TOTALS.
           05 TOT-ASSETS PIC S9(13)V99.
           05 TOT-LIABILITIES PIC S9(13)V99.
           05 TOT-EQUITY PIC S9(13)V99.
           05 TOT-INCOME PIC S9(13)V99.
           05 TOT-EXPENSES PIC S9(13)V99.
           05 TOT-RESULT PIC S9(13)V99.
           05 TOT-FUNDING PIC S9(13)V99.
       01 MISSING-COUNT PIC 9(4) VALUE 0.
       01 SAVED-RETURN-CODE PIC S9(9) COMP.

       01 TEMP-VARS.
           05 FORMATTED-GL-BALANCE PIC -(12)9.99.
           05 FORMATTED-GL-BALANCE-2 PIC -(12)9.99.
           05 FORMATTED-GL-BALANCE-3 PIC -(12)9.99.
           05 TRIAL-ACCOUNT-NAME PIC X(30).
           05 FORMATTED-EXTRACT-AMOUNT PIC -(07)9.99.
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
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           PERFORM LoadRunParameters
           PERFORM LoadLegalEntities
           PERFORM LoadChartOfAccounts
           PERFORM LoadGlBalances
           PERFORM ApplyGlExtract
           PERFORM BookManualJournals
           IF CLOSE-YEAR NOT = SPACES
               PERFORM CloseYear
           END-IF
           PERFORM RewriteGlBalances
           PERFORM WriteTrialBalance
           PERFORM WriteFinancialStatements
           GOBACK.

      *****************************************************************
      * Run date and close year (runparams.txt)
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
           WHEN 'PROCDATE'
               IF RP-VALUE(1:8) IS NUMERIC AND RP-VALUE(9:12) = SPACES
                   MOVE RP-VALUE(1:8) TO RUN-DATE
               END-IF
           WHEN 'GLCLOSE'
               MOVE RP-VALUE(1:4) TO CLOSE-YEAR
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      *****************************************************************
      * Legal entities (legal_entities.txt) - names for the report
      * headings; a ledger with no entity on its lines reports as
      * it always has
      *****************************************************************
       LoadLegalEntities SECTION.
           OPEN INPUT LEGAL-ENTITY-DATA
           IF LEGENT-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ LEGAL-ENTITY-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF LE-ENTITY-F NOT = SPACES
                               AND LENT-USED < 20
                               ADD 1 TO LENT-USED
                               MOVE LE-ENTITY-F
                                   TO LENT-CODE(LENT-USED)
                               MOVE LE-BASE-CURRENCY-F
                                   TO LENT-BASE-CURRENCY(LENT-USED)
                               MOVE LE-NAME-F TO LENT-NAME(LENT-USED)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEGAL-ENTITY-DATA
           END-IF
           .

      * the entities with balances, house books first, then in the
      * order of legal_entities.txt, then any other on a line
       CollectLedgerEntities SECTION.
           MOVE 0 TO LGE-USED
           PERFORM VARYING GLB-INDEX FROM 1 BY 1
               UNTIL GLB-INDEX > GLB-USED
               IF GLB-ENTITY(GLB-INDEX) = SPACES
                   MOVE SPACES TO LEDGER-ENTITY
                   PERFORM NoteLedgerEntity
               END-IF
           END-PERFORM
           PERFORM VARYING LENT-INDEX FROM 1 BY 1
               UNTIL LENT-INDEX > LENT-USED
               PERFORM VARYING GLB-INDEX FROM 1 BY 1
                   UNTIL GLB-INDEX > GLB-USED
                   IF GLB-ENTITY(GLB-INDEX) = LENT-CODE(LENT-INDEX)
                       MOVE LENT-CODE(LENT-INDEX) TO LEDGER-ENTITY
                       PERFORM NoteLedgerEntity
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING GLB-INDEX FROM 1 BY 1
               UNTIL GLB-INDEX > GLB-USED
               MOVE GLB-ENTITY(GLB-INDEX) TO LEDGER-ENTITY
               PERFORM NoteLedgerEntity
           END-PERFORM
           .

      * entity headings only once a line names an entity
       NoteLedgerEntity SECTION.
           IF LEDGER-ENTITY NOT = SPACES
               SET LEDGER-BY-ENTITY TO TRUE
           END-IF
           PERFORM VARYING LGE-INDEX FROM 1 BY 1
               UNTIL LGE-INDEX > LGE-USED
               IF LGE-CODE(LGE-INDEX) = LEDGER-ENTITY
                   EXIT SECTION
               END-IF
           END-PERFORM
           IF LGE-USED < 21
               ADD 1 TO LGE-USED
               MOVE LEDGER-ENTITY TO LGE-CODE(LGE-USED)
           END-IF
           .

      * expects LEDGER-ENTITY; the heading line for its part of a
      * report in ENTITY-HEADING
       SetEntityHeading SECTION.
           IF LEDGER-ENTITY = SPACES
               MOVE 'Legal entity: house books' TO ENTITY-HEADING
               EXIT SECTION
           END-IF
           MOVE function concatenate('Legal entity ', LEDGER-ENTITY,
               ' (not on legal_entities.txt)') TO ENTITY-HEADING
           PERFORM VARYING LENT-INDEX FROM 1 BY 1
               UNTIL LENT-INDEX > LENT-USED
               IF LENT-CODE(LENT-INDEX) = LEDGER-ENTITY
                   MOVE function concatenate('Legal entity ',
                       LEDGER-ENTITY, ' ',
                       FUNCTION TRIM(LENT-NAME(LENT-INDEX)),
                       ' (base ', LENT-BASE-CURRENCY(LENT-INDEX), ')')
                       TO ENTITY-HEADING
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * Chart of accounts (chart_of_accounts.txt)
      *****************************************************************
       LoadChartOfAccounts SECTION.
           OPEN INPUT CHART-DATA
           IF CHART-FILE-STATUS NOT = "00"
               MOVE "GL0007" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "NO chart_of_accounts.txt, STATUS=",
                   CHART-FILE-STATUS,
                   " - FINANCIAL STATEMENTS NOT PRODUCED") TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           SET CHART-PRESENT TO TRUE
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ CHART-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END PERFORM LoadChartLine
               END-READ
           END-PERFORM
           CLOSE CHART-DATA
           .

      * a line with an unknown type or a number already charted is
      * left out; the first of a duplicate pair stands
       LoadChartLine SECTION.
           IF CA-ACCOUNT-F = SPACES OR CA-ACCOUNT-F(1:1) = '*'
               EXIT SECTION
           END-IF
           MOVE CA-ACCOUNT-F TO CHART-WORK-ACCOUNT
           PERFORM FindChartEntry
           IF COA-MATCH-INDEX > 0
               OR (CA-TYPE-F NOT = 'A' AND NOT = 'L' AND NOT = 'E'
                   AND NOT = 'I' AND NOT = 'X')
               MOVE "GL0008" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CHART LINE FOR GL ", CA-ACCOUNT-F,
                   " IGNORED - DUPLICATE NUMBER OR TYPE NOT A/L/E/I/X")
                   TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           IF COA-USED < 500
               ADD 1 TO COA-USED
               MOVE CA-ACCOUNT-F TO COA-ACCOUNT(COA-USED)
               MOVE CA-TYPE-F TO COA-TYPE(COA-USED)
               MOVE CA-REPORT-LINE-F TO COA-REPORT-LINE(COA-USED)
               MOVE CA-NAME-F TO COA-NAME(COA-USED)
               IF CA-RETAINED-F = 'R' AND CA-TYPE-F = 'E'
                   AND COA-RETAINED-INDEX = 0
                   MOVE COA-USED TO COA-RETAINED-INDEX
               END-IF
           END-IF
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
      * Carried balances (gl_balances.txt)
      *****************************************************************
                           IF GLB-ACCOUNT-F NOT = SPACES
                               AND GLB-USED < 500
                               ADD 1 TO GLB-USED
                               MOVE GLB-ENTITY-F
                                   TO GLB-ENTITY(GLB-USED)
                               MOVE GLB-ACCOUNT-F
                                   TO GLB-ACCOUNT(GLB-USED)
                               MOVE GLB-CURRENCY-F
                                   TO GLB-CURRENCY(GLB-USED)
                               MOVE FUNCTION NUMVAL(GLB-BALANCE-F)
                                   TO GLB-BALANCE(GLB-USED)
                               MOVE 0 TO GLB-LATER(GLB-USED)
                           END-IF
                   END-READ
               END-PERFORM
      *****************************************************************
      * Journal application - extract line layout as written by
      * BATCHPROCESS: account(1:8) drcr(10:1) currency(12:3)
      * amount(16:11) date(28:8) category(37:10) entity(48:3)
      *****************************************************************
       ApplyGlExtract SECTION.
           OPEN INPUT GL-EXTRACT-DATA
               EXIT SECTION
           END-IF
           ADD 1 TO EXTRACT-LINE-COUNT
           MOVE GL-LINE(48:3) TO EXT-ENTITY
           MOVE GL-LINE(1:8) TO EXT-ACCOUNT
           MOVE GL-LINE(12:3) TO EXT-CURRENCY
           MOVE FUNCTION NUMVAL(GL-LINE(16:11)) TO EXT-AMOUNT
           PERFORM FindOrAddBalance
           IF GLB-MATCH-INDEX > 0
               ADD EXT-AMOUNT TO GLB-BALANCE(GLB-MATCH-INDEX)
               IF CLOSE-YEAR NOT = SPACES
                   AND GL-LINE(28:4) > CLOSE-YEAR
                   ADD EXT-AMOUNT TO GLB-LATER(GLB-MATCH-INDEX)
               END-IF
           END-IF
           PERFORM AccumulateTrialTotal
           .
               UNTIL GLB-INDEX > GLB-USED
               IF GLB-ACCOUNT(GLB-INDEX) = EXT-ACCOUNT
                   AND GLB-CURRENCY(GLB-INDEX) = EXT-CURRENCY
                   AND GLB-ENTITY(GLB-INDEX) = EXT-ENTITY
                   MOVE GLB-INDEX TO GLB-MATCH-INDEX
               END-IF
           END-PERFORM
           IF GLB-MATCH-INDEX = 0 AND GLB-USED < 500
               ADD 1 TO GLB-USED
               MOVE EXT-ENTITY TO GLB-ENTITY(GLB-USED)
               MOVE EXT-ACCOUNT TO GLB-ACCOUNT(GLB-USED)
               MOVE EXT-CURRENCY TO GLB-CURRENCY(GLB-USED)
               MOVE 0 TO GLB-BALANCE(GLB-USED)
               MOVE 0 TO GLB-LATER(GLB-USED)
               MOVE GLB-USED TO GLB-MATCH-INDEX
           END-IF
           IF GLB-MATCH-INDEX = 0
           PERFORM VARYING TRIAL-INDEX FROM 1 BY 1
               UNTIL TRIAL-INDEX > TRIAL-USED
               IF TRIAL-CURRENCY(TRIAL-INDEX) = EXT-CURRENCY
                   AND TRIAL-ENTITY(TRIAL-INDEX) = EXT-ENTITY
                   PERFORM AddToTrialEntry
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CURRENCY-FOUND AND TRIAL-USED < 40
               ADD 1 TO TRIAL-USED
               MOVE EXT-ENTITY TO TRIAL-ENTITY(TRIAL-USED)
               MOVE EXT-CURRENCY TO TRIAL-CURRENCY(TRIAL-USED)
               MOVE 0 TO TRIAL-DEBITS(TRIAL-USED)
               MOVE 0 TO TRIAL-CREDITS(TRIAL-USED)
           ELSE
               PERFORM VARYING GLB-INDEX FROM 1 BY 1
                   UNTIL GLB-INDEX > GLB-USED
                   MOVE SPACES TO GL-BALANCE-F
                   MOVE GLB-ACCOUNT(GLB-INDEX) TO GLB-ACCOUNT-F
                   MOVE GLB-CURRENCY(GLB-INDEX) TO GLB-CURRENCY-F
                   MOVE GLB-BALANCE(GLB-INDEX)
                       TO FORMATTED-GL-BALANCE
                   MOVE FORMATTED-GL-BALANCE TO GLB-BALANCE-F
                   MOVE GLB-ENTITY(GLB-INDEX) TO GLB-ENTITY-F
                   WRITE GL-BALANCE-F
               END-PERFORM
               CLOSE GL-BALANCE-DATA
                   'Trial balance - journal lines applied: ',
                   EXTRACT-LINE-COUNT) TO TRIAL-LINE
               WRITE TRIAL-BALANCE-F FROM TRIAL-LINE
               PERFORM CollectLedgerEntities
               PERFORM VARYING LGE-INDEX FROM 1 BY 1
                   UNTIL LGE-INDEX > LGE-USED
                   MOVE LGE-CODE(LGE-INDEX) TO LEDGER-ENTITY
                   PERFORM WriteTrialEntityBalances
               END-PERFORM
               IF MANUAL-LINE-COUNT > 0
                   PERFORM WriteTrialManualLines
               END-IF
               PERFORM VARYING LGE-INDEX FROM 1 BY 1
                   UNTIL LGE-INDEX > LGE-USED
                   MOVE LGE-CODE(LGE-INDEX) TO LEDGER-ENTITY
                   PERFORM VARYING TRIAL-INDEX FROM 1 BY 1
                       UNTIL TRIAL-INDEX > TRIAL-USED
                       IF TRIAL-ENTITY(TRIAL-INDEX) = LEDGER-ENTITY
                           PERFORM WriteTrialCurrencyLine
                       END-IF
                   END-PERFORM
               END-PERFORM
               IF RUN-OUT-OF-BALANCE
                   MOVE 'RESULT: FAIL - extract does not balance'
               END-IF
               WRITE TRIAL-BALANCE-F FROM TRIAL-LINE
               CLOSE TRIAL-BALANCE-DATA
               MOVE 'batchprocess/trial_balance.txt'
                   TO PG-FILE-NAME
               MOVE 'TRIAL BALANCE' TO PG-TITLE
               PERFORM PageReport
           END-IF
           .

      * one legal entity's balances - with every line in the house
      * books there is no entity heading, as before entities
       WriteTrialEntityBalances SECTION.
           IF LEDGER-BY-ENTITY
               PERFORM SetEntityHeading
               MOVE SPACES TO TRIAL-LINE
               WRITE TRIAL-BALANCE-F FROM TRIAL-LINE
               MOVE ENTITY-HEADING TO TRIAL-LINE
               WRITE TRIAL-BALANCE-F FROM TRIAL-LINE
           END-IF
           PERFORM VARYING GLB-INDEX FROM 1 BY 1
               UNTIL GLB-INDEX > GLB-USED
               IF GLB-ENTITY(GLB-INDEX) = LEDGER-ENTITY
                   PERFORM WriteTrialBalanceLine
               END-IF
           END-PERFORM
           .

       WriteTrialBalanceLine SECTION.
           MOVE GLB-BALANCE(GLB-INDEX) TO FORMATTED-GL-BALANCE
           MOVE GLB-ACCOUNT(GLB-INDEX) TO CHART-WORK-ACCOUNT
           PERFORM FindChartEntry
           IF COA-MATCH-INDEX > 0
               MOVE COA-NAME(COA-MATCH-INDEX) TO TRIAL-ACCOUNT-NAME
           ELSE
               MOVE '(not in chart of accounts)'
                   TO TRIAL-ACCOUNT-NAME
           END-IF
           MOVE function concatenate(
               GLB-ACCOUNT(GLB-INDEX), ' ',
               GLB-CURRENCY(GLB-INDEX), ' ',
               FORMATTED-GL-BALANCE, ' ',
               TRIAL-ACCOUNT-NAME) TO TRIAL-LINE
           WRITE TRIAL-BALANCE-F FROM TRIAL-LINE
           .

      * journal number/line, account, side, currency, amount and
      * narrative of each manual line this run booked
       WriteTrialManualLines SECTION.
           MOVE function concatenate(
               'Manual journal lines booked: ', MANUAL-LINE-COUNT)
               TO TRIAL-LINE
           WRITE TRIAL-BALANCE-F FROM TRIAL-LINE
           PERFORM VARYING MJ-INDEX FROM 1 BY 1
               UNTIL MJ-INDEX > MJ-USED
               IF MJ-BOOKED-NOW(MJ-INDEX)
                   MOVE MJ-LINE(MJ-INDEX) TO GL-JOURNAL-F
                   MOVE GJ-AMOUNT-N TO FORMATTED-GL-BALANCE
                   MOVE function concatenate('  MJ', GJ-JOURNAL-NO-F,
                       '/', GJ-LINE-NO-F, ' ', GJ-ACCOUNT-F, ' ',
                       GJ-DR-CR-F, ' ', GJ-CURRENCY-F, ' ',
                       FORMATTED-GL-BALANCE, ' ', GJ-NARRATIVE-F,
                       ' ', GJ-ENTITY-F)
                       TO TRIAL-LINE
                   WRITE TRIAL-BALANCE-F FROM TRIAL-LINE
               END-IF
           END-PERFORM
           .

      * each legal entity's books must balance on their own
       WriteTrialCurrencyLine SECTION.
           COMPUTE TRIAL-NET = TRIAL-DEBITS(TRIAL-INDEX)
               + TRIAL-CREDITS(TRIAL-INDEX)
           MOVE TRIAL-DEBITS(TRIAL-INDEX) TO FORMATTED-GL-BALANCE
           MOVE TRIAL-CREDITS(TRIAL-INDEX) TO FORMATTED-GL-BALANCE-2
           MOVE TRIAL-NET TO FORMATTED-GL-BALANCE-3
           EVALUATE TRUE
           WHEN NOT LEDGER-BY-ENTITY
               MOVE 'Currency ' TO ENTITY-LABEL
           WHEN TRIAL-ENTITY(TRIAL-INDEX) = SPACES
               MOVE 'House currency ' TO ENTITY-LABEL
           WHEN OTHER
               MOVE function concatenate('Entity ',
                   TRIAL-ENTITY(TRIAL-INDEX), ' currency ')
                   TO ENTITY-LABEL
           END-EVALUATE
           IF TRIAL-NET = 0
               MOVE function concatenate(
                   FUNCTION TRIM(ENTITY-LABEL), ' ',
                   TRIAL-CURRENCY(TRIAL-INDEX), ': debits ',
                   FORMATTED-GL-BALANCE, ' credits ',
                   FORMATTED-GL-BALANCE-2, ' net ',
                   FORMATTED-GL-BALANCE-3, ' PASS') TO TRIAL-LINE
           ELSE
               SET RUN-OUT-OF-BALANCE TO TRUE
               MOVE function concatenate(
                   FUNCTION TRIM(ENTITY-LABEL), ' ',
                   TRIAL-CURRENCY(TRIAL-INDEX), ': debits ',
                   FORMATTED-GL-BALANCE, ' credits ',
                   FORMATTED-GL-BALANCE-2, ' net ',
                   FORMATTED-GL-BALANCE-3, ' FAIL') TO TRIAL-LINE
               MOVE "GL0005" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               IF TRIAL-ENTITY(TRIAL-INDEX) = SPACES
                   MOVE function concatenate(
                       "EXTRACT OUT OF BALANCE FOR CURRENCY ",
                       TRIAL-CURRENCY(TRIAL-INDEX)) TO MSG-TEXT
               ELSE
                   MOVE function concatenate(
                       "EXTRACT OUT OF BALANCE FOR CURRENCY ",
                       TRIAL-CURRENCY(TRIAL-INDEX), " IN ENTITY ",
                       TRIAL-ENTITY(TRIAL-INDEX)) TO MSG-TEXT
               END-IF
               PERFORM LogMessage
           END-IF
           WRITE TRIAL-BALANCE-F FROM TRIAL-LINE
           .

      *****************************************************************
      * Manual journals (gl_journals.txt) - every approved line is
      * booked like an extract line under its booking date, appended
      * to gl_extract.txt and marked booked with the run date
      *****************************************************************
       BookManualJournals SECTION.
           OPEN INPUT GL-JOURNAL-DATA
           IF GLJRNL-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ GL-JOURNAL-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF MJ-USED < 5000
                           ADD 1 TO MJ-USED
                           MOVE GL-JOURNAL-F TO MJ-LINE(MJ-USED)
                           MOVE 'N' TO MJ-BOOKED-SW(MJ-USED)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-JOURNAL-DATA
           MOVE 0 TO MANUAL-APPROVED-COUNT
           PERFORM VARYING MJ-INDEX FROM 1 BY 1
               UNTIL MJ-INDEX > MJ-USED
               IF MJ-LINE(MJ-INDEX)(14:1) = 'A'
                   ADD 1 TO MANUAL-APPROVED-COUNT
               END-IF
           END-PERFORM
           IF MANUAL-APPROVED-COUNT = 0
               EXIT SECTION
           END-IF
           PERFORM OpenExtractForJournals
           IF GLEXT-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           PERFORM VARYING MJ-INDEX FROM 1 BY 1
               UNTIL MJ-INDEX > MJ-USED
               IF MJ-LINE(MJ-INDEX)(14:1) = 'A'
                   PERFORM BookManualLine
               END-IF
           END-PERFORM
           CLOSE GL-EXTRACT-DATA
           OPEN OUTPUT GL-JOURNAL-DATA
           IF GLJRNL-FILE-STATUS NOT = "00"
               MOVE "GL0014" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT REWRITE gl_journals.txt, STATUS=",
                   GLJRNL-FILE-STATUS,
                   " - BOOKED JOURNALS STILL SHOW APPROVED") TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           PERFORM VARYING MJ-INDEX FROM 1 BY 1
               UNTIL MJ-INDEX > MJ-USED
               MOVE MJ-LINE(MJ-INDEX) TO GL-JOURNAL-F
               WRITE GL-JOURNAL-F
           END-PERFORM
           CLOSE GL-JOURNAL-DATA
           .

       OpenExtractForJournals SECTION.
           OPEN EXTEND GL-EXTRACT-DATA
           IF GLEXT-FILE-STATUS = "35"
               OPEN OUTPUT GL-EXTRACT-DATA
           END-IF
           IF GLEXT-FILE-STATUS NOT = "00"
               MOVE "GL0013" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT EXTEND gl_extract.txt, STATUS=",
                   GLEXT-FILE-STATUS,
                   " - APPROVED JOURNALS NOT BOOKED") TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           END-IF
           .

      * debits carry the posted-line sign convention (negative)
       BookManualLine SECTION.
           MOVE MJ-LINE(MJ-INDEX) TO GL-JOURNAL-F
           MOVE GJ-ENTITY-F TO EXT-ENTITY
           MOVE GJ-ACCOUNT-F TO EXT-ACCOUNT
           MOVE GJ-CURRENCY-F TO EXT-CURRENCY
           IF GJ-AMOUNT-F IS NUMERIC
               MOVE GJ-AMOUNT-N TO EXT-AMOUNT
           ELSE
               MOVE 0 TO EXT-AMOUNT
           END-IF
           IF GJ-DR-CR-F = 'D'
               COMPUTE EXT-AMOUNT = 0 - EXT-AMOUNT
           END-IF
           PERFORM FindOrAddBalance
           IF GLB-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
           ADD EXT-AMOUNT TO GLB-BALANCE(GLB-MATCH-INDEX)
           IF CLOSE-YEAR NOT = SPACES
               AND GJ-BOOKING-DATE-F(1:4) > CLOSE-YEAR
               ADD EXT-AMOUNT TO GLB-LATER(GLB-MATCH-INDEX)
           END-IF
           PERFORM AccumulateTrialTotal
           MOVE EXT-AMOUNT TO FORMATTED-EXTRACT-AMOUNT
           MOVE function concatenate(GJ-ACCOUNT-F, ' ', GJ-DR-CR-F,
               ' ', GJ-CURRENCY-F, ' ', FORMATTED-EXTRACT-AMOUNT, ' ',
               GJ-BOOKING-DATE-F, ' MJ', GJ-JOURNAL-NO-F)
               TO GL-LINE
           MOVE GJ-ENTITY-F TO GL-LINE(48:3)
           WRITE GL-EXTRACT-F
           MOVE 'B' TO GJ-STATE-F
           MOVE RUN-DATE TO GJ-POSTED-DATE-F
           MOVE GL-JOURNAL-F TO MJ-LINE(MJ-INDEX)
           SET MJ-BOOKED-NOW(MJ-INDEX) TO TRUE
           ADD 1 TO MANUAL-LINE-COUNT
           .

      *****************************************************************
      * Year-end close (GLCLOSE=YYYY) - each income and expense
      * balance, less what lines dated after the year brought it,
      * moves to the retained-earnings account in its currency and
      * legal entity, one gl_close_log.txt line per entity and
      * currency closed
      * log line: year(1:4) date(6:8) currency(15:3) amount(19:16)
      * retained account(36:8) accounts closed(45:4) entity(50:3)
      *****************************************************************
       CloseYear SECTION.
           IF CLOSE-YEAR IS NOT NUMERIC
               MOVE function concatenate("GLCLOSE ", CLOSE-YEAR,
                   " IS NOT A YEAR - YEAR-END CLOSE NOT DONE")
                   TO MSG-TEXT
               PERFORM RefuseClose
               EXIT SECTION
           END-IF
           IF RETURN-CODE >= 16
               MOVE function concatenate("YEAR ", CLOSE-YEAR,
                   " NOT CLOSED - LEDGER NOT FULLY UPDATED THIS RUN")
                   TO MSG-TEXT
               PERFORM RefuseClose
               EXIT SECTION
           END-IF
           IF COA-RETAINED-INDEX = 0
               MOVE function concatenate("YEAR ", CLOSE-YEAR,
                   " NOT CLOSED - NO RETAINED-EARNINGS ACCOUNT ",
                   "MARKED R IN THE CHART") TO MSG-TEXT
               PERFORM RefuseClose
               EXIT SECTION
           END-IF
           PERFORM CheckYearClosed
           IF YEAR-ALREADY-CLOSED
               MOVE function concatenate("YEAR ", CLOSE-YEAR,
                   " ALREADY IN gl_close_log.txt - NOT CLOSED AGAIN")
                   TO MSG-TEXT
               PERFORM RefuseClose
               EXIT SECTION
           END-IF
           PERFORM VARYING GLB-INDEX FROM 1 BY 1
               UNTIL GLB-INDEX > GLB-USED
               MOVE GLB-ACCOUNT(GLB-INDEX) TO CHART-WORK-ACCOUNT
               PERFORM FindChartEntry
               IF COA-MATCH-INDEX > 0
                   IF COA-TYPE(COA-MATCH-INDEX) = 'I'
                       OR COA-TYPE(COA-MATCH-INDEX) = 'X'
                       PERFORM CloseOneBalance
                   END-IF
               END-IF
           END-PERFORM
           PERFORM VARYING CLOSE-INDEX FROM 1 BY 1
               UNTIL CLOSE-INDEX > CLOSE-USED
               MOVE COA-ACCOUNT(COA-RETAINED-INDEX) TO EXT-ACCOUNT
               MOVE CLOSE-CURRENCY(CLOSE-INDEX) TO EXT-CURRENCY
               MOVE CLOSE-ENTITY(CLOSE-INDEX) TO EXT-ENTITY
               PERFORM FindOrAddBalance
               IF GLB-MATCH-INDEX > 0
                   ADD CLOSE-AMOUNT(CLOSE-INDEX)
                       TO GLB-BALANCE(GLB-MATCH-INDEX)
               END-IF
           END-PERFORM
           PERFORM WriteCloseLog
           SET CLOSE-DONE TO TRUE
           MOVE "GL0010" TO MSG-ID
           MOVE "I" TO MSG-SEVERITY
           MOVE function concatenate("YEAR ", CLOSE-YEAR,
               " CLOSED TO RETAINED EARNINGS ",
               COA-ACCOUNT(COA-RETAINED-INDEX)) TO MSG-TEXT
           PERFORM LogMessage
           .

      * expects MSG-TEXT set by the caller
       RefuseClose SECTION.
           MOVE "GL0009" TO MSG-ID
           MOVE "W" TO MSG-SEVERITY
           PERFORM LogMessage
           IF RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       CheckYearClosed SECTION.
           MOVE 'N' TO YEAR-CLOSED-SW
           OPEN INPUT CLOSE-LOG-DATA
           IF CLOSELOG-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ CLOSE-LOG-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF CLOSE-LOG-LINE(1:4) = CLOSE-YEAR
                               SET YEAR-ALREADY-CLOSED TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CLOSE-LOG-DATA
           END-IF
           .

      * the part of the balance the closed year earned moves to the
      * entity and currency's close total; the later-dated part stays
       CloseOneBalance SECTION.
           COMPUTE CLOSE-WORK-AMOUNT = GLB-BALANCE(GLB-INDEX)
               - GLB-LATER(GLB-INDEX)
           MOVE GLB-LATER(GLB-INDEX) TO GLB-BALANCE(GLB-INDEX)
           MOVE 0 TO CLOSE-INDEX
           PERFORM VARYING SCY-INDEX FROM 1 BY 1
               UNTIL SCY-INDEX > CLOSE-USED
               IF CLOSE-CURRENCY(SCY-INDEX) = GLB-CURRENCY(GLB-INDEX)
                   AND CLOSE-ENTITY(SCY-INDEX) = GLB-ENTITY(GLB-INDEX)
                   MOVE SCY-INDEX TO CLOSE-INDEX
               END-IF
           END-PERFORM
           IF CLOSE-INDEX = 0 AND CLOSE-USED < 40
               ADD 1 TO CLOSE-USED
               MOVE GLB-ENTITY(GLB-INDEX) TO CLOSE-ENTITY(CLOSE-USED)
               MOVE GLB-CURRENCY(GLB-INDEX)
                   TO CLOSE-CURRENCY(CLOSE-USED)
               MOVE 0 TO CLOSE-AMOUNT(CLOSE-USED)
               MOVE 0 TO CLOSE-ACCOUNTS(CLOSE-USED)
               MOVE CLOSE-USED TO CLOSE-INDEX
           END-IF
           IF CLOSE-INDEX > 0
               ADD CLOSE-WORK-AMOUNT TO CLOSE-AMOUNT(CLOSE-INDEX)
               ADD 1 TO CLOSE-ACCOUNTS(CLOSE-INDEX)
           END-IF
           .

      * a year without any income or expense balance still logs one
      * line, so it counts as closed
       WriteCloseLog SECTION.
           OPEN EXTEND CLOSE-LOG-DATA
           IF CLOSELOG-FILE-STATUS = "35"
               OPEN OUTPUT CLOSE-LOG-DATA
           END-IF
           IF CLOSELOG-FILE-STATUS NOT = "00"
               MOVE "GL0011" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT WRITE gl_close_log.txt, STATUS=",
                   CLOSELOG-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           IF CLOSE-USED = 0
               MOVE 0 TO FORMATTED-GL-BALANCE
               MOVE function concatenate(CLOSE-YEAR, ' ', RUN-DATE,
                   ' --- ', FORMATTED-GL-BALANCE, ' ',
                   COA-ACCOUNT(COA-RETAINED-INDEX), ' 0000')
                   TO CLOSE-LOG-LINE
               WRITE CLOSE-LOG-F
           END-IF
           PERFORM VARYING CLOSE-INDEX FROM 1 BY 1
               UNTIL CLOSE-INDEX > CLOSE-USED
               MOVE CLOSE-AMOUNT(CLOSE-INDEX) TO FORMATTED-GL-BALANCE
               MOVE function concatenate(CLOSE-YEAR, ' ', RUN-DATE,
                   ' ', CLOSE-CURRENCY(CLOSE-INDEX), ' ',
                   FORMATTED-GL-BALANCE, ' ',
                   COA-ACCOUNT(COA-RETAINED-INDEX), ' ',
                   CLOSE-ACCOUNTS(CLOSE-INDEX), ' ',
                   CLOSE-ENTITY(CLOSE-INDEX)) TO CLOSE-LOG-LINE
               WRITE CLOSE-LOG-F
           END-PERFORM
           CLOSE CLOSE-LOG-DATA
           .

      *****************************************************************
      * Balance sheet and income statement per legal entity and
      * currency (financial_statements.txt), then the GL numbers the
      * chart does not carry
      *****************************************************************
       WriteFinancialStatements SECTION.
           IF NOT CHART-PRESENT
               EXIT SECTION
           END-IF
           OPEN OUTPUT STATEMENT-DATA
           IF STMT-FILE-STATUS NOT = "00"
               MOVE "GL0012" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN financial_statements.txt, STATUS=",
                   STMT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE function concatenate(
               'Financial statements - run date ', RUN-DATE,
               ' - chart entries: ', COA-USED) TO STMT-LINE
           WRITE STATEMENT-F FROM STMT-LINE
           IF CLOSE-DONE
               MOVE function concatenate('Year ', CLOSE-YEAR,
                   ' closed this run to retained earnings ',
                   COA-ACCOUNT(COA-RETAINED-INDEX)) TO STMT-LINE
               WRITE STATEMENT-F FROM STMT-LINE
           END-IF
           MOVE 0 TO SCY-USED
           PERFORM CollectLedgerEntities
           PERFORM VARYING LGE-INDEX FROM 1 BY 1
               UNTIL LGE-INDEX > LGE-USED
               PERFORM VARYING GLB-INDEX FROM 1 BY 1
                   UNTIL GLB-INDEX > GLB-USED
                   IF GLB-ENTITY(GLB-INDEX) = LGE-CODE(LGE-INDEX)
                       MOVE GLB-ACCOUNT(GLB-INDEX)
                           TO CHART-WORK-ACCOUNT
                       PERFORM FindChartEntry
                       MOVE COA-MATCH-INDEX
                           TO GLB-CHART-INDEX(GLB-INDEX)
                       PERFORM NoteStatementCurrency
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM VARYING LGE-INDEX FROM 1 BY 1
               UNTIL LGE-INDEX > LGE-USED
               MOVE LGE-CODE(LGE-INDEX) TO LEDGER-ENTITY
               IF LEDGER-BY-ENTITY
                   PERFORM SetEntityHeading
                   MOVE SPACES TO STMT-LINE
                   WRITE STATEMENT-F FROM STMT-LINE
                   MOVE ENTITY-HEADING TO STMT-LINE
                   WRITE STATEMENT-F FROM STMT-LINE
               END-IF
               PERFORM VARYING SCY-INDEX FROM 1 BY 1
                   UNTIL SCY-INDEX > SCY-USED
                   IF SCY-ENTITY(SCY-INDEX) = LEDGER-ENTITY
                       MOVE SCY-ENTITY(SCY-INDEX) TO STMT-ENTITY
                       MOVE SCY-CODE(SCY-INDEX) TO STMT-CURRENCY
                       PERFORM WriteCurrencyStatements
                   END-IF
               END-PERFORM
           END-PERFORM
           PERFORM WriteUnchartedAccounts
           CLOSE STATEMENT-DATA
           MOVE 'batchprocess/financial_statements.txt'
               TO PG-FILE-NAME
           MOVE 'FINANCIAL STATEMENTS' TO PG-TITLE
           PERFORM PageReport
           .

       NoteStatementCurrency SECTION.
           MOVE 'N' TO CURRENCY-FOUND-SW
           PERFORM VARYING SCY-INDEX FROM 1 BY 1
               UNTIL SCY-INDEX > SCY-USED
               IF SCY-CODE(SCY-INDEX) = GLB-CURRENCY(GLB-INDEX)
                   AND SCY-ENTITY(SCY-INDEX) = GLB-ENTITY(GLB-INDEX)
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT CURRENCY-FOUND AND SCY-USED < 40
               ADD 1 TO SCY-USED
               MOVE GLB-ENTITY(GLB-INDEX) TO SCY-ENTITY(SCY-USED)
               MOVE GLB-CURRENCY(GLB-INDEX) TO SCY-CODE(SCY-USED)
           END-IF
           .

      * reporting lines are laid out in chart order, then filled
      * from the entity's charted balances in the currency
       WriteCurrencyStatements SECTION.
           INITIALIZE STMT-TOTALS
           MOVE 0 TO RL-USED
           PERFORM VARYING COA-INDEX FROM 1 BY 1
               UNTIL COA-INDEX > COA-USED
               MOVE COA-TYPE(COA-INDEX) TO STMT-TYPE
               PERFORM FindReportLine
           END-PERFORM
           PERFORM VARYING GLB-INDEX FROM 1 BY 1
               UNTIL GLB-INDEX > GLB-USED
               IF GLB-CURRENCY(GLB-INDEX) = STMT-CURRENCY
                   AND GLB-ENTITY(GLB-INDEX) = STMT-ENTITY
                   AND GLB-CHART-INDEX(GLB-INDEX) > 0
                   PERFORM AddToReportLine
               END-IF
           END-PERFORM
           COMPUTE TOT-RESULT = TOT-INCOME - TOT-EXPENSES
           COMPUTE TOT-FUNDING = TOT-LIABILITIES + TOT-EQUITY
               + TOT-RESULT
           MOVE SPACES TO STMT-LINE
           WRITE STATEMENT-F FROM STMT-LINE
           MOVE function concatenate('BALANCE SHEET - ',
               STMT-CURRENCY) TO STMT-LINE
           WRITE STATEMENT-F FROM STMT-LINE
           MOVE 'A' TO STMT-TYPE
           MOVE '  Assets' TO STMT-HEADING
           MOVE '  Total assets' TO STMT-TOTAL-TEXT
           MOVE TOT-ASSETS TO STMT-TYPE-TOTAL
           PERFORM WriteStatementBlock
           MOVE 'L' TO STMT-TYPE
           MOVE '  Liabilities' TO STMT-HEADING
           MOVE '  Total liabilities' TO STMT-TOTAL-TEXT
           MOVE TOT-LIABILITIES TO STMT-TYPE-TOTAL
           PERFORM WriteStatementBlock
           MOVE 'E' TO STMT-TYPE
           MOVE '  Equity' TO STMT-HEADING
           MOVE '  Total equity' TO STMT-TOTAL-TEXT
           MOVE TOT-EQUITY TO STMT-TYPE-TOTAL
           PERFORM WriteStatementBlock
           MOVE '  Current year result' TO STMT-TOTAL-TEXT
           MOVE TOT-RESULT TO STMT-AMOUNT
           PERFORM WriteStatementTotal
           MOVE '  Total liabilities and equity' TO STMT-TOTAL-TEXT
           MOVE TOT-FUNDING TO STMT-AMOUNT
           PERFORM WriteStatementTotal
           IF TOT-FUNDING = TOT-ASSETS
               MOVE '  BALANCED - assets equal liabilities and equity'
                   TO STMT-LINE
           ELSE
               COMPUTE STMT-AMOUNT = TOT-ASSETS - TOT-FUNDING
               MOVE STMT-AMOUNT TO FORMATTED-GL-BALANCE
               MOVE function concatenate('  NOT BALANCED - difference ',
                   FORMATTED-GL-BALANCE,
                   ' (uncharted GL numbers below)') TO STMT-LINE
           END-IF
           WRITE STATEMENT-F FROM STMT-LINE
           MOVE SPACES TO STMT-LINE
           WRITE STATEMENT-F FROM STMT-LINE
           MOVE function concatenate('INCOME STATEMENT - ',
               STMT-CURRENCY) TO STMT-LINE
           WRITE STATEMENT-F FROM STMT-LINE
           MOVE 'I' TO STMT-TYPE
           MOVE '  Income' TO STMT-HEADING
           MOVE '  Total income' TO STMT-TOTAL-TEXT
           MOVE TOT-INCOME TO STMT-TYPE-TOTAL
           PERFORM WriteStatementBlock
           MOVE 'X' TO STMT-TYPE
           MOVE '  Expenses' TO STMT-HEADING
           MOVE '  Total expenses' TO STMT-TOTAL-TEXT
           MOVE TOT-EXPENSES TO STMT-TYPE-TOTAL
           PERFORM WriteStatementBlock
           MOVE '  Net result' TO STMT-TOTAL-TEXT
           MOVE TOT-RESULT TO STMT-AMOUNT
           PERFORM WriteStatementTotal
           .

      * expects STMT-TYPE and COA-INDEX; RL-MATCH-INDEX is the line
       FindReportLine SECTION.
           MOVE 0 TO RL-MATCH-INDEX
           PERFORM VARYING RL-INDEX FROM 1 BY 1
               UNTIL RL-INDEX > RL-USED OR RL-MATCH-INDEX > 0
               IF RL-TYPE(RL-INDEX) = STMT-TYPE
                   AND RL-REPORT-LINE(RL-INDEX) =
                       COA-REPORT-LINE(COA-INDEX)
                   MOVE RL-INDEX TO RL-MATCH-INDEX
               END-IF
           END-PERFORM
           IF RL-MATCH-INDEX = 0 AND RL-USED < 200
               ADD 1 TO RL-USED
               MOVE STMT-TYPE TO RL-TYPE(RL-USED)
               MOVE COA-REPORT-LINE(COA-INDEX)
                   TO RL-REPORT-LINE(RL-USED)
               MOVE 0 TO RL-AMOUNT(RL-USED)
               MOVE 'N' TO RL-SEEN-SW(RL-USED)
               MOVE RL-USED TO RL-MATCH-INDEX
           END-IF
           .

      * ledger balances carry credits positive; assets and expenses
      * are shown debit-positive
       AddToReportLine SECTION.
           MOVE GLB-CHART-INDEX(GLB-INDEX) TO COA-INDEX
           MOVE COA-TYPE(COA-INDEX) TO STMT-TYPE
           IF STMT-TYPE = 'A' OR STMT-TYPE = 'X'
               COMPUTE STMT-AMOUNT = 0 - GLB-BALANCE(GLB-INDEX)
           ELSE
               MOVE GLB-BALANCE(GLB-INDEX) TO STMT-AMOUNT
           END-IF
           PERFORM FindReportLine
           IF RL-MATCH-INDEX > 0
               ADD STMT-AMOUNT TO RL-AMOUNT(RL-MATCH-INDEX)
               SET RL-SEEN(RL-MATCH-INDEX) TO TRUE
           END-IF
           EVALUATE STMT-TYPE
           WHEN 'A'
               ADD STMT-AMOUNT TO TOT-ASSETS
           WHEN 'L'
               ADD STMT-AMOUNT TO TOT-LIABILITIES
           WHEN 'E'
               ADD STMT-AMOUNT TO TOT-EQUITY
           WHEN 'I'
               ADD STMT-AMOUNT TO TOT-INCOME
           WHEN 'X'
               ADD STMT-AMOUNT TO TOT-EXPENSES
           END-EVALUATE
           .

      * expects STMT-TYPE, STMT-HEADING, STMT-TOTAL-TEXT and
      * STMT-TYPE-TOTAL
       WriteStatementBlock SECTION.
           MOVE STMT-HEADING TO STMT-LINE
           WRITE STATEMENT-F FROM STMT-LINE
           PERFORM VARYING RL-INDEX FROM 1 BY 1
               UNTIL RL-INDEX > RL-USED
               IF RL-TYPE(RL-INDEX) = STMT-TYPE
                   AND RL-SEEN(RL-INDEX)
                   MOVE RL-AMOUNT(RL-INDEX) TO FORMATTED-GL-BALANCE
                   MOVE function concatenate('    ',
                       RL-REPORT-LINE(RL-INDEX), '      ',
                       FORMATTED-GL-BALANCE) TO STMT-LINE
                   WRITE STATEMENT-F FROM STMT-LINE
               END-IF
           END-PERFORM
           MOVE STMT-TYPE-TOTAL TO STMT-AMOUNT
           PERFORM WriteStatementTotal
           .

      * expects STMT-TOTAL-TEXT and STMT-AMOUNT
       WriteStatementTotal SECTION.
           MOVE STMT-AMOUNT TO FORMATTED-GL-BALANCE
           MOVE function concatenate(STMT-TOTAL-TEXT, '    ',
               FORMATTED-GL-BALANCE) TO STMT-LINE
           WRITE STATEMENT-F FROM STMT-LINE
           .

       WriteUnchartedAccounts SECTION.
           MOVE SPACES TO STMT-LINE
           WRITE STATEMENT-F FROM STMT-LINE
           MOVE 'GL NUMBERS NOT IN THE CHART OF ACCOUNTS' TO STMT-LINE
           WRITE STATEMENT-F FROM STMT-LINE
           MOVE 0 TO MISSING-COUNT
           PERFORM VARYING GLB-INDEX FROM 1 BY 1
               UNTIL GLB-INDEX > GLB-USED
               IF GLB-CHART-INDEX(GLB-INDEX) = 0
                   ADD 1 TO MISSING-COUNT
                   MOVE GLB-BALANCE(GLB-INDEX)
                       TO FORMATTED-GL-BALANCE
                   MOVE function concatenate('  ',
                       GLB-ACCOUNT(GLB-INDEX), ' ',
                       GLB-CURRENCY(GLB-INDEX), ' ',
                       FORMATTED-GL-BALANCE, ' ',
                       GLB-ENTITY(GLB-INDEX)) TO STMT-LINE
                   WRITE STATEMENT-F FROM STMT-LINE
                   MOVE "GL0006" TO MSG-ID
                   MOVE "W" TO MSG-SEVERITY
                   MOVE function concatenate("GL ",
                       GLB-ACCOUNT(GLB-INDEX), " ",
                       GLB-CURRENCY(GLB-INDEX),
                       " NOT IN chart_of_accounts.txt",
                       " - LEFT OUT OF THE STATEMENTS") TO MSG-TEXT
                   PERFORM LogMessage
               END-IF
           END-PERFORM
           IF MISSING-COUNT = 0
               MOVE '  (none - every GL number is charted)'
                   TO STMT-LINE
               WRITE STATEMENT-F FROM STMT-LINE
           ELSE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

      * PG-FILE-NAME and PG-TITLE are set by the caller
       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'GLLEDGER' TO PG-PROGRAM
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

      * the step's return code survives the logging call
       LogMessage SECTION.
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           .

       END PROGRAM GLLEDGER.
