       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AVGBAL.
      *****************************************************************
      * Average daily balance - monthly report per account and
      * currency from the end-of-day snapshots the night run keeps
      * in balance_history.txt (BALHREC). Every calendar day of the
      * month counts: a day without a snapshot (weekend, holiday,
      * no run) carries the last known balance forward, starting
      * from the latest snapshot before the month; days before the
      * account's first snapshot are left out of the average.
      * The month is AVGMONTH=YYYYMM in runparams.txt, else the last
      * complete month before the run date (PROCDATE in runparams.txt
      * sets the run date). A month still in progress is averaged
      * up to the run date.
      * avg_balance_report.txt lists days counted, the average, the
      * lowest and highest day balance and the month-end balance.
      * The report is printed with the shop's standard page headers
      * (RPTPAGE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARAM-DATA ASSIGN TO
             "batchprocess/runparams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAM-FILE-STATUS.
           SELECT BALANCE-HISTORY-DATA ASSIGN TO
             "batchprocess/balance_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BALHIST-FILE-STATUS.
           SELECT AVERAGE-REPORT-DATA ASSIGN TO
             "batchprocess/avg_balance_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AVGREP-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD RUN-PARAM-DATA.
           01 RUN-PARAM-F.
            05 RP-LINE PIC X(40).
           FD BALANCE-HISTORY-DATA.
           COPY BALHREC.
           FD AVERAGE-REPORT-DATA.
           01 AVERAGE-REPORT-F.
            05 AVERAGE-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "AVGBAL".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 RUNPARAM-FILE-STATUS PIC X(2).
           05 BALHIST-FILE-STATUS PIC X(2).
           05 AVGREP-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(8).
       01 RP-KEY PIC X(20).
       01 RP-VALUE PIC X(20).

      * the month reported and the days it covers - PERIOD-END is the
      * month's last day, or the run date for the month in progress
       01 AVG-MONTH PIC X(6) VALUE SPACES.
       01 AVG-MONTH-N REDEFINES AVG-MONTH PIC 9(6).
       01 MONTH-START PIC 9(8).
       01 MONTH-END PIC 9(8).
       01 PERIOD-END PIC 9(8).
       01 PERIOD-DAYS PIC 99.
       01 NEXT-MONTH PIC 9(8).
       01 WORK-YEAR PIC 9(4).
       01 WORK-MONTH PIC 99.
       01 HISTORY-DATE PIC 9(8).
       01 HISTORY-DAY PIC 99.
       01 HISTORY-BALANCE PIC S9(10)V99.

      * one entry per account and currency seen on the history up to
      * the end of the period
       01 AVERAGE-TABLE.
           05 AB-USED PIC 9(4) VALUE 0.
           05 AB-ENTRY OCCURS 2000 TIMES.
               10 AB-BANK PIC X(5).
               10 AB-ACCOUNT PIC X(10).
               10 AB-CURRENCY PIC X(3).
               10 AB-PRIOR-DATE PIC 9(8).
               10 AB-PRIOR-BALANCE PIC S9(10)V99.
               10 AB-DAY OCCURS 31 TIMES.
                   15 AB-DAY-SW PIC X.
                       88 AB-DAY-KNOWN VALUE 'Y'.
                   15 AB-DAY-BALANCE PIC S9(10)V99.
       01 AB-INDEX PIC 9(4).
       01 AB-MATCH-INDEX PIC 9(4).
       01 DAY-INDEX PIC 99.

       01 BALANCE-KNOWN-SW PIC X VALUE 'N'.
           88 BALANCE-KNOWN VALUE 'Y'.
       01 RUNNING-BALANCE PIC S9(10)V99.
       01 BALANCE-SUM PIC S9(14)V99.
       01 DAYS-COUNTED PIC 99.
       01 AVERAGE-BALANCE PIC S9(10)V99.
       01 LOWEST-BALANCE PIC S9(10)V99.
       01 HIGHEST-BALANCE PIC S9(10)V99.
       01 AVERAGE-COUNTS.
           05 HISTORY-LINES PIC 9(8) VALUE 0.
           05 TABLE-FULL-COUNT PIC 9(8) VALUE 0.
           05 DETAIL-COUNT PIC 9(5) VALUE 0.
       01 TEMP-VARS.
           05 FORMATTED-AVERAGE PIC -(10)9.99.
           05 FORMATTED-LOWEST PIC -(10)9.99.
           05 FORMATTED-HIGHEST PIC -(10)9.99.
           05 FORMATTED-CLOSING PIC -(10)9.99.
           05 FORMATTED-DAYS PIC ZZZ9.
       01 SAVED-RETURN-CODE PIC S9(9) COMP.
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
           PERFORM SetReportPeriod
           IF RETURN-CODE >= 16
               GOBACK
           END-IF
           PERFORM LoadBalanceHistory
           IF RETURN-CODE >= 16
               GOBACK
           END-IF
           OPEN OUTPUT AVERAGE-REPORT-DATA
           IF AVGREP-FILE-STATUS NOT = "00"
               MOVE "AV0004" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN avg_balance_report.txt, STATUS=",
                   AVGREP-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM WriteReportHeader
           PERFORM VARYING AB-INDEX FROM 1 BY 1
               UNTIL AB-INDEX > AB-USED
               PERFORM WriteAverageLine
           END-PERFORM
           PERFORM WriteReportTrailer
           CLOSE AVERAGE-REPORT-DATA
           PERFORM PageReport
           DISPLAY "Average daily balance " AVG-MONTH
               " run " RUN-DATE
           DISPLAY "History lines read: " HISTORY-LINES
           DISPLAY "Account/currency lines: " DETAIL-COUNT
           GOBACK.

      *****************************************************************
      * Run date and month (runparams.txt)
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
           WHEN 'AVGMONTH'
               MOVE RP-VALUE(1:6) TO AVG-MONTH
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      * the month defaults to the one before the run date's month
       SetReportPeriod SECTION.
           IF AVG-MONTH = SPACES
               MOVE RUN-DATE(1:4) TO WORK-YEAR
               MOVE RUN-DATE(5:2) TO WORK-MONTH
               IF WORK-MONTH = 1
                   MOVE 12 TO WORK-MONTH
                   SUBTRACT 1 FROM WORK-YEAR
               ELSE
                   SUBTRACT 1 FROM WORK-MONTH
               END-IF
               MOVE WORK-YEAR TO AVG-MONTH(1:4)
               MOVE WORK-MONTH TO AVG-MONTH(5:2)
           END-IF
           IF AVG-MONTH IS NOT NUMERIC
               OR AVG-MONTH(5:2) < '01' OR AVG-MONTH(5:2) > '12'
               MOVE "AV0001" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "AVGMONTH ", AVG-MONTH,
                   " IS NOT A VALID YYYYMM MONTH") TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           COMPUTE MONTH-START = AVG-MONTH-N * 100 + 1
           IF MONTH-START > RUN-DATE
               MOVE "AV0002" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "MONTH ", AVG-MONTH, " HAS NOT STARTED ON RUN DATE ",
                   RUN-DATE) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE AVG-MONTH(1:4) TO WORK-YEAR
           MOVE AVG-MONTH(5:2) TO WORK-MONTH
           IF WORK-MONTH = 12
               MOVE 1 TO WORK-MONTH
               ADD 1 TO WORK-YEAR
           ELSE
               ADD 1 TO WORK-MONTH
           END-IF
           COMPUTE NEXT-MONTH =
               WORK-YEAR * 10000 + WORK-MONTH * 100 + 1
           MOVE FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(NEXT-MONTH) - 1) TO MONTH-END
           IF RUN-DATE < MONTH-END
               MOVE RUN-DATE TO PERIOD-END
           ELSE
               MOVE MONTH-END TO PERIOD-END
           END-IF
           MOVE PERIOD-END(7:2) TO PERIOD-DAYS
           .

      *****************************************************************
      * Balance history (balance_history.txt) - snapshots after the
      * period are ignored, those before it only keep the latest
      * balance as the carry-forward into day one
      *****************************************************************
       LoadBalanceHistory SECTION.
           OPEN INPUT BALANCE-HISTORY-DATA
           IF BALHIST-FILE-STATUS NOT = "00"
               MOVE "AV0003" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN balance_history.txt, STATUS=",
                   BALHIST-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ BALANCE-HISTORY-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF BH-DATE-F IS NUMERIC
                           AND BH-BANK-ID-F IS NUMERIC
                           AND BH-ACCOUNT-ID-F IS NUMERIC
                           AND BH-DATE-F NOT > PERIOD-END
                           AND FUNCTION TEST-NUMVAL(BH-BALANCE-F) = 0
                           ADD 1 TO HISTORY-LINES
                           PERFORM ApplyHistoryLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE BALANCE-HISTORY-DATA
           IF TABLE-FULL-COUNT > 0
               MOVE "AV0005" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "AVERAGE TABLE FULL - ", TABLE-FULL-COUNT,
                   " HISTORY LINES LEFT OUT") TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           .

       ApplyHistoryLine SECTION.
           MOVE BH-DATE-F TO HISTORY-DATE
           MOVE FUNCTION NUMVAL(BH-BALANCE-F) TO HISTORY-BALANCE
           PERFORM FindAverageEntry
           IF AB-MATCH-INDEX = 0
               IF AB-USED >= 2000
                   ADD 1 TO TABLE-FULL-COUNT
                   EXIT SECTION
               END-IF
               ADD 1 TO AB-USED
               MOVE AB-USED TO AB-MATCH-INDEX
               INITIALIZE AB-ENTRY(AB-MATCH-INDEX)
               MOVE BH-BANK-ID-F TO AB-BANK(AB-MATCH-INDEX)
               MOVE BH-ACCOUNT-ID-F TO AB-ACCOUNT(AB-MATCH-INDEX)
               MOVE BH-CURRENCY-F TO AB-CURRENCY(AB-MATCH-INDEX)
           END-IF
           IF HISTORY-DATE < MONTH-START
               IF HISTORY-DATE >= AB-PRIOR-DATE(AB-MATCH-INDEX)
                   MOVE HISTORY-DATE TO AB-PRIOR-DATE(AB-MATCH-INDEX)
                   MOVE HISTORY-BALANCE
                       TO AB-PRIOR-BALANCE(AB-MATCH-INDEX)
               END-IF
           ELSE
               MOVE HISTORY-DATE(7:2) TO HISTORY-DAY
               MOVE 'Y' TO AB-DAY-SW(AB-MATCH-INDEX,HISTORY-DAY)
               MOVE HISTORY-BALANCE
                   TO AB-DAY-BALANCE(AB-MATCH-INDEX,HISTORY-DAY)
           END-IF
           .

       FindAverageEntry SECTION.
           MOVE 0 TO AB-MATCH-INDEX
           PERFORM VARYING AB-INDEX FROM AB-USED BY -1
               UNTIL AB-INDEX < 1 OR AB-MATCH-INDEX > 0
               IF AB-BANK(AB-INDEX) = BH-BANK-ID-F
                   AND AB-ACCOUNT(AB-INDEX) = BH-ACCOUNT-ID-F
                   AND AB-CURRENCY(AB-INDEX) = BH-CURRENCY-F
                   MOVE AB-INDEX TO AB-MATCH-INDEX
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * avg_balance_report.txt
      *****************************************************************
       WriteReportHeader SECTION.
           MOVE function concatenate(
               'Average daily balance for ', AVG-MONTH,
               ', days ', MONTH-START, ' to ', PERIOD-END,
               ', run ', RUN-DATE) TO AVERAGE-LINE
           WRITE AVERAGE-REPORT-F
           MOVE SPACES TO AVERAGE-LINE
           WRITE AVERAGE-REPORT-F
           MOVE function concatenate('Bank  Account    Cur',
               ' Days',
               '        Average',
               '         Lowest',
               '        Highest',
               '      Month-end') TO AVERAGE-LINE
           WRITE AVERAGE-REPORT-F
           .

      * the balance runs day by day through the period; a snapshot
      * resets it, a day without one keeps yesterday's
       WriteAverageLine SECTION.
           MOVE 'N' TO BALANCE-KNOWN-SW
           IF AB-PRIOR-DATE(AB-INDEX) > 0
               SET BALANCE-KNOWN TO TRUE
               MOVE AB-PRIOR-BALANCE(AB-INDEX) TO RUNNING-BALANCE
           END-IF
           MOVE 0 TO BALANCE-SUM
           MOVE 0 TO DAYS-COUNTED
           PERFORM VARYING DAY-INDEX FROM 1 BY 1
               UNTIL DAY-INDEX > PERIOD-DAYS
               IF AB-DAY-KNOWN(AB-INDEX,DAY-INDEX)
                   SET BALANCE-KNOWN TO TRUE
                   MOVE AB-DAY-BALANCE(AB-INDEX,DAY-INDEX)
                       TO RUNNING-BALANCE
               END-IF
               IF BALANCE-KNOWN
                   ADD RUNNING-BALANCE TO BALANCE-SUM
                   ADD 1 TO DAYS-COUNTED
                   IF DAYS-COUNTED = 1
                       MOVE RUNNING-BALANCE TO LOWEST-BALANCE
                       MOVE RUNNING-BALANCE TO HIGHEST-BALANCE
                   END-IF
                   IF RUNNING-BALANCE < LOWEST-BALANCE
                       MOVE RUNNING-BALANCE TO LOWEST-BALANCE
                   END-IF
                   IF RUNNING-BALANCE > HIGHEST-BALANCE
                       MOVE RUNNING-BALANCE TO HIGHEST-BALANCE
                   END-IF
               END-IF
           END-PERFORM
           IF DAYS-COUNTED = 0
               EXIT SECTION
           END-IF
           COMPUTE AVERAGE-BALANCE ROUNDED =
               BALANCE-SUM / DAYS-COUNTED
           ADD 1 TO DETAIL-COUNT
           MOVE DAYS-COUNTED TO FORMATTED-DAYS
           MOVE AVERAGE-BALANCE TO FORMATTED-AVERAGE
           MOVE LOWEST-BALANCE TO FORMATTED-LOWEST
           MOVE HIGHEST-BALANCE TO FORMATTED-HIGHEST
           MOVE RUNNING-BALANCE TO FORMATTED-CLOSING
           MOVE function concatenate(AB-BANK(AB-INDEX), ' ',
               AB-ACCOUNT(AB-INDEX), ' ', AB-CURRENCY(AB-INDEX), ' ',
               FORMATTED-DAYS, ' ', FORMATTED-AVERAGE, ' ',
               FORMATTED-LOWEST, ' ', FORMATTED-HIGHEST, ' ',
               FORMATTED-CLOSING) TO AVERAGE-LINE
           WRITE AVERAGE-REPORT-F
           .

       WriteReportTrailer SECTION.
           MOVE SPACES TO AVERAGE-LINE
           WRITE AVERAGE-REPORT-F
           MOVE function concatenate(
               'Account/currency lines: ', DETAIL-COUNT,
               '   history lines read: ', HISTORY-LINES)
               TO AVERAGE-LINE
           WRITE AVERAGE-REPORT-F
           IF PERIOD-END < MONTH-END
               MOVE function concatenate('Month in progress: ',
                   'averaged up to the run date ', PERIOD-END)
                   TO AVERAGE-LINE
               WRITE AVERAGE-REPORT-F
           END-IF
           .

       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'batchprocess/avg_balance_report.txt' TO PG-FILE-NAME
           MOVE 'AVERAGE DAILY BALANCE' TO PG-TITLE
           MOVE 'AVGBAL' TO PG-PROGRAM
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

       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           .

       END PROGRAM AVGBAL.
