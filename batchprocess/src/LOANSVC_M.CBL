       IDENTIFICATION DIVISION.
       PROGRAM-ID.  LOANSVC.
      *****************************************************************
      * Loan servicing - reads the loan register the night run
      * collects installments against and prints, per loan, the full
      * amortization schedule (due date, installment, interest,
      * principal and remaining balance, with paid / arrears marks),
      * then the portfolio view per bank and currency: outstanding
      * principal and the loans in arrears by days past the oldest
      * unpaid installment (1-30, 31-60, 61-90, over 90).
      * Both reports are printed with the shop's standard page
      * headers (RPTPAGE). PROCDATE in runparams.txt sets the run
      * date, so the reports age the loans as the night run did.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-REGISTER-DATA ASSIGN TO
             "batchprocess/loan_register.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOANREG-FILE-STATUS.
           SELECT LOAN-SCHEDULE-DATA ASSIGN TO
             "batchprocess/loan_schedule.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOANSCHED-FILE-STATUS.
           SELECT LOAN-PORTFOLIO-DATA ASSIGN TO
             "batchprocess/loan_portfolio.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOANPORT-FILE-STATUS.
           SELECT RUN-PARAM-DATA ASSIGN TO
             "batchprocess/runparams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD LOAN-REGISTER-DATA.
           COPY LOANREC.
           FD LOAN-SCHEDULE-DATA.
           01 LOAN-SCHEDULE-F.
            05 SCHEDULE-LINE PIC X(120).
           FD LOAN-PORTFOLIO-DATA.
           01 LOAN-PORTFOLIO-F.
            05 PORTFOLIO-LINE PIC X(120).
           FD RUN-PARAM-DATA.
           01 RUN-PARAM-F.
            05 RP-LINE PIC X(40).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "LOANSVC".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 LOANREG-FILE-STATUS PIC X(2).
           05 LOANSCHED-FILE-STATUS PIC X(2).
           05 LOANPORT-FILE-STATUS PIC X(2).
           05 RUNPARAM-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.

       01 RUN-DATE PIC 9(8).
       01 RP-KEY PIC X(20).
       01 RP-VALUE PIC X(20).

      * register as loaded; blank servicing fields take the same
      * defaults the night run applies to a newly booked loan
       01 LOAN-REGISTER.
           05 LOAN-USED PIC 999 VALUE 0.
           05 LOAN-ENTRY OCCURS 200 TIMES.
               10 LOAN-ID PIC X(10).
               10 LOAN-BANK-ID PIC X(5).
               10 LOAN-ACCOUNT-ID PIC X(10).
               10 LOAN-CURRENCY PIC X(3).
               10 LOAN-PRINCIPAL PIC 9(10)V99.
               10 LOAN-RATE PIC 9(3)V9(4).
               10 LOAN-TERM PIC 999.
               10 LOAN-FIRST-DUE PIC 9(8).
               10 LOAN-INSTALLMENT PIC 9(10)V99.
               10 LOAN-OUTSTANDING PIC 9(10)V99.
               10 LOAN-PAID-COUNT PIC 999.
               10 LOAN-NEXT-DUE PIC 9(8).
               10 LOAN-STATUS PIC X.
                   88 LOAN-ACTIVE VALUE 'A'.
                   88 LOAN-PAID-OFF VALUE 'P'.
               10 LOAN-MISSED PIC 999.
               10 LOAN-ARREARS-DAYS PIC 9(5).
       01 LOAN-INDEX PIC 999.

       01 SCHEDULE-WORK.
           05 LOAN-MONTH-RATE PIC 9V9(12).
           05 LOAN-GROWTH PIC 9(9)V9(12).
           05 SCHED-PERIOD PIC 999.
           05 SCHED-BALANCE PIC 9(10)V99.
           05 SCHED-INTEREST PIC 9(10)V99.
           05 SCHED-PRINCIPAL PIC 9(10)V99.
           05 SCHED-PAYMENT PIC 9(10)V99.
           05 SCHED-DUE-DATE PIC 9(8).
           05 SCHED-MARK PIC X(8).
           05 LOAN-MONTHS PIC 9(6).
       01 DUE-WORK-DATE.
           05 DUE-WORK-YY PIC 9(4).
           05 DUE-WORK-MM PIC 99.
           05 DUE-WORK-DD PIC 99.
       01 DUE-WORK-DATE-N REDEFINES DUE-WORK-DATE PIC 9(8).

      * portfolio per bank and currency; bucket 1 is 1-30 days past
      * due, 2 is 31-60, 3 is 61-90 and 4 is over 90
       01 PORTFOLIO-TABLE.
           05 PF-USED PIC 999 VALUE 0.
           05 PF-ENTRY OCCURS 200 TIMES.
               10 PF-BANK-ID PIC X(5).
               10 PF-CURRENCY PIC X(3).
               10 PF-LOAN-COUNT PIC 9(5).
               10 PF-OUTSTANDING PIC 9(12)V99.
               10 PF-BUCKET OCCURS 4 TIMES.
                   15 PF-ARR-COUNT PIC 9(5).
                   15 PF-ARR-AMOUNT PIC 9(12)V99.
       01 PF-INDEX PIC 999.
       01 PF-FOUND-SW PIC X VALUE 'N'.
           88 PF-FOUND VALUE 'Y'.
       01 BUCKET-INDEX PIC 9.
       01 ARREARS-AMOUNT PIC 9(12)V99.

      * grand totals per currency - amounts in different currencies
      * are never added together
       01 CURRENCY-TOTALS.
           05 CT-USED PIC 99 VALUE 0.
           05 CT-ENTRY OCCURS 20 TIMES.
               10 CT-CURRENCY PIC X(3).
               10 CT-LOAN-COUNT PIC 9(5).
               10 CT-OUTSTANDING PIC 9(12)V99.
               10 CT-ARR-COUNT PIC 9(5).
               10 CT-ARR-AMOUNT PIC 9(12)V99.
       01 CT-INDEX PIC 99.
       01 CURRENCY-FOUND-SW PIC X VALUE 'N'.
           88 CURRENCY-FOUND VALUE 'Y'.

       01 TEMP-VARS.
           05 FORMATTED-AMOUNT PIC Z(11)9.99.
           05 FORMATTED-AMOUNT-2 PIC Z(11)9.99.
           05 FORMATTED-AMOUNT-3 PIC Z(11)9.99.
           05 FORMATTED-AMOUNT-4 PIC Z(11)9.99.
           05 FORMATTED-AMOUNT-5 PIC Z(11)9.99.
           05 FORMATTED-RATE PIC ZZ9.9999.
           05 FORMATTED-COUNT PIC ZZZZ9.
           05 FORMATTED-COUNT-2 PIC ZZZZ9.
           05 FORMATTED-PERIOD PIC ZZ9.
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
           PERFORM LoadLoanRegister
           IF RETURN-CODE >= 16
               GOBACK
           END-IF
           OPEN OUTPUT LOAN-SCHEDULE-DATA
           IF LOANSCHED-FILE-STATUS NOT = "00"
               MOVE "LN0003" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN loan_schedule.txt, STATUS=",
                   LOANSCHED-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE function concatenate(
               'Loan amortization schedules as of ', RUN-DATE)
               TO SCHEDULE-LINE
           WRITE LOAN-SCHEDULE-F FROM SCHEDULE-LINE
           PERFORM VARYING LOAN-INDEX FROM 1 BY 1
               UNTIL LOAN-INDEX > LOAN-USED
               PERFORM WriteLoanSchedule
               PERFORM AccumulatePortfolio
           END-PERFORM
           CLOSE LOAN-SCHEDULE-DATA
           MOVE 'batchprocess/loan_schedule.txt'
               TO PG-FILE-NAME
           MOVE 'LOAN AMORTIZATION SCHEDULES' TO PG-TITLE
           PERFORM PageReport
           PERFORM WritePortfolioReport
           GOBACK.

      *****************************************************************
      * Run date (runparams.txt)
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
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       LoadLoanRegister SECTION.
           OPEN INPUT LOAN-REGISTER-DATA
           IF LOANREG-FILE-STATUS NOT = "00"
               MOVE "LN0001" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN loan_register.txt, STATUS=",
                   LOANREG-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
           ELSE
               PERFORM UNTIL FILE-EOF
                   READ LOAN-REGISTER-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END PERFORM LoadLoan
                   END-READ
               END-PERFORM
               CLOSE LOAN-REGISTER-DATA
           END-IF
           .

       LoadLoan SECTION.
           IF LN-BANK-ID-F IS NOT NUMERIC
               OR LN-ACCOUNT-ID-F IS NOT NUMERIC
               OR LN-PRINCIPAL-F IS NOT NUMERIC
               OR LN-RATE-F IS NOT NUMERIC
               OR LN-TERM-F IS NOT NUMERIC
               OR LN-FIRST-DUE-F IS NOT NUMERIC
               MOVE "LN0002" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "LOAN ", LN-LOAN-ID-F,
                   " SKIPPED - NON-NUMERIC CONTRACT FIELDS")
                   TO MSG-TEXT
               PERFORM LogMessage
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               EXIT SECTION
           END-IF
           IF LOAN-USED >= 200
               EXIT SECTION
           END-IF
           ADD 1 TO LOAN-USED
           MOVE LN-LOAN-ID-F TO LOAN-ID(LOAN-USED)
           MOVE LN-BANK-ID-F TO LOAN-BANK-ID(LOAN-USED)
           MOVE LN-ACCOUNT-ID-F TO LOAN-ACCOUNT-ID(LOAN-USED)
           MOVE LN-CURRENCY-F TO LOAN-CURRENCY(LOAN-USED)
           MOVE LN-PRINCIPAL-N TO LOAN-PRINCIPAL(LOAN-USED)
           MOVE LN-RATE-N TO LOAN-RATE(LOAN-USED)
           MOVE LN-TERM-F TO LOAN-TERM(LOAN-USED)
           IF LOAN-TERM(LOAN-USED) = 0
               MOVE 1 TO LOAN-TERM(LOAN-USED)
           END-IF
           MOVE LN-FIRST-DUE-F TO LOAN-FIRST-DUE(LOAN-USED)
           IF LN-INSTALLMENT-F IS NUMERIC
               MOVE LN-INSTALLMENT-N TO LOAN-INSTALLMENT(LOAN-USED)
           ELSE
               MOVE 0 TO LOAN-INSTALLMENT(LOAN-USED)
           END-IF
           IF LN-OUTSTANDING-F IS NUMERIC
               MOVE LN-OUTSTANDING-N TO LOAN-OUTSTANDING(LOAN-USED)
           ELSE
               MOVE LN-PRINCIPAL-N TO LOAN-OUTSTANDING(LOAN-USED)
           END-IF
           IF LN-PAID-COUNT-F IS NUMERIC
               MOVE LN-PAID-COUNT-F TO LOAN-PAID-COUNT(LOAN-USED)
           ELSE
               MOVE 0 TO LOAN-PAID-COUNT(LOAN-USED)
           END-IF
           IF LN-NEXT-DUE-F IS NUMERIC
               MOVE LN-NEXT-DUE-F TO LOAN-NEXT-DUE(LOAN-USED)
           ELSE
               MOVE LN-FIRST-DUE-F TO LOAN-NEXT-DUE(LOAN-USED)
           END-IF
           IF LN-STATUS-F = 'P'
               MOVE 'P' TO LOAN-STATUS(LOAN-USED)
           ELSE
               MOVE 'A' TO LOAN-STATUS(LOAN-USED)
           END-IF
           MOVE LOAN-USED TO LOAN-INDEX
           IF LOAN-INSTALLMENT(LOAN-INDEX) = 0
               PERFORM ComputeLoanInstallment
           END-IF
           PERFORM ComputeLoanArrears
           .

      * same annuity the night run collects: P * r * (1+r)**n /
      * ((1+r)**n - 1) with r the monthly rate
       ComputeLoanInstallment SECTION.
           COMPUTE LOAN-MONTH-RATE = LOAN-RATE(LOAN-INDEX) / 1200
           IF LOAN-MONTH-RATE = 0
               COMPUTE LOAN-INSTALLMENT(LOAN-INDEX) ROUNDED =
                   LOAN-PRINCIPAL(LOAN-INDEX) / LOAN-TERM(LOAN-INDEX)
           ELSE
               COMPUTE LOAN-GROWTH =
                   (1 + LOAN-MONTH-RATE) ** LOAN-TERM(LOAN-INDEX)
               COMPUTE LOAN-GROWTH =
                   LOAN-GROWTH / (LOAN-GROWTH - 1)
               COMPUTE LOAN-INSTALLMENT(LOAN-INDEX) ROUNDED =
                   LOAN-PRINCIPAL(LOAN-INDEX) * LOAN-MONTH-RATE
                   * LOAN-GROWTH
           END-IF
           .

      * missed installments are those due on or before today and not
      * yet collected; the arrears age runs from the oldest of them
       ComputeLoanArrears SECTION.
           MOVE 0 TO LOAN-MISSED(LOAN-INDEX)
           MOVE 0 TO LOAN-ARREARS-DAYS(LOAN-INDEX)
           IF NOT LOAN-ACTIVE(LOAN-INDEX)
               OR LOAN-NEXT-DUE(LOAN-INDEX) > RUN-DATE
               EXIT SECTION
           END-IF
           COMPUTE LOAN-ARREARS-DAYS(LOAN-INDEX) =
               FUNCTION INTEGER-OF-DATE(RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(LOAN-NEXT-DUE(LOAN-INDEX))
           IF LOAN-ARREARS-DAYS(LOAN-INDEX) = 0
               EXIT SECTION
           END-IF
           MOVE LOAN-PAID-COUNT(LOAN-INDEX) TO SCHED-PERIOD
           PERFORM ComputeDueDate
           PERFORM UNTIL SCHED-DUE-DATE > RUN-DATE
               OR SCHED-PERIOD >= LOAN-TERM(LOAN-INDEX)
               ADD 1 TO LOAN-MISSED(LOAN-INDEX)
               ADD 1 TO SCHED-PERIOD
               PERFORM ComputeDueDate
           END-PERFORM
           .

      * due date of installment SCHED-PERIOD + 1, counted in whole
      * months from the first due date with the day clamped to the
      * month end
       ComputeDueDate SECTION.
           MOVE LOAN-FIRST-DUE(LOAN-INDEX) TO DUE-WORK-DATE-N
           COMPUTE LOAN-MONTHS = DUE-WORK-YY * 12 + DUE-WORK-MM - 1
               + SCHED-PERIOD
           DIVIDE LOAN-MONTHS BY 12 GIVING DUE-WORK-YY
               REMAINDER DUE-WORK-MM
           ADD 1 TO DUE-WORK-MM
           PERFORM UNTIL DUE-WORK-DD <= 28
               OR FUNCTION INTEGER-OF-DATE(DUE-WORK-DATE-N) > 0
               SUBTRACT 1 FROM DUE-WORK-DD
           END-PERFORM
           MOVE DUE-WORK-DATE-N TO SCHED-DUE-DATE
           .

      *****************************************************************
      * Amortization schedule - replayed from the original principal
      * so the collected rows match what the night run booked
      *****************************************************************
       WriteLoanSchedule SECTION.
           MOVE SPACES TO SCHEDULE-LINE
           WRITE LOAN-SCHEDULE-F FROM SCHEDULE-LINE
           MOVE LOAN-PRINCIPAL(LOAN-INDEX) TO FORMATTED-AMOUNT
           MOVE LOAN-RATE(LOAN-INDEX) TO FORMATTED-RATE
           MOVE LOAN-TERM(LOAN-INDEX) TO FORMATTED-PERIOD
           MOVE function concatenate('Loan ', LOAN-ID(LOAN-INDEX),
               ' account ', LOAN-BANK-ID(LOAN-INDEX), ' ',
               LOAN-ACCOUNT-ID(LOAN-INDEX), ' ',
               LOAN-CURRENCY(LOAN-INDEX), ' principal ',
               FUNCTION TRIM(FORMATTED-AMOUNT), ' rate ',
               FUNCTION TRIM(FORMATTED-RATE), '% term ',
               FUNCTION TRIM(FORMATTED-PERIOD), ' months')
               TO SCHEDULE-LINE
           WRITE LOAN-SCHEDULE-F FROM SCHEDULE-LINE
           MOVE LOAN-INSTALLMENT(LOAN-INDEX) TO FORMATTED-AMOUNT
           MOVE LOAN-OUTSTANDING(LOAN-INDEX) TO FORMATTED-AMOUNT-2
           MOVE LOAN-MISSED(LOAN-INDEX) TO FORMATTED-COUNT
           MOVE LOAN-ARREARS-DAYS(LOAN-INDEX) TO FORMATTED-COUNT-2
           MOVE function concatenate('  installment ',
               FUNCTION TRIM(FORMATTED-AMOUNT), ' outstanding ',
               FUNCTION TRIM(FORMATTED-AMOUNT-2), ' missed ',
               FUNCTION TRIM(FORMATTED-COUNT), ' days past due ',
               FUNCTION TRIM(FORMATTED-COUNT-2), ' status ',
               LOAN-STATUS(LOAN-INDEX)) TO SCHEDULE-LINE
           WRITE LOAN-SCHEDULE-F FROM SCHEDULE-LINE
           MOVE '  No.  Due date     Installment        Interest'
               TO SCHEDULE-LINE
           MOVE '       Principal         Balance'
               TO SCHEDULE-LINE(49:32)
           WRITE LOAN-SCHEDULE-F FROM SCHEDULE-LINE
           MOVE LOAN-PRINCIPAL(LOAN-INDEX) TO SCHED-BALANCE
           COMPUTE LOAN-MONTH-RATE = LOAN-RATE(LOAN-INDEX) / 1200
           PERFORM VARYING SCHED-PERIOD FROM 0 BY 1
               UNTIL SCHED-PERIOD >= LOAN-TERM(LOAN-INDEX)
               OR SCHED-BALANCE = 0
               PERFORM WriteScheduleRow
           END-PERFORM
           .

       WriteScheduleRow SECTION.
           PERFORM ComputeDueDate
           COMPUTE SCHED-INTEREST ROUNDED =
               SCHED-BALANCE * LOAN-MONTH-RATE
           IF LOAN-INSTALLMENT(LOAN-INDEX) > SCHED-INTEREST
               COMPUTE SCHED-PRINCIPAL =
                   LOAN-INSTALLMENT(LOAN-INDEX) - SCHED-INTEREST
           ELSE
               MOVE 0 TO SCHED-PRINCIPAL
           END-IF
           IF SCHED-PERIOD + 1 >= LOAN-TERM(LOAN-INDEX)
               OR SCHED-PRINCIPAL > SCHED-BALANCE
               MOVE SCHED-BALANCE TO SCHED-PRINCIPAL
           END-IF
           COMPUTE SCHED-PAYMENT = SCHED-INTEREST + SCHED-PRINCIPAL
           SUBTRACT SCHED-PRINCIPAL FROM SCHED-BALANCE
           EVALUATE TRUE
           WHEN SCHED-PERIOD < LOAN-PAID-COUNT(LOAN-INDEX)
               MOVE 'PAID' TO SCHED-MARK
           WHEN SCHED-DUE-DATE < RUN-DATE
               MOVE 'ARREARS' TO SCHED-MARK
           WHEN OTHER
               MOVE SPACES TO SCHED-MARK
           END-EVALUATE
           ADD 1 TO SCHED-PERIOD
           MOVE SCHED-PERIOD TO FORMATTED-PERIOD
           SUBTRACT 1 FROM SCHED-PERIOD
           MOVE SCHED-PAYMENT TO FORMATTED-AMOUNT
           MOVE SCHED-INTEREST TO FORMATTED-AMOUNT-2
           MOVE SCHED-PRINCIPAL TO FORMATTED-AMOUNT-3
           MOVE SCHED-BALANCE TO FORMATTED-AMOUNT-4
           MOVE function concatenate('  ', FORMATTED-PERIOD, '  ',
               SCHED-DUE-DATE, ' ', FORMATTED-AMOUNT, ' ',
               FORMATTED-AMOUNT-2, ' ', FORMATTED-AMOUNT-3, ' ',
               FORMATTED-AMOUNT-4, ' ', SCHED-MARK)
               TO SCHEDULE-LINE
           WRITE LOAN-SCHEDULE-F FROM SCHEDULE-LINE
           .

      *****************************************************************
      * Portfolio - outstanding principal per bank and currency, and
      * the missed installments of loans in arrears by age bucket
      *****************************************************************
       AccumulatePortfolio SECTION.
           IF NOT LOAN-ACTIVE(LOAN-INDEX)
               EXIT SECTION
           END-IF
           MOVE 'N' TO PF-FOUND-SW
           PERFORM VARYING PF-INDEX FROM 1 BY 1
               UNTIL PF-INDEX > PF-USED OR PF-FOUND
               IF PF-BANK-ID(PF-INDEX) = LOAN-BANK-ID(LOAN-INDEX)
                   AND PF-CURRENCY(PF-INDEX) =
                       LOAN-CURRENCY(LOAN-INDEX)
                   SET PF-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF PF-FOUND
               SUBTRACT 1 FROM PF-INDEX
           ELSE
               IF PF-USED >= 200
                   EXIT SECTION
               END-IF
               ADD 1 TO PF-USED
               MOVE PF-USED TO PF-INDEX
               INITIALIZE PF-ENTRY(PF-INDEX)
               MOVE LOAN-BANK-ID(LOAN-INDEX) TO PF-BANK-ID(PF-INDEX)
               MOVE LOAN-CURRENCY(LOAN-INDEX) TO PF-CURRENCY(PF-INDEX)
           END-IF
           ADD 1 TO PF-LOAN-COUNT(PF-INDEX)
           ADD LOAN-OUTSTANDING(LOAN-INDEX) TO PF-OUTSTANDING(PF-INDEX)
           IF LOAN-MISSED(LOAN-INDEX) > 0
               EVALUATE TRUE
               WHEN LOAN-ARREARS-DAYS(LOAN-INDEX) <= 30
                   MOVE 1 TO BUCKET-INDEX
               WHEN LOAN-ARREARS-DAYS(LOAN-INDEX) <= 60
                   MOVE 2 TO BUCKET-INDEX
               WHEN LOAN-ARREARS-DAYS(LOAN-INDEX) <= 90
                   MOVE 3 TO BUCKET-INDEX
               WHEN OTHER
                   MOVE 4 TO BUCKET-INDEX
               END-EVALUATE
               COMPUTE ARREARS-AMOUNT = LOAN-MISSED(LOAN-INDEX)
                   * LOAN-INSTALLMENT(LOAN-INDEX)
               ADD 1 TO PF-ARR-COUNT(PF-INDEX,BUCKET-INDEX)
               ADD ARREARS-AMOUNT
                   TO PF-ARR-AMOUNT(PF-INDEX,BUCKET-INDEX)
           END-IF
           .

       WritePortfolioReport SECTION.
           OPEN OUTPUT LOAN-PORTFOLIO-DATA
           IF LOANPORT-FILE-STATUS NOT = "00"
               MOVE "LN0004" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN loan_portfolio.txt, STATUS=",
                   LOANPORT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE function concatenate(
               'Loan portfolio and arrears as of ', RUN-DATE)
               TO PORTFOLIO-LINE
           WRITE LOAN-PORTFOLIO-F FROM PORTFOLIO-LINE
           PERFORM VARYING PF-INDEX FROM 1 BY 1
               UNTIL PF-INDEX > PF-USED
               PERFORM WritePortfolioBank
               PERFORM AccumulateCurrencyTotal
           END-PERFORM
           MOVE SPACES TO PORTFOLIO-LINE
           WRITE LOAN-PORTFOLIO-F FROM PORTFOLIO-LINE
           MOVE 'Totals per currency' TO PORTFOLIO-LINE
           WRITE LOAN-PORTFOLIO-F FROM PORTFOLIO-LINE
           PERFORM VARYING CT-INDEX FROM 1 BY 1
               UNTIL CT-INDEX > CT-USED
               MOVE CT-LOAN-COUNT(CT-INDEX) TO FORMATTED-COUNT
               MOVE CT-OUTSTANDING(CT-INDEX) TO FORMATTED-AMOUNT
               MOVE CT-ARR-COUNT(CT-INDEX) TO FORMATTED-COUNT-2
               MOVE CT-ARR-AMOUNT(CT-INDEX) TO FORMATTED-AMOUNT-2
               MOVE function concatenate('  ', CT-CURRENCY(CT-INDEX),
                   ' loans ', FORMATTED-COUNT,
                   ' outstanding ', FORMATTED-AMOUNT,
                   ' in arrears ', FORMATTED-COUNT-2,
                   ' overdue ', FORMATTED-AMOUNT-2)
                   TO PORTFOLIO-LINE
               WRITE LOAN-PORTFOLIO-F FROM PORTFOLIO-LINE
           END-PERFORM
           CLOSE LOAN-PORTFOLIO-DATA
           MOVE 'batchprocess/loan_portfolio.txt'
               TO PG-FILE-NAME
           MOVE 'LOAN PORTFOLIO' TO PG-TITLE
           PERFORM PageReport
           .

       WritePortfolioBank SECTION.
           MOVE SPACES TO PORTFOLIO-LINE
           WRITE LOAN-PORTFOLIO-F FROM PORTFOLIO-LINE
           MOVE PF-LOAN-COUNT(PF-INDEX) TO FORMATTED-COUNT
           MOVE PF-OUTSTANDING(PF-INDEX) TO FORMATTED-AMOUNT
           MOVE function concatenate('Bank ', PF-BANK-ID(PF-INDEX),
               ' ', PF-CURRENCY(PF-INDEX), ' loans ',
               FORMATTED-COUNT, ' outstanding principal ',
               FORMATTED-AMOUNT) TO PORTFOLIO-LINE
           WRITE LOAN-PORTFOLIO-F FROM PORTFOLIO-LINE
           PERFORM VARYING BUCKET-INDEX FROM 1 BY 1
               UNTIL BUCKET-INDEX > 4
               MOVE PF-ARR-COUNT(PF-INDEX,BUCKET-INDEX)
                   TO FORMATTED-COUNT
               MOVE PF-ARR-AMOUNT(PF-INDEX,BUCKET-INDEX)
                   TO FORMATTED-AMOUNT
               EVALUATE BUCKET-INDEX
               WHEN 1
                   MOVE '  arrears  1-30 days' TO PORTFOLIO-LINE
               WHEN 2
                   MOVE '  arrears 31-60 days' TO PORTFOLIO-LINE
               WHEN 3
                   MOVE '  arrears 61-90 days' TO PORTFOLIO-LINE
               WHEN OTHER
                   MOVE '  arrears   90+ days' TO PORTFOLIO-LINE
               END-EVALUATE
               MOVE function concatenate(' loans ', FORMATTED-COUNT,
                   ' overdue ', FORMATTED-AMOUNT)
                   TO PORTFOLIO-LINE(21:60)
               WRITE LOAN-PORTFOLIO-F FROM PORTFOLIO-LINE
           END-PERFORM
           .

       AccumulateCurrencyTotal SECTION.
           MOVE 'N' TO CURRENCY-FOUND-SW
           PERFORM VARYING CT-INDEX FROM 1 BY 1
               UNTIL CT-INDEX > CT-USED OR CURRENCY-FOUND
               IF CT-CURRENCY(CT-INDEX) = PF-CURRENCY(PF-INDEX)
                   SET CURRENCY-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF CURRENCY-FOUND
               SUBTRACT 1 FROM CT-INDEX
           ELSE
               IF CT-USED >= 20
                   EXIT SECTION
               END-IF
               ADD 1 TO CT-USED
               MOVE CT-USED TO CT-INDEX
               INITIALIZE CT-ENTRY(CT-INDEX)
               MOVE PF-CURRENCY(PF-INDEX) TO CT-CURRENCY(CT-INDEX)
           END-IF
           ADD PF-LOAN-COUNT(PF-INDEX) TO CT-LOAN-COUNT(CT-INDEX)
           ADD PF-OUTSTANDING(PF-INDEX) TO CT-OUTSTANDING(CT-INDEX)
           PERFORM VARYING BUCKET-INDEX FROM 1 BY 1
               UNTIL BUCKET-INDEX > 4
               ADD PF-ARR-COUNT(PF-INDEX,BUCKET-INDEX)
                   TO CT-ARR-COUNT(CT-INDEX)
               ADD PF-ARR-AMOUNT(PF-INDEX,BUCKET-INDEX)
                   TO CT-ARR-AMOUNT(CT-INDEX)
           END-PERFORM
           .

      * PG-FILE-NAME and PG-TITLE are set by the caller
       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'LOANSVC' TO PG-PROGRAM
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

       END PROGRAM LOANSVC.
