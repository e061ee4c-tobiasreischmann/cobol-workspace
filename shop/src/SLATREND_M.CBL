       IDENTIFICATION DIVISION.
       PROGRAM-ID.  SLATREND.
      *****************************************************************
      * Batch-window elapsed-time and SLA trend report - built from
      * shop/operations_log.txt, which SHOP appends for every step it
      * runs. For each utility it prints the elapsed time of every
      * night in the report period with its rolling average and its
      * worst time, and flags a utility whose last week runs longer
      * than the first week of the four weeks up to the report night
      * by more than the growth percentage. For every night it shows
      * the window from the first start to the last finish against
      * the agreed completion time, and for the report night and
      * every night that missed the agreed time the chain of
      * critical steps that decided the finish.
      *
      * A night runs from DAYBREAK to DAYBREAK, so a step started
      * at 01:30 belongs to the night before. Only job plan steps
      * count unless PLANSONLY=N; menu runs during the day would
      * otherwise stretch the window.
      *
      * shop/slaconfig.txt, one KEY=VALUE per line:
      *   WINDOWEND    agreed completion time HHMM (default 0600)
      *   DAYBREAK     HHMM that separates two nights (default 1200)
      *   GROWTHPCT    growth alert percentage, 1-999 (default 20)
      *   ROLLNIGHTS   nights in the rolling average, 2-14 (default 7)
      *   REPORTNIGHTS nights printed, 1-60 (default 28)
      *   PLANSONLY    Y job plan steps only (default), N every run
      *
      * Return code 4 when the report night missed the agreed time
      * or a utility is flagged for growth.
      * The report is printed with the shop's standard page headers
      * (RPTPAGE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPS-LOG-DATA ASSIGN TO
             "shop/operations_log.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPSLOG-FILE-STATUS.
           SELECT SLA-CONFIG-DATA ASSIGN TO
             "shop/slaconfig.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT SLA-REPORT-DATA ASSIGN TO
             "shop/sla_trend_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD OPS-LOG-DATA.
           01 OPS-LOG-F.
            05 OPS-LOG-LINE PIC X(100).
           FD SLA-CONFIG-DATA.
           01 SLA-CONFIG-F.
            05 CONFIG-LINE PIC X(60).
           FD SLA-REPORT-DATA.
           01 SLA-REPORT-F.
            05 REPORT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "SLATREND".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATES.
           05 OPSLOG-FILE-STATUS PIC X(2).
           05 CONFIG-FILE-STATUS PIC X(2).
           05 REPORT-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.
       01 DIALOG-INPUT PIC X(20).

      * controls (shop/slaconfig.txt)
       01 WINDOW-END-HHMM PIC 9(4) VALUE 0600.
       01 DAYBREAK-HHMM PIC 9(4) VALUE 1200.
       01 GROWTH-PCT PIC 999 VALUE 20.
       01 ROLL-NIGHTS PIC 99 VALUE 7.
       01 REPORT-NIGHTS PIC 99 VALUE 28.
       01 PLANS-ONLY-SW PIC X VALUE 'Y'.
           88 PLAN-STEPS-ONLY VALUE 'Y'.
       01 CONFIG-KEY PIC X(20).
       01 CONFIG-VALUE PIC X(40).

      * the report night and the span of nights loaded - the printed
      * nights, the four-week trend window and the rolling average
      * ahead of the first printed night
       01 REPORT-NIGHT PIC 9(8) VALUE 0.
       01 REPORT-NIGHT-INT PIC 9(7) VALUE 0.
       01 FIRST-NIGHT-INT PIC 9(7) VALUE 0.
       01 SPAN-NIGHTS PIC 99 VALUE 0.
       01 FIRST-SHOWN-IX PIC 99 VALUE 0.
       01 REPORT-NIGHT-IX PIC 99 VALUE 0.
       01 TREND-NIGHTS PIC 99 VALUE 28.

      * operations log line layout as written by SHOP:
      * utility(1:14) start(16:14) end(31:14) rc(46:4) operator(51:8)
      * plan(60:12) parameter set(73:12), plan and set blank for a
      * run from the menu
       01 LINE-WORK.
           05 LINE-START-SECS PIC 9(12).
           05 LINE-END-SECS PIC 9(12).
           05 LINE-NIGHT-INT PIC 9(7).
           05 LINE-HHMM PIC 9(4).
           05 STAMP-WORK PIC X(14).
           05 STAMP-SECS PIC 9(12).
           05 STAMP-VALID-SW PIC X.
               88 STAMP-VALID VALUE 'Y'.

      * job plan steps of the loaded nights
       01 STEP-TABLE.
           05 STEP-USED PIC 9(4) VALUE 0.
           05 STEP-ENTRY OCCURS 3000 TIMES.
               10 STEP-NIGHT-IX PIC 99.
               10 STEP-UTIL-IX PIC 99.
               10 STEP-START-SECS PIC 9(12).
               10 STEP-END-SECS PIC 9(12).
               10 STEP-RC PIC X(4).
               10 STEP-CRITICAL-SW PIC X.
                   88 STEP-CRITICAL VALUE 'Y'.
       01 STEP-INDEX PIC 9(4).
       01 STEP-SCAN PIC 9(4).
       01 STEPS-DROPPED PIC 9(5) VALUE 0.

      * utilities in the order they first ran, elapsed seconds and
      * runs per night (a utility run twice in one night counts the
      * two run times together)
       01 UTIL-TABLE.
           05 UTIL-USED PIC 99 VALUE 0.
           05 UTIL-ENTRY OCCURS 40 TIMES.
               10 UTIL-NAME PIC X(14).
               10 UTIL-WORST PIC 9(7).
               10 UTIL-CRITICAL-NIGHTS PIC 99.
               10 UTIL-LAST-NIGHTS PIC 99.
               10 UTIL-GROWTH-SW PIC X.
                   88 UTIL-GROWING VALUE 'Y'.
               10 UTIL-NIGHT OCCURS 80 TIMES.
                   15 UN-ELAPSED PIC 9(7).
                   15 UN-RUNS PIC 999.
       01 UTIL-INDEX PIC 99.
       01 UTILS-DROPPED PIC 9(5) VALUE 0.

      * first start and last finish per night
       01 NIGHT-TABLE.
           05 NIGHT-ENTRY OCCURS 80 TIMES.
               10 NIGHT-STEPS PIC 999.
               10 NIGHT-FIRST-START PIC 9(12).
               10 NIGHT-LAST-END PIC 9(12).
       01 NIGHT-INDEX PIC 99.
       01 NIGHT-SCAN PIC 99.
       01 NIGHT-DATE PIC 9(8).
       01 NIGHT-DEADLINE-SECS PIC 9(12).
       01 NIGHT-MISSED-SW PIC X.
           88 NIGHT-MISSED VALUE 'Y'.
       01 NIGHTS-MISSED PIC 99 VALUE 0.
       01 NIGHTS-RUN PIC 99 VALUE 0.

      * the critical chain of one night, last step first
       01 CHAIN-TABLE.
           05 CHAIN-USED PIC 999 VALUE 0.
           05 CHAIN-STEP PIC 9(4) OCCURS 200 TIMES.
       01 CHAIN-INDEX PIC 999.
       01 CHAIN-BEST PIC 9(4).
       01 CHAIN-BEST-END PIC 9(12).

       01 TREND-WORK.
           05 ROLL-SUM PIC 9(9).
           05 ROLL-COUNT PIC 99.
           05 ROLL-AVG PIC 9(7).
           05 WORST-TO-DATE PIC 9(7).
           05 BASE-SUM PIC 9(9).
           05 BASE-COUNT PIC 99.
           05 BASE-AVG PIC 9(7).
           05 RECENT-SUM PIC 9(9).
           05 RECENT-COUNT PIC 99.
           05 RECENT-AVG PIC 9(7).
           05 GROWTH-RESULT PIC S9(5)V9.
           05 GROWTH-ED PIC -(4)9.9.
           05 GROWTHS-FLAGGED PIC 99 VALUE 0.

      * duration and clock time editing
       01 DURATION-WORK.
           05 DUR-SECS PIC S9(12).
           05 DUR-ABS PIC 9(12).
           05 DUR-HH PIC 99.
           05 DUR-MM PIC 99.
           05 DUR-SS PIC 99.
           05 DUR-TEXT PIC X(9).
       01 CLOCK-WORK.
           05 CLOCK-SECS PIC 9(12).
           05 CLOCK-DAY-SECS PIC 9(5).
           05 CLOCK-DATE PIC 9(8).
           05 CLOCK-TEXT PIC X(17).
       01 TEXT-1 PIC X(17).
       01 TEXT-2 PIC X(17).
       01 TEXT-3 PIC X(9).
       01 TEXT-4 PIC X(9).
       01 TEXT-5 PIC X(9).
       01 COUNT-ED PIC Z9.
       01 COUNT-ED-2 PIC Z9.
       01 PCT-ED PIC ZZ9.
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
           PERFORM LoadSlaConfig
           DISPLAY "BATCH WINDOW SLA TREND REPORT"
           DISPLAY "Report night YYYYMMDD (ENTER = last night logged):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           IF DIALOG-INPUT(1:8) IS NUMERIC
               AND FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(DIALOG-INPUT(1:8))) = 0
               MOVE DIALOG-INPUT(1:8) TO REPORT-NIGHT
           ELSE
               PERFORM FindLastNight
           END-IF
           IF REPORT-NIGHT = 0
               MOVE "SL0001" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE "NO JOB PLAN STEPS ON operations_log.txt - NO "
                   & "REPORT" TO MSG-TEXT
               PERFORM LogMessage
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SetNightSpan
           PERFORM LoadOperationsLog
           OPEN OUTPUT SLA-REPORT-DATA
           IF REPORT-FILE-STATUS NOT = "00"
               MOVE "SL0002" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN sla_trend_report.txt, STATUS=",
                   REPORT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM FindCriticalSteps
           PERFORM WriteReportHeading
           PERFORM WriteWindowSection
           PERFORM WriteUtilitySection
           PERFORM WriteCriticalSection
           PERFORM WriteSummary
           CLOSE SLA-REPORT-DATA
           PERFORM PageReport
           MOVE REPORT-NIGHT-IX TO NIGHT-INDEX
           PERFORM CheckNightDeadline
           IF RETURN-CODE < 4
               AND (GROWTHS-FLAGGED > 0 OR NIGHT-MISSED)
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY "Report written to shop/sla_trend_report.txt"
           GOBACK.

      *****************************************************************
      * Controls and the span of nights
      *****************************************************************
       LoadSlaConfig SECTION.
           OPEN INPUT SLA-CONFIG-DATA
           IF CONFIG-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ SLA-CONFIG-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END PERFORM ApplyConfigLine
                   END-READ
               END-PERFORM
               CLOSE SLA-CONFIG-DATA
           END-IF
           .

       ApplyConfigLine SECTION.
           MOVE SPACES TO CONFIG-KEY CONFIG-VALUE
           UNSTRING CONFIG-LINE DELIMITED BY '='
               INTO CONFIG-KEY CONFIG-VALUE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(CONFIG-KEY))
               TO CONFIG-KEY
           MOVE FUNCTION TRIM(CONFIG-VALUE) TO CONFIG-VALUE
           EVALUATE CONFIG-KEY
           WHEN 'WINDOWEND'
               IF CONFIG-VALUE(1:4) IS NUMERIC
                   AND CONFIG-VALUE(5:36) = SPACES
                   AND CONFIG-VALUE(1:2) < '24'
                   AND CONFIG-VALUE(3:2) < '60'
                   MOVE CONFIG-VALUE(1:4) TO WINDOW-END-HHMM
               END-IF
           WHEN 'DAYBREAK'
               IF CONFIG-VALUE(1:4) IS NUMERIC
                   AND CONFIG-VALUE(5:36) = SPACES
                   AND CONFIG-VALUE(1:2) < '24'
                   AND CONFIG-VALUE(3:2) < '60'
                   MOVE CONFIG-VALUE(1:4) TO DAYBREAK-HHMM
               END-IF
           WHEN 'GROWTHPCT'
               IF FUNCTION TEST-NUMVAL(CONFIG-VALUE) = 0
                   AND FUNCTION NUMVAL(CONFIG-VALUE) >= 1
                   AND FUNCTION NUMVAL(CONFIG-VALUE) <= 999
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO GROWTH-PCT
               END-IF
           WHEN 'ROLLNIGHTS'
               IF FUNCTION TEST-NUMVAL(CONFIG-VALUE) = 0
                   AND FUNCTION NUMVAL(CONFIG-VALUE) >= 2
                   AND FUNCTION NUMVAL(CONFIG-VALUE) <= 14
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO ROLL-NIGHTS
               END-IF
           WHEN 'REPORTNIGHTS'
               IF FUNCTION TEST-NUMVAL(CONFIG-VALUE) = 0
                   AND FUNCTION NUMVAL(CONFIG-VALUE) >= 1
                   AND FUNCTION NUMVAL(CONFIG-VALUE) <= 60
                   MOVE FUNCTION NUMVAL(CONFIG-VALUE) TO REPORT-NIGHTS
               END-IF
           WHEN 'PLANSONLY'
               IF FUNCTION UPPER-CASE(CONFIG-VALUE(1:1)) = 'N'
                   MOVE 'N' TO PLANS-ONLY-SW
               END-IF
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      * ENTER takes the newest night on the log
       FindLastNight SECTION.
           OPEN INPUT OPS-LOG-DATA
           IF OPSLOG-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ OPS-LOG-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM ParseLogLine
                       IF STAMP-VALID
                           AND LINE-NIGHT-INT > REPORT-NIGHT-INT
                           MOVE LINE-NIGHT-INT TO REPORT-NIGHT-INT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPS-LOG-DATA
           IF REPORT-NIGHT-INT > 0
               MOVE FUNCTION DATE-OF-INTEGER(REPORT-NIGHT-INT)
                   TO REPORT-NIGHT
           END-IF
           .

      * the loaded nights reach back far enough for the four-week
      * trend and for a full rolling average on the first printed
      * night
       SetNightSpan SECTION.
           MOVE FUNCTION INTEGER-OF-DATE(REPORT-NIGHT)
               TO REPORT-NIGHT-INT
           IF REPORT-NIGHTS > TREND-NIGHTS
               COMPUTE SPAN-NIGHTS = REPORT-NIGHTS + ROLL-NIGHTS - 1
           ELSE
               COMPUTE SPAN-NIGHTS = TREND-NIGHTS + ROLL-NIGHTS - 1
           END-IF
           COMPUTE FIRST-NIGHT-INT =
               REPORT-NIGHT-INT - SPAN-NIGHTS + 1
           MOVE SPAN-NIGHTS TO REPORT-NIGHT-IX
           COMPUTE FIRST-SHOWN-IX = SPAN-NIGHTS - REPORT-NIGHTS + 1
           INITIALIZE NIGHT-TABLE
           .

      * a line counts when both stamps are sound and, unless every
      * run is wanted, it was run by a job plan
       ParseLogLine SECTION.
           MOVE 'N' TO STAMP-VALID-SW
           IF OPS-LOG-LINE(46:4) IS NOT NUMERIC
               OR OPS-LOG-LINE(1:14) = SPACES
               EXIT SECTION
           END-IF
           IF PLAN-STEPS-ONLY AND OPS-LOG-LINE(60:12) = SPACES
               EXIT SECTION
           END-IF
           MOVE OPS-LOG-LINE(31:14) TO STAMP-WORK
           PERFORM StampToSeconds
           IF NOT STAMP-VALID
               EXIT SECTION
           END-IF
           MOVE STAMP-SECS TO LINE-END-SECS
           MOVE OPS-LOG-LINE(16:14) TO STAMP-WORK
           PERFORM StampToSeconds
           IF NOT STAMP-VALID
               EXIT SECTION
           END-IF
           MOVE STAMP-SECS TO LINE-START-SECS
           IF LINE-END-SECS < LINE-START-SECS
               MOVE 'N' TO STAMP-VALID-SW
               EXIT SECTION
           END-IF
           MOVE FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(OPS-LOG-LINE(16:8))) TO LINE-NIGHT-INT
           MOVE OPS-LOG-LINE(24:4) TO LINE-HHMM
           IF LINE-HHMM < DAYBREAK-HHMM
               SUBTRACT 1 FROM LINE-NIGHT-INT
           END-IF
           .

      * YYYYMMDDHHMMSS to seconds since the start of the calendar
       StampToSeconds SECTION.
           MOVE 'N' TO STAMP-VALID-SW
           MOVE 0 TO STAMP-SECS
           IF STAMP-WORK IS NOT NUMERIC
               EXIT SECTION
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(
               FUNCTION NUMVAL(STAMP-WORK(1:8))) NOT = 0
               OR STAMP-WORK(9:2) > '23'
               OR STAMP-WORK(11:2) > '59'
               OR STAMP-WORK(13:2) > '59'
               EXIT SECTION
           END-IF
           COMPUTE STAMP-SECS =
               FUNCTION INTEGER-OF-DATE(
                   FUNCTION NUMVAL(STAMP-WORK(1:8))) * 86400
               + FUNCTION NUMVAL(STAMP-WORK(9:2)) * 3600
               + FUNCTION NUMVAL(STAMP-WORK(11:2)) * 60
               + FUNCTION NUMVAL(STAMP-WORK(13:2))
           SET STAMP-VALID TO TRUE
           .

      *****************************************************************
      * Loading the operations log
      *****************************************************************
       LoadOperationsLog SECTION.
           OPEN INPUT OPS-LOG-DATA
           IF OPSLOG-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ OPS-LOG-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       PERFORM ParseLogLine
                       IF STAMP-VALID
                           AND LINE-NIGHT-INT >= FIRST-NIGHT-INT
                           AND LINE-NIGHT-INT <= REPORT-NIGHT-INT
                           PERFORM ApplyStep
                       END-IF
               END-READ
           END-PERFORM
           CLOSE OPS-LOG-DATA
           IF STEPS-DROPPED > 0 OR UTILS-DROPPED > 0
               MOVE "SL0003" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "STEP TABLE FULL - ", STEPS-DROPPED,
                   " STEPS AND ", UTILS-DROPPED,
                   " RUNS OF FURTHER UTILITIES LEFT OUT")
                   TO MSG-TEXT
               PERFORM LogMessage
           END-IF
           .

       ApplyStep SECTION.
           COMPUTE NIGHT-INDEX = LINE-NIGHT-INT - FIRST-NIGHT-INT + 1
           MOVE 0 TO UTIL-INDEX
           PERFORM VARYING UTIL-INDEX FROM 1 BY 1
               UNTIL UTIL-INDEX > UTIL-USED
               OR UTIL-NAME(UTIL-INDEX) = OPS-LOG-LINE(1:14)
               CONTINUE
           END-PERFORM
           IF UTIL-INDEX > UTIL-USED
               IF UTIL-USED >= 40
                   ADD 1 TO UTILS-DROPPED
                   EXIT SECTION
               END-IF
               ADD 1 TO UTIL-USED
               MOVE UTIL-USED TO UTIL-INDEX
               INITIALIZE UTIL-ENTRY(UTIL-INDEX)
               MOVE OPS-LOG-LINE(1:14) TO UTIL-NAME(UTIL-INDEX)
           END-IF
           IF STEP-USED >= 3000
               ADD 1 TO STEPS-DROPPED
               EXIT SECTION
           END-IF
           ADD 1 TO STEP-USED
           MOVE NIGHT-INDEX TO STEP-NIGHT-IX(STEP-USED)
           MOVE UTIL-INDEX TO STEP-UTIL-IX(STEP-USED)
           MOVE LINE-START-SECS TO STEP-START-SECS(STEP-USED)
           MOVE LINE-END-SECS TO STEP-END-SECS(STEP-USED)
           MOVE OPS-LOG-LINE(46:4) TO STEP-RC(STEP-USED)
           MOVE 'N' TO STEP-CRITICAL-SW(STEP-USED)
           ADD 1 TO UN-RUNS(UTIL-INDEX, NIGHT-INDEX)
           COMPUTE UN-ELAPSED(UTIL-INDEX, NIGHT-INDEX) =
               UN-ELAPSED(UTIL-INDEX, NIGHT-INDEX)
               + LINE-END-SECS - LINE-START-SECS
           IF NIGHT-STEPS(NIGHT-INDEX) = 0
               OR LINE-START-SECS < NIGHT-FIRST-START(NIGHT-INDEX)
               MOVE LINE-START-SECS TO NIGHT-FIRST-START(NIGHT-INDEX)
           END-IF
           IF LINE-END-SECS > NIGHT-LAST-END(NIGHT-INDEX)
               MOVE LINE-END-SECS TO NIGHT-LAST-END(NIGHT-INDEX)
           END-IF
           ADD 1 TO NIGHT-STEPS(NIGHT-INDEX)
           .

      *****************************************************************
      * Critical steps - from the step that finished last, back
      * through the step that finished latest before it started,
      * until no earlier step is left. Steps run one after another,
      * so that chain is what decided the finish time; a gap between
      * two links is time the plan spent waiting for a start window.
      *****************************************************************
       FindCriticalSteps SECTION.
           PERFORM VARYING NIGHT-INDEX FROM 1 BY 1
               UNTIL NIGHT-INDEX > SPAN-NIGHTS
               IF NIGHT-STEPS(NIGHT-INDEX) > 0
                   PERFORM BuildNightChain
                   PERFORM VARYING CHAIN-INDEX FROM 1 BY 1
                       UNTIL CHAIN-INDEX > CHAIN-USED
                       MOVE CHAIN-STEP(CHAIN-INDEX) TO STEP-INDEX
                       SET STEP-CRITICAL(STEP-INDEX) TO TRUE
                       IF NIGHT-INDEX >= FIRST-SHOWN-IX
                           MOVE STEP-UTIL-IX(STEP-INDEX) TO UTIL-INDEX
                           ADD 1 TO UTIL-CRITICAL-NIGHTS(UTIL-INDEX)
                           IF CHAIN-INDEX = 1
                               ADD 1 TO UTIL-LAST-NIGHTS(UTIL-INDEX)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM
           .

       BuildNightChain SECTION.
           MOVE 0 TO CHAIN-USED
           MOVE NIGHT-LAST-END(NIGHT-INDEX) TO CHAIN-BEST-END
           MOVE 0 TO CHAIN-BEST
           PERFORM VARYING STEP-SCAN FROM 1 BY 1
               UNTIL STEP-SCAN > STEP-USED
               IF STEP-NIGHT-IX(STEP-SCAN) = NIGHT-INDEX
                   AND STEP-END-SECS(STEP-SCAN) = CHAIN-BEST-END
                   MOVE STEP-SCAN TO CHAIN-BEST
               END-IF
           END-PERFORM
           PERFORM UNTIL CHAIN-BEST = 0 OR CHAIN-USED >= 200
               ADD 1 TO CHAIN-USED
               MOVE CHAIN-BEST TO CHAIN-STEP(CHAIN-USED)
               MOVE CHAIN-BEST TO STEP-INDEX
               MOVE 0 TO CHAIN-BEST
               MOVE 0 TO CHAIN-BEST-END
               PERFORM VARYING STEP-SCAN FROM 1 BY 1
                   UNTIL STEP-SCAN > STEP-USED
                   IF STEP-NIGHT-IX(STEP-SCAN) = NIGHT-INDEX
                       AND STEP-SCAN NOT = STEP-INDEX
                       AND STEP-END-SECS(STEP-SCAN)
                           <= STEP-START-SECS(STEP-INDEX)
                       AND STEP-END-SECS(STEP-SCAN) >= CHAIN-BEST-END
                       AND STEP-START-SECS(STEP-SCAN)
                           < STEP-START-SECS(STEP-INDEX)
                       MOVE STEP-SCAN TO CHAIN-BEST
                       MOVE STEP-END-SECS(STEP-SCAN) TO CHAIN-BEST-END
                   END-IF
               END-PERFORM
           END-PERFORM
           .

      * the agreed completion time falls on the morning after the
      * night when it lies before daybreak, on the night's own date
      * otherwise
       CheckNightDeadline SECTION.
           MOVE 'N' TO NIGHT-MISSED-SW
           COMPUTE NIGHT-DEADLINE-SECS =
               (FIRST-NIGHT-INT + NIGHT-INDEX - 1) * 86400
               + (WINDOW-END-HHMM / 100) * 3600
               + FUNCTION MOD(WINDOW-END-HHMM, 100) * 60
           IF WINDOW-END-HHMM < DAYBREAK-HHMM
               ADD 86400 TO NIGHT-DEADLINE-SECS
           END-IF
           IF NIGHT-STEPS(NIGHT-INDEX) > 0
               AND NIGHT-LAST-END(NIGHT-INDEX) > NIGHT-DEADLINE-SECS
               SET NIGHT-MISSED TO TRUE
           END-IF
           .

      *****************************************************************
      * Report sections
      *****************************************************************
       WriteReportHeading SECTION.
           MOVE function concatenate(
               '================ BATCH WINDOW SLA TREND - NIGHT OF ',
               REPORT-NIGHT, ' ================') TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           MOVE REPORT-NIGHTS TO COUNT-ED
           MOVE ROLL-NIGHTS TO COUNT-ED-2
           MOVE GROWTH-PCT TO PCT-ED
           MOVE function concatenate(
               'Nights printed ', FUNCTION TRIM(COUNT-ED),
               ', rolling average over ', FUNCTION TRIM(COUNT-ED-2),
               ' nights, agreed completion ', WINDOW-END-HHMM(1:2),
               ':', WINDOW-END-HHMM(3:2), ', growth alert ',
               FUNCTION TRIM(PCT-ED), '% over four weeks')
               TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           IF PLAN-STEPS-ONLY
               MOVE 'Job plan steps only; a night runs from '
                   TO REPORT-LINE
           ELSE
               MOVE 'Every logged run; a night runs from '
                   TO REPORT-LINE
           END-IF
           MOVE function concatenate(FUNCTION TRIM(REPORT-LINE),
               ' ', DAYBREAK-HHMM(1:2), ':', DAYBREAK-HHMM(3:2),
               ' to ', DAYBREAK-HHMM(1:2), ':', DAYBREAK-HHMM(3:2),
               ' the next day') TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           .

       WriteWindowSection SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           MOVE '-- Batch window per night --' TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           MOVE function concatenate('  Night     Steps ',
               'First start       Last finish       Window    ',
               'Agreed   Verdict') TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           PERFORM VARYING NIGHT-INDEX FROM FIRST-SHOWN-IX BY 1
               UNTIL NIGHT-INDEX > SPAN-NIGHTS
               PERFORM WriteWindowLine
           END-PERFORM
           .

       WriteWindowLine SECTION.
           MOVE FUNCTION DATE-OF-INTEGER(
               FIRST-NIGHT-INT + NIGHT-INDEX - 1) TO NIGHT-DATE
           IF NIGHT-STEPS(NIGHT-INDEX) = 0
               MOVE function concatenate('  ', NIGHT-DATE,
                   '    0 (no steps run)') TO REPORT-LINE
               WRITE SLA-REPORT-F FROM REPORT-LINE
               EXIT SECTION
           END-IF
           ADD 1 TO NIGHTS-RUN
           PERFORM CheckNightDeadline
           MOVE NIGHT-FIRST-START(NIGHT-INDEX) TO CLOCK-SECS
           PERFORM FormatClock
           MOVE CLOCK-TEXT TO TEXT-1
           MOVE NIGHT-LAST-END(NIGHT-INDEX) TO CLOCK-SECS
           PERFORM FormatClock
           MOVE CLOCK-TEXT TO TEXT-2
           COMPUTE DUR-SECS = NIGHT-LAST-END(NIGHT-INDEX)
               - NIGHT-FIRST-START(NIGHT-INDEX)
           PERFORM FormatDuration
           MOVE DUR-TEXT TO TEXT-3
           COMPUTE DUR-SECS = NIGHT-LAST-END(NIGHT-INDEX)
               - NIGHT-DEADLINE-SECS
           PERFORM FormatDuration
           MOVE NIGHT-STEPS(NIGHT-INDEX) TO COUNT-ED
           IF NIGHT-MISSED
               ADD 1 TO NIGHTS-MISSED
               MOVE function concatenate('  ', NIGHT-DATE, '   ',
                   COUNT-ED, ' ', TEXT-1, ' ', TEXT-2, ' ', TEXT-3,
                   ' ', WINDOW-END-HHMM(1:2), ':',
                   WINDOW-END-HHMM(3:2), '    *** MISSED BY ',
                   FUNCTION TRIM(DUR-TEXT), ' ***') TO REPORT-LINE
           ELSE
               MOVE function concatenate('  ', NIGHT-DATE, '   ',
                   COUNT-ED, ' ', TEXT-1, ' ', TEXT-2, ' ', TEXT-3,
                   ' ', WINDOW-END-HHMM(1:2), ':',
                   WINDOW-END-HHMM(3:2), '    met, ',
                   FUNCTION TRIM(DUR-TEXT), ' to spare')
                   TO REPORT-LINE
           END-IF
           WRITE SLA-REPORT-F FROM REPORT-LINE
           .

       WriteUtilitySection SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           MOVE '-- Elapsed time per utility --' TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           PERFORM VARYING UTIL-INDEX FROM 1 BY 1
               UNTIL UTIL-INDEX > UTIL-USED
               PERFORM WriteUtilitySeries
           END-PERFORM
           .

       WriteUtilitySeries SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           MOVE function concatenate('  ', UTIL-NAME(UTIL-INDEX))
               TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           MOVE function concatenate('    Night     Runs ',
               'Elapsed   Rolling   Worst     Critical')
               TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           MOVE 0 TO WORST-TO-DATE
           PERFORM VARYING NIGHT-INDEX FROM 1 BY 1
               UNTIL NIGHT-INDEX > SPAN-NIGHTS
               IF UN-RUNS(UTIL-INDEX, NIGHT-INDEX) > 0
                   IF UN-ELAPSED(UTIL-INDEX, NIGHT-INDEX)
                       > WORST-TO-DATE
                       MOVE UN-ELAPSED(UTIL-INDEX, NIGHT-INDEX)
                           TO WORST-TO-DATE
                   END-IF
                   IF NIGHT-INDEX >= FIRST-SHOWN-IX
                       PERFORM WriteUtilityNightLine
                   END-IF
               END-IF
           END-PERFORM
           MOVE WORST-TO-DATE TO UTIL-WORST(UTIL-INDEX)
           PERFORM CheckUtilityGrowth
           .

       WriteUtilityNightLine SECTION.
           MOVE FUNCTION DATE-OF-INTEGER(
               FIRST-NIGHT-INT + NIGHT-INDEX - 1) TO NIGHT-DATE
           MOVE 0 TO ROLL-SUM ROLL-COUNT
           PERFORM VARYING NIGHT-SCAN FROM NIGHT-INDEX BY -1
               UNTIL NIGHT-SCAN < 1
               OR NIGHT-SCAN <= NIGHT-INDEX - ROLL-NIGHTS
               IF UN-RUNS(UTIL-INDEX, NIGHT-SCAN) > 0
                   ADD UN-ELAPSED(UTIL-INDEX, NIGHT-SCAN) TO ROLL-SUM
                   ADD 1 TO ROLL-COUNT
               END-IF
           END-PERFORM
           COMPUTE ROLL-AVG ROUNDED = ROLL-SUM / ROLL-COUNT
           MOVE UN-ELAPSED(UTIL-INDEX, NIGHT-INDEX) TO DUR-SECS
           PERFORM FormatDuration
           MOVE DUR-TEXT TO TEXT-3
           MOVE ROLL-AVG TO DUR-SECS
           PERFORM FormatDuration
           MOVE DUR-TEXT TO TEXT-4
           MOVE WORST-TO-DATE TO DUR-SECS
           PERFORM FormatDuration
           MOVE DUR-TEXT TO TEXT-5
           MOVE UN-RUNS(UTIL-INDEX, NIGHT-INDEX) TO COUNT-ED
           MOVE SPACES TO TEXT-1
           PERFORM VARYING STEP-SCAN FROM 1 BY 1
               UNTIL STEP-SCAN > STEP-USED
               IF STEP-NIGHT-IX(STEP-SCAN) = NIGHT-INDEX
                   AND STEP-UTIL-IX(STEP-SCAN) = UTIL-INDEX
                   AND STEP-CRITICAL(STEP-SCAN)
                   MOVE 'yes' TO TEXT-1
               END-IF
           END-PERFORM
           MOVE function concatenate('    ', NIGHT-DATE, '   ',
               COUNT-ED, ' ', TEXT-3, ' ', TEXT-4, ' ', TEXT-5, ' ',
               TEXT-1) TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           .

      * the last week up to the report night against the first week
      * of the four weeks that end with it
       CheckUtilityGrowth SECTION.
           MOVE 0 TO BASE-SUM BASE-COUNT RECENT-SUM RECENT-COUNT
           PERFORM VARYING NIGHT-SCAN FROM 1 BY 1
               UNTIL NIGHT-SCAN > SPAN-NIGHTS
               IF UN-RUNS(UTIL-INDEX, NIGHT-SCAN) > 0
                   IF NIGHT-SCAN > SPAN-NIGHTS - 7
                       ADD UN-ELAPSED(UTIL-INDEX, NIGHT-SCAN)
                           TO RECENT-SUM
                       ADD 1 TO RECENT-COUNT
                   END-IF
                   IF NIGHT-SCAN > SPAN-NIGHTS - TREND-NIGHTS
                       AND NIGHT-SCAN <= SPAN-NIGHTS - TREND-NIGHTS + 7
                       ADD UN-ELAPSED(UTIL-INDEX, NIGHT-SCAN)
                           TO BASE-SUM
                       ADD 1 TO BASE-COUNT
                   END-IF
               END-IF
           END-PERFORM
           IF RECENT-COUNT = 0 OR BASE-COUNT = 0
               MOVE '    Trend: not enough nights in the last four '
                   & 'weeks to compare' TO REPORT-LINE
               WRITE SLA-REPORT-F FROM REPORT-LINE
               EXIT SECTION
           END-IF
           COMPUTE BASE-AVG ROUNDED = BASE-SUM / BASE-COUNT
           COMPUTE RECENT-AVG ROUNDED = RECENT-SUM / RECENT-COUNT
           MOVE BASE-AVG TO DUR-SECS
           PERFORM FormatDuration
           MOVE DUR-TEXT TO TEXT-3
           MOVE RECENT-AVG TO DUR-SECS
           PERFORM FormatDuration
           MOVE DUR-TEXT TO TEXT-4
           IF BASE-AVG = 0
               MOVE 0 TO GROWTH-RESULT
           ELSE
               COMPUTE GROWTH-RESULT ROUNDED =
                   (RECENT-AVG - BASE-AVG) * 100 / BASE-AVG
                   ON SIZE ERROR MOVE 9999.9 TO GROWTH-RESULT
               END-COMPUTE
           END-IF
           MOVE GROWTH-RESULT TO GROWTH-ED
           MOVE GROWTH-PCT TO PCT-ED
           MOVE function concatenate('    Trend: first week avg ',
               FUNCTION TRIM(TEXT-3), ', last week avg ',
               FUNCTION TRIM(TEXT-4), ', change ',
               FUNCTION TRIM(GROWTH-ED), '%') TO REPORT-LINE
           IF GROWTH-RESULT > GROWTH-PCT
               SET UTIL-GROWING(UTIL-INDEX) TO TRUE
               ADD 1 TO GROWTHS-FLAGGED
               MOVE function concatenate(
                   FUNCTION TRIM(REPORT-LINE TRAILING),
                   '  *** GROWTH ABOVE ', FUNCTION TRIM(PCT-ED),
                   '% ***') TO REPORT-LINE
               MOVE "SL0004" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   FUNCTION TRIM(UTIL-NAME(UTIL-INDEX)),
                   " RUN TIME GREW ", FUNCTION TRIM(GROWTH-ED),
                   "% OVER FOUR WEEKS") TO MSG-TEXT
               PERFORM LogMessage
           END-IF
           WRITE SLA-REPORT-F FROM REPORT-LINE
           .

      * the chain for the report night and for every printed night
      * that missed the agreed completion time
       WriteCriticalSection SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           MOVE '-- Critical steps --' TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           PERFORM VARYING NIGHT-INDEX FROM FIRST-SHOWN-IX BY 1
               UNTIL NIGHT-INDEX > SPAN-NIGHTS
               PERFORM CheckNightDeadline
               IF NIGHT-STEPS(NIGHT-INDEX) > 0
                   AND (NIGHT-MISSED OR NIGHT-INDEX = REPORT-NIGHT-IX)
                   PERFORM WriteNightChain
               END-IF
           END-PERFORM
           IF NIGHT-STEPS(REPORT-NIGHT-IX) = 0
               MOVE function concatenate('  ', REPORT-NIGHT,
                   ': no steps run on the report night')
                   TO REPORT-LINE
               WRITE SLA-REPORT-F FROM REPORT-LINE
           END-IF
           .

       WriteNightChain SECTION.
           PERFORM BuildNightChain
           MOVE FUNCTION DATE-OF-INTEGER(
               FIRST-NIGHT-INT + NIGHT-INDEX - 1) TO NIGHT-DATE
           IF NIGHT-MISSED
               MOVE function concatenate('  Night ', NIGHT-DATE,
                   ' (missed the agreed time)') TO REPORT-LINE
           ELSE
               MOVE function concatenate('  Night ', NIGHT-DATE,
                   ' (report night)') TO REPORT-LINE
           END-IF
           WRITE SLA-REPORT-F FROM REPORT-LINE
           MOVE function concatenate('    Utility        ',
               'Start             End               Elapsed   ',
               'RC   Waited before') TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           PERFORM VARYING CHAIN-INDEX FROM CHAIN-USED BY -1
               UNTIL CHAIN-INDEX < 1
               MOVE CHAIN-STEP(CHAIN-INDEX) TO STEP-INDEX
               MOVE STEP-START-SECS(STEP-INDEX) TO CLOCK-SECS
               PERFORM FormatClock
               MOVE CLOCK-TEXT TO TEXT-1
               MOVE STEP-END-SECS(STEP-INDEX) TO CLOCK-SECS
               PERFORM FormatClock
               MOVE CLOCK-TEXT TO TEXT-2
               COMPUTE DUR-SECS = STEP-END-SECS(STEP-INDEX)
                   - STEP-START-SECS(STEP-INDEX)
               PERFORM FormatDuration
               MOVE DUR-TEXT TO TEXT-3
               MOVE SPACES TO TEXT-4
               IF CHAIN-INDEX < CHAIN-USED
                   COMPUTE DUR-SECS = STEP-START-SECS(STEP-INDEX)
                       - STEP-END-SECS(CHAIN-STEP(CHAIN-INDEX + 1))
                   IF DUR-SECS > 0
                       PERFORM FormatDuration
                       MOVE DUR-TEXT TO TEXT-4
                   END-IF
               END-IF
               MOVE STEP-UTIL-IX(STEP-INDEX) TO UTIL-INDEX
               MOVE function concatenate('    ',
                   UTIL-NAME(UTIL-INDEX), ' ', TEXT-1, ' ', TEXT-2,
                   ' ', TEXT-3, ' ', STEP-RC(STEP-INDEX), ' ',
                   TEXT-4) TO REPORT-LINE
               WRITE SLA-REPORT-F FROM REPORT-LINE
           END-PERFORM
           .

       WriteSummary SECTION.
           MOVE SPACES TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           MOVE '-- Summary --' TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           MOVE NIGHTS-RUN TO COUNT-ED
           MOVE NIGHTS-MISSED TO COUNT-ED-2
           MOVE function concatenate('  Nights run ',
               FUNCTION TRIM(COUNT-ED), ', agreed completion missed ',
               FUNCTION TRIM(COUNT-ED-2)) TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           MOVE function concatenate('    Utility        ',
               'Worst     Critical  Finished last  Growth')
               TO REPORT-LINE
           WRITE SLA-REPORT-F FROM REPORT-LINE
           PERFORM VARYING UTIL-INDEX FROM 1 BY 1
               UNTIL UTIL-INDEX > UTIL-USED
               MOVE UTIL-WORST(UTIL-INDEX) TO DUR-SECS
               PERFORM FormatDuration
               MOVE UTIL-CRITICAL-NIGHTS(UTIL-INDEX) TO COUNT-ED
               MOVE UTIL-LAST-NIGHTS(UTIL-INDEX) TO COUNT-ED-2
               IF UTIL-GROWING(UTIL-INDEX)
                   MOVE 'FLAGGED' TO TEXT-4
               ELSE
                   MOVE SPACES TO TEXT-4
               END-IF
               MOVE function concatenate('    ',
                   UTIL-NAME(UTIL-INDEX), ' ', DUR-TEXT, ' ',
                   COUNT-ED, ' nights  ', COUNT-ED-2,
                   ' nights      ', TEXT-4) TO REPORT-LINE
               WRITE SLA-REPORT-F FROM REPORT-LINE
           END-PERFORM
           IF GROWTHS-FLAGGED = 0
               MOVE '  No utility above the growth alert'
                   TO REPORT-LINE
           ELSE
               MOVE GROWTHS-FLAGGED TO COUNT-ED
               MOVE function concatenate('  Utilities above the ',
                   'growth alert: ', FUNCTION TRIM(COUNT-ED))
                   TO REPORT-LINE
           END-IF
           WRITE SLA-REPORT-F FROM REPORT-LINE
           .

      *****************************************************************
      * Editing helpers
      *****************************************************************
      * seconds to HH:MM:SS (hours beyond 99 keep the last two digits)
       FormatDuration SECTION.
           IF DUR-SECS < 0
               COMPUTE DUR-ABS = 0 - DUR-SECS
           ELSE
               MOVE DUR-SECS TO DUR-ABS
           END-IF
           COMPUTE DUR-HH = FUNCTION MOD(DUR-ABS / 3600, 100)
           COMPUTE DUR-MM = FUNCTION MOD(DUR-ABS / 60, 60)
           COMPUTE DUR-SS = FUNCTION MOD(DUR-ABS, 60)
           MOVE function concatenate(DUR-HH, ':', DUR-MM, ':',
               DUR-SS) TO DUR-TEXT
           .

      * seconds since the start of the calendar to
      * YYYYMMDD HH:MM:SS
       FormatClock SECTION.
           COMPUTE CLOCK-DATE = FUNCTION DATE-OF-INTEGER(
               CLOCK-SECS / 86400)
           COMPUTE CLOCK-DAY-SECS = FUNCTION MOD(CLOCK-SECS, 86400)
           MOVE CLOCK-DAY-SECS TO DUR-SECS
           PERFORM FormatDuration
           MOVE function concatenate(CLOCK-DATE, ' ', DUR-TEXT)
               TO CLOCK-TEXT
           .

       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'shop/sla_trend_report.txt' TO PG-FILE-NAME
           MOVE 'BATCH WINDOW SLA TREND' TO PG-TITLE
           MOVE 'SLATREND' TO PG-PROGRAM
           MOVE REPORT-NIGHT TO PG-PROC-DATE
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

       END PROGRAM SLATREND.
