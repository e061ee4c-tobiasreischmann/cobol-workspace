       PROGRAM-ID. SHOP.
      *****************************************************************
      * Front-end launcher for the shop's COBOL utility toolkit.
      * The operator signing on chooses the data region (PROD, TEST,
      * TRAIN - see REGION) the session and every utility it runs
      * work in; without operators.txt the region is the one set in
      * runparams.txt.
      * The job plan is chosen by the business calendar
      * (batchprocess/calendar.txt) for the processing date: a
      * holiday or non-processing day runs the holiday plan, a
      * period end the month-end, quarter-end or year-end plan, any
      * other night the daily plan. Each named plan is a file of its
      * own (shop/jobplan_<name>.txt); a plan without a file falls
      * back to shop/jobplan.txt. The operator sees the plan and the
      * reason before it starts, and every step it runs carries the
      * plan name on the operations log.
      * A plan step may name a parameter set: for that step only,
      * batchprocess/runparams_<set>.txt becomes the control card
      * (batchprocess/runparams.txt), and the standing card is put
      * back when the step ends. The set is logged with the step, so
      * a restart runs the failed step with the same set.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOB-PLAN-DATA ASSIGN TO JOBPLAN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOBPLAN-FILE-STATUS.
           SELECT OPERATOR-DATA ASSIGN TO
             "shop/plan_state.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PLANSTATE-FILE-STATUS.
           SELECT CALENDAR-DATA ASSIGN TO
             "batchprocess/calendar.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALENDAR-FILE-STATUS.
           SELECT RUN-PARAM-DATA ASSIGN TO
             "batchprocess/runparams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAM-FILE-STATUS.
           SELECT PARAM-IN-DATA ASSIGN TO PARAM-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMIN-FILE-STATUS.
           SELECT PARAM-OUT-DATA ASSIGN TO PARAM-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARAMOUT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD JOB-PLAN-DATA.
            05 JP-FLAG-F PIC X(1).
            05 JP-START-F PIC X(4).
            05 JP-DEADLINE-F PIC X(4).
            05 JP-PARMSET-F PIC X(12).
           FD OPERATOR-DATA.
           01 OPERATOR-F.
            05 OP-ID-F PIC X(8).
            05 OP-ALLOWED-F PIC X(70).
           FD OPS-LOG-DATA.
           01 OPS-LOG-F.
            05 OPS-LOG-LINE PIC X(100).
           FD PLAN-STATE-DATA.
           01 PLAN-STATE-F.
            05 PS-LINE PIC X(60).
           FD MENU-CONFIG-DATA.
           01 MENU-CONFIG-F.
            05 MC-POSITION-F PIC X(2).
            05 MC-DISPLAY-F PIC X(30).
            05 MC-PROGRAM-F PIC X(14).
           FD CALENDAR-DATA.
           01 CALENDAR-F.
            05 CAL-DATE-F PIC X(8).
            05 CAL-TYPE-F PIC X(1).
           FD RUN-PARAM-DATA.
           01 RUN-PARAM-F.
            05 RP-LINE PIC X(80).
           FD PARAM-IN-DATA.
           01 PARAM-IN-F.
            05 PARAM-IN-LINE PIC X(200).
           FD PARAM-OUT-DATA.
           01 PARAM-OUT-F.
            05 PARAM-OUT-LINE PIC X(200).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
      * Without the file the classic hardcoded menu carries on.
       01 MENU-TABLE.
           05 MENU-USED PIC 99 VALUE 0.
           05 MENU-ENTRY OCCURS 90 TIMES.
               10 MENU-POSITION PIC 99.
               10 MENU-DISPLAY PIC X(30).
               10 MENU-PROGRAM PIC X(14).
           88 PLANSTATE-EOF VALUE "Y".
      * per-step outcomes of the running (and the prior) plan -
      * plan_state.txt line: seq(3) name(5:14) rc(20:4) outcome(25:1)
      * plan(27:12) parameter set(40:12) with outcome C clean, F
      * failed. A restart resumes at the
      * first failed step and skips the steps already ended clean,
      * so a BATCHPROCESS that posted is never rerun by accident.
       01 PLAN-STATE.
               10 PS-NAME PIC X(14).
               10 PS-RC PIC 9(4).
               10 PS-OUTCOME PIC X.
               10 PS-PARMSET PIC X(12).
       01 PS-INDEX PIC 99.
       01 PRIOR-STATE.
           05 PRIOR-USED PIC 99 VALUE 0.
               10 PRIOR-NAME PIC X(14).
               10 PRIOR-RC PIC 9(4).
               10 PRIOR-OUTCOME PIC X.
               10 PRIOR-PARMSET PIC X(12).
       01 PRIOR-INDEX PIC 99.
       01 STEP-SEQ PIC 999 VALUE 0.
       01 RESTART-FROM-SEQ PIC 999 VALUE 0.
      * on regardless. Optional HHMM columns give the step an
      * earliest-start time (the plan waits for the window to open)
      * and a must-finish-by deadline (a missed deadline raises a
      * severity-W alert); windows do not span midnight. An optional
      * parameter set name (col 24) makes runparams_<set>.txt the
      * control card for that step only.
       01 UTILITY-NAME PIC X(14).
      * the step's parameter set - the standing control card is
      * parked in runparams_standing.txt while a set is active, so a
      * session that dies in the middle of a step still gets it back
      * the next time SHOP starts
       01 STEP-PARM-SET PIC X(12) VALUE SPACES.
       01 PARAMIN-FILE-STATUS PIC X(2).
       01 PARAMOUT-FILE-STATUS PIC X(2).
       01 PARAM-IN-NAME PIC X(60).
       01 PARAM-OUT-NAME PIC X(60).
       01 PARAM-COPY-SW PIC X.
           88 PARAM-COPY-OK VALUE 'Y'.
       01 PARAM-EOF-SW PIC X.
           88 PARAM-EOF VALUE 'Y'.
       01 PARM-SET-FILE-NAME PIC X(60).
       01 PARM-SET-SW PIC X VALUE 'N'.
           88 PARM-SET-ACTIVE VALUE 'Y'.
      * calendar-driven plan choice - the processing date is today,
      * or PROCDATE in runparams.txt as for the night run; calendar
      * entries typed H or N make a holiday, E a period end (the
      * month of the date tells month, quarter and year end apart)
       01 CALENDAR-FILE-STATUS PIC X(2).
       01 RUNPARAM-FILE-STATUS PIC X(2).
       01 RP-KEY PIC X(20).
       01 RP-VALUE PIC X(60).
       01 JOBPLAN-FILE-NAME PIC X(60) VALUE "shop/jobplan.txt".
       01 JOB-PLAN-NAME PIC X(12) VALUE SPACES.
       01 JOB-PLAN-REASON PIC X(60).
       01 JOB-PLAN-FILE-SW PIC X VALUE "N".
           88 JOB-PLAN-FILE-FOUND VALUE "Y".
       01 PLAN-DATE PIC 9(8) VALUE 0.
       01 PLAN-DATE-TYPE PIC X VALUE SPACE.
           88 PLAN-DATE-HOLIDAY VALUE "H" "N".
           88 PLAN-DATE-PERIOD-END VALUE "E".
       01 PLAN-DOW PIC 9.
       01 PLAN-START-CHOICE PIC X.
       01 PRIOR-PLAN-NAME PIC X(12) VALUE SPACES.
       01 STEP-STOP-FLAG PIC X.
           88 STOP-ON-FAILURE VALUE "S".
           88 STOP-ON-SEVERE VALUE "8".
       01 ALLOWED-TOKENS.
           05 ALLOWED-TOKEN PIC X(14) OCCURS 10 TIMES.
       01 TOKEN-INDEX PIC 99.
       01 REGION-INPUT PIC X(5).
       01 REGION-TRIES PIC 9 VALUE 0.
       COPY REGNREC.

       PROCEDURE DIVISION.
           PERFORM OperatorSignOn
               PERFORM LogMessage
               GOBACK
           END-IF
           PERFORM ChooseDataRegion
           IF NOT RG-ENTERED
               MOVE "SH0013" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE "NO DATA REGION ENTERED - SESSION ENDED"
                   TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM RestoreStandingParams
           PERFORM LoadLastRuns
           PERFORM LoadMenuConfig
           PERFORM UNTIL QUIT-SHOP
               DISPLAY "Choose a utility to run (data region "
                   FUNCTION TRIM(RG-REGION) "):"
               IF MENU-CONFIGURED
                   PERFORM ShowConfiguredMenu
               ELSE
                               AND MC-POSITION-F NOT = "09"
                               AND MC-POSITION-F NOT = "10"
                               AND MC-PROGRAM-F NOT = SPACES
                               AND MENU-USED < 90
                               ADD 1 TO MENU-USED
                               MOVE MC-POSITION-F
                                   TO MENU-POSITION(MENU-USED)
               DISPLAY MENU-POSITION(MENU-INDEX) " - "
                   MENU-DISPLAY(MENU-INDEX) " " LASTRUN-NOTE
           END-PERFORM
           DISPLAY "10 - Run the job plan (chosen by the calendar)"
           DISPLAY "9 - Quit"
           .

           END-IF
           .

      * ENTER keeps the region runparams.txt names (PROD without it)
       ChooseDataRegion SECTION.
           MOVE 'ENTER' TO RG-FUNCTION
           IF OPERATOR-FILE-STATUS NOT = "00"
               MOVE SPACES TO RG-REGION
               CALL "REGION" USING REGION-REQUEST
               END-CALL
               EXIT SECTION
           END-IF
           MOVE 'UR' TO RG-RESULT
           PERFORM UNTIL RG-ENTERED OR REGION-TRIES >= 3
               ADD 1 TO REGION-TRIES
               DISPLAY "Data region (PROD, TEST, TRAIN - "
                   "ENTER = default):"
               MOVE SPACES TO REGION-INPUT
               ACCEPT REGION-INPUT
               MOVE REGION-INPUT TO RG-REGION
               CALL "REGION" USING REGION-REQUEST
               END-CALL
           END-PERFORM
           .

       LookupOperator SECTION.
           OPEN INPUT OPERATOR-DATA
           IF OPERATOR-FILE-STATUS = "00"
           MOVE "LOGVIEW" TO UTILITY-NAME
           PERFORM BuildLastRunNote
           DISPLAY "11 - LOGVIEW (console log viewer) " LASTRUN-NOTE
           DISPLAY "10 - Run the job plan (chosen by the calendar)"
           DISPLAY "9 - Quit"
           .

      * step's outcome in the operations log
      *****************************************************************
       RunJobPlan SECTION.
           PERFORM RestoreStandingParams
           PERFORM ChooseJobPlan
           PERFORM OfferPlanRestart
           IF PLAN-RESTARTING AND PRIOR-PLAN-NAME NOT = SPACES
               AND PRIOR-PLAN-NAME NOT = JOB-PLAN-NAME
      * a restart finishes the plan that failed, whatever tonight's
      * calendar would choose
               MOVE PRIOR-PLAN-NAME TO JOB-PLAN-NAME
               MOVE "restart of the plan that failed"
                   TO JOB-PLAN-REASON
               PERFORM FindJobPlanFile
           END-IF
           DISPLAY "Job plan " FUNCTION TRIM(JOB-PLAN-NAME)
               " (" FUNCTION TRIM(JOBPLAN-FILE-NAME) ")"
           DISPLAY "  chosen because: " FUNCTION TRIM(JOB-PLAN-REASON)
           IF NOT JOB-PLAN-FILE-FOUND
               DISPLAY "  (no plan file of its own - the standard "
                   "plan runs)"
           END-IF
           DISPLAY "Start this plan? (Y/N, ENTER = Y)"
           MOVE SPACE TO PLAN-START-CHOICE
           ACCEPT PLAN-START-CHOICE
           IF FUNCTION UPPER-CASE(PLAN-START-CHOICE) = "N"
               MOVE "SH0015" TO MSG-ID
               MOVE "I" TO MSG-SEVERITY
               MOVE function concatenate(
                   "JOB PLAN ", FUNCTION TRIM(JOB-PLAN-NAME),
                   " NOT STARTED BY OPERATOR ",
                   FUNCTION TRIM(OPERATOR-ID)) TO MSG-TEXT
               PERFORM LogMessage
               MOVE "N" TO RESTART-SW
               MOVE SPACES TO JOB-PLAN-NAME
               EXIT SECTION
           END-IF
           MOVE "SH0014" TO MSG-ID
           MOVE "I" TO MSG-SEVERITY
           MOVE function concatenate(
               "JOB PLAN ", FUNCTION TRIM(JOB-PLAN-NAME),
               " CHOSEN - ", FUNCTION TRIM(JOB-PLAN-REASON))
               TO MSG-TEXT
           PERFORM LogMessage
           OPEN INPUT JOB-PLAN-DATA
           IF JOBPLAN-FILE-STATUS NOT = "00"
               MOVE "SH0002" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "UNABLE TO OPEN ", FUNCTION TRIM(JOBPLAN-FILE-NAME),
                   ", STATUS=", JOBPLAN-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
           ELSE
               MOVE "N" TO JOBPLAN-EOF-SW
               END-IF
           END-IF
           MOVE "N" TO RESTART-SW
           MOVE SPACES TO JOB-PLAN-NAME
           .

      *****************************************************************
      * Calendar-driven plan choice
      *****************************************************************
       ChooseJobPlan SECTION.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PLAN-DATE
           PERFORM LoadPlanDate
           MOVE SPACE TO PLAN-DATE-TYPE
           OPEN INPUT CALENDAR-DATA
           IF CALENDAR-FILE-STATUS = "00"
               PERFORM UNTIL CALENDAR-FILE-STATUS NOT = "00"
                   READ CALENDAR-DATA
                       AT END MOVE "10" TO CALENDAR-FILE-STATUS
                   END-READ
                   IF CALENDAR-FILE-STATUS = "00"
                       AND CAL-DATE-F IS NUMERIC
                       AND CAL-DATE-F = PLAN-DATE
                       AND (CAL-TYPE-F = "H" OR CAL-TYPE-F = "N"
                           OR CAL-TYPE-F = "E")
                       MOVE CAL-TYPE-F TO PLAN-DATE-TYPE
                   END-IF
               END-PERFORM
               CLOSE CALENDAR-DATA
               MOVE "00" TO CALENDAR-FILE-STATUS
           END-IF
           COMPUTE PLAN-DOW = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(PLAN-DATE), 7)
           EVALUATE TRUE
           WHEN PLAN-DATE-HOLIDAY
               MOVE "HOLIDAY" TO JOB-PLAN-NAME
               MOVE function concatenate(
                   PLAN-DATE, " is a holiday on the calendar")
                   TO JOB-PLAN-REASON
           WHEN PLAN-DATE-PERIOD-END AND PLAN-DATE(5:2) = "12"
               MOVE "YEAR-END" TO JOB-PLAN-NAME
               MOVE function concatenate(
                   PLAN-DATE, " is the year end on the calendar")
                   TO JOB-PLAN-REASON
           WHEN PLAN-DATE-PERIOD-END
               AND (PLAN-DATE(5:2) = "03" OR PLAN-DATE(5:2) = "06"
                   OR PLAN-DATE(5:2) = "09")
               MOVE "QUARTER-END" TO JOB-PLAN-NAME
               MOVE function concatenate(
                   PLAN-DATE, " is a quarter end on the calendar")
                   TO JOB-PLAN-REASON
           WHEN PLAN-DATE-PERIOD-END
               MOVE "MONTH-END" TO JOB-PLAN-NAME
               MOVE function concatenate(
                   PLAN-DATE, " is a month end on the calendar")
                   TO JOB-PLAN-REASON
           WHEN PLAN-DOW = 0 OR PLAN-DOW = 6
               MOVE "HOLIDAY" TO JOB-PLAN-NAME
               MOVE function concatenate(
                   PLAN-DATE, " falls on a weekend")
                   TO JOB-PLAN-REASON
           WHEN CALENDAR-FILE-STATUS NOT = "00"
               MOVE "DAILY" TO JOB-PLAN-NAME
               MOVE function concatenate(
                   "no business calendar on file for ", PLAN-DATE)
                   TO JOB-PLAN-REASON
           WHEN OTHER
               MOVE "DAILY" TO JOB-PLAN-NAME
               MOVE function concatenate(
                   PLAN-DATE, " is an ordinary business day")
                   TO JOB-PLAN-REASON
           END-EVALUATE
           PERFORM FindJobPlanFile
           .

      * only PROCDATE is of interest here - the rest of the card
      * belongs to the night run
       LoadPlanDate SECTION.
           OPEN INPUT RUN-PARAM-DATA
           IF RUNPARAM-FILE-STATUS = "00"
               PERFORM UNTIL RUNPARAM-FILE-STATUS NOT = "00"
                   READ RUN-PARAM-DATA
                       AT END MOVE "10" TO RUNPARAM-FILE-STATUS
                   END-READ
                   IF RUNPARAM-FILE-STATUS = "00"
                       MOVE SPACES TO RP-KEY RP-VALUE
                       UNSTRING RP-LINE DELIMITED BY "="
                           INTO RP-KEY RP-VALUE
                       END-UNSTRING
                       MOVE FUNCTION TRIM(RP-VALUE) TO RP-VALUE
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(RP-KEY))
                           = "PROCDATE"
                           AND RP-VALUE(1:8) IS NUMERIC
                           AND RP-VALUE(9:52) = SPACES
                           MOVE RP-VALUE(1:8) TO PLAN-DATE
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE RUN-PARAM-DATA
           END-IF
           .

      * plan DAILY reads shop/jobplan_daily.txt, MONTH-END
      * shop/jobplan_monthend.txt and so on; a plan without a file of
      * its own runs shop/jobplan.txt, the single plan of old
       FindJobPlanFile SECTION.
           MOVE SPACES TO JOBPLAN-FILE-NAME
           EVALUATE JOB-PLAN-NAME
           WHEN "MONTH-END"
               MOVE "shop/jobplan_monthend.txt" TO JOBPLAN-FILE-NAME
           WHEN "QUARTER-END"
               MOVE "shop/jobplan_quarterend.txt" TO JOBPLAN-FILE-NAME
           WHEN "YEAR-END"
               MOVE "shop/jobplan_yearend.txt" TO JOBPLAN-FILE-NAME
           WHEN "HOLIDAY"
               MOVE "shop/jobplan_holiday.txt" TO JOBPLAN-FILE-NAME
           WHEN OTHER
               MOVE "shop/jobplan_daily.txt" TO JOBPLAN-FILE-NAME
           END-EVALUATE
           MOVE "N" TO JOB-PLAN-FILE-SW
           OPEN INPUT JOB-PLAN-DATA
           IF JOBPLAN-FILE-STATUS = "00"
               CLOSE JOB-PLAN-DATA
               SET JOB-PLAN-FILE-FOUND TO TRUE
           ELSE
               MOVE "shop/jobplan.txt" TO JOBPLAN-FILE-NAME
           END-IF
           .

      * a state file with a failed step offers the restart; any
      * other answer (or a clean state) runs the full plan
       OfferPlanRestart SECTION.
           MOVE 0 TO PRIOR-USED
           MOVE SPACES TO PRIOR-PLAN-NAME
           MOVE 0 TO RESTART-FROM-SEQ
           OPEN INPUT PLAN-STATE-DATA
           IF PLANSTATE-FILE-STATUS NOT = "00"
                           END-IF
                           MOVE PS-LINE(25:1)
                               TO PRIOR-OUTCOME(PRIOR-USED)
                           MOVE PS-LINE(27:12) TO PRIOR-PLAN-NAME
                           MOVE PS-LINE(40:12)
                               TO PRIOR-PARMSET(PRIOR-USED)
                           IF PS-LINE(25:1) = "F"
                               AND RESTART-FROM-SEQ = 0
                               MOVE PS-LINE(1:3)
           IF RESTART-FROM-SEQ = 0
               EXIT SECTION
           END-IF
           DISPLAY "A prior plan " FUNCTION TRIM(PRIOR-PLAN-NAME)
               " failed at step " RESTART-FROM-SEQ
               " (" FUNCTION TRIM(PRIOR-NAME(RESTART-FAIL-INDEX))
               ")."
           DISPLAY "R - restart from the failed step   "
               MOVE STEP-SEQ TO PS-SEQ(PS-USED)
               MOVE UTILITY-NAME TO PS-NAME(PS-USED)
               MOVE RC-SAVE TO PS-RC(PS-USED)
               MOVE STEP-PARM-SET TO PS-PARMSET(PS-USED)
               IF RC-SAVE = 0
                   MOVE "C" TO PS-OUTCOME(PS-USED)
               ELSE
                   MOVE PS-NAME(PS-INDEX) TO PS-LINE(5:14)
                   MOVE PS-RC(PS-INDEX) TO PS-LINE(20:4)
                   MOVE PS-OUTCOME(PS-INDEX) TO PS-LINE(25:1)
                   MOVE JOB-PLAN-NAME TO PS-LINE(27:12)
                   MOVE PS-PARMSET(PS-INDEX) TO PS-LINE(40:12)
                   WRITE PLAN-STATE-F FROM PS-LINE
               END-PERFORM
               CLOSE PLAN-STATE-DATA
               MOVE JP-FLAG-F TO STEP-STOP-FLAG
               MOVE JP-START-F TO STEP-START-HHMM
               MOVE JP-DEADLINE-F TO STEP-DEADLINE-HHMM
               MOVE FUNCTION UPPER-CASE(JP-PARMSET-F) TO STEP-PARM-SET
               ADD 1 TO STEP-SEQ
               IF PLAN-RESTARTING
                   PERFORM TakePriorParmSet
               END-IF
               IF PLAN-RESTARTING AND STEP-SEQ < RESTART-FROM-SEQ
                   MOVE "SH0012" TO MSG-ID
                   MOVE "I" TO MSG-SEVERITY
                   PERFORM RecordStepOutcome
               ELSE
                   PERFORM WaitForStepWindow
                   IF STEP-PARM-SET NOT = SPACES
                       PERFORM ActivateParmSet
                   END-IF
                   IF STEP-PARM-SET = SPACES OR PARM-SET-ACTIVE
                       PERFORM RunUtility
                       PERFORM RestoreStandingParams
                   ELSE
                       MOVE 16 TO RC-SAVE
                   END-IF
                   PERFORM CheckStepDeadline
                   PERFORM RecordStepOutcome
                   IF RC-SAVE NOT = 0 AND STOP-ON-FAILURE
                       SET JOBPLAN-STOPPED TO TRUE
                   END-IF
               END-IF
               MOVE SPACES TO STEP-PARM-SET
           END-IF
           .

      * a restarted step runs with the parameter set its failed
      * attempt ran with, even when the plan has been edited since
       TakePriorParmSet SECTION.
           PERFORM VARYING PRIOR-INDEX FROM 1 BY 1
               UNTIL PRIOR-INDEX > PRIOR-USED
               IF PRIOR-SEQ(PRIOR-INDEX) = STEP-SEQ
                   AND PRIOR-NAME(PRIOR-INDEX) = UTILITY-NAME
                   IF PRIOR-PARMSET(PRIOR-INDEX) NOT = STEP-PARM-SET
                       AND STEP-SEQ >= RESTART-FROM-SEQ
                       MOVE "SH0018" TO MSG-ID
                       MOVE "I" TO MSG-SEVERITY
                       MOVE function concatenate(
                           FUNCTION TRIM(UTILITY-NAME),
                           " RESTARTS WITH PARAMETER SET ",
                           FUNCTION TRIM(PRIOR-PARMSET(PRIOR-INDEX)),
                           " OF ITS FAILED ATTEMPT, NOT ",
                           FUNCTION TRIM(STEP-PARM-SET)) TO MSG-TEXT
                       IF STEP-PARM-SET = SPACES
                           MOVE function concatenate(
                           FUNCTION TRIM(UTILITY-NAME),
                           " RESTARTS WITH PARAMETER SET ",
                           FUNCTION TRIM(PRIOR-PARMSET(PRIOR-INDEX)),
                           " OF ITS FAILED ATTEMPT, NOT THE",
                           " STANDING CONTROL CARD") TO MSG-TEXT
                       END-IF
                       IF PRIOR-PARMSET(PRIOR-INDEX) = SPACES
                           MOVE function concatenate(
                               FUNCTION TRIM(UTILITY-NAME),
                               " RESTARTS WITH THE STANDING CONTROL",
                               " CARD OF ITS FAILED ATTEMPT, NOT SET ",
                               FUNCTION TRIM(STEP-PARM-SET))
                               TO MSG-TEXT
                       END-IF
                       PERFORM LogMessage
                   END-IF
                   MOVE PRIOR-PARMSET(PRIOR-INDEX) TO STEP-PARM-SET
               END-IF
           END-PERFORM
           .

      *****************************************************************
      * Per-step parameter sets - the standing runparams.txt is
      * parked, the set copied in its place, and the standing card
      * put back as soon as the step has ended
      *****************************************************************
       ActivateParmSet SECTION.
           MOVE 'N' TO PARM-SET-SW
           MOVE function concatenate("batchprocess/runparams_",
               FUNCTION LOWER-CASE(FUNCTION TRIM(STEP-PARM-SET)),
               ".txt") TO PARM-SET-FILE-NAME
           MOVE PARM-SET-FILE-NAME TO PARAM-IN-NAME
           OPEN INPUT PARAM-IN-DATA
           IF PARAMIN-FILE-STATUS NOT = "00"
               MOVE "SH0016" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "PARAMETER SET ", FUNCTION TRIM(STEP-PARM-SET),
                   " NOT FOUND (", FUNCTION TRIM(PARM-SET-FILE-NAME),
                   ") - ", FUNCTION TRIM(UTILITY-NAME), " NOT RUN")
                   TO MSG-TEXT
               PERFORM LogMessage
               EXIT SECTION
           END-IF
           CLOSE PARAM-IN-DATA
           MOVE "batchprocess/runparams.txt" TO PARAM-IN-NAME
           MOVE "batchprocess/runparams_standing.txt"
               TO PARAM-OUT-NAME
           PERFORM CopyParamFile
           IF NOT PARAM-COPY-OK
               MOVE "SH0016" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "STANDING CONTROL CARD COULD NOT BE PARKED - ",
                   FUNCTION TRIM(UTILITY-NAME), " NOT RUN")
                   TO MSG-TEXT
               PERFORM LogMessage
               CALL "CBL_DELETE_FILE" USING
                   "batchprocess/runparams_standing.txt"
               END-CALL
               EXIT SECTION
           END-IF
           MOVE PARM-SET-FILE-NAME TO PARAM-IN-NAME
           MOVE "batchprocess/runparams.txt" TO PARAM-OUT-NAME
           PERFORM CopyParamFile
           SET PARM-SET-ACTIVE TO TRUE
           IF NOT PARAM-COPY-OK
               MOVE "SH0016" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "PARAMETER SET ", FUNCTION TRIM(STEP-PARM-SET),
                   " COULD NOT BE MADE ACTIVE - ",
                   FUNCTION TRIM(UTILITY-NAME), " NOT RUN")
                   TO MSG-TEXT
               PERFORM LogMessage
               PERFORM RestoreStandingParams
               EXIT SECTION
           END-IF
           MOVE "SH0017" TO MSG-ID
           MOVE "I" TO MSG-SEVERITY
           MOVE function concatenate(
               "PARAMETER SET ", FUNCTION TRIM(STEP-PARM-SET),
               " IS THE CONTROL CARD FOR ",
               FUNCTION TRIM(UTILITY-NAME)) TO MSG-TEXT
           PERFORM LogMessage
           .

      * puts a parked standing card back - after the step that
      * parked it, or at the next start when that step never ended
       RestoreStandingParams SECTION.
           MOVE "batchprocess/runparams_standing.txt" TO PARAM-IN-NAME
           OPEN INPUT PARAM-IN-DATA
           IF PARAMIN-FILE-STATUS NOT = "00"
               MOVE 'N' TO PARM-SET-SW
               EXIT SECTION
           END-IF
           CLOSE PARAM-IN-DATA
           MOVE "batchprocess/runparams.txt" TO PARAM-OUT-NAME
           PERFORM CopyParamFile
           IF NOT PARAM-COPY-OK
               MOVE "SH0019" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "STANDING CONTROL CARD NOT RESTORED - IT IS KEPT IN",
                   " batchprocess/runparams_standing.txt")
                   TO MSG-TEXT
               PERFORM LogMessage
               MOVE 'N' TO PARM-SET-SW
               EXIT SECTION
           END-IF
           CALL "CBL_DELETE_FILE" USING
               "batchprocess/runparams_standing.txt"
           END-CALL
           IF NOT PARM-SET-ACTIVE
               MOVE "SH0019" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "STANDING CONTROL CARD RESTORED AFTER A STEP THAT ",
                   "DID NOT END") TO MSG-TEXT
               PERFORM LogMessage
           END-IF
           MOVE 'N' TO PARM-SET-SW
           .

      * line-for-line copy; a missing input gives an empty copy (no
      * control card and an empty one both mean the defaults)
       CopyParamFile SECTION.
           MOVE 'N' TO PARAM-COPY-SW
           OPEN INPUT PARAM-IN-DATA
           IF PARAMIN-FILE-STATUS NOT = "00"
               AND PARAMIN-FILE-STATUS NOT = "35"
               EXIT SECTION
           END-IF
           OPEN OUTPUT PARAM-OUT-DATA
           IF PARAMOUT-FILE-STATUS NOT = "00"
               IF PARAMIN-FILE-STATUS = "00"
                   CLOSE PARAM-IN-DATA
               END-IF
               EXIT SECTION
           END-IF
           IF PARAMIN-FILE-STATUS = "00"
               MOVE 'N' TO PARAM-EOF-SW
               PERFORM UNTIL PARAM-EOF
                   READ PARAM-IN-DATA
                       AT END SET PARAM-EOF TO TRUE
                       NOT AT END
                           WRITE PARAM-OUT-F FROM PARAM-IN-LINE
                   END-READ
               END-PERFORM
               CLOSE PARAM-IN-DATA
           END-IF
           CLOSE PARAM-OUT-DATA
           SET PARAM-COPY-OK TO TRUE
           .

      * the plan sleeps in ten-second steps until the window opens,
      * so the operator no longer babysits the console until the
      * last branch file lands
           .

      * runs one utility by name, remembering its return code and
      * appending an operations log record - utility(1:14)
      * start(16:14) end(31:14) rc(46:4) operator(51:8) plan(60:12)
      * parameter set(73:12), plan and set blank for a run from the
      * menu
       RunUtility SECTION.
           PERFORM CheckAuthorization
           IF NOT LAUNCH-AUTHORIZED
           MOVE function concatenate(
               "RUNNING ",
               FUNCTION TRIM(UTILITY-NAME)) TO MSG-TEXT
           IF STEP-PARM-SET NOT = SPACES
               MOVE function concatenate(
                   "RUNNING ", FUNCTION TRIM(UTILITY-NAME),
                   " WITH PARAMETER SET ",
                   FUNCTION TRIM(STEP-PARM-SET)) TO MSG-TEXT
           END-IF
           PERFORM LogMessage
           CALL UTILITY-NAME
               ON EXCEPTION
           IF OPSLOG-FILE-STATUS = "00"
               MOVE FUNCTION CONCATENATE(UTILITY-NAME, " ",
                   START-STAMP, " ", END-STAMP, " ", RC-SAVE, " ",
                   OPERATOR-ID, " ", JOB-PLAN-NAME, " ",
                   STEP-PARM-SET)
                   TO OPS-LOG-LINE
               WRITE OPS-LOG-F FROM OPS-LOG-LINE
               CLOSE OPS-LOG-DATA
