       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PATTERN-DATA ASSIGN TO PATTERN-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PATTERN-FILE-STATUS.
           SELECT SNAPSHOT-DATA ASSIGN TO
             "game-of-life/results.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESULTS-FILE-STATUS.
           SELECT EXPERIMENT-DATA ASSIGN TO
             "game-of-life/experiments.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXPERIMENT-FILE-STATUS.
           SELECT SUMMARY-DATA ASSIGN TO
             "game-of-life/experiment_summary.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SUMMARY-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD PATTERN-DATA.
           FD RESULTS-DATA.
           01 RESULTS-DATA-F.
            05 RESULTS-LINE PIC X(100).
           FD EXPERIMENT-DATA.
           01 EXPERIMENT-DATA-F.
            05 EXPERIMENT-LINE PIC X(80).
           FD SUMMARY-DATA.
           01 SUMMARY-DATA-F.
            05 SUMMARY-LINE PIC X(100).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
         05 X-AXIS OCCURS 50 TIMES.
           06 PARTICLE OCCURS 80 TIMES PIC X VALUE " ".
               88 DEAD     VALUE " ".
               88 ALIVE     VALUE "2", "3".
               88 SPECIES-A VALUE "2".
               88 SPECIES-B VALUE "3".
       01 PREV-FIELD.
         05 PREV-X-AXIS OCCURS 50 TIMES.
           06 PREV-PARTICLE OCCURS 80 TIMES PIC X VALUE " ".
               88 PREV-DEAD     VALUE " ".
               88 PREV-ALIVE     VALUE "2", "3".
               88 PREV-SPECIES-B VALUE "3".
       01 NEW-STATES.
         05 SOURROUNDING-ALIVE PIC 9.
         05 SOURROUNDING-DEAD PIC 9.
           88 CONTINUOUS-MODE VALUE "C".
           88 STEP-MODE VALUE "S".
           88 HEADLESS-MODE VALUE "H".
           88 EXPERIMENT-MODE VALUE "E".
       01 QUIT-SW PIC X VALUE "N".
           88 QUIT-REQUESTED VALUE "Y".
       01 STEP-RESPONSE PIC X.
       01 PATTERN-TYPE-CHOICE PIC 9.
       01 MORE-PATTERNS-SW PIC X VALUE "N".
           88 MORE-PATTERNS VALUE "Y", "y".
       01 PATTERN-FILE-NAME PIC X(40)
           VALUE "game-of-life/pattern.txt".
       01 PATTERN-FILE-STATUS PIC X(2).
       01 PATTERN-EOF-SW PIC X VALUE "N".
           88 PATTERN-EOF VALUE "Y".
       01 STABLE-SW PIC X VALUE "N".
           88 STABILIZED VALUE "Y".

      * experiment sweep (game-of-life/experiments.txt) - one
      * experiment per line, blank separated: name, rows, columns,
      * density in percent, rule, trials, and optionally the
      * generation cap (default 1000) and the first seed (default
      * 1); trial n runs headless on a random soup from seed
      * first + n - 1. Lines starting with * are comments.
       01 EXPERIMENT-FILE-STATUS PIC X(2).
       01 SUMMARY-FILE-STATUS PIC X(2).
       01 EXPERIMENT-EOF-SW PIC X VALUE "N".
           88 EXPERIMENT-EOF VALUE "Y".
       01 EXPERIMENT-FIELDS.
           05 EXP-NAME-X PIC X(12).
           05 EXP-ROWS-X PIC X(4).
           05 EXP-COLS-X PIC X(4).
           05 EXP-DENSITY-X PIC X(4).
           05 EXP-RULE-X PIC X(12).
           05 EXP-TRIALS-X PIC X(4).
           05 EXP-MAXGEN-X PIC X(7).
           05 EXP-SEED-X PIC X(9).
       01 EXPERIMENT-SETTINGS.
           05 EXP-DENSITY PIC 999.
           05 EXP-TRIALS PIC 999.
           05 EXP-SEED PIC 9(9).
           05 TRIAL-NO PIC 999.
           05 TRIAL-SEED PIC 9(9).
       01 TRIAL-OUTCOME PIC X(11).
       01 EXPERIMENT-TOTALS.
           05 EXP-EXTINCT PIC 999.
           05 EXP-STILL PIC 999.
           05 EXP-OSCILLATING PIC 999.
           05 EXP-UNSETTLED PIC 999.
           05 EXP-SETTLED PIC 999.
           05 EXP-LIFE-MIN PIC 9(6).
           05 EXP-LIFE-MAX PIC 9(6).
           05 EXP-LIFE-SUM PIC 9(9).
           05 EXP-POP-MIN PIC 9(6).
           05 EXP-POP-MAX PIC 9(6).
           05 EXP-POP-SUM PIC 9(9).
       01 EXPERIMENT-EDITS.
           05 EXP-COUNT-ED PIC ZZ9.
           05 EXP-DENSITY-ED PIC ZZ9.
           05 EXP-EXTINCT-ED PIC ZZ9.
           05 EXP-STILL-ED PIC ZZ9.
           05 EXP-OSC-ED PIC ZZ9.
           05 EXP-UNSETTLED-ED PIC ZZ9.
           05 EXP-SEED-ED PIC Z(8)9.
           05 EXP-NUM-ED PIC Z(5)9.
           05 EXP-NUM-ED-2 PIC Z(5)9.
           05 EXP-AVG PIC 9(6)V9.
           05 EXP-AVG-ED PIC Z(5)9.9.
       01 EXPERIMENTS-RUN PIC 999 VALUE 0.

      * Immigration - two competing species, A drawn as the classic
      * live cell '2' and B as '3'. A newborn takes the majority
      * species of its live neighbours; survivors keep theirs.
       01 IMMIGRATION-SW PIC X VALUE "N".
           88 IMMIGRATION-MODE VALUE "Y", "y".
       01 PLACE-SPECIES PIC X VALUE "A".
           88 PLACING-SPECIES-B VALUE "B".
       01 SPECIES-START-CHOICE PIC 9.
       01 SPECIES-COUNTS.
           05 SPECIES-A-COUNT PIC 9(6) VALUE 0.
           05 SPECIES-B-COUNT PIC 9(6) VALUE 0.
           05 PREV-SPECIES-A-COUNT PIC 9(6) VALUE 0.
           05 PREV-SPECIES-B-COUNT PIC 9(6) VALUE 0.
           05 NEIGHBOR-A PIC 9.
           05 NEIGHBOR-B PIC 9.
       01 DOMINANT-SPECIES PIC X(9).
       01 WIPEOUT-GEN PIC 9(6) VALUE 0.
       01 WIPEOUT-TEXT PIC X(60).

      * interactive pattern editor state
       01 CURSOR-ROW PIC 99 VALUE 1.
       01 CURSOR-COL PIC 99 VALUE 1.
           ACCEPT RULE-INPUT
           PERFORM ParseRuleString

           DISPLAY "Immigration - two competing species? Y/N"
           ACCEPT IMMIGRATION-SW

           DISPLAY "1 - Continuous (auto-advance)"
           DISPLAY "2 - Step (press Enter each generation)"
           DISPLAY "3 - Headless fast run (no display, results to "
               "game-of-life/results.txt)"
           DISPLAY "4 - Experiment sweep (game-of-life/experiments.txt"
               ", summary to game-of-life/experiment_summary.txt)"
           ACCEPT RUN-MODE-CHOICE
           EVALUATE RUN-MODE-CHOICE
           WHEN 2
               SET HEADLESS-MODE TO TRUE
               DISPLAY "Number of generations to run:"
               ACCEPT HEADLESS-GENERATIONS
           WHEN 4
               SET EXPERIMENT-MODE TO TRUE
           WHEN OTHER
               SET CONTINUOUS-MODE TO TRUE
           END-EVALUATE
      * an experiment brings its own field size, rule and soups
           IF EXPERIMENT-MODE
               PERFORM ExperimentRun
               GOBACK
           END-IF

           DISPLAY "Snapshot every N generations to "
               "game-of-life/snapshots.txt (0 to disable):"
           END-IF

           MOVE 0 TO INPUT-VALUE
      * the scenario menu places a single species
           IF IMMIGRATION-MODE
               PERFORM SetupImmigration
               MOVE 9 TO INPUT-VALUE
           END-IF
           PERFORM UNTIL INPUT-VALUE > 0
               DISPLAY "Choose a scenario:"
               DISPLAY "1 - Random start"
       CountPopulation SECTION.
           MOVE POPULATION-COUNT TO PREV-POPULATION-COUNT
           MOVE ZERO TO POPULATION-COUNT
           MOVE SPECIES-A-COUNT TO PREV-SPECIES-A-COUNT
           MOVE SPECIES-B-COUNT TO PREV-SPECIES-B-COUNT
           MOVE ZERO TO SPECIES-A-COUNT SPECIES-B-COUNT
           MOVE ZERO TO OLDEST-AGE
                        AGE-SUM
           PERFORM VARYING COL-INDEX FROM 1 by 1
               UNTIL ROW-INDEX > Y-DIM
               IF ALIVE(ROW-INDEX,COL-INDEX)
                   ADD 1 TO POPULATION-COUNT
                   IF SPECIES-B(ROW-INDEX,COL-INDEX)
                       ADD 1 TO SPECIES-B-COUNT
                   ELSE
                       ADD 1 TO SPECIES-A-COUNT
                   END-IF
                   ADD CELL-AGE(ROW-INDEX,COL-INDEX) TO AGE-SUM
                   IF CELL-AGE(ROW-INDEX,COL-INDEX) > OLDEST-AGE
                       MOVE CELL-AGE(ROW-INDEX,COL-INDEX)
           ELSE
               MOVE 0 TO AVERAGE-AGE
           END-IF
           IF IMMIGRATION-MODE
               PERFORM RateSpecies
           END-IF
       EXIT.

      * the dominant species, and the generation at which one
      * species wiped out the other while its rival lived on
       RateSpecies SECTION.
           EVALUATE TRUE
           WHEN SPECIES-A-COUNT > SPECIES-B-COUNT
               MOVE "A" TO DOMINANT-SPECIES
           WHEN SPECIES-B-COUNT > SPECIES-A-COUNT
               MOVE "B" TO DOMINANT-SPECIES
           WHEN OTHER
               MOVE "NEITHER" TO DOMINANT-SPECIES
           END-EVALUATE
           IF WIPEOUT-GEN = 0
               AND PREV-SPECIES-A-COUNT > 0
               AND PREV-SPECIES-B-COUNT > 0
               MOVE GENERATION-COUNTER TO GENERATION-COUNTER-ED
               EVALUATE TRUE
               WHEN SPECIES-B-COUNT = 0 AND SPECIES-A-COUNT > 0
                   MOVE GENERATION-COUNTER TO WIPEOUT-GEN
                   MOVE FUNCTION CONCATENATE(
                       "Species B wiped out by species A at ",
                       "generation ",
                       FUNCTION TRIM(GENERATION-COUNTER-ED))
                       TO WIPEOUT-TEXT
               WHEN SPECIES-A-COUNT = 0 AND SPECIES-B-COUNT > 0
                   MOVE GENERATION-COUNTER TO WIPEOUT-GEN
                   MOVE FUNCTION CONCATENATE(
                       "Species A wiped out by species B at ",
                       "generation ",
                       FUNCTION TRIM(GENERATION-COUNTER-ED))
                       TO WIPEOUT-TEXT
               END-EVALUATE
           END-IF
       EXIT.

       DisplayStats SECTION.
               "  Oldest: " OLDEST-AGE
               "  Avg age: " AVERAGE-AGE-ED
               LINE 52 COL 1
           IF IMMIGRATION-MODE
               DISPLAY "Species A (2): " SPECIES-A-COUNT
                   "  Species B (3): " SPECIES-B-COUNT
                   "  Dominant: " DOMINANT-SPECIES
                   LINE 55 COL 1
               IF WIPEOUT-GEN > 0
                   DISPLAY WIPEOUT-TEXT LINE 56 COL 1
               END-IF
           END-IF
       EXIT.

       OpenSnapshotFile SECTION.
               MOVE "GO0002" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "UNABLE TO OPEN ", FUNCTION TRIM(PATTERN-FILE-NAME),
                   ", STATUS=",
                   PATTERN-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
                   ELSE
                       MOVE 1 TO CURSOR-COL
                   END-IF
      * with two species a toggle steps dead - A - B - dead
               WHEN "T"
                   EVALUATE TRUE
                   WHEN IMMIGRATION-MODE
                       AND SPECIES-A(CURSOR-ROW,CURSOR-COL)
                       SET SPECIES-B(CURSOR-ROW,CURSOR-COL) TO TRUE
                   WHEN ALIVE(CURSOR-ROW,CURSOR-COL)
                       SET DEAD(CURSOR-ROW,CURSOR-COL) TO TRUE
                   WHEN OTHER
                       SET ALIVE(CURSOR-ROW,CURSOR-COL) TO TRUE
                   END-EVALUATE
               WHEN "G"
                   SET EDIT-DONE TO TRUE
               WHEN OTHER
                       MOVE "+" TO
                           EDIT-LINE-BUFFER(EDIT-LINE-POS:1)
                   WHEN ALIVE(ROW-INDEX,COL-INDEX)
                       MOVE PARTICLE(ROW-INDEX,COL-INDEX) TO
                           EDIT-LINE-BUFFER(EDIT-LINE-POS:1)
                   WHEN OTHER
                       CONTINUE
       PlaceCell SECTION.
           IF PLACE-ROW >= 1 AND PLACE-ROW <= Y-DIM AND
               PLACE-COL >= 1 AND PLACE-COL <= X-DIM
               IF PLACING-SPECIES-B
                   SET SPECIES-B(PLACE-ROW,PLACE-COL) TO TRUE
               ELSE
                   SET ALIVE(PLACE-ROW,PLACE-COL) TO TRUE
               END-IF
           END-IF
       EXIT.

      *****************************************************************
      * Immigration start - a random mix of both species, or each
      * species from its own pattern file (row column per line, as
      * game-of-life/pattern.txt)
      *****************************************************************
       SetupImmigration SECTION.
           MOVE 0 TO SPECIES-START-CHOICE
           PERFORM UNTIL SPECIES-START-CHOICE = 1
               OR SPECIES-START-CHOICE = 2
               DISPLAY "Choose the two-species start:"
               DISPLAY "1 - Random mix of both species"
               DISPLAY "2 - Each species from its own pattern file"
               ACCEPT SPECIES-START-CHOICE
           END-PERFORM
           IF SPECIES-START-CHOICE = 1
               PERFORM InitRandomSpecies
               EXIT SECTION
           END-IF
           DISPLAY "Pattern file for species A "
               "(ENTER = game-of-life/pattern.txt):"
           MOVE SPACES TO PATTERN-FILE-NAME
           ACCEPT PATTERN-FILE-NAME
           IF PATTERN-FILE-NAME = SPACES
               MOVE "game-of-life/pattern.txt" TO PATTERN-FILE-NAME
           END-IF
           MOVE "A" TO PLACE-SPECIES
           PERFORM LoadPatternFromFile
           DISPLAY "Pattern file for species B "
               "(ENTER = game-of-life/pattern2.txt):"
           MOVE SPACES TO PATTERN-FILE-NAME
           ACCEPT PATTERN-FILE-NAME
           IF PATTERN-FILE-NAME = SPACES
               MOVE "game-of-life/pattern2.txt" TO PATTERN-FILE-NAME
           END-IF
           MOVE "B" TO PLACE-SPECIES
           PERFORM LoadPatternFromFile
           MOVE "A" TO PLACE-SPECIES
       EXIT.

       InitRandomSpecies SECTION.
           MOVE FUNCTION RANDOM(FUNCTION CURRENT-DATE(1:16))
               TO Pseudo-Random-Number
           PERFORM 1000 TIMES
             MOVE FUNCTION RANDOM TO Pseudo-Random-Number
             COMPUTE PLACE-ROW =
                 FUNCTION MOD(Pseudo-Random-Number * 10000, Y-DIM) + 1
             MOVE FUNCTION RANDOM TO Pseudo-Random-Number
             COMPUTE PLACE-COL =
                 FUNCTION MOD(Pseudo-Random-Number * 10000, X-DIM) + 1
             MOVE FUNCTION RANDOM TO Pseudo-Random-Number
             IF Pseudo-Random-Number < 0.5
                 MOVE "A" TO PLACE-SPECIES
             ELSE
                 MOVE "B" TO PLACE-SPECIES
             END-IF
             PERFORM PlaceCell
           END-PERFORM
           MOVE "A" TO PLACE-SPECIES
       EXIT.

       InitGleiter SECTION.
           IF Y-DIM < 6 OR X-DIM < 6
               DISPLAY "GAME-OF-LIFE: Board too small for the "
      * output or delay and writes the outcome to results.txt
      *****************************************************************
       HeadlessRun SECTION.
           PERFORM HeadlessAdvance
           PERFORM WriteResultsFile
       EXIT.

      * advances until the generation cap, stabilization or
      * extinction - the single headless run and every experiment
      * trial
       HeadlessAdvance SECTION.
           PERFORM CountPopulation
           MOVE POPULATION-COUNT TO MIN-POPULATION
           MOVE POPULATION-COUNT TO MAX-POPULATION
               PERFORM CheckStabilization
               PERFORM MaybeSnapshot
           END-PERFORM
       EXIT.

      *****************************************************************
      * Experiment sweep - every experiment of experiments.txt runs
      * its trials headless on seeded random soups; the summary
      * table per experiment lists each trial and closes with the
      * lifespan until stabilization (min/avg/max over the trials
      * that settled), the final population (min/avg/max) and the
      * count of trials ending in extinction, still life, oscillation
      * or still running at the generation cap
      *****************************************************************
       ExperimentRun SECTION.
           MOVE "N" TO IMMIGRATION-SW
           MOVE 0 TO SNAPSHOT-INTERVAL
           OPEN INPUT EXPERIMENT-DATA
           IF EXPERIMENT-FILE-STATUS NOT = "00"
               MOVE "GO0004" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "UNABLE TO OPEN experiments.txt, STATUS=",
                   EXPERIMENT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           OPEN OUTPUT SUMMARY-DATA
           IF SUMMARY-FILE-STATUS NOT = "00"
               MOVE "GO0006" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "UNABLE TO OPEN experiment_summary.txt, STATUS=",
                   SUMMARY-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               CLOSE EXPERIMENT-DATA
               EXIT SECTION
           END-IF
           MOVE 0 TO EXPERIMENTS-RUN
           MOVE "N" TO EXPERIMENT-EOF-SW
           PERFORM UNTIL EXPERIMENT-EOF
               READ EXPERIMENT-DATA
                   AT END
                       SET EXPERIMENT-EOF TO TRUE
                   NOT AT END
                       IF EXPERIMENT-LINE(1:1) NOT = "*"
                           AND EXPERIMENT-LINE NOT = SPACES
                           PERFORM RunExperiment
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXPERIMENT-DATA
           CLOSE SUMMARY-DATA
           MOVE EXPERIMENTS-RUN TO EXP-COUNT-ED
           DISPLAY FUNCTION TRIM(EXP-COUNT-ED) " experiment(s) run, "
               "summary in game-of-life/experiment_summary.txt"
       EXIT.

       RunExperiment SECTION.
           PERFORM ReadExperimentLine
           IF EXP-TRIALS = 0
               MOVE "GO0005" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "EXPERIMENT LINE SKIPPED: ",
                   EXPERIMENT-LINE) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 4 TO RETURN-CODE
               EXIT SECTION
           END-IF
           ADD 1 TO EXPERIMENTS-RUN
           DISPLAY "Experiment " FUNCTION TRIM(EXP-NAME-X) " ..."
           PERFORM WriteExperimentHeader
           INITIALIZE EXPERIMENT-TOTALS
           PERFORM VARYING TRIAL-NO FROM 1 BY 1
               UNTIL TRIAL-NO > EXP-TRIALS
               COMPUTE TRIAL-SEED = EXP-SEED + TRIAL-NO - 1
               PERFORM RunTrial
               PERFORM NoteTrialResult
           END-PERFORM
           PERFORM WriteExperimentSummary
       EXIT.

      * EXP-TRIALS stays zero for a line that cannot be run
       ReadExperimentLine SECTION.
           MOVE SPACES TO EXPERIMENT-FIELDS
           MOVE 0 TO EXP-TRIALS
           UNSTRING EXPERIMENT-LINE DELIMITED BY ALL SPACE
               INTO EXP-NAME-X EXP-ROWS-X EXP-COLS-X EXP-DENSITY-X
                    EXP-RULE-X EXP-TRIALS-X EXP-MAXGEN-X EXP-SEED-X
           END-UNSTRING
           IF FUNCTION TEST-NUMVAL(EXP-ROWS-X) NOT = 0
               OR FUNCTION TEST-NUMVAL(EXP-COLS-X) NOT = 0
               OR FUNCTION TEST-NUMVAL(EXP-DENSITY-X) NOT = 0
               OR FUNCTION TEST-NUMVAL(EXP-TRIALS-X) NOT = 0
               EXIT SECTION
           END-IF
           IF FUNCTION NUMVAL(EXP-ROWS-X) < 1
               OR FUNCTION NUMVAL(EXP-ROWS-X) > Y-DIM-MAX
               OR FUNCTION NUMVAL(EXP-COLS-X) < 1
               OR FUNCTION NUMVAL(EXP-COLS-X) > X-DIM-MAX
               OR FUNCTION NUMVAL(EXP-DENSITY-X) < 1
               OR FUNCTION NUMVAL(EXP-DENSITY-X) > 100
               OR FUNCTION NUMVAL(EXP-TRIALS-X) < 1
               OR FUNCTION NUMVAL(EXP-TRIALS-X) > 999
               EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(EXP-ROWS-X) TO Y-DIM
           MOVE FUNCTION NUMVAL(EXP-COLS-X) TO X-DIM
           MOVE FUNCTION NUMVAL(EXP-DENSITY-X) TO EXP-DENSITY
           MOVE EXP-RULE-X TO RULE-INPUT
           PERFORM ParseRuleString
           MOVE 1000 TO HEADLESS-GENERATIONS
           IF EXP-MAXGEN-X NOT = SPACES
               AND FUNCTION TEST-NUMVAL(EXP-MAXGEN-X) = 0
               AND FUNCTION NUMVAL(EXP-MAXGEN-X) >= 1
               MOVE FUNCTION NUMVAL(EXP-MAXGEN-X)
                   TO HEADLESS-GENERATIONS
           END-IF
           MOVE 1 TO EXP-SEED
           IF EXP-SEED-X NOT = SPACES
               AND FUNCTION TEST-NUMVAL(EXP-SEED-X) = 0
               AND FUNCTION NUMVAL(EXP-SEED-X) >= 1
               MOVE FUNCTION NUMVAL(EXP-SEED-X) TO EXP-SEED
           END-IF
           MOVE FUNCTION NUMVAL(EXP-TRIALS-X) TO EXP-TRIALS
       EXIT.

      * a fresh field, age table and history for every trial
       RunTrial SECTION.
           MOVE SPACES TO FIELD PREV-FIELD
           MOVE ZEROS TO CELL-AGES
           MOVE 0 TO HIST-COUNT HIST-POINTER STABLE-PERIOD
           MOVE "N" TO STABLE-SW
           MOVE 0 TO GENERATION-COUNTER POPULATION-COUNT
           PERFORM SeedSoup
           PERFORM HeadlessAdvance
       EXIT.

      * each cell of the field is alive with the experiment's
      * density, drawn from the trial's own seed so a trial can be
      * repeated
       SeedSoup SECTION.
           MOVE FUNCTION RANDOM(TRIAL-SEED) TO Pseudo-Random-Number
           PERFORM VARYING ROW-INDEX FROM 1 BY 1
               UNTIL ROW-INDEX > Y-DIM
             PERFORM VARYING COL-INDEX FROM 1 BY 1
               UNTIL COL-INDEX > X-DIM
               MOVE FUNCTION RANDOM TO Pseudo-Random-Number
               IF Pseudo-Random-Number * 100 < EXP-DENSITY
                   SET ALIVE(ROW-INDEX,COL-INDEX) TO TRUE
               END-IF
             END-PERFORM
           END-PERFORM
       EXIT.

       NoteTrialResult SECTION.
           EVALUATE TRUE
           WHEN EXTINCTION-GEN > 0
               MOVE "EXTINCTION" TO TRIAL-OUTCOME
               ADD 1 TO EXP-EXTINCT
           WHEN STABILIZED AND STABLE-PERIOD = 1
               MOVE "STILL LIFE" TO TRIAL-OUTCOME
               ADD 1 TO EXP-STILL
           WHEN STABILIZED
               MOVE "OSCILLATION" TO TRIAL-OUTCOME
               ADD 1 TO EXP-OSCILLATING
           WHEN OTHER
               MOVE "UNSETTLED" TO TRIAL-OUTCOME
               ADD 1 TO EXP-UNSETTLED
           END-EVALUATE
           IF TRIAL-OUTCOME NOT = "UNSETTLED"
               ADD 1 TO EXP-SETTLED
               ADD GENERATION-COUNTER TO EXP-LIFE-SUM
               IF EXP-SETTLED = 1
                   OR GENERATION-COUNTER < EXP-LIFE-MIN
                   MOVE GENERATION-COUNTER TO EXP-LIFE-MIN
               END-IF
               IF GENERATION-COUNTER > EXP-LIFE-MAX
                   MOVE GENERATION-COUNTER TO EXP-LIFE-MAX
               END-IF
           END-IF
           ADD POPULATION-COUNT TO EXP-POP-SUM
           IF TRIAL-NO = 1 OR POPULATION-COUNT < EXP-POP-MIN
               MOVE POPULATION-COUNT TO EXP-POP-MIN
           END-IF
           IF POPULATION-COUNT > EXP-POP-MAX
               MOVE POPULATION-COUNT TO EXP-POP-MAX
           END-IF
           MOVE SPACES TO SUMMARY-LINE
           MOVE TRIAL-NO TO EXP-COUNT-ED
           MOVE EXP-COUNT-ED TO SUMMARY-LINE(4:3)
           MOVE TRIAL-SEED TO EXP-SEED-ED
           MOVE EXP-SEED-ED TO SUMMARY-LINE(9:9)
           MOVE TRIAL-OUTCOME TO SUMMARY-LINE(20:11)
           MOVE GENERATION-COUNTER TO EXP-NUM-ED
           MOVE EXP-NUM-ED TO SUMMARY-LINE(33:6)
           MOVE POPULATION-COUNT TO EXP-NUM-ED
           MOVE EXP-NUM-ED TO SUMMARY-LINE(44:6)
           WRITE SUMMARY-DATA-F FROM SUMMARY-LINE
       EXIT.

       WriteExperimentHeader SECTION.
           MOVE EXP-TRIALS TO EXP-COUNT-ED
           MOVE HEADLESS-GENERATIONS TO EXP-NUM-ED
           MOVE EXP-DENSITY TO EXP-DENSITY-ED
           MOVE FUNCTION CONCATENATE("== Experiment ",
               FUNCTION TRIM(EXP-NAME-X), "  field ", Y-DIM, "x",
               X-DIM, "  density ", FUNCTION TRIM(EXP-DENSITY-ED),
               "%  rule ",
               FUNCTION TRIM(RULE-STRING), "  wrap ", WRAP-MODE-SW,
               "  trials ", FUNCTION TRIM(EXP-COUNT-ED),
               "  cap ", FUNCTION TRIM(EXP-NUM-ED)) TO SUMMARY-LINE
           WRITE SUMMARY-DATA-F FROM SUMMARY-LINE
           MOVE "  TRIAL      SEED  OUTCOME      LIFESPAN  FINAL POP"
               TO SUMMARY-LINE
           WRITE SUMMARY-DATA-F FROM SUMMARY-LINE
       EXIT.

       WriteExperimentSummary SECTION.
           IF EXP-SETTLED > 0
               COMPUTE EXP-AVG ROUNDED = EXP-LIFE-SUM / EXP-SETTLED
               MOVE EXP-AVG TO EXP-AVG-ED
               MOVE EXP-LIFE-MIN TO EXP-NUM-ED
               MOVE EXP-LIFE-MAX TO EXP-NUM-ED-2
               MOVE EXP-SETTLED TO EXP-COUNT-ED
               MOVE FUNCTION CONCATENATE(
                   "  Lifespan until stabilization  min ",
                   FUNCTION TRIM(EXP-NUM-ED), "  avg ",
                   FUNCTION TRIM(EXP-AVG-ED), "  max ",
                   FUNCTION TRIM(EXP-NUM-ED-2), "  over ",
                   FUNCTION TRIM(EXP-COUNT-ED), " settled trial(s)")
                   TO SUMMARY-LINE
           ELSE
               MOVE "  Lifespan until stabilization  - no trial settled"
                   TO SUMMARY-LINE
           END-IF
           WRITE SUMMARY-DATA-F FROM SUMMARY-LINE
           COMPUTE EXP-AVG ROUNDED = EXP-POP-SUM / EXP-TRIALS
           MOVE EXP-AVG TO EXP-AVG-ED
           MOVE EXP-POP-MIN TO EXP-NUM-ED
           MOVE EXP-POP-MAX TO EXP-NUM-ED-2
           MOVE FUNCTION CONCATENATE(
               "  Final population              min ",
               FUNCTION TRIM(EXP-NUM-ED), "  avg ",
               FUNCTION TRIM(EXP-AVG-ED), "  max ",
               FUNCTION TRIM(EXP-NUM-ED-2)) TO SUMMARY-LINE
           WRITE SUMMARY-DATA-F FROM SUMMARY-LINE
           MOVE EXP-EXTINCT TO EXP-EXTINCT-ED
           MOVE EXP-STILL TO EXP-STILL-ED
           MOVE EXP-OSCILLATING TO EXP-OSC-ED
           MOVE EXP-UNSETTLED TO EXP-UNSETTLED-ED
           MOVE FUNCTION CONCATENATE(
               "  Extinction ", FUNCTION TRIM(EXP-EXTINCT-ED),
               "  Still life ", FUNCTION TRIM(EXP-STILL-ED),
               "  Oscillation ", FUNCTION TRIM(EXP-OSC-ED),
               "  Unsettled at cap ", FUNCTION TRIM(EXP-UNSETTLED-ED))
               TO SUMMARY-LINE
           WRITE SUMMARY-DATA-F FROM SUMMARY-LINE
           MOVE SPACES TO SUMMARY-LINE
           WRITE SUMMARY-DATA-F FROM SUMMARY-LINE
       EXIT.

       WriteResultsFile SECTION.
                       TO RESULTS-LINE
                   WRITE RESULTS-DATA-F FROM RESULTS-LINE
               END-IF
               IF IMMIGRATION-MODE
                   MOVE FUNCTION CONCATENATE("Species A: ",
                       SPECIES-A-COUNT, "  Species B: ",
                       SPECIES-B-COUNT, "  Dominant: ",
                       DOMINANT-SPECIES) TO RESULTS-LINE
                   WRITE RESULTS-DATA-F FROM RESULTS-LINE
                   IF WIPEOUT-GEN > 0
                       MOVE WIPEOUT-TEXT TO RESULTS-LINE
                       WRITE RESULTS-DATA-F FROM RESULTS-LINE
                   END-IF
               END-IF
               IF STABILIZED
                   MOVE GENERATION-COUNTER TO GENERATION-COUNTER-ED
                   IF STABLE-PERIOD = 1
                   " detected at generation " GENERATION-COUNTER-ED
                   LINE 54 COL 1
           END-IF
           IF IMMIGRATION-MODE AND WIPEOUT-GEN > 0
               DISPLAY WIPEOUT-TEXT LINE 56 COL 1
           END-IF
       EXIT.

       Sleep SECTION.
               WHEN PREV-DEAD(ROW-INDEX,COL-INDEX) AND
                   BIRTH-FLAG(SOURROUNDING-ALIVE + 1) = "Y"
                   SET ALIVE(ROW-INDEX,COL-INDEX) TO TRUE
                   IF IMMIGRATION-MODE
                       PERFORM ChooseNewbornSpecies
                   END-IF
               END-EVALUATE
             END-PERFORM
           END-PERFORM
           PERFORM UpdateCellAges
       EXIT.

      * the parents' majority species; an even split (possible
      * under rules such as B36 or B2) goes by the cell's position
      * so neither species is favoured
       ChooseNewbornSpecies SECTION.
           EVALUATE TRUE
           WHEN NEIGHBOR-B > NEIGHBOR-A
               SET SPECIES-B(ROW-INDEX,COL-INDEX) TO TRUE
           WHEN NEIGHBOR-B = NEIGHBOR-A
               AND FUNCTION MOD(ROW-INDEX + COL-INDEX, 2) = 1
               SET SPECIES-B(ROW-INDEX,COL-INDEX) TO TRUE
           WHEN OTHER
               SET SPECIES-A(ROW-INDEX,COL-INDEX) TO TRUE
           END-EVALUATE
       EXIT.

       CalculateSourroundingAlive SECTION.
           MOVE ZERO TO SOURROUNDING-ALIVE
                        SOURROUNDING-DEAD
           MOVE ZERO TO NEIGHBOR-A NEIGHBOR-B
           MOVE ZERO TO TEMP-INDIZES
           PERFORM VARYING TEMP-COL-INCREMENT FROM 1 by 1
             UNTIL TEMP-COL-INCREMENT > 3
                       COMPUTE SOURROUNDING-DEAD=SOURROUNDING-DEAD + 1
                       COMPUTE SOURROUNDING-ALIVE=
                         SOURROUNDING-ALIVE + 1
                       IF PREV-SPECIES-B(INNER-ROW-INDEX,
                           INNER-COL-INDEX)
                           ADD 1 TO NEIGHBOR-B
                       ELSE
                           ADD 1 TO NEIGHBOR-A
                       END-IF
                     END-IF
                   END-IF
                  END-IF
                DISPLAY " "
                BACKGROUND-COLOR 0
                LINE ROW-INDEX COL COL-INDEX
      * species B in its own colours - red, magenta when newborn,
      * blue when mature
               WHEN SPECIES-B(ROW-INDEX,COL-INDEX) AND
                   PREV-ALIVE(ROW-INDEX,COL-INDEX) AND
                   CELL-AGE(ROW-INDEX,COL-INDEX) >= 10
                DISPLAY " "
                BACKGROUND-COLOR 1
                LINE ROW-INDEX COL COL-INDEX
               WHEN SPECIES-B(ROW-INDEX,COL-INDEX) AND
                   PREV-ALIVE(ROW-INDEX,COL-INDEX)
                DISPLAY " "
                BACKGROUND-COLOR 4
                LINE ROW-INDEX COL COL-INDEX
               WHEN SPECIES-B(ROW-INDEX,COL-INDEX) AND
                   PREV-DEAD(ROW-INDEX,COL-INDEX)
                DISPLAY " "
                BACKGROUND-COLOR 5
                LINE ROW-INDEX COL COL-INDEX
               WHEN ALIVE(ROW-INDEX,COL-INDEX) AND
                   PREV-ALIVE(ROW-INDEX,COL-INDEX) AND
                   CELL-AGE(ROW-INDEX,COL-INDEX) >= 10
