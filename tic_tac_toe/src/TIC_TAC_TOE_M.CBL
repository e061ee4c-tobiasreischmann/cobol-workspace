             "tic_tac_toe/standings.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STANDINGS-FILE-STATUS.
           SELECT PBF-DATA ASSIGN TO PBF-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PBF-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD SCORE-DATA.
            05 ST-LOSSES-F PIC 9(4).
            05 ST-DRAWS-F PIC 9(4).
            05 ST-POINTS-F PIC 9(4).
           FD PBF-DATA.
           01 PBF-DATA-F.
            05 PBF-LINE PIC X(40).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
       01 TOURNAMENT-SW PIC X VALUE "N".
           88 TOURNAMENT-MODE VALUE "Y".
       01 PLAY-MODE-CHOICE PIC 9 VALUE 1.
           88 FILE-PLAY-MODE VALUE 4.
       01 STANDINGS-FILE-STATUS PIC X(2).
       01 STANDINGS-EOF-SW PIC X VALUE "N".
           88 STANDINGS-EOF VALUE "Y".
       01 ST-DRAWS-ED PIC ZZZ9.
       01 ST-POINTS-ED PIC ZZZ9.

      * play by file - each player runs at their own terminal and the
      * game travels through a shared journal: one GAME line from the
      * player who opens it (X), one JOIN line from the opponent (O),
      * then MOVE, RESIGN and TIMEOUT lines appended by whichever side
      * acts. Both sides replay the journal and check every entry, so
      * both boards always agree.
       01 PBF-FILE-NAME PIC X(60) VALUE "tic_tac_toe/pbf_game.txt".
       01 PBF-FILE-INPUT PIC X(60).
       01 PBF-FILE-STATUS PIC X(2).
       01 PBF-EOF-SW PIC X VALUE "N".
           88 PBF-EOF VALUE "Y".
       01 PBF-ENTRY.
           05 PBF-KEY PIC X(7).
           05 FILLER PIC X VALUE SPACE.
           05 PBF-SEQ PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 PBF-PLAYER PIC X.
           05 FILLER PIC X VALUE SPACE.
           05 PBF-ROW PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 PBF-COL PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 PBF-SIZE PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 PBF-WIN PIC 9.
           05 FILLER PIC X VALUE SPACE.
           05 PBF-TIMEOUT-SECS PIC 9(4).
           05 FILLER PIC X VALUE SPACE.
           05 PBF-NAME PIC X(12).
       01 PBF-LINES-SEEN PIC 9(4).
       01 PBF-LINES-BEFORE PIC 9(4).
       01 PBF-LINE-NO PIC 9(4).
       01 PBF-LINE-NO-ED PIC Z(3)9.
       01 PBF-MY-NAME PIC X(12).
       01 PBF-MY-SYMBOL PIC X VALUE SPACE.
           88 PBF-HOST VALUE "X".
       01 PBF-X-NAME PIC X(12).
       01 PBF-O-NAME PIC X(12).
       01 PBF-JOINED-SW PIC X VALUE "N".
           88 PBF-JOINED VALUE "Y".
       01 PBF-STATE-SW PIC X VALUE SPACE.
           88 PBF-NO-GAME VALUE SPACE.
           88 PBF-PLAYING VALUE "P".
           88 PBF-OVER VALUE "E".
           88 PBF-BROKEN VALUE "B".
       01 PBF-RESULT PIC X VALUE SPACE.
           88 PBF-WON-ON-BOARD VALUE "W".
           88 PBF-DRAWN VALUE "D".
           88 PBF-RESIGNED VALUE "R".
           88 PBF-TIMED-OUT VALUE "T".
           88 PBF-CLOSED VALUE "C".
       01 PBF-WINNER PIC X.
       01 PBF-MOVE-COUNT PIC 9(4).
       01 PBF-TIMEOUT PIC 9(4) VALUE 300.
       01 PBF-TIMEOUT-ED PIC Z(3)9.
       01 PBF-RECORD-SW PIC X VALUE "N".
           88 PBF-RECORDING VALUE "Y".
       01 PBF-RESIGN-SW PIC X VALUE "N".
           88 PBF-RESIGN-REQUESTED VALUE "Y".
       01 PBF-STAMP.
           05 PBF-STAMP-DATE PIC 9(8).
           05 PBF-STAMP-HH PIC 99.
           05 PBF-STAMP-MM PIC 99.
           05 PBF-STAMP-SS PIC 99.
           05 FILLER PIC X(7).
       01 PBF-WAIT-START PIC 9(11).
       01 PBF-NOW PIC 9(11).

       SCREEN SECTION.
        01  DATA-ENTRY-SCREEN.
          05  VALUE "TIC TAC TOE" BLANK SCREEN          LINE 1 COL 35.
           DISPLAY "1 - Single game"
           DISPLAY "2 - Tournament (round robin, named players)"
           DISPLAY "3 - Replay a recorded game (moves_log.txt)"
           DISPLAY "4 - Play by file (two terminals, shared game file)"
           ACCEPT PLAY-MODE-CHOICE
           IF PLAY-MODE-CHOICE = 2
               SET TOURNAMENT-MODE TO TRUE
               PERFORM ReplayRun
               GOBACK
           END-IF
           IF FILE-PLAY-MODE
               PERFORM FilePlayRun
               GOBACK
           END-IF
           PERFORM Setup
           IF BOARD-SIZE = 3
               PERFORM ClassicScreenGame
           END-PERFORM
       EXIT.

      *****************************************************************
      * Play by file - the first player to open the shared game file
      * (or to find only a finished game in it) starts a new game as
      * X and waits for an opponent; the next one joins as O. Each
      * side waits for the other's move up to the agreed timeout and
      * then claims the game. Only X's terminal records the finished
      * game in the moves log, score file and standings, so a game
      * played from one directory is counted once, as a local game.
      *****************************************************************
       FilePlayRun SECTION.
           DISPLAY "Shared game file (ENTER = "
               FUNCTION TRIM(PBF-FILE-NAME) "):"
           MOVE SPACES TO PBF-FILE-INPUT
           ACCEPT PBF-FILE-INPUT
           IF PBF-FILE-INPUT NOT = SPACES
               MOVE PBF-FILE-INPUT TO PBF-FILE-NAME
           END-IF
           DISPLAY "Your name:"
           MOVE SPACES TO PBF-MY-NAME
           ACCEPT PBF-MY-NAME
           IF PBF-MY-NAME = SPACES
               MOVE "PLAYER" TO PBF-MY-NAME
           END-IF
           MOVE 0 TO PBF-LINES-SEEN
           PERFORM SyncGameJournal
           EVALUATE TRUE
           WHEN PBF-PLAYING AND NOT PBF-JOINED
               PERFORM JoinFileGame
           WHEN PBF-PLAYING
               MOVE "TT0007" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "GAME IN PROGRESS IN ",
                   FUNCTION TRIM(PBF-FILE-NAME), " BETWEEN ",
                   FUNCTION TRIM(PBF-X-NAME), " AND ",
                   FUNCTION TRIM(PBF-O-NAME)) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 4 TO RETURN-CODE
               EXIT SECTION
           WHEN OTHER
               PERFORM HostFileGame
           END-EVALUATE
           IF NOT PBF-JOINED OR PBF-BROKEN
               EXIT SECTION
           END-IF
           IF PBF-HOST
               SET PBF-RECORDING TO TRUE
               PERFORM LoadScores
               PERFORM LoadStandings
               PERFORM OpenMovesLog
           END-IF
           PERFORM UNTIL PBF-OVER OR PBF-BROKEN
               PERFORM DisplayTextBoard
               IF CURR-PLAYER = PBF-MY-SYMBOL
                   PERFORM TakeFileMove
               ELSE
                   PERFORM WaitForFileMove
               END-IF
           END-PERFORM
           PERFORM FinishFileGame
       EXIT.

       HostFileGame SECTION.
           DISPLAY "Starting a new game - you play X."
           DISPLAY "Board size (3-9), N x N:"
           ACCEPT BOARD-SIZE
           PERFORM UNTIL BOARD-SIZE >= 3 AND BOARD-SIZE <= 9
               DISPLAY "Please enter a size between 3 and 9:"
               ACCEPT BOARD-SIZE
           END-PERFORM
           IF BOARD-SIZE > 3
               DISPLAY "Win length (3-" BOARD-SIZE "):"
               ACCEPT WIN-LENGTH
               PERFORM UNTIL WIN-LENGTH >= 3 AND
                   WIN-LENGTH <= BOARD-SIZE
                   DISPLAY "Please enter a win length between 3 and "
                       BOARD-SIZE ":"
                   ACCEPT WIN-LENGTH
               END-PERFORM
           ELSE
               MOVE 3 TO WIN-LENGTH
           END-IF
           DISPLAY "Move timeout in seconds (ENTER = 300):"
           MOVE 0 TO PBF-TIMEOUT
           ACCEPT PBF-TIMEOUT
           IF PBF-TIMEOUT = 0
               MOVE 300 TO PBF-TIMEOUT
           END-IF
           MOVE "X" TO PBF-MY-SYMBOL
           MOVE SPACES TO PBF-ENTRY
           INITIALIZE PBF-ENTRY
           MOVE "GAME" TO PBF-KEY
           MOVE "X" TO PBF-PLAYER
           MOVE BOARD-SIZE TO PBF-SIZE
           MOVE WIN-LENGTH TO PBF-WIN
           MOVE PBF-TIMEOUT TO PBF-TIMEOUT-SECS
           MOVE PBF-MY-NAME TO PBF-NAME
           OPEN OUTPUT PBF-DATA
           IF PBF-FILE-STATUS NOT = "00"
               PERFORM GameFileNotWritable
               EXIT SECTION
           END-IF
           WRITE PBF-DATA-F FROM PBF-ENTRY
           CLOSE PBF-DATA
           MOVE SPACE TO PBF-STATE-SW
           MOVE 0 TO PBF-LINES-SEEN
           PERFORM SyncGameJournal
           MOVE PBF-TIMEOUT TO PBF-TIMEOUT-ED
           DISPLAY "Waiting for an opponent to join "
               FUNCTION TRIM(PBF-FILE-NAME) " (up to "
               FUNCTION TRIM(PBF-TIMEOUT-ED) " seconds)..."
           PERFORM ReadPlayClock
           MOVE PBF-NOW TO PBF-WAIT-START
           PERFORM UNTIL PBF-JOINED OR PBF-OVER OR PBF-BROKEN
               CALL "CBL_GC_NANOSLEEP" USING "2000000000"
               END-CALL
               PERFORM SyncGameJournal
               PERFORM ReadPlayClock
               IF NOT PBF-JOINED AND PBF-PLAYING
                   AND PBF-NOW - PBF-WAIT-START >= PBF-TIMEOUT
                   MOVE SPACES TO PBF-ENTRY
                   INITIALIZE PBF-ENTRY
                   MOVE "CLOSED" TO PBF-KEY
                   MOVE "X" TO PBF-PLAYER
                   PERFORM AppendJournalEntry
                   PERFORM SyncGameJournal
                   MOVE "TT0005" TO MSG-ID
                   MOVE "W" TO MSG-SEVERITY
                   MOVE function concatenate(
                       "NO OPPONENT JOINED ",
                       FUNCTION TRIM(PBF-FILE-NAME), " WITHIN ",
                       FUNCTION TRIM(PBF-TIMEOUT-ED), " SECONDS")
                       TO MSG-TEXT
                   PERFORM LogMessage
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-PERFORM
           IF PBF-JOINED
               DISPLAY FUNCTION TRIM(PBF-O-NAME)
                   " joined - you play X and move first."
           END-IF
       EXIT.

       JoinFileGame SECTION.
           MOVE "O" TO PBF-MY-SYMBOL
           MOVE SPACES TO PBF-ENTRY
           INITIALIZE PBF-ENTRY
           MOVE "JOIN" TO PBF-KEY
           MOVE "O" TO PBF-PLAYER
           MOVE PBF-MY-NAME TO PBF-NAME
           PERFORM AppendJournalEntry
           PERFORM SyncGameJournal
           MOVE PBF-TIMEOUT TO PBF-TIMEOUT-ED
           DISPLAY "Joined the game of " FUNCTION TRIM(PBF-X-NAME)
               " - you play O. Move timeout "
               FUNCTION TRIM(PBF-TIMEOUT-ED) " seconds."
       EXIT.

      * the move goes to the journal and comes back through the
      * replay like the opponent's, so both are checked the same way;
      * a timeout claimed by the opponent meanwhile wins over it
       TakeFileMove SECTION.
           MOVE "N" TO PBF-RESIGN-SW
           PERFORM PromptTextMove
           PERFORM UNTIL INPUT-CORRECT OR PBF-RESIGN-REQUESTED
               DISPLAY ERROR-MESSAGE
               PERFORM PromptTextMove
           END-PERFORM
           IF INPUT-CORRECT
               MOVE " " TO ZELLE(LAST-ROW,LAST-COL)
           END-IF
           PERFORM SyncGameJournal
           IF PBF-OVER OR PBF-BROKEN
               EXIT SECTION
           END-IF
           MOVE SPACES TO PBF-ENTRY
           INITIALIZE PBF-ENTRY
           MOVE PBF-MY-SYMBOL TO PBF-PLAYER
           IF PBF-RESIGN-REQUESTED
               MOVE "RESIGN" TO PBF-KEY
               MOVE PBF-MOVE-COUNT TO PBF-SEQ
           ELSE
               MOVE "MOVE" TO PBF-KEY
               COMPUTE PBF-SEQ = PBF-MOVE-COUNT + 1
               MOVE LAST-ROW TO PBF-ROW
               MOVE LAST-COL TO PBF-COL
           END-IF
           PERFORM AppendJournalEntry
           PERFORM SyncGameJournal
       EXIT.

       WaitForFileMove SECTION.
           IF PBF-MY-SYMBOL = "X"
               DISPLAY "Waiting for " FUNCTION TRIM(PBF-O-NAME)
                   " (O) to move..."
           ELSE
               DISPLAY "Waiting for " FUNCTION TRIM(PBF-X-NAME)
                   " (X) to move..."
           END-IF
           PERFORM ReadPlayClock
           MOVE PBF-NOW TO PBF-WAIT-START
           MOVE PBF-LINES-SEEN TO PBF-LINES-BEFORE
           PERFORM UNTIL PBF-LINES-SEEN > PBF-LINES-BEFORE
               OR PBF-OVER OR PBF-BROKEN
               CALL "CBL_GC_NANOSLEEP" USING "2000000000"
               END-CALL
               PERFORM SyncGameJournal
               PERFORM ReadPlayClock
               IF PBF-LINES-SEEN = PBF-LINES-BEFORE
                   AND PBF-NOW - PBF-WAIT-START >= PBF-TIMEOUT
                   MOVE SPACES TO PBF-ENTRY
                   INITIALIZE PBF-ENTRY
                   MOVE "TIMEOUT" TO PBF-KEY
                   MOVE PBF-MOVE-COUNT TO PBF-SEQ
                   MOVE CURR-PLAYER TO PBF-PLAYER
                   PERFORM AppendJournalEntry
                   PERFORM SyncGameJournal
               END-IF
           END-PERFORM
       EXIT.

       AppendJournalEntry SECTION.
           OPEN EXTEND PBF-DATA
           IF PBF-FILE-STATUS NOT = "00"
               PERFORM GameFileNotWritable
               EXIT SECTION
           END-IF
           WRITE PBF-DATA-F FROM PBF-ENTRY
           CLOSE PBF-DATA
       EXIT.

       GameFileNotWritable SECTION.
           MOVE "TT0004" TO MSG-ID
           MOVE "S" TO MSG-SEVERITY
           MOVE function concatenate(
               "UNABLE TO WRITE ", FUNCTION TRIM(PBF-FILE-NAME),
               ", STATUS=", PBF-FILE-STATUS) TO MSG-TEXT
           PERFORM LogMessage
           SET PBF-BROKEN TO TRUE
           MOVE 16 TO RETURN-CODE
       EXIT.

      * applies the journal lines not seen yet; a file the other side
      * has open at this moment is simply tried again on the next poll
       SyncGameJournal SECTION.
           OPEN INPUT PBF-DATA
           IF PBF-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 0 TO PBF-LINE-NO
           MOVE "N" TO PBF-EOF-SW
           PERFORM UNTIL PBF-EOF
               READ PBF-DATA INTO PBF-ENTRY
                   AT END
                       SET PBF-EOF TO TRUE
                   NOT AT END
                       ADD 1 TO PBF-LINE-NO
                       IF PBF-LINE-NO > PBF-LINES-SEEN
                           PERFORM ApplyJournalEntry
                           MOVE PBF-LINE-NO TO PBF-LINES-SEEN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE PBF-DATA
       EXIT.

       ApplyJournalEntry SECTION.
           IF PBF-KEY = "GAME"
               IF PBF-SIZE IS NOT NUMERIC OR PBF-WIN IS NOT NUMERIC
                   OR PBF-SIZE < 3 OR PBF-WIN < 3 OR PBF-WIN > PBF-SIZE
                   PERFORM RejectJournalEntry
                   EXIT SECTION
               END-IF
               INITIALIZE SPIELFELD
                          TEMP-SPIELFELD
                          ERROR-STATES
                          GAME-STATES
               MOVE PBF-SIZE TO BOARD-SIZE
               MOVE PBF-WIN TO WIN-LENGTH
               MOVE 300 TO PBF-TIMEOUT
               IF PBF-TIMEOUT-SECS IS NUMERIC AND PBF-TIMEOUT-SECS > 0
                   MOVE PBF-TIMEOUT-SECS TO PBF-TIMEOUT
               END-IF
               MOVE PBF-NAME TO PBF-X-NAME
               MOVE SPACES TO PBF-O-NAME
               MOVE "N" TO PBF-JOINED-SW
               MOVE 0 TO PBF-MOVE-COUNT
               MOVE SPACE TO PBF-RESULT
               MOVE "X" TO CURR-PLAYER
               SET PBF-PLAYING TO TRUE
               EXIT SECTION
           END-IF
           IF NOT PBF-PLAYING
               EXIT SECTION
           END-IF
           EVALUATE PBF-KEY
           WHEN "JOIN"
               IF NOT PBF-JOINED
                   MOVE PBF-NAME TO PBF-O-NAME
                   SET PBF-JOINED TO TRUE
               END-IF
           WHEN "MOVE"
               PERFORM ApplyJournalMove
           WHEN "RESIGN"
               IF PBF-PLAYER = "X" OR PBF-PLAYER = "O"
                   SET PBF-RESIGNED TO TRUE
                   PERFORM SetOtherWinner
               ELSE
                   PERFORM RejectJournalEntry
               END-IF
      *        a claim that crossed with the late move is void
           WHEN "TIMEOUT"
               IF PBF-PLAYER = CURR-PLAYER
                   SET PBF-TIMED-OUT TO TRUE
                   PERFORM SetOtherWinner
               END-IF
           WHEN "CLOSED"
               SET PBF-CLOSED TO TRUE
               SET PBF-OVER TO TRUE
           WHEN OTHER
               PERFORM RejectJournalEntry
           END-EVALUATE
       EXIT.

       ApplyJournalMove SECTION.
           IF NOT PBF-JOINED
               OR PBF-SEQ IS NOT NUMERIC
               OR PBF-SEQ NOT = PBF-MOVE-COUNT + 1
               OR PBF-PLAYER NOT = CURR-PLAYER
               OR PBF-ROW IS NOT NUMERIC OR PBF-COL IS NOT NUMERIC
               OR PBF-ROW < 1 OR PBF-ROW > BOARD-SIZE
               OR PBF-COL < 1 OR PBF-COL > BOARD-SIZE
               PERFORM RejectJournalEntry
               EXIT SECTION
           END-IF
           IF ZELLE(PBF-ROW,PBF-COL) NOT = " "
               PERFORM RejectJournalEntry
               EXIT SECTION
           END-IF
           ADD 1 TO PBF-MOVE-COUNT
           MOVE CURR-PLAYER TO ZELLE(PBF-ROW,PBF-COL)
           MOVE PBF-ROW TO LAST-ROW
           MOVE PBF-COL TO LAST-COL
           IF PBF-RECORDING
               PERFORM LogMove
           END-IF
           MOVE SPIELFELD TO TEMP-SPIELFELD
           PERFORM Check-Player-Won
           IF PLAYER-WON
               SET PBF-WON-ON-BOARD TO TRUE
               MOVE CURR-PLAYER TO PBF-WINNER
               SET PBF-OVER TO TRUE
           ELSE
               PERFORM Check-Game-Finished
               IF GAME-FULL
                   SET PBF-DRAWN TO TRUE
                   SET PBF-OVER TO TRUE
               ELSE
                   PERFORM Switch-Current-Player
               END-IF
           END-IF
       EXIT.

       SetOtherWinner SECTION.
           IF PBF-PLAYER = "X"
               MOVE "O" TO PBF-WINNER
           ELSE
               MOVE "X" TO PBF-WINNER
           END-IF
           SET PBF-OVER TO TRUE
       EXIT.

      * a journal that does not replay cleanly ends the game unscored;
      * before a side has taken its seat it only means a new game
       RejectJournalEntry SECTION.
           SET PBF-BROKEN TO TRUE
           IF PBF-MY-SYMBOL NOT = SPACE
               MOVE PBF-LINE-NO TO PBF-LINE-NO-ED
               MOVE "TT0006" TO MSG-ID
               MOVE "E" TO MSG-SEVERITY
               MOVE function concatenate(
                   "INVALID ENTRY IN ", FUNCTION TRIM(PBF-FILE-NAME),
                   " LINE ", FUNCTION TRIM(PBF-LINE-NO-ED),
                   " - GAME ABANDONED") TO MSG-TEXT
               PERFORM LogMessage
               MOVE 8 TO RETURN-CODE
           END-IF
       EXIT.

       FinishFileGame SECTION.
           PERFORM DisplayTextBoard
           EVALUATE TRUE
           WHEN PBF-BROKEN
               DISPLAY "Game abandoned - no result recorded."
           WHEN PBF-CLOSED
               DISPLAY "Game closed without a result."
           WHEN PBF-DRAWN
               DISPLAY "Draw game."
           WHEN OTHER
               IF PBF-WINNER = "X"
                   DISPLAY FUNCTION TRIM(PBF-X-NAME) " (X) wins"
                       WITH NO ADVANCING
               ELSE
                   DISPLAY FUNCTION TRIM(PBF-O-NAME) " (O) wins"
                       WITH NO ADVANCING
               END-IF
               EVALUATE TRUE
               WHEN PBF-RESIGNED
                   DISPLAY " - the opponent resigned."
               WHEN PBF-TIMED-OUT
                   DISPLAY " - the opponent ran out of time."
               WHEN OTHER
                   DISPLAY "!"
               END-EVALUATE
           END-EVALUATE
           IF NOT PBF-RECORDING
               EXIT SECTION
           END-IF
           IF PBF-OVER AND NOT PBF-CLOSED
               IF PBF-DRAWN
                   ADD 1 TO SCORE-DRAW
                   MOVE PBF-X-NAME TO ST-LOOKUP-NAME
                   PERFORM RecordStandingDraw
                   MOVE PBF-O-NAME TO ST-LOOKUP-NAME
                   PERFORM RecordStandingDraw
               ELSE
                   MOVE PBF-WINNER TO CURR-PLAYER
                   PERFORM RecordWin
                   IF PBF-WINNER = "X"
                       MOVE PBF-X-NAME TO ST-LOOKUP-NAME
                       PERFORM RecordStandingWin
                       MOVE PBF-O-NAME TO ST-LOOKUP-NAME
                       PERFORM RecordStandingLoss
                   ELSE
                       MOVE PBF-O-NAME TO ST-LOOKUP-NAME
                       PERFORM RecordStandingWin
                       MOVE PBF-X-NAME TO ST-LOOKUP-NAME
                       PERFORM RecordStandingLoss
                   END-IF
               END-IF
               PERFORM SaveStandings
               PERFORM DisplayStandings
           END-IF
           PERFORM Teardown
       EXIT.

       ReadPlayClock SECTION.
           MOVE FUNCTION CURRENT-DATE TO PBF-STAMP
           COMPUTE PBF-NOW =
               FUNCTION INTEGER-OF-DATE(PBF-STAMP-DATE) * 86400
               + PBF-STAMP-HH * 3600 + PBF-STAMP-MM * 60
               + PBF-STAMP-SS
       EXIT.

       Setup SECTION.
           PERFORM OfferResume
           IF NOT GAME-RESUMED

       PromptTextMove SECTION.
           INITIALIZE ERROR-STATES
           IF FILE-PLAY-MODE
               DISPLAY "Enter row (1-" BOARD-SIZE ", 0 to resign):"
           ELSE
               DISPLAY "Enter row (1-" BOARD-SIZE ", 0 to suspend):"
           END-IF
           ACCEPT TEXT-ROW-INPUT
           IF TEXT-ROW-INPUT = 0 AND FILE-PLAY-MODE
               SET PBF-RESIGN-REQUESTED TO TRUE
               MOVE "Game resigned." TO ERROR-MESSAGE
               SET WRONG-VALUE-FILLED TO TRUE
               EXIT SECTION
           END-IF
           IF TEXT-ROW-INPUT = 0 AND NOT TOURNAMENT-MODE
               SET SUSPEND-REQUESTED TO TRUE
               MOVE "Game suspended." TO ERROR-MESSAGE
