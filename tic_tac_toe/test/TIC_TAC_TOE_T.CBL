               MOVE "  X X X  " TO SPIELFELD
               PERFORM Check-Player-Won
           EXPECT PLAYER-WON TO BE TRUE

           TESTCASE 'Play by file, move on a taken cell is rejected'
               INITIALIZE SPIELFELD
               MOVE 3 TO BOARD-SIZE
               SET PBF-PLAYING TO TRUE
               SET PBF-JOINED TO TRUE
               MOVE 1 TO PBF-MOVE-COUNT
               SET PLAYER-O TO TRUE
               MOVE "X" TO ZELLE(1,1)
               MOVE "MOVE" TO PBF-KEY
               MOVE 2 TO PBF-SEQ
               MOVE "O" TO PBF-PLAYER
               MOVE 1 TO PBF-ROW
               MOVE 1 TO PBF-COL
               PERFORM ApplyJournalEntry
           EXPECT PBF-BROKEN TO BE TRUE
