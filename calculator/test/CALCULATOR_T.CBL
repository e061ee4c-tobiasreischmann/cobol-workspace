           TESTCASE 'Add 3,4,5,7,9,12,14'
               MOVE "3,4,5,7,9,12,14" TO INPUT-STRING
               PERFORM Calculate
           EXPECT RESULT TO BE 54

           TESTCASE 'Tape entry with trailing minus'
               MOVE "12.50-" TO TAPE-INPUT
               PERFORM ParseTapeEntry
           EXPECT TAPE-ENTRY-AMOUNT TO BE -12.50

           TESTCASE 'Tape entry with leading plus'
               MOVE "+7.25" TO TAPE-INPUT
               PERFORM ParseTapeEntry
           EXPECT TAPE-ENTRY-AMOUNT TO BE 7.25
