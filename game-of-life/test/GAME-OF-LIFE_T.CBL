               SET ALIVE(01,02) TO TRUE
               SET ALIVE(02,03) TO TRUE
               PERFORM Alter-State
           EXPECT DEAD(01,01) TO BE TRUE
           TESTCASE 'Newborn takes majority species'
               MOVE "Y" TO IMMIGRATION-SW
               MOVE SPACES TO FIELD
               SET SPECIES-B(30,11) TO TRUE
               SET SPECIES-B(30,12) TO TRUE
               SET SPECIES-A(30,13) TO TRUE
               PERFORM Alter-State
               MOVE "N" TO IMMIGRATION-SW
           EXPECT SPECIES-B(31,12) TO BE TRUE
           TESTCASE 'Experiment line sets field and rule'
               MOVE "SOUP 12 34 25 B36/S23 7 200 5" TO EXPERIMENT-LINE
               PERFORM ReadExperimentLine
           EXPECT X-DIM TO BE 34
           EXPECT EXP-TRIALS TO BE 7
           EXPECT BIRTH-FLAG(7) TO BE "Y"
