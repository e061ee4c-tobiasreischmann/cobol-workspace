           TESTCASE 'Test, ob NONE funktioniert'
               MOVE 7 to INPUT-FIELD
               PERFORM CALC-FIZZBUZZ
           EXPECT NONE TO BE TRUE

           TESTCASE 'Test, ob die Pruefungsfragen gelesen werden'
               MOVE SPACES to EXAM-F
               MOVE 'CERT01' to EX-ID-F
               MOVE '03' to EX-D1-F
               MOVE '05' to EX-D2-F
               MOVE '3 5 15' to EX-QUESTIONS-F
               PERFORM ApplyExamLine
           EXPECT EXAM-QUESTION-USED TO BE 3

           TESTCASE 'Test, ob die Bestehensgrenze zaehlt'
               MOVE 8 to SCORE-COUNT
               MOVE 10 to TOTAL-COUNT
               MOVE 80 to EXAM-PASS-MARK
               MOVE 0 to EXAM-ELAPSED-SECS
               PERFORM ScoreExam
           EXPECT EXAM-PASSED TO BE TRUE
