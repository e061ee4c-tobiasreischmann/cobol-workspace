               PERFORM Calculate-Diamond-Size
               PERFORM Calculate-Spaces-Within
           EXPECT NumberOfSpaces TO BE 01

           TESTCASE 'Testfall 6'
               MOVE 'control_report.txt' to SI-BASE-F
               MOVE 1 to STREAM-COUNT
               PERFORM BuildStreamBanner
               MOVE SR-BANNER(1) to BANNER-TEXT
           EXPECT BANNER-TEXT TO BE 'CONTROL'

           TESTCASE 'Testfall 7'
               MOVE 'maturity_ladder.txt' to SI-BASE-F
               MOVE 1 to STREAM-COUNT
               PERFORM BuildStreamBanner
               MOVE SR-BANNER(1) to BANNER-TEXT
           EXPECT BANNER-TEXT TO BE 'MATURITY'

           TESTCASE 'Testfall 8'
               MOVE 'fee_exception_report.txt' to SI-BASE-F
               MOVE 1 to STREAM-COUNT
               PERFORM BuildStreamBanner
               MOVE SR-BANNER(1) to BANNER-TEXT
           EXPECT BANNER-TEXT TO BE 'FEE EXCEPT'
