       01 PAGE-SIZE PIC 99 VALUE 20.
       01 MATCH-COUNT PIC 9(7) VALUE 0.
       01 PAGE-RESPONSE PIC X.
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
           DISPLAY "CONSOLE LOG VIEWER"
           DISPLAY "Program name filter (blank = all):"
           MOVE SPACES TO FILTER-INPUT
