       01 COUNTERS.
           05 WRITTEN-COUNT PIC 9(7) VALUE 0.
           05 ERROR-COUNT PIC 9(7) VALUE 0.
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
           DISPLAY "DELIMITED INPUT ADAPTER"
           DISPLAY "Output file name (ENTER = batchprocess/"
               "input.txt):"
