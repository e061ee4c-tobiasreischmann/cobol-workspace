      * run that corrupted the master mid-write is recovered to a
      * mutually consistent point instead of whatever copy someone
      * last made by hand. The operator picks the backup date from
      * master_backup_index.txt. The customer name index
      * (NAMEINDEX) is rebuilt from the restored master.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 DIALOG-INPUT PIC X(20).
       01 CONFIRM-INPUT PIC X(4).
       01 RECORD-COUNT PIC 9(7) VALUE 0.
       01 SAVED-RETURN-CODE PIC S9(9) COMP.
       COPY NIRQREC.
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
           DISPLAY "MASTER RESTORE - rewinds master, posting "
               "references and opening balances together"
           PERFORM ListBackupSets
           MOVE "batchprocess/opening_balances.txt"
               TO COPY-OUT-NAME
           PERFORM RestoreFlatFile
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "NAMEINDEX" USING NAME-INDEX-REQUEST
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           MOVE "MR0001" TO MSG-ID
           MOVE "W" TO MSG-SEVERITY
           MOVE function concatenate(
