      * a dated copy when its date changes or it grows past
      * MAXLINES, keeping KEEPLOGS rotated logs.
      *
      * Each log line carries the data region of the run (see
      * REGION) in columns 156-160, so a test or training message is
      * never taken for production.
      *
      *   CALL 'MSGLOG' USING MSG-RECORD
      *****************************************************************
       ENVIRONMENT DIVISION.
       01 STAMP PIC X(14).
       01 DISPLAY-LINE PIC X(140).
       01 ROTATED-LOG-NAME PIC X(44).
       01 DATA-REGION-CODE PIC X(5) EXTERNAL.
       01 LOG-REGION PIC X(5).

      * routing and rotation controls (shop/logconfig.txt, one
      * KEY=VALUE per line): ALERTW, MAXLINES, KEEPLOGS
               FUNCTION TRIM(MSG-TEXT)) TO DISPLAY-LINE
           DISPLAY FUNCTION TRIM(DISPLAY-LINE)
           MOVE FUNCTION CURRENT-DATE(1:14) TO STAMP
           IF DATA-REGION-CODE = LOW-VALUES OR SPACES
               MOVE 'PROD' TO LOG-REGION
           ELSE
               MOVE DATA-REGION-CODE TO LOG-REGION
           END-IF
           PERFORM LoadLogConfig
           PERFORM MaybeRotateConsoleLog
           PERFORM AppendConsoleLog
           IF CONSOLE-FILE-STATUS = "00"
               MOVE function concatenate(STAMP, ' ', DISPLAY-LINE)
                   TO CONSOLE-LINE
               MOVE LOG-REGION TO CONSOLE-LINE(156:5)
               WRITE CONSOLE-LOG-F FROM CONSOLE-LINE
               CLOSE CONSOLE-LOG-DATA
           END-IF
           IF ALERT-FILE-STATUS = "00"
               MOVE function concatenate(STAMP, ' ', DISPLAY-LINE)
                   TO ALERT-LINE
               MOVE LOG-REGION TO ALERT-LINE(156:5)
               WRITE ALERT-LOG-F FROM ALERT-LINE
               CLOSE ALERT-LOG-DATA
           END-IF
