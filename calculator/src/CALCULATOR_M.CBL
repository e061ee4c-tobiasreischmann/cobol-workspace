             "calculator/output.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESULT-FILE-STATUS.
           SELECT TAPE-DATA ASSIGN TO TAPE-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TAPE-FILE-STATUS.
           SELECT PROOF-DATA ASSIGN TO PROOF-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROOF-FILE-STATUS.
           SELECT PROOF-REPORT-DATA ASSIGN TO
             "calculator/proof_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROOF-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD EXPRESSION-DATA.
           FD RESULT-DATA.
           01 RESULT-DATA-F.
            05 RESULT-LINE PIC X(80).
           FD TAPE-DATA.
           01 TAPE-DATA-F.
            05 TAPE-FILE-LINE PIC X(80).
           FD PROOF-DATA.
           01 PROOF-DATA-F.
            05 PROOF-LINE PIC X(200).
           FD PROOF-REPORT-DATA.
           01 PROOF-REPORT-F.
            05 PROOF-REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           88 EXPR-EOF VALUE "Y".
       01 EXPR-FILE-STATUS PIC X(2).
       01 RESULT-FILE-STATUS PIC X(2).
       01 TAPE-FILE-STATUS PIC X(2).

      * adding-machine tape - every entry is a numbered tape line:
      * an item added (+) or taken off (-), a subtotal (S) of the
      * open items, a total (T) that also clears them, or a void (V)
      * that takes an earlier item of the open items back off. The
      * tape is saved after every entry, so it can be printed,
      * stapled to the report it checked, or reloaded after a break.
      * Tape file line layout: line number(1:4) amount(6:20) sign
      * (27:1) key(28:1) remark(30:); a numbered note (continuation
      * by an operator) has '*' at 6 and its text from 8. The header
      * and trailer lines start with '*'.
       01 TAPE-FILE-NAME PIC X(60) VALUE "calculator/tape.txt".
       01 TAPE-NAME PIC X(20).
       01 TAPE-OPERATOR PIC X(8) VALUE SPACES.
       01 TAPE-STARTED-BY PIC X(8) VALUE SPACES.
       01 TAPE-STARTED PIC X(14) VALUE SPACES.
       01 TAPE-STAMP PIC X(14).
       01 TAPE-TABLE.
           05 TAPE-USED PIC 9(4) VALUE 0.
           05 TAPE-ENTRY OCCURS 999 TIMES.
               10 TAPE-KEY PIC X.
                   88 TAPE-ITEM VALUE " ".
                   88 TAPE-SUBTOTAL VALUE "S".
                   88 TAPE-TOTAL VALUE "T".
                   88 TAPE-VOID-LINE VALUE "V".
                   88 TAPE-NOTE VALUE "*".
               10 TAPE-AMOUNT PIC S9(12)V99.
               10 TAPE-VOID-SW PIC X.
                   88 TAPE-VOIDED VALUE "Y".
               10 TAPE-COUNT PIC 9(4).
               10 TAPE-NOTE-TEXT PIC X(60).
       01 TAPE-INDEX PIC 9(4).
       01 TAPE-GROUP-START PIC 9(4) VALUE 1.
       01 TAPE-RUNNING PIC S9(12)V99 VALUE 0.
       01 TAPE-ITEMS PIC 9(4) VALUE 0.
       01 TAPE-INPUT PIC X(50).
       01 TAPE-COMMAND PIC X(50).
       01 TAPE-ENTRY-AMOUNT PIC S9(12)V99.
       01 TAPE-ENTRY-SW PIC X.
           88 TAPE-ENTRY-VALID VALUE "Y".
       01 TAPE-SIGN PIC X.
       01 TAPE-LENGTH PIC 99.
       01 TAPE-VOID-TARGET PIC 9(4).
       01 TAPE-CHOICE PIC X.
       01 TAPE-EOF-SW PIC X.
           88 TAPE-EOF VALUE "Y".
       01 TAPE-DONE-SW PIC X VALUE "N".
           88 TAPE-DONE VALUE "Y".
       01 TAPE-PRINT-LINE PIC X(80).
       01 TAPE-LINE-NO PIC 9(4).
       01 TAPE-AMOUNT-ED PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01 TAPE-COUNT-ED PIC ZZZ9.

      * proof of a report file - chosen amount columns are totalled
      * (in total and per value of a key column), each row is cross-
      * footed against a total column, and the total lines printed
      * in the report are compared with the computed totals. A column
      * is a field number of a delimited line or start:length of a
      * fixed-column line. A printed total line whose key column
      * holds a group is compared with that group, any other with
      * the totals of the whole file.
       01 PROOF-FILE-STATUS PIC X(2).
       01 PROOF-REPORT-STATUS PIC X(2).
       01 PROOF-FILE-NAME PIC X(60).
       01 PROOF-ANSWER PIC X(60).
       01 PROOF-DELIMITER PIC X.
       01 PROOF-LAYOUT PIC X.
           88 PROOF-FIXED VALUE "F".
           88 PROOF-BLANKS VALUE "S".
           88 PROOF-DELIMITED VALUE "D".
       01 PROOF-MARKER PIC X(20).
       01 PROOF-MARKER-LENGTH PIC 99.
       01 PROOF-SPEC-OK-SW PIC X.
           88 PROOF-SPEC-OK VALUE "Y".
       01 PROOF-WORDS.
           05 PROOF-WORD PIC X(12) OCCURS 8 TIMES.
       01 PROOF-WORD-INDEX PIC 99.
       01 PROOF-WORK-START PIC X(6).
       01 PROOF-WORK-LENGTH PIC X(6).
      * column 1 to PROOF-COLUMNS are totalled, then the key column
      * and the cross-foot total column if they were given
       01 PROOF-COLUMN-TABLE.
           05 PROOF-COLUMNS PIC 9 VALUE 0.
           05 PROOF-COLUMN OCCURS 10 TIMES.
               10 PROOF-COL-FIELD PIC 999.
               10 PROOF-COL-START PIC 999.
               10 PROOF-COL-LENGTH PIC 999.
               10 PROOF-COL-LABEL PIC X(12).
               10 PROOF-COL-TOTAL PIC S9(13)V99.
       01 PROOF-KEY-IX PIC 99 VALUE 9.
       01 PROOF-XFOOT-IX PIC 99 VALUE 10.
       01 PROOF-KEY-SW PIC X.
           88 PROOF-KEYED VALUE "Y".
       01 PROOF-XFOOT-SW PIC X.
           88 PROOF-XFOOTED VALUE "Y".
       01 PROOF-COL-IX PIC 99.
       01 PROOF-GROUP-TABLE.
           05 PROOF-GROUP-USED PIC 999 VALUE 0.
           05 PROOF-GROUP OCCURS 200 TIMES.
               10 PROOF-GROUP-KEY PIC X(20).
               10 PROOF-GROUP-ROWS PIC 9(7).
               10 PROOF-GROUP-TOTAL PIC S9(13)V99 OCCURS 8 TIMES.
       01 PROOF-GROUP-IX PIC 999.
       01 PROOF-GROUP-FOUND PIC 999.
      * printed total lines, kept until the file has been read
       01 PROOF-PRINTED-TABLE.
           05 PROOF-PRINTED-USED PIC 99 VALUE 0.
           05 PROOF-PRINTED OCCURS 50 TIMES.
               10 PROOF-PRINTED-LINE-NO PIC 9(7).
               10 PROOF-PRINTED-KEY PIC X(20).
               10 PROOF-PRINTED-SW PIC X OCCURS 8 TIMES.
               10 PROOF-PRINTED-AMOUNT PIC S9(13)V99 OCCURS 8 TIMES.
       01 PROOF-PRINTED-IX PIC 99.
       01 PROOF-LINE-NO PIC 9(7).
       01 PROOF-ROWS PIC 9(7).
       01 PROOF-SKIPPED PIC 9(7).
       01 PROOF-XFOOT-CHECKED PIC 9(7).
       01 PROOF-DIFFERENCES PIC 9(7).
       01 PROOF-ROW-AMOUNTS.
           05 PROOF-ROW-SW PIC X OCCURS 10 TIMES.
           05 PROOF-ROW-AMOUNT PIC S9(13)V99 OCCURS 10 TIMES.
       01 PROOF-ROW-NUMERIC PIC 99.
       01 PROOF-ROW-KEY PIC X(20).
       01 PROOF-ROW-SUM PIC S9(13)V99.
       01 PROOF-COMPUTED PIC S9(13)V99.
       01 PROOF-DIFFERENCE PIC S9(13)V99.
       01 PROOF-TOTAL-LINE-SW PIC X.
           88 PROOF-TOTAL-LINE VALUE "Y".
       01 PROOF-UPPER-LINE PIC X(200).
       01 PROOF-LINE-END PIC 999.
       01 PROOF-POS PIC 999.
       01 PROOF-FIELD-NO PIC 999.
       01 PROOF-FIELD-LEN PIC 99.
       01 PROOF-FIELD PIC X(40).
       01 PROOF-CHAR PIC X.
       01 PROOF-PREV-CHAR PIC X.
       01 PROOF-EOF-SW PIC X.
           88 PROOF-EOF VALUE "Y".
       01 PROOF-PRINT PIC X(132).
       01 PROOF-AMOUNT-ED PIC --,---,---,---,--9.99.
       01 PROOF-AMOUNT2-ED PIC --,---,---,---,--9.99.
       01 PROOF-DIFF-ED PIC --,---,---,---,--9.99.
       01 PROOF-COUNT-ED PIC Z,ZZZ,ZZ9.
       01 PROOF-LINE-ED PIC ZZZZZZ9.
       PROCEDURE DIVISION.
           DISPLAY "1 - Interactive input"
           DISPLAY "2 - Batch file (calculator/input.txt -> "
               "calculator/output.txt)"
           DISPLAY "3 - Adding-machine tape (calculator/tape.txt)"
           DISPLAY "4 - Column totals and cross-foot of a report file "
               "(-> calculator/proof_report.txt)"
           ACCEPT MODE-CHOICE
           EVALUATE MODE-CHOICE
           WHEN "2"
               PERFORM BatchRun
           WHEN "3"
               PERFORM TapeRun
           WHEN "4"
               PERFORM ProofRun
           WHEN OTHER
               PERFORM InteractiveRun
           END-EVALUATE
           END-IF
           .

      *****************************************************************
      * Adding-machine tape
      *****************************************************************
       TapeRun SECTION.
           DISPLAY "Tape name (ENTER = TAPE):"
           MOVE SPACES TO TAPE-NAME
           ACCEPT TAPE-NAME
           IF TAPE-NAME NOT = SPACES
               AND FUNCTION UPPER-CASE(TAPE-NAME) NOT = "TAPE"
               MOVE function concatenate("calculator/tape_",
                   FUNCTION LOWER-CASE(FUNCTION TRIM(TAPE-NAME)),
                   ".txt") TO TAPE-FILE-NAME
           END-IF
           DISPLAY "Operator:"
           MOVE SPACES TO TAPE-OPERATOR
           ACCEPT TAPE-OPERATOR
           MOVE FUNCTION UPPER-CASE(TAPE-OPERATOR) TO TAPE-OPERATOR
           IF TAPE-OPERATOR = SPACES
               MOVE "UNKNOWN" TO TAPE-OPERATOR
           END-IF
           PERFORM OfferTapeReload
           IF TAPE-DONE
               EXIT SECTION
           END-IF
           DISPLAY "Key an amount to add (12.50 or +12.50), an amount "
               "to take off (-12.50 or 12.50-); an expression works "
               "as well."
           DISPLAY "S subtotal, T total, V n void line n, L list the "
               "tape, Q save and quit."
           PERFORM UNTIL TAPE-DONE
               MOVE SPACES TO TAPE-INPUT
               ACCEPT TAPE-INPUT
               PERFORM HandleTapeInput
           END-PERFORM
           .

      * an existing tape of that name is continued, or replaced by
      * a fresh one; the continuation is noted on the tape
       OfferTapeReload SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TAPE-STAMP
           MOVE 0 TO TAPE-USED
           OPEN INPUT TAPE-DATA
           IF TAPE-FILE-STATUS = "00"
               CLOSE TAPE-DATA
               DISPLAY "A tape is on file as "
                   FUNCTION TRIM(TAPE-FILE-NAME) "."
               DISPLAY "C - continue it, N - start a new tape in its "
                   "place, Q - quit"
               MOVE SPACE TO TAPE-CHOICE
               ACCEPT TAPE-CHOICE
               EVALUATE FUNCTION UPPER-CASE(TAPE-CHOICE)
               WHEN "C"
                   PERFORM LoadTape
                   IF TAPE-DONE
                       EXIT SECTION
                   END-IF
                   PERFORM RecomputeOpenItems
                   MOVE "*" TO TAPE-KEY(TAPE-USED + 1)
                   MOVE function concatenate("CONTINUED BY ",
                       FUNCTION TRIM(TAPE-OPERATOR), " AT ",
                       TAPE-STAMP) TO TAPE-NOTE-TEXT(TAPE-USED + 1)
                   PERFORM AppendTapeLine
                   PERFORM ListTape
                   EXIT SECTION
               WHEN "N"
                   CONTINUE
               WHEN OTHER
                   SET TAPE-DONE TO TRUE
                   EXIT SECTION
               END-EVALUATE
           END-IF
           MOVE TAPE-STAMP TO TAPE-STARTED
           MOVE TAPE-OPERATOR TO TAPE-STARTED-BY
           MOVE 1 TO TAPE-GROUP-START
           MOVE 0 TO TAPE-RUNNING TAPE-ITEMS
           PERFORM SaveTape
           .

       HandleTapeInput SECTION.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(TAPE-INPUT))
               TO TAPE-COMMAND
           EVALUATE TRUE
           WHEN TAPE-COMMAND = SPACES
               CONTINUE
           WHEN TAPE-COMMAND = "Q" OR TAPE-COMMAND = "QUIT"
               PERFORM SaveTape
               DISPLAY "Tape saved as " FUNCTION TRIM(TAPE-FILE-NAME)
               SET TAPE-DONE TO TRUE
           WHEN TAPE-COMMAND = "L"
               PERFORM ListTape
           WHEN TAPE-COMMAND = "S"
               MOVE "S" TO TAPE-KEY(TAPE-USED + 1)
               MOVE TAPE-RUNNING TO TAPE-AMOUNT(TAPE-USED + 1)
               MOVE TAPE-ITEMS TO TAPE-COUNT(TAPE-USED + 1)
               PERFORM AppendTapeLine
           WHEN TAPE-COMMAND = "T"
               MOVE "T" TO TAPE-KEY(TAPE-USED + 1)
               MOVE TAPE-RUNNING TO TAPE-AMOUNT(TAPE-USED + 1)
               MOVE TAPE-ITEMS TO TAPE-COUNT(TAPE-USED + 1)
               PERFORM AppendTapeLine
               IF TAPE-FILE-STATUS = "00"
                   COMPUTE TAPE-GROUP-START = TAPE-USED + 1
                   MOVE 0 TO TAPE-RUNNING TAPE-ITEMS
               END-IF
           WHEN TAPE-COMMAND(1:1) = "V"
               AND TAPE-COMMAND(2:1) NOT NUMERIC
               AND TAPE-COMMAND(2:1) NOT = "."
               PERFORM VoidTapeLine
           WHEN OTHER
               PERFORM ParseTapeEntry
               IF TAPE-ENTRY-VALID
                   MOVE " " TO TAPE-KEY(TAPE-USED + 1)
                   MOVE TAPE-ENTRY-AMOUNT TO TAPE-AMOUNT(TAPE-USED + 1)
                   PERFORM AppendTapeLine
                   IF TAPE-FILE-STATUS = "00"
                       ADD TAPE-ENTRY-AMOUNT TO TAPE-RUNNING
                       ADD 1 TO TAPE-ITEMS
                   END-IF
               ELSE
                   DISPLAY "Not an amount - nothing added."
               END-IF
           END-EVALUATE
           .

      * a leading or trailing minus takes the amount off, a leading
      * plus is the default; what remains goes through CALCEVAL
       ParseTapeEntry SECTION.
           MOVE "N" TO TAPE-ENTRY-SW
           MOVE 0 TO TAPE-ENTRY-AMOUNT
           MOVE "+" TO TAPE-SIGN
           MOVE FUNCTION TRIM(TAPE-INPUT) TO TAPE-COMMAND
           IF TAPE-COMMAND = SPACES
               EXIT SECTION
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(TAPE-COMMAND))
               TO TAPE-LENGTH
           IF TAPE-COMMAND(TAPE-LENGTH:1) = "-"
               MOVE "-" TO TAPE-SIGN
               MOVE SPACE TO TAPE-COMMAND(TAPE-LENGTH:1)
           ELSE
               IF TAPE-COMMAND(1:1) = "-" OR TAPE-COMMAND(1:1) = "+"
                   MOVE TAPE-COMMAND(1:1) TO TAPE-SIGN
                   MOVE SPACE TO TAPE-COMMAND(1:1)
               END-IF
           END-IF
           IF TAPE-COMMAND = SPACES
               EXIT SECTION
           END-IF
           MOVE FUNCTION TRIM(TAPE-COMMAND) TO INPUT-STRING
           PERFORM Calculate
           IF EXPRESSION-VALID
               SET TAPE-ENTRY-VALID TO TRUE
               IF TAPE-SIGN = "-"
                   COMPUTE TAPE-ENTRY-AMOUNT = 0 - RESULT
               ELSE
                   MOVE RESULT TO TAPE-ENTRY-AMOUNT
               END-IF
           END-IF
           .

      * only an item still open (since the last total) can be voided
       VoidTapeLine SECTION.
           MOVE FUNCTION TRIM(TAPE-COMMAND(2:49)) TO TAPE-COMMAND
           IF TAPE-COMMAND = SPACES
               OR FUNCTION TEST-NUMVAL(TAPE-COMMAND) NOT = 0
               DISPLAY "Void needs a line number, e.g. V 12."
               EXIT SECTION
           END-IF
           MOVE FUNCTION NUMVAL(TAPE-COMMAND) TO TAPE-VOID-TARGET
           EVALUATE TRUE
           WHEN TAPE-VOID-TARGET < 1 OR TAPE-VOID-TARGET > TAPE-USED
               DISPLAY "No line " TAPE-VOID-TARGET " on the tape."
           WHEN NOT TAPE-ITEM(TAPE-VOID-TARGET)
               DISPLAY "Line " TAPE-VOID-TARGET " is not an item."
           WHEN TAPE-VOIDED(TAPE-VOID-TARGET)
               DISPLAY "Line " TAPE-VOID-TARGET " is already void."
           WHEN TAPE-VOID-TARGET < TAPE-GROUP-START
               DISPLAY "Line " TAPE-VOID-TARGET " is already in a "
                   "total - key a correcting amount instead."
           WHEN OTHER
               MOVE "V" TO TAPE-KEY(TAPE-USED + 1)
               COMPUTE TAPE-AMOUNT(TAPE-USED + 1) =
                   0 - TAPE-AMOUNT(TAPE-VOID-TARGET)
               MOVE TAPE-VOID-TARGET TO TAPE-COUNT(TAPE-USED + 1)
               PERFORM AppendTapeLine
               IF TAPE-FILE-STATUS = "00"
                   SET TAPE-VOIDED(TAPE-VOID-TARGET) TO TRUE
                   SUBTRACT TAPE-AMOUNT(TAPE-VOID-TARGET)
                       FROM TAPE-RUNNING
                   SUBTRACT 1 FROM TAPE-ITEMS
                   PERFORM SaveTape
               END-IF
           END-EVALUATE
           .

      * the new line is already filled in at TAPE-USED + 1; it is
      * shown, and the tape saved so a break loses nothing
       AppendTapeLine SECTION.
           IF TAPE-USED >= 999
               DISPLAY "The tape is full - total it and start a new "
                   "tape."
               MOVE "34" TO TAPE-FILE-STATUS
               EXIT SECTION
           END-IF
           ADD 1 TO TAPE-USED
           MOVE "N" TO TAPE-VOID-SW(TAPE-USED)
           IF NOT TAPE-SUBTOTAL(TAPE-USED) AND NOT TAPE-TOTAL(TAPE-USED)
               AND NOT TAPE-VOID-LINE(TAPE-USED)
               MOVE 0 TO TAPE-COUNT(TAPE-USED)
           END-IF
           IF NOT TAPE-NOTE(TAPE-USED)
               MOVE SPACES TO TAPE-NOTE-TEXT(TAPE-USED)
           END-IF
           MOVE TAPE-USED TO TAPE-INDEX
           PERFORM FormatTapeLine
           DISPLAY FUNCTION TRIM(TAPE-PRINT-LINE TRAILING)
           PERFORM SaveTape
           .

       FormatTapeLine SECTION.
           MOVE SPACES TO TAPE-PRINT-LINE
           MOVE TAPE-INDEX TO TAPE-LINE-NO
           MOVE TAPE-LINE-NO TO TAPE-PRINT-LINE(1:4)
           IF TAPE-NOTE(TAPE-INDEX)
               MOVE "*" TO TAPE-PRINT-LINE(6:1)
               MOVE TAPE-NOTE-TEXT(TAPE-INDEX) TO TAPE-PRINT-LINE(8:60)
               EXIT SECTION
           END-IF
           MOVE TAPE-AMOUNT(TAPE-INDEX) TO TAPE-AMOUNT-ED
           MOVE TAPE-AMOUNT-ED TO TAPE-PRINT-LINE(6:20)
           IF TAPE-AMOUNT(TAPE-INDEX) < 0
               MOVE "-" TO TAPE-PRINT-LINE(27:1)
           ELSE
               MOVE "+" TO TAPE-PRINT-LINE(27:1)
           END-IF
           MOVE TAPE-KEY(TAPE-INDEX) TO TAPE-PRINT-LINE(28:1)
           MOVE TAPE-COUNT(TAPE-INDEX) TO TAPE-COUNT-ED
           EVALUATE TRUE
           WHEN TAPE-VOIDED(TAPE-INDEX)
               MOVE "VOID" TO TAPE-PRINT-LINE(30:4)
           WHEN TAPE-SUBTOTAL(TAPE-INDEX)
               MOVE function concatenate("SUBTOTAL  ITEMS ",
                   TAPE-COUNT-ED) TO TAPE-PRINT-LINE(30:30)
           WHEN TAPE-TOTAL(TAPE-INDEX)
               MOVE function concatenate("TOTAL     ITEMS ",
                   TAPE-COUNT-ED) TO TAPE-PRINT-LINE(30:30)
           WHEN TAPE-VOID-LINE(TAPE-INDEX)
               MOVE function concatenate("VOID OF LINE ",
                   TAPE-COUNT(TAPE-INDEX)) TO TAPE-PRINT-LINE(30:30)
           END-EVALUATE
           .

       ListTape SECTION.
           PERFORM VARYING TAPE-INDEX FROM 1 BY 1
               UNTIL TAPE-INDEX > TAPE-USED
               PERFORM FormatTapeLine
               DISPLAY FUNCTION TRIM(TAPE-PRINT-LINE TRAILING)
           END-PERFORM
           MOVE TAPE-RUNNING TO TAPE-AMOUNT-ED
           MOVE TAPE-ITEMS TO TAPE-COUNT-ED
           IF TAPE-RUNNING < 0
               DISPLAY "     " TAPE-AMOUNT-ED " -  OPEN ITEMS "
                   TAPE-COUNT-ED
           ELSE
               DISPLAY "     " TAPE-AMOUNT-ED " +  OPEN ITEMS "
                   TAPE-COUNT-ED
           END-IF
           .

      * header, every tape line, trailer with the open items and the
      * time of the save
       SaveTape SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TAPE-STAMP
           OPEN OUTPUT TAPE-DATA
           IF TAPE-FILE-STATUS NOT = "00"
               MOVE "CA0005" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "UNABLE TO WRITE ", FUNCTION TRIM(TAPE-FILE-NAME),
                   ", STATUS=", TAPE-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE function concatenate("* TAPE ",
               FUNCTION TRIM(TAPE-FILE-NAME), "  OPERATOR ",
               TAPE-STARTED-BY, "  STARTED ", TAPE-STARTED)
               TO TAPE-PRINT-LINE
           WRITE TAPE-DATA-F FROM TAPE-PRINT-LINE
           PERFORM VARYING TAPE-INDEX FROM 1 BY 1
               UNTIL TAPE-INDEX > TAPE-USED
               PERFORM FormatTapeLine
               WRITE TAPE-DATA-F FROM TAPE-PRINT-LINE
           END-PERFORM
           MOVE TAPE-RUNNING TO TAPE-AMOUNT-ED
           MOVE TAPE-ITEMS TO TAPE-COUNT-ED
           MOVE function concatenate("* END OF TAPE  OPEN ITEMS ",
               FUNCTION TRIM(TAPE-COUNT-ED), "  RUNNING ",
               FUNCTION TRIM(TAPE-AMOUNT-ED)) TO TAPE-PRINT-LINE
           IF TAPE-RUNNING < 0
               MOVE function concatenate(
                   FUNCTION TRIM(TAPE-PRINT-LINE), " -") TO
                   TAPE-PRINT-LINE
           END-IF
           MOVE function concatenate(
               FUNCTION TRIM(TAPE-PRINT-LINE TRAILING),
               "  SAVED ", TAPE-STAMP) TO TAPE-PRINT-LINE
           WRITE TAPE-DATA-F FROM TAPE-PRINT-LINE
           CLOSE TAPE-DATA
           .

      * reads a saved tape back - numbered lines are the tape, the
      * header gives the first operator and the start time, notes
      * are kept, the trailer is rebuilt at the next save
       LoadTape SECTION.
           OPEN INPUT TAPE-DATA
           IF TAPE-FILE-STATUS NOT = "00"
               MOVE "CA0006" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "UNABLE TO READ ", FUNCTION TRIM(TAPE-FILE-NAME),
                   ", STATUS=", TAPE-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               SET TAPE-DONE TO TRUE
               EXIT SECTION
           END-IF
           MOVE "N" TO TAPE-EOF-SW
           PERFORM UNTIL TAPE-EOF
               READ TAPE-DATA
                   AT END SET TAPE-EOF TO TRUE
                   NOT AT END PERFORM LoadTapeLine
               END-READ
           END-PERFORM
           CLOSE TAPE-DATA
           IF TAPE-STARTED = SPACES
               MOVE TAPE-STAMP TO TAPE-STARTED
           END-IF
           .

       LoadTapeLine SECTION.
           EVALUATE TRUE
           WHEN TAPE-FILE-LINE(1:7) = "* TAPE "
               PERFORM VARYING TAPE-INDEX FROM 1 BY 1
                   UNTIL TAPE-INDEX > 60
                   OR TAPE-FILE-LINE(TAPE-INDEX:8) = "STARTED "
                   CONTINUE
               END-PERFORM
               IF TAPE-INDEX <= 60
                   MOVE TAPE-FILE-LINE(TAPE-INDEX + 8:14)
                       TO TAPE-STARTED
                   MOVE TAPE-FILE-LINE(TAPE-INDEX - 10:8)
                       TO TAPE-STARTED-BY
               END-IF
           WHEN TAPE-FILE-LINE(1:14) = "* END OF TAPE "
               CONTINUE
           WHEN TAPE-FILE-LINE(1:4) IS NUMERIC
               AND TAPE-FILE-LINE(6:1) = "*" AND TAPE-USED < 999
               ADD 1 TO TAPE-USED
               INITIALIZE TAPE-ENTRY(TAPE-USED)
               MOVE "*" TO TAPE-KEY(TAPE-USED)
               MOVE TAPE-FILE-LINE(8:60) TO TAPE-NOTE-TEXT(TAPE-USED)
           WHEN TAPE-FILE-LINE(1:4) IS NUMERIC AND TAPE-USED < 999
               ADD 1 TO TAPE-USED
               INITIALIZE TAPE-ENTRY(TAPE-USED)
               MOVE TAPE-FILE-LINE(28:1) TO TAPE-KEY(TAPE-USED)
               MOVE "N" TO TAPE-VOID-SW(TAPE-USED)
               COMPUTE TAPE-AMOUNT(TAPE-USED) =
                   FUNCTION NUMVAL-C(TAPE-FILE-LINE(6:20))
               IF TAPE-FILE-LINE(27:1) = "-"
                   COMPUTE TAPE-AMOUNT(TAPE-USED) =
                       0 - TAPE-AMOUNT(TAPE-USED)
               END-IF
               EVALUATE TRUE
               WHEN TAPE-FILE-LINE(30:4) = "VOID"
                   AND TAPE-ITEM(TAPE-USED)
                   SET TAPE-VOIDED(TAPE-USED) TO TRUE
               WHEN TAPE-FILE-LINE(30:5) = "SUBTO"
                   OR TAPE-FILE-LINE(30:5) = "TOTAL"
                   MOVE FUNCTION NUMVAL(TAPE-FILE-LINE(46:4))
                       TO TAPE-COUNT(TAPE-USED)
               WHEN TAPE-FILE-LINE(30:13) = "VOID OF LINE "
                   MOVE TAPE-FILE-LINE(43:4) TO TAPE-COUNT(TAPE-USED)
               END-EVALUATE
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

      * the open items are those after the last total
       RecomputeOpenItems SECTION.
           MOVE 1 TO TAPE-GROUP-START
           MOVE 0 TO TAPE-RUNNING TAPE-ITEMS
           PERFORM VARYING TAPE-INDEX FROM 1 BY 1
               UNTIL TAPE-INDEX > TAPE-USED
               EVALUATE TRUE
               WHEN TAPE-TOTAL(TAPE-INDEX)
                   COMPUTE TAPE-GROUP-START = TAPE-INDEX + 1
                   MOVE 0 TO TAPE-RUNNING TAPE-ITEMS
               WHEN TAPE-ITEM(TAPE-INDEX)
                   AND NOT TAPE-VOIDED(TAPE-INDEX)
                   ADD TAPE-AMOUNT(TAPE-INDEX) TO TAPE-RUNNING
                   ADD 1 TO TAPE-ITEMS
               END-EVALUATE
           END-PERFORM
           .

      *****************************************************************
      * Column totals and cross-foot of a report file
      *****************************************************************
       ProofRun SECTION.
           PERFORM AskProofSpec
           IF NOT PROOF-SPEC-OK
               EXIT SECTION
           END-IF
           OPEN INPUT PROOF-DATA
           IF PROOF-FILE-STATUS NOT = "00"
               MOVE "CA0007" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "UNABLE TO READ ", FUNCTION TRIM(PROOF-FILE-NAME),
                   ", STATUS=", PROOF-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           OPEN OUTPUT PROOF-REPORT-DATA
           IF PROOF-REPORT-STATUS NOT = "00"
               CLOSE PROOF-DATA
               MOVE "CA0007" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "UNABLE TO WRITE calculator/proof_report.txt, ",
                   "STATUS=", PROOF-REPORT-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE 0 TO PROOF-LINE-NO PROOF-ROWS PROOF-SKIPPED
               PROOF-XFOOT-CHECKED PROOF-DIFFERENCES
               PROOF-GROUP-USED PROOF-PRINTED-USED
           PERFORM VARYING PROOF-COL-IX FROM 1 BY 1
               UNTIL PROOF-COL-IX > 8
               MOVE 0 TO PROOF-COL-TOTAL(PROOF-COL-IX)
           END-PERFORM
           MOVE function concatenate("PROOF OF ",
               FUNCTION TRIM(PROOF-FILE-NAME), "  ",
               FUNCTION CURRENT-DATE(1:8), " ",
               FUNCTION CURRENT-DATE(9:6)) TO PROOF-PRINT
           PERFORM WriteProofLine
           MOVE "N" TO PROOF-EOF-SW
           PERFORM UNTIL PROOF-EOF
               READ PROOF-DATA
                   AT END SET PROOF-EOF TO TRUE
                   NOT AT END PERFORM ProveLine
               END-READ
           END-PERFORM
           CLOSE PROOF-DATA
           PERFORM ReportProofTotals
           PERFORM ComparePrintedTotals
           MOVE PROOF-DIFFERENCES TO PROOF-COUNT-ED
           MOVE function concatenate("DIFFERENCES: ",
               FUNCTION TRIM(PROOF-COUNT-ED)) TO PROOF-PRINT
           PERFORM WriteProofLine
           CLOSE PROOF-REPORT-DATA
           MOVE "CA0008" TO MSG-ID
           IF PROOF-DIFFERENCES = 0
               MOVE "I" TO MSG-SEVERITY
               MOVE function concatenate("PROOF OF ",
                   FUNCTION TRIM(PROOF-FILE-NAME), " AGREES")
                   TO MSG-TEXT
           ELSE
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate("PROOF OF ",
                   FUNCTION TRIM(PROOF-FILE-NAME), " SHOWS ",
                   FUNCTION TRIM(PROOF-COUNT-ED), " DIFFERENCES")
                   TO MSG-TEXT
           END-IF
           PERFORM LogMessage
           IF PROOF-DIFFERENCES > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

       AskProofSpec SECTION.
           MOVE "N" TO PROOF-SPEC-OK-SW
           DISPLAY "Report file to prove (e.g. batchprocess/output.csv)"
           MOVE SPACES TO PROOF-FILE-NAME
           ACCEPT PROOF-FILE-NAME
           IF PROOF-FILE-NAME = SPACES
               EXIT SECTION
           END-IF
           DISPLAY "Layout: the delimiter character (e.g. , ; |), "
               "S for blank-separated words, F for fixed columns"
           MOVE SPACES TO PROOF-ANSWER
           ACCEPT PROOF-ANSWER
           EVALUATE TRUE
           WHEN FUNCTION UPPER-CASE(PROOF-ANSWER) = "F"
               MOVE "F" TO PROOF-LAYOUT
           WHEN FUNCTION UPPER-CASE(PROOF-ANSWER) = "S"
               OR PROOF-ANSWER = SPACES
               MOVE "S" TO PROOF-LAYOUT
           WHEN OTHER
               MOVE "D" TO PROOF-LAYOUT
               MOVE PROOF-ANSWER(1:1) TO PROOF-DELIMITER
           END-EVALUATE
           IF PROOF-FIXED
               DISPLAY "Columns to total as start:length, up to 8 "
                   "(e.g. 40:18 60:18)"
           ELSE
               DISPLAY "Columns to total as field numbers, up to 8 "
                   "(e.g. 4 or 3 5)"
           END-IF
           MOVE SPACES TO PROOF-ANSWER
           ACCEPT PROOF-ANSWER
           MOVE SPACES TO PROOF-WORDS
           UNSTRING PROOF-ANSWER DELIMITED BY ALL SPACE
               INTO PROOF-WORD(1) PROOF-WORD(2) PROOF-WORD(3)
                   PROOF-WORD(4) PROOF-WORD(5) PROOF-WORD(6)
                   PROOF-WORD(7) PROOF-WORD(8)
           END-UNSTRING
           IF PROOF-WORD(1) = SPACES
               MOVE PROOF-WORD(2) TO PROOF-WORD(1)
               MOVE SPACES TO PROOF-WORD(2)
           END-IF
           MOVE 0 TO PROOF-COLUMNS
           PERFORM VARYING PROOF-WORD-INDEX FROM 1 BY 1
               UNTIL PROOF-WORD-INDEX > 8
               IF PROOF-WORD(PROOF-WORD-INDEX) NOT = SPACES
                   ADD 1 TO PROOF-COLUMNS
                   MOVE PROOF-COLUMNS TO PROOF-COL-IX
                   MOVE PROOF-WORD(PROOF-WORD-INDEX) TO PROOF-ANSWER
                   PERFORM ParseProofColumn
                   IF NOT PROOF-SPEC-OK
                       EXIT SECTION
                   END-IF
               END-IF
           END-PERFORM
           IF PROOF-COLUMNS = 0
               DISPLAY "No column to total."
               MOVE "N" TO PROOF-SPEC-OK-SW
               EXIT SECTION
           END-IF
           DISPLAY "Key column to total by, e.g. bank or currency "
               "(ENTER = none)"
           MOVE SPACES TO PROOF-ANSWER
           ACCEPT PROOF-ANSWER
           MOVE "N" TO PROOF-KEY-SW
           IF PROOF-ANSWER NOT = SPACES
               MOVE PROOF-KEY-IX TO PROOF-COL-IX
               PERFORM ParseProofColumn
               IF NOT PROOF-SPEC-OK
                   EXIT SECTION
               END-IF
               SET PROOF-KEYED TO TRUE
           END-IF
           DISPLAY "Total column each row must cross-foot to - the "
               "sum of the columns above (ENTER = none)"
           MOVE SPACES TO PROOF-ANSWER
           ACCEPT PROOF-ANSWER
           MOVE "N" TO PROOF-XFOOT-SW
           IF PROOF-ANSWER NOT = SPACES
               MOVE PROOF-XFOOT-IX TO PROOF-COL-IX
               PERFORM ParseProofColumn
               IF NOT PROOF-SPEC-OK
                   EXIT SECTION
               END-IF
               SET PROOF-XFOOTED TO TRUE
           END-IF
           DISPLAY "Text that marks the printed total lines "
               "(ENTER = TOTAL)"
           MOVE SPACES TO PROOF-ANSWER
           ACCEPT PROOF-ANSWER
           IF PROOF-ANSWER = SPACES
               MOVE "TOTAL" TO PROOF-ANSWER
           END-IF
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(PROOF-ANSWER))
               TO PROOF-MARKER
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PROOF-MARKER))
               TO PROOF-MARKER-LENGTH
           .

      * PROOF-ANSWER holds one column as a field number or as
      * start:length; it is stored at PROOF-COL-IX
       ParseProofColumn SECTION.
           MOVE "N" TO PROOF-SPEC-OK-SW
           MOVE FUNCTION TRIM(PROOF-ANSWER) TO PROOF-COL-LABEL
               (PROOF-COL-IX)
           MOVE 0 TO PROOF-COL-FIELD(PROOF-COL-IX)
               PROOF-COL-START(PROOF-COL-IX)
               PROOF-COL-LENGTH(PROOF-COL-IX)
           IF PROOF-FIXED
               MOVE SPACES TO PROOF-WORK-START PROOF-WORK-LENGTH
               UNSTRING PROOF-ANSWER DELIMITED BY ":" OR ALL SPACE
                   INTO PROOF-WORK-START PROOF-WORK-LENGTH
               END-UNSTRING
               IF PROOF-WORK-START = SPACES
                   OR PROOF-WORK-LENGTH = SPACES
                   OR FUNCTION TEST-NUMVAL(PROOF-WORK-START) NOT = 0
                   OR FUNCTION TEST-NUMVAL(PROOF-WORK-LENGTH) NOT = 0
                   DISPLAY "Not a start:length column: "
                       FUNCTION TRIM(PROOF-ANSWER)
                   EXIT SECTION
               END-IF
               MOVE FUNCTION NUMVAL(PROOF-WORK-START)
                   TO PROOF-COL-START(PROOF-COL-IX)
               MOVE FUNCTION NUMVAL(PROOF-WORK-LENGTH)
                   TO PROOF-COL-LENGTH(PROOF-COL-IX)
               IF PROOF-COL-START(PROOF-COL-IX) < 1
                   OR PROOF-COL-LENGTH(PROOF-COL-IX) < 1
                   OR PROOF-COL-LENGTH(PROOF-COL-IX) > 40
                   OR PROOF-COL-START(PROOF-COL-IX)
                       + PROOF-COL-LENGTH(PROOF-COL-IX) > 201
                   DISPLAY "Column outside the line: "
                       FUNCTION TRIM(PROOF-ANSWER)
                   EXIT SECTION
               END-IF
           ELSE
               IF FUNCTION TEST-NUMVAL(PROOF-ANSWER) NOT = 0
                   DISPLAY "Not a field number: "
                       FUNCTION TRIM(PROOF-ANSWER)
                   EXIT SECTION
               END-IF
               MOVE FUNCTION NUMVAL(PROOF-ANSWER)
                   TO PROOF-COL-FIELD(PROOF-COL-IX)
               IF PROOF-COL-FIELD(PROOF-COL-IX) < 1
                   DISPLAY "Not a field number: "
                       FUNCTION TRIM(PROOF-ANSWER)
                   EXIT SECTION
               END-IF
           END-IF
           SET PROOF-SPEC-OK TO TRUE
           .

      * a detail row is added to the totals and cross-footed; a
      * printed total line is cross-footed and kept for comparison;
      * a line with no amount in the chosen columns (headings,
      * blank lines) is passed over
      * a paged report starts each new sheet with a form feed in
      * column 1; its page headers and END OF REPORT trailer are
      * not report rows
       ProveLine SECTION.
           ADD 1 TO PROOF-LINE-NO
           IF PROOF-LINE(1:1) = X'0C'
               MOVE SPACE TO PROOF-LINE(1:1)
           END-IF
           IF PROOF-LINE(1:1) = SPACE
               AND (PROOF-LINE(75:5) = 'PAGE '
                   OR PROOF-LINE(2:8) = 'PROGRAM '
                   OR PROOF-LINE(2:10) = ALL '-')
               OR PROOF-LINE(1:18) = '*** END OF REPORT '
               ADD 1 TO PROOF-SKIPPED
               EXIT SECTION
           END-IF
           MOVE 0 TO PROOF-ROW-NUMERIC
           PERFORM VARYING PROOF-COL-IX FROM 1 BY 1
               UNTIL PROOF-COL-IX > PROOF-COLUMNS
               PERFORM ProofColumnAmount
               IF PROOF-ROW-SW(PROOF-COL-IX) = "Y"
                   ADD 1 TO PROOF-ROW-NUMERIC
               END-IF
           END-PERFORM
           IF PROOF-ROW-NUMERIC = 0
               ADD 1 TO PROOF-SKIPPED
               EXIT SECTION
           END-IF
           MOVE SPACES TO PROOF-ROW-KEY
           IF PROOF-KEYED
               MOVE PROOF-KEY-IX TO PROOF-COL-IX
               PERFORM ExtractProofField
               MOVE FUNCTION TRIM(PROOF-FIELD) TO PROOF-ROW-KEY
           END-IF
           IF PROOF-XFOOTED
               MOVE PROOF-XFOOT-IX TO PROOF-COL-IX
               PERFORM ProofColumnAmount
               PERFORM CrossFootRow
           END-IF
           MOVE "N" TO PROOF-TOTAL-LINE-SW
           MOVE FUNCTION UPPER-CASE(PROOF-LINE) TO PROOF-UPPER-LINE
           PERFORM VARYING PROOF-POS FROM 1 BY 1
               UNTIL PROOF-POS > 201 - PROOF-MARKER-LENGTH
               OR PROOF-TOTAL-LINE
               IF PROOF-UPPER-LINE(PROOF-POS:PROOF-MARKER-LENGTH)
                   = PROOF-MARKER(1:PROOF-MARKER-LENGTH)
                   SET PROOF-TOTAL-LINE TO TRUE
               END-IF
           END-PERFORM
           IF PROOF-TOTAL-LINE
               PERFORM KeepPrintedTotal
               EXIT SECTION
           END-IF
           ADD 1 TO PROOF-ROWS
           PERFORM FindProofGroup
           IF PROOF-GROUP-FOUND > 0
               ADD 1 TO PROOF-GROUP-ROWS(PROOF-GROUP-FOUND)
           END-IF
           PERFORM VARYING PROOF-COL-IX FROM 1 BY 1
               UNTIL PROOF-COL-IX > PROOF-COLUMNS
               ADD PROOF-ROW-AMOUNT(PROOF-COL-IX)
                   TO PROOF-COL-TOTAL(PROOF-COL-IX)
               IF PROOF-GROUP-FOUND > 0
                   ADD PROOF-ROW-AMOUNT(PROOF-COL-IX) TO
                       PROOF-GROUP-TOTAL(PROOF-GROUP-FOUND,
                           PROOF-COL-IX)
               END-IF
           END-PERFORM
           .

      * the amount in column PROOF-COL-IX of the current line;
      * blanks and text count as not numeric and add nothing
       ProofColumnAmount SECTION.
           MOVE "N" TO PROOF-ROW-SW(PROOF-COL-IX)
           MOVE 0 TO PROOF-ROW-AMOUNT(PROOF-COL-IX)
           PERFORM ExtractProofField
           IF PROOF-FIELD NOT = SPACES
               AND FUNCTION TEST-NUMVAL-C(FUNCTION TRIM(PROOF-FIELD))
                   = 0
               MOVE "Y" TO PROOF-ROW-SW(PROOF-COL-IX)
               COMPUTE PROOF-ROW-AMOUNT(PROOF-COL-IX) =
                   FUNCTION NUMVAL-C(FUNCTION TRIM(PROOF-FIELD))
           END-IF
           .

      * column PROOF-COL-IX of the current line into PROOF-FIELD
       ExtractProofField SECTION.
           MOVE SPACES TO PROOF-FIELD
           IF PROOF-FIXED
               MOVE PROOF-LINE(PROOF-COL-START(PROOF-COL-IX):
                   PROOF-COL-LENGTH(PROOF-COL-IX)) TO PROOF-FIELD
               EXIT SECTION
           END-IF
           MOVE FUNCTION LENGTH(FUNCTION TRIM(PROOF-LINE TRAILING))
               TO PROOF-LINE-END
           MOVE 1 TO PROOF-FIELD-NO PROOF-POS
           MOVE 0 TO PROOF-FIELD-LEN
           IF PROOF-BLANKS
               PERFORM UNTIL PROOF-POS > PROOF-LINE-END
                   OR PROOF-LINE(PROOF-POS:1) NOT = SPACE
                   ADD 1 TO PROOF-POS
               END-PERFORM
           END-IF
           MOVE SPACE TO PROOF-PREV-CHAR
           PERFORM UNTIL PROOF-POS > PROOF-LINE-END
               OR PROOF-FIELD-NO > PROOF-COL-FIELD(PROOF-COL-IX)
               MOVE PROOF-LINE(PROOF-POS:1) TO PROOF-CHAR
               EVALUATE TRUE
               WHEN PROOF-BLANKS AND PROOF-CHAR = SPACE
                   IF PROOF-PREV-CHAR NOT = SPACE
                       ADD 1 TO PROOF-FIELD-NO
                   END-IF
               WHEN PROOF-DELIMITED AND PROOF-CHAR = PROOF-DELIMITER
                   ADD 1 TO PROOF-FIELD-NO
               WHEN PROOF-FIELD-NO = PROOF-COL-FIELD(PROOF-COL-IX)
                   AND PROOF-FIELD-LEN < 40
                   ADD 1 TO PROOF-FIELD-LEN
                   MOVE PROOF-CHAR TO PROOF-FIELD(PROOF-FIELD-LEN:1)
               END-EVALUATE
               MOVE PROOF-CHAR TO PROOF-PREV-CHAR
               ADD 1 TO PROOF-POS
           END-PERFORM
           .

      * the columns totalled must add up to the total column
       CrossFootRow SECTION.
           MOVE 0 TO PROOF-ROW-SUM
           PERFORM VARYING PROOF-COL-IX FROM 1 BY 1
               UNTIL PROOF-COL-IX > PROOF-COLUMNS
               ADD PROOF-ROW-AMOUNT(PROOF-COL-IX) TO PROOF-ROW-SUM
           END-PERFORM
           ADD 1 TO PROOF-XFOOT-CHECKED
           IF PROOF-ROW-SUM = PROOF-ROW-AMOUNT(PROOF-XFOOT-IX)
               EXIT SECTION
           END-IF
           ADD 1 TO PROOF-DIFFERENCES
           COMPUTE PROOF-DIFFERENCE =
               PROOF-ROW-AMOUNT(PROOF-XFOOT-IX) - PROOF-ROW-SUM
           MOVE PROOF-LINE-NO TO PROOF-LINE-ED
           MOVE PROOF-ROW-SUM TO PROOF-AMOUNT-ED
           MOVE PROOF-ROW-AMOUNT(PROOF-XFOOT-IX) TO PROOF-AMOUNT2-ED
           MOVE PROOF-DIFFERENCE TO PROOF-DIFF-ED
           MOVE function concatenate("LINE ", PROOF-LINE-ED,
               " CROSS-FOOT  COLUMNS ", PROOF-AMOUNT-ED,
               "  TOTAL COLUMN ", PROOF-AMOUNT2-ED,
               "  DIFF ", FUNCTION TRIM(PROOF-DIFF-ED)) TO PROOF-PRINT
           PERFORM WriteProofLine
           .

       KeepPrintedTotal SECTION.
           IF PROOF-PRINTED-USED >= 50
               MOVE PROOF-LINE-NO TO PROOF-LINE-ED
               MOVE function concatenate("LINE ", PROOF-LINE-ED,
                   " TOTAL LINE NOT COMPARED - MORE THAN 50 IN FILE")
                   TO PROOF-PRINT
               PERFORM WriteProofLine
               ADD 1 TO PROOF-DIFFERENCES
               EXIT SECTION
           END-IF
           ADD 1 TO PROOF-PRINTED-USED
           MOVE PROOF-LINE-NO TO PROOF-PRINTED-LINE-NO
               (PROOF-PRINTED-USED)
           MOVE PROOF-ROW-KEY TO PROOF-PRINTED-KEY(PROOF-PRINTED-USED)
           PERFORM VARYING PROOF-COL-IX FROM 1 BY 1
               UNTIL PROOF-COL-IX > 8
               MOVE PROOF-ROW-SW(PROOF-COL-IX) TO
                   PROOF-PRINTED-SW(PROOF-PRINTED-USED, PROOF-COL-IX)
               MOVE PROOF-ROW-AMOUNT(PROOF-COL-IX) TO
                   PROOF-PRINTED-AMOUNT(PROOF-PRINTED-USED,
                       PROOF-COL-IX)
           END-PERFORM
           .

      * PROOF-ROW-KEY into PROOF-GROUP-FOUND, adding it if new
      * (0 when the file is not keyed or the table is full)
       FindProofGroup SECTION.
           MOVE 0 TO PROOF-GROUP-FOUND
           IF NOT PROOF-KEYED
               EXIT SECTION
           END-IF
           PERFORM VARYING PROOF-GROUP-IX FROM 1 BY 1
               UNTIL PROOF-GROUP-IX > PROOF-GROUP-USED
               OR PROOF-GROUP-FOUND > 0
               IF PROOF-GROUP-KEY(PROOF-GROUP-IX) = PROOF-ROW-KEY
                   MOVE PROOF-GROUP-IX TO PROOF-GROUP-FOUND
               END-IF
           END-PERFORM
           IF PROOF-GROUP-FOUND > 0 OR PROOF-GROUP-USED >= 200
               EXIT SECTION
           END-IF
           ADD 1 TO PROOF-GROUP-USED
           MOVE PROOF-GROUP-USED TO PROOF-GROUP-FOUND
           MOVE PROOF-ROW-KEY TO PROOF-GROUP-KEY(PROOF-GROUP-FOUND)
           MOVE 0 TO PROOF-GROUP-ROWS(PROOF-GROUP-FOUND)
           PERFORM VARYING PROOF-COL-IX FROM 1 BY 1
               UNTIL PROOF-COL-IX > 8
               MOVE 0 TO PROOF-GROUP-TOTAL(PROOF-GROUP-FOUND,
                   PROOF-COL-IX)
           END-PERFORM
           .

       ReportProofTotals SECTION.
           MOVE PROOF-ROWS TO PROOF-COUNT-ED
           MOVE function concatenate("DETAIL ROWS ",
               FUNCTION TRIM(PROOF-COUNT-ED)) TO PROOF-PRINT
           MOVE PROOF-PRINTED-USED TO PROOF-COUNT-ED
           MOVE function concatenate(FUNCTION TRIM(PROOF-PRINT),
               "  TOTAL LINES ", FUNCTION TRIM(PROOF-COUNT-ED))
               TO PROOF-PRINT
           MOVE PROOF-SKIPPED TO PROOF-COUNT-ED
           MOVE function concatenate(FUNCTION TRIM(PROOF-PRINT),
               "  OTHER LINES ", FUNCTION TRIM(PROOF-COUNT-ED))
               TO PROOF-PRINT
           PERFORM WriteProofLine
           IF PROOF-XFOOTED
               MOVE PROOF-XFOOT-CHECKED TO PROOF-COUNT-ED
               MOVE function concatenate("ROWS CROSS-FOOTED TO COLUMN ",
                   FUNCTION TRIM(PROOF-COL-LABEL(PROOF-XFOOT-IX)),
                   ": ", FUNCTION TRIM(PROOF-COUNT-ED)) TO PROOF-PRINT
               PERFORM WriteProofLine
           END-IF
           PERFORM VARYING PROOF-GROUP-IX FROM 1 BY 1
               UNTIL PROOF-GROUP-IX > PROOF-GROUP-USED
               MOVE PROOF-GROUP-ROWS(PROOF-GROUP-IX) TO PROOF-COUNT-ED
               MOVE function concatenate("  ",
                   PROOF-GROUP-KEY(PROOF-GROUP-IX), " ROWS ",
                   FUNCTION TRIM(PROOF-COUNT-ED)) TO PROOF-PRINT
               PERFORM WriteProofLine
               PERFORM VARYING PROOF-COL-IX FROM 1 BY 1
                   UNTIL PROOF-COL-IX > PROOF-COLUMNS
                   MOVE PROOF-GROUP-TOTAL(PROOF-GROUP-IX, PROOF-COL-IX)
                       TO PROOF-AMOUNT-ED
                   MOVE function concatenate("  ",
                       PROOF-GROUP-KEY(PROOF-GROUP-IX), " COLUMN ",
                       PROOF-COL-LABEL(PROOF-COL-IX), PROOF-AMOUNT-ED)
                       TO PROOF-PRINT
                   PERFORM WriteProofLine
               END-PERFORM
           END-PERFORM
           PERFORM VARYING PROOF-COL-IX FROM 1 BY 1
               UNTIL PROOF-COL-IX > PROOF-COLUMNS
               MOVE PROOF-COL-TOTAL(PROOF-COL-IX) TO PROOF-AMOUNT-ED
               MOVE function concatenate("  ", "FILE TOTAL          ",
                   " COLUMN ", PROOF-COL-LABEL(PROOF-COL-IX),
                   PROOF-AMOUNT-ED) TO PROOF-PRINT
               PERFORM WriteProofLine
           END-PERFORM
           .

      * every amount on a printed total line against the computed
      * total of its group, or of the file
       ComparePrintedTotals SECTION.
           PERFORM VARYING PROOF-PRINTED-IX FROM 1 BY 1
               UNTIL PROOF-PRINTED-IX > PROOF-PRINTED-USED
               MOVE PROOF-PRINTED-KEY(PROOF-PRINTED-IX)
                   TO PROOF-ROW-KEY
               MOVE 0 TO PROOF-GROUP-FOUND
               IF PROOF-KEYED AND PROOF-ROW-KEY NOT = SPACES
                   PERFORM VARYING PROOF-GROUP-IX FROM 1 BY 1
                       UNTIL PROOF-GROUP-IX > PROOF-GROUP-USED
                       OR PROOF-GROUP-FOUND > 0
                       IF PROOF-GROUP-KEY(PROOF-GROUP-IX)
                           = PROOF-ROW-KEY
                           MOVE PROOF-GROUP-IX TO PROOF-GROUP-FOUND
                       END-IF
                   END-PERFORM
               END-IF
               PERFORM VARYING PROOF-COL-IX FROM 1 BY 1
                   UNTIL PROOF-COL-IX > PROOF-COLUMNS
                   IF PROOF-PRINTED-SW(PROOF-PRINTED-IX, PROOF-COL-IX)
                       = "Y"
                       PERFORM CompareOnePrintedTotal
                   END-IF
               END-PERFORM
           END-PERFORM
           .

       CompareOnePrintedTotal SECTION.
           IF PROOF-GROUP-FOUND > 0
               MOVE PROOF-GROUP-TOTAL(PROOF-GROUP-FOUND, PROOF-COL-IX)
                   TO PROOF-COMPUTED
           ELSE
               MOVE PROOF-COL-TOTAL(PROOF-COL-IX) TO PROOF-COMPUTED
           END-IF
           COMPUTE PROOF-DIFFERENCE =
               PROOF-PRINTED-AMOUNT(PROOF-PRINTED-IX, PROOF-COL-IX)
               - PROOF-COMPUTED
           MOVE PROOF-PRINTED-LINE-NO(PROOF-PRINTED-IX)
               TO PROOF-LINE-ED
           MOVE PROOF-PRINTED-AMOUNT(PROOF-PRINTED-IX, PROOF-COL-IX)
               TO PROOF-AMOUNT-ED
           MOVE PROOF-COMPUTED TO PROOF-AMOUNT2-ED
           IF PROOF-DIFFERENCE = 0
               MOVE function concatenate("LINE ", PROOF-LINE-ED,
                   " COLUMN ", PROOF-COL-LABEL(PROOF-COL-IX),
                   " PRINTED ", PROOF-AMOUNT-ED, " AGREES")
                   TO PROOF-PRINT
           ELSE
               ADD 1 TO PROOF-DIFFERENCES
               MOVE PROOF-DIFFERENCE TO PROOF-DIFF-ED
               MOVE function concatenate("LINE ", PROOF-LINE-ED,
                   " COLUMN ", PROOF-COL-LABEL(PROOF-COL-IX),
                   " PRINTED ", PROOF-AMOUNT-ED, "  COMPUTED ",
                   PROOF-AMOUNT2-ED, "  DIFF ",
                   FUNCTION TRIM(PROOF-DIFF-ED))
                   TO PROOF-PRINT
           END-IF
           PERFORM WriteProofLine
           .

       WriteProofLine SECTION.
           DISPLAY FUNCTION TRIM(PROOF-PRINT TRAILING)
           WRITE PROOF-REPORT-F FROM PROOF-PRINT
           MOVE SPACES TO PROOF-PRINT
           .

       Calculate SECTION.
           MOVE INPUT-STRING TO CE-EXPRESSION
           CALL "CALCEVAL" USING CE-REQUEST REGISTERS
