             "fizzbuzz/progress_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROGRESS-FILE-STATUS.
           SELECT EXAM-DATA ASSIGN TO
             "fizzbuzz/exams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXAM-FILE-STATUS.
           SELECT CERTIFICATE-DATA ASSIGN TO CERTIFICATE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CERT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD TRAINING-LOG-DATA.
           FD PROGRESS-DATA.
           01 PROGRESS-F.
            05 PROGRESS-LINE PIC X(100).
      * exam sittings (fizzbuzz/exams.txt) - one line per exam, lines
      * starting with * are comments: exam id, up to three divisors
      * with their words (divisor 00 = not used), time limit in
      * minutes, pass mark in percent, days a failed trainee waits
      * before a resit, then the question numbers separated by blanks
           FD EXAM-DATA.
           01 EXAM-F.
            05 EX-ID-F PIC X(8).
            05 FILLER PIC X(1).
            05 EX-D1-F PIC X(2).
            05 FILLER PIC X(1).
            05 EX-W1-F PIC X(10).
            05 FILLER PIC X(1).
            05 EX-D2-F PIC X(2).
            05 FILLER PIC X(1).
            05 EX-W2-F PIC X(10).
            05 FILLER PIC X(1).
            05 EX-D3-F PIC X(2).
            05 FILLER PIC X(1).
            05 EX-W3-F PIC X(10).
            05 FILLER PIC X(1).
            05 EX-MINUTES-F PIC X(3).
            05 FILLER PIC X(1).
            05 EX-PASS-MARK-F PIC X(3).
            05 FILLER PIC X(1).
            05 EX-RESIT-DAYS-F PIC X(3).
            05 FILLER PIC X(1).
            05 EX-QUESTIONS-F PIC X(100).
           FD CERTIFICATE-DATA.
           01 CERTIFICATE-F.
            05 CERTIFICATE-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
      * trainee roster (fizzbuzz/roster.txt) - one line per drill or
      * grading session at fixed positions: name(1:20) date(22:8)
      * divisors(31:2 34:2 37:2) score(40:3) total(44:3)
      * missed numbers(48:60), and for an exam the exam id(109:8)
      * and P or F (118:1). The progress report is built from it.
       01 ROSTER-TABLE.
           05 ROSTER-USED PIC 999 VALUE 0.
           05 ROSTER-ENTRY OCCURS 200 TIMES.
               10 RO-SCORE PIC 999.
               10 RO-TOTAL PIC 999.
               10 RO-MISSES PIC X(60).
               10 RO-EXAM-ID PIC X(8).
               10 RO-EXAM-RESULT PIC X.
               10 RO-PICKED-SW PIC X.
       01 RO-INDEX PIC 999.
       01 RO-SCAN PIC 999.
       01 ANSWER-EOF-SW PIC X VALUE "N".
           88 ANSWER-EOF VALUE "Y".

      * exam mode - the sitting's fixed question set, answered
      * against the clock with no feedback until the end
       01 EXAM-FILE-STATUS PIC X(2).
       01 CERT-FILE-STATUS PIC X(2).
       01 CERTIFICATE-NAME PIC X(60).
       01 EXAM-ID PIC X(8) VALUE SPACES.
       01 EXAM-RESULT PIC X VALUE SPACE.
           88 EXAM-PASSED VALUE "P".
           88 EXAM-FAILED VALUE "F".
       01 EXAM-EOF-SW PIC X VALUE "N".
           88 EXAM-EOF VALUE "Y".
       01 EXAM-FOUND-SW PIC X VALUE "N".
           88 EXAM-FOUND VALUE "Y".
       01 EXAM-TIMEOUT-SW PIC X VALUE "N".
           88 EXAM-TIMED-OUT VALUE "Y".
       01 EXAM-MINUTES PIC 999.
       01 EXAM-PASS-MARK PIC 999.
       01 EXAM-RESIT-DAYS PIC 999.
       01 EXAM-MINUTES-ED PIC ZZ9.
       01 EXAM-PASS-MARK-ED PIC ZZ9.
       01 EXAM-QUESTIONS.
           05 EXAM-QUESTION-USED PIC 99 VALUE 0.
           05 EXAM-QUESTION PIC 999 OCCURS 25 TIMES.
       01 EXAM-TOKENS.
           05 EXAM-TOKEN PIC X(4) OCCURS 25 TIMES.
       01 EXAM-MARKING.
           05 EXAM-MARKED OCCURS 25 TIMES.
               10 EXAM-ANSWER PIC X(32).
               10 EXAM-MARK PIC X.
       01 EXAM-INDEX PIC 99.
       01 EXAM-INDEX-ED PIC Z9.
       01 EXAM-COUNT-ED PIC Z9.
       01 EXAM-STAMP.
           05 EXAM-STAMP-DATE PIC 9(8).
           05 EXAM-STAMP-HH PIC 99.
           05 EXAM-STAMP-MM PIC 99.
           05 EXAM-STAMP-SS PIC 99.
           05 FILLER PIC X(7).
       01 EXAM-START-SECS PIC 9(11).
       01 EXAM-NOW-SECS PIC 9(11).
       01 EXAM-ELAPSED-SECS PIC 9(7).
       01 EXAM-ELAPSED-MIN PIC ZZ9.
       01 EXAM-ELAPSED-SEC PIC 99.
       01 EXAM-LAST-FAIL PIC 9(8).
       01 EXAM-WAIT-DAYS PIC S9(5).
       01 EXAM-RESIT-DATE PIC 9(8).
       01 EXAM-DIVISOR-ED PIC Z9.
       01 CERT-NAME-PART PIC X(20).

       PROCEDURE DIVISION.
           DISPLAY "Customize range and divisors? Y/N"
           ACCEPT CUSTOMIZE-CHOICE
           DISPLAY "2 - Drill mode (trainee keys each answer)"
           DISPLAY "3 - Grade an answer file (fizzbuzz/answers.txt)"
           DISPLAY "4 - Trainee progress report (fizzbuzz/roster.txt)"
           DISPLAY "5 - Certification exam (fizzbuzz/exams.txt)"
           ACCEPT RUN-MODE-CHOICE
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           EVALUATE RUN-MODE-CHOICE
               PERFORM GradeRun
           WHEN 4
               PERFORM ProgressRun
           WHEN 5
               PERFORM ExamRun
           WHEN OTHER
               PERFORM ClassicRun
           END-EVALUATE
           END-IF
       EXIT.

      *****************************************************************
      * Exam mode - a certification sitting from fizzbuzz/exams.txt:
      * the exam's own divisor rules and fixed question set, a time
      * limit, and no feedback until the last answer. The result
      * goes to the roster with the exam id; a pass prints the
      * certificate (fizzbuzz/certificate_<exam>_<name>.txt), and a
      * trainee who failed may not sit the exam again until the
      * exam's resit wait has passed
      *****************************************************************
       ExamRun SECTION.
           DISPLAY "Trainee name:"
           MOVE SPACES TO TRAINEE-NAME
           ACCEPT TRAINEE-NAME
           IF TRAINEE-NAME = SPACES
               MOVE "UNNAMED" TO TRAINEE-NAME
           END-IF
           DISPLAY "Exam id:"
           MOVE SPACES TO EXAM-ID
           ACCEPT EXAM-ID
           MOVE FUNCTION UPPER-CASE(EXAM-ID) TO EXAM-ID
           PERFORM LoadExam
           IF NOT EXAM-FOUND
               EXIT SECTION
           END-IF
           PERFORM CheckResitWait
           IF EXAM-RESIT-DATE > 0
               EXIT SECTION
           END-IF

           MOVE EXAM-QUESTION-USED TO EXAM-COUNT-ED
           MOVE EXAM-MINUTES TO EXAM-MINUTES-ED
           MOVE EXAM-PASS-MARK TO EXAM-PASS-MARK-ED
           DISPLAY "Exam " FUNCTION TRIM(EXAM-ID) ": "
               FUNCTION TRIM(EXAM-COUNT-ED) " questions, "
               FUNCTION TRIM(EXAM-MINUTES-ED) " minutes, pass mark "
               FUNCTION TRIM(EXAM-PASS-MARK-ED) "%."
           DISPLAY "Your answers are marked at the end."
           PERFORM TakeExam
           PERFORM ScoreExam
           PERFORM ReviewExam

           PERFORM OpenLog
           IF LOG-FILE-STATUS = "00"
               MOVE FUNCTION CONCATENATE("Exam ",
                   FUNCTION TRIM(EXAM-ID), " ",
                   FUNCTION TRIM(TRAINEE-NAME), " score ",
                   FUNCTION TRIM(SCORE-ED), "/",
                   FUNCTION TRIM(TOTAL-ED), " = ",
                   FUNCTION TRIM(SCORE-PCT-ED), "% result ",
                   EXAM-RESULT, " misses: ",
                   FUNCTION TRIM(MISS-LIST))
                   TO LOG-LINE-WS
               WRITE TRAINING-LOG-F FROM LOG-LINE-WS
               CLOSE TRAINING-LOG-DATA
           END-IF
           PERFORM AppendRosterLine
           IF EXAM-PASSED
               PERFORM WriteCertificate
           END-IF
       EXIT.

       LoadExam SECTION.
           MOVE "N" TO EXAM-FOUND-SW
           OPEN INPUT EXAM-DATA
           IF EXAM-FILE-STATUS NOT = "00"
               MOVE "FB0007" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "UNABLE TO OPEN exams.txt, ",
                   "STATUS=",
                   EXAM-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE "N" TO EXAM-EOF-SW
           PERFORM UNTIL EXAM-EOF OR EXAM-FOUND
               READ EXAM-DATA
                   AT END
                       SET EXAM-EOF TO TRUE
                   NOT AT END
                       IF EXAM-F(1:1) NOT = "*"
                           AND FUNCTION UPPER-CASE(EX-ID-F) = EXAM-ID
                           SET EXAM-FOUND TO TRUE
                           PERFORM ApplyExamLine
                       END-IF
               END-READ
           END-PERFORM
           CLOSE EXAM-DATA
           IF EXAM-FOUND AND EXAM-QUESTION-USED > 0
               EXIT SECTION
           END-IF
           MOVE "N" TO EXAM-FOUND-SW
           MOVE "FB0008" TO MSG-ID
           MOVE "W" TO MSG-SEVERITY
           MOVE function concatenate(
               "EXAM ", FUNCTION TRIM(EXAM-ID),
               " NOT IN exams.txt OR WITHOUT QUESTIONS") TO MSG-TEXT
           PERFORM LogMessage
           MOVE 4 TO RETURN-CODE
       EXIT.

      * the exam sets the divisor rules for the sitting; a missing
      * time limit, pass mark or resit wait falls back to 10
      * minutes, 80 percent and 7 days
       ApplyExamLine SECTION.
           MOVE 0 TO DIVISOR-1 DIVISOR-2 DIVISOR-3
           IF EX-D1-F IS NUMERIC
               MOVE EX-D1-F TO DIVISOR-1
           END-IF
           IF EX-D2-F IS NUMERIC
               MOVE EX-D2-F TO DIVISOR-2
           END-IF
           IF EX-D3-F IS NUMERIC
               MOVE EX-D3-F TO DIVISOR-3
           END-IF
           MOVE EX-W1-F TO WORD-1
           MOVE EX-W2-F TO WORD-2
           MOVE EX-W3-F TO WORD-3
           MOVE 10 TO EXAM-MINUTES
           MOVE 80 TO EXAM-PASS-MARK
           MOVE 7 TO EXAM-RESIT-DAYS
           IF EX-MINUTES-F IS NUMERIC
               MOVE EX-MINUTES-F TO EXAM-MINUTES
           END-IF
           IF EX-PASS-MARK-F IS NUMERIC
               MOVE EX-PASS-MARK-F TO EXAM-PASS-MARK
           END-IF
           IF EX-RESIT-DAYS-F IS NUMERIC
               MOVE EX-RESIT-DAYS-F TO EXAM-RESIT-DAYS
           END-IF
           MOVE SPACES TO EXAM-TOKENS
           UNSTRING EX-QUESTIONS-F DELIMITED BY ALL " "
               INTO EXAM-TOKEN(1) EXAM-TOKEN(2) EXAM-TOKEN(3)
                    EXAM-TOKEN(4) EXAM-TOKEN(5) EXAM-TOKEN(6)
                    EXAM-TOKEN(7) EXAM-TOKEN(8) EXAM-TOKEN(9)
                    EXAM-TOKEN(10) EXAM-TOKEN(11) EXAM-TOKEN(12)
                    EXAM-TOKEN(13) EXAM-TOKEN(14) EXAM-TOKEN(15)
                    EXAM-TOKEN(16) EXAM-TOKEN(17) EXAM-TOKEN(18)
                    EXAM-TOKEN(19) EXAM-TOKEN(20) EXAM-TOKEN(21)
                    EXAM-TOKEN(22) EXAM-TOKEN(23) EXAM-TOKEN(24)
                    EXAM-TOKEN(25)
           END-UNSTRING
           MOVE 0 TO EXAM-QUESTION-USED
           PERFORM VARYING EXAM-INDEX FROM 1 BY 1
               UNTIL EXAM-INDEX > 25
               IF EXAM-TOKEN(EXAM-INDEX) NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(EXAM-TOKEN(EXAM-INDEX)) = 0
                   AND FUNCTION NUMVAL(EXAM-TOKEN(EXAM-INDEX)) >= 1
                   AND FUNCTION NUMVAL(EXAM-TOKEN(EXAM-INDEX)) <= 998
                   ADD 1 TO EXAM-QUESTION-USED
                   MOVE FUNCTION NUMVAL(EXAM-TOKEN(EXAM-INDEX))
                       TO EXAM-QUESTION(EXAM-QUESTION-USED)
               END-IF
           END-PERFORM
       EXIT.

      * the latest failed sitting of this exam decides when the
      * trainee may sit it again; EXAM-RESIT-DATE stays zero when
      * the trainee may sit now. The whole roster is read, since
      * drill and grading sessions share it with the exams.
       CheckResitWait SECTION.
           MOVE 0 TO EXAM-LAST-FAIL EXAM-RESIT-DATE
           OPEN INPUT ROSTER-DATA
           IF ROSTER-FILE-STATUS = "00"
               MOVE "N" TO ROSTER-EOF-SW
               PERFORM UNTIL ROSTER-EOF
                   READ ROSTER-DATA
                       AT END SET ROSTER-EOF TO TRUE
                       NOT AT END
                           IF ROSTER-LINE(1:20) = TRAINEE-NAME
                               AND ROSTER-LINE(109:8) = EXAM-ID
                               AND ROSTER-LINE(118:1) = "F"
                               AND ROSTER-LINE(22:8) IS NUMERIC
                               AND ROSTER-LINE(22:8) > EXAM-LAST-FAIL
                               MOVE ROSTER-LINE(22:8) TO EXAM-LAST-FAIL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ROSTER-DATA
           END-IF
           IF EXAM-LAST-FAIL = 0 OR EXAM-RESIT-DAYS = 0
               EXIT SECTION
           END-IF
           MOVE RUN-DATE TO EXAM-STAMP-DATE
           COMPUTE EXAM-WAIT-DAYS =
               FUNCTION INTEGER-OF-DATE(EXAM-STAMP-DATE)
               - FUNCTION INTEGER-OF-DATE(EXAM-LAST-FAIL)
           IF EXAM-WAIT-DAYS >= EXAM-RESIT-DAYS
               EXIT SECTION
           END-IF
           COMPUTE EXAM-RESIT-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(EXAM-LAST-FAIL)
               + EXAM-RESIT-DAYS)
           MOVE "FB0009" TO MSG-ID
           MOVE "W" TO MSG-SEVERITY
           MOVE function concatenate(
               "RESIT REFUSED - ", FUNCTION TRIM(TRAINEE-NAME),
               " FAILED EXAM ", FUNCTION TRIM(EXAM-ID), " ON ",
               EXAM-LAST-FAIL, ", NEXT SITTING FROM ",
               EXAM-RESIT-DATE) TO MSG-TEXT
           PERFORM LogMessage
           DISPLAY "Resit not allowed before " EXAM-RESIT-DATE "."
           MOVE 4 TO RETURN-CODE
       EXIT.

      * an answer keyed after the time limit is not counted, and
      * neither are the questions still open
       TakeExam SECTION.
           MOVE 0 TO SCORE-COUNT TOTAL-COUNT
           MOVE SPACES TO MISS-LIST
           MOVE "N" TO EXAM-TIMEOUT-SW
           PERFORM ReadExamClock
           MOVE EXAM-NOW-SECS TO EXAM-START-SECS
           MOVE 0 TO EXAM-ELAPSED-SECS
           MOVE EXAM-QUESTION-USED TO EXAM-COUNT-ED
           PERFORM VARYING EXAM-INDEX FROM 1 BY 1
               UNTIL EXAM-INDEX > EXAM-QUESTION-USED
               MOVE EXAM-QUESTION(EXAM-INDEX) TO INPUT-FIELD
               PERFORM CALC-FIZZBUZZ
               PERFORM ComputeExpectedAnswer
               ADD 1 TO TOTAL-COUNT
               MOVE SPACES TO EXAM-ANSWER(EXAM-INDEX)
               MOVE "N" TO EXAM-MARK(EXAM-INDEX)
               IF NOT EXAM-TIMED-OUT
                   MOVE EXAM-INDEX TO EXAM-INDEX-ED
                   MOVE INPUT-FIELD TO OUTPUT-FIELD
                   DISPLAY "Question " FUNCTION TRIM(EXAM-INDEX-ED)
                       " of " FUNCTION TRIM(EXAM-COUNT-ED) ": "
                       FUNCTION TRIM(OUTPUT-FIELD)
                   MOVE SPACES TO ANSWER-INPUT
                   ACCEPT ANSWER-INPUT
                   PERFORM ReadExamClock
                   COMPUTE EXAM-ELAPSED-SECS =
                       EXAM-NOW-SECS - EXAM-START-SECS
                   IF EXAM-MINUTES > 0
                       AND EXAM-ELAPSED-SECS > EXAM-MINUTES * 60
                       SET EXAM-TIMED-OUT TO TRUE
                       DISPLAY "Time is up."
                   ELSE
                       MOVE ANSWER-INPUT TO EXAM-ANSWER(EXAM-INDEX)
                       PERFORM CheckAnswer
                       IF ANSWER-CORRECT
                           MOVE "Y" TO EXAM-MARK(EXAM-INDEX)
                       END-IF
                   END-IF
               END-IF
               IF EXAM-MARK(EXAM-INDEX) = "Y"
                   ADD 1 TO SCORE-COUNT
               ELSE
                   PERFORM NoteMiss
               END-IF
           END-PERFORM
       EXIT.

       ReadExamClock SECTION.
           MOVE FUNCTION CURRENT-DATE TO EXAM-STAMP
           COMPUTE EXAM-NOW-SECS =
               FUNCTION INTEGER-OF-DATE(EXAM-STAMP-DATE) * 86400
               + EXAM-STAMP-HH * 3600 + EXAM-STAMP-MM * 60
               + EXAM-STAMP-SS
       EXIT.

       ScoreExam SECTION.
           MOVE SCORE-COUNT TO SCORE-ED
           MOVE TOTAL-COUNT TO TOTAL-ED
           IF TOTAL-COUNT > 0
               COMPUTE SCORE-PCT ROUNDED =
                   SCORE-COUNT * 100 / TOTAL-COUNT
           ELSE
               MOVE 0 TO SCORE-PCT
           END-IF
           MOVE SCORE-PCT TO SCORE-PCT-ED
           IF SCORE-PCT >= EXAM-PASS-MARK
               SET EXAM-PASSED TO TRUE
           ELSE
               SET EXAM-FAILED TO TRUE
           END-IF
           DIVIDE EXAM-ELAPSED-SECS BY 60 GIVING EXAM-ELAPSED-MIN
               REMAINDER EXAM-ELAPSED-SEC
       EXIT.

      * the marking the trainee did not see during the sitting
       ReviewExam SECTION.
           PERFORM VARYING EXAM-INDEX FROM 1 BY 1
               UNTIL EXAM-INDEX > EXAM-QUESTION-USED
               IF EXAM-MARK(EXAM-INDEX) NOT = "Y"
                   MOVE EXAM-QUESTION(EXAM-INDEX) TO INPUT-FIELD
                   PERFORM CALC-FIZZBUZZ
                   PERFORM ComputeExpectedAnswer
                   MOVE INPUT-FIELD TO OUTPUT-FIELD
                   DISPLAY FUNCTION TRIM(OUTPUT-FIELD) ": given '"
                       FUNCTION TRIM(EXAM-ANSWER(EXAM-INDEX))
                       "' expected '"
                       FUNCTION TRIM(EXPECTED-ANSWER) "'"
               END-IF
           END-PERFORM
           IF EXAM-TIMED-OUT
               DISPLAY "The time limit was reached; open questions "
                   "count as wrong."
           END-IF
           DISPLAY "Score: " FUNCTION TRIM(SCORE-ED) " of "
               FUNCTION TRIM(TOTAL-ED) " = "
               FUNCTION TRIM(SCORE-PCT-ED) "% in "
               FUNCTION TRIM(EXAM-ELAPSED-MIN) " min "
               EXAM-ELAPSED-SEC " sec"
           IF EXAM-PASSED
               DISPLAY "PASSED - certificate follows."
           ELSE
               DISPLAY "FAILED - pass mark "
                   FUNCTION TRIM(EXAM-PASS-MARK-ED) "%."
           END-IF
           MOVE "FB0011" TO MSG-ID
           MOVE "I" TO MSG-SEVERITY
           MOVE function concatenate(
               "EXAM ", FUNCTION TRIM(EXAM-ID), " ",
               FUNCTION TRIM(TRAINEE-NAME), " SCORE ",
               FUNCTION TRIM(SCORE-ED), "/", FUNCTION TRIM(TOTAL-ED),
               " RESULT ", EXAM-RESULT) TO MSG-TEXT
           PERFORM LogMessage
       EXIT.

       WriteCertificate SECTION.
           MOVE FUNCTION TRIM(TRAINEE-NAME) TO CERT-NAME-PART
           INSPECT CERT-NAME-PART(1:FUNCTION LENGTH(
               FUNCTION TRIM(TRAINEE-NAME))) REPLACING ALL " " BY "_"
           MOVE FUNCTION CONCATENATE("fizzbuzz/certificate_",
               FUNCTION TRIM(EXAM-ID), "_",
               FUNCTION TRIM(CERT-NAME-PART), ".txt")
               TO CERTIFICATE-NAME
           OPEN OUTPUT CERTIFICATE-DATA
           IF CERT-FILE-STATUS NOT = "00"
               MOVE "FB0010" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN ", FUNCTION TRIM(CERTIFICATE-NAME),
                   ", STATUS=",
                   CERT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               MOVE 4 TO RETURN-CODE
               EXIT SECTION
           END-IF
           MOVE ALL "*" TO CERTIFICATE-LINE(1:60)
           WRITE CERTIFICATE-F
           MOVE SPACES TO CERTIFICATE-LINE
           MOVE "CERTIFICATE OF PROFICIENCY - FIZZBUZZ"
               TO CERTIFICATE-LINE(12:)
           WRITE CERTIFICATE-F
           MOVE ALL "*" TO CERTIFICATE-LINE(1:60)
           WRITE CERTIFICATE-F
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-F
           MOVE "This certifies that" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-F
           MOVE SPACES TO CERTIFICATE-LINE
           MOVE TRAINEE-NAME TO CERTIFICATE-LINE(6:20)
           WRITE CERTIFICATE-F
           MOVE FUNCTION CONCATENATE("has passed certification exam ",
               FUNCTION TRIM(EXAM-ID), " on ", RUN-DATE(1:4), "-",
               RUN-DATE(5:2), "-", RUN-DATE(7:2))
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-F
           MOVE FUNCTION CONCATENATE("with a score of ",
               FUNCTION TRIM(SCORE-ED), " of ",
               FUNCTION TRIM(TOTAL-ED), " (",
               FUNCTION TRIM(SCORE-PCT-ED), "%), the pass mark being ",
               FUNCTION TRIM(EXAM-PASS-MARK-ED), "%.")
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-F
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-F
           MOVE "Divisor rules tested:" TO CERTIFICATE-LINE
           WRITE CERTIFICATE-F
           IF DIVISOR-1 > 0
               MOVE DIVISOR-1 TO EXAM-DIVISOR-ED
               MOVE WORD-1 TO TO-APPEND
               PERFORM WriteCertificateRule
           END-IF
           IF DIVISOR-2 > 0
               MOVE DIVISOR-2 TO EXAM-DIVISOR-ED
               MOVE WORD-2 TO TO-APPEND
               PERFORM WriteCertificateRule
           END-IF
           IF DIVISOR-3 > 0
               MOVE DIVISOR-3 TO EXAM-DIVISOR-ED
               MOVE WORD-3 TO TO-APPEND
               PERFORM WriteCertificateRule
           END-IF
           MOVE "   a multiple of several divisors joins their words"
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-F
           MOVE "   every other number is answered with itself"
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-F
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-F
           MOVE FUNCTION CONCATENATE("Time limit ",
               FUNCTION TRIM(EXAM-MINUTES-ED),
               " minutes, completed in ",
               FUNCTION TRIM(EXAM-ELAPSED-MIN), " min ",
               EXAM-ELAPSED-SEC, " sec.") TO CERTIFICATE-LINE
           WRITE CERTIFICATE-F
           MOVE SPACES TO CERTIFICATE-LINE
           WRITE CERTIFICATE-F
           WRITE CERTIFICATE-F
           MOVE "Training lead ______________________   Date __________"
               TO CERTIFICATE-LINE
           WRITE CERTIFICATE-F
           CLOSE CERTIFICATE-DATA
           DISPLAY "Certificate written to "
               FUNCTION TRIM(CERTIFICATE-NAME)
       EXIT.

       WriteCertificateRule SECTION.
           MOVE FUNCTION CONCATENATE("   multiples of ",
               FUNCTION TRIM(EXAM-DIVISOR-ED), " are answered ",
               FUNCTION TRIM(TO-APPEND)) TO CERTIFICATE-LINE
           WRITE CERTIFICATE-F
       EXIT.

      *****************************************************************
      * Trainee roster - every scored session appended so results
      * survive across sessions
               MOVE SCORE-COUNT TO ROSTER-LINE(40:3)
               MOVE TOTAL-COUNT TO ROSTER-LINE(44:3)
               MOVE MISS-LIST TO ROSTER-LINE(48:60)
               MOVE EXAM-ID TO ROSTER-LINE(109:8)
               MOVE EXAM-RESULT TO ROSTER-LINE(118:1)
               WRITE ROSTER-F FROM ROSTER-LINE
               CLOSE ROSTER-DATA
           END-IF
       LoadRoster SECTION.
           OPEN INPUT ROSTER-DATA
           IF ROSTER-FILE-STATUS = "00"
               MOVE "N" TO ROSTER-EOF-SW
               PERFORM UNTIL ROSTER-EOF
                   READ ROSTER-DATA
                       AT END SET ROSTER-EOF TO TRUE
                                   TO RO-TOTAL(ROSTER-USED)
                               MOVE ROSTER-LINE(48:60)
                                   TO RO-MISSES(ROSTER-USED)
                               MOVE ROSTER-LINE(109:8)
                                   TO RO-EXAM-ID(ROSTER-USED)
                               MOVE ROSTER-LINE(118:1)
                                   TO RO-EXAM-RESULT(ROSTER-USED)
                               MOVE "N" TO RO-PICKED-SW(ROSTER-USED)
                           END-IF
                   END-READ
               FUNCTION TRIM(RO-PCT-ED), "%  misses: ",
               FUNCTION TRIM(RO-MISSES(RO-SCAN)))
               TO PROGRESS-LINE
           IF RO-EXAM-ID(RO-SCAN) NOT = SPACES
               MOVE FUNCTION CONCATENATE("  exam ",
                   FUNCTION TRIM(RO-EXAM-ID(RO-SCAN)), " ",
                   RO-EXAM-RESULT(RO-SCAN), " ",
                   PROGRESS-LINE(3:)) TO PROGRESS-LINE
           END-IF
           WRITE PROGRESS-F FROM PROGRESS-LINE
           PERFORM TallyMissCombos
       EXIT.
