      *****************************************************************
      * Daily shift-handover report - one page for the morning shift
      * built from shop/operations_log.txt (which utilities ran with
      * what return codes, under which job plan and parameter set),
      * shop/console_log.txt (every severe message of the day) and
      * batchprocess/run_history.txt (run volumes against their
      * rolling average), the aging of the open items on
      * batchprocess/exception_queue.txt, closed with a signature
      * line. Printed, signed, filed - no more
      * reconstructing the night from three files side by side.
      * The report is printed with the shop's standard page headers
      * (RPTPAGE).
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             "batchprocess/run_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNHIST-FILE-STATUS.
           SELECT EXCEPTION-QUEUE-DATA ASSIGN TO
             "batchprocess/exception_queue.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXCQUEUE-FILE-STATUS.
           SELECT HANDOVER-DATA ASSIGN TO
             "shop/handover_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
       FILE SECTION.
           FD OPS-LOG-DATA.
           01 OPS-LOG-F.
            05 OPS-LOG-LINE PIC X(100).
           FD CONSOLE-LOG-DATA.
           01 CONSOLE-LOG-F.
            05 CONSOLE-LINE PIC X(160).
           FD RUN-HISTORY-DATA.
           01 RUN-HISTORY-F.
            05 RH-LINE PIC X(60).
           FD EXCEPTION-QUEUE-DATA.
           01 EXCEPTION-QUEUE-F.
            05 EQ-LINE PIC X(40).
           FD HANDOVER-DATA.
           01 HANDOVER-F.
            05 HANDOVER-LINE PIC X(120).
           05 CONSOLE-FILE-STATUS PIC X(2).
           05 RUNHIST-FILE-STATUS PIC X(2).
           05 HANDOVER-FILE-STATUS PIC X(2).
           05 EXCQUEUE-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.

           05 TODAY-RUN-COUNT PIC 9(3) VALUE 0.
           05 TODAY-LINE PIC X(60) OCCURS 10 TIMES.
       01 TR-INDEX PIC 99.
      * job plans run on the report date, as SHOP chose them
       01 PLANS-RUN.
           05 PLANS-RUN-COUNT PIC 9 VALUE 0.
           05 PLAN-RUN-NAME PIC X(12) OCCURS 5 TIMES.
       01 PLAN-INDEX PIC 9.
       01 PLAN-MATCH-SW PIC X.
           88 PLAN-LISTED VALUE 'Y'.
       01 HIST-AVG-ED PIC Z(9)9.99.
      * open exception items per source (REJ REF CMP ODR REC MST,
      * then the total) by age: 0-1, 2-3, 4-7 and over 7 days
       01 EXCEPTION-AGING.
           05 XA-ENTRY OCCURS 7 TIMES.
               10 XA-OPEN PIC 9(5).
               10 XA-BUCKET PIC 9(5) OCCURS 4 TIMES.
               10 XA-UNASSIGNED PIC 9(5).
       01 XA-INDEX PIC 9.
       01 XA-BUCKET-INDEX PIC 9.
       01 XA-SOURCE-NAME PIC X(13).
       01 XA-AGE PIC S9(5).
       01 XA-ED-1 PIC Z(4)9.
       01 XA-ED-2 PIC Z(4)9.
       01 XA-ED-3 PIC Z(4)9.
       01 XA-ED-4 PIC Z(4)9.
       01 XA-ED-5 PIC Z(4)9.
       01 XA-ED-6 PIC Z(4)9.
       01 SAVED-RETURN-CODE PIC S9(9) COMP.
       COPY RPTPREC.
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
           DISPLAY "SHIFT HANDOVER REPORT"
           DISPLAY "Report date YYYYMMDD (ENTER = today):"
           MOVE SPACES TO DIALOG-INPUT
           PERFORM ReportUtilityRuns
           PERFORM ReportSevereMessages
           PERFORM ReportRunVolumes
           PERFORM ReportOpenExceptions
           MOVE SPACES TO HANDOVER-LINE
           WRITE HANDOVER-F FROM HANDOVER-LINE
           MOVE 'Handed over by: ____________________   Taken over by'
               & ': ____________________' TO HANDOVER-LINE
           WRITE HANDOVER-F FROM HANDOVER-LINE
           CLOSE HANDOVER-DATA
           PERFORM PageReport
           DISPLAY "Report written to shop/handover_report.txt"
           GOBACK.

      * operations log line layout as written by SHOP:
      * utility(1:14) start(16:14) end(31:14) rc(46:4) operator(51:8)
      * plan(60:12) parameter set(73:12), plan and set blank for a
      * run from the menu
       ReportUtilityRuns SECTION.
           MOVE '-- Utilities run --' TO HANDOVER-LINE
           WRITE HANDOVER-F FROM HANDOVER-LINE
                                   OPS-LOG-LINE(46:4), ' by ',
                                   OPS-LOG-LINE(51:8))
                                   TO HANDOVER-LINE
                               IF OPS-LOG-LINE(60:12) NOT = SPACES
                                   MOVE function concatenate(
                                       HANDOVER-LINE(1:60),
                                       ' plan ',
                                       OPS-LOG-LINE(60:12))
                                       TO HANDOVER-LINE
                                   PERFORM NotePlanRun
                               END-IF
                               IF OPS-LOG-LINE(73:12) NOT = SPACES
                                   MOVE function concatenate(
                                       HANDOVER-LINE(1:78),
                                       ' parameters ',
                                       OPS-LOG-LINE(73:12))
                                       TO HANDOVER-LINE
                               END-IF
                               WRITE HANDOVER-F FROM HANDOVER-LINE
                           END-IF
                   END-READ
                   TO HANDOVER-LINE
               WRITE HANDOVER-F FROM HANDOVER-LINE
           END-IF
           IF PLANS-RUN-COUNT = 0
               MOVE '  Job plan: (none run for this date)'
                   TO HANDOVER-LINE
               WRITE HANDOVER-F FROM HANDOVER-LINE
           ELSE
               PERFORM VARYING PLAN-INDEX FROM 1 BY 1
                   UNTIL PLAN-INDEX > PLANS-RUN-COUNT
                   MOVE function concatenate('  Job plan: ',
                       PLAN-RUN-NAME(PLAN-INDEX)) TO HANDOVER-LINE
                   WRITE HANDOVER-F FROM HANDOVER-LINE
               END-PERFORM
           END-IF
           .

       NotePlanRun SECTION.
           MOVE 'N' TO PLAN-MATCH-SW
           PERFORM VARYING PLAN-INDEX FROM 1 BY 1
               UNTIL PLAN-INDEX > PLANS-RUN-COUNT
               IF PLAN-RUN-NAME(PLAN-INDEX) = OPS-LOG-LINE(60:12)
                   SET PLAN-LISTED TO TRUE
               END-IF
           END-PERFORM
           IF NOT PLAN-LISTED AND PLANS-RUN-COUNT < 5
               ADD 1 TO PLANS-RUN-COUNT
               MOVE OPS-LOG-LINE(60:12)
                   TO PLAN-RUN-NAME(PLANS-RUN-COUNT)
           END-IF
           .

       ReportSevereMessages SECTION.
           END-IF
           .

      * exception queue line layout as written by EXCQUEUE:
      * case(1:8) source(9:3) raised(12:8) status(20:1) assignee(21:8)
       ReportOpenExceptions SECTION.
           MOVE '-- Open exceptions --' TO HANDOVER-LINE
           WRITE HANDOVER-F FROM HANDOVER-LINE
           INITIALIZE EXCEPTION-AGING
           OPEN INPUT EXCEPTION-QUEUE-DATA
           IF EXCQUEUE-FILE-STATUS NOT = "00"
               MOVE '  (no exception queue kept)' TO HANDOVER-LINE
               WRITE HANDOVER-F FROM HANDOVER-LINE
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ EXCEPTION-QUEUE-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END PERFORM ExamineExceptionLine
               END-READ
           END-PERFORM
           CLOSE EXCEPTION-QUEUE-DATA
           IF XA-OPEN(7) = 0
               MOVE '  (none open)' TO HANDOVER-LINE
               WRITE HANDOVER-F FROM HANDOVER-LINE
               EXIT SECTION
           END-IF
           MOVE function concatenate('  Source         ',
               ' Open   0-1   2-3   4-7    >7 Unassigned')
               TO HANDOVER-LINE
           WRITE HANDOVER-F FROM HANDOVER-LINE
           PERFORM VARYING XA-INDEX FROM 1 BY 1 UNTIL XA-INDEX > 7
               IF XA-OPEN(XA-INDEX) > 0 OR XA-INDEX = 7
                   PERFORM WriteExceptionAgingLine
               END-IF
           END-PERFORM
           .

       ExamineExceptionLine SECTION.
           IF EQ-LINE(1:8) IS NOT NUMERIC
               OR EQ-LINE(20:1) = 'C'
               EXIT SECTION
           END-IF
           EVALUATE EQ-LINE(9:3)
           WHEN 'REJ'
               MOVE 1 TO XA-INDEX
           WHEN 'REF'
               MOVE 2 TO XA-INDEX
           WHEN 'CMP'
               MOVE 3 TO XA-INDEX
           WHEN 'ODR'
               MOVE 4 TO XA-INDEX
           WHEN 'REC'
               MOVE 5 TO XA-INDEX
           WHEN OTHER
               MOVE 6 TO XA-INDEX
           END-EVALUATE
           MOVE 0 TO XA-AGE
           IF EQ-LINE(12:8) IS NUMERIC
               COMPUTE XA-AGE = FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(REPORT-DATE))
                   - FUNCTION INTEGER-OF-DATE(
                       FUNCTION NUMVAL(EQ-LINE(12:8)))
           END-IF
           EVALUATE TRUE
           WHEN XA-AGE <= 1
               MOVE 1 TO XA-BUCKET-INDEX
           WHEN XA-AGE <= 3
               MOVE 2 TO XA-BUCKET-INDEX
           WHEN XA-AGE <= 7
               MOVE 3 TO XA-BUCKET-INDEX
           WHEN OTHER
               MOVE 4 TO XA-BUCKET-INDEX
           END-EVALUATE
           ADD 1 TO XA-OPEN(XA-INDEX) XA-OPEN(7)
           ADD 1 TO XA-BUCKET(XA-INDEX,XA-BUCKET-INDEX)
               XA-BUCKET(7,XA-BUCKET-INDEX)
           IF EQ-LINE(21:8) = SPACES
               ADD 1 TO XA-UNASSIGNED(XA-INDEX) XA-UNASSIGNED(7)
           END-IF
           .

       WriteExceptionAgingLine SECTION.
           EVALUATE XA-INDEX
           WHEN 1
               MOVE 'Rejects' TO XA-SOURCE-NAME
           WHEN 2
               MOVE 'Referrals' TO XA-SOURCE-NAME
           WHEN 3
               MOVE 'Compliance' TO XA-SOURCE-NAME
           WHEN 4
               MOVE 'Overdrafts' TO XA-SOURCE-NAME
           WHEN 5
               MOVE 'Recon breaks' TO XA-SOURCE-NAME
           WHEN 6
               MOVE 'Master check' TO XA-SOURCE-NAME
           WHEN OTHER
               MOVE 'Total' TO XA-SOURCE-NAME
           END-EVALUATE
           MOVE XA-OPEN(XA-INDEX) TO XA-ED-1
           MOVE XA-BUCKET(XA-INDEX,1) TO XA-ED-2
           MOVE XA-BUCKET(XA-INDEX,2) TO XA-ED-3
           MOVE XA-BUCKET(XA-INDEX,3) TO XA-ED-4
           MOVE XA-BUCKET(XA-INDEX,4) TO XA-ED-5
           MOVE XA-UNASSIGNED(XA-INDEX) TO XA-ED-6
           MOVE function concatenate('  ', XA-SOURCE-NAME, ' ',
               XA-ED-1, ' ', XA-ED-2, ' ', XA-ED-3, ' ', XA-ED-4,
               ' ', XA-ED-5, '      ', XA-ED-6) TO HANDOVER-LINE
           WRITE HANDOVER-F FROM HANDOVER-LINE
           .

       PageReport SECTION.
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'shop/handover_report.txt' TO PG-FILE-NAME
           MOVE 'SHIFT HANDOVER' TO PG-TITLE
           MOVE 'HANDOVER' TO PG-PROGRAM
           MOVE REPORT-DATE TO PG-PROC-DATE
           MOVE SPACES TO PG-RUN-CYCLE
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "RPTPAGE" USING REPORT-PAGE-REQUEST
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           IF PG-WRITE-FAILED AND RETURN-CODE < 8
               MOVE 8 TO RETURN-CODE
           END-IF
           .

       END PROGRAM HANDOVER.
