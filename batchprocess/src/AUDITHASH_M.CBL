       IDENTIFICATION DIVISION.
       PROGRAM-ID.  AUDITHASH.
      *****************************************************************
      * Callable audit chain hash - the night run seals every audit
      * line through this routine as it writes it, and AUDITCHECK,
      * ARCHQUERY and YEARSUM check trails and archives through the
      * same routine, so writer and readers always agree on the
      * rules. Each line's hash folds the previous line's hash and
      * the line's posting image character by character
      * (hash * 131 + character code, modulo 4294967291), so an
      * edited, removed or reordered line breaks every hash after
      * it.
      *
      * Interface:
      *   CALL 'AUDITHASH' USING AUDIT-HASH-REQUEST  (COPY AHSHREC)
      *   AH-FUNCTION 'SEAL' fills a new line's chain fields,
      *   'CHEK' follows an existing trail line by line.
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 AH-WORK-HASH PIC 9(12).
       01 AH-POS PIC 999.
       01 AH-LINE-PRIOR PIC 9(10).
       01 AH-LINE-HASH PIC 9(10).
       LINKAGE SECTION.
           COPY AHSHREC.

       PROCEDURE DIVISION USING AUDIT-HASH-REQUEST.
           EVALUATE TRUE
           WHEN AH-FUNC-SEAL
               PERFORM SealLine
           WHEN AH-FUNC-CHECK
               PERFORM CheckLine
           END-EVALUATE
           GOBACK.

       SealLine SECTION.
           MOVE AH-CHAIN-HASH TO AH-LINE-PRIOR
           PERFORM ComputeLineHash
           MOVE SPACES TO AH-LINE(161:25)
           MOVE 'P=' TO AH-LINE(161:2)
           MOVE AH-LINE-PRIOR TO AH-LINE(163:10)
           MOVE 'H=' TO AH-LINE(174:2)
           MOVE AH-WORK-HASH TO AH-LINE-HASH
           MOVE AH-LINE-HASH TO AH-LINE(176:10)
           MOVE AH-LINE-HASH TO AH-CHAIN-HASH
           .

       CheckLine SECTION.
           ADD 1 TO AH-LINE-COUNT
           IF NOT AH-CHAIN-INTACT
               EXIT SECTION
           END-IF
           IF AH-LINE(161:2) NOT = 'P='
               OR AH-LINE(174:2) NOT = 'H='
               OR AH-LINE(163:10) IS NOT NUMERIC
               OR AH-LINE(176:10) IS NOT NUMERIC
               MOVE 'LINE CARRIES NO CHAIN HASH' TO AH-BREAK-REASON
               MOVE AH-LINE-COUNT TO AH-BREAK-LINE
               EXIT SECTION
           END-IF
           MOVE AH-LINE(163:10) TO AH-LINE-PRIOR
           MOVE AH-LINE(176:10) TO AH-LINE-HASH
           IF AH-LINE-COUNT = 1
               MOVE AH-LINE-PRIOR TO AH-START-HASH
               IF AH-SEED-KNOWN AND AH-LINE-PRIOR NOT = AH-CHAIN-HASH
                   MOVE 'CHAIN START DIFFERS FROM INDEX'
                       TO AH-BREAK-REASON
                   MOVE AH-LINE-COUNT TO AH-BREAK-LINE
                   EXIT SECTION
               END-IF
           ELSE
               IF AH-LINE-PRIOR NOT = AH-CHAIN-HASH
                   MOVE 'LINE MISSING OR OUT OF ORDER'
                       TO AH-BREAK-REASON
                   MOVE AH-LINE-COUNT TO AH-BREAK-LINE
                   EXIT SECTION
               END-IF
           END-IF
           PERFORM ComputeLineHash
           IF AH-WORK-HASH NOT = AH-LINE-HASH
               MOVE 'LINE CONTENT ALTERED' TO AH-BREAK-REASON
               MOVE AH-LINE-COUNT TO AH-BREAK-LINE
               EXIT SECTION
           END-IF
           MOVE AH-LINE-HASH TO AH-CHAIN-HASH
           .

       ComputeLineHash SECTION.
           MOVE AH-LINE-PRIOR TO AH-WORK-HASH
           PERFORM VARYING AH-POS FROM 1 BY 1 UNTIL AH-POS > 160
               COMPUTE AH-WORK-HASH = FUNCTION MOD(
                   AH-WORK-HASH * 131
                   + FUNCTION ORD(AH-LINE(AH-POS:1)), 4294967291)
           END-PERFORM
           .

       END PROGRAM AUDITHASH.
