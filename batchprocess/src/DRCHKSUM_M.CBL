       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DRCHKSUM.
      *****************************************************************
      * Callable file checksum for the disaster-recovery package -
      * DRPACK sums each file it packs and DRVERIFY sums it again
      * after the transfer, both through this routine. Every record
      * is folded in character by character up to its last
      * non-blank (sum * 131 + character code, modulo 4294967291)
      * and closed with a record mark, so a changed, dropped, added
      * or reordered record changes the checksum. Trailing blanks
      * are not counted - a line sequential copy does not keep them.
      *
      * Interface:
      *   CALL 'DRCHKSUM' USING DR-CHECKSUM-REQUEST  (COPY DRCKREC)
      *****************************************************************
       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 DC-WORK-SUM PIC 9(12).
       01 DC-POS PIC 999.
       01 DC-LENGTH PIC 999.
       LINKAGE SECTION.
           COPY DRCKREC.

       PROCEDURE DIVISION USING DR-CHECKSUM-REQUEST.
           EVALUATE TRUE
           WHEN DC-FUNC-START
               MOVE 0 TO DC-RECORDS
               MOVE 0 TO DC-CHECKSUM
           WHEN DC-FUNC-LINE
               PERFORM FoldLine
           END-EVALUATE
           GOBACK.

       FoldLine SECTION.
           ADD 1 TO DC-RECORDS
           MOVE 400 TO DC-LENGTH
           PERFORM UNTIL DC-LENGTH = 0
               OR DC-LINE(DC-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM DC-LENGTH
           END-PERFORM
           MOVE DC-CHECKSUM TO DC-WORK-SUM
           PERFORM VARYING DC-POS FROM 1 BY 1
               UNTIL DC-POS > DC-LENGTH
               COMPUTE DC-WORK-SUM = FUNCTION MOD(
                   DC-WORK-SUM * 131
                   + FUNCTION ORD(DC-LINE(DC-POS:1)), 4294967291)
           END-PERFORM
           COMPUTE DC-WORK-SUM = FUNCTION MOD(
               DC-WORK-SUM * 131 + 1, 4294967291)
           MOVE DC-WORK-SUM TO DC-CHECKSUM
           .

       END PROGRAM DRCHKSUM.
