       IDENTIFICATION DIVISION.
       PROGRAM-ID.  NAMEINDEX.
      *****************************************************************
      * Callable customer name index builder - rewrites
      * name_index.txt (NIDXREC) from every named account on
      * account_master.dat, or from the account_master.txt name feed
      * at a site without the indexed master. Each name is reduced
      * through NAMEKEY, so ACCOUNTINQ's name search tolerates case,
      * punctuation and word order the way screening does, and the
      * lines are sorted by that key, then bank and account.
      * The night run calls it once the master is saved (PARTMERGE
      * for a partitioned night) and ACCTMAINT after every create or
      * rename, so a name search always sees the names of record.
      *
      * Interface:
      *   CALL 'NAMEINDEX' USING NAME-INDEX-REQUEST   (COPY NIRQREC)
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-ISAM-DATA ASSIGN TO
             "batchprocess/account_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           FILE STATUS IS MASTER-FILE-STATUS.
           SELECT ACCOUNT-MASTER-DATA ASSIGN TO
             "batchprocess/account_master.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ACCTMAST-FILE-STATUS.
           SELECT NAME-INDEX-DATA ASSIGN TO
             "batchprocess/name_index.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NAMEIDX-FILE-STATUS.
           SELECT NAME-SORT-WORK ASSIGN TO
             "batchprocess/nameindex_sort.tmp".
       DATA DIVISION.
       FILE SECTION.
           FD MASTER-ISAM-DATA.
           COPY MSTREC.
           FD ACCOUNT-MASTER-DATA.
           COPY ACCTMREC.
           FD NAME-INDEX-DATA.
           COPY NIDXREC.
           SD NAME-SORT-WORK.
           01 NAME-SORT-REC.
            05 NS-KEY PIC X(40).
            05 NS-BANK-ID PIC X(5).
            05 NS-ACCOUNT-ID PIC X(10).
            05 NS-NAME PIC X(30).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "NAMEINDEX".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 MASTER-FILE-STATUS PIC X(2).
           05 ACCTMAST-FILE-STATUS PIC X(2).
           05 NAMEIDX-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.
       01 SORT-EOF-SW PIC X VALUE 'N'.
           88 SORT-EOF VALUE 'Y'.
       01 WORK-NAME PIC X(30).
       01 WORK-BANK-ID PIC X(5).
       01 WORK-ACCOUNT-ID PIC X(10).
       COPY NKEYREC.
       LINKAGE SECTION.
           COPY NIRQREC.

       PROCEDURE DIVISION USING NAME-INDEX-REQUEST.
           MOVE '00' TO NI-RESULT
           MOVE 0 TO NI-ENTRY-COUNT
           OPEN INPUT MASTER-ISAM-DATA
           IF MASTER-FILE-STATUS = "00"
               SET NI-FROM-MASTER TO TRUE
           ELSE
               OPEN INPUT ACCOUNT-MASTER-DATA
               IF ACCTMAST-FILE-STATUS NOT = "00"
                   SET NI-NO-SOURCE TO TRUE
                   MOVE "NX0003" TO MSG-ID
                   MOVE "W" TO MSG-SEVERITY
                   MOVE function concatenate("NEITHER ",
                       "account_master.dat NOR account_master.txt ",
                       "CAN BE READ - NAME INDEX NOT REBUILT")
                       TO MSG-TEXT
                   PERFORM LogMessage
                   GOBACK
               END-IF
               SET NI-FROM-FEED TO TRUE
           END-IF
           SORT NAME-SORT-WORK ON ASCENDING KEY
               NS-KEY NS-BANK-ID NS-ACCOUNT-ID
               INPUT PROCEDURE IS ReleaseNames
               OUTPUT PROCEDURE IS WriteNameIndex
           IF NI-FROM-MASTER
               CLOSE MASTER-ISAM-DATA
           ELSE
               CLOSE ACCOUNT-MASTER-DATA
           END-IF
           IF NI-BUILT
               MOVE "NX0001" TO MSG-ID
               MOVE "I" TO MSG-SEVERITY
               IF NI-FROM-MASTER
                   MOVE function concatenate("NAME INDEX REBUILT - ",
                       NI-ENTRY-COUNT, " NAMES FROM account_master.dat")
                       TO MSG-TEXT
               ELSE
                   MOVE function concatenate("NAME INDEX REBUILT - ",
                       NI-ENTRY-COUNT, " NAMES FROM account_master.txt")
                       TO MSG-TEXT
               END-IF
               PERFORM LogMessage
           END-IF
           GOBACK.

      *****************************************************************
      * Sort input - one record per named account
      *****************************************************************
       ReleaseNames SECTION.
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               IF NI-FROM-MASTER
                   READ MASTER-ISAM-DATA NEXT RECORD
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           MOVE MST-NAME TO WORK-NAME
                           MOVE MST-BANK-ID TO WORK-BANK-ID
                           MOVE MST-ACCOUNT-ID TO WORK-ACCOUNT-ID
                           PERFORM ReleaseName
                   END-READ
               ELSE
                   READ ACCOUNT-MASTER-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF AM-BANK-ID-F IS NUMERIC
                               AND AM-ACCOUNT-ID-F IS NUMERIC
                               MOVE AM-NAME-F TO WORK-NAME
                               MOVE AM-BANK-ID-F TO WORK-BANK-ID
                               MOVE AM-ACCOUNT-ID-F
                                   TO WORK-ACCOUNT-ID
                               PERFORM ReleaseName
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           .

      * a name with no letters or digits has no key and cannot be
      * searched for - it stays off the index
       ReleaseName SECTION.
           MOVE WORK-NAME TO NK-NAME
           CALL "NAMEKEY" USING NAME-KEY-REQUEST
           END-CALL
           IF NK-SORTED-KEY = SPACES
               EXIT SECTION
           END-IF
           MOVE NK-SORTED-KEY TO NS-KEY
           MOVE WORK-BANK-ID TO NS-BANK-ID
           MOVE WORK-ACCOUNT-ID TO NS-ACCOUNT-ID
           MOVE WORK-NAME TO NS-NAME
           RELEASE NAME-SORT-REC
           .

      *****************************************************************
      * Sort output - the index itself
      *****************************************************************
       WriteNameIndex SECTION.
           OPEN OUTPUT NAME-INDEX-DATA
           IF NAMEIDX-FILE-STATUS NOT = "00"
               SET NI-WRITE-FAILED TO TRUE
               MOVE "NX0002" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN name_index.txt, STATUS=",
                   NAMEIDX-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
      * the sorted records are still returned, so the sort ends
      * normally with nothing written
           END-IF
           MOVE 'N' TO SORT-EOF-SW
           PERFORM UNTIL SORT-EOF
               RETURN NAME-SORT-WORK
                   AT END SET SORT-EOF TO TRUE
                   NOT AT END
                       IF NI-BUILT
                           MOVE SPACES TO NAME-INDEX-F
                           MOVE NS-KEY TO NX-KEY-F
                           MOVE NS-NAME TO NX-NAME-F
                           MOVE NS-BANK-ID TO NX-BANK-ID-F
                           MOVE NS-ACCOUNT-ID TO NX-ACCOUNT-ID-F
                           WRITE NAME-INDEX-F
                           ADD 1 TO NI-ENTRY-COUNT
                       END-IF
               END-RETURN
           END-PERFORM
           IF NI-BUILT
               CLOSE NAME-INDEX-DATA
           END-IF
           .

       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           .

       END PROGRAM NAMEINDEX.
