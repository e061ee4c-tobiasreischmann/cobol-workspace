       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DRPACK.
      *****************************************************************
      * Disaster-recovery package - the end-of-day step that gathers
      * everything needed to rebuild the account files at another
      * site into one dated transfer set for off-site shipment, the
      * directory batchprocess/dr_package_YYYYMMDD:
      *   account_master_dump.txt  account_master.dat dumped, one
      *                            record image per line
      *   posting_refs.txt, opening_balances.txt, gl_balances.txt,
      *   statement_cycles.txt, outbound_register.txt
      *   audit_archive_index.txt, every audit archive it names and
      *                            the current audit_trail.txt
      *   the reference files      bank, legal-entity, currency,
      *                            check-digit, calendar, rate, fee,
      *                            product, GL, facility, limit,
      *                            threshold, watchlist and sweep
      *                            files, with the
      *                            static account, customer and
      *                            account holder files
      * and dr_manifest.txt (COPY DRMFREC), listing each file with its
      * record count and checksum (DRCHKSUM), closed by the totals and
      * the checksum of the manifest itself. DRVERIFY checks the set
      * against the manifest at the recovery site and rebuilds a
      * working data directory from it.
      * The package is dated with the processing date of the last
      * night run (run_history.txt) or PROCDATE= in runparams.txt.
      * It holds the run lock while it packs, as a night run does, so
      * no run changes the files half way through, and it refuses to
      * pack while a partitioned night is unfinished. A reference file
      * the shop does not use is listed ABSENT; the master, the
      * posting references and the opening balances must be there.
      * Return code 0 complete, 8 an archive named in the index is
      * missing, 16 refused or the package is incomplete.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-PARAM-DATA ASSIGN TO
             "batchprocess/runparams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAM-FILE-STATUS.
           SELECT RUN-LOCK-DATA ASSIGN TO
             "batchprocess/run_lock.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNLOCK-FILE-STATUS.
           SELECT PARTITION-ACTIVE-DATA ASSIGN TO
             "batchprocess/partition_active.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PARTACT-FILE-STATUS.
           SELECT RUN-HISTORY-DATA ASSIGN TO
             "batchprocess/run_history.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNHIST-FILE-STATUS.
           SELECT MASTER-ISAM-DATA ASSIGN TO
             "batchprocess/account_master.dat"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           FILE STATUS IS MASTER-FILE-STATUS.
           SELECT ARCHIVE-INDEX-DATA ASSIGN TO
             "batchprocess/audit_archive_index.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCIDX-FILE-STATUS.
           SELECT COPY-IN-DATA ASSIGN TO COPY-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COPYIN-FILE-STATUS.
           SELECT COPY-OUT-DATA ASSIGN TO COPY-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COPYOUT-FILE-STATUS.
           SELECT MANIFEST-DATA ASSIGN TO MANIFEST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANIFEST-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD RUN-PARAM-DATA.
           01 RUN-PARAM-F.
            05 RP-LINE PIC X(40).
           FD RUN-LOCK-DATA.
           01 RUN-LOCK-F.
            05 LOCK-LINE PIC X(40).
           FD PARTITION-ACTIVE-DATA.
           01 PARTITION-ACTIVE-F.
            05 PA-LINE PIC X(40).
           FD RUN-HISTORY-DATA.
           01 RUN-HISTORY-F.
            05 RH-LINE PIC X(60).
           FD MASTER-ISAM-DATA.
           COPY MSTREC.
           FD ARCHIVE-INDEX-DATA.
           01 ARCHIVE-INDEX-F.
            05 AIX-LINE PIC X(100).
           FD COPY-IN-DATA.
           01 COPY-IN-F.
            05 COPY-IN-LINE PIC X(400).
           FD COPY-OUT-DATA.
           01 COPY-OUT-F.
            05 COPY-OUT-LINE PIC X(400).
           FD MANIFEST-DATA.
           01 MANIFEST-F.
            05 MANIFEST-OUT-LINE PIC X(120).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "DRPACK".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 RUNPARAM-FILE-STATUS PIC X(2).
           05 RUNLOCK-FILE-STATUS PIC X(2).
           05 PARTACT-FILE-STATUS PIC X(2).
           05 RUNHIST-FILE-STATUS PIC X(2).
           05 MASTER-FILE-STATUS PIC X(2).
           05 ARCIDX-FILE-STATUS PIC X(2).
           05 COPYIN-FILE-STATUS PIC X(2).
           05 COPYOUT-FILE-STATUS PIC X(2).
           05 MANIFEST-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.
       01 RP-KEY PIC X(20).
       01 RP-VALUE PIC X(20).

      * package date and directory
       01 PACK-DATE PIC X(8) VALUE SPACES.
       01 PACK-DIRECTORY PIC X(60).
       01 MANIFEST-NAME PIC X(100).
       01 COPY-IN-NAME PIC X(100).
       01 COPY-OUT-NAME PIC X(100).
       01 SAVED-RETURN-CODE PIC S9(9) COMP.
       01 PACK-RC PIC 99 VALUE 0.
       01 PACK-STATE-SW PIC X VALUE 'N'.
           88 PACK-REFUSED VALUE 'R'.
           88 PACK-INCOMPLETE VALUE 'I'.

      * run lock, taken as the night run takes it
       01 LOCK-STAMP PIC X(14).
       01 LOCK-TODAY PIC X(8).
       01 CLEAR-LOCK-SW PIC X VALUE 'N'.
           88 CLEAR-LOCK VALUE 'Y'.
       01 LOCK-HELD-SW PIC X VALUE 'N'.
           88 LOCK-HELD VALUE 'Y'.

      * the flat files of the package - name, role, and whether the
      * package is worthless without it
       01 PACK-FILE-LIST.
           05 FILLER PIC X(40) VALUE
               'posting_refs.txt         DATA     Y'.
           05 FILLER PIC X(40) VALUE
               'opening_balances.txt     DATA     Y'.
           05 FILLER PIC X(40) VALUE
               'gl_balances.txt          DATA     N'.
           05 FILLER PIC X(40) VALUE
               'statement_cycles.txt     DATA     N'.
           05 FILLER PIC X(40) VALUE
               'outbound_register.txt    DATA     N'.
           05 FILLER PIC X(40) VALUE
               'audit_archive_index.txt  ARCHIVE  N'.
           05 FILLER PIC X(40) VALUE
               'audit_trail.txt          ARCHIVE  N'.
           05 FILLER PIC X(40) VALUE
               'bank_master.txt          REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'legal_entities.txt       REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'valid_currencies.txt     REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'check_digits.txt         REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'calendar.txt             REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'fx_rates.txt             REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'fx_reval_rates.txt       REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'interest_rates.txt       REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'fee_schedule.txt         REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'product_catalog.txt      REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'chart_of_accounts.txt    REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'gl_mapping.txt           REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'overdraft_facilities.txt REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'velocity_limits.txt      REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'advice_thresholds.txt    REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'compliance_thresholds.txtREFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'watchlist.txt            REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'sweep_rules.txt          REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'account_master.txt       REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'customer_master.txt      REFERENCEN'.
           05 FILLER PIC X(40) VALUE
               'account_holders.txt      REFERENCEN'.
       01 PACK-FILE-TABLE REDEFINES PACK-FILE-LIST.
           05 PF-ENTRY OCCURS 28 TIMES.
               10 PF-NAME PIC X(25).
               10 PF-ROLE PIC X(9).
               10 PF-REQUIRED PIC X.
               10 FILLER PIC X(5).
       01 PF-INDEX PIC 99.

      * the file in hand
       01 PACK-FILE-NAME PIC X(40).
       01 PACK-FILE-ROLE PIC X(9).
       01 PACK-FILE-REQUIRED PIC X.
       01 ARCHIVE-PATH PIC X(44).
       01 SLASH-POS PIC 99.

      * totals and the running checksum of the manifest itself
       01 FILES-PRESENT PIC 9(5) VALUE 0.
       01 FILES-ABSENT PIC 9(5) VALUE 0.
       01 RECORDS-PACKED PIC 9(9) VALUE 0.
       01 MANIFEST-RECORDS PIC 9(9) VALUE 0.
       01 MANIFEST-SUM PIC 9(10) VALUE 0.
       COPY DRCKREC.
       COPY DRMFREC.
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
           PERFORM LoadRunParameters
           IF PACK-DATE = SPACES
               PERFORM FindLastRunDate
           END-IF
           PERFORM CheckPartitionedNight
           IF NOT PACK-REFUSED
               PERFORM TakeRunLock
           END-IF
           IF PACK-REFUSED
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           DISPLAY "Disaster-recovery package for " PACK-DATE
           PERFORM OpenPackage
           IF NOT PACK-INCOMPLETE
               PERFORM PackMaster
           END-IF
           PERFORM VARYING PF-INDEX FROM 1 BY 1
               UNTIL PF-INDEX > 28 OR PACK-INCOMPLETE
               MOVE PF-NAME(PF-INDEX) TO PACK-FILE-NAME
               MOVE PF-ROLE(PF-INDEX) TO PACK-FILE-ROLE
               MOVE PF-REQUIRED(PF-INDEX) TO PACK-FILE-REQUIRED
               MOVE function concatenate('batchprocess/',
                   FUNCTION TRIM(PACK-FILE-NAME)) TO COPY-IN-NAME
               PERFORM PackFlatFile
           END-PERFORM
           IF NOT PACK-INCOMPLETE
               PERFORM PackAuditArchives
           END-IF
           IF NOT PACK-INCOMPLETE
               PERFORM ClosePackage
           END-IF
           PERFORM ReleaseRunLock
           IF PACK-INCOMPLETE
               MOVE "DP0001" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("DR PACKAGE ",
                   FUNCTION TRIM(PACK-DIRECTORY),
                   " IS INCOMPLETE - DO NOT SHIP IT") TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO PACK-RC
           ELSE
               MOVE "DP0002" TO MSG-ID
               MOVE "I" TO MSG-SEVERITY
               MOVE function concatenate("DR PACKAGE ",
                   FUNCTION TRIM(PACK-DIRECTORY), " READY - ",
                   FILES-PRESENT, " FILES, ", RECORDS-PACKED,
                   " RECORDS, ", FILES-ABSENT, " ABSENT")
                   TO MSG-TEXT
               PERFORM LogMessage
               DISPLAY "Manifest written to "
                   FUNCTION TRIM(MANIFEST-NAME)
           END-IF
           MOVE PACK-RC TO RETURN-CODE
           GOBACK.

      * the processing date of the last night run, else today
       FindLastRunDate SECTION.
           OPEN INPUT RUN-HISTORY-DATA
           IF RUNHIST-FILE-STATUS = "00"
               MOVE 'N' TO FILE-EOF-SW
               PERFORM UNTIL FILE-EOF
                   READ RUN-HISTORY-DATA
                       AT END SET FILE-EOF TO TRUE
                       NOT AT END
                           IF RH-LINE(1:8) IS NUMERIC
                               MOVE RH-LINE(1:8) TO PACK-DATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RUN-HISTORY-DATA
           END-IF
           IF PACK-DATE = SPACES
               MOVE FUNCTION CURRENT-DATE(1:8) TO PACK-DATE
           END-IF
           .

      * half a partitioned night is not a consistent point - PARTMERGE
      * removes the marker once every partition has run
       CheckPartitionedNight SECTION.
           OPEN INPUT PARTITION-ACTIVE-DATA
           IF PARTACT-FILE-STATUS = "00"
               CLOSE PARTITION-ACTIVE-DATA
               MOVE "DP0003" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("A PARTITIONED NIGHT RUN ",
                   "IS UNFINISHED (partition_active.txt) - ",
                   "PACKAGE REFUSED") TO MSG-TEXT
               PERFORM LogMessage
               SET PACK-REFUSED TO TRUE
           END-IF
           .

       OpenPackage SECTION.
           MOVE function concatenate('batchprocess/dr_package_',
               PACK-DATE) TO PACK-DIRECTORY
      * a package of the same date is packed again over the old one
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "CBL_CREATE_DIR" USING PACK-DIRECTORY
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           MOVE function concatenate(FUNCTION TRIM(PACK-DIRECTORY),
               '/dr_manifest.txt') TO MANIFEST-NAME
           OPEN OUTPUT MANIFEST-DATA
           IF MANIFEST-FILE-STATUS NOT = "00"
               MOVE "DP0004" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("CANNOT OPEN ",
                   FUNCTION TRIM(MANIFEST-NAME), ", STATUS=",
                   MANIFEST-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               SET PACK-INCOMPLETE TO TRUE
               EXIT SECTION
           END-IF
           MOVE SPACES TO DR-MANIFEST-LINE
           MOVE 'PACK' TO MF-TYPE
           MOVE PACK-DATE TO MF-PACK-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO MF-PACKED-AT
           MOVE RG-REGION TO MF-REGION
           PERFORM WriteManifestLine
           .

      *****************************************************************
      * The master - dumped record by record as the nightly backups
      * dump it
      *****************************************************************
       PackMaster SECTION.
           MOVE 'account_master_dump.txt' TO PACK-FILE-NAME
           MOVE 'MASTER' TO PACK-FILE-ROLE
           MOVE 'STRT' TO DC-FUNCTION
           CALL "DRCHKSUM" USING DR-CHECKSUM-REQUEST
           END-CALL
           OPEN INPUT MASTER-ISAM-DATA
           IF MASTER-FILE-STATUS NOT = "00"
               MOVE "DP0005" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("CANNOT OPEN ",
                   "account_master.dat, STATUS=", MASTER-FILE-STATUS)
                   TO MSG-TEXT
               PERFORM LogMessage
               SET PACK-INCOMPLETE TO TRUE
               EXIT SECTION
           END-IF
           PERFORM OpenPackageCopy
           IF PACK-INCOMPLETE
               CLOSE MASTER-ISAM-DATA
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF OR PACK-INCOMPLETE
               READ MASTER-ISAM-DATA NEXT RECORD
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO COPY-OUT-LINE
                       MOVE MASTER-REC TO COPY-OUT-LINE
                       PERFORM WritePackageLine
               END-READ
           END-PERFORM
           CLOSE MASTER-ISAM-DATA
           CLOSE COPY-OUT-DATA
           PERFORM NoteFilePresent
           .

      *****************************************************************
      * A flat file - COPY-IN-NAME and the PACK-FILE fields set by the
      * caller; copied line by line under its own name
      *****************************************************************
       PackFlatFile SECTION.
           MOVE 'STRT' TO DC-FUNCTION
           CALL "DRCHKSUM" USING DR-CHECKSUM-REQUEST
           END-CALL
           OPEN INPUT COPY-IN-DATA
           IF COPYIN-FILE-STATUS NOT = "00"
               PERFORM NoteFileAbsent
               EXIT SECTION
           END-IF
           PERFORM OpenPackageCopy
           IF PACK-INCOMPLETE
               CLOSE COPY-IN-DATA
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF OR PACK-INCOMPLETE
               READ COPY-IN-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE COPY-IN-LINE TO COPY-OUT-LINE
                       PERFORM WritePackageLine
               END-READ
           END-PERFORM
           CLOSE COPY-IN-DATA
           CLOSE COPY-OUT-DATA
           PERFORM NoteFilePresent
           .

      * every archive audit_archive_index.txt names - date(1:8), line
      * count, path(21:44), chain hashes - packed under its file name
       PackAuditArchives SECTION.
           OPEN INPUT ARCHIVE-INDEX-DATA
           IF ARCIDX-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'ARCHIVE' TO PACK-FILE-ROLE
           MOVE 'Y' TO PACK-FILE-REQUIRED
           PERFORM UNTIL ARCIDX-FILE-STATUS NOT = "00"
               OR PACK-INCOMPLETE
               READ ARCHIVE-INDEX-DATA
                   AT END MOVE "10" TO ARCIDX-FILE-STATUS
               END-READ
               IF ARCIDX-FILE-STATUS = "00"
                   AND AIX-LINE(1:8) IS NUMERIC
                   AND AIX-LINE(21:44) NOT = SPACES
                   MOVE AIX-LINE(21:44) TO ARCHIVE-PATH
                   PERFORM TakeArchiveFileName
                   MOVE ARCHIVE-PATH TO COPY-IN-NAME
                   PERFORM PackFlatFile
               END-IF
           END-PERFORM
           CLOSE ARCHIVE-INDEX-DATA
           .

       TakeArchiveFileName SECTION.
           MOVE 44 TO SLASH-POS
           PERFORM UNTIL SLASH-POS = 0
               OR ARCHIVE-PATH(SLASH-POS:1) = '/'
               SUBTRACT 1 FROM SLASH-POS
           END-PERFORM
           MOVE ARCHIVE-PATH(SLASH-POS + 1:) TO PACK-FILE-NAME
           .

       OpenPackageCopy SECTION.
           MOVE function concatenate(FUNCTION TRIM(PACK-DIRECTORY),
               '/', FUNCTION TRIM(PACK-FILE-NAME)) TO COPY-OUT-NAME
           OPEN OUTPUT COPY-OUT-DATA
           IF COPYOUT-FILE-STATUS NOT = "00"
               MOVE "DP0006" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("CANNOT OPEN ",
                   FUNCTION TRIM(COPY-OUT-NAME), ", STATUS=",
                   COPYOUT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               SET PACK-INCOMPLETE TO TRUE
           END-IF
           .

       WritePackageLine SECTION.
           WRITE COPY-OUT-F
           IF COPYOUT-FILE-STATUS NOT = "00"
               MOVE "DP0007" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("WRITE TO ",
                   FUNCTION TRIM(COPY-OUT-NAME), " FAILED, STATUS=",
                   COPYOUT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               SET PACK-INCOMPLETE TO TRUE
               EXIT SECTION
           END-IF
           MOVE COPY-OUT-LINE TO DC-LINE
           MOVE 'LINE' TO DC-FUNCTION
           CALL "DRCHKSUM" USING DR-CHECKSUM-REQUEST
           END-CALL
           .

      *****************************************************************
      * Manifest lines
      *****************************************************************
       NoteFilePresent SECTION.
           MOVE SPACES TO DR-MANIFEST-LINE
           MOVE 'FILE' TO MF-TYPE
           MOVE PACK-FILE-NAME TO MF-FILE-NAME
           MOVE PACK-FILE-ROLE TO MF-ROLE
           MOVE 'PRESENT' TO MF-STATE
           MOVE DC-RECORDS TO MF-RECORDS
           MOVE DC-CHECKSUM TO MF-CHECKSUM
           ADD 1 TO FILES-PRESENT
           ADD DC-RECORDS TO RECORDS-PACKED
           PERFORM WriteManifestLine
           .

      * an optional file the shop does not keep is only listed; a
      * missing master companion makes the package useless, a missing
      * archive leaves a gap in the audit history
       NoteFileAbsent SECTION.
           MOVE SPACES TO DR-MANIFEST-LINE
           MOVE 'FILE' TO MF-TYPE
           MOVE PACK-FILE-NAME TO MF-FILE-NAME
           MOVE PACK-FILE-ROLE TO MF-ROLE
           MOVE 'ABSENT' TO MF-STATE
           MOVE 0 TO MF-RECORDS
           MOVE 0 TO MF-CHECKSUM
           ADD 1 TO FILES-ABSENT
           PERFORM WriteManifestLine
           IF PACK-FILE-REQUIRED NOT = 'Y'
               EXIT SECTION
           END-IF
           IF PACK-FILE-ROLE = 'ARCHIVE'
               MOVE "DP0008" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate("AUDIT ARCHIVE ",
                   FUNCTION TRIM(COPY-IN-NAME), " IS ON THE INDEX ",
                   "BUT MISSING - PACKAGED WITHOUT IT") TO MSG-TEXT
               PERFORM LogMessage
               IF PACK-RC < 8
                   MOVE 8 TO PACK-RC
               END-IF
           ELSE
               MOVE "DP0009" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate(
                   FUNCTION TRIM(COPY-IN-NAME),
                   " IS MISSING - THE MASTER CANNOT BE REBUILT ",
                   "WITHOUT IT") TO MSG-TEXT
               PERFORM LogMessage
               SET PACK-INCOMPLETE TO TRUE
           END-IF
           .

       ClosePackage SECTION.
           MOVE SPACES TO DR-MANIFEST-LINE
           MOVE 'END ' TO MF-TYPE
           COMPUTE MF-FILE-COUNT = FILES-PRESENT + FILES-ABSENT
           MOVE RECORDS-PACKED TO MF-TOTAL-RECORDS
           MOVE MANIFEST-SUM TO MF-MANIFEST-SUM
           WRITE MANIFEST-F FROM DR-MANIFEST-LINE
           CLOSE MANIFEST-DATA
           IF MANIFEST-FILE-STATUS NOT = "00"
               SET PACK-INCOMPLETE TO TRUE
           END-IF
           .

      * every manifest line before the END line is summed, in turn,
      * into the manifest's own checksum
       WriteManifestLine SECTION.
           WRITE MANIFEST-F FROM DR-MANIFEST-LINE
           IF MANIFEST-FILE-STATUS NOT = "00"
               MOVE "DP0010" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("WRITE TO ",
                   FUNCTION TRIM(MANIFEST-NAME), " FAILED, STATUS=",
                   MANIFEST-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               SET PACK-INCOMPLETE TO TRUE
               EXIT SECTION
           END-IF
           MOVE MANIFEST-RECORDS TO DC-RECORDS
           MOVE MANIFEST-SUM TO DC-CHECKSUM
           MOVE DR-MANIFEST-LINE TO DC-LINE
           MOVE 'LINE' TO DC-FUNCTION
           CALL "DRCHKSUM" USING DR-CHECKSUM-REQUEST
           END-CALL
           MOVE DC-RECORDS TO MANIFEST-RECORDS
           MOVE DC-CHECKSUM TO MANIFEST-SUM
           .

      *****************************************************************
      * Run lock - held while packing so the files stay as they are
      *****************************************************************
       TakeRunLock SECTION.
           OPEN INPUT RUN-LOCK-DATA
           IF RUNLOCK-FILE-STATUS = "00"
               MOVE SPACES TO LOCK-LINE
               READ RUN-LOCK-DATA
                   AT END CONTINUE
               END-READ
               MOVE LOCK-LINE(1:14) TO LOCK-STAMP
               CLOSE RUN-LOCK-DATA
               IF CLEAR-LOCK
                   MOVE "DP0011" TO MSG-ID
                   MOVE "W" TO MSG-SEVERITY
                   MOVE function concatenate(
                       "RUN LOCK FROM ", LOCK-STAMP,
                       " CLEARED BY OPERATOR (CLEARLOCK=Y)")
                       TO MSG-TEXT
                   PERFORM LogMessage
               ELSE
                   MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-TODAY
                   MOVE "DP0012" TO MSG-ID
                   MOVE "S" TO MSG-SEVERITY
                   IF LOCK-STAMP(1:8) = LOCK-TODAY
                       MOVE function concatenate(
                           "ANOTHER RUN HOLDS THE LOCK SINCE ",
                           LOCK-STAMP, " - PACKAGE REFUSED")
                           TO MSG-TEXT
                   ELSE
                       MOVE function concatenate(
                           "STALE RUN LOCK FROM ", LOCK-STAMP,
                           " - A CRASHED RUN LEFT IT; CLEAR WITH ",
                           "CLEARLOCK=Y") TO MSG-TEXT
                   END-IF
                   PERFORM LogMessage
                   SET PACK-REFUSED TO TRUE
                   EXIT SECTION
               END-IF
           END-IF
           OPEN OUTPUT RUN-LOCK-DATA
           IF RUNLOCK-FILE-STATUS = "00"
               MOVE FUNCTION CURRENT-DATE(1:14) TO LOCK-LINE
               WRITE RUN-LOCK-F
               CLOSE RUN-LOCK-DATA
               SET LOCK-HELD TO TRUE
           END-IF
           .

       ReleaseRunLock SECTION.
           IF LOCK-HELD
               CALL "CBL_DELETE_FILE" USING
                   "batchprocess/run_lock.txt"
               END-CALL
               MOVE 'N' TO LOCK-HELD-SW
           END-IF
           .

      *****************************************************************
      * Run parameters - PROCDATE and CLEARLOCK
      *****************************************************************
       LoadRunParameters SECTION.
           OPEN INPUT RUN-PARAM-DATA
           IF RUNPARAM-FILE-STATUS = "00"
               PERFORM UNTIL RUNPARAM-FILE-STATUS NOT = "00"
                   READ RUN-PARAM-DATA
                       AT END MOVE "10" TO RUNPARAM-FILE-STATUS
                   END-READ
                   IF RUNPARAM-FILE-STATUS = "00"
                       PERFORM ApplyRunParameter
                   END-IF
               END-PERFORM
               CLOSE RUN-PARAM-DATA
           END-IF
           .

       ApplyRunParameter SECTION.
           MOVE SPACES TO RP-KEY RP-VALUE
           UNSTRING RP-LINE DELIMITED BY '='
               INTO RP-KEY RP-VALUE
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(RP-KEY)) TO RP-KEY
           MOVE FUNCTION TRIM(RP-VALUE) TO RP-VALUE
           EVALUATE RP-KEY
           WHEN 'PROCDATE'
               IF RP-VALUE(1:8) IS NUMERIC AND RP-VALUE(9:12) = SPACES
                   MOVE RP-VALUE(1:8) TO PACK-DATE
               END-IF
           WHEN 'CLEARLOCK'
               MOVE RP-VALUE(1:1) TO CLEAR-LOCK-SW
           WHEN OTHER
               CONTINUE
           END-EVALUATE
           .

       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           .

       END PROGRAM DRPACK.
