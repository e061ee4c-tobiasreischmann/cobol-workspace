       IDENTIFICATION DIVISION.
       PROGRAM-ID.  DRVERIFY.
      *****************************************************************
      * Disaster-recovery package verification - run at the recovery
      * site on a package DRPACK shipped (batchprocess/dr_package_
      * YYYYMMDD as it arrived). Every file of the package is counted
      * and summed again through DRCHKSUM and checked against
      * dr_manifest.txt (COPY DRMFREC), and the manifest against its
      * own END line, so a file lost, cut short or altered on the way
      * is found before anything is rebuilt from it. The result of
      * every file goes to dr_verify_report.txt (standard page
      * headers, RPTPAGE).
      * Only a package that verified clean can be rebuilt: the
      * operator names the batchprocess directory of the data region
      * to rebuild (ENTER = this region's own), the master dump is
      * reloaded into an indexed account_master.dat and every other
      * file present in the package is copied there under its own
      * name - the audit archive index names its archives as
      * batchprocess/..., so they are found again in that layout.
      * The directory is refused while a run holds its run lock.
      * Return code 0 verified (and rebuilt), 8 the package failed
      * verification or nothing was chosen, 16 no manifest or the
      * rebuild failed.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MANIFEST-DATA ASSIGN TO MANIFEST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MANIFEST-FILE-STATUS.
           SELECT COPY-IN-DATA ASSIGN TO COPY-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COPYIN-FILE-STATUS.
           SELECT COPY-OUT-DATA ASSIGN TO COPY-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COPYOUT-FILE-STATUS.
           SELECT MASTER-ISAM-DATA ASSIGN TO COPY-OUT-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           FILE STATUS IS MASTER-FILE-STATUS.
           SELECT VERIFY-REPORT-DATA ASSIGN TO
             "batchprocess/dr_verify_report.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD MANIFEST-DATA.
           01 MANIFEST-F.
            05 MANIFEST-IN-LINE PIC X(120).
           FD COPY-IN-DATA.
           01 COPY-IN-F.
            05 COPY-IN-LINE PIC X(400).
           FD COPY-OUT-DATA.
           01 COPY-OUT-F.
            05 COPY-OUT-LINE PIC X(400).
           FD MASTER-ISAM-DATA.
           COPY MSTREC.
           FD VERIFY-REPORT-DATA.
           01 VERIFY-REPORT-F.
            05 REPORT-LINE PIC X(132).
       WORKING-STORAGE SECTION.
       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE "DRVERIFY".
           05 MSG-TEXT PIC X(100).
       01 FILE-STATUS.
           05 MANIFEST-FILE-STATUS PIC X(2).
           05 COPYIN-FILE-STATUS PIC X(2).
           05 COPYOUT-FILE-STATUS PIC X(2).
           05 MASTER-FILE-STATUS PIC X(2).
           05 REPORT-FILE-STATUS PIC X(2).
       01 FILE-EOF-SW PIC X VALUE 'N'.
           88 FILE-EOF VALUE 'Y'.

       01 DIALOG-INPUT PIC X(60).
       01 CONFIRM-INPUT PIC X(4).
       01 PACKAGE-DIRECTORY PIC X(60).
       01 TARGET-DIRECTORY PIC X(60).
       01 MANIFEST-NAME PIC X(100).
       01 COPY-IN-NAME PIC X(100).
       01 COPY-OUT-NAME PIC X(100).
       01 SAVED-RETURN-CODE PIC S9(9) COMP.
       01 VERIFY-RC PIC 99 VALUE 0.

      * the manifest as read - the package line, every file line and
      * the END line's totals
       01 PACKAGE-DATE PIC X(8) VALUE SPACES.
       01 PACKAGE-STAMP PIC X(14) VALUE SPACES.
       01 PACKAGE-REGION PIC X(5) VALUE SPACES.
       01 MANIFEST-TABLE.
           05 MT-USED PIC 9(3) VALUE 0.
           05 MT-ENTRY OCCURS 500 TIMES.
               10 MT-NAME PIC X(40).
               10 MT-ROLE PIC X(9).
               10 MT-STATE PIC X(7).
               10 MT-RECORDS PIC 9(9).
               10 MT-CHECKSUM PIC 9(10).
               10 MT-FOUND-RECORDS PIC 9(9).
               10 MT-FOUND-CHECKSUM PIC 9(10).
               10 MT-RESULT PIC X(16).
       01 MT-INDEX PIC 9(3).
       01 END-SEEN-SW PIC X VALUE 'N'.
           88 END-SEEN VALUE 'Y'.
       01 END-FILE-COUNT PIC 9(5) VALUE 0.
       01 END-TOTAL-RECORDS PIC 9(9) VALUE 0.
       01 END-MANIFEST-SUM PIC 9(10) VALUE 0.
       01 MANIFEST-RECORDS PIC 9(9) VALUE 0.
       01 MANIFEST-SUM PIC 9(10) VALUE 0.
       01 MANIFEST-RESULT PIC X(40) VALUE SPACES.
       01 TOTAL-RECORDS PIC 9(9) VALUE 0.
       01 FILES-FAILED PIC 9(5) VALUE 0.
       01 FILES-REBUILT PIC 9(5) VALUE 0.
       01 RECORDS-REBUILT PIC 9(9) VALUE 0.
       01 REBUILD-COUNT PIC 9(9).
       01 FAILED-FILE-NAME PIC X(40).
       01 REBUILD-STATE-SW PIC X VALUE 'N'.
           88 REBUILD-FAILED VALUE 'Y'.
       01 COUNT-ED PIC Z(8)9.
       01 COUNT-ED-2 PIC Z(8)9.
       COPY DRCKREC.
       COPY DRMFREC.
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
           DISPLAY "DR PACKAGE VERIFICATION - checks a shipped "
               "package against its manifest"
           DISPLAY "Package directory (e.g. "
               "batchprocess/dr_package_YYYYMMDD):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           IF DIALOG-INPUT = SPACES
               DISPLAY "No package named - nothing verified."
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE FUNCTION TRIM(DIALOG-INPUT) TO PACKAGE-DIRECTORY
           PERFORM ReadManifest
           IF MANIFEST-FILE-STATUS NOT = "00"
               AND MANIFEST-FILE-STATUS NOT = "10"
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM VARYING MT-INDEX FROM 1 BY 1
               UNTIL MT-INDEX > MT-USED
               PERFORM VerifyPackageFile
           END-PERFORM
           PERFORM WriteVerifyReport
           IF FILES-FAILED > 0 OR MANIFEST-RESULT NOT = 'OK'
               MOVE FILES-FAILED TO COUNT-ED
               MOVE "DV0001" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("DR PACKAGE ",
                   FUNCTION TRIM(PACKAGE-DIRECTORY),
                   " FAILED VERIFICATION - ", FUNCTION TRIM(COUNT-ED),
                   " FILE(S), MANIFEST ",
                   FUNCTION TRIM(MANIFEST-RESULT)) TO MSG-TEXT
               PERFORM LogMessage
               DISPLAY "Package NOT usable - see "
                   "batchprocess/dr_verify_report.txt"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "DV0002" TO MSG-ID
           MOVE "I" TO MSG-SEVERITY
           MOVE function concatenate("DR PACKAGE ",
               FUNCTION TRIM(PACKAGE-DIRECTORY), " OF ",
               PACKAGE-DATE, " VERIFIED - ", MT-USED, " FILES, ",
               TOTAL-RECORDS, " RECORDS") TO MSG-TEXT
           PERFORM LogMessage
           PERFORM RebuildDialog
           MOVE VERIFY-RC TO RETURN-CODE
           GOBACK.

      *****************************************************************
      * The manifest - every line before END summed as DRPACK summed
      * it, the END line's totals compared with what was read
      *****************************************************************
       ReadManifest SECTION.
           MOVE function concatenate(FUNCTION TRIM(PACKAGE-DIRECTORY),
               '/dr_manifest.txt') TO MANIFEST-NAME
           OPEN INPUT MANIFEST-DATA
           IF MANIFEST-FILE-STATUS NOT = "00"
               MOVE "DV0003" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("NO MANIFEST ",
                   FUNCTION TRIM(MANIFEST-NAME), ", STATUS=",
                   MANIFEST-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               EXIT SECTION
           END-IF
           PERFORM UNTIL MANIFEST-FILE-STATUS NOT = "00"
               READ MANIFEST-DATA INTO DR-MANIFEST-LINE
                   AT END MOVE "10" TO MANIFEST-FILE-STATUS
               END-READ
               IF MANIFEST-FILE-STATUS = "00" AND NOT END-SEEN
                   PERFORM NoteManifestLine
               END-IF
           END-PERFORM
           CLOSE MANIFEST-DATA
           EVALUATE TRUE
           WHEN NOT END-SEEN
               MOVE 'CUT SHORT (NO END LINE)' TO MANIFEST-RESULT
           WHEN END-MANIFEST-SUM NOT = MANIFEST-SUM
               MOVE 'ALTERED (CHECKSUM)' TO MANIFEST-RESULT
           WHEN END-FILE-COUNT NOT = MT-USED
               OR END-TOTAL-RECORDS NOT = TOTAL-RECORDS
               MOVE 'TOTALS DO NOT AGREE' TO MANIFEST-RESULT
           WHEN OTHER
               MOVE 'OK' TO MANIFEST-RESULT
           END-EVALUATE
           .

       NoteManifestLine SECTION.
           IF MF-END-LINE
               SET END-SEEN TO TRUE
               MOVE MF-FILE-COUNT TO END-FILE-COUNT
               MOVE MF-TOTAL-RECORDS TO END-TOTAL-RECORDS
               MOVE MF-MANIFEST-SUM TO END-MANIFEST-SUM
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
           EVALUATE TRUE
           WHEN MF-PACK-LINE
               MOVE MF-PACK-DATE TO PACKAGE-DATE
               MOVE MF-PACKED-AT TO PACKAGE-STAMP
               MOVE MF-REGION TO PACKAGE-REGION
           WHEN MF-FILE-LINE AND MT-USED < 500
               ADD 1 TO MT-USED
               MOVE MF-FILE-NAME TO MT-NAME(MT-USED)
               MOVE MF-ROLE TO MT-ROLE(MT-USED)
               MOVE MF-STATE TO MT-STATE(MT-USED)
               MOVE MF-RECORDS TO MT-RECORDS(MT-USED)
               MOVE MF-CHECKSUM TO MT-CHECKSUM(MT-USED)
               MOVE 0 TO MT-FOUND-RECORDS(MT-USED)
               MOVE 0 TO MT-FOUND-CHECKSUM(MT-USED)
               MOVE SPACES TO MT-RESULT(MT-USED)
               IF MF-PRESENT
                   ADD MF-RECORDS TO TOTAL-RECORDS
               END-IF
           END-EVALUATE
           .

      *****************************************************************
      * One file of the package, counted and summed again
      *****************************************************************
       VerifyPackageFile SECTION.
           IF MT-STATE(MT-INDEX) = 'ABSENT'
               MOVE 'NOT PACKED' TO MT-RESULT(MT-INDEX)
               EXIT SECTION
           END-IF
           MOVE 'STRT' TO DC-FUNCTION
           CALL "DRCHKSUM" USING DR-CHECKSUM-REQUEST
           END-CALL
           MOVE function concatenate(FUNCTION TRIM(PACKAGE-DIRECTORY),
               '/', FUNCTION TRIM(MT-NAME(MT-INDEX))) TO COPY-IN-NAME
           OPEN INPUT COPY-IN-DATA
           IF COPYIN-FILE-STATUS NOT = "00"
               MOVE 'MISSING' TO MT-RESULT(MT-INDEX)
               ADD 1 TO FILES-FAILED
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ COPY-IN-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE COPY-IN-LINE TO DC-LINE
                       MOVE 'LINE' TO DC-FUNCTION
                       CALL "DRCHKSUM" USING DR-CHECKSUM-REQUEST
                       END-CALL
               END-READ
           END-PERFORM
           CLOSE COPY-IN-DATA
           MOVE DC-RECORDS TO MT-FOUND-RECORDS(MT-INDEX)
           MOVE DC-CHECKSUM TO MT-FOUND-CHECKSUM(MT-INDEX)
           EVALUATE TRUE
           WHEN DC-RECORDS NOT = MT-RECORDS(MT-INDEX)
               MOVE 'RECORD COUNT' TO MT-RESULT(MT-INDEX)
               ADD 1 TO FILES-FAILED
           WHEN DC-CHECKSUM NOT = MT-CHECKSUM(MT-INDEX)
               MOVE 'CHECKSUM' TO MT-RESULT(MT-INDEX)
               ADD 1 TO FILES-FAILED
           WHEN OTHER
               MOVE 'OK' TO MT-RESULT(MT-INDEX)
           END-EVALUATE
           .

       WriteVerifyReport SECTION.
           OPEN OUTPUT VERIFY-REPORT-DATA
           IF REPORT-FILE-STATUS NOT = "00"
               MOVE "DV0004" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   "CANNOT OPEN dr_verify_report.txt, STATUS=",
                   REPORT-FILE-STATUS) TO MSG-TEXT
               PERFORM LogMessage
               EXIT SECTION
           END-IF
           MOVE function concatenate('Package ',
               FUNCTION TRIM(PACKAGE-DIRECTORY), '  date ',
               PACKAGE-DATE, '  packed ', PACKAGE-STAMP,
               '  region ', PACKAGE-REGION) TO REPORT-LINE
           WRITE VERIFY-REPORT-F
           MOVE SPACES TO REPORT-LINE
           WRITE VERIFY-REPORT-F
           MOVE 'File                                     Role      '
               TO REPORT-LINE
           MOVE 'Manifest    Found  Result' TO REPORT-LINE(52:)
           WRITE VERIFY-REPORT-F
           PERFORM VARYING MT-INDEX FROM 1 BY 1
               UNTIL MT-INDEX > MT-USED
               MOVE SPACES TO REPORT-LINE
               MOVE MT-NAME(MT-INDEX) TO REPORT-LINE(1:40)
               MOVE MT-ROLE(MT-INDEX) TO REPORT-LINE(42:9)
               MOVE MT-RECORDS(MT-INDEX) TO COUNT-ED
               MOVE COUNT-ED TO REPORT-LINE(52:9)
               MOVE MT-FOUND-RECORDS(MT-INDEX) TO COUNT-ED
               MOVE COUNT-ED TO REPORT-LINE(62:9)
               MOVE MT-RESULT(MT-INDEX) TO REPORT-LINE(72:16)
               WRITE VERIFY-REPORT-F
           END-PERFORM
           MOVE SPACES TO REPORT-LINE
           WRITE VERIFY-REPORT-F
           MOVE function concatenate('Manifest: ',
               FUNCTION TRIM(MANIFEST-RESULT)) TO REPORT-LINE
           WRITE VERIFY-REPORT-F
           MOVE MT-USED TO COUNT-ED
           MOVE FILES-FAILED TO COUNT-ED-2
           MOVE function concatenate('Files: ',
               FUNCTION TRIM(COUNT-ED), ' listed, ',
               FUNCTION TRIM(COUNT-ED-2), ' failed') TO REPORT-LINE
           WRITE VERIFY-REPORT-F
           IF FILES-FAILED = 0 AND MANIFEST-RESULT = 'OK'
               MOVE 'VERDICT: PACKAGE VERIFIED' TO REPORT-LINE
           ELSE
               MOVE 'VERDICT: PACKAGE FAILED VERIFICATION - DO NOT USE'
                   TO REPORT-LINE
           END-IF
           WRITE VERIFY-REPORT-F
           DISPLAY FUNCTION TRIM(REPORT-LINE)
           CLOSE VERIFY-REPORT-DATA
           MOVE 'PAGE' TO PG-FUNCTION
           MOVE 'batchprocess/dr_verify_report.txt' TO PG-FILE-NAME
           MOVE 'DR PACKAGE VERIFICATION' TO PG-TITLE
           MOVE 'DRVERIFY' TO PG-PROGRAM
           MOVE PACKAGE-DATE TO PG-PROC-DATE
           MOVE SPACES TO PG-RUN-CYCLE
           CALL "RPTPAGE" USING REPORT-PAGE-REQUEST
           END-CALL
           .

      *****************************************************************
      * Rebuild - only from a package that verified clean
      *****************************************************************
       RebuildDialog SECTION.
           DISPLAY "Rebuild a working data directory from the "
               "package?"
           DISPLAY "Target batchprocess directory (ENTER = "
               "batchprocess, N = verify only):"
           MOVE SPACES TO DIALOG-INPUT
           ACCEPT DIALOG-INPUT
           IF FUNCTION UPPER-CASE(DIALOG-INPUT) = 'N'
               DISPLAY "Package verified - nothing rebuilt."
               EXIT SECTION
           END-IF
           IF DIALOG-INPUT = SPACES
               MOVE 'batchprocess' TO TARGET-DIRECTORY
           ELSE
               MOVE FUNCTION TRIM(DIALOG-INPUT) TO TARGET-DIRECTORY
           END-IF
           MOVE function concatenate(FUNCTION TRIM(TARGET-DIRECTORY),
               '/run_lock.txt') TO COPY-IN-NAME
           OPEN INPUT COPY-IN-DATA
           IF COPYIN-FILE-STATUS = "00"
               CLOSE COPY-IN-DATA
               MOVE "DV0005" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("A RUN HOLDS THE LOCK OF ",
                   FUNCTION TRIM(TARGET-DIRECTORY),
                   " - REBUILD REFUSED") TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO VERIFY-RC
               EXIT SECTION
           END-IF
           DISPLAY "This OVERWRITES the master and the packaged files "
               "in " FUNCTION TRIM(TARGET-DIRECTORY)
               ". Type YES to proceed:"
           MOVE SPACES TO CONFIRM-INPUT
           ACCEPT CONFIRM-INPUT
           IF FUNCTION UPPER-CASE(CONFIRM-INPUT) NOT = "YES"
               DISPLAY "Rebuild cancelled."
               MOVE 8 TO VERIFY-RC
               EXIT SECTION
           END-IF
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           CALL "CBL_CREATE_DIR" USING TARGET-DIRECTORY
           END-CALL
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           PERFORM VARYING MT-INDEX FROM 1 BY 1
               UNTIL MT-INDEX > MT-USED OR REBUILD-FAILED
               IF MT-STATE(MT-INDEX) = 'PRESENT'
                   PERFORM RebuildFile
               END-IF
           END-PERFORM
           IF REBUILD-FAILED
               MOVE "DV0006" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("REBUILD OF ",
                   FUNCTION TRIM(TARGET-DIRECTORY), " FAILED AT ",
                   FUNCTION TRIM(FAILED-FILE-NAME),
                   " - DIRECTORY NOT USABLE") TO MSG-TEXT
               PERFORM LogMessage
               MOVE 16 TO VERIFY-RC
           ELSE
               MOVE "DV0007" TO MSG-ID
               MOVE "W" TO MSG-SEVERITY
               MOVE function concatenate(
                   FUNCTION TRIM(TARGET-DIRECTORY),
                   " REBUILT FROM DR PACKAGE OF ", PACKAGE-DATE,
                   " - ", FILES-REBUILT, " FILES, ", RECORDS-REBUILT,
                   " RECORDS") TO MSG-TEXT
               PERFORM LogMessage
               DISPLAY "Rebuild complete."
           END-IF
           .

      * the master dump is reloaded key by key; every other file is
      * copied as it is. The records written must be those listed
       RebuildFile SECTION.
           MOVE MT-NAME(MT-INDEX) TO FAILED-FILE-NAME
           MOVE function concatenate(FUNCTION TRIM(PACKAGE-DIRECTORY),
               '/', FUNCTION TRIM(MT-NAME(MT-INDEX))) TO COPY-IN-NAME
           IF MT-ROLE(MT-INDEX) = 'MASTER'
               MOVE function concatenate(
                   FUNCTION TRIM(TARGET-DIRECTORY),
                   '/account_master.dat') TO COPY-OUT-NAME
           ELSE
               MOVE function concatenate(
                   FUNCTION TRIM(TARGET-DIRECTORY), '/',
                   FUNCTION TRIM(MT-NAME(MT-INDEX))) TO COPY-OUT-NAME
           END-IF
           OPEN INPUT COPY-IN-DATA
           IF COPYIN-FILE-STATUS NOT = "00"
               SET REBUILD-FAILED TO TRUE
               EXIT SECTION
           END-IF
           IF MT-ROLE(MT-INDEX) = 'MASTER'
               OPEN OUTPUT MASTER-ISAM-DATA
               MOVE MASTER-FILE-STATUS TO COPYOUT-FILE-STATUS
           ELSE
               OPEN OUTPUT COPY-OUT-DATA
           END-IF
           IF COPYOUT-FILE-STATUS NOT = "00"
               CLOSE COPY-IN-DATA
               SET REBUILD-FAILED TO TRUE
               EXIT SECTION
           END-IF
           MOVE 0 TO REBUILD-COUNT
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF OR REBUILD-FAILED
               READ COPY-IN-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END PERFORM RebuildRecord
               END-READ
           END-PERFORM
           CLOSE COPY-IN-DATA
           IF MT-ROLE(MT-INDEX) = 'MASTER'
               CLOSE MASTER-ISAM-DATA
           ELSE
               CLOSE COPY-OUT-DATA
           END-IF
           IF REBUILD-COUNT NOT = MT-RECORDS(MT-INDEX)
               SET REBUILD-FAILED TO TRUE
               EXIT SECTION
           END-IF
           ADD 1 TO FILES-REBUILT
           ADD REBUILD-COUNT TO RECORDS-REBUILT
           .

       RebuildRecord SECTION.
           IF MT-ROLE(MT-INDEX) = 'MASTER'
               MOVE COPY-IN-LINE TO MASTER-REC
               WRITE MASTER-REC
                   INVALID KEY SET REBUILD-FAILED TO TRUE
               END-WRITE
           ELSE
               WRITE COPY-OUT-F FROM COPY-IN-LINE
               IF COPYOUT-FILE-STATUS NOT = "00"
                   SET REBUILD-FAILED TO TRUE
               END-IF
           END-IF
           IF NOT REBUILD-FAILED
               ADD 1 TO REBUILD-COUNT
           END-IF
           .

       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           .

       END PROGRAM DRVERIFY.
