       IDENTIFICATION DIVISION.
       PROGRAM-ID.  REGION.
      *****************************************************************
      * Data region switch - production, test and training files
      * live side by side, each region in a directory of its own
      * with the same batchprocess/ and shop/ layout. Entering a
      * region makes it the working directory of the run, so every
      * program of the run reads and writes that region's files
      * only; programs the SHOP menu launches stay in the region the
      * operator chose at sign-on.
      *
      * The region comes from the caller (SHOP sign-on), else from
      * REGION= in batchprocess/runparams.txt, else PROD. The region
      * directories are set in shop/regions.txt of the home tree,
      * one line per region - region(1:5) directory(7:60), relative
      * to the home tree or absolute, '*' lines are comments:
      *   PROD  .              (the home tree itself, the default)
      *   TEST  regions/test   (default)
      *   TRAIN regions/train  (default)
      * A missing region directory is never replaced by another
      * region - the caller stops. The region is kept in the shared
      * DATA-REGION-CODE, which MSGLOG writes on every console log
      * line and RPTPAGE prints on every report page header.
      *
      * FIND only looks a region up - a program that prepares another
      * region's files (the test data generator) gets the full path
      * of that region without leaving its own.
      *
      *   CALL 'REGION' USING REGION-REQUEST  (COPY REGNREC)
      *
      * The interface copybook is kept with the batch copybooks in
      * batchprocess/copy, which the callers share; the shop programs
      * are built with -I batchprocess/copy as the batch ones are.
      *****************************************************************
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGION-CONFIG-DATA ASSIGN TO
             "shop/regions.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONFIG-FILE-STATUS.
           SELECT RUN-PARAM-DATA ASSIGN TO
             "batchprocess/runparams.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RUNPARAM-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD REGION-CONFIG-DATA.
           01 REGION-CONFIG-F.
            05 RC-REGION-F PIC X(5).
            05 FILLER PIC X(1).
            05 RC-DIRECTORY-F PIC X(60).
           FD RUN-PARAM-DATA.
           01 RUN-PARAM-F.
            05 RP-LINE PIC X(80).
       WORKING-STORAGE SECTION.
       01 CONFIG-FILE-STATUS PIC X(2).
       01 RUNPARAM-FILE-STATUS PIC X(2).
       01 RP-KEY PIC X(20).
       01 RP-VALUE PIC X(60).
       01 FILE-EOF-SW PIC X.
           88 FILE-EOF VALUE 'Y'.

      * the region the run is in - set once, kept for the run
       01 DATA-REGION-CODE PIC X(5) EXTERNAL.
       01 CURRENT-DIRECTORY PIC X(60) VALUE SPACES.
       01 HOME-DIRECTORY PIC X(200) VALUE SPACES.
       01 TARGET-DIRECTORY PIC X(262).
       01 DIRECTORY-LENGTH PIC 9(9) COMP-5 VALUE 200.
       01 FILE-DETAILS PIC X(16).

       01 REGION-TABLE.
           05 REGION-DEFAULTS.
               10 FILLER PIC X(65) VALUE 'PROD .'.
               10 FILLER PIC X(65) VALUE 'TEST regions/test'.
               10 FILLER PIC X(65) VALUE 'TRAINregions/train'.
           05 REGION-ENTRY REDEFINES REGION-DEFAULTS
                   OCCURS 3 TIMES.
               10 REGION-NAME PIC X(5).
               10 REGION-DIRECTORY PIC X(60).
       01 REGION-INDEX PIC 9.
       01 REGION-MATCH-INDEX PIC 9.

       01 MSG-RECORD.
           05 MSG-ID PIC X(7).
           05 MSG-SEVERITY PIC X.
           05 MSG-PROGRAM PIC X(14) VALUE 'REGION'.
           05 MSG-TEXT PIC X(100).
       01 SAVED-RETURN-CODE PIC S9(9) COMP.
       LINKAGE SECTION.
           COPY REGNREC.

       PROCEDURE DIVISION USING REGION-REQUEST.
           MOVE RETURN-CODE TO SAVED-RETURN-CODE
           SET RG-ENTERED TO TRUE
           IF DATA-REGION-CODE = LOW-VALUES
               MOVE SPACES TO DATA-REGION-CODE
           END-IF
           IF RG-FUNC-FIND
               PERFORM FindRegion
               MOVE SAVED-RETURN-CODE TO RETURN-CODE
               GOBACK
           END-IF
           IF RG-FUNC-ENTER
               PERFORM EnterRegion
           END-IF
           IF DATA-REGION-CODE = SPACES
               MOVE 'PROD' TO RG-REGION
           ELSE
               MOVE DATA-REGION-CODE TO RG-REGION
           END-IF
           MOVE CURRENT-DIRECTORY TO RG-DIRECTORY
           MOVE SAVED-RETURN-CODE TO RETURN-CODE
           GOBACK.

       EnterRegion SECTION.
           IF RG-REGION = SPACES
               IF DATA-REGION-CODE NOT = SPACES
                   EXIT SECTION
               END-IF
               PERFORM ReadRegionParameter
           END-IF
           MOVE FUNCTION UPPER-CASE(RG-REGION) TO RG-REGION
           IF RG-REGION = DATA-REGION-CODE
               EXIT SECTION
           END-IF
           PERFORM MatchRegionName
           IF REGION-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
      * the first region of the run is entered from the home tree;
      * a later switch (SHOP sign-on) goes back there first
           IF HOME-DIRECTORY = SPACES
               CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
                   BY VALUE DIRECTORY-LENGTH
                   BY REFERENCE HOME-DIRECTORY
               END-CALL
           ELSE
               CALL "CBL_CHANGE_DIR" USING HOME-DIRECTORY
               END-CALL
               MOVE SPACES TO DATA-REGION-CODE
               MOVE SPACES TO CURRENT-DIRECTORY
           END-IF
           PERFORM LoadRegionConfig
           MOVE REGION-DIRECTORY(REGION-MATCH-INDEX)
               TO CURRENT-DIRECTORY
           PERFORM BuildTargetDirectory
           CALL "CBL_CHANGE_DIR" USING TARGET-DIRECTORY
           END-CALL
           IF RETURN-CODE NOT = 0
               SET RG-NO-DIRECTORY TO TRUE
               MOVE "RG0002" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("DATA REGION ",
                   FUNCTION TRIM(RG-REGION), " DIRECTORY ",
                   FUNCTION TRIM(CURRENT-DIRECTORY),
                   " NOT FOUND") TO MSG-TEXT
               MOVE SPACES TO CURRENT-DIRECTORY
               PERFORM LogMessage
               EXIT SECTION
           END-IF
           MOVE RG-REGION TO DATA-REGION-CODE
           IF NOT RG-PRODUCTION
               MOVE "RG0003" TO MSG-ID
               MOVE "I" TO MSG-SEVERITY
               MOVE function concatenate("WORKING IN DATA REGION ",
                   FUNCTION TRIM(RG-REGION), " (",
                   FUNCTION TRIM(CURRENT-DIRECTORY), ")")
                   TO MSG-TEXT
               PERFORM LogMessage
           END-IF
           .

      * FIND - where a region's files are, for a program that works
      * on another region's files from its own (the test data
      * generator writes the TEST and TRAIN files from PROD); the
      * run stays in the region it is in
       FindRegion SECTION.
           MOVE FUNCTION UPPER-CASE(RG-REGION) TO RG-REGION
           MOVE SPACES TO RG-DIRECTORY RG-PATH
           PERFORM MatchRegionName
           IF REGION-MATCH-INDEX = 0
               EXIT SECTION
           END-IF
      * before a region is entered the run is in the home tree
           IF HOME-DIRECTORY = SPACES
               CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
                   BY VALUE DIRECTORY-LENGTH
                   BY REFERENCE HOME-DIRECTORY
               END-CALL
           END-IF
           PERFORM LoadRegionConfig
           MOVE REGION-DIRECTORY(REGION-MATCH-INDEX) TO RG-DIRECTORY
           PERFORM BuildTargetDirectory
           CALL "CBL_CHECK_FILE_EXIST" USING TARGET-DIRECTORY
               FILE-DETAILS
           END-CALL
           IF RETURN-CODE NOT = 0
               SET RG-NO-DIRECTORY TO TRUE
               MOVE "RG0002" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("DATA REGION ",
                   FUNCTION TRIM(RG-REGION), " DIRECTORY ",
                   FUNCTION TRIM(RG-DIRECTORY),
                   " NOT FOUND") TO MSG-TEXT
               PERFORM LogMessage
               EXIT SECTION
           END-IF
           MOVE TARGET-DIRECTORY TO RG-PATH
           .

       MatchRegionName SECTION.
           MOVE 0 TO REGION-MATCH-INDEX
           PERFORM VARYING REGION-INDEX FROM 1 BY 1
               UNTIL REGION-INDEX > 3
               IF REGION-NAME(REGION-INDEX) = RG-REGION
                   MOVE REGION-INDEX TO REGION-MATCH-INDEX
               END-IF
           END-PERFORM
           IF REGION-MATCH-INDEX = 0
               SET RG-UNKNOWN-REGION TO TRUE
               MOVE "RG0001" TO MSG-ID
               MOVE "S" TO MSG-SEVERITY
               MOVE function concatenate("UNKNOWN DATA REGION ",
                   RG-REGION, " - PROD, TEST OR TRAIN") TO MSG-TEXT
               PERFORM LogMessage
           END-IF
           .

      * a region directory is relative to the home tree unless it
      * is given absolute
       BuildTargetDirectory SECTION.
           IF REGION-DIRECTORY(REGION-MATCH-INDEX)(1:1) = '/'
               MOVE REGION-DIRECTORY(REGION-MATCH-INDEX)
                   TO TARGET-DIRECTORY
           ELSE
               MOVE function concatenate(
                   FUNCTION TRIM(HOME-DIRECTORY), '/',
                   FUNCTION TRIM(REGION-DIRECTORY(REGION-MATCH-INDEX)))
                   TO TARGET-DIRECTORY
           END-IF
           .

       ReadRegionParameter SECTION.
           MOVE 'PROD' TO RG-REGION
           OPEN INPUT RUN-PARAM-DATA
           IF RUNPARAM-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ RUN-PARAM-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       MOVE SPACES TO RP-KEY RP-VALUE
                       UNSTRING RP-LINE DELIMITED BY '='
                           INTO RP-KEY RP-VALUE
                       END-UNSTRING
                       IF FUNCTION UPPER-CASE(FUNCTION TRIM(RP-KEY))
                           = 'REGION'
                           AND RP-VALUE NOT = SPACES
                           MOVE FUNCTION TRIM(RP-VALUE) TO RG-REGION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RUN-PARAM-DATA
           .

      * a line for an unknown region is ignored - only PROD, TEST and
      * TRAIN exist
       LoadRegionConfig SECTION.
           OPEN INPUT REGION-CONFIG-DATA
           IF CONFIG-FILE-STATUS NOT = "00"
               EXIT SECTION
           END-IF
           MOVE 'N' TO FILE-EOF-SW
           PERFORM UNTIL FILE-EOF
               READ REGION-CONFIG-DATA
                   AT END SET FILE-EOF TO TRUE
                   NOT AT END
                       IF RC-REGION-F(1:1) NOT = '*'
                           AND RC-DIRECTORY-F NOT = SPACES
                           PERFORM VARYING REGION-INDEX FROM 1 BY 1
                               UNTIL REGION-INDEX > 3
                               IF REGION-NAME(REGION-INDEX) =
                                   FUNCTION UPPER-CASE(RC-REGION-F)
                                   MOVE FUNCTION TRIM(RC-DIRECTORY-F)
                                       TO REGION-DIRECTORY(
                                       REGION-INDEX)
                               END-IF
                           END-PERFORM
                       END-IF
               END-READ
           END-PERFORM
           CLOSE REGION-CONFIG-DATA
           .

       LogMessage SECTION.
           CALL "MSGLOG" USING MSG-RECORD
           END-CALL
           .

       END PROGRAM REGION.
