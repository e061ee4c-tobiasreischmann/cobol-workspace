      *****************************************************************
      * REGION interface - the data region a program works in. Every
      * batch, shop and inquiry program enters its region before it
      * touches a file; the region is a directory holding its own
      * batchprocess/ and shop/ trees, so the usual relative file
      * names then reach only that region's files.
      *   RG-FUNCTION   ENTER the region (blank RG-REGION: the region
      *                 this run is already in, else REGION= in
      *                 batchprocess/runparams.txt, else PROD);
      *                 QUERY only returns the current region;
      *                 FIND looks a region up without entering it
      *                 and returns its full path in RG-PATH
      *   RG-REGION     PROD, TEST or TRAIN
      *   RG-DIRECTORY  the region's directory (shop/regions.txt)
      *   RG-RESULT     00 entered (found), UR unknown region, ND the
      *                 region directory is missing - the caller must
      *                 stop
      *   RG-PATH       FIND only - home tree and region directory
      *****************************************************************
       01 REGION-REQUEST.
           05 RG-FUNCTION PIC X(5).
               88 RG-FUNC-ENTER VALUE 'ENTER'.
               88 RG-FUNC-QUERY VALUE 'QUERY'.
               88 RG-FUNC-FIND VALUE 'FIND'.
           05 RG-REGION PIC X(5).
               88 RG-PRODUCTION VALUE 'PROD'.
           05 RG-DIRECTORY PIC X(60).
           05 RG-RESULT PIC X(2).
               88 RG-ENTERED VALUE '00'.
               88 RG-UNKNOWN-REGION VALUE 'UR'.
               88 RG-NO-DIRECTORY VALUE 'ND'.
           05 RG-PATH PIC X(262).
