      ******************************************************************
      * Copybook:  BndMap.cpy
      * Purpose:   FD record layout for the boundary mapping file
      *            (boundary_map.dat), which says where the ballots
      *            of an old constituency fall on redrawn boundaries.
      *            Two kinds of line:
      *              M - BM-OLD-CONST's ballots from area BM-AREA go
      *                  to new constituency BM-NEW-CONST. The area
      *                  is a ballot box id, or a polling district
      *                  code - box ids begin with the code of the
      *                  district they serve, so a shorter code takes
      *                  every box of that district. '*' takes the
      *                  rest of the old constituency, including
      *                  papers with no box recorded (postal votes,
      *                  generated ballots). Where more than one line
      *                  fits a box the longest area wins.
      *              S - new constituency BM-NEW-CONST returns
      *                  BM-SEATS members.
      *            Unused fields are left blank.
      ******************************************************************
       01  BOUNDARY-MAP-RECORD.
           05 BM-TYPE          PIC X.
               88 BM-AREA-LINE     VALUE 'M'.
               88 BM-SEATS-LINE    VALUE 'S'.
           05 filler           PIC X.
           05 BM-OLD-CONST     PIC X(3).
           05 filler           PIC X.
           05 BM-AREA          PIC X(8).
           05 filler           PIC X.
           05 BM-NEW-CONST     PIC X(3).
           05 filler           PIC X.
           05 BM-SEATS         PIC 9(2).
