      ******************************************************************
      * Copybook:  PathRec.cpy
      * Purpose:   Record layout of the ballot path file,
      *            stv_ballot_path.dat, which the count
      *            (SubSTVCount) writes alongside its count book: one
      *            line each time a ballot paper changes hands, so
      *            the journey of any one paper through the count
      *            can be shown at scrutiny long after the ballot
      *            work file has been rebuilt by the next count. It
      *            is filed in the count results library with the
      *            rest of the run (lib_..._path.dat) and read by the
      *            ballot journey trace (SubSTVTrace).
      *              BP-CONST-CODE  - the constituency counted
      *              BP-BALLOT-ID   - the paper's ballot id on the
      *                               votes file
      *              BP-ROUND       - the round whose transfer moved
      *                               it (zero for its first
      *                               preference and for a withdrawn
      *                               candidate's papers, which move
      *                               before round one); the paper
      *                               stands where this line puts it
      *                               from the next round on
      *              BP-EVENT       - F first preference
      *                               S moved on in a surplus
      *                                 distribution
      *                               X moved on in an exclusion (or
      *                                 withdrawal)
      *                               Q stayed with the elected
      *                                 candidate as part of their
      *                                 quota (not in the parcel
      *                                 transferred)
      *                               N non-transferable - no
      *                                 continuing preference left
      *              BP-FROM-CAND   - the candidate who held it before
      *                               (zero on the F line)
      *              BP-TO-CAND     - the candidate who holds it after
      *                               (zero on an N line)
      *              BP-PREF        - the preference now in use (zero
      *                               on an N line)
      *              BP-VALUE       - the transfer value the paper
      *                               carries from here on
      *              BP-ELECTION-ID - the election counted
      ******************************************************************
       01  BALLOT-PATH-RECORD.
           05 BP-CONST-CODE    PIC X(3).
           05 filler           PIC X.
           05 BP-BALLOT-ID     PIC 9(6).
           05 filler           PIC X.
           05 BP-ROUND         PIC 9(3).
           05 filler           PIC X.
           05 BP-EVENT         PIC X.
               88 BP-FIRST         VALUE 'F'.
               88 BP-SURPLUS       VALUE 'S'.
               88 BP-EXCLUSION     VALUE 'X'.
               88 BP-QUOTA         VALUE 'Q'.
               88 BP-NON-TRANSFER  VALUE 'N'.
           05 filler           PIC X.
           05 BP-FROM-CAND     PIC 9(3).
           05 filler           PIC X.
           05 BP-TO-CAND       PIC 9(3).
           05 filler           PIC X.
           05 BP-PREF          PIC 9(3).
           05 filler           PIC X.
           05 BP-VALUE         PIC 9.9(4).
           05 filler           PIC X.
           05 BP-ELECTION-ID   PIC X(8).
