      ******************************************************************
      * Copybook:  LibRec.cpy
      * Purpose:   FD record layout for the count results library
      *            index (stv_count_library.dat), one record per
      *            count run filed: the election, the constituency
      *            and the run - its type (O = original count,
      *            R = recount, V = verification of an earlier run,
      *            named by LB-OF-SEQ) and its sequence number
      *            within the constituency - with when it ran, who
      *            ran it, whether it produced a result (for a
      *            verification, whether it reconciled), and the
      *            prefix its artefacts were filed under. The
      *            library manager (SubSTVCountLib) owns the file.
      ******************************************************************
       01  LIBRARY-RECORD.
           05 LB-ELECTION-ID   PIC X(8).
           05 filler           PIC X.
           05 LB-CONST-CODE    PIC X(3).
           05 filler           PIC X.
           05 LB-RUN-TYPE      PIC X.
               88 LB-ORIGINAL      VALUE 'O'.
               88 LB-RECOUNT       VALUE 'R'.
               88 LB-VERIFICATION  VALUE 'V'.
           05 LB-RUN-SEQ       PIC 9(3).
           05 filler           PIC X.
           05 LB-RUN-DATE      PIC 9(8).
           05 filler           PIC X.
           05 LB-RUN-TIME      PIC 9(8).
           05 filler           PIC X.
           05 LB-RESULT        PIC X.
           05 filler           PIC X.
           05 LB-OF-SEQ        PIC 9(3).
           05 filler           PIC X.
           05 LB-OPERATOR      PIC X(8).
           05 filler           PIC X.
           05 LB-PREFIX        PIC X(30).
