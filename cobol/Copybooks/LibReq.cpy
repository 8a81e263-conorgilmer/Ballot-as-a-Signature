      ******************************************************************
      * Copybook:  LibReq.cpy
      * Purpose:   Request block passed to SubSTVCountLib, the count
      *            results library. Every count run files its
      *            artefacts under a prefix of its own, so a
      *            recount or a second constituency no longer
      *            overwrites the evidence of the first; the reports
      *            that read a count pick the run they work from.
      *            LQ-ACTION: F = file the live artefacts of the run
      *            just made (count book, round feed, transfer
      *            detail, ballot path and, with a result, the
      *            declaration; for a verification run the
      *            verification report) as a
      *            new run of LQ-RUN-TYPE, returning its sequence
      *            and prefix; A = attach a further report
      *            (LQ-ATTACH-FILE) to the run under LQ-PREFIX as
      *            LQ-ATTACH-NAME; P = list the constituency's
      *            counts and let the operator pick one, defaulting
      *            to the latest official count; L = the latest
      *            official count without asking. The latest
      *            official count is the highest-numbered original
      *            or recount that produced a result, else the
      *            highest-numbered one. P and L return the run's
      *            type, sequence, election, result and prefix.
      *            LQ-RC: 00 = done, 01 = no count on file for the
      *            constituency, 02 = library file error.
      ******************************************************************
       01  LIBRARY-REQUEST.
           05 LQ-ACTION        PIC X.
               88 LQ-FILE          VALUE 'F'.
               88 LQ-ATTACH        VALUE 'A'.
               88 LQ-PICK          VALUE 'P'.
               88 LQ-LATEST        VALUE 'L'.
           05 LQ-CONST-CODE    PIC X(3).
           05 LQ-ELECTION-ID   PIC X(8).
           05 LQ-RUN-TYPE      PIC X.
           05 LQ-RUN-SEQ       PIC 9(3).
           05 LQ-OF-SEQ        PIC 9(3).
           05 LQ-RESULT        PIC X.
           05 LQ-OPERATOR      PIC X(8).
           05 LQ-ATTACH-FILE   PIC X(30).
           05 LQ-ATTACH-NAME   PIC X(12).
           05 LQ-PREFIX        PIC X(30).
           05 LQ-RC            PIC 9(2).
