      ******************************************************************
      * Copybook:  DoubtReq.cpy
      * Purpose:   Request block passed to SubSTVDoubtRef, which
      *            refers one paper to the doubtful-papers queue
      *            (DoubtRec.cpy) for the returning officer's
      *            ruling. The caller sets everything above
      *            DQ-PAPER-NO:
      *              DQ-SOURCE - E manual entry, R reject
      *                          resubmission
      *              DQ-REASON - A ambiguous mark, I identifying
      *                          mark, T preference given as a tick
      *                          or cross, O other
      *              DQ-DETAIL - what the operator saw, or the
      *                          bureau row
      *            Returned: DQ-PAPER-NO, the number the paper is
      *            queued under (mark it on the paper), and
      *            DQ-RC: 00 = queued, 99 = the queue could not be
      *            written.
      ******************************************************************
       01  DOUBT-REFER-REQUEST.
           05 DQ-CONST-CODE    PIC X(3).
           05 DQ-ELECTION-ID   PIC X(8).
           05 DQ-BOX-ID        PIC X(8).
           05 DQ-CHANNEL       PIC X.
           05 DQ-SOURCE        PIC X.
           05 DQ-OPERATOR      PIC X(8).
           05 DQ-REASON        PIC X.
           05 DQ-DETAIL        PIC X(60).
           05 DQ-PAPER-NO      PIC 9(6).
           05 DQ-RC            PIC 9(2).
