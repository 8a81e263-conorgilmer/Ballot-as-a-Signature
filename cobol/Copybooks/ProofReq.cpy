      ******************************************************************
      * Copybook:  ProofReq.cpy
      * Purpose:   Request block passed to SubSTVProofChk, which
      *            works out the proof reference of a constituency's
      *            slate as it stands on candidate_master.dat and
      *            says whether the returning officer has signed off
      *            a proof of that exact slate. The caller sets
      *            PQ-CONST-CODE. Returned:
      *              PQ-SLATE-REF  - the current proof reference
      *              PQ-CANDIDATES - candidates on the slate
      *              PQ-SEQ-OK     - Y when the candidate numbers run
      *                              1, 2, 3 ... in file order, as
      *                              the paper positions must
      *              PQ-SIGNED     - Y when the latest sign-off for
      *                              the constituency carries the
      *                              current reference
      *              PQ-SIGNED-REF / PQ-SIGNED-BY / PQ-SIGNED-DATE
      *                            - that latest sign-off (zero and
      *                              spaces when there is none)
      *              PQ-RC         - 00 = slate found, 01 = no slate
      *                              for the constituency on the
      *                              candidate master
      ******************************************************************
       01  PROOF-CHECK-REQUEST.
           05 PQ-CONST-CODE    PIC X(3).
           05 PQ-SLATE-REF     PIC 9(8).
           05 PQ-CANDIDATES    PIC 9(3).
           05 PQ-SEQ-OK        PIC X.
           05 PQ-SIGNED        PIC X.
               88 PQ-IS-SIGNED     VALUE 'Y'.
           05 PQ-SIGNED-REF    PIC 9(8).
           05 PQ-SIGNED-BY     PIC X(8).
           05 PQ-SIGNED-DATE   PIC 9(8).
           05 PQ-RC            PIC 9(2).
