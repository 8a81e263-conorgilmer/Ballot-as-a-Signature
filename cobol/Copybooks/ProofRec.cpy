      ******************************************************************
      * Copybook:  ProofRec.cpy
      * Purpose:   FD record layout for the ballot paper proof
      *            sign-off file (ballot_proof_signoff.dat), one line
      *            appended each time the returning officer signs off
      *            a constituency's proof. PS-SLATE-REF is the proof
      *            reference printed on the proof signed - a checksum
      *            of the constituency's rows on candidate_master.dat
      *            as they stood - so any later change to the slate
      *            (a name, a party, a withdrawal, a redraw of the
      *            order) gives a different reference and the
      *            sign-off no longer stands. The latest line for a
      *            constituency is the one that counts.
      ******************************************************************
       01  PROOF-SIGNOFF-RECORD.
           05 PS-CONST-CODE    PIC X(3).
           05 filler           PIC X.
           05 PS-ELECTION-ID   PIC X(8).
           05 filler           PIC X.
           05 PS-SLATE-REF     PIC 9(8).
           05 filler           PIC X.
           05 PS-CANDIDATES    PIC 9(3).
           05 filler           PIC X.
           05 PS-DATE          PIC 9(8).
           05 filler           PIC X.
           05 PS-TIME          PIC 9(8).
           05 filler           PIC X.
           05 PS-OPERATOR      PIC X(8).
