      *            preference model) before the first
      *            BALLOT-CAND-COUNT entries of BALLOT-PREF are
      *            copied into the VR-PREF slots of VotesRec.cpy's
      *            VOTES-RECORD. BALLOT-CAND-COUNT is the
      *            number of preferences the ballot actually
      *            expresses - rankings may be partial (1..N), and
      *            only those entries are meaningful.
           05 BALLOT-ID           PIC 9(6).
           05 BALLOT-CAND-COUNT   PIC 9(3).
           05 BALLOT-RANKING.
               10 BALLOT-PREF     PIC 9(3) OCCURS 99 TIMES.
