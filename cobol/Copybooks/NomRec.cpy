      ******************************************************************
      * Copybook:  NomRec.cpy
      * Purpose:   FD record layout for the nomination register
      *            (nominations.dat), one record per nomination paper
      *            delivered, keyed by constituency and the
      *            nomination number given in the order the papers
      *            were lodged. The subscribers are held as elector
      *            numbers - NR-SUB(1) the proposer, NR-SUB(2) the
      *            seconder, NR-SUB(3) to NR-SUB(10) the assentors -
      *            each with the result of its check against the
      *            register of electors:
      *              space - valid subscriber
      *              M - no elector number given
      *              N - not on the register
      *              C - registered in another constituency
      *              F - not entitled (franchise removed)
      *              D - already subscribed an earlier-lodged paper
      *                  in the constituency, or twice on this one
      *            Ruling: space not yet ruled, V valid, I invalid
      *            (NR-RULE-REASON), W withdrawn by the candidate.
      *            Invalidity reasons:
      *              01 - proposer not a valid subscriber
      *              02 - seconder not a valid subscriber
      *              03 - too few valid assentors
      *              04 - candidate's particulars defective
      *              05 - consent to nomination not delivered
      *              06 - objection upheld
      *            Objection: space none, O lodged and awaiting the
      *            returning officer's decision, U upheld, D
      *            dismissed. NR-PUBLISHED is set once the statement
      *            of persons nominated is published and the valid
      *            nominations are on candidate_master.dat; the
      *            rulings are final from then on.
      ******************************************************************
       01  NOMINATION-RECORD.
           05 NR-NOM-KEY.
               10 NR-CONST-CODE  PIC X(3).
               10 NR-NOM-NO      PIC 9(3).
           05 filler           PIC X.
           05 NR-NAME          PIC X(30).
           05 filler           PIC X.
           05 NR-PARTY         PIC X(20).
           05 filler           PIC X.
           05 NR-SUBSCRIBERS.
               10 NR-SUB           OCCURS 10 TIMES.
                   15 NR-SUB-ELECTOR PIC X(10).
                   15 NR-SUB-CHECK   PIC X.
           05 filler           PIC X.
           05 NR-LODGED-DATE   PIC 9(8).
           05 filler           PIC X.
           05 NR-RULING        PIC X.
               88 NR-NOT-RULED     VALUE SPACE.
               88 NR-VALID         VALUE 'V'.
               88 NR-INVALID       VALUE 'I'.
               88 NR-WITHDRAWN     VALUE 'W'.
           05 NR-RULE-REASON   PIC X(2).
           05 filler           PIC X.
           05 NR-RULE-DATE     PIC 9(8).
           05 filler           PIC X.
           05 NR-OBJECTION     PIC X.
               88 NR-NO-OBJECTION  VALUE SPACE.
               88 NR-OBJ-LODGED    VALUE 'O'.
               88 NR-OBJ-UPHELD    VALUE 'U'.
               88 NR-OBJ-DISMISSED VALUE 'D'.
           05 filler           PIC X.
           05 NR-OBJECTOR      PIC X(30).
           05 filler           PIC X.
           05 NR-OBJ-GROUND    PIC X(40).
           05 filler           PIC X.
           05 NR-DECISION-DATE PIC 9(8).
           05 filler           PIC X.
           05 NR-PUBLISHED     PIC X.
               88 NR-IS-PUBLISHED  VALUE 'Y'.
           05 filler           PIC X.
           05 NR-OPERATOR      PIC X(8).
