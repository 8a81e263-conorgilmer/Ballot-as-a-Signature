      ******************************************************************
      * Copybook:  RetainReq.cpy
      * Purpose:   Request block passed to SubSTVRetReg, which puts
      *            an archive set or evidence pack on the retention
      *            register (RetainRec.cpy) as it is made. The
      *            caller sets:
      *              RN-SET-TYPE    - A = archive set, E = evidence
      *                               pack
      *              RN-PREFIX      - the set's file prefix; it must
      *                               begin arch_ or pack_
      *              RN-ELECTION-ID - the election, or spaces to
      *                               take it off the set's own copy
      *                               of election_ctl.dat
      *              RN-CONST-CODE  - a pack's constituency
      *              RN-MADE-DATE   - when the set was made; zero
      *                               for today
      *              RN-OPERATOR    - who made it, for the audit
      *                               line
      *            Returned:
      *              RN-EXPIRY-DATE - the end of its retention
      *                               period
      *              RN-RC          - 00 = registered, 01 = already
      *                               on the register (re-made under
      *                               the same prefix; its dates are
      *                               renewed and any legal hold
      *                               kept), 02 = not a set prefix
      *                               or register file error
      ******************************************************************
       01  RETAIN-REQUEST.
           05 RN-SET-TYPE      PIC X.
           05 RN-PREFIX        PIC X(30).
           05 RN-ELECTION-ID   PIC X(8).
           05 RN-CONST-CODE    PIC X(3).
           05 RN-MADE-DATE     PIC 9(8).
           05 RN-OPERATOR      PIC X(8).
           05 RN-EXPIRY-DATE   PIC 9(8).
           05 RN-RC            PIC 9(2).
