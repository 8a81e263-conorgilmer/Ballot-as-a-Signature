      ******************************************************************
      * Copybook:  SecondReq.cpy
      * Purpose:   Request block passed to SubSTVSecondOp, the
      *            second-operator confirmation taken before the
      *            actions that need two people: certifying and
      *            reopening a constituency, voiding or amending a
      *            ballot, clearing a constituency lock, the archive
      *            reset, and changing an operator's role. The
      *            caller sets:
      *              SQ-ACTION     - what is being confirmed, shown
      *                              to the second operator and
      *                              carried on a refusal's audit
      *                              line
      *              SQ-FIRST-OPER - the operator asking
      *              SQ-ROLES      - the roles that may confirm,
      *                              e.g. 'RS ' (counting staff
      *                              never confirm)
      *            Returned:
      *              SQ-SECOND-OPER - the confirming operator's id,
      *                               for the caller's audit line
      *              SQ-RC          - 00 = confirmed, 01 = refused
      *                               (the first operator's own
      *                               passphrase not set or keyed
      *                               wrong, the second operator
      *                               not on file or disabled, the
      *                               same person as the first, not
      *                               a qualifying role, no
      *                               passphrase set, or the
      *                               passphrase keyed wrong)
      *            A site without operators.dat takes the second id
      *            as typed, as every sign-on does there, but still
      *            refuses the first operator's own id.
      ******************************************************************
       01  SECOND-OPER-REQUEST.
           05 SQ-ACTION        PIC X(40).
           05 SQ-FIRST-OPER    PIC X(8).
           05 SQ-ROLES         PIC X(3).
           05 SQ-SECOND-OPER   PIC X(8).
           05 SQ-RC            PIC 9(2).
               88 SQ-CONFIRMED     VALUE 00.
