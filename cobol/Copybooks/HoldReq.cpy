      ******************************************************************
      * Copybook:  HoldReq.cpy
      * Purpose:   Request block passed to SubSTVBoxHold, which
      *            reads a box's chain of custody (CustRec.cpy) and
      *            says whether the box is on hold. The caller sets
      *            BH-CONST-CODE and BH-BOX-ID. Returned:
      *              BH-HELD   - Y when the seals failed to match at
      *                          opening and no supervisor has
      *                          cleared the box since
      *              BH-SEALED - Y when seals were recorded for it
      *              BH-HOLD-DATE / BH-HOLD-TIME - when the hold
      *                          was placed (zero when not held)
      *            A site with no custody log has no holds.
      ******************************************************************
       01  BOX-HOLD-REQUEST.
           05 BH-CONST-CODE    PIC X(3).
           05 BH-BOX-ID        PIC X(8).
           05 BH-HELD          PIC X.
               88 BH-IS-HELD       VALUE 'Y'.
           05 BH-SEALED        PIC X.
           05 BH-HOLD-DATE     PIC 9(8).
           05 BH-HOLD-TIME     PIC 9(4).
