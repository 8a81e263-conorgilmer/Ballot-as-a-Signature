      ******************************************************************
      * Copybook:  PostRec.cpy
      * Purpose:   FD record layout for the postal packet register
      *            (postal_packets.dat, indexed, keyed by
      *            PP-PACKET-KEY - the elector number and the packet
      *            number printed on the pack), one record per
      *            postal pack sent out, carried through its events:
      *              I - issued to the elector
      *              R - returned, not yet opened
      *              V - opened, declaration of identity verified
      *              J - opened, declaration rejected (PP-REASON)
      *              C - ballot passed to the count, in the postal
      *                  batch PP-BATCH-ID (the box id the ballots
      *                  are imported or keyed under)
      *              X - cancelled: spoilt or lost and replaced by
      *                  a new pack to the same elector
      *            Declaration rejection reasons:
      *              01 - declaration of identity missing
      *              02 - signature does not match
      *              03 - date of birth does not match
      *              04 - ballot paper envelope missing
      *              05 - received after the close of poll
      *            Each event stamps its own date, so the life of a
      *            pack can be read off the record.
      ******************************************************************
       01  POSTAL-PACKET-RECORD.
           05 PP-PACKET-KEY.
               10 PP-ELECTOR-NO  PIC X(10).
               10 PP-PACKET-NO   PIC X(8).
           05 filler           PIC X.
           05 PP-ELECTION-ID   PIC X(8).
           05 filler           PIC X.
           05 PP-CONST-CODE    PIC X(3).
           05 filler           PIC X.
           05 PP-DISTRICT      PIC X(4).
           05 filler           PIC X.
           05 PP-STATUS        PIC X.
               88 PP-ISSUED        VALUE 'I'.
               88 PP-RETURNED      VALUE 'R'.
               88 PP-VERIFIED      VALUE 'V'.
               88 PP-REJECTED      VALUE 'J'.
               88 PP-TO-COUNT      VALUE 'C'.
               88 PP-CANCELLED     VALUE 'X'.
           05 filler           PIC X.
           05 PP-REASON        PIC X(2).
           05 filler           PIC X.
           05 PP-ISSUE-DATE    PIC 9(8).
           05 filler           PIC X.
           05 PP-RETURN-DATE   PIC 9(8).
           05 filler           PIC X.
           05 PP-OPEN-DATE     PIC 9(8).
           05 filler           PIC X.
           05 PP-COUNT-DATE    PIC 9(8).
           05 filler           PIC X.
           05 PP-BATCH-ID      PIC X(8).
           05 filler           PIC X.
           05 PP-OPERATOR      PIC X(8).
