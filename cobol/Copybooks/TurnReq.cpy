      ******************************************************************
      * Copybook:  TurnReq.cpy
      * Purpose:   Request block passed to SubSTVTurnCalc, which
      *            totals one constituency's turnout from the
      *            register of electors and the marked register.
      *            The caller sets TQ-CONST-CODE, and TQ-ELECTION-ID
      *            when it knows it; left blank, the election is
      *            taken from the constituency's election control
      *            record. Returned: the electorate (franchise F or
      *            L), electors marked in person, by proxy and by
      *            post, their total, and the total as a percentage
      *            of the electorate. A postal elector is marked when
      *            the pack is issued but has only voted once a pack
      *            is back (returned, verified or passed to the
      *            count on postal_packets.dat); TQ-POSTAL counts
      *            those, and TQ-POSTAL-OUT the postal marks whose
      *            packs are still out, rejected or cancelled, which
      *            are not in TQ-VOTED.
      *            TQ-RC: 00 = totalled, 01 = no electors on the
      *            register for the constituency, 02 = no register
      *            of electors on file.
      ******************************************************************
       01  TURNOUT-REQUEST.
           05 TQ-CONST-CODE    PIC X(3).
           05 TQ-ELECTION-ID   PIC X(8).
           05 TQ-ELECTORATE    PIC 9(7).
           05 TQ-IN-PERSON     PIC 9(7).
           05 TQ-PROXY         PIC 9(7).
           05 TQ-POSTAL        PIC 9(7).
           05 TQ-POSTAL-OUT    PIC 9(7).
           05 TQ-VOTED         PIC 9(7).
           05 TQ-PCT           PIC 9(3)V9(2).
           05 TQ-RC            PIC 9(2).
