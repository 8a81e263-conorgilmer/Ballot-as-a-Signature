      *            supervisor can find ("locked by operator X"),
      *            not a program; the menu fills it at sign-on and
      *            the unattended batch driver sets 'BATCH'.
      *            BR-DEFER and BR-BULK carry the count's statutory
      *            options (surplus deferral, bulk exclusion) as
      *            'Y'; anything else runs the count without them.
      *            BR-RESUME 'Y' lets an unattended count pick up
      *            from the checkpoint a killed run left behind for
      *            the same constituency and election; anything else
      *            counts from the start.
      *            BR-RUN-TYPE says what kind of count run this is
      *            for the count results library: 'R' an official
      *            recount, 'S' a simulation trial (not filed);
      *            anything else files an original count.
      ******************************************************************
       01  BATCH-REQUEST.
           05 BR-MODE          PIC X.
           05 BR-DEPTH         PIC X.
           05 BR-TIE-RULE      PIC X.
           05 BR-METHOD        PIC X.
           05 BR-DEFER         PIC X.
           05 BR-BULK          PIC X.
           05 BR-RESUME        PIC X.
           05 BR-RUN-TYPE      PIC X.
           05 BR-TURNOUT       PIC 9(12).
           05 BR-SEED          PIC 9(8).
           05 BR-OPERATOR      PIC X(8).
