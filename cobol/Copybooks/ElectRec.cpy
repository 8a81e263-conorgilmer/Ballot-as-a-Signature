      ******************************************************************
      * Copybook:  ElectRec.cpy
      * Purpose:   FD record layout for the register of electors
      *            (electoral_register.dat, indexed, keyed by
      *            ER-ELECTOR-NO): the elector's number, the
      *            constituency and polling district they vote in,
      *            name, address and franchise:
      *              F - full franchise
      *              L - local elections only
      *              A - attainer, listed ahead of coming of age;
      *                  not yet entitled to a ballot paper
      *              X - removed from the register; the record is
      *                  kept so the number is never reissued and
      *                  an old marked register still resolves
      *            Electors with franchise F or L make up the
      *            electorate and may be marked as issued a paper.
      *            The file is maintained only through the register
      *            of electors screen (SubSTVRegister).
      ******************************************************************
       01  ELECTOR-RECORD.
           05 ER-ELECTOR-NO    PIC X(10).
           05 filler           PIC X.
           05 ER-CONST-CODE    PIC X(3).
           05 filler           PIC X.
           05 ER-DISTRICT      PIC X(4).
           05 filler           PIC X.
           05 ER-NAME          PIC X(30).
           05 filler           PIC X.
           05 ER-ADDRESS       PIC X(60).
           05 filler           PIC X.
           05 ER-FRANCHISE     PIC X.
               88 ER-FULL          VALUE 'F'.
               88 ER-LOCAL         VALUE 'L'.
               88 ER-ATTAINER      VALUE 'A'.
               88 ER-REMOVED       VALUE 'X'.
               88 ER-ENTITLED      VALUE 'F', 'L'.
