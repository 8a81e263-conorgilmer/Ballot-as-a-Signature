      ******************************************************************
      * Copybook:  MarkRec.cpy
      * Purpose:   FD record layout for the marked register
      *            (marked_register.dat, indexed, keyed by
      *            MK-MARK-KEY - the election and the elector), one
      *            record per elector issued a ballot paper: where
      *            (the polling station, or the postal issue desk),
      *            how (I = in person, X = by proxy, P = by post),
      *            when and by whom. The key makes a second paper
      *            for the same elector in the same election an
      *            INVALID KEY on write, so the duplicate is refused
      *            at the desk rather than found afterwards. The
      *            constituency and polling district are copied
      *            from the register at marking so turnout can be
      *            totalled without going back to it.
      ******************************************************************
       01  MARKED-RECORD.
           05 MK-MARK-KEY.
               10 MK-ELECTION-ID PIC X(8).
               10 MK-ELECTOR-NO  PIC X(10).
           05 filler           PIC X.
           05 MK-CONST-CODE    PIC X(3).
           05 filler           PIC X.
           05 MK-DISTRICT      PIC X(4).
           05 filler           PIC X.
           05 MK-STATION       PIC X(8).
           05 filler           PIC X.
           05 MK-MODE          PIC X.
               88 MK-IN-PERSON     VALUE 'I'.
               88 MK-PROXY         VALUE 'X'.
               88 MK-POSTAL        VALUE 'P'.
           05 filler           PIC X.
           05 MK-DATE          PIC 9(8).
           05 filler           PIC X.
           05 MK-TIME          PIC 9(8).
           05 filler           PIC X.
           05 MK-OPERATOR      PIC X(8).
