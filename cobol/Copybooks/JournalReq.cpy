      ******************************************************************
      * Copybook:  JournalReq.cpy
      * Purpose:   Request block passed to SubSTVJournal, the votes
      *            file change journal. Every program that writes,
      *            rewrites or voids a ballot on votes_output.dat, or
      *            sets votes_seq_ctl.dat, calls the journal with
      *            the before and after images, so the file can be
      *            rebuilt from its last backup by SubSTVRecover.
      *            The caller sets JN-PROGRAM and JN-OPERATOR once
      *            and, for each change:
      *              JN-ACTION  - W ballot written (JN-AFTER the new
      *                           record, JN-BEFORE spaces)
      *                           R ballot rewritten (JN-BEFORE as
      *                           read, JN-AFTER as rewritten)
      *                           V ballot voided (as R)
      *                           E votes file emptied (the archive
      *                           reset and restore, the simulation)
      *                           S sequence control set to
      *                           JN-SEQ-VALUE - journalled before the
      *                           control file is written; the
      *                           journal takes the before image off
      *                           the file itself
      *            A ballot change is journalled once the WRITE or
      *            REWRITE has succeeded. JN-RC: 00 = journalled,
      *            02 = journal file error.
      ******************************************************************
       01  JOURNAL-REQUEST.
           05 JN-ACTION        PIC X.
               88 JN-WRITE         VALUE 'W'.
               88 JN-REWRITE       VALUE 'R'.
               88 JN-VOID          VALUE 'V'.
               88 JN-EMPTIED       VALUE 'E'.
               88 JN-SEQ-SET       VALUE 'S'.
           05 JN-PROGRAM       PIC X(10).
           05 JN-OPERATOR      PIC X(8).
           05 JN-BEFORE        PIC X(335).
           05 JN-AFTER         PIC X(335).
           05 JN-AFTER-SEQ REDEFINES JN-AFTER.
               10 JN-SEQ-VALUE     PIC 9(6).
               10 filler           PIC X(329).
           05 JN-RC            PIC 9(2).
