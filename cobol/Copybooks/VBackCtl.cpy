      ******************************************************************
      * Copybook:  VBackCtl.cpy
      * Purpose:   Record layout of votes_backup_ctl.dat, the one-line
      *            control record of the votes file backup that
      *            SubSTVRecover takes (votes_backup.dat, a flat
      *            image of the indexed votes file). It says where in
      *            the change journal the backup stands, so a
      *            recovery restores the image and rolls forward only
      *            the journal lines written after it:
      *              VB-DATE / VB-TIME  - when the backup was taken
      *              VB-JOURNAL-LINES   - lines on votes_journal.dat
      *                                   at that moment
      *              VB-SEQ-VALUE       - votes_seq_ctl.dat then
      *              VB-RECORDS         - ballots in the image
      *              VB-OPERATOR        - who took it
      *              VB-REASON          - BACKUP (taken on request)
      *                                   or RECOVERY (taken at the
      *                                   end of a recovery)
      ******************************************************************
       01  VBACK-CTL-RECORD.
           05 VB-DATE          PIC 9(8).
           05 filler           PIC X.
           05 VB-TIME          PIC 9(8).
           05 filler           PIC X.
           05 VB-JOURNAL-LINES PIC 9(8).
           05 filler           PIC X.
           05 VB-SEQ-VALUE     PIC 9(6).
           05 filler           PIC X.
           05 VB-RECORDS       PIC 9(7).
           05 filler           PIC X.
           05 VB-OPERATOR      PIC X(8).
           05 filler           PIC X.
           05 VB-REASON        PIC X(8).
