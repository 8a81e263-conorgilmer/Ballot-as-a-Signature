      ******************************************************************
      * Copybook:  RetainRec.cpy
      * Purpose:   FD record layout for the retention register
      *            (stv_retention.dat), one record per archive set
      *            (arch_YYYYMMDD_, from SubSTVArchive) or scrutiny
      *            evidence pack (pack_YYYYMMDD_ccc_, from
      *            SubSTVEvidence), written by SubSTVRetReg as each
      *            is made and maintained by SubSTVRetain:
      *              RT-SET-TYPE    - A = archive set, E = evidence
      *                               pack
      *              RT-PREFIX      - the prefix every file of the
      *                               set is named under
      *              RT-ELECTION-ID - the election its records are
      *                               from
      *              RT-CONST-CODE  - the constituency of a pack;
      *                               spaces for an archive set,
      *                               which holds every one
      *              RT-MADE-DATE   - when the set was made
      *              RT-EXPIRY-DATE - the end of its statutory
      *                               retention period; from this
      *                               date the set is due for
      *                               destruction
      *              RT-HOLD        - Y while an election petition
      *                               holds the set (legal hold);
      *                               a held set is never destroyed
      *              RT-HOLD-DATE / RT-HOLD-OPER / RT-HOLD-REF -
      *                               when, by whom and under which
      *                               petition the hold was last
      *                               placed or released
      *              RT-STATE       - L = on disk, D = destroyed
      *              RT-DESTROY-DATE - when it was destroyed, under
      *                               the certificate logged on the
      *                               audit trail that day
      *            The register is never purged: a destroyed set
      *            stays on it as the record that it was destroyed.
      ******************************************************************
       01  RETAIN-RECORD.
           05 RT-SET-TYPE      PIC X.
               88 RT-ARCHIVE-SET   VALUE 'A'.
               88 RT-EVIDENCE-PACK VALUE 'E'.
           05 filler           PIC X.
           05 RT-PREFIX        PIC X(30).
           05 filler           PIC X.
           05 RT-ELECTION-ID   PIC X(8).
           05 filler           PIC X.
           05 RT-CONST-CODE    PIC X(3).
           05 filler           PIC X.
           05 RT-MADE-DATE     PIC 9(8).
           05 filler           PIC X.
           05 RT-EXPIRY-DATE   PIC 9(8).
           05 filler           PIC X.
           05 RT-HOLD          PIC X.
               88 RT-ON-HOLD       VALUE 'Y'.
           05 filler           PIC X.
           05 RT-HOLD-DATE     PIC 9(8).
           05 filler           PIC X.
           05 RT-HOLD-OPER     PIC X(8).
           05 filler           PIC X.
           05 RT-HOLD-REF      PIC X(20).
           05 filler           PIC X.
           05 RT-STATE         PIC X.
               88 RT-ON-DISK       VALUE 'L'.
               88 RT-DESTROYED     VALUE 'D'.
           05 filler           PIC X.
           05 RT-DESTROY-DATE  PIC 9(8).
