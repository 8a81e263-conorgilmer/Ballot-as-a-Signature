      ******************************************************************
      * Copybook:  RefFig.cpy
      * Purpose:   Record layout of a reference election's published
      *            figures, ref_<case id>_figures.dat, one figure a
      *            line in fixed columns so the figures of a result
      *            published elsewhere can be keyed in by hand:
      *              FG-TYPE  Q - the quota (FG-VALUE)
      *                       E - the FG-SEQ'th candidate elected,
      *                           FG-CAND, in the order of election
      *                       R - candidate FG-CAND's votes at round
      *                           FG-SEQ (FG-VALUE)
      *            e.g.  Q 000 000 000000021.0000
      *                  E 001 003 000000000.0000
      *                  R 002 005 000000012.5000
      *            A case captured from one of our own counts has the
      *            figures written from that count's book and round
      *            feed; a figures file already in place when the case
      *            is captured is kept as prepared.
      ******************************************************************
       01  REF-FIGURE-RECORD.
           05 FG-TYPE          PIC X.
               88 FG-QUOTA         VALUE 'Q'.
               88 FG-ELECTED       VALUE 'E'.
               88 FG-ROUND         VALUE 'R'.
           05 filler           PIC X.
           05 FG-SEQ           PIC 9(3).
           05 filler           PIC X.
           05 FG-CAND          PIC 9(3).
           05 filler           PIC X.
           05 FG-VALUE         PIC 9(9).9(4).
