      ******************************************************************
      * Copybook:  RefCase.cpy
      * Purpose:   Record layout of stv_reference.dat, the library of
      *            reference elections the regression pack
      *            (SubSTVRegress) counts every case of through the
      *            production count, the verification count and the
      *            scenario count, comparing each against the
      *            result that was published. One record per case;
      *            the case's own files sit beside it under the
      *            prefix ref_<case id>_:
      *              ref_<id>_votes.dat   - the ballots, as flat
      *                                     votes-record images,
      *                                     renumbered 1, 2, 3 ... in
      *                                     their original order with
      *                                     box, channel, receipt date
      *                                     and election blanked
      *              ref_<id>_slate.dat   - the candidates, as
      *                                     candidate master rows
      *              ref_<id>_figures.dat - the published figures
      *                                     (RefFig.cpy)
      *              RF-CASE-ID     - the case's id, letters and
      *                               digits only
      *              RF-TITLE       - what the case is
      *              RF-SOURCE      - A taken from an archive set,
      *                               L from the live files
      *              RF-ORIGIN      - the archive set's date, or
      *                               spaces for the live files
      *              RF-ELECTION-ID - the election it was counted
      *                               under
      *              RF-CONST-CODE  - the constituency it is counted
      *                               as
      *              RF-CANDIDATES / RF-SEATS / RF-BALLOTS - the
      *                               slate size, seats and papers
      *              RF-METHOD / RF-TIE-RULE / RF-DEFER / RF-BULK -
      *                               the count rules it was counted
      *                               under, off the count's header
      *              RF-FORMALITY / RF-MIN-PREFS - the formality rule
      *                               its ballots were decoded by
      *              RF-SEED        - the draw or sample seed the
      *                               count recorded, replayed so a
      *                               drawn tie or a random sample
      *                               comes out the same; zero when
      *                               nothing was drawn
      *              RF-TOLERANCE   - the difference in votes allowed
      *                               between a figure counted and
      *                               the figure published
      *              RF-CAPTURED-DATE / RF-OPERATOR - when captured
      *                               and by whom
      ******************************************************************
       01  REF-CASE-RECORD.
           05 RF-CASE-ID       PIC X(8).
           05 filler           PIC X.
           05 RF-TITLE         PIC X(30).
           05 filler           PIC X.
           05 RF-SOURCE        PIC X.
               88 RF-FROM-ARCHIVE  VALUE 'A'.
               88 RF-FROM-LIVE     VALUE 'L'.
           05 filler           PIC X.
           05 RF-ORIGIN        PIC X(8).
           05 filler           PIC X.
           05 RF-ELECTION-ID   PIC X(8).
           05 filler           PIC X.
           05 RF-CONST-CODE    PIC X(3).
           05 filler           PIC X.
           05 RF-CANDIDATES    PIC 9(3).
           05 filler           PIC X.
           05 RF-SEATS         PIC 9(3).
           05 filler           PIC X.
           05 RF-BALLOTS       PIC 9(6).
           05 filler           PIC X.
           05 RF-METHOD        PIC X.
           05 filler           PIC X.
           05 RF-TIE-RULE      PIC X.
           05 filler           PIC X.
           05 RF-DEFER         PIC X.
           05 filler           PIC X.
           05 RF-BULK          PIC X.
           05 filler           PIC X.
           05 RF-FORMALITY     PIC X.
           05 filler           PIC X.
           05 RF-MIN-PREFS     PIC 9(2).
           05 filler           PIC X.
           05 RF-SEED          PIC 9(8).
           05 filler           PIC X.
           05 RF-TOLERANCE     PIC 9(3)V9(4).
           05 filler           PIC X.
           05 RF-CAPTURED-DATE PIC 9(8).
           05 filler           PIC X.
           05 RF-OPERATOR      PIC X(8).
