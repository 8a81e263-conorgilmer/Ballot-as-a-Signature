      ******************************************************************
      * Copybook:  DoubtRec.cpy
      * Purpose:   FD record layout for the doubtful-papers queue
      *            (doubtful_papers.dat), one line per paper that
      *            could not be keyed or resubmitted as it stood -
      *            an ambiguous mark, an identifying mark, a
      *            preference given as a tick or cross - and was
      *            referred to the returning officer instead. Manual
      *            entry and reject resubmission refer papers here
      *            (through SubSTVDoubtRef); the adjudication screen
      *            rules on them in front of the candidates' agents.
      *              DP-PAPER-NO  - the queue's own number for the
      *                             paper, election-wide, so the
      *                             paper can be marked and found
      *              DP-SOURCE    - E manual entry, R reject
      *                             resubmission
      *              DP-REASON    - why it was referred
      *              DP-DETAIL    - the operator's description, or
      *                             the bureau row as scanned
      *              DP-STATUS    - P awaiting a ruling, A admitted,
      *                             R rejected
      *              DP-GROUND    - on a rejected paper, the
      *                             statutory ground it was rejected
      *                             under; the rejected-papers
      *                             statement counts papers by it
      *              DP-BALLOT-ID / DP-PREF - on an admitted paper,
      *                             the ballot id it was written to
      *                             the votes file under and the
      *                             ranking it was admitted as;
      *                             preferences 41 to 99 follow at
      *                             the end of the line in
      *                             DP-PREF-MORE, so lines written
      *                             before the slate limit was
      *                             raised keep their layout (blank
      *                             there, read as no preference)
      *              DP-OBJECTION - Y when an agent objected to the
      *                             ruling; DP-OBJECTOR names the
      *                             agent and DP-OBJECT-TEXT the
      *                             grounds given
      *            The file is rewritten whole when rulings are
      *            recorded; a referral is appended.
      ******************************************************************
       01  DOUBTFUL-RECORD.
           05 DP-CONST-CODE    PIC X(3).
           05 filler           PIC X.
           05 DP-PAPER-NO      PIC 9(6).
           05 filler           PIC X.
           05 DP-ELECTION-ID   PIC X(8).
           05 filler           PIC X.
           05 DP-BOX-ID        PIC X(8).
           05 filler           PIC X.
           05 DP-CHANNEL       PIC X.
           05 filler           PIC X.
           05 DP-SOURCE        PIC X.
               88 DP-FROM-ENTRY    VALUE 'E'.
               88 DP-FROM-REJECTS  VALUE 'R'.
           05 filler           PIC X.
           05 DP-REFER-DATE    PIC 9(8).
           05 filler           PIC X.
           05 DP-REFER-TIME    PIC 9(4).
           05 filler           PIC X.
           05 DP-REFER-BY      PIC X(8).
           05 filler           PIC X.
           05 DP-REASON        PIC X.
               88 DP-AMBIGUOUS     VALUE 'A'.
               88 DP-IDENT-MARK    VALUE 'I'.
               88 DP-TICK-CROSS    VALUE 'T'.
               88 DP-OTHER         VALUE 'O'.
           05 filler           PIC X.
           05 DP-DETAIL        PIC X(60).
           05 filler           PIC X.
           05 DP-STATUS        PIC X.
               88 DP-PENDING       VALUE 'P'.
               88 DP-ADMITTED      VALUE 'A'.
               88 DP-REJECTED      VALUE 'R'.
           05 filler           PIC X.
           05 DP-GROUND        PIC X.
               88 DP-NO-OFFICIAL-MARK  VALUE 'M'.
               88 DP-NO-FIRST-PREF     VALUE 'F'.
               88 DP-FIRST-PREF-TWICE  VALUE 'D'.
               88 DP-FIRST-UNCERTAIN   VALUE 'U'.
               88 DP-VOTER-IDENTIFIED  VALUE 'I'.
           05 filler           PIC X.
           05 DP-RULED-BY      PIC X(8).
           05 filler           PIC X.
           05 DP-RULED-DATE    PIC 9(8).
           05 filler           PIC X.
           05 DP-RULED-TIME    PIC 9(4).
           05 filler           PIC X.
           05 DP-BALLOT-ID     PIC 9(6).
           05 filler           PIC X.
           05 DP-PREF-COUNT    PIC 9(2).
           05 filler           PIC X.
           05 DP-PREFS.
               10 DP-PREF          PIC 9(3) OCCURS 40 TIMES.
           05 filler           PIC X.
           05 DP-OBJECTION     PIC X.
           05 filler           PIC X.
           05 DP-OBJECTOR      PIC X(20).
           05 filler           PIC X.
           05 DP-OBJECT-TEXT   PIC X(40).
           05 filler           PIC X.
           05 DP-PREFS-MORE.
               10 DP-PREF-MORE     PIC 9(3) OCCURS 59 TIMES.
