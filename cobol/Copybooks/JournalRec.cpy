      ******************************************************************
      * Copybook:  JournalRec.cpy
      * Purpose:   Record layout of votes_journal.dat, the votes file
      *            change journal written by SubSTVJournal - one line
      *            per change, appended in the order the changes were
      *            made and never rewritten:
      *              JL-DATE / JL-TIME - when the change was made
      *              JL-ACTION   - W write, R rewrite, V void,
      *                            E file emptied, S sequence set
      *                            (JournalReq.cpy)
      *              JL-PROGRAM  - the program that made it
      *              JL-OPERATOR - the operator signed on to it
      *              JL-KEY      - the ballot key (constituency and
      *                            ballot id); spaces on E and S
      *              JL-BEFORE / JL-AFTER - the record images; on an
      *                            S line the first six bytes of each
      *                            are the control value
      *            SubSTVRecover rolls the journal forward over the
      *            last backup; a line's position in the file is its
      *            journal number.
      ******************************************************************
       01  JOURNAL-RECORD.
           05 JL-DATE          PIC 9(8).
           05 filler           PIC X.
           05 JL-TIME          PIC 9(8).
           05 filler           PIC X.
           05 JL-ACTION        PIC X.
               88 JL-WRITE         VALUE 'W'.
               88 JL-REWRITE       VALUE 'R'.
               88 JL-VOID          VALUE 'V'.
               88 JL-EMPTIED       VALUE 'E'.
               88 JL-SEQ-SET       VALUE 'S'.
           05 filler           PIC X.
           05 JL-PROGRAM       PIC X(10).
           05 filler           PIC X.
           05 JL-OPERATOR      PIC X(8).
           05 filler           PIC X.
           05 JL-KEY           PIC X(9).
           05 filler           PIC X.
           05 JL-BEFORE        PIC X(335).
           05 filler           PIC X.
           05 JL-AFTER         PIC X(335).
           05 JL-AFTER-SEQ REDEFINES JL-AFTER.
               10 JL-SEQ-VALUE     PIC 9(6).
               10 filler           PIC X(329).
