      ******************************************************************
      * Copybook:  TimeRec.cpy
      * Purpose:   FD record layout for the election timetable
      *            (election_timetable.dat), one record per election
      *            id holding the date and time of each statutory
      *            milestone, maintained through election control:
      *              01 - close of nominations
      *              02 - end of the objection period
      *              03 - last day for withdrawal of candidates
      *              04 - publication of the statement of persons
      *                   nominated
      *              05 - postal vote application cutoff
      *              06 - polling day
      *              07 - count start
      *            A date of zero means the milestone is not set and
      *            nothing is enforced against it; a time of zero
      *            means the end of the day. TT-MS is the same
      *            milestones as a table, in the numbering above.
      ******************************************************************
       01  TIMETABLE-RECORD.
           05 TT-ELECTION-ID   PIC X(8).
           05 filler           PIC X.
           05 TT-MILESTONES.
               10 TT-NOM-CLOSE.
                   15 TT-NOM-CLOSE-DATE  PIC 9(8).
                   15 TT-NOM-CLOSE-TIME  PIC 9(4).
                   15 filler             PIC X.
               10 TT-OBJ-CLOSE.
                   15 TT-OBJ-CLOSE-DATE  PIC 9(8).
                   15 TT-OBJ-CLOSE-TIME  PIC 9(4).
                   15 filler             PIC X.
               10 TT-WITHDRAW.
                   15 TT-WITHDRAW-DATE   PIC 9(8).
                   15 TT-WITHDRAW-TIME   PIC 9(4).
                   15 filler             PIC X.
               10 TT-STATEMENT.
                   15 TT-STATEMENT-DATE  PIC 9(8).
                   15 TT-STATEMENT-TIME  PIC 9(4).
                   15 filler             PIC X.
               10 TT-POSTAL-APP.
                   15 TT-POSTAL-APP-DATE PIC 9(8).
                   15 TT-POSTAL-APP-TIME PIC 9(4).
                   15 filler             PIC X.
               10 TT-POLL.
                   15 TT-POLL-DATE       PIC 9(8).
                   15 TT-POLL-TIME       PIC 9(4).
                   15 filler             PIC X.
               10 TT-COUNT-START.
                   15 TT-COUNT-DATE      PIC 9(8).
                   15 TT-COUNT-TIME      PIC 9(4).
                   15 filler             PIC X.
           05 TT-MS-TABLE REDEFINES TT-MILESTONES.
               10 TT-MS                OCCURS 7 TIMES.
                   15 TT-MS-DATE         PIC 9(8).
                   15 TT-MS-TIME         PIC 9(4).
                   15 filler             PIC X.
