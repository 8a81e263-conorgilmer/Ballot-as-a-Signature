      ******************************************************************
      * Copybook:  DeadReq.cpy
      * Purpose:   Request block passed to SubSTVDeadline, which
      *            looks one statutory milestone up on the election
      *            timetable (TimeRec.cpy) and says whether it has
      *            passed. The caller sets DL-CONST-CODE and
      *            DL-MILESTONE (numbered as on TimeRec.cpy), and
      *            DL-ELECTION-ID when it knows it; left blank, the
      *            election is taken from the constituency's election
      *            control record. Returned: the milestone's name,
      *            date and time, and the whole days from today to
      *            it (negative once past).
      *            DL-RC: 00 = not yet passed, 01 = passed, 02 = no
      *            timetable for the election or the milestone not
      *            set - nothing to enforce.
      ******************************************************************
       01  DEADLINE-REQUEST.
           05 DL-CONST-CODE    PIC X(3).
           05 DL-ELECTION-ID   PIC X(8).
           05 DL-MILESTONE     PIC 9(2).
               88 DL-NOM-CLOSE     VALUE 1.
               88 DL-OBJ-CLOSE     VALUE 2.
               88 DL-WITHDRAW      VALUE 3.
               88 DL-STATEMENT     VALUE 4.
               88 DL-POSTAL-APP    VALUE 5.
               88 DL-POLL          VALUE 6.
               88 DL-COUNT-START   VALUE 7.
           05 DL-NAME          PIC X(36).
           05 DL-DATE          PIC 9(8).
           05 DL-TIME          PIC 9(4).
           05 DL-DAYS-LEFT     PIC S9(5).
           05 DL-RC            PIC 9(2).
