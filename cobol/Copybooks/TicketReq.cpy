      ******************************************************************
      * Copybook:  TicketReq.cpy
      * Purpose:   Request block passed to SubSTVTicketExp, which
      *            expands a ticket vote into the lodged preference
      *            order of the party box marked. The caller loads a
      *            constituency's tickets once per run (TX-ACTION
      *            'L', TX-CONST-CODE set; TX-TICKETS returns how
      *            many are lodged), then asks for each ticket
      *            ballot (TX-ACTION 'E', TX-TICKET-NO set). A
      *            reader of an archived election loads with
      *            TX-ACTION 'A' and TX-ARCH-DATE set instead, so the
      *            tickets and the slate come from that archive set
      *            (arch_<date>_party_tickets.dat and
      *            arch_<date>_candidate_master.dat) rather than the
      *            live files. The
      *            preferences come back as current candidate
      *            numbers in TX-PREF-AREA, laid out as VR-PREF-AREA
      *            on the votes record so the two move as one;
      *            a ticketed candidate no longer on the slate is
      *            passed over.
      *            TX-RC: 00 = done, 01 = no such ticket lodged (on
      *            a load, none lodged for the constituency).
      ******************************************************************
       01  TICKET-EXPAND-REQUEST.
           05 TX-ACTION        PIC X.
               88 TX-LOAD          VALUE 'L'.
               88 TX-EXPAND        VALUE 'E'.
               88 TX-LOAD-ARCHIVE  VALUE 'A'.
           05 TX-CONST-CODE    PIC X(3).
           05 TX-TICKET-NO     PIC 9(2).
           05 TX-TICKETS       PIC 9(2).
           05 TX-PARTY         PIC X(20).
           05 TX-PREF-COUNT    PIC 9(2).
           05 TX-PREF-AREA.
               10 TX-PREF        PIC 9(3) OCCURS 99 TIMES.
           05 TX-RC            PIC 9(2).
           05 TX-ARCH-DATE     PIC X(8).
