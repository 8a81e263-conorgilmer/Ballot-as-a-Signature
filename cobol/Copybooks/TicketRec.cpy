      ******************************************************************
      * Copybook:  TicketRec.cpy
      * Purpose:   FD record layout for the party ticket file
      *            (party_tickets.dat). Where voters may mark a single
      *            party box above the line, each party lodges a
      *            ticket per constituency - the order in which its
      *            box's votes rank the candidates. A ticket is one
      *            H line followed by its P lines:
      *              H - the ticket: box number on the paper, party,
      *                  status (L lodged; K locked once nominations
      *                  have closed), date lodged and operator.
      *              P - one preference: its position on the ticket
      *                  and the candidate, by name - the name, not
      *                  the candidate number, because the ballot
      *                  paper draw renumbers the slate after the
      *                  tickets are lodged. SubSTVTicketExp resolves
      *                  the names against candidate_master.dat when
      *                  the ballots are counted.
      ******************************************************************
       01  PARTY-TICKET-RECORD.
           05 PT-CONST-CODE    PIC X(3).
           05 filler           PIC X.
           05 PT-TICKET-NO     PIC 9(2).
           05 filler           PIC X.
           05 PT-LINE-TYPE     PIC X.
               88 PT-HEAD-LINE     VALUE 'H'.
               88 PT-PREF-LINE     VALUE 'P'.
           05 filler           PIC X.
           05 PT-LINE-BODY     PIC X(42).
           05 PT-HEAD-BODY REDEFINES PT-LINE-BODY.
               10 PT-PARTY       PIC X(20).
               10 filler         PIC X.
               10 PT-STATUS      PIC X.
                   88 PT-LODGED      VALUE 'L'.
                   88 PT-LOCKED      VALUE 'K'.
               10 filler         PIC X.
               10 PT-LODGED-DATE PIC 9(8).
               10 filler         PIC X.
               10 PT-OPERATOR    PIC X(8).
               10 filler         PIC X(2).
           05 PT-PREF-BODY REDEFINES PT-LINE-BODY.
               10 PT-POSITION    PIC 9(2).
               10 filler         PIC X.
               10 PT-CAND-NAME   PIC X(30).
               10 filler         PIC X(9).
