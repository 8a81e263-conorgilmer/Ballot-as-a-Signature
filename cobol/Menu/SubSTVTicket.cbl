      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Party ticket lodging for above-the-line voting.
      *            Where voters may mark a single party box instead
      *            of ranking candidates, each party lodges with the
      *            returning officer, per constituency, the ticket
      *            that box stands for: the order in which it ranks
      *            the candidates. Tickets are lodged, replaced or
      *            withdrawn here up to the close of nominations
      *            (SubSTVDeadline milestone 1; where the election
      *            keeps no timetable, while the constituency is in
      *            PREPARATION). After that they are locked: the
      *            first run after the close stamps the
      *            constituency's tickets K on party_tickets.dat
      *            (TicketRec.cpy) with an audit line, and from then
      *            on they can only be displayed. The candidates are
      *            keyed by number off the slate as it stands -
      *            candidate_master.dat, or the nomination register
      *            before the statement is published - and held by
      *            name, so the ballot paper draw cannot disturb a
      *            ticket. SubSTVTicketExp expands ticket votes from
      *            this file when the ballots are counted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVTicket.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TICKET-FILE
           ASSIGN TO 'party_tickets.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TICKET-FILE-STATUS.
       SELECT CMAST-FILE
           ASSIGN TO 'candidate_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMAST-FILE-STATUS.
       SELECT NOM-FILE
           ASSIGN TO 'nominations.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOM-FILE-STATUS.
       SELECT ECTL-FILE
           ASSIGN TO 'election_ctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ECTL-FILE-STATUS.
       SELECT OPER-FILE
           ASSIGN TO 'operators.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TICKET-FILE          RECORD CONTAINS 51 CHARACTERS.
       COPY TicketRec.

       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       COPY CandMast.

       FD  NOM-FILE             RECORD CONTAINS 285 CHARACTERS.
       COPY NomRec.

       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       FD  OPER-FILE            RECORD CONTAINS 46 CHARACTERS.
       COPY OperRec.

       WORKING-STORAGE SECTION.
       77 TICKET-FILE-STATUS   PIC XX VALUE '00'.
       77 CMAST-FILE-STATUS    PIC XX VALUE '00'.
       77 NOM-FILE-STATUS      PIC XX VALUE '00'.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 OPER-FILE-STATUS     PIC XX VALUE '00'.
       77 TK-EOF-SWITCH        PIC X.
       77 TK-INPUT             PIC X(30).
       77 TK-ACTION            PIC X.
       77 TK-AGAIN             PIC X.
       77 TK-OPERATOR          PIC X(8) VALUE SPACES.
       77 TK-OPER-OK-SWITCH    PIC X.
       77 TK-CONST-CODE        PIC X(3) VALUE SPACES.
       77 TK-ELECTION-ID       PIC X(8) VALUE SPACES.
       77 TK-EC-STATUS         PIC X VALUE SPACE.
       77 TK-ECTL-SWITCH       PIC X.
       77 TK-OPEN-SWITCH       PIC X.
       77 TK-CHANGED-SWITCH    PIC X.
       77 TK-RUN-DATE          PIC 9(8).
       77 TK-RUN-TIME          PIC 9(8).
       77 TK-IDX               PIC 9(4).
       77 TK-PIDX              PIC 9(3).
       77 TK-FOUND             PIC 9(3).
       77 TK-TICKET-NO         PIC 9(2).
       77 TK-PARTY             PIC X(20).
       77 TK-PREF-VAL          PIC 9(3).
       77 TK-DUP-SWITCH        PIC X.
       77 TK-DONE-SWITCH       PIC X.
       77 TK-HELD-SWITCH       PIC X.
       77 TK-LOCKED-COUNT      PIC 9(2).
       77 TK-SHOWN-COUNT       PIC 9(2).
       77 TK-NUM-EDIT          PIC Z9.
       01 TK-AUDIT-RECORD      PIC X(300).

      * party_tickets.dat, held whole while tickets are changed; a
      * replaced or withdrawn ticket's lines are dropped on the
      * rewrite.
       77 TK-ROW-TOTAL         PIC 9(4) VALUE ZERO.
       01 TK-ROW-TABLE-AREA.
           05 TK-ROW-ENTRY         OCCURS 2000 TIMES.
               10 TK-ROW            PIC X(51).
               10 TK-ROW-KEEP       PIC X.

      * The slate the candidates are keyed from, in its own order.
       77 TK-SLATE-TOTAL       PIC 9(3) VALUE ZERO.
       01 TK-SLATE-AREA.
           05 TK-SLATE             OCCURS 99 TIMES.
               10 TK-SLATE-NAME     PIC X(30).
               10 TK-SLATE-PARTY    PIC X(20).

      * The ticket being keyed, as positions into the slate.
       77 TK-WK-COUNT          PIC 9(2).
       01 TK-WK-AREA.
           05 TK-WK-PREF           PIC 9(3) OCCURS 99 TIMES.

      * Request block for the election timetable: tickets close with
      * the nominations.
       COPY DeadReq.
      * Request block for the chained audit writer.
       COPY AuditReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Party Ticket Lodging.".
      * Working storage persists across CALLs - reset per-run state.
           MOVE SPACES TO TK-OPERATOR.
           MOVE ZERO TO TK-ROW-TOTAL.
           MOVE ZERO TO TK-SLATE-TOTAL.
           MOVE 'N' TO TK-CHANGED-SWITCH.
           PERFORM GET-OPERATOR-PARA.
           PERFORM VALIDATE-OPERATOR-PARA
               UNTIL TK-OPERATOR NOT = SPACES.
           DISPLAY "Enter the constituency code (3 characters) ".
           MOVE SPACES TO TK-INPUT.
           ACCEPT TK-INPUT.
           MOVE FUNCTION UPPER-CASE(TK-INPUT(1:3)) TO TK-CONST-CODE.
           IF TK-CONST-CODE = SPACES
               DISPLAY "No constituency given - nothing done."
               EXIT PROGRAM
           END-IF.
           PERFORM CHECK-ELECTION-PARA.
           IF TK-ECTL-SWITCH NOT = 'Y'
               DISPLAY "No control record for " TK-CONST-CODE
                   " - create it in election control first."
               EXIT PROGRAM
           END-IF.
           PERFORM LOAD-TICKETS-PARA.
           IF TK-ROW-TOTAL > 2000
               DISPLAY "*** party_tickets.dat has more than 2000 "
                   "lines - nothing changed ***"
               EXIT PROGRAM
           END-IF.
           PERFORM CHECK-OPEN-PARA.
           IF TK-OPEN-SWITCH NOT = 'Y'
               PERFORM LOCK-TICKETS-PARA
               PERFORM SHOW-TICKETS-PARA
               IF TK-CHANGED-SWITCH = 'Y'
                   PERFORM SAVE-TICKETS-PARA
               END-IF
               EXIT PROGRAM
           END-IF.
           PERFORM LOAD-SLATE-PARA.
           IF TK-SLATE-TOTAL = ZERO
               DISPLAY "No candidates for " TK-CONST-CODE " on "
                   "candidate_master.dat or the nomination register "
                   "- nothing to lodge a ticket for."
               EXIT PROGRAM
           END-IF.
           MOVE 'Y' TO TK-AGAIN.
           PERFORM ONE-ACTION-PARA UNTIL TK-AGAIN NOT = 'Y'.
           IF TK-CHANGED-SWITCH = 'Y'
               PERFORM SAVE-TICKETS-PARA
               DISPLAY "party_tickets.dat saved."
           END-IF.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

       GET-OPERATOR-PARA.
           DISPLAY "Enter your operator id ".
           MOVE SPACES TO TK-INPUT.
           ACCEPT TK-INPUT.
           MOVE FUNCTION UPPER-CASE(TK-INPUT(1:8)) TO TK-OPERATOR.
           IF TK-OPERATOR NOT = SPACES
               PERFORM LOOKUP-OPERATOR-PARA
               IF TK-OPER-OK-SWITCH NOT = 'Y'
                   DISPLAY "Operator id not on operators.dat."
                   MOVE SPACES TO TK-OPERATOR
               END-IF
           END-IF.

       VALIDATE-OPERATOR-PARA.
           DISPLAY "A valid operator id is required - please "
               "re-enter.".
           PERFORM GET-OPERATOR-PARA.

       LOOKUP-OPERATOR-PARA.
           OPEN INPUT OPER-FILE.
           IF OPER-FILE-STATUS NOT = '00'
               MOVE 'Y' TO TK-OPER-OK-SWITCH
           ELSE
               MOVE 'N' TO TK-OPER-OK-SWITCH
               MOVE 'N' TO TK-EOF-SWITCH
               PERFORM READ-OPERATOR-PARA
                   UNTIL TK-EOF-SWITCH = 'Y'
                       OR TK-OPER-OK-SWITCH = 'Y'
               CLOSE OPER-FILE
           END-IF.

       READ-OPERATOR-PARA.
           READ OPER-FILE
               AT END
                   MOVE 'Y' TO TK-EOF-SWITCH
               NOT AT END
                   IF OP-ID = TK-OPERATOR
                       AND NOT OP-DISABLED
                       MOVE 'Y' TO TK-OPER-OK-SWITCH
                   END-IF
           END-READ.

       CHECK-ELECTION-PARA.
           MOVE 'N' TO TK-ECTL-SWITCH.
           MOVE 'N' TO TK-EOF-SWITCH.
           OPEN INPUT ECTL-FILE.
           IF ECTL-FILE-STATUS = '00'
               PERFORM READ-ECTL-PARA UNTIL TK-EOF-SWITCH = 'Y'
               CLOSE ECTL-FILE
           END-IF.

       READ-ECTL-PARA.
           READ ECTL-FILE
               AT END
                   MOVE 'Y' TO TK-EOF-SWITCH
               NOT AT END
                   IF EC-CONST-CODE = TK-CONST-CODE
                       MOVE 'Y' TO TK-ECTL-SWITCH
                       MOVE EC-ELECTION-ID TO TK-ELECTION-ID
                       MOVE EC-STATUS TO TK-EC-STATUS
                       MOVE 'Y' TO TK-EOF-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * CHECK-OPEN-PARA - tickets may be lodged until nominations
      * close; with no timetable for the election, while the
      * constituency is still in PREPARATION.
      ******************************************************************
       CHECK-OPEN-PARA.
           MOVE 'Y' TO TK-OPEN-SWITCH.
           IF TK-EC-STATUS NOT = 'P'
               MOVE 'N' TO TK-OPEN-SWITCH
               DISPLAY TK-CONST-CODE " is no longer in PREPARATION "
                   "(status " TK-EC-STATUS ") - its tickets are "
                   "locked."
               EXIT PARAGRAPH
           END-IF.
           MOVE TK-CONST-CODE TO DL-CONST-CODE.
           MOVE TK-ELECTION-ID TO DL-ELECTION-ID.
           MOVE 1 TO DL-MILESTONE.
           CALL 'SubSTVDeadline' USING DEADLINE-REQUEST.
           IF DL-RC = 01
               MOVE 'N' TO TK-OPEN-SWITCH
               DISPLAY FUNCTION TRIM(DL-NAME) " was " DL-DATE " "
                   DL-TIME " - tickets closed with the nominations "
                   "and are locked."
           ELSE IF DL-RC = 00
               DISPLAY "Tickets may be lodged until "
                   FUNCTION TRIM(DL-NAME) ", " DL-DATE " " DL-TIME
                   ".".

       LOAD-TICKETS-PARA.
           MOVE 'N' TO TK-EOF-SWITCH.
           OPEN INPUT TICKET-FILE.
           IF TICKET-FILE-STATUS = '00'
               PERFORM READ-TICKET-PARA UNTIL TK-EOF-SWITCH = 'Y'
               CLOSE TICKET-FILE
           END-IF.

       READ-TICKET-PARA.
           READ TICKET-FILE
               AT END
                   MOVE 'Y' TO TK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO TK-ROW-TOTAL
                   IF TK-ROW-TOTAL > 2000
                       MOVE 'Y' TO TK-EOF-SWITCH
                   ELSE
                       MOVE PARTY-TICKET-RECORD TO TK-ROW(TK-ROW-TOTAL)
                       MOVE 'Y' TO TK-ROW-KEEP(TK-ROW-TOTAL)
                   END-IF
           END-READ.

       SAVE-TICKETS-PARA.
           OPEN OUTPUT TICKET-FILE.
           PERFORM WRITE-TICKET-PARA VARYING TK-IDX FROM 1 BY 1
               UNTIL TK-IDX > TK-ROW-TOTAL.
           CLOSE TICKET-FILE.

       WRITE-TICKET-PARA.
           IF TK-ROW-KEEP(TK-IDX) = 'Y'
               MOVE TK-ROW(TK-IDX) TO PARTY-TICKET-RECORD
               WRITE PARTY-TICKET-RECORD
           END-IF.

      ******************************************************************
      * LOAD-SLATE-PARA - the candidates a ticket may rank: the
      * constituency's standing candidates on candidate_master.dat
      * or, before the statement of persons nominated is published,
      * its nominations not ruled invalid or withdrawn.
      ******************************************************************
       LOAD-SLATE-PARA.
           MOVE 'N' TO TK-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
               PERFORM READ-CMAST-PARA UNTIL TK-EOF-SWITCH = 'Y'
               CLOSE CMAST-FILE
           END-IF.
           IF TK-SLATE-TOTAL = ZERO
               MOVE 'N' TO TK-EOF-SWITCH
               OPEN INPUT NOM-FILE
               IF NOM-FILE-STATUS = '00'
                   PERFORM READ-NOM-PARA UNTIL TK-EOF-SWITCH = 'Y'
                   CLOSE NOM-FILE
               END-IF
           END-IF.

       READ-CMAST-PARA.
           READ CMAST-FILE
               AT END
                   MOVE 'Y' TO TK-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = TK-CONST-CODE
                       AND NOT CM-WITHDRAWN
                       AND TK-SLATE-TOTAL < 99
                       ADD 1 TO TK-SLATE-TOTAL
                       MOVE CM-NAME TO TK-SLATE-NAME(TK-SLATE-TOTAL)
                       MOVE CM-PARTY TO TK-SLATE-PARTY(TK-SLATE-TOTAL)
                   END-IF
           END-READ.

       READ-NOM-PARA.
           READ NOM-FILE
               AT END
                   MOVE 'Y' TO TK-EOF-SWITCH
               NOT AT END
                   IF NR-CONST-CODE = TK-CONST-CODE
                       AND NOT NR-INVALID
                       AND NOT NR-WITHDRAWN
                       AND TK-SLATE-TOTAL < 99
                       ADD 1 TO TK-SLATE-TOTAL
                       MOVE NR-NAME TO TK-SLATE-NAME(TK-SLATE-TOTAL)
                       MOVE NR-PARTY TO TK-SLATE-PARTY(TK-SLATE-TOTAL)
                   END-IF
           END-READ.

       ONE-ACTION-PARA.
           DISPLAY " ".
           DISPLAY "Action - L=Lodge or replace a ticket, W=Withdraw "
               "a ticket, D=Display tickets, Q=Quit ".
           MOVE SPACES TO TK-INPUT.
           ACCEPT TK-INPUT.
           MOVE FUNCTION UPPER-CASE(TK-INPUT(1:1)) TO TK-ACTION.
           IF TK-ACTION = 'L'
               PERFORM LODGE-PARA
           ELSE IF TK-ACTION = 'W'
               PERFORM WITHDRAW-PARA
           ELSE IF TK-ACTION = 'D'
               PERFORM SHOW-TICKETS-PARA
           ELSE
               MOVE 'N' TO TK-AGAIN.

      ******************************************************************
      * LODGE-PARA - a party's ticket: its box number on the paper,
      * the party (which must have a candidate on the slate), then
      * the candidates in ticket order, keyed by number off the
      * slate listing. A ticket already lodged under that box number
      * is replaced.
      ******************************************************************
       LODGE-PARA.
           DISPLAY "Ticket (party box) number on the paper, 1-20 ".
           MOVE SPACES TO TK-INPUT.
           ACCEPT TK-INPUT.
           IF TK-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE TK-TICKET-NO = FUNCTION NUMVAL(TK-INPUT(1:2)).
           IF TK-TICKET-NO = ZERO OR TK-TICKET-NO > 20
               DISPLAY "Ticket numbers run 1 to 20."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Party ".
           MOVE SPACES TO TK-INPUT.
           ACCEPT TK-INPUT.
           MOVE FUNCTION UPPER-CASE(TK-INPUT(1:20)) TO TK-PARTY.
           MOVE ZERO TO TK-FOUND.
           PERFORM MATCH-PARTY-PARA VARYING TK-PIDX FROM 1 BY 1
               UNTIL TK-PIDX > TK-SLATE-TOTAL OR TK-FOUND > ZERO.
           IF TK-FOUND = ZERO
               DISPLAY "No candidate of " FUNCTION TRIM(TK-PARTY)
                   " on the slate for " TK-CONST-CODE
                   " - ticket not lodged."
               EXIT PARAGRAPH
           END-IF.
           MOVE TK-SLATE-PARTY(TK-FOUND) TO TK-PARTY.
           DISPLAY "Slate for " TK-CONST-CODE ":".
           PERFORM SHOW-SLATE-PARA VARYING TK-PIDX FROM 1 BY 1
               UNTIL TK-PIDX > TK-SLATE-TOTAL.
           MOVE ZERO TO TK-WK-COUNT.
           MOVE ZERO TO TK-WK-AREA.
           MOVE 'N' TO TK-DONE-SWITCH.
           PERFORM KEY-ONE-PREF-PARA
               UNTIL TK-DONE-SWITCH = 'Y'
                   OR TK-WK-COUNT >= TK-SLATE-TOTAL.
           IF TK-WK-COUNT = ZERO
               DISPLAY "No candidates keyed - ticket not lodged."
               EXIT PARAGRAPH
           END-IF.
           MOVE TK-WK-COUNT TO TK-NUM-EDIT.
           DISPLAY "Lodge ticket " TK-TICKET-NO " for "
               FUNCTION TRIM(TK-PARTY) " ranking "
               FUNCTION TRIM(TK-NUM-EDIT) " candidate(s)? (Y/N) ".
           MOVE SPACES TO TK-INPUT.
           ACCEPT TK-INPUT.
           IF FUNCTION UPPER-CASE(TK-INPUT(1:1)) NOT = 'Y'
               DISPLAY "Ticket not lodged."
               EXIT PARAGRAPH
           END-IF.
           PERFORM DROP-TICKET-PARA.
           ACCEPT TK-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TK-RUN-TIME FROM TIME.
           IF TK-ROW-TOTAL + TK-WK-COUNT + 1 > 2000
               DISPLAY "*** party_tickets.dat is full - ticket not "
                   "lodged ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PARTY-TICKET-RECORD.
           MOVE TK-CONST-CODE TO PT-CONST-CODE.
           MOVE TK-TICKET-NO TO PT-TICKET-NO.
           SET PT-HEAD-LINE TO TRUE.
           MOVE TK-PARTY TO PT-PARTY.
           SET PT-LODGED TO TRUE.
           MOVE TK-RUN-DATE TO PT-LODGED-DATE.
           MOVE TK-OPERATOR TO PT-OPERATOR.
           PERFORM APPEND-ROW-PARA.
           PERFORM APPEND-PREF-PARA VARYING TK-PIDX FROM 1 BY 1
               UNTIL TK-PIDX > TK-WK-COUNT.
           MOVE 'Y' TO TK-CHANGED-SWITCH.
           DISPLAY "Ticket " TK-TICKET-NO " lodged for "
               FUNCTION TRIM(TK-PARTY) ".".
           MOVE SPACES TO TK-AUDIT-RECORD.
           STRING TK-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TK-RUN-TIME DELIMITED BY SIZE
               " PARTY TICKET LODGED CONST=" DELIMITED BY SIZE
               TK-CONST-CODE DELIMITED BY SIZE
               " TICKET=" DELIMITED BY SIZE
               TK-TICKET-NO DELIMITED BY SIZE
               " PARTY=" DELIMITED BY SIZE
               FUNCTION TRIM(TK-PARTY) DELIMITED BY SIZE
               " PREFS=" DELIMITED BY SIZE
               TK-WK-COUNT DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               TK-OPERATOR DELIMITED BY SIZE
               INTO TK-AUDIT-RECORD
           END-STRING.
           PERFORM LOG-AUDIT-PARA.

       MATCH-PARTY-PARA.
           IF FUNCTION UPPER-CASE(TK-SLATE-PARTY(TK-PIDX)) = TK-PARTY
               MOVE TK-PIDX TO TK-FOUND
           END-IF.

       SHOW-SLATE-PARA.
           MOVE TK-PIDX TO TK-NUM-EDIT.
           DISPLAY "  " TK-NUM-EDIT " " TK-SLATE-NAME(TK-PIDX) " "
               TK-SLATE-PARTY(TK-PIDX).

       KEY-ONE-PREF-PARA.
           DISPLAY "  Position " TK-WK-COUNT " keyed; next "
               "candidate number [Enter=end of ticket] ".
           MOVE SPACES TO TK-INPUT.
           ACCEPT TK-INPUT.
           IF TK-INPUT = SPACES
               MOVE 'Y' TO TK-DONE-SWITCH
               EXIT PARAGRAPH
           END-IF.
           COMPUTE TK-PREF-VAL = FUNCTION NUMVAL(TK-INPUT(1:3)).
           IF TK-PREF-VAL = ZERO OR TK-PREF-VAL > TK-SLATE-TOTAL
               DISPLAY "  No candidate " TK-PREF-VAL
                   " on this slate - re-key."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO TK-DUP-SWITCH.
           PERFORM CHECK-DUP-PARA VARYING TK-PIDX FROM 1 BY 1
               UNTIL TK-PIDX > TK-WK-COUNT.
           IF TK-DUP-SWITCH = 'Y'
               DISPLAY "  Candidate " TK-PREF-VAL " is already on "
                   "this ticket - re-key."
           ELSE
               ADD 1 TO TK-WK-COUNT
               MOVE TK-PREF-VAL TO TK-WK-PREF(TK-WK-COUNT)
           END-IF.

       CHECK-DUP-PARA.
           IF TK-WK-PREF(TK-PIDX) = TK-PREF-VAL
               MOVE 'Y' TO TK-DUP-SWITCH
           END-IF.

       APPEND-PREF-PARA.
           MOVE SPACES TO PARTY-TICKET-RECORD.
           MOVE TK-CONST-CODE TO PT-CONST-CODE.
           MOVE TK-TICKET-NO TO PT-TICKET-NO.
           SET PT-PREF-LINE TO TRUE.
           MOVE TK-PIDX TO PT-POSITION.
           MOVE TK-WK-PREF(TK-PIDX) TO TK-PREF-VAL.
           MOVE TK-SLATE-NAME(TK-PREF-VAL) TO PT-CAND-NAME.
           PERFORM APPEND-ROW-PARA.

       APPEND-ROW-PARA.
           ADD 1 TO TK-ROW-TOTAL.
           MOVE PARTY-TICKET-RECORD TO TK-ROW(TK-ROW-TOTAL).
           MOVE 'Y' TO TK-ROW-KEEP(TK-ROW-TOTAL).

      * Drop every line of ticket TK-TICKET-NO of the constituency;
      * TK-FOUND counts the lines dropped.
       DROP-TICKET-PARA.
           MOVE ZERO TO TK-FOUND.
           PERFORM DROP-ONE-ROW-PARA VARYING TK-IDX FROM 1 BY 1
               UNTIL TK-IDX > TK-ROW-TOTAL.

       DROP-ONE-ROW-PARA.
           IF TK-ROW-KEEP(TK-IDX) = 'Y'
               MOVE TK-ROW(TK-IDX) TO PARTY-TICKET-RECORD
               IF PT-CONST-CODE = TK-CONST-CODE
                   AND PT-TICKET-NO = TK-TICKET-NO
                   MOVE 'N' TO TK-ROW-KEEP(TK-IDX)
                   ADD 1 TO TK-FOUND
               END-IF
           END-IF.

       WITHDRAW-PARA.
           DISPLAY "Ticket number to withdraw ".
           MOVE SPACES TO TK-INPUT.
           ACCEPT TK-INPUT.
           IF TK-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF.
           COMPUTE TK-TICKET-NO = FUNCTION NUMVAL(TK-INPUT(1:2)).
           DISPLAY "Withdraw ticket " TK-TICKET-NO " of "
               TK-CONST-CODE "? (Y/N) ".
           MOVE SPACES TO TK-INPUT.
           ACCEPT TK-INPUT.
           IF FUNCTION UPPER-CASE(TK-INPUT(1:1)) NOT = 'Y'
               DISPLAY "Ticket not withdrawn."
               EXIT PARAGRAPH
           END-IF.
           PERFORM DROP-TICKET-PARA.
           IF TK-FOUND = ZERO
               DISPLAY "No ticket " TK-TICKET-NO " lodged for "
                   TK-CONST-CODE "."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO TK-CHANGED-SWITCH.
           DISPLAY "Ticket " TK-TICKET-NO " withdrawn.".
           ACCEPT TK-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TK-RUN-TIME FROM TIME.
           MOVE SPACES TO TK-AUDIT-RECORD.
           STRING TK-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TK-RUN-TIME DELIMITED BY SIZE
               " PARTY TICKET WITHDRAWN CONST=" DELIMITED BY SIZE
               TK-CONST-CODE DELIMITED BY SIZE
               " TICKET=" DELIMITED BY SIZE
               TK-TICKET-NO DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               TK-OPERATOR DELIMITED BY SIZE
               INTO TK-AUDIT-RECORD
           END-STRING.
           PERFORM LOG-AUDIT-PARA.

      ******************************************************************
      * LOCK-TICKETS-PARA - nominations have closed: any of the
      * constituency's tickets still marked lodged are stamped
      * locked, once, with an audit line.
      ******************************************************************
       LOCK-TICKETS-PARA.
           MOVE ZERO TO TK-LOCKED-COUNT.
           PERFORM LOCK-ONE-ROW-PARA VARYING TK-IDX FROM 1 BY 1
               UNTIL TK-IDX > TK-ROW-TOTAL.
           IF TK-LOCKED-COUNT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO TK-CHANGED-SWITCH.
           DISPLAY TK-LOCKED-COUNT " ticket(s) of " TK-CONST-CODE
               " locked.".
           ACCEPT TK-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT TK-RUN-TIME FROM TIME.
           MOVE SPACES TO TK-AUDIT-RECORD.
           STRING TK-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               TK-RUN-TIME DELIMITED BY SIZE
               " PARTY TICKETS LOCKED CONST=" DELIMITED BY SIZE
               TK-CONST-CODE DELIMITED BY SIZE
               " TICKETS=" DELIMITED BY SIZE
               TK-LOCKED-COUNT DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               TK-OPERATOR DELIMITED BY SIZE
               INTO TK-AUDIT-RECORD
           END-STRING.
           PERFORM LOG-AUDIT-PARA.

       LOCK-ONE-ROW-PARA.
           MOVE TK-ROW(TK-IDX) TO PARTY-TICKET-RECORD.
           IF PT-CONST-CODE = TK-CONST-CODE
               AND PT-HEAD-LINE AND PT-LODGED
               SET PT-LOCKED TO TRUE
               MOVE PARTY-TICKET-RECORD TO TK-ROW(TK-IDX)
               ADD 1 TO TK-LOCKED-COUNT
           END-IF.

       SHOW-TICKETS-PARA.
           MOVE ZERO TO TK-SHOWN-COUNT.
           DISPLAY "Tickets lodged for " TK-CONST-CODE ":".
           PERFORM SHOW-ONE-ROW-PARA VARYING TK-IDX FROM 1 BY 1
               UNTIL TK-IDX > TK-ROW-TOTAL.
           IF TK-SHOWN-COUNT = ZERO
               DISPLAY "  (none)"
           END-IF.

       SHOW-ONE-ROW-PARA.
           IF TK-ROW-KEEP(TK-IDX) = 'Y'
               MOVE TK-ROW(TK-IDX) TO PARTY-TICKET-RECORD
               IF PT-CONST-CODE = TK-CONST-CODE
                   IF PT-HEAD-LINE
                       ADD 1 TO TK-SHOWN-COUNT
                       DISPLAY "  Ticket " PT-TICKET-NO " "
                           PT-PARTY " status " PT-STATUS
                           " lodged " PT-LODGED-DATE " by "
                           PT-OPERATOR
                   ELSE
                       DISPLAY "      " PT-POSITION " "
                           PT-CAND-NAME
                   END-IF
               END-IF
           END-IF.

       LOG-AUDIT-PARA.
           MOVE SPACES TO AL-TEXT.
           MOVE TK-AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       END PROGRAM SubSTVTicket.
