      *            ballot assigned an id from votes_seq_ctl.dat and
      *            written to the votes file; a mismatch queues both
      *            keyings to entry_mismatch.dat for a supervisor and
      *            nothing is written. A paper neither operator can
      *            key as it stands - an ambiguous or identifying
      *            mark, a tick for a figure - is referred to the
      *            doubtful-papers queue for the returning officer's
      *            ruling. Keying is locked out once the election's
      *            ballots are closed. Where parties have lodged
      *            tickets, a paper marked in a single party box
      *            above the line is keyed as T and the box number
      *            at the first preference, and is written as a
      *            ticket vote.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  SEQ-FILE            RECORD CONTAINS 6 CHARACTERS.
       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       COPY CandMast.

       FD  MISM-FILE            RECORD CONTAINS 512 CHARACTERS.
       01  MISM-RECORD          PIC X(512).

       FD  OPER-FILE            RECORD CONTAINS 46 CHARACTERS.
       COPY OperRec.
       77 CAND-LOADED-SWITCH   PIC X VALUE 'N'.
       77 CAND-COUNT           PIC 9(3) VALUE ZERO.
       77 CAND-IDX             PIC 9(3).
       77 DE-SLATE-BIG-SW      PIC X VALUE 'N'.
       01 CAND-NAMES-AREA.
           05 CAND-NAME        PIC X(20) OCCURS 99 TIMES.

       77 N                    PIC 9(3).
       77 DE-INPUT             PIC X(30).
       77 DE-AGAIN             PIC X VALUE 'Y'.
       77 DE-PREF-VAL          PIC 9(3).
       77 DE-DONE-SWITCH       PIC X.
       77 DE-DUP-IDX           PIC 9(3).
       77 DE-DUP-SWITCH        PIC X.
       77 DE-MATCH-SWITCH      PIC X.
       77 DE-IDX               PIC 9(3).
       77 LAST-BALLOT-ID       PIC 9(6) VALUE ZERO.
       77 DE-KEYED-COUNT       PIC 9(6) VALUE ZERO.
       77 DE-MISM-COUNT        PIC 9(6) VALUE ZERO.
       77 DE-DOUBT-COUNT       PIC 9(6) VALUE ZERO.
       77 DE-DOUBT-SWITCH      PIC X VALUE 'N'.
       77 DE-CNT-EDIT          PIC Z(5)9.
       77 DE-ROW-PTR           PIC 9(4).
       01 DE-PREF-EDIT         PIC Z(2)9.
       01 DE-RENDERED          PIC X(400).
       77 DE-RUN-DATE          PIC 9(8).
       77 DE-RUN-TIME          PIC 9(8).
      * When keying began, for the session line: the keying
      * productivity report takes papers per hour from it.
       77 DE-START-TIME        PIC 9(8).
       77 BOXREG-FILE-STATUS   PIC XX VALUE '00'.
       77 DE-BOX-ID            PIC X(8) VALUE SPACES.
       77 DE-BOX-HELD-SWITCH   PIC X VALUE 'N'.
       77 DE-BOX-COUNT         PIC 9(6) VALUE ZERO.
       77 DE-CHANNEL           PIC X VALUE 'I'.
       77 DE-RCPT-DATE         PIC 9(8) VALUE ZERO.
      * uses a distinct code per election). The id is stamped on
      * every ballot written.
       77 DE-ELECTION-ID       PIC X(8) VALUE SPACES.
       01 DE-MISM-ROW          PIC X(512).

      * A keying is either a ranking (count and preferences) or a
      * ticket vote (the party box number, count zero).
       01 DE-ENTRY-1-AREA.
           05 DE-E1-COUNT      PIC 9(2).
           05 DE-E1-PREF       PIC 9(3) OCCURS 99 TIMES.
           05 DE-E1-TICKET     PIC 9(2).
       01 DE-ENTRY-2-AREA.
           05 DE-E2-COUNT      PIC 9(2).
           05 DE-E2-PREF       PIC 9(3) OCCURS 99 TIMES.
           05 DE-E2-TICKET     PIC 9(2).
       01 DE-WORK-AREA.
           05 DE-WK-COUNT      PIC 9(2).
           05 DE-WK-PREF       PIC 9(3) OCCURS 99 TIMES.
           05 DE-WK-TICKET     PIC 9(2).
      * How many party tickets the constituency has lodged; with
      * none, T is not offered.
       77 DE-TICKETS           PIC 9(2) VALUE ZERO.
       77 DE-LOCK-OK-SWITCH    PIC X VALUE 'N'.
       01 DE-AUDIT-TEXT        PIC X(300).
      * Request block for the constituency lock manager; keying
      * holds the lock for the whole batch.
       COPY LockReq.

      * Request block for the box hold check: ballots are refused
      * for a box whose seals did not match when it was opened.
       COPY HoldReq.

      * Request block for the doubtful-papers queue: a paper the
      * operators cannot key as it stands goes to the returning
      * officer for a ruling instead.
       COPY DoubtReq.

      * Request block for the chained audit writer: each keying
      * session leaves one summary line (ballots written and
      * mismatches queued, both operators, the box and when keying
      * began), which the capture progress monitor reads back to
      * compute keying rates and the keying accuracy report reads
      * for each operator's papers keyed and papers per hour.
       COPY AuditReq.

      * Request block for the ticket expander, which holds the
      * constituency's lodged party tickets.
       COPY TicketReq.

      * Request block for the votes file change journal: every
      * ballot written and the sequence set at the end of the
      * session is journalled for roll-forward recovery.
       COPY JournalReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Manual Ballot Capture (double entry).".
           MOVE ZERO TO DE-KEYED-COUNT.
           MOVE ZERO TO DE-MISM-COUNT.
           MOVE ZERO TO DE-DOUBT-COUNT.
           MOVE 'N' TO DE-BOX-HELD-SWITCH.
           MOVE 'N' TO CAND-LOADED-SWITCH.
           PERFORM GET-CONST-PARA.
           PERFORM VALIDATE-CONST-PARA
                   "candidate list. Load it first."
               EXIT PROGRAM
           END-IF.
           IF DE-SLATE-BIG-SW = 'Y'
               DISPLAY "*** More than 99 candidates for "
                   DE-CONST-CODE " - the system limit is 99; "
                   "keying will not run ***"
               EXIT PROGRAM
           END-IF.
           MOVE CAND-COUNT TO N.
           PERFORM SHOW-SLATE-PARA.
           SET TX-LOAD TO TRUE.
           MOVE DE-CONST-CODE TO TX-CONST-CODE.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           MOVE TX-TICKETS TO DE-TICKETS.
           IF DE-TICKETS > ZERO
               DISPLAY DE-TICKETS " party ticket(s) lodged - key T "
                   "and the box number (e.g. T3) at the first "
                   "preference for a paper marked above the line."
           END-IF.
           PERFORM GET-OPER-1-PARA.
           PERFORM VALIDATE-OPER-1-PARA
               UNTIL DE-OPER-1 NOT = SPACES.
                   "operators."
               EXIT PROGRAM
           END-IF.
           MOVE 'ENTRY' TO JN-PROGRAM.
           MOVE DE-OPER-1 TO JN-OPERATOR.
           PERFORM ACQUIRE-LOCK-PARA.
           IF DE-LOCK-OK-SWITCH NOT = 'Y'
               EXIT PROGRAM
           END-IF.
           PERFORM GET-BOX-PARA.
           IF DE-BOX-HELD-SWITCH = 'Y'
               PERFORM RELEASE-LOCK-PARA
               EXIT PROGRAM
           END-IF.
           PERFORM GET-CHANNEL-PARA.
           ACCEPT DE-START-TIME FROM TIME.
           PERFORM READ-SEQ-PARA.
           PERFORM OPEN-VOTES-PARA.
           OPEN EXTEND MISM-FILE.
           MOVE DE-MISM-COUNT TO DE-CNT-EDIT.
           DISPLAY "Mismatches queued: " DE-CNT-EDIT
               " (see entry_mismatch.dat)".
           MOVE DE-DOUBT-COUNT TO DE-CNT-EDIT.
           DISPLAY "Papers referred:   " DE-CNT-EDIT
               " (see doubtful_papers.dat)".
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.
               DE-CONST-CODE DELIMITED BY SIZE
               " OP1=" DELIMITED BY SIZE
               FUNCTION TRIM(DE-OPER-1) DELIMITED BY SIZE
               " OP2=" DELIMITED BY SIZE
               FUNCTION TRIM(DE-OPER-2) DELIMITED BY SIZE
               " BOX=" DELIMITED BY SIZE
               FUNCTION TRIM(DE-BOX-ID) DELIMITED BY SIZE
               " KEYED=" DELIMITED BY SIZE
               DE-KEYED-COUNT DELIMITED BY SIZE
               " MISMATCHED=" DELIMITED BY SIZE
               DE-MISM-COUNT DELIMITED BY SIZE
               " REFERRED=" DELIMITED BY SIZE
               DE-DOUBT-COUNT DELIMITED BY SIZE
               " START=" DELIMITED BY SIZE
               DE-START-TIME DELIMITED BY SIZE
               INTO DE-AUDIT-TEXT
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE SPACES TO DE-INPUT.
           ACCEPT DE-INPUT.
           MOVE FUNCTION UPPER-CASE(DE-INPUT(1:8)) TO DE-BOX-ID.
           IF DE-BOX-ID NOT = SPACES
               MOVE DE-CONST-CODE TO BH-CONST-CODE
               MOVE DE-BOX-ID TO BH-BOX-ID
               CALL 'SubSTVBoxHold' USING BOX-HOLD-REQUEST
               IF BH-IS-HELD
                   DISPLAY "Box " DE-BOX-ID " is ON HOLD - its seals "
                       "did not match at opening ("
                       BH-HOLD-DATE " " BH-HOLD-TIME ")."
                   DISPLAY "No ballots may be keyed for it until "
                       "a supervisor clears the hold."
                   MOVE 'Y' TO DE-BOX-HELD-SWITCH
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF DE-BOX-ID NOT = SPACES
               DISPLAY "Papers the station states for this box "
               MOVE SPACES TO DE-INPUT
           DISPLAY "Keying 1 of 2 - operator " DE-OPER-1 ":".
           PERFORM KEY-ONE-ENTRY-PARA.
           MOVE DE-WK-COUNT TO DE-E1-COUNT.
           MOVE DE-WK-TICKET TO DE-E1-TICKET.
           PERFORM COPY-TO-E1-PARA VARYING DE-IDX FROM 1 BY 1
               UNTIL DE-IDX > 99.
           IF DE-DOUBT-SWITCH = 'Y'
               PERFORM REFER-DOUBTFUL-PARA
           ELSE IF DE-E1-COUNT = ZERO AND DE-E1-TICKET = ZERO
               DISPLAY "No preferences keyed - paper abandoned."
           ELSE IF DE-E1-TICKET = ZERO
               AND DE-E1-COUNT < DE-MIN-PREFS
               DISPLAY "This election requires at least "
                   DE-MIN-PREFS " preference(s) - paper informal, "
                   "not written."
                   " (re-key the same paper):"
               PERFORM KEY-ONE-ENTRY-PARA
               MOVE DE-WK-COUNT TO DE-E2-COUNT
               MOVE DE-WK-TICKET TO DE-E2-TICKET
               PERFORM COPY-TO-E2-PARA VARYING DE-IDX FROM 1 BY 1
                   UNTIL DE-IDX > 99
               PERFORM COMPARE-ENTRIES-PARA
               IF DE-DOUBT-SWITCH = 'Y'
                   PERFORM REFER-DOUBTFUL-PARA
               ELSE
                   IF DE-MATCH-SWITCH = 'Y'
                       PERFORM WRITE-BALLOT-PARA
                   ELSE
                       PERFORM QUEUE-MISMATCH-PARA
                   END-IF
               END-IF
           END-IF.
           DISPLAY "Key another ballot? (Y/N) ".
      * preference: a candidate number each time, Enter alone to
      * finish the paper. A number beyond the slate or a candidate
      * already ranked is refused on the spot and re-asked, so the
      * error is corrected while the paper is still in hand. D
      * instead of a number stops keying: the paper is doubtful and
      * goes to the returning officer. T and a box number at the
      * first preference keys a ticket vote and ends the paper.
      ******************************************************************
       KEY-ONE-ENTRY-PARA.
           MOVE ZERO TO DE-WK-COUNT.
           MOVE ZERO TO DE-WK-TICKET.
           MOVE 'N' TO DE-DOUBT-SWITCH.
           PERFORM CLEAR-WORK-PARA VARYING DE-IDX FROM 1 BY 1
               UNTIL DE-IDX > 99.
           MOVE 'N' TO DE-DONE-SWITCH.
           PERFORM KEY-ONE-PREF-PARA
               UNTIL DE-DONE-SWITCH = 'Y'

       KEY-ONE-PREF-PARA.
           DISPLAY "  Preference " DE-WK-COUNT " keyed; next "
               "candidate number [Enter=end of paper, D=doubtful] ".
           MOVE SPACES TO DE-INPUT.
           ACCEPT DE-INPUT.
           IF DE-INPUT = SPACES
               MOVE 'Y' TO DE-DONE-SWITCH
           ELSE IF FUNCTION UPPER-CASE(DE-INPUT(1:1)) = 'D'
               MOVE 'Y' TO DE-DOUBT-SWITCH
               MOVE 'Y' TO DE-DONE-SWITCH
           ELSE IF FUNCTION UPPER-CASE(DE-INPUT(1:1)) = 'T'
               PERFORM KEY-TICKET-PARA
           ELSE
               COMPUTE DE-PREF-VAL =
                   FUNCTION NUMVAL(DE-INPUT(1:3))
               MOVE 'Y' TO DE-DUP-SWITCH
           END-IF.

      * A ticket vote stands alone: it is refused once a preference
      * has been keyed, and the box must have a lodged ticket.
       KEY-TICKET-PARA.
           IF DE-WK-COUNT > ZERO OR DE-TICKETS = ZERO
               DISPLAY "  A party ticket can only be keyed as the "
                   "whole paper, where tickets are lodged - re-key."
               EXIT PARAGRAPH
           END-IF.
           COMPUTE DE-PREF-VAL = FUNCTION NUMVAL(DE-INPUT(2:3)).
           SET TX-EXPAND TO TRUE.
           MOVE DE-CONST-CODE TO TX-CONST-CODE.
           MOVE DE-PREF-VAL TO TX-TICKET-NO.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           IF TX-RC NOT = ZERO OR DE-PREF-VAL = ZERO
               OR DE-PREF-VAL > 99
               DISPLAY "  No ticket " DE-PREF-VAL " lodged for "
                   DE-CONST-CODE " - re-key."
           ELSE
               MOVE DE-PREF-VAL TO DE-WK-TICKET
               DISPLAY "  Ticket " DE-WK-TICKET " - "
                   FUNCTION TRIM(TX-PARTY) "."
               MOVE 'Y' TO DE-DONE-SWITCH
           END-IF.

       COMPARE-ENTRIES-PARA.
           MOVE 'Y' TO DE-MATCH-SWITCH.
           IF DE-E1-TICKET NOT = DE-E2-TICKET
               MOVE 'N' TO DE-MATCH-SWITCH
           ELSE IF DE-E1-COUNT NOT = DE-E2-COUNT
               MOVE 'N' TO DE-MATCH-SWITCH
           ELSE
               PERFORM COMPARE-ONE-PREF-PARA VARYING DE-IDX
                   FROM 1 BY 1 UNTIL DE-IDX > DE-E1-COUNT
                       OR DE-MATCH-SWITCH = 'N'.

       COMPARE-ONE-PREF-PARA.
           IF DE-E1-PREF(DE-IDX) NOT = DE-E2-PREF(DE-IDX)

      ******************************************************************
      * WRITE-BALLOT-PARA - the two keyings agree: assign the next
      * ballot id and write the format-2 record; a ticket vote
      * carries the ticket tag and box number in place of a ranking.
      ******************************************************************
       WRITE-BALLOT-PARA.
           ADD 1 TO LAST-BALLOT-ID.
           MOVE DE-CONST-CODE TO VR-CONST-CODE.
           MOVE LAST-BALLOT-ID TO VR-BALLOT-ID.
           SET VR-FORMAT-V4 TO TRUE.
           MOVE DE-E1-COUNT TO VR-PREF-COUNT.
           PERFORM STORE-PREF-PARA VARYING DE-IDX FROM 1 BY 1
               UNTIL DE-IDX > 99.
           IF DE-E1-TICKET > ZERO
               SET VR-TICKET-BALLOT TO TRUE
               MOVE DE-E1-TICKET TO VR-TICKET-NO
           END-IF.
           SET VR-LIVE TO TRUE.
           MOVE DE-BOX-ID TO VR-BOX-ID.
           MOVE DE-CHANNEL TO VR-CHANNEL.
           MOVE DE-ELECTION-ID TO VR-ELECTION-ID.
           WRITE VOTES-RECORD.
           IF VOTES-FILE-STATUS = '00'
               MOVE 'W' TO JN-ACTION
               MOVE SPACES TO JN-BEFORE
               MOVE VOTES-RECORD TO JN-AFTER
               CALL 'SubSTVJournal' USING JOURNAL-REQUEST
               ADD 1 TO DE-KEYED-COUNT
               DISPLAY "Entries match - ballot " LAST-BALLOT-ID
                   " written."
               MOVE ZERO TO VR-PREF(DE-IDX)
           END-IF.

      ******************************************************************
      * REFER-DOUBTFUL-PARA - the paper cannot be keyed as it stands
      * (an ambiguous or identifying mark, a tick for a figure):
      * nothing is written; it is queued for the returning
      * officer's ruling with what the operator saw, and the
      * operator marks the queue number on the paper.
      ******************************************************************
       REFER-DOUBTFUL-PARA.
           MOVE SPACE TO DQ-REASON.
           PERFORM GET-DOUBT-REASON-PARA
               UNTIL DQ-REASON = 'A' OR DQ-REASON = 'I'
                   OR DQ-REASON = 'T' OR DQ-REASON = 'O'.
           DISPLAY "Describe the paper (60 characters) ".
           MOVE SPACES TO DE-MISM-ROW.
           ACCEPT DE-MISM-ROW.
           MOVE DE-MISM-ROW(1:60) TO DQ-DETAIL.
           MOVE DE-CONST-CODE TO DQ-CONST-CODE.
           MOVE DE-ELECTION-ID TO DQ-ELECTION-ID.
           MOVE DE-BOX-ID TO DQ-BOX-ID.
           MOVE DE-CHANNEL TO DQ-CHANNEL.
           MOVE 'E' TO DQ-SOURCE.
           MOVE DE-OPER-1 TO DQ-OPERATOR.
           CALL 'SubSTVDoubtRef' USING DOUBT-REFER-REQUEST.
           IF DQ-RC = ZERO
               ADD 1 TO DE-DOUBT-COUNT
               DISPLAY "Paper referred to the returning officer as "
                   "doubtful paper " DQ-PAPER-NO
                   " - mark the number on it and set it aside."
           ELSE
               DISPLAY "*** doubtful_papers.dat could not be "
                   "written - set the paper aside by hand ***"
           END-IF.

       GET-DOUBT-REASON-PARA.
           DISPLAY "Why is it doubtful? A=Ambiguous mark, "
               "I=Identifying mark, T=Tick or cross, O=Other ".
           MOVE SPACES TO DE-INPUT.
           ACCEPT DE-INPUT.
           MOVE FUNCTION UPPER-CASE(DE-INPUT(1:1)) TO DQ-REASON.

      ******************************************************************
      * QUEUE-MISMATCH-PARA - the keyings differ: nothing is written;
      * both keyings go to the supervisor queue with the operators,
      * the box and a timestamp so the paper can be re-keyed under
      * supervision.
      ******************************************************************
       QUEUE-MISMATCH-PARA.
               DE-CONST-CODE DELIMITED BY SIZE
               " OP1=" DELIMITED BY SIZE
               FUNCTION TRIM(DE-OPER-1) DELIMITED BY SIZE
               " BOX=" DELIMITED BY SIZE
               FUNCTION TRIM(DE-BOX-ID) DELIMITED BY SIZE
               " KEYED " DELIMITED BY SIZE
               FUNCTION TRIM(DE-RENDERED) DELIMITED BY SIZE
               INTO DE-MISM-ROW
               DE-CONST-CODE DELIMITED BY SIZE
               " OP2=" DELIMITED BY SIZE
               FUNCTION TRIM(DE-OPER-2) DELIMITED BY SIZE
               " BOX=" DELIMITED BY SIZE
               FUNCTION TRIM(DE-BOX-ID) DELIMITED BY SIZE
               " KEYED " DELIMITED BY SIZE
               FUNCTION TRIM(DE-RENDERED) DELIMITED BY SIZE
               INTO DE-MISM-ROW
       RENDER-E1-PARA.
           MOVE SPACES TO DE-RENDERED.
           MOVE 1 TO DE-ROW-PTR.
           IF DE-E1-TICKET > ZERO
               STRING "T" DE-E1-TICKET DELIMITED BY SIZE
                   INTO DE-RENDERED
               END-STRING
           END-IF.
           PERFORM RENDER-E1-PREF-PARA VARYING DE-IDX FROM 1 BY 1
               UNTIL DE-IDX > DE-E1-COUNT.

       RENDER-E2-PARA.
           MOVE SPACES TO DE-RENDERED.
           MOVE 1 TO DE-ROW-PTR.
           IF DE-E2-TICKET > ZERO
               STRING "T" DE-E2-TICKET DELIMITED BY SIZE
                   INTO DE-RENDERED
               END-STRING
           END-IF.
           PERFORM RENDER-E2-PREF-PARA VARYING DE-IDX FROM 1 BY 1
               UNTIL DE-IDX > DE-E2-COUNT.

           END-IF.

       WRITE-SEQ-PARA.
           MOVE 'S' TO JN-ACTION.
           MOVE LAST-BALLOT-ID TO JN-SEQ-VALUE.
           CALL 'SubSTVJournal' USING JOURNAL-REQUEST.
           OPEN OUTPUT SEQ-FILE.
           MOVE LAST-BALLOT-ID TO SEQ-RECORD.
           WRITE SEQ-RECORD.

       LOAD-CAND-MASTER-PARA.
           MOVE ZERO TO CAND-COUNT.
           MOVE 'N' TO DE-SLATE-BIG-SW.
           MOVE 'N' TO CMAST-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = DE-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CM-NAME(1:20)
                               TO CAND-NAME(CAND-COUNT)
                       ELSE
                           MOVE 'Y' TO DE-SLATE-BIG-SW
                           MOVE 'Y' TO CMAST-EOF-SWITCH
                       END-IF
                   END-IF
                   MOVE 'Y' TO CAND-EOF-SWITCH
               NOT AT END
                   IF CN-CONST-CODE = DE-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CN-NAME TO CAND-NAME(CAND-COUNT)
                       ELSE
                           MOVE 'Y' TO DE-SLATE-BIG-SW
                           MOVE 'Y' TO CAND-EOF-SWITCH
                       END-IF
                   END-IF
