      *            so the readiness check can see it clear. A
      *            constituency whose ballots are already closed is
      *            skipped - its papers need the election reopened.
      *            A keying of Tnn is a ticket vote for party box nn;
      *            it is shown, compared, keyed and written as one.
      *            Each resolution line names the paper's box and
      *            whose keying the decision rejected, which the
      *            keying accuracy report (SubSTVKeyRpt) reads.
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
       77 CMAST-EOF-SWITCH     PIC X.
       77 MISM-EOF-SWITCH      PIC X.
       77 OPER-EOF-SWITCH      PIC X.
       77 MR-INPUT             PIC X(400).
       77 MR-OPERATOR          PIC X(8) VALUE SPACES.
       77 MR-OPER-OK-SWITCH    PIC X.
       77 MR-ACTION            PIC X.
       77 MR-CNT-EDIT          PIC Z(3)9.
       77 LAST-BALLOT-ID       PIC 9(6) VALUE ZERO.
       77 N                    PIC 9(3).
       77 MR-JUNK              PIC X(512).
       77 MR-TAIL              PIC X(512).
       77 MR-IDX               PIC 9(3).
       77 MR-DUP-IDX           PIC 9(3).
       77 MR-SCAN-PTR          PIC 9(3).
       77 MR-SLATE-BIG-SW      PIC X VALUE 'N'.
       77 MR-BAD-SWITCH        PIC X.
       77 MR-PREF-VAL          PIC 9(3).
       77 MR-DIFF-RENDERED     PIC X(400).
       77 MR-ROW-PTR           PIC 9(4).
       77 MR-PREF-EDIT         PIC Z(2)9.
      * The box the paper came from, off the queue row (spaces for a
      * row queued before keying sessions named their box), and
      * whose keying the decision rejected - 1, 2, or B when a
      * deciding version matched neither - for the keying accuracy
      * report.
       77 MR-BOX-ID            PIC X(8).
       77 MR-WRONG             PIC X.
       77 MR-SAME-SWITCH       PIC X.
      * The queue, held whole while pairs are worked, the way the
      * candidate maintenance screen holds its file; resolved rows
      * are dropped on the rewrite.
       01 MR-ROW-TABLE-AREA.
           05 MR-ROW-ENTRY         OCCURS 500 TIMES.
               10 MR-ROW            PIC X(512).
               10 MR-ROW-KEEP       PIC X.
      * The two keyings of the pair being worked, parsed back out of
      * the queue rows, plus the deciding version when one is keyed.
      * A ticket vote has its party box number and no preferences.
       01 MR-E1-AREA.
           05 MR-E1-OPER       PIC X(8).
           05 MR-E1-COUNT      PIC 9(2).
           05 MR-E1-PREF       PIC 9(3) OCCURS 99 TIMES.
           05 MR-E1-TICKET     PIC 9(2).
       01 MR-E2-AREA.
           05 MR-E2-OPER       PIC X(8).
           05 MR-E2-COUNT      PIC 9(2).
           05 MR-E2-PREF       PIC 9(3) OCCURS 99 TIMES.
           05 MR-E2-TICKET     PIC 9(2).
       01 MR-KEEP-AREA.
           05 MR-WK-COUNT      PIC 9(2).
           05 MR-WK-PREF       PIC 9(3) OCCURS 99 TIMES.
           05 MR-WK-TICKET     PIC 9(2).
       01 MR-TOKEN-AREA.
           05 MR-TOKEN         PIC X(4) OCCURS 99 TIMES.
       77 MR-LOCK-OK-SWITCH    PIC X VALUE 'N'.
      * Request block for the constituency lock manager; the queue
      * can hold papers from several constituencies, so the lock is
      * and released as soon as the pair is settled.
       COPY LockReq.

      * Request block for the ticket expander, which checks a keyed
      * ticket against the constituency's lodged party tickets.
       COPY TicketReq.

      * Request block for the votes file change journal: every
      * ballot written and the sequence set is journalled for
      * roll-forward recovery.
       COPY JournalReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Mismatch Queue Resolution (supervisor).".
           PERFORM GET-OPERATOR-PARA.
           PERFORM VALIDATE-OPERATOR-PARA
               UNTIL MR-OPERATOR NOT = SPACES.
           MOVE 'MISMRES' TO JN-PROGRAM.
           MOVE MR-OPERATOR TO JN-OPERATOR.
           PERFORM LOAD-QUEUE-PARA.
           IF MR-ABORT-SWITCH = 'Y'
               DISPLAY "Resolution abandoned - queue unchanged."
           MOVE MR-ROW(MR-PAIR-IDX) TO MR-TAIL.
           PERFORM PARSE-KEYING-PARA.
           MOVE MR-WK-COUNT TO MR-E1-COUNT.
           MOVE MR-WK-TICKET TO MR-E1-TICKET.
           PERFORM COPY-TO-E1-PARA VARYING MR-IDX FROM 1 BY 1
               UNTIL MR-IDX > 99.
           UNSTRING MR-ROW(MR-PAIR-IDX) DELIMITED BY "OP1="
               INTO MR-JUNK MR-TAIL
           END-UNSTRING.
           MOVE MR-ROW(MR-PAIR-IDX + 1) TO MR-TAIL.
           PERFORM PARSE-KEYING-PARA.
           MOVE MR-WK-COUNT TO MR-E2-COUNT.
           MOVE MR-WK-TICKET TO MR-E2-TICKET.
           PERFORM COPY-TO-E2-PARA VARYING MR-IDX FROM 1 BY 1
               UNTIL MR-IDX > 99.
           UNSTRING MR-ROW(MR-PAIR-IDX + 1) DELIMITED BY "OP2="
               INTO MR-JUNK MR-TAIL
           END-UNSTRING.
           MOVE MR-TAIL(1:8) TO MR-E2-OPER.
           UNSTRING MR-E2-OPER DELIMITED BY " " INTO MR-E2-OPER
           END-UNSTRING.
           MOVE SPACES TO MR-BOX-ID.
           MOVE SPACES TO MR-TAIL.
           UNSTRING MR-ROW(MR-PAIR-IDX) DELIMITED BY " BOX="
               INTO MR-JUNK MR-TAIL
           END-UNSTRING.
           IF MR-TAIL(1:1) NOT = SPACE
               UNSTRING MR-TAIL DELIMITED BY " " INTO MR-BOX-ID
               END-UNSTRING
           END-IF.

       COPY-TO-E1-PARA.
           MOVE MR-WK-PREF(MR-IDX) TO MR-E1-PREF(MR-IDX).
      ******************************************************************
      * PARSE-KEYING-PARA - pull the preference numbers back out of
      * one queue row: everything after " KEYED " is the rendered
      * ranking, space-separated candidate numbers, or Tnn alone for
      * a ticket vote.
      ******************************************************************
       PARSE-KEYING-PARA.
           MOVE ZERO TO MR-WK-COUNT.
           MOVE ZERO TO MR-WK-TICKET.
           PERFORM CLEAR-WORK-PARA VARYING MR-IDX FROM 1 BY 1
               UNTIL MR-IDX > 99.
           MOVE MR-TAIL TO MR-JUNK.
           MOVE SPACES TO MR-TAIL.
           UNSTRING MR-JUNK DELIMITED BY " KEYED "
               INTO MR-JUNK MR-TAIL
           END-UNSTRING.
           MOVE SPACES TO MR-TOKEN-AREA.
           MOVE 1 TO MR-SCAN-PTR.
           PERFORM SPLIT-TAIL-PARA VARYING MR-IDX FROM 1 BY 1
               UNTIL MR-IDX > 99 OR MR-SCAN-PTR > 512.
           PERFORM TAKE-TOKEN-PARA VARYING MR-IDX FROM 1 BY 1
               UNTIL MR-IDX > 99.

       SPLIT-TAIL-PARA.
           UNSTRING MR-TAIL DELIMITED BY ALL " "
               INTO MR-TOKEN(MR-IDX)
               WITH POINTER MR-SCAN-PTR
           END-UNSTRING.

       CLEAR-WORK-PARA.
           MOVE ZERO TO MR-WK-PREF(MR-IDX).

       TAKE-TOKEN-PARA.
           IF MR-IDX = 1 AND MR-TOKEN(1)(1:1) = 'T'
               COMPUTE MR-WK-TICKET = FUNCTION NUMVAL(MR-TOKEN(1)(2:3))
               EXIT PARAGRAPH
           END-IF.
           IF MR-TOKEN(MR-IDX) NOT = SPACES
               AND MR-WK-COUNT < 99
               COMPUTE MR-PREF-VAL =
                   FUNCTION NUMVAL(MR-TOKEN(MR-IDX))
               IF MR-PREF-VAL > ZERO
      ******************************************************************
       RESOLVE-PAIR-PARA.
           PERFORM LOAD-SLATE-SIZE-PARA.
           IF MR-SLATE-BIG-SW = 'Y'
               DISPLAY "*** More than 99 candidates for "
                   MR-CONST-CODE " - the system limit is 99; pair "
                   "left queued ***"
               ADD 2 TO MR-SKIPPED-COUNT
               EXIT PARAGRAPH
           END-IF.
           DISPLAY " ".
           DISPLAY "--- Mismatched paper, constituency "
               MR-CONST-CODE " (queued "
               MR-ROW(MR-PAIR-IDX)(1:17) ") ---".
           MOVE MR-E1-COUNT TO MR-WK-COUNT.
           MOVE MR-E1-TICKET TO MR-WK-TICKET.
           PERFORM COPY-E1-TO-WORK-PARA VARYING MR-IDX FROM 1 BY 1
               UNTIL MR-IDX > 99.
           PERFORM RENDER-WORK-PARA.
           DISPLAY "  Keying 1 (" MR-E1-OPER "): "
               FUNCTION TRIM(MR-DIFF-RENDERED).
           MOVE MR-E2-COUNT TO MR-WK-COUNT.
           MOVE MR-E2-TICKET TO MR-WK-TICKET.
           PERFORM COPY-E2-TO-WORK-PARA VARYING MR-IDX FROM 1 BY 1
               UNTIL MR-IDX > 99.
           PERFORM RENDER-WORK-PARA.
           DISPLAY "  Keying 2 (" MR-E2-OPER "): "
               FUNCTION TRIM(MR-DIFF-RENDERED).
           MOVE FUNCTION UPPER-CASE(MR-INPUT(1:1)) TO MR-ACTION.
           IF MR-ACTION = '1'
               MOVE MR-E1-COUNT TO MR-WK-COUNT
               MOVE MR-E1-TICKET TO MR-WK-TICKET
               PERFORM COPY-E1-TO-WORK-PARA VARYING MR-IDX FROM 1
                   BY 1 UNTIL MR-IDX > 99
               PERFORM ACCEPT-PAPER-PARA
           ELSE IF MR-ACTION = '2'
               MOVE MR-E2-COUNT TO MR-WK-COUNT
               MOVE MR-E2-TICKET TO MR-WK-TICKET
               PERFORM COPY-E2-TO-WORK-PARA VARYING MR-IDX FROM 1
                   BY 1 UNTIL MR-IDX > 99
               PERFORM ACCEPT-PAPER-PARA
           ELSE IF MR-ACTION = 'K'
               PERFORM KEY-DECIDER-PARA
       RENDER-WORK-PARA.
           MOVE SPACES TO MR-DIFF-RENDERED.
           MOVE 1 TO MR-ROW-PTR.
           IF MR-WK-TICKET > ZERO
               STRING "T" MR-WK-TICKET " " DELIMITED BY SIZE
                   INTO MR-DIFF-RENDERED
                   WITH POINTER MR-ROW-PTR
               END-STRING
           END-IF.
           PERFORM RENDER-ONE-PREF-PARA VARYING MR-IDX FROM 1 BY 1
               UNTIL MR-IDX > MR-WK-COUNT.

           PERFORM RENDER-ONE-DIFF-PARA VARYING MR-IDX FROM 1 BY 1
               UNTIL MR-IDX > MR-E1-COUNT
                   AND MR-IDX > MR-E2-COUNT.
           IF MR-E1-TICKET NOT = MR-E2-TICKET
               MOVE "(ticket vote)" TO MR-DIFF-RENDERED
           END-IF.
           IF MR-DIFF-RENDERED = SPACES
               MOVE "(counts only)" TO MR-DIFF-RENDERED
           END-IF.
      * KEY-DECIDER-PARA - a third, deciding keying from the paper,
      * entered as candidate numbers separated by spaces and edited
      * for range, duplicates and the election's minimum
      * preferences, the same checks the entry screen applies. Tnn
      * alone decides the paper as a vote for lodged ticket nn.
      ******************************************************************
       KEY-DECIDER-PARA.
           DISPLAY "Key the deciding ranking as candidate numbers "
               "separated by spaces (e.g. 3 1 2), or Tnn for a "
               "party ticket ".
           MOVE SPACES TO MR-INPUT.
           ACCEPT MR-INPUT.
           MOVE 'N' TO MR-BAD-SWITCH.
           MOVE ZERO TO MR-WK-COUNT.
           MOVE ZERO TO MR-WK-TICKET.
           PERFORM CLEAR-WORK-PARA VARYING MR-IDX FROM 1 BY 1
               UNTIL MR-IDX > 99.
           MOVE SPACES TO MR-TOKEN-AREA.
           MOVE 1 TO MR-SCAN-PTR.
           PERFORM SPLIT-INPUT-PARA VARYING MR-IDX FROM 1 BY 1
               UNTIL MR-IDX > 99 OR MR-SCAN-PTR > 400.
           IF FUNCTION UPPER-CASE(MR-TOKEN(1)(1:1)) = 'T'
               PERFORM EDIT-DECIDER-TICKET-PARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM EDIT-DECIDER-TOKEN-PARA VARYING MR-IDX FROM 1
               BY 1 UNTIL MR-IDX > 99 OR MR-BAD-SWITCH = 'Y'.
           IF MR-BAD-SWITCH = 'N'
               AND MR-WK-COUNT < MR-MIN-PREFS
               DISPLAY "This election requires at least "
               MOVE 'Y' TO MR-BAD-SWITCH
           END-IF.

       SPLIT-INPUT-PARA.
           UNSTRING MR-INPUT DELIMITED BY ALL " "
               INTO MR-TOKEN(MR-IDX)
               WITH POINTER MR-SCAN-PTR
           END-UNSTRING.

       EDIT-DECIDER-TOKEN-PARA.
           IF MR-TOKEN(MR-IDX) NOT = SPACES
               COMPUTE MR-PREF-VAL =
               END-IF
           END-IF.

       EDIT-DECIDER-TICKET-PARA.
           IF MR-TOKEN(2) NOT = SPACES
               DISPLAY "A party ticket stands alone on the paper."
               MOVE 'Y' TO MR-BAD-SWITCH
               EXIT PARAGRAPH
           END-IF.
           COMPUTE MR-WK-TICKET = FUNCTION NUMVAL(MR-TOKEN(1)(2:3)).
           SET TX-EXPAND TO TRUE.
           MOVE MR-CONST-CODE TO TX-CONST-CODE.
           MOVE MR-WK-TICKET TO TX-TICKET-NO.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           IF TX-RC NOT = ZERO OR MR-WK-TICKET = ZERO
               DISPLAY "No ticket " MR-WK-TICKET " lodged for "
                   MR-CONST-CODE "."
               MOVE 'Y' TO MR-BAD-SWITCH
           END-IF.

       CHECK-DECIDER-DUP-PARA.
           IF MR-WK-PREF(MR-DUP-IDX) = MR-PREF-VAL
               MOVE 'Y' TO MR-BAD-SWITCH
           ADD 1 TO LAST-BALLOT-ID.
           MOVE MR-CONST-CODE TO VR-CONST-CODE.
           MOVE LAST-BALLOT-ID TO VR-BALLOT-ID.
           SET VR-FORMAT-V4 TO TRUE.
           MOVE MR-WK-COUNT TO VR-PREF-COUNT.
           PERFORM STORE-PREF-PARA VARYING MR-IDX FROM 1 BY 1
               UNTIL MR-IDX > 99.
           IF MR-WK-TICKET > ZERO
               SET VR-TICKET-BALLOT TO TRUE
               MOVE MR-WK-TICKET TO VR-TICKET-NO
           END-IF.
           SET VR-LIVE TO TRUE.
           MOVE MR-BOX-ID TO VR-BOX-ID.
           MOVE 'I' TO VR-CHANNEL.
           MOVE ZERO TO VR-RCPT-DATE.
           MOVE MR-ELECTION-ID TO VR-ELECTION-ID.
           WRITE VOTES-RECORD.
           IF VOTES-FILE-STATUS = '00'
               MOVE 'W' TO JN-ACTION
               MOVE SPACES TO JN-BEFORE
               MOVE VOTES-RECORD TO JN-AFTER
               CALL 'SubSTVJournal' USING JOURNAL-REQUEST
               ADD 2 TO MR-RESOLVED-COUNT
               MOVE 'N' TO MR-ROW-KEEP(MR-PAIR-IDX)
               MOVE 'N' TO MR-ROW-KEEP(MR-PAIR-IDX + 1)
       LOG-RESOLVE-PARA.
           ACCEPT MR-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT MR-RUN-TIME FROM TIME.
           PERFORM FIND-WRONG-PARA.
           PERFORM RENDER-WORK-PARA.
           MOVE SPACES TO AUDIT-RECORD.
           STRING MR-RUN-DATE DELIMITED BY SIZE
               FUNCTION TRIM(MR-E1-OPER) DELIMITED BY SIZE
               " OP2=" DELIMITED BY SIZE
               FUNCTION TRIM(MR-E2-OPER) DELIMITED BY SIZE
               " BOX=" DELIMITED BY SIZE
               FUNCTION TRIM(MR-BOX-ID) DELIMITED BY SIZE
               " ACTION=" DELIMITED BY SIZE
               MR-ACTION DELIMITED BY SIZE
               " WRONG=" DELIMITED BY SIZE
               MR-WRONG DELIMITED BY SIZE
               " PREFS=" DELIMITED BY SIZE
               FUNCTION TRIM(MR-DIFF-RENDERED) DELIMITED BY SIZE
               INTO AUDIT-RECORD
               FUNCTION TRIM(MR-E1-OPER) DELIMITED BY SIZE
               " OP2=" DELIMITED BY SIZE
               FUNCTION TRIM(MR-E2-OPER) DELIMITED BY SIZE
               " BOX=" DELIMITED BY SIZE
               FUNCTION TRIM(MR-BOX-ID) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           PERFORM WRITE-AUDIT-PARA.

      ******************************************************************
      * FIND-WRONG-PARA - whose keying lost: accepting one keying
      * rejects the other; a deciding version is compared with both
      * and rejects whichever it differs from.
      ******************************************************************
       FIND-WRONG-PARA.
           IF MR-ACTION = '1'
               MOVE '2' TO MR-WRONG
               EXIT PARAGRAPH
           END-IF.
           IF MR-ACTION = '2'
               MOVE '1' TO MR-WRONG
               EXIT PARAGRAPH
           END-IF.
           MOVE 'B' TO MR-WRONG.
           PERFORM SAME-AS-E1-PARA.
           IF MR-SAME-SWITCH = 'Y'
               MOVE '2' TO MR-WRONG
               EXIT PARAGRAPH
           END-IF.
           PERFORM SAME-AS-E2-PARA.
           IF MR-SAME-SWITCH = 'Y'
               MOVE '1' TO MR-WRONG
           END-IF.

       SAME-AS-E1-PARA.
           MOVE 'Y' TO MR-SAME-SWITCH.
           IF MR-WK-COUNT NOT = MR-E1-COUNT
               OR MR-WK-TICKET NOT = MR-E1-TICKET
               MOVE 'N' TO MR-SAME-SWITCH
           END-IF.
           PERFORM CHECK-SAME-E1-PARA VARYING MR-IDX FROM 1 BY 1
               UNTIL MR-IDX > MR-WK-COUNT OR MR-SAME-SWITCH = 'N'.

       CHECK-SAME-E1-PARA.
           IF MR-WK-PREF(MR-IDX) NOT = MR-E1-PREF(MR-IDX)
               MOVE 'N' TO MR-SAME-SWITCH
           END-IF.

       SAME-AS-E2-PARA.
           MOVE 'Y' TO MR-SAME-SWITCH.
           IF MR-WK-COUNT NOT = MR-E2-COUNT
               OR MR-WK-TICKET NOT = MR-E2-TICKET
               MOVE 'N' TO MR-SAME-SWITCH
           END-IF.
           PERFORM CHECK-SAME-E2-PARA VARYING MR-IDX FROM 1 BY 1
               UNTIL MR-IDX > MR-WK-COUNT OR MR-SAME-SWITCH = 'N'.

       CHECK-SAME-E2-PARA.
           IF MR-WK-PREF(MR-IDX) NOT = MR-E2-PREF(MR-IDX)
               MOVE 'N' TO MR-SAME-SWITCH
           END-IF.

       WRITE-AUDIT-PARA.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
      ******************************************************************
      * LOAD-SLATE-SIZE-PARA - the slate size bounds the range edit
      * on a keyed deciding version; without a master file the
      * 99-slot ceiling applies, as ballot maintenance does.
      ******************************************************************
       LOAD-SLATE-SIZE-PARA.
           MOVE ZERO TO N.
           MOVE 'N' TO MR-SLATE-BIG-SW.
           MOVE 'N' TO CMAST-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
               CLOSE CMAST-FILE
           END-IF.
           IF N = ZERO
               MOVE 99 TO N
           END-IF.

       READ-CMAST-PARA.
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = MR-CONST-CODE
                       IF N < 99
                           ADD 1 TO N
                       ELSE
                           MOVE 'Y' TO MR-SLATE-BIG-SW
                           MOVE 'Y' TO CMAST-EOF-SWITCH
                       END-IF
                   END-IF
           END-IF.

       WRITE-SEQ-PARA.
           MOVE 'S' TO JN-ACTION.
           MOVE LAST-BALLOT-ID TO JN-SEQ-VALUE.
           CALL 'SubSTVJournal' USING JOURNAL-REQUEST.
           OPEN OUTPUT SEQ-FILE.
           MOVE LAST-BALLOT-ID TO SEQ-RECORD.
           WRITE SEQ-RECORD.
