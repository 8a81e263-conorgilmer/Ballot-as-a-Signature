      *            ballots are assigned the next VR-BALLOT-ID from the
      *            votes_seq_ctl.dat sequence and written to the
      *            indexed votes file, while bad rows are diverted to
      *            ballot_rejects.dat with a reason code. A row
      *            whose only token is TICKET=nn is a ticket vote -
      *            the voter marked party box nn above the line - and
      *            is accepted as a ticket ballot when that ticket is
      *            lodged for the constituency (party_tickets.dat).
      *            A bureau file may be sent in batches, one per box:
      *              BH|batch id|constituency|box id|channel|scan date
      *                 |date received
      *              ... the batch's ballot rows ...
      *              BT|batch id|row count|hash total
      *            Each batch is reconciled against its trailer
      *            before any of it is loaded, and a batch already on
      *            the bureau batch register (import_batches.dat,
      *            ImpBatch.cpy) is refused; the ballots of a good
      *            batch are stamped with its own box, channel and
      *            date received, and every batch is reported on the
      *            batch receipt (stv_batch_receipt.dat) as accepted,
      *            partly accepted or rejected. A file with no batch
      *            headers is imported as one batch under the box and
      *            channel the operator keys, as it always was.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO 'operators.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPER-FILE-STATUS.
       SELECT IMPBAT-FILE
           ASSIGN TO 'import_batches.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS IMPBAT-FILE-STATUS.
       SELECT RPT-FILE
           ASSIGN TO 'stv_batch_receipt.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  CAND-FILE            RECORD CONTAINS 24 CHARACTERS.
       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       FD  IMPORT-FILE         RECORD CONTAINS 2100 CHARACTERS.
       01  IMPORT-RECORD       PIC X(2100).

       FD  REJECT-FILE         RECORD CONTAINS 2103 CHARACTERS.
       01  REJECT-RECORD.
           05 REJ-REASON-CODE  PIC XX.
           05 filler           PIC X.
           05 REJ-ROW          PIC X(2100).

       FD  BOXREG-FILE          RECORD CONTAINS 19 CHARACTERS.
       01  BOXREG-RECORD.
       FD  OPER-FILE            RECORD CONTAINS 46 CHARACTERS.
       COPY OperRec.

       FD  IMPBAT-FILE          RECORD CONTAINS 93 CHARACTERS.
       COPY ImpBatch.

       FD  RPT-FILE             RECORD CONTAINS 110 CHARACTERS.
       01  RPT-RECORD           PIC X(110).

       WORKING-STORAGE SECTION.
       77 N                    PIC 9(3).
       77 I                    PIC 9(3).
       77 CMAST-EOF-SWITCH     PIC X VALUE 'N'.
       77 CAND-COUNT           PIC 9(3) VALUE ZERO.
       77 CAND-IDX             PIC 9(3).
       77 IM-SLATE-BIG-SW      PIC X VALUE 'N'.
       01 CAND-NAMES-AREA.
           05 CAND-NAME        PIC X(20) OCCURS 99 TIMES.

       77 IMPORT-EOF-SWITCH    PIC X VALUE 'N'.
       77 IM-READ-COUNT        PIC 9(6) VALUE ZERO.
      *        dropped preference; trailing delimiters are fine)
      *   08 - fewer preferences than the election's minimum
      *        (EC-MIN-PREFS on the control record)
      *   09 - ticket vote for a ticket not lodged for the
      *        constituency, or a ticket mark on a row that also
      *        ranks candidates
      *   10 - a ballot row outside any batch in a batched bureau
      *        file (after a trailer, before the next header)
       77 IM-PTR               PIC 9(4).
       77 IM-TOKEN             PIC X(20).
       77 IM-TOKEN-COUNT       PIC 9(3).
       77 IM-FOUND-SWITCH      PIC X VALUE 'N'.
       77 IM-ROW-BAD-SWITCH    PIC X VALUE 'N'.
       77 IM-SCAN-DONE-SWITCH  PIC X VALUE 'N'.
      * Box number of a ticket vote on the current row; zero for an
      * individual ranking. IM-TICKETS is how many tickets the
      * constituency has lodged.
       77 IM-TICKET-NO         PIC 9(2) VALUE ZERO.
       77 IM-TICKETS           PIC 9(2) VALUE ZERO.
       01 IM-PREF-AREA.
           05 IM-PREF          PIC 9(3) OCCURS 99 TIMES.
       01 IM-SEEN-AREA.
           05 IM-SEEN          PIC X OCCURS 99 TIMES.
       77 IM-CNT-EDIT          PIC Z(5)9.
       77 IM-CONST-CODE        PIC X(3) VALUE SPACES.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 IM-INPUT             PIC X(12).
       77 BOXREG-FILE-STATUS   PIC XX VALUE '00'.
       77 IM-BOX-ID            PIC X(8) VALUE SPACES.
       77 IM-BOX-HELD-SWITCH   PIC X VALUE 'N'.
       77 IM-BOX-COUNT         PIC 9(6) VALUE ZERO.
       77 IM-CHANNEL           PIC X VALUE 'S'.
       77 IM-RCPT-DATE         PIC 9(8) VALUE ZERO.
       01 IM-AUDIT-TEXT        PIC X(300).
       77 IM-RUN-DATE          PIC 9(8).
       77 IM-RUN-TIME          PIC 9(8).

      * Bureau batches. The file is read through once before
      * anything is loaded, to reconcile every batch with its
      * trailer; IM-CUR-BATCH is the batch the current row belongs
      * to, zero outside one. A batch in state G is loaded, one in
      * state R is refused whole for IM-BT-REASON.
       77 IMPBAT-FILE-STATUS   PIC XX VALUE '00'.
       77 RPT-FILE-STATUS      PIC XX VALUE '00'.
       77 IMPBAT-EOF-SWITCH    PIC X.
       77 IM-BATCHED-SWITCH    PIC X VALUE 'N'.
       77 IM-BATCH-FULL-SWITCH PIC X VALUE 'N'.
       77 IM-BATCH-TOTAL       PIC 9(3) VALUE ZERO.
       77 IM-BATCH-IDX         PIC 9(3).
       77 IM-DUP-IDX           PIC 9(3).
       77 IM-CUR-BATCH         PIC 9(3) VALUE ZERO.
       77 IM-STRAY-COUNT       PIC 9(6) VALUE ZERO.
       77 IM-SKIP-COUNT        PIC 9(6) VALUE ZERO.
       77 IM-REC-TAG           PIC X(3).
       77 IM-WANT-REASON       PIC X(26).
       77 IM-FIELD-TAG         PIC X(20).
       77 IM-FIELD-1           PIC X(20).
       77 IM-FIELD-2           PIC X(20).
       77 IM-FIELD-3           PIC X(20).
       77 IM-FIELD-4           PIC X(20).
       77 IM-FIELD-5           PIC X(20).
       77 IM-FIELD-6           PIC X(20).
      * Hash total of one row: the character code of every
      * character of every preference token (spaces aside) times
      * the token's place on the row - 1 for the first preference,
      * 2 for the second - so a dropped, altered or reordered
      * preference moves the batch total.
       77 IM-ROW-LEN           PIC 9(4).
       77 IM-CHAR-IDX          PIC 9(4).
       77 IM-TOKEN-PLACE       PIC 9(3).
       77 IM-ROW-HASH          PIC 9(15).
       77 IM-HASH-EDIT         PIC Z(14)9.
       77 IM-GOOD-COUNT        PIC 9(3).
       77 IM-PART-COUNT        PIC 9(3).
       77 IM-REFUSED-COUNT     PIC 9(3).
       77 IM-BAT-EDIT-1        PIC ZZ9.
       77 IM-BAT-EDIT-2        PIC ZZ9.
       77 IM-BAT-EDIT-3        PIC ZZ9.
       01 IM-RPT-ROW           PIC X(110).
       01 IM-BATCH-AREA.
           05 IM-BATCH-ENTRY       OCCURS 200 TIMES.
               10 IM-BT-ID          PIC X(12).
               10 IM-BT-CONST       PIC X(3).
               10 IM-BT-BOX         PIC X(8).
               10 IM-BT-CHANNEL     PIC X.
               10 IM-BT-SCAN-DATE   PIC 9(8).
               10 IM-BT-RCPT-DATE   PIC 9(8).
               10 IM-BT-ROWS        PIC 9(6).
               10 IM-BT-HASH        PIC 9(15).
               10 IM-BT-STATED-ROWS PIC 9(6).
               10 IM-BT-STATED-HASH PIC 9(15).
               10 IM-BT-STATE       PIC X.
               10 IM-BT-REASON      PIC X(26).
               10 IM-BT-ACCEPTED    PIC 9(6).
               10 IM-BT-REJECTED    PIC 9(6).
               10 IM-BT-RESULT      PIC X.
      * Request block for the constituency lock manager; the import
      * holds the lock for the whole run under the importing
      * operator's id.
       COPY LockReq.

      * Request block for the box hold check: ballots are refused
      * for a box whose seals did not match when it was opened.
       COPY HoldReq.

      * Request block for the chained audit writer: each import run
      * leaves one summary line, which the capture progress monitor
      * reads back to compute capture rates.
       COPY AuditReq.

      * Request block for the ticket expander, which holds the
      * constituency's lodged party tickets.
       COPY TicketReq.

      * Request block for the votes file change journal: every
      * ballot written and the sequence set is journalled for
      * roll-forward recovery.
       COPY JournalReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * A called subprogram keeps its working storage between CALLs;
           MOVE ZERO TO IM-READ-COUNT.
           MOVE ZERO TO IM-ACCEPT-COUNT.
           MOVE ZERO TO IM-REJECT-COUNT.
           MOVE 'N' TO IM-BOX-HELD-SWITCH.
           MOVE ZERO TO IM-SKIP-COUNT.
           MOVE SPACES TO IM-BOX-ID.
           PERFORM GET-OPERATOR-PARA.
           PERFORM VALIDATE-OPERATOR-PARA
               UNTIL IM-OPERATOR NOT = SPACES.
           MOVE 'IMPORT' TO JN-PROGRAM.
           MOVE IM-OPERATOR TO JN-OPERATOR.
           PERFORM GET-CONST-PARA.
           PERFORM VALIDATE-CONST-PARA
               UNTIL IM-CONST-CODE NOT = SPACES.
                   "validated. Load the candidate list first."
               EXIT PROGRAM
           END-IF.
           IF IM-SLATE-BIG-SW = 'Y'
               EXIT PROGRAM
           END-IF.
           MOVE CAND-COUNT TO N.
           SET TX-LOAD TO TRUE.
           MOVE IM-CONST-CODE TO TX-CONST-CODE.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           MOVE TX-TICKETS TO IM-TICKETS.
           PERFORM ACQUIRE-LOCK-PARA.
           IF IM-LOCK-OK-SWITCH NOT = 'Y'
               EXIT PROGRAM
           END-IF.
           PERFORM SCAN-BATCHES-PARA.
           IF IMPORT-FILE-STATUS NOT = '00'
               DISPLAY "No ballot_import.dat found - nothing to "
                   "import."
               PERFORM RELEASE-LOCK-PARA
               EXIT PROGRAM
           END-IF.
           IF IM-BATCH-FULL-SWITCH = 'Y'
               DISPLAY "*** ballot_import.dat holds more than 200 "
                   "bureau batches - have the bureau split the "
                   "file; nothing imported ***"
               PERFORM RELEASE-LOCK-PARA
               EXIT PROGRAM
           END-IF.
           IF IM-BATCHED-SWITCH = 'Y'
               MOVE IM-BATCH-TOTAL TO IM-BAT-EDIT-1
               DISPLAY "Bureau file holds " IM-BAT-EDIT-1
                   " batch(es) - box, channel and scan date are "
                   "taken from each batch header."
           ELSE
               PERFORM GET-BOX-PARA
               IF IM-BOX-HELD-SWITCH = 'Y'
                   PERFORM RELEASE-LOCK-PARA
                   EXIT PROGRAM
               END-IF
               PERFORM GET-CHANNEL-PARA
           END-IF.
           DISPLAY "Importing ballots for " IM-CONST-CODE
               " - N=" N " candidates.".
           IF IM-TICKETS > ZERO
               DISPLAY IM-TICKETS " party ticket(s) lodged - "
                   "TICKET=nn rows are accepted as ticket votes."
           END-IF.
           OPEN INPUT IMPORT-FILE.
           IF IMPORT-FILE-STATUS NOT = '00'
               DISPLAY "No ballot_import.dat found - nothing to "
               PERFORM RELEASE-LOCK-PARA
               EXIT PROGRAM
           END-IF.
           MOVE ZERO TO IM-CUR-BATCH.
           MOVE ZERO TO IM-BATCH-IDX.
           OPEN OUTPUT REJECT-FILE.
           PERFORM READ-SEQ-PARA.
           PERFORM OPEN-VOTES-PARA.
           CLOSE REJECT-FILE.
           CLOSE VOTES-FILE.
           PERFORM WRITE-SEQ-PARA.
           IF IM-BATCHED-SWITCH = 'Y'
               PERFORM FINISH-BATCHES-PARA
           END-IF.
           PERFORM RELEASE-LOCK-PARA.
           PERFORM LOG-SESSION-PARA.
           MOVE IM-READ-COUNT TO IM-CNT-EDIT.
           MOVE IM-REJECT-COUNT TO IM-CNT-EDIT.
           DISPLAY "Rejected:      " IM-CNT-EDIT
               " (see ballot_rejects.dat)".
           IF IM-BATCHED-SWITCH = 'Y'
               MOVE IM-SKIP-COUNT TO IM-CNT-EDIT
               DISPLAY "Not loaded:    " IM-CNT-EDIT
                   " (rows of refused batches)"
               DISPLAY "Batch receipt written to "
                   "stv_batch_receipt.dat."
           END-IF.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.
           MOVE SPACES TO IM-INPUT.
           ACCEPT IM-INPUT.
           MOVE FUNCTION UPPER-CASE(IM-INPUT(1:8)) TO IM-BOX-ID.
           IF IM-BOX-ID NOT = SPACES
               MOVE IM-CONST-CODE TO BH-CONST-CODE
               MOVE IM-BOX-ID TO BH-BOX-ID
               CALL 'SubSTVBoxHold' USING BOX-HOLD-REQUEST
               IF BH-IS-HELD
                   DISPLAY "Box " IM-BOX-ID " is ON HOLD - its seals "
                       "did not match at opening ("
                       BH-HOLD-DATE " " BH-HOLD-TIME ")."
                   DISPLAY "No ballots may be imported for it until "
                       "a supervisor clears the hold."
                   MOVE 'Y' TO IM-BOX-HELD-SWITCH
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF IM-BOX-ID NOT = SPACES
               DISPLAY "Papers the bureau states for this batch "
               MOVE SPACES TO IM-INPUT
      ******************************************************************
       LOAD-CAND-MASTER-PARA.
           MOVE ZERO TO CAND-COUNT.
           MOVE 'N' TO IM-SLATE-BIG-SW.
           MOVE 'N' TO CMAST-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = IM-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CM-NAME(1:20)
                               TO CAND-NAME(CAND-COUNT)
                       ELSE
                           DISPLAY "*** candidate_master.dat has "
                               "more than 99 names for "
                               IM-CONST-CODE " - the system limit is "
                               "99; the import will not run ***"
                           MOVE 'Y' TO IM-SLATE-BIG-SW
                           MOVE 'Y' TO CMAST-EOF-SWITCH
                       END-IF
                   END-IF
                   MOVE 'Y' TO CAND-EOF-SWITCH
               NOT AT END
                   IF CN-CONST-CODE = IM-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CN-NAME TO CAND-NAME(CAND-COUNT)
                       ELSE
                           DISPLAY "*** candidate_names.dat has "
                               "more than 99 names for "
                               IM-CONST-CODE " - the system limit is "
                               "99; the import will not run ***"
                           MOVE 'Y' TO IM-SLATE-BIG-SW
                           MOVE 'Y' TO CAND-EOF-SWITCH
                       END-IF
                   END-IF
           EXIT.

       WRITE-SEQ-PARA.
           MOVE 'S' TO JN-ACTION.
           MOVE LAST-BALLOT-ID TO JN-SEQ-VALUE.
           CALL 'SubSTVJournal' USING JOURNAL-REQUEST.
           OPEN OUTPUT SEQ-FILE.
           MOVE LAST-BALLOT-ID TO SEQ-RECORD.
           WRITE SEQ-RECORD.
               AT END
                   MOVE 'Y' TO IMPORT-EOF-SWITCH
               NOT AT END
                   IF IM-BATCHED-SWITCH = 'Y'
                       PERFORM BATCH-ROW-PARA
                   ELSE
                       ADD 1 TO IM-READ-COUNT
                       PERFORM LOAD-ROW-PARA
                   END-IF
           END-READ.

       LOAD-ROW-PARA.
           PERFORM VALIDATE-ROW-PARA.
           IF IM-ROW-BAD-SWITCH = 'Y'
               PERFORM WRITE-REJECT-PARA
           ELSE
               PERFORM WRITE-ACCEPTED-PARA
           END-IF.

      ******************************************************************
      * BATCH-ROW-PARA - one record of a batched bureau file. A
      * header makes its batch current and, when the batch passed
      * reconciliation, its box, channel and date received the stamp
      * for the rows that follow; a trailer ends it. Rows of a refused
      * batch are counted and passed over - the bureau resends the
      * batch. A row outside any batch is rejected (10); a blank
      * line between batches is ignored.
      ******************************************************************
       BATCH-ROW-PARA.
           MOVE FUNCTION UPPER-CASE(IMPORT-RECORD(1:3)) TO IM-REC-TAG.
           IF IM-REC-TAG = 'BH|'
               ADD 1 TO IM-BATCH-IDX
               MOVE IM-BATCH-IDX TO IM-CUR-BATCH
               IF IM-BT-STATE(IM-CUR-BATCH) = 'G'
                   MOVE IM-BT-BOX(IM-CUR-BATCH) TO IM-BOX-ID
                   MOVE IM-BT-CHANNEL(IM-CUR-BATCH) TO IM-CHANNEL
                   MOVE IM-BT-RCPT-DATE(IM-CUR-BATCH)
                       TO IM-RCPT-DATE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF IM-REC-TAG = 'BT|'
               MOVE ZERO TO IM-CUR-BATCH
               EXIT PARAGRAPH
           END-IF.
           IF IM-CUR-BATCH = ZERO
               IF IMPORT-RECORD NOT = SPACES
                   ADD 1 TO IM-READ-COUNT
                   MOVE '10' TO IM-REASON
                   PERFORM WRITE-REJECT-PARA
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO IM-READ-COUNT.
           IF IM-BT-STATE(IM-CUR-BATCH) = 'G'
               PERFORM LOAD-ROW-PARA
           ELSE
               ADD 1 TO IM-SKIP-COUNT
           END-IF.

      ******************************************************************
      * VALIDATE-ROW-PARA - split the row on "|", match every token
      * against the candidate list, and check for duplicates. Partial
           MOVE 'N' TO IM-ROW-BAD-SWITCH.
           MOVE SPACES TO IM-REASON.
           MOVE ZERO TO IM-TOKEN-COUNT.
           MOVE ZERO TO IM-TICKET-NO.
           MOVE 1 TO IM-PTR.
           MOVE 'N' TO IM-SCAN-DONE-SWITCH.
           PERFORM CLEAR-SEEN-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           IF FUNCTION UPPER-CASE(IMPORT-RECORD(1:7)) = 'TICKET='
               PERFORM CHECK-TICKET-ROW-PARA
               EXIT PARAGRAPH
           END-IF.
           IF IMPORT-RECORD = SPACES
               MOVE 'Y' TO IM-ROW-BAD-SWITCH
               MOVE '01' TO IM-REASON
       CLEAR-SEEN-PARA.
           MOVE 'N' TO IM-SEEN(I).

      ******************************************************************
      * CHECK-TICKET-ROW-PARA - a ticket vote: TICKET=nn and nothing
      * else on the row, for a ticket lodged for the constituency.
      * The formality rule does not apply; the lodged ticket is the
      * ranking.
      ******************************************************************
       CHECK-TICKET-ROW-PARA.
           UNSTRING IMPORT-RECORD DELIMITED BY "|"
               INTO IM-TOKEN
               WITH POINTER IM-PTR
           END-UNSTRING.
           IF IM-PTR <= 2100
               IF IMPORT-RECORD(IM-PTR:) NOT = SPACES
                   MOVE 'Y' TO IM-ROW-BAD-SWITCH
                   MOVE '09' TO IM-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF FUNCTION TRIM(IM-TOKEN(8:)) IS NOT NUMERIC
               MOVE 'Y' TO IM-ROW-BAD-SWITCH
               MOVE '09' TO IM-REASON
               EXIT PARAGRAPH
           END-IF.
           COMPUTE IM-TICKET-NO = FUNCTION NUMVAL(IM-TOKEN(8:)).
           SET TX-EXPAND TO TRUE.
           MOVE IM-CONST-CODE TO TX-CONST-CODE.
           MOVE IM-TICKET-NO TO TX-TICKET-NO.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           IF TX-RC NOT = ZERO OR IM-TICKET-NO = ZERO
               MOVE 'Y' TO IM-ROW-BAD-SWITCH
               MOVE '09' TO IM-REASON
           END-IF.

      ******************************************************************
      * SCAN-TOKEN-PARA - pull the next "|"-ended token off the row.
      * A blank token with nothing after it is the normal end of a
      ******************************************************************
       SCAN-TOKEN-PARA.
           MOVE SPACES TO IM-TOKEN.
           IF IM-PTR > 2100
               MOVE 'Y' TO IM-SCAN-DONE-SWITCH
           ELSE
               UNSTRING IMPORT-RECORD DELIMITED BY "|"
                   WITH POINTER IM-PTR
               END-UNSTRING
               IF IM-TOKEN = SPACES
                   IF IM-PTR > 2100
                       MOVE 'Y' TO IM-SCAN-DONE-SWITCH
                   ELSE
                       IF IMPORT-RECORD(IM-PTR:) = SPACES
           END-IF.

       CHECK-TOKEN-PARA.
           IF FUNCTION UPPER-CASE(IM-TOKEN(1:7)) = 'TICKET='
               MOVE 'Y' TO IM-ROW-BAD-SWITCH
               MOVE '09' TO IM-REASON
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-CAND-BY-NAME-PARA.
           IF IM-FIND-IDX = ZERO
               MOVE 'Y' TO IM-ROW-BAD-SWITCH
                   MOVE '03' TO IM-REASON
               ELSE
                   MOVE 'Y' TO IM-SEEN(IM-FIND-IDX)
                   IF IM-TOKEN-COUNT < 99
                       ADD 1 TO IM-TOKEN-COUNT
                       MOVE IM-FIND-IDX TO IM-PREF(IM-TOKEN-COUNT)
                   ELSE
      ******************************************************************
      * WRITE-ACCEPTED-PARA - move the validated candidate numbers
      * into the fixed numeric preference slots, assign the next
      * ballot id, and add the record to the votes file. A ticket
      * vote carries no ranking of its own, only the ticket tag and
      * box number.
      ******************************************************************
       WRITE-ACCEPTED-PARA.
           ADD 1 TO LAST-BALLOT-ID.
           MOVE IM-CONST-CODE TO VR-CONST-CODE.
           MOVE LAST-BALLOT-ID TO VR-BALLOT-ID.
           SET VR-FORMAT-V4 TO TRUE.
           MOVE IM-TOKEN-COUNT TO VR-PREF-COUNT.
           PERFORM CLEAR-VR-PREF-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           PERFORM MOVE-VR-PREF-PARA VARYING I FROM 1 BY 1
               UNTIL I > IM-TOKEN-COUNT.
           IF IM-TICKET-NO > ZERO
               SET VR-TICKET-BALLOT TO TRUE
               MOVE IM-TICKET-NO TO VR-TICKET-NO
           END-IF.
           SET VR-LIVE TO TRUE.
           MOVE IM-BOX-ID TO VR-BOX-ID.
           MOVE IM-CHANNEL TO VR-CHANNEL.
           MOVE IM-ELECTION-ID TO VR-ELECTION-ID.
           WRITE VOTES-RECORD.
           IF VOTES-FILE-STATUS = '00'
               MOVE 'W' TO JN-ACTION
               MOVE SPACES TO JN-BEFORE
               MOVE VOTES-RECORD TO JN-AFTER
               CALL 'SubSTVJournal' USING JOURNAL-REQUEST
               ADD 1 TO IM-ACCEPT-COUNT
               IF IM-CUR-BATCH > ZERO
                   ADD 1 TO IM-BT-ACCEPTED(IM-CUR-BATCH)
               END-IF
           ELSE
               DISPLAY "*** WRITE failed for imported ballot "
                   LAST-BALLOT-ID " - status " VOTES-FILE-STATUS
           MOVE IMPORT-RECORD TO REJ-ROW.
           WRITE REJECT-RECORD.
           ADD 1 TO IM-REJECT-COUNT.
           IF IM-CUR-BATCH > ZERO
               ADD 1 TO IM-BT-REJECTED(IM-CUR-BATCH)
           END-IF.

      ******************************************************************
      * SCAN-BATCHES-PARA - read the bureau file through once before
      * anything is loaded. Every batch header opens an entry on the
      * batch table; its rows are counted and hashed, and its
      * trailer must agree on both or the whole batch is refused.
      * A header with no trailer before the next header or the end
      * of the file refuses its batch too. A file with no headers
      * at all is an unbatched file and is imported as before.
      ******************************************************************
       SCAN-BATCHES-PARA.
           MOVE 'N' TO IM-BATCHED-SWITCH.
           MOVE 'N' TO IM-BATCH-FULL-SWITCH.
           MOVE ZERO TO IM-BATCH-TOTAL.
           MOVE ZERO TO IM-STRAY-COUNT.
           MOVE ZERO TO IM-CUR-BATCH.
           OPEN INPUT IMPORT-FILE.
           IF IMPORT-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO IMPORT-EOF-SWITCH.
           PERFORM SCAN-ROW-PARA
               UNTIL IMPORT-EOF-SWITCH = 'Y'
                   OR IM-BATCH-FULL-SWITCH = 'Y'.
           IF IM-CUR-BATCH > ZERO
               MOVE 'NO TRAILER RECORD' TO IM-WANT-REASON
               PERFORM REFUSE-BATCH-PARA
           END-IF.
           CLOSE IMPORT-FILE.
           MOVE 'N' TO IMPORT-EOF-SWITCH.
           MOVE ZERO TO IM-CUR-BATCH.
           IF IM-BATCH-TOTAL > ZERO
               MOVE 'Y' TO IM-BATCHED-SWITCH
               PERFORM CHECK-DUP-BATCH-PARA VARYING IM-BATCH-IDX
                   FROM 2 BY 1 UNTIL IM-BATCH-IDX > IM-BATCH-TOTAL
               PERFORM CHECK-REGISTER-PARA
           END-IF.

       SCAN-ROW-PARA.
           READ IMPORT-FILE
               AT END
                   MOVE 'Y' TO IMPORT-EOF-SWITCH
               NOT AT END
                   PERFORM SCAN-RECORD-PARA
           END-READ.

       SCAN-RECORD-PARA.
           MOVE FUNCTION UPPER-CASE(IMPORT-RECORD(1:3)) TO IM-REC-TAG.
           IF IM-REC-TAG = 'BH|'
               PERFORM SCAN-HEADER-PARA
           ELSE IF IM-REC-TAG = 'BT|'
               PERFORM SCAN-TRAILER-PARA
           ELSE IF IM-CUR-BATCH > ZERO
               ADD 1 TO IM-BT-ROWS(IM-CUR-BATCH)
               PERFORM HASH-ROW-PARA
               ADD IM-ROW-HASH TO IM-BT-HASH(IM-CUR-BATCH)
           ELSE IF IMPORT-RECORD NOT = SPACES
               ADD 1 TO IM-STRAY-COUNT.

      ******************************************************************
      * SCAN-HEADER-PARA - BH|batch id|constituency|box id|channel|
      * scan date|date received. The batch must be for the
      * constituency being imported, name a box that is not on hold,
      * a channel of S, P or I and a real scan date. The date
      * received is the day the returning officer took the papers
      * in - for a postal batch, the day its packs came back, which
      * the late-postal check measures against polling day, so a
      * postal batch must carry it. A box of papers is received on
      * the day it is scanned unless the header says otherwise. No
      * batch can be received after it was scanned.
      ******************************************************************
       SCAN-HEADER-PARA.
           IF IM-CUR-BATCH > ZERO
               MOVE 'NO TRAILER RECORD' TO IM-WANT-REASON
               PERFORM REFUSE-BATCH-PARA
           END-IF.
           IF IM-BATCH-TOTAL NOT < 200
               MOVE 'Y' TO IM-BATCH-FULL-SWITCH
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO IM-BATCH-TOTAL.
           MOVE IM-BATCH-TOTAL TO IM-CUR-BATCH.
           INITIALIZE IM-BATCH-ENTRY(IM-CUR-BATCH).
           MOVE 'G' TO IM-BT-STATE(IM-CUR-BATCH).
           MOVE SPACES TO IM-FIELD-1 IM-FIELD-2 IM-FIELD-3
               IM-FIELD-4 IM-FIELD-5 IM-FIELD-6.
           UNSTRING IMPORT-RECORD DELIMITED BY "|"
               INTO IM-FIELD-TAG IM-FIELD-1 IM-FIELD-2 IM-FIELD-3
                   IM-FIELD-4 IM-FIELD-5 IM-FIELD-6
           END-UNSTRING.
           MOVE FUNCTION UPPER-CASE(IM-FIELD-1(1:12))
               TO IM-BT-ID(IM-CUR-BATCH).
           MOVE FUNCTION UPPER-CASE(IM-FIELD-2(1:3))
               TO IM-BT-CONST(IM-CUR-BATCH).
           MOVE FUNCTION UPPER-CASE(IM-FIELD-3(1:8))
               TO IM-BT-BOX(IM-CUR-BATCH).
           MOVE FUNCTION UPPER-CASE(IM-FIELD-4(1:1))
               TO IM-BT-CHANNEL(IM-CUR-BATCH).
           IF IM-FIELD-5(1:8) IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(IM-FIELD-5(1:8))) = 0
                   MOVE IM-FIELD-5(1:8)
                       TO IM-BT-SCAN-DATE(IM-CUR-BATCH)
               END-IF
           END-IF.
           IF IM-FIELD-6(1:8) IS NUMERIC
               IF FUNCTION TEST-DATE-YYYYMMDD(
                   FUNCTION NUMVAL(IM-FIELD-6(1:8))) = 0
                   MOVE IM-FIELD-6(1:8)
                       TO IM-BT-RCPT-DATE(IM-CUR-BATCH)
               END-IF
           ELSE IF IM-FIELD-6 = SPACES
               AND IM-BT-CHANNEL(IM-CUR-BATCH) NOT = 'P'
               MOVE IM-BT-SCAN-DATE(IM-CUR-BATCH)
                   TO IM-BT-RCPT-DATE(IM-CUR-BATCH).
           IF IM-BT-ID(IM-CUR-BATCH) = SPACES
               MOVE 'NO BATCH ID ON HEADER' TO IM-WANT-REASON
               PERFORM REFUSE-BATCH-PARA
           ELSE IF IM-BT-CONST(IM-CUR-BATCH) NOT = IM-CONST-CODE
               MOVE 'FOR ANOTHER CONSTITUENCY' TO IM-WANT-REASON
               PERFORM REFUSE-BATCH-PARA
           ELSE IF IM-BT-BOX(IM-CUR-BATCH) = SPACES
               MOVE 'NO BOX ID ON HEADER' TO IM-WANT-REASON
               PERFORM REFUSE-BATCH-PARA
           ELSE IF IM-BT-CHANNEL(IM-CUR-BATCH) NOT = 'S'
               AND IM-BT-CHANNEL(IM-CUR-BATCH) NOT = 'P'
               AND IM-BT-CHANNEL(IM-CUR-BATCH) NOT = 'I'
               MOVE 'CHANNEL NOT S, P OR I' TO IM-WANT-REASON
               PERFORM REFUSE-BATCH-PARA
           ELSE IF IM-BT-SCAN-DATE(IM-CUR-BATCH) = ZERO
               MOVE 'SCAN DATE NOT VALID' TO IM-WANT-REASON
               PERFORM REFUSE-BATCH-PARA
           ELSE IF IM-BT-RCPT-DATE(IM-CUR-BATCH) = ZERO
               MOVE 'RECEIVED DATE NOT VALID' TO IM-WANT-REASON
               PERFORM REFUSE-BATCH-PARA
           ELSE IF IM-BT-RCPT-DATE(IM-CUR-BATCH)
               > IM-BT-SCAN-DATE(IM-CUR-BATCH)
               MOVE 'RECEIVED AFTER SCAN DATE' TO IM-WANT-REASON
               PERFORM REFUSE-BATCH-PARA
           ELSE
               MOVE IM-CONST-CODE TO BH-CONST-CODE
               MOVE IM-BT-BOX(IM-CUR-BATCH) TO BH-BOX-ID
               CALL 'SubSTVBoxHold' USING BOX-HOLD-REQUEST
               IF BH-IS-HELD
                   MOVE 'BOX ON HOLD' TO IM-WANT-REASON
                   PERFORM REFUSE-BATCH-PARA
               END-IF.

      ******************************************************************
      * SCAN-TRAILER-PARA - BT|batch id|row count|hash total, closing
      * the current batch. The stated figures are kept for the
      * receipt whether or not they agree. A trailer with no open
      * batch is passed over.
      ******************************************************************
       SCAN-TRAILER-PARA.
           IF IM-CUR-BATCH = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO IM-FIELD-1 IM-FIELD-2 IM-FIELD-3.
           UNSTRING IMPORT-RECORD DELIMITED BY "|"
               INTO IM-FIELD-TAG IM-FIELD-1 IM-FIELD-2 IM-FIELD-3
           END-UNSTRING.
           IF FUNCTION TRIM(IM-FIELD-2) IS NUMERIC
               COMPUTE IM-BT-STATED-ROWS(IM-CUR-BATCH) =
                   FUNCTION NUMVAL(IM-FIELD-2)
           END-IF.
           IF FUNCTION TRIM(IM-FIELD-3) IS NUMERIC
               COMPUTE IM-BT-STATED-HASH(IM-CUR-BATCH) =
                   FUNCTION NUMVAL(IM-FIELD-3)
           END-IF.
           IF FUNCTION UPPER-CASE(IM-FIELD-1(1:12))
               NOT = IM-BT-ID(IM-CUR-BATCH)
               MOVE 'TRAILER FOR ANOTHER BATCH' TO IM-WANT-REASON
               PERFORM REFUSE-BATCH-PARA
           ELSE IF FUNCTION TRIM(IM-FIELD-2) IS NOT NUMERIC
               OR FUNCTION TRIM(IM-FIELD-3) IS NOT NUMERIC
               MOVE 'TRAILER TOTALS NOT NUMERIC' TO IM-WANT-REASON
               PERFORM REFUSE-BATCH-PARA
           ELSE IF IM-BT-STATED-ROWS(IM-CUR-BATCH)
               NOT = IM-BT-ROWS(IM-CUR-BATCH)
               MOVE 'ROW COUNT DISAGREES' TO IM-WANT-REASON
               PERFORM REFUSE-BATCH-PARA
           ELSE IF IM-BT-STATED-HASH(IM-CUR-BATCH)
               NOT = IM-BT-HASH(IM-CUR-BATCH)
               MOVE 'HASH TOTAL DISAGREES' TO IM-WANT-REASON
               PERFORM REFUSE-BATCH-PARA.
           MOVE ZERO TO IM-CUR-BATCH.

      * The first reason found stands.
       REFUSE-BATCH-PARA.
           IF IM-BT-STATE(IM-CUR-BATCH) = 'G'
               MOVE 'R' TO IM-BT-STATE(IM-CUR-BATCH)
               MOVE IM-WANT-REASON TO IM-BT-REASON(IM-CUR-BATCH)
           END-IF.

      ******************************************************************
      * HASH-ROW-PARA - this row's contribution to its batch's hash
      * total, computed the way the bureau computes it.
      ******************************************************************
       HASH-ROW-PARA.
           MOVE ZERO TO IM-ROW-HASH.
           MOVE 1 TO IM-TOKEN-PLACE.
           PERFORM FIND-ROW-END-PARA VARYING IM-ROW-LEN FROM 2100
               BY -1 UNTIL IM-ROW-LEN = ZERO
                   OR IMPORT-RECORD(IM-ROW-LEN:1) NOT = SPACE.
           PERFORM HASH-CHAR-PARA VARYING IM-CHAR-IDX FROM 1 BY 1
               UNTIL IM-CHAR-IDX > IM-ROW-LEN.

       FIND-ROW-END-PARA.
           CONTINUE.

       HASH-CHAR-PARA.
           IF IMPORT-RECORD(IM-CHAR-IDX:1) = "|"
               ADD 1 TO IM-TOKEN-PLACE
           ELSE IF IMPORT-RECORD(IM-CHAR-IDX:1) NOT = SPACE
               COMPUTE IM-ROW-HASH = IM-ROW-HASH + IM-TOKEN-PLACE
                   * (FUNCTION ORD(IMPORT-RECORD(IM-CHAR-IDX:1)) - 1).

      ******************************************************************
      * CHECK-DUP-BATCH-PARA / CHECK-REGISTER-PARA - a batch id may
      * come in once: the second of two batches sharing an id in
      * this file is refused, and so is any batch whose id is
      * already on the bureau batch register.
      ******************************************************************
       CHECK-DUP-BATCH-PARA.
           PERFORM SCAN-DUP-BATCH-PARA VARYING IM-DUP-IDX FROM 1 BY 1
               UNTIL IM-DUP-IDX NOT < IM-BATCH-IDX.

       SCAN-DUP-BATCH-PARA.
           IF IM-BT-ID(IM-DUP-IDX) = IM-BT-ID(IM-BATCH-IDX)
               AND IM-BT-ID(IM-BATCH-IDX) NOT = SPACES
               MOVE IM-BATCH-IDX TO IM-CUR-BATCH
               MOVE 'BATCH ID TWICE IN FILE' TO IM-WANT-REASON
               PERFORM REFUSE-BATCH-PARA
           END-IF.

       CHECK-REGISTER-PARA.
           MOVE 'N' TO IMPBAT-EOF-SWITCH.
           OPEN INPUT IMPBAT-FILE.
           IF IMPBAT-FILE-STATUS = '00'
               PERFORM READ-IMPBAT-PARA UNTIL IMPBAT-EOF-SWITCH = 'Y'
               CLOSE IMPBAT-FILE
           END-IF.
           MOVE ZERO TO IM-CUR-BATCH.

       READ-IMPBAT-PARA.
           READ IMPBAT-FILE
               AT END
                   MOVE 'Y' TO IMPBAT-EOF-SWITCH
               NOT AT END
                   PERFORM MATCH-IMPBAT-PARA VARYING IM-BATCH-IDX
                       FROM 1 BY 1 UNTIL IM-BATCH-IDX > IM-BATCH-TOTAL
           END-READ.

       MATCH-IMPBAT-PARA.
           IF IM-BT-ID(IM-BATCH-IDX) = IB-BATCH-ID
               MOVE IM-BATCH-IDX TO IM-CUR-BATCH
               MOVE 'BATCH ALREADY IMPORTED' TO IM-WANT-REASON
               PERFORM REFUSE-BATCH-PARA
           END-IF.

      ******************************************************************
      * FINISH-BATCHES-PARA - after the load: every batch that was
      * loaded goes on the bureau batch register and, with the
      * paper count its trailer stated, on the box register for the
      * box reconciliation report; every batch, loaded or refused,
      * goes on the batch receipt and the audit trail.
      ******************************************************************
       FINISH-BATCHES-PARA.
           MOVE ZERO TO IM-GOOD-COUNT.
           MOVE ZERO TO IM-PART-COUNT.
           MOVE ZERO TO IM-REFUSED-COUNT.
           ACCEPT IM-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT IM-RUN-TIME FROM TIME.
           PERFORM SET-RESULT-PARA VARYING IM-BATCH-IDX FROM 1 BY 1
               UNTIL IM-BATCH-IDX > IM-BATCH-TOTAL.
           OPEN EXTEND IMPBAT-FILE.
           IF IMPBAT-FILE-STATUS = '35'
               OPEN OUTPUT IMPBAT-FILE
           END-IF.
           PERFORM REGISTER-BATCH-PARA VARYING IM-BATCH-IDX FROM 1
               BY 1 UNTIL IM-BATCH-IDX > IM-BATCH-TOTAL.
           CLOSE IMPBAT-FILE.
           PERFORM WRITE-RECEIPT-PARA.
           PERFORM LOG-BATCH-PARA VARYING IM-BATCH-IDX FROM 1 BY 1
               UNTIL IM-BATCH-IDX > IM-BATCH-TOTAL.

      * A accepted, P partly accepted, R rejected - refused whole,
      * or loaded with every row failing validation.
       SET-RESULT-PARA.
           IF IM-BT-STATE(IM-BATCH-IDX) NOT = 'G'
               MOVE 'R' TO IM-BT-RESULT(IM-BATCH-IDX)
               ADD 1 TO IM-REFUSED-COUNT
           ELSE IF IM-BT-REJECTED(IM-BATCH-IDX) = ZERO
               MOVE 'A' TO IM-BT-RESULT(IM-BATCH-IDX)
               ADD 1 TO IM-GOOD-COUNT
           ELSE IF IM-BT-ACCEPTED(IM-BATCH-IDX) = ZERO
               MOVE 'R' TO IM-BT-RESULT(IM-BATCH-IDX)
               MOVE 'EVERY ROW FAILED' TO IM-BT-REASON(IM-BATCH-IDX)
               ADD 1 TO IM-REFUSED-COUNT
           ELSE
               MOVE 'P' TO IM-BT-RESULT(IM-BATCH-IDX)
               ADD 1 TO IM-PART-COUNT.

       REGISTER-BATCH-PARA.
           IF IM-BT-STATE(IM-BATCH-IDX) NOT = 'G'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO IMP-BATCH-RECORD.
           MOVE IM-BT-ID(IM-BATCH-IDX) TO IB-BATCH-ID.
           MOVE IM-CONST-CODE TO IB-CONST-CODE.
           MOVE IM-BT-BOX(IM-BATCH-IDX) TO IB-BOX-ID.
           MOVE IM-BT-CHANNEL(IM-BATCH-IDX) TO IB-CHANNEL.
           MOVE IM-BT-SCAN-DATE(IM-BATCH-IDX) TO IB-SCAN-DATE.
           MOVE IM-BT-ROWS(IM-BATCH-IDX) TO IB-ROWS.
           MOVE IM-BT-HASH(IM-BATCH-IDX) TO IB-HASH.
           MOVE IM-BT-ACCEPTED(IM-BATCH-IDX) TO IB-ACCEPTED.
           MOVE IM-BT-REJECTED(IM-BATCH-IDX) TO IB-REJECTED.
           MOVE IM-BT-RESULT(IM-BATCH-IDX) TO IB-RESULT.
           MOVE IM-RUN-DATE TO IB-IMPORT-DATE.
           MOVE IM-OPERATOR TO IB-OPERATOR.
           WRITE IMP-BATCH-RECORD.
           MOVE IM-BT-BOX(IM-BATCH-IDX) TO IM-BOX-ID.
           MOVE IM-BT-STATED-ROWS(IM-BATCH-IDX) TO IM-BOX-COUNT.
           PERFORM WRITE-BOXREG-PARA.

      ******************************************************************
      * WRITE-RECEIPT-PARA - the batch receipt: one line per batch in
      * file order with the trailer's figures against what was
      * counted and what was loaded, then its hash totals and, for
      * a rejected batch, why.
      ******************************************************************
       WRITE-RECEIPT-PARA.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO IM-RPT-ROW.
           STRING "BUREAU BATCH RECEIPT - constituency "
               DELIMITED BY SIZE
               IM-CONST-CODE DELIMITED BY SIZE
               "  election " DELIMITED BY SIZE
               IM-ELECTION-ID DELIMITED BY SIZE
               "  imported " DELIMITED BY SIZE
               IM-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IM-RUN-TIME(1:6) DELIMITED BY SIZE
               " by " DELIMITED BY SIZE
               IM-OPERATOR DELIMITED BY SIZE
               INTO IM-RPT-ROW
           END-STRING.
           PERFORM WRITE-RECEIPT-ROW-PARA.
           MOVE SPACES TO IM-RPT-ROW.
           PERFORM WRITE-RECEIPT-ROW-PARA.
           MOVE SPACES TO IM-RPT-ROW.
           STRING "Batch        Box      Ch  Scanned  Stated "
               DELIMITED BY SIZE
               "Counted  Loaded Rejected Result" DELIMITED BY SIZE
               INTO IM-RPT-ROW
           END-STRING.
           PERFORM WRITE-RECEIPT-ROW-PARA.
           PERFORM WRITE-BATCH-LINE-PARA VARYING IM-BATCH-IDX FROM 1
               BY 1 UNTIL IM-BATCH-IDX > IM-BATCH-TOTAL.
           MOVE SPACES TO IM-RPT-ROW.
           PERFORM WRITE-RECEIPT-ROW-PARA.
           MOVE SPACES TO IM-RPT-ROW.
           MOVE IM-GOOD-COUNT TO IM-BAT-EDIT-1.
           MOVE IM-PART-COUNT TO IM-BAT-EDIT-2.
           MOVE IM-REFUSED-COUNT TO IM-BAT-EDIT-3.
           STRING "Batches accepted: " DELIMITED BY SIZE
               IM-BAT-EDIT-1 DELIMITED BY SIZE
               "   partly accepted: " DELIMITED BY SIZE
               IM-BAT-EDIT-2 DELIMITED BY SIZE
               "   rejected: " DELIMITED BY SIZE
               IM-BAT-EDIT-3 DELIMITED BY SIZE
               INTO IM-RPT-ROW
           END-STRING.
           PERFORM WRITE-RECEIPT-ROW-PARA.
           IF IM-STRAY-COUNT > ZERO
               MOVE IM-STRAY-COUNT TO IM-CNT-EDIT
               MOVE SPACES TO IM-RPT-ROW
               STRING "Rows outside any batch: " DELIMITED BY SIZE
                   IM-CNT-EDIT DELIMITED BY SIZE
                   " - sent to ballot_rejects.dat (reason 10)"
                   DELIMITED BY SIZE
                   INTO IM-RPT-ROW
               END-STRING
               PERFORM WRITE-RECEIPT-ROW-PARA
           END-IF.
           IF IM-REFUSED-COUNT > ZERO
               MOVE SPACES TO IM-RPT-ROW
               MOVE "Rejected batches were not loaded - the bureau "
                   TO IM-RPT-ROW(1:46)
               MOVE "must resend them." TO IM-RPT-ROW(47:17)
               PERFORM WRITE-RECEIPT-ROW-PARA
           END-IF.
           CLOSE RPT-FILE.

       WRITE-BATCH-LINE-PARA.
           MOVE SPACES TO IM-RPT-ROW.
           MOVE IM-BT-ID(IM-BATCH-IDX) TO IM-RPT-ROW(1:12).
           MOVE IM-BT-BOX(IM-BATCH-IDX) TO IM-RPT-ROW(14:8).
           MOVE IM-BT-CHANNEL(IM-BATCH-IDX) TO IM-RPT-ROW(23:1).
           MOVE IM-BT-SCAN-DATE(IM-BATCH-IDX) TO IM-RPT-ROW(26:8).
           MOVE IM-BT-STATED-ROWS(IM-BATCH-IDX) TO IM-CNT-EDIT.
           MOVE IM-CNT-EDIT TO IM-RPT-ROW(35:6).
           MOVE IM-BT-ROWS(IM-BATCH-IDX) TO IM-CNT-EDIT.
           MOVE IM-CNT-EDIT TO IM-RPT-ROW(43:6).
           MOVE IM-BT-ACCEPTED(IM-BATCH-IDX) TO IM-CNT-EDIT.
           MOVE IM-CNT-EDIT TO IM-RPT-ROW(51:6).
           MOVE IM-BT-REJECTED(IM-BATCH-IDX) TO IM-CNT-EDIT.
           MOVE IM-CNT-EDIT TO IM-RPT-ROW(60:6).
           IF IM-BT-RESULT(IM-BATCH-IDX) = 'A'
               MOVE "ACCEPTED" TO IM-RPT-ROW(67:8)
           ELSE IF IM-BT-RESULT(IM-BATCH-IDX) = 'P'
               MOVE "PARTLY ACCEPTED" TO IM-RPT-ROW(67:15)
           ELSE
               MOVE "REJECTED" TO IM-RPT-ROW(67:8)
               MOVE IM-BT-REASON(IM-BATCH-IDX) TO IM-RPT-ROW(77:26).
           PERFORM WRITE-RECEIPT-ROW-PARA.
           MOVE SPACES TO IM-RPT-ROW.
           MOVE "hash total stated" TO IM-RPT-ROW(14:17).
           MOVE IM-BT-STATED-HASH(IM-BATCH-IDX) TO IM-HASH-EDIT.
           MOVE IM-HASH-EDIT TO IM-RPT-ROW(32:15).
           MOVE "counted" TO IM-RPT-ROW(48:7).
           MOVE IM-BT-HASH(IM-BATCH-IDX) TO IM-HASH-EDIT.
           MOVE IM-HASH-EDIT TO IM-RPT-ROW(56:15).
           MOVE "received" TO IM-RPT-ROW(72:8).
           MOVE IM-BT-RCPT-DATE(IM-BATCH-IDX) TO IM-RPT-ROW(81:8).
           PERFORM WRITE-RECEIPT-ROW-PARA.

       WRITE-RECEIPT-ROW-PARA.
           MOVE IM-RPT-ROW TO RPT-RECORD.
           WRITE RPT-RECORD.

      * One audit line per batch; the word after the time is not
      * IMPORT alone, so the capture progress monitor's session
      * totals are not counted twice.
       LOG-BATCH-PARA.
           MOVE SPACES TO IM-AUDIT-TEXT.
           STRING IM-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               IM-RUN-TIME DELIMITED BY SIZE
               " IMPORT-BATCH CONST=" DELIMITED BY SIZE
               IM-CONST-CODE DELIMITED BY SIZE
               " OP=" DELIMITED BY SIZE
               FUNCTION TRIM(IM-OPERATOR) DELIMITED BY SIZE
               " BATCH=" DELIMITED BY SIZE
               FUNCTION TRIM(IM-BT-ID(IM-BATCH-IDX)) DELIMITED BY SIZE
               " BOX=" DELIMITED BY SIZE
               FUNCTION TRIM(IM-BT-BOX(IM-BATCH-IDX))
                   DELIMITED BY SIZE
               " RESULT=" DELIMITED BY SIZE
               IM-BT-RESULT(IM-BATCH-IDX) DELIMITED BY SIZE
               " LOADED=" DELIMITED BY SIZE
               IM-BT-ACCEPTED(IM-BATCH-IDX) DELIMITED BY SIZE
               " REJECTED=" DELIMITED BY SIZE
               IM-BT-REJECTED(IM-BATCH-IDX) DELIMITED BY SIZE
               " REASON=" DELIMITED BY SIZE
               FUNCTION TRIM(IM-BT-REASON(IM-BATCH-IDX))
                   DELIMITED BY SIZE
               INTO IM-AUDIT-TEXT
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE IM-AUDIT-TEXT TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       END PROGRAM SubSTVImport.
