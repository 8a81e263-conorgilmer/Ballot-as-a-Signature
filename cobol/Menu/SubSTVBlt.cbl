      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   BLT ballot files for independent verification.
      *            Candidates' lawyers and observers count with their
      *            own STV software, which reads the standard BLT
      *            ballot format:
      *                N R                  candidates, seats
      *                -c -c ...            withdrawn (optional)
      *                w p1 p2 ... 0        one line per ranking,
      *                ...                  w papers cast it
      *                0                    end of ballots
      *                "name"               N lines, candidate order
      *                "title"
      *            E - export: a constituency's live papers in its
      *                election, decoded under the election's
      *                formality rule exactly as the count decodes
      *                them, with identical rankings aggregated
      *                into one weighted line (sorted, so entry order
      *                is not carried), the seats from the control
      *                record, withdrawals from the candidate master
      *                and the names in candidate-number order, to
      *                blt_export.dat.
      *            I - import: an observer's BLT file (blt_import.dat)
      *                is checked whole and, only if every line is
      *                good, loaded into a scratch constituency - a
      *                code with no control record, no slate and no
      *                ballots: a control record at BALLOTS-CLOSED
      *                with the file's seat count, the slate on the
      *                candidate master (withdrawn as the file says)
      *                and one ballot per paper, weight w giving w
      *                ballots, ids off the shared sequence. The
      *                scratch constituency is then counted with
      *                Count or Scenario like any other.
      *            Equal rankings ("=") and fractional weights are
      *            not part of a paper ballot and refuse the file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVBlt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VOTES-FILE
           ASSIGN TO 'votes_output.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VR-BALLOT-KEY
           FILE STATUS IS VOTES-FILE-STATUS.
       SELECT SEQ-FILE
           ASSIGN TO 'votes_seq_ctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEQ-FILE-STATUS.
       SELECT ECTL-FILE
           ASSIGN TO 'election_ctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ECTL-FILE-STATUS.
       SELECT CAND-FILE
           ASSIGN TO 'candidate_names.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAND-FILE-STATUS.
       SELECT CMAST-FILE
           ASSIGN TO 'candidate_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMAST-FILE-STATUS.
       SELECT OPER-FILE
           ASSIGN TO 'operators.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPER-FILE-STATUS.
       SELECT BLT-OUT-FILE
           ASSIGN TO 'blt_export.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BLT-OUT-STATUS.
       SELECT BLT-IN-FILE
           ASSIGN TO 'blt_import.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BLT-IN-STATUS.
       SELECT SORT-FILE ASSIGN TO 'blt_sort_work.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  SEQ-FILE            RECORD CONTAINS 6 CHARACTERS.
       01  SEQ-RECORD          PIC 9(6).

       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       FD  CAND-FILE            RECORD CONTAINS 24 CHARACTERS.
       01  CAND-NAME-REC.
           05 CN-CONST-CODE     PIC X(3).
           05 filler            PIC X.
           05 CN-NAME           PIC X(20).

       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       COPY CandMast.

       FD  OPER-FILE            RECORD CONTAINS 46 CHARACTERS.
       COPY OperRec.

       FD  BLT-OUT-FILE         RECORD CONTAINS 512 CHARACTERS.
       01  BLT-OUT-RECORD       PIC X(512).

       FD  BLT-IN-FILE          RECORD CONTAINS 512 CHARACTERS.
       01  BLT-IN-RECORD        PIC X(512).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SR-RANKING       PIC X(297).

       WORKING-STORAGE SECTION.
       77 VOTES-FILE-STATUS    PIC XX VALUE '00'.
       77 SEQ-FILE-STATUS      PIC XX VALUE '00'.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 CAND-FILE-STATUS     PIC XX VALUE '00'.
       77 CMAST-FILE-STATUS    PIC XX VALUE '00'.
       77 OPER-FILE-STATUS     PIC XX VALUE '00'.
       77 BLT-OUT-STATUS       PIC XX VALUE '00'.
       77 BLT-IN-STATUS        PIC XX VALUE '00'.
       77 EOF-SWITCH           PIC X VALUE 'N'.
       77 CAND-EOF-SWITCH      PIC X VALUE 'N'.
       77 CMAST-EOF-SWITCH     PIC X VALUE 'N'.
       77 ECTL-EOF-SWITCH      PIC X VALUE 'N'.
       77 OPER-EOF-SWITCH      PIC X VALUE 'N'.
       77 CAND-LOADED-SWITCH   PIC X VALUE 'N'.
       77 CAND-COUNT           PIC 9(3) VALUE ZERO.
       01 CAND-NAMES-AREA.
           05 CAND-NAME        PIC X(30) OCCURS 99 TIMES.
       01 CAND-WDRAWN-AREA.
           05 CAND-WDRAWN      PIC X OCCURS 99 TIMES.
       77 N                    PIC 9(3).
       77 R                    PIC 9(3).
       77 I                    PIC 9(3).
       77 K                    PIC 9(6).
       77 LAST-BALLOT-ID       PIC 9(6) VALUE ZERO.

       77 BT-INPUT             PIC X(12).
       77 BT-ACTION            PIC X.
       77 BT-OPERATOR          PIC X(8) VALUE SPACES.
       77 BT-OPER-OK-SWITCH    PIC X.
       77 BT-CONST-CODE        PIC X(3) VALUE SPACES.
       77 BT-ELECTION-ID       PIC X(8) VALUE SPACES.
       77 BT-FORMALITY         PIC X VALUE 'S'.
       77 BT-MIN-PREFS         PIC 9(2) VALUE 1.
       77 BT-EC-SEATS          PIC 9(2) VALUE ZERO.
       77 BT-EC-FOUND-SW       PIC X VALUE 'N'.
       77 BT-LOCK-OK-SWITCH    PIC X VALUE 'N'.
       77 BT-RUN-DATE          PIC 9(8).
       77 BT-RUN-TIME          PIC 9(8).
       77 BT-NUM-EDIT          PIC Z(5)9.
       77 BT-PTR               PIC 9(4).
       77 BT-DONE-SWITCH       PIC X.
       77 BT-SLATE-BIG-SW      PIC X VALUE 'N'.
       01 BT-LINE              PIC X(512).
       01 BT-AUDIT-RECORD      PIC X(300).

      * Export: one paper decoded at a time, then the sorted
      * rankings counted into weighted lines.
       77 BT-BAD-SWITCH        PIC X.
       77 BT-STOP-SWITCH       PIC X.
       77 BT-PREF-IDX          PIC 9(3).
       77 BT-DUP-IDX           PIC 9(3).
       77 BT-PREFS             PIC 9(3).
       77 BT-PAPERS            PIC 9(6) VALUE ZERO.
       77 BT-SPOILT            PIC 9(6) VALUE ZERO.
       77 BT-RANKINGS          PIC 9(6) VALUE ZERO.
       77 BT-WEIGHT            PIC 9(6).
       01 BT-RANKING-WORK      PIC X(297).
       01 BT-RANKING-SLOTS REDEFINES BT-RANKING-WORK.
           05 BT-SLOT          PIC 9(3) OCCURS 99 TIMES.
       01 BT-LAST-RANKING      PIC X(297).

      * Import: the file is parsed whole into these tables before
      * anything is written, so a bad line loads nothing.
      *   BT-SECTION - H header next, B ballot lines, M names,
      *                T title, D done
       77 BT-SECTION           PIC X.
       77 BT-LINE-NO           PIC 9(6).
       77 BT-ERROR-SWITCH      PIC X.
       77 BT-ERROR-TEXT        PIC X(60).
       77 BT-FIRST-BALLOT-SW   PIC X.
       77 BT-TOK-COUNT         PIC 9(3).
       77 BT-TOK-IDX           PIC 9(3).
       77 BT-TOK-LEN           PIC 9(3).
       77 BT-TOK-START         PIC 9(3).
       77 BT-CAND-NO           PIC 9(3).
       77 BT-NAME-COUNT        PIC 9(3).
       77 BT-Q1                PIC 9(4).
       77 BT-Q2                PIC 9(4).
       77 BT-IN-N              PIC 9(3) VALUE ZERO.
       77 BT-IN-R              PIC 9(3) VALUE ZERO.
       77 BT-IN-PAPERS         PIC 9(7) VALUE ZERO.
       77 BT-TITLE             PIC X(60).
       01 BT-TOKEN-AREA.
           05 BT-TOK           PIC X(12) OCCURS 105 TIMES.
       01 BT-SEEN-AREA.
           05 BT-SEEN          PIC X OCCURS 99 TIMES.
       77 BT-LINE-COUNT        PIC 9(5) VALUE ZERO.
       01 BT-IN-LINE-AREA.
           05 BT-IN-LINE           OCCURS 20000 TIMES.
               10 BT-IN-WEIGHT      PIC 9(6).
               10 BT-IN-NPREFS      PIC 9(2).
               10 BT-IN-RANKING     PIC X(297).
               10 BT-IN-SLOTS REDEFINES BT-IN-RANKING.
                   15 BT-IN-PREF     PIC 9(3) OCCURS 99 TIMES.
       01 BT-IN-NAME-AREA.
           05 BT-IN-NAME       PIC X(30) OCCURS 99 TIMES.
       01 BT-IN-WDRAWN-AREA.
           05 BT-IN-WDRAWN     PIC X OCCURS 99 TIMES.
       77 BT-SCRATCH-SW        PIC X.
       77 BT-COPY-IDX          PIC 9(6).
       77 BT-WRITTEN           PIC 9(7) VALUE ZERO.
       77 BT-WRITE-ERRORS      PIC 9(6) VALUE ZERO.

      * Request block for the constituency lock manager; the import
      * holds the scratch constituency's lock while it loads.
       COPY LockReq.

      * Request block for the chained audit writer: every export
      * and import leaves its line.
       COPY AuditReq.

      * Request block for the votes file change journal: every
      * ballot written and the sequence set is journalled for
      * roll-forward recovery.
       COPY JournalReq.

      * Request block for the ticket expander: ticket votes are
      * exported as their party's lodged ticket.
       COPY TicketReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BLT Ballot Export / Import.".
      * Working storage persists across CALLs - reset per-run state.
           MOVE 'N' TO CAND-LOADED-SWITCH.
           MOVE ZERO TO BT-PAPERS.
           MOVE ZERO TO BT-SPOILT.
           MOVE ZERO TO BT-RANKINGS.
           MOVE ZERO TO BT-LINE-COUNT.
           MOVE ZERO TO BT-IN-PAPERS.
           MOVE ZERO TO BT-WRITTEN.
           MOVE ZERO TO BT-WRITE-ERRORS.
           PERFORM GET-OPERATOR-PARA.
           PERFORM VALIDATE-OPERATOR-PARA
               UNTIL BT-OPERATOR NOT = SPACES.
           MOVE 'BLT' TO JN-PROGRAM.
           MOVE BT-OPERATOR TO JN-OPERATOR.
           DISPLAY "E = export a constituency to blt_export.dat, "
               "I = import blt_import.dat [Enter=E] ".
           MOVE SPACES TO BT-INPUT.
           ACCEPT BT-INPUT.
           MOVE FUNCTION UPPER-CASE(BT-INPUT(1:1)) TO BT-ACTION.
           IF BT-ACTION = 'I'
               PERFORM IMPORT-PARA
           ELSE
               PERFORM EXPORT-PARA
           END-IF.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * GET-OPERATOR-PARA - who is running the transfer; the id goes
      * on the audit line and holds the lock on an import. When the
      * site keeps an operators file the id must be an active one.
      ******************************************************************
       GET-OPERATOR-PARA.
           DISPLAY "Enter your operator id ".
           MOVE SPACES TO BT-INPUT.
           ACCEPT BT-INPUT.
           MOVE FUNCTION UPPER-CASE(BT-INPUT(1:8)) TO BT-OPERATOR.
           IF BT-OPERATOR NOT = SPACES
               PERFORM LOOKUP-OPERATOR-PARA
               IF BT-OPER-OK-SWITCH NOT = 'Y'
                   DISPLAY "Operator id not on operators.dat."
                   MOVE SPACES TO BT-OPERATOR
               END-IF
           END-IF.

       VALIDATE-OPERATOR-PARA.
           DISPLAY "A valid operator id is required - please "
               "re-enter.".
           PERFORM GET-OPERATOR-PARA.

       LOOKUP-OPERATOR-PARA.
           OPEN INPUT OPER-FILE.
           IF OPER-FILE-STATUS NOT = '00'
               MOVE 'Y' TO BT-OPER-OK-SWITCH
           ELSE
               MOVE 'N' TO BT-OPER-OK-SWITCH
               MOVE 'N' TO OPER-EOF-SWITCH
               PERFORM READ-OPERATOR-PARA
                   UNTIL OPER-EOF-SWITCH = 'Y'
                       OR BT-OPER-OK-SWITCH = 'Y'
               CLOSE OPER-FILE
           END-IF.

       READ-OPERATOR-PARA.
           READ OPER-FILE
               AT END
                   MOVE 'Y' TO OPER-EOF-SWITCH
               NOT AT END
                   IF OP-ID = BT-OPERATOR
                       AND NOT OP-DISABLED
                       MOVE 'Y' TO BT-OPER-OK-SWITCH
                   END-IF
           END-READ.

       GET-CONST-PARA.
           DISPLAY "Enter the constituency code (3 characters) ".
           MOVE SPACES TO BT-INPUT.
           ACCEPT BT-INPUT.
           MOVE FUNCTION UPPER-CASE(BT-INPUT(1:3)) TO BT-CONST-CODE.

       VALIDATE-CONST-PARA.
           DISPLAY "A constituency code is required - please "
               "re-enter.".
           PERFORM GET-CONST-PARA.

       CHECK-ELECTION-PARA.
           MOVE SPACES TO BT-ELECTION-ID.
           MOVE 'S' TO BT-FORMALITY.
           MOVE 1 TO BT-MIN-PREFS.
           MOVE ZERO TO BT-EC-SEATS.
           MOVE 'N' TO BT-EC-FOUND-SW.
           MOVE 'N' TO ECTL-EOF-SWITCH.
           OPEN INPUT ECTL-FILE.
           IF ECTL-FILE-STATUS = '00'
               PERFORM READ-ECTL-PARA
                   UNTIL ECTL-EOF-SWITCH = 'Y'
               CLOSE ECTL-FILE
           END-IF.

       READ-ECTL-PARA.
           READ ECTL-FILE
               AT END
                   MOVE 'Y' TO ECTL-EOF-SWITCH
               NOT AT END
                   IF EC-CONST-CODE = BT-CONST-CODE
                       MOVE 'Y' TO BT-EC-FOUND-SW
                       MOVE EC-ELECTION-ID TO BT-ELECTION-ID
                       IF EC-FORM-TRUNCATE
                           MOVE 'T' TO BT-FORMALITY
                       END-IF
                       IF EC-MIN-PREFS > ZERO
                           MOVE EC-MIN-PREFS TO BT-MIN-PREFS
                       END-IF
                       IF EC-SEATS IS NUMERIC
                           MOVE EC-SEATS TO BT-EC-SEATS
                       END-IF
                       MOVE 'Y' TO ECTL-EOF-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * LOAD-CAND-MASTER-PARA / LOAD-CAND-NAMES-PARA - the slate in
      * candidate-number order, master first (with withdrawals),
      * the plain name list when there is no master.
      ******************************************************************
       LOAD-CAND-MASTER-PARA.
           MOVE ZERO TO CAND-COUNT.
           MOVE 'N' TO BT-SLATE-BIG-SW.
           MOVE 'N' TO CMAST-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
               PERFORM READ-CAND-MASTER-PARA
                   UNTIL CMAST-EOF-SWITCH = 'Y'
               CLOSE CMAST-FILE
               IF CAND-COUNT > ZERO
                   MOVE 'Y' TO CAND-LOADED-SWITCH
               END-IF
           END-IF.

       READ-CAND-MASTER-PARA.
           READ CMAST-FILE
               AT END
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = BT-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CM-NAME TO CAND-NAME(CAND-COUNT)
                           IF CM-WITHDRAWN
                               MOVE 'Y' TO CAND-WDRAWN(CAND-COUNT)
                           ELSE
                               MOVE 'N' TO CAND-WDRAWN(CAND-COUNT)
                           END-IF
                       ELSE
                           MOVE 'Y' TO BT-SLATE-BIG-SW
                           MOVE 'Y' TO CMAST-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

       LOAD-CAND-NAMES-PARA.
           MOVE ZERO TO CAND-COUNT.
           MOVE 'N' TO CAND-EOF-SWITCH.
           OPEN INPUT CAND-FILE.
           IF CAND-FILE-STATUS = '00'
               PERFORM READ-CAND-NAME-PARA
                   UNTIL CAND-EOF-SWITCH = 'Y'
               CLOSE CAND-FILE
               IF CAND-COUNT > ZERO
                   MOVE 'Y' TO CAND-LOADED-SWITCH
               END-IF
           END-IF.

       READ-CAND-NAME-PARA.
           READ CAND-FILE
               AT END
                   MOVE 'Y' TO CAND-EOF-SWITCH
               NOT AT END
                   IF CN-CONST-CODE = BT-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CN-NAME TO CAND-NAME(CAND-COUNT)
                           MOVE 'N' TO CAND-WDRAWN(CAND-COUNT)
                       ELSE
                           MOVE 'Y' TO BT-SLATE-BIG-SW
                           MOVE 'Y' TO CAND-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * EXPORT-PARA - the constituency's admitted papers as a BLT
      * file: header and withdrawals first, the aggregated rankings
      * from the sort, then the end marker, names and title.
      ******************************************************************
       EXPORT-PARA.
           PERFORM GET-CONST-PARA.
           PERFORM VALIDATE-CONST-PARA
               UNTIL BT-CONST-CODE NOT = SPACES.
           PERFORM CHECK-ELECTION-PARA.
           PERFORM LOAD-CAND-MASTER-PARA.
           IF CAND-LOADED-SWITCH NOT = 'Y'
               PERFORM LOAD-CAND-NAMES-PARA
           END-IF.
           IF CAND-LOADED-SWITCH NOT = 'Y'
               DISPLAY "No candidate slate for " BT-CONST-CODE
                   " - nothing to export."
               EXIT PARAGRAPH
           END-IF.
           IF BT-SLATE-BIG-SW = 'Y'
               DISPLAY "*** More than 99 candidates for "
                   BT-CONST-CODE " - the system limit is 99; the "
                   "export will not run ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE CAND-COUNT TO N.
           MOVE BT-EC-SEATS TO R.
           IF R = ZERO
               DISPLAY "No seat count on the control record - enter "
                   "the number of seats "
               MOVE SPACES TO BT-INPUT
               ACCEPT BT-INPUT
               COMPUTE R = FUNCTION NUMVAL(BT-INPUT)
           END-IF.
           IF R = ZERO OR R >= N
               DISPLAY "Seats must be at least 1 and fewer than the "
                   "candidates - nothing exported."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT BLT-OUT-FILE.
           IF BLT-OUT-STATUS NOT = '00'
               DISPLAY "*** Unable to open blt_export.dat - status "
                   BLT-OUT-STATUS " ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO BT-LINE.
           MOVE 1 TO BT-PTR.
           MOVE N TO BT-NUM-EDIT.
           PERFORM ADD-NUMBER-PARA.
           MOVE R TO BT-NUM-EDIT.
           PERFORM ADD-NUMBER-PARA.
           PERFORM WRITE-BLT-LINE-PARA.
           MOVE 1 TO BT-PTR.
           PERFORM ADD-WITHDRAWN-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           IF BT-PTR > 1
               PERFORM WRITE-BLT-LINE-PARA
           END-IF.
           SORT SORT-FILE ON ASCENDING KEY SR-RANKING
               INPUT PROCEDURE IS RELEASE-BALLOTS-PARA
               OUTPUT PROCEDURE IS WRITE-RANKINGS-PARA.
           MOVE "0" TO BT-LINE.
           PERFORM WRITE-BLT-LINE-PARA.
           PERFORM WRITE-NAME-LINE-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           STRING '"' DELIMITED BY SIZE
               BT-CONST-CODE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(BT-ELECTION-ID) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               INTO BT-LINE
           END-STRING.
           PERFORM WRITE-BLT-LINE-PARA.
           CLOSE BLT-OUT-FILE.
           MOVE BT-PAPERS TO BT-NUM-EDIT.
           DISPLAY "Papers exported:      " BT-NUM-EDIT.
           MOVE BT-RANKINGS TO BT-NUM-EDIT.
           DISPLAY "Distinct rankings:    " BT-NUM-EDIT.
           MOVE BT-SPOILT TO BT-NUM-EDIT.
           DISPLAY "Spoilt (not exported):" BT-NUM-EDIT.
           DISPLAY "BLT file written to blt_export.dat".
           MOVE SPACES TO BT-AUDIT-RECORD.
           PERFORM STAMP-AUDIT-PARA.
           STRING " BLT EXPORT CONST=" DELIMITED BY SIZE
               BT-CONST-CODE DELIMITED BY SIZE
               " ELECTION=" DELIMITED BY SIZE
               FUNCTION TRIM(BT-ELECTION-ID) DELIMITED BY SIZE
               " PAPERS=" DELIMITED BY SIZE
               BT-PAPERS DELIMITED BY SIZE
               " RANKINGS=" DELIMITED BY SIZE
               BT-RANKINGS DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(BT-OPERATOR) DELIMITED BY SIZE
               INTO BT-AUDIT-RECORD
               WITH POINTER BT-PTR
           END-STRING.
           PERFORM WRITE-AUDIT-PARA.

       ADD-WITHDRAWN-PARA.
           IF CAND-WDRAWN(I) = 'Y'
               MOVE I TO BT-NUM-EDIT
               STRING "-" DELIMITED BY SIZE
                   FUNCTION TRIM(BT-NUM-EDIT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO BT-LINE
                   WITH POINTER BT-PTR
               END-STRING
           END-IF.

      * BT-NUM-EDIT and a following space onto BT-LINE at BT-PTR.
       ADD-NUMBER-PARA.
           STRING FUNCTION TRIM(BT-NUM-EDIT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO BT-LINE
               WITH POINTER BT-PTR
           END-STRING.

       WRITE-NAME-LINE-PARA.
           STRING '"' DELIMITED BY SIZE
               FUNCTION TRIM(CAND-NAME(I)) DELIMITED BY SIZE
               '"' DELIMITED BY SIZE
               INTO BT-LINE
           END-STRING.
           PERFORM WRITE-BLT-LINE-PARA.

       WRITE-BLT-LINE-PARA.
           MOVE BT-LINE TO BLT-OUT-RECORD.
           WRITE BLT-OUT-RECORD.
           MOVE SPACES TO BT-LINE.

      * Input procedure: live papers of the constituency's election,
      * decoded as the count decodes them - a ticket vote as its
      * party's lodged ticket.
       RELEASE-BALLOTS-PARA.
           SET TX-LOAD TO TRUE.
           MOVE BT-CONST-CODE TO TX-CONST-CODE.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           OPEN INPUT VOTES-FILE.
           IF VOTES-FILE-STATUS NOT = '00'
               DISPLAY "No votes file found - no ballots exported."
           ELSE
               MOVE 'N' TO EOF-SWITCH
               PERFORM READ-VOTE-PARA UNTIL EOF-SWITCH = 'Y'
               CLOSE VOTES-FILE
           END-IF.

       READ-VOTE-PARA.
           READ VOTES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF VR-CONST-CODE = BT-CONST-CODE
                       AND NOT VR-VOIDED
                       AND (VR-ELECTION-ID = BT-ELECTION-ID
                           OR VR-ELECTION-ID = SPACES
                           OR BT-ELECTION-ID = SPACES)
                       PERFORM DECODE-BALLOT-PARA
                       IF BT-BAD-SWITCH = 'Y'
                           OR BT-PREFS < BT-MIN-PREFS
                           ADD 1 TO BT-SPOILT
                       ELSE
                           ADD 1 TO BT-PAPERS
                           MOVE BT-RANKING-WORK TO SR-RANKING
                           RELEASE SORT-RECORD
                       END-IF
                   END-IF
           END-READ.

       DECODE-BALLOT-PARA.
           MOVE ZERO TO BT-PREFS.
           MOVE 'N' TO BT-BAD-SWITCH.
           MOVE 'N' TO BT-STOP-SWITCH.
           PERFORM CLEAR-SLOT-PARA VARYING BT-PREF-IDX FROM 1 BY 1
               UNTIL BT-PREF-IDX > 99.
           IF VR-FORMAT-NUMERIC AND VR-TICKET-BALLOT
               PERFORM EXPAND-TICKET-PARA
           END-IF.
           IF NOT VR-FORMAT-NUMERIC
               MOVE 'Y' TO BT-BAD-SWITCH
           ELSE
               PERFORM COPY-ONE-PREF-PARA VARYING BT-PREF-IDX
                   FROM 1 BY 1 UNTIL BT-PREF-IDX > VR-PREF-COUNT
                       OR BT-PREF-IDX > N
                       OR BT-BAD-SWITCH = 'Y'
                       OR BT-STOP-SWITCH = 'Y'
           END-IF.

       CLEAR-SLOT-PARA.
           MOVE ZERO TO BT-SLOT(BT-PREF-IDX).

      * A ticket vote decodes as its party's lodged ticket; a vote
      * for a ticket not lodged is spoilt.
       EXPAND-TICKET-PARA.
           SET TX-EXPAND TO TRUE.
           MOVE BT-CONST-CODE TO TX-CONST-CODE.
           MOVE VR-TICKET-NO TO TX-TICKET-NO.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           IF TX-RC = ZERO
               MOVE TX-PREF-COUNT TO VR-PREF-COUNT
               MOVE TX-PREF-AREA TO VR-PREF-AREA
           ELSE
               MOVE ZERO TO VR-PREF-COUNT
               MOVE 'Y' TO BT-BAD-SWITCH
           END-IF.

       COPY-ONE-PREF-PARA.
           IF VR-PREF(BT-PREF-IDX) = ZERO
               OR VR-PREF(BT-PREF-IDX) > N
               PERFORM FORMALITY-FAULT-PARA
           ELSE
               PERFORM CHECK-DUP-PREF-PARA VARYING BT-DUP-IDX
                   FROM 1 BY 1 UNTIL BT-DUP-IDX > BT-PREFS
                       OR BT-BAD-SWITCH = 'Y'
                       OR BT-STOP-SWITCH = 'Y'
               IF BT-BAD-SWITCH = 'N' AND BT-STOP-SWITCH = 'N'
                   ADD 1 TO BT-PREFS
                   MOVE VR-PREF(BT-PREF-IDX) TO BT-SLOT(BT-PREFS)
               END-IF
           END-IF.

       CHECK-DUP-PREF-PARA.
           IF BT-SLOT(BT-DUP-IDX) = VR-PREF(BT-PREF-IDX)
               PERFORM FORMALITY-FAULT-PARA
           END-IF.

       FORMALITY-FAULT-PARA.
           IF BT-FORMALITY = 'T'
               MOVE 'Y' TO BT-STOP-SWITCH
           ELSE
               MOVE 'Y' TO BT-BAD-SWITCH
           END-IF.

      * Output procedure: equal rankings counted into one line,
      * "weight prefs... 0".
       WRITE-RANKINGS-PARA.
           MOVE 'N' TO BT-DONE-SWITCH.
           MOVE ZERO TO BT-WEIGHT.
           MOVE SPACES TO BT-LAST-RANKING.
           PERFORM RETURN-RANKING-PARA
               UNTIL BT-DONE-SWITCH = 'Y'.
           IF BT-WEIGHT > ZERO
               PERFORM WRITE-RANKING-LINE-PARA
           END-IF.

       RETURN-RANKING-PARA.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO BT-DONE-SWITCH
               NOT AT END
                   IF BT-WEIGHT > ZERO
                       AND SR-RANKING NOT = BT-LAST-RANKING
                       PERFORM WRITE-RANKING-LINE-PARA
                       MOVE ZERO TO BT-WEIGHT
                   END-IF
                   MOVE SR-RANKING TO BT-LAST-RANKING
                   ADD 1 TO BT-WEIGHT
           END-RETURN.

       WRITE-RANKING-LINE-PARA.
           ADD 1 TO BT-RANKINGS.
           MOVE BT-LAST-RANKING TO BT-RANKING-WORK.
           MOVE SPACES TO BT-LINE.
           MOVE 1 TO BT-PTR.
           MOVE BT-WEIGHT TO BT-NUM-EDIT.
           PERFORM ADD-NUMBER-PARA.
           PERFORM ADD-PREF-PARA VARYING BT-PREF-IDX FROM 1 BY 1
               UNTIL BT-PREF-IDX > 99
                   OR BT-SLOT(BT-PREF-IDX) = ZERO.
           STRING "0" DELIMITED BY SIZE
               INTO BT-LINE
               WITH POINTER BT-PTR
           END-STRING.
           PERFORM WRITE-BLT-LINE-PARA.

       ADD-PREF-PARA.
           MOVE BT-SLOT(BT-PREF-IDX) TO BT-NUM-EDIT.
           PERFORM ADD-NUMBER-PARA.

      ******************************************************************
      * IMPORT-PARA - parse and check the whole BLT file, then load
      * it into a scratch constituency the operator names.
      ******************************************************************
       IMPORT-PARA.
           OPEN INPUT BLT-IN-FILE.
           IF BLT-IN-STATUS NOT = '00'
               DISPLAY "No blt_import.dat found - nothing to import."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'H' TO BT-SECTION.
           MOVE 'N' TO BT-ERROR-SWITCH.
           MOVE SPACES TO BT-ERROR-TEXT.
           MOVE ZERO TO BT-LINE-NO.
           MOVE ZERO TO BT-NAME-COUNT.
           MOVE ZERO TO BT-IN-N.
           MOVE ZERO TO BT-IN-R.
           MOVE SPACES TO BT-TITLE.
           MOVE 'Y' TO BT-FIRST-BALLOT-SW.
           PERFORM CLEAR-IN-CAND-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM READ-BLT-LINE-PARA
               UNTIL EOF-SWITCH = 'Y' OR BT-ERROR-SWITCH = 'Y'.
           CLOSE BLT-IN-FILE.
           IF BT-ERROR-SWITCH = 'N'
               AND (BT-SECTION = 'H' OR BT-SECTION = 'B')
               MOVE 'Y' TO BT-ERROR-SWITCH
               MOVE "file ends before the ballots' closing 0"
                   TO BT-ERROR-TEXT
           END-IF.
           IF BT-ERROR-SWITCH = 'N' AND BT-SECTION = 'M'
               MOVE 'Y' TO BT-ERROR-SWITCH
               MOVE "fewer candidate names than candidates"
                   TO BT-ERROR-TEXT
           END-IF.
           IF BT-ERROR-SWITCH = 'Y'
               DISPLAY "*** blt_import.dat refused at line "
                   BT-LINE-NO ": " FUNCTION TRIM(BT-ERROR-TEXT)
                   " - nothing loaded ***"
               EXIT PARAGRAPH
           END-IF.
           IF BT-IN-PAPERS = ZERO
               DISPLAY "blt_import.dat holds no ballots - nothing "
                   "loaded."
               EXIT PARAGRAPH
           END-IF.
           MOVE BT-IN-PAPERS TO BT-NUM-EDIT.
           DISPLAY "BLT file checked: N=" BT-IN-N " seats=" BT-IN-R
               " papers=" BT-NUM-EDIT " title "
               FUNCTION TRIM(BT-TITLE).
           PERFORM GET-SCRATCH-PARA.
           IF BT-SCRATCH-SW NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACQUIRE-LOCK-PARA.
           IF BT-LOCK-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-SCRATCH-ECTL-PARA.
           PERFORM WRITE-SCRATCH-SLATE-PARA.
           PERFORM READ-SEQ-PARA.
           PERFORM OPEN-VOTES-PARA.
           PERFORM LOAD-IN-LINE-PARA VARYING K FROM 1 BY 1
               UNTIL K > BT-LINE-COUNT.
           CLOSE VOTES-FILE.
           PERFORM WRITE-SEQ-PARA.
           PERFORM RELEASE-LOCK-PARA.
           MOVE BT-WRITTEN TO BT-NUM-EDIT.
           DISPLAY "Scratch constituency " BT-CONST-CODE
               " loaded - " BT-NUM-EDIT " ballots under election "
               BT-ELECTION-ID ".".
           IF BT-WRITE-ERRORS > ZERO
               MOVE BT-WRITE-ERRORS TO BT-NUM-EDIT
               DISPLAY "*** " BT-NUM-EDIT " ballots could not be "
                   "written - the scratch count is incomplete ***"
           END-IF.
           DISPLAY "Count it with Count or Scenario under code "
               BT-CONST-CODE ".".
           MOVE SPACES TO BT-AUDIT-RECORD.
           PERFORM STAMP-AUDIT-PARA.
           STRING " BLT IMPORT CONST=" DELIMITED BY SIZE
               BT-CONST-CODE DELIMITED BY SIZE
               " ELECTION=" DELIMITED BY SIZE
               FUNCTION TRIM(BT-ELECTION-ID) DELIMITED BY SIZE
               " CANDIDATES=" DELIMITED BY SIZE
               BT-IN-N DELIMITED BY SIZE
               " SEATS=" DELIMITED BY SIZE
               BT-IN-R DELIMITED BY SIZE
               " PAPERS=" DELIMITED BY SIZE
               BT-WRITTEN DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(BT-OPERATOR) DELIMITED BY SIZE
               INTO BT-AUDIT-RECORD
               WITH POINTER BT-PTR
           END-STRING.
           PERFORM WRITE-AUDIT-PARA.

       CLEAR-IN-CAND-PARA.
           MOVE SPACES TO BT-IN-NAME(I).
           MOVE 'N' TO BT-IN-WDRAWN(I).

       READ-BLT-LINE-PARA.
           READ BLT-IN-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   ADD 1 TO BT-LINE-NO
                   INSPECT BLT-IN-RECORD REPLACING ALL X'09' BY SPACE
                   IF BLT-IN-RECORD NOT = SPACES
                       PERFORM PARSE-BLT-LINE-PARA
                   END-IF
           END-READ.

       PARSE-BLT-LINE-PARA.
           IF BT-SECTION = 'H'
               PERFORM TOKENISE-PARA
               PERFORM PARSE-HEADER-LINE-PARA
           ELSE IF BT-SECTION = 'B'
               PERFORM TOKENISE-PARA
               PERFORM PARSE-BALLOT-LINE-PARA
           ELSE IF BT-SECTION = 'M'
               ADD 1 TO BT-NAME-COUNT
               PERFORM UNQUOTE-PARA
               MOVE BT-LINE TO BT-IN-NAME(BT-NAME-COUNT)
               IF BT-NAME-COUNT >= BT-IN-N
                   MOVE 'T' TO BT-SECTION
               END-IF
           ELSE IF BT-SECTION = 'T'
               PERFORM UNQUOTE-PARA
               MOVE BT-LINE TO BT-TITLE
               MOVE 'D' TO BT-SECTION.

      * The line's blank-separated tokens into BT-TOK.
       TOKENISE-PARA.
           MOVE ZERO TO BT-TOK-COUNT.
           MOVE 1 TO BT-PTR.
           PERFORM NEXT-TOKEN-PARA
               UNTIL BT-PTR > 512 OR BT-ERROR-SWITCH = 'Y'.

       NEXT-TOKEN-PARA.
           PERFORM SKIP-SPACE-PARA
               UNTIL BT-PTR > 512
                   OR BLT-IN-RECORD(BT-PTR:1) NOT = SPACE.
           IF BT-PTR <= 512
               IF BT-TOK-COUNT >= 105
                   MOVE 'Y' TO BT-ERROR-SWITCH
                   MOVE "too many entries on the line"
                       TO BT-ERROR-TEXT
               ELSE
                   ADD 1 TO BT-TOK-COUNT
                   MOVE SPACES TO BT-TOK(BT-TOK-COUNT)
                   UNSTRING BLT-IN-RECORD DELIMITED BY SPACE
                       INTO BT-TOK(BT-TOK-COUNT)
                       WITH POINTER BT-PTR
                   END-UNSTRING
               END-IF
           END-IF.

       SKIP-SPACE-PARA.
           ADD 1 TO BT-PTR.

      * BT-TOK(BT-TOK-IDX) must be an unsigned whole number; its
      * length comes back in BT-TOK-LEN, zero when it is not one.
       CHECK-NUMBER-PARA.
           MOVE ZERO TO BT-TOK-LEN.
           INSPECT BT-TOK(BT-TOK-IDX) TALLYING BT-TOK-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF BT-TOK-LEN > 6
               MOVE ZERO TO BT-TOK-LEN
           ELSE IF BT-TOK-LEN > ZERO
               IF BT-TOK(BT-TOK-IDX)(1:BT-TOK-LEN) IS NOT NUMERIC
                   MOVE ZERO TO BT-TOK-LEN
               END-IF
           END-IF.

       PARSE-HEADER-LINE-PARA.
           IF BT-TOK-COUNT NOT = 2
               MOVE 'Y' TO BT-ERROR-SWITCH
               MOVE "first line must be candidates and seats"
                   TO BT-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO BT-TOK-IDX.
           PERFORM CHECK-NUMBER-PARA.
           IF BT-TOK-LEN > ZERO
               COMPUTE BT-IN-N = FUNCTION NUMVAL(BT-TOK(1))
           END-IF.
           MOVE 2 TO BT-TOK-IDX.
           PERFORM CHECK-NUMBER-PARA.
           IF BT-TOK-LEN > ZERO
               COMPUTE BT-IN-R = FUNCTION NUMVAL(BT-TOK(2))
           END-IF.
           IF BT-IN-N = ZERO OR BT-IN-N > 99
               MOVE 'Y' TO BT-ERROR-SWITCH
               MOVE "candidates must be 1 to 99" TO BT-ERROR-TEXT
           ELSE IF BT-IN-R = ZERO OR BT-IN-R >= BT-IN-N
               MOVE 'Y' TO BT-ERROR-SWITCH
               MOVE "seats must be 1 to one fewer than the candidates"
                   TO BT-ERROR-TEXT
           ELSE
               MOVE 'B' TO BT-SECTION.

      ******************************************************************
      * PARSE-BALLOT-LINE-PARA - a withdrawal line (only straight
      * after the header), a lone 0 closing the ballots, or
      * "weight prefs... 0" with an optional "(id)" in front.
      ******************************************************************
       PARSE-BALLOT-LINE-PARA.
           IF BT-TOK(1)(1:1) = '-'
               IF BT-FIRST-BALLOT-SW = 'Y'
                   PERFORM PARSE-WITHDRAWN-PARA VARYING BT-TOK-IDX
                       FROM 1 BY 1 UNTIL BT-TOK-IDX > BT-TOK-COUNT
                           OR BT-ERROR-SWITCH = 'Y'
               ELSE
                   MOVE 'Y' TO BT-ERROR-SWITCH
                   MOVE "withdrawals must follow the first line"
                       TO BT-ERROR-TEXT
               END-IF
               MOVE 'N' TO BT-FIRST-BALLOT-SW
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO BT-FIRST-BALLOT-SW.
           IF BT-TOK-COUNT = 1 AND BT-TOK(1) = '0'
               IF BT-IN-N > ZERO
                   MOVE 'M' TO BT-SECTION
               ELSE
                   MOVE 'D' TO BT-SECTION
               END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO BT-TOK-START.
           IF BT-TOK(1)(1:1) = '('
               MOVE 2 TO BT-TOK-START
           END-IF.
           IF BT-LINE-COUNT >= 20000
               MOVE 'Y' TO BT-ERROR-SWITCH
               MOVE "more than 20000 ballot lines" TO BT-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           MOVE BT-TOK-START TO BT-TOK-IDX.
           PERFORM CHECK-NUMBER-PARA.
           IF BT-TOK-LEN = ZERO
               MOVE 'Y' TO BT-ERROR-SWITCH
               MOVE "weight must be a whole number of papers"
                   TO BT-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BT-LINE-COUNT.
           COMPUTE BT-IN-WEIGHT(BT-LINE-COUNT) =
               FUNCTION NUMVAL(BT-TOK(BT-TOK-IDX)).
           MOVE ZERO TO BT-IN-NPREFS(BT-LINE-COUNT).
           MOVE ZERO TO BT-IN-RANKING(BT-LINE-COUNT).
           PERFORM CLEAR-SEEN-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           MOVE 'N' TO BT-DONE-SWITCH.
           ADD 1 TO BT-TOK-START.
           PERFORM PARSE-PREF-PARA VARYING BT-TOK-IDX
               FROM BT-TOK-START BY 1
               UNTIL BT-TOK-IDX > BT-TOK-COUNT
                   OR BT-DONE-SWITCH = 'Y'
                   OR BT-ERROR-SWITCH = 'Y'.
           IF BT-ERROR-SWITCH = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF BT-DONE-SWITCH NOT = 'Y'
               MOVE 'Y' TO BT-ERROR-SWITCH
               MOVE "ballot line does not end in 0" TO BT-ERROR-TEXT
           ELSE IF BT-TOK-IDX <= BT-TOK-COUNT
               MOVE 'Y' TO BT-ERROR-SWITCH
               MOVE "entries after the closing 0" TO BT-ERROR-TEXT
           ELSE IF BT-IN-NPREFS(BT-LINE-COUNT) = ZERO
               MOVE 'Y' TO BT-ERROR-SWITCH
               MOVE "ballot line has no preferences" TO BT-ERROR-TEXT
           ELSE
               ADD BT-IN-WEIGHT(BT-LINE-COUNT) TO BT-IN-PAPERS.

       CLEAR-SEEN-PARA.
           MOVE 'N' TO BT-SEEN(I).

       PARSE-WITHDRAWN-PARA.
           MOVE BT-TOK(BT-TOK-IDX)(2:11) TO BT-INPUT.
           MOVE BT-INPUT TO BT-TOK(BT-TOK-IDX).
           PERFORM CHECK-NUMBER-PARA.
           IF BT-TOK-LEN = ZERO
               MOVE 'Y' TO BT-ERROR-SWITCH
               MOVE "bad withdrawn candidate" TO BT-ERROR-TEXT
           ELSE
               COMPUTE BT-CAND-NO = FUNCTION NUMVAL(BT-TOK(BT-TOK-IDX))
               IF BT-CAND-NO = ZERO OR BT-CAND-NO > BT-IN-N
                   MOVE 'Y' TO BT-ERROR-SWITCH
                   MOVE "withdrawn candidate not on the slate"
                       TO BT-ERROR-TEXT
               ELSE
                   MOVE 'Y' TO BT-IN-WDRAWN(BT-CAND-NO)
               END-IF
           END-IF.

      * One preference; "0" ends the ranking. The test for "=" runs
      * first - "1=2" would otherwise read as a bad number.
       PARSE-PREF-PARA.
           MOVE ZERO TO BT-TOK-LEN.
           INSPECT BT-TOK(BT-TOK-IDX) TALLYING BT-TOK-LEN
               FOR ALL '='.
           IF BT-TOK-LEN > ZERO
               MOVE 'Y' TO BT-ERROR-SWITCH
               MOVE "equal rankings are not a paper ballot"
                   TO BT-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF BT-TOK(BT-TOK-IDX) = '0'
               MOVE 'Y' TO BT-DONE-SWITCH
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-NUMBER-PARA.
           IF BT-TOK-LEN = ZERO
               MOVE 'Y' TO BT-ERROR-SWITCH
               MOVE "preference is not a candidate number"
                   TO BT-ERROR-TEXT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE BT-CAND-NO = FUNCTION NUMVAL(BT-TOK(BT-TOK-IDX)).
           IF BT-CAND-NO = ZERO OR BT-CAND-NO > BT-IN-N
               MOVE 'Y' TO BT-ERROR-SWITCH
               MOVE "preference is not a candidate on the slate"
                   TO BT-ERROR-TEXT
           ELSE IF BT-SEEN(BT-CAND-NO) = 'Y'
               MOVE 'Y' TO BT-ERROR-SWITCH
               MOVE "candidate ranked twice on one line"
                   TO BT-ERROR-TEXT
           ELSE
               MOVE 'Y' TO BT-SEEN(BT-CAND-NO)
               ADD 1 TO BT-IN-NPREFS(BT-LINE-COUNT)
               MOVE BT-IN-NPREFS(BT-LINE-COUNT) TO BT-PREF-IDX
               MOVE BT-CAND-NO TO
                   BT-IN-PREF(BT-LINE-COUNT BT-PREF-IDX).

      * A name or title line without its quotes, into BT-LINE.
       UNQUOTE-PARA.
           MOVE SPACES TO BT-LINE.
           MOVE ZERO TO BT-Q1.
           MOVE ZERO TO BT-Q2.
           INSPECT BLT-IN-RECORD TALLYING BT-Q1
               FOR CHARACTERS BEFORE INITIAL '"'.
           IF BT-Q1 >= 512
               MOVE FUNCTION TRIM(BLT-IN-RECORD) TO BT-LINE
           ELSE
               ADD 2 TO BT-Q1
               INSPECT BLT-IN-RECORD(BT-Q1:) TALLYING BT-Q2
                   FOR CHARACTERS BEFORE INITIAL '"'
               IF BT-Q2 > ZERO
                   MOVE BLT-IN-RECORD(BT-Q1:BT-Q2) TO BT-LINE
               END-IF
           END-IF.

      ******************************************************************
      * GET-SCRATCH-PARA - the code to load under must be new: no
      * control record, no slate on either candidate file and no
      * ballots, so an import can never mix with a real count.
      ******************************************************************
       GET-SCRATCH-PARA.
           MOVE 'N' TO BT-SCRATCH-SW.
           DISPLAY "Scratch constituency code to load into "
               "(3 characters, not already in use) ".
           MOVE SPACES TO BT-INPUT.
           ACCEPT BT-INPUT.
           MOVE FUNCTION UPPER-CASE(BT-INPUT(1:3)) TO BT-CONST-CODE.
           IF BT-CONST-CODE = SPACES
               DISPLAY "No code given - nothing loaded."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ELECTION-PARA.
           IF BT-EC-FOUND-SW = 'Y'
               DISPLAY "Constituency " BT-CONST-CODE " has an "
                   "election control record - choose an unused code."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-CAND-MASTER-PARA.
           IF CAND-LOADED-SWITCH NOT = 'Y'
               PERFORM LOAD-CAND-NAMES-PARA
           END-IF.
           IF CAND-LOADED-SWITCH = 'Y'
               DISPLAY "Constituency " BT-CONST-CODE " already has "
                   "a candidate slate - choose an unused code."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO BT-DONE-SWITCH.
           OPEN INPUT VOTES-FILE.
           IF VOTES-FILE-STATUS = '00'
               MOVE 'N' TO EOF-SWITCH
               PERFORM SCAN-CODE-PARA
                   UNTIL EOF-SWITCH = 'Y' OR BT-DONE-SWITCH = 'Y'
               CLOSE VOTES-FILE
           END-IF.
           IF BT-DONE-SWITCH = 'Y'
               DISPLAY "Constituency " BT-CONST-CODE " already has "
                   "ballots on file - choose an unused code."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Scratch election id (8 characters) "
               "[Enter=BLTCHECK] ".
           MOVE SPACES TO BT-INPUT.
           ACCEPT BT-INPUT.
           MOVE FUNCTION UPPER-CASE(BT-INPUT(1:8)) TO BT-ELECTION-ID.
           IF BT-ELECTION-ID = SPACES
               MOVE 'BLTCHECK' TO BT-ELECTION-ID
           END-IF.
           MOVE 'Y' TO BT-SCRATCH-SW.

       SCAN-CODE-PARA.
           READ VOTES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   IF VR-CONST-CODE = BT-CONST-CODE
                       MOVE 'Y' TO BT-DONE-SWITCH
                   END-IF
           END-READ.

      * The scratch control record: ballots closed, so the count
      * may run at once; strict formality, as every imported
      * ranking has already been checked.
       WRITE-SCRATCH-ECTL-PARA.
           OPEN EXTEND ECTL-FILE.
           IF ECTL-FILE-STATUS = '35'
               OPEN OUTPUT ECTL-FILE
           END-IF.
           MOVE SPACES TO ELECTION-CONTROL-RECORD.
           MOVE BT-ELECTION-ID TO EC-ELECTION-ID.
           MOVE BT-CONST-CODE TO EC-CONST-CODE.
           ACCEPT EC-DATE FROM DATE YYYYMMDD.
           MOVE 'B' TO EC-STATUS.
           MOVE 'S' TO EC-FORMALITY.
           MOVE 1 TO EC-MIN-PREFS.
           MOVE BT-IN-R TO EC-SEATS.
           WRITE ELECTION-CONTROL-RECORD.
           CLOSE ECTL-FILE.

      * The slate, in the file's candidate order, added at the end
      * of the master as one constituency block.
       WRITE-SCRATCH-SLATE-PARA.
           OPEN EXTEND CMAST-FILE.
           IF CMAST-FILE-STATUS = '35'
               OPEN OUTPUT CMAST-FILE
           END-IF.
           PERFORM WRITE-SLATE-ROW-PARA VARYING I FROM 1 BY 1
               UNTIL I > BT-IN-N.
           CLOSE CMAST-FILE.

       WRITE-SLATE-ROW-PARA.
           MOVE SPACES TO CAND-MASTER-RECORD.
           MOVE BT-CONST-CODE TO CM-CONST-CODE.
           MOVE I TO CM-CAND-ID.
           MOVE BT-IN-NAME(I) TO CM-NAME.
           IF CM-NAME = SPACES
               STRING "CANDIDATE " DELIMITED BY SIZE
                   I DELIMITED BY SIZE
                   INTO CM-NAME
               END-STRING
           END-IF.
           IF BT-IN-WDRAWN(I) = 'Y'
               MOVE 'W' TO CM-STATUS
           ELSE
               MOVE 'A' TO CM-STATUS
           END-IF.
           WRITE CAND-MASTER-RECORD.

      * Ballot ids off the same sequence Generate Vote and the
      * bureau import use.
       READ-SEQ-PARA.
           MOVE ZERO TO LAST-BALLOT-ID.
           OPEN INPUT SEQ-FILE.
           IF SEQ-FILE-STATUS = '00'
               READ SEQ-FILE
                   NOT AT END
                       MOVE SEQ-RECORD TO LAST-BALLOT-ID
               END-READ
               CLOSE SEQ-FILE
           END-IF.

       WRITE-SEQ-PARA.
           MOVE 'S' TO JN-ACTION.
           MOVE LAST-BALLOT-ID TO JN-SEQ-VALUE.
           CALL 'SubSTVJournal' USING JOURNAL-REQUEST.
           OPEN OUTPUT SEQ-FILE.
           MOVE LAST-BALLOT-ID TO SEQ-RECORD.
           WRITE SEQ-RECORD.
           CLOSE SEQ-FILE.

       OPEN-VOTES-PARA.
           OPEN I-O VOTES-FILE.
           IF VOTES-FILE-STATUS = '35'
               OPEN OUTPUT VOTES-FILE
               CLOSE VOTES-FILE
               OPEN I-O VOTES-FILE
           END-IF.

       LOAD-IN-LINE-PARA.
           PERFORM WRITE-IN-BALLOT-PARA VARYING BT-COPY-IDX
               FROM 1 BY 1 UNTIL BT-COPY-IDX > BT-IN-WEIGHT(K).

      * One paper of ranking line K. Channel G and box BLTIMPRT mark
      * it as test material, not a paper received at the count.
       WRITE-IN-BALLOT-PARA.
           ADD 1 TO LAST-BALLOT-ID.
           MOVE SPACES TO VOTES-RECORD.
           MOVE BT-CONST-CODE TO VR-CONST-CODE.
           MOVE LAST-BALLOT-ID TO VR-BALLOT-ID.
           MOVE '4' TO VR-FORMAT-VER.
           MOVE BT-IN-NPREFS(K) TO VR-PREF-COUNT.
           PERFORM COPY-IN-PREF-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           MOVE 'A' TO VR-STATUS.
           MOVE 'BLTIMPRT' TO VR-BOX-ID.
           MOVE 'G' TO VR-CHANNEL.
           ACCEPT VR-RCPT-DATE FROM DATE YYYYMMDD.
           MOVE BT-ELECTION-ID TO VR-ELECTION-ID.
           WRITE VOTES-RECORD
               INVALID KEY
                   ADD 1 TO BT-WRITE-ERRORS
               NOT INVALID KEY
                   ADD 1 TO BT-WRITTEN
                   MOVE 'W' TO JN-ACTION
                   MOVE SPACES TO JN-BEFORE
                   MOVE VOTES-RECORD TO JN-AFTER
                   CALL 'SubSTVJournal' USING JOURNAL-REQUEST
           END-WRITE.

       COPY-IN-PREF-PARA.
           MOVE BT-IN-PREF(K I) TO VR-PREF(I).

       ACQUIRE-LOCK-PARA.
           MOVE 'A' TO LR-ACTION.
           MOVE BT-CONST-CODE TO LR-CONST-CODE.
           MOVE BT-OPERATOR TO LR-OPERATOR.
           MOVE 'BLT' TO LR-PROGRAM.
           CALL 'SubSTVLock' USING LOCK-REQUEST.
           IF LR-RC = ZERO
               MOVE 'Y' TO BT-LOCK-OK-SWITCH
           ELSE
               MOVE 'N' TO BT-LOCK-OK-SWITCH
               DISPLAY "Constituency " BT-CONST-CODE " is locked "
                   "by operator " LR-HOLDER " since "
                   LR-HELD-SINCE " - import not run."
           END-IF.

       RELEASE-LOCK-PARA.
           MOVE 'R' TO LR-ACTION.
           MOVE BT-CONST-CODE TO LR-CONST-CODE.
           MOVE BT-OPERATOR TO LR-OPERATOR.
           MOVE 'BLT' TO LR-PROGRAM.
           CALL 'SubSTVLock' USING LOCK-REQUEST.

      * Date and time at the front of BT-AUDIT-RECORD; BT-PTR is
      * left where the caller's text goes.
       STAMP-AUDIT-PARA.
           ACCEPT BT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT BT-RUN-TIME FROM TIME.
           MOVE 1 TO BT-PTR.
           STRING BT-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               BT-RUN-TIME DELIMITED BY SIZE
               INTO BT-AUDIT-RECORD
               WITH POINTER BT-PTR
           END-STRING.

       WRITE-AUDIT-PARA.
           MOVE SPACES TO AL-TEXT.
           MOVE BT-AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       END PROGRAM SubSTVBlt.
