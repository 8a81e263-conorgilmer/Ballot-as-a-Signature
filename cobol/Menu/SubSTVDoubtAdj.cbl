      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Doubtful paper adjudication. The returning
      *            officer rules, in front of the candidates'
      *            agents, on each paper manual entry or reject
      *            resubmission referred to the doubtful-papers
      *            queue (doubtful_papers.dat, DoubtRec.cpy). The
      *            screen walks the constituency's papers awaiting
      *            a ruling, showing the box each came out of, the
      *            reason it was referred and what the operator
      *            saw, and records the ruling:
      *              admitted - keyed as the ranking the returning
      *                         officer reads on it, validated
      *                         against the slate as manual entry
      *                         validates, and written to the votes
      *                         file under the next ballot id;
      *              rejected - under a named statutory ground.
      *            An agent's objection to either ruling is
      *            recorded with the agent's name and grounds.
      *            The rejected-papers statement - papers rejected
      *            by ground, with the objections - is printed to
      *            stv_rejected_papers.dat; the count prints the
      *            same table on the declaration. Every ruling
      *            writes an audit line. Rulings are taken while
      *            the election is open (the readiness check will
      *            not pass with papers still awaiting one), under
      *            the constituency lock, and by the returning
      *            officer where the site keeps an operators file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVDoubtAdj.
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
       SELECT DOUBT-FILE
           ASSIGN TO 'doubtful_papers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DOUBT-FILE-STATUS.
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
       SELECT STMT-FILE
           ASSIGN TO 'stv_rejected_papers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STMT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  SEQ-FILE            RECORD CONTAINS 6 CHARACTERS.
       01  SEQ-RECORD          PIC 9(6).

       FD  DOUBT-FILE           RECORD CONTAINS 518 CHARACTERS.
       COPY DoubtRec.

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

       FD  STMT-FILE            RECORD CONTAINS 80 CHARACTERS.
       01  STMT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       77 VOTES-FILE-STATUS    PIC XX VALUE '00'.
       77 SEQ-FILE-STATUS      PIC XX VALUE '00'.
       77 DOUBT-FILE-STATUS    PIC XX VALUE '00'.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 CAND-FILE-STATUS     PIC XX VALUE '00'.
       77 CMAST-FILE-STATUS    PIC XX VALUE '00'.
       77 OPER-FILE-STATUS     PIC XX VALUE '00'.
       77 STMT-FILE-STATUS     PIC XX VALUE '00'.
       77 ECTL-EOF-SWITCH      PIC X.
       77 CAND-EOF-SWITCH      PIC X.
       77 CMAST-EOF-SWITCH     PIC X.
       77 OPER-EOF-SWITCH      PIC X.
       77 DOUBT-EOF-SWITCH     PIC X.
       77 CAND-LOADED-SWITCH   PIC X VALUE 'N'.
       77 DA-SLATE-BIG-SWITCH  PIC X VALUE 'N'.
       77 CAND-COUNT           PIC 9(3) VALUE ZERO.
       77 CAND-IDX             PIC 9(3).
       01 CAND-NAMES-AREA.
           05 CAND-NAME        PIC X(20) OCCURS 99 TIMES.
       77 N                    PIC 9(3).
       77 LAST-BALLOT-ID       PIC 9(6) VALUE ZERO.

       77 DA-INPUT             PIC X(60).
       77 DA-ACTION            PIC X.
       77 DA-AGAIN             PIC X VALUE 'Y'.
       77 DA-QUIT-SWITCH       PIC X.
       77 DA-CHANGED-SWITCH    PIC X.
       77 DA-ABORT-SWITCH      PIC X.
       77 DA-OPERATOR          PIC X(8) VALUE SPACES.
       77 DA-OPER-ROLE         PIC X.
       77 DA-OPER-OK-SWITCH    PIC X.
       77 DA-OPER-FILE-SWITCH  PIC X.
       77 DA-CONST-CODE        PIC X(3) VALUE SPACES.
       77 DA-ELECTION-ID       PIC X(8) VALUE SPACES.
       77 DA-ELECTION-STATUS   PIC X VALUE SPACE.
       77 DA-MIN-PREFS         PIC 9(2) VALUE 1.
       77 DA-LOCK-OK-SWITCH    PIC X VALUE 'N'.
       77 DA-RUN-DATE          PIC 9(8).
       77 DA-RUN-TIME          PIC 9(8).
       77 DA-IDX               PIC 9(4).
       77 DA-WORK-IDX          PIC 9(4).
       77 DA-SEEN              PIC 9(4).
       77 DA-PENDING-COUNT     PIC 9(4).
       77 DA-ADMIT-COUNT       PIC 9(4).
       77 DA-REJECT-COUNT      PIC 9(4).
       77 DA-OBJECT-COUNT      PIC 9(4).
       77 DA-CNT-EDIT          PIC Z(3)9.
       77 DA-PREF-IDX          PIC 9(3).
       77 DA-PREF-VAL          PIC 9(3).
       77 DA-DONE-SWITCH       PIC X.
       77 DA-DUP-SWITCH        PIC X.
       77 DA-DUP-IDX           PIC 9(3).
       77 DA-GROUND            PIC X.
       77 DA-GROUND-TEXT       PIC X(40).
       77 DA-REASON-TEXT       PIC X(36).
       77 DA-SOURCE-TEXT       PIC X(20).
       77 DA-RULING            PIC X(10).
       77 DA-GROUND-IDX        PIC 9.
       77 DA-PTR               PIC 9(3).
       01 DA-PREF-EDIT         PIC Z(2)9.
       01 DA-ROW               PIC X(80).
       01 DA-RANKING           PIC X(160).
       01 AUDIT-RECORD         PIC X(300).
      * The ranking being admitted.
       01 DA-ADMIT-AREA.
           05 DA-ADMIT-COUNT-P     PIC 9(2).
           05 DA-ADMIT-PREFS.
               10 DA-ADMIT-PREF    PIC 9(3) OCCURS 99 TIMES.
      * The agent's objection to the ruling just made.
       01 DA-OBJECTION-AREA.
           05 DA-OBJECTION         PIC X.
           05 DA-OBJECTOR          PIC X(20).
           05 DA-OBJECT-TEXT       PIC X(40).
      * Papers rejected and objected to, by statutory ground, in
      * the order M F D U I.
       01 DA-GROUND-TABLE-AREA.
           05 DA-GROUND-ENTRY      OCCURS 5 TIMES.
               10 DA-GT-CODE        PIC X.
               10 DA-GT-REJECTED    PIC 9(4).
               10 DA-GT-OBJECTED    PIC 9(4).
      * The whole queue, every constituency, in referral order;
      * rewritten on the way out when a ruling has been recorded.
       01 DA-PAPER-TABLE-AREA.
           05 DA-PAPER-TOTAL       PIC 9(4) VALUE ZERO.
           05 DA-PAPER             OCCURS 1000 TIMES.
               10 DT-CONST          PIC X(3).
               10 DT-PAPER-NO       PIC 9(6).
               10 DT-ELECTION-ID    PIC X(8).
               10 DT-BOX-ID         PIC X(8).
               10 DT-CHANNEL        PIC X.
               10 DT-SOURCE         PIC X.
               10 DT-REFER-DATE     PIC 9(8).
               10 DT-REFER-TIME     PIC 9(4).
               10 DT-REFER-BY       PIC X(8).
               10 DT-REASON         PIC X.
               10 DT-DETAIL         PIC X(60).
               10 DT-STATUS         PIC X.
               10 DT-GROUND         PIC X.
               10 DT-RULED-BY       PIC X(8).
               10 DT-RULED-DATE     PIC 9(8).
               10 DT-RULED-TIME     PIC 9(4).
               10 DT-BALLOT-ID      PIC 9(6).
               10 DT-PREF-COUNT     PIC 9(2).
               10 DT-PREFS          PIC X(297).
               10 DT-OBJECTION      PIC X.
               10 DT-OBJECTOR       PIC X(20).
               10 DT-OBJECT-TEXT    PIC X(40).

      * Request block for the constituency lock manager; rulings
      * are recorded under the lock, since an admitted paper is
      * written to the votes file.
       COPY LockReq.

      * Request block for the box hold check: a paper from a box
      * on hold is not admitted until the hold is cleared.
       COPY HoldReq.

      * Request block for the chained audit writer: one line per
      * ruling.
       COPY AuditReq.

      * Request block for the votes file change journal: every
      * ballot written and the sequence set is journalled for
      * roll-forward recovery.
       COPY JournalReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Doubtful Paper Adjudication.".
      * Working storage persists across CALLs - reset per-run state.
           MOVE SPACES TO DA-OPERATOR.
           MOVE 'N' TO CAND-LOADED-SWITCH.
           MOVE 'N' TO DA-SLATE-BIG-SWITCH.
           MOVE 'N' TO DA-ABORT-SWITCH.
           MOVE 'N' TO DA-CHANGED-SWITCH.
           MOVE 'Y' TO DA-AGAIN.
           PERFORM GET-OPERATOR-PARA.
           PERFORM VALIDATE-OPERATOR-PARA
               UNTIL DA-OPERATOR NOT = SPACES.
           MOVE 'DOUBTADJ' TO JN-PROGRAM.
           MOVE DA-OPERATOR TO JN-OPERATOR.
           IF DA-OPER-FILE-SWITCH = 'Y'
               AND DA-OPER-ROLE NOT = 'R'
               DISPLAY "Doubtful papers are adjudicated by the "
                   "returning officer only."
               EXIT PROGRAM
           END-IF.
           PERFORM GET-CONST-PARA.
           PERFORM VALIDATE-CONST-PARA
               UNTIL DA-CONST-CODE NOT = SPACES.
           PERFORM CHECK-ELECTION-PARA.
           PERFORM LOAD-QUEUE-PARA.
           IF DA-ABORT-SWITCH = 'Y'
               DISPLAY "Adjudication abandoned - queue unchanged."
               EXIT PROGRAM
           END-IF.
           PERFORM ONE-ACTION-PARA UNTIL DA-AGAIN NOT = 'Y'.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * GET-OPERATOR-PARA - who is ruling. With an operators file
      * the id must be an active one and its role is kept: only
      * the returning officer adjudicates. A site without one
      * accepts the id as typed.
      ******************************************************************
       GET-OPERATOR-PARA.
           DISPLAY "Enter your operator id ".
           MOVE SPACES TO DA-INPUT.
           ACCEPT DA-INPUT.
           MOVE FUNCTION UPPER-CASE(DA-INPUT(1:8)) TO DA-OPERATOR.
           IF DA-OPERATOR NOT = SPACES
               PERFORM LOOKUP-OPERATOR-PARA
               IF DA-OPER-OK-SWITCH NOT = 'Y'
                   DISPLAY "Operator id not on operators.dat."
                   MOVE SPACES TO DA-OPERATOR
               END-IF
           END-IF.

       VALIDATE-OPERATOR-PARA.
           DISPLAY "A valid operator id is required - please "
               "re-enter.".
           PERFORM GET-OPERATOR-PARA.

       LOOKUP-OPERATOR-PARA.
           MOVE SPACE TO DA-OPER-ROLE.
           OPEN INPUT OPER-FILE.
           IF OPER-FILE-STATUS NOT = '00'
               MOVE 'N' TO DA-OPER-FILE-SWITCH
               MOVE 'Y' TO DA-OPER-OK-SWITCH
           ELSE
               MOVE 'Y' TO DA-OPER-FILE-SWITCH
               MOVE 'N' TO DA-OPER-OK-SWITCH
               MOVE 'N' TO OPER-EOF-SWITCH
               PERFORM READ-OPERATOR-PARA
                   UNTIL OPER-EOF-SWITCH = 'Y'
                       OR DA-OPER-OK-SWITCH = 'Y'
               CLOSE OPER-FILE
           END-IF.

       READ-OPERATOR-PARA.
           READ OPER-FILE
               AT END
                   MOVE 'Y' TO OPER-EOF-SWITCH
               NOT AT END
                   IF OP-ID = DA-OPERATOR
                       AND NOT OP-DISABLED
                       MOVE 'Y' TO DA-OPER-OK-SWITCH
                       MOVE OP-ROLE TO DA-OPER-ROLE
                   END-IF
           END-READ.

       GET-CONST-PARA.
           DISPLAY "Enter the constituency code (3 characters) ".
           MOVE SPACES TO DA-INPUT.
           ACCEPT DA-INPUT.
           MOVE FUNCTION UPPER-CASE(DA-INPUT(1:3))
               TO DA-CONST-CODE.

       VALIDATE-CONST-PARA.
           DISPLAY "A constituency code is required - please "
               "re-enter.".
           PERFORM GET-CONST-PARA.

       CHECK-ELECTION-PARA.
           MOVE SPACE TO DA-ELECTION-STATUS.
           MOVE SPACES TO DA-ELECTION-ID.
           MOVE 1 TO DA-MIN-PREFS.
           MOVE 'N' TO ECTL-EOF-SWITCH.
           OPEN INPUT ECTL-FILE.
           IF ECTL-FILE-STATUS = '00'
               PERFORM READ-ECTL-PARA
                   UNTIL ECTL-EOF-SWITCH = 'Y'
               CLOSE ECTL-FILE
           END-IF.
           IF DA-ELECTION-ID NOT = SPACES
               DISPLAY "Working in election " DA-ELECTION-ID "."
           END-IF.

       READ-ECTL-PARA.
           READ ECTL-FILE
               AT END
                   MOVE 'Y' TO ECTL-EOF-SWITCH
               NOT AT END
                   IF EC-CONST-CODE = DA-CONST-CODE
                       MOVE EC-ELECTION-ID TO DA-ELECTION-ID
                       MOVE EC-STATUS TO DA-ELECTION-STATUS
                       IF EC-MIN-PREFS > ZERO
                           MOVE EC-MIN-PREFS TO DA-MIN-PREFS
                       END-IF
                       MOVE 'Y' TO ECTL-EOF-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * LOAD-QUEUE-PARA - the whole queue into the table; the
      * constituency's papers awaiting a ruling are counted.
      ******************************************************************
       LOAD-QUEUE-PARA.
           MOVE ZERO TO DA-PAPER-TOTAL.
           MOVE 'N' TO DOUBT-EOF-SWITCH.
           OPEN INPUT DOUBT-FILE.
           IF DOUBT-FILE-STATUS = '00'
               PERFORM READ-QUEUE-PARA UNTIL DOUBT-EOF-SWITCH = 'Y'
               CLOSE DOUBT-FILE
           END-IF.
           PERFORM COUNT-PENDING-PARA.
           MOVE DA-PENDING-COUNT TO DA-CNT-EDIT.
           DISPLAY "Papers awaiting a ruling for " DA-CONST-CODE
               ": " DA-CNT-EDIT.

       READ-QUEUE-PARA.
           READ DOUBT-FILE
               AT END
                   MOVE 'Y' TO DOUBT-EOF-SWITCH
               NOT AT END
                   IF DA-PAPER-TOTAL < 1000
                       ADD 1 TO DA-PAPER-TOTAL
                       PERFORM TAKE-PAPER-PARA
                   ELSE
                       DISPLAY "*** doubtful_papers.dat holds more "
                           "than 1000 papers ***"
                       MOVE 'Y' TO DOUBT-EOF-SWITCH
                       MOVE 'Y' TO DA-ABORT-SWITCH
                   END-IF
           END-READ.

       TAKE-PAPER-PARA.
           MOVE DP-CONST-CODE TO DT-CONST(DA-PAPER-TOTAL).
           MOVE DP-PAPER-NO TO DT-PAPER-NO(DA-PAPER-TOTAL).
           MOVE DP-ELECTION-ID TO DT-ELECTION-ID(DA-PAPER-TOTAL).
           MOVE DP-BOX-ID TO DT-BOX-ID(DA-PAPER-TOTAL).
           MOVE DP-CHANNEL TO DT-CHANNEL(DA-PAPER-TOTAL).
           MOVE DP-SOURCE TO DT-SOURCE(DA-PAPER-TOTAL).
           MOVE DP-REFER-DATE TO DT-REFER-DATE(DA-PAPER-TOTAL).
           MOVE DP-REFER-TIME TO DT-REFER-TIME(DA-PAPER-TOTAL).
           MOVE DP-REFER-BY TO DT-REFER-BY(DA-PAPER-TOTAL).
           MOVE DP-REASON TO DT-REASON(DA-PAPER-TOTAL).
           MOVE DP-DETAIL TO DT-DETAIL(DA-PAPER-TOTAL).
           MOVE DP-STATUS TO DT-STATUS(DA-PAPER-TOTAL).
           MOVE DP-GROUND TO DT-GROUND(DA-PAPER-TOTAL).
           MOVE DP-RULED-BY TO DT-RULED-BY(DA-PAPER-TOTAL).
           MOVE DP-RULED-DATE TO DT-RULED-DATE(DA-PAPER-TOTAL).
           MOVE DP-RULED-TIME TO DT-RULED-TIME(DA-PAPER-TOTAL).
           MOVE DP-BALLOT-ID TO DT-BALLOT-ID(DA-PAPER-TOTAL).
           MOVE DP-PREF-COUNT TO DT-PREF-COUNT(DA-PAPER-TOTAL).
           MOVE DP-PREFS TO DT-PREFS(DA-PAPER-TOTAL)(1:120).
           IF DP-PREFS-MORE NOT NUMERIC
               MOVE ZERO TO DP-PREFS-MORE
           END-IF.
           MOVE DP-PREFS-MORE TO DT-PREFS(DA-PAPER-TOTAL)(121:177).
           MOVE DP-OBJECTION TO DT-OBJECTION(DA-PAPER-TOTAL).
           MOVE DP-OBJECTOR TO DT-OBJECTOR(DA-PAPER-TOTAL).
           MOVE DP-OBJECT-TEXT TO DT-OBJECT-TEXT(DA-PAPER-TOTAL).

       COUNT-PENDING-PARA.
           MOVE ZERO TO DA-PENDING-COUNT.
           PERFORM COUNT-ONE-PENDING-PARA VARYING DA-IDX FROM 1 BY 1
               UNTIL DA-IDX > DA-PAPER-TOTAL.

       COUNT-ONE-PENDING-PARA.
           PERFORM CHECK-IN-SCOPE-PARA.
           IF DA-DUP-SWITCH = 'Y'
               AND DT-STATUS(DA-IDX) = 'P'
               ADD 1 TO DA-PENDING-COUNT
           END-IF.

      * DA-DUP-SWITCH is 'Y' when paper DA-IDX belongs to this
      * constituency's election (a blank election id on either
      * side matches, as the count scopes ballots).
       CHECK-IN-SCOPE-PARA.
           MOVE 'N' TO DA-DUP-SWITCH.
           IF DT-CONST(DA-IDX) = DA-CONST-CODE
               IF DT-ELECTION-ID(DA-IDX) = DA-ELECTION-ID
                   OR DT-ELECTION-ID(DA-IDX) = SPACES
                   OR DA-ELECTION-ID = SPACES
                   MOVE 'Y' TO DA-DUP-SWITCH
               END-IF
           END-IF.

       ONE-ACTION-PARA.
           DISPLAY " ".
           DISPLAY "Action - W=Walk the papers awaiting a ruling, "
               "S=Rejected-papers statement, Q=Quit ".
           MOVE SPACES TO DA-INPUT.
           ACCEPT DA-INPUT.
           MOVE FUNCTION UPPER-CASE(DA-INPUT(1:1)) TO DA-ACTION.
           IF DA-ACTION = 'W'
               PERFORM WALK-QUEUE-PARA
           ELSE IF DA-ACTION = 'S'
               PERFORM STATEMENT-PARA
           ELSE IF DA-ACTION = 'Q'
               MOVE 'N' TO DA-AGAIN
           ELSE
               DISPLAY "Action must be W, S or Q.".

      ******************************************************************
      * WALK-QUEUE-PARA - rulings are taken while ballots are open,
      * under the constituency lock; the queue is rewritten once at
      * the end of the walk.
      ******************************************************************
       WALK-QUEUE-PARA.
           IF DA-PENDING-COUNT = ZERO
               DISPLAY "No papers awaiting a ruling for "
                   DA-CONST-CODE "."
               EXIT PARAGRAPH
           END-IF.
           IF DA-ELECTION-STATUS NOT = SPACE
               AND DA-ELECTION-STATUS NOT = 'O'
               DISPLAY "Ballots are closed for constituency "
                   DA-CONST-CODE " (status " DA-ELECTION-STATUS
                   ") - no ruling may be recorded."
               EXIT PARAGRAPH
           END-IF.
           IF CAND-LOADED-SWITCH NOT = 'Y'
               PERFORM LOAD-CAND-MASTER-PARA
               IF CAND-LOADED-SWITCH NOT = 'Y'
                   PERFORM LOAD-CAND-NAMES-PARA
               END-IF
           END-IF.
           IF CAND-LOADED-SWITCH NOT = 'Y'
               DISPLAY "No candidate slate found for "
                   DA-CONST-CODE " - papers cannot be admitted "
                   "without it. Load the candidate list first."
               EXIT PARAGRAPH
           END-IF.
           IF DA-SLATE-BIG-SWITCH = 'Y'
               DISPLAY "*** More than 99 candidates for "
                   DA-CONST-CODE " - the system limit is 99; no "
                   "ruling may be recorded ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE CAND-COUNT TO N.
           PERFORM ACQUIRE-LOCK-PARA.
           IF DA-LOCK-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-SEQ-PARA.
           PERFORM OPEN-VOTES-PARA.
           MOVE 'N' TO DA-QUIT-SWITCH.
           MOVE ZERO TO DA-SEEN.
           PERFORM WALK-ONE-PARA VARYING DA-IDX FROM 1 BY 1
               UNTIL DA-IDX > DA-PAPER-TOTAL
                   OR DA-QUIT-SWITCH = 'Y'.
           CLOSE VOTES-FILE.
           PERFORM WRITE-SEQ-PARA.
           IF DA-CHANGED-SWITCH = 'Y'
               PERFORM SAVE-QUEUE-PARA
               MOVE 'N' TO DA-CHANGED-SWITCH
           END-IF.
           PERFORM RELEASE-LOCK-PARA.
           PERFORM COUNT-PENDING-PARA.
           MOVE DA-PENDING-COUNT TO DA-CNT-EDIT.
           DISPLAY "Papers still awaiting a ruling: " DA-CNT-EDIT.

       WALK-ONE-PARA.
           PERFORM CHECK-IN-SCOPE-PARA.
           IF DA-DUP-SWITCH = 'Y'
               AND DT-STATUS(DA-IDX) = 'P'
               ADD 1 TO DA-SEEN
               MOVE DA-IDX TO DA-WORK-IDX
               PERFORM SHOW-PAPER-PARA
               PERFORM GET-RULING-PARA
           END-IF.

       SHOW-PAPER-PARA.
           PERFORM DECODE-REASON-PARA.
           IF DT-SOURCE(DA-WORK-IDX) = 'R'
               MOVE "reject resubmission" TO DA-SOURCE-TEXT
           ELSE
               MOVE "manual entry" TO DA-SOURCE-TEXT
           END-IF.
           DISPLAY " ".
           DISPLAY "--- Doubtful paper " DT-PAPER-NO(DA-WORK-IDX)
               " (" DA-SEEN " of " DA-PENDING-COUNT ") ---".
           IF DT-BOX-ID(DA-WORK-IDX) = SPACES
               DISPLAY "  Box:      (not recorded)"
           ELSE
               DISPLAY "  Box:      " DT-BOX-ID(DA-WORK-IDX)
           END-IF.
           DISPLAY "  Referred: " DT-REFER-DATE(DA-WORK-IDX) " "
               DT-REFER-TIME(DA-WORK-IDX) " by "
               DT-REFER-BY(DA-WORK-IDX) " from "
               FUNCTION TRIM(DA-SOURCE-TEXT).
           DISPLAY "  Reason:   " FUNCTION TRIM(DA-REASON-TEXT).
           DISPLAY "  Detail:   " FUNCTION TRIM(DT-DETAIL(DA-WORK-IDX)).

       DECODE-REASON-PARA.
           IF DT-REASON(DA-WORK-IDX) = 'A'
               MOVE "ambiguous mark" TO DA-REASON-TEXT
           ELSE IF DT-REASON(DA-WORK-IDX) = 'I'
               MOVE "mark that may identify the voter"
                   TO DA-REASON-TEXT
           ELSE IF DT-REASON(DA-WORK-IDX) = 'T'
               MOVE "preference given as a tick or cross"
                   TO DA-REASON-TEXT
           ELSE
               MOVE "other - see detail" TO DA-REASON-TEXT.

       GET-RULING-PARA.
           DISPLAY "Ruling - A=Admit, R=Reject, S=Skip (leave for "
               "later), Q=Quit ".
           MOVE SPACES TO DA-INPUT.
           ACCEPT DA-INPUT.
           MOVE FUNCTION UPPER-CASE(DA-INPUT(1:1)) TO DA-ACTION.
           IF DA-ACTION = 'A'
               PERFORM ADMIT-PARA
           ELSE IF DA-ACTION = 'R'
               PERFORM REJECT-PARA
           ELSE IF DA-ACTION = 'Q'
               MOVE 'Y' TO DA-QUIT-SWITCH
           ELSE
               DISPLAY "Paper left awaiting a ruling.".

      ******************************************************************
      * ADMIT-PARA - the ranking as the returning officer reads the
      * paper, validated as manual entry validates it and read back
      * for confirmation, then written to the votes file under the
      * next ballot id with the paper's box and channel.
      ******************************************************************
       ADMIT-PARA.
           IF DT-BOX-ID(DA-WORK-IDX) NOT = SPACES
               MOVE DA-CONST-CODE TO BH-CONST-CODE
               MOVE DT-BOX-ID(DA-WORK-IDX) TO BH-BOX-ID
               CALL 'SubSTVBoxHold' USING BOX-HOLD-REQUEST
               IF BH-IS-HELD
                   DISPLAY "Box " FUNCTION TRIM(BH-BOX-ID)
                       " is ON HOLD - the paper cannot be admitted "
                       "until a supervisor clears the hold."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM SHOW-SLATE-PARA.
           DISPLAY "Key the ranking as given on the paper.".
           MOVE ZERO TO DA-ADMIT-COUNT-P.
           MOVE ZERO TO DA-ADMIT-PREFS.
           PERFORM CLEAR-ADMIT-PARA VARYING DA-PREF-IDX FROM 1 BY 1
               UNTIL DA-PREF-IDX > 99.
           MOVE 'N' TO DA-DONE-SWITCH.
           PERFORM KEY-ONE-PREF-PARA
               UNTIL DA-DONE-SWITCH = 'Y'
                   OR DA-ADMIT-COUNT-P >= N.
           IF DA-ADMIT-COUNT-P = ZERO
               DISPLAY "No preferences keyed - paper left awaiting "
                   "a ruling."
               EXIT PARAGRAPH
           END-IF.
           IF DA-ADMIT-COUNT-P < DA-MIN-PREFS
               DISPLAY "This election requires at least "
                   DA-MIN-PREFS " preference(s) - the paper cannot "
                   "be admitted as keyed."
               EXIT PARAGRAPH
           END-IF.
           PERFORM RENDER-RANKING-PARA.
           DISPLAY "Admit as: " FUNCTION TRIM(DA-RANKING).
           DISPLAY "Confirm the ruling (Y/N) ".
           MOVE SPACES TO DA-INPUT.
           ACCEPT DA-INPUT.
           IF FUNCTION UPPER-CASE(DA-INPUT(1:1)) NOT = 'Y'
               DISPLAY "Ruling abandoned - paper left awaiting a "
                   "ruling."
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-OBJECTION-PARA.
           PERFORM WRITE-BALLOT-PARA.
           IF VOTES-FILE-STATUS NOT = '00'
               DISPLAY "*** WRITE failed - status "
                   VOTES-FILE-STATUS " - paper left awaiting a "
                   "ruling ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO DT-STATUS(DA-WORK-IDX).
           MOVE SPACE TO DT-GROUND(DA-WORK-IDX).
           MOVE LAST-BALLOT-ID TO DT-BALLOT-ID(DA-WORK-IDX).
           MOVE DA-ADMIT-COUNT-P TO DT-PREF-COUNT(DA-WORK-IDX).
           MOVE DA-ADMIT-PREFS TO DT-PREFS(DA-WORK-IDX).
           PERFORM RECORD-RULING-PARA.
           MOVE "ADMITTED" TO DA-RULING.
           PERFORM LOG-RULING-PARA.
           DISPLAY "Paper " DT-PAPER-NO(DA-WORK-IDX)
               " admitted as ballot " LAST-BALLOT-ID ".".

       CLEAR-ADMIT-PARA.
           MOVE ZERO TO DA-ADMIT-PREF(DA-PREF-IDX).

       KEY-ONE-PREF-PARA.
           DISPLAY "  Preference " DA-ADMIT-COUNT-P " keyed; next "
               "candidate number [Enter=end of paper] ".
           MOVE SPACES TO DA-INPUT.
           ACCEPT DA-INPUT.
           IF DA-INPUT = SPACES
               MOVE 'Y' TO DA-DONE-SWITCH
           ELSE
               COMPUTE DA-PREF-VAL =
                   FUNCTION NUMVAL(DA-INPUT(1:3))
               IF DA-PREF-VAL = ZERO OR DA-PREF-VAL > N
                   DISPLAY "  No candidate " DA-PREF-VAL
                       " on this slate - re-key."
               ELSE
                   MOVE 'N' TO DA-DUP-SWITCH
                   PERFORM CHECK-KEY-DUP-PARA VARYING DA-DUP-IDX
                       FROM 1 BY 1 UNTIL DA-DUP-IDX > DA-ADMIT-COUNT-P
                           OR DA-DUP-SWITCH = 'Y'
                   IF DA-DUP-SWITCH = 'Y'
                       DISPLAY "  Candidate " DA-PREF-VAL
                           " is already ranked on this paper - "
                           "re-key."
                   ELSE
                       ADD 1 TO DA-ADMIT-COUNT-P
                       MOVE DA-PREF-VAL
                           TO DA-ADMIT-PREF(DA-ADMIT-COUNT-P)
                   END-IF
               END-IF
           END-IF.

       CHECK-KEY-DUP-PARA.
           IF DA-ADMIT-PREF(DA-DUP-IDX) = DA-PREF-VAL
               MOVE 'Y' TO DA-DUP-SWITCH
           END-IF.

       RENDER-RANKING-PARA.
           MOVE SPACES TO DA-RANKING.
           MOVE 1 TO DA-PTR.
           PERFORM RENDER-ONE-PREF-PARA VARYING DA-PREF-IDX FROM 1
               BY 1 UNTIL DA-PREF-IDX > DA-ADMIT-COUNT-P.

       RENDER-ONE-PREF-PARA.
           MOVE DA-PREF-IDX TO DA-PREF-EDIT.
           STRING FUNCTION TRIM(DA-PREF-EDIT) DELIMITED BY SIZE
               "=" DELIMITED BY SIZE
               FUNCTION TRIM(CAND-NAME(DA-ADMIT-PREF(DA-PREF-IDX)))
                   DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               INTO DA-RANKING
               WITH POINTER DA-PTR
           END-STRING.

       WRITE-BALLOT-PARA.
           ADD 1 TO LAST-BALLOT-ID.
           MOVE DA-CONST-CODE TO VR-CONST-CODE.
           MOVE LAST-BALLOT-ID TO VR-BALLOT-ID.
           SET VR-FORMAT-V4 TO TRUE.
           MOVE DA-ADMIT-COUNT-P TO VR-PREF-COUNT.
           PERFORM STORE-PREF-PARA VARYING DA-PREF-IDX FROM 1 BY 1
               UNTIL DA-PREF-IDX > 99.
           SET VR-LIVE TO TRUE.
           MOVE DT-BOX-ID(DA-WORK-IDX) TO VR-BOX-ID.
           MOVE DT-CHANNEL(DA-WORK-IDX) TO VR-CHANNEL.
           MOVE ZERO TO VR-RCPT-DATE.
           IF DT-ELECTION-ID(DA-WORK-IDX) NOT = SPACES
               MOVE DT-ELECTION-ID(DA-WORK-IDX) TO VR-ELECTION-ID
           ELSE
               MOVE DA-ELECTION-ID TO VR-ELECTION-ID
           END-IF.
           WRITE VOTES-RECORD.
           IF VOTES-FILE-STATUS NOT = '00'
               SUBTRACT 1 FROM LAST-BALLOT-ID
           ELSE
               MOVE 'W' TO JN-ACTION
               MOVE SPACES TO JN-BEFORE
               MOVE VOTES-RECORD TO JN-AFTER
               CALL 'SubSTVJournal' USING JOURNAL-REQUEST
           END-IF.

       STORE-PREF-PARA.
           MOVE DA-ADMIT-PREF(DA-PREF-IDX) TO VR-PREF(DA-PREF-IDX).

      ******************************************************************
      * REJECT-PARA - the statutory ground the paper is rejected
      * under, confirmed, and any agent's objection.
      ******************************************************************
       REJECT-PARA.
           MOVE SPACE TO DA-GROUND.
           PERFORM GET-GROUND-PARA
               UNTIL DA-GROUND = 'M' OR DA-GROUND = 'F'
                   OR DA-GROUND = 'D' OR DA-GROUND = 'U'
                   OR DA-GROUND = 'I' OR DA-GROUND = 'X'.
           IF DA-GROUND = 'X'
               DISPLAY "Ruling abandoned - paper left awaiting a "
                   "ruling."
               EXIT PARAGRAPH
           END-IF.
           PERFORM DECODE-GROUND-PARA.
           DISPLAY "Reject for " FUNCTION TRIM(DA-GROUND-TEXT)
               ". Confirm the ruling (Y/N) ".
           MOVE SPACES TO DA-INPUT.
           ACCEPT DA-INPUT.
           IF FUNCTION UPPER-CASE(DA-INPUT(1:1)) NOT = 'Y'
               DISPLAY "Ruling abandoned - paper left awaiting a "
                   "ruling."
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-OBJECTION-PARA.
           MOVE 'R' TO DT-STATUS(DA-WORK-IDX).
           MOVE DA-GROUND TO DT-GROUND(DA-WORK-IDX).
           MOVE ZERO TO DT-BALLOT-ID(DA-WORK-IDX).
           PERFORM RECORD-RULING-PARA.
           MOVE "REJECTED" TO DA-RULING.
           PERFORM LOG-RULING-PARA.
           DISPLAY "Paper " DT-PAPER-NO(DA-WORK-IDX) " rejected.".

       GET-GROUND-PARA.
           DISPLAY "Ground of rejection:".
           DISPLAY "  M=Want of an official mark".
           DISPLAY "  F=No first preference (figure 1) marked".
           DISPLAY "  D=Figure 1 against more than one candidate".
           DISPLAY "  U=First preference void for uncertainty".
           DISPLAY "  I=Writing or mark identifying the voter".
           DISPLAY "  X=Abandon ".
           MOVE SPACES TO DA-INPUT.
           ACCEPT DA-INPUT.
           MOVE FUNCTION UPPER-CASE(DA-INPUT(1:1)) TO DA-GROUND.

       DECODE-GROUND-PARA.
           IF DA-GROUND = 'M'
               MOVE "want of an official mark" TO DA-GROUND-TEXT
           ELSE IF DA-GROUND = 'F'
               MOVE "no first preference marked" TO DA-GROUND-TEXT
           ELSE IF DA-GROUND = 'D'
               MOVE "figure 1 against more than one candidate"
                   TO DA-GROUND-TEXT
           ELSE IF DA-GROUND = 'U'
               MOVE "first preference void for uncertainty"
                   TO DA-GROUND-TEXT
           ELSE IF DA-GROUND = 'I'
               MOVE "writing or mark identifying the voter"
                   TO DA-GROUND-TEXT
           ELSE
               MOVE "unrecognised ground" TO DA-GROUND-TEXT.

      ******************************************************************
      * GET-OBJECTION-PARA - an agent objecting to the ruling is
      * named, with the grounds given; the ruling stands.
      ******************************************************************
       GET-OBJECTION-PARA.
           MOVE 'N' TO DA-OBJECTION.
           MOVE SPACES TO DA-OBJECTOR.
           MOVE SPACES TO DA-OBJECT-TEXT.
           DISPLAY "Did an agent object to the ruling? Agent's name "
               "[Enter=no objection] ".
           MOVE SPACES TO DA-INPUT.
           ACCEPT DA-INPUT.
           IF DA-INPUT NOT = SPACES
               MOVE 'Y' TO DA-OBJECTION
               MOVE DA-INPUT(1:20) TO DA-OBJECTOR
               DISPLAY "Grounds of the objection (40 characters) "
               MOVE SPACES TO DA-INPUT
               ACCEPT DA-INPUT
               MOVE DA-INPUT(1:40) TO DA-OBJECT-TEXT
           END-IF.

       RECORD-RULING-PARA.
           ACCEPT DA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT DA-RUN-TIME FROM TIME.
           MOVE DA-OPERATOR TO DT-RULED-BY(DA-WORK-IDX).
           MOVE DA-RUN-DATE TO DT-RULED-DATE(DA-WORK-IDX).
           COMPUTE DT-RULED-TIME(DA-WORK-IDX) = DA-RUN-TIME / 10000.
           MOVE DA-OBJECTION TO DT-OBJECTION(DA-WORK-IDX).
           MOVE DA-OBJECTOR TO DT-OBJECTOR(DA-WORK-IDX).
           MOVE DA-OBJECT-TEXT TO DT-OBJECT-TEXT(DA-WORK-IDX).
           MOVE 'Y' TO DA-CHANGED-SWITCH.

       LOG-RULING-PARA.
           MOVE SPACES TO AUDIT-RECORD.
           STRING DA-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DA-RUN-TIME DELIMITED BY SIZE
               " DOUBTFUL " DELIMITED BY SIZE
               FUNCTION TRIM(DA-RULING) DELIMITED BY SIZE
               " CONST=" DELIMITED BY SIZE
               DA-CONST-CODE DELIMITED BY SIZE
               " PAPER=" DELIMITED BY SIZE
               DT-PAPER-NO(DA-WORK-IDX) DELIMITED BY SIZE
               " BOX=" DELIMITED BY SIZE
               FUNCTION TRIM(DT-BOX-ID(DA-WORK-IDX)) DELIMITED BY SIZE
               " BALLOT=" DELIMITED BY SIZE
               DT-BALLOT-ID(DA-WORK-IDX) DELIMITED BY SIZE
               " GROUND=" DELIMITED BY SIZE
               DT-GROUND(DA-WORK-IDX) DELIMITED BY SIZE
               " OBJECTED=" DELIMITED BY SIZE
               DA-OBJECTION DELIMITED BY SIZE
               " AGENT=" DELIMITED BY SIZE
               FUNCTION TRIM(DA-OBJECTOR) DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(DA-OPERATOR) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

      ******************************************************************
      * STATEMENT-PARA - the rejected-papers statement for the
      * constituency: papers rejected under each statutory ground,
      * those objected to, the total, and the papers admitted on
      * adjudication. Papers still awaiting a ruling are flagged -
      * the statement is not final until there are none.
      ******************************************************************
       STATEMENT-PARA.
           MOVE 'M' TO DA-GT-CODE(1).
           MOVE 'F' TO DA-GT-CODE(2).
           MOVE 'D' TO DA-GT-CODE(3).
           MOVE 'U' TO DA-GT-CODE(4).
           MOVE 'I' TO DA-GT-CODE(5).
           PERFORM CLEAR-GROUND-PARA VARYING DA-GROUND-IDX FROM 1
               BY 1 UNTIL DA-GROUND-IDX > 5.
           MOVE ZERO TO DA-ADMIT-COUNT.
           MOVE ZERO TO DA-REJECT-COUNT.
           MOVE ZERO TO DA-OBJECT-COUNT.
           PERFORM TALLY-PAPER-PARA VARYING DA-IDX FROM 1 BY 1
               UNTIL DA-IDX > DA-PAPER-TOTAL.
           PERFORM COUNT-PENDING-PARA.
           OPEN OUTPUT STMT-FILE.
           IF STMT-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to open stv_rejected_papers.dat - "
                   "status " STMT-FILE-STATUS " ***"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT DA-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ALL "=" TO DA-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE "              STATEMENT OF REJECTED BALLOT PAPERS"
               TO DA-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE ALL "=" TO DA-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE SPACES TO DA-ROW.
           STRING "Constituency: " DELIMITED BY SIZE
               DA-CONST-CODE DELIMITED BY SIZE
               "   Election: " DELIMITED BY SIZE
               DA-ELECTION-ID DELIMITED BY SIZE
               "   Printed: " DELIMITED BY SIZE
               DA-RUN-DATE DELIMITED BY SIZE
               INTO DA-ROW
           END-STRING.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE SPACES TO DA-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE "Ground of rejection                       "
               TO DA-ROW.
           MOVE "Rejected  Objected to" TO DA-ROW(50:21).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE ALL "-" TO DA-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           PERFORM WRITE-GROUND-ROW-PARA VARYING DA-GROUND-IDX
               FROM 1 BY 1 UNTIL DA-GROUND-IDX > 5.
           MOVE ALL "-" TO DA-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE SPACES TO DA-ROW.
           MOVE "Total rejected" TO DA-ROW.
           MOVE DA-REJECT-COUNT TO DA-CNT-EDIT.
           MOVE DA-CNT-EDIT TO DA-ROW(54:4).
           MOVE DA-OBJECT-COUNT TO DA-CNT-EDIT.
           MOVE DA-CNT-EDIT TO DA-ROW(64:4).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE SPACES TO DA-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE SPACES TO DA-ROW.
           MOVE "Doubtful papers admitted on adjudication" TO DA-ROW.
           MOVE DA-ADMIT-COUNT TO DA-CNT-EDIT.
           MOVE DA-CNT-EDIT TO DA-ROW(54:4).
           PERFORM WRITE-STMT-ROW-PARA.
           IF DA-PENDING-COUNT > ZERO
               MOVE SPACES TO DA-ROW
               PERFORM WRITE-STMT-ROW-PARA
               MOVE DA-PENDING-COUNT TO DA-CNT-EDIT
               MOVE SPACES TO DA-ROW
               STRING "*** " DELIMITED BY SIZE
                   FUNCTION TRIM(DA-CNT-EDIT) DELIMITED BY SIZE
                   " paper(s) still awaiting a ruling - statement "
                       DELIMITED BY SIZE
                   "not final ***" DELIMITED BY SIZE
                   INTO DA-ROW
               END-STRING
               PERFORM WRITE-STMT-ROW-PARA
           END-IF.
           CLOSE STMT-FILE.
           DISPLAY "Statement written to stv_rejected_papers.dat".

       CLEAR-GROUND-PARA.
           MOVE ZERO TO DA-GT-REJECTED(DA-GROUND-IDX).
           MOVE ZERO TO DA-GT-OBJECTED(DA-GROUND-IDX).

       TALLY-PAPER-PARA.
           PERFORM CHECK-IN-SCOPE-PARA.
           IF DA-DUP-SWITCH = 'Y'
               IF DT-STATUS(DA-IDX) = 'A'
                   ADD 1 TO DA-ADMIT-COUNT
               ELSE IF DT-STATUS(DA-IDX) = 'R'
                   ADD 1 TO DA-REJECT-COUNT
                   IF DT-OBJECTION(DA-IDX) = 'Y'
                       ADD 1 TO DA-OBJECT-COUNT
                   END-IF
                   PERFORM TALLY-GROUND-PARA VARYING DA-GROUND-IDX
                       FROM 1 BY 1 UNTIL DA-GROUND-IDX > 5
               END-IF
           END-IF.

       TALLY-GROUND-PARA.
           IF DT-GROUND(DA-IDX) = DA-GT-CODE(DA-GROUND-IDX)
               ADD 1 TO DA-GT-REJECTED(DA-GROUND-IDX)
               IF DT-OBJECTION(DA-IDX) = 'Y'
                   ADD 1 TO DA-GT-OBJECTED(DA-GROUND-IDX)
               END-IF
           END-IF.

       WRITE-GROUND-ROW-PARA.
           MOVE DA-GT-CODE(DA-GROUND-IDX) TO DA-GROUND.
           PERFORM DECODE-GROUND-PARA.
           MOVE SPACES TO DA-ROW.
           MOVE DA-GROUND-TEXT TO DA-ROW.
           MOVE DA-GT-REJECTED(DA-GROUND-IDX) TO DA-CNT-EDIT.
           MOVE DA-CNT-EDIT TO DA-ROW(54:4).
           MOVE DA-GT-OBJECTED(DA-GROUND-IDX) TO DA-CNT-EDIT.
           MOVE DA-CNT-EDIT TO DA-ROW(64:4).
           PERFORM WRITE-STMT-ROW-PARA.

       WRITE-STMT-ROW-PARA.
           DISPLAY DA-ROW.
           MOVE DA-ROW TO STMT-RECORD.
           WRITE STMT-RECORD.

       SAVE-QUEUE-PARA.
           OPEN OUTPUT DOUBT-FILE.
           PERFORM WRITE-PAPER-PARA VARYING DA-IDX FROM 1 BY 1
               UNTIL DA-IDX > DA-PAPER-TOTAL.
           CLOSE DOUBT-FILE.

       WRITE-PAPER-PARA.
           MOVE SPACES TO DOUBTFUL-RECORD.
           MOVE DT-CONST(DA-IDX) TO DP-CONST-CODE.
           MOVE DT-PAPER-NO(DA-IDX) TO DP-PAPER-NO.
           MOVE DT-ELECTION-ID(DA-IDX) TO DP-ELECTION-ID.
           MOVE DT-BOX-ID(DA-IDX) TO DP-BOX-ID.
           MOVE DT-CHANNEL(DA-IDX) TO DP-CHANNEL.
           MOVE DT-SOURCE(DA-IDX) TO DP-SOURCE.
           MOVE DT-REFER-DATE(DA-IDX) TO DP-REFER-DATE.
           MOVE DT-REFER-TIME(DA-IDX) TO DP-REFER-TIME.
           MOVE DT-REFER-BY(DA-IDX) TO DP-REFER-BY.
           MOVE DT-REASON(DA-IDX) TO DP-REASON.
           MOVE DT-DETAIL(DA-IDX) TO DP-DETAIL.
           MOVE DT-STATUS(DA-IDX) TO DP-STATUS.
           MOVE DT-GROUND(DA-IDX) TO DP-GROUND.
           MOVE DT-RULED-BY(DA-IDX) TO DP-RULED-BY.
           MOVE DT-RULED-DATE(DA-IDX) TO DP-RULED-DATE.
           MOVE DT-RULED-TIME(DA-IDX) TO DP-RULED-TIME.
           MOVE DT-BALLOT-ID(DA-IDX) TO DP-BALLOT-ID.
           MOVE DT-PREF-COUNT(DA-IDX) TO DP-PREF-COUNT.
           MOVE DT-PREFS(DA-IDX)(1:120) TO DP-PREFS.
           MOVE DT-PREFS(DA-IDX)(121:177) TO DP-PREFS-MORE.
           MOVE DT-OBJECTION(DA-IDX) TO DP-OBJECTION.
           MOVE DT-OBJECTOR(DA-IDX) TO DP-OBJECTOR.
           MOVE DT-OBJECT-TEXT(DA-IDX) TO DP-OBJECT-TEXT.
           WRITE DOUBTFUL-RECORD.

      ******************************************************************
      * ACQUIRE-LOCK-PARA / RELEASE-LOCK-PARA - the constituency lock
      * under the returning officer's id for the walk.
      ******************************************************************
       ACQUIRE-LOCK-PARA.
           MOVE 'A' TO LR-ACTION.
           MOVE DA-CONST-CODE TO LR-CONST-CODE.
           MOVE DA-OPERATOR TO LR-OPERATOR.
           MOVE 'DOUBTFUL' TO LR-PROGRAM.
           CALL 'SubSTVLock' USING LOCK-REQUEST.
           IF LR-RC = ZERO
               MOVE 'Y' TO DA-LOCK-OK-SWITCH
           ELSE
               MOVE 'N' TO DA-LOCK-OK-SWITCH
               DISPLAY "Constituency " DA-CONST-CODE " is locked "
                   "by operator " LR-HOLDER " since "
                   LR-HELD-SINCE " - adjudication not started."
           END-IF.

       RELEASE-LOCK-PARA.
           MOVE 'R' TO LR-ACTION.
           MOVE DA-CONST-CODE TO LR-CONST-CODE.
           MOVE DA-OPERATOR TO LR-OPERATOR.
           MOVE 'DOUBTFUL' TO LR-PROGRAM.
           CALL 'SubSTVLock' USING LOCK-REQUEST.

       SHOW-SLATE-PARA.
           DISPLAY "Slate for " DA-CONST-CODE ":".
           PERFORM SHOW-ONE-CAND-PARA VARYING CAND-IDX FROM 1 BY 1
               UNTIL CAND-IDX > CAND-COUNT.

       SHOW-ONE-CAND-PARA.
           DISPLAY "  " CAND-IDX " "
               FUNCTION TRIM(CAND-NAME(CAND-IDX)).

      ******************************************************************
      * READ-SEQ-PARA / WRITE-SEQ-PARA / OPEN-VOTES-PARA - the same
      * id sequence and votes file handling manual entry uses, so
      * admitted papers share the election-wide range.
      ******************************************************************
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

       LOAD-CAND-MASTER-PARA.
           MOVE ZERO TO CAND-COUNT.
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
                   IF CM-CONST-CODE = DA-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CM-NAME(1:20)
                               TO CAND-NAME(CAND-COUNT)
                       ELSE
                           MOVE 'Y' TO DA-SLATE-BIG-SWITCH
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
                   IF CN-CONST-CODE = DA-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CN-NAME TO CAND-NAME(CAND-COUNT)
                       ELSE
                           MOVE 'Y' TO DA-SLATE-BIG-SWITCH
                           MOVE 'Y' TO CAND-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM SubSTVDoubtAdj.
