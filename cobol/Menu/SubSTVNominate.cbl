      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Nomination register and statement of persons
      *            nominated. Each nomination paper delivered is
      *            lodged on nominations.dat (NomRec.cpy) with its
      *            candidate, party and subscribers - proposer,
      *            seconder and eight assentors - as elector
      *            numbers. The check action tests every subscriber
      *            against the register of electors for the same
      *            constituency, flags anyone who has already
      *            subscribed an earlier-lodged paper, and rules each
      *            paper not yet ruled valid or invalid with its
      *            reason; the returning officer may rule any paper
      *            by hand. Objections are lodged against a ruling
      *            and decided by the returning officer while the
      *            constituency is still in PREPARATION and before
      *            publication. The election timetable governs each
      *            step: no paper is lodged after the close of
      *            nominations, no objection after the end of the
      *            objection period, no withdrawal after the last
      *            day for withdrawal, and the statement is not
      *            published until nominations and the objection
      *            period have closed. Publishing prints the
      *            statement of persons nominated and replaces the
      *            constituency's slate on candidate_master.dat with
      *            the nominations ruled valid - nothing else reaches
      *            the master from here, and the bulk load and master
      *            maintenance refuse a candidate the register has
      *            not ruled valid. Every ruling, objection and
      *            decision writes an audit line carrying the
      *            operator's id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVNominate.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT NOM-FILE
           ASSIGN TO 'nominations.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOM-FILE-STATUS.
       SELECT ELECT-FILE
           ASSIGN TO 'electoral_register.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ER-ELECTOR-NO
           FILE STATUS IS ELECT-FILE-STATUS.
       SELECT CMAST-FILE
           ASSIGN TO 'candidate_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMAST-FILE-STATUS.
       SELECT ECTL-FILE
           ASSIGN TO 'election_ctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ECTL-FILE-STATUS.
       SELECT OPER-FILE
           ASSIGN TO 'operators.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPER-FILE-STATUS.
       SELECT STMT-FILE
           ASSIGN TO 'stv_nominated_statement.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STMT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NOM-FILE             RECORD CONTAINS 285 CHARACTERS.
       COPY NomRec.

       FD  ELECT-FILE           RECORD CONTAINS 113 CHARACTERS.
       COPY ElectRec.

       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       COPY CandMast.

       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       FD  OPER-FILE            RECORD CONTAINS 46 CHARACTERS.
       COPY OperRec.

       FD  STMT-FILE            RECORD CONTAINS 80 CHARACTERS.
       01  STMT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       77 NOM-FILE-STATUS      PIC XX VALUE '00'.
       77 ELECT-FILE-STATUS    PIC XX VALUE '00'.
       77 CMAST-FILE-STATUS    PIC XX VALUE '00'.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 OPER-FILE-STATUS     PIC XX VALUE '00'.
       77 STMT-FILE-STATUS     PIC XX VALUE '00'.
       01 AUDIT-RECORD         PIC X(300).
       COPY AuditReq.
       77 NP-INPUT             PIC X(40).
       77 NP-ACTION            PIC X.
       77 NP-AGAIN             PIC X VALUE 'Y'.
       77 NP-OPERATOR          PIC X(8) VALUE SPACES.
       77 NP-OPER-OK-SWITCH    PIC X.
       77 NP-EOF-SWITCH        PIC X.
       77 NP-OK-SWITCH         PIC X.
       77 NP-CHANGED-SWITCH    PIC X VALUE 'N'.
       77 NP-CONST-WANTED      PIC X(3).
       77 NP-ELECTION-ID       PIC X(8).
       77 NP-NOM-WANTED        PIC 9(3).
       77 NP-NAME              PIC X(30).
       77 NP-PARTY             PIC X(20).
       77 NP-NEXT-NO           PIC 9(3).
       77 NP-EVENT             PIC X(10).
       77 NP-RUN-DATE          PIC 9(8).
       77 NP-RUN-TIME          PIC 9(8).
      * The statutory subscribers: proposer, seconder and assentors.
       77 NP-MIN-ASSENTORS     PIC 9(2) VALUE 8.
       77 NP-VALID-ASSENT      PIC 9(2).
       77 NP-SUB-IDX           PIC 9(2).
       77 NP-SUB-IDX2          PIC 9(2).
       77 NP-ELECTOR-NO        PIC X(10).
       77 NP-CHECK             PIC X.
       77 NP-REASON-IDX        PIC 9(2).
       77 NP-TOTAL             PIC 9(3) VALUE ZERO.
       77 NP-IDX               PIC 9(3).
       77 NP-IDX2              PIC 9(3).
       77 NP-FOUND-IDX         PIC 9(3).
       77 NP-PENDING           PIC 9(3).
       77 NP-OBJ-OPEN          PIC 9(3).
       77 NP-VALID-COUNT       PIC 9(3).
       77 NP-ORD-TOTAL         PIC 9(3).
       77 NP-ORD-IDX           PIC 9(3).
       77 NP-ORD-POS           PIC 9(3).
       77 NP-CAND-ID           PIC 9(3).
       77 NP-ROW-TOTAL         PIC 9(4) VALUE ZERO.
       77 NP-ROW-IDX           PIC 9(4).
       77 NP-ECTL-TOTAL        PIC 9(2) VALUE ZERO.
       77 NP-ECTL-IDX          PIC 9(2).
       77 NP-ECTL-FOUND        PIC 9(2).
       77 NP-FINAL-SWITCH      PIC X.
      * Request block for the statutory deadline check.
       COPY DeadReq.
       01 NP-ROW               PIC X(80).
       01 NP-SUB-LINE          PIC X(80).
       01 NP-ECTL-TABLE-AREA.
           05 NP-ECTL-ENTRY        OCCURS 50 TIMES.
               10 NP-ECTL-CONST     PIC X(3).
               10 NP-ECTL-ID        PIC X(8).
               10 NP-ECTL-STATUS    PIC X.
      * The whole register, every constituency, in lodging order;
      * rewritten on the way out when anything has changed.
       01 NP-NOM-TABLE-AREA.
           05 NP-NOM               OCCURS 500 TIMES.
               10 NT-CONST          PIC X(3).
               10 NT-NOM-NO         PIC 9(3).
               10 NT-NAME           PIC X(30).
               10 NT-PARTY          PIC X(20).
               10 NT-SUBSCRIBERS.
                   15 NT-SUB            OCCURS 10 TIMES.
                       20 NT-SUB-ELECTOR PIC X(10).
                       20 NT-SUB-CHECK   PIC X.
               10 NT-LODGED-DATE    PIC 9(8).
               10 NT-RULING         PIC X.
               10 NT-RULE-REASON    PIC X(2).
               10 NT-RULE-DATE      PIC 9(8).
               10 NT-OBJECTION      PIC X.
               10 NT-OBJECTOR       PIC X(30).
               10 NT-OBJ-GROUND     PIC X(40).
               10 NT-DECISION-DATE  PIC 9(8).
               10 NT-PUBLISHED      PIC X.
               10 NT-OPERATOR       PIC X(8).
      * A constituency's nominations in candidate name order, for
      * the statement and the slate.
       01 NP-ORDER-AREA.
           05 NP-ORD               PIC 9(3) OCCURS 500 TIMES.
      * The candidate master, held whole while a slate is replaced.
       01 NP-MAST-TABLE-AREA.
           05 NP-MAST-ENTRY        OCCURS 500 TIMES.
               10 NP-MAST-CONST     PIC X(3).
               10 NP-MAST-ID        PIC 9(3).
               10 NP-MAST-NAME      PIC X(30).
               10 NP-MAST-PARTY     PIC X(20).
               10 NP-MAST-STATUS    PIC X.
       01 NP-REASON-TEXT-AREA.
           05 filler PIC X(36) VALUE
               "proposer not a valid subscriber     ".
           05 filler PIC X(36) VALUE
               "seconder not a valid subscriber     ".
           05 filler PIC X(36) VALUE
               "too few valid assentors             ".
           05 filler PIC X(36) VALUE
               "candidate's particulars defective   ".
           05 filler PIC X(36) VALUE
               "consent to nomination not delivered ".
           05 filler PIC X(36) VALUE
               "objection upheld                    ".
       01 NP-REASON-TABLE REDEFINES NP-REASON-TEXT-AREA.
           05 NP-REASON-TEXT       PIC X(36) OCCURS 6 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Nomination Register and Statement of Persons "
               "Nominated.".
      * Working storage persists across CALLs - reset per-run state.
           MOVE ZERO TO NP-TOTAL.
           MOVE ZERO TO NP-ECTL-TOTAL.
           MOVE 'N' TO NP-CHANGED-SWITCH.
           MOVE SPACES TO NP-OPERATOR.
           PERFORM LOAD-ECTL-PARA.
           IF NP-ECTL-TOTAL = ZERO
               DISPLAY "No election control records - nominations "
                   "cannot be taken. Create the constituencies "
                   "through election control first."
               EXIT PROGRAM
           END-IF.
           PERFORM GET-OPERATOR-PARA.
           PERFORM VALIDATE-OPERATOR-PARA
               UNTIL NP-OPERATOR NOT = SPACES.
           PERFORM LOAD-NOM-PARA.
           MOVE 'Y' TO NP-AGAIN.
           PERFORM ONE-ACTION-PARA UNTIL NP-AGAIN NOT = 'Y'.
           IF NP-CHANGED-SWITCH = 'Y'
               PERFORM SAVE-NOM-PARA
               DISPLAY "nominations.dat saved."
           END-IF.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

       LOAD-ECTL-PARA.
           MOVE 'N' TO NP-EOF-SWITCH.
           OPEN INPUT ECTL-FILE.
           IF ECTL-FILE-STATUS = '00'
               PERFORM READ-ECTL-PARA UNTIL NP-EOF-SWITCH = 'Y'
               CLOSE ECTL-FILE
           END-IF.

       READ-ECTL-PARA.
           READ ECTL-FILE
               AT END
                   MOVE 'Y' TO NP-EOF-SWITCH
               NOT AT END
                   IF NP-ECTL-TOTAL < 50
                       ADD 1 TO NP-ECTL-TOTAL
                       MOVE EC-CONST-CODE
                           TO NP-ECTL-CONST(NP-ECTL-TOTAL)
                       MOVE EC-ELECTION-ID
                           TO NP-ECTL-ID(NP-ECTL-TOTAL)
                       MOVE EC-STATUS
                           TO NP-ECTL-STATUS(NP-ECTL-TOTAL)
                   ELSE
                       MOVE 'Y' TO NP-EOF-SWITCH
                   END-IF
           END-READ.

       FIND-ECTL-PARA.
           MOVE ZERO TO NP-ECTL-FOUND.
           MOVE SPACES TO NP-ELECTION-ID.
           PERFORM SCAN-ECTL-PARA VARYING NP-ECTL-IDX FROM 1 BY 1
               UNTIL NP-ECTL-IDX > NP-ECTL-TOTAL
                   OR NP-ECTL-FOUND > ZERO.
           IF NP-ECTL-FOUND > ZERO
               MOVE NP-ECTL-ID(NP-ECTL-FOUND) TO NP-ELECTION-ID
           END-IF.

       SCAN-ECTL-PARA.
           IF NP-ECTL-CONST(NP-ECTL-IDX) = NP-CONST-WANTED
               MOVE NP-ECTL-IDX TO NP-ECTL-FOUND
           END-IF.

       GET-OPERATOR-PARA.
           DISPLAY "Enter your operator id ".
           MOVE SPACES TO NP-INPUT.
           ACCEPT NP-INPUT.
           MOVE FUNCTION UPPER-CASE(NP-INPUT(1:8)) TO NP-OPERATOR.
           IF NP-OPERATOR NOT = SPACES
               PERFORM LOOKUP-OPERATOR-PARA
               IF NP-OPER-OK-SWITCH NOT = 'Y'
                   DISPLAY "Operator id not on operators.dat."
                   MOVE SPACES TO NP-OPERATOR
               END-IF
           END-IF.

       VALIDATE-OPERATOR-PARA.
           DISPLAY "A valid operator id is required - please "
               "re-enter.".
           PERFORM GET-OPERATOR-PARA.

       LOOKUP-OPERATOR-PARA.
           OPEN INPUT OPER-FILE.
           IF OPER-FILE-STATUS NOT = '00'
               MOVE 'Y' TO NP-OPER-OK-SWITCH
           ELSE
               MOVE 'N' TO NP-OPER-OK-SWITCH
               MOVE 'N' TO NP-EOF-SWITCH
               PERFORM READ-OPERATOR-PARA
                   UNTIL NP-EOF-SWITCH = 'Y'
                       OR NP-OPER-OK-SWITCH = 'Y'
               CLOSE OPER-FILE
           END-IF.

       READ-OPERATOR-PARA.
           READ OPER-FILE
               AT END
                   MOVE 'Y' TO NP-EOF-SWITCH
               NOT AT END
                   IF OP-ID = NP-OPERATOR
                       AND NOT OP-DISABLED
                       MOVE 'Y' TO NP-OPER-OK-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * LOAD-NOM-PARA - the whole nomination register into storage.
      ******************************************************************
       LOAD-NOM-PARA.
           MOVE 'N' TO NP-EOF-SWITCH.
           OPEN INPUT NOM-FILE.
           IF NOM-FILE-STATUS = '00'
               PERFORM READ-NOM-PARA UNTIL NP-EOF-SWITCH = 'Y'
               CLOSE NOM-FILE
           ELSE
               DISPLAY "No nominations.dat yet - starting a new "
                   "register."
           END-IF.

       READ-NOM-PARA.
           READ NOM-FILE
               AT END
                   MOVE 'Y' TO NP-EOF-SWITCH
               NOT AT END
                   IF NP-TOTAL < 500
                       ADD 1 TO NP-TOTAL
                       PERFORM TAKE-NOM-PARA
                   ELSE
                       DISPLAY "*** nominations.dat has more than "
                           "500 records - excess ignored ***"
                       MOVE 'Y' TO NP-EOF-SWITCH
                   END-IF
           END-READ.

       TAKE-NOM-PARA.
           MOVE NR-CONST-CODE TO NT-CONST(NP-TOTAL).
           MOVE NR-NOM-NO TO NT-NOM-NO(NP-TOTAL).
           MOVE NR-NAME TO NT-NAME(NP-TOTAL).
           MOVE NR-PARTY TO NT-PARTY(NP-TOTAL).
           MOVE NR-SUBSCRIBERS TO NT-SUBSCRIBERS(NP-TOTAL).
           MOVE NR-LODGED-DATE TO NT-LODGED-DATE(NP-TOTAL).
           MOVE NR-RULING TO NT-RULING(NP-TOTAL).
           MOVE NR-RULE-REASON TO NT-RULE-REASON(NP-TOTAL).
           MOVE NR-RULE-DATE TO NT-RULE-DATE(NP-TOTAL).
           MOVE NR-OBJECTION TO NT-OBJECTION(NP-TOTAL).
           MOVE NR-OBJECTOR TO NT-OBJECTOR(NP-TOTAL).
           MOVE NR-OBJ-GROUND TO NT-OBJ-GROUND(NP-TOTAL).
           MOVE NR-DECISION-DATE TO NT-DECISION-DATE(NP-TOTAL).
           MOVE NR-PUBLISHED TO NT-PUBLISHED(NP-TOTAL).
           MOVE NR-OPERATOR TO NT-OPERATOR(NP-TOTAL).

       ONE-ACTION-PARA.
           DISPLAY " ".
           DISPLAY "Action - L=Lodge a paper, V=View, K=Check "
               "subscribers and rule, U=RO ruling,".
           DISPLAY "         O=Objection, D=Decide objection, "
               "W=Withdraw, S=Statement,".
           DISPLAY "         P=Publish statement and slate, Q=Quit ".
           MOVE SPACES TO NP-INPUT.
           ACCEPT NP-INPUT.
           MOVE FUNCTION UPPER-CASE(NP-INPUT(1:1)) TO NP-ACTION.
           IF NP-ACTION = 'L'
               PERFORM LODGE-PARA
           ELSE IF NP-ACTION = 'V'
               PERFORM VIEW-PARA
           ELSE IF NP-ACTION = 'K'
               PERFORM CHECK-PARA
           ELSE IF NP-ACTION = 'U'
               PERFORM RO-RULING-PARA
           ELSE IF NP-ACTION = 'O'
               PERFORM OBJECTION-PARA
           ELSE IF NP-ACTION = 'D'
               PERFORM DECISION-PARA
           ELSE IF NP-ACTION = 'W'
               PERFORM WITHDRAW-PARA
           ELSE IF NP-ACTION = 'S'
               PERFORM STATEMENT-PARA
           ELSE IF NP-ACTION = 'P'
               PERFORM PUBLISH-PARA
           ELSE IF NP-ACTION = 'Q'
               MOVE 'N' TO NP-AGAIN
           ELSE
               DISPLAY "Action must be L, V, K, U, O, D, W, S, P "
                   "or Q.".

      ******************************************************************
      * GET-CONST-PARA / CHECK-OPEN-PARA - the constituency, and
      * whether its nominations may still change: it must be on
      * election control, still in PREPARATION and not published.
      ******************************************************************
       GET-CONST-PARA.
           DISPLAY "Enter the constituency code (3 characters) ".
           MOVE SPACES TO NP-INPUT.
           ACCEPT NP-INPUT.
           MOVE FUNCTION UPPER-CASE(NP-INPUT(1:3))
               TO NP-CONST-WANTED.
           PERFORM FIND-ECTL-PARA.

       CHECK-OPEN-PARA.
           MOVE 'N' TO NP-OK-SWITCH.
           IF NP-ECTL-FOUND = ZERO
               DISPLAY "Constituency " NP-CONST-WANTED " is not on "
                   "election_ctl.dat."
               EXIT PARAGRAPH
           END-IF.
           IF NP-ECTL-STATUS(NP-ECTL-FOUND) NOT = 'P'
               DISPLAY "Constituency " NP-CONST-WANTED " is past "
                   "PREPARATION - nominations are closed."
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-PUBLISHED-PARA VARYING NP-IDX FROM 1 BY 1
               UNTIL NP-IDX > NP-TOTAL.
           IF NP-OK-SWITCH = 'P'
               MOVE 'N' TO NP-OK-SWITCH
               DISPLAY "The statement of persons nominated for "
                   NP-CONST-WANTED " is published - the rulings "
                   "are final."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO NP-OK-SWITCH.

       FIND-PUBLISHED-PARA.
           IF NT-CONST(NP-IDX) = NP-CONST-WANTED
               AND NT-PUBLISHED(NP-IDX) = 'Y'
               MOVE 'P' TO NP-OK-SWITCH
           END-IF.

      ******************************************************************
      * CHECK-DEADLINE-PARA / CHECK-STILL-OPEN-PARA - the milestone in
      * DL-MILESTONE for the constituency's election: the first
      * refuses once it has passed, the second while it is still to
      * come, each with the deadline quoted.
      ******************************************************************
       CHECK-DEADLINE-PARA.
           MOVE NP-CONST-WANTED TO DL-CONST-CODE.
           MOVE NP-ELECTION-ID TO DL-ELECTION-ID.
           CALL 'SubSTVDeadline' USING DEADLINE-REQUEST.
           IF DL-RC = 01
               DISPLAY FUNCTION TRIM(DL-NAME) " was " DL-DATE " "
                   DL-TIME " - not allowed after the deadline."
           END-IF.

       CHECK-STILL-OPEN-PARA.
           MOVE NP-CONST-WANTED TO DL-CONST-CODE.
           MOVE NP-ELECTION-ID TO DL-ELECTION-ID.
           CALL 'SubSTVDeadline' USING DEADLINE-REQUEST.
           IF DL-RC = 00
               DISPLAY FUNCTION TRIM(DL-NAME) " is " DL-DATE " "
                   DL-TIME " - not allowed before the deadline."
           END-IF.

      ******************************************************************
      * GET-NOM-PARA - constituency and nomination number; sets
      * NP-FOUND-IDX (zero when there is no such paper).
      ******************************************************************
       GET-NOM-PARA.
           MOVE ZERO TO NP-FOUND-IDX.
           PERFORM GET-CONST-PARA.
           IF NP-CONST-WANTED = SPACES
               DISPLAY "No constituency given."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Enter the nomination number ".
           MOVE SPACES TO NP-INPUT.
           ACCEPT NP-INPUT.
           IF NP-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(NP-INPUT) TO NP-NOM-WANTED.
           PERFORM FIND-NOM-PARA VARYING NP-IDX FROM 1 BY 1
               UNTIL NP-IDX > NP-TOTAL OR NP-FOUND-IDX > ZERO.
           IF NP-FOUND-IDX = ZERO
               DISPLAY "No nomination " NP-NOM-WANTED " for "
                   NP-CONST-WANTED "."
           ELSE
               PERFORM SHOW-NOM-PARA
           END-IF.

       FIND-NOM-PARA.
           IF NT-CONST(NP-IDX) = NP-CONST-WANTED
               AND NT-NOM-NO(NP-IDX) = NP-NOM-WANTED
               MOVE NP-IDX TO NP-FOUND-IDX
           END-IF.

      ******************************************************************
      * LODGE-PARA - a nomination paper as delivered: the candidate
      * and the ten subscribers' elector numbers off the paper.
      ******************************************************************
       LODGE-PARA.
           PERFORM GET-CONST-PARA.
           IF NP-CONST-WANTED = SPACES
               DISPLAY "No constituency given."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-OPEN-PARA.
           IF NP-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO DL-MILESTONE.
           PERFORM CHECK-DEADLINE-PARA.
           IF DL-RC = 01
               EXIT PARAGRAPH
           END-IF.
           IF NP-TOTAL >= 500
               DISPLAY "The register is full - cannot lodge."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Candidate's full name, as on the paper ".
           MOVE SPACES TO NP-INPUT.
           ACCEPT NP-INPUT.
           IF NP-INPUT = SPACES OR NP-INPUT(31:) NOT = SPACES
               DISPLAY "The name must be given and fit 30 "
                   "characters - nothing lodged."
               EXIT PARAGRAPH
           END-IF.
           MOVE NP-INPUT TO NP-NAME.
           DISPLAY "Description / party ".
           MOVE SPACES TO NP-INPUT.
           ACCEPT NP-INPUT.
           IF NP-INPUT(21:) NOT = SPACES
               DISPLAY "The description must fit 20 characters - "
                   "nothing lodged."
               EXIT PARAGRAPH
           END-IF.
           MOVE NP-INPUT TO NP-PARTY.
           MOVE ZERO TO NP-NEXT-NO.
           PERFORM FIND-NEXT-NO-PARA VARYING NP-IDX FROM 1 BY 1
               UNTIL NP-IDX > NP-TOTAL.
           ADD 1 TO NP-NEXT-NO.
           ADD 1 TO NP-TOTAL.
           MOVE NP-TOTAL TO NP-FOUND-IDX.
           MOVE SPACES TO NP-NOM(NP-FOUND-IDX).
           MOVE NP-CONST-WANTED TO NT-CONST(NP-FOUND-IDX).
           MOVE NP-NEXT-NO TO NT-NOM-NO(NP-FOUND-IDX).
           MOVE NP-NAME TO NT-NAME(NP-FOUND-IDX).
           MOVE NP-PARTY TO NT-PARTY(NP-FOUND-IDX).
           PERFORM GET-SUBSCRIBER-PARA VARYING NP-SUB-IDX FROM 1
               BY 1 UNTIL NP-SUB-IDX > 10.
           ACCEPT NP-RUN-DATE FROM DATE YYYYMMDD.
           MOVE NP-RUN-DATE TO NT-LODGED-DATE(NP-FOUND-IDX).
           MOVE ZERO TO NT-RULE-DATE(NP-FOUND-IDX).
           MOVE ZERO TO NT-DECISION-DATE(NP-FOUND-IDX).
           MOVE 'N' TO NT-PUBLISHED(NP-FOUND-IDX).
           MOVE NP-OPERATOR TO NT-OPERATOR(NP-FOUND-IDX).
           MOVE 'Y' TO NP-CHANGED-SWITCH.
           DISPLAY "Nomination " NP-NEXT-NO " lodged for "
               NP-CONST-WANTED " - check the subscribers (K) to "
               "rule it.".
           MOVE "LODGE" TO NP-EVENT.
           PERFORM LOG-EVENT-PARA.

       FIND-NEXT-NO-PARA.
           IF NT-CONST(NP-IDX) = NP-CONST-WANTED
               AND NT-NOM-NO(NP-IDX) > NP-NEXT-NO
               MOVE NT-NOM-NO(NP-IDX) TO NP-NEXT-NO
           END-IF.

       GET-SUBSCRIBER-PARA.
           IF NP-SUB-IDX = 1
               DISPLAY "Proposer's elector number "
           ELSE IF NP-SUB-IDX = 2
               DISPLAY "Seconder's elector number "
           ELSE
               COMPUTE NP-REASON-IDX = NP-SUB-IDX - 2
               DISPLAY "Assentor " NP-REASON-IDX "'s elector number "
                   "(Enter if none) "
           END-IF.
           MOVE SPACES TO NP-INPUT.
           ACCEPT NP-INPUT.
           MOVE FUNCTION UPPER-CASE(NP-INPUT(1:10))
               TO NT-SUB-ELECTOR(NP-FOUND-IDX, NP-SUB-IDX).
           MOVE SPACE TO NT-SUB-CHECK(NP-FOUND-IDX, NP-SUB-IDX).

      ******************************************************************
      * VIEW-PARA - every paper lodged for a constituency.
      ******************************************************************
       VIEW-PARA.
           PERFORM GET-CONST-PARA.
           IF NP-CONST-WANTED = SPACES
               DISPLAY "No constituency given."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO NP-FOUND-IDX.
           PERFORM VIEW-ONE-PARA VARYING NP-IDX FROM 1 BY 1
               UNTIL NP-IDX > NP-TOTAL.
           IF NP-FOUND-IDX = ZERO
               DISPLAY "No nominations lodged for " NP-CONST-WANTED
                   "."
           END-IF.

       VIEW-ONE-PARA.
           IF NT-CONST(NP-IDX) = NP-CONST-WANTED
               MOVE NP-IDX TO NP-FOUND-IDX
               PERFORM SHOW-NOM-PARA
           END-IF.

       SHOW-NOM-PARA.
           DISPLAY NT-NOM-NO(NP-FOUND-IDX) " "
               NT-NAME(NP-FOUND-IDX) " " NT-PARTY(NP-FOUND-IDX)
               " ruling [" NT-RULING(NP-FOUND-IDX)
               NT-RULE-REASON(NP-FOUND-IDX) "] objection ["
               NT-OBJECTION(NP-FOUND-IDX) "]".
           MOVE SPACES TO NP-SUB-LINE.
           MOVE 1 TO NP-ORD-POS.
           PERFORM BUILD-SUB-LINE-PARA VARYING NP-SUB-IDX FROM 1
               BY 1 UNTIL NP-SUB-IDX > 10.
           DISPLAY "    " NP-SUB-LINE.

       BUILD-SUB-LINE-PARA.
           IF NT-SUB-ELECTOR(NP-FOUND-IDX, NP-SUB-IDX) NOT = SPACES
               OR NP-SUB-IDX < 3
               STRING NT-SUB-ELECTOR(NP-FOUND-IDX, NP-SUB-IDX)
                       DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   NT-SUB-CHECK(NP-FOUND-IDX, NP-SUB-IDX)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   INTO NP-SUB-LINE WITH POINTER NP-ORD-POS
               END-STRING
           END-IF.

      ******************************************************************
      * CHECK-PARA - test every subscriber on the constituency's
      * papers against the register of electors, then rule each
      * paper not yet ruled. A subscriber who signed an earlier-lodged
      * paper still standing is spent on the later one.
      ******************************************************************
       CHECK-PARA.
           PERFORM GET-CONST-PARA.
           IF NP-CONST-WANTED = SPACES
               DISPLAY "No constituency given."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-OPEN-PARA.
           IF NP-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT ELECT-FILE.
           IF ELECT-FILE-STATUS NOT = '00'
               DISPLAY "No electoral_register.dat - load the "
                   "register of electors first."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ONE-NOM-PARA VARYING NP-FOUND-IDX FROM 1
               BY 1 UNTIL NP-FOUND-IDX > NP-TOTAL.
           CLOSE ELECT-FILE.
           MOVE 'Y' TO NP-CHANGED-SWITCH.

       CHECK-ONE-NOM-PARA.
           IF NT-CONST(NP-FOUND-IDX) NOT = NP-CONST-WANTED
               OR NT-RULING(NP-FOUND-IDX) = 'W'
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ONE-SUB-PARA VARYING NP-SUB-IDX FROM 1
               BY 1 UNTIL NP-SUB-IDX > 10.
           IF NT-RULING(NP-FOUND-IDX) = SPACE
               PERFORM AUTO-RULE-PARA
           END-IF.
           PERFORM SHOW-NOM-PARA.

       CHECK-ONE-SUB-PARA.
           MOVE NT-SUB-ELECTOR(NP-FOUND-IDX, NP-SUB-IDX)
               TO NP-ELECTOR-NO.
           MOVE SPACE TO NP-CHECK.
           IF NP-ELECTOR-NO = SPACES
               MOVE 'M' TO NP-CHECK
           ELSE
               MOVE NP-ELECTOR-NO TO ER-ELECTOR-NO
               READ ELECT-FILE
                   INVALID KEY
                       MOVE 'N' TO NP-CHECK
               END-READ
               IF NP-CHECK = SPACE
                   IF ER-CONST-CODE NOT = NP-CONST-WANTED
                       MOVE 'C' TO NP-CHECK
                   ELSE IF NOT ER-ENTITLED
                       MOVE 'F' TO NP-CHECK
                   ELSE
                       PERFORM CHECK-DUP-SUB-PARA
                   END-IF
               END-IF
           END-IF.
           MOVE NP-CHECK TO NT-SUB-CHECK(NP-FOUND-IDX, NP-SUB-IDX).

      ******************************************************************
      * CHECK-DUP-SUB-PARA - the same elector earlier on this paper,
      * or on any earlier-lodged paper for the constituency that has
      * not been withdrawn.
      ******************************************************************
       CHECK-DUP-SUB-PARA.
           PERFORM SCAN-DUP-THIS-PARA VARYING NP-SUB-IDX2 FROM 1
               BY 1 UNTIL NP-SUB-IDX2 >= NP-SUB-IDX
                   OR NP-CHECK NOT = SPACE.
           PERFORM SCAN-DUP-EARLIER-PARA VARYING NP-IDX2 FROM 1
               BY 1 UNTIL NP-IDX2 > NP-TOTAL
                   OR NP-CHECK NOT = SPACE
               AFTER NP-SUB-IDX2 FROM 1 BY 1
                   UNTIL NP-SUB-IDX2 > 10.

       SCAN-DUP-THIS-PARA.
           IF NT-SUB-ELECTOR(NP-FOUND-IDX, NP-SUB-IDX2)
               = NP-ELECTOR-NO
               MOVE 'D' TO NP-CHECK
           END-IF.

       SCAN-DUP-EARLIER-PARA.
           IF NT-CONST(NP-IDX2) = NP-CONST-WANTED
               AND NT-NOM-NO(NP-IDX2) < NT-NOM-NO(NP-FOUND-IDX)
               AND NT-RULING(NP-IDX2) NOT = 'W'
               AND NT-SUB-ELECTOR(NP-IDX2, NP-SUB-IDX2)
                   = NP-ELECTOR-NO
               MOVE 'D' TO NP-CHECK
           END-IF.

       AUTO-RULE-PARA.
           MOVE ZERO TO NP-VALID-ASSENT.
           PERFORM COUNT-ASSENT-PARA VARYING NP-SUB-IDX FROM 3 BY 1
               UNTIL NP-SUB-IDX > 10.
           IF NT-SUB-CHECK(NP-FOUND-IDX, 1) NOT = SPACE
               MOVE 'I' TO NT-RULING(NP-FOUND-IDX)
               MOVE '01' TO NT-RULE-REASON(NP-FOUND-IDX)
           ELSE IF NT-SUB-CHECK(NP-FOUND-IDX, 2) NOT = SPACE
               MOVE 'I' TO NT-RULING(NP-FOUND-IDX)
               MOVE '02' TO NT-RULE-REASON(NP-FOUND-IDX)
           ELSE IF NP-VALID-ASSENT < NP-MIN-ASSENTORS
               MOVE 'I' TO NT-RULING(NP-FOUND-IDX)
               MOVE '03' TO NT-RULE-REASON(NP-FOUND-IDX)
           ELSE
               MOVE 'V' TO NT-RULING(NP-FOUND-IDX)
               MOVE SPACES TO NT-RULE-REASON(NP-FOUND-IDX)
           END-IF.
           PERFORM STAMP-RULING-PARA.

       COUNT-ASSENT-PARA.
           IF NT-SUB-CHECK(NP-FOUND-IDX, NP-SUB-IDX) = SPACE
               ADD 1 TO NP-VALID-ASSENT
           END-IF.

       STAMP-RULING-PARA.
           ACCEPT NP-RUN-DATE FROM DATE YYYYMMDD.
           MOVE NP-RUN-DATE TO NT-RULE-DATE(NP-FOUND-IDX).
           MOVE NP-OPERATOR TO NT-OPERATOR(NP-FOUND-IDX).
           MOVE 'Y' TO NP-CHANGED-SWITCH.
           MOVE "RULE" TO NP-EVENT.
           PERFORM LOG-EVENT-PARA.

      ******************************************************************
      * RO-RULING-PARA - the returning officer rules a paper by hand,
      * on grounds the subscriber check cannot see.
      ******************************************************************
       RO-RULING-PARA.
           PERFORM GET-NOM-PARA.
           IF NP-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-OPEN-PARA.
           IF NP-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF NT-RULING(NP-FOUND-IDX) = 'W'
               DISPLAY "That nomination is withdrawn."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ruling V=valid, I=invalid ".
           MOVE SPACES TO NP-INPUT.
           ACCEPT NP-INPUT.
           MOVE FUNCTION UPPER-CASE(NP-INPUT(1:1)) TO NP-CHECK.
           IF NP-CHECK = 'V'
               MOVE 'V' TO NT-RULING(NP-FOUND-IDX)
               MOVE SPACES TO NT-RULE-REASON(NP-FOUND-IDX)
           ELSE IF NP-CHECK = 'I'
               PERFORM SHOW-REASON-PARA VARYING NP-REASON-IDX
                   FROM 1 BY 1 UNTIL NP-REASON-IDX > 5
               DISPLAY "Reason (01-05) "
               MOVE SPACES TO NP-INPUT
               ACCEPT NP-INPUT
               IF NP-INPUT(1:2) NOT = '01' AND NOT = '02'
                   AND NOT = '03' AND NOT = '04' AND NOT = '05'
                   DISPLAY "Not an invalidity reason - no ruling "
                       "made."
                   EXIT PARAGRAPH
               END-IF
               MOVE 'I' TO NT-RULING(NP-FOUND-IDX)
               MOVE NP-INPUT(1:2) TO NT-RULE-REASON(NP-FOUND-IDX)
           ELSE
               DISPLAY "Must be V or I - no ruling made."
               EXIT PARAGRAPH
           END-IF.
           PERFORM STAMP-RULING-PARA.
           DISPLAY "Nomination " NT-NOM-NO(NP-FOUND-IDX) " ruled "
               NT-RULING(NP-FOUND-IDX) ".".

       SHOW-REASON-PARA.
           DISPLAY "  " NP-REASON-IDX " "
               NP-REASON-TEXT(NP-REASON-IDX).

      ******************************************************************
      * OBJECTION-PARA / DECISION-PARA - an objection to a ruling,
      * and the returning officer's decision on it. Upholding an
      * objection reverses the ruling.
      ******************************************************************
       OBJECTION-PARA.
           PERFORM GET-NOM-PARA.
           IF NP-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-OPEN-PARA.
           IF NP-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF NT-RULING(NP-FOUND-IDX) NOT = 'V'
               AND NT-RULING(NP-FOUND-IDX) NOT = 'I'
               DISPLAY "Only a ruled nomination can be objected to."
               EXIT PARAGRAPH
           END-IF.
           IF NT-OBJECTION(NP-FOUND-IDX) NOT = SPACE
               DISPLAY "An objection to this nomination has already "
                   "been lodged."
               EXIT PARAGRAPH
           END-IF.
           MOVE 2 TO DL-MILESTONE.
           PERFORM CHECK-DEADLINE-PARA.
           IF DL-RC = 01
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Objector's name ".
           MOVE SPACES TO NP-INPUT.
           ACCEPT NP-INPUT.
           IF NP-INPUT = SPACES
               DISPLAY "No objector given - nothing lodged."
               EXIT PARAGRAPH
           END-IF.
           MOVE NP-INPUT TO NT-OBJECTOR(NP-FOUND-IDX).
           DISPLAY "Ground of objection ".
           MOVE SPACES TO NP-INPUT.
           ACCEPT NP-INPUT.
           MOVE NP-INPUT TO NT-OBJ-GROUND(NP-FOUND-IDX).
           MOVE 'O' TO NT-OBJECTION(NP-FOUND-IDX).
           MOVE NP-OPERATOR TO NT-OPERATOR(NP-FOUND-IDX).
           MOVE 'Y' TO NP-CHANGED-SWITCH.
           DISPLAY "Objection lodged - awaiting the returning "
               "officer's decision.".
           MOVE "OBJECT" TO NP-EVENT.
           PERFORM LOG-EVENT-PARA.

       DECISION-PARA.
           PERFORM GET-NOM-PARA.
           IF NP-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-OPEN-PARA.
           IF NP-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF NT-OBJECTION(NP-FOUND-IDX) NOT = 'O'
               DISPLAY "No objection is awaiting a decision on this "
                   "nomination."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Objection by " NT-OBJECTOR(NP-FOUND-IDX).
           DISPLAY "  " NT-OBJ-GROUND(NP-FOUND-IDX).
           DISPLAY "Decision U=uphold, D=dismiss ".
           MOVE SPACES TO NP-INPUT.
           ACCEPT NP-INPUT.
           MOVE FUNCTION UPPER-CASE(NP-INPUT(1:1)) TO NP-CHECK.
           IF NP-CHECK = 'U'
               MOVE 'U' TO NT-OBJECTION(NP-FOUND-IDX)
               IF NT-RULING(NP-FOUND-IDX) = 'V'
                   MOVE 'I' TO NT-RULING(NP-FOUND-IDX)
                   MOVE '06' TO NT-RULE-REASON(NP-FOUND-IDX)
               ELSE
                   MOVE 'V' TO NT-RULING(NP-FOUND-IDX)
                   MOVE SPACES TO NT-RULE-REASON(NP-FOUND-IDX)
               END-IF
           ELSE IF NP-CHECK = 'D'
               MOVE 'D' TO NT-OBJECTION(NP-FOUND-IDX)
           ELSE
               DISPLAY "Must be U or D - no decision made."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT NP-RUN-DATE FROM DATE YYYYMMDD.
           MOVE NP-RUN-DATE TO NT-DECISION-DATE(NP-FOUND-IDX).
           MOVE NP-OPERATOR TO NT-OPERATOR(NP-FOUND-IDX).
           MOVE 'Y' TO NP-CHANGED-SWITCH.
           DISPLAY "Decision recorded - the nomination now stands "
               "ruled " NT-RULING(NP-FOUND-IDX) ".".
           MOVE "DECIDE" TO NP-EVENT.
           PERFORM LOG-EVENT-PARA.

       WITHDRAW-PARA.
           PERFORM GET-NOM-PARA.
           IF NP-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-OPEN-PARA.
           IF NP-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 3 TO DL-MILESTONE.
           PERFORM CHECK-DEADLINE-PARA.
           IF DL-RC = 01
               EXIT PARAGRAPH
           END-IF.
           MOVE 'W' TO NT-RULING(NP-FOUND-IDX).
           MOVE SPACES TO NT-RULE-REASON(NP-FOUND-IDX).
           MOVE NP-OPERATOR TO NT-OPERATOR(NP-FOUND-IDX).
           MOVE 'Y' TO NP-CHANGED-SWITCH.
           DISPLAY "Nomination " NT-NOM-NO(NP-FOUND-IDX)
               " withdrawn.".
           MOVE "WITHDRAW" TO NP-EVENT.
           PERFORM LOG-EVENT-PARA.

      ******************************************************************
      * PUBLISH-PARA - once every paper is ruled and no objection is
      * outstanding: the final statement, and the valid nominations,
      * in name order, become the constituency's slate on
      * candidate_master.dat.
      ******************************************************************
       PUBLISH-PARA.
           PERFORM GET-CONST-PARA.
           IF NP-CONST-WANTED = SPACES
               DISPLAY "No constituency given."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-OPEN-PARA.
           IF NP-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO DL-MILESTONE.
           PERFORM CHECK-STILL-OPEN-PARA.
           IF DL-RC = 00
               EXIT PARAGRAPH
           END-IF.
           MOVE 2 TO DL-MILESTONE.
           PERFORM CHECK-STILL-OPEN-PARA.
           IF DL-RC = 00
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO NP-PENDING.
           MOVE ZERO TO NP-OBJ-OPEN.
           MOVE ZERO TO NP-VALID-COUNT.
           PERFORM TALLY-NOM-PARA VARYING NP-IDX FROM 1 BY 1
               UNTIL NP-IDX > NP-TOTAL.
           IF NP-PENDING > ZERO
               DISPLAY NP-PENDING " paper(s) not yet ruled - run "
                   "the subscriber check first."
               EXIT PARAGRAPH
           END-IF.
           IF NP-OBJ-OPEN > ZERO
               DISPLAY NP-OBJ-OPEN " objection(s) await the "
                   "returning officer's decision."
               EXIT PARAGRAPH
           END-IF.
           IF NP-VALID-COUNT = ZERO
               DISPLAY "No valid nominations for " NP-CONST-WANTED
                   " - nothing to publish."
               EXIT PARAGRAPH
           END-IF.
           IF NP-VALID-COUNT > 99
               DISPLAY "More than 99 valid nominations - the slate "
                   "cannot hold them."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-MASTER-PARA.
           IF NP-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM BUILD-ORDER-PARA.
           PERFORM SAVE-MASTER-PARA.
           PERFORM SET-PUBLISHED-PARA VARYING NP-IDX FROM 1 BY 1
               UNTIL NP-IDX > NP-TOTAL.
           MOVE 'Y' TO NP-CHANGED-SWITCH.
           MOVE 'Y' TO NP-FINAL-SWITCH.
           PERFORM WRITE-STATEMENT-PARA.
           DISPLAY NP-VALID-COUNT " candidate(s) placed on "
               "candidate_master.dat for " NP-CONST-WANTED ".".
           MOVE ZERO TO NP-FOUND-IDX.
           MOVE "PUBLISH" TO NP-EVENT.
           PERFORM LOG-EVENT-PARA.

       TALLY-NOM-PARA.
           IF NT-CONST(NP-IDX) = NP-CONST-WANTED
               IF NT-RULING(NP-IDX) = SPACE
                   ADD 1 TO NP-PENDING
               END-IF
               IF NT-OBJECTION(NP-IDX) = 'O'
                   ADD 1 TO NP-OBJ-OPEN
               END-IF
               IF NT-RULING(NP-IDX) = 'V'
                   ADD 1 TO NP-VALID-COUNT
               END-IF
           END-IF.

       SET-PUBLISHED-PARA.
           IF NT-CONST(NP-IDX) = NP-CONST-WANTED
               MOVE 'Y' TO NT-PUBLISHED(NP-IDX)
           END-IF.

      ******************************************************************
      * LOAD-MASTER-PARA / SAVE-MASTER-PARA - the master's rows for
      * other constituencies pass through; this constituency's slate
      * is replaced by its valid nominations, numbered in name order.
      ******************************************************************
       LOAD-MASTER-PARA.
           MOVE 'Y' TO NP-OK-SWITCH.
           MOVE ZERO TO NP-ROW-TOTAL.
           MOVE 'N' TO NP-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
               PERFORM READ-MASTER-PARA UNTIL NP-EOF-SWITCH = 'Y'
               CLOSE CMAST-FILE
           END-IF.

       READ-MASTER-PARA.
           READ CMAST-FILE
               AT END
                   MOVE 'Y' TO NP-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE NOT = NP-CONST-WANTED
                       IF NP-ROW-TOTAL + NP-VALID-COUNT < 500
                           ADD 1 TO NP-ROW-TOTAL
                           MOVE CM-CONST-CODE
                               TO NP-MAST-CONST(NP-ROW-TOTAL)
                           MOVE CM-CAND-ID
                               TO NP-MAST-ID(NP-ROW-TOTAL)
                           MOVE CM-NAME
                               TO NP-MAST-NAME(NP-ROW-TOTAL)
                           MOVE CM-PARTY
                               TO NP-MAST-PARTY(NP-ROW-TOTAL)
                           MOVE CM-STATUS
                               TO NP-MAST-STATUS(NP-ROW-TOTAL)
                       ELSE
                           DISPLAY "*** candidate_master.dat would "
                               "overflow 500 rows - not published ***"
                           MOVE 'N' TO NP-OK-SWITCH
                           MOVE 'Y' TO NP-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

       SAVE-MASTER-PARA.
           OPEN OUTPUT CMAST-FILE.
           PERFORM WRITE-KEEP-ROW-PARA VARYING NP-ROW-IDX FROM 1
               BY 1 UNTIL NP-ROW-IDX > NP-ROW-TOTAL.
           MOVE ZERO TO NP-CAND-ID.
           PERFORM WRITE-SLATE-ROW-PARA VARYING NP-ORD-IDX FROM 1
               BY 1 UNTIL NP-ORD-IDX > NP-ORD-TOTAL.
           CLOSE CMAST-FILE.

       WRITE-KEEP-ROW-PARA.
           MOVE SPACES TO CAND-MASTER-RECORD.
           MOVE NP-MAST-CONST(NP-ROW-IDX) TO CM-CONST-CODE.
           MOVE NP-MAST-ID(NP-ROW-IDX) TO CM-CAND-ID.
           MOVE NP-MAST-NAME(NP-ROW-IDX) TO CM-NAME.
           MOVE NP-MAST-PARTY(NP-ROW-IDX) TO CM-PARTY.
           MOVE NP-MAST-STATUS(NP-ROW-IDX) TO CM-STATUS.
           WRITE CAND-MASTER-RECORD.

       WRITE-SLATE-ROW-PARA.
           MOVE NP-ORD(NP-ORD-IDX) TO NP-IDX.
           IF NT-RULING(NP-IDX) = 'V'
               ADD 1 TO NP-CAND-ID
               MOVE SPACES TO CAND-MASTER-RECORD
               MOVE NT-CONST(NP-IDX) TO CM-CONST-CODE
               MOVE NP-CAND-ID TO CM-CAND-ID
               MOVE NT-NAME(NP-IDX) TO CM-NAME
               MOVE NT-PARTY(NP-IDX) TO CM-PARTY
               MOVE 'A' TO CM-STATUS
               WRITE CAND-MASTER-RECORD
           END-IF.

      ******************************************************************
      * BUILD-ORDER-PARA - the constituency's papers in name order
      * (an insertion into NP-ORD as each one is met).
      ******************************************************************
       BUILD-ORDER-PARA.
           MOVE ZERO TO NP-ORD-TOTAL.
           PERFORM INSERT-ORDER-PARA VARYING NP-IDX FROM 1 BY 1
               UNTIL NP-IDX > NP-TOTAL.

       INSERT-ORDER-PARA.
           IF NT-CONST(NP-IDX) NOT = NP-CONST-WANTED
               EXIT PARAGRAPH
           END-IF.
           MOVE 1 TO NP-ORD-POS.
           MOVE 'N' TO NP-EOF-SWITCH.
           PERFORM FIND-ORDER-POS-PARA UNTIL NP-EOF-SWITCH = 'Y'.
           PERFORM SHIFT-ORDER-PARA VARYING NP-ORD-IDX
               FROM NP-ORD-TOTAL BY -1
               UNTIL NP-ORD-IDX < NP-ORD-POS.
           MOVE NP-IDX TO NP-ORD(NP-ORD-POS).
           ADD 1 TO NP-ORD-TOTAL.

       FIND-ORDER-POS-PARA.
           IF NP-ORD-POS > NP-ORD-TOTAL
               MOVE 'Y' TO NP-EOF-SWITCH
           ELSE IF NT-NAME(NP-ORD(NP-ORD-POS)) > NT-NAME(NP-IDX)
               MOVE 'Y' TO NP-EOF-SWITCH
           ELSE
               ADD 1 TO NP-ORD-POS
           END-IF.

       SHIFT-ORDER-PARA.
           MOVE NP-ORD(NP-ORD-IDX) TO NP-ORD(NP-ORD-IDX + 1).

      ******************************************************************
      * STATEMENT-PARA / WRITE-STATEMENT-PARA - the statement of
      * persons nominated, in name order: each person with their
      * description and the outcome of the nomination, then any
      * subscriber spent on an earlier paper. Until publication it
      * is headed DRAFT.
      ******************************************************************
       STATEMENT-PARA.
           PERFORM GET-CONST-PARA.
           IF NP-CONST-WANTED = SPACES
               DISPLAY "No constituency given."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACE TO NP-OK-SWITCH.
           PERFORM FIND-PUBLISHED-PARA VARYING NP-IDX FROM 1 BY 1
               UNTIL NP-IDX > NP-TOTAL.
           IF NP-OK-SWITCH = 'P'
               MOVE 'Y' TO NP-FINAL-SWITCH
           ELSE
               MOVE 'N' TO NP-FINAL-SWITCH
           END-IF.
           PERFORM WRITE-STATEMENT-PARA.

       WRITE-STATEMENT-PARA.
           PERFORM BUILD-ORDER-PARA.
           OPEN OUTPUT STMT-FILE.
           MOVE SPACES TO NP-ROW.
           IF NP-FINAL-SWITCH = 'Y'
               STRING "STATEMENT OF PERSONS NOMINATED - "
                   DELIMITED BY SIZE
                   "constituency " DELIMITED BY SIZE
                   NP-CONST-WANTED DELIMITED BY SIZE
                   " election " DELIMITED BY SIZE
                   NP-ELECTION-ID DELIMITED BY SIZE
                   INTO NP-ROW
               END-STRING
           ELSE
               STRING "DRAFT STATEMENT OF PERSONS NOMINATED - "
                   DELIMITED BY SIZE
                   "constituency " DELIMITED BY SIZE
                   NP-CONST-WANTED DELIMITED BY SIZE
                   " election " DELIMITED BY SIZE
                   NP-ELECTION-ID DELIMITED BY SIZE
                   INTO NP-ROW
               END-STRING
           END-IF.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE SPACES TO NP-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE "Candidate                      Description"
               TO NP-ROW.
           MOVE "Outcome" TO NP-ROW(54:).
           PERFORM WRITE-STMT-ROW-PARA.
           PERFORM WRITE-PERSON-PARA VARYING NP-ORD-IDX FROM 1 BY 1
               UNTIL NP-ORD-IDX > NP-ORD-TOTAL.
           MOVE SPACES TO NP-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE "Subscribers spent on an earlier-lodged paper:"
               TO NP-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE ZERO TO NP-PENDING.
           PERFORM WRITE-DUP-PARA VARYING NP-IDX FROM 1 BY 1
               UNTIL NP-IDX > NP-TOTAL
               AFTER NP-SUB-IDX FROM 1 BY 1 UNTIL NP-SUB-IDX > 10.
           IF NP-PENDING = ZERO
               MOVE "  none" TO NP-ROW
               PERFORM WRITE-STMT-ROW-PARA
           END-IF.
           CLOSE STMT-FILE.
           DISPLAY "Statement written to "
               "stv_nominated_statement.dat.".

       WRITE-PERSON-PARA.
           MOVE NP-ORD(NP-ORD-IDX) TO NP-IDX.
           MOVE SPACES TO NP-ROW.
           MOVE NT-NAME(NP-IDX) TO NP-ROW(1:30).
           MOVE NT-PARTY(NP-IDX) TO NP-ROW(32:20).
           IF NT-RULING(NP-IDX) = 'V'
               MOVE "validly nominated" TO NP-ROW(54:)
           ELSE IF NT-RULING(NP-IDX) = 'W'
               MOVE "withdrawn" TO NP-ROW(54:)
           ELSE IF NT-RULING(NP-IDX) = SPACE
               MOVE "not yet ruled" TO NP-ROW(54:)
           ELSE
               MOVE "INVALID" TO NP-ROW(54:)
           END-IF.
           PERFORM WRITE-STMT-ROW-PARA.
           IF NT-RULING(NP-IDX) = 'I'
               AND NT-RULE-REASON(NP-IDX) >= '01'
               AND NT-RULE-REASON(NP-IDX) <= '06'
               MOVE NT-RULE-REASON(NP-IDX) TO NP-REASON-IDX
               MOVE SPACES TO NP-ROW
               STRING "    invalid: " DELIMITED BY SIZE
                   NP-REASON-TEXT(NP-REASON-IDX) DELIMITED BY SIZE
                   INTO NP-ROW
               END-STRING
               PERFORM WRITE-STMT-ROW-PARA
           END-IF.
           IF NT-OBJECTION(NP-IDX) = 'U'
               OR NT-OBJECTION(NP-IDX) = 'D'
               MOVE SPACES TO NP-ROW
               STRING "    objection by " DELIMITED BY SIZE
                   FUNCTION TRIM(NT-OBJECTOR(NP-IDX))
                       DELIMITED BY SIZE
                   INTO NP-ROW
               END-STRING
               IF NT-OBJECTION(NP-IDX) = 'U'
                   MOVE "- upheld" TO NP-ROW(54:)
               ELSE
                   MOVE "- dismissed" TO NP-ROW(54:)
               END-IF
               PERFORM WRITE-STMT-ROW-PARA
           END-IF.

       WRITE-DUP-PARA.
           IF NT-CONST(NP-IDX) = NP-CONST-WANTED
               AND NT-SUB-CHECK(NP-IDX, NP-SUB-IDX) = 'D'
               ADD 1 TO NP-PENDING
               MOVE SPACES TO NP-ROW
               STRING "  elector " DELIMITED BY SIZE
                   NT-SUB-ELECTOR(NP-IDX, NP-SUB-IDX)
                       DELIMITED BY SIZE
                   " on nomination " DELIMITED BY SIZE
                   NT-NOM-NO(NP-IDX) DELIMITED BY SIZE
                   " (" DELIMITED BY SIZE
                   FUNCTION TRIM(NT-NAME(NP-IDX)) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO NP-ROW
               END-STRING
               PERFORM WRITE-STMT-ROW-PARA
           END-IF.

       WRITE-STMT-ROW-PARA.
           DISPLAY NP-ROW.
           MOVE NP-ROW TO STMT-RECORD.
           WRITE STMT-RECORD.

       SAVE-NOM-PARA.
           OPEN OUTPUT NOM-FILE.
           PERFORM WRITE-NOM-PARA VARYING NP-IDX FROM 1 BY 1
               UNTIL NP-IDX > NP-TOTAL.
           CLOSE NOM-FILE.

       WRITE-NOM-PARA.
           MOVE SPACES TO NOMINATION-RECORD.
           MOVE NT-CONST(NP-IDX) TO NR-CONST-CODE.
           MOVE NT-NOM-NO(NP-IDX) TO NR-NOM-NO.
           MOVE NT-NAME(NP-IDX) TO NR-NAME.
           MOVE NT-PARTY(NP-IDX) TO NR-PARTY.
           MOVE NT-SUBSCRIBERS(NP-IDX) TO NR-SUBSCRIBERS.
           MOVE NT-LODGED-DATE(NP-IDX) TO NR-LODGED-DATE.
           MOVE NT-RULING(NP-IDX) TO NR-RULING.
           MOVE NT-RULE-REASON(NP-IDX) TO NR-RULE-REASON.
           MOVE NT-RULE-DATE(NP-IDX) TO NR-RULE-DATE.
           MOVE NT-OBJECTION(NP-IDX) TO NR-OBJECTION.
           MOVE NT-OBJECTOR(NP-IDX) TO NR-OBJECTOR.
           MOVE NT-OBJ-GROUND(NP-IDX) TO NR-OBJ-GROUND.
           MOVE NT-DECISION-DATE(NP-IDX) TO NR-DECISION-DATE.
           MOVE NT-PUBLISHED(NP-IDX) TO NR-PUBLISHED.
           MOVE NT-OPERATOR(NP-IDX) TO NR-OPERATOR.
           WRITE NOMINATION-RECORD.

       LOG-EVENT-PARA.
           ACCEPT NP-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT NP-RUN-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           IF NP-FOUND-IDX = ZERO
               STRING NP-RUN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NP-RUN-TIME DELIMITED BY SIZE
                   " NOMINATE " DELIMITED BY SIZE
                   FUNCTION TRIM(NP-EVENT) DELIMITED BY SIZE
                   " CONST=" DELIMITED BY SIZE
                   NP-CONST-WANTED DELIMITED BY SIZE
                   " VALID=" DELIMITED BY SIZE
                   NP-VALID-COUNT DELIMITED BY SIZE
                   " OPERATOR=" DELIMITED BY SIZE
                   FUNCTION TRIM(NP-OPERATOR) DELIMITED BY SIZE
                   INTO AUDIT-RECORD
               END-STRING
           ELSE
               STRING NP-RUN-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   NP-RUN-TIME DELIMITED BY SIZE
                   " NOMINATE " DELIMITED BY SIZE
                   FUNCTION TRIM(NP-EVENT) DELIMITED BY SIZE
                   " CONST=" DELIMITED BY SIZE
                   NT-CONST(NP-FOUND-IDX) DELIMITED BY SIZE
                   " NOM=" DELIMITED BY SIZE
                   NT-NOM-NO(NP-FOUND-IDX) DELIMITED BY SIZE
                   " RULING=" DELIMITED BY SIZE
                   NT-RULING(NP-FOUND-IDX) DELIMITED BY SIZE
                   " REASON=" DELIMITED BY SIZE
                   NT-RULE-REASON(NP-FOUND-IDX) DELIMITED BY SIZE
                   " OBJECTION=" DELIMITED BY SIZE
                   NT-OBJECTION(NP-FOUND-IDX) DELIMITED BY SIZE
                   " OPERATOR=" DELIMITED BY SIZE
                   FUNCTION TRIM(NP-OPERATOR) DELIMITED BY SIZE
                   INTO AUDIT-RECORD
               END-STRING
           END-IF.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       END PROGRAM SubSTVNominate.
