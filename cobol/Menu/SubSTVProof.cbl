      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Ballot paper proof, print order and proof sign-off.
      *            The printer used to work from a typed list, and a
      *            party name was once misspelled on 40,000 papers.
      *            The proof (ballot_proof.dat) is now produced
      *            straight from candidate_master.dat, in CM-CAND-ID
      *            order - the order the draw fixed - in one fixed
      *            print layout: the constituency heading, then one
      *            box per candidate with the name and party exactly
      *            as held on the master. The layout is withdrawal-
      *            safe: every candidate keeps the box of their
      *            number, a withdrawn candidate included, so the
      *            paper positions and the preference numbers the
      *            count reads never move; withdrawals are listed on
      *            the proof for the notices at the stations. The
      *            proof carries its proof reference (SubSTVProofChk,
      *            a checksum of the slate as printed). The same run
      *            writes the print order (print_order.dat): papers
      *            per polling station from the register's entitled
      *            electors in each polling district, less those
      *            sent a postal pack, and the postal issue from the
      *            postal packet register, each with the spare
      *            allowance keyed for the run. The returning
      *            officer signs the proof off by keying the
      *            reference printed on it; the sign-off is appended
      *            to ballot_proof_signoff.dat (ProofRec.cpy). Any
      *            later change to the slate changes the reference
      *            and voids the sign-off, and election control will
      *            not open a constituency's ballots without a
      *            standing one.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVProof.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CMAST-FILE
           ASSIGN TO 'candidate_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMAST-FILE-STATUS.
       SELECT ECTL-FILE
           ASSIGN TO 'election_ctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ECTL-FILE-STATUS.
       SELECT ELECT-FILE
           ASSIGN TO 'electoral_register.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ER-ELECTOR-NO
           FILE STATUS IS ELECT-FILE-STATUS.
       SELECT POST-FILE
           ASSIGN TO 'postal_packets.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PP-PACKET-KEY
           FILE STATUS IS POST-FILE-STATUS.
       SELECT OPER-FILE
           ASSIGN TO 'operators.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPER-FILE-STATUS.
       SELECT SIGN-FILE
           ASSIGN TO 'ballot_proof_signoff.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SIGN-FILE-STATUS.
       SELECT PROOF-FILE
           ASSIGN TO 'ballot_proof.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROOF-FILE-STATUS.
       SELECT ORDER-FILE
           ASSIGN TO 'print_order.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ORDER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       COPY CandMast.

       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       FD  ELECT-FILE           RECORD CONTAINS 113 CHARACTERS.
       COPY ElectRec.

       FD  POST-FILE            RECORD CONTAINS 95 CHARACTERS.
       COPY PostRec.

       FD  OPER-FILE            RECORD CONTAINS 46 CHARACTERS.
       COPY OperRec.

       FD  SIGN-FILE            RECORD CONTAINS 52 CHARACTERS.
       COPY ProofRec.

       FD  PROOF-FILE           RECORD CONTAINS 80 CHARACTERS.
       01  PROOF-RECORD         PIC X(80).

       FD  ORDER-FILE           RECORD CONTAINS 80 CHARACTERS.
       01  ORDER-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
       77 CMAST-FILE-STATUS    PIC XX VALUE '00'.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 ELECT-FILE-STATUS    PIC XX VALUE '00'.
       77 POST-FILE-STATUS     PIC XX VALUE '00'.
       77 OPER-FILE-STATUS     PIC XX VALUE '00'.
       77 SIGN-FILE-STATUS     PIC XX VALUE '00'.
       77 PROOF-FILE-STATUS    PIC XX VALUE '00'.
       77 ORDER-FILE-STATUS    PIC XX VALUE '00'.
       77 PF-EOF-SWITCH        PIC X.
       77 PF-INPUT             PIC X(12).
       77 PF-ACTION            PIC X.
       77 PF-OPERATOR          PIC X(8) VALUE SPACES.
       77 PF-OPER-OK-SWITCH    PIC X.
       77 PF-OPER-FILE-SWITCH  PIC X.
       77 PF-OPER-ROLE         PIC X.
       77 PF-CONST-CODE        PIC X(3) VALUE SPACES.
       77 PF-ELECTION-ID       PIC X(8) VALUE SPACES.
       77 PF-EC-DATE           PIC 9(8) VALUE ZERO.
       77 PF-EC-STATUS         PIC X VALUE SPACE.
       77 PF-SEATS             PIC 9(2) VALUE ZERO.
       77 PF-ECTL-SWITCH       PIC X.
       77 PF-RUN-DATE          PIC 9(8).
       77 PF-RUN-TIME          PIC 9(8).
       77 PF-KEYED-REF         PIC 9(8).
       77 PF-REF-EDIT          PIC 9(8).
       77 PF-IDX               PIC 9(3).
       77 PF-WDRAWN-COUNT      PIC 9(3).
       77 PF-NUM-EDIT          PIC Z9.
       77 PF-SEATS-EDIT        PIC Z9.
       77 PF-SPARE-PCT         PIC 9(2) VALUE 5.
       77 PF-WORK              PIC 9(9).
       77 PF-WORK-X            PIC 9(11).
       77 PF-CNT-EDIT          PIC Z(6)9.
       01 PF-ROW               PIC X(80).
       01 PF-DATE-TEXT         PIC X(10).
       01 PF-AUDIT-RECORD      PIC X(300).

      * The slate as the master holds it, in candidate-number order.
       77 PF-CAND-TOTAL        PIC 9(3) VALUE ZERO.
       77 PF-SLATE-BIG-SW      PIC X VALUE 'N'.
       01 PF-CAND-AREA.
           05 PF-CAND              OCCURS 99 TIMES.
               10 PF-CAND-ID        PIC 9(3).
               10 PF-CAND-NAME      PIC X(30).
               10 PF-CAND-PARTY     PIC X(20).
               10 PF-CAND-STATUS    PIC X.

      * Print order by polling district.
       77 PF-DIST-TOTAL        PIC 9(3) VALUE ZERO.
       77 PF-DIST-IDX          PIC 9(3).
       77 PF-DIST-KEY          PIC X(4).
       77 PF-POSTAL-TOTAL      PIC 9(7) VALUE ZERO.
       77 PF-ELECTORATE-TOTAL  PIC 9(7) VALUE ZERO.
       77 PF-ORDER-TOTAL       PIC 9(9) VALUE ZERO.
       77 PF-STATION-QTY       PIC 9(7).
       77 PF-SPARE-QTY         PIC 9(7).
       01 PF-DIST-AREA.
           05 PF-DIST              OCCURS 200 TIMES.
               10 PF-DIST-CODE      PIC X(4).
               10 PF-DIST-ELECTORS  PIC 9(7).
               10 PF-DIST-POSTAL    PIC 9(7).

      * Request block for the proof check: the slate's reference
      * and whether a sign-off stands for it.
       COPY ProofReq.
      * Request block for the chained audit writer.
       COPY AuditReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Ballot Paper Proof and Print Order.".
      * Working storage persists across CALLs - reset per-run state.
           MOVE SPACES TO PF-OPERATOR.
           MOVE ZERO TO PF-CAND-TOTAL.
           MOVE ZERO TO PF-DIST-TOTAL.
           MOVE ZERO TO PF-POSTAL-TOTAL.
           MOVE ZERO TO PF-ELECTORATE-TOTAL.
           MOVE ZERO TO PF-ORDER-TOTAL.
           MOVE 5 TO PF-SPARE-PCT.
           PERFORM GET-OPERATOR-PARA.
           PERFORM VALIDATE-OPERATOR-PARA
               UNTIL PF-OPERATOR NOT = SPACES.
           DISPLAY "Enter the constituency code (3 characters) ".
           MOVE SPACES TO PF-INPUT.
           ACCEPT PF-INPUT.
           MOVE FUNCTION UPPER-CASE(PF-INPUT(1:3)) TO PF-CONST-CODE.
           IF PF-CONST-CODE = SPACES
               DISPLAY "No constituency given - nothing done."
               EXIT PROGRAM
           END-IF.
           PERFORM CHECK-ELECTION-PARA.
           IF PF-ECTL-SWITCH NOT = 'Y'
               DISPLAY "No control record for " PF-CONST-CODE
                   " - create it in election control first."
               EXIT PROGRAM
           END-IF.
           MOVE PF-CONST-CODE TO PQ-CONST-CODE.
           CALL 'SubSTVProofChk' USING PROOF-CHECK-REQUEST.
           IF PQ-RC NOT = ZERO
               DISPLAY "No slate for " PF-CONST-CODE " on "
                   "candidate_master.dat - nothing to proof."
               EXIT PROGRAM
           END-IF.
           PERFORM SHOW-SIGNOFF-PARA.
           DISPLAY "Action - P=Produce proof and print order, "
               "S=Sign off the proof, Q=Quit ".
           MOVE SPACES TO PF-INPUT.
           ACCEPT PF-INPUT.
           MOVE FUNCTION UPPER-CASE(PF-INPUT(1:1)) TO PF-ACTION.
           IF PF-ACTION = 'P'
               PERFORM PRODUCE-PARA
           ELSE IF PF-ACTION = 'S'
               PERFORM SIGN-OFF-PARA
           ELSE
               DISPLAY "Nothing done.".
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * GET-OPERATOR-PARA - who is running the proof; sign-off is
      * for the returning officer (any id where the site keeps no
      * operators file).
      ******************************************************************
       GET-OPERATOR-PARA.
           DISPLAY "Enter your operator id ".
           MOVE SPACES TO PF-INPUT.
           ACCEPT PF-INPUT.
           MOVE FUNCTION UPPER-CASE(PF-INPUT(1:8)) TO PF-OPERATOR.
           IF PF-OPERATOR NOT = SPACES
               PERFORM LOOKUP-OPERATOR-PARA
               IF PF-OPER-OK-SWITCH NOT = 'Y'
                   DISPLAY "Operator id not on operators.dat."
                   MOVE SPACES TO PF-OPERATOR
               END-IF
           END-IF.

       VALIDATE-OPERATOR-PARA.
           DISPLAY "A valid operator id is required - please "
               "re-enter.".
           PERFORM GET-OPERATOR-PARA.

       LOOKUP-OPERATOR-PARA.
           MOVE SPACE TO PF-OPER-ROLE.
           OPEN INPUT OPER-FILE.
           IF OPER-FILE-STATUS NOT = '00'
               MOVE 'N' TO PF-OPER-FILE-SWITCH
               MOVE 'Y' TO PF-OPER-OK-SWITCH
           ELSE
               MOVE 'Y' TO PF-OPER-FILE-SWITCH
               MOVE 'N' TO PF-OPER-OK-SWITCH
               MOVE 'N' TO PF-EOF-SWITCH
               PERFORM READ-OPERATOR-PARA
                   UNTIL PF-EOF-SWITCH = 'Y'
                       OR PF-OPER-OK-SWITCH = 'Y'
               CLOSE OPER-FILE
           END-IF.

       READ-OPERATOR-PARA.
           READ OPER-FILE
               AT END
                   MOVE 'Y' TO PF-EOF-SWITCH
               NOT AT END
                   IF OP-ID = PF-OPERATOR
                       AND NOT OP-DISABLED
                       MOVE 'Y' TO PF-OPER-OK-SWITCH
                       MOVE OP-ROLE TO PF-OPER-ROLE
                   END-IF
           END-READ.

       CHECK-ELECTION-PARA.
           MOVE 'N' TO PF-ECTL-SWITCH.
           MOVE 'N' TO PF-EOF-SWITCH.
           OPEN INPUT ECTL-FILE.
           IF ECTL-FILE-STATUS = '00'
               PERFORM READ-ECTL-PARA UNTIL PF-EOF-SWITCH = 'Y'
               CLOSE ECTL-FILE
           END-IF.

       READ-ECTL-PARA.
           READ ECTL-FILE
               AT END
                   MOVE 'Y' TO PF-EOF-SWITCH
               NOT AT END
                   IF EC-CONST-CODE = PF-CONST-CODE
                       MOVE 'Y' TO PF-ECTL-SWITCH
                       MOVE EC-ELECTION-ID TO PF-ELECTION-ID
                       MOVE EC-DATE TO PF-EC-DATE
                       MOVE EC-STATUS TO PF-EC-STATUS
                       MOVE ZERO TO PF-SEATS
                       IF EC-SEATS IS NUMERIC
                           MOVE EC-SEATS TO PF-SEATS
                       END-IF
                       MOVE 'Y' TO PF-EOF-SWITCH
                   END-IF
           END-READ.

       SHOW-SIGNOFF-PARA.
           MOVE PQ-SLATE-REF TO PF-REF-EDIT.
           DISPLAY "Slate for " PF-CONST-CODE ": " PQ-CANDIDATES
               " candidates, proof reference " PF-REF-EDIT.
           IF PQ-IS-SIGNED
               DISPLAY "Proof signed off by " PQ-SIGNED-BY " on "
                   PQ-SIGNED-DATE " - the sign-off stands."
           ELSE IF PQ-SIGNED-DATE > ZERO
               DISPLAY "*** The proof signed off by " PQ-SIGNED-BY
                   " on " PQ-SIGNED-DATE " was of a different "
                   "slate (reference " PQ-SIGNED-REF ") - the "
                   "slate has changed since; that sign-off is void "
                   "***"
           ELSE
               DISPLAY "No proof has been signed off for "
                   PF-CONST-CODE ".".

      ******************************************************************
      * PRODUCE-PARA - the proof and the print order, from the slate
      * as it stands now.
      ******************************************************************
       PRODUCE-PARA.
           IF PQ-SEQ-OK NOT = 'Y'
               DISPLAY "*** Candidate numbers on the master do not "
                   "run 1, 2, 3 ... in order - the proof is marked "
                   "NOT FOR SIGN-OFF; correct the master or re-run "
                   "the draw ***"
           END-IF.
           DISPLAY "Spare papers per station and for postal issue, "
               "as a percentage [Enter=5] ".
           MOVE SPACES TO PF-INPUT.
           ACCEPT PF-INPUT.
           IF PF-INPUT NOT = SPACES
               COMPUTE PF-SPARE-PCT = FUNCTION NUMVAL(PF-INPUT)
           END-IF.
           PERFORM LOAD-SLATE-PARA.
           IF PF-SLATE-BIG-SW = 'Y'
               DISPLAY "*** More than 99 candidates for "
                   PF-CONST-CODE " - the system limit is 99; no "
                   "proof is produced ***"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT PF-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PF-RUN-TIME FROM TIME.
           OPEN OUTPUT PROOF-FILE.
           IF PROOF-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to open ballot_proof.dat - status "
                   PROOF-FILE-STATUS " ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-PROOF-PARA.
           CLOSE PROOF-FILE.
           PERFORM COUNT-ELECTORATE-PARA.
           PERFORM COUNT-POSTAL-PARA.
           OPEN OUTPUT ORDER-FILE.
           IF ORDER-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to open print_order.dat - status "
                   ORDER-FILE-STATUS " ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-ORDER-PARA.
           CLOSE ORDER-FILE.
           DISPLAY "Proof written to ballot_proof.dat (reference "
               PF-REF-EDIT "); print order to print_order.dat - "
               PF-ORDER-TOTAL " papers.".
           MOVE SPACES TO PF-AUDIT-RECORD.
           STRING PF-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PF-RUN-TIME DELIMITED BY SIZE
               " BALLOT PROOF CONST=" DELIMITED BY SIZE
               PF-CONST-CODE DELIMITED BY SIZE
               " REF=" DELIMITED BY SIZE
               PF-REF-EDIT DELIMITED BY SIZE
               " CANDIDATES=" DELIMITED BY SIZE
               PF-CAND-TOTAL DELIMITED BY SIZE
               " PAPERS=" DELIMITED BY SIZE
               PF-ORDER-TOTAL DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               PF-OPERATOR DELIMITED BY SIZE
               INTO PF-AUDIT-RECORD
           END-STRING.
           PERFORM LOG-AUDIT-PARA.

       LOAD-SLATE-PARA.
           MOVE ZERO TO PF-CAND-TOTAL.
           MOVE ZERO TO PF-WDRAWN-COUNT.
           MOVE 'N' TO PF-SLATE-BIG-SW.
           MOVE 'N' TO PF-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
               PERFORM READ-CMAST-PARA UNTIL PF-EOF-SWITCH = 'Y'
               CLOSE CMAST-FILE
           END-IF.

       READ-CMAST-PARA.
           READ CMAST-FILE
               AT END
                   MOVE 'Y' TO PF-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = PF-CONST-CODE
                       IF PF-CAND-TOTAL < 99
                           ADD 1 TO PF-CAND-TOTAL
                           MOVE CM-CAND-ID
                               TO PF-CAND-ID(PF-CAND-TOTAL)
                           MOVE CM-NAME TO PF-CAND-NAME(PF-CAND-TOTAL)
                           MOVE CM-PARTY
                               TO PF-CAND-PARTY(PF-CAND-TOTAL)
                           MOVE CM-STATUS
                               TO PF-CAND-STATUS(PF-CAND-TOTAL)
                           IF CM-WITHDRAWN
                               ADD 1 TO PF-WDRAWN-COUNT
                           END-IF
                       ELSE
                           MOVE 'Y' TO PF-SLATE-BIG-SW
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * WRITE-PROOF-PARA - the fixed print layout: banner, heading,
      * instructions, then a four-line box per candidate in number
      * order. A withdrawn candidate keeps their box; the proof says
      * so beneath the paper, never on it.
      ******************************************************************
       WRITE-PROOF-PARA.
           MOVE ALL "=" TO PF-ROW.
           PERFORM WRITE-PROOF-ROW-PARA.
           IF PQ-SEQ-OK = 'Y'
               MOVE "PROOF - NOT FOR ISSUE" TO PF-ROW
           ELSE
               MOVE "PROOF - NOT FOR ISSUE - NOT FOR SIGN-OFF"
                   TO PF-ROW
           END-IF.
           MOVE "Proof reference:" TO PF-ROW(55:16).
           MOVE PF-REF-EDIT TO PF-ROW(72:8).
           PERFORM WRITE-PROOF-ROW-PARA.
           MOVE ALL "=" TO PF-ROW.
           PERFORM WRITE-PROOF-ROW-PARA.
           MOVE SPACES TO PF-ROW.
           PERFORM WRITE-PROOF-ROW-PARA.
           MOVE "BALLOT PAPER" TO PF-ROW(35:12).
           PERFORM WRITE-PROOF-ROW-PARA.
           MOVE PF-SEATS TO PF-SEATS-EDIT.
           STRING "Election of " DELIMITED BY SIZE
               FUNCTION TRIM(PF-SEATS-EDIT) DELIMITED BY SIZE
               " member(s) for constituency " DELIMITED BY SIZE
               PF-CONST-CODE DELIMITED BY SIZE
               INTO PF-ROW(17:64)
           END-STRING.
           PERFORM WRITE-PROOF-ROW-PARA.
           MOVE SPACES TO PF-DATE-TEXT.
           STRING PF-EC-DATE(7:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               PF-EC-DATE(5:2) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               PF-EC-DATE(1:4) DELIMITED BY SIZE
               INTO PF-DATE-TEXT
           END-STRING.
           STRING "Election " DELIMITED BY SIZE
               PF-ELECTION-ID DELIMITED BY SPACE
               " - polling day " DELIMITED BY SIZE
               PF-DATE-TEXT DELIMITED BY SIZE
               INTO PF-ROW(22:59)
           END-STRING.
           PERFORM WRITE-PROOF-ROW-PARA.
           MOVE SPACES TO PF-ROW.
           PERFORM WRITE-PROOF-ROW-PARA.
           MOVE "  Mark 1 beside your first choice. You may then mark"
               TO PF-ROW.
           MOVE " 2 beside your" TO PF-ROW(53:14).
           PERFORM WRITE-PROOF-ROW-PARA.
           MOVE "  second choice, 3 beside your third, and so on."
               TO PF-ROW.
           PERFORM WRITE-PROOF-ROW-PARA.
           MOVE SPACES TO PF-ROW.
           PERFORM WRITE-PROOF-ROW-PARA.
           PERFORM WRITE-BOX-RULE-PARA.
           PERFORM WRITE-CAND-BOX-PARA VARYING PF-IDX FROM 1 BY 1
               UNTIL PF-IDX > PF-CAND-TOTAL.
           MOVE SPACES TO PF-ROW.
           PERFORM WRITE-PROOF-ROW-PARA.
           MOVE ALL "-" TO PF-ROW.
           PERFORM WRITE-PROOF-ROW-PARA.
           MOVE PF-CAND-TOTAL TO PF-NUM-EDIT.
           STRING "Proof notes: " DELIMITED BY SIZE
               FUNCTION TRIM(PF-NUM-EDIT) DELIMITED BY SIZE
               " candidates from candidate_master.dat, printed "
                   DELIMITED BY SIZE
               PF-RUN-DATE DELIMITED BY SIZE
               INTO PF-ROW
           END-STRING.
           PERFORM WRITE-PROOF-ROW-PARA.
           IF PF-WDRAWN-COUNT > ZERO
               PERFORM WRITE-WDRAWN-NOTE-PARA VARYING PF-IDX FROM 1
                   BY 1 UNTIL PF-IDX > PF-CAND-TOTAL
           END-IF.
           MOVE "Sign-off: the returning officer keys the proof refer"
               TO PF-ROW.
           MOVE "ence above." TO PF-ROW(53:11).
           PERFORM WRITE-PROOF-ROW-PARA.
           MOVE "Any later change to the slate voids the sign-off."
               TO PF-ROW.
           PERFORM WRITE-PROOF-ROW-PARA.

       WRITE-BOX-RULE-PARA.
           MOVE "  +------+" TO PF-ROW.
           MOVE ALL "-" TO PF-ROW(11:60).
           MOVE "+" TO PF-ROW(71:1).
           PERFORM WRITE-PROOF-ROW-PARA.

       WRITE-CAND-BOX-PARA.
           MOVE PF-CAND-ID(PF-IDX) TO PF-NUM-EDIT.
           MOVE "  |      |" TO PF-ROW.
           MOVE PF-NUM-EDIT TO PF-ROW(12:2).
           MOVE PF-CAND-NAME(PF-IDX) TO PF-ROW(16:30).
           MOVE "|" TO PF-ROW(71:1).
           PERFORM WRITE-PROOF-ROW-PARA.
           MOVE "  |      |" TO PF-ROW.
           MOVE PF-CAND-PARTY(PF-IDX) TO PF-ROW(16:20).
           MOVE "|" TO PF-ROW(71:1).
           PERFORM WRITE-PROOF-ROW-PARA.
           PERFORM WRITE-BOX-RULE-PARA.

       WRITE-WDRAWN-NOTE-PARA.
           IF PF-CAND-STATUS(PF-IDX) = 'W'
               MOVE PF-CAND-ID(PF-IDX) TO PF-NUM-EDIT
               STRING "  Candidate " DELIMITED BY SIZE
                   FUNCTION TRIM(PF-NUM-EDIT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   PF-CAND-NAME(PF-IDX) DELIMITED BY "  "
                   " WITHDRAWN - keeps box " DELIMITED BY SIZE
                   FUNCTION TRIM(PF-NUM-EDIT) DELIMITED BY SIZE
                   "; notice at every station."
                       DELIMITED BY SIZE
                   INTO PF-ROW
               END-STRING
               PERFORM WRITE-PROOF-ROW-PARA
           END-IF.

       WRITE-PROOF-ROW-PARA.
           MOVE PF-ROW TO PROOF-RECORD.
           WRITE PROOF-RECORD.
           MOVE SPACES TO PF-ROW.

      ******************************************************************
      * COUNT-ELECTORATE-PARA / COUNT-POSTAL-PARA - the print order's
      * figures: entitled electors by polling district from the
      * register, and the postal packs on the packet register for
      * this election (a cancelled pack's replacement is its own
      * record), also by district.
      ******************************************************************
       COUNT-ELECTORATE-PARA.
           MOVE 'N' TO PF-EOF-SWITCH.
           OPEN INPUT ELECT-FILE.
           IF ELECT-FILE-STATUS NOT = '00'
               DISPLAY "No register of electors - the print order "
                   "has no station figures."
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-ELECTOR-PARA UNTIL PF-EOF-SWITCH = 'Y'.
           CLOSE ELECT-FILE.

       READ-ELECTOR-PARA.
           READ ELECT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PF-EOF-SWITCH
               NOT AT END
                   IF ER-CONST-CODE = PF-CONST-CODE
                       AND ER-ENTITLED
                       MOVE ER-DISTRICT TO PF-DIST-KEY
                       PERFORM FIND-DIST-PARA
                       IF PF-DIST-IDX > ZERO
                           ADD 1 TO PF-DIST-ELECTORS(PF-DIST-IDX)
                       END-IF
                       ADD 1 TO PF-ELECTORATE-TOTAL
                   END-IF
           END-READ.

       COUNT-POSTAL-PARA.
           MOVE 'N' TO PF-EOF-SWITCH.
           OPEN INPUT POST-FILE.
           IF POST-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-PACKET-PARA UNTIL PF-EOF-SWITCH = 'Y'.
           CLOSE POST-FILE.

       READ-PACKET-PARA.
           READ POST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PF-EOF-SWITCH
               NOT AT END
                   IF PP-CONST-CODE = PF-CONST-CODE
                       AND (PP-ELECTION-ID = PF-ELECTION-ID
                           OR PP-ELECTION-ID = SPACES)
                       AND NOT PP-CANCELLED
                       MOVE PP-DISTRICT TO PF-DIST-KEY
                       PERFORM FIND-DIST-PARA
                       IF PF-DIST-IDX > ZERO
                           ADD 1 TO PF-DIST-POSTAL(PF-DIST-IDX)
                       END-IF
                       ADD 1 TO PF-POSTAL-TOTAL
                   END-IF
           END-READ.

      * PF-DIST-IDX for PF-DIST-KEY, added when new; zero when the
      * table is full.
       FIND-DIST-PARA.
           MOVE ZERO TO PF-DIST-IDX.
           PERFORM MATCH-DIST-PARA VARYING PF-IDX FROM 1 BY 1
               UNTIL PF-IDX > PF-DIST-TOTAL OR PF-DIST-IDX > ZERO.
           IF PF-DIST-IDX = ZERO AND PF-DIST-TOTAL < 200
               ADD 1 TO PF-DIST-TOTAL
               MOVE PF-DIST-TOTAL TO PF-DIST-IDX
               MOVE PF-DIST-KEY TO PF-DIST-CODE(PF-DIST-IDX)
               MOVE ZERO TO PF-DIST-ELECTORS(PF-DIST-IDX)
               MOVE ZERO TO PF-DIST-POSTAL(PF-DIST-IDX)
           END-IF.

       MATCH-DIST-PARA.
           IF PF-DIST-CODE(PF-IDX) = PF-DIST-KEY
               MOVE PF-IDX TO PF-DIST-IDX
           END-IF.

      ******************************************************************
      * WRITE-ORDER-PARA - one line per polling station (district):
      * its entitled electors less those sent a postal pack, plus
      * the spare allowance; then the postal issue, plus the same
      * allowance for replacement packs.
      ******************************************************************
       WRITE-ORDER-PARA.
           MOVE ALL "=" TO PF-ROW.
           PERFORM WRITE-ORDER-ROW-PARA.
           STRING "BALLOT PAPER PRINT ORDER  Constituency "
                   DELIMITED BY SIZE
               PF-CONST-CODE DELIMITED BY SIZE
               "  Election " DELIMITED BY SIZE
               PF-ELECTION-ID DELIMITED BY SIZE
               INTO PF-ROW
           END-STRING.
           PERFORM WRITE-ORDER-ROW-PARA.
           MOVE ALL "=" TO PF-ROW.
           PERFORM WRITE-ORDER-ROW-PARA.
           STRING "Print from the proof with reference "
                   DELIMITED BY SIZE
               PF-REF-EDIT DELIMITED BY SIZE
               " only.  Ordered " DELIMITED BY SIZE
               PF-RUN-DATE DELIMITED BY SIZE
               INTO PF-ROW
           END-STRING.
           PERFORM WRITE-ORDER-ROW-PARA.
           MOVE PF-SPARE-PCT TO PF-NUM-EDIT.
           STRING "Spare allowance: " DELIMITED BY SIZE
               FUNCTION TRIM(PF-NUM-EDIT) DELIMITED BY SIZE
               "% on every quantity." DELIMITED BY SIZE
               INTO PF-ROW
           END-STRING.
           PERFORM WRITE-ORDER-ROW-PARA.
           MOVE SPACES TO PF-ROW.
           PERFORM WRITE-ORDER-ROW-PARA.
           MOVE "  Polling station      Electors    Postal   Station"
               TO PF-ROW.
           MOVE "Spare     Order" TO PF-ROW(56:15).
           PERFORM WRITE-ORDER-ROW-PARA.
           PERFORM WRITE-STATION-PARA VARYING PF-DIST-IDX FROM 1 BY 1
               UNTIL PF-DIST-IDX > PF-DIST-TOTAL.
           MOVE PF-POSTAL-TOTAL TO PF-STATION-QTY.
           PERFORM SPARE-PARA.
           MOVE SPACES TO PF-ROW.
           PERFORM WRITE-ORDER-ROW-PARA.
           MOVE "  Postal issue" TO PF-ROW.
           MOVE PF-POSTAL-TOTAL TO PF-CNT-EDIT.
           MOVE PF-CNT-EDIT TO PF-ROW(34:7).
           MOVE PF-SPARE-QTY TO PF-CNT-EDIT.
           MOVE PF-CNT-EDIT TO PF-ROW(52:7).
           COMPUTE PF-WORK = PF-POSTAL-TOTAL + PF-SPARE-QTY.
           ADD PF-WORK TO PF-ORDER-TOTAL.
           MOVE PF-WORK TO PF-CNT-EDIT.
           MOVE PF-CNT-EDIT TO PF-ROW(63:7).
           PERFORM WRITE-ORDER-ROW-PARA.
           MOVE SPACES TO PF-ROW.
           PERFORM WRITE-ORDER-ROW-PARA.
           MOVE "  TOTAL PAPERS TO PRINT" TO PF-ROW.
           MOVE PF-ELECTORATE-TOTAL TO PF-CNT-EDIT.
           MOVE PF-CNT-EDIT TO PF-ROW(24:7).
           MOVE PF-ORDER-TOTAL TO PF-CNT-EDIT.
           MOVE PF-CNT-EDIT TO PF-ROW(63:7).
           PERFORM WRITE-ORDER-ROW-PARA.
           MOVE ALL "=" TO PF-ROW.
           PERFORM WRITE-ORDER-ROW-PARA.

       WRITE-STATION-PARA.
           IF PF-DIST-POSTAL(PF-DIST-IDX)
               < PF-DIST-ELECTORS(PF-DIST-IDX)
               COMPUTE PF-STATION-QTY = PF-DIST-ELECTORS(PF-DIST-IDX)
                   - PF-DIST-POSTAL(PF-DIST-IDX)
           ELSE
               MOVE ZERO TO PF-STATION-QTY
           END-IF.
           PERFORM SPARE-PARA.
           MOVE SPACES TO PF-ROW.
           MOVE "District" TO PF-ROW(3:8).
           MOVE PF-DIST-CODE(PF-DIST-IDX) TO PF-ROW(12:4).
           MOVE PF-DIST-ELECTORS(PF-DIST-IDX) TO PF-CNT-EDIT.
           MOVE PF-CNT-EDIT TO PF-ROW(24:7).
           MOVE PF-DIST-POSTAL(PF-DIST-IDX) TO PF-CNT-EDIT.
           MOVE PF-CNT-EDIT TO PF-ROW(34:7).
           MOVE PF-STATION-QTY TO PF-CNT-EDIT.
           MOVE PF-CNT-EDIT TO PF-ROW(44:7).
           MOVE PF-SPARE-QTY TO PF-CNT-EDIT.
           MOVE PF-CNT-EDIT TO PF-ROW(52:7).
           COMPUTE PF-WORK = PF-STATION-QTY + PF-SPARE-QTY.
           ADD PF-WORK TO PF-ORDER-TOTAL.
           MOVE PF-WORK TO PF-CNT-EDIT.
           MOVE PF-CNT-EDIT TO PF-ROW(63:7).
           PERFORM WRITE-ORDER-ROW-PARA.

      * The spare allowance on PF-STATION-QTY, rounded up to a whole
      * paper.
       SPARE-PARA.
           COMPUTE PF-WORK-X = PF-STATION-QTY * PF-SPARE-PCT.
           ADD 99 TO PF-WORK-X.
           COMPUTE PF-SPARE-QTY = PF-WORK-X / 100.

       WRITE-ORDER-ROW-PARA.
           MOVE PF-ROW TO ORDER-RECORD.
           WRITE ORDER-RECORD.
           MOVE SPACES TO PF-ROW.

      ******************************************************************
      * SIGN-OFF-PARA - the returning officer keys the reference
      * printed on the proof in hand. It must be the slate's
      * reference now: a proof printed before a later change to the
      * slate cannot be signed. Sign-off is only taken while the
      * constituency is in PREPARATION - after that the slate is
      * locked and the papers printed.
      ******************************************************************
       SIGN-OFF-PARA.
           IF PF-OPER-FILE-SWITCH = 'Y'
               AND PF-OPER-ROLE NOT = 'R'
               DISPLAY "The proof is signed off by the returning "
                   "officer only."
               EXIT PARAGRAPH
           END-IF.
           IF PF-EC-STATUS NOT = 'P'
               DISPLAY "The proof can only be signed off while "
                   PF-CONST-CODE " is in PREPARATION - status is "
                   PF-EC-STATUS "."
               EXIT PARAGRAPH
           END-IF.
           IF PQ-SEQ-OK NOT = 'Y'
               DISPLAY "*** Candidate numbers on the master do not "
                   "run 1, 2, 3 ... in order - this slate cannot be "
                   "signed off ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Key the proof reference printed on the proof "
               "you are signing (8 digits) ".
           MOVE SPACES TO PF-INPUT.
           ACCEPT PF-INPUT.
           IF PF-INPUT(1:8) IS NOT NUMERIC
               DISPLAY "Not a proof reference - nothing signed."
               EXIT PARAGRAPH
           END-IF.
           MOVE PF-INPUT(1:8) TO PF-KEYED-REF.
           IF PF-KEYED-REF NOT = PQ-SLATE-REF
               DISPLAY "*** That proof is not of the slate as it "
                   "stands (reference " PF-REF-EDIT ") - the slate "
                   "has changed since it was printed. Produce a new "
                   "proof and sign that. ***"
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Sign off the proof of " PF-CONST-CODE
               " (reference " PF-REF-EDIT ") for printing? (Y/N) ".
           MOVE SPACES TO PF-INPUT.
           ACCEPT PF-INPUT.
           IF FUNCTION UPPER-CASE(PF-INPUT(1:1)) NOT = 'Y'
               DISPLAY "Sign-off abandoned."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT PF-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PF-RUN-TIME FROM TIME.
           OPEN EXTEND SIGN-FILE.
           IF SIGN-FILE-STATUS = '35'
               OPEN OUTPUT SIGN-FILE
           END-IF.
           IF SIGN-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to open ballot_proof_signoff.dat"
                   " - status " SIGN-FILE-STATUS " ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PROOF-SIGNOFF-RECORD.
           MOVE PF-CONST-CODE TO PS-CONST-CODE.
           MOVE PF-ELECTION-ID TO PS-ELECTION-ID.
           MOVE PQ-SLATE-REF TO PS-SLATE-REF.
           MOVE PQ-CANDIDATES TO PS-CANDIDATES.
           MOVE PF-RUN-DATE TO PS-DATE.
           MOVE PF-RUN-TIME TO PS-TIME.
           MOVE PF-OPERATOR TO PS-OPERATOR.
           WRITE PROOF-SIGNOFF-RECORD.
           CLOSE SIGN-FILE.
           DISPLAY "Proof of " PF-CONST-CODE " signed off - its "
               "ballots may now be opened.".
           MOVE SPACES TO PF-AUDIT-RECORD.
           STRING PF-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PF-RUN-TIME DELIMITED BY SIZE
               " BALLOT PROOF SIGNED CONST=" DELIMITED BY SIZE
               PF-CONST-CODE DELIMITED BY SIZE
               " REF=" DELIMITED BY SIZE
               PF-REF-EDIT DELIMITED BY SIZE
               " CANDIDATES=" DELIMITED BY SIZE
               PQ-CANDIDATES DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               PF-OPERATOR DELIMITED BY SIZE
               INTO PF-AUDIT-RECORD
           END-STRING.
           PERFORM LOG-AUDIT-PARA.

       LOG-AUDIT-PARA.
           MOVE SPACES TO AL-TEXT.
           MOVE PF-AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       END PROGRAM SubSTVProof.
