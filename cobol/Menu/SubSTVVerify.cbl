      *            output shows a random draw or the random-sample
      *            method are flagged as not deterministically
      *            verifiable; quota and poll are still checked.
      *            The statutory count options the original run
      *            recorded on its header - surplus deferral and
      *            bulk exclusion - are applied by the same rules
      *            here, so a count run under them still
      *            reconciles. The operator names the constituency
      *            and picks the run to verify from the count
      *            results library (Enter at the run prompt takes
      *            the latest official count, Enter at the
      *            constituency prompt the count on hand); the
      *            verification of a filed run is itself filed
      *            there as a verification run against it, PASS or
      *            FAIL, so the library shows which counts have
      *            been verified.
      *            Called with BatchReq.cpy: BR-MODE 'B' verifies
      *            the count on hand for BR-CONST-CODE without a
      *            prompt and nothing is filed; BR-RC comes back 00
      *            when the counts agree, 04 on any divergence and
      *            01 when there was nothing to verify.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMAST-FILE-STATUS.
       SELECT COUNT-FILE
           ASSIGN TO DYNAMIC VF-COUNT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COUNT-FILE-STATUS.
       SELECT VERIFY-FILE

       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  CAND-FILE            RECORD CONTAINS 24 CHARACTERS.
       77 CAND-EOF-SWITCH      PIC X VALUE 'N'.
       77 CMAST-EOF-SWITCH     PIC X VALUE 'N'.
       77 CAND-LOADED-SWITCH   PIC X VALUE 'N'.
       77 VF-SLATE-BIG-SW      PIC X VALUE 'N'.
       77 CAND-COUNT           PIC 9(3) VALUE ZERO.
       77 CAND-IDX             PIC 9(3).
       01 CAND-NAMES-AREA.
           05 CAND-NAME        PIC X(20) OCCURS 99 TIMES.
       01 CAND-WDRAWN-AREA.
           05 CAND-WDRAWN      PIC X OCCURS 99 TIMES.

      * Figures parsed back out of the original count's output.
       77 VF-ORIG-CONST        PIC X(3) VALUE SPACES.
       77 VF-COUNT-NAME        PIC X(44).
       77 VF-ORIG-N            PIC 9(3) VALUE ZERO.
       77 VF-ORIG-R            PIC 9(3) VALUE ZERO.
       77 VF-ORIG-BALLOTS      PIC 9(6) VALUE ZERO.
       77 VF-ELECTION-ID       PIC X(8) VALUE SPACES.
       77 VF-FORMALITY         PIC X VALUE 'S'.
       77 VF-MIN-PREFS         PIC 9(2) VALUE 1.
       77 VF-DEFER-OPT         PIC X VALUE 'N'.
       77 VF-BULK-OPT          PIC X VALUE 'N'.
       01 VF-ORIG-ELECTED-AREA.
           05 VF-ORIG-ELECTED  PIC X OCCURS 99 TIMES.
       01 VF-ORIG-VOTES-AREA.
           05 VF-ORIG-VOTES    PIC 9(9)V9(4) OCCURS 99 TIMES.
       77 VF-IN-ROUND-SW       PIC X VALUE 'N'.
       77 VF-TOKEN             PIC X(40).
       77 VF-TAIL              PIC X(80).
       01 VB-BALLOT-TABLE.
           05 VB-ENTRY             OCCURS 100000 TIMES.
               10 VB-PREFS          PIC 9(2).
               10 VB-PTR-POS        PIC 9(3).
               10 VB-CAND           PIC 9(2).
               10 VB-WEIGHT         PIC 9V9(4).
               10 VB-ACTIVE         PIC X.
               10 VB-RANK           PIC 9(2) OCCURS 99 TIMES.
       01 VC-CAND-TABLE.
           05 VC-ENTRY             OCCURS 99 TIMES.
               10 VC-VOTES          PIC 9(9)V9(4).
               10 VC-STATE          PIC X.
       01 VC-HIST-AREA.
           05 VC-HIST-ROUND        OCCURS 200 TIMES.
               10 VC-HIST-VOTES     PIC 9(9)V9(4) OCCURS 99 TIMES.
       77 VC-QUOTA             PIC 9(9).
       77 VC-ROUND             PIC 9(3) VALUE ZERO.
       77 VC-ELECTED-COUNT     PIC 9(3).
       77 VC-KEEP-COUNT        PIC 9(3).
       77 VC-LOW-HIST          PIC 9(9)V9(4).
       01 VC-TIE-AREA.
           05 VC-TIE-CAND      PIC 9(3) OCCURS 99 TIMES.
       01 VC-KEEP-AREA.
           05 VC-KEEP-CAND     PIC 9(3) OCCURS 99 TIMES.
       01 VC-NEW-E-AREA.
           05 VC-NEW-E         PIC X OCCURS 99 TIMES.
      * Deferral and bulk-exclusion working figures: VC-HELD is 'Y'
      * while an elected candidate's surplus is held back.
       01 VC-HELD-AREA.
           05 VC-HELD          PIC X OCCURS 99 TIMES.
       01 VC-RANKED-AREA.
           05 VC-RANKED        PIC X OCCURS 99 TIMES.
       01 VC-ORDER-AREA.
           05 VC-ORDER         PIC 9(3) OCCURS 99 TIMES.
       77 VC-XFER-SW           PIC X.
       77 VC-HOLD-SW           PIC X.
       77 VC-HELD-TOTAL        PIC 9(9)V9(4).
       77 VC-HELD-COUNT        PIC 9(3).
       77 VC-HIGH-VOTES        PIC 9(9)V9(4).
       77 VC-LOW2-IDX          PIC 9(3).
       77 VC-LOW2-VOTES        PIC 9(9)V9(4).
       77 VC-ORDER-COUNT       PIC 9(3).
       77 VC-PICK-IDX          PIC 9(3).
       77 VC-PICK-VOTES        PIC 9(9)V9(4).
       77 VC-GROUP             PIC 9(3).
       77 VC-GROUP-SUM         PIC 9(9)V9(4).
       77 VC-ROOM              PIC S9(3).
      * Request block for the count results library: the run under
      * verification, and the verification run filed against it.
       COPY LibReq.

      * Request block for the ticket expander: ticket votes are
      * decoded as their party's lodged ticket.
       COPY TicketReq.

       LINKAGE SECTION.
       COPY BatchReq.

       PROCEDURE DIVISION USING BATCH-REQUEST.
       MAIN-PROCEDURE.
           DISPLAY "Independent Verification Count.".
           MOVE 01 TO BR-RC.
           MOVE ZERO TO VB-TOTAL.
           MOVE ZERO TO VC-ROUND.
           MOVE ZERO TO VF-DIVERGENCES.
           MOVE 'N' TO VF-NONDET-SWITCH.
           MOVE 'N' TO CAND-LOADED-SWITCH.
           MOVE 'N' TO VF-SLATE-BIG-SW.
           MOVE 'N' TO VB-TRUNC-WARNED-SW.
           MOVE SPACES TO VF-ORIG-CONST.
           MOVE ZERO TO VF-ORIG-N.
           MOVE SPACES TO VF-ELECTION-ID.
           MOVE 'S' TO VF-FORMALITY.
           MOVE 1 TO VF-MIN-PREFS.
           MOVE 'N' TO VF-DEFER-OPT.
           MOVE 'N' TO VF-BULK-OPT.
           MOVE 'N' TO VF-IN-ROUND-SW.
           IF BR-BATCH
               MOVE 'stv_count_output.dat' TO VF-COUNT-NAME
               MOVE SPACES TO LQ-PREFIX
               MOVE BR-CONST-CODE TO LQ-CONST-CODE
           ELSE
               PERFORM PICK-RUN-PARA
           END-IF.
           PERFORM PARSE-ORIGINAL-PARA THRU PARSE-ORIGINAL-EXIT.
           IF VF-ORIG-N = ZERO
               DISPLAY "No usable " FUNCTION TRIM(VF-COUNT-NAME)
                   " found - run the count first."
               EXIT PROGRAM
           END-IF.
           IF LQ-CONST-CODE NOT = SPACES
               AND VF-ORIG-CONST NOT = LQ-CONST-CODE
               DISPLAY "The count on hand is for " VF-ORIG-CONST
                   ", not " LQ-CONST-CODE " - nothing to verify."
               EXIT PROGRAM
           END-IF.
           PERFORM LOAD-CAND-MASTER-PARA.
           IF CAND-LOADED-SWITCH NOT = 'Y'
               PERFORM LOAD-CAND-NAMES-PARA
           END-IF.
           IF VF-SLATE-BIG-SW = 'Y' OR VF-ORIG-N > 99
               DISPLAY "*** More than 99 candidates for "
                   VF-ORIG-CONST " - the system limit is 99; the "
                   "verification count will not run ***"
               EXIT PROGRAM
           END-IF.
           PERFORM LOAD-BALLOTS-PARA.
           IF VB-TOTAL = ZERO
               DISPLAY "No ballots on file for " VF-ORIG-CONST "."
           END-IF.
           PERFORM RUN-INDEPENDENT-COUNT-PARA.
           OPEN OUTPUT VERIFY-FILE.
           IF LQ-PREFIX NOT = SPACES
               MOVE SPACES TO VF-ROW
               STRING "Verifying count run " DELIMITED BY SIZE
                   LQ-RUN-TYPE DELIMITED BY SIZE
                   LQ-RUN-SEQ DELIMITED BY SIZE
                   " of " DELIMITED BY SIZE
                   LQ-CONST-CODE DELIMITED BY SIZE
                   " election " DELIMITED BY SIZE
                   LQ-ELECTION-ID DELIMITED BY SIZE
                   INTO VF-ROW
               END-STRING
               PERFORM WRITE-VF-ROW-PARA
           END-IF.
           PERFORM COMPARE-PARA.
           CLOSE VERIFY-FILE.
           IF VF-DIVERGENCES = ZERO
               MOVE ZERO TO BR-RC
           ELSE
               MOVE 04 TO BR-RC
           END-IF.
           IF LQ-PREFIX NOT = SPACES
               PERFORM FILE-VERIFY-PARA
           END-IF.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * PICK-RUN-PARA - the constituency and the count run to
      * verify. A named constituency's runs come from the count
      * results library; Enter, or a constituency with nothing
      * filed, reads the count on hand.
      ******************************************************************
       PICK-RUN-PARA.
           MOVE 'stv_count_output.dat' TO VF-COUNT-NAME.
           MOVE SPACES TO LQ-PREFIX.
           DISPLAY "Constituency to verify (3 characters) "
               "[Enter=the count on hand] ".
           MOVE SPACES TO VF-INPUT.
           ACCEPT VF-INPUT.
           MOVE FUNCTION UPPER-CASE(VF-INPUT(1:3)) TO LQ-CONST-CODE.
           IF LQ-CONST-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'P' TO LQ-ACTION.
           MOVE SPACES TO LQ-ELECTION-ID.
           CALL 'SubSTVCountLib' USING LIBRARY-REQUEST.
           IF LQ-RC NOT = ZERO
               DISPLAY "No run of " LQ-CONST-CODE " in the count "
                   "results library - using the count on hand."
               MOVE SPACES TO LQ-PREFIX
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO VF-COUNT-NAME.
           STRING FUNCTION TRIM(LQ-PREFIX) DELIMITED BY SIZE
               "count.dat" DELIMITED BY SIZE
               INTO VF-COUNT-NAME
           END-STRING.

      * The verification of a filed run is filed as a run of its
      * own against it: reconciled only with no divergence.
       FILE-VERIFY-PARA.
           MOVE LQ-RUN-SEQ TO LQ-OF-SEQ.
           MOVE 'F' TO LQ-ACTION.
           MOVE 'V' TO LQ-RUN-TYPE.
           IF VF-DIVERGENCES = ZERO
               MOVE 'Y' TO LQ-RESULT
           ELSE
               MOVE 'N' TO LQ-RESULT
           END-IF.
           MOVE 'VERIFY' TO LQ-OPERATOR.
           CALL 'SubSTVCountLib' USING LIBRARY-REQUEST.

      ******************************************************************
      * PARSE-ORIGINAL-PARA - pull the declared figures back out of
      * stv_count_output.dat: the header's constituency, N, seats,
      ******************************************************************
       PARSE-ORIGINAL-PARA.
           PERFORM CLEAR-ORIG-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           OPEN INPUT COUNT-FILE.
           IF COUNT-FILE-STATUS NOT = '00'
               GO TO PARSE-ORIGINAL-EXIT
           ELSE IF COUNT-RECORD(1:9) = "-- Round "
               MOVE 'Y' TO VF-IN-ROUND-SW
               PERFORM CLEAR-ROUND-VOTES-PARA VARYING I FROM 1
                   BY 1 UNTIL I > 99
           ELSE IF COUNT-RECORD(1:12) = "  Candidate "
               AND VF-IN-ROUND-SW = 'Y'
               PERFORM PARSE-CAND-LINE-PARA
           ELSE IF COUNT-RECORD(1:21) = "  Elected: Candidate "
               COMPUTE VF-LINE-CAND =
                   FUNCTION NUMVAL(COUNT-RECORD(22:3))
               IF VF-LINE-CAND > ZERO AND VF-LINE-CAND <= 99
                   MOVE 'Y' TO VF-ORIG-ELECTED(VF-LINE-CAND)
               END-IF
           ELSE IF COUNT-RECORD(1:21) = "  TIE-BREAK DRAW SEED"
           ELSE IF COUNT-RECORD(1:10) = "Election: "
               MOVE COUNT-RECORD(11:8) TO VF-ELECTION-ID
           ELSE IF COUNT-RECORD(1:15) = "Tie-break rule:"
               PERFORM PARSE-RULE-LINE-PARA
           ELSE IF COUNT-RECORD(1:14) = "Count options:"
               PERFORM PARSE-OPTIONS-LINE-PARA.

       PARSE-HEADER-PARA.
           MOVE SPACES TO VF-TAIL.
               END-IF
           END-IF.

      * The count options line; a count output written before the
      * options existed has none, and ran with neither.
       PARSE-OPTIONS-LINE-PARA.
           MOVE SPACES TO VF-TAIL.
           UNSTRING COUNT-RECORD DELIMITED BY "deferral="
               INTO VF-JUNK VF-TAIL
           END-UNSTRING.
           IF VF-TAIL(1:1) = 'Y'
               MOVE 'Y' TO VF-DEFER-OPT
           END-IF.
           MOVE SPACES TO VF-TAIL.
           UNSTRING COUNT-RECORD DELIMITED BY "exclusion="
               INTO VF-JUNK VF-TAIL
           END-UNSTRING.
           IF VF-TAIL(1:1) = 'Y'
               MOVE 'Y' TO VF-BULK-OPT
           END-IF.

       CLEAR-ROUND-VOTES-PARA.
           MOVE ZERO TO VF-ORIG-VOTES(I).

           UNSTRING COUNT-RECORD DELIMITED BY "votes="
               INTO VF-JUNK VF-TAIL
           END-UNSTRING.
           IF VF-LINE-CAND > ZERO AND VF-LINE-CAND <= 99
               COMPUTE VF-ORIG-VOTES(VF-LINE-CAND) =
                   FUNCTION NUMVAL(VF-TAIL(1:15))
           END-IF.
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = VF-ORIG-CONST
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CM-NAME(1:20)
                               TO CAND-NAME(CAND-COUNT)
                               MOVE 'N' TO CAND-WDRAWN(CAND-COUNT)
                           END-IF
                       ELSE
                           MOVE 'Y' TO VF-SLATE-BIG-SW
                           MOVE 'Y' TO CMAST-EOF-SWITCH
                       END-IF
                   END-IF
                   MOVE 'Y' TO CAND-EOF-SWITCH
               NOT AT END
                   IF CN-CONST-CODE = VF-ORIG-CONST
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CN-NAME TO CAND-NAME(CAND-COUNT)
                           MOVE 'N' TO CAND-WDRAWN(CAND-COUNT)
                       ELSE
                           MOVE 'Y' TO VF-SLATE-BIG-SW
                           MOVE 'Y' TO CAND-EOF-SWITCH
                       END-IF
                   END-IF
      * production count applies (voided and invalid excluded).
      ******************************************************************
       LOAD-BALLOTS-PARA.
           SET TX-LOAD TO TRUE.
           MOVE VF-ORIG-CONST TO TX-CONST-CODE.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           OPEN INPUT VOTES-FILE.
           IF VOTES-FILE-STATUS NOT = '00'
               DISPLAY "No votes file found."
           MOVE ZERO TO VB-PREFS(VB-TOTAL).
           MOVE 'N' TO VB-BAD-SWITCH.
           MOVE 'N' TO VB-STOP-SWITCH.
           IF VR-FORMAT-NUMERIC AND VR-TICKET-BALLOT
               PERFORM EXPAND-TICKET-PARA
           END-IF.
           IF NOT VR-FORMAT-NUMERIC
               MOVE 'Y' TO VB-BAD-SWITCH
           ELSE
               MOVE 'Y' TO VB-ACTIVE(VB-TOTAL)
           END-IF.

      * A ticket vote decodes as its party's lodged ticket; a vote
      * for a ticket not lodged is spoilt.
       EXPAND-TICKET-PARA.
           SET TX-EXPAND TO TRUE.
           MOVE VF-ORIG-CONST TO TX-CONST-CODE.
           MOVE VR-TICKET-NO TO TX-TICKET-NO.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           IF TX-RC = ZERO
               MOVE TX-PREF-COUNT TO VR-PREF-COUNT
               MOVE TX-PREF-AREA TO VR-PREF-AREA
           ELSE
               MOVE ZERO TO VR-PREF-COUNT
               MOVE 'Y' TO VB-BAD-SWITCH
           END-IF.

       COPY-ONE-PREF-PARA.
           IF VR-PREF(VB-PREF-IDX) = ZERO
               OR VR-PREF(VB-PREF-IDX) > VF-ORIG-N
       INIT-VC-PARA.
           MOVE ZERO TO VC-VOTES(I).
           MOVE 'C' TO VC-STATE(I).
           MOVE 'N' TO VC-HELD(I).

       WITHDRAW-VC-PARA.
           IF CAND-LOADED-SWITCH = 'Y'
               UNTIL I > VF-ORIG-N.
           PERFORM VC-ELECT-PARA VARYING I FROM 1 BY 1
               UNTIL I > VF-ORIG-N.
           IF VF-DEFER-OPT = 'Y'
               PERFORM VC-DEFER-PARA
           ELSE
               PERFORM VC-XFER-ELECTED-PARA VARYING I FROM 1 BY 1
                   UNTIL I > VF-ORIG-N
               MOVE VC-ANY-ELECTED-SW TO VC-XFER-SW
           END-IF.
           IF VC-XFER-SW = 'N'
               AND VC-ELECTED-COUNT < VF-ORIG-R
               MOVE ZERO TO VC-CONTINUING
               PERFORM VC-COUNT-CONT-PARA VARYING I FROM 1 BY 1
       VC-SAVE-HIST-PARA.
           MOVE VC-VOTES(I) TO VC-HIST-VOTES(VC-ROUND I).

      * Papers of an elected candidate whose surplus is held back
      * stay on that candidate's pile until the surplus moves.
       VC-ADD-BALLOT-PARA.
           IF VB-ACTIVE(K) = 'Y'
               IF VC-STATE(VB-CAND(K)) = 'C'
                   OR VC-HELD(VB-CAND(K)) = 'Y'
                   ADD VB-WEIGHT(K) TO VC-VOTES(VB-CAND(K))
               ELSE
                   PERFORM VC-ADVANCE-PARA
               MOVE 'Y' TO VC-NEW-E(I)
               ADD 1 TO VC-ELECTED-COUNT
               MOVE 'Y' TO VC-ANY-ELECTED-SW
               IF VF-DEFER-OPT = 'Y'
                   MOVE 'Y' TO VC-HELD(I)
               END-IF
           END-IF.

       VC-XFER-ELECTED-PARA.
               MOVE 'N' TO VB-ACTIVE(K)
           END-IF.

      ******************************************************************
      * VC-DEFER-PARA - the deferral rule: every surplus not yet
      * moved is weighed together. Held back when the seats are
      * settled without it, or when the total could neither bring
      * the highest continuing candidate to quota nor lift the
      * lowest past the next lowest; otherwise every held surplus
      * moves now, in candidate order.
      ******************************************************************
       VC-DEFER-PARA.
           MOVE 'N' TO VC-XFER-SW.
           PERFORM VC-SUM-HELD-PARA.
           IF VC-HELD-COUNT > ZERO
               MOVE 'N' TO VC-HOLD-SW
               MOVE ZERO TO VC-CONTINUING
               PERFORM VC-COUNT-CONT-PARA VARYING I FROM 1 BY 1
                   UNTIL I > VF-ORIG-N
               IF VC-ELECTED-COUNT >= VF-ORIG-R
                   OR VC-CONTINUING <= VF-ORIG-R - VC-ELECTED-COUNT
                   MOVE 'Y' TO VC-HOLD-SW
               ELSE
                   MOVE ZERO TO VC-HIGH-VOTES
                   MOVE ZERO TO VC-LOW-IDX
                   MOVE ZERO TO VC-LOW2-IDX
                   PERFORM VC-FIND-LOW-PARA VARYING I FROM 1 BY 1
                       UNTIL I > VF-ORIG-N
                   PERFORM VC-FIND-LOW2-PARA VARYING I FROM 1 BY 1
                       UNTIL I > VF-ORIG-N
                   IF VC-LOW2-IDX > ZERO
                       AND VC-HELD-TOTAL + VC-HIGH-VOTES < VC-QUOTA
                       AND VC-HELD-TOTAL < VC-LOW2-VOTES - VC-LOW-VOTES
                       MOVE 'Y' TO VC-HOLD-SW
                   END-IF
               END-IF
               IF VC-HOLD-SW = 'N'
                   PERFORM VC-RELEASE-HELD-PARA VARYING I FROM 1
                       BY 1 UNTIL I > VF-ORIG-N
                   PERFORM VC-XFER-ELECTED-PARA VARYING I FROM 1
                       BY 1 UNTIL I > VF-ORIG-N
                   MOVE 'Y' TO VC-XFER-SW
               END-IF
           END-IF.

       VC-SUM-HELD-PARA.
           MOVE ZERO TO VC-HELD-TOTAL.
           MOVE ZERO TO VC-HELD-COUNT.
           PERFORM VC-ADD-HELD-PARA VARYING I FROM 1 BY 1
               UNTIL I > VF-ORIG-N.

       VC-ADD-HELD-PARA.
           IF VC-HELD(I) = 'Y'
               ADD 1 TO VC-HELD-COUNT
               COMPUTE VC-HELD-TOTAL = VC-HELD-TOTAL + VC-VOTES(I)
                   - VC-QUOTA
           END-IF.

       VC-FIND-LOW2-PARA.
           IF VC-STATE(I) = 'C'
               IF VC-VOTES(I) > VC-HIGH-VOTES
                   MOVE VC-VOTES(I) TO VC-HIGH-VOTES
               END-IF
               IF I NOT = VC-LOW-IDX
                   IF VC-LOW2-IDX = ZERO
                       OR VC-VOTES(I) < VC-LOW2-VOTES
                       MOVE I TO VC-LOW2-IDX
                       MOVE VC-VOTES(I) TO VC-LOW2-VOTES
                   END-IF
               END-IF
           END-IF.

      * Every held surplus moves now; VC-NEW-E marks it for the
      * ordinary surplus transfer, at the value from its pile.
       VC-RELEASE-HELD-PARA.
           IF VC-HELD(I) = 'Y'
               MOVE 'Y' TO VC-NEW-E(I)
               MOVE 'N' TO VC-HELD(I)
           ELSE
               MOVE 'N' TO VC-NEW-E(I)
           END-IF.

      ******************************************************************
      * VC-BULK-PARA - the bulk-exclusion rule: rank the continuing
      * candidates lowest first (equal tallies in candidate order)
      * and take the largest group from the bottom whose combined
      * votes, with any surplus held back, stay below the next
      * candidate up, leaving at least as many continuing as seats
      * still to fill. A group of one is left to the ordinary
      * exclusion.
      ******************************************************************
       VC-BULK-PARA.
           MOVE ZERO TO VC-GROUP.
           PERFORM VC-SUM-HELD-PARA.
           MOVE ZERO TO VC-ORDER-COUNT.
           PERFORM VC-CLEAR-RANKED-PARA VARYING I FROM 1 BY 1
               UNTIL I > VF-ORIG-N.
           PERFORM VC-RANK-NEXT-PARA VC-CONTINUING TIMES.
           COMPUTE VC-ROOM = VC-CONTINUING
               - (VF-ORIG-R - VC-ELECTED-COUNT).
           MOVE ZERO TO VC-GROUP-SUM.
           PERFORM VC-TRY-GROUP-PARA VARYING J FROM 1 BY 1
               UNTIL J >= VC-ORDER-COUNT OR J > VC-ROOM.

       VC-CLEAR-RANKED-PARA.
           MOVE 'N' TO VC-RANKED(I).

       VC-RANK-NEXT-PARA.
           MOVE ZERO TO VC-PICK-IDX.
           MOVE ZERO TO VC-PICK-VOTES.
           PERFORM VC-RANK-MIN-PARA VARYING I FROM 1 BY 1
               UNTIL I > VF-ORIG-N.
           IF VC-PICK-IDX > ZERO
               ADD 1 TO VC-ORDER-COUNT
               MOVE VC-PICK-IDX TO VC-ORDER(VC-ORDER-COUNT)
               MOVE 'Y' TO VC-RANKED(VC-PICK-IDX)
           END-IF.

       VC-RANK-MIN-PARA.
           IF VC-STATE(I) = 'C' AND VC-RANKED(I) = 'N'
               IF VC-PICK-IDX = ZERO OR VC-VOTES(I) < VC-PICK-VOTES
                   MOVE I TO VC-PICK-IDX
                   MOVE VC-VOTES(I) TO VC-PICK-VOTES
               END-IF
           END-IF.

       VC-TRY-GROUP-PARA.
           ADD VC-VOTES(VC-ORDER(J)) TO VC-GROUP-SUM.
           IF VC-GROUP-SUM + VC-HELD-TOTAL
               < VC-VOTES(VC-ORDER(J + 1))
               MOVE J TO VC-GROUP
           END-IF.

       VC-BULK-OUT-PARA.
           MOVE 'X' TO VC-STATE(VC-ORDER(J)).

       VC-COUNT-CONT-PARA.
           IF VC-STATE(I) = 'C'
               ADD 1 TO VC-CONTINUING
           END-IF.

       VC-EXCLUDE-PARA.
           MOVE ZERO TO VC-GROUP.
           IF VF-BULK-OPT = 'Y'
               PERFORM VC-BULK-PARA
           END-IF.
           IF VC-GROUP > 1
               PERFORM VC-BULK-OUT-PARA VARYING J FROM 1 BY 1
                   UNTIL J > VC-GROUP
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO VC-LOW-IDX.
           MOVE ZERO TO VC-LOW-VOTES.
           PERFORM VC-FIND-LOW-PARA VARYING I FROM 1 BY 1
