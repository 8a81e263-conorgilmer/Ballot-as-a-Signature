      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Ballot journey trace. At scrutiny an agent points
      *            at a paper and asks where that vote went; the
      *            count book and the party flow only deal in
      *            parcels. The count keeps a ballot path
      *            (stv_ballot_path.dat, PathRec.cpy) - a line every
      *            time a paper changes hands - and this program
      *            reads it back: for one ballot id, or for every
      *            paper from one box or bureau batch, each paper's
      *            journey round by round - who held it, under
      *            which preference, at what transfer value, and
      *            when it was kept as part of a quota or became
      *            non-transferable. Papers that never reached the
      *            count (informal, voided, another election's) have
      *            no path and are listed as such. A summary then
      *            counts how many papers followed each distinct
      *            path; the summary alone can be asked for over
      *            every paper in the count. The operator names the
      *            constituency and picks the run from the count
      *            results library (Enter at the run prompt takes
      *            the latest official count, Enter at the
      *            constituency prompt the count on hand). Report to
      *            stv_ballot_trace.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVTrace.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT PATH-FILE
           ASSIGN TO DYNAMIC TR-PATH-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PATH-FILE-STATUS.
       SELECT VOTES-FILE
           ASSIGN TO 'votes_output.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VR-BALLOT-KEY
           FILE STATUS IS VOTES-FILE-STATUS.
       SELECT CMAST-FILE
           ASSIGN TO 'candidate_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMAST-FILE-STATUS.
       SELECT RPT-FILE
           ASSIGN TO 'stv_ballot_trace.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILE-STATUS.
       SELECT SORT-FILE ASSIGN TO 'trace_sort_work.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD  PATH-FILE            RECORD CONTAINS 44 CHARACTERS.
       COPY PathRec.

       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       COPY CandMast.

       FD  RPT-FILE             RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD           PIC X(80).

      * The path lines of the papers traced, brought together by
      * ballot id; the line's place in the path file keeps each
      * paper's moves in the order the count made them.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SR-BALLOT-ID     PIC 9(6).
           05 SR-SEQ           PIC 9(7).
           05 SR-ROUND         PIC 9(3).
           05 SR-EVENT         PIC X.
           05 SR-FROM-CAND     PIC 9(3).
           05 SR-TO-CAND       PIC 9(3).
           05 SR-PREF          PIC 9(3).
           05 SR-VALUE         PIC X(6).

       WORKING-STORAGE SECTION.
       77 PATH-FILE-STATUS     PIC XX VALUE '00'.
       77 VOTES-FILE-STATUS    PIC XX VALUE '00'.
       77 CMAST-FILE-STATUS    PIC XX VALUE '00'.
       77 RPT-FILE-STATUS      PIC XX VALUE '00'.
       77 TR-EOF-SWITCH        PIC X.
       77 TR-DONE-SWITCH       PIC X.
       77 TR-INPUT             PIC X(12).
       77 TR-PATH-NAME         PIC X(44).
       77 TR-CONST-CODE        PIC X(3).
       77 TR-ELECTION-ID       PIC X(8).
       77 TR-MODE              PIC X.
       77 TR-BALLOT-ID         PIC 9(6).
       77 TR-BOX-ID            PIC X(8).
       77 TR-BALLOT-BOX        PIC X(8).
       77 TR-VOIDED            PIC 9(4).
       77 TR-SEQ               PIC 9(7).
       77 TR-WANT-TOTAL        PIC 9(4).
       77 TR-LO                PIC 9(4).
       77 TR-HI                PIC 9(4).
       77 TR-MID               PIC 9(4).
       77 TR-FOUND             PIC 9(4).
       77 TR-WANT-IDX          PIC 9(4).
       77 TR-PREV-BALLOT       PIC 9(6).
       77 TR-EV-TOTAL          PIC 9(3).
       77 TR-EV-IDX            PIC 9(3).
       77 TR-NEXT-IDX          PIC 9(3).
       77 TR-START             PIC 9(3).
       77 TR-END               PIC 9(3).
       77 TR-HOLDER            PIC 9(3).
       77 TR-PAPERS            PIC 9(6).
       77 TR-MISSING           PIC 9(4).
       77 TR-SIG               PIC X(60).
       77 TR-SIG-PTR           PIC 9(3).
       77 TR-SIG-FULL          PIC X.
       77 TR-PATH-TOTAL        PIC 9(3).
       77 TR-PATH-IDX          PIC 9(3).
       77 TR-PATH-FOUND        PIC 9(3).
       77 TR-OTHER-PAPERS      PIC 9(6).
       77 TR-BEST-IDX          PIC 9(3).
       77 TR-BEST-PAPERS       PIC 9(6).
       77 TR-LISTED            PIC 9(3).
       77 TR-CNT-EDIT          PIC Z(5)9.
       77 TR-WHY               PIC X(12).
       77 N                    PIC 9(3).
       01 TR-ROW               PIC X(80).
      * The ballot ids asked about, in ballot id order (the votes
      * file is read in key order), each marked once a path is
      * found for it.
       01 TR-WANT-AREA.
           05 TR-WANT-ENTRY        OCCURS 2000 TIMES.
               10 TRW-BALLOT-ID     PIC 9(6).
               10 TRW-HIT           PIC X.
       01 TR-CAND-NAME-AREA.
           05 TR-CAND-NAME      PIC X(30) OCCURS 99 TIMES.
      * One paper's path lines, in the order the count made them.
       01 TR-EVENT-AREA.
           05 TR-EVENT-ENTRY       OCCURS 200 TIMES.
               10 TRE-ROUND         PIC 9(3).
               10 TRE-EVENT         PIC X.
               10 TRE-FROM          PIC 9(3).
               10 TRE-TO            PIC 9(3).
               10 TRE-PREF          PIC 9(3).
               10 TRE-VALUE         PIC X(6).
      * Distinct paths met and the papers that followed each. A
      * path is written as the candidates who held the paper in
      * turn, "=Q" when it was kept in a quota and ">NT" when it
      * became non-transferable, e.g. 003>005>NT.
       01 TR-PATH-AREA.
           05 TR-PATH-ENTRY        OCCURS 500 TIMES.
               10 TRP-SIG           PIC X(60).
               10 TRP-PAPERS        PIC 9(6).
               10 TRP-LISTED        PIC X.
      * Request block for the count results library: the run whose
      * ballot path is traced.
       COPY LibReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Ballot Journey Trace.".
      * Working storage persists across CALLs - reset per-run state.
           MOVE ZERO TO TR-WANT-TOTAL.
           MOVE ZERO TO TR-PATH-TOTAL.
           MOVE ZERO TO TR-OTHER-PAPERS.
           MOVE ZERO TO TR-PAPERS.
           MOVE ZERO TO TR-MISSING.
           MOVE ZERO TO TR-VOIDED.
           MOVE SPACES TO TR-CONST-CODE.
           MOVE SPACES TO TR-ELECTION-ID.
           MOVE SPACES TO TR-BALLOT-BOX.
           PERFORM PICK-RUN-PARA.
           PERFORM PEEK-PATH-PARA.
           IF TR-CONST-CODE = SPACES
               DISPLAY "No ballot path in "
                   FUNCTION TRIM(TR-PATH-NAME)
                   " - run the count first (a run filed before the"
                   " path was kept has none)."
               EXIT PROGRAM
           END-IF.
           IF LQ-CONST-CODE NOT = SPACES
               AND TR-CONST-CODE NOT = LQ-CONST-CODE
               DISPLAY "The count on hand is for " TR-CONST-CODE
                   ", not " LQ-CONST-CODE " - nothing to trace."
               EXIT PROGRAM
           END-IF.
           PERFORM GET-MODE-PARA.
           IF TR-MODE = 'B'
               PERFORM GET-BALLOT-PARA
           ELSE IF TR-MODE = 'X'
               PERFORM GET-BOX-PARA
               IF TR-WANT-TOTAL = ZERO
                   DISPLAY "No live paper of " TR-CONST-CODE
                       " from box " TR-BOX-ID " on the votes file."
                   EXIT PROGRAM
               END-IF
           END-IF.
           PERFORM LOAD-NAMES-PARA.
           OPEN OUTPUT RPT-FILE.
           PERFORM WRITE-HEADER-PARA.
           SORT SORT-FILE
               ON ASCENDING KEY SR-BALLOT-ID SR-SEQ
               INPUT PROCEDURE IS SELECT-PATHS-PARA
               OUTPUT PROCEDURE IS TRACE-PATHS-PARA.
           IF TR-MODE NOT = 'S'
               PERFORM WRITE-MISSING-PARA
           END-IF.
           PERFORM WRITE-SUMMARY-PARA.
           CLOSE RPT-FILE.
           DISPLAY "Trace written to stv_ballot_trace.dat.".
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * PICK-RUN-PARA - the constituency and the count run whose
      * ballot path is traced. A named constituency's runs come
      * from the count results library; Enter, or a constituency
      * with nothing filed, reads the count on hand.
      ******************************************************************
       PICK-RUN-PARA.
           MOVE 'stv_ballot_path.dat' TO TR-PATH-NAME.
           MOVE SPACES TO LQ-PREFIX.
           DISPLAY "Constituency to trace (3 characters) "
               "[Enter=the count on hand] ".
           MOVE SPACES TO TR-INPUT.
           ACCEPT TR-INPUT.
           MOVE FUNCTION UPPER-CASE(TR-INPUT(1:3)) TO LQ-CONST-CODE.
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
           MOVE SPACES TO TR-PATH-NAME.
           STRING FUNCTION TRIM(LQ-PREFIX) DELIMITED BY SIZE
               "path.dat" DELIMITED BY SIZE
               INTO TR-PATH-NAME
           END-STRING.

      ******************************************************************
      * PEEK-PATH-PARA - the constituency and election the path was
      * counted for, off its first line. Spaces when there is no
      * path to read.
      ******************************************************************
       PEEK-PATH-PARA.
           OPEN INPUT PATH-FILE.
           IF PATH-FILE-STATUS = '00'
               READ PATH-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BP-CONST-CODE TO TR-CONST-CODE
                       MOVE BP-ELECTION-ID TO TR-ELECTION-ID
               END-READ
               CLOSE PATH-FILE
           END-IF.

       GET-MODE-PARA.
           DISPLAY "Trace (B) one ballot id, (X) every paper from a "
               "box, or (S) summary of paths only [B] ".
           MOVE SPACES TO TR-INPUT.
           ACCEPT TR-INPUT.
           MOVE FUNCTION UPPER-CASE(TR-INPUT(1:1)) TO TR-MODE.
           IF TR-MODE NOT = 'X' AND TR-MODE NOT = 'S'
               MOVE 'B' TO TR-MODE
           END-IF.

      ******************************************************************
      * GET-BALLOT-PARA - the ballot id asked about. The votes file
      * says which box the paper came from and whether it was
      * voided; a paper no longer on file (archived since) is still
      * traced from the path.
      ******************************************************************
       GET-BALLOT-PARA.
           MOVE ZERO TO TR-BALLOT-ID.
           PERFORM ASK-BALLOT-PARA UNTIL TR-BALLOT-ID > ZERO.
           MOVE 1 TO TR-WANT-TOTAL.
           MOVE TR-BALLOT-ID TO TRW-BALLOT-ID(1).
           MOVE 'N' TO TRW-HIT(1).
           OPEN INPUT VOTES-FILE.
           IF VOTES-FILE-STATUS = '00'
               MOVE TR-CONST-CODE TO VR-CONST-CODE
               MOVE TR-BALLOT-ID TO VR-BALLOT-ID
               READ VOTES-FILE KEY IS VR-BALLOT-KEY
                   INVALID KEY
                       DISPLAY "Ballot " TR-BALLOT-ID " is not on "
                           "the votes file - tracing the path alone."
                   NOT INVALID KEY
                       MOVE VR-BOX-ID TO TR-BALLOT-BOX
                       IF VR-VOIDED
                           MOVE 1 TO TR-VOIDED
                       END-IF
               END-READ
               CLOSE VOTES-FILE
           END-IF.

       ASK-BALLOT-PARA.
           DISPLAY "Ballot id to trace ".
           MOVE SPACES TO TR-INPUT.
           ACCEPT TR-INPUT.
           IF FUNCTION TRIM(TR-INPUT) IS NUMERIC
               COMPUTE TR-BALLOT-ID =
                   FUNCTION NUMVAL(TR-INPUT)
           END-IF.
           IF TR-BALLOT-ID = ZERO
               DISPLAY "A ballot id is required - please re-enter."
           END-IF.

      ******************************************************************
      * GET-BOX-PARA - every live paper of the constituency and
      * election from the box or batch named, in ballot id order.
      * Voided papers were never counted; they are only reckoned.
      ******************************************************************
       GET-BOX-PARA.
           MOVE SPACES TO TR-BOX-ID.
           PERFORM ASK-BOX-PARA UNTIL TR-BOX-ID NOT = SPACES.
           MOVE 'N' TO TR-EOF-SWITCH.
           OPEN INPUT VOTES-FILE.
           IF VOTES-FILE-STATUS = '00'
               PERFORM READ-BOX-VOTE-PARA
                   UNTIL TR-EOF-SWITCH = 'Y'
               CLOSE VOTES-FILE
           END-IF.

       ASK-BOX-PARA.
           DISPLAY "Box or batch id to trace ".
           MOVE SPACES TO TR-INPUT.
           ACCEPT TR-INPUT.
           MOVE TR-INPUT(1:8) TO TR-BOX-ID.
           IF TR-BOX-ID = SPACES
               DISPLAY "A box id is required - please re-enter."
           END-IF.

       READ-BOX-VOTE-PARA.
           READ VOTES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO TR-EOF-SWITCH
               NOT AT END
                   IF VR-CONST-CODE = TR-CONST-CODE
                       AND VR-BOX-ID = TR-BOX-ID
                       AND (VR-ELECTION-ID = TR-ELECTION-ID
                           OR VR-ELECTION-ID = SPACES)
                       IF VR-VOIDED
                           ADD 1 TO TR-VOIDED
                       ELSE IF TR-WANT-TOTAL < 2000
                           ADD 1 TO TR-WANT-TOTAL
                           MOVE VR-BALLOT-ID
                               TO TRW-BALLOT-ID(TR-WANT-TOTAL)
                           MOVE 'N' TO TRW-HIT(TR-WANT-TOTAL)
                       ELSE
                           DISPLAY "*** More than 2000 papers in the "
                               "box - excess not traced ***"
                           MOVE 'Y' TO TR-EOF-SWITCH
                       END-IF
                       END-IF
                   END-IF
           END-READ.

       LOAD-NAMES-PARA.
           PERFORM CLEAR-NAME-PARA VARYING N FROM 1 BY 1
               UNTIL N > 99.
           MOVE 'N' TO TR-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
               PERFORM READ-CMAST-PARA UNTIL TR-EOF-SWITCH = 'Y'
               CLOSE CMAST-FILE
           END-IF.

       CLEAR-NAME-PARA.
           MOVE SPACES TO TR-CAND-NAME(N).

       READ-CMAST-PARA.
           READ CMAST-FILE
               AT END
                   MOVE 'Y' TO TR-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = TR-CONST-CODE
                       AND CM-CAND-ID > ZERO AND CM-CAND-ID <= 99
                       MOVE CM-NAME TO TR-CAND-NAME(CM-CAND-ID)
                   END-IF
           END-READ.

      ******************************************************************
      * FIND-WANTED-PARA - binary search of the ballot ids asked
      * about for TR-BALLOT-ID; TR-FOUND is its slot, zero when it
      * was not asked about.
      ******************************************************************
       FIND-WANTED-PARA.
           MOVE ZERO TO TR-FOUND.
           MOVE 1 TO TR-LO.
           MOVE TR-WANT-TOTAL TO TR-HI.
           PERFORM PROBE-WANTED-PARA
               UNTIL TR-LO > TR-HI OR TR-FOUND > ZERO.

       PROBE-WANTED-PARA.
           COMPUTE TR-MID = (TR-LO + TR-HI) / 2.
           IF TRW-BALLOT-ID(TR-MID) = TR-BALLOT-ID
               MOVE TR-MID TO TR-FOUND
           ELSE IF TRW-BALLOT-ID(TR-MID) < TR-BALLOT-ID
               COMPUTE TR-LO = TR-MID + 1
           ELSE
               IF TR-MID = 1
                   MOVE ZERO TO TR-HI
               ELSE
                   COMPUTE TR-HI = TR-MID - 1
               END-IF.

      ******************************************************************
      * SELECT-PATHS-PARA - input procedure: the path lines of the
      * papers asked about (every paper, for the summary alone),
      * numbered by their place in the file.
      ******************************************************************
       SELECT-PATHS-PARA.
           MOVE ZERO TO TR-SEQ.
           MOVE 'N' TO TR-EOF-SWITCH.
           OPEN INPUT PATH-FILE.
           IF PATH-FILE-STATUS = '00'
               PERFORM READ-PATH-PARA UNTIL TR-EOF-SWITCH = 'Y'
               CLOSE PATH-FILE
           END-IF.

       READ-PATH-PARA.
           READ PATH-FILE
               AT END
                   MOVE 'Y' TO TR-EOF-SWITCH
               NOT AT END
                   ADD 1 TO TR-SEQ
                   IF BP-CONST-CODE = TR-CONST-CODE
                       PERFORM RELEASE-PATH-PARA
                   END-IF
           END-READ.

       RELEASE-PATH-PARA.
           IF TR-MODE NOT = 'S'
               MOVE BP-BALLOT-ID TO TR-BALLOT-ID
               PERFORM FIND-WANTED-PARA
               IF TR-FOUND = ZERO
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE BP-BALLOT-ID TO SR-BALLOT-ID.
           MOVE TR-SEQ TO SR-SEQ.
           MOVE BP-ROUND TO SR-ROUND.
           MOVE BP-EVENT TO SR-EVENT.
           MOVE BP-FROM-CAND TO SR-FROM-CAND.
           MOVE BP-TO-CAND TO SR-TO-CAND.
           MOVE BP-PREF TO SR-PREF.
           MOVE BP-VALUE TO SR-VALUE.
           RELEASE SORT-RECORD.

      ******************************************************************
      * TRACE-PATHS-PARA - output procedure: the lines come back by
      * ballot id, so each run of one id is one paper's whole
      * journey. Each paper is printed (unless the summary alone
      * was asked for) and its path tallied.
      ******************************************************************
       TRACE-PATHS-PARA.
           MOVE ZERO TO TR-PREV-BALLOT.
           MOVE ZERO TO TR-EV-TOTAL.
           MOVE 'N' TO TR-DONE-SWITCH.
           PERFORM RETURN-PATH-PARA UNTIL TR-DONE-SWITCH = 'Y'.
           PERFORM CLOSE-PAPER-PARA.

       RETURN-PATH-PARA.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO TR-DONE-SWITCH
               NOT AT END
                   IF SR-BALLOT-ID NOT = TR-PREV-BALLOT
                       PERFORM CLOSE-PAPER-PARA
                       MOVE SR-BALLOT-ID TO TR-PREV-BALLOT
                   END-IF
                   IF TR-EV-TOTAL < 200
                       ADD 1 TO TR-EV-TOTAL
                       MOVE SR-ROUND TO TRE-ROUND(TR-EV-TOTAL)
                       MOVE SR-EVENT TO TRE-EVENT(TR-EV-TOTAL)
                       MOVE SR-FROM-CAND TO TRE-FROM(TR-EV-TOTAL)
                       MOVE SR-TO-CAND TO TRE-TO(TR-EV-TOTAL)
                       MOVE SR-PREF TO TRE-PREF(TR-EV-TOTAL)
                       MOVE SR-VALUE TO TRE-VALUE(TR-EV-TOTAL)
                   END-IF
           END-RETURN.

       CLOSE-PAPER-PARA.
           IF TR-EV-TOTAL = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TR-PAPERS.
           IF TR-MODE NOT = 'S'
               MOVE TR-PREV-BALLOT TO TR-BALLOT-ID
               PERFORM FIND-WANTED-PARA
               IF TR-FOUND > ZERO
                   MOVE 'Y' TO TRW-HIT(TR-FOUND)
               END-IF
               PERFORM WRITE-PAPER-PARA
           END-IF.
           PERFORM BUILD-SIG-PARA.
           PERFORM TALLY-SIG-PARA.
           MOVE ZERO TO TR-EV-TOTAL.

      ******************************************************************
      * WRITE-PAPER-PARA - one paper's journey: a line per holding,
      * with the rounds it covered (a paper stands where a path
      * line puts it from the round after the transfer that moved
      * it), the holder, the preference in use, the transfer value
      * and how it got there.
      ******************************************************************
       WRITE-PAPER-PARA.
           MOVE SPACES TO TR-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           STRING "Ballot " DELIMITED BY SIZE
               TR-PREV-BALLOT DELIMITED BY SIZE
               INTO TR-ROW
           END-STRING.
           IF TR-MODE = 'X'
               MOVE "box" TO TR-ROW(16:3)
               MOVE TR-BOX-ID TO TR-ROW(20:8)
           ELSE IF TR-BALLOT-BOX NOT = SPACES
               MOVE "box" TO TR-ROW(16:3)
               MOVE TR-BALLOT-BOX TO TR-ROW(20:8).
           PERFORM WRITE-RPT-ROW-PARA.
           PERFORM WRITE-EVENT-PARA VARYING TR-EV-IDX FROM 1 BY 1
               UNTIL TR-EV-IDX > TR-EV-TOTAL.

       WRITE-EVENT-PARA.
           MOVE SPACES TO TR-ROW.
           COMPUTE TR-START = TRE-ROUND(TR-EV-IDX) + 1.
           COMPUTE TR-NEXT-IDX = TR-EV-IDX + 1.
           IF TR-NEXT-IDX > TR-EV-TOTAL
               STRING "Round " DELIMITED BY SIZE
                   TR-START DELIMITED BY SIZE
                   " on" DELIMITED BY SIZE
                   INTO TR-ROW(3:14)
               END-STRING
           ELSE
               MOVE TRE-ROUND(TR-NEXT-IDX) TO TR-END
               IF TR-END < TR-START
                   IF TRE-ROUND(TR-EV-IDX) = ZERO
                       MOVE "Before round 1" TO TR-ROW(3:14)
                   ELSE
                       STRING "Moved on " DELIMITED BY SIZE
                           TRE-ROUND(TR-EV-IDX) DELIMITED BY SIZE
                           INTO TR-ROW(3:14)
                       END-STRING
                   END-IF
               ELSE IF TR-END = TR-START
                   STRING "Round " DELIMITED BY SIZE
                       TR-START DELIMITED BY SIZE
                       INTO TR-ROW(3:14)
                   END-STRING
               ELSE
                   STRING "Rounds " DELIMITED BY SIZE
                       TR-START DELIMITED BY SIZE
                       "-" DELIMITED BY SIZE
                       TR-END DELIMITED BY SIZE
                       INTO TR-ROW(3:14)
                   END-STRING
               END-IF
           END-IF.
           PERFORM EVENT-WHY-PARA.
           IF TRE-EVENT(TR-EV-IDX) = 'N'
               MOVE "non-transferable" TO TR-ROW(19:16)
           ELSE
               IF TRE-EVENT(TR-EV-IDX) = 'Q'
                   MOVE TRE-FROM(TR-EV-IDX) TO TR-HOLDER
               ELSE
                   MOVE TRE-TO(TR-EV-IDX) TO TR-HOLDER
               END-IF
               STRING "Candidate " DELIMITED BY SIZE
                   TR-HOLDER DELIMITED BY SIZE
                   INTO TR-ROW(19:13)
               END-STRING
               IF TR-HOLDER > ZERO AND TR-HOLDER <= 99
                   MOVE TR-CAND-NAME(TR-HOLDER) TO TR-ROW(33:20)
               END-IF
               MOVE "pref" TO TR-ROW(54:4)
               MOVE TRE-PREF(TR-EV-IDX)(2:2) TO TR-ROW(59:2)
           END-IF.
           MOVE TRE-VALUE(TR-EV-IDX) TO TR-ROW(62:6).
           MOVE TR-WHY TO TR-ROW(69:12).
           PERFORM WRITE-RPT-ROW-PARA.

      ******************************************************************
      * EVENT-WHY-PARA - how the paper came to stand where the line
      * puts it: a round-0 exclusion is a withdrawn candidate's
      * papers moving before round one. A paper that ran out of
      * preferences shows the candidate it was last with and the
      * value it carried when it left the count.
      ******************************************************************
       EVENT-WHY-PARA.
           MOVE SPACES TO TR-WHY.
           IF TRE-EVENT(TR-EV-IDX) = 'F'
               MOVE "first pref" TO TR-WHY
           ELSE IF TRE-EVENT(TR-EV-IDX) = 'N'
               STRING "from " DELIMITED BY SIZE
                   TRE-FROM(TR-EV-IDX) DELIMITED BY SIZE
                   INTO TR-WHY
               END-STRING
           ELSE IF TRE-EVENT(TR-EV-IDX) = 'S'
               STRING "surplus " DELIMITED BY SIZE
                   TRE-FROM(TR-EV-IDX) DELIMITED BY SIZE
                   INTO TR-WHY
               END-STRING
           ELSE IF TRE-EVENT(TR-EV-IDX) = 'Q'
               MOVE "kept, quota" TO TR-WHY
           ELSE IF TRE-ROUND(TR-EV-IDX) = ZERO
               STRING "withdrew " DELIMITED BY SIZE
                   TRE-FROM(TR-EV-IDX) DELIMITED BY SIZE
                   INTO TR-WHY
               END-STRING
           ELSE
               STRING "excluded " DELIMITED BY SIZE
                   TRE-FROM(TR-EV-IDX) DELIMITED BY SIZE
                   INTO TR-WHY
               END-STRING.

      ******************************************************************
      * BUILD-SIG-PARA - the paper's path in short: each holder in
      * turn, then =Q or >NT for how it finished. A path too long
      * for the field ends in "..".
      ******************************************************************
       BUILD-SIG-PARA.
           MOVE SPACES TO TR-SIG.
           MOVE 1 TO TR-SIG-PTR.
           MOVE 'N' TO TR-SIG-FULL.
           PERFORM ADD-SIG-PARA VARYING TR-EV-IDX FROM 1 BY 1
               UNTIL TR-EV-IDX > TR-EV-TOTAL.
           IF TR-SIG-FULL = 'Y'
               MOVE ".." TO TR-SIG(59:2)
           END-IF.

       ADD-SIG-PARA.
           IF TRE-EVENT(TR-EV-IDX) = 'F'
               STRING TRE-TO(TR-EV-IDX) DELIMITED BY SIZE
                   INTO TR-SIG WITH POINTER TR-SIG-PTR
                   ON OVERFLOW MOVE 'Y' TO TR-SIG-FULL
               END-STRING
           ELSE IF TRE-EVENT(TR-EV-IDX) = 'Q'
               STRING "=Q" DELIMITED BY SIZE
                   INTO TR-SIG WITH POINTER TR-SIG-PTR
                   ON OVERFLOW MOVE 'Y' TO TR-SIG-FULL
               END-STRING
           ELSE IF TRE-EVENT(TR-EV-IDX) = 'N'
               STRING ">NT" DELIMITED BY SIZE
                   INTO TR-SIG WITH POINTER TR-SIG-PTR
                   ON OVERFLOW MOVE 'Y' TO TR-SIG-FULL
               END-STRING
           ELSE
               STRING ">" DELIMITED BY SIZE
                   TRE-TO(TR-EV-IDX) DELIMITED BY SIZE
                   INTO TR-SIG WITH POINTER TR-SIG-PTR
                   ON OVERFLOW MOVE 'Y' TO TR-SIG-FULL
               END-STRING.

       TALLY-SIG-PARA.
           MOVE ZERO TO TR-PATH-FOUND.
           PERFORM SCAN-SIG-PARA VARYING TR-PATH-IDX FROM 1 BY 1
               UNTIL TR-PATH-IDX > TR-PATH-TOTAL
                   OR TR-PATH-FOUND > ZERO.
           IF TR-PATH-FOUND > ZERO
               ADD 1 TO TRP-PAPERS(TR-PATH-FOUND)
           ELSE IF TR-PATH-TOTAL < 500
               ADD 1 TO TR-PATH-TOTAL
               MOVE TR-SIG TO TRP-SIG(TR-PATH-TOTAL)
               MOVE 1 TO TRP-PAPERS(TR-PATH-TOTAL)
               MOVE 'N' TO TRP-LISTED(TR-PATH-TOTAL)
           ELSE
               ADD 1 TO TR-OTHER-PAPERS.

       SCAN-SIG-PARA.
           IF TRP-SIG(TR-PATH-IDX) = TR-SIG
               MOVE TR-PATH-IDX TO TR-PATH-FOUND
           END-IF.

       WRITE-HEADER-PARA.
           MOVE SPACES TO TR-ROW.
           STRING "BALLOT JOURNEY TRACE - constituency "
               DELIMITED BY SIZE
               TR-CONST-CODE DELIMITED BY SIZE
               "  election " DELIMITED BY SIZE
               TR-ELECTION-ID DELIMITED BY SIZE
               INTO TR-ROW
           END-STRING.
           IF LQ-PREFIX NOT = SPACES
               MOVE "run" TO TR-ROW(61:3)
               MOVE LQ-RUN-TYPE TO TR-ROW(65:1)
               MOVE LQ-RUN-SEQ TO TR-ROW(66:3)
           ELSE
               MOVE "(count on hand)" TO TR-ROW(61:15)
           END-IF.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE SPACES TO TR-ROW.
           IF TR-MODE = 'B'
               STRING "Ballot " DELIMITED BY SIZE
                   TRW-BALLOT-ID(1) DELIMITED BY SIZE
                   INTO TR-ROW
               END-STRING
               IF TR-VOIDED > ZERO
                   MOVE "(voided - not in the count)" TO TR-ROW(15:27)
               END-IF
           ELSE IF TR-MODE = 'X'
               MOVE TR-WANT-TOTAL TO TR-CNT-EDIT
               STRING "Box " DELIMITED BY SIZE
                   TR-BOX-ID DELIMITED BY SIZE
                   " - " DELIMITED BY SIZE
                   FUNCTION TRIM(TR-CNT-EDIT) DELIMITED BY SIZE
                   " live paper(s)" DELIMITED BY SIZE
                   INTO TR-ROW
               END-STRING
               IF TR-VOIDED > ZERO
                   MOVE TR-VOIDED TO TR-CNT-EDIT
                   STRING ", " DELIMITED BY SIZE
                       FUNCTION TRIM(TR-CNT-EDIT) DELIMITED BY SIZE
                       " voided (not counted)" DELIMITED BY SIZE
                       INTO TR-ROW(41:40)
                   END-STRING
               END-IF
           ELSE
               MOVE "Paths followed by every paper in the count"
                   TO TR-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           IF TR-MODE NOT = 'S'
               MOVE SPACES TO TR-ROW
               MOVE "Rounds" TO TR-ROW(3:6)
               MOVE "Held by" TO TR-ROW(19:7)
               MOVE "Pref" TO TR-ROW(54:4)
               MOVE "Value" TO TR-ROW(62:5)
               MOVE "How" TO TR-ROW(69:3)
               PERFORM WRITE-RPT-ROW-PARA
           END-IF.

      ******************************************************************
      * WRITE-MISSING-PARA - papers asked about that the count never
      * moved: informal, set aside, or not in this count at all.
      ******************************************************************
       WRITE-MISSING-PARA.
           PERFORM COUNT-MISSING-PARA VARYING TR-WANT-IDX FROM 1 BY 1
               UNTIL TR-WANT-IDX > TR-WANT-TOTAL.
           IF TR-MISSING > ZERO
               MOVE SPACES TO TR-ROW
               PERFORM WRITE-RPT-ROW-PARA
               MOVE "No path in this count (informal, set aside or "
                   TO TR-ROW
               MOVE "not counted):" TO TR-ROW(47:13)
               PERFORM WRITE-RPT-ROW-PARA
               PERFORM LIST-MISSING-PARA VARYING TR-WANT-IDX FROM 1
                   BY 1 UNTIL TR-WANT-IDX > TR-WANT-TOTAL
           END-IF.

       COUNT-MISSING-PARA.
           IF TRW-HIT(TR-WANT-IDX) = 'N'
               ADD 1 TO TR-MISSING
           END-IF.

       LIST-MISSING-PARA.
           IF TRW-HIT(TR-WANT-IDX) = 'N'
               MOVE SPACES TO TR-ROW
               STRING "  Ballot " DELIMITED BY SIZE
                   TRW-BALLOT-ID(TR-WANT-IDX) DELIMITED BY SIZE
                   INTO TR-ROW
               END-STRING
               PERFORM WRITE-RPT-ROW-PARA
           END-IF.

      ******************************************************************
      * WRITE-SUMMARY-PARA - how many papers followed each distinct
      * path, the commonest first.
      ******************************************************************
       WRITE-SUMMARY-PARA.
           MOVE SPACES TO TR-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE TR-PAPERS TO TR-CNT-EDIT.
           STRING "PATHS FOLLOWED - " DELIMITED BY SIZE
               FUNCTION TRIM(TR-CNT-EDIT) DELIMITED BY SIZE
               " paper(s) traced, " DELIMITED BY SIZE
               INTO TR-ROW
           END-STRING.
           MOVE TR-PATH-TOTAL TO TR-CNT-EDIT.
           STRING FUNCTION TRIM(TR-CNT-EDIT) DELIMITED BY SIZE
               " distinct path(s)" DELIMITED BY SIZE
               INTO TR-ROW(42:39)
           END-STRING.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE SPACES TO TR-ROW.
           MOVE "  Papers  Path (holders in turn; =Q kept in a quota,"
               TO TR-ROW.
           MOVE " >NT non-transferable)" TO TR-ROW(53:22).
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE ZERO TO TR-LISTED.
           MOVE 1 TO TR-BEST-IDX.
           PERFORM LIST-PATH-PARA
               UNTIL TR-LISTED >= TR-PATH-TOTAL.
           IF TR-OTHER-PAPERS > ZERO
               MOVE SPACES TO TR-ROW
               MOVE TR-OTHER-PAPERS TO TR-CNT-EDIT
               MOVE TR-CNT-EDIT TO TR-ROW(3:6)
               MOVE "(further paths beyond 500 not listed)"
                   TO TR-ROW(11:37)
               PERFORM WRITE-RPT-ROW-PARA
           END-IF.

       LIST-PATH-PARA.
           MOVE ZERO TO TR-BEST-IDX.
           MOVE ZERO TO TR-BEST-PAPERS.
           PERFORM PICK-PATH-PARA VARYING TR-PATH-IDX FROM 1 BY 1
               UNTIL TR-PATH-IDX > TR-PATH-TOTAL.
           MOVE 'Y' TO TRP-LISTED(TR-BEST-IDX).
           ADD 1 TO TR-LISTED.
           MOVE SPACES TO TR-ROW.
           MOVE TRP-PAPERS(TR-BEST-IDX) TO TR-CNT-EDIT.
           MOVE TR-CNT-EDIT TO TR-ROW(3:6).
           MOVE TRP-SIG(TR-BEST-IDX) TO TR-ROW(11:60).
           PERFORM WRITE-RPT-ROW-PARA.

       PICK-PATH-PARA.
           IF TRP-LISTED(TR-PATH-IDX) = 'N'
               AND TRP-PAPERS(TR-PATH-IDX) > TR-BEST-PAPERS
               MOVE TR-PATH-IDX TO TR-BEST-IDX
               MOVE TRP-PAPERS(TR-PATH-IDX) TO TR-BEST-PAPERS
           END-IF.

       WRITE-RPT-ROW-PARA.
           DISPLAY TR-ROW.
           MOVE TR-ROW TO RPT-RECORD.
           WRITE RPT-RECORD.

       END PROGRAM SubSTVTrace.
