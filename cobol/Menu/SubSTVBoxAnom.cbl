      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Box-level anomaly report. Sets every box of one
      *            constituency against the rest of the constituency
      *            (all its other boxes together) and flags the
      *            statistical outliers - the early signs of a
      *            stuffed box or a mis-keyed batch:
      *              F - first-preference profile unlike the rest
      *                  (chi-square over the candidates)
      *              D - preference depth unlike the rest
      *                  (chi-square over the VR-PREF-COUNT spread)
      *              R - an unusual share of identical rankings of
      *                  three or more preferences within the box
      *              I - an unusually high informal rate, judged by
      *                  the count's own formality rule
      *              P - postal ballots mixed with other channels
      *                  in the one box (a postal batch holds only
      *                  postal papers, a station box none)
      *            The chi-square figures are turned into standard
      *            deviations (Wilson-Hilferty) so every test reads
      *            on one scale against the operator's threshold.
      *            Boxes under 20 live ballots, and ballots with no
      *            box id, are listed but not tested. Every flagged
      *            box then has its ballot ids listed so a supervisor
      *            can pull the papers in Ballot Maintenance. The
      *            report goes to stv_box_anomaly.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVBoxAnom.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VOTES-FILE
           ASSIGN TO 'votes_output.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VR-BALLOT-KEY
           FILE STATUS IS VOTES-FILE-STATUS.
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
       SELECT RPT-FILE
           ASSIGN TO 'stv_box_anomaly.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILE-STATUS.
       SELECT SORT-FILE ASSIGN TO 'box_anom_sort_work.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       FD  CAND-FILE            RECORD CONTAINS 24 CHARACTERS.
       01  CAND-NAME-REC.
           05 CN-CONST-CODE     PIC X(3).
           05 filler            PIC X.
           05 CN-NAME           PIC X(20).

       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       COPY CandMast.

       FD  RPT-FILE             RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD           PIC X(80).

      * One sort serves both passes: box and ranking brings the
      * identical rankings of a box together; box and ballot id
      * (ranking left blank) orders the listing of flagged boxes.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SR-BOX-ID        PIC X(8).
           05 SR-RANKING       PIC X(297).
           05 SR-BALLOT-ID     PIC 9(6).

       WORKING-STORAGE SECTION.
       77 VOTES-FILE-STATUS    PIC XX VALUE '00'.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 CAND-FILE-STATUS     PIC XX VALUE '00'.
       77 CMAST-FILE-STATUS    PIC XX VALUE '00'.
       77 RPT-FILE-STATUS      PIC XX VALUE '00'.
       77 BA-EOF-SWITCH        PIC X.
       77 BA-DONE-SWITCH       PIC X.
       77 BA-INPUT             PIC X(12).
       77 BA-CONST-CODE        PIC X(3) VALUE SPACES.
       77 BA-ELECTION-ID       PIC X(8).
       77 BA-FORMALITY         PIC X.
       77 BA-MIN-PREFS         PIC 9(2).
       77 BA-N                 PIC 9(3).
       77 BA-CAND-COUNT        PIC 9(3).
       77 BA-THRESHOLD         PIC 9V9.
       77 BA-MIN-BOX           PIC 9(3) VALUE 20.
       77 BA-MIN-IDENT         PIC 9(3) VALUE 3.
       77 BA-BOX-TOTAL         PIC 9(3).
       77 BA-BOX-IDX           PIC 9(3).
       77 BA-FOUND-IDX         PIC 9(3).
       77 BA-WANT-BOX          PIC X(8).
       77 BA-FLAGGED-COUNT     PIC 9(3).
       77 BA-NO-BOX-COUNT      PIC 9(6).
      * Decoding one ballot under the count's formality rule.
       77 BA-PREF-IDX          PIC 9(3).
       77 BA-DUP-IDX           PIC 9(3).
       77 BA-PREFS             PIC 9(3).
       77 BA-INVALID-SW        PIC X.
       77 BA-STOP-SW           PIC X.
       77 BA-TICKET-SW         PIC X.
       77 BA-BUCKET            PIC 9.
       01 BA-RANK-WORK         PIC X(297).
       01 BA-RANK-SLOTS REDEFINES BA-RANK-WORK.
           05 BA-RANK          PIC 9(3) OCCURS 99 TIMES.
      * Grouping identical rankings coming back from the sort.
       77 BA-PREV-BOX          PIC X(8).
       77 BA-PREV-RANK         PIC X(297).
       77 BA-GROUP-SIZE        PIC 9(6).
      * The tests.
       77 BA-C                 PIC 9(3).
       77 BA-REST-N            PIC 9(7).
       77 BA-REST-X            PIC 9(7).
       77 BA-REST-C            PIC 9(7).
       77 BA-DF                PIC 9(3).
       77 BA-BOX-N             PIC 9(6).
       77 BA-BOX-X             PIC 9(6).
       77 BA-REST-SMOOTH       PIC 9(7)V9(1).
       77 BA-EXPECT            PIC 9(7)V9(6).
       77 BA-CHI               PIC 9(9)V9(4).
       77 BA-WORK-1            PIC S9(9)V9(8).
       77 BA-WORK-2            PIC S9(9)V9(8).
       77 BA-WH-A              PIC 9V9(8).
       77 BA-P                 PIC 9V9(8).
       77 BA-Z                 PIC S9(5)V9(2).
       77 BA-Z-EDIT            PIC ---9.9.
       77 BA-PCT               PIC 9(3)V9.
       77 BA-PCT-EDIT          PIC ZZ9.9.
       77 BA-CNT-EDIT          PIC Z(5)9.
       77 BA-THR-EDIT          PIC 9.9.
       77 BA-LIST-COL          PIC 9(3).
       77 BA-LIST-COUNT        PIC 9(6).
       01 BA-ROW               PIC X(80).
      * Constituency totals, from which each box's "rest" is taken.
       01 BA-TOTALS-AREA.
           05 BA-TOT-LIVE          PIC 9(7).
           05 BA-TOT-VOID          PIC 9(7).
           05 BA-TOT-INFORMAL      PIC 9(7).
           05 BA-TOT-FORMAL        PIC 9(7).
           05 BA-TOT-DEEP          PIC 9(7).
           05 BA-TOT-IDENT         PIC 9(7).
           05 BA-TOT-FP            PIC 9(7) OCCURS 99 TIMES.
           05 BA-TOT-DEPTH         PIC 9(7) OCCURS 7 TIMES.
      * One line per box: its ballots broken down every way the
      * tests need, then the test results and flags.
       01 BA-BOX-TABLE-AREA.
           05 BA-BOX-ENTRY         OCCURS 200 TIMES.
               10 BAT-BOX-ID        PIC X(8).
               10 BAT-LIVE          PIC 9(6).
               10 BAT-VOID          PIC 9(6).
               10 BAT-INFORMAL      PIC 9(6).
               10 BAT-FORMAL        PIC 9(6).
               10 BAT-POSTAL        PIC 9(6).
               10 BAT-OTHER-CHAN    PIC 9(6).
               10 BAT-DEEP          PIC 9(6).
               10 BAT-IDENT         PIC 9(6).
               10 BAT-FP            PIC 9(6) OCCURS 99 TIMES.
               10 BAT-DEPTH         PIC 9(6) OCCURS 7 TIMES.
               10 BAT-TESTED        PIC X.
               10 BAT-Z-FP          PIC S9(5)V9(2).
               10 BAT-Z-DEPTH       PIC S9(5)V9(2).
               10 BAT-Z-IDENT       PIC S9(5)V9(2).
               10 BAT-Z-INF         PIC S9(5)V9(2).
               10 BAT-FLAGS         PIC X(5).
      * Request block for the ticket expander: ticket votes are
      * read as their party's lodged ticket.
       COPY TicketReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Box Anomaly Report.".
      * Working storage persists across CALLs - reset per-run state.
           MOVE ZERO TO BA-BOX-TOTAL.
           MOVE ZERO TO BA-FLAGGED-COUNT.
           MOVE ZERO TO BA-NO-BOX-COUNT.
           INITIALIZE BA-TOTALS-AREA.
           PERFORM GET-CONST-PARA.
           PERFORM VALIDATE-CONST-PARA
               UNTIL BA-CONST-CODE NOT = SPACES.
           PERFORM LOAD-ECTL-PARA.
           PERFORM GET-CANDIDATES-PARA.
           IF BA-N = ZERO OR BA-N > 99
               DISPLAY "N must be between 1 and 99 - nothing to do."
               EXIT PROGRAM
           END-IF.
           PERFORM GET-THRESHOLD-PARA.
           SORT SORT-FILE
               ON ASCENDING KEY SR-BOX-ID SR-RANKING SR-BALLOT-ID
               INPUT PROCEDURE IS SCAN-BALLOTS-PARA
               OUTPUT PROCEDURE IS COUNT-IDENT-PARA.
           IF BA-TOT-LIVE = ZERO
               DISPLAY "No live ballots on file for " BA-CONST-CODE
                   "."
               EXIT PROGRAM
           END-IF.
           PERFORM TEST-BOX-PARA VARYING BA-BOX-IDX FROM 1 BY 1
               UNTIL BA-BOX-IDX > BA-BOX-TOTAL.
           OPEN OUTPUT RPT-FILE.
           PERFORM WRITE-REPORT-PARA.
           IF BA-FLAGGED-COUNT > ZERO
               SORT SORT-FILE
                   ON ASCENDING KEY SR-BOX-ID SR-RANKING
                       SR-BALLOT-ID
                   INPUT PROCEDURE IS SELECT-FLAGGED-PARA
                   OUTPUT PROCEDURE IS LIST-FLAGGED-PARA
           END-IF.
           CLOSE RPT-FILE.
           DISPLAY "Report written to stv_box_anomaly.dat.".
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

       GET-CONST-PARA.
           DISPLAY "Enter the constituency code (3 characters) ".
           MOVE SPACES TO BA-INPUT.
           ACCEPT BA-INPUT.
           MOVE FUNCTION UPPER-CASE(BA-INPUT(1:3)) TO BA-CONST-CODE.

       VALIDATE-CONST-PARA.
           DISPLAY "A constituency code is required - please "
               "re-enter.".
           PERFORM GET-CONST-PARA.

      ******************************************************************
      * LOAD-ECTL-PARA - the election being run and its formality
      * rule, so a box's informal papers are the ones the count will
      * set aside. No control record: strict, one preference, and
      * the ballots of any election.
      ******************************************************************
       LOAD-ECTL-PARA.
           MOVE SPACES TO BA-ELECTION-ID.
           MOVE 'S' TO BA-FORMALITY.
           MOVE 1 TO BA-MIN-PREFS.
           MOVE 'N' TO BA-EOF-SWITCH.
           OPEN INPUT ECTL-FILE.
           IF ECTL-FILE-STATUS = '00'
               PERFORM READ-ECTL-PARA UNTIL BA-EOF-SWITCH = 'Y'
               CLOSE ECTL-FILE
           END-IF.

       READ-ECTL-PARA.
           READ ECTL-FILE
               AT END
                   MOVE 'Y' TO BA-EOF-SWITCH
               NOT AT END
                   IF EC-CONST-CODE = BA-CONST-CODE
                       MOVE EC-ELECTION-ID TO BA-ELECTION-ID
                       IF EC-FORM-TRUNCATE
                           MOVE 'T' TO BA-FORMALITY
                       END-IF
                       IF EC-MIN-PREFS > ZERO
                           MOVE EC-MIN-PREFS TO BA-MIN-PREFS
                       END-IF
                       MOVE 'Y' TO BA-EOF-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * GET-CANDIDATES-PARA - N from the candidate master, else the
      * old names file, else from the operator.
      ******************************************************************
       GET-CANDIDATES-PARA.
           MOVE ZERO TO BA-CAND-COUNT.
           MOVE 'N' TO BA-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
               PERFORM READ-CAND-MASTER-PARA
                   UNTIL BA-EOF-SWITCH = 'Y'
               CLOSE CMAST-FILE
           END-IF.
           IF BA-CAND-COUNT = ZERO
               MOVE 'N' TO BA-EOF-SWITCH
               OPEN INPUT CAND-FILE
               IF CAND-FILE-STATUS = '00'
                   PERFORM READ-CAND-NAME-PARA
                       UNTIL BA-EOF-SWITCH = 'Y'
                   CLOSE CAND-FILE
               END-IF
           END-IF.
           IF BA-CAND-COUNT > ZERO
               MOVE BA-CAND-COUNT TO BA-N
               DISPLAY "Using candidate file for " BA-CONST-CODE
                   " - N=" BA-N
           ELSE
               DISPLAY "Enter the number of Candidates N "
               MOVE SPACES TO BA-INPUT
               ACCEPT BA-INPUT
               MOVE FUNCTION NUMVAL(BA-INPUT) TO BA-N
           END-IF.

       READ-CAND-MASTER-PARA.
           READ CMAST-FILE
               AT END
                   MOVE 'Y' TO BA-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = BA-CONST-CODE
                       ADD 1 TO BA-CAND-COUNT
                   END-IF
           END-READ.

       READ-CAND-NAME-PARA.
           READ CAND-FILE
               AT END
                   MOVE 'Y' TO BA-EOF-SWITCH
               NOT AT END
                   IF CN-CONST-CODE = BA-CONST-CODE
                       ADD 1 TO BA-CAND-COUNT
                   END-IF
           END-READ.

       GET-THRESHOLD-PARA.
           DISPLAY "Flag a box at how many standard deviations from "
               "the rest? [Enter=3.0] ".
           MOVE SPACES TO BA-INPUT.
           ACCEPT BA-INPUT.
           IF BA-INPUT = SPACES
               MOVE 3.0 TO BA-THRESHOLD
           ELSE
               MOVE FUNCTION NUMVAL(BA-INPUT) TO BA-THRESHOLD
           END-IF.
           IF BA-THRESHOLD < 1.0
               DISPLAY "Threshold below 1.0 - using 3.0."
               MOVE 3.0 TO BA-THRESHOLD
           END-IF.

      ******************************************************************
      * SCAN-BALLOTS-PARA - input procedure and first pass: every
      * ballot of the constituency's election is tallied into its
      * box and into the constituency totals; each formal ranking of
      * three or more preferences goes to the sort so identical
      * rankings within a box fall together. A ticket vote is read
      * as its party's lodged ticket, as the count reads it, for
      * the depth and informal tests; it is identical to every
      * other vote for that ticket by design, so it stays out of
      * the identical-ranking test.
      ******************************************************************
       SCAN-BALLOTS-PARA.
           SET TX-LOAD TO TRUE.
           MOVE BA-CONST-CODE TO TX-CONST-CODE.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           OPEN INPUT VOTES-FILE.
           IF VOTES-FILE-STATUS NOT = '00'
               DISPLAY "No votes file found - run the import or "
                   "manual entry first."
           ELSE
               MOVE 'N' TO BA-EOF-SWITCH
               PERFORM READ-VOTE-PARA UNTIL BA-EOF-SWITCH = 'Y'
               CLOSE VOTES-FILE
           END-IF.

       READ-VOTE-PARA.
           READ VOTES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO BA-EOF-SWITCH
               NOT AT END
                   IF VR-CONST-CODE = BA-CONST-CODE
                       AND (VR-ELECTION-ID = BA-ELECTION-ID
                           OR VR-ELECTION-ID = SPACES
                           OR BA-ELECTION-ID = SPACES)
                       PERFORM TALLY-BALLOT-PARA
                   END-IF
           END-READ.

       TALLY-BALLOT-PARA.
           MOVE VR-BOX-ID TO BA-WANT-BOX.
           IF BA-WANT-BOX = SPACES
               MOVE '(no box)' TO BA-WANT-BOX
           END-IF.
           PERFORM FIND-BOX-PARA.
           IF BA-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF VR-VOIDED
               ADD 1 TO BAT-VOID(BA-FOUND-IDX)
               ADD 1 TO BA-TOT-VOID
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BAT-LIVE(BA-FOUND-IDX).
           ADD 1 TO BA-TOT-LIVE.
           IF VR-CHAN-POSTAL
               ADD 1 TO BAT-POSTAL(BA-FOUND-IDX)
           ELSE IF VR-CHANNEL NOT = SPACE
               ADD 1 TO BAT-OTHER-CHAN(BA-FOUND-IDX)
           END-IF.
           MOVE 'N' TO BA-TICKET-SW.
           IF VR-FORMAT-NUMERIC AND VR-TICKET-BALLOT
               PERFORM EXPAND-TICKET-PARA
           END-IF.
           IF VR-PREF-COUNT < 6
               MOVE VR-PREF-COUNT TO BA-BUCKET
               IF BA-BUCKET = ZERO
                   MOVE 1 TO BA-BUCKET
               END-IF
           ELSE IF VR-PREF-COUNT < 10
               MOVE 6 TO BA-BUCKET
           ELSE
               MOVE 7 TO BA-BUCKET
           END-IF.
           ADD 1 TO BAT-DEPTH(BA-FOUND-IDX, BA-BUCKET).
           ADD 1 TO BA-TOT-DEPTH(BA-BUCKET).
           PERFORM DECODE-BALLOT-PARA.
           IF BA-INVALID-SW = 'Y'
               ADD 1 TO BAT-INFORMAL(BA-FOUND-IDX)
               ADD 1 TO BA-TOT-INFORMAL
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO BAT-FORMAL(BA-FOUND-IDX).
           ADD 1 TO BA-TOT-FORMAL.
           ADD 1 TO BAT-FP(BA-FOUND-IDX, BA-RANK(1)).
           ADD 1 TO BA-TOT-FP(BA-RANK(1)).
           IF BA-PREFS >= 3 AND BA-TICKET-SW = 'N'
               ADD 1 TO BAT-DEEP(BA-FOUND-IDX)
               ADD 1 TO BA-TOT-DEEP
               MOVE BA-WANT-BOX TO SR-BOX-ID
               MOVE BA-RANK-WORK TO SR-RANKING
               MOVE VR-BALLOT-ID TO SR-BALLOT-ID
               RELEASE SORT-RECORD
           END-IF.

      ******************************************************************
      * DECODE-BALLOT-PARA - the count's reading of the paper: every
      * expressed preference a candidate in 1..N with no repeats;
      * under rule T a bad slot ends the ranking instead of spoiling
      * it; the kept preferences must meet the election's minimum.
      ******************************************************************
       DECODE-BALLOT-PARA.
           MOVE ZERO TO BA-PREFS.
           MOVE 'N' TO BA-INVALID-SW.
           MOVE 'N' TO BA-STOP-SW.
           PERFORM CLEAR-RANK-PARA VARYING BA-PREF-IDX FROM 1 BY 1
               UNTIL BA-PREF-IDX > 99.
           IF NOT VR-FORMAT-NUMERIC OR BA-TICKET-SW = 'X'
               MOVE 'Y' TO BA-INVALID-SW
           ELSE
               PERFORM COPY-ONE-PREF-PARA VARYING BA-PREF-IDX
                   FROM 1 BY 1 UNTIL BA-PREF-IDX > VR-PREF-COUNT
                       OR BA-PREF-IDX > BA-N
                       OR BA-INVALID-SW = 'Y'
                       OR BA-STOP-SW = 'Y'
           END-IF.
           IF BA-PREFS < BA-MIN-PREFS
               MOVE 'Y' TO BA-INVALID-SW
           END-IF.

       CLEAR-RANK-PARA.
           MOVE ZERO TO BA-RANK(BA-PREF-IDX).

      * A ticket vote takes its party's lodged ticket ('Y'); a vote
      * for a ticket not lodged is informal ('X').
       EXPAND-TICKET-PARA.
           SET TX-EXPAND TO TRUE.
           MOVE BA-CONST-CODE TO TX-CONST-CODE.
           MOVE VR-TICKET-NO TO TX-TICKET-NO.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           IF TX-RC = ZERO
               MOVE 'Y' TO BA-TICKET-SW
               MOVE TX-PREF-COUNT TO VR-PREF-COUNT
               MOVE TX-PREF-AREA TO VR-PREF-AREA
           ELSE
               MOVE 'X' TO BA-TICKET-SW
               MOVE ZERO TO VR-PREF-COUNT
           END-IF.

       COPY-ONE-PREF-PARA.
           IF VR-PREF(BA-PREF-IDX) = ZERO
               OR VR-PREF(BA-PREF-IDX) > BA-N
               IF BA-FORMALITY = 'T'
                   MOVE 'Y' TO BA-STOP-SW
               ELSE
                   MOVE 'Y' TO BA-INVALID-SW
               END-IF
           ELSE
               PERFORM CHECK-DUP-PREF-PARA VARYING BA-DUP-IDX
                   FROM 1 BY 1 UNTIL BA-DUP-IDX > BA-PREFS
                       OR BA-INVALID-SW = 'Y'
                       OR BA-STOP-SW = 'Y'
               IF BA-INVALID-SW = 'N' AND BA-STOP-SW = 'N'
                   ADD 1 TO BA-PREFS
                   MOVE VR-PREF(BA-PREF-IDX) TO BA-RANK(BA-PREFS)
               END-IF
           END-IF.

       CHECK-DUP-PREF-PARA.
           IF BA-RANK(BA-DUP-IDX) = VR-PREF(BA-PREF-IDX)
               IF BA-FORMALITY = 'T'
                   MOVE 'Y' TO BA-STOP-SW
               ELSE
                   MOVE 'Y' TO BA-INVALID-SW
               END-IF
           END-IF.

      ******************************************************************
      * FIND-BOX-PARA - locate (or open) the table line for
      * BA-WANT-BOX; zero when the table is full.
      ******************************************************************
       FIND-BOX-PARA.
           MOVE ZERO TO BA-FOUND-IDX.
           PERFORM SCAN-BOX-PARA VARYING BA-BOX-IDX FROM 1 BY 1
               UNTIL BA-BOX-IDX > BA-BOX-TOTAL
                   OR BA-FOUND-IDX > ZERO.
           IF BA-FOUND-IDX = ZERO
               IF BA-BOX-TOTAL < 200
                   ADD 1 TO BA-BOX-TOTAL
                   MOVE BA-BOX-TOTAL TO BA-FOUND-IDX
                   INITIALIZE BA-BOX-ENTRY(BA-FOUND-IDX)
                   MOVE BA-WANT-BOX TO BAT-BOX-ID(BA-FOUND-IDX)
               ELSE
                   DISPLAY "*** More than 200 boxes - excess "
                       "ignored ***"
               END-IF
           END-IF.

       SCAN-BOX-PARA.
           IF BAT-BOX-ID(BA-BOX-IDX) = BA-WANT-BOX
               MOVE BA-BOX-IDX TO BA-FOUND-IDX
           END-IF.

      ******************************************************************
      * COUNT-IDENT-PARA - output procedure: the rankings come back
      * by box then ranking, so each run of equal records is one
      * ranking repeated in one box. Every paper in a run of two or
      * more counts as an identical ranking.
      ******************************************************************
       COUNT-IDENT-PARA.
           MOVE SPACES TO BA-PREV-BOX.
           MOVE SPACES TO BA-PREV-RANK.
           MOVE ZERO TO BA-GROUP-SIZE.
           MOVE 'N' TO BA-DONE-SWITCH.
           PERFORM RETURN-RANKING-PARA UNTIL BA-DONE-SWITCH = 'Y'.
           PERFORM CLOSE-GROUP-PARA.

       RETURN-RANKING-PARA.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO BA-DONE-SWITCH
               NOT AT END
                   IF SR-BOX-ID = BA-PREV-BOX
                       AND SR-RANKING = BA-PREV-RANK
                       ADD 1 TO BA-GROUP-SIZE
                   ELSE
                       PERFORM CLOSE-GROUP-PARA
                       MOVE SR-BOX-ID TO BA-PREV-BOX
                       MOVE SR-RANKING TO BA-PREV-RANK
                       MOVE 1 TO BA-GROUP-SIZE
                   END-IF
           END-RETURN.

       CLOSE-GROUP-PARA.
           IF BA-GROUP-SIZE > 1
               MOVE BA-PREV-BOX TO BA-WANT-BOX
               PERFORM FIND-BOX-PARA
               IF BA-FOUND-IDX > ZERO
                   ADD BA-GROUP-SIZE TO BAT-IDENT(BA-FOUND-IDX)
                   ADD BA-GROUP-SIZE TO BA-TOT-IDENT
               END-IF
           END-IF.

      ******************************************************************
      * TEST-BOX-PARA - each box against the rest of the
      * constituency. Small boxes, unprovenanced ballots and a
      * constituency with one box have nothing to be measured by.
      ******************************************************************
       TEST-BOX-PARA.
           MOVE 'N' TO BAT-TESTED(BA-BOX-IDX).
           MOVE SPACES TO BAT-FLAGS(BA-BOX-IDX).
           IF BAT-BOX-ID(BA-BOX-IDX) = '(no box)'
               MOVE BAT-LIVE(BA-BOX-IDX) TO BA-NO-BOX-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF BAT-POSTAL(BA-BOX-IDX) > ZERO
               AND BAT-OTHER-CHAN(BA-BOX-IDX) > ZERO
               MOVE 'P' TO BAT-FLAGS(BA-BOX-IDX)(5:1)
           END-IF.
           IF BAT-LIVE(BA-BOX-IDX) < BA-MIN-BOX
               OR BAT-LIVE(BA-BOX-IDX) = BA-TOT-LIVE
               PERFORM COUNT-FLAGGED-PARA
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO BAT-TESTED(BA-BOX-IDX).
           PERFORM TEST-FIRST-PREF-PARA.
           PERFORM TEST-DEPTH-PARA.
           PERFORM TEST-IDENT-PARA.
           PERFORM TEST-INFORMAL-PARA.
           PERFORM COUNT-FLAGGED-PARA.

       COUNT-FLAGGED-PARA.
           IF BAT-FLAGS(BA-BOX-IDX) NOT = SPACES
               ADD 1 TO BA-FLAGGED-COUNT
           END-IF.

      ******************************************************************
      * TEST-FIRST-PREF-PARA - chi-square of the box's first
      * preferences against the shares the rest of the constituency
      * gives each candidate (half a vote added to every candidate
      * so one nobody else voted for does not divide by zero).
      * The arithmetic is kept to one operation a statement so no
      * intermediate result loses its decimals.
      ******************************************************************
       TEST-FIRST-PREF-PARA.
           MOVE ZERO TO BAT-Z-FP(BA-BOX-IDX).
           COMPUTE BA-REST-N = BA-TOT-FORMAL - BAT-FORMAL(BA-BOX-IDX).
           IF BAT-FORMAL(BA-BOX-IDX) = ZERO OR BA-REST-N = ZERO
               OR BA-N < 2
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO BA-CHI.
           MOVE BAT-FORMAL(BA-BOX-IDX) TO BA-BOX-N.
           COMPUTE BA-REST-SMOOTH = BA-N * 0.5.
           ADD BA-REST-N TO BA-REST-SMOOTH.
           PERFORM FIRST-PREF-TERM-PARA VARYING BA-C FROM 1 BY 1
               UNTIL BA-C > BA-N.
           COMPUTE BA-DF = BA-N - 1.
           PERFORM CHI-TO-Z-PARA.
           MOVE BA-Z TO BAT-Z-FP(BA-BOX-IDX).
           IF BA-Z >= BA-THRESHOLD
               MOVE 'F' TO BAT-FLAGS(BA-BOX-IDX)(1:1)
           END-IF.

       FIRST-PREF-TERM-PARA.
           COMPUTE BA-REST-C = BA-TOT-FP(BA-C)
               - BAT-FP(BA-BOX-IDX, BA-C).
           MOVE BAT-FP(BA-BOX-IDX, BA-C) TO BA-BOX-X.
           PERFORM CHI-TERM-PARA.

      ******************************************************************
      * TEST-DEPTH-PARA - the same over how far down the paper the
      * voters went: 1, 2, 3, 4, 5, 6-9 and 10 or more preferences.
      ******************************************************************
       TEST-DEPTH-PARA.
           MOVE ZERO TO BAT-Z-DEPTH(BA-BOX-IDX).
           COMPUTE BA-REST-N = BA-TOT-LIVE - BAT-LIVE(BA-BOX-IDX).
           MOVE ZERO TO BA-CHI.
           MOVE BAT-LIVE(BA-BOX-IDX) TO BA-BOX-N.
           COMPUTE BA-REST-SMOOTH = BA-REST-N + 3.5.
           PERFORM DEPTH-TERM-PARA VARYING BA-C FROM 1 BY 1
               UNTIL BA-C > 7.
           MOVE 6 TO BA-DF.
           PERFORM CHI-TO-Z-PARA.
           MOVE BA-Z TO BAT-Z-DEPTH(BA-BOX-IDX).
           IF BA-Z >= BA-THRESHOLD
               MOVE 'D' TO BAT-FLAGS(BA-BOX-IDX)(2:1)
           END-IF.

       DEPTH-TERM-PARA.
           COMPUTE BA-REST-C = BA-TOT-DEPTH(BA-C)
               - BAT-DEPTH(BA-BOX-IDX, BA-C).
           MOVE BAT-DEPTH(BA-BOX-IDX, BA-C) TO BA-BOX-X.
           PERFORM CHI-TERM-PARA.

      ******************************************************************
      * CHI-TERM-PARA - one cell: the box's share expected from the
      * rest (BA-REST-C + 0.5 over BA-REST-SMOOTH) times its size
      * BA-BOX-N, against the BA-BOX-X it actually holds.
      ******************************************************************
       CHI-TERM-PARA.
           COMPUTE BA-WORK-1 = BA-REST-C + 0.5.
           DIVIDE BA-WORK-1 BY BA-REST-SMOOTH GIVING BA-P ROUNDED.
           MULTIPLY BA-BOX-N BY BA-P GIVING BA-EXPECT ROUNDED.
           COMPUTE BA-WORK-1 = BA-BOX-X - BA-EXPECT.
           MULTIPLY BA-WORK-1 BY BA-WORK-1 GIVING BA-WORK-2.
           DIVIDE BA-WORK-2 BY BA-EXPECT GIVING BA-WORK-1 ROUNDED.
           ADD BA-WORK-1 TO BA-CHI.

      ******************************************************************
      * CHI-TO-Z-PARA - Wilson-Hilferty: the cube root of chi-square
      * over its degrees of freedom is near enough normal to read
      * as standard deviations above what chance would give.
      ******************************************************************
       CHI-TO-Z-PARA.
           DIVIDE 2 BY 9 GIVING BA-WH-A ROUNDED.
           DIVIDE BA-WH-A BY BA-DF GIVING BA-WH-A ROUNDED.
           DIVIDE BA-CHI BY BA-DF GIVING BA-WORK-1 ROUNDED.
           COMPUTE BA-WORK-1 ROUNDED = BA-WORK-1 ** 0.33333333.
           SUBTRACT 1 FROM BA-WORK-1.
           ADD BA-WH-A TO BA-WORK-1.
           COMPUTE BA-WORK-2 ROUNDED = FUNCTION SQRT(BA-WH-A).
           PERFORM WORK-TO-Z-PARA.

      ******************************************************************
      * BINOMIAL-Z-PARA - BA-BOX-X papers of a kind out of BA-BOX-N
      * in the box, against the rate the rest shows (BA-REST-X of
      * BA-REST-N, half a paper added so a clean rest is not zero),
      * in standard deviations.
      ******************************************************************
       BINOMIAL-Z-PARA.
           COMPUTE BA-WORK-1 = BA-REST-X + 0.5.
           COMPUTE BA-WORK-2 = BA-REST-N + 1.
           DIVIDE BA-WORK-1 BY BA-WORK-2 GIVING BA-P ROUNDED.
           MULTIPLY BA-BOX-N BY BA-P GIVING BA-EXPECT ROUNDED.
           COMPUTE BA-WORK-2 = 1 - BA-P.
           MULTIPLY BA-EXPECT BY BA-WORK-2 GIVING BA-WORK-2 ROUNDED.
           COMPUTE BA-WORK-2 ROUNDED = FUNCTION SQRT(BA-WORK-2).
           COMPUTE BA-WORK-1 = BA-BOX-X - BA-EXPECT.
           PERFORM WORK-TO-Z-PARA.

      * A figure past what the report column holds is off the scale
      * either way; it is shown as 999.9.
       WORK-TO-Z-PARA.
           IF BA-WORK-2 = ZERO
               MOVE ZERO TO BA-Z
               EXIT PARAGRAPH
           END-IF.
           DIVIDE BA-WORK-1 BY BA-WORK-2 GIVING BA-Z ROUNDED
               ON SIZE ERROR
                   MOVE 999.9 TO BA-Z
           END-DIVIDE.
           IF BA-Z > 999.9
               MOVE 999.9 TO BA-Z
           END-IF.

      ******************************************************************
      * TEST-IDENT-PARA - identical rankings as a share of the box's
      * rankings of three or more preferences, against the share
      * the other boxes show. A handful of repeats proves nothing,
      * so fewer than three is not flagged.
      ******************************************************************
       TEST-IDENT-PARA.
           MOVE ZERO TO BAT-Z-IDENT(BA-BOX-IDX).
           IF BAT-DEEP(BA-BOX-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE BA-REST-N = BA-TOT-DEEP - BAT-DEEP(BA-BOX-IDX).
           COMPUTE BA-REST-X = BA-TOT-IDENT - BAT-IDENT(BA-BOX-IDX).
           MOVE BAT-DEEP(BA-BOX-IDX) TO BA-BOX-N.
           MOVE BAT-IDENT(BA-BOX-IDX) TO BA-BOX-X.
           PERFORM BINOMIAL-Z-PARA.
           MOVE BA-Z TO BAT-Z-IDENT(BA-BOX-IDX).
           IF BA-Z >= BA-THRESHOLD
               AND BAT-IDENT(BA-BOX-IDX) >= BA-MIN-IDENT
               MOVE 'R' TO BAT-FLAGS(BA-BOX-IDX)(3:1)
           END-IF.

       TEST-INFORMAL-PARA.
           COMPUTE BA-REST-N = BA-TOT-LIVE - BAT-LIVE(BA-BOX-IDX).
           COMPUTE BA-REST-X = BA-TOT-INFORMAL
               - BAT-INFORMAL(BA-BOX-IDX).
           MOVE BAT-LIVE(BA-BOX-IDX) TO BA-BOX-N.
           MOVE BAT-INFORMAL(BA-BOX-IDX) TO BA-BOX-X.
           PERFORM BINOMIAL-Z-PARA.
           MOVE BA-Z TO BAT-Z-INF(BA-BOX-IDX).
           IF BA-Z >= BA-THRESHOLD
               MOVE 'I' TO BAT-FLAGS(BA-BOX-IDX)(4:1)
           END-IF.

       WRITE-REPORT-PARA.
           MOVE BA-THRESHOLD TO BA-THR-EDIT.
           MOVE SPACES TO BA-ROW.
           STRING "BOX ANOMALY REPORT - constituency "
               DELIMITED BY SIZE
               BA-CONST-CODE DELIMITED BY SIZE
               "  election " DELIMITED BY SIZE
               BA-ELECTION-ID DELIMITED BY SIZE
               "  flag at " DELIMITED BY SIZE
               BA-THR-EDIT DELIMITED BY SIZE
               " sd" DELIMITED BY SIZE
               INTO BA-ROW
           END-STRING.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE BA-TOT-LIVE TO BA-CNT-EDIT.
           COMPUTE BA-PCT ROUNDED =
               BA-TOT-INFORMAL * 100 / BA-TOT-LIVE.
           MOVE BA-PCT TO BA-PCT-EDIT.
           MOVE SPACES TO BA-ROW.
           STRING "Live ballots " DELIMITED BY SIZE
               FUNCTION TRIM(BA-CNT-EDIT) DELIMITED BY SIZE
               ", informal " DELIMITED BY SIZE
               FUNCTION TRIM(BA-PCT-EDIT) DELIMITED BY SIZE
               " pct, formality rule " DELIMITED BY SIZE
               BA-FORMALITY DELIMITED BY SIZE
               ", boxes " DELIMITED BY SIZE
               BA-BOX-TOTAL DELIMITED BY SIZE
               INTO BA-ROW
           END-STRING.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE SPACES TO BA-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE "Box        Live  Inf%  zFPref  zDepth  Ident  zIdent"
               TO BA-ROW.
           MOVE "    zInf Postal Flags" TO BA-ROW(53:21).
           PERFORM WRITE-RPT-ROW-PARA.
           PERFORM WRITE-BOX-LINE-PARA VARYING BA-BOX-IDX FROM 1
               BY 1 UNTIL BA-BOX-IDX > BA-BOX-TOTAL.
           MOVE SPACES TO BA-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE "Flags: F first preferences  D preference depth  R"
               TO BA-ROW.
           MOVE " identical rankings" TO BA-ROW(50:19).
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE "       I informal rate  P postal mixed with other"
               TO BA-ROW.
           MOVE " channels" TO BA-ROW(50:9).
           PERFORM WRITE-RPT-ROW-PARA.
           IF BA-NO-BOX-COUNT > ZERO
               MOVE BA-NO-BOX-COUNT TO BA-CNT-EDIT
               MOVE SPACES TO BA-ROW
               STRING FUNCTION TRIM(BA-CNT-EDIT) DELIMITED BY SIZE
                   " live ballot(s) carry no box id and are not "
                   DELIMITED BY SIZE
                   "tested." DELIMITED BY SIZE
                   INTO BA-ROW
               END-STRING
               PERFORM WRITE-RPT-ROW-PARA
           END-IF.
           IF BA-FLAGGED-COUNT = ZERO
               MOVE "No box stands out from the rest of the "
                   TO BA-ROW
               MOVE "constituency." TO BA-ROW(40:13)
           ELSE
               MOVE SPACES TO BA-ROW
               STRING BA-FLAGGED-COUNT DELIMITED BY SIZE
                   " box(es) flagged - pull the ballots listed "
                   DELIMITED BY SIZE
                   "below." DELIMITED BY SIZE
                   INTO BA-ROW
               END-STRING
           END-IF.
           PERFORM WRITE-RPT-ROW-PARA.

       WRITE-BOX-LINE-PARA.
           MOVE SPACES TO BA-ROW.
           MOVE BAT-BOX-ID(BA-BOX-IDX) TO BA-ROW(1:8).
           MOVE BAT-LIVE(BA-BOX-IDX) TO BA-CNT-EDIT.
           MOVE BA-CNT-EDIT TO BA-ROW(10:6).
           IF BAT-LIVE(BA-BOX-IDX) > ZERO
               COMPUTE BA-PCT ROUNDED = BAT-INFORMAL(BA-BOX-IDX)
                   * 100 / BAT-LIVE(BA-BOX-IDX)
               MOVE BA-PCT TO BA-PCT-EDIT
               MOVE BA-PCT-EDIT TO BA-ROW(17:5)
           END-IF.
           IF BAT-TESTED(BA-BOX-IDX) = 'Y'
               MOVE BAT-Z-FP(BA-BOX-IDX) TO BA-Z-EDIT
               MOVE BA-Z-EDIT TO BA-ROW(24:6)
               MOVE BAT-Z-DEPTH(BA-BOX-IDX) TO BA-Z-EDIT
               MOVE BA-Z-EDIT TO BA-ROW(32:6)
               MOVE BAT-IDENT(BA-BOX-IDX) TO BA-CNT-EDIT
               MOVE BA-CNT-EDIT TO BA-ROW(39:6)
               MOVE BAT-Z-IDENT(BA-BOX-IDX) TO BA-Z-EDIT
               MOVE BA-Z-EDIT TO BA-ROW(47:6)
               MOVE BAT-Z-INF(BA-BOX-IDX) TO BA-Z-EDIT
               MOVE BA-Z-EDIT TO BA-ROW(55:6)
           ELSE IF BAT-BOX-ID(BA-BOX-IDX) = '(no box)'
               MOVE "(no provenance - not tested)" TO BA-ROW(24:28)
           ELSE
               MOVE "(too few to test)" TO BA-ROW(24:17)
           END-IF.
           MOVE BAT-POSTAL(BA-BOX-IDX) TO BA-CNT-EDIT.
           MOVE BA-CNT-EDIT TO BA-ROW(62:6).
           MOVE BAT-FLAGS(BA-BOX-IDX) TO BA-ROW(69:5).
           PERFORM WRITE-RPT-ROW-PARA.

      ******************************************************************
      * SELECT-FLAGGED-PARA - input procedure for the listing: every
      * ballot, live or voided, of a flagged box.
      ******************************************************************
       SELECT-FLAGGED-PARA.
           OPEN INPUT VOTES-FILE.
           IF VOTES-FILE-STATUS = '00'
               MOVE 'N' TO BA-EOF-SWITCH
               PERFORM SELECT-ONE-VOTE-PARA
                   UNTIL BA-EOF-SWITCH = 'Y'
               CLOSE VOTES-FILE
           END-IF.

       SELECT-ONE-VOTE-PARA.
           READ VOTES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO BA-EOF-SWITCH
               NOT AT END
                   IF VR-CONST-CODE = BA-CONST-CODE
                       AND VR-BOX-ID NOT = SPACES
                       AND (VR-ELECTION-ID = BA-ELECTION-ID
                           OR VR-ELECTION-ID = SPACES
                           OR BA-ELECTION-ID = SPACES)
                       MOVE VR-BOX-ID TO BA-WANT-BOX
                       PERFORM FIND-BOX-PARA
                       IF BA-FOUND-IDX > ZERO
                           IF BAT-FLAGS(BA-FOUND-IDX) NOT = SPACES
                               MOVE VR-BOX-ID TO SR-BOX-ID
                               MOVE SPACES TO SR-RANKING
                               MOVE VR-BALLOT-ID TO SR-BALLOT-ID
                               RELEASE SORT-RECORD
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * LIST-FLAGGED-PARA - output procedure: a heading per flagged
      * box, then its ballot ids ten to a line.
      ******************************************************************
       LIST-FLAGGED-PARA.
           MOVE SPACES TO BA-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE "BALLOTS IN FLAGGED BOXES (constituency and ballot id"
               TO BA-ROW.
           MOVE " for Ballot Maintenance)" TO BA-ROW(53:24).
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE SPACES TO BA-PREV-BOX.
           MOVE SPACES TO BA-ROW.
           MOVE ZERO TO BA-LIST-COL.
           MOVE 'N' TO BA-DONE-SWITCH.
           PERFORM RETURN-LISTED-PARA UNTIL BA-DONE-SWITCH = 'Y'.
           IF BA-LIST-COL > ZERO
               PERFORM WRITE-RPT-ROW-PARA
           END-IF.

       RETURN-LISTED-PARA.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO BA-DONE-SWITCH
               NOT AT END
                   IF SR-BOX-ID NOT = BA-PREV-BOX
                       PERFORM START-BOX-LIST-PARA
                   END-IF
                   IF BA-LIST-COL >= 10
                       PERFORM WRITE-RPT-ROW-PARA
                       MOVE SPACES TO BA-ROW
                       MOVE ZERO TO BA-LIST-COL
                   END-IF
                   MOVE SR-BALLOT-ID
                       TO BA-ROW(BA-LIST-COL * 7 + 3:6)
                   ADD 1 TO BA-LIST-COL
           END-RETURN.

       START-BOX-LIST-PARA.
           IF BA-LIST-COL > ZERO
               PERFORM WRITE-RPT-ROW-PARA
           END-IF.
           MOVE SR-BOX-ID TO BA-PREV-BOX.
           MOVE SR-BOX-ID TO BA-WANT-BOX.
           PERFORM FIND-BOX-PARA.
           COMPUTE BA-LIST-COUNT = BAT-LIVE(BA-FOUND-IDX)
               + BAT-VOID(BA-FOUND-IDX).
           MOVE BA-LIST-COUNT TO BA-CNT-EDIT.
           MOVE SPACES TO BA-ROW.
           STRING "Box " DELIMITED BY SIZE
               SR-BOX-ID DELIMITED BY SIZE
               "  flags " DELIMITED BY SIZE
               BAT-FLAGS(BA-FOUND-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(BA-CNT-EDIT) DELIMITED BY SIZE
               " ballot(s) in " DELIMITED BY SIZE
               BA-CONST-CODE DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               INTO BA-ROW
           END-STRING.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE SPACES TO BA-ROW.
           MOVE ZERO TO BA-LIST-COL.

       WRITE-RPT-ROW-PARA.
           DISPLAY BA-ROW.
           MOVE BA-ROW TO RPT-RECORD.
           WRITE RPT-RECORD.

       END PROGRAM SubSTVBoxAnom.
