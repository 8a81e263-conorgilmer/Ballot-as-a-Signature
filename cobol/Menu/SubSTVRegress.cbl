      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Reference election regression pack. Keeps a
      *            library of reference elections (stv_reference.dat,
      *            RefCase.cpy) - each a ballot set, a slate, the
      *            seats, the count rules and seed it was counted
      *            under, and the officially published result: the
      *            quota, the order of election and every round's
      *            figures (RefFig.cpy) - and counts every case again
      *            through the production count (SubSTVCount), the
      *            independent verification count (SubSTVVerify) and
      *            the scenario count (SubSTVScenario), so a change
      *            to the count logic is proved against real results
      *            before it is used on election day.
      *            L - list the library.
      *            C - capture a case: a constituency of a past
      *                election out of one of our archive sets
      *                (arch_YYYYMMDD_), or off the live files (an
      *                election loaded through the BLT import, say).
      *                The ballots are copied anonymised - renumbered
      *                in their original order, with box, channel,
      *                receipt date and election blanked - and the
      *                published figures are taken from the count of
      *                record: the latest official count in the count
      *                results library, else the set's own count book
      *                and round feed. Figures prepared by hand from a
      *                result published elsewhere, put in place before
      *                the capture, are kept. A case once captured is
      *                never overwritten.
      *            R - run the pack, every case or one: each case is
      *                loaded as the only election on file - its
      *                slate on the candidate master, its ballots on
      *                the votes file, a control record at BALLOTS
      *                CLOSED - and counted by all three programs
      *                unattended. The count must reproduce the
      *                quota, the order of election and every round's
      *                figures within the case's stated tolerance;
      *                the verification count must agree with it;
      *                the scenario count, run with no withdrawals on
      *                the same seats and method, must reproduce the
      *                published figures as well (the elected set and
      *                quota only, for a case counted under surplus
      *                deferral or bulk exclusion, which the scenario
      *                engine does not apply). Where the published
      *                count drew lots or sampled at random, or used a
      *                method the verification count cannot replay, a
      *                difference in those two is reported as
      *                advisory. The certificate, stv_regress_cert.dat,
      *                gives PASS or FAIL for every case and program
      *                and an overall verdict for the returning
      *                officer to sign. The pack empties the votes
      *                file for each case, so like the simulation it
      *                refuses to run while any election control
      *                record is on file; the candidate master is
      *                saved first and put back at the end, and the
      *                votes file, its sequence and the control file
      *                are left empty. Called with BatchReq.cpy for
      *                the signed-on operator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVRegress.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REF-FILE
           ASSIGN TO 'stv_reference.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REF-FILE-STATUS.
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
       SELECT CMAST-FILE
           ASSIGN TO 'candidate_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMAST-FILE-STATUS.
       SELECT MSAVE-FILE
           ASSIGN TO 'stv_regress_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MSAVE-FILE-STATUS.
       SELECT CVOTES-FILE
           ASSIGN TO DYNAMIC RP-CVOTES-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CVOTES-FILE-STATUS.
       SELECT CSLATE-FILE
           ASSIGN TO DYNAMIC RP-CSLATE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CSLATE-FILE-STATUS.
       SELECT FIG-FILE
           ASSIGN TO DYNAMIC RP-FIG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FIG-FILE-STATUS.
       SELECT SRC-VOTES-FILE
           ASSIGN TO DYNAMIC RP-SRC-VOTES-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS SRC-VOTES-STATUS.
       SELECT SRC-CMAST-FILE
           ASSIGN TO DYNAMIC RP-SRC-CMAST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SRC-CMAST-STATUS.
       SELECT SRC-ECTL-FILE
           ASSIGN TO DYNAMIC RP-SRC-ECTL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SRC-ECTL-STATUS.
       SELECT SRC-MAN-FILE
           ASSIGN TO DYNAMIC RP-SRC-MAN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SRC-MAN-STATUS.
       SELECT BOOK-FILE
           ASSIGN TO DYNAMIC RP-BOOK-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BOOK-FILE-STATUS.
       SELECT FEED-FILE
           ASSIGN TO DYNAMIC RP-FEED-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-FILE-STATUS.
       SELECT SCEN-FILE
           ASSIGN TO 'stv_scenario_output.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCEN-FILE-STATUS.
       SELECT VREP-FILE
           ASSIGN TO 'stv_verify_report.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VREP-FILE-STATUS.
       SELECT CERT-FILE
           ASSIGN TO 'stv_regress_cert.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CERT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REF-FILE             RECORD CONTAINS 126 CHARACTERS.
       COPY RefCase.

       FD  VOTES-FILE           RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  SEQ-FILE             RECORD CONTAINS 6 CHARACTERS.
       01  SEQ-RECORD           PIC 9(6).

       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       01  CMAST-RECORD         PIC X(61).

       FD  MSAVE-FILE           RECORD CONTAINS 61 CHARACTERS.
       01  MSAVE-RECORD         PIC X(61).

       FD  CVOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       01  CVOTES-RECORD        PIC X(335).

       FD  CSLATE-FILE          RECORD CONTAINS 61 CHARACTERS.
       01  CSLATE-RECORD        PIC X(61).

       FD  FIG-FILE             RECORD CONTAINS 24 CHARACTERS.
       COPY RefFig.

       FD  SRC-VOTES-FILE       RECORD CONTAINS 335 CHARACTERS.
       01  SRC-VOTES-RECORD     PIC X(335).

       FD  SRC-CMAST-FILE       RECORD CONTAINS 61 CHARACTERS.
       COPY CandMast.

       FD  SRC-ECTL-FILE        RECORD CONTAINS 31 CHARACTERS.
       01  SRC-ECTL-RECORD      PIC X(31).

       FD  SRC-MAN-FILE         RECORD CONTAINS 80 CHARACTERS.
       01  SRC-MAN-RECORD       PIC X(80).

       FD  BOOK-FILE            RECORD CONTAINS 80 CHARACTERS.
       01  BOOK-RECORD          PIC X(80).

       FD  FEED-FILE            RECORD CONTAINS 50 CHARACTERS.
       01  FEED-RECORD          PIC X(50).

       FD  SCEN-FILE            RECORD CONTAINS 80 CHARACTERS.
       01  SCEN-RECORD          PIC X(80).

       FD  VREP-FILE            RECORD CONTAINS 80 CHARACTERS.
       01  VREP-RECORD          PIC X(80).

       FD  CERT-FILE            RECORD CONTAINS 80 CHARACTERS.
       01  CERT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       77 REF-FILE-STATUS      PIC XX VALUE '00'.
       77 VOTES-FILE-STATUS    PIC XX VALUE '00'.
       77 SEQ-FILE-STATUS      PIC XX VALUE '00'.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 CMAST-FILE-STATUS    PIC XX VALUE '00'.
       77 MSAVE-FILE-STATUS    PIC XX VALUE '00'.
       77 CVOTES-FILE-STATUS   PIC XX VALUE '00'.
       77 CSLATE-FILE-STATUS   PIC XX VALUE '00'.
       77 FIG-FILE-STATUS      PIC XX VALUE '00'.
       77 SRC-VOTES-STATUS     PIC XX VALUE '00'.
       77 SRC-CMAST-STATUS     PIC XX VALUE '00'.
       77 SRC-ECTL-STATUS      PIC XX VALUE '00'.
       77 SRC-MAN-STATUS       PIC XX VALUE '00'.
       77 BOOK-FILE-STATUS     PIC XX VALUE '00'.
       77 FEED-FILE-STATUS     PIC XX VALUE '00'.
       77 SCEN-FILE-STATUS     PIC XX VALUE '00'.
       77 VREP-FILE-STATUS     PIC XX VALUE '00'.
       77 CERT-FILE-STATUS     PIC XX VALUE '00'.
       77 RP-EOF-SWITCH        PIC X.
       77 RP-INPUT             PIC X(40).
       77 RP-MODE              PIC X.
       77 RP-OPERATOR          PIC X(8).
       77 RP-TODAY             PIC 9(8).
       77 RP-NOW               PIC 9(8).
       77 RP-IDX               PIC 9(4).
       77 RP-FOUND-IDX         PIC 9(4).
       77 RP-ID-LEN            PIC 9(2).
       77 RP-ID-OK-SWITCH      PIC X.
       77 RP-CASE-ID           PIC X(8).
       77 RP-SELECT-ID         PIC X(8).
       77 RP-LIVE-ELECTION-SW  PIC X VALUE 'N'.
       77 RP-MASTER-SAVED-SW   PIC X VALUE 'N'.
       77 RP-ABANDON-SWITCH    PIC X.
       77 I                    PIC 9(3).
       77 J                    PIC 9(3).
       77 K                    PIC 9(3).

      * File names: the case's own files under ref_<id>_, and the
      * files a capture takes its case from.
       77 RP-CVOTES-NAME       PIC X(44).
       77 RP-CSLATE-NAME       PIC X(44).
       77 RP-FIG-NAME          PIC X(44).
       77 RP-SRC-VOTES-NAME    PIC X(44).
       77 RP-SRC-CMAST-NAME    PIC X(44).
       77 RP-SRC-ECTL-NAME     PIC X(44).
       77 RP-SRC-MAN-NAME      PIC X(44).
       77 RP-BOOK-NAME         PIC X(44).
       77 RP-FEED-NAME         PIC X(44).
       77 RP-SET-DATE          PIC X(8).
       77 RP-IMG-LEN           PIC 9(3).
       77 RP-TAIL              PIC X(80).
       77 RP-JUNK              PIC X(80).

      * stv_reference.dat, held whole while it is listed, added to
      * or run.
       77 RP-CASE-TOTAL        PIC 9(4) VALUE ZERO.
       01 RP-CASE-TABLE-AREA.
           05 RP-CASE-ROW          PIC X(126) OCCURS 200 TIMES.

      * The capture: the constituency, its election and formality
      * off the control file, its slate and what was copied.
       77 RP-CONST-CODE        PIC X(3).
       77 RP-ELECTION-ID       PIC X(8).
       77 RP-FORMALITY         PIC X.
       77 RP-MIN-PREFS         PIC 9(2).
       77 RP-SEATS             PIC 9(3).
       77 RP-TOLERANCE         PIC 9(3)V9(4).
       77 RP-SLATE-TOTAL       PIC 9(3).
       77 RP-SLATE-BIG-SW      PIC X.
       01 RP-SLATE-AREA.
           05 RP-SLATE-ROW         PIC X(61) OCCURS 99 TIMES.
       77 RP-BALLOT-COUNT      PIC 9(6).
       77 RP-UNEXPANDED        PIC 9(6).
       77 RP-FIG-KEPT-SW       PIC X.

      * Figures read back off a count book and round feed, or off
      * the scenario output: the header, the quota, the order of
      * election and every round's figures. The GOT side holds what
      * a program produced, the REF side the published figures.
       77 RP-HDR-CONST         PIC X(3).
       77 RP-HDR-N             PIC 9(3).
       77 RP-HDR-SEATS         PIC 9(3).
       77 RP-HDR-TIE-RULE      PIC X.
       77 RP-HDR-METHOD        PIC X.
       77 RP-HDR-DEFER         PIC X.
       77 RP-HDR-BULK          PIC X.
       77 RP-HDR-SEED          PIC 9(8).
       77 RP-DRAWN-SW          PIC X.
       77 RP-FINAL-SW          PIC X.
       77 RP-GOT-QUOTA         PIC 9(9)V9(4).
       77 RP-GOT-ELECTED       PIC 9(3).
       77 RP-GOT-ROUNDS        PIC 9(3).
       77 RP-GOT-HAS-SEQ-SW    PIC X.
       01 RP-GOT-ORDER-AREA.
           05 RP-GOT-ORDER         PIC 9(3) OCCURS 99 TIMES.
       01 RP-GOT-CAND-AREA.
           05 RP-GOT-CAND-ENTRY    OCCURS 99 TIMES.
               10 RP-GOT-IS-ELECTED PIC X.
               10 RP-GOT-SEQ        PIC 9(3).
               10 RP-GOT-FIRST-E    PIC 9(3).
               10 RP-GOT-PLACED     PIC X.
       01 RP-GOT-ROUND-AREA.
           05 RP-GOT-RND           OCCURS 200 TIMES.
               10 RP-GOT-CELL       OCCURS 99 TIMES.
                   15 RP-GOT-HAS    PIC X.
                   15 RP-GOT-VOTES  PIC 9(9)V9(4).
       77 RP-REF-QUOTA         PIC 9(9)V9(4).
       77 RP-REF-QUOTA-SW      PIC X.
       77 RP-REF-ELECTED       PIC 9(3).
       77 RP-REF-ROUNDS        PIC 9(3).
       01 RP-REF-ORDER-AREA.
           05 RP-REF-ORDER         PIC 9(3) OCCURS 99 TIMES.
       01 RP-REF-ROUND-AREA.
           05 RP-REF-RND           OCCURS 200 TIMES.
               10 RP-REF-CELL       OCCURS 99 TIMES.
                   15 RP-REF-HAS    PIC X.
                   15 RP-REF-VOTES  PIC 9(9)V9(4).
       77 RP-FIELD-CONST       PIC X(3).
       77 RP-FIELD-ROUND       PIC X(3).
       77 RP-FIELD-CAND        PIC X(3).
       77 RP-FIELD-VOTES       PIC X(14).
       77 RP-FIELD-STATUS      PIC X.
       77 RP-LINE-ROUND        PIC 9(3).
       77 RP-LINE-CAND         PIC 9(3).
       77 RP-LINE-VOTES        PIC 9(9)V9(4).
       77 RP-BEST-IDX          PIC 9(3).
       77 RP-BEST-KEY          PIC 9(6).
       77 RP-CAND-KEY          PIC 9(6).

      * The comparison of one program's figures with the case's.
       77 RP-CMP-PROGRAM       PIC X(8).
       77 RP-CMP-FULL-SW       PIC X.
       77 RP-DIFFS             PIC 9(5).
       77 RP-DIFF              PIC S9(9)V9(4).
       77 RP-IN-SET-SW         PIC X.
       77 RP-CASE-OK-SW        PIC X.
       77 RP-RESULT            PIC X(8).
       77 RP-ADVISORY-SW       PIC X.
       77 RP-VERIFY-NOTE-SW    PIC X.
       77 RP-RUN-COUNT         PIC 9(4) VALUE ZERO.
       77 RP-PASS-COUNT        PIC 9(4) VALUE ZERO.
       77 RP-FAIL-COUNT        PIC 9(4) VALUE ZERO.
       77 RP-LK-N              PIC 9(12) VALUE ZERO.
       77 RP-LK-R              PIC 9(12) VALUE ZERO.
       77 RP-V1-EDIT           PIC Z(8)9.9(4).
       77 RP-V2-EDIT           PIC Z(8)9.9(4).
       77 RP-TOL-EDIT          PIC ZZ9.9(4).
       77 RP-CNT-EDIT          PIC Z(5)9.
       01 RP-ROW               PIC X(80).
       01 AUDIT-RECORD         PIC X(300).

      * Request block for the chained audit writer.
       COPY AuditReq.
      * Request block for the count results library: the count of
      * record a capture takes its published figures from.
       COPY LibReq.
      * Request block for the ticket expander: a ticket vote is
      * captured as the preferences of the ticket it stood for.
       COPY TicketReq.
      * Request block for the votes file change journal: each case's
      * load - the file emptied, its ballots written, the sequence
      * set - and the emptying at the end are journalled.
       COPY JournalReq.

       LINKAGE SECTION.
       COPY BatchReq.

       PROCEDURE DIVISION USING BATCH-REQUEST.
       MAIN-PROCEDURE.
           DISPLAY "Reference Election Regression Pack.".
      * Working storage persists across CALLs - reset per-run state.
           MOVE ZERO TO RP-CASE-TOTAL.
           MOVE ZERO TO RP-RUN-COUNT.
           MOVE ZERO TO RP-PASS-COUNT.
           MOVE ZERO TO RP-FAIL-COUNT.
           MOVE 'N' TO RP-MASTER-SAVED-SW.
           MOVE BR-OPERATOR TO RP-OPERATOR.
           IF RP-OPERATOR = SPACES
               MOVE 'REGRESS' TO RP-OPERATOR
           END-IF.
           ACCEPT RP-TODAY FROM DATE YYYYMMDD.
           PERFORM LOAD-LIBRARY-PARA.
           IF RP-CASE-TOTAL > 200
               DISPLAY "*** stv_reference.dat has more than 200 "
                   "cases - nothing done ***"
               EXIT PROGRAM
           END-IF.
           DISPLAY "Mode - L=List the reference library, C=Capture "
               "a case, R=Run the pack, Q=Quit ".
           MOVE SPACES TO RP-INPUT.
           ACCEPT RP-INPUT.
           MOVE FUNCTION UPPER-CASE(RP-INPUT(1:1)) TO RP-MODE.
           IF RP-MODE = 'L'
               PERFORM LIST-LIBRARY-PARA
           ELSE IF RP-MODE = 'C'
               PERFORM CAPTURE-PARA THRU CAPTURE-EXIT
           ELSE IF RP-MODE = 'R'
               PERFORM RUN-PACK-PARA THRU RUN-PACK-EXIT.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

       LOAD-LIBRARY-PARA.
           MOVE 'N' TO RP-EOF-SWITCH.
           OPEN INPUT REF-FILE.
           IF REF-FILE-STATUS = '00'
               PERFORM READ-LIBRARY-PARA UNTIL RP-EOF-SWITCH = 'Y'
               CLOSE REF-FILE
           END-IF.

       READ-LIBRARY-PARA.
           READ REF-FILE
               AT END
                   MOVE 'Y' TO RP-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RP-CASE-TOTAL
                   IF RP-CASE-TOTAL > 200
                       MOVE 'Y' TO RP-EOF-SWITCH
                   ELSE
                       MOVE REF-CASE-RECORD
                           TO RP-CASE-ROW(RP-CASE-TOTAL)
                   END-IF
           END-READ.

       SAVE-LIBRARY-PARA.
           OPEN OUTPUT REF-FILE.
           IF REF-FILE-STATUS = '00'
               PERFORM WRITE-LIBRARY-PARA VARYING RP-IDX FROM 1 BY 1
                   UNTIL RP-IDX > RP-CASE-TOTAL
               CLOSE REF-FILE
           END-IF.

       WRITE-LIBRARY-PARA.
           MOVE RP-CASE-ROW(RP-IDX) TO REF-CASE-RECORD.
           WRITE REF-CASE-RECORD.

       FIND-CASE-PARA.
           IF RP-CASE-ROW(RP-IDX)(1:8) = RP-CASE-ID
               MOVE RP-IDX TO RP-FOUND-IDX
           END-IF.

      ******************************************************************
      * LIST-LIBRARY-PARA - one line a case: its id and title, where
      * it came from, and the rules and tolerance it is held to.
      ******************************************************************
       LIST-LIBRARY-PARA.
           IF RP-CASE-TOTAL = ZERO
               DISPLAY "The reference library is empty - capture a "
                   "case first."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Case     Title                          Src Set"
               "      Ccc Seats Ballots M T D B Tolerance".
           PERFORM LIST-ONE-CASE-PARA VARYING RP-IDX FROM 1 BY 1
               UNTIL RP-IDX > RP-CASE-TOTAL.

       LIST-ONE-CASE-PARA.
           MOVE RP-CASE-ROW(RP-IDX) TO REF-CASE-RECORD.
           MOVE RF-TOLERANCE TO RP-TOL-EDIT.
           DISPLAY RF-CASE-ID " " RF-TITLE " " RF-SOURCE "   "
               RF-ORIGIN " " RF-CONST-CODE " " RF-SEATS "   "
               RF-BALLOTS "  " RF-METHOD " " RF-TIE-RULE " "
               RF-DEFER " " RF-BULK " " RP-TOL-EDIT.

      ******************************************************************
      * CAPTURE-PARA - a new case from an archive set or the live
      * files. Nothing is written until the count of record has been
      * found and agrees with the slate.
      ******************************************************************
       CAPTURE-PARA.
           DISPLAY "Case id (up to 8 letters and digits) ".
           MOVE SPACES TO RP-INPUT.
           ACCEPT RP-INPUT.
           MOVE FUNCTION UPPER-CASE(RP-INPUT(1:8)) TO RP-CASE-ID.
           PERFORM CHECK-CASE-ID-PARA.
           IF RP-ID-OK-SWITCH NOT = 'Y'
               DISPLAY "A case id is letters and digits only, with "
                   "no spaces - nothing captured."
               GO TO CAPTURE-EXIT
           END-IF.
           MOVE ZERO TO RP-FOUND-IDX.
           PERFORM FIND-CASE-PARA VARYING RP-IDX FROM 1 BY 1
               UNTIL RP-IDX > RP-CASE-TOTAL.
           IF RP-FOUND-IDX > ZERO
               DISPLAY "Case " FUNCTION TRIM(RP-CASE-ID) " is "
                   "already in the library - a captured case is "
                   "never overwritten."
               GO TO CAPTURE-EXIT
           END-IF.
           IF RP-CASE-TOTAL >= 200
               DISPLAY "The library holds 200 cases - nothing "
                   "captured."
               GO TO CAPTURE-EXIT
           END-IF.
           MOVE SPACES TO REF-CASE-RECORD.
           MOVE RP-CASE-ID TO RF-CASE-ID.
           DISPLAY "Title (what the case is) ".
           MOVE SPACES TO RP-INPUT.
           ACCEPT RP-INPUT.
           MOVE RP-INPUT(1:30) TO RF-TITLE.
           DISPLAY "Source - A=an archive set, L=the live files "
               "[Enter=A] ".
           MOVE SPACES TO RP-INPUT.
           ACCEPT RP-INPUT.
           IF RP-INPUT = SPACES
               MOVE 'A' TO RF-SOURCE
           ELSE
               MOVE FUNCTION UPPER-CASE(RP-INPUT(1:1)) TO RF-SOURCE
           END-IF.
           IF NOT RF-FROM-ARCHIVE AND NOT RF-FROM-LIVE
               DISPLAY "Source must be A or L - nothing captured."
               GO TO CAPTURE-EXIT
           END-IF.
           MOVE SPACES TO RP-SET-DATE.
           IF RF-FROM-ARCHIVE
               DISPLAY "Archive set date (YYYYMMDD) "
               MOVE SPACES TO RP-INPUT
               ACCEPT RP-INPUT
               MOVE RP-INPUT(1:8) TO RP-SET-DATE
               IF RP-SET-DATE IS NOT NUMERIC
                   DISPLAY "The set date is 8 digits - nothing "
                       "captured."
                   GO TO CAPTURE-EXIT
               END-IF
           END-IF.
           MOVE RP-SET-DATE TO RF-ORIGIN.
           DISPLAY "Constituency code (3 characters) ".
           MOVE SPACES TO RP-INPUT.
           ACCEPT RP-INPUT.
           MOVE FUNCTION UPPER-CASE(RP-INPUT(1:3)) TO RP-CONST-CODE.
           IF RP-CONST-CODE = SPACES
               DISPLAY "A constituency code is required - nothing "
                   "captured."
               GO TO CAPTURE-EXIT
           END-IF.
           DISPLAY "Tolerance in votes for each published figure "
               "[Enter=0] ".
           MOVE SPACES TO RP-INPUT.
           ACCEPT RP-INPUT.
           IF RP-INPUT = SPACES
               MOVE ZERO TO RP-TOLERANCE
           ELSE
               IF FUNCTION TEST-NUMVAL(RP-INPUT) NOT = 0
                   DISPLAY "The tolerance must be a number - "
                       "nothing captured."
                   GO TO CAPTURE-EXIT
               END-IF
               COMPUTE RP-TOLERANCE = FUNCTION NUMVAL(RP-INPUT)
           END-IF.
           PERFORM SET-SOURCE-NAMES-PARA.
           IF RF-FROM-ARCHIVE
               PERFORM READ-SET-MANIFEST-PARA
               IF RP-IMG-LEN NOT = 335
                   DISPLAY "*** arch_" RP-SET-DATE "_ holds a "
                       RP-IMG-LEN "-byte votes image from an "
                       "earlier release - restore the set and "
                       "capture from the live files ***"
                   GO TO CAPTURE-EXIT
               END-IF
           END-IF.
           PERFORM READ-SOURCE-ECTL-PARA.
           PERFORM FIND-COUNT-OF-RECORD-PARA.
           PERFORM HARVEST-COUNT-PARA.
           IF RP-HDR-CONST NOT = RP-CONST-CODE
               DISPLAY "*** No count of " RP-CONST-CODE " found in "
                   FUNCTION TRIM(RP-BOOK-NAME) " - the published "
                   "figures cannot be taken; nothing captured ***"
               GO TO CAPTURE-EXIT
           END-IF.
           IF RP-FINAL-SW NOT = 'Y' OR RP-GOT-ELECTED = ZERO
               OR RP-GOT-ELECTED NOT = RP-HDR-SEATS
               DISPLAY "*** The count in "
                   FUNCTION TRIM(RP-BOOK-NAME) " did not fill every "
                   "seat - it is no reference result; nothing "
                   "captured ***"
               GO TO CAPTURE-EXIT
           END-IF.
           PERFORM LOAD-SOURCE-SLATE-PARA.
           IF RP-SLATE-BIG-SW = 'Y' OR RP-SLATE-TOTAL = ZERO
               OR RP-SLATE-TOTAL NOT = RP-HDR-N
               DISPLAY "*** The slate of " RP-CONST-CODE " in "
                   FUNCTION TRIM(RP-SRC-CMAST-NAME) " has "
                   RP-SLATE-TOTAL " candidate(s); its count had "
                   RP-HDR-N " - nothing captured ***"
               GO TO CAPTURE-EXIT
           END-IF.
           PERFORM SET-CASE-NAMES-PARA.
           PERFORM COPY-BALLOTS-PARA.
           IF RP-BALLOT-COUNT = ZERO
               DISPLAY "*** No ballots of " RP-CONST-CODE " found - "
                   "nothing captured ***"
               GO TO CAPTURE-EXIT
           END-IF.
           PERFORM WRITE-CASE-SLATE-PARA.
           PERFORM WRITE-FIGURES-PARA.
           MOVE RP-ELECTION-ID TO RF-ELECTION-ID.
           MOVE RP-CONST-CODE TO RF-CONST-CODE.
           MOVE RP-SLATE-TOTAL TO RF-CANDIDATES.
           MOVE RP-HDR-SEATS TO RF-SEATS.
           MOVE RP-BALLOT-COUNT TO RF-BALLOTS.
           MOVE RP-HDR-METHOD TO RF-METHOD.
           MOVE RP-HDR-TIE-RULE TO RF-TIE-RULE.
           MOVE RP-HDR-DEFER TO RF-DEFER.
           MOVE RP-HDR-BULK TO RF-BULK.
           MOVE RP-FORMALITY TO RF-FORMALITY.
           MOVE RP-MIN-PREFS TO RF-MIN-PREFS.
           MOVE RP-HDR-SEED TO RF-SEED.
           MOVE RP-TOLERANCE TO RF-TOLERANCE.
           MOVE RP-TODAY TO RF-CAPTURED-DATE.
           MOVE RP-OPERATOR TO RF-OPERATOR.
           ADD 1 TO RP-CASE-TOTAL.
           MOVE REF-CASE-RECORD TO RP-CASE-ROW(RP-CASE-TOTAL).
           PERFORM SAVE-LIBRARY-PARA.
           IF REF-FILE-STATUS NOT = '00'
               DISPLAY "*** stv_reference.dat could not be written - "
                   "status " REF-FILE-STATUS " ***"
               GO TO CAPTURE-EXIT
           END-IF.
           MOVE RP-BALLOT-COUNT TO RP-CNT-EDIT.
           DISPLAY "Case " FUNCTION TRIM(RP-CASE-ID) " captured: "
               FUNCTION TRIM(RP-CNT-EDIT) " ballot(s), "
               RP-SLATE-TOTAL " candidate(s), " RP-HDR-SEATS
               " seat(s), method " RP-HDR-METHOD ", tie rule "
               RP-HDR-TIE-RULE ".".
           IF RP-FIG-KEPT-SW = 'Y'
               DISPLAY "  The figures already in "
                   FUNCTION TRIM(RP-FIG-NAME) " are kept as "
                   "prepared."
           ELSE
               DISPLAY "  Published figures taken from "
                   FUNCTION TRIM(RP-BOOK-NAME) " and "
                   FUNCTION TRIM(RP-FEED-NAME) "."
           END-IF.
           IF RP-UNEXPANDED > ZERO
               DISPLAY "  *** " RP-UNEXPANDED " ticket vote(s) "
                   "could not be expanded from the lodged tickets "
                   "and were captured as cast ***"
           END-IF.
           PERFORM LOG-CAPTURE-PARA.
       CAPTURE-EXIT.
           EXIT.

      * A case id names files, so it is letters and digits only,
      * with nothing after the first space.
       CHECK-CASE-ID-PARA.
           MOVE 'Y' TO RP-ID-OK-SWITCH.
           MOVE ZERO TO RP-ID-LEN.
           INSPECT RP-CASE-ID TALLYING RP-ID-LEN
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF RP-ID-LEN = ZERO
               MOVE 'N' TO RP-ID-OK-SWITCH
               EXIT PARAGRAPH
           END-IF.
           IF RP-ID-LEN < 8
               IF RP-CASE-ID(RP-ID-LEN + 1:8 - RP-ID-LEN)
                   NOT = SPACES
                   MOVE 'N' TO RP-ID-OK-SWITCH
               END-IF
           END-IF.
           PERFORM CHECK-ID-CHAR-PARA VARYING I FROM 1 BY 1
               UNTIL I > RP-ID-LEN.

       CHECK-ID-CHAR-PARA.
           IF (RP-CASE-ID(I:1) < 'A' OR RP-CASE-ID(I:1) > 'Z')
               AND (RP-CASE-ID(I:1) < '0' OR RP-CASE-ID(I:1) > '9')
               MOVE 'N' TO RP-ID-OK-SWITCH
           END-IF.

       SET-SOURCE-NAMES-PARA.
           IF RF-FROM-ARCHIVE
               MOVE SPACES TO RP-SRC-VOTES-NAME
               STRING "arch_" DELIMITED BY SIZE
                   RP-SET-DATE DELIMITED BY SIZE
                   "_votes_output.dat" DELIMITED BY SIZE
                   INTO RP-SRC-VOTES-NAME
               END-STRING
               MOVE SPACES TO RP-SRC-CMAST-NAME
               STRING "arch_" DELIMITED BY SIZE
                   RP-SET-DATE DELIMITED BY SIZE
                   "_candidate_master.dat" DELIMITED BY SIZE
                   INTO RP-SRC-CMAST-NAME
               END-STRING
               MOVE SPACES TO RP-SRC-ECTL-NAME
               STRING "arch_" DELIMITED BY SIZE
                   RP-SET-DATE DELIMITED BY SIZE
                   "_election_ctl.dat" DELIMITED BY SIZE
                   INTO RP-SRC-ECTL-NAME
               END-STRING
               MOVE SPACES TO RP-SRC-MAN-NAME
               STRING "arch_" DELIMITED BY SIZE
                   RP-SET-DATE DELIMITED BY SIZE
                   "_manifest.dat" DELIMITED BY SIZE
                   INTO RP-SRC-MAN-NAME
               END-STRING
               MOVE SPACES TO RP-BOOK-NAME
               STRING "arch_" DELIMITED BY SIZE
                   RP-SET-DATE DELIMITED BY SIZE
                   "_stv_count_output.dat" DELIMITED BY SIZE
                   INTO RP-BOOK-NAME
               END-STRING
               MOVE SPACES TO RP-FEED-NAME
               STRING "arch_" DELIMITED BY SIZE
                   RP-SET-DATE DELIMITED BY SIZE
                   "_stv_round_feed.dat" DELIMITED BY SIZE
                   INTO RP-FEED-NAME
               END-STRING
           ELSE
               MOVE SPACES TO RP-SRC-VOTES-NAME
               MOVE 'candidate_master.dat' TO RP-SRC-CMAST-NAME
               MOVE 'election_ctl.dat' TO RP-SRC-ECTL-NAME
               MOVE SPACES TO RP-SRC-MAN-NAME
               MOVE 'stv_count_output.dat' TO RP-BOOK-NAME
               MOVE 'stv_round_feed.dat' TO RP-FEED-NAME
           END-IF.

       SET-CASE-NAMES-PARA.
           MOVE SPACES TO RP-CVOTES-NAME.
           STRING "ref_" DELIMITED BY SIZE
               RP-CASE-ID DELIMITED BY SPACE
               "_votes.dat" DELIMITED BY SIZE
               INTO RP-CVOTES-NAME
           END-STRING.
           MOVE SPACES TO RP-CSLATE-NAME.
           STRING "ref_" DELIMITED BY SIZE
               RP-CASE-ID DELIMITED BY SPACE
               "_slate.dat" DELIMITED BY SIZE
               INTO RP-CSLATE-NAME
           END-STRING.
           MOVE SPACES TO RP-FIG-NAME.
           STRING "ref_" DELIMITED BY SIZE
               RP-CASE-ID DELIMITED BY SPACE
               "_figures.dat" DELIMITED BY SIZE
               INTO RP-FIG-NAME
           END-STRING.

      ******************************************************************
      * READ-SET-MANIFEST-PARA - the votes image length off the
      * set's manifest, as the archive restore reads it; a set with
      * no manifest was unloaded by an earlier release.
      ******************************************************************
       READ-SET-MANIFEST-PARA.
           MOVE 133 TO RP-IMG-LEN.
           OPEN INPUT SRC-MAN-FILE.
           IF SRC-MAN-STATUS = '00'
               MOVE 'N' TO RP-EOF-SWITCH
               PERFORM READ-MANIFEST-LINE-PARA
                   UNTIL RP-EOF-SWITCH = 'Y'
               CLOSE SRC-MAN-FILE
           END-IF.

       READ-MANIFEST-LINE-PARA.
           READ SRC-MAN-FILE
               AT END
                   MOVE 'Y' TO RP-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO RP-TAIL
                   UNSTRING SRC-MAN-RECORD
                       DELIMITED BY "VOTES-IMAGE-RECLEN="
                       INTO RP-JUNK RP-TAIL
                   END-UNSTRING
                   IF RP-TAIL NOT = SPACES
                       COMPUTE RP-IMG-LEN =
                           FUNCTION NUMVAL(RP-TAIL(1:3))
                   END-IF
           END-READ.

      ******************************************************************
      * READ-SOURCE-ECTL-PARA - the constituency's control record
      * (the first, on a combined poll) in the source: the election
      * its ballots belong to and the formality rule they were
      * decoded by. Without one the historic strict rule applies.
      ******************************************************************
       READ-SOURCE-ECTL-PARA.
           MOVE SPACES TO RP-ELECTION-ID.
           MOVE 'S' TO RP-FORMALITY.
           MOVE 1 TO RP-MIN-PREFS.
           MOVE 'N' TO RP-EOF-SWITCH.
           OPEN INPUT SRC-ECTL-FILE.
           IF SRC-ECTL-STATUS = '00'
               PERFORM READ-SOURCE-ECTL-LINE-PARA
                   UNTIL RP-EOF-SWITCH = 'Y'
               CLOSE SRC-ECTL-FILE
           END-IF.

       READ-SOURCE-ECTL-LINE-PARA.
           READ SRC-ECTL-FILE
               AT END
                   MOVE 'Y' TO RP-EOF-SWITCH
               NOT AT END
                   MOVE SRC-ECTL-RECORD TO ELECTION-CONTROL-RECORD
                   IF EC-CONST-CODE = RP-CONST-CODE
                       MOVE EC-ELECTION-ID TO RP-ELECTION-ID
                       IF EC-FORM-TRUNCATE
                           MOVE 'T' TO RP-FORMALITY
                       END-IF
                       IF EC-MIN-PREFS IS NUMERIC
                           AND EC-MIN-PREFS > ZERO
                           MOVE EC-MIN-PREFS TO RP-MIN-PREFS
                       END-IF
                       MOVE 'Y' TO RP-EOF-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * FIND-COUNT-OF-RECORD-PARA - the published result is the
      * latest official count of the constituency's election in the
      * count results library; a site or set without one falls back
      * on the count book and round feed in the source itself.
      ******************************************************************
       FIND-COUNT-OF-RECORD-PARA.
           IF RP-ELECTION-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'L' TO LQ-ACTION.
           MOVE RP-CONST-CODE TO LQ-CONST-CODE.
           MOVE RP-ELECTION-ID TO LQ-ELECTION-ID.
           CALL 'SubSTVCountLib' USING LIBRARY-REQUEST.
           IF LQ-RC = ZERO
               MOVE SPACES TO RP-BOOK-NAME
               STRING FUNCTION TRIM(LQ-PREFIX) DELIMITED BY SIZE
                   "count.dat" DELIMITED BY SIZE
                   INTO RP-BOOK-NAME
               END-STRING
               MOVE SPACES TO RP-FEED-NAME
               STRING FUNCTION TRIM(LQ-PREFIX) DELIMITED BY SIZE
                   "feed.dat" DELIMITED BY SIZE
                   INTO RP-FEED-NAME
               END-STRING
           END-IF.

      ******************************************************************
      * LOAD-SOURCE-SLATE-PARA - the constituency's candidate master
      * rows in the source, held until the capture is known good.
      ******************************************************************
       LOAD-SOURCE-SLATE-PARA.
           MOVE ZERO TO RP-SLATE-TOTAL.
           MOVE 'N' TO RP-SLATE-BIG-SW.
           MOVE 'N' TO RP-EOF-SWITCH.
           OPEN INPUT SRC-CMAST-FILE.
           IF SRC-CMAST-STATUS = '00'
               PERFORM READ-SOURCE-SLATE-PARA
                   UNTIL RP-EOF-SWITCH = 'Y'
               CLOSE SRC-CMAST-FILE
           END-IF.

       READ-SOURCE-SLATE-PARA.
           READ SRC-CMAST-FILE
               AT END
                   MOVE 'Y' TO RP-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = RP-CONST-CODE
                       IF RP-SLATE-TOTAL < 99
                           ADD 1 TO RP-SLATE-TOTAL
                           MOVE CAND-MASTER-RECORD
                               TO RP-SLATE-ROW(RP-SLATE-TOTAL)
                       ELSE
                           MOVE 'Y' TO RP-SLATE-BIG-SW
                           MOVE 'Y' TO RP-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

       WRITE-CASE-SLATE-PARA.
           OPEN OUTPUT CSLATE-FILE.
           PERFORM WRITE-SLATE-ROW-PARA VARYING I FROM 1 BY 1
               UNTIL I > RP-SLATE-TOTAL.
           CLOSE CSLATE-FILE.

       WRITE-SLATE-ROW-PARA.
           MOVE RP-SLATE-ROW(I) TO CSLATE-RECORD.
           WRITE CSLATE-RECORD.

      ******************************************************************
      * COPY-BALLOTS-PARA - the constituency's live (not voided)
      * ballots of the election, anonymised onto the case's votes
      * file: renumbered 1, 2, 3 ... in the order they stand on file
      * (the order a last-parcel or sampled transfer depends on),
      * with box, channel, receipt date and election blanked. A
      * ticket vote is stored as the preferences of its ticket, so
      * the case does not depend on tickets lodged at the time.
      ******************************************************************
       COPY-BALLOTS-PARA.
           MOVE ZERO TO RP-BALLOT-COUNT.
           MOVE ZERO TO RP-UNEXPANDED.
           SET TX-LOAD TO TRUE.
           MOVE RP-CONST-CODE TO TX-CONST-CODE.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           OPEN OUTPUT CVOTES-FILE.
           IF CVOTES-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to write "
                   FUNCTION TRIM(RP-CVOTES-NAME) " - status "
                   CVOTES-FILE-STATUS " ***"
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO RP-EOF-SWITCH.
           IF RF-FROM-ARCHIVE
               OPEN INPUT SRC-VOTES-FILE
               IF SRC-VOTES-STATUS = '00'
                   PERFORM READ-ARCHIVE-VOTE-PARA
                       UNTIL RP-EOF-SWITCH = 'Y'
                   CLOSE SRC-VOTES-FILE
               END-IF
           ELSE
               OPEN INPUT VOTES-FILE
               IF VOTES-FILE-STATUS = '00'
                   PERFORM READ-LIVE-VOTE-PARA
                       UNTIL RP-EOF-SWITCH = 'Y'
                   CLOSE VOTES-FILE
               END-IF
           END-IF.
           CLOSE CVOTES-FILE.

       READ-ARCHIVE-VOTE-PARA.
           READ SRC-VOTES-FILE
               AT END
                   MOVE 'Y' TO RP-EOF-SWITCH
               NOT AT END
                   MOVE SRC-VOTES-RECORD TO VOTES-RECORD
                   PERFORM TAKE-BALLOT-PARA
           END-READ.

       READ-LIVE-VOTE-PARA.
           READ VOTES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO RP-EOF-SWITCH
               NOT AT END
                   PERFORM TAKE-BALLOT-PARA
           END-READ.

       TAKE-BALLOT-PARA.
           IF VR-CONST-CODE = RP-CONST-CODE
               AND NOT VR-VOIDED
               AND (VR-ELECTION-ID = RP-ELECTION-ID
                   OR VR-ELECTION-ID = SPACES
                   OR RP-ELECTION-ID = SPACES)
               IF VR-FORMAT-NUMERIC AND VR-TICKET-BALLOT
                   SET TX-EXPAND TO TRUE
                   MOVE RP-CONST-CODE TO TX-CONST-CODE
                   MOVE VR-TICKET-NO TO TX-TICKET-NO
                   CALL 'SubSTVTicketExp'
                       USING TICKET-EXPAND-REQUEST
                   IF TX-RC = ZERO
                       MOVE TX-PREF-COUNT TO VR-PREF-COUNT
                       MOVE TX-PREF-AREA TO VR-PREF-AREA
                   ELSE
                       ADD 1 TO RP-UNEXPANDED
                   END-IF
               END-IF
               ADD 1 TO RP-BALLOT-COUNT
               MOVE RP-BALLOT-COUNT TO VR-BALLOT-ID
               MOVE SPACES TO VR-BOX-ID
               MOVE SPACE TO VR-CHANNEL
               MOVE ZERO TO VR-RCPT-DATE
               MOVE SPACES TO VR-ELECTION-ID
               MOVE VOTES-RECORD TO CVOTES-RECORD
               WRITE CVOTES-RECORD
           END-IF.

      ******************************************************************
      * WRITE-FIGURES-PARA - the published figures off the count of
      * record: the quota, the order of election and every round's
      * figures. Figures already in place - keyed from a result
      * published elsewhere - are the reference and are kept.
      ******************************************************************
       WRITE-FIGURES-PARA.
           MOVE 'N' TO RP-FIG-KEPT-SW.
           OPEN INPUT FIG-FILE.
           IF FIG-FILE-STATUS = '00'
               CLOSE FIG-FILE
               MOVE 'Y' TO RP-FIG-KEPT-SW
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT FIG-FILE.
           MOVE SPACES TO REF-FIGURE-RECORD.
           MOVE 'Q' TO FG-TYPE.
           MOVE ZERO TO FG-SEQ.
           MOVE ZERO TO FG-CAND.
           MOVE RP-GOT-QUOTA TO FG-VALUE.
           WRITE REF-FIGURE-RECORD.
           PERFORM WRITE-ELECTED-FIGURE-PARA VARYING I FROM 1 BY 1
               UNTIL I > RP-GOT-ELECTED.
           PERFORM WRITE-ROUND-FIGURES-PARA VARYING J FROM 1 BY 1
               UNTIL J > RP-GOT-ROUNDS.
           CLOSE FIG-FILE.

       WRITE-ELECTED-FIGURE-PARA.
           MOVE SPACES TO REF-FIGURE-RECORD.
           MOVE 'E' TO FG-TYPE.
           MOVE I TO FG-SEQ.
           MOVE RP-GOT-ORDER(I) TO FG-CAND.
           MOVE ZERO TO FG-VALUE.
           WRITE REF-FIGURE-RECORD.

       WRITE-ROUND-FIGURES-PARA.
           PERFORM WRITE-ROUND-FIGURE-PARA VARYING K FROM 1 BY 1
               UNTIL K > 99.

       WRITE-ROUND-FIGURE-PARA.
           IF RP-GOT-HAS(J K) = 'Y'
               MOVE SPACES TO REF-FIGURE-RECORD
               MOVE 'R' TO FG-TYPE
               MOVE J TO FG-SEQ
               MOVE K TO FG-CAND
               MOVE RP-GOT-VOTES(J K) TO FG-VALUE
               WRITE REF-FIGURE-RECORD
           END-IF.

       LOG-CAPTURE-PARA.
           ACCEPT RP-NOW FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           STRING RP-TODAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RP-NOW DELIMITED BY SIZE
               " REGRESS OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(RP-OPERATOR) DELIMITED BY SIZE
               " CAPTURED CASE=" DELIMITED BY SIZE
               FUNCTION TRIM(RF-CASE-ID) DELIMITED BY SIZE
               " SOURCE=" DELIMITED BY SIZE
               RF-SOURCE DELIMITED BY SIZE
               " SET=" DELIMITED BY SIZE
               RF-ORIGIN DELIMITED BY SIZE
               " CONST=" DELIMITED BY SIZE
               RF-CONST-CODE DELIMITED BY SIZE
               " ELECTION=" DELIMITED BY SIZE
               FUNCTION TRIM(RF-ELECTION-ID) DELIMITED BY SIZE
               " BALLOTS=" DELIMITED BY SIZE
               RF-BALLOTS DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

      ******************************************************************
      * HARVEST-COUNT-PARA - the figures of a count off its book
      * (RP-BOOK-NAME) and round feed (RP-FEED-NAME): the header's
      * constituency, slate size, seats and quota, the rules and any
      * draw seed, the elected candidates and every round's figures.
      * The order of election comes off the Elected lines; a book
      * written before they carried it has the order worked out from
      * the round each candidate first stands elected on the feed,
      * candidates elected in the same round taking their seats in
      * candidate-number order as the count elects them.
      ******************************************************************
       HARVEST-COUNT-PARA.
           PERFORM CLEAR-GOT-PARA.
           MOVE SPACES TO RP-HDR-CONST.
           MOVE ZERO TO RP-HDR-N.
           MOVE ZERO TO RP-HDR-SEATS.
           MOVE 'B' TO RP-HDR-TIE-RULE.
           MOVE 'G' TO RP-HDR-METHOD.
           MOVE 'N' TO RP-HDR-DEFER.
           MOVE 'N' TO RP-HDR-BULK.
           MOVE ZERO TO RP-HDR-SEED.
           MOVE 'N' TO RP-DRAWN-SW.
           MOVE 'N' TO RP-FINAL-SW.
           MOVE 'N' TO RP-GOT-HAS-SEQ-SW.
           MOVE 'N' TO RP-EOF-SWITCH.
           OPEN INPUT BOOK-FILE.
           IF BOOK-FILE-STATUS = '00'
               PERFORM READ-BOOK-PARA UNTIL RP-EOF-SWITCH = 'Y'
               CLOSE BOOK-FILE
           END-IF.
           MOVE 'N' TO RP-EOF-SWITCH.
           OPEN INPUT FEED-FILE.
           IF FEED-FILE-STATUS = '00'
               PERFORM READ-FEED-PARA UNTIL RP-EOF-SWITCH = 'Y'
               CLOSE FEED-FILE
           END-IF.
           PERFORM COUNT-ELECTED-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           PERFORM PLACE-NEXT-PARA VARYING J FROM 1 BY 1
               UNTIL J > RP-GOT-ELECTED.

       CLEAR-GOT-PARA.
           MOVE ZERO TO RP-GOT-QUOTA.
           MOVE ZERO TO RP-GOT-ELECTED.
           MOVE ZERO TO RP-GOT-ROUNDS.
           PERFORM CLEAR-GOT-CAND-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           PERFORM CLEAR-GOT-ROUND-PARA VARYING J FROM 1 BY 1
               UNTIL J > 200.

       CLEAR-GOT-CAND-PARA.
           MOVE 'N' TO RP-GOT-IS-ELECTED(I).
           MOVE ZERO TO RP-GOT-SEQ(I).
           MOVE 999 TO RP-GOT-FIRST-E(I).
           MOVE 'N' TO RP-GOT-PLACED(I).
           MOVE ZERO TO RP-GOT-ORDER(I).

       CLEAR-GOT-ROUND-PARA.
           PERFORM CLEAR-GOT-CELL-PARA VARYING K FROM 1 BY 1
               UNTIL K > 99.

       CLEAR-GOT-CELL-PARA.
           MOVE 'N' TO RP-GOT-HAS(J K).
           MOVE ZERO TO RP-GOT-VOTES(J K).

       READ-BOOK-PARA.
           READ BOOK-FILE
               AT END
                   MOVE 'Y' TO RP-EOF-SWITCH
               NOT AT END
                   PERFORM PARSE-BOOK-LINE-PARA
           END-READ.

       PARSE-BOOK-LINE-PARA.
           IF BOOK-RECORD(1:11) = "STV Count: "
               PERFORM PARSE-BOOK-HEADER-PARA
           ELSE IF BOOK-RECORD(1:15) = "Tie-break rule:"
               PERFORM PARSE-BOOK-RULES-PARA
           ELSE IF BOOK-RECORD(1:14) = "Count options:"
               PERFORM PARSE-BOOK-OPTIONS-PARA
           ELSE IF BOOK-RECORD(1:22) = "  TIE-BREAK DRAW SEED="
               MOVE 'Y' TO RP-DRAWN-SW
               IF RP-HDR-SEED = ZERO
                   COMPUTE RP-HDR-SEED =
                       FUNCTION NUMVAL(BOOK-RECORD(23:8))
               END-IF
           ELSE IF BOOK-RECORD(1:19) = "  SAMPLE DRAW SEED="
               MOVE 'Y' TO RP-DRAWN-SW
               IF RP-HDR-SEED = ZERO
                   COMPUTE RP-HDR-SEED =
                       FUNCTION NUMVAL(BOOK-RECORD(20:8))
               END-IF
           ELSE IF BOOK-RECORD(1:14) = "Final result: "
               MOVE 'Y' TO RP-FINAL-SW
           ELSE IF BOOK-RECORD(1:21) = "  Elected: Candidate "
               COMPUTE RP-LINE-CAND =
                   FUNCTION NUMVAL(BOOK-RECORD(22:3))
               IF RP-LINE-CAND > ZERO AND RP-LINE-CAND <= 99
                   MOVE 'Y' TO RP-GOT-IS-ELECTED(RP-LINE-CAND)
                   IF BOOK-RECORD(25:7) = " order "
                       COMPUTE RP-GOT-SEQ(RP-LINE-CAND) =
                           FUNCTION NUMVAL(BOOK-RECORD(32:3))
                       MOVE 'Y' TO RP-GOT-HAS-SEQ-SW
                   END-IF
               END-IF.

       PARSE-BOOK-HEADER-PARA.
           MOVE SPACES TO RP-TAIL.
           UNSTRING BOOK-RECORD DELIMITED BY "Constituency="
               INTO RP-JUNK RP-TAIL
           END-UNSTRING.
           MOVE RP-TAIL(1:3) TO RP-HDR-CONST.
           MOVE SPACES TO RP-TAIL.
           UNSTRING BOOK-RECORD DELIMITED BY "Candidates="
               INTO RP-JUNK RP-TAIL
           END-UNSTRING.
           UNSTRING RP-TAIL DELIMITED BY SPACE INTO RP-JUNK
           END-UNSTRING.
           COMPUTE RP-HDR-N = FUNCTION NUMVAL(RP-JUNK).
           MOVE SPACES TO RP-TAIL.
           UNSTRING BOOK-RECORD DELIMITED BY "Seats="
               INTO RP-JUNK RP-TAIL
           END-UNSTRING.
           UNSTRING RP-TAIL DELIMITED BY SPACE INTO RP-JUNK
           END-UNSTRING.
           COMPUTE RP-HDR-SEATS = FUNCTION NUMVAL(RP-JUNK).
           MOVE SPACES TO RP-TAIL.
           UNSTRING BOOK-RECORD DELIMITED BY "Droop Quota="
               INTO RP-JUNK RP-TAIL
           END-UNSTRING.
           UNSTRING RP-TAIL DELIMITED BY SPACE INTO RP-JUNK
           END-UNSTRING.
           COMPUTE RP-GOT-QUOTA = FUNCTION NUMVAL(RP-JUNK).

       PARSE-BOOK-RULES-PARA.
           MOVE SPACES TO RP-TAIL.
           UNSTRING BOOK-RECORD DELIMITED BY "rule: "
               INTO RP-JUNK RP-TAIL
           END-UNSTRING.
           MOVE RP-TAIL(1:1) TO RP-HDR-TIE-RULE.
           MOVE SPACES TO RP-TAIL.
           UNSTRING BOOK-RECORD DELIMITED BY "method: "
               INTO RP-JUNK RP-TAIL
           END-UNSTRING.
           MOVE RP-TAIL(1:1) TO RP-HDR-METHOD.

       PARSE-BOOK-OPTIONS-PARA.
           MOVE SPACES TO RP-TAIL.
           UNSTRING BOOK-RECORD DELIMITED BY "deferral="
               INTO RP-JUNK RP-TAIL
           END-UNSTRING.
           MOVE RP-TAIL(1:1) TO RP-HDR-DEFER.
           MOVE SPACES TO RP-TAIL.
           UNSTRING BOOK-RECORD DELIMITED BY "exclusion="
               INTO RP-JUNK RP-TAIL
           END-UNSTRING.
           MOVE RP-TAIL(1:1) TO RP-HDR-BULK.

      * const,round,candidate,votes,status,... - this constituency's
      * rows only; a feed that ran on past 200 rounds is taken as
      * far as round 200.
       READ-FEED-PARA.
           READ FEED-FILE
               AT END
                   MOVE 'Y' TO RP-EOF-SWITCH
               NOT AT END
                   PERFORM PARSE-FEED-LINE-PARA
           END-READ.

       PARSE-FEED-LINE-PARA.
           MOVE SPACES TO RP-FIELD-CONST RP-FIELD-ROUND
               RP-FIELD-CAND RP-FIELD-VOTES RP-FIELD-STATUS.
           UNSTRING FEED-RECORD DELIMITED BY ","
               INTO RP-FIELD-CONST RP-FIELD-ROUND RP-FIELD-CAND
                   RP-FIELD-VOTES RP-FIELD-STATUS
           END-UNSTRING.
           IF RP-FIELD-CONST NOT = RP-CONST-CODE
               EXIT PARAGRAPH
           END-IF.
           COMPUTE RP-LINE-ROUND = FUNCTION NUMVAL(RP-FIELD-ROUND).
           COMPUTE RP-LINE-CAND = FUNCTION NUMVAL(RP-FIELD-CAND).
           IF RP-LINE-ROUND = ZERO OR RP-LINE-ROUND > 200
               OR RP-LINE-CAND = ZERO OR RP-LINE-CAND > 99
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO RP-GOT-HAS(RP-LINE-ROUND RP-LINE-CAND).
           COMPUTE RP-GOT-VOTES(RP-LINE-ROUND RP-LINE-CAND) =
               FUNCTION NUMVAL(RP-FIELD-VOTES).
           IF RP-LINE-ROUND > RP-GOT-ROUNDS
               MOVE RP-LINE-ROUND TO RP-GOT-ROUNDS
           END-IF.
           IF RP-FIELD-STATUS = 'E'
               AND RP-LINE-ROUND < RP-GOT-FIRST-E(RP-LINE-CAND)
               MOVE RP-LINE-ROUND TO RP-GOT-FIRST-E(RP-LINE-CAND)
           END-IF.

       COUNT-ELECTED-PARA.
           IF RP-GOT-IS-ELECTED(I) = 'Y'
               ADD 1 TO RP-GOT-ELECTED
           END-IF.

      * The next seat in the order of election: the unplaced elected
      * candidate with the lowest order number, or - off an older
      * book - the earliest first round elected, then the lowest
      * candidate number.
       PLACE-NEXT-PARA.
           MOVE ZERO TO RP-BEST-IDX.
           MOVE 999999 TO RP-BEST-KEY.
           PERFORM PLACE-CANDIDATE-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           IF RP-BEST-IDX > ZERO
               MOVE RP-BEST-IDX TO RP-GOT-ORDER(J)
               MOVE 'Y' TO RP-GOT-PLACED(RP-BEST-IDX)
           END-IF.

       PLACE-CANDIDATE-PARA.
           IF RP-GOT-IS-ELECTED(I) = 'Y'
               AND RP-GOT-PLACED(I) = 'N'
               IF RP-GOT-HAS-SEQ-SW = 'Y'
                   COMPUTE RP-CAND-KEY = RP-GOT-SEQ(I) * 1000 + I
               ELSE
                   COMPUTE RP-CAND-KEY =
                       RP-GOT-FIRST-E(I) * 1000 + I
               END-IF
               IF RP-CAND-KEY < RP-BEST-KEY
                   MOVE RP-CAND-KEY TO RP-BEST-KEY
                   MOVE I TO RP-BEST-IDX
               END-IF
           END-IF.

      ******************************************************************
      * HARVEST-SCENARIO-PARA - the same figures off the scenario
      * output: the quota on its header, each round block's
      * standings and the candidates in the order it elected them.
      ******************************************************************
       HARVEST-SCENARIO-PARA.
           PERFORM CLEAR-GOT-PARA.
           MOVE ZERO TO RP-LINE-ROUND.
           MOVE 'N' TO RP-EOF-SWITCH.
           OPEN INPUT SCEN-FILE.
           IF SCEN-FILE-STATUS = '00'
               PERFORM READ-SCEN-PARA UNTIL RP-EOF-SWITCH = 'Y'
               CLOSE SCEN-FILE
           END-IF.

       READ-SCEN-PARA.
           READ SCEN-FILE
               AT END
                   MOVE 'Y' TO RP-EOF-SWITCH
               NOT AT END
                   PERFORM PARSE-SCEN-LINE-PARA
           END-READ.

       PARSE-SCEN-LINE-PARA.
           IF SCEN-RECORD(1:16) = "SCENARIO Count: "
               MOVE SPACES TO RP-TAIL
               UNSTRING SCEN-RECORD DELIMITED BY "Quota="
                   INTO RP-JUNK RP-TAIL
               END-UNSTRING
               UNSTRING RP-TAIL DELIMITED BY SPACE INTO RP-JUNK
               END-UNSTRING
               COMPUTE RP-GOT-QUOTA = FUNCTION NUMVAL(RP-JUNK)
           ELSE IF SCEN-RECORD(1:18) = "-- SCENARIO Round "
               COMPUTE RP-LINE-ROUND =
                   FUNCTION NUMVAL(SCEN-RECORD(19:3))
               IF RP-LINE-ROUND > RP-GOT-ROUNDS
                   AND RP-LINE-ROUND <= 200
                   MOVE RP-LINE-ROUND TO RP-GOT-ROUNDS
               END-IF
           ELSE IF SCEN-RECORD(1:12) = "  Candidate "
               AND RP-LINE-ROUND > ZERO AND RP-LINE-ROUND <= 200
               COMPUTE RP-LINE-CAND =
                   FUNCTION NUMVAL(SCEN-RECORD(13:3))
               MOVE SPACES TO RP-TAIL
               UNSTRING SCEN-RECORD DELIMITED BY "votes="
                   INTO RP-JUNK RP-TAIL
               END-UNSTRING
               IF RP-LINE-CAND > ZERO AND RP-LINE-CAND <= 99
                   MOVE 'Y' TO RP-GOT-HAS(RP-LINE-ROUND RP-LINE-CAND)
                   COMPUTE RP-GOT-VOTES(RP-LINE-ROUND RP-LINE-CAND)
                       = FUNCTION NUMVAL(RP-TAIL)
               END-IF
           ELSE IF SCEN-RECORD(1:18) = "  SCENARIO ELECTED"
               MOVE SPACES TO RP-TAIL
               UNSTRING SCEN-RECORD DELIMITED BY "Candidate "
                   INTO RP-JUNK RP-TAIL
               END-UNSTRING
               COMPUTE RP-LINE-CAND = FUNCTION NUMVAL(RP-TAIL(1:3))
               IF RP-GOT-ELECTED < 99
                   ADD 1 TO RP-GOT-ELECTED
                   MOVE RP-LINE-CAND TO RP-GOT-ORDER(RP-GOT-ELECTED)
               END-IF.

      ******************************************************************
      * RUN-PACK-PARA - count every case (or the one named) through
      * the three programs and certify the result. The votes file is
      * emptied for each case, so the pack will not run while any
      * election control record is on file.
      ******************************************************************
       RUN-PACK-PARA.
           PERFORM CHECK-ELECTION-PARA.
           IF RP-LIVE-ELECTION-SW = 'Y'
               DISPLAY "An election control record is on file and "
                   "the regression pack EMPTIES the votes file for "
                   "every case - archive the election first."
               GO TO RUN-PACK-EXIT
           END-IF.
           IF RP-CASE-TOTAL = ZERO
               DISPLAY "The reference library is empty - capture a "
                   "case first."
               GO TO RUN-PACK-EXIT
           END-IF.
           DISPLAY "Case id to run [Enter=every case] ".
           MOVE SPACES TO RP-INPUT.
           ACCEPT RP-INPUT.
           MOVE FUNCTION UPPER-CASE(RP-INPUT(1:8)) TO RP-SELECT-ID.
           IF RP-SELECT-ID NOT = SPACES
               MOVE RP-SELECT-ID TO RP-CASE-ID
               MOVE ZERO TO RP-FOUND-IDX
               PERFORM FIND-CASE-PARA VARYING RP-IDX FROM 1 BY 1
                   UNTIL RP-IDX > RP-CASE-TOTAL
               IF RP-FOUND-IDX = ZERO
                   DISPLAY "Case " FUNCTION TRIM(RP-SELECT-ID)
                       " is not in the library."
                   GO TO RUN-PACK-EXIT
               END-IF
           END-IF.
           DISPLAY "Each case replaces the votes file and the "
               "candidate master; the master is put back and the "
               "votes file left empty at the end. Run the pack? "
               "(Y/N) ".
           MOVE SPACES TO RP-INPUT.
           ACCEPT RP-INPUT.
           IF FUNCTION UPPER-CASE(RP-INPUT(1:1)) NOT = 'Y'
               DISPLAY "Regression pack not run."
               GO TO RUN-PACK-EXIT
           END-IF.
           PERFORM SAVE-MASTER-PARA.
           OPEN OUTPUT CERT-FILE.
           IF CERT-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to open stv_regress_cert.dat - "
                   "status " CERT-FILE-STATUS " ***"
               GO TO RUN-PACK-EXIT
           END-IF.
           PERFORM WRITE-CERT-HEADING-PARA.
           MOVE 'REGRESS' TO JN-PROGRAM.
           MOVE RP-OPERATOR TO JN-OPERATOR.
           PERFORM RUN-ONE-CASE-PARA THRU RUN-ONE-CASE-EXIT
               VARYING RP-IDX FROM 1 BY 1
               UNTIL RP-IDX > RP-CASE-TOTAL.
           PERFORM RESTORE-LIVE-PARA.
           PERFORM WRITE-CERT-VERDICT-PARA.
           CLOSE CERT-FILE.
           DISPLAY "Certificate written to stv_regress_cert.dat.".
           PERFORM LOG-RUN-PARA.
       RUN-PACK-EXIT.
           EXIT.

       CHECK-ELECTION-PARA.
           MOVE 'N' TO RP-LIVE-ELECTION-SW.
           OPEN INPUT ECTL-FILE.
           IF ECTL-FILE-STATUS = '00'
               READ ECTL-FILE
                   NOT AT END
                       MOVE 'Y' TO RP-LIVE-ELECTION-SW
               END-READ
               CLOSE ECTL-FILE
           END-IF.

      * The candidate master as it stood, kept aside for the run.
       SAVE-MASTER-PARA.
           MOVE 'N' TO RP-MASTER-SAVED-SW.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT MSAVE-FILE.
           MOVE 'N' TO RP-EOF-SWITCH.
           PERFORM SAVE-MASTER-ROW-PARA UNTIL RP-EOF-SWITCH = 'Y'.
           CLOSE MSAVE-FILE.
           CLOSE CMAST-FILE.
           MOVE 'Y' TO RP-MASTER-SAVED-SW.

       SAVE-MASTER-ROW-PARA.
           READ CMAST-FILE
               AT END
                   MOVE 'Y' TO RP-EOF-SWITCH
               NOT AT END
                   MOVE CMAST-RECORD TO MSAVE-RECORD
                   WRITE MSAVE-RECORD
           END-READ.

      ******************************************************************
      * RESTORE-LIVE-PARA - after the last case: the candidate master
      * put back as it was, the control file emptied, and the votes
      * file and its sequence left empty, as the simulation leaves
      * them.
      ******************************************************************
       RESTORE-LIVE-PARA.
           OPEN OUTPUT CMAST-FILE.
           IF RP-MASTER-SAVED-SW = 'Y'
               OPEN INPUT MSAVE-FILE
               MOVE 'N' TO RP-EOF-SWITCH
               PERFORM RESTORE-MASTER-ROW-PARA
                   UNTIL RP-EOF-SWITCH = 'Y'
               CLOSE MSAVE-FILE
           END-IF.
           CLOSE CMAST-FILE.
           OPEN OUTPUT ECTL-FILE.
           CLOSE ECTL-FILE.
           PERFORM EMPTY-VOTES-PARA.
           MOVE ZERO TO RP-BALLOT-COUNT.
           PERFORM SET-SEQUENCE-PARA.

       RESTORE-MASTER-ROW-PARA.
           READ MSAVE-FILE
               AT END
                   MOVE 'Y' TO RP-EOF-SWITCH
               NOT AT END
                   MOVE MSAVE-RECORD TO CMAST-RECORD
                   WRITE CMAST-RECORD
           END-READ.

       EMPTY-VOTES-PARA.
           OPEN OUTPUT VOTES-FILE.
           CLOSE VOTES-FILE.
           MOVE 'E' TO JN-ACTION.
           CALL 'SubSTVJournal' USING JOURNAL-REQUEST.

       SET-SEQUENCE-PARA.
           MOVE 'S' TO JN-ACTION.
           MOVE RP-BALLOT-COUNT TO JN-SEQ-VALUE.
           CALL 'SubSTVJournal' USING JOURNAL-REQUEST.
           OPEN OUTPUT SEQ-FILE.
           MOVE RP-BALLOT-COUNT TO SEQ-RECORD.
           WRITE SEQ-RECORD.
           CLOSE SEQ-FILE.

      ******************************************************************
      * RUN-ONE-CASE-PARA - one case: its files loaded as the only
      * election on file, then counted, verified and run as a
      * scenario, each compared with the published figures.
      ******************************************************************
       RUN-ONE-CASE-PARA.
           MOVE RP-CASE-ROW(RP-IDX) TO REF-CASE-RECORD.
           IF RP-SELECT-ID NOT = SPACES
               AND RF-CASE-ID NOT = RP-SELECT-ID
               GO TO RUN-ONE-CASE-EXIT
           END-IF.
           ADD 1 TO RP-RUN-COUNT.
           MOVE 'Y' TO RP-CASE-OK-SW.
           MOVE RF-CASE-ID TO RP-CASE-ID.
           MOVE RF-CONST-CODE TO RP-CONST-CODE.
           MOVE RF-TOLERANCE TO RP-TOLERANCE.
           PERFORM SET-CASE-NAMES-PARA.
           PERFORM WRITE-CASE-HEADING-PARA.
           DISPLAY "Running case " FUNCTION TRIM(RF-CASE-ID) "...".
           PERFORM LOAD-REFERENCE-PARA.
           IF RP-REF-QUOTA-SW NOT = 'Y' OR RP-REF-ELECTED = ZERO
               MOVE SPACES TO RP-ROW
               STRING "  No published figures in "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(RP-FIG-NAME) DELIMITED BY SIZE
                   " - FAIL" DELIMITED BY SIZE
                   INTO RP-ROW
               END-STRING
               PERFORM WRITE-CERT-ROW-PARA
               MOVE 'N' TO RP-CASE-OK-SW
               GO TO RUN-ONE-CASE-END
           END-IF.
           PERFORM LOAD-CASE-PARA.
           IF RP-ABANDON-SWITCH = 'Y'
               MOVE 'N' TO RP-CASE-OK-SW
               GO TO RUN-ONE-CASE-END
           END-IF.
           PERFORM RUN-COUNT-PARA.
           PERFORM RUN-VERIFY-PARA.
           PERFORM RUN-SCENARIO-PARA.
       RUN-ONE-CASE-END.
           IF RP-CASE-OK-SW = 'Y'
               ADD 1 TO RP-PASS-COUNT
               MOVE "  Case result: PASS" TO RP-ROW
           ELSE
               ADD 1 TO RP-FAIL-COUNT
               MOVE "  Case result: FAIL" TO RP-ROW
           END-IF.
           PERFORM WRITE-CERT-ROW-PARA.
           MOVE SPACES TO RP-ROW.
           PERFORM WRITE-CERT-ROW-PARA.
       RUN-ONE-CASE-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-REFERENCE-PARA - the case's published figures into the
      * REF side: the quota, the order of election, each round.
      ******************************************************************
       LOAD-REFERENCE-PARA.
           MOVE ZERO TO RP-REF-QUOTA.
           MOVE 'N' TO RP-REF-QUOTA-SW.
           MOVE ZERO TO RP-REF-ELECTED.
           MOVE ZERO TO RP-REF-ROUNDS.
           PERFORM CLEAR-REF-ORDER-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           PERFORM CLEAR-REF-ROUND-PARA VARYING J FROM 1 BY 1
               UNTIL J > 200.
           MOVE 'N' TO RP-EOF-SWITCH.
           OPEN INPUT FIG-FILE.
           IF FIG-FILE-STATUS = '00'
               PERFORM READ-FIGURE-PARA UNTIL RP-EOF-SWITCH = 'Y'
               CLOSE FIG-FILE
           END-IF.

       CLEAR-REF-ORDER-PARA.
           MOVE ZERO TO RP-REF-ORDER(I).

       CLEAR-REF-ROUND-PARA.
           PERFORM CLEAR-REF-CELL-PARA VARYING K FROM 1 BY 1
               UNTIL K > 99.

       CLEAR-REF-CELL-PARA.
           MOVE 'N' TO RP-REF-HAS(J K).
           MOVE ZERO TO RP-REF-VOTES(J K).

       READ-FIGURE-PARA.
           READ FIG-FILE
               AT END
                   MOVE 'Y' TO RP-EOF-SWITCH
               NOT AT END
                   PERFORM TAKE-FIGURE-PARA
           END-READ.

       TAKE-FIGURE-PARA.
           IF FG-SEQ IS NOT NUMERIC OR FG-CAND IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           IF FG-QUOTA
               MOVE FG-VALUE TO RP-REF-QUOTA
               MOVE 'Y' TO RP-REF-QUOTA-SW
           ELSE IF FG-ELECTED
               IF FG-SEQ > ZERO AND FG-SEQ <= 99
                   MOVE FG-CAND TO RP-REF-ORDER(FG-SEQ)
                   IF FG-SEQ > RP-REF-ELECTED
                       MOVE FG-SEQ TO RP-REF-ELECTED
                   END-IF
               END-IF
           ELSE IF FG-ROUND
               IF FG-SEQ > ZERO AND FG-SEQ <= 200
                   AND FG-CAND > ZERO AND FG-CAND <= 99
                   MOVE 'Y' TO RP-REF-HAS(FG-SEQ FG-CAND)
                   MOVE FG-VALUE TO RP-REF-VOTES(FG-SEQ FG-CAND)
                   IF FG-SEQ > RP-REF-ROUNDS
                       MOVE FG-SEQ TO RP-REF-ROUNDS
                   END-IF
               END-IF.

      ******************************************************************
      * LOAD-CASE-PARA - the case made the only election on file: a
      * control record at BALLOTS CLOSED under the case id with the
      * case's formality and seats, its slate as the candidate
      * master, and its ballots on the emptied votes file, each
      * journalled as written.
      ******************************************************************
       LOAD-CASE-PARA.
           MOVE 'N' TO RP-ABANDON-SWITCH.
           OPEN OUTPUT ECTL-FILE.
           MOVE SPACES TO ELECTION-CONTROL-RECORD.
           MOVE RF-CASE-ID TO EC-ELECTION-ID.
           MOVE RF-CONST-CODE TO EC-CONST-CODE.
           MOVE RP-TODAY TO EC-DATE.
           SET EC-BALLOTS-CLOSED TO TRUE.
           MOVE RF-FORMALITY TO EC-FORMALITY.
           MOVE RF-MIN-PREFS TO EC-MIN-PREFS.
           MOVE RF-SEATS TO EC-SEATS.
           WRITE ELECTION-CONTROL-RECORD.
           CLOSE ECTL-FILE.
           OPEN INPUT CSLATE-FILE.
           IF CSLATE-FILE-STATUS NOT = '00'
               MOVE SPACES TO RP-ROW
               STRING "  Slate " DELIMITED BY SIZE
                   FUNCTION TRIM(RP-CSLATE-NAME) DELIMITED BY SIZE
                   " not found - FAIL" DELIMITED BY SIZE
                   INTO RP-ROW
               END-STRING
               PERFORM WRITE-CERT-ROW-PARA
               MOVE 'Y' TO RP-ABANDON-SWITCH
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CMAST-FILE.
           MOVE 'N' TO RP-EOF-SWITCH.
           PERFORM LOAD-SLATE-ROW-PARA UNTIL RP-EOF-SWITCH = 'Y'.
           CLOSE CMAST-FILE.
           CLOSE CSLATE-FILE.
           PERFORM EMPTY-VOTES-PARA.
           MOVE ZERO TO RP-BALLOT-COUNT.
           OPEN INPUT CVOTES-FILE.
           IF CVOTES-FILE-STATUS NOT = '00'
               MOVE SPACES TO RP-ROW
               STRING "  Ballots " DELIMITED BY SIZE
                   FUNCTION TRIM(RP-CVOTES-NAME) DELIMITED BY SIZE
                   " not found - FAIL" DELIMITED BY SIZE
                   INTO RP-ROW
               END-STRING
               PERFORM WRITE-CERT-ROW-PARA
               MOVE 'Y' TO RP-ABANDON-SWITCH
               EXIT PARAGRAPH
           END-IF.
           OPEN I-O VOTES-FILE.
           MOVE 'N' TO RP-EOF-SWITCH.
           PERFORM LOAD-BALLOT-PARA UNTIL RP-EOF-SWITCH = 'Y'.
           CLOSE VOTES-FILE.
           CLOSE CVOTES-FILE.
           PERFORM SET-SEQUENCE-PARA.

       LOAD-SLATE-ROW-PARA.
           READ CSLATE-FILE
               AT END
                   MOVE 'Y' TO RP-EOF-SWITCH
               NOT AT END
                   MOVE CSLATE-RECORD TO CMAST-RECORD
                   WRITE CMAST-RECORD
           END-READ.

       LOAD-BALLOT-PARA.
           READ CVOTES-FILE
               AT END
                   MOVE 'Y' TO RP-EOF-SWITCH
               NOT AT END
                   MOVE CVOTES-RECORD TO VOTES-RECORD
                   MOVE RF-CASE-ID TO VR-ELECTION-ID
                   WRITE VOTES-RECORD
                   IF VOTES-FILE-STATUS = '00'
                       ADD 1 TO RP-BALLOT-COUNT
                       MOVE 'W' TO JN-ACTION
                       MOVE SPACES TO JN-BEFORE
                       MOVE VOTES-RECORD TO JN-AFTER
                       CALL 'SubSTVJournal' USING JOURNAL-REQUEST
                   END-IF
           END-READ.

      ******************************************************************
      * RUN-COUNT-PARA - the production count, unattended, under the
      * case's rules and recorded seed, as a trial run that is not
      * filed in the count results library. It must reproduce every
      * published figure.
      ******************************************************************
       RUN-COUNT-PARA.
           MOVE 'B' TO BR-MODE.
           MOVE RF-CONST-CODE TO BR-CONST-CODE.
           MOVE RF-CANDIDATES TO BR-N.
           MOVE RF-SEATS TO BR-R.
           MOVE ZERO TO BR-QTY.
           MOVE RF-TIE-RULE TO BR-TIE-RULE.
           MOVE RF-METHOD TO BR-METHOD.
           MOVE RF-DEFER TO BR-DEFER.
           MOVE RF-BULK TO BR-BULK.
           MOVE 'N' TO BR-RESUME.
           MOVE 'S' TO BR-RUN-TYPE.
           MOVE RF-SEED TO BR-SEED.
           MOVE ZERO TO BR-RC.
           CALL 'SubSTVCount' USING RP-LK-N RP-LK-R BATCH-REQUEST.
           MOVE 'COUNT' TO RP-CMP-PROGRAM.
           IF BR-RC NOT = ZERO
               MOVE SPACES TO RP-ROW
               STRING "  Count     FAIL  the count ended with "
                   DELIMITED BY SIZE
                   "return code " DELIMITED BY SIZE
                   BR-RC DELIMITED BY SIZE
                   INTO RP-ROW
               END-STRING
               PERFORM WRITE-CERT-ROW-PARA
               MOVE 'N' TO RP-CASE-OK-SW
               EXIT PARAGRAPH
           END-IF.
           MOVE 'stv_count_output.dat' TO RP-BOOK-NAME.
           MOVE 'stv_round_feed.dat' TO RP-FEED-NAME.
           PERFORM HARVEST-COUNT-PARA.
           MOVE 'Y' TO RP-CMP-FULL-SW.
           MOVE 'N' TO RP-ADVISORY-SW.
           PERFORM COMPARE-FIGURES-PARA.

      ******************************************************************
      * RUN-VERIFY-PARA - the independent verification count of the
      * count just made. Where the case drew lots, sampled, or used a
      * method the verification count cannot replay (its report
      * says so) a disagreement is advisory.
      ******************************************************************
       RUN-VERIFY-PARA.
           MOVE 'B' TO BR-MODE.
           MOVE RF-CONST-CODE TO BR-CONST-CODE.
           MOVE ZERO TO BR-RC.
           CALL 'SubSTVVerify' USING BATCH-REQUEST.
           PERFORM CHECK-VERIFY-NOTE-PARA.
           IF BR-RC = ZERO
               MOVE "  Verify    PASS  the independent count agrees"
                   TO RP-ROW
           ELSE IF BR-RC = 04 AND RP-VERIFY-NOTE-SW = 'Y'
               MOVE SPACES TO RP-ROW
               STRING "  Verify    ADVISORY  disagrees, but the case "
                   DELIMITED BY SIZE
                   "drew lots or uses a" DELIMITED BY SIZE
                   INTO RP-ROW
               END-STRING
               PERFORM WRITE-CERT-ROW-PARA
               MOVE "            method the verification cannot replay"
                   TO RP-ROW
           ELSE
               MOVE SPACES TO RP-ROW
               STRING "  Verify    FAIL  return code "
                   DELIMITED BY SIZE
                   BR-RC DELIMITED BY SIZE
                   " - see stv_verify_report.dat" DELIMITED BY SIZE
                   INTO RP-ROW
               END-STRING
               MOVE 'N' TO RP-CASE-OK-SW.
           PERFORM WRITE-CERT-ROW-PARA.

       CHECK-VERIFY-NOTE-PARA.
           MOVE 'N' TO RP-VERIFY-NOTE-SW.
           MOVE 'N' TO RP-EOF-SWITCH.
           OPEN INPUT VREP-FILE.
           IF VREP-FILE-STATUS = '00'
               PERFORM READ-VREP-PARA UNTIL RP-EOF-SWITCH = 'Y'
               CLOSE VREP-FILE
           END-IF.

       READ-VREP-PARA.
           READ VREP-FILE
               AT END
                   MOVE 'Y' TO RP-EOF-SWITCH
               NOT AT END
                   IF VREP-RECORD(1:23) = "NOTE: original run used"
                       MOVE 'Y' TO RP-VERIFY-NOTE-SW
                   END-IF
           END-READ.

      ******************************************************************
      * RUN-SCENARIO-PARA - the scenario count on the same ballots,
      * seats, method and seed with no withdrawals. It applies
      * neither surplus deferral nor bulk exclusion, so such a case
      * is held to its elected set and quota only; it breaks ties
      * on earlier rounds and never draws lots, so where the case
      * drew lots or sampled a difference is advisory.
      ******************************************************************
       RUN-SCENARIO-PARA.
           MOVE 'B' TO BR-MODE.
           MOVE RF-CONST-CODE TO BR-CONST-CODE.
           MOVE RF-SEATS TO BR-R.
           MOVE RF-METHOD TO BR-METHOD.
           MOVE RF-SEED TO BR-SEED.
           MOVE ZERO TO BR-RC.
           CALL 'SubSTVScenario' USING BATCH-REQUEST.
           MOVE 'SCENARIO' TO RP-CMP-PROGRAM.
           IF BR-RC NOT = ZERO
               MOVE SPACES TO RP-ROW
               STRING "  Scenario  FAIL  the scenario ended with "
                   DELIMITED BY SIZE
                   "return code " DELIMITED BY SIZE
                   BR-RC DELIMITED BY SIZE
                   INTO RP-ROW
               END-STRING
               PERFORM WRITE-CERT-ROW-PARA
               MOVE 'N' TO RP-CASE-OK-SW
               EXIT PARAGRAPH
           END-IF.
           PERFORM HARVEST-SCENARIO-PARA.
           IF RF-DEFER = 'Y' OR RF-BULK = 'Y'
               MOVE 'N' TO RP-CMP-FULL-SW
           ELSE
               MOVE 'Y' TO RP-CMP-FULL-SW
           END-IF.
           IF RF-SEED NOT = ZERO
               MOVE 'Y' TO RP-ADVISORY-SW
           ELSE
               MOVE 'N' TO RP-ADVISORY-SW
           END-IF.
           PERFORM COMPARE-FIGURES-PARA.

      ******************************************************************
      * COMPARE-FIGURES-PARA - one program's figures (the GOT side)
      * against the published ones: the quota and every round's
      * figure within the case's tolerance, the order of election
      * exactly (or, where only the elected set can be compared, the
      * same candidates). The first five divergences are listed.
      ******************************************************************
       COMPARE-FIGURES-PARA.
           MOVE ZERO TO RP-DIFFS.
           COMPUTE RP-DIFF = RP-GOT-QUOTA - RP-REF-QUOTA.
           IF RP-DIFF < ZERO
               COMPUTE RP-DIFF = ZERO - RP-DIFF
           END-IF.
           IF RP-DIFF > RP-TOLERANCE
               ADD 1 TO RP-DIFFS
               MOVE RP-REF-QUOTA TO RP-V1-EDIT
               MOVE RP-GOT-QUOTA TO RP-V2-EDIT
               MOVE SPACES TO RP-ROW
               STRING "    quota: published " DELIMITED BY SIZE
                   FUNCTION TRIM(RP-V1-EDIT) DELIMITED BY SIZE
                   ", counted " DELIMITED BY SIZE
                   FUNCTION TRIM(RP-V2-EDIT) DELIMITED BY SIZE
                   INTO RP-ROW
               END-STRING
               PERFORM WRITE-DIFF-ROW-PARA
           END-IF.
           IF RP-GOT-ELECTED NOT = RP-REF-ELECTED
               ADD 1 TO RP-DIFFS
               MOVE SPACES TO RP-ROW
               STRING "    seats filled: published " DELIMITED BY SIZE
                   RP-REF-ELECTED DELIMITED BY SIZE
                   ", counted " DELIMITED BY SIZE
                   RP-GOT-ELECTED DELIMITED BY SIZE
                   INTO RP-ROW
               END-STRING
               PERFORM WRITE-DIFF-ROW-PARA
           END-IF.
           IF RP-CMP-FULL-SW = 'Y'
               PERFORM COMPARE-ORDER-PARA VARYING I FROM 1 BY 1
                   UNTIL I > RP-REF-ELECTED
               IF RP-GOT-ROUNDS NOT = RP-REF-ROUNDS
                   ADD 1 TO RP-DIFFS
                   MOVE SPACES TO RP-ROW
                   STRING "    rounds: published " DELIMITED BY SIZE
                       RP-REF-ROUNDS DELIMITED BY SIZE
                       ", counted " DELIMITED BY SIZE
                       RP-GOT-ROUNDS DELIMITED BY SIZE
                       INTO RP-ROW
                   END-STRING
                   PERFORM WRITE-DIFF-ROW-PARA
               END-IF
               PERFORM COMPARE-ROUND-PARA VARYING J FROM 1 BY 1
                   UNTIL J > 200 OR (J > RP-REF-ROUNDS
                       AND J > RP-GOT-ROUNDS)
           ELSE
               PERFORM COMPARE-SET-PARA VARYING I FROM 1 BY 1
                   UNTIL I > RP-REF-ELECTED
           END-IF.
           MOVE SPACES TO RP-ROW.
           IF RP-DIFFS = ZERO
               MOVE 'PASS' TO RP-RESULT
           ELSE IF RP-ADVISORY-SW = 'Y'
               MOVE 'ADVISORY' TO RP-RESULT
           ELSE
               MOVE 'FAIL' TO RP-RESULT
               MOVE 'N' TO RP-CASE-OK-SW.
           IF RP-CMP-PROGRAM = 'COUNT'
               MOVE "  Count" TO RP-ROW
           ELSE
               MOVE "  Scenario" TO RP-ROW
           END-IF.
           MOVE RP-RESULT TO RP-ROW(13:8).
           IF RP-DIFFS = ZERO
               IF RP-CMP-FULL-SW = 'Y'
                   MOVE RP-REF-ROUNDS TO RP-CNT-EDIT
                   STRING "quota, order of election and "
                       DELIMITED BY SIZE
                       FUNCTION TRIM(RP-CNT-EDIT) DELIMITED BY SIZE
                       " round(s) agree" DELIMITED BY SIZE
                       INTO RP-ROW(19:62)
                   END-STRING
               ELSE
                   MOVE "quota and elected set agree (no deferral/bulk)"
                       TO RP-ROW(19:62)
               END-IF
           ELSE
               MOVE RP-DIFFS TO RP-CNT-EDIT
               STRING FUNCTION TRIM(RP-CNT-EDIT) DELIMITED BY SIZE
                   " divergence(s) from the published figures"
                   DELIMITED BY SIZE
                   INTO RP-ROW(19:62)
               END-STRING
           END-IF.
           PERFORM WRITE-CERT-ROW-PARA.

       COMPARE-ORDER-PARA.
           IF RP-GOT-ORDER(I) NOT = RP-REF-ORDER(I)
               ADD 1 TO RP-DIFFS
               MOVE SPACES TO RP-ROW
               STRING "    seat " DELIMITED BY SIZE
                   I DELIMITED BY SIZE
                   " of the order of election: published candidate "
                   DELIMITED BY SIZE
                   RP-REF-ORDER(I) DELIMITED BY SIZE
                   ", counted " DELIMITED BY SIZE
                   RP-GOT-ORDER(I) DELIMITED BY SIZE
                   INTO RP-ROW
               END-STRING
               PERFORM WRITE-DIFF-ROW-PARA
           END-IF.

       COMPARE-SET-PARA.
           MOVE 'N' TO RP-IN-SET-SW.
           PERFORM FIND-IN-SET-PARA VARYING K FROM 1 BY 1
               UNTIL K > RP-GOT-ELECTED.
           IF RP-IN-SET-SW = 'N'
               ADD 1 TO RP-DIFFS
               MOVE SPACES TO RP-ROW
               STRING "    candidate " DELIMITED BY SIZE
                   RP-REF-ORDER(I) DELIMITED BY SIZE
                   " published elected, not elected here"
                   DELIMITED BY SIZE
                   INTO RP-ROW
               END-STRING
               PERFORM WRITE-DIFF-ROW-PARA
           END-IF.

       FIND-IN-SET-PARA.
           IF RP-GOT-ORDER(K) = RP-REF-ORDER(I)
               MOVE 'Y' TO RP-IN-SET-SW
           END-IF.

       COMPARE-ROUND-PARA.
           PERFORM COMPARE-CELL-PARA VARYING K FROM 1 BY 1
               UNTIL K > 99.

       COMPARE-CELL-PARA.
           IF RP-REF-HAS(J K) = 'N' AND RP-GOT-HAS(J K) = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF RP-REF-HAS(J K) = 'Y' AND RP-GOT-HAS(J K) = 'Y'
               COMPUTE RP-DIFF = RP-GOT-VOTES(J K) - RP-REF-VOTES(J K)
               IF RP-DIFF < ZERO
                   COMPUTE RP-DIFF = ZERO - RP-DIFF
               END-IF
               IF RP-DIFF <= RP-TOLERANCE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
      * A figure differing by more than the tolerance, or one side
      * holding a figure the other does not (a round past the other
      * side's last is already counted against the round totals).
           IF RP-REF-HAS(J K) = 'Y' AND RP-GOT-HAS(J K) = 'Y'
               ADD 1 TO RP-DIFFS
               MOVE RP-REF-VOTES(J K) TO RP-V1-EDIT
               MOVE RP-GOT-VOTES(J K) TO RP-V2-EDIT
               MOVE SPACES TO RP-ROW
               STRING "    round " DELIMITED BY SIZE
                   J DELIMITED BY SIZE
                   " candidate " DELIMITED BY SIZE
                   K DELIMITED BY SIZE
                   ": published " DELIMITED BY SIZE
                   FUNCTION TRIM(RP-V1-EDIT) DELIMITED BY SIZE
                   ", counted " DELIMITED BY SIZE
                   FUNCTION TRIM(RP-V2-EDIT) DELIMITED BY SIZE
                   INTO RP-ROW
               END-STRING
               PERFORM WRITE-DIFF-ROW-PARA
           ELSE IF J <= RP-REF-ROUNDS AND J <= RP-GOT-ROUNDS
               ADD 1 TO RP-DIFFS
               MOVE SPACES TO RP-ROW
               STRING "    round " DELIMITED BY SIZE
                   J DELIMITED BY SIZE
                   " candidate " DELIMITED BY SIZE
                   K DELIMITED BY SIZE
                   ": figure on one side only" DELIMITED BY SIZE
                   INTO RP-ROW
               END-STRING
               PERFORM WRITE-DIFF-ROW-PARA.

       WRITE-DIFF-ROW-PARA.
           IF RP-DIFFS <= 5
               PERFORM WRITE-CERT-ROW-PARA
           END-IF.

      ******************************************************************
      * The certificate: a heading, a block per case and the verdict
      * with a line for the returning officer's signature.
      ******************************************************************
       WRITE-CERT-HEADING-PARA.
           ACCEPT RP-NOW FROM TIME.
           MOVE "REFERENCE ELECTION REGRESSION CERTIFICATE" TO RP-ROW.
           PERFORM WRITE-CERT-ROW-PARA.
           MOVE SPACES TO RP-ROW.
           STRING "Run " DELIMITED BY SIZE
               RP-TODAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RP-NOW(1:6) DELIMITED BY SIZE
               " by operator " DELIMITED BY SIZE
               FUNCTION TRIM(RP-OPERATOR) DELIMITED BY SIZE
               INTO RP-ROW
           END-STRING.
           PERFORM WRITE-CERT-ROW-PARA.
           MOVE "Programs under test: SubSTVCount (production count),"
               TO RP-ROW.
           PERFORM WRITE-CERT-ROW-PARA.
           MOVE SPACES TO RP-ROW.
           STRING "  SubSTVVerify (verification), " DELIMITED BY SIZE
               "SubSTVScenario (scenario)" DELIMITED BY SIZE
               INTO RP-ROW
           END-STRING.
           PERFORM WRITE-CERT-ROW-PARA.
           MOVE SPACES TO RP-ROW.
           PERFORM WRITE-CERT-ROW-PARA.

       WRITE-CASE-HEADING-PARA.
           MOVE SPACES TO RP-ROW.
           STRING "Case " DELIMITED BY SIZE
               RF-CASE-ID DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               RF-TITLE DELIMITED BY SIZE
               INTO RP-ROW
           END-STRING.
           PERFORM WRITE-CERT-ROW-PARA.
           MOVE SPACES TO RP-ROW.
           STRING "  Constituency " DELIMITED BY SIZE
               RF-CONST-CODE DELIMITED BY SIZE
               "  candidates " DELIMITED BY SIZE
               RF-CANDIDATES DELIMITED BY SIZE
               "  seats " DELIMITED BY SIZE
               RF-SEATS DELIMITED BY SIZE
               "  ballots " DELIMITED BY SIZE
               RF-BALLOTS DELIMITED BY SIZE
               INTO RP-ROW
           END-STRING.
           PERFORM WRITE-CERT-ROW-PARA.
           MOVE RF-TOLERANCE TO RP-TOL-EDIT.
           MOVE SPACES TO RP-ROW.
           STRING "  Method " DELIMITED BY SIZE
               RF-METHOD DELIMITED BY SIZE
               "  tie rule " DELIMITED BY SIZE
               RF-TIE-RULE DELIMITED BY SIZE
               "  deferral " DELIMITED BY SIZE
               RF-DEFER DELIMITED BY SIZE
               "  bulk " DELIMITED BY SIZE
               RF-BULK DELIMITED BY SIZE
               "  seed " DELIMITED BY SIZE
               RF-SEED DELIMITED BY SIZE
               "  tolerance " DELIMITED BY SIZE
               FUNCTION TRIM(RP-TOL-EDIT) DELIMITED BY SIZE
               INTO RP-ROW
           END-STRING.
           PERFORM WRITE-CERT-ROW-PARA.

       WRITE-CERT-VERDICT-PARA.
           MOVE SPACES TO RP-ROW.
           STRING "Cases run: " DELIMITED BY SIZE
               RP-RUN-COUNT DELIMITED BY SIZE
               "  passed: " DELIMITED BY SIZE
               RP-PASS-COUNT DELIMITED BY SIZE
               "  failed: " DELIMITED BY SIZE
               RP-FAIL-COUNT DELIMITED BY SIZE
               INTO RP-ROW
           END-STRING.
           PERFORM WRITE-CERT-ROW-PARA.
           IF RP-FAIL-COUNT = ZERO AND RP-RUN-COUNT > ZERO
               MOVE SPACES TO RP-ROW
               STRING "CERTIFICATE: PASS - every reference "
                   DELIMITED BY SIZE
                   "election is reproduced" DELIMITED BY SIZE
                   INTO RP-ROW
               END-STRING
               PERFORM WRITE-CERT-ROW-PARA
               MOVE "within its stated tolerance." TO RP-ROW
           ELSE
               MOVE SPACES TO RP-ROW
               STRING "CERTIFICATE: FAIL - this build of the count "
                   DELIMITED BY SIZE
                   "does not reproduce" DELIMITED BY SIZE
                   INTO RP-ROW
               END-STRING
               PERFORM WRITE-CERT-ROW-PARA
               MOVE SPACES TO RP-ROW
               STRING "the published results and must not be used "
                   DELIMITED BY SIZE
                   "for the count." DELIMITED BY SIZE
                   INTO RP-ROW
               END-STRING
           END-IF.
           PERFORM WRITE-CERT-ROW-PARA.
           MOVE SPACES TO RP-ROW.
           PERFORM WRITE-CERT-ROW-PARA.
           MOVE SPACES TO RP-ROW.
           STRING "Returning officer: " DELIMITED BY SIZE
               "______________________________" DELIMITED BY SIZE
               "  Date: __________" DELIMITED BY SIZE
               INTO RP-ROW
           END-STRING.
           PERFORM WRITE-CERT-ROW-PARA.

       WRITE-CERT-ROW-PARA.
           DISPLAY RP-ROW.
           MOVE RP-ROW TO CERT-RECORD.
           WRITE CERT-RECORD.

       LOG-RUN-PARA.
           ACCEPT RP-NOW FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           STRING RP-TODAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RP-NOW DELIMITED BY SIZE
               " REGRESS OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(RP-OPERATOR) DELIMITED BY SIZE
               " RUN CASES=" DELIMITED BY SIZE
               RP-RUN-COUNT DELIMITED BY SIZE
               " PASSED=" DELIMITED BY SIZE
               RP-PASS-COUNT DELIMITED BY SIZE
               " FAILED=" DELIMITED BY SIZE
               RP-FAIL-COUNT DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       END PROGRAM SubSTVRegress.
