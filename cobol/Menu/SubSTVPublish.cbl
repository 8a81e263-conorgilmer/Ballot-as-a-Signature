      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Publishable anonymised preference profile for one
      *            constituency. The votes file cannot be released:
      *            it carries ballot ids, box ids, channels and
      *            receipt dates, and the uniqueness scan shows a
      *            full ranking is often rare enough to identify the
      *            voter who cast it. This run keeps only the
      *            rankings of the papers the count admits (same
      *            eligibility and formality rule as the count),
      *            and applies uniqueness suppression by the
      *            uniqueness scan's prefix-depth logic: each
      *            ranking is published to the deepest depth D at
      *            which at least the threshold number of papers
      *            share its first D preferences, and truncated
      *            there. First preferences are always published -
      *            the count declares them by candidate anyway.
      *            The rankings are sorted and counted, so the
      *            order papers were keyed or scanned in cannot be
      *            recovered, and written to
      *            stv_published_profile.dat as one line per
      *            distinct ranking with the number of papers
      *            casting it. The profile is then counted (an
      *            in-memory tally of its own, as the verification
      *            count does) and the elected set compared with
      *            the declared result - the constituency's latest
      *            official count in the count results library, or
      *            the count on hand when the library has none for
      *            it - or with a count of the unaltered papers when
      *            no declared count for the constituency is found.
      *            The disclosure-control statement,
      *            stv_disclosure_statement.dat, gives the papers
      *            truncated at each depth and says plainly whether
      *            the published profile reproduces the result.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVPublish.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VOTES-FILE
           ASSIGN TO 'votes_output.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VR-BALLOT-KEY
           FILE STATUS IS VOTES-FILE-STATUS.
       SELECT CAND-FILE
           ASSIGN TO 'candidate_names.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAND-FILE-STATUS.
       SELECT CMAST-FILE
           ASSIGN TO 'candidate_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMAST-FILE-STATUS.
       SELECT ECTL-FILE
           ASSIGN TO 'election_ctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ECTL-FILE-STATUS.
       SELECT COUNT-FILE
           ASSIGN TO DYNAMIC PB-COUNT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COUNT-FILE-STATUS.
       SELECT PROFILE-FILE
           ASSIGN TO 'stv_published_profile.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROFILE-FILE-STATUS.
       SELECT STMT-FILE
           ASSIGN TO 'stv_disclosure_statement.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STMT-FILE-STATUS.
       SELECT SORT-FILE ASSIGN TO 'publish_sort_work.tmp'.
       SELECT PUB-SORT-FILE ASSIGN TO 'publish_sort_work2.tmp'.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  CAND-FILE            RECORD CONTAINS 24 CHARACTERS.
       01  CAND-NAME-REC.
           05 CN-CONST-CODE     PIC X(3).
           05 filler            PIC X.
           05 CN-NAME           PIC X(20).

       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       COPY CandMast.

       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       FD  COUNT-FILE           RECORD CONTAINS 80 CHARACTERS.
       01  COUNT-RECORD         PIC X(80).

       FD  PROFILE-FILE         RECORD CONTAINS 512 CHARACTERS.
       01  PROFILE-RECORD       PIC X(512).

       FD  STMT-FILE            RECORD CONTAINS 80 CHARACTERS.
       01  STMT-RECORD          PIC X(80).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SR-PREFIX        PIC X(297).
           05 SR-PREFS         PIC 9(2).

       SD  PUB-SORT-FILE.
       01  PUB-SORT-RECORD.
           05 PS-RANKING       PIC X(297).

       WORKING-STORAGE SECTION.
       77 VOTES-FILE-STATUS    PIC XX VALUE '00'.
       77 CAND-FILE-STATUS     PIC XX VALUE '00'.
       77 CMAST-FILE-STATUS    PIC XX VALUE '00'.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 COUNT-FILE-STATUS    PIC XX VALUE '00'.
       77 PROFILE-FILE-STATUS  PIC XX VALUE '00'.
       77 STMT-FILE-STATUS     PIC XX VALUE '00'.
       77 CAND-EOF-SWITCH      PIC X VALUE 'N'.
       77 CMAST-EOF-SWITCH     PIC X VALUE 'N'.
       77 ECTL-EOF-SWITCH      PIC X VALUE 'N'.
       77 CAND-LOADED-SWITCH   PIC X VALUE 'N'.
       77 CAND-COUNT           PIC 9(3) VALUE ZERO.
       77 CAND-IDX             PIC 9(3).
       01 CAND-NAMES-AREA.
           05 CAND-NAME        PIC X(20) OCCURS 99 TIMES.
       01 CAND-WDRAWN-AREA.
           05 CAND-WDRAWN      PIC X OCCURS 99 TIMES.

       77 N                    PIC 9(3).
       77 R                    PIC 9(3).
       77 I                    PIC 9(3).
       77 J                    PIC 9(6).
       77 K                    PIC 9(6).
       77 EOF-SWITCH           PIC X VALUE 'N'.
       77 PB-INPUT             PIC X(12).
       77 PB-CONST-CODE        PIC X(3) VALUE SPACES.
       77 PB-COUNT-NAME        PIC X(44).
       77 PB-ELECTION-ID       PIC X(8) VALUE SPACES.
       77 PB-FORMALITY         PIC X VALUE 'S'.
       77 PB-MIN-PREFS         PIC 9(2) VALUE 1.
       77 PB-EC-SEATS          PIC 9(2) VALUE ZERO.
       77 PB-THRESHOLD         PIC 9(4) VALUE 10.
       77 PB-RUN-DATE          PIC 9(8).
       77 PB-RUN-TIME          PIC 9(8).
       77 PB-BAD-SWITCH        PIC X.
       77 PB-STOP-SWITCH       PIC X.
       77 PB-DONE-SWITCH       PIC X.
       77 PB-TRUNC-WARNED-SW   PIC X VALUE 'N'.
       77 PB-PREF-IDX          PIC 9(3).
       77 PB-PREFS             PIC 9(3).
       77 PB-DUP-IDX           PIC 9(3).
       77 PB-DEPTH             PIC 9(3).
       77 PB-SLICE-LEN         PIC 9(4).
       77 PB-RUN-START         PIC 9(6).
       77 PB-RUN-END           PIC 9(6).
       77 PB-RUN-SIZE          PIC 9(6).
       77 PB-TOTAL             PIC 9(6) VALUE ZERO.
       77 PB-SKIP-COUNT        PIC 9(6) VALUE ZERO.
       77 PB-ALTERED           PIC 9(6) VALUE ZERO.
       77 PB-RARE-FIRST        PIC 9(6) VALUE ZERO.
       77 PB-DISTINCT          PIC 9(6) VALUE ZERO.
       77 PB-GROUP-COUNT       PIC 9(6).
       77 PB-CNT-EDIT          PIC Z(5)9.
       77 PB-DEPTH-EDIT        PIC Z9.
       77 PB-PTR               PIC 9(3).
       77 PB-PASS              PIC X.
       01 PB-ROW               PIC X(80).
       01 PB-LINE              PIC X(512).
       01 PB-PREFIX-WORK       PIC X(297).
       01 PB-PREFIX-SLOTS REDEFINES PB-PREFIX-WORK.
           05 PB-SLOT          PIC 9(3) OCCURS 99 TIMES.
       01 PB-LAST-RANKING      PIC X(297).
       01 PB-AUDIT-RECORD      PIC X(300).
      * Papers truncated, by the depth their ranking was cut to.
       01 PB-ALT-AREA.
           05 PB-ALT-AT        PIC 9(6) OCCURS 99 TIMES.

      * The declared count, read back off the count book of the
      * constituency's latest official run (PB-COUNT-NAME) when it
      * is this constituency's: candidates, seats, the formality
      * rule it decoded under and the elected set.
       77 PB-DECL-SWITCH       PIC X VALUE 'N'.
       77 PB-DECL-CONST        PIC X(3) VALUE SPACES.
       77 PB-DECL-N            PIC 9(3) VALUE ZERO.
       77 PB-DECL-R            PIC 9(3) VALUE ZERO.
       77 PB-DECL-ELECTION     PIC X(8) VALUE SPACES.
       77 PB-DECL-FORMALITY    PIC X VALUE 'S'.
       77 PB-DECL-MIN-PREFS    PIC 9(2) VALUE 1.
       77 PB-ADVISORY-SW       PIC X VALUE 'N'.
       77 PB-TOKEN             PIC X(40).
       77 PB-TAIL              PIC X(80).
       77 PB-JUNK              PIC X(80).
       77 PB-LINE-CAND         PIC 9(3).
       77 PB-SLATE-BIG-SW      PIC X VALUE 'N'.
       01 PB-DECL-ELECTED-AREA.
           05 PB-DECL-ELECTED  PIC X OCCURS 99 TIMES.
       01 PB-UNALT-ELECTED-AREA.
           05 PB-UNALT-ELECTED PIC X OCCURS 99 TIMES.
       01 PB-PUB-ELECTED-AREA.
           05 PB-PUB-ELECTED   PIC X OCCURS 99 TIMES.
       01 PB-LIST-AREA.
           05 PB-LIST-ELECTED  PIC X OCCURS 99 TIMES.
       77 PB-SAME-SWITCH       PIC X.
       77 PB-BASE-SAME-SWITCH  PIC X.

      * Every admitted paper's ranking, sorted; the slots beyond the
      * expressed preferences stay zero, as in the uniqueness scan.
      * PB-ALLOW is the depth the paper may be published to.
       01 PB-BALLOT-TABLE-AREA.
           05 PB-BALLOT            OCCURS 100000 TIMES.
               10 PB-PREFIX         PIC X(297).
               10 PB-RANKS REDEFINES PB-PREFIX.
                   15 PB-RANK       PIC 9(3) OCCURS 99 TIMES.
               10 PB-NPREFS         PIC 9(2).
               10 PB-ALLOW          PIC 9(2).
               10 PB-LEN            PIC 9(2).
               10 PB-PTR-POS        PIC 9(3).
               10 PB-CAND           PIC 9(3).
               10 PB-WEIGHT         PIC 9V9(4).
               10 PB-ACTIVE         PIC X.
       77 PB-FOUND-SWITCH      PIC X.

      * The profile's own tally: Droop quota on the papers counted,
      * Gregory all-papers surpluses, exclusion of the lowest with
      * earlier-round standings breaking ties.
       01 PC-CAND-TABLE.
           05 PC-ENTRY             OCCURS 99 TIMES.
               10 PC-VOTES          PIC 9(9)V9(4).
               10 PC-STATE          PIC X.
               10 PC-NEW-E          PIC X.
       01 PC-HIST-AREA.
           05 PC-HIST-ROUND        OCCURS 200 TIMES.
               10 PC-HIST-VOTES     PIC 9(9)V9(4) OCCURS 99 TIMES.
       77 PC-QUOTA             PIC 9(9).
       77 PC-ROUND             PIC 9(3).
       77 PC-ELECTED-COUNT     PIC 9(3).
       77 PC-CONTINUING        PIC 9(3).
       77 PC-PROGRESS-SW       PIC X.
       77 PC-ANY-ELECTED-SW    PIC X.
       77 PC-SURPLUS           PIC 9(9)V9(4).
       77 PC-TV                PIC 9V9(4).
       77 PC-LOW-IDX           PIC 9(3).
       77 PC-LOW-VOTES         PIC 9(9)V9(4).
       77 PC-TIE-COUNT         PIC 9(3).
       77 PC-HIST-R            PIC 9(3).
       77 PC-KEEP-COUNT        PIC 9(3).
       77 PC-LOW-HIST          PIC 9(9)V9(4).
       77 PC-TJ                PIC 9(3).
       01 PC-TIE-AREA.
           05 PC-TIE-CAND      PIC 9(3) OCCURS 99 TIMES.
       01 PC-KEEP-AREA.
           05 PC-KEEP-CAND     PIC 9(3) OCCURS 99 TIMES.

      * Request block for the chained audit writer: a release of
      * preference data leaves its line.
       COPY AuditReq.
      * Request block for the count results library: the declared
      * count the profile is checked against.
       COPY LibReq.

      * Request block for the ticket expander: ticket votes are
      * decoded as their party's lodged ticket.
       COPY TicketReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Anonymised Preference Profile for Publication.".
      * Working storage persists across CALLs - reset per-run state.
           MOVE ZERO TO PB-TOTAL.
           MOVE ZERO TO PB-SKIP-COUNT.
           MOVE ZERO TO PB-ALTERED.
           MOVE ZERO TO PB-RARE-FIRST.
           MOVE ZERO TO PB-DISTINCT.
           MOVE 'N' TO CAND-LOADED-SWITCH.
           MOVE 'N' TO PB-TRUNC-WARNED-SW.
           MOVE 'N' TO PB-DECL-SWITCH.
           MOVE 'N' TO PB-ADVISORY-SW.
           MOVE 10 TO PB-THRESHOLD.
           PERFORM GET-CONST-PARA.
           PERFORM VALIDATE-CONST-PARA
               UNTIL PB-CONST-CODE NOT = SPACES.
           PERFORM CHECK-ELECTION-PARA.
           PERFORM PICK-RUN-PARA.
           PERFORM READ-DECLARED-PARA.
           PERFORM LOAD-CAND-MASTER-PARA.
           IF CAND-LOADED-SWITCH NOT = 'Y'
               PERFORM LOAD-CAND-NAMES-PARA
           END-IF.
           PERFORM SET-COUNT-BASIS-PARA.
           IF PB-SLATE-BIG-SW = 'Y'
               DISPLAY "*** More than 99 candidates for "
                   PB-CONST-CODE " - the system limit is 99; "
                   "nothing to publish ***"
               EXIT PROGRAM
           END-IF.
           IF N = ZERO OR N > 99
               DISPLAY "No candidate slate for " PB-CONST-CODE
                   " (N must be 1 to 99) - nothing to publish."
               EXIT PROGRAM
           END-IF.
           IF R = ZERO OR R >= N
               DISPLAY "Seats for " PB-CONST-CODE " must be at "
                   "least 1 and fewer than the candidates - nothing "
                   "to publish."
               EXIT PROGRAM
           END-IF.
           PERFORM GET-THRESHOLD-PARA.
           SORT SORT-FILE ON ASCENDING KEY SR-PREFIX
               INPUT PROCEDURE IS RELEASE-BALLOTS-PARA
               OUTPUT PROCEDURE IS COLLECT-SORTED-PARA.
           IF PB-TOTAL = ZERO
               DISPLAY "No admitted papers on file for "
                   PB-CONST-CODE " - nothing to publish."
               EXIT PROGRAM
           END-IF.
           PERFORM SUPPRESS-PARA.
           OPEN OUTPUT PROFILE-FILE.
           IF PROFILE-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to open stv_published_profile.dat"
                   " - status " PROFILE-FILE-STATUS " ***"
               EXIT PROGRAM
           END-IF.
           PERFORM WRITE-PROFILE-HEADER-PARA.
           SORT PUB-SORT-FILE ON ASCENDING KEY PS-RANKING
               INPUT PROCEDURE IS RELEASE-PUBLISHED-PARA
               OUTPUT PROCEDURE IS WRITE-PROFILE-PARA.
           CLOSE PROFILE-FILE.
           MOVE 'U' TO PB-PASS.
           PERFORM RUN-TALLY-PARA.
           PERFORM KEEP-UNALT-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           MOVE 'P' TO PB-PASS.
           PERFORM RUN-TALLY-PARA.
           PERFORM KEEP-PUB-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           PERFORM COMPARE-RESULT-PARA.
           PERFORM WRITE-STATEMENT-PARA.
           PERFORM LOG-PUBLISH-PARA.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

       GET-CONST-PARA.
           DISPLAY "Enter the constituency code (3 characters) ".
           MOVE SPACES TO PB-INPUT.
           ACCEPT PB-INPUT.
           MOVE FUNCTION UPPER-CASE(PB-INPUT(1:3))
               TO PB-CONST-CODE.

       VALIDATE-CONST-PARA.
           DISPLAY "A constituency code is required - please "
               "re-enter.".
           PERFORM GET-CONST-PARA.

      * The smallest number of papers that must share a published
      * prefix; 2 is the least that means anything.
       GET-THRESHOLD-PARA.
           DISPLAY "Minimum papers sharing any published ranking "
               "prefix [Enter=10] ".
           MOVE SPACES TO PB-INPUT.
           ACCEPT PB-INPUT.
           IF PB-INPUT NOT = SPACES
               COMPUTE PB-THRESHOLD = FUNCTION NUMVAL(PB-INPUT)
           END-IF.
           IF PB-THRESHOLD < 2
               DISPLAY "Threshold below 2 - using 2."
               MOVE 2 TO PB-THRESHOLD
           END-IF.

       CHECK-ELECTION-PARA.
           MOVE SPACES TO PB-ELECTION-ID.
           MOVE 'S' TO PB-FORMALITY.
           MOVE 1 TO PB-MIN-PREFS.
           MOVE ZERO TO PB-EC-SEATS.
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
                   IF EC-CONST-CODE = PB-CONST-CODE
                       MOVE EC-ELECTION-ID TO PB-ELECTION-ID
                       IF EC-FORM-TRUNCATE
                           MOVE 'T' TO PB-FORMALITY
                       END-IF
                       IF EC-MIN-PREFS > ZERO
                           MOVE EC-MIN-PREFS TO PB-MIN-PREFS
                       END-IF
                       IF EC-SEATS IS NUMERIC
                           MOVE EC-SEATS TO PB-EC-SEATS
                       END-IF
                       MOVE 'Y' TO ECTL-EOF-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * PICK-RUN-PARA - the declared count is the constituency's
      * latest official run in the count results library, for its
      * election when the control record names one. A constituency
      * with nothing filed falls back to the count on hand, which
      * READ-DECLARED-PARA uses only when it is this constituency's.
      ******************************************************************
       PICK-RUN-PARA.
           MOVE 'stv_count_output.dat' TO PB-COUNT-NAME.
           MOVE 'L' TO LQ-ACTION.
           MOVE PB-CONST-CODE TO LQ-CONST-CODE.
           MOVE PB-ELECTION-ID TO LQ-ELECTION-ID.
           MOVE SPACES TO LQ-PREFIX.
           CALL 'SubSTVCountLib' USING LIBRARY-REQUEST.
           IF LQ-RC NOT = ZERO
               DISPLAY "No run of " PB-CONST-CODE " in the count "
                   "results library - using the count on hand."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PB-COUNT-NAME.
           STRING FUNCTION TRIM(LQ-PREFIX) DELIMITED BY SIZE
               "count.dat" DELIMITED BY SIZE
               INTO PB-COUNT-NAME
           END-STRING.
           DISPLAY "Declared count: run " LQ-RUN-TYPE LQ-RUN-SEQ
               " of " PB-CONST-CODE " (" FUNCTION TRIM(PB-COUNT-NAME)
               ").".

      ******************************************************************
      * READ-DECLARED-PARA - the count picked, when it is this
      * constituency's: the figures the profile must reproduce.
      * Header, formality line and elected lines are read the way
      * the verification count reads them; a random draw, a method
      * other than Gregory, deferral or bulk exclusion makes the
      * comparison advisory, since the profile's tally does not
      * replay them.
      ******************************************************************
       READ-DECLARED-PARA.
           PERFORM CLEAR-DECL-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           OPEN INPUT COUNT-FILE.
           IF COUNT-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO EOF-SWITCH.
           PERFORM READ-COUNT-LINE-PARA UNTIL EOF-SWITCH = 'Y'.
           CLOSE COUNT-FILE.
           IF PB-DECL-CONST = PB-CONST-CODE
               AND PB-DECL-N > ZERO
               MOVE 'Y' TO PB-DECL-SWITCH
           ELSE
               MOVE 'N' TO PB-ADVISORY-SW
           END-IF.

       CLEAR-DECL-PARA.
           MOVE 'N' TO PB-DECL-ELECTED(I).

       READ-COUNT-LINE-PARA.
           READ COUNT-FILE
               AT END
                   MOVE 'Y' TO EOF-SWITCH
               NOT AT END
                   PERFORM PARSE-COUNT-LINE-PARA
           END-READ.

       PARSE-COUNT-LINE-PARA.
           IF COUNT-RECORD(1:11) = "STV Count: "
               PERFORM PARSE-HEADER-PARA
           ELSE IF COUNT-RECORD(1:21) = "  Elected: Candidate "
               COMPUTE PB-LINE-CAND =
                   FUNCTION NUMVAL(COUNT-RECORD(22:3))
               IF PB-LINE-CAND > ZERO AND PB-LINE-CAND <= 99
                   MOVE 'Y' TO PB-DECL-ELECTED(PB-LINE-CAND)
               END-IF
           ELSE IF COUNT-RECORD(1:21) = "  TIE-BREAK DRAW SEED"
               OR COUNT-RECORD(1:19) = "  SAMPLE DRAW SEED="
               MOVE 'Y' TO PB-ADVISORY-SW
           ELSE IF COUNT-RECORD(1:10) = "Election: "
               MOVE COUNT-RECORD(11:8) TO PB-DECL-ELECTION
           ELSE IF COUNT-RECORD(1:15) = "Tie-break rule:"
               PERFORM PARSE-RULE-LINE-PARA
           ELSE IF COUNT-RECORD(1:14) = "Count options:"
               PERFORM PARSE-OPTIONS-LINE-PARA.

       PARSE-HEADER-PARA.
           MOVE SPACES TO PB-TAIL.
           UNSTRING COUNT-RECORD DELIMITED BY "Constituency="
               INTO PB-JUNK PB-TAIL
           END-UNSTRING.
           MOVE PB-TAIL(1:3) TO PB-DECL-CONST.
           MOVE SPACES TO PB-TAIL.
           UNSTRING COUNT-RECORD DELIMITED BY "Candidates="
               INTO PB-JUNK PB-TAIL
           END-UNSTRING.
           COMPUTE PB-DECL-N = FUNCTION NUMVAL(PB-TAIL(1:3)).
           MOVE SPACES TO PB-TAIL.
           UNSTRING COUNT-RECORD DELIMITED BY "Seats="
               INTO PB-JUNK PB-TAIL
           END-UNSTRING.
           COMPUTE PB-DECL-R = FUNCTION NUMVAL(PB-TAIL(1:4)).

       PARSE-RULE-LINE-PARA.
           MOVE SPACES TO PB-TAIL.
           UNSTRING COUNT-RECORD DELIMITED BY "rule: "
               INTO PB-JUNK PB-TAIL
           END-UNSTRING.
           IF PB-TAIL(1:1) = 'D'
               MOVE 'Y' TO PB-ADVISORY-SW
           END-IF.
           MOVE SPACES TO PB-TAIL.
           UNSTRING COUNT-RECORD DELIMITED BY "method: "
               INTO PB-JUNK PB-TAIL
           END-UNSTRING.
           IF PB-TAIL(1:1) = 'S' OR PB-TAIL(1:1) = 'L'
               OR PB-TAIL(1:1) = 'I'
               MOVE 'Y' TO PB-ADVISORY-SW
           END-IF.
           MOVE SPACES TO PB-TAIL.
           UNSTRING COUNT-RECORD DELIMITED BY "Formality: "
               INTO PB-JUNK PB-TAIL
           END-UNSTRING.
           IF PB-TAIL(1:1) = 'T'
               MOVE 'T' TO PB-DECL-FORMALITY
           END-IF.
           MOVE SPACES TO PB-TAIL.
           UNSTRING COUNT-RECORD DELIMITED BY "min-prefs="
               INTO PB-JUNK PB-TAIL
           END-UNSTRING.
           IF PB-TAIL NOT = SPACES
               COMPUTE PB-DECL-MIN-PREFS =
                   FUNCTION NUMVAL(PB-TAIL(1:2))
               IF PB-DECL-MIN-PREFS = ZERO
                   MOVE 1 TO PB-DECL-MIN-PREFS
               END-IF
           END-IF.

       PARSE-OPTIONS-LINE-PARA.
           MOVE SPACES TO PB-TAIL.
           UNSTRING COUNT-RECORD DELIMITED BY "deferral="
               INTO PB-JUNK PB-TAIL
           END-UNSTRING.
           IF PB-TAIL(1:1) = 'Y'
               MOVE 'Y' TO PB-ADVISORY-SW
           END-IF.
           MOVE SPACES TO PB-TAIL.
           UNSTRING COUNT-RECORD DELIMITED BY "exclusion="
               INTO PB-JUNK PB-TAIL
           END-UNSTRING.
           IF PB-TAIL(1:1) = 'Y'
               MOVE 'Y' TO PB-ADVISORY-SW
           END-IF.

      * The declared count's own figures win over the control
      * record's, so the papers are decoded as it decoded them.
       SET-COUNT-BASIS-PARA.
           IF PB-DECL-SWITCH = 'Y'
               MOVE PB-DECL-N TO N
               MOVE PB-DECL-R TO R
               MOVE PB-DECL-FORMALITY TO PB-FORMALITY
               MOVE PB-DECL-MIN-PREFS TO PB-MIN-PREFS
               IF PB-DECL-ELECTION NOT = SPACES
                   MOVE PB-DECL-ELECTION TO PB-ELECTION-ID
               END-IF
               DISPLAY "Declared count on hand for " PB-CONST-CODE
                   " - N=" N " seats=" R
           ELSE
               MOVE CAND-COUNT TO N
               MOVE PB-EC-SEATS TO R
               IF R = ZERO
                   DISPLAY "Enter the number of seats "
                   MOVE SPACES TO PB-INPUT
                   ACCEPT PB-INPUT
                   COMPUTE R = FUNCTION NUMVAL(PB-INPUT)
               END-IF
               DISPLAY "No declared count on hand for " PB-CONST-CODE
                   " - the profile is checked against a count of "
                   "the unaltered papers."
           END-IF.

       LOAD-CAND-MASTER-PARA.
           MOVE ZERO TO CAND-COUNT.
           MOVE 'N' TO PB-SLATE-BIG-SW.
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
                   IF CM-CONST-CODE = PB-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CM-NAME(1:20)
                               TO CAND-NAME(CAND-COUNT)
                           IF CM-WITHDRAWN
                               MOVE 'Y' TO CAND-WDRAWN(CAND-COUNT)
                           ELSE
                               MOVE 'N' TO CAND-WDRAWN(CAND-COUNT)
                           END-IF
                       ELSE
                           MOVE 'Y' TO PB-SLATE-BIG-SW
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
                   IF CN-CONST-CODE = PB-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CN-NAME TO CAND-NAME(CAND-COUNT)
                           MOVE 'N' TO CAND-WDRAWN(CAND-COUNT)
                       ELSE
                           MOVE 'Y' TO PB-SLATE-BIG-SW
                           MOVE 'Y' TO CAND-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * RELEASE-BALLOTS-PARA - input procedure: the constituency's
      * live papers in the election, decoded under the count's
      * formality rule (strict spoils a paper on any bad slot,
      * truncate keeps the preferences before it; the minimum
      * preferences must be met). Nothing but the ranking goes to
      * the sort.
      ******************************************************************
       RELEASE-BALLOTS-PARA.
           SET TX-LOAD TO TRUE.
           MOVE PB-CONST-CODE TO TX-CONST-CODE.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           OPEN INPUT VOTES-FILE.
           IF VOTES-FILE-STATUS NOT = '00'
               DISPLAY "No votes file found - run Generate Vote or "
                   "the import first."
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
                   IF VR-CONST-CODE = PB-CONST-CODE
                       AND NOT VR-VOIDED
                       AND (VR-ELECTION-ID = PB-ELECTION-ID
                           OR VR-ELECTION-ID = SPACES
                           OR PB-ELECTION-ID = SPACES)
                       PERFORM DECODE-BALLOT-PARA
                       IF PB-BAD-SWITCH = 'Y'
                           OR PB-PREFS < PB-MIN-PREFS
                           ADD 1 TO PB-SKIP-COUNT
                       ELSE
                           MOVE PB-PREFIX-WORK TO SR-PREFIX
                           MOVE PB-PREFS TO SR-PREFS
                           RELEASE SORT-RECORD
                       END-IF
                   END-IF
           END-READ.

       DECODE-BALLOT-PARA.
           MOVE ZERO TO PB-PREFS.
           MOVE 'N' TO PB-BAD-SWITCH.
           MOVE 'N' TO PB-STOP-SWITCH.
           PERFORM CLEAR-SLOT-PARA VARYING PB-PREF-IDX FROM 1 BY 1
               UNTIL PB-PREF-IDX > 99.
           IF VR-FORMAT-NUMERIC AND VR-TICKET-BALLOT
               PERFORM EXPAND-TICKET-PARA
           END-IF.
           IF NOT VR-FORMAT-NUMERIC
               MOVE 'Y' TO PB-BAD-SWITCH
           ELSE
               PERFORM COPY-ONE-PREF-PARA VARYING PB-PREF-IDX
                   FROM 1 BY 1 UNTIL PB-PREF-IDX > VR-PREF-COUNT
                       OR PB-PREF-IDX > N
                       OR PB-BAD-SWITCH = 'Y'
                       OR PB-STOP-SWITCH = 'Y'
           END-IF.

       CLEAR-SLOT-PARA.
           MOVE ZERO TO PB-SLOT(PB-PREF-IDX).

      * A ticket vote decodes as its party's lodged ticket; a vote
      * for a ticket not lodged is spoilt.
       EXPAND-TICKET-PARA.
           SET TX-EXPAND TO TRUE.
           MOVE PB-CONST-CODE TO TX-CONST-CODE.
           MOVE VR-TICKET-NO TO TX-TICKET-NO.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           IF TX-RC = ZERO
               MOVE TX-PREF-COUNT TO VR-PREF-COUNT
               MOVE TX-PREF-AREA TO VR-PREF-AREA
           ELSE
               MOVE ZERO TO VR-PREF-COUNT
               MOVE 'Y' TO PB-BAD-SWITCH
           END-IF.

       COPY-ONE-PREF-PARA.
           IF VR-PREF(PB-PREF-IDX) = ZERO
               OR VR-PREF(PB-PREF-IDX) > N
               PERFORM FORMALITY-FAULT-PARA
           ELSE
               PERFORM CHECK-DUP-PREF-PARA VARYING PB-DUP-IDX
                   FROM 1 BY 1 UNTIL PB-DUP-IDX > PB-PREFS
                       OR PB-BAD-SWITCH = 'Y'
                       OR PB-STOP-SWITCH = 'Y'
               IF PB-BAD-SWITCH = 'N' AND PB-STOP-SWITCH = 'N'
                   ADD 1 TO PB-PREFS
                   MOVE VR-PREF(PB-PREF-IDX) TO PB-SLOT(PB-PREFS)
               END-IF
           END-IF.

       CHECK-DUP-PREF-PARA.
           IF PB-SLOT(PB-DUP-IDX) = VR-PREF(PB-PREF-IDX)
               PERFORM FORMALITY-FAULT-PARA
           END-IF.

       FORMALITY-FAULT-PARA.
           IF PB-FORMALITY = 'T'
               MOVE 'Y' TO PB-STOP-SWITCH
           ELSE
               MOVE 'Y' TO PB-BAD-SWITCH
           END-IF.

      * Output procedure: the sorted rankings into the table the
      * prefix groups are found in.
       COLLECT-SORTED-PARA.
           MOVE 'N' TO PB-DONE-SWITCH.
           PERFORM RETURN-SORTED-PARA
               UNTIL PB-DONE-SWITCH = 'Y'.

       RETURN-SORTED-PARA.
           RETURN SORT-FILE
               AT END
                   MOVE 'Y' TO PB-DONE-SWITCH
               NOT AT END
                   IF PB-TOTAL < 100000
                       ADD 1 TO PB-TOTAL
                       MOVE SR-PREFIX TO PB-PREFIX(PB-TOTAL)
                       MOVE SR-PREFS TO PB-NPREFS(PB-TOTAL)
                       MOVE 1 TO PB-ALLOW(PB-TOTAL)
                   ELSE
                       IF PB-TRUNC-WARNED-SW = 'N'
                           DISPLAY "*** More than 100000 papers - "
                               "nothing can be published ***"
                           MOVE 'Y' TO PB-TRUNC-WARNED-SW
                       END-IF
                       MOVE ZERO TO PB-TOTAL
                       MOVE 'Y' TO PB-DONE-SWITCH
                   END-IF
           END-RETURN.

      ******************************************************************
      * SUPPRESS-PARA - the uniqueness scan's pass, depth by depth
      * over the sorted rankings: every group of papers sharing a
      * D-preference prefix that is at least the threshold in size
      * may be published to depth D. A paper's ranking is cut at
      * the deepest depth its group reached; first preferences are
      * always kept.
      ******************************************************************
       SUPPRESS-PARA.
           PERFORM CLEAR-ALT-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           MOVE 1 TO PB-DEPTH.
           PERFORM SCAN-DEPTH-PARA.
           PERFORM COUNT-RARE-FIRST-PARA VARYING K FROM 1 BY 1
               UNTIL K > PB-TOTAL.
           PERFORM SCAN-DEPTH-PARA VARYING PB-DEPTH FROM 2 BY 1
               UNTIL PB-DEPTH > N.
           PERFORM SET-LENGTH-PARA VARYING K FROM 1 BY 1
               UNTIL K > PB-TOTAL.

       CLEAR-ALT-PARA.
           MOVE ZERO TO PB-ALT-AT(I).

      * After the depth-1 pass PB-ALLOW is still 0 only where the
      * first preference is shared by fewer papers than the
      * threshold; it is published all the same.
       COUNT-RARE-FIRST-PARA.
           IF PB-ALLOW(K) = ZERO
               ADD 1 TO PB-RARE-FIRST
               MOVE 1 TO PB-ALLOW(K)
           END-IF.

       SCAN-DEPTH-PARA.
           COMPUTE PB-SLICE-LEN = PB-DEPTH * 3.
           IF PB-DEPTH = 1
               PERFORM CLEAR-ALLOW-PARA VARYING K FROM 1 BY 1
                   UNTIL K > PB-TOTAL
           END-IF.
           MOVE 1 TO PB-RUN-START.
           PERFORM COMPARE-NEIGHBOUR-PARA VARYING K FROM 2 BY 1
               UNTIL K > PB-TOTAL.
           COMPUTE PB-RUN-END = PB-TOTAL + 1.
           PERFORM CLOSE-RUN-PARA.

       CLEAR-ALLOW-PARA.
           MOVE ZERO TO PB-ALLOW(K).

       COMPARE-NEIGHBOUR-PARA.
           IF PB-PREFIX(K)(1:PB-SLICE-LEN) NOT =
              PB-PREFIX(K - 1)(1:PB-SLICE-LEN)
               MOVE K TO PB-RUN-END
               PERFORM CLOSE-RUN-PARA
               MOVE K TO PB-RUN-START
           END-IF.

       CLOSE-RUN-PARA.
           COMPUTE PB-RUN-SIZE = PB-RUN-END - PB-RUN-START.
           IF PB-RUN-SIZE >= PB-THRESHOLD
               PERFORM RAISE-ALLOW-PARA VARYING J FROM PB-RUN-START
                   BY 1 UNTIL J >= PB-RUN-END
           END-IF.

       RAISE-ALLOW-PARA.
           MOVE PB-DEPTH TO PB-ALLOW(J).

      * PB-LEN is the length the paper is published at.
       SET-LENGTH-PARA.
           IF PB-ALLOW(K) < PB-NPREFS(K)
               MOVE PB-ALLOW(K) TO PB-LEN(K)
               ADD 1 TO PB-ALTERED
               ADD 1 TO PB-ALT-AT(PB-ALLOW(K))
           ELSE
               MOVE PB-NPREFS(K) TO PB-LEN(K)
           END-IF.

       WRITE-PROFILE-HEADER-PARA.
           MOVE SPACES TO PB-LINE.
           STRING "STV PREFERENCE PROFILE Constituency="
                   DELIMITED BY SIZE
               PB-CONST-CODE DELIMITED BY SIZE
               " Election=" DELIMITED BY SIZE
               PB-ELECTION-ID DELIMITED BY SIZE
               " Candidates=" DELIMITED BY SIZE
               N DELIMITED BY SIZE
               " Seats=" DELIMITED BY SIZE
               R DELIMITED BY SIZE
               " Papers=" DELIMITED BY SIZE
               PB-TOTAL DELIMITED BY SIZE
               " Threshold=" DELIMITED BY SIZE
               PB-THRESHOLD DELIMITED BY SIZE
               INTO PB-LINE
           END-STRING.
           MOVE PB-LINE TO PROFILE-RECORD.
           WRITE PROFILE-RECORD.
           IF CAND-LOADED-SWITCH = 'Y'
               PERFORM WRITE-PROFILE-CAND-PARA VARYING I FROM 1 BY 1
                   UNTIL I > N OR I > CAND-COUNT
           END-IF.

       WRITE-PROFILE-CAND-PARA.
           MOVE SPACES TO PB-LINE.
           STRING "CANDIDATE " DELIMITED BY SIZE
               I DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CAND-NAME(I) DELIMITED BY SIZE
               INTO PB-LINE
           END-STRING.
           MOVE PB-LINE TO PROFILE-RECORD.
           WRITE PROFILE-RECORD.

      * Input procedure of the second sort: each paper's ranking cut
      * to its published length.
       RELEASE-PUBLISHED-PARA.
           PERFORM RELEASE-ONE-PUB-PARA VARYING K FROM 1 BY 1
               UNTIL K > PB-TOTAL.

       RELEASE-ONE-PUB-PARA.
           MOVE ZERO TO PS-RANKING.
           COMPUTE PB-SLICE-LEN = PB-LEN(K) * 3.
           MOVE PB-PREFIX(K)(1:PB-SLICE-LEN)
               TO PS-RANKING(1:PB-SLICE-LEN).
           RELEASE PUB-SORT-RECORD.

      ******************************************************************
      * WRITE-PROFILE-PARA - output procedure: one line per distinct
      * published ranking, the number of papers then the candidate
      * numbers in preference order.
      ******************************************************************
       WRITE-PROFILE-PARA.
           MOVE 'N' TO PB-DONE-SWITCH.
           MOVE ZERO TO PB-GROUP-COUNT.
           MOVE SPACES TO PB-LAST-RANKING.
           PERFORM RETURN-PUBLISHED-PARA
               UNTIL PB-DONE-SWITCH = 'Y'.
           IF PB-GROUP-COUNT > ZERO
               PERFORM WRITE-RANKING-LINE-PARA
           END-IF.

       RETURN-PUBLISHED-PARA.
           RETURN PUB-SORT-FILE
               AT END
                   MOVE 'Y' TO PB-DONE-SWITCH
               NOT AT END
                   IF PB-GROUP-COUNT > ZERO
                       AND PS-RANKING NOT = PB-LAST-RANKING
                       PERFORM WRITE-RANKING-LINE-PARA
                       MOVE ZERO TO PB-GROUP-COUNT
                   END-IF
                   MOVE PS-RANKING TO PB-LAST-RANKING
                   ADD 1 TO PB-GROUP-COUNT
           END-RETURN.

       WRITE-RANKING-LINE-PARA.
           ADD 1 TO PB-DISTINCT.
           MOVE PB-LAST-RANKING TO PB-PREFIX-WORK.
           MOVE SPACES TO PB-LINE.
           MOVE PB-GROUP-COUNT TO PB-LINE(1:6).
           MOVE 7 TO PB-PTR.
           PERFORM ADD-RANK-TEXT-PARA VARYING PB-PREF-IDX FROM 1
               BY 1 UNTIL PB-PREF-IDX > 99
                   OR PB-SLOT(PB-PREF-IDX) = ZERO.
           MOVE PB-LINE TO PROFILE-RECORD.
           WRITE PROFILE-RECORD.

       ADD-RANK-TEXT-PARA.
           STRING " " DELIMITED BY SIZE
               PB-SLOT(PB-PREF-IDX) DELIMITED BY SIZE
               INTO PB-LINE
               WITH POINTER PB-PTR
           END-STRING.

      ******************************************************************
      * RUN-TALLY-PARA - count the papers at their cast length (pass
      * U) or their published length (pass P): Droop quota on the
      * papers, withdrawn candidates out before round one, each
      * round electing on quota with Gregory all-papers surplus
      * transfers or excluding the lowest, remaining seats filled
      * when the continuing candidates just cover them.
      ******************************************************************
       RUN-TALLY-PARA.
           PERFORM RESET-BALLOT-PARA VARYING K FROM 1 BY 1
               UNTIL K > PB-TOTAL.
           COMPUTE PC-QUOTA = PB-TOTAL / (R + 1).
           ADD 1 TO PC-QUOTA.
           MOVE ZERO TO PC-ELECTED-COUNT.
           PERFORM INIT-PC-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           MOVE 'Y' TO PC-PROGRESS-SW.
           MOVE ZERO TO PC-ROUND.
           PERFORM PC-ROUND-PARA
               UNTIL PC-ELECTED-COUNT >= R
                   OR PC-PROGRESS-SW = 'N'.

       RESET-BALLOT-PARA.
           IF PB-PASS = 'U'
               MOVE PB-NPREFS(K) TO PB-LEN(K)
           ELSE
               IF PB-ALLOW(K) < PB-NPREFS(K)
                   MOVE PB-ALLOW(K) TO PB-LEN(K)
               ELSE
                   MOVE PB-NPREFS(K) TO PB-LEN(K)
               END-IF
           END-IF.
           MOVE 1 TO PB-PTR-POS(K).
           MOVE PB-RANK(K 1) TO PB-CAND(K).
           MOVE 1 TO PB-WEIGHT(K).
           MOVE 'Y' TO PB-ACTIVE(K).

       INIT-PC-PARA.
           MOVE ZERO TO PC-VOTES(I).
           MOVE 'C' TO PC-STATE(I).
           IF CAND-LOADED-SWITCH = 'Y'
               AND I <= CAND-COUNT
               AND CAND-WDRAWN(I) = 'Y'
               MOVE 'W' TO PC-STATE(I)
           END-IF.

       PC-ROUND-PARA.
           ADD 1 TO PC-ROUND.
           PERFORM PC-TALLY-PARA.
           MOVE 'N' TO PC-ANY-ELECTED-SW.
           PERFORM PC-ELECT-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           PERFORM PC-XFER-ELECTED-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           IF PC-ANY-ELECTED-SW = 'N'
               AND PC-ELECTED-COUNT < R
               MOVE ZERO TO PC-CONTINUING
               PERFORM PC-COUNT-CONT-PARA VARYING I FROM 1 BY 1
                   UNTIL I > N
               IF PC-CONTINUING > ZERO AND PC-CONTINUING <=
                   (R - PC-ELECTED-COUNT)
                   PERFORM PC-ELECT-REST-PARA VARYING I FROM 1
                       BY 1 UNTIL I > N
               ELSE
                   PERFORM PC-EXCLUDE-PARA
               END-IF
           END-IF.

       PC-TALLY-PARA.
           PERFORM PC-ZERO-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           PERFORM PC-ADD-BALLOT-PARA VARYING K FROM 1 BY 1
               UNTIL K > PB-TOTAL.
           IF PC-ROUND <= 200
               PERFORM PC-SAVE-HIST-PARA VARYING I FROM 1 BY 1
                   UNTIL I > N
           END-IF.

       PC-ZERO-PARA.
           MOVE ZERO TO PC-VOTES(I).
           MOVE 'N' TO PC-NEW-E(I).

       PC-SAVE-HIST-PARA.
           MOVE PC-VOTES(I) TO PC-HIST-VOTES(PC-ROUND I).

       PC-ADD-BALLOT-PARA.
           IF PB-ACTIVE(K) = 'Y'
               IF PC-STATE(PB-CAND(K)) = 'C'
                   ADD PB-WEIGHT(K) TO PC-VOTES(PB-CAND(K))
               ELSE
                   PERFORM PC-MOVE-PARA
                   IF PB-ACTIVE(K) = 'Y'
                       ADD PB-WEIGHT(K) TO PC-VOTES(PB-CAND(K))
                   END-IF
               END-IF
           END-IF.

      * Move paper K on to its next continuing preference within its
      * length, or retire it.
       PC-MOVE-PARA.
           MOVE 'N' TO PB-FOUND-SWITCH.
           PERFORM PC-STEP-PARA
               UNTIL PB-PTR-POS(K) > PB-LEN(K)
                   OR PB-FOUND-SWITCH = 'Y'.
           IF PB-FOUND-SWITCH = 'N'
               MOVE 'N' TO PB-ACTIVE(K)
           END-IF.

       PC-STEP-PARA.
           ADD 1 TO PB-PTR-POS(K).
           IF PB-PTR-POS(K) <= PB-LEN(K)
               IF PB-RANK(K PB-PTR-POS(K)) > ZERO
                   AND PC-STATE(PB-RANK(K PB-PTR-POS(K))) = 'C'
                   MOVE PB-RANK(K PB-PTR-POS(K)) TO PB-CAND(K)
                   MOVE 'Y' TO PB-FOUND-SWITCH
               END-IF
           END-IF.

      * Same-round elections in two phases, as the count runs them:
      * mark every candidate at quota, then move each surplus at
      * the value from the start-of-round tally.
       PC-ELECT-PARA.
           IF PC-STATE(I) = 'C' AND PC-VOTES(I) >= PC-QUOTA
               MOVE 'E' TO PC-STATE(I)
               MOVE 'Y' TO PC-NEW-E(I)
               ADD 1 TO PC-ELECTED-COUNT
               MOVE 'Y' TO PC-ANY-ELECTED-SW
           END-IF.

       PC-XFER-ELECTED-PARA.
           IF PC-NEW-E(I) = 'Y'
               COMPUTE PC-SURPLUS = PC-VOTES(I) - PC-QUOTA
               IF PC-VOTES(I) > ZERO
                   COMPUTE PC-TV ROUNDED =
                       PC-SURPLUS / PC-VOTES(I)
               ELSE
                   MOVE ZERO TO PC-TV
               END-IF
               PERFORM PC-XFER-PARA VARYING K FROM 1 BY 1
                   UNTIL K > PB-TOTAL
           END-IF.

       PC-XFER-PARA.
           IF PB-ACTIVE(K) = 'Y' AND PB-CAND(K) = I
               COMPUTE PB-WEIGHT(K) = PB-WEIGHT(K) * PC-TV
               PERFORM PC-MOVE-PARA
           END-IF.

       PC-COUNT-CONT-PARA.
           IF PC-STATE(I) = 'C'
               ADD 1 TO PC-CONTINUING
           END-IF.

       PC-ELECT-REST-PARA.
           IF PC-STATE(I) = 'C'
               MOVE 'E' TO PC-STATE(I)
               ADD 1 TO PC-ELECTED-COUNT
           END-IF.

       PC-EXCLUDE-PARA.
           MOVE ZERO TO PC-LOW-IDX.
           MOVE ZERO TO PC-LOW-VOTES.
           PERFORM PC-FIND-LOW-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           IF PC-LOW-IDX = ZERO
               MOVE 'N' TO PC-PROGRESS-SW
           ELSE
               MOVE ZERO TO PC-TIE-COUNT
               PERFORM PC-COLLECT-TIE-PARA VARYING I FROM 1 BY 1
                   UNTIL I > N
               IF PC-TIE-COUNT > 1
                   PERFORM PC-BREAK-TIE-PARA
               END-IF
               MOVE 'X' TO PC-STATE(PC-LOW-IDX)
           END-IF.

       PC-FIND-LOW-PARA.
           IF PC-STATE(I) = 'C'
               IF PC-LOW-IDX = ZERO
                   OR PC-VOTES(I) < PC-LOW-VOTES
                   MOVE I TO PC-LOW-IDX
                   MOVE PC-VOTES(I) TO PC-LOW-VOTES
               END-IF
           END-IF.

       PC-COLLECT-TIE-PARA.
           IF PC-STATE(I) = 'C' AND PC-VOTES(I) = PC-LOW-VOTES
               ADD 1 TO PC-TIE-COUNT
               MOVE I TO PC-TIE-CAND(PC-TIE-COUNT)
           END-IF.

      * Earlier-round standings break an exclusion tie; a tie at
      * every round keeps the lowest candidate number.
       PC-BREAK-TIE-PARA.
           PERFORM PC-LOOKBACK-PARA
               VARYING PC-HIST-R FROM PC-ROUND BY -1
               UNTIL PC-HIST-R < 2 OR PC-TIE-COUNT = 1.
           MOVE PC-TIE-CAND(1) TO PC-LOW-IDX.

       PC-LOOKBACK-PARA.
           MOVE ZERO TO PC-KEEP-COUNT.
           MOVE ZERO TO PC-LOW-HIST.
           PERFORM PC-HIST-LOW-PARA VARYING PC-TJ FROM 1 BY 1
               UNTIL PC-TJ > PC-TIE-COUNT.
           PERFORM PC-HIST-KEEP-PARA VARYING PC-TJ FROM 1 BY 1
               UNTIL PC-TJ > PC-TIE-COUNT.
           IF PC-KEEP-COUNT > ZERO
               AND PC-KEEP-COUNT < PC-TIE-COUNT
               MOVE PC-KEEP-COUNT TO PC-TIE-COUNT
               PERFORM PC-COPY-KEEP-PARA VARYING PC-TJ FROM 1 BY 1
                   UNTIL PC-TJ > PC-TIE-COUNT
           END-IF.

       PC-HIST-LOW-PARA.
           IF PC-TJ = 1 OR
               PC-HIST-VOTES(PC-HIST-R - 1 PC-TIE-CAND(PC-TJ))
                   < PC-LOW-HIST
               MOVE PC-HIST-VOTES(PC-HIST-R - 1 PC-TIE-CAND(PC-TJ))
                   TO PC-LOW-HIST
           END-IF.

       PC-HIST-KEEP-PARA.
           IF PC-HIST-VOTES(PC-HIST-R - 1 PC-TIE-CAND(PC-TJ))
               = PC-LOW-HIST
               ADD 1 TO PC-KEEP-COUNT
               MOVE PC-TIE-CAND(PC-TJ) TO PC-KEEP-CAND(PC-KEEP-COUNT)
           END-IF.

       PC-COPY-KEEP-PARA.
           MOVE PC-KEEP-CAND(PC-TJ) TO PC-TIE-CAND(PC-TJ).

       KEEP-UNALT-PARA.
           IF PC-STATE(I) = 'E'
               MOVE 'Y' TO PB-UNALT-ELECTED(I)
           ELSE
               MOVE 'N' TO PB-UNALT-ELECTED(I)
           END-IF.

       KEEP-PUB-PARA.
           IF PC-STATE(I) = 'E'
               MOVE 'Y' TO PB-PUB-ELECTED(I)
           ELSE
               MOVE 'N' TO PB-PUB-ELECTED(I)
           END-IF.

      ******************************************************************
      * COMPARE-RESULT-PARA - the published profile must elect the
      * declared candidates (PB-SAME-SWITCH). The unaltered papers
      * are counted the same way as a control (PB-BASE-SAME-SWITCH):
      * where even they do not give the declared result, the
      * difference lies in count rules this tally does not replay,
      * not in the suppression.
      ******************************************************************
       COMPARE-RESULT-PARA.
           MOVE 'Y' TO PB-SAME-SWITCH.
           MOVE 'Y' TO PB-BASE-SAME-SWITCH.
           PERFORM COMPARE-ONE-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.

       COMPARE-ONE-PARA.
           IF PB-DECL-SWITCH = 'Y'
               IF PB-PUB-ELECTED(I) NOT = PB-DECL-ELECTED(I)
                   MOVE 'N' TO PB-SAME-SWITCH
               END-IF
               IF PB-UNALT-ELECTED(I) NOT = PB-DECL-ELECTED(I)
                   MOVE 'N' TO PB-BASE-SAME-SWITCH
               END-IF
           ELSE
               IF PB-PUB-ELECTED(I) NOT = PB-UNALT-ELECTED(I)
                   MOVE 'N' TO PB-SAME-SWITCH
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-STATEMENT-PARA - the disclosure-control statement that
      * goes out with the profile.
      ******************************************************************
       WRITE-STATEMENT-PARA.
           OPEN OUTPUT STMT-FILE.
           IF STMT-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to open "
                   "stv_disclosure_statement.dat - status "
                   STMT-FILE-STATUS " ***"
               EXIT PARAGRAPH
           END-IF.
           ACCEPT PB-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ALL "=" TO PB-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE "           DISCLOSURE CONTROL STATEMENT - PUBLISHED "
               TO PB-ROW.
           MOVE "PREFERENCE PROFILE" TO PB-ROW(53:18).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE ALL "=" TO PB-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE SPACES TO PB-ROW.
           STRING "Constituency: " DELIMITED BY SIZE
               PB-CONST-CODE DELIMITED BY SIZE
               "   Election: " DELIMITED BY SIZE
               PB-ELECTION-ID DELIMITED BY SIZE
               "   Printed: " DELIMITED BY SIZE
               PB-RUN-DATE DELIMITED BY SIZE
               INTO PB-ROW
           END-STRING.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE SPACES TO PB-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE "Published file: stv_published_profile.dat - one "
               TO PB-ROW.
           MOVE "line per distinct ranking" TO PB-ROW(49:25).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE "Removed: ballot id, box id, channel, receipt date; "
               TO PB-ROW.
           MOVE "papers in ranking order" TO PB-ROW(52:23).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE SPACES TO PB-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE "Papers published" TO PB-ROW.
           MOVE PB-TOTAL TO PB-CNT-EDIT.
           MOVE PB-CNT-EDIT TO PB-ROW(50:6).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE "Distinct rankings published" TO PB-ROW.
           MOVE PB-DISTINCT TO PB-CNT-EDIT.
           MOVE PB-CNT-EDIT TO PB-ROW(50:6).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE "Spoilt or void papers not published" TO PB-ROW.
           MOVE PB-SKIP-COUNT TO PB-CNT-EDIT.
           MOVE PB-CNT-EDIT TO PB-ROW(50:6).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE "Threshold: papers sharing a published prefix"
               TO PB-ROW.
           MOVE PB-THRESHOLD TO PB-CNT-EDIT.
           MOVE PB-CNT-EDIT TO PB-ROW(50:6).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE SPACES TO PB-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE "Papers published as cast" TO PB-ROW.
           COMPUTE K = PB-TOTAL - PB-ALTERED.
           MOVE K TO PB-CNT-EDIT.
           MOVE PB-CNT-EDIT TO PB-ROW(50:6).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE "Papers altered (ranking truncated)" TO PB-ROW.
           MOVE PB-ALTERED TO PB-CNT-EDIT.
           MOVE PB-CNT-EDIT TO PB-ROW(50:6).
           PERFORM WRITE-STMT-ROW-PARA.
           PERFORM WRITE-ALT-ROW-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           IF PB-RARE-FIRST > ZERO
               MOVE "First preference shared by fewer papers than "
                   TO PB-ROW
               MOVE PB-RARE-FIRST TO PB-CNT-EDIT
               MOVE PB-CNT-EDIT TO PB-ROW(50:6)
               PERFORM WRITE-STMT-ROW-PARA
               MOVE "  the threshold (published - first preferences"
                   TO PB-ROW
               PERFORM WRITE-STMT-ROW-PARA
               MOVE "  are declared by candidate in the count)"
                   TO PB-ROW
               PERFORM WRITE-STMT-ROW-PARA
           END-IF.
           MOVE SPACES TO PB-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE "Result check:" TO PB-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           IF PB-DECL-SWITCH = 'Y'
               MOVE PB-DECL-ELECTED-AREA TO PB-LIST-AREA
               MOVE SPACES TO PB-ROW
               STRING "  Declared count read from " DELIMITED BY SIZE
                   FUNCTION TRIM(PB-COUNT-NAME) DELIMITED BY SIZE
                   INTO PB-ROW
               END-STRING
               PERFORM WRITE-STMT-ROW-PARA
               MOVE "  Declared count elects:" TO PB-ROW
           ELSE
               MOVE PB-UNALT-ELECTED-AREA TO PB-LIST-AREA
               MOVE "  Count of the unaltered papers elects:"
                   TO PB-ROW
           END-IF.
           PERFORM WRITE-ELECTED-LIST-PARA.
           MOVE PB-PUB-ELECTED-AREA TO PB-LIST-AREA.
           MOVE "  Count of the published profile elects:" TO PB-ROW.
           PERFORM WRITE-ELECTED-LIST-PARA.
           IF PB-DECL-SWITCH NOT = 'Y'
               MOVE "  (no declared count for this constituency on "
                   TO PB-ROW
               MOVE "hand)" TO PB-ROW(47:5)
               PERFORM WRITE-STMT-ROW-PARA
           END-IF.
           MOVE SPACES TO PB-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           IF PB-SAME-SWITCH = 'Y'
               MOVE "VERDICT: the published profile reproduces the "
                   TO PB-ROW
               MOVE "official result." TO PB-ROW(47:16)
               PERFORM WRITE-STMT-ROW-PARA
           ELSE
               MOVE "*** VERDICT: the published profile does NOT "
                   TO PB-ROW
               MOVE "reproduce the official result ***"
                   TO PB-ROW(45:33)
               PERFORM WRITE-STMT-ROW-PARA
               IF PB-DECL-SWITCH = 'Y'
                   AND PB-BASE-SAME-SWITCH = 'N'
                   MOVE "  The unaltered papers do not reproduce it "
                       TO PB-ROW
                   MOVE "either under this check's" TO PB-ROW(44:25)
                   PERFORM WRITE-STMT-ROW-PARA
                   MOVE "  rules - compare against the verification "
                       TO PB-ROW
                   MOVE "count." TO PB-ROW(44:6)
                   PERFORM WRITE-STMT-ROW-PARA
               ELSE
                   MOVE "  Truncation moved transfers the count "
                       TO PB-ROW
                   MOVE "depended on - do not" TO PB-ROW(40:20)
                   PERFORM WRITE-STMT-ROW-PARA
                   MOVE "  publish; re-run with a lower threshold."
                       TO PB-ROW
                   PERFORM WRITE-STMT-ROW-PARA
               END-IF
           END-IF.
           IF PB-ADVISORY-SW = 'Y'
               MOVE "NOTE: the declared count used a random draw, a "
                   TO PB-ROW
               MOVE "non-Gregory method," TO PB-ROW(48:19)
               PERFORM WRITE-STMT-ROW-PARA
               MOVE "  deferral or bulk exclusion - the check is "
                   TO PB-ROW
               MOVE "advisory." TO PB-ROW(45:9)
               PERFORM WRITE-STMT-ROW-PARA
           END-IF.
           MOVE ALL "=" TO PB-ROW.
           PERFORM WRITE-STMT-ROW-PARA.
           CLOSE STMT-FILE.
           DISPLAY "Profile written to stv_published_profile.dat; "
               "statement to stv_disclosure_statement.dat".

       WRITE-ALT-ROW-PARA.
           IF PB-ALT-AT(I) > ZERO
               MOVE SPACES TO PB-ROW
               MOVE I TO PB-DEPTH-EDIT
               STRING "  truncated to " DELIMITED BY SIZE
                   FUNCTION TRIM(PB-DEPTH-EDIT) DELIMITED BY SIZE
                   " preference(s)" DELIMITED BY SIZE
                   INTO PB-ROW
               END-STRING
               MOVE PB-ALT-AT(I) TO PB-CNT-EDIT
               MOVE PB-CNT-EDIT TO PB-ROW(50:6)
               PERFORM WRITE-STMT-ROW-PARA
           END-IF.

      * PB-ROW holds the caption; the elected candidate numbers are
      * added after it.
       WRITE-ELECTED-LIST-PARA.
           MOVE 44 TO PB-PTR.
           PERFORM ADD-ELECTED-TEXT-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           PERFORM WRITE-STMT-ROW-PARA.

       ADD-ELECTED-TEXT-PARA.
           IF PB-LIST-ELECTED(I) = 'Y'
               STRING " " DELIMITED BY SIZE
                   I DELIMITED BY SIZE
                   INTO PB-ROW
                   WITH POINTER PB-PTR
               END-STRING
           END-IF.

       WRITE-STMT-ROW-PARA.
           DISPLAY PB-ROW.
           MOVE PB-ROW TO STMT-RECORD.
           WRITE STMT-RECORD.
           MOVE SPACES TO PB-ROW.

       LOG-PUBLISH-PARA.
           ACCEPT PB-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PB-RUN-TIME FROM TIME.
           MOVE SPACES TO PB-AUDIT-RECORD.
           STRING PB-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PB-RUN-TIME DELIMITED BY SIZE
               " PUBLISH PROFILE CONST=" DELIMITED BY SIZE
               PB-CONST-CODE DELIMITED BY SIZE
               " PAPERS=" DELIMITED BY SIZE
               PB-TOTAL DELIMITED BY SIZE
               " ALTERED=" DELIMITED BY SIZE
               PB-ALTERED DELIMITED BY SIZE
               " THRESHOLD=" DELIMITED BY SIZE
               PB-THRESHOLD DELIMITED BY SIZE
               " RESULT-SAME=" DELIMITED BY SIZE
               PB-SAME-SWITCH DELIMITED BY SIZE
               INTO PB-AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE PB-AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       END PROGRAM SubSTVPublish.
