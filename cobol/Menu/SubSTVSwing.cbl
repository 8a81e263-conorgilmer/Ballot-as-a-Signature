      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Swing and comparison report against an archived
      *            election. The current results store, candidate
      *            master and election control file are set against
      *            the same three files of an archive set
      *            (arch_YYYYMMDD_<name>, the set chosen by its
      *            date). Constituencies are matched on code and
      *            parties on CM-PARTY (a blank party reads as
      *            INDEPENDENT). For each constituency and for the
      *            election as a whole the report gives each
      *            party's first-preference share - the stage-one
      *            totals from the store's round feed rows - and its
      *            change, the two-party (Butler) swing between
      *            every pair of parties that stood in both
      *            elections, seats won and the gain or loss, and
      *            turnout and its change. Turnout comes from the
      *            store's T row as consolidated on the night; a
      *            set from before the store kept it falls back to
      *            the turnout service under the archived election
      *            id (today's register, that election's marks).
      *            Printed report: stv_swing_report.dat; the
      *            results dashboard's file: stv_swing_export.dat,
      *            "|"-delimited rows in the results export's style,
      *            ALL standing for the election as a whole.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVSwing.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT STORE-FILE
           ASSIGN TO DYNAMIC SW-STORE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STORE-FILE-STATUS.
       SELECT CMAST-FILE
           ASSIGN TO DYNAMIC SW-CMAST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMAST-FILE-STATUS.
       SELECT ECTL-FILE
           ASSIGN TO DYNAMIC SW-ECTL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ECTL-FILE-STATUS.
       SELECT REPORT-FILE
           ASSIGN TO 'stv_swing_report.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.
       SELECT EXPORT-FILE
           ASSIGN TO 'stv_swing_export.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS EXPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STORE-FILE           RECORD CONTAINS 126 CHARACTERS.
       01  STORE-RECORD.
           05 RS-CONST-CODE    PIC X(3).
           05 filler           PIC X.
           05 RS-TYPE          PIC X.
           05 filler           PIC X.
           05 RS-TEXT          PIC X(120).

       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       COPY CandMast.

       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       FD  REPORT-FILE          RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD        PIC X(80).

       FD  EXPORT-FILE          RECORD CONTAINS 132 CHARACTERS.
       01  EXPORT-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       77 STORE-FILE-STATUS    PIC XX VALUE '00'.
       77 CMAST-FILE-STATUS    PIC XX VALUE '00'.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 REPORT-FILE-STATUS   PIC XX VALUE '00'.
       77 EXPORT-FILE-STATUS   PIC XX VALUE '00'.
       77 SW-EOF-SWITCH        PIC X.
       77 SW-STORE-NAME        PIC X(44).
       77 SW-CMAST-NAME        PIC X(44).
       77 SW-ECTL-NAME         PIC X(44).
       77 SW-INPUT             PIC X(12).
       77 SW-ARCH-DATE         PIC X(8).
       77 SW-RUN-DATE          PIC 9(8).
       77 SW-RUN-TIME          PIC 9(8).
      * Side 1 is the archived election, side 2 the current one.
       77 SW-SIDE              PIC 9.
       77 SW-C                 PIC 9(2).
       77 SW-P                 PIC 9(2).
       77 SW-Q                 PIC 9(2).
       77 SW-POS               PIC 9(2).
       77 SW-LAST-CONST        PIC X(3).
       77 SW-ROUND             PIC 9(3).
       77 SW-CAND              PIC 9(3).
       77 SW-ROW-VOTES         PIC 9(9)V9(4).
       77 SW-PARTY-KEY         PIC X(20).
       77 SW-CODE-KEY          PIC X(3).
       77 SW-ELECTION-ID       PIC X(8) VALUE SPACES.
       77 SW-ARCH-ELECTION     PIC X(8) VALUE SPACES.
       77 SW-FOUND-SWITCH      PIC X.
       77 SW-SET-SWITCH        PIC X.
       77 SW-PRINT-SWITCH      PIC X.
       77 SW-TURN-FALLBACK     PIC X VALUE 'N'.
       77 SW-CONST-FULL-SW     PIC X VALUE 'N'.
       77 SW-PARTY-FULL-SW     PIC X VALUE 'N'.
      * Working figures, one arithmetic step per statement.
       77 SW-PREV-PCT          PIC S9(3)V99.
       77 SW-CURR-PCT          PIC S9(3)V99.
       77 SW-CHANGE            PIC S9(3)V99.
       77 SW-CHANGE-Q          PIC S9(3)V99.
       77 SW-DIFF              PIC S9(3)V99.
       77 SW-SWING             PIC S9(3)V99.
       77 SW-SEAT-CHANGE       PIC S9(3).
       77 SW-WORK-X100         PIC 9(11)V9(4).
       77 SW-WORK-PCT          PIC 9(3)V99.
       77 SW-PREV-SEATS        PIC 9(3).
       77 SW-CURR-SEATS        PIC 9(3).
       77 SW-PREV-TURN         PIC 9(3)V99.
       77 SW-CURR-TURN         PIC 9(3)V99.
       77 SW-TURN-OK           PIC X.
       77 SW-PCT-EDIT          PIC ZZ9.99.
       77 SW-CHG-EDIT          PIC +++9.99.
       77 SW-SEAT-EDIT         PIC ZZ9.
       77 SW-SEATCHG-EDIT      PIC +++9.
       77 SW-VOTES-EDIT        PIC Z(8)9.
       01 SW-ROW               PIC X(80).
       01 SW-XROW              PIC X(132).
       01 SW-XWORK             PIC X(132).
       01 SW-FIELD             PIC X(12).
       01 SW-AUDIT-RECORD      PIC X(300).

      * Constituencies seen in either election, matched on code.
       77 SW-CONST-TOTAL       PIC 9(2) VALUE ZERO.
       01 SW-CONST-AREA.
           05 SW-CONST             OCCURS 60 TIMES.
               10 SW-CC             PIC X(3).
               10 SW-CSIDE          OCCURS 2 TIMES.
                   15 SW-IN          PIC X.
                   15 SW-CELECTION   PIC X(8).
                   15 SW-POLL        PIC 9(9)V9(4).
                   15 SW-ELECTORATE  PIC 9(7).
                   15 SW-VOTED       PIC 9(7).
                   15 SW-TURN-HAVE   PIC X.
                   15 SW-NCAND       PIC 9(2).
                   15 SW-CPARTY      PIC 9(2) OCCURS 99 TIMES.
                   15 SW-CELECTED    PIC X OCCURS 99 TIMES.
                   15 SW-PVOTES      PIC 9(9)V9(4) OCCURS 30 TIMES.
                   15 SW-PSEATS      PIC 9(2) OCCURS 30 TIMES.

      * Parties seen in either election.
       77 SW-PARTY-TOTAL       PIC 9(2) VALUE ZERO.
       01 SW-PARTY-AREA.
           05 SW-PARTY-NAME    PIC X(20) OCCURS 30 TIMES.

      * Election-wide totals by side.
       01 SW-ALL-AREA.
           05 SW-ASIDE             OCCURS 2 TIMES.
               10 SW-APOLL          PIC 9(11)V9(4).
               10 SW-AELECTORATE    PIC 9(9).
               10 SW-AVOTED         PIC 9(9).
               10 SW-APVOTES        PIC 9(11)V9(4) OCCURS 30 TIMES.
               10 SW-APSEATS        PIC 9(3) OCCURS 30 TIMES.
      * The row being reported: the constituency's figures, or the
      * election-wide ones, copied here so one set of paragraphs
      * prints and exports both.
       77 SW-R-CODE            PIC X(3).
       01 SW-R-AREA.
           05 SW-RSIDE             OCCURS 2 TIMES.
               10 SW-R-IN           PIC X.
               10 SW-R-POLL         PIC 9(11)V9(4).
               10 SW-R-ELECTORATE   PIC 9(9).
               10 SW-R-VOTED        PIC 9(9).
               10 SW-R-PVOTES       PIC 9(11)V9(4) OCCURS 30 TIMES.
               10 SW-R-PSEATS       PIC 9(3) OCCURS 30 TIMES.
               10 SW-R-PCT          PIC 9(3)V99 OCCURS 30 TIMES.

      * Request block for the turnout service, the fallback for a
      * set whose store has no T rows.
       COPY TurnReq.
       COPY AuditReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Swing and Comparison Report.".
      * Working storage persists across CALLs - reset per-run state.
           MOVE ZERO TO SW-CONST-TOTAL.
           MOVE ZERO TO SW-PARTY-TOTAL.
           MOVE 'N' TO SW-TURN-FALLBACK.
           MOVE 'N' TO SW-CONST-FULL-SW.
           MOVE 'N' TO SW-PARTY-FULL-SW.
           MOVE SPACES TO SW-ELECTION-ID.
           MOVE SPACES TO SW-ARCH-ELECTION.
           INITIALIZE SW-CONST-AREA.
           INITIALIZE SW-ALL-AREA.
           DISPLAY "Archive set to compare against - its date "
               "(YYYYMMDD) ".
           MOVE SPACES TO SW-INPUT.
           ACCEPT SW-INPUT.
           MOVE SW-INPUT(1:8) TO SW-ARCH-DATE.
           IF SW-ARCH-DATE = SPACES OR SW-ARCH-DATE IS NOT NUMERIC
               DISPLAY "An archive set date is required - nothing "
                   "compared."
               EXIT PROGRAM
           END-IF.
           MOVE 1 TO SW-SIDE.
           PERFORM LOAD-SIDE-PARA.
           IF SW-SET-SWITCH NOT = 'Y'
               DISPLAY "No results store in archive set "
                   SW-ARCH-DATE " (arch_" SW-ARCH-DATE
                   "_stv_results_store.dat) - nothing compared."
               EXIT PROGRAM
           END-IF.
           MOVE 2 TO SW-SIDE.
           PERFORM LOAD-SIDE-PARA.
           IF SW-SET-SWITCH NOT = 'Y'
               DISPLAY "No current results store "
                   "(stv_results_store.dat) - run the results "
                   "consolidation first."
               EXIT PROGRAM
           END-IF.
           PERFORM FILL-TURNOUT-PARA VARYING SW-C FROM 1 BY 1
               UNTIL SW-C > SW-CONST-TOTAL.
           PERFORM ADD-TO-ALL-PARA VARYING SW-C FROM 1 BY 1
               UNTIL SW-C > SW-CONST-TOTAL.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT EXPORT-FILE.
           IF REPORT-FILE-STATUS NOT = '00'
               OR EXPORT-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to open the swing report files - "
                   "status " REPORT-FILE-STATUS "/"
                   EXPORT-FILE-STATUS " ***"
               EXIT PROGRAM
           END-IF.
           PERFORM WRITE-HEADINGS-PARA.
           PERFORM REPORT-CONST-PARA VARYING SW-C FROM 1 BY 1
               UNTIL SW-C > SW-CONST-TOTAL.
           PERFORM REPORT-ALL-PARA.
           MOVE ALL "=" TO SW-ROW.
           PERFORM WRITE-REPORT-ROW-PARA.
           MOVE "END" TO SW-XROW.
           PERFORM WRITE-EXPORT-ROW-PARA.
           CLOSE REPORT-FILE.
           CLOSE EXPORT-FILE.
           PERFORM LOG-SWING-PARA.
           DISPLAY "Report written to stv_swing_report.dat; "
               "dashboard file to stv_swing_export.dat".
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-SIDE-PARA - one election's three files: control file
      * (election ids), candidate master (each candidate's party in
      * the load order the count numbers them by), results store
      * (stage-one totals, elected candidates, turnout rows).
      ******************************************************************
       LOAD-SIDE-PARA.
           MOVE 'N' TO SW-SET-SWITCH.
           IF SW-SIDE = 1
               PERFORM BUILD-ARCH-NAMES-PARA
           ELSE
               MOVE 'stv_results_store.dat' TO SW-STORE-NAME
               MOVE 'candidate_master.dat' TO SW-CMAST-NAME
               MOVE 'election_ctl.dat' TO SW-ECTL-NAME
           END-IF.
           OPEN INPUT STORE-FILE.
           IF STORE-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           CLOSE STORE-FILE.
           MOVE 'Y' TO SW-SET-SWITCH.
           MOVE 'N' TO SW-EOF-SWITCH.
           OPEN INPUT ECTL-FILE.
           IF ECTL-FILE-STATUS = '00'
               PERFORM READ-ECTL-PARA UNTIL SW-EOF-SWITCH = 'Y'
               CLOSE ECTL-FILE
           END-IF.
           MOVE 'N' TO SW-EOF-SWITCH.
           MOVE SPACES TO SW-LAST-CONST.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
               PERFORM READ-CMAST-PARA UNTIL SW-EOF-SWITCH = 'Y'
               CLOSE CMAST-FILE
           ELSE
               DISPLAY "No candidate master for "
                   FUNCTION TRIM(SW-CMAST-NAME)
                   " - parties read as INDEPENDENT."
           END-IF.
           MOVE 'N' TO SW-EOF-SWITCH.
           OPEN INPUT STORE-FILE.
           PERFORM READ-STORE-PARA UNTIL SW-EOF-SWITCH = 'Y'.
           CLOSE STORE-FILE.
           PERFORM COUNT-SEATS-PARA VARYING SW-C FROM 1 BY 1
               UNTIL SW-C > SW-CONST-TOTAL.

       BUILD-ARCH-NAMES-PARA.
           MOVE SPACES TO SW-STORE-NAME.
           STRING "arch_" DELIMITED BY SIZE
               SW-ARCH-DATE DELIMITED BY SIZE
               "_stv_results_store.dat" DELIMITED BY SIZE
               INTO SW-STORE-NAME
           END-STRING.
           MOVE SPACES TO SW-CMAST-NAME.
           STRING "arch_" DELIMITED BY SIZE
               SW-ARCH-DATE DELIMITED BY SIZE
               "_candidate_master.dat" DELIMITED BY SIZE
               INTO SW-CMAST-NAME
           END-STRING.
           MOVE SPACES TO SW-ECTL-NAME.
           STRING "arch_" DELIMITED BY SIZE
               SW-ARCH-DATE DELIMITED BY SIZE
               "_election_ctl.dat" DELIMITED BY SIZE
               INTO SW-ECTL-NAME
           END-STRING.

       READ-ECTL-PARA.
           READ ECTL-FILE
               AT END
                   MOVE 'Y' TO SW-EOF-SWITCH
               NOT AT END
                   MOVE EC-CONST-CODE TO SW-CODE-KEY
                   PERFORM FIND-CONST-PARA
                   IF SW-C > ZERO
                       MOVE EC-ELECTION-ID
                           TO SW-CELECTION(SW-C SW-SIDE)
                   END-IF
                   IF SW-SIDE = 1 AND SW-ARCH-ELECTION = SPACES
                       MOVE EC-ELECTION-ID TO SW-ARCH-ELECTION
                   END-IF
                   IF SW-SIDE = 2 AND SW-ELECTION-ID = SPACES
                       MOVE EC-ELECTION-ID TO SW-ELECTION-ID
                   END-IF
           END-READ.

      * SW-POS is the candidate's number within its constituency -
      * the master is held in candidate-number order.
       READ-CMAST-PARA.
           READ CMAST-FILE
               AT END
                   MOVE 'Y' TO SW-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE NOT = SW-LAST-CONST
                       MOVE ZERO TO SW-POS
                       MOVE CM-CONST-CODE TO SW-LAST-CONST
                   END-IF
                   IF SW-POS < 99
                       ADD 1 TO SW-POS
                       MOVE CM-CONST-CODE TO SW-CODE-KEY
                       PERFORM FIND-CONST-PARA
                       MOVE CM-PARTY TO SW-PARTY-KEY
                       PERFORM FIND-PARTY-PARA
                       IF SW-C > ZERO
                           IF SW-P = ZERO
                               MOVE 99 TO SW-P
                           END-IF
                           MOVE SW-P TO SW-CPARTY(SW-C SW-SIDE SW-POS)
                           MOVE SW-POS TO SW-NCAND(SW-C SW-SIDE)
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * READ-STORE-PARA - F rows are the count's round feed,
      * "ccc,rrr,iii,votes,s,quota,election": the round-one row is
      * the candidate's first preferences, and a candidate is
      * elected when any of its rows carries status E. T rows are
      * "electorate,voted,pct,election".
      ******************************************************************
       READ-STORE-PARA.
           READ STORE-FILE
               AT END
                   MOVE 'Y' TO SW-EOF-SWITCH
               NOT AT END
                   IF RS-TYPE = 'F' OR RS-TYPE = 'T'
                       MOVE RS-CONST-CODE TO SW-CODE-KEY
                       PERFORM FIND-CONST-PARA
                       IF SW-C > ZERO
                           PERFORM TAKE-STORE-ROW-PARA
                       END-IF
                   END-IF
           END-READ.

       TAKE-STORE-ROW-PARA.
           MOVE 'Y' TO SW-IN(SW-C SW-SIDE).
           IF RS-TYPE = 'T'
               IF RS-TEXT(1:7) IS NUMERIC
                   AND RS-TEXT(9:7) IS NUMERIC
                   MOVE RS-TEXT(1:7) TO SW-ELECTORATE(SW-C SW-SIDE)
                   MOVE RS-TEXT(9:7) TO SW-VOTED(SW-C SW-SIDE)
                   MOVE 'Y' TO SW-TURN-HAVE(SW-C SW-SIDE)
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF RS-TEXT(5:3) IS NOT NUMERIC
               OR RS-TEXT(9:3) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE RS-TEXT(5:3) TO SW-ROUND.
           MOVE RS-TEXT(9:3) TO SW-CAND.
           IF SW-CAND = ZERO OR SW-CAND > 99
               EXIT PARAGRAPH
           END-IF.
           IF RS-TEXT(28:1) = 'E'
               MOVE 'Y' TO SW-CELECTED(SW-C SW-SIDE SW-CAND)
           END-IF.
           IF SW-CAND > SW-NCAND(SW-C SW-SIDE)
               MOVE SW-CAND TO SW-NCAND(SW-C SW-SIDE)
           END-IF.
           IF SW-ROUND = 1
               COMPUTE SW-ROW-VOTES = FUNCTION NUMVAL(RS-TEXT(13:14))
               ADD SW-ROW-VOTES TO SW-POLL(SW-C SW-SIDE)
               PERFORM PARTY-OF-CAND-PARA
               IF SW-P > ZERO
                   ADD SW-ROW-VOTES TO SW-PVOTES(SW-C SW-SIDE SW-P)
               END-IF
           END-IF.

      * A candidate with no master row stands as INDEPENDENT. SW-P
      * is zero for a party past the table's 30, which the master
      * pass marks 99 against the candidate.
       PARTY-OF-CAND-PARA.
           MOVE SW-CPARTY(SW-C SW-SIDE SW-CAND) TO SW-P.
           IF SW-P = 99
               MOVE ZERO TO SW-P
           ELSE IF SW-P = ZERO
               MOVE SPACES TO SW-PARTY-KEY
               PERFORM FIND-PARTY-PARA
               MOVE SW-P TO SW-CPARTY(SW-C SW-SIDE SW-CAND).

       COUNT-SEATS-PARA.
           PERFORM COUNT-ONE-SEAT-PARA VARYING SW-CAND FROM 1 BY 1
               UNTIL SW-CAND > SW-NCAND(SW-C SW-SIDE).

       COUNT-ONE-SEAT-PARA.
           IF SW-CELECTED(SW-C SW-SIDE SW-CAND) = 'Y'
               PERFORM PARTY-OF-CAND-PARA
               IF SW-P > ZERO
                   ADD 1 TO SW-PSEATS(SW-C SW-SIDE SW-P)
               END-IF
           END-IF.

      * SW-C for SW-CODE-KEY, added when new; zero when the table
      * is full. FIND-PARTY-PARA does the same for SW-P.
       FIND-CONST-PARA.
           MOVE 'N' TO SW-FOUND-SWITCH.
           PERFORM MATCH-CONST-PARA VARYING SW-C FROM 1 BY 1
               UNTIL SW-C > SW-CONST-TOTAL OR SW-FOUND-SWITCH = 'Y'.
           IF SW-FOUND-SWITCH = 'Y'
               SUBTRACT 1 FROM SW-C
           ELSE IF SW-CONST-TOTAL < 60
               ADD 1 TO SW-CONST-TOTAL
               MOVE SW-CONST-TOTAL TO SW-C
               MOVE SW-CODE-KEY TO SW-CC(SW-C)
           ELSE
               MOVE 'Y' TO SW-CONST-FULL-SW
               MOVE ZERO TO SW-C.

       MATCH-CONST-PARA.
           IF SW-CC(SW-C) = SW-CODE-KEY
               MOVE 'Y' TO SW-FOUND-SWITCH
           END-IF.

       FIND-PARTY-PARA.
           IF SW-PARTY-KEY = SPACES
               MOVE "INDEPENDENT" TO SW-PARTY-KEY
           END-IF.
           MOVE 'N' TO SW-FOUND-SWITCH.
           PERFORM MATCH-PARTY-PARA VARYING SW-P FROM 1 BY 1
               UNTIL SW-P > SW-PARTY-TOTAL OR SW-FOUND-SWITCH = 'Y'.
           IF SW-FOUND-SWITCH = 'Y'
               SUBTRACT 1 FROM SW-P
           ELSE IF SW-PARTY-TOTAL < 30
               ADD 1 TO SW-PARTY-TOTAL
               MOVE SW-PARTY-TOTAL TO SW-P
               MOVE SW-PARTY-KEY TO SW-PARTY-NAME(SW-P)
           ELSE
               MOVE 'Y' TO SW-PARTY-FULL-SW
               MOVE ZERO TO SW-P.

       MATCH-PARTY-PARA.
           IF SW-PARTY-NAME(SW-P) = SW-PARTY-KEY
               MOVE 'Y' TO SW-FOUND-SWITCH
           END-IF.

      ******************************************************************
      * FILL-TURNOUT-PARA - a constituency with a result but no T
      * row on its side asks the turnout service, under that side's
      * election id.
      ******************************************************************
       FILL-TURNOUT-PARA.
           PERFORM FILL-SIDE-TURNOUT-PARA VARYING SW-SIDE FROM 1 BY 1
               UNTIL SW-SIDE > 2.

       FILL-SIDE-TURNOUT-PARA.
           IF SW-IN(SW-C SW-SIDE) = 'Y'
               AND SW-TURN-HAVE(SW-C SW-SIDE) NOT = 'Y'
               MOVE SW-CC(SW-C) TO TQ-CONST-CODE
               MOVE SW-CELECTION(SW-C SW-SIDE) TO TQ-ELECTION-ID
               IF SW-SIDE = 1 AND TQ-ELECTION-ID = SPACES
                   MOVE SW-ARCH-ELECTION TO TQ-ELECTION-ID
               END-IF
               CALL 'SubSTVTurnCalc' USING TURNOUT-REQUEST
               IF TQ-RC = ZERO AND TQ-ELECTORATE > ZERO
                   MOVE TQ-ELECTORATE
                       TO SW-ELECTORATE(SW-C SW-SIDE)
                   MOVE TQ-VOTED TO SW-VOTED(SW-C SW-SIDE)
                   MOVE 'Y' TO SW-TURN-HAVE(SW-C SW-SIDE)
                   IF SW-SIDE = 1
                       MOVE 'Y' TO SW-TURN-FALLBACK
                   END-IF
               END-IF
           END-IF.

       ADD-TO-ALL-PARA.
           PERFORM ADD-SIDE-TO-ALL-PARA VARYING SW-SIDE FROM 1 BY 1
               UNTIL SW-SIDE > 2.

       ADD-SIDE-TO-ALL-PARA.
           IF SW-IN(SW-C SW-SIDE) = 'Y'
               ADD SW-POLL(SW-C SW-SIDE) TO SW-APOLL(SW-SIDE)
               IF SW-TURN-HAVE(SW-C SW-SIDE) = 'Y'
                   ADD SW-ELECTORATE(SW-C SW-SIDE)
                       TO SW-AELECTORATE(SW-SIDE)
                   ADD SW-VOTED(SW-C SW-SIDE) TO SW-AVOTED(SW-SIDE)
               END-IF
               PERFORM ADD-PARTY-TO-ALL-PARA VARYING SW-P FROM 1
                   BY 1 UNTIL SW-P > SW-PARTY-TOTAL
           END-IF.

       ADD-PARTY-TO-ALL-PARA.
           ADD SW-PVOTES(SW-C SW-SIDE SW-P)
               TO SW-APVOTES(SW-SIDE SW-P).
           ADD SW-PSEATS(SW-C SW-SIDE SW-P)
               TO SW-APSEATS(SW-SIDE SW-P).

       WRITE-HEADINGS-PARA.
           ACCEPT SW-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT SW-RUN-TIME FROM TIME.
           MOVE ALL "=" TO SW-ROW.
           PERFORM WRITE-REPORT-ROW-PARA.
           MOVE "                 SWING AND COMPARISON REPORT"
               TO SW-ROW.
           PERFORM WRITE-REPORT-ROW-PARA.
           MOVE ALL "=" TO SW-ROW.
           PERFORM WRITE-REPORT-ROW-PARA.
           STRING "Current election: " DELIMITED BY SIZE
               SW-ELECTION-ID DELIMITED BY SIZE
               "   Compared with: " DELIMITED BY SIZE
               SW-ARCH-ELECTION DELIMITED BY SIZE
               " (archive set " DELIMITED BY SIZE
               SW-ARCH-DATE DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO SW-ROW
           END-STRING.
           PERFORM WRITE-REPORT-ROW-PARA.
           STRING "Printed: " DELIMITED BY SIZE
               SW-RUN-DATE DELIMITED BY SIZE
               "   Shares are first preferences (stage one)."
                   DELIMITED BY SIZE
               INTO SW-ROW
           END-STRING.
           PERFORM WRITE-REPORT-ROW-PARA.
           MOVE "Swing A/B is the two-party (Butler) swing: "
               TO SW-ROW.
           MOVE "positive from B to A." TO SW-ROW(44:21).
           PERFORM WRITE-REPORT-ROW-PARA.
           IF SW-TURN-FALLBACK = 'Y'
               MOVE "Archived turnout from today's register and "
                   TO SW-ROW
               MOVE "that election's marks." TO SW-ROW(44:22)
               PERFORM WRITE-REPORT-ROW-PARA
           END-IF.
           IF SW-CONST-FULL-SW = 'Y'
               MOVE "*** More than 60 constituencies - the rest are "
                   TO SW-ROW
               MOVE "left out ***" TO SW-ROW(48:12)
               DISPLAY FUNCTION TRIM(SW-ROW)
               PERFORM WRITE-REPORT-ROW-PARA
           END-IF.
           IF SW-PARTY-FULL-SW = 'Y'
               MOVE "*** More than 30 parties - the rest are left out "
                   TO SW-ROW
               MOVE "of the shares and seats ***" TO SW-ROW(50:27)
               DISPLAY FUNCTION TRIM(SW-ROW)
               PERFORM WRITE-REPORT-ROW-PARA
           END-IF.
           STRING "HEADER|SWING|" DELIMITED BY SIZE
               SW-ELECTION-ID DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SW-ARCH-ELECTION DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SW-ARCH-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SW-RUN-DATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               SW-RUN-TIME DELIMITED BY SIZE
               INTO SW-XROW
           END-STRING.
           PERFORM WRITE-EXPORT-ROW-PARA.
           PERFORM EXPORT-PARTY-ROW-PARA VARYING SW-P FROM 1 BY 1
               UNTIL SW-P > SW-PARTY-TOTAL.

       EXPORT-PARTY-ROW-PARA.
           STRING "PARTY|" DELIMITED BY SIZE
               SW-P DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(SW-PARTY-NAME(SW-P)) DELIMITED BY SIZE
               INTO SW-XROW
           END-STRING.
           PERFORM WRITE-EXPORT-ROW-PARA.

      * Copy one constituency into the reported row.
       REPORT-CONST-PARA.
           MOVE SW-CC(SW-C) TO SW-R-CODE.
           PERFORM LOAD-R-SIDE-PARA VARYING SW-SIDE FROM 1 BY 1
               UNTIL SW-SIDE > 2.
           IF SW-R-IN(1) = 'Y' OR SW-R-IN(2) = 'Y'
               PERFORM REPORT-ROW-PARA
           END-IF.

       LOAD-R-SIDE-PARA.
           MOVE SW-IN(SW-C SW-SIDE) TO SW-R-IN(SW-SIDE).
           MOVE SW-POLL(SW-C SW-SIDE) TO SW-R-POLL(SW-SIDE).
           IF SW-TURN-HAVE(SW-C SW-SIDE) = 'Y'
               MOVE SW-ELECTORATE(SW-C SW-SIDE)
                   TO SW-R-ELECTORATE(SW-SIDE)
               MOVE SW-VOTED(SW-C SW-SIDE) TO SW-R-VOTED(SW-SIDE)
           ELSE
               MOVE ZERO TO SW-R-ELECTORATE(SW-SIDE)
               MOVE ZERO TO SW-R-VOTED(SW-SIDE)
           END-IF.
           PERFORM LOAD-R-PARTY-PARA VARYING SW-P FROM 1 BY 1
               UNTIL SW-P > SW-PARTY-TOTAL.

       LOAD-R-PARTY-PARA.
           MOVE SW-PVOTES(SW-C SW-SIDE SW-P)
               TO SW-R-PVOTES(SW-SIDE SW-P).
           MOVE SW-PSEATS(SW-C SW-SIDE SW-P)
               TO SW-R-PSEATS(SW-SIDE SW-P).

       REPORT-ALL-PARA.
           MOVE "ALL" TO SW-R-CODE.
           PERFORM LOAD-ALL-SIDE-PARA VARYING SW-SIDE FROM 1 BY 1
               UNTIL SW-SIDE > 2.
           PERFORM REPORT-ROW-PARA.

       LOAD-ALL-SIDE-PARA.
           MOVE 'Y' TO SW-R-IN(SW-SIDE).
           MOVE SW-APOLL(SW-SIDE) TO SW-R-POLL(SW-SIDE).
           MOVE SW-AELECTORATE(SW-SIDE) TO SW-R-ELECTORATE(SW-SIDE).
           MOVE SW-AVOTED(SW-SIDE) TO SW-R-VOTED(SW-SIDE).
           PERFORM LOAD-ALL-PARTY-PARA VARYING SW-P FROM 1 BY 1
               UNTIL SW-P > SW-PARTY-TOTAL.

       LOAD-ALL-PARTY-PARA.
           MOVE SW-APVOTES(SW-SIDE SW-P)
               TO SW-R-PVOTES(SW-SIDE SW-P).
           MOVE SW-APSEATS(SW-SIDE SW-P)
               TO SW-R-PSEATS(SW-SIDE SW-P).

      ******************************************************************
      * REPORT-ROW-PARA - one block of the printed report and its
      * export rows, for SW-R-CODE: shares and seats by party,
      * turnout, then the swing for each pair of parties that stood
      * on both sides.
      ******************************************************************
       REPORT-ROW-PARA.
           PERFORM SHARE-PCT-PARA VARYING SW-SIDE FROM 1 BY 1
               UNTIL SW-SIDE > 2.
           MOVE SPACES TO SW-ROW.
           PERFORM WRITE-REPORT-ROW-PARA.
           IF SW-R-CODE = "ALL"
               MOVE "ELECTION-WIDE" TO SW-ROW
           ELSE
               STRING "Constituency " DELIMITED BY SIZE
                   SW-R-CODE DELIMITED BY SIZE
                   INTO SW-ROW
               END-STRING
               IF SW-R-IN(1) NOT = 'Y'
                   MOVE "- no result in the archived election"
                       TO SW-ROW(18:37)
               END-IF
               IF SW-R-IN(2) NOT = 'Y'
                   MOVE "- no result yet in the current election"
                       TO SW-ROW(18:40)
               END-IF
           END-IF.
           PERFORM WRITE-REPORT-ROW-PARA.
           MOVE "  Party                 Prev %  Curr % Change  "
               TO SW-ROW.
           MOVE "Seats prev curr  +/-" TO SW-ROW(49:20).
           PERFORM WRITE-REPORT-ROW-PARA.
           PERFORM REPORT-PARTY-PARA VARYING SW-P FROM 1 BY 1
               UNTIL SW-P > SW-PARTY-TOTAL.
           PERFORM REPORT-TURNOUT-PARA.
           MOVE 'N' TO SW-PRINT-SWITCH.
           IF SW-R-IN(1) = 'Y' AND SW-R-IN(2) = 'Y'
               PERFORM REPORT-SWING-A-PARA VARYING SW-P FROM 1 BY 1
                   UNTIL SW-P > SW-PARTY-TOTAL
           END-IF.

       SHARE-PCT-PARA.
           PERFORM ONE-SHARE-PARA VARYING SW-P FROM 1 BY 1
               UNTIL SW-P > SW-PARTY-TOTAL.

       ONE-SHARE-PARA.
           MOVE ZERO TO SW-R-PCT(SW-SIDE SW-P).
           IF SW-R-POLL(SW-SIDE) > ZERO
               COMPUTE SW-WORK-X100 =
                   SW-R-PVOTES(SW-SIDE SW-P) * 100
               COMPUTE SW-R-PCT(SW-SIDE SW-P) ROUNDED =
                   SW-WORK-X100 / SW-R-POLL(SW-SIDE)
           END-IF.

      * A party is listed when it had votes or seats on either side.
       REPORT-PARTY-PARA.
           IF SW-R-PVOTES(1 SW-P) = ZERO
               AND SW-R-PVOTES(2 SW-P) = ZERO
               AND SW-R-PSEATS(1 SW-P) = ZERO
               AND SW-R-PSEATS(2 SW-P) = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SW-R-PCT(1 SW-P) TO SW-PREV-PCT.
           MOVE SW-R-PCT(2 SW-P) TO SW-CURR-PCT.
           COMPUTE SW-CHANGE = SW-CURR-PCT - SW-PREV-PCT.
           MOVE SW-R-PSEATS(1 SW-P) TO SW-PREV-SEATS.
           MOVE SW-R-PSEATS(2 SW-P) TO SW-CURR-SEATS.
           COMPUTE SW-SEAT-CHANGE = SW-CURR-SEATS - SW-PREV-SEATS.
           MOVE SPACES TO SW-ROW.
           MOVE SW-PARTY-NAME(SW-P) TO SW-ROW(3:20).
           IF SW-R-IN(1) = 'Y'
               MOVE SW-PREV-PCT TO SW-PCT-EDIT
               MOVE SW-PCT-EDIT TO SW-ROW(25:6)
               MOVE SW-PREV-SEATS TO SW-SEAT-EDIT
               MOVE SW-SEAT-EDIT TO SW-ROW(56:3)
           END-IF.
           IF SW-R-IN(2) = 'Y'
               MOVE SW-CURR-PCT TO SW-PCT-EDIT
               MOVE SW-PCT-EDIT TO SW-ROW(33:6)
               MOVE SW-CURR-SEATS TO SW-SEAT-EDIT
               MOVE SW-SEAT-EDIT TO SW-ROW(61:3)
           END-IF.
           IF SW-R-IN(1) = 'Y' AND SW-R-IN(2) = 'Y'
               MOVE SW-CHANGE TO SW-CHG-EDIT
               MOVE SW-CHG-EDIT TO SW-ROW(40:7)
               MOVE SW-SEAT-CHANGE TO SW-SEATCHG-EDIT
               MOVE SW-SEATCHG-EDIT TO SW-ROW(65:4)
           END-IF.
           PERFORM WRITE-REPORT-ROW-PARA.
      * Export fields for a side the constituency has no result on
      * are left empty, as is the change.
           STRING "SHARE|" DELIMITED BY SIZE
               SW-R-CODE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(SW-PARTY-NAME(SW-P)) DELIMITED BY SIZE
               INTO SW-XROW
           END-STRING.
           MOVE 1 TO SW-SIDE.
           PERFORM ADD-SHARE-FIELDS-PARA.
           MOVE 2 TO SW-SIDE.
           PERFORM ADD-SHARE-FIELDS-PARA.
           MOVE SPACES TO SW-FIELD.
           IF SW-R-IN(1) = 'Y' AND SW-R-IN(2) = 'Y'
               MOVE SW-CHANGE TO SW-CHG-EDIT
               MOVE SW-CHG-EDIT TO SW-FIELD
           END-IF.
           PERFORM ADD-FIELD-PARA.
           PERFORM WRITE-EXPORT-ROW-PARA.
           STRING "SEATS|" DELIMITED BY SIZE
               SW-R-CODE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(SW-PARTY-NAME(SW-P)) DELIMITED BY SIZE
               INTO SW-XROW
           END-STRING.
           MOVE SPACES TO SW-FIELD.
           IF SW-R-IN(1) = 'Y'
               MOVE SW-PREV-SEATS TO SW-FIELD
           END-IF.
           PERFORM ADD-FIELD-PARA.
           MOVE SPACES TO SW-FIELD.
           IF SW-R-IN(2) = 'Y'
               MOVE SW-CURR-SEATS TO SW-FIELD
           END-IF.
           PERFORM ADD-FIELD-PARA.
           MOVE SPACES TO SW-FIELD.
           IF SW-R-IN(1) = 'Y' AND SW-R-IN(2) = 'Y'
               MOVE SW-SEAT-CHANGE TO SW-SEATCHG-EDIT
               MOVE SW-SEATCHG-EDIT TO SW-FIELD
           END-IF.
           PERFORM ADD-FIELD-PARA.
           PERFORM WRITE-EXPORT-ROW-PARA.

      * Votes and share for SW-SIDE.
       ADD-SHARE-FIELDS-PARA.
           MOVE SPACES TO SW-FIELD.
           IF SW-R-IN(SW-SIDE) = 'Y'
               MOVE SW-R-PVOTES(SW-SIDE SW-P) TO SW-VOTES-EDIT
               MOVE SW-VOTES-EDIT TO SW-FIELD
           END-IF.
           PERFORM ADD-FIELD-PARA.
           MOVE SPACES TO SW-FIELD.
           IF SW-R-IN(SW-SIDE) = 'Y'
               MOVE SW-R-PCT(SW-SIDE SW-P) TO SW-PCT-EDIT
               MOVE SW-PCT-EDIT TO SW-FIELD
           END-IF.
           PERFORM ADD-FIELD-PARA.

      * "|" and SW-FIELD onto the end of SW-XROW.
       ADD-FIELD-PARA.
           MOVE SPACES TO SW-XWORK.
           STRING FUNCTION TRIM(SW-XROW) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(SW-FIELD) DELIMITED BY SIZE
               INTO SW-XWORK
           END-STRING.
           MOVE SW-XWORK TO SW-XROW.

      * Turnout: voted over electorate on each side; n/a where the
      * side has no register figures.
       REPORT-TURNOUT-PARA.
           MOVE 'Y' TO SW-TURN-OK.
           MOVE 1 TO SW-SIDE.
           PERFORM TURNOUT-PCT-PARA.
           MOVE SW-WORK-PCT TO SW-PREV-TURN.
           MOVE 2 TO SW-SIDE.
           PERFORM TURNOUT-PCT-PARA.
           MOVE SW-WORK-PCT TO SW-CURR-TURN.
           MOVE "  Turnout" TO SW-ROW.
           STRING "TURNOUT|" DELIMITED BY SIZE
               SW-R-CODE DELIMITED BY SIZE
               INTO SW-XROW
           END-STRING.
           IF SW-R-ELECTORATE(1) > ZERO
               MOVE SW-PREV-TURN TO SW-PCT-EDIT
               MOVE SW-PCT-EDIT TO SW-ROW(25:6)
               MOVE SW-PCT-EDIT TO SW-FIELD
           ELSE
               MOVE "n/a" TO SW-ROW(28:3)
               MOVE "n/a" TO SW-FIELD
               MOVE 'N' TO SW-TURN-OK
           END-IF.
           PERFORM ADD-FIELD-PARA.
           IF SW-R-ELECTORATE(2) > ZERO
               MOVE SW-CURR-TURN TO SW-PCT-EDIT
               MOVE SW-PCT-EDIT TO SW-ROW(33:6)
               MOVE SW-PCT-EDIT TO SW-FIELD
           ELSE
               MOVE "n/a" TO SW-ROW(36:3)
               MOVE "n/a" TO SW-FIELD
               MOVE 'N' TO SW-TURN-OK
           END-IF.
           PERFORM ADD-FIELD-PARA.
           IF SW-TURN-OK = 'Y'
               COMPUTE SW-CHANGE = SW-CURR-TURN - SW-PREV-TURN
               MOVE SW-CHANGE TO SW-CHG-EDIT
               MOVE SW-CHG-EDIT TO SW-ROW(40:7)
               MOVE SW-CHG-EDIT TO SW-FIELD
           ELSE
               MOVE "n/a" TO SW-FIELD
           END-IF.
           PERFORM ADD-FIELD-PARA.
           PERFORM WRITE-REPORT-ROW-PARA.
           PERFORM WRITE-EXPORT-ROW-PARA.

       TURNOUT-PCT-PARA.
           MOVE ZERO TO SW-WORK-PCT.
           IF SW-R-ELECTORATE(SW-SIDE) > ZERO
               COMPUTE SW-WORK-X100 = SW-R-VOTED(SW-SIDE) * 100
               COMPUTE SW-WORK-PCT ROUNDED =
                   SW-WORK-X100 / SW-R-ELECTORATE(SW-SIDE)
           END-IF.

      ******************************************************************
      * REPORT-SWING-A-PARA / REPORT-SWING-B-PARA - every pair A, B
      * (A listed first) where both parties had first preferences
      * in both elections: swing = (change in A's share - change in
      * B's share) / 2, positive being a swing from B to A.
      ******************************************************************
       REPORT-SWING-A-PARA.
           IF SW-R-PVOTES(1 SW-P) > ZERO
               AND SW-R-PVOTES(2 SW-P) > ZERO
               COMPUTE SW-Q = SW-P + 1
               PERFORM REPORT-SWING-B-PARA VARYING SW-Q FROM SW-Q
                   BY 1 UNTIL SW-Q > SW-PARTY-TOTAL
           END-IF.

       REPORT-SWING-B-PARA.
           IF SW-R-PVOTES(1 SW-Q) = ZERO
               OR SW-R-PVOTES(2 SW-Q) = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF SW-PRINT-SWITCH = 'N'
               MOVE "  Swing (two-party)" TO SW-ROW
               PERFORM WRITE-REPORT-ROW-PARA
               MOVE 'Y' TO SW-PRINT-SWITCH
           END-IF.
           COMPUTE SW-CHANGE = SW-R-PCT(2 SW-P) - SW-R-PCT(1 SW-P).
           COMPUTE SW-CHANGE-Q = SW-R-PCT(2 SW-Q) - SW-R-PCT(1 SW-Q).
           COMPUTE SW-DIFF = SW-CHANGE - SW-CHANGE-Q.
           COMPUTE SW-SWING ROUNDED = SW-DIFF / 2.
           MOVE SW-SWING TO SW-CHG-EDIT.
           STRING "    " DELIMITED BY SIZE
               FUNCTION TRIM(SW-PARTY-NAME(SW-P)) DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               FUNCTION TRIM(SW-PARTY-NAME(SW-Q)) DELIMITED BY SIZE
               INTO SW-ROW
           END-STRING.
           MOVE SW-CHG-EDIT TO SW-ROW(40:7).
           IF SW-SWING > ZERO
               STRING "to " DELIMITED BY SIZE
                   FUNCTION TRIM(SW-PARTY-NAME(SW-P))
                       DELIMITED BY SIZE
                   INTO SW-ROW(49:32)
               END-STRING
           ELSE IF SW-SWING < ZERO
               STRING "to " DELIMITED BY SIZE
                   FUNCTION TRIM(SW-PARTY-NAME(SW-Q))
                       DELIMITED BY SIZE
                   INTO SW-ROW(49:32)
               END-STRING.
           PERFORM WRITE-REPORT-ROW-PARA.
           STRING "SWING|" DELIMITED BY SIZE
               SW-R-CODE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(SW-PARTY-NAME(SW-P)) DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(SW-PARTY-NAME(SW-Q)) DELIMITED BY SIZE
               INTO SW-XROW
           END-STRING.
           MOVE SW-CHG-EDIT TO SW-FIELD.
           PERFORM ADD-FIELD-PARA.
           PERFORM WRITE-EXPORT-ROW-PARA.

       WRITE-REPORT-ROW-PARA.
           MOVE SW-ROW TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO SW-ROW.

       WRITE-EXPORT-ROW-PARA.
           MOVE SW-XROW TO EXPORT-RECORD.
           WRITE EXPORT-RECORD.
           MOVE SPACES TO SW-XROW.

       LOG-SWING-PARA.
           MOVE SPACES TO SW-AUDIT-RECORD.
           STRING SW-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SW-RUN-TIME DELIMITED BY SIZE
               " SWING REPORT CURRENT=" DELIMITED BY SIZE
               SW-ELECTION-ID DELIMITED BY SIZE
               " ARCHIVE=" DELIMITED BY SIZE
               SW-ARCH-DATE DELIMITED BY SIZE
               " PREVIOUS=" DELIMITED BY SIZE
               SW-ARCH-ELECTION DELIMITED BY SIZE
               " CONSTITUENCIES=" DELIMITED BY SIZE
               SW-CONST-TOTAL DELIMITED BY SIZE
               " PARTIES=" DELIMITED BY SIZE
               SW-PARTY-TOTAL DELIMITED BY SIZE
               INTO SW-AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE SW-AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       END PROGRAM SubSTVSwing.
