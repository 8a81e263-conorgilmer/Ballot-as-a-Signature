      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Notional previous results on redrawn constituency
      *            boundaries. An archived election (the archive set
      *            chosen by its date) is rebuilt on the new
      *            boundaries from its own ballots: the boundary
      *            mapping file (boundary_map.dat, BndMap.cpy) sends
      *            each old constituency's ballots, box by box or by
      *            polling district, to a new constituency and gives
      *            each new constituency its seats. The ballots of
      *            each new constituency are then put through a full
      *            notional STV count of their own - Droop quota,
      *            Gregory surpluses, exclusion of the lowest with
      *            earlier-round standings breaking ties, the
      *            in-memory tally the verification count uses -
      *            every candidate of a contributing old
      *            constituency standing notionally, with the papers
      *            decoded under that old constituency's own
      *            formality rule - a ticket vote as its party's
      *            ticket from the same archive set (the tickets
      *            lodged for that election, not today's). Notional
      *            seats and first-preference shares by party
      *            (CM-PARTY, blank read as INDEPENDENT) are written
      *            for each new constituency and in total to
      *            stv_notional_results.dat, every block headed
      *            NOTIONAL. Only the archive copy of the votes file
      *            is read; the live votes file is never opened. The
      *            archive copy is framed at the record length the
      *            set's manifest declares, as the archive restore
      *            frames it, so a set unloaded by an earlier
      *            release (158 bytes, or 133 with no manifest) is
      *            read record by record in the current layout.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVNotional.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ARCH-VOTES-FILE
           ASSIGN TO DYNAMIC NT-VOTES-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS VOTES-FILE-STATUS.
       SELECT ARCH2-VOTES-FILE
           ASSIGN TO DYNAMIC NT-VOTES-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS VARCH2-FILE-STATUS.
       SELECT ARCH3-VOTES-FILE
           ASSIGN TO DYNAMIC NT-VOTES-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS VARCH3-FILE-STATUS.
       SELECT AMAN-FILE
           ASSIGN TO DYNAMIC NT-AMAN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AMAN-FILE-STATUS.
       SELECT CMAST-FILE
           ASSIGN TO DYNAMIC NT-CMAST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMAST-FILE-STATUS.
       SELECT CAND-FILE
           ASSIGN TO DYNAMIC NT-CAND-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CAND-FILE-STATUS.
       SELECT ECTL-FILE
           ASSIGN TO DYNAMIC NT-ECTL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ECTL-FILE-STATUS.
       SELECT MAP-FILE
           ASSIGN TO 'boundary_map.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAP-FILE-STATUS.
       SELECT REPORT-FILE
           ASSIGN TO 'stv_notional_results.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCH-VOTES-FILE      RECORD CONTAINS 335 CHARACTERS.
       01  ARCH-VOTES-RECORD    PIC X(335).

      * The 133-byte image of a set unloaded before the manifest
      * was kept, and the 158-byte image of one unloaded while the
      * votes record carried 40 preference slots; each record is
      * converted to the current layout as it is read.
       FD  ARCH2-VOTES-FILE     RECORD CONTAINS 133 CHARACTERS.
       01  ARCH2-VOTES-RECORD   PIC X(133).

       FD  ARCH3-VOTES-FILE     RECORD CONTAINS 158 CHARACTERS.
       01  ARCH3-VOTES-RECORD   PIC X(158).

       FD  AMAN-FILE            RECORD CONTAINS 80 CHARACTERS.
       01  AMAN-RECORD          PIC X(80).

       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       COPY CandMast.

       FD  CAND-FILE            RECORD CONTAINS 24 CHARACTERS.
       01  CAND-NAME-REC.
           05 CN-CONST-CODE     PIC X(3).
           05 filler            PIC X.
           05 CN-NAME           PIC X(20).

       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       FD  MAP-FILE             RECORD CONTAINS 21 CHARACTERS.
       COPY BndMap.

       FD  REPORT-FILE          RECORD CONTAINS 80 CHARACTERS.
       01  REPORT-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
       77 VOTES-FILE-STATUS    PIC XX VALUE '00'.
       77 VARCH2-FILE-STATUS   PIC XX VALUE '00'.
       77 VARCH3-FILE-STATUS   PIC XX VALUE '00'.
       77 AMAN-FILE-STATUS     PIC XX VALUE '00'.
       77 CMAST-FILE-STATUS    PIC XX VALUE '00'.
       77 CAND-FILE-STATUS     PIC XX VALUE '00'.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 MAP-FILE-STATUS      PIC XX VALUE '00'.
       77 REPORT-FILE-STATUS   PIC XX VALUE '00'.
       77 NT-EOF-SWITCH        PIC X.
       77 NT-VOTES-NAME        PIC X(44).
       77 NT-AMAN-NAME         PIC X(44).
      * Record length of the set's votes image, off the set's
      * manifest; a set with no manifest is a 133-byte unload.
       77 NT-IMG-LEN           PIC 9(3).
       77 NT-AMAN-TAIL         PIC X(40).
       77 NT-AMAN-JUNK         PIC X(80).
       77 NT-CMAST-NAME        PIC X(44).
       77 NT-CAND-NAME         PIC X(44).
       77 NT-ECTL-NAME         PIC X(44).
       77 NT-INPUT             PIC X(12).
       77 NT-ARCH-DATE         PIC X(8).
       77 NT-RUN-DATE          PIC 9(8).
       77 NT-RUN-TIME          PIC 9(8).
       77 NT-MASTER-SWITCH     PIC X.
       77 NT-FOUND-SWITCH      PIC X.
       77 NT-BAD-SWITCH        PIC X.
       77 NT-STOP-SWITCH       PIC X.
       77 NT-CODE-KEY          PIC X(3).
       77 NT-PARTY-KEY         PIC X(20).
       77 NT-LAST-CONST        PIC X(3).
       77 NT-O                 PIC 9(2).
       77 NT-M                 PIC 9(3).
       77 NT-W                 PIC 9(2).
       77 NT-P                 PIC 9(2).
       77 NT-J                 PIC 9(3).
       77 NT-BEST-MAP          PIC 9(3).
       77 NT-BEST-LEN          PIC 9(2).
       77 NT-AREA-LEN          PIC 9(2).
       77 NT-PREF-IDX          PIC 9(3).
       77 NT-DUP-IDX           PIC 9(3).
       77 NT-SLATE-BIG-SW      PIC X VALUE 'N'.
       77 NT-PREFS             PIC 9(3).
       77 NT-OLD-N             PIC 9(3).
       77 NT-FORMALITY         PIC X.
       77 NT-MIN-PREFS         PIC 9(2).
       77 NT-OLD-ELECTION      PIC X(8).
       77 NT-ARCH-ELECTION     PIC X(8) VALUE SPACES.
       77 NT-CUR-NEW           PIC X(3).
       77 NT-TICKET-CONST      PIC X(3).
       77 NT-SKIP-COUNT        PIC 9(7).
       77 NT-OVER-COUNT        PIC 9(7).
       77 NT-COUNTED-TOTAL     PIC 9(3).
       77 NT-UNMAPPED-TOTAL    PIC 9(7).
       77 NT-WORK-X100         PIC 9(11)V9(4).
       77 NT-PCT               PIC 9(3)V99.
       77 NT-PCT-EDIT          PIC ZZ9.99.
       77 NT-VOTES-EDIT        PIC Z(8)9.99.
       77 NT-CNT-EDIT          PIC Z(6)9.
       77 NT-SEAT-EDIT         PIC Z9.
       01 NT-ROW               PIC X(80).
       01 NT-NOTE              PIC X(80).
       01 NT-AUDIT-RECORD      PIC X(300).

      * The archived paper being read, in the current layout
      * whatever length the set's image was unloaded at.
       COPY VotesRec.

      * Old constituencies of the archived election: control-file
      * rule, slate (name, party, withdrawn) and the papers found
      * for them, mapped or not. NT-OC-BASE places the slate in the
      * notional count of the new constituency being counted.
       77 NT-OLD-TOTAL         PIC 9(2) VALUE ZERO.
       01 NT-OLD-AREA.
           05 NT-OLD               OCCURS 60 TIMES.
               10 NT-OC-CODE        PIC X(3).
               10 NT-OC-ELECTION    PIC X(8).
               10 NT-OC-FORMALITY   PIC X.
               10 NT-OC-MIN-PREFS   PIC 9(2).
               10 NT-OC-NCAND       PIC 9(3).
               10 NT-OC-BASE        PIC 9(3).
               10 NT-OC-PAPERS      PIC 9(7).
               10 NT-OC-UNMAPPED    PIC 9(7).
               10 NT-OC-CAND        OCCURS 99 TIMES.
                   15 NT-OC-CNAME    PIC X(20).
                   15 NT-OC-CPARTY   PIC 9(2).
                   15 NT-OC-CWDRAWN  PIC X.

      * Area lines of the mapping file.
       77 NT-MAP-TOTAL         PIC 9(3) VALUE ZERO.
       01 NT-MAP-AREA.
           05 NT-MAP               OCCURS 500 TIMES.
               10 NT-MP-OLD         PIC X(3).
               10 NT-MP-AREA        PIC X(8).
               10 NT-MP-LEN         PIC 9(2).
               10 NT-MP-NEW         PIC X(3).
               10 NT-MP-PAPERS      PIC 9(7).

      * New constituencies: seats and the papers mapped to them.
       77 NT-NEW-TOTAL         PIC 9(2) VALUE ZERO.
       77 NT-W-FOUND           PIC 9(2).
       77 NT-X                 PIC 9(2).
       01 NT-NEW-AREA.
           05 NT-NEW               OCCURS 60 TIMES.
               10 NT-NW-CODE        PIC X(3).
               10 NT-NW-SEATS       PIC 9(2).
               10 NT-NW-PAPERS      PIC 9(7).

      * Parties, with the notional totals over every new
      * constituency counted and those of the one being counted.
       77 NT-PARTY-TOTAL       PIC 9(2) VALUE ZERO.
       01 NT-PARTY-AREA.
           05 NT-PARTY             OCCURS 30 TIMES.
               10 NT-PY-NAME        PIC X(20).
               10 NT-PY-ALL-VOTES   PIC 9(11)V9(4).
               10 NT-PY-ALL-SEATS   PIC 9(3).
               10 NT-PY-VOTES       PIC 9(9)V9(4).
               10 NT-PY-SEATS       PIC 9(2).
       77 NT-ALL-POLL          PIC 9(11)V9(4) VALUE ZERO.
       77 NT-ALL-SEATS         PIC 9(3) VALUE ZERO.

      * The notional slate of the new constituency being counted:
      * each entry is candidate NC-CNO of old constituency NC-OLD.
       77 NC-N                 PIC 9(3).
       77 NC-R                 PIC 9(3).
       77 NC-I                 PIC 9(3).
       77 NC-K                 PIC 9(6).
       01 NC-SLATE-AREA.
           05 NC-SLATE             OCCURS 200 TIMES.
               10 NC-OLD            PIC 9(2).
               10 NC-CNO            PIC 9(3).

      * The new constituency's admitted papers, preferences held as
      * notional candidate numbers.
       77 NT-PAPERS            PIC 9(6).
       01 NT-BALLOT-WORK.
           05 NT-SLOT          PIC 9(3) OCCURS 99 TIMES.
       01 NT-BALLOT-TABLE-AREA.
           05 NT-BALLOT            OCCURS 100000 TIMES.
               10 NT-RANK           PIC 9(3) OCCURS 99 TIMES.
               10 NT-NPREFS         PIC 9(2).
               10 NT-PTR-POS        PIC 9(3).
               10 NT-CAND           PIC 9(3).
               10 NT-WEIGHT         PIC 9V9(4).
               10 NT-ACTIVE         PIC X.
       77 NT-MOVED-SWITCH      PIC X.

      * The notional tally: Droop quota on the papers counted,
      * Gregory all-papers surpluses, exclusion of the lowest with
      * earlier-round standings breaking ties.
       01 PC-CAND-TABLE.
           05 PC-ENTRY             OCCURS 200 TIMES.
               10 PC-VOTES          PIC 9(9)V9(4).
               10 PC-STATE          PIC X.
               10 PC-NEW-E          PIC X.
       01 PC-HIST-AREA.
           05 PC-HIST-ROUND        OCCURS 200 TIMES.
               10 PC-HIST-VOTES     PIC 9(9)V9(4) OCCURS 200 TIMES.
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
           05 PC-TIE-CAND      PIC 9(3) OCCURS 200 TIMES.
       01 PC-KEEP-AREA.
           05 PC-KEEP-CAND     PIC 9(3) OCCURS 200 TIMES.

      * Request block for the chained audit writer.
       COPY AuditReq.

      * Request block for the ticket expander, loaded from the
      * archive set being rebuilt.
       COPY TicketReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Notional Results on New Boundaries.".
      * Working storage persists across CALLs - reset per-run state.
           MOVE ZERO TO NT-OLD-TOTAL.
           MOVE ZERO TO NT-MAP-TOTAL.
           MOVE ZERO TO NT-NEW-TOTAL.
           MOVE ZERO TO NT-PARTY-TOTAL.
           MOVE ZERO TO NT-ALL-POLL.
           MOVE ZERO TO NT-ALL-SEATS.
           MOVE ZERO TO NT-COUNTED-TOTAL.
           MOVE ZERO TO NT-UNMAPPED-TOTAL.
           MOVE SPACES TO NT-ARCH-ELECTION.
           MOVE SPACES TO NT-TICKET-CONST.
           INITIALIZE NT-OLD-AREA.
           INITIALIZE NT-MAP-AREA.
           INITIALIZE NT-NEW-AREA.
           INITIALIZE NT-PARTY-AREA.
           DISPLAY "Archive set of the election to rebuild - its "
               "date (YYYYMMDD) ".
           MOVE SPACES TO NT-INPUT.
           ACCEPT NT-INPUT.
           MOVE NT-INPUT(1:8) TO NT-ARCH-DATE.
           IF NT-ARCH-DATE = SPACES OR NT-ARCH-DATE IS NOT NUMERIC
               DISPLAY "An archive set date is required - nothing "
                   "counted."
               EXIT PROGRAM
           END-IF.
           PERFORM BUILD-ARCH-NAMES-PARA.
           PERFORM READ-SET-MANIFEST-PARA.
           IF NT-IMG-LEN NOT = 335 AND NT-IMG-LEN NOT = 158
               AND NT-IMG-LEN NOT = 133
               DISPLAY "*** The manifest of archive set " NT-ARCH-DATE
                   " declares a votes image of " NT-IMG-LEN
                   " bytes - this release cannot read it; nothing "
                   "counted ***"
               EXIT PROGRAM
           END-IF.
           PERFORM LOAD-MAP-PARA.
           IF NT-MAP-TOTAL = ZERO OR NT-NEW-TOTAL = ZERO
               DISPLAY "No boundary mapping (boundary_map.dat needs "
                   "M area lines and S seats lines) - nothing "
                   "counted."
               EXIT PROGRAM
           END-IF.
           PERFORM LOAD-ECTL-PARA.
           PERFORM LOAD-SLATES-PARA.
           IF NT-SLATE-BIG-SW = 'Y'
               DISPLAY "*** An archived slate has more than 99 "
                   "candidates - the system limit is 99; nothing "
                   "counted ***"
               EXIT PROGRAM
           END-IF.
           PERFORM SCAN-PAPERS-PARA.
           IF VOTES-FILE-STATUS NOT = '00'
               DISPLAY "No votes file in archive set " NT-ARCH-DATE
                   " (" FUNCTION TRIM(NT-VOTES-NAME)
                   ") - nothing counted."
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to open stv_notional_results.dat"
                   " - status " REPORT-FILE-STATUS " ***"
               EXIT PROGRAM
           END-IF.
           PERFORM WRITE-HEADINGS-PARA.
           PERFORM COUNT-NEW-PARA VARYING NT-W FROM 1 BY 1
               UNTIL NT-W > NT-NEW-TOTAL.
           PERFORM WRITE-TOTALS-PARA.
           CLOSE REPORT-FILE.
           PERFORM LOG-NOTIONAL-PARA.
           DISPLAY "Notional results written to "
               "stv_notional_results.dat - " NT-COUNTED-TOTAL
               " new constituencies counted.".
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

       BUILD-ARCH-NAMES-PARA.
           MOVE SPACES TO NT-VOTES-NAME.
           STRING "arch_" DELIMITED BY SIZE
               NT-ARCH-DATE DELIMITED BY SIZE
               "_votes_output.dat" DELIMITED BY SIZE
               INTO NT-VOTES-NAME
           END-STRING.
           MOVE SPACES TO NT-CMAST-NAME.
           STRING "arch_" DELIMITED BY SIZE
               NT-ARCH-DATE DELIMITED BY SIZE
               "_candidate_master.dat" DELIMITED BY SIZE
               INTO NT-CMAST-NAME
           END-STRING.
           MOVE SPACES TO NT-CAND-NAME.
           STRING "arch_" DELIMITED BY SIZE
               NT-ARCH-DATE DELIMITED BY SIZE
               "_candidate_names.dat" DELIMITED BY SIZE
               INTO NT-CAND-NAME
           END-STRING.
           MOVE SPACES TO NT-ECTL-NAME.
           STRING "arch_" DELIMITED BY SIZE
               NT-ARCH-DATE DELIMITED BY SIZE
               "_election_ctl.dat" DELIMITED BY SIZE
               INTO NT-ECTL-NAME
           END-STRING.
           MOVE SPACES TO NT-AMAN-NAME.
           STRING "arch_" DELIMITED BY SIZE
               NT-ARCH-DATE DELIMITED BY SIZE
               "_manifest.dat" DELIMITED BY SIZE
               INTO NT-AMAN-NAME
           END-STRING.

      ******************************************************************
      * READ-SET-MANIFEST-PARA - the votes image's record length off
      * the set's manifest, as the archive restore reads it; a set
      * with no manifest was unloaded by an earlier release, whose
      * image was 133 bytes.
      ******************************************************************
       READ-SET-MANIFEST-PARA.
           MOVE 133 TO NT-IMG-LEN.
           OPEN INPUT AMAN-FILE.
           IF AMAN-FILE-STATUS = '00'
               MOVE 'N' TO NT-EOF-SWITCH
               PERFORM READ-MANIFEST-LINE-PARA
                   UNTIL NT-EOF-SWITCH = 'Y'
               CLOSE AMAN-FILE
           END-IF.

       READ-MANIFEST-LINE-PARA.
           READ AMAN-FILE
               AT END
                   MOVE 'Y' TO NT-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO NT-AMAN-TAIL
                   UNSTRING AMAN-RECORD
                       DELIMITED BY "VOTES-IMAGE-RECLEN="
                       INTO NT-AMAN-JUNK NT-AMAN-TAIL
                   END-UNSTRING
                   IF NT-AMAN-TAIL NOT = SPACES
                       COMPUTE NT-IMG-LEN =
                           FUNCTION NUMVAL(NT-AMAN-TAIL(1:3))
                   END-IF
           END-READ.

      ******************************************************************
      * OPEN-ARCH-VOTES-PARA / READ-ARCH-VOTE-PARA /
      * CLOSE-ARCH-VOTES-PARA - the set's votes image through the FD
      * of its record length. VOTES-FILE-STATUS carries the open's
      * status whichever FD is used. Each record read lands in
      * VOTES-RECORD in the current layout: a 158-byte record's 40
      * slots (or ticket tag and box number) become the first 120
      * bytes of the 99-slot area with the fields after the slots
      * moved across; a 133-byte record keeps its key, slots and
      * status, with no box, channel, receipt date or election -
      * the conversions the archive restore makes. NT-EOF-SWITCH
      * is set at the end.
      ******************************************************************
       OPEN-ARCH-VOTES-PARA.
           IF NT-IMG-LEN = 158
               OPEN INPUT ARCH3-VOTES-FILE
               MOVE VARCH3-FILE-STATUS TO VOTES-FILE-STATUS
           ELSE IF NT-IMG-LEN = 133
               OPEN INPUT ARCH2-VOTES-FILE
               MOVE VARCH2-FILE-STATUS TO VOTES-FILE-STATUS
           ELSE
               OPEN INPUT ARCH-VOTES-FILE.

       READ-ARCH-VOTE-PARA.
           IF NT-IMG-LEN = 158
               READ ARCH3-VOTES-FILE
                   AT END
                       MOVE 'Y' TO NT-EOF-SWITCH
                   NOT AT END
                       MOVE SPACES TO VOTES-RECORD
                       MOVE ARCH3-VOTES-RECORD(1:12)
                           TO VOTES-RECORD(1:12)
                       MOVE ZERO TO VR-PREF-AREA
                       MOVE ARCH3-VOTES-RECORD(13:120)
                           TO VR-PREF-AREA(1:120)
                       MOVE ARCH3-VOTES-RECORD(133:26)
                           TO VOTES-RECORD(310:26)
                       SET VR-FORMAT-V4 TO TRUE
               END-READ
           ELSE IF NT-IMG-LEN = 133
               READ ARCH2-VOTES-FILE
                   AT END
                       MOVE 'Y' TO NT-EOF-SWITCH
                   NOT AT END
                       MOVE SPACES TO VOTES-RECORD
                       MOVE ARCH2-VOTES-RECORD(1:12)
                           TO VOTES-RECORD(1:12)
                       MOVE ZERO TO VR-PREF-AREA
                       MOVE ARCH2-VOTES-RECORD(13:120)
                           TO VR-PREF-AREA(1:120)
                       MOVE ARCH2-VOTES-RECORD(133:1) TO VR-STATUS
                       SET VR-FORMAT-V4 TO TRUE
                       MOVE SPACES TO VR-BOX-ID
                       MOVE SPACE TO VR-CHANNEL
                       MOVE ZERO TO VR-RCPT-DATE
                       MOVE SPACES TO VR-ELECTION-ID
               END-READ
           ELSE
               READ ARCH-VOTES-FILE
                   AT END
                       MOVE 'Y' TO NT-EOF-SWITCH
                   NOT AT END
                       MOVE ARCH-VOTES-RECORD TO VOTES-RECORD
               END-READ.

       CLOSE-ARCH-VOTES-PARA.
           IF NT-IMG-LEN = 158
               CLOSE ARCH3-VOTES-FILE
           ELSE IF NT-IMG-LEN = 133
               CLOSE ARCH2-VOTES-FILE
           ELSE
               CLOSE ARCH-VOTES-FILE.

      ******************************************************************
      * LOAD-MAP-PARA - the area lines into NT-MAP, with the length
      * of each area code ('*' counting as length zero, so any more
      * particular line beats it), and the seats lines into NT-NEW.
      * A new constituency named on an area line but given no seats
      * is reported and not counted.
      ******************************************************************
       LOAD-MAP-PARA.
           MOVE 'N' TO NT-EOF-SWITCH.
           OPEN INPUT MAP-FILE.
           IF MAP-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-MAP-PARA UNTIL NT-EOF-SWITCH = 'Y'.
           CLOSE MAP-FILE.
           PERFORM CHECK-MAP-SEATS-PARA VARYING NT-M FROM 1 BY 1
               UNTIL NT-M > NT-MAP-TOTAL.

       READ-MAP-PARA.
           READ MAP-FILE
               AT END
                   MOVE 'Y' TO NT-EOF-SWITCH
               NOT AT END
                   IF BM-AREA-LINE
                       PERFORM TAKE-AREA-LINE-PARA
                   ELSE IF BM-SEATS-LINE
                       PERFORM TAKE-SEATS-LINE-PARA
                   END-IF
           END-READ.

       TAKE-AREA-LINE-PARA.
           IF NT-MAP-TOTAL >= 500
               DISPLAY "More than 500 area lines - the rest ignored."
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NT-MAP-TOTAL.
           MOVE FUNCTION UPPER-CASE(BM-OLD-CONST)
               TO NT-MP-OLD(NT-MAP-TOTAL).
           MOVE FUNCTION UPPER-CASE(BM-AREA)
               TO NT-MP-AREA(NT-MAP-TOTAL).
           MOVE FUNCTION UPPER-CASE(BM-NEW-CONST)
               TO NT-MP-NEW(NT-MAP-TOTAL).
           MOVE ZERO TO NT-AREA-LEN.
           IF BM-AREA NOT = '*'
               INSPECT BM-AREA TALLYING NT-AREA-LEN
                   FOR CHARACTERS BEFORE INITIAL SPACE
           END-IF.
           MOVE NT-AREA-LEN TO NT-MP-LEN(NT-MAP-TOTAL).

       TAKE-SEATS-LINE-PARA.
           MOVE FUNCTION UPPER-CASE(BM-NEW-CONST) TO NT-CODE-KEY.
           PERFORM FIND-NEW-PARA.
           IF NT-W-FOUND = ZERO
               IF NT-NEW-TOTAL >= 60
                   DISPLAY "More than 60 new constituencies - "
                       NT-CODE-KEY " ignored."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO NT-NEW-TOTAL
               MOVE NT-NEW-TOTAL TO NT-W-FOUND
               MOVE NT-CODE-KEY TO NT-NW-CODE(NT-W-FOUND)
           END-IF.
           IF BM-SEATS IS NUMERIC
               MOVE BM-SEATS TO NT-NW-SEATS(NT-W-FOUND)
           END-IF.

       CHECK-MAP-SEATS-PARA.
           MOVE NT-MP-NEW(NT-M) TO NT-CODE-KEY.
           PERFORM FIND-NEW-PARA.
           IF NT-W-FOUND = ZERO
               DISPLAY "New constituency " NT-CODE-KEY " has areas "
                   "but no seats line - its papers are not counted."
           END-IF.

      * NT-W-FOUND for NT-CODE-KEY, zero when not a new
      * constituency with seats.
       FIND-NEW-PARA.
           MOVE ZERO TO NT-W-FOUND.
           PERFORM MATCH-NEW-PARA VARYING NT-X FROM 1 BY 1
               UNTIL NT-X > NT-NEW-TOTAL OR NT-W-FOUND > ZERO.

       MATCH-NEW-PARA.
           IF NT-NW-CODE(NT-X) = NT-CODE-KEY
               MOVE NT-X TO NT-W-FOUND
           END-IF.

      * NT-O for old constituency NT-CODE-KEY, added when new; zero
      * when the table is full.
       FIND-OLD-PARA.
           MOVE 'N' TO NT-FOUND-SWITCH.
           PERFORM MATCH-OLD-PARA VARYING NT-O FROM 1 BY 1
               UNTIL NT-O > NT-OLD-TOTAL OR NT-FOUND-SWITCH = 'Y'.
           IF NT-FOUND-SWITCH = 'Y'
               SUBTRACT 1 FROM NT-O
           ELSE IF NT-OLD-TOTAL < 60
               ADD 1 TO NT-OLD-TOTAL
               MOVE NT-OLD-TOTAL TO NT-O
               MOVE NT-CODE-KEY TO NT-OC-CODE(NT-O)
               MOVE 'S' TO NT-OC-FORMALITY(NT-O)
               MOVE 1 TO NT-OC-MIN-PREFS(NT-O)
           ELSE
               MOVE ZERO TO NT-O.

       MATCH-OLD-PARA.
           IF NT-OC-CODE(NT-O) = NT-CODE-KEY
               MOVE 'Y' TO NT-FOUND-SWITCH
           END-IF.

       FIND-PARTY-PARA.
           IF NT-PARTY-KEY = SPACES
               MOVE "INDEPENDENT" TO NT-PARTY-KEY
           END-IF.
           MOVE 'N' TO NT-FOUND-SWITCH.
           PERFORM MATCH-PARTY-PARA VARYING NT-P FROM 1 BY 1
               UNTIL NT-P > NT-PARTY-TOTAL OR NT-FOUND-SWITCH = 'Y'.
           IF NT-FOUND-SWITCH = 'Y'
               SUBTRACT 1 FROM NT-P
           ELSE IF NT-PARTY-TOTAL < 30
               ADD 1 TO NT-PARTY-TOTAL
               MOVE NT-PARTY-TOTAL TO NT-P
               MOVE NT-PARTY-KEY TO NT-PY-NAME(NT-P)
           ELSE
               MOVE 30 TO NT-P.

       MATCH-PARTY-PARA.
           IF NT-PY-NAME(NT-P) = NT-PARTY-KEY
               MOVE 'Y' TO NT-FOUND-SWITCH
           END-IF.

      * The archived control file: each old constituency's election
      * and the formality rule its papers were counted under.
       LOAD-ECTL-PARA.
           MOVE 'N' TO NT-EOF-SWITCH.
           OPEN INPUT ECTL-FILE.
           IF ECTL-FILE-STATUS = '00'
               PERFORM READ-ECTL-PARA UNTIL NT-EOF-SWITCH = 'Y'
               CLOSE ECTL-FILE
           END-IF.

       READ-ECTL-PARA.
           READ ECTL-FILE
               AT END
                   MOVE 'Y' TO NT-EOF-SWITCH
               NOT AT END
                   MOVE EC-CONST-CODE TO NT-CODE-KEY
                   PERFORM FIND-OLD-PARA
                   IF NT-O > ZERO
                       MOVE EC-ELECTION-ID TO NT-OC-ELECTION(NT-O)
                       IF EC-FORM-TRUNCATE
                           MOVE 'T' TO NT-OC-FORMALITY(NT-O)
                       END-IF
                       IF EC-MIN-PREFS IS NUMERIC
                           AND EC-MIN-PREFS > ZERO
                           MOVE EC-MIN-PREFS TO NT-OC-MIN-PREFS(NT-O)
                       END-IF
                   END-IF
                   IF NT-ARCH-ELECTION = SPACES
                       MOVE EC-ELECTION-ID TO NT-ARCH-ELECTION
                   END-IF
           END-READ.

      * The archived slates: candidate master, else the plain names
      * list of the same set.
       LOAD-SLATES-PARA.
           MOVE 'N' TO NT-MASTER-SWITCH.
           MOVE 'N' TO NT-SLATE-BIG-SW.
           MOVE 'N' TO NT-EOF-SWITCH.
           MOVE SPACES TO NT-LAST-CONST.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
               MOVE 'Y' TO NT-MASTER-SWITCH
               PERFORM READ-CMAST-PARA UNTIL NT-EOF-SWITCH = 'Y'
               CLOSE CMAST-FILE
           END-IF.
           IF NT-MASTER-SWITCH = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO NT-EOF-SWITCH.
           OPEN INPUT CAND-FILE.
           IF CAND-FILE-STATUS = '00'
               PERFORM READ-CAND-NAME-PARA UNTIL NT-EOF-SWITCH = 'Y'
               CLOSE CAND-FILE
           END-IF.

       READ-CMAST-PARA.
           READ CMAST-FILE
               AT END
                   MOVE 'Y' TO NT-EOF-SWITCH
               NOT AT END
                   MOVE CM-CONST-CODE TO NT-CODE-KEY
                   PERFORM FIND-OLD-PARA
                   IF NT-O > ZERO
                       IF NT-OC-NCAND(NT-O) < 99
                           ADD 1 TO NT-OC-NCAND(NT-O)
                           MOVE NT-OC-NCAND(NT-O) TO NT-J
                           MOVE CM-NAME(1:20)
                               TO NT-OC-CNAME(NT-O NT-J)
                           MOVE CM-PARTY TO NT-PARTY-KEY
                           PERFORM FIND-PARTY-PARA
                           MOVE NT-P TO NT-OC-CPARTY(NT-O NT-J)
                           IF CM-WITHDRAWN
                               MOVE 'Y' TO NT-OC-CWDRAWN(NT-O NT-J)
                           ELSE
                               MOVE 'N' TO NT-OC-CWDRAWN(NT-O NT-J)
                           END-IF
                       ELSE
                           MOVE 'Y' TO NT-SLATE-BIG-SW
                       END-IF
                   END-IF
           END-READ.

       READ-CAND-NAME-PARA.
           READ CAND-FILE
               AT END
                   MOVE 'Y' TO NT-EOF-SWITCH
               NOT AT END
                   MOVE CN-CONST-CODE TO NT-CODE-KEY
                   PERFORM FIND-OLD-PARA
                   IF NT-O > ZERO
                       IF NT-OC-NCAND(NT-O) < 99
                           ADD 1 TO NT-OC-NCAND(NT-O)
                           MOVE NT-OC-NCAND(NT-O) TO NT-J
                           MOVE CN-NAME TO NT-OC-CNAME(NT-O NT-J)
                           MOVE SPACES TO NT-PARTY-KEY
                           PERFORM FIND-PARTY-PARA
                           MOVE NT-P TO NT-OC-CPARTY(NT-O NT-J)
                           MOVE 'N' TO NT-OC-CWDRAWN(NT-O NT-J)
                       ELSE
                           MOVE 'Y' TO NT-SLATE-BIG-SW
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * SCAN-PAPERS-PARA - one pass over the archived votes to see
      * where every live paper of the election lands: papers per
      * old constituency, per area line and per new constituency,
      * and those no area line takes.
      ******************************************************************
       SCAN-PAPERS-PARA.
           MOVE 'N' TO NT-EOF-SWITCH.
           PERFORM OPEN-ARCH-VOTES-PARA.
           IF VOTES-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           PERFORM SCAN-ONE-PAPER-PARA UNTIL NT-EOF-SWITCH = 'Y'.
           PERFORM CLOSE-ARCH-VOTES-PARA.
           MOVE '00' TO VOTES-FILE-STATUS.

       SCAN-ONE-PAPER-PARA.
           PERFORM READ-ARCH-VOTE-PARA.
           IF NT-EOF-SWITCH = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM PLACE-PAPER-PARA.
           IF NT-O > ZERO
               ADD 1 TO NT-OC-PAPERS(NT-O)
               IF NT-BEST-MAP = ZERO
                   ADD 1 TO NT-OC-UNMAPPED(NT-O)
                   ADD 1 TO NT-UNMAPPED-TOTAL
               ELSE
                   ADD 1 TO NT-MP-PAPERS(NT-BEST-MAP)
                   MOVE NT-MP-NEW(NT-BEST-MAP) TO NT-CODE-KEY
                   PERFORM FIND-NEW-PARA
                   IF NT-W-FOUND > ZERO
                       ADD 1 TO NT-NW-PAPERS(NT-W-FOUND)
                   END-IF
               END-IF
           END-IF.

      * NT-O is the paper's old constituency when the paper is a
      * live one of that constituency's election (zero otherwise);
      * NT-BEST-MAP the area line that takes it (zero for none).
       PLACE-PAPER-PARA.
           MOVE ZERO TO NT-BEST-MAP.
           MOVE ZERO TO NT-BEST-LEN.
           MOVE VR-CONST-CODE TO NT-CODE-KEY.
           PERFORM FIND-OLD-PARA.
           IF NT-O = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF VR-VOIDED
               OR (VR-ELECTION-ID NOT = NT-OC-ELECTION(NT-O)
                   AND VR-ELECTION-ID NOT = SPACES
                   AND NT-OC-ELECTION(NT-O) NOT = SPACES)
               MOVE ZERO TO NT-O
               EXIT PARAGRAPH
           END-IF.
           PERFORM MATCH-AREA-PARA VARYING NT-M FROM 1 BY 1
               UNTIL NT-M > NT-MAP-TOTAL.

       MATCH-AREA-PARA.
           IF NT-MP-OLD(NT-M) NOT = VR-CONST-CODE
               EXIT PARAGRAPH
           END-IF.
           IF NT-MP-LEN(NT-M) = ZERO
               IF NT-BEST-MAP = ZERO
                   MOVE NT-M TO NT-BEST-MAP
               END-IF
           ELSE IF VR-BOX-ID(1:NT-MP-LEN(NT-M))
                   = NT-MP-AREA(NT-M)(1:NT-MP-LEN(NT-M))
               IF NT-BEST-MAP = ZERO
                   OR NT-MP-LEN(NT-M) > NT-BEST-LEN
                   MOVE NT-M TO NT-BEST-MAP
                   MOVE NT-MP-LEN(NT-M) TO NT-BEST-LEN
               END-IF
           END-IF.

      ******************************************************************
      * COUNT-NEW-PARA - the notional count of new constituency
      * NT-W: the slate of every old constituency with an area in
      * it, its papers decoded and renumbered onto that slate, the
      * tally, and the constituency's block of the report.
      ******************************************************************
       COUNT-NEW-PARA.
           MOVE NT-NW-CODE(NT-W) TO NT-CUR-NEW.
           MOVE NT-NW-SEATS(NT-W) TO NC-R.
           MOVE ZERO TO NC-N.
           PERFORM BUILD-SLATE-PARA VARYING NT-O FROM 1 BY 1
               UNTIL NT-O > NT-OLD-TOTAL.
           IF NC-N > 200
               MOVE "  more than 200 notional candidates - not "
                   TO NT-ROW
               MOVE "counted." TO NT-ROW(43:8)
               PERFORM WRITE-NEW-HEADING-PARA
               EXIT PARAGRAPH
           END-IF.
           IF NC-N = ZERO OR NC-R = ZERO OR NC-R >= NC-N
               MOVE "  seats must be at least 1 and fewer than the "
                   TO NT-ROW
               MOVE "candidates - not counted." TO NT-ROW(47:25)
               PERFORM WRITE-NEW-HEADING-PARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-NEW-PAPERS-PARA.
           IF NT-PAPERS = ZERO
               MOVE "  no admitted papers - not counted." TO NT-ROW
               PERFORM WRITE-NEW-HEADING-PARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM RUN-TALLY-PARA.
           ADD 1 TO NT-COUNTED-TOTAL.
           PERFORM WRITE-NEW-RESULT-PARA.

      * An old constituency with any area line into this new one
      * stands its whole slate here.
       BUILD-SLATE-PARA.
           MOVE ZERO TO NT-OC-BASE(NT-O).
           MOVE 'N' TO NT-FOUND-SWITCH.
           PERFORM OLD-IN-NEW-PARA VARYING NT-M FROM 1 BY 1
               UNTIL NT-M > NT-MAP-TOTAL OR NT-FOUND-SWITCH = 'Y'.
           IF NT-FOUND-SWITCH = 'Y'
               MOVE NC-N TO NT-OC-BASE(NT-O)
               PERFORM ADD-SLATE-PARA VARYING NT-J FROM 1 BY 1
                   UNTIL NT-J > NT-OC-NCAND(NT-O)
           END-IF.

       OLD-IN-NEW-PARA.
           IF NT-MP-OLD(NT-M) = NT-OC-CODE(NT-O)
               AND NT-MP-NEW(NT-M) = NT-CUR-NEW
               MOVE 'Y' TO NT-FOUND-SWITCH
           END-IF.

       ADD-SLATE-PARA.
           ADD 1 TO NC-N.
           IF NC-N <= 200
               MOVE NT-O TO NC-OLD(NC-N)
               MOVE NT-J TO NC-CNO(NC-N)
           END-IF.

       LOAD-NEW-PAPERS-PARA.
           MOVE ZERO TO NT-PAPERS.
           MOVE ZERO TO NT-SKIP-COUNT.
           MOVE ZERO TO NT-OVER-COUNT.
           MOVE 'N' TO NT-EOF-SWITCH.
           PERFORM OPEN-ARCH-VOTES-PARA.
           PERFORM READ-NEW-PAPER-PARA UNTIL NT-EOF-SWITCH = 'Y'.
           PERFORM CLOSE-ARCH-VOTES-PARA.
           IF NT-OVER-COUNT > ZERO
               DISPLAY "*** " NT-CUR-NEW ": more than 100000 "
                   "papers - " NT-OVER-COUNT " not counted ***"
           END-IF.

       READ-NEW-PAPER-PARA.
           PERFORM READ-ARCH-VOTE-PARA.
           IF NT-EOF-SWITCH = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM PLACE-PAPER-PARA.
           IF NT-O > ZERO AND NT-BEST-MAP > ZERO
               IF NT-MP-NEW(NT-BEST-MAP) = NT-CUR-NEW
                   PERFORM TAKE-NEW-PAPER-PARA
               END-IF
           END-IF.

      * Decoded as the old constituency's count decoded it (strict
      * spoils the paper on any bad slot, truncate keeps the
      * preferences before it; the minimum must be met), then
      * moved onto the notional slate.
       TAKE-NEW-PAPER-PARA.
           MOVE NT-OC-NCAND(NT-O) TO NT-OLD-N.
           MOVE NT-OC-FORMALITY(NT-O) TO NT-FORMALITY.
           MOVE NT-OC-MIN-PREFS(NT-O) TO NT-MIN-PREFS.
           PERFORM DECODE-BALLOT-PARA.
           IF NT-BAD-SWITCH = 'Y' OR NT-PREFS < NT-MIN-PREFS
               OR NT-PREFS = ZERO
               ADD 1 TO NT-SKIP-COUNT
               EXIT PARAGRAPH
           END-IF.
           IF NT-PAPERS >= 100000
               ADD 1 TO NT-OVER-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO NT-PAPERS.
           MOVE NT-PREFS TO NT-NPREFS(NT-PAPERS).
           PERFORM RENUMBER-PREF-PARA VARYING NT-PREF-IDX FROM 1
               BY 1 UNTIL NT-PREF-IDX > 99.

       RENUMBER-PREF-PARA.
           IF NT-SLOT(NT-PREF-IDX) = ZERO
               MOVE ZERO TO NT-RANK(NT-PAPERS NT-PREF-IDX)
           ELSE
               COMPUTE NT-RANK(NT-PAPERS NT-PREF-IDX) =
                   NT-OC-BASE(NT-O) + NT-SLOT(NT-PREF-IDX)
           END-IF.

       DECODE-BALLOT-PARA.
           MOVE ZERO TO NT-PREFS.
           MOVE 'N' TO NT-BAD-SWITCH.
           MOVE 'N' TO NT-STOP-SWITCH.
           MOVE ZERO TO NT-BALLOT-WORK.
           IF VR-FORMAT-NUMERIC AND VR-TICKET-BALLOT
               PERFORM EXPAND-TICKET-PARA
           END-IF.
           IF NOT VR-FORMAT-NUMERIC
               MOVE 'Y' TO NT-BAD-SWITCH
           ELSE
               PERFORM COPY-ONE-PREF-PARA VARYING NT-PREF-IDX
                   FROM 1 BY 1 UNTIL NT-PREF-IDX > VR-PREF-COUNT
                       OR NT-PREF-IDX > NT-OLD-N
                       OR NT-BAD-SWITCH = 'Y'
                       OR NT-STOP-SWITCH = 'Y'
           END-IF.

      * A ticket vote decodes as its party's ticket in the archive
      * set, loaded once per old constituency; a vote for a ticket
      * not lodged is spoilt.
       EXPAND-TICKET-PARA.
           IF NT-OC-CODE(NT-O) NOT = NT-TICKET-CONST
               SET TX-LOAD-ARCHIVE TO TRUE
               MOVE NT-OC-CODE(NT-O) TO TX-CONST-CODE
               MOVE NT-ARCH-DATE TO TX-ARCH-DATE
               CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST
               MOVE NT-OC-CODE(NT-O) TO NT-TICKET-CONST
           END-IF.
           SET TX-EXPAND TO TRUE.
           MOVE NT-OC-CODE(NT-O) TO TX-CONST-CODE.
           MOVE VR-TICKET-NO TO TX-TICKET-NO.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           IF TX-RC = ZERO
               MOVE TX-PREF-COUNT TO VR-PREF-COUNT
               MOVE TX-PREF-AREA TO VR-PREF-AREA
           ELSE
               MOVE ZERO TO VR-PREF-COUNT
               MOVE 'Y' TO NT-BAD-SWITCH
           END-IF.

       COPY-ONE-PREF-PARA.
           IF VR-PREF(NT-PREF-IDX) = ZERO
               OR VR-PREF(NT-PREF-IDX) > NT-OLD-N
               PERFORM FORMALITY-FAULT-PARA
           ELSE
               PERFORM CHECK-DUP-PREF-PARA VARYING NT-DUP-IDX
                   FROM 1 BY 1 UNTIL NT-DUP-IDX > NT-PREFS
                       OR NT-BAD-SWITCH = 'Y'
                       OR NT-STOP-SWITCH = 'Y'
               IF NT-BAD-SWITCH = 'N' AND NT-STOP-SWITCH = 'N'
                   ADD 1 TO NT-PREFS
                   MOVE VR-PREF(NT-PREF-IDX) TO NT-SLOT(NT-PREFS)
               END-IF
           END-IF.

       CHECK-DUP-PREF-PARA.
           IF NT-SLOT(NT-DUP-IDX) = VR-PREF(NT-PREF-IDX)
               PERFORM FORMALITY-FAULT-PARA
           END-IF.

       FORMALITY-FAULT-PARA.
           IF NT-FORMALITY = 'T'
               MOVE 'Y' TO NT-STOP-SWITCH
           ELSE
               MOVE 'Y' TO NT-BAD-SWITCH
           END-IF.

      ******************************************************************
      * RUN-TALLY-PARA - the notional count: round by round, surplus
      * transfers or excluding the lowest, remaining seats filled
      * when the continuing candidates just cover them.
      ******************************************************************
       RUN-TALLY-PARA.
           PERFORM RESET-BALLOT-PARA VARYING NC-K FROM 1 BY 1
               UNTIL NC-K > NT-PAPERS.
           COMPUTE PC-QUOTA = NT-PAPERS / (NC-R + 1).
           ADD 1 TO PC-QUOTA.
           MOVE ZERO TO PC-ELECTED-COUNT.
           PERFORM INIT-PC-PARA VARYING NC-I FROM 1 BY 1
               UNTIL NC-I > NC-N.
           MOVE 'Y' TO PC-PROGRESS-SW.
           MOVE ZERO TO PC-ROUND.
           PERFORM PC-ROUND-PARA
               UNTIL PC-ELECTED-COUNT >= NC-R
                   OR PC-PROGRESS-SW = 'N'.

       RESET-BALLOT-PARA.
           MOVE 1 TO NT-PTR-POS(NC-K).
           MOVE NT-RANK(NC-K 1) TO NT-CAND(NC-K).
           MOVE 1 TO NT-WEIGHT(NC-K).
           MOVE 'Y' TO NT-ACTIVE(NC-K).

       INIT-PC-PARA.
           MOVE ZERO TO PC-VOTES(NC-I).
           MOVE 'C' TO PC-STATE(NC-I).
           MOVE NC-OLD(NC-I) TO NT-O.
           MOVE NC-CNO(NC-I) TO NT-J.
           IF NT-OC-CWDRAWN(NT-O NT-J) = 'Y'
               MOVE 'W' TO PC-STATE(NC-I)
           END-IF.

       PC-ROUND-PARA.
           ADD 1 TO PC-ROUND.
           PERFORM PC-TALLY-PARA.
           MOVE 'N' TO PC-ANY-ELECTED-SW.
           PERFORM PC-ELECT-PARA VARYING NC-I FROM 1 BY 1
               UNTIL NC-I > NC-N.
           PERFORM PC-XFER-ELECTED-PARA VARYING NC-I FROM 1 BY 1
               UNTIL NC-I > NC-N.
           IF PC-ANY-ELECTED-SW = 'N'
               AND PC-ELECTED-COUNT < NC-R
               MOVE ZERO TO PC-CONTINUING
               PERFORM PC-COUNT-CONT-PARA VARYING NC-I FROM 1 BY 1
                   UNTIL NC-I > NC-N
               IF PC-CONTINUING > ZERO AND PC-CONTINUING <=
                   (NC-R - PC-ELECTED-COUNT)
                   PERFORM PC-ELECT-REST-PARA VARYING NC-I FROM 1
                       BY 1 UNTIL NC-I > NC-N
               ELSE
                   PERFORM PC-EXCLUDE-PARA
               END-IF
           END-IF.

       PC-TALLY-PARA.
           PERFORM PC-ZERO-PARA VARYING NC-I FROM 1 BY 1
               UNTIL NC-I > NC-N.
           PERFORM PC-ADD-BALLOT-PARA VARYING NC-K FROM 1 BY 1
               UNTIL NC-K > NT-PAPERS.
           IF PC-ROUND <= 200
               PERFORM PC-SAVE-HIST-PARA VARYING NC-I FROM 1 BY 1
                   UNTIL NC-I > NC-N
           END-IF.

       PC-ZERO-PARA.
           MOVE ZERO TO PC-VOTES(NC-I).
           MOVE 'N' TO PC-NEW-E(NC-I).

       PC-SAVE-HIST-PARA.
           MOVE PC-VOTES(NC-I) TO PC-HIST-VOTES(PC-ROUND NC-I).

       PC-ADD-BALLOT-PARA.
           IF NT-ACTIVE(NC-K) = 'Y'
               IF PC-STATE(NT-CAND(NC-K)) = 'C'
                   ADD NT-WEIGHT(NC-K) TO PC-VOTES(NT-CAND(NC-K))
               ELSE
                   PERFORM PC-MOVE-PARA
                   IF NT-ACTIVE(NC-K) = 'Y'
                       ADD NT-WEIGHT(NC-K) TO PC-VOTES(NT-CAND(NC-K))
                   END-IF
               END-IF
           END-IF.

      * Move paper NC-K on to its next continuing preference, or
      * retire it.
       PC-MOVE-PARA.
           MOVE 'N' TO NT-MOVED-SWITCH.
           PERFORM PC-STEP-PARA
               UNTIL NT-PTR-POS(NC-K) > NT-NPREFS(NC-K)
                   OR NT-MOVED-SWITCH = 'Y'.
           IF NT-MOVED-SWITCH = 'N'
               MOVE 'N' TO NT-ACTIVE(NC-K)
           END-IF.

       PC-STEP-PARA.
           ADD 1 TO NT-PTR-POS(NC-K).
           IF NT-PTR-POS(NC-K) <= NT-NPREFS(NC-K)
               IF NT-RANK(NC-K NT-PTR-POS(NC-K)) > ZERO
                   AND PC-STATE(NT-RANK(NC-K NT-PTR-POS(NC-K))) = 'C'
                   MOVE NT-RANK(NC-K NT-PTR-POS(NC-K))
                       TO NT-CAND(NC-K)
                   MOVE 'Y' TO NT-MOVED-SWITCH
               END-IF
           END-IF.

      * Same-round elections in two phases, as the count runs them:
      * mark every candidate at quota, then move each surplus at
      * the value from the start-of-round tally.
       PC-ELECT-PARA.
           IF PC-STATE(NC-I) = 'C' AND PC-VOTES(NC-I) >= PC-QUOTA
               MOVE 'E' TO PC-STATE(NC-I)
               MOVE 'Y' TO PC-NEW-E(NC-I)
               ADD 1 TO PC-ELECTED-COUNT
               MOVE 'Y' TO PC-ANY-ELECTED-SW
           END-IF.

       PC-XFER-ELECTED-PARA.
           IF PC-NEW-E(NC-I) = 'Y'
               COMPUTE PC-SURPLUS = PC-VOTES(NC-I) - PC-QUOTA
               IF PC-VOTES(NC-I) > ZERO
                   COMPUTE PC-TV ROUNDED =
                       PC-SURPLUS / PC-VOTES(NC-I)
               ELSE
                   MOVE ZERO TO PC-TV
               END-IF
               PERFORM PC-XFER-PARA VARYING NC-K FROM 1 BY 1
                   UNTIL NC-K > NT-PAPERS
           END-IF.

       PC-XFER-PARA.
           IF NT-ACTIVE(NC-K) = 'Y' AND NT-CAND(NC-K) = NC-I
               COMPUTE NT-WEIGHT(NC-K) = NT-WEIGHT(NC-K) * PC-TV
               PERFORM PC-MOVE-PARA
           END-IF.

       PC-COUNT-CONT-PARA.
           IF PC-STATE(NC-I) = 'C'
               ADD 1 TO PC-CONTINUING
           END-IF.

       PC-ELECT-REST-PARA.
           IF PC-STATE(NC-I) = 'C'
               MOVE 'E' TO PC-STATE(NC-I)
               ADD 1 TO PC-ELECTED-COUNT
           END-IF.

       PC-EXCLUDE-PARA.
           MOVE ZERO TO PC-LOW-IDX.
           MOVE ZERO TO PC-LOW-VOTES.
           PERFORM PC-FIND-LOW-PARA VARYING NC-I FROM 1 BY 1
               UNTIL NC-I > NC-N.
           IF PC-LOW-IDX = ZERO
               MOVE 'N' TO PC-PROGRESS-SW
           ELSE
               MOVE ZERO TO PC-TIE-COUNT
               PERFORM PC-COLLECT-TIE-PARA VARYING NC-I FROM 1 BY 1
                   UNTIL NC-I > NC-N
               IF PC-TIE-COUNT > 1
                   PERFORM PC-BREAK-TIE-PARA
               END-IF
               MOVE 'X' TO PC-STATE(PC-LOW-IDX)
           END-IF.

       PC-FIND-LOW-PARA.
           IF PC-STATE(NC-I) = 'C'
               IF PC-LOW-IDX = ZERO
                   OR PC-VOTES(NC-I) < PC-LOW-VOTES
                   MOVE NC-I TO PC-LOW-IDX
                   MOVE PC-VOTES(NC-I) TO PC-LOW-VOTES
               END-IF
           END-IF.

       PC-COLLECT-TIE-PARA.
           IF PC-STATE(NC-I) = 'C' AND PC-VOTES(NC-I) = PC-LOW-VOTES
               ADD 1 TO PC-TIE-COUNT
               MOVE NC-I TO PC-TIE-CAND(PC-TIE-COUNT)
           END-IF.

      * Earlier-round standings break an exclusion tie; a tie at
      * every round keeps the lowest notional candidate number.
       PC-BREAK-TIE-PARA.
           PERFORM PC-LOOKBACK-PARA
               VARYING PC-HIST-R FROM PC-ROUND BY -1
               UNTIL PC-HIST-R < 2 OR PC-TIE-COUNT = 1
                   OR PC-HIST-R > 200.
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

      ******************************************************************
      * Report. Every block is headed NOTIONAL so no figure can be
      * lifted from it and passed off as a declared result.
      ******************************************************************
       WRITE-HEADINGS-PARA.
           ACCEPT NT-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT NT-RUN-TIME FROM TIME.
           MOVE ALL "=" TO NT-ROW.
           PERFORM WRITE-ROW-PARA.
           MOVE "        NOTIONAL RESULTS ON NEW CONSTITUENCY BOUNDAR"
               TO NT-ROW.
           MOVE "IES" TO NT-ROW(53:3).
           PERFORM WRITE-ROW-PARA.
           MOVE ALL "=" TO NT-ROW.
           PERFORM WRITE-ROW-PARA.
           STRING "Rebuilt from election " DELIMITED BY SIZE
               NT-ARCH-ELECTION DELIMITED BY SIZE
               " (archive set " DELIMITED BY SIZE
               NT-ARCH-DATE DELIMITED BY SIZE
               ")   Printed: " DELIMITED BY SIZE
               NT-RUN-DATE DELIMITED BY SIZE
               INTO NT-ROW
           END-STRING.
           PERFORM WRITE-ROW-PARA.
           MOVE "These are NOTIONAL figures: what the archived ballots"
               TO NT-ROW.
           MOVE " would have" TO NT-ROW(54:11).
           PERFORM WRITE-ROW-PARA.
           MOVE "produced on the new boundaries. No candidate was elec"
               TO NT-ROW.
           MOVE "ted to any" TO NT-ROW(54:10).
           PERFORM WRITE-ROW-PARA.
           MOVE "seat shown here." TO NT-ROW.
           PERFORM WRITE-ROW-PARA.
           PERFORM WRITE-UNMAPPED-PARA VARYING NT-O FROM 1 BY 1
               UNTIL NT-O > NT-OLD-TOTAL.

      * Papers of an old constituency that no area line takes.
       WRITE-UNMAPPED-PARA.
           IF NT-OC-UNMAPPED(NT-O) > ZERO
               MOVE NT-OC-UNMAPPED(NT-O) TO NT-CNT-EDIT
               STRING "*** " DELIMITED BY SIZE
                   NT-OC-CODE(NT-O) DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(NT-CNT-EDIT) DELIMITED BY SIZE
                   " papers in no mapped area - not in any notional "
                       DELIMITED BY SIZE
                   "count ***" DELIMITED BY SIZE
                   INTO NT-ROW
               END-STRING
               PERFORM WRITE-ROW-PARA
           END-IF.

      * NT-ROW may carry a note for the foot of the heading - the
      * reason a constituency was not counted.
       WRITE-NEW-HEADING-PARA.
           MOVE NT-ROW TO NT-NOTE.
           MOVE SPACES TO NT-ROW.
           PERFORM WRITE-ROW-PARA.
           MOVE ALL "-" TO NT-ROW.
           PERFORM WRITE-ROW-PARA.
           MOVE NC-R TO NT-SEAT-EDIT.
           STRING "NOTIONAL RESULT  New constituency " DELIMITED BY SIZE
               NT-CUR-NEW DELIMITED BY SIZE
               "   Seats: " DELIMITED BY SIZE
               NT-SEAT-EDIT DELIMITED BY SIZE
               INTO NT-ROW
           END-STRING.
           PERFORM WRITE-ROW-PARA.
           MOVE ALL "-" TO NT-ROW.
           PERFORM WRITE-ROW-PARA.
           PERFORM WRITE-AREA-LINE-PARA VARYING NT-M FROM 1 BY 1
               UNTIL NT-M > NT-MAP-TOTAL.
           IF NT-NOTE NOT = SPACES
               MOVE NT-NOTE TO NT-ROW
               PERFORM WRITE-ROW-PARA
           END-IF.

       WRITE-AREA-LINE-PARA.
           IF NT-MP-NEW(NT-M) = NT-CUR-NEW
               MOVE NT-MP-PAPERS(NT-M) TO NT-CNT-EDIT
               MOVE "  From " TO NT-ROW
               MOVE NT-MP-OLD(NT-M) TO NT-ROW(8:3)
               IF NT-MP-LEN(NT-M) = ZERO
                   MOVE "rest of constituency" TO NT-ROW(12:20)
               ELSE
                   MOVE "area" TO NT-ROW(12:4)
                   MOVE NT-MP-AREA(NT-M) TO NT-ROW(17:8)
               END-IF
               MOVE NT-CNT-EDIT TO NT-ROW(33:7)
               MOVE "papers" TO NT-ROW(41:6)
               PERFORM WRITE-ROW-PARA
           END-IF.

       WRITE-NEW-RESULT-PARA.
           MOVE SPACES TO NT-ROW.
           PERFORM WRITE-NEW-HEADING-PARA.
           MOVE NT-PAPERS TO NT-CNT-EDIT.
           STRING "  Papers counted: " DELIMITED BY SIZE
               FUNCTION TRIM(NT-CNT-EDIT) DELIMITED BY SIZE
               INTO NT-ROW
           END-STRING.
           MOVE NT-SKIP-COUNT TO NT-CNT-EDIT.
           MOVE "Not admitted:" TO NT-ROW(30:13).
           MOVE FUNCTION TRIM(NT-CNT-EDIT) TO NT-ROW(44:7).
           MOVE PC-QUOTA TO NT-CNT-EDIT.
           MOVE "Quota:" TO NT-ROW(53:6).
           MOVE FUNCTION TRIM(NT-CNT-EDIT) TO NT-ROW(60:7).
           PERFORM WRITE-ROW-PARA.
           MOVE "  Candidate            Party                Old  "
               TO NT-ROW.
           MOVE "First prefs  Notional" TO NT-ROW(52:21).
           PERFORM WRITE-ROW-PARA.
           PERFORM CLEAR-NEW-PARTY-PARA VARYING NT-P FROM 1 BY 1
               UNTIL NT-P > NT-PARTY-TOTAL.
           PERFORM WRITE-CAND-LINE-PARA VARYING NC-I FROM 1 BY 1
               UNTIL NC-I > NC-N.
           MOVE SPACES TO NT-ROW.
           PERFORM WRITE-ROW-PARA.
           MOVE "  Party                First prefs   Share %  "
               TO NT-ROW.
           MOVE "Notional seats" TO NT-ROW(48:14).
           PERFORM WRITE-ROW-PARA.
           PERFORM WRITE-NEW-PARTY-PARA VARYING NT-P FROM 1 BY 1
               UNTIL NT-P > NT-PARTY-TOTAL.
           ADD NT-PAPERS TO NT-ALL-POLL.
           ADD NC-R TO NT-ALL-SEATS.

       CLEAR-NEW-PARTY-PARA.
           MOVE ZERO TO NT-PY-VOTES(NT-P).
           MOVE ZERO TO NT-PY-SEATS(NT-P).

      * Stage-one figures are the first round's tally.
       WRITE-CAND-LINE-PARA.
           MOVE NC-OLD(NC-I) TO NT-O.
           MOVE NC-CNO(NC-I) TO NT-J.
           MOVE NT-OC-CPARTY(NT-O NT-J) TO NT-P.
           ADD PC-HIST-VOTES(1 NC-I) TO NT-PY-VOTES(NT-P).
           MOVE SPACES TO NT-ROW.
           MOVE NT-OC-CNAME(NT-O NT-J) TO NT-ROW(3:20).
           MOVE NT-PY-NAME(NT-P) TO NT-ROW(24:20).
           MOVE NT-OC-CODE(NT-O) TO NT-ROW(45:3).
           MOVE PC-HIST-VOTES(1 NC-I) TO NT-VOTES-EDIT.
           MOVE NT-VOTES-EDIT TO NT-ROW(49:12).
           IF PC-STATE(NC-I) = 'E'
               MOVE "ELECTED" TO NT-ROW(63:7)
               ADD 1 TO NT-PY-SEATS(NT-P)
           ELSE IF PC-STATE(NC-I) = 'W'
               MOVE "withdrawn" TO NT-ROW(63:9).
           PERFORM WRITE-ROW-PARA.

       WRITE-NEW-PARTY-PARA.
           IF NT-PY-VOTES(NT-P) = ZERO AND NT-PY-SEATS(NT-P) = ZERO
               EXIT PARAGRAPH
           END-IF.
           ADD NT-PY-VOTES(NT-P) TO NT-PY-ALL-VOTES(NT-P).
           ADD NT-PY-SEATS(NT-P) TO NT-PY-ALL-SEATS(NT-P).
           COMPUTE NT-WORK-X100 = NT-PY-VOTES(NT-P) * 100.
           COMPUTE NT-PCT ROUNDED = NT-WORK-X100 / NT-PAPERS.
           MOVE SPACES TO NT-ROW.
           MOVE NT-PY-NAME(NT-P) TO NT-ROW(3:20).
           MOVE NT-PY-VOTES(NT-P) TO NT-VOTES-EDIT.
           MOVE NT-VOTES-EDIT TO NT-ROW(23:12).
           MOVE NT-PCT TO NT-PCT-EDIT.
           MOVE NT-PCT-EDIT TO NT-ROW(39:6).
           MOVE NT-PY-SEATS(NT-P) TO NT-SEAT-EDIT.
           MOVE NT-SEAT-EDIT TO NT-ROW(56:2).
           PERFORM WRITE-ROW-PARA.

       WRITE-TOTALS-PARA.
           MOVE SPACES TO NT-ROW.
           PERFORM WRITE-ROW-PARA.
           MOVE ALL "=" TO NT-ROW.
           PERFORM WRITE-ROW-PARA.
           MOVE NT-ALL-SEATS TO NT-CNT-EDIT.
           STRING "NOTIONAL TOTALS  all new constituencies counted   "
                   DELIMITED BY SIZE
               "Seats: " DELIMITED BY SIZE
               FUNCTION TRIM(NT-CNT-EDIT) DELIMITED BY SIZE
               INTO NT-ROW
           END-STRING.
           PERFORM WRITE-ROW-PARA.
           MOVE ALL "=" TO NT-ROW.
           PERFORM WRITE-ROW-PARA.
           MOVE "  Party                First prefs   Share %  "
               TO NT-ROW.
           MOVE "Notional seats" TO NT-ROW(48:14).
           PERFORM WRITE-ROW-PARA.
           IF NT-ALL-POLL > ZERO
               PERFORM WRITE-ALL-PARTY-PARA VARYING NT-P FROM 1 BY 1
                   UNTIL NT-P > NT-PARTY-TOTAL
           END-IF.
           IF NT-UNMAPPED-TOTAL > ZERO
               MOVE NT-UNMAPPED-TOTAL TO NT-CNT-EDIT
               STRING "  " DELIMITED BY SIZE
                   FUNCTION TRIM(NT-CNT-EDIT) DELIMITED BY SIZE
                   " papers fell in no mapped area and are not "
                       DELIMITED BY SIZE
                   "included." DELIMITED BY SIZE
                   INTO NT-ROW
               END-STRING
               PERFORM WRITE-ROW-PARA
           END-IF.
           MOVE ALL "=" TO NT-ROW.
           PERFORM WRITE-ROW-PARA.

       WRITE-ALL-PARTY-PARA.
           IF NT-PY-ALL-VOTES(NT-P) = ZERO
               AND NT-PY-ALL-SEATS(NT-P) = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE NT-WORK-X100 = NT-PY-ALL-VOTES(NT-P) * 100.
           COMPUTE NT-PCT ROUNDED = NT-WORK-X100 / NT-ALL-POLL.
           MOVE SPACES TO NT-ROW.
           MOVE NT-PY-NAME(NT-P) TO NT-ROW(3:20).
           MOVE NT-PY-ALL-VOTES(NT-P) TO NT-VOTES-EDIT.
           MOVE NT-VOTES-EDIT TO NT-ROW(23:12).
           MOVE NT-PCT TO NT-PCT-EDIT.
           MOVE NT-PCT-EDIT TO NT-ROW(39:6).
           MOVE NT-PY-ALL-SEATS(NT-P) TO NT-CNT-EDIT.
           MOVE NT-CNT-EDIT(5:3) TO NT-ROW(55:3).
           PERFORM WRITE-ROW-PARA.

       WRITE-ROW-PARA.
           MOVE NT-ROW TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO NT-ROW.

       LOG-NOTIONAL-PARA.
           MOVE SPACES TO NT-AUDIT-RECORD.
           STRING NT-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               NT-RUN-TIME DELIMITED BY SIZE
               " NOTIONAL RESULTS ARCHIVE=" DELIMITED BY SIZE
               NT-ARCH-DATE DELIMITED BY SIZE
               " ELECTION=" DELIMITED BY SIZE
               NT-ARCH-ELECTION DELIMITED BY SIZE
               " NEW-CONSTITUENCIES=" DELIMITED BY SIZE
               NT-COUNTED-TOTAL DELIMITED BY SIZE
               " SEATS=" DELIMITED BY SIZE
               NT-ALL-SEATS DELIMITED BY SIZE
               " UNMAPPED=" DELIMITED BY SIZE
               NT-UNMAPPED-TOTAL DELIMITED BY SIZE
               INTO NT-AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE NT-AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       END PROGRAM SubSTVNotional.
