      *            (transferring their ballots at full weight) until
      *            every seat is filled, printing the result of each
      *            round to the console and to stv_count_output.dat.
      *            The count checkpoints itself at the end of every
      *            round to stv_count_ckpt.dat; a count killed part
      *            way (power cut, dropped terminal) and started
      *            again for the same constituency and election is
      *            offered a resume from the last completed round,
      *            and the resumed run writes exactly what the
      *            uninterrupted run would have.
      *            Every finished count, recount included, is filed
      *            in the count results library (SubSTVCountLib)
      *            under its own run number, so the live output
      *            files are no longer the only copy of it.
      *            Every move of every paper - its first preference,
      *            each transfer with the value it carried on, the
      *            round it stayed with an elected candidate as
      *            quota or became non-transferable - is written to
      *            stv_ballot_path.dat (PathRec.cpy) for the ballot
      *            journey trace (SubSTVTrace).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO 'stv_declaration.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DECL-FILE-STATUS.
       SELECT DOUBT-FILE
           ASSIGN TO 'doubtful_papers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DOUBT-FILE-STATUS.
       SELECT FEED-FILE
           ASSIGN TO 'stv_round_feed.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           ORGANIZATION IS RELATIVE
           ACCESS MODE IS SEQUENTIAL
           FILE STATUS IS WORK-FILE-STATUS.
       SELECT CKPT-FILE
           ASSIGN TO 'stv_count_ckpt.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CKPT-FILE-STATUS.
       SELECT PATH-FILE
           ASSIGN TO 'stv_ballot_path.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PATH-FILE-STATUS.
       SELECT HOLD-FILE
           ASSIGN TO 'stv_count_hold.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HOLD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  CAND-FILE            RECORD CONTAINS 24 CHARACTERS.
       FD  DECL-FILE            RECORD CONTAINS 72 CHARACTERS.
       01  DECL-RECORD          PIC X(72).

      * The doubtful-papers queue, read for the rejected-papers
      * section of the declaration.
       FD  DOUBT-FILE           RECORD CONTAINS 518 CHARACTERS.
       COPY DoubtRec.

       FD  FEED-FILE            RECORD CONTAINS 50 CHARACTERS.
       01  FEED-RECORD          PIC X(50).

      * so the count is no longer bounded by an in-memory table - an
      * electorate is limited only by disk. WK-RANK holds the decoded
      * candidate numbers, WK-PTR the preference currently in use.
      * WK-LAST-ROUND is the round that last moved the paper and the
      * WK-PRIOR fields its state before that round, so a restart
      * can put back any paper a killed round had already moved.
      ******************************************************************
       FD  WORK-FILE            RECORD CONTAINS 339 CHARACTERS.
       01  WORK-RECORD.
           05 WK-BALLOT-ID     PIC 9(6).
           05 WK-PREFS         PIC 9(3).
           05 WK-WEIGHT        PIC 9V9(4).
           05 WK-ACTIVE        PIC X.
           05 WK-PARCEL        PIC 9(3).
           05 WK-RANK          PIC 9(3) OCCURS 99 TIMES.
           05 WK-LAST-ROUND    PIC 9(3).
           05 WK-PRIOR-PTR     PIC 9(3).
           05 WK-PRIOR-CAND    PIC 9(3).
           05 WK-PRIOR-WEIGHT  PIC 9V9(4).
           05 WK-PRIOR-ACTIVE  PIC X.
           05 WK-PRIOR-PARCEL  PIC 9(3).

      ******************************************************************
      * The round checkpoint: a header (count parameters, running
      * totals, seed state and how many lines each output file held
      * when the round closed), one record per candidate, one per
      * round of standings history, and a trailer that counts the
      * records before it - a checkpoint cut short by the very crash
      * it guards against has no good trailer and is not offered.
      ******************************************************************
       FD  CKPT-FILE            RECORD CONTAINS 1291 CHARACTERS.
       01  CKPT-RECORD.
           05 CK-TYPE          PIC X.
               88 CK-HEAD-TYPE     VALUE 'H'.
               88 CK-CAND-TYPE     VALUE 'C'.
               88 CK-HIST-TYPE     VALUE 'R'.
               88 CK-END-TYPE      VALUE 'T'.
           05 filler           PIC X(1290).
       01  CK-HEAD-RECORD.
           05 filler           PIC X.
           05 CKH-CONST        PIC X(3).
           05 CKH-ELECTION-ID  PIC X(8).
           05 CKH-N            PIC 9(3).
           05 CKH-R            PIC 9(3).
           05 CKH-TIE-RULE     PIC X.
           05 CKH-METHOD       PIC X.
           05 CKH-DEFER        PIC X.
           05 CKH-BULK         PIC X.
           05 CKH-ROUND        PIC 9(3).
           05 CKH-ROUND-SW     PIC X.
           05 CKH-BALLOTS      PIC 9(6).
           05 CKH-QUOTA        PIC 9(9).
           05 CKH-ELECTED      PIC 9(3).
           05 CKH-ELECT-SEQ    PIC 9(3).
           05 CKH-NT           PIC 9(9)V9(4).
           05 CKH-RETAINED     PIC 9(9)V9(4).
           05 CKH-ALLOWANCE    PIC 9(9)V9(4).
           05 CKH-VOID         PIC 9(6).
           05 CKH-INVALID      PIC 9(6).
           05 CKH-INPERSON     PIC 9(6).
           05 CKH-POSTAL       PIC 9(6).
           05 CKH-SCANNED      PIC 9(6).
           05 CKH-GENERATED    PIC 9(6).
           05 CKH-OTHER        PIC 9(6).
           05 CKH-TIE-SEED     PIC 9(8).
           05 CKH-TIE-USED     PIC X.
           05 CKH-SAMPLE-SEED  PIC 9(8).
           05 CKH-SAMPLE-USED  PIC X.
           05 CKH-RND-SEED     PIC 9(8).
           05 CKH-RND-DRAWS    PIC 9(9).
           05 CKH-COUNT-LINES  PIC 9(7).
           05 CKH-XFER-LINES   PIC 9(7).
           05 CKH-FEED-LINES   PIC 9(7).
           05 CKH-DATE         PIC 9(8).
           05 CKH-TIME         PIC 9(8).
           05 CKH-TICKET       PIC 9(6).
           05 CKH-PATH-LINES   PIC 9(7).
       01  CK-CAND-RECORD.
           05 filler           PIC X.
           05 CKC-IDX          PIC 9(3).
           05 CKC-VOTES        PIC 9(9)V9(4).
           05 CKC-STATUS       PIC X.
           05 CKC-PEND         PIC X.
           05 CKC-DEFER-ROUND  PIC 9(3).
           05 CKC-DEFER-DIST   PIC 9(3).
           05 CKC-BULK-ROUND   PIC 9(3).
           05 CKC-ELECT-SEQ    PIC 9(3).
           05 CKC-ELECT-ROUND  PIC 9(3).
       01  CK-HIST-RECORD.
           05 filler           PIC X.
           05 CKR-ROUND        PIC 9(3).
           05 CKR-VOTES        PIC 9(9)V9(4) OCCURS 99 TIMES.
       01  CK-END-RECORD.
           05 filler           PIC X.
           05 CKT-ROUND        PIC 9(3).
           05 CKT-RECORDS      PIC 9(5).

      * The ballot path file: one line each time a paper changes
      * hands.
       FD  PATH-FILE            RECORD CONTAINS 44 CHARACTERS.
       COPY PathRec.

      * Scratch file a restart uses to cut an output file back to the
      * lines it held at the checkpoint.
       FD  HOLD-FILE            RECORD CONTAINS 80 CHARACTERS.
       01  HOLD-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       77 N                    PIC 9(3).
       77 COUNT-FILE-STATUS    PIC XX VALUE '00'.
       77 CAND-EOF-SWITCH      PIC X VALUE 'N'.
       77 CAND-LOADED-SWITCH   PIC X VALUE 'N'.
      * Set when the constituency's slate runs past the 99 the
      * candidate tables hold; the count refuses to run on it.
       77 SC-SLATE-BIG-SW      PIC X VALUE 'N'.
       77 CAND-COUNT           PIC 9(3) VALUE ZERO.
       77 CAND-IDX             PIC 9(3).
       01 CAND-NAMES-AREA.
           05 CAND-NAME        PIC X(20) OCCURS 99 TIMES.
       77 CMAST-FILE-STATUS    PIC XX VALUE '00'.
       77 CMAST-EOF-SWITCH     PIC X VALUE 'N'.
       77 CMAST-LOADED-SWITCH  PIC X VALUE 'N'.
       01 CAND-MASTER-AREA.
           05 CAND-MASTER-ENTRY    OCCURS 99 TIMES.
               10 CAND-REC-ID       PIC 9(3).
               10 CAND-PARTY        PIC X(20).
               10 CAND-WDRAWN-FLAG  PIC X.
       77 CHAN-SCANNED-TOTAL   PIC 9(6) VALUE ZERO.
       77 CHAN-GENERATED-TOTAL PIC 9(6) VALUE ZERO.
       77 CHAN-OTHER-TOTAL     PIC 9(6) VALUE ZERO.
      * Of the valid poll, the ballots cast as party ticket votes
      * (expanded to the lodged ticket when decoded) - the rest are
      * individual rankings.
       77 TICKET-VOTE-TOTAL    PIC 9(6) VALUE ZERO.
       77 RANKING-VOTE-TOTAL   PIC 9(6) VALUE ZERO.
       77 SC-TICKET-SW         PIC X VALUE 'N'.
       77 VOID-TOTAL           PIC 9(6) VALUE ZERO.
       77 INVALID-TOTAL        PIC 9(6) VALUE ZERO.
       77 SC-PREF-IDX          PIC 9(3).
       77 WORK-FILE-STATUS     PIC XX VALUE '00'.
       77 WORK-EOF-SWITCH      PIC X VALUE 'N'.
       77 XFER-METHOD          PIC X VALUE 'G'.
      * The two statutory count options. Deferral holds back a
      * surplus that can neither lift the lowest continuing
      * candidate off the bottom nor bring anyone to quota; bulk
      * exclusion drops together the lowest candidates whose
      * combined votes (with any surplus held back) cannot reach
      * the next candidate up. Both are off unless chosen and both
      * are recorded on the count header.
       77 SC-DEFER-OPT         PIC X VALUE 'N'.
       77 SC-BULK-OPT          PIC X VALUE 'N'.
       77 SC-XFER-DONE-SW      PIC X VALUE 'N'.
       77 SC-DEFER-SWITCH      PIC X VALUE 'N'.
       77 PEND-TOTAL           PIC 9(9)V9(4) VALUE ZERO.
       77 PEND-COUNT           PIC 9(3) VALUE ZERO.
       77 DF-HIGH-VOTES        PIC 9(9)V9(4).
       77 DF-LOW-VOTES         PIC 9(9)V9(4).
       77 DF-LOW2-VOTES        PIC 9(9)V9(4).
       77 DF-LOW-IDX           PIC 9(3).
       77 DF-LOW2-IDX          PIC 9(3).
       77 BX-COUNT             PIC 9(3).
       77 BX-K                 PIC 9(3).
       77 BX-TAKE              PIC 9(3) VALUE ZERO.
       77 BX-ROOM              PIC S9(3).
       77 BX-PICK-IDX          PIC 9(3).
       77 BX-PICK-VOTES        PIC 9(9)V9(4).
       77 BX-PREFIX            PIC 9(9)V9(4).
       01 BX-ORDER-AREA.
           05 BX-ORDER         PIC 9(3) OCCURS 99 TIMES.
       77 SP-PAPER-COUNT       PIC 9(6).
       77 SP-MAX-PARCEL        PIC 9(3).
       77 SP-PARCEL-VALUE      PIC 9(9)V9(4).
       77 DECL-FILE-STATUS     PIC XX VALUE '00'.
       77 ELECT-SEQ            PIC 9(3) VALUE ZERO.
       01 ELECT-ORDER-AREA.
           05 ELECT-ORDER-ENTRY    OCCURS 99 TIMES.
               10 CAND-ELECT-SEQ    PIC 9(3).
               10 CAND-ELECT-ROUND  PIC 9(3).
       77 DECL-SEQ-IDX         PIC 9(3).
       01 DECL-ROW             PIC X(72).
       77 DECL-POLL-EDIT       PIC Z(5)9.
       77 DECL-SEQ-EDIT        PIC Z9.
       77 DECL-PTR             PIC 9(3).
       77 DOUBT-FILE-STATUS    PIC XX VALUE '00'.
       77 DOUBT-EOF-SWITCH     PIC X.
       77 DECL-REJ-TOTAL       PIC 9(6).
       77 DECL-OBJ-TOTAL       PIC 9(6).
       77 DECL-GRD-IDX         PIC 9.
      * Doubtful papers rejected on adjudication, by statutory
      * ground, in the order M F D U I.
       01 DECL-GROUND-AREA.
           05 DECL-GROUND-ENTRY    OCCURS 5 TIMES.
               10 DECL-GRD-CODE     PIC X.
               10 DECL-GRD-TEXT     PIC X(42).
               10 DECL-GRD-COUNT    PIC 9(6).

       77 FEED-FILE-STATUS     PIC XX VALUE '00'.
       77 FEED-VOTES-FIXED     PIC 9(9).9(4).
       01 FEED-ROW             PIC X(50).

       01  SC-CAND-TABLE.
           05 SC-CAND               OCCURS 99 TIMES.
               10 SC-CAND-VOTES      PIC 9(9)V9(4).
               10 SC-CAND-STATUS     PIC X.
                   88 SC-CAND-CONTINUING VALUE 'C'.
                   88 SC-CAND-ELECTED     VALUE 'E'.
                   88 SC-CAND-ELIMINATED  VALUE 'X'.
      * SC-CAND-PEND is 'Y' while an elected candidate's surplus is
      * held back under deferral; the rounds record when it was
      * deferred, when (if ever) it was distributed, and when a
      * candidate went out in a bulk exclusion.
               10 SC-CAND-PEND       PIC X.
               10 SC-DEFER-ROUND     PIC 9(3).
               10 SC-DEFER-DIST      PIC 9(3).
               10 SC-BULK-ROUND      PIC 9(3).
               10 SC-CAND-PICKED     PIC X.
      * End-of-count cross-check accumulators: one full pass over
      * the work file re-derives every continuing candidate's tally
      * so the incremental bookkeeping can be proven against the
      * papers on disk.
       01 XC-VOTES-AREA.
           05 XC-VOTES         PIC 9(9)V9(4) OCCURS 99 TIMES.
       77 XC-DIFF              PIC S9(9)V9(4).
       77 XC-FAIL-COUNT        PIC 9(3).
       77 SC-RESULT-OK-SWITCH  PIC X VALUE 'N'.
       77 TIE-BASIS-ROUND      PIC 9(3).
       77 TIE-ORIG-COUNT       PIC 9(3).
       01 TIE-SET-AREA.
           05 TIE-CAND         PIC 9(3) OCCURS 99 TIMES.
       01 TIE-KEEP-AREA.
           05 TIE-KEEP         PIC 9(3) OCCURS 99 TIMES.
       01 SC-HIST-AREA.
           05 SC-HIST-ROUND        OCCURS 200 TIMES.
               10 SC-HIST-VOTES     PIC 9(9)V9(4) OCCURS 99 TIMES.

       77 TRANSFER-FILE-STATUS PIC XX VALUE '00'.
       77 PATH-FILE-STATUS     PIC XX VALUE '00'.
       77 PATH-EVENT           PIC X.
       77 PATH-FROM-CAND       PIC 9(3).
       77 TD-FROM-CAND         PIC 9(3).
       77 TD-TYPE              PIC X(11).
       77 TD-DEST-IDX          PIC 9(3).
       77 TD-NT-PAPERS         PIC 9(6).
       77 TD-NT-VALUE          PIC 9(9)V9(4).
       01 TD-DEST-TABLE.
           05 TD-DEST              OCCURS 99 TIMES.
               10 TD-TO-PAPERS      PIC 9(6).
               10 TD-TO-VALUE       PIC 9(9)V9(4).
       01 TRANSFER-ROW PIC X(80).

       77 SC-LOCK-OK-SWITCH    PIC X VALUE 'N'.
       77 SC-LOCK-OPER         PIC X(8) VALUE SPACES.

      * Checkpoint and restart. RND-SEED is the seed the random
      * generator was last started from and RND-DRAWS the draws
      * taken since, so a resumed count can bring the generator back
      * to the same point in its sequence.
       77 CKPT-FILE-STATUS     PIC XX VALUE '00'.
       77 HOLD-FILE-STATUS     PIC XX VALUE '00'.
       77 CK-EOF-SWITCH        PIC X.
       77 CK-MATCH-SW          PIC X.
       77 CK-END-SW            PIC X.
       77 CK-VALID-SW          PIC X.
       77 SC-RESUME-SW         PIC X VALUE 'N'.
       77 CK-ROUND             PIC 9(3).
       77 CK-RECORDS           PIC 9(5).
       77 CK-HIST-TOP          PIC 9(3).
       77 CK-HIST-IDX          PIC 9(3).
       77 CK-COUNT-LINES       PIC 9(7).
       77 CK-XFER-LINES        PIC 9(7).
       77 CK-FEED-LINES        PIC 9(7).
       77 CK-PATH-LINES        PIC 9(7).
       77 CK-ON-COUNT          PIC 9(7).
       77 CK-ON-XFER           PIC 9(7).
       77 CK-ON-FEED           PIC 9(7).
       77 CK-ON-PATH           PIC 9(7).
       77 CK-LINES             PIC 9(7).
       77 CK-SAVED-DATE        PIC 9(8).
       77 CK-SAVED-TIME        PIC 9(8).
       77 CK-RUN-DATE          PIC 9(8).
       77 CK-RUN-TIME          PIC 9(8).
       77 RND-SEED             PIC 9(8) VALUE ZERO.
       77 RND-DRAWS            PIC 9(9) VALUE ZERO.
       01 AUDIT-RECORD         PIC X(300).
      * Request block for the chained audit writer; audit lines go
      * through SubSTVAuditLog for their sequence and chain stamp.
       COPY AuditReq.
      * Request block for the constituency lock manager; the count
      * holds the lock for the whole run so no other session can
      * touch this constituency's ballots mid-count.
       COPY LockReq.
      * Request block for the count results library; the finished
      * run's artefacts are filed there under a run number.
       COPY LibReq.
      * Request block for the statutory deadline check; a count run
      * ahead of the timetabled count start is warned about.
       COPY DeadReq.
      * Request block for the ticket expander: ticket votes are
      * expanded to their party's lodged ticket as they are decoded.
       COPY TicketReq.

       LINKAGE SECTION.
       01  LK-N PIC 9(12).
               PERFORM GET-CONST-PARA
               PERFORM VALIDATE-CONST-PARA
                   UNTIL SC-CONST-CODE NOT = SPACES
               PERFORM CHECK-RESTART-PARA
           END-IF.
           IF BR-BATCH AND BR-RESUME = 'Y'
               PERFORM CHECK-RESTART-PARA
           END-IF.
           IF NOT BR-BATCH AND SC-RESUME-SW NOT = 'Y'
               PERFORM GET-N-PARA
               IF SC-SLATE-BIG-SW = 'Y'
                   MOVE 99 TO BR-RC
                   EXIT PROGRAM
               END-IF
               PERFORM VALIDATE-N-PARA UNTIL N > ZERO AND N <= 99
               PERFORM GET-R-PARA
               PERFORM VALIDATE-R-PARA UNTIL R > ZERO AND R <= N
               PERFORM GET-TIE-RULE-PARA
               PERFORM VALIDATE-XFER-METHOD-PARA
                   UNTIL XFER-METHOD = 'G' OR XFER-METHOD = 'L'
                       OR XFER-METHOD = 'I' OR XFER-METHOD = 'S'
               PERFORM GET-DEFER-OPT-PARA
               PERFORM VALIDATE-DEFER-OPT-PARA
                   UNTIL SC-DEFER-OPT = 'Y' OR SC-DEFER-OPT = 'N'
               PERFORM GET-BULK-OPT-PARA
               PERFORM VALIDATE-BULK-OPT-PARA
                   UNTIL SC-BULK-OPT = 'Y' OR SC-BULK-OPT = 'N'
           END-IF.
           PERFORM CHECK-ELECTION-PARA.
           IF SC-ELECTION-STATUS NOT = SPACE
               MOVE 03 TO BR-RC
               EXIT PROGRAM
           END-IF.
           PERFORM CHECK-COUNT-START-PARA.
           PERFORM ACQUIRE-LOCK-PARA.
           IF SC-LOCK-OK-SWITCH NOT = 'Y'
               MOVE 03 TO BR-RC
               EXIT PROGRAM
           END-IF.
           IF SC-RESUME-SW = 'Y'
               PERFORM RESUME-COUNT-PARA
           ELSE
               PERFORM START-COUNT-PARA
           END-IF.
           PERFORM RUN-ROUND-PARA UNTIL ELECTED-COUNT >= R
               OR ROUND-SWITCH = 'N'.
           PERFORM FINAL-CROSSCHECK-PARA.
           PERFORM WRITE-FINAL-SUMMARY-PARA.
      * A count that stopped short - a conservation failure, a
      * deadlocked exclusion, or an end-of-count cross-check that
      * could not prove the books against the papers - has produced
      * no result: no signable declaration is written and the
      * election stays at BALLOTS-CLOSED so the count can be re-run
      * once the cause is found.
           IF ELECTED-COUNT >= R AND ROUND-SWITCH = 'Y'
               AND XC-FAIL-COUNT = ZERO
               MOVE 'Y' TO SC-RESULT-OK-SWITCH
           ELSE
               MOVE 'N' TO SC-RESULT-OK-SWITCH
           END-IF.
           IF SC-RESULT-OK-SWITCH = 'Y'
               PERFORM WRITE-DECLARATION-PARA
           ELSE
               IF ELECTED-COUNT >= R
                   DISPLAY "*** Cross-check failed - no "
                       "declaration written and the election "
                       "status is unchanged ***"
               ELSE
                   DISPLAY "Count incomplete - no declaration "
                       "written and the election status is "
                       "unchanged."
               END-IF
           END-IF.
           CLOSE COUNT-FILE.
           CLOSE TRANSFER-FILE.
           CLOSE PATH-FILE.
           IF SC-RESULT-OK-SWITCH = 'Y'
               PERFORM ADVANCE-ELECTION-PARA
           END-IF.
           IF BR-RUN-TYPE NOT = 'S'
               PERFORM FILE-RESULTS-PARA
           END-IF.
           PERFORM CLEAR-CHECKPOINT-PARA.
           PERFORM RELEASE-LOCK-PARA.
           MOVE N TO LK-N.
           MOVE R TO LK-R.
           IF SC-RESULT-OK-SWITCH = 'Y'
               MOVE ZERO TO BR-RC
           ELSE
               MOVE 04 TO BR-RC
           END-IF.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * START-COUNT-PARA - a count from the beginning: load the
      * ballots onto the work file, work out the quota, open the
      * output files afresh, start every paper's path at its first
      * preference, write the header and exclude any withdrawn
      * candidates. Any checkpoint left by an earlier run
      * is cleared first - it belongs to a work file about to be
      * rebuilt - and the round-0 checkpoint is taken at the end.
      ******************************************************************
       START-COUNT-PARA.
           PERFORM CLEAR-CHECKPOINT-PARA.
           PERFORM INIT-CAND-TABLE-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           PERFORM LOAD-BALLOTS-PARA.
               MOVE 02 TO BR-RC
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT PATH-FILE.
           IF PATH-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to open stv_ballot_path.dat "
                   "for output - status " PATH-FILE-STATUS " ***"
               CLOSE COUNT-FILE
               CLOSE TRANSFER-FILE
               PERFORM RELEASE-LOCK-PARA
               MOVE N TO LK-N
               MOVE R TO LK-R
               MOVE 02 TO BR-RC
               EXIT PROGRAM
           END-IF.
           PERFORM WRITE-FIRST-PATHS-PARA.
           PERFORM WRITE-HEADER-PARA.
           MOVE ZERO TO ELECTED-COUNT.
           PERFORM MARK-WITHDRAWN-PARA VARYING I FROM 1 BY 1
           PERFORM TRANSFER-WITHDRAWN-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           MOVE 'Y' TO ROUND-SWITCH.
           PERFORM WRITE-CHECKPOINT-PARA.

      ******************************************************************
      * RUN-ROUND-PARA - one round of the count, checkpointed as soon
      * as it closes.
      ******************************************************************
       RUN-ROUND-PARA.
           PERFORM COUNT-ROUND-PARA.
           PERFORM WRITE-CHECKPOINT-PARA.

      ******************************************************************
      * CHECK-RESTART-PARA - is there a checkpoint for this
      * constituency and election, left by a count that never
      * finished? It is offered only when it is complete, the
      * election is still at BALLOTS-CLOSED, the work file is there
      * and every output file still holds at least the lines the
      * checkpoint recorded. The operator chooses; an unattended run
      * resumes when its request block says so.
      ******************************************************************
       CHECK-RESTART-PARA.
           MOVE 'N' TO SC-RESUME-SW.
           PERFORM CHECK-ELECTION-PARA.
           PERFORM SCAN-CHECKPOINT-PARA.
           IF CK-VALID-SW = 'Y'
               AND SC-ELECTION-STATUS NOT = SPACE
               AND SC-ELECTION-STATUS NOT = 'B'
               MOVE 'N' TO CK-VALID-SW
           END-IF.
           IF CK-VALID-SW = 'Y'
               OPEN INPUT WORK-FILE
               IF WORK-FILE-STATUS = '00'
                   CLOSE WORK-FILE
               ELSE
                   MOVE 'N' TO CK-VALID-SW
               END-IF
           END-IF.
           IF CK-VALID-SW = 'Y'
               PERFORM TALLY-OUTPUT-LINES-PARA
               IF CK-ON-COUNT < CK-COUNT-LINES
                   OR CK-ON-XFER < CK-XFER-LINES
                   OR CK-ON-FEED < CK-FEED-LINES
                   OR CK-ON-PATH < CK-PATH-LINES
                   MOVE 'N' TO CK-VALID-SW
               END-IF
           END-IF.
           IF CK-VALID-SW = 'Y'
               IF BR-BATCH
                   MOVE 'Y' TO SC-RESUME-SW
                   DISPLAY "Count of " SC-CONST-CODE " resuming "
                       "from the checkpoint after round " CK-ROUND
               ELSE
                   DISPLAY "The count of " SC-CONST-CODE
                       " (election " SC-ELECTION-ID ") did not "
                       "finish - round " CK-ROUND " was the last "
                       "completed, checkpointed " CK-SAVED-DATE " "
                       CK-SAVED-TIME "."
                   PERFORM GET-RESUME-PARA
                   PERFORM VALIDATE-RESUME-PARA
                       UNTIL SC-RESUME-SW = 'Y'
                           OR SC-RESUME-SW = 'N'
               END-IF
           END-IF.

       GET-RESUME-PARA.
           DISPLAY "Resume the count after round " CK-ROUND
               "? Y/N (N counts again from the start) [Enter=Y] ".
           MOVE SPACES TO SC-INPUT.
           ACCEPT SC-INPUT.
           IF SC-INPUT = SPACES
               MOVE 'Y' TO SC-RESUME-SW
           ELSE
               MOVE FUNCTION UPPER-CASE(SC-INPUT(1:1))
                   TO SC-RESUME-SW
           END-IF.

       VALIDATE-RESUME-PARA.
           DISPLAY "Answer Y or N - please re-enter.".
           PERFORM GET-RESUME-PARA.

      ******************************************************************
      * SCAN-CHECKPOINT-PARA - read the checkpoint through without
      * restoring anything: the header must name this constituency
      * and election, and the trailer must count every record ahead
      * of it.
      ******************************************************************
       SCAN-CHECKPOINT-PARA.
           MOVE 'N' TO CK-VALID-SW.
           MOVE 'N' TO CK-MATCH-SW.
           MOVE 'N' TO CK-END-SW.
           MOVE ZERO TO CK-RECORDS.
           MOVE ZERO TO CK-ROUND.
           MOVE 'N' TO CK-EOF-SWITCH.
           OPEN INPUT CKPT-FILE.
           IF CKPT-FILE-STATUS = '00'
               PERFORM SCAN-CKPT-RECORD-PARA
                   UNTIL CK-EOF-SWITCH = 'Y'
               CLOSE CKPT-FILE
           END-IF.
           IF CK-MATCH-SW = 'Y' AND CK-END-SW = 'Y'
               MOVE 'Y' TO CK-VALID-SW
           END-IF.

       SCAN-CKPT-RECORD-PARA.
           READ CKPT-FILE
               AT END
                   MOVE 'Y' TO CK-EOF-SWITCH
               NOT AT END
                   IF CK-END-TYPE
                       IF CKT-RECORDS = CK-RECORDS
                           AND CKT-ROUND = CK-ROUND
                           MOVE 'Y' TO CK-END-SW
                       END-IF
                       MOVE 'Y' TO CK-EOF-SWITCH
                   ELSE
                       ADD 1 TO CK-RECORDS
                       IF CK-HEAD-TYPE AND CK-RECORDS = 1
                           PERFORM SCAN-CKPT-HEAD-PARA
                       END-IF
                   END-IF
           END-READ.

       SCAN-CKPT-HEAD-PARA.
           IF CKH-CONST = SC-CONST-CODE
               AND CKH-ELECTION-ID = SC-ELECTION-ID
               MOVE 'Y' TO CK-MATCH-SW
           END-IF.
           MOVE CKH-ROUND TO CK-ROUND.
           MOVE CKH-COUNT-LINES TO CK-COUNT-LINES.
           MOVE CKH-XFER-LINES TO CK-XFER-LINES.
           MOVE CKH-FEED-LINES TO CK-FEED-LINES.
           MOVE CKH-PATH-LINES TO CK-PATH-LINES.
           IF CKH-PATH-LINES IS NOT NUMERIC
               MOVE ZERO TO CK-PATH-LINES
           END-IF.
           MOVE CKH-DATE TO CK-SAVED-DATE.
           MOVE CKH-TIME TO CK-SAVED-TIME.

      ******************************************************************
      * TALLY-OUTPUT-LINES-PARA - how many lines the count output,
      * the transfer detail, the round feed and the ballot path hold
      * on disk.
      ******************************************************************
       TALLY-OUTPUT-LINES-PARA.
           MOVE ZERO TO CK-ON-COUNT.
           MOVE ZERO TO CK-ON-XFER.
           MOVE ZERO TO CK-ON-FEED.
           MOVE ZERO TO CK-ON-PATH.
           MOVE 'N' TO CK-EOF-SWITCH.
           OPEN INPUT COUNT-FILE.
           IF COUNT-FILE-STATUS = '00'
               PERFORM TALLY-COUNT-LINE-PARA
                   UNTIL CK-EOF-SWITCH = 'Y'
               CLOSE COUNT-FILE
           END-IF.
           MOVE 'N' TO CK-EOF-SWITCH.
           OPEN INPUT TRANSFER-FILE.
           IF TRANSFER-FILE-STATUS = '00'
               PERFORM TALLY-XFER-LINE-PARA
                   UNTIL CK-EOF-SWITCH = 'Y'
               CLOSE TRANSFER-FILE
           END-IF.
           MOVE 'N' TO CK-EOF-SWITCH.
           OPEN INPUT FEED-FILE.
           IF FEED-FILE-STATUS = '00'
               PERFORM TALLY-FEED-LINE-PARA
                   UNTIL CK-EOF-SWITCH = 'Y'
               CLOSE FEED-FILE
           END-IF.
           MOVE 'N' TO CK-EOF-SWITCH.
           OPEN INPUT PATH-FILE.
           IF PATH-FILE-STATUS = '00'
               PERFORM TALLY-PATH-LINE-PARA
                   UNTIL CK-EOF-SWITCH = 'Y'
               CLOSE PATH-FILE
           END-IF.

       TALLY-COUNT-LINE-PARA.
           READ COUNT-FILE
               AT END
                   MOVE 'Y' TO CK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CK-ON-COUNT
           END-READ.

       TALLY-XFER-LINE-PARA.
           READ TRANSFER-FILE
               AT END
                   MOVE 'Y' TO CK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CK-ON-XFER
           END-READ.

       TALLY-FEED-LINE-PARA.
           READ FEED-FILE
               AT END
                   MOVE 'Y' TO CK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CK-ON-FEED
           END-READ.

       TALLY-PATH-LINE-PARA.
           READ PATH-FILE
               AT END
                   MOVE 'Y' TO CK-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CK-ON-PATH
           END-READ.

      ******************************************************************
      * WRITE-CHECKPOINT-PARA - at the close of every round (and once
      * after the withdrawals, as round zero) put the count's whole
      * state on disk. The count output, transfer detail and ballot
      * path are closed and reopened for extend so every line of the
      * round is on disk before its line count is taken; the round
      * feed is already closed between rounds.
      ******************************************************************
       WRITE-CHECKPOINT-PARA.
           CLOSE COUNT-FILE.
           CLOSE TRANSFER-FILE.
           CLOSE PATH-FILE.
           PERFORM TALLY-OUTPUT-LINES-PARA.
           OPEN EXTEND COUNT-FILE.
           OPEN EXTEND TRANSFER-FILE.
           OPEN EXTEND PATH-FILE.
           IF COUNT-FILE-STATUS NOT = '00'
               OR TRANSFER-FILE-STATUS NOT = '00'
               OR PATH-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to reopen the count output "
                   "files after round " ROUND-NUM " - status "
                   COUNT-FILE-STATUS "/" TRANSFER-FILE-STATUS "/"
                   PATH-FILE-STATUS "; count halted ***"
               MOVE 'N' TO ROUND-SWITCH
           END-IF.
           ACCEPT CK-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CK-RUN-TIME FROM TIME.
           MOVE ZERO TO CK-RECORDS.
           OPEN OUTPUT CKPT-FILE.
           IF CKPT-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to write stv_count_ckpt.dat - "
                   "status " CKPT-FILE-STATUS "; round " ROUND-NUM
                   " has no checkpoint ***"
           ELSE
               PERFORM WRITE-CKPT-HEAD-PARA
               PERFORM WRITE-CKPT-CAND-PARA VARYING I FROM 1 BY 1
                   UNTIL I > N
               IF ROUND-NUM > 200
                   MOVE 200 TO CK-HIST-TOP
               ELSE
                   MOVE ROUND-NUM TO CK-HIST-TOP
               END-IF
               PERFORM WRITE-CKPT-HIST-PARA VARYING CK-HIST-IDX
                   FROM 1 BY 1 UNTIL CK-HIST-IDX > CK-HIST-TOP
               MOVE SPACES TO CKPT-RECORD
               MOVE ROUND-NUM TO CKT-ROUND
               MOVE CK-RECORDS TO CKT-RECORDS
               MOVE 'T' TO CK-TYPE
               WRITE CKPT-RECORD
               CLOSE CKPT-FILE
           END-IF.

       WRITE-CKPT-HEAD-PARA.
           MOVE SPACES TO CKPT-RECORD.
           MOVE SC-CONST-CODE TO CKH-CONST.
           MOVE SC-ELECTION-ID TO CKH-ELECTION-ID.
           MOVE N TO CKH-N.
           MOVE R TO CKH-R.
           MOVE TIE-RULE TO CKH-TIE-RULE.
           MOVE XFER-METHOD TO CKH-METHOD.
           MOVE SC-DEFER-OPT TO CKH-DEFER.
           MOVE SC-BULK-OPT TO CKH-BULK.
           MOVE ROUND-NUM TO CKH-ROUND.
           MOVE ROUND-SWITCH TO CKH-ROUND-SW.
           MOVE BALLOT-TOTAL TO CKH-BALLOTS.
           MOVE DROOP-QUOTA TO CKH-QUOTA.
           MOVE ELECTED-COUNT TO CKH-ELECTED.
           MOVE ELECT-SEQ TO CKH-ELECT-SEQ.
           MOVE NT-TOTAL TO CKH-NT.
           MOVE RETAINED-TOTAL TO CKH-RETAINED.
           MOVE CONS-ALLOWANCE TO CKH-ALLOWANCE.
           MOVE VOID-TOTAL TO CKH-VOID.
           MOVE INVALID-TOTAL TO CKH-INVALID.
           MOVE CHAN-INPERSON-TOTAL TO CKH-INPERSON.
           MOVE CHAN-POSTAL-TOTAL TO CKH-POSTAL.
           MOVE CHAN-SCANNED-TOTAL TO CKH-SCANNED.
           MOVE CHAN-GENERATED-TOTAL TO CKH-GENERATED.
           MOVE CHAN-OTHER-TOTAL TO CKH-OTHER.
           MOVE TICKET-VOTE-TOTAL TO CKH-TICKET.
           MOVE TIE-SEED TO CKH-TIE-SEED.
           MOVE TIE-SEED-USED-SW TO CKH-TIE-USED.
           MOVE SAMPLE-SEED TO CKH-SAMPLE-SEED.
           MOVE SAMPLE-SEED-USED-SW TO CKH-SAMPLE-USED.
           MOVE RND-SEED TO CKH-RND-SEED.
           MOVE RND-DRAWS TO CKH-RND-DRAWS.
           MOVE CK-ON-COUNT TO CKH-COUNT-LINES.
           MOVE CK-ON-XFER TO CKH-XFER-LINES.
           MOVE CK-ON-FEED TO CKH-FEED-LINES.
           MOVE CK-ON-PATH TO CKH-PATH-LINES.
           MOVE CK-RUN-DATE TO CKH-DATE.
           MOVE CK-RUN-TIME TO CKH-TIME.
           MOVE 'H' TO CK-TYPE.
           WRITE CKPT-RECORD.
           ADD 1 TO CK-RECORDS.

       WRITE-CKPT-CAND-PARA.
           MOVE SPACES TO CKPT-RECORD.
           MOVE I TO CKC-IDX.
           MOVE SC-CAND-VOTES(I) TO CKC-VOTES.
           MOVE SC-CAND-STATUS(I) TO CKC-STATUS.
           MOVE SC-CAND-PEND(I) TO CKC-PEND.
           MOVE SC-DEFER-ROUND(I) TO CKC-DEFER-ROUND.
           MOVE SC-DEFER-DIST(I) TO CKC-DEFER-DIST.
           MOVE SC-BULK-ROUND(I) TO CKC-BULK-ROUND.
           MOVE CAND-ELECT-SEQ(I) TO CKC-ELECT-SEQ.
           MOVE CAND-ELECT-ROUND(I) TO CKC-ELECT-ROUND.
           MOVE 'C' TO CK-TYPE.
           WRITE CKPT-RECORD.
           ADD 1 TO CK-RECORDS.

       WRITE-CKPT-HIST-PARA.
           MOVE SPACES TO CKPT-RECORD.
           MOVE CK-HIST-IDX TO CKR-ROUND.
           PERFORM COPY-HIST-OUT-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           MOVE 'R' TO CK-TYPE.
           WRITE CKPT-RECORD.
           ADD 1 TO CK-RECORDS.

       COPY-HIST-OUT-PARA.
           MOVE SC-HIST-VOTES(CK-HIST-IDX I) TO CKR-VOTES(I).

      ******************************************************************
      * CLEAR-CHECKPOINT-PARA - empty the checkpoint once the count
      * it covers has finished (or is about to start over).
      ******************************************************************
       CLEAR-CHECKPOINT-PARA.
           OPEN OUTPUT CKPT-FILE.
           IF CKPT-FILE-STATUS = '00'
               CLOSE CKPT-FILE
           END-IF.

      ******************************************************************
      * RESUME-COUNT-PARA - pick the count up after the last
      * checkpointed round: restore every total, table and seed from
      * the checkpoint, put back any paper the killed round had
      * already moved, cut each output file back to the lines it
      * held when that round closed, bring the random generator back
      * to the same point in its sequence, and note the restart on
      * the audit trail. The output of the resumed count then runs
      * on exactly as the uninterrupted count's would have.
      ******************************************************************
       RESUME-COUNT-PARA.
           PERFORM LOAD-CAND-MASTER-PARA.
           IF CAND-LOADED-SWITCH NOT = 'Y'
               PERFORM LOAD-CAND-NAMES-PARA
           END-IF.
           MOVE 'N' TO CK-EOF-SWITCH.
           OPEN INPUT CKPT-FILE.
           IF CKPT-FILE-STATUS = '00'
               PERFORM READ-CKPT-HEAD-PARA
               PERFORM INIT-CAND-TABLE-PARA VARYING I FROM 1 BY 1
                   UNTIL I > N
               PERFORM RESTORE-CKPT-PARA
                   UNTIL CK-EOF-SWITCH = 'Y'
               CLOSE CKPT-FILE
               OPEN I-O WORK-FILE
           END-IF.
           IF CKPT-FILE-STATUS NOT = '00'
               OR WORK-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to reopen the checkpoint or "
                   "stv_count_work.dat - status " CKPT-FILE-STATUS
                   "/" WORK-FILE-STATUS "; count not resumed ***"
               PERFORM RELEASE-LOCK-PARA
               MOVE N TO LK-N
               MOVE R TO LK-R
               MOVE 02 TO BR-RC
               EXIT PROGRAM
           END-IF.
           MOVE 'N' TO WORK-EOF-SWITCH.
           PERFORM RESTORE-WORK-PARA UNTIL WORK-EOF-SWITCH = 'Y'.
           CLOSE WORK-FILE.
           PERFORM TRIM-COUNT-FILE-PARA.
           PERFORM TRIM-XFER-FILE-PARA.
           PERFORM TRIM-FEED-FILE-PARA.
           PERFORM TRIM-PATH-FILE-PARA.
           OPEN EXTEND COUNT-FILE.
           OPEN EXTEND TRANSFER-FILE.
           OPEN EXTEND PATH-FILE.
           IF TIE-SEED-USED-SW = 'Y' OR SAMPLE-SEED-USED-SW = 'Y'
               COMPUTE TIE-RANDOM = FUNCTION RANDOM(RND-SEED)
               PERFORM REPLAY-DRAW-PARA RND-DRAWS TIMES
           END-IF.
           PERFORM LOG-RESTART-PARA.
           DISPLAY "Count of " SC-CONST-CODE " resumed after round "
               ROUND-NUM ".".

       READ-CKPT-HEAD-PARA.
           READ CKPT-FILE
               AT END
                   MOVE 'Y' TO CK-EOF-SWITCH
           END-READ.
           IF CK-EOF-SWITCH = 'N' AND CK-HEAD-TYPE
               MOVE CKH-N TO N
               MOVE CKH-R TO R
               MOVE CKH-TIE-RULE TO TIE-RULE
               MOVE CKH-METHOD TO XFER-METHOD
               MOVE CKH-DEFER TO SC-DEFER-OPT
               MOVE CKH-BULK TO SC-BULK-OPT
               MOVE CKH-ROUND TO ROUND-NUM
               MOVE CKH-ROUND-SW TO ROUND-SWITCH
               MOVE CKH-BALLOTS TO BALLOT-TOTAL
               MOVE CKH-QUOTA TO DROOP-QUOTA
               MOVE CKH-ELECTED TO ELECTED-COUNT
               MOVE CKH-ELECT-SEQ TO ELECT-SEQ
               MOVE CKH-NT TO NT-TOTAL
               MOVE CKH-RETAINED TO RETAINED-TOTAL
               MOVE CKH-ALLOWANCE TO CONS-ALLOWANCE
               MOVE CKH-VOID TO VOID-TOTAL
               MOVE CKH-INVALID TO INVALID-TOTAL
               MOVE CKH-INPERSON TO CHAN-INPERSON-TOTAL
               MOVE CKH-POSTAL TO CHAN-POSTAL-TOTAL
               MOVE CKH-SCANNED TO CHAN-SCANNED-TOTAL
               MOVE CKH-GENERATED TO CHAN-GENERATED-TOTAL
               MOVE CKH-OTHER TO CHAN-OTHER-TOTAL
               MOVE CKH-TICKET TO TICKET-VOTE-TOTAL
               MOVE CKH-TIE-SEED TO TIE-SEED
               MOVE CKH-TIE-USED TO TIE-SEED-USED-SW
               MOVE CKH-SAMPLE-SEED TO SAMPLE-SEED
               MOVE CKH-SAMPLE-USED TO SAMPLE-SEED-USED-SW
               MOVE CKH-RND-SEED TO RND-SEED
               MOVE CKH-RND-DRAWS TO RND-DRAWS
               MOVE CKH-COUNT-LINES TO CK-COUNT-LINES
               MOVE CKH-XFER-LINES TO CK-XFER-LINES
               MOVE CKH-FEED-LINES TO CK-FEED-LINES
               MOVE CKH-PATH-LINES TO CK-PATH-LINES
               IF CKH-PATH-LINES IS NOT NUMERIC
                   MOVE ZERO TO CK-PATH-LINES
               END-IF
           END-IF.

       RESTORE-CKPT-PARA.
           READ CKPT-FILE
               AT END
                   MOVE 'Y' TO CK-EOF-SWITCH
               NOT AT END
                   IF CK-CAND-TYPE
                       PERFORM RESTORE-CKPT-CAND-PARA
                   ELSE IF CK-HIST-TYPE
                       PERFORM COPY-HIST-IN-PARA VARYING I
                           FROM 1 BY 1 UNTIL I > N
                   ELSE
                       MOVE 'Y' TO CK-EOF-SWITCH
                   END-IF
                   END-IF
           END-READ.

       RESTORE-CKPT-CAND-PARA.
           MOVE CKC-IDX TO I.
           MOVE CKC-VOTES TO SC-CAND-VOTES(I).
           MOVE CKC-STATUS TO SC-CAND-STATUS(I).
           MOVE CKC-PEND TO SC-CAND-PEND(I).
           MOVE CKC-DEFER-ROUND TO SC-DEFER-ROUND(I).
           MOVE CKC-DEFER-DIST TO SC-DEFER-DIST(I).
           MOVE CKC-BULK-ROUND TO SC-BULK-ROUND(I).
           MOVE CKC-ELECT-SEQ TO CAND-ELECT-SEQ(I).
           MOVE CKC-ELECT-ROUND TO CAND-ELECT-ROUND(I).

       COPY-HIST-IN-PARA.
           MOVE CKR-VOTES(I) TO SC-HIST-VOTES(CKR-ROUND I).

      * A paper last moved in a round after the checkpoint goes back
      * to where that round found it.
       RESTORE-WORK-PARA.
           READ WORK-FILE
               AT END
                   MOVE 'Y' TO WORK-EOF-SWITCH
               NOT AT END
                   IF WK-LAST-ROUND > ROUND-NUM
                       MOVE WK-PRIOR-PTR TO WK-PTR
                       MOVE WK-PRIOR-CAND TO WK-CAND
                       MOVE WK-PRIOR-WEIGHT TO WK-WEIGHT
                       MOVE WK-PRIOR-ACTIVE TO WK-ACTIVE
                       MOVE WK-PRIOR-PARCEL TO WK-PARCEL
                       MOVE ROUND-NUM TO WK-LAST-ROUND
                       REWRITE WORK-RECORD
                   END-IF
           END-READ.

       REPLAY-DRAW-PARA.
           COMPUTE TIE-RANDOM = FUNCTION RANDOM.

      ******************************************************************
      * TRIM-COUNT-FILE-PARA / TRIM-XFER-FILE-PARA /
      * TRIM-FEED-FILE-PARA / TRIM-PATH-FILE-PARA - copy the lines
      * each output file held at the checkpoint out to the hold
      * file and back, dropping whatever the killed round had
      * written after them.
      ******************************************************************
       TRIM-COUNT-FILE-PARA.
           MOVE ZERO TO CK-LINES.
           MOVE 'N' TO CK-EOF-SWITCH.
           OPEN INPUT COUNT-FILE.
           OPEN OUTPUT HOLD-FILE.
           PERFORM HOLD-COUNT-LINE-PARA
               UNTIL CK-EOF-SWITCH = 'Y' OR CK-LINES >= CK-COUNT-LINES.
           CLOSE COUNT-FILE.
           CLOSE HOLD-FILE.
           MOVE 'N' TO CK-EOF-SWITCH.
           OPEN INPUT HOLD-FILE.
           OPEN OUTPUT COUNT-FILE.
           PERFORM BACK-COUNT-LINE-PARA UNTIL CK-EOF-SWITCH = 'Y'.
           CLOSE HOLD-FILE.
           CLOSE COUNT-FILE.

       HOLD-COUNT-LINE-PARA.
           READ COUNT-FILE
               AT END
                   MOVE 'Y' TO CK-EOF-SWITCH
               NOT AT END
                   MOVE COUNT-RECORD TO HOLD-RECORD
                   WRITE HOLD-RECORD
                   ADD 1 TO CK-LINES
           END-READ.

       BACK-COUNT-LINE-PARA.
           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO CK-EOF-SWITCH
               NOT AT END
                   MOVE HOLD-RECORD TO COUNT-RECORD
                   WRITE COUNT-RECORD
           END-READ.

       TRIM-XFER-FILE-PARA.
           MOVE ZERO TO CK-LINES.
           MOVE 'N' TO CK-EOF-SWITCH.
           OPEN INPUT TRANSFER-FILE.
           OPEN OUTPUT HOLD-FILE.
           PERFORM HOLD-XFER-LINE-PARA
               UNTIL CK-EOF-SWITCH = 'Y' OR CK-LINES >= CK-XFER-LINES.
           CLOSE TRANSFER-FILE.
           CLOSE HOLD-FILE.
           MOVE 'N' TO CK-EOF-SWITCH.
           OPEN INPUT HOLD-FILE.
           OPEN OUTPUT TRANSFER-FILE.
           PERFORM BACK-XFER-LINE-PARA UNTIL CK-EOF-SWITCH = 'Y'.
           CLOSE HOLD-FILE.
           CLOSE TRANSFER-FILE.

       HOLD-XFER-LINE-PARA.
           READ TRANSFER-FILE
               AT END
                   MOVE 'Y' TO CK-EOF-SWITCH
               NOT AT END
                   MOVE TRANSFER-RECORD TO HOLD-RECORD
                   WRITE HOLD-RECORD
                   ADD 1 TO CK-LINES
           END-READ.

       BACK-XFER-LINE-PARA.
           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO CK-EOF-SWITCH
               NOT AT END
                   MOVE HOLD-RECORD TO TRANSFER-RECORD
                   WRITE TRANSFER-RECORD
           END-READ.

       TRIM-FEED-FILE-PARA.
           MOVE ZERO TO CK-LINES.
           MOVE 'N' TO CK-EOF-SWITCH.
           OPEN INPUT FEED-FILE.
           OPEN OUTPUT HOLD-FILE.
           PERFORM HOLD-FEED-LINE-PARA
               UNTIL CK-EOF-SWITCH = 'Y' OR CK-LINES >= CK-FEED-LINES.
           CLOSE FEED-FILE.
           CLOSE HOLD-FILE.
           MOVE 'N' TO CK-EOF-SWITCH.
           OPEN INPUT HOLD-FILE.
           OPEN OUTPUT FEED-FILE.
           PERFORM BACK-FEED-LINE-PARA UNTIL CK-EOF-SWITCH = 'Y'.
           CLOSE HOLD-FILE.
           CLOSE FEED-FILE.

       HOLD-FEED-LINE-PARA.
           READ FEED-FILE
               AT END
                   MOVE 'Y' TO CK-EOF-SWITCH
               NOT AT END
                   MOVE FEED-RECORD TO HOLD-RECORD
                   WRITE HOLD-RECORD
                   ADD 1 TO CK-LINES
           END-READ.

       BACK-FEED-LINE-PARA.
           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO CK-EOF-SWITCH
               NOT AT END
                   MOVE HOLD-RECORD(1:50) TO FEED-RECORD
                   WRITE FEED-RECORD
           END-READ.

       TRIM-PATH-FILE-PARA.
           MOVE ZERO TO CK-LINES.
           MOVE 'N' TO CK-EOF-SWITCH.
           OPEN INPUT PATH-FILE.
           OPEN OUTPUT HOLD-FILE.
           PERFORM HOLD-PATH-LINE-PARA
               UNTIL CK-EOF-SWITCH = 'Y' OR CK-LINES >= CK-PATH-LINES.
           CLOSE PATH-FILE.
           CLOSE HOLD-FILE.
           MOVE 'N' TO CK-EOF-SWITCH.
           OPEN INPUT HOLD-FILE.
           OPEN OUTPUT PATH-FILE.
           PERFORM BACK-PATH-LINE-PARA UNTIL CK-EOF-SWITCH = 'Y'.
           CLOSE HOLD-FILE.
           CLOSE PATH-FILE.

       HOLD-PATH-LINE-PARA.
           READ PATH-FILE
               AT END
                   MOVE 'Y' TO CK-EOF-SWITCH
               NOT AT END
                   MOVE BALLOT-PATH-RECORD TO HOLD-RECORD
                   WRITE HOLD-RECORD
                   ADD 1 TO CK-LINES
           END-READ.

       BACK-PATH-LINE-PARA.
           READ HOLD-FILE
               AT END
                   MOVE 'Y' TO CK-EOF-SWITCH
               NOT AT END
                   MOVE HOLD-RECORD(1:44) TO BALLOT-PATH-RECORD
                   WRITE BALLOT-PATH-RECORD
           END-READ.

      ******************************************************************
      * LOG-RESTART-PARA - a resumed count is noted on the audit
      * trail with the round it picked up from.
      ******************************************************************
       LOG-RESTART-PARA.
           ACCEPT CK-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CK-RUN-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           STRING CK-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CK-RUN-TIME DELIMITED BY SIZE
               " COUNT RESTART CONST=" DELIMITED BY SIZE
               SC-CONST-CODE DELIMITED BY SIZE
               " ELECTION=" DELIMITED BY SIZE
               FUNCTION TRIM(SC-ELECTION-ID) DELIMITED BY SIZE
               " FROM-ROUND=" DELIMITED BY SIZE
               ROUND-NUM DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(SC-LOCK-OPER) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

      ******************************************************************
      * GET-N-PARA - prompt for N, offering the value passed in from
           MOVE 'COUNT' TO LR-PROGRAM.
           CALL 'SubSTVLock' USING LOCK-REQUEST.

      ******************************************************************
      * FILE-RESULTS-PARA - file the finished run in the count
      * results library: a recount as such, anything else as an
      * original count, with whether it produced a result. A
      * simulation trial is never filed.
      ******************************************************************
       FILE-RESULTS-PARA.
           MOVE 'F' TO LQ-ACTION.
           MOVE SC-CONST-CODE TO LQ-CONST-CODE.
           MOVE SC-ELECTION-ID TO LQ-ELECTION-ID.
           IF BR-RUN-TYPE = 'R'
               MOVE 'R' TO LQ-RUN-TYPE
           ELSE
               MOVE 'O' TO LQ-RUN-TYPE
           END-IF.
           MOVE ZERO TO LQ-OF-SEQ.
           MOVE SC-RESULT-OK-SWITCH TO LQ-RESULT.
           MOVE SC-LOCK-OPER TO LQ-OPERATOR.
           CALL 'SubSTVCountLib' USING LIBRARY-REQUEST.

       INIT-RUN-PARA.
           MOVE 'N' TO CAND-LOADED-SWITCH.
           MOVE 'N' TO CMAST-LOADED-SWITCH.
           MOVE ZERO TO CHAN-SCANNED-TOTAL.
           MOVE ZERO TO CHAN-GENERATED-TOTAL.
           MOVE ZERO TO CHAN-OTHER-TOTAL.
           MOVE ZERO TO TICKET-VOTE-TOTAL.
           MOVE ZERO TO ELECTED-COUNT.
           MOVE 'N' TO TIE-SEED-USED-SW.
           MOVE 'N' TO SAMPLE-SEED-USED-SW.
           MOVE 'N' TO SC-NOMATCH-WARNED-SW.
           MOVE 'S' TO SC-FORMALITY.
           MOVE ZERO TO SC-MIN-PREFS.
           MOVE 'N' TO SC-DEFER-OPT.
           MOVE 'N' TO SC-BULK-OPT.
           MOVE ZERO TO PEND-TOTAL.
           MOVE ZERO TO PEND-COUNT.
           MOVE 'N' TO SC-RESUME-SW.
           MOVE ZERO TO RND-SEED.
           MOVE ZERO TO RND-DRAWS.
           PERFORM INIT-ELECT-ORDER-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.

       INIT-ELECT-ORDER-PARA.
           MOVE ZERO TO CAND-ELECT-SEQ(I).
               MOVE 1 TO SC-MIN-PREFS
           END-IF.

      ******************************************************************
      * CHECK-COUNT-START-PARA - the count start on the election
      * timetable is not a bar (a count may be brought forward by
      * the returning officer), but running ahead of it is flagged.
      ******************************************************************
       CHECK-COUNT-START-PARA.
           MOVE SC-CONST-CODE TO DL-CONST-CODE.
           MOVE SC-ELECTION-ID TO DL-ELECTION-ID.
           MOVE 7 TO DL-MILESTONE.
           CALL 'SubSTVDeadline' USING DEADLINE-REQUEST.
           IF DL-RC = 00
               DISPLAY "*** WARNING: the " FUNCTION TRIM(DL-NAME)
                   " on the timetable is " DL-DATE " " DL-TIME
                   " - this count is running ahead of it ***"
           END-IF.

       READ-ECTL-PARA.
           READ ECTL-FILE
               AT END
           MOVE BR-R TO R.
           MOVE BR-TIE-RULE TO TIE-RULE.
           MOVE BR-METHOD TO XFER-METHOD.
           IF BR-DEFER = 'Y'
               MOVE 'Y' TO SC-DEFER-OPT
           END-IF.
           IF BR-BULK = 'Y'
               MOVE 'Y' TO SC-BULK-OPT
           END-IF.
           IF SC-CONST-CODE NOT = SPACES
               AND SC-SLATE-BIG-SW = 'N'
               AND N > ZERO AND N <= 99
               AND R > ZERO AND R <= N
               AND (TIE-RULE = 'B' OR TIE-RULE = 'D')
               AND (XFER-METHOD = 'G' OR XFER-METHOD = 'L'
      ******************************************************************
       LOAD-CAND-MASTER-PARA.
           MOVE 'N' TO CMAST-LOADED-SWITCH.
           MOVE 'N' TO SC-SLATE-BIG-SW.
           MOVE ZERO TO CAND-COUNT.
           MOVE 'N' TO CMAST-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = SC-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CM-NAME(1:20)
                               TO CAND-NAME(CAND-COUNT)
                           END-IF
                       ELSE
                           DISPLAY "*** candidate_master.dat has "
                               "more than 99 names for "
                               SC-CONST-CODE " - the system limit "
                               "is 99; the count will not run ***"
                           MOVE 'Y' TO SC-SLATE-BIG-SW
                           MOVE 'Y' TO CMAST-EOF-SWITCH
                       END-IF
                   END-IF
                   MOVE 'Y' TO CAND-EOF-SWITCH
               NOT AT END
                   IF CN-CONST-CODE = SC-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CN-NAME TO CAND-NAME(CAND-COUNT)
                           MOVE CAND-COUNT
                           MOVE 'N' TO CAND-WDRAWN-FLAG(CAND-COUNT)
                       ELSE
                           DISPLAY "*** candidate_names.dat has "
                               "more than 99 names for "
                               SC-CONST-CODE " - the system limit "
                               "is 99; the count will not run ***"
                           MOVE 'Y' TO SC-SLATE-BIG-SW
                           MOVE 'Y' TO CAND-EOF-SWITCH
                       END-IF
                   END-IF
           PERFORM GET-R-PARA.

       VALIDATE-N-PARA.
           DISPLAY "N must be greater than zero and not exceed 99 "
               "- please re-enter.".
           PERFORM GET-N-PARA.

               "re-enter.".
           PERFORM GET-XFER-METHOD-PARA.

      ******************************************************************
      * GET-DEFER-OPT-PARA / GET-BULK-OPT-PARA - the statutory count
      * options, each Y or N and defaulting to N (every surplus
      * transferred, one exclusion per round, as the count has
      * always run):
      *   deferral - a surplus (with any already held back) too small
      *       to lift the lowest continuing candidate above the next
      *       lowest, and too small to bring any continuing candidate
      *       to quota, is held back and the count goes straight to
      *       an exclusion; it is distributed at the first round it
      *       could matter.
      *   bulk exclusion - the largest group of lowest continuing
      *       candidates whose combined votes, plus any surplus held
      *       back, fall short of the next candidate up is excluded
      *       in one round, never leaving fewer continuing
      *       candidates than seats still to fill.
      ******************************************************************
       GET-DEFER-OPT-PARA.
           DISPLAY "Defer surpluses that cannot affect the result? "
               "Y/N [Enter=N] ".
           MOVE SPACES TO SC-INPUT.
           ACCEPT SC-INPUT.
           IF SC-INPUT = SPACES
               MOVE 'N' TO SC-DEFER-OPT
           ELSE
               MOVE FUNCTION UPPER-CASE(SC-INPUT(1:1))
                   TO SC-DEFER-OPT
           END-IF.

       VALIDATE-DEFER-OPT-PARA.
           DISPLAY "Answer Y or N - please re-enter.".
           PERFORM GET-DEFER-OPT-PARA.

       GET-BULK-OPT-PARA.
           DISPLAY "Exclude the lowest candidates in bulk where "
               "they cannot overtake? Y/N [Enter=N] ".
           MOVE SPACES TO SC-INPUT.
           ACCEPT SC-INPUT.
           IF SC-INPUT = SPACES
               MOVE 'N' TO SC-BULK-OPT
           ELSE
               MOVE FUNCTION UPPER-CASE(SC-INPUT(1:1))
                   TO SC-BULK-OPT
           END-IF.

       VALIDATE-BULK-OPT-PARA.
           DISPLAY "Answer Y or N - please re-enter.".
           PERFORM GET-BULK-OPT-PARA.

      ******************************************************************
      * INIT-CAND-TABLE-PARA - every candidate starts continuing with
      * no votes before the first round is counted.
       INIT-CAND-TABLE-PARA.
           MOVE ZERO TO SC-CAND-VOTES(I).
           MOVE 'C' TO SC-CAND-STATUS(I).
           MOVE 'N' TO SC-CAND-PEND(I).
           MOVE ZERO TO SC-DEFER-ROUND(I).
           MOVE ZERO TO SC-DEFER-DIST(I).
           MOVE ZERO TO SC-BULK-ROUND(I).
           MOVE 'N' TO SC-CAND-PICKED(I).
           IF CMAST-LOADED-SWITCH NOT = 'Y'
               MOVE I TO CAND-REC-ID(I)
               MOVE SPACES TO CAND-PARTY(I)
       LOAD-BALLOTS-PARA.
           MOVE ZERO TO BALLOT-TOTAL.
           MOVE 'N' TO EOF-SWITCH.
           SET TX-LOAD TO TRUE.
           MOVE SC-CONST-CODE TO TX-CONST-CODE.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           OPEN OUTPUT WORK-FILE.
           IF WORK-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to open stv_count_work.dat for "
      * preference names a candidate in 1..N with no duplicates.
      * Rankings may be partial; a valid ballot needs only a first
      * preference. A kept ballot starts fully active, at full
      * weight, on its first preference. A ticket vote is first
      * expanded to its party's lodged ticket and then decoded like
      * any other ranking; a vote for a ticket not lodged is
      * invalid.
      ******************************************************************
       DECODE-BALLOT-PARA.
           MOVE VR-BALLOT-ID TO WK-BALLOT-ID.
           MOVE ZERO TO WK-PREFS.
           MOVE 'N' TO SC-BALLOT-INVALID.
           PERFORM CLEAR-WORK-RANK-PARA VARYING SC-PREF-IDX
               FROM 1 BY 1 UNTIL SC-PREF-IDX > 99.
           MOVE 'N' TO SC-TICKET-SW.
           IF VR-FORMAT-NUMERIC AND VR-TICKET-BALLOT
               PERFORM EXPAND-TICKET-PARA
           END-IF.
           IF NOT VR-FORMAT-NUMERIC
               MOVE 'Y' TO SC-BALLOT-INVALID
               IF SC-NOMATCH-WARNED-SW = 'N'
           ELSE
               ADD 1 TO BALLOT-TOTAL
               PERFORM COUNT-CHANNEL-PARA
               IF SC-TICKET-SW = 'Y'
                   ADD 1 TO TICKET-VOTE-TOTAL
               END-IF
               MOVE 1 TO WK-PTR
               MOVE WK-RANK(1) TO WK-CAND
               MOVE 1 TO WK-WEIGHT
               MOVE 'Y' TO WK-ACTIVE
               MOVE ZERO TO WK-PARCEL
               MOVE ZERO TO WK-LAST-ROUND
               MOVE WK-PTR TO WK-PRIOR-PTR
               MOVE WK-CAND TO WK-PRIOR-CAND
               MOVE WK-WEIGHT TO WK-PRIOR-WEIGHT
               MOVE WK-ACTIVE TO WK-PRIOR-ACTIVE
               MOVE WK-PARCEL TO WK-PRIOR-PARCEL
      * The tallies are kept incrementally from here on: the load
      * credits each paper to its first preference once, and every
      * later round adjusts only the parcels its transfers move.
               WRITE WORK-RECORD
           END-IF.

       EXPAND-TICKET-PARA.
           MOVE 'Y' TO SC-TICKET-SW.
           SET TX-EXPAND TO TRUE.
           MOVE SC-CONST-CODE TO TX-CONST-CODE.
           MOVE VR-TICKET-NO TO TX-TICKET-NO.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           IF TX-RC = ZERO
               MOVE TX-PREF-COUNT TO VR-PREF-COUNT
               MOVE TX-PREF-AREA TO VR-PREF-AREA
           ELSE
               MOVE ZERO TO VR-PREF-COUNT
               MOVE 'Y' TO SC-BALLOT-INVALID
           END-IF.

       COUNT-CHANNEL-PARA.
           IF VR-CHAN-INPERSON
               ADD 1 TO CHAN-INPERSON-TOTAL
      * one reached quota either declare the remaining continuing
      * candidates elected (if they exactly fill the remaining seats)
      * or eliminate the lowest continuing candidate and transfer
      * their ballots on. Under the deferral option a round whose
      * surpluses are all held back goes on to the exclusion as
      * though no surplus had arisen.
      ******************************************************************
       COUNT-ROUND-PARA.
           ADD 1 TO ROUND-NUM.
           PERFORM CONSERVATION-CHECK-PARA.
           PERFORM WRITE-ROUND-FEED-PARA.
           MOVE ZERO TO ELECTED-THIS-ROUND.
           MOVE 'N' TO SC-XFER-DONE-SW.
           IF ROUND-SWITCH = 'Y'
               PERFORM ELECT-REACHING-QUOTA-PARA VARYING I FROM 1
                   BY 1 UNTIL I > N
               IF SC-DEFER-OPT = 'Y'
                   PERFORM DEFER-SURPLUS-PARA
               ELSE
                   PERFORM TRANSFER-ELECTED-PARA VARYING I FROM 1
                       BY 1 UNTIL I > N
                   IF ELECTED-THIS-ROUND > ZERO
                       MOVE 'Y' TO SC-XFER-DONE-SW
                   END-IF
               END-IF
               IF SC-XFER-DONE-SW = 'N' AND ELECTED-COUNT < R
                   MOVE ZERO TO CONTINUING-COUNT
                   PERFORM COUNT-CONTINUING-PARA VARYING I FROM 1
                       BY 1 UNTIL I > N
               MOVE 'N' TO ROUND-SWITCH
           END-IF.

      * A surplus held back under deferral is still vote value in
      * the count - it sits on the elected candidate's pile above
      * the quota already retained.
       ADD-CONT-SUM-PARA.
           IF SC-CAND-STATUS(I) = 'C'
               ADD SC-CAND-VOTES(I) TO CONT-SUM
           END-IF.
           IF SC-CAND-STATUS(I) = 'E' AND SC-CAND-PEND(I) = 'Y'
               COMPUTE CONT-SUM = CONT-SUM + SC-CAND-VOTES(I)
                   - DROOP-QUOTA
           END-IF.

      ******************************************************************
      * TALLY-VOTES-PARA - the standings are maintained
           MOVE ELECT-SEQ TO CAND-ELECT-SEQ(I).
           MOVE ROUND-NUM TO CAND-ELECT-ROUND(I).
           ADD DROOP-QUOTA TO RETAINED-TOTAL.
           IF SC-DEFER-OPT = 'Y'
               MOVE 'Y' TO SC-CAND-PEND(I)
           END-IF.
           DISPLAY "  ELECTED: Candidate " I " with "
               SC-CAND-VOTES(I) " votes (quota " DROOP-QUOTA ")".

      * round tally showed for an elected candidate.
           MOVE ZERO TO SC-CAND-VOTES(I).

      ******************************************************************
      * DEFER-SURPLUS-PARA - under the deferral option every surplus
      * not yet distributed (this round's and any held back from
      * earlier rounds) is considered together. They are held back
      * when the seats are already filled or will be filled by the
      * continuing candidates alone, or when their total could
      * neither bring the highest continuing candidate to quota nor
      * lift the lowest continuing candidate past the next lowest;
      * otherwise all of them are distributed now, in candidate
      * order, exactly as an undeferred round would.
      ******************************************************************
       DEFER-SURPLUS-PARA.
           PERFORM SUM-PENDING-PARA.
           IF PEND-COUNT > ZERO
               PERFORM TEST-DEFERRAL-PARA
               IF SC-DEFER-SWITCH = 'Y'
                   PERFORM RECORD-DEFERRAL-PARA VARYING I FROM 1
                       BY 1 UNTIL I > N
               ELSE
                   PERFORM DISTRIBUTE-PENDING-PARA VARYING I FROM 1
                       BY 1 UNTIL I > N
                   MOVE 'Y' TO SC-XFER-DONE-SW
               END-IF
           END-IF.

       SUM-PENDING-PARA.
           MOVE ZERO TO PEND-TOTAL.
           MOVE ZERO TO PEND-COUNT.
           PERFORM ADD-PENDING-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.

       ADD-PENDING-PARA.
           IF SC-CAND-STATUS(I) = 'E' AND SC-CAND-PEND(I) = 'Y'
               ADD 1 TO PEND-COUNT
               COMPUTE PEND-TOTAL = PEND-TOTAL + SC-CAND-VOTES(I)
                   - DROOP-QUOTA
           END-IF.

       TEST-DEFERRAL-PARA.
           MOVE 'N' TO SC-DEFER-SWITCH.
           MOVE ZERO TO CONTINUING-COUNT.
           PERFORM COUNT-CONTINUING-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           IF ELECTED-COUNT >= R
               OR CONTINUING-COUNT <= (R - ELECTED-COUNT)
               MOVE 'Y' TO SC-DEFER-SWITCH
           ELSE
               MOVE ZERO TO DF-HIGH-VOTES
               MOVE ZERO TO DF-LOW-IDX
               MOVE ZERO TO DF-LOW2-IDX
               PERFORM FIND-DEFER-LOW-PARA VARYING I FROM 1 BY 1
                   UNTIL I > N
               PERFORM FIND-DEFER-LOW2-PARA VARYING I FROM 1 BY 1
                   UNTIL I > N
               IF DF-LOW2-IDX > ZERO
                   AND PEND-TOTAL + DF-HIGH-VOTES < DROOP-QUOTA
                   AND PEND-TOTAL < DF-LOW2-VOTES - DF-LOW-VOTES
                   MOVE 'Y' TO SC-DEFER-SWITCH
               END-IF
           END-IF.

       FIND-DEFER-LOW-PARA.
           IF SC-CAND-STATUS(I) = 'C'
               IF SC-CAND-VOTES(I) > DF-HIGH-VOTES
                   MOVE SC-CAND-VOTES(I) TO DF-HIGH-VOTES
               END-IF
               IF DF-LOW-IDX = ZERO
                   OR SC-CAND-VOTES(I) < DF-LOW-VOTES
                   MOVE I TO DF-LOW-IDX
                   MOVE SC-CAND-VOTES(I) TO DF-LOW-VOTES
               END-IF
           END-IF.

       FIND-DEFER-LOW2-PARA.
           IF SC-CAND-STATUS(I) = 'C' AND I NOT = DF-LOW-IDX
               IF DF-LOW2-IDX = ZERO
                   OR SC-CAND-VOTES(I) < DF-LOW2-VOTES
                   MOVE I TO DF-LOW2-IDX
                   MOVE SC-CAND-VOTES(I) TO DF-LOW2-VOTES
               END-IF
           END-IF.

      ******************************************************************
      * RECORD-DEFERRAL-PARA - a surplus held back for the first time
      * is written to the count output and the count book; one
      * already held back from an earlier round is not repeated.
      ******************************************************************
       RECORD-DEFERRAL-PARA.
           IF SC-CAND-STATUS(I) = 'E' AND SC-CAND-PEND(I) = 'Y'
               AND SC-DEFER-ROUND(I) = ZERO
               MOVE ROUND-NUM TO SC-DEFER-ROUND(I)
               COMPUTE SC-SURPLUS = SC-CAND-VOTES(I) - DROOP-QUOTA
               MOVE SC-SURPLUS TO ZV
               MOVE SPACES TO COUNT-ROW
               STRING "  SURPLUS DEFERRED: Candidate " DELIMITED BY SIZE
                   I DELIMITED BY SIZE
                   " surplus=" DELIMITED BY SIZE
                   FUNCTION TRIM(ZV) DELIMITED BY SIZE
                   INTO COUNT-ROW
               END-STRING
               DISPLAY COUNT-ROW
               MOVE COUNT-ROW TO COUNT-RECORD
               WRITE COUNT-RECORD
               MOVE SPACES TO TRANSFER-ROW
               STRING "Round " DELIMITED BY SIZE
                   ROUND-NUM DELIMITED BY SIZE
                   " DEFERRED SURPLUS of Candidate " DELIMITED BY SIZE
                   I DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FUNCTION TRIM(ZV) DELIMITED BY SIZE
                   " votes held back" DELIMITED BY SIZE
                   INTO TRANSFER-ROW
               END-STRING
               PERFORM WRITE-TRANSFER-ROW-PARA
           END-IF.

       DISTRIBUTE-PENDING-PARA.
           IF SC-CAND-STATUS(I) = 'E' AND SC-CAND-PEND(I) = 'Y'
               IF SC-DEFER-ROUND(I) > ZERO
                   MOVE ROUND-NUM TO SC-DEFER-DIST(I)
                   MOVE SPACES TO COUNT-ROW
                   STRING "  DEFERRED SURPLUS DISTRIBUTED: Candidate "
                       DELIMITED BY SIZE
                       I DELIMITED BY SIZE
                       " (held since round " DELIMITED BY SIZE
                       SC-DEFER-ROUND(I) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                       INTO COUNT-ROW
                   END-STRING
                   DISPLAY COUNT-ROW
                   MOVE COUNT-ROW TO COUNT-RECORD
                   WRITE COUNT-RECORD
               END-IF
               PERFORM TRANSFER-ONE-ELECTED-PARA
               MOVE 'N' TO SC-CAND-PEND(I)
           END-IF.

      ******************************************************************
      * SURPLUS-SCAN-PASS-PARA - read-only pass sizing the surplus
      * transfer for the elected candidate I: how many active papers
                   ACCEPT SAMPLE-SEED FROM TIME
               END-IF
               COMPUTE SAMPLE-RANDOM = FUNCTION RANDOM(SAMPLE-SEED)
               MOVE SAMPLE-SEED TO RND-SEED
               MOVE ZERO TO RND-DRAWS
               MOVE 'Y' TO SAMPLE-SEED-USED-SW
               MOVE SPACES TO COUNT-ROW
               STRING "  SAMPLE DRAW SEED=" DELIMITED BY SIZE

       TRANSFER-SURPLUS-PARA.
           IF WK-ACTIVE = 'Y' AND WK-CAND = I
               PERFORM KEEP-PRIOR-STATE-PARA
               PERFORM PICK-SURPLUS-PAPER-PARA
               IF XFER-TAKE-SWITCH = 'Y'
                   IF XFER-METHOD = 'I'
                   PERFORM ADVANCE-BALLOT-PARA
                   PERFORM TALLY-TRANSFER-DEST-PARA
                   REWRITE WORK-RECORD
                   MOVE 'S' TO PATH-EVENT
                   MOVE I TO PATH-FROM-CAND
                   PERFORM WRITE-PATH-PARA
               ELSE
      * A paper not taken stays with the elected candidate as part
      * of their quota and leaves the count here - the lazy
      * deactivation the per-round tally used to do.
                   MOVE 'N' TO WK-ACTIVE
                   REWRITE WORK-RECORD
                   MOVE 'Q' TO PATH-EVENT
                   MOVE I TO PATH-FROM-CAND
                   PERFORM WRITE-PATH-PARA
               END-IF
           END-IF.

                   COMPUTE SAMPLE-THRESH ROUNDED =
                       SAMPLE-NEEDED / SAMPLE-REMAINING
                   COMPUTE SAMPLE-RANDOM = FUNCTION RANDOM
                   ADD 1 TO RND-DRAWS
                   IF SAMPLE-RANDOM < SAMPLE-THRESH
                       SUBTRACT 1 FROM SAMPLE-NEEDED
                   ELSE
               END-IF
           END-IF.

      ******************************************************************
      * KEEP-PRIOR-STATE-PARA - before a round first moves a paper,
      * keep where it stood when the round opened.
      ******************************************************************
       KEEP-PRIOR-STATE-PARA.
           IF WK-LAST-ROUND NOT = ROUND-NUM
               MOVE WK-PTR TO WK-PRIOR-PTR
               MOVE WK-CAND TO WK-PRIOR-CAND
               MOVE WK-WEIGHT TO WK-PRIOR-WEIGHT
               MOVE WK-ACTIVE TO WK-PRIOR-ACTIVE
               MOVE WK-PARCEL TO WK-PRIOR-PARCEL
               MOVE ROUND-NUM TO WK-LAST-ROUND
           END-IF.

      ******************************************************************
      * ADVANCE-BALLOT-PARA - move a ballot on to its next continuing
      * preference, or mark it exhausted if none remain.
               END-IF
           END-IF.

      ******************************************************************
      * WRITE-FIRST-PATHS-PARA / WRITE-PATH-PARA - the ballot path.
      * Every paper starts on its first preference, before round
      * one; after that a line is written each time a transfer moves
      * a paper on (or finds no continuing preference for it, when
      * it becomes non-transferable) and each time a paper left out
      * of the parcel transferred stays with the elected candidate
      * as part of their quota. PATH-EVENT and PATH-FROM-CAND are
      * set by the transfer that moved the paper.
      ******************************************************************
       WRITE-FIRST-PATHS-PARA.
           OPEN INPUT WORK-FILE.
           MOVE 'N' TO WORK-EOF-SWITCH.
           PERFORM WRITE-FIRST-PATH-READ-PARA
               UNTIL WORK-EOF-SWITCH = 'Y'.
           CLOSE WORK-FILE.

       WRITE-FIRST-PATH-READ-PARA.
           READ WORK-FILE
               AT END
                   MOVE 'Y' TO WORK-EOF-SWITCH
               NOT AT END
                   MOVE 'F' TO PATH-EVENT
                   MOVE ZERO TO PATH-FROM-CAND
                   PERFORM WRITE-PATH-PARA
           END-READ.

       WRITE-PATH-PARA.
           MOVE SPACES TO BALLOT-PATH-RECORD.
           MOVE SC-CONST-CODE TO BP-CONST-CODE.
           MOVE WK-BALLOT-ID TO BP-BALLOT-ID.
           MOVE ROUND-NUM TO BP-ROUND.
           MOVE PATH-EVENT TO BP-EVENT.
           MOVE PATH-FROM-CAND TO BP-FROM-CAND.
           MOVE WK-CAND TO BP-TO-CAND.
           MOVE WK-PTR TO BP-PREF.
           MOVE WK-WEIGHT TO BP-VALUE.
           MOVE SC-ELECTION-ID TO BP-ELECTION-ID.
           IF WK-ACTIVE = 'N' AND PATH-EVENT NOT = 'Q'
               MOVE 'N' TO BP-EVENT
               MOVE ZERO TO BP-TO-CAND
               MOVE ZERO TO BP-PREF
           END-IF.
           WRITE BALLOT-PATH-RECORD.

       COUNT-CONTINUING-PARA.
           IF SC-CAND-STATUS(I) = 'C'
               ADD 1 TO CONTINUING-COUNT
      ******************************************************************
      * WRITE-ROUND-FEED-PARA / WRITE-FEED-CAND-PARA - the dashboard
      * feed. One comma-separated record per candidate per round:
      * constituency, round, candidate, votes, status, quota,
      * election id, and - only where it applies - a count-rule note:
      * D while the candidate's surplus is held back under deferral,
      * B once the candidate has gone out in a bulk exclusion. The
      * file is opened in extend mode and closed again every round so
      * each round's standings hit disk as soon as the round
      * completes, letting the dashboard follow a long count live.
               SC-ELECTION-ID DELIMITED BY SIZE
               INTO FEED-ROW
           END-STRING.
           IF SC-CAND-STATUS(I) = 'E' AND SC-CAND-PEND(I) = 'Y'
               MOVE ",D" TO FEED-ROW(48:2)
           ELSE
               IF SC-BULK-ROUND(I) > ZERO
                   MOVE ",B" TO FEED-ROW(48:2)
               END-IF
           END-IF.
           MOVE FEED-ROW TO FEED-RECORD.
           WRITE FEED-RECORD.

      ******************************************************************
      * ELIMINATE-LOWEST-PARA - drop the lowest-scoring continuing
      * candidate and pass their ballots on to the next preference at
      * full weight (no transfer-value scaling on elimination). Under
      * the bulk-exclusion option a qualifying group of the lowest
      * candidates goes out together instead.
      ******************************************************************
       ELIMINATE-LOWEST-PARA.
           MOVE ZERO TO BX-TAKE.
           IF SC-BULK-OPT = 'Y'
               PERFORM FIND-BULK-PARA
           END-IF.
           IF BX-TAKE > 1
               PERFORM BULK-EXCLUDE-PARA
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO SC-LOW-IDX.
           MOVE ZERO TO SC-LOW-VOTES.
           PERFORM FIND-LOW-CAND-PARA VARYING I FROM 1 BY 1
               MOVE ZERO TO SC-CAND-VOTES(SC-LOW-IDX)
           END-IF.

      ******************************************************************
      * FIND-BULK-PARA - rank the continuing candidates lowest first
      * (equal tallies in candidate order) and find the largest
      * group from the bottom whose combined votes, plus any surplus
      * held back, are still below the next candidate up, keeping at
      * least as many continuing candidates as seats left to fill.
      * The strict comparison means a group can never split a tie.
      * Only a group of two or more is a bulk exclusion; otherwise
      * the single lowest is excluded the ordinary way.
      ******************************************************************
       FIND-BULK-PARA.
           PERFORM SUM-PENDING-PARA.
           MOVE ZERO TO BX-COUNT.
           PERFORM CLEAR-BULK-PICK-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           PERFORM PICK-BULK-NEXT-PARA CONTINUING-COUNT TIMES.
           COMPUTE BX-ROOM = CONTINUING-COUNT - (R - ELECTED-COUNT).
           MOVE ZERO TO BX-PREFIX.
           PERFORM TRY-BULK-PARA VARYING BX-K FROM 1 BY 1
               UNTIL BX-K >= BX-COUNT OR BX-K > BX-ROOM.

       CLEAR-BULK-PICK-PARA.
           MOVE 'N' TO SC-CAND-PICKED(I).

       PICK-BULK-NEXT-PARA.
           MOVE ZERO TO BX-PICK-IDX.
           MOVE ZERO TO BX-PICK-VOTES.
           PERFORM FIND-BULK-MIN-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           IF BX-PICK-IDX > ZERO
               ADD 1 TO BX-COUNT
               MOVE BX-PICK-IDX TO BX-ORDER(BX-COUNT)
               MOVE 'Y' TO SC-CAND-PICKED(BX-PICK-IDX)
           END-IF.

       FIND-BULK-MIN-PARA.
           IF SC-CAND-STATUS(I) = 'C' AND SC-CAND-PICKED(I) = 'N'
               IF BX-PICK-IDX = ZERO
                   OR SC-CAND-VOTES(I) < BX-PICK-VOTES
                   MOVE I TO BX-PICK-IDX
                   MOVE SC-CAND-VOTES(I) TO BX-PICK-VOTES
               END-IF
           END-IF.

       TRY-BULK-PARA.
           ADD SC-CAND-VOTES(BX-ORDER(BX-K)) TO BX-PREFIX.
           IF BX-PREFIX + PEND-TOTAL
               < SC-CAND-VOTES(BX-ORDER(BX-K + 1))
               MOVE BX-K TO BX-TAKE
           END-IF.

      ******************************************************************
      * BULK-EXCLUDE-PARA - every candidate in the group is marked
      * excluded before any paper moves, so no paper can land on
      * another member of the group; each member's papers then go
      * on at full weight in their own parcel, recorded in the count
      * book under a single bulk-exclusion heading.
      ******************************************************************
       BULK-EXCLUDE-PARA.
           MOVE BX-TAKE TO ZN.
           MOVE SPACES TO TRANSFER-ROW.
           STRING "Round " DELIMITED BY SIZE
               ROUND-NUM DELIMITED BY SIZE
               " BULK EXCLUSION of " DELIMITED BY SIZE
               FUNCTION TRIM(ZN) DELIMITED BY SIZE
               " candidates" DELIMITED BY SIZE
               INTO TRANSFER-ROW
           END-STRING.
           PERFORM WRITE-TRANSFER-ROW-PARA.
           PERFORM BULK-MARK-PARA VARYING BX-K FROM 1 BY 1
               UNTIL BX-K > BX-TAKE.
           PERFORM BULK-TRANSFER-PARA VARYING BX-K FROM 1 BY 1
               UNTIL BX-K > BX-TAKE.

       BULK-MARK-PARA.
           MOVE BX-ORDER(BX-K) TO SC-LOW-IDX.
           MOVE 'X' TO SC-CAND-STATUS(SC-LOW-IDX).
           MOVE ROUND-NUM TO SC-BULK-ROUND(SC-LOW-IDX).
           MOVE SC-CAND-VOTES(SC-LOW-IDX) TO ZV.
           MOVE SPACES TO COUNT-ROW.
           STRING "  BULK EXCLUSION: Candidate " DELIMITED BY SIZE
               SC-LOW-IDX DELIMITED BY SIZE
               " with " DELIMITED BY SIZE
               FUNCTION TRIM(ZV) DELIMITED BY SIZE
               " votes" DELIMITED BY SIZE
               INTO COUNT-ROW
           END-STRING.
           DISPLAY COUNT-ROW.
           MOVE COUNT-ROW TO COUNT-RECORD.
           WRITE COUNT-RECORD.

       BULK-TRANSFER-PARA.
           MOVE BX-ORDER(BX-K) TO SC-LOW-IDX.
           MOVE SC-LOW-IDX TO TD-FROM-CAND.
           MOVE 'BULK-EXCL' TO TD-TYPE.
           MOVE 1 TO SC-TRANSFER-VALUE.
           PERFORM INIT-TRANSFER-DETAIL-PARA.
           PERFORM TRANSFER-ELIM-PASS-PARA.
           PERFORM WRITE-TRANSFER-DETAIL-PARA.
           MOVE ZERO TO SC-CAND-VOTES(SC-LOW-IDX).

       FIND-LOW-CAND-PARA.
           IF SC-CAND-STATUS(I) = 'C'
               IF SC-LOW-IDX = ZERO OR SC-CAND-VOTES(I) < SC-LOW-VOTES
                   ACCEPT TIE-SEED FROM TIME
               END-IF
               COMPUTE TIE-RANDOM = FUNCTION RANDOM(TIE-SEED)
               MOVE TIE-SEED TO RND-SEED
               MOVE ZERO TO RND-DRAWS
               MOVE 'Y' TO TIE-SEED-USED-SW
               MOVE SPACES TO COUNT-ROW
               STRING "  TIE-BREAK DRAW SEED=" DELIMITED BY SIZE
               WRITE COUNT-RECORD
           END-IF.
           COMPUTE TIE-RANDOM = FUNCTION RANDOM.
           ADD 1 TO RND-DRAWS.
           COMPUTE TIE-PICK =
               FUNCTION MOD((TIE-RANDOM * 1000000), TIE-COUNT) + 1.
           MOVE TIE-CAND(TIE-PICK) TO SC-LOW-IDX.

       TRANSFER-ELIMINATED-PARA.
           IF WK-ACTIVE = 'Y' AND WK-CAND = SC-LOW-IDX
               PERFORM KEEP-PRIOR-STATE-PARA
               PERFORM ADVANCE-BALLOT-PARA
               PERFORM TALLY-TRANSFER-DEST-PARA
               REWRITE WORK-RECORD
               MOVE 'X' TO PATH-EVENT
               MOVE SC-LOW-IDX TO PATH-FROM-CAND
               PERFORM WRITE-PATH-PARA
           END-IF.

      ******************************************************************
           MOVE COUNT-ROW TO COUNT-RECORD.
           WRITE COUNT-RECORD.
           MOVE SPACES TO COUNT-ROW.
           STRING "Count options: surplus deferral=" DELIMITED BY SIZE
               SC-DEFER-OPT DELIMITED BY SIZE
               " bulk exclusion=" DELIMITED BY SIZE
               SC-BULK-OPT DELIMITED BY SIZE
               INTO COUNT-ROW
           END-STRING.
           DISPLAY COUNT-ROW.
           MOVE COUNT-ROW TO COUNT-RECORD.
           WRITE COUNT-RECORD.
           MOVE SPACES TO COUNT-ROW.
           STRING "Channels: in-person=" DELIMITED BY SIZE
               CHAN-INPERSON-TOTAL DELIMITED BY SIZE
               " postal=" DELIMITED BY SIZE
           DISPLAY COUNT-ROW.
           MOVE COUNT-ROW TO COUNT-RECORD.
           WRITE COUNT-RECORD.
           COMPUTE RANKING-VOTE-TOTAL =
               BALLOT-TOTAL - TICKET-VOTE-TOTAL.
           MOVE SPACES TO COUNT-ROW.
           STRING "Ballot types: individual rankings="
               DELIMITED BY SIZE
               RANKING-VOTE-TOTAL DELIMITED BY SIZE
               " ticket votes=" DELIMITED BY SIZE
               TICKET-VOTE-TOTAL DELIMITED BY SIZE
               INTO COUNT-ROW
           END-STRING.
           DISPLAY COUNT-ROW.
           MOVE COUNT-ROW TO COUNT-RECORD.
           WRITE COUNT-RECORD.

       WRITE-ROUND-HEADER-PARA.
           MOVE SPACES TO COUNT-ROW.
               PERFORM WRITE-DECL-ROW-PARA
               PERFORM WRITE-DECL-RUNNER-PARA VARYING I FROM 1
                   BY 1 UNTIL I > N
               IF SC-DEFER-OPT = 'Y' OR SC-BULK-OPT = 'Y'
                   PERFORM WRITE-DECL-RULES-PARA
               END-IF
               PERFORM WRITE-DECL-REJECTED-PARA
               MOVE SPACES TO DECL-ROW
               PERFORM WRITE-DECL-ROW-PARA
               MOVE "Signature of Returning Officer:"
               PERFORM WRITE-DECL-ROW-PARA
           END-IF.

      ******************************************************************
      * WRITE-DECL-REJECTED-PARA - the rejected ballot papers, as
      * the statement of rejected papers gives them: doubtful papers
      * the returning officer rejected on adjudication, by statutory
      * ground, with how many an agent objected to, and the ballots
      * the count itself found invalid and excluded.
      ******************************************************************
       WRITE-DECL-REJECTED-PARA.
           MOVE 'M' TO DECL-GRD-CODE(1).
           MOVE "Want of an official mark" TO DECL-GRD-TEXT(1).
           MOVE 'F' TO DECL-GRD-CODE(2).
           MOVE "No first preference marked" TO DECL-GRD-TEXT(2).
           MOVE 'D' TO DECL-GRD-CODE(3).
           MOVE "Figure 1 against more than one candidate"
               TO DECL-GRD-TEXT(3).
           MOVE 'U' TO DECL-GRD-CODE(4).
           MOVE "First preference void for uncertainty"
               TO DECL-GRD-TEXT(4).
           MOVE 'I' TO DECL-GRD-CODE(5).
           MOVE "Writing or mark identifying the voter"
               TO DECL-GRD-TEXT(5).
           PERFORM CLEAR-DECL-GROUND-PARA VARYING DECL-GRD-IDX
               FROM 1 BY 1 UNTIL DECL-GRD-IDX > 5.
           MOVE ZERO TO DECL-REJ-TOTAL.
           MOVE ZERO TO DECL-OBJ-TOTAL.
           MOVE 'N' TO DOUBT-EOF-SWITCH.
           OPEN INPUT DOUBT-FILE.
           IF DOUBT-FILE-STATUS = '00'
               PERFORM READ-DECL-DOUBT-PARA
                   UNTIL DOUBT-EOF-SWITCH = 'Y'
               CLOSE DOUBT-FILE
           END-IF.
           MOVE SPACES TO DECL-ROW.
           PERFORM WRITE-DECL-ROW-PARA.
           MOVE "Rejected ballot papers:" TO DECL-ROW.
           PERFORM WRITE-DECL-ROW-PARA.
           PERFORM WRITE-DECL-GROUND-PARA VARYING DECL-GRD-IDX
               FROM 1 BY 1 UNTIL DECL-GRD-IDX > 5.
           MOVE "  Total rejected on adjudication" TO DECL-ROW.
           MOVE DECL-REJ-TOTAL TO DECL-POLL-EDIT.
           MOVE DECL-POLL-EDIT TO DECL-ROW(46:6).
           PERFORM WRITE-DECL-ROW-PARA.
           MOVE "  of which objected to by an agent" TO DECL-ROW.
           MOVE DECL-OBJ-TOTAL TO DECL-POLL-EDIT.
           MOVE DECL-POLL-EDIT TO DECL-ROW(46:6).
           PERFORM WRITE-DECL-ROW-PARA.
           MOVE "  Invalid at count" TO DECL-ROW.
           MOVE INVALID-TOTAL TO DECL-POLL-EDIT.
           MOVE DECL-POLL-EDIT TO DECL-ROW(46:6).
           PERFORM WRITE-DECL-ROW-PARA.

       CLEAR-DECL-GROUND-PARA.
           MOVE ZERO TO DECL-GRD-COUNT(DECL-GRD-IDX).

       READ-DECL-DOUBT-PARA.
           READ DOUBT-FILE
               AT END
                   MOVE 'Y' TO DOUBT-EOF-SWITCH
               NOT AT END
                   IF DP-CONST-CODE = SC-CONST-CODE
                       AND DP-REJECTED
                       IF DP-ELECTION-ID = SC-ELECTION-ID
                           OR DP-ELECTION-ID = SPACES
                           OR SC-ELECTION-ID = SPACES
                           PERFORM TALLY-DECL-DOUBT-PARA
                       END-IF
                   END-IF
           END-READ.

       TALLY-DECL-DOUBT-PARA.
           ADD 1 TO DECL-REJ-TOTAL.
           IF DP-OBJECTION = 'Y'
               ADD 1 TO DECL-OBJ-TOTAL
           END-IF.
           PERFORM MATCH-DECL-GROUND-PARA VARYING DECL-GRD-IDX
               FROM 1 BY 1 UNTIL DECL-GRD-IDX > 5.

       MATCH-DECL-GROUND-PARA.
           IF DP-GROUND = DECL-GRD-CODE(DECL-GRD-IDX)
               ADD 1 TO DECL-GRD-COUNT(DECL-GRD-IDX)
           END-IF.

       WRITE-DECL-GROUND-PARA.
           MOVE SPACES TO DECL-ROW.
           MOVE DECL-GRD-TEXT(DECL-GRD-IDX) TO DECL-ROW(3:42).
           MOVE DECL-GRD-COUNT(DECL-GRD-IDX) TO DECL-POLL-EDIT.
           MOVE DECL-POLL-EDIT TO DECL-ROW(46:6).
           PERFORM WRITE-DECL-ROW-PARA.

      ******************************************************************
      * WRITE-DECL-RULES-PARA - when the count ran under deferral or
      * bulk exclusion the declaration says so, and names every
      * surplus held back (and the round it was finally distributed,
      * if it ever was) and every candidate excluded in bulk, so the
      * declaration squares with the agents' hand-count sheets.
      ******************************************************************
       WRITE-DECL-RULES-PARA.
           MOVE SPACES TO DECL-ROW.
           PERFORM WRITE-DECL-ROW-PARA.
           MOVE "Count rules applied:" TO DECL-ROW.
           PERFORM WRITE-DECL-ROW-PARA.
           IF SC-DEFER-OPT = 'Y'
               MOVE "  Deferral of surpluses - surpluses deferred:"
                   TO DECL-ROW
               PERFORM WRITE-DECL-ROW-PARA
               MOVE ZERO TO BX-COUNT
               PERFORM WRITE-DECL-DEFER-PARA VARYING I FROM 1 BY 1
                   UNTIL I > N
               IF BX-COUNT = ZERO
                   MOVE "    none" TO DECL-ROW
                   PERFORM WRITE-DECL-ROW-PARA
               END-IF
           END-IF.
           IF SC-BULK-OPT = 'Y'
               MOVE "  Bulk exclusion - candidates excluded together:"
                   TO DECL-ROW
               PERFORM WRITE-DECL-ROW-PARA
               MOVE ZERO TO BX-COUNT
               PERFORM WRITE-DECL-BULK-PARA VARYING I FROM 1 BY 1
                   UNTIL I > N
               IF BX-COUNT = ZERO
                   MOVE "    none" TO DECL-ROW
                   PERFORM WRITE-DECL-ROW-PARA
               END-IF
           END-IF.

       WRITE-DECL-DEFER-PARA.
           IF SC-DEFER-ROUND(I) > ZERO
               ADD 1 TO BX-COUNT
               PERFORM SET-DECL-CAND-PARA
               IF SC-DEFER-DIST(I) > ZERO
                   STRING " deferred round " DELIMITED BY SIZE
                       SC-DEFER-ROUND(I) DELIMITED BY SIZE
                       ", distributed round " DELIMITED BY SIZE
                       SC-DEFER-DIST(I) DELIMITED BY SIZE
                       INTO DECL-ROW WITH POINTER DECL-PTR
                   END-STRING
               ELSE
                   STRING " deferred round " DELIMITED BY SIZE
                       SC-DEFER-ROUND(I) DELIMITED BY SIZE
                       ", not distributed" DELIMITED BY SIZE
                       INTO DECL-ROW WITH POINTER DECL-PTR
                   END-STRING
               END-IF
               PERFORM WRITE-DECL-ROW-PARA
           END-IF.

       WRITE-DECL-BULK-PARA.
           IF SC-BULK-ROUND(I) > ZERO
               ADD 1 TO BX-COUNT
               PERFORM SET-DECL-CAND-PARA
               STRING " excluded round " DELIMITED BY SIZE
                   SC-BULK-ROUND(I) DELIMITED BY SIZE
                   INTO DECL-ROW WITH POINTER DECL-PTR
               END-STRING
               PERFORM WRITE-DECL-ROW-PARA
           END-IF.

       SET-DECL-CAND-PARA.
           MOVE SPACES TO DECL-ROW.
           MOVE 1 TO DECL-PTR.
           IF CAND-LOADED-SWITCH = 'Y'
               STRING "    " DELIMITED BY SIZE
                   CAND-NAME(I) DELIMITED BY SIZE
                   INTO DECL-ROW WITH POINTER DECL-PTR
               END-STRING
           ELSE
               STRING "    Candidate " DELIMITED BY SIZE
                   I DELIMITED BY SIZE
                   INTO DECL-ROW WITH POINTER DECL-PTR
               END-STRING
           END-IF.

       WRITE-DECL-ROW-PARA.
           MOVE DECL-ROW TO DECL-RECORD.
           WRITE DECL-RECORD.

      * The order and round of election follow the candidate number,
      * so a reader can check the sequence of seats filled against a
      * published result without walking the round blocks.
       WRITE-ELECTED-LINE-PARA.
           IF SC-CAND-STATUS(I) = 'E'
               MOVE SPACES TO COUNT-ROW
               STRING "  Elected: Candidate " DELIMITED BY SIZE
                   I DELIMITED BY SIZE
                   " order " DELIMITED BY SIZE
                   CAND-ELECT-SEQ(I) DELIMITED BY SIZE
                   " round " DELIMITED BY SIZE
                   CAND-ELECT-ROUND(I) DELIMITED BY SIZE
                   INTO COUNT-ROW
               END-STRING
               DISPLAY COUNT-ROW
