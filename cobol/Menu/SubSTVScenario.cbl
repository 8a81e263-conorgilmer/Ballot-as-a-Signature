      *            earlier-round standings, lowest candidate number
      *            as the last resort (noted in the output) - a
      *            scenario has no returning officer to draw lots.
      *            Called with BatchReq.cpy: BR-MODE 'B' runs the
      *            scenario unprompted for BR-CONST-CODE on BR-R
      *            seats under BR-METHOD (seeded from BR-SEED for
      *            the sampling method) with no hypothetical
      *            withdrawals; BR-RC comes back 00 once the output
      *            is written, 01 with no slate or no ballots, 02 on
      *            a file error and 99 on a bad seat count.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       77 SN-ELECTION-ID       PIC X(8) VALUE SPACES.
       77 SN-FORMALITY         PIC X VALUE 'S'.
       77 SN-MIN-PREFS         PIC 9(2) VALUE 1.
       77 SN-SLATE-BIG-SW      PIC X VALUE 'N'.
       77 SN-STOP-SWITCH       PIC X.
       77 SN-INPUT             PIC X(400).
       77 SN-CONST-CODE        PIC X(3) VALUE SPACES.
       77 N                    PIC 9(3) VALUE ZERO.
       77 R                    PIC 9(3) VALUE ZERO.
       77 J                    PIC 9(3).
       77 K                    PIC 9(6).
       77 SN-PREF-VAL          PIC 9(3).
       77 SN-TOKEN-IDX         PIC 9(3).
       77 SN-SCAN-PTR          PIC 9(3).
       77 SN-WDRAWN-COUNT      PIC 9(3).
       77 SN-BAD-SWITCH        PIC X.
       77 SN-FOUND-SWITCH      PIC X.
       77 ZV                   PIC Z(8)9.9(4).
       01 SN-ROW               PIC X(80).
       01 CAND-NAMES-AREA.
           05 CAND-NAME        PIC X(30) OCCURS 99 TIMES.
       01 SN-TIE-AREA.
           05 SN-TIE-CAND      PIC 9(3) OCCURS 99 TIMES.
       01 SN-KEEP-AREA.
           05 SN-KEEP-CAND     PIC 9(3) OCCURS 99 TIMES.
       01 SN-TOKEN-AREA.
           05 SN-TOKEN         PIC X(4) OCCURS 99 TIMES.
      * Per-candidate scenario state: W marks the real or
      * hypothetical withdrawals, C/E/X the count states.
       01 SN-CAND-TABLE.
           05 SN-CAND              OCCURS 99 TIMES.
               10 SN-VOTES          PIC 9(9)V9(4).
               10 SN-STATE          PIC X.
               10 SN-NEW-E          PIC X.
       01 SN-HIST-AREA.
           05 SN-HIST-ROUND        OCCURS 200 TIMES.
               10 SN-HIST-VOTES     PIC 9(9)V9(4) OCCURS 99 TIMES.
      * The scratch area: the constituency's live ballots copied
      * whole, weights, parcel round and pointer per paper.
       01 SN-BALLOT-TABLE.
           05 SN-ENTRY             OCCURS 100000 TIMES.
               10 SN-B-PREFS        PIC 9(2).
               10 SN-B-PTR          PIC 9(3).
               10 SN-B-CAND         PIC 9(2).
               10 SN-B-WEIGHT       PIC 9V9(4).
               10 SN-B-ACTIVE       PIC X.
               10 SN-B-PARCEL       PIC 9(3).
               10 SN-B-RANK         PIC 9(2) OCCURS 99 TIMES.

      * Request block for the ticket expander: ticket votes are
      * decoded as their party's lodged ticket.
       COPY TicketReq.

       LINKAGE SECTION.
       COPY BatchReq.

       PROCEDURE DIVISION USING BATCH-REQUEST.
       MAIN-PROCEDURE.
           DISPLAY "Scenario Count (live data untouched).".
           MOVE 01 TO BR-RC.
      * Working storage persists across CALLs - reset per-run state.
           MOVE ZERO TO SN-TOTAL.
           MOVE ZERO TO SN-ROUND.
           MOVE ZERO TO SN-ELECTED-COUNT.
           MOVE ZERO TO SN-WDRAWN-COUNT.
           MOVE 'N' TO SN-TRUNC-WARNED-SW.
           MOVE 'N' TO SN-SLATE-BIG-SW.
           IF BR-BATCH
               MOVE BR-CONST-CODE TO SN-CONST-CODE
               IF SN-CONST-CODE = SPACES
                   MOVE 99 TO BR-RC
                   EXIT PROGRAM
               END-IF
           ELSE
               PERFORM GET-CONST-PARA
               PERFORM VALIDATE-CONST-PARA
                   UNTIL SN-CONST-CODE NOT = SPACES
           END-IF.
           PERFORM CHECK-ELECTION-PARA.
           PERFORM LOAD-SLATE-PARA.
           IF N = ZERO
                   SN-CONST-CODE " - the scenario needs the slate."
               EXIT PROGRAM
           END-IF.
           IF SN-SLATE-BIG-SW = 'Y'
               DISPLAY "*** More than 99 candidates for "
                   SN-CONST-CODE " - the system limit is 99; the "
                   "scenario count will not run ***"
               EXIT PROGRAM
           END-IF.
           IF BR-BATCH
               PERFORM SETUP-BATCH-PARA
               IF R = ZERO OR R > N
                   MOVE 99 TO BR-RC
                   EXIT PROGRAM
               END-IF
           ELSE
               PERFORM SHOW-SLATE-PARA
               PERFORM GET-R-PARA
               PERFORM VALIDATE-R-PARA UNTIL R > ZERO AND R <= N
               PERFORM GET-WITHDRAWN-PARA
               PERFORM GET-METHOD-PARA
               IF SN-METHOD = 'S'
                   PERFORM GET-SEED-PARA
               END-IF
           END-IF.
           PERFORM COPY-BALLOTS-PARA.
           IF SN-TOTAL = ZERO
           IF SCEN-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to open stv_scenario_output.dat "
                   "- status " SCEN-FILE-STATUS " ***"
               MOVE 02 TO BR-RC
               EXIT PROGRAM
           END-IF.
           PERFORM RUN-SCENARIO-PARA.
           CLOSE SCEN-FILE.
           MOVE ZERO TO BR-RC.
           DISPLAY "Scenario written to stv_scenario_output.dat - "
               "live election data untouched.".
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * SETUP-BATCH-PARA - the unattended scenario: seats and method
      * off the request block, the master's own withdrawals only. An
      * unknown method is taken as Gregory, as at the prompt; a
      * sample run without a seed is seeded from the clock.
      ******************************************************************
       SETUP-BATCH-PARA.
           MOVE BR-R TO R.
           MOVE BR-METHOD TO SN-METHOD.
           IF SN-METHOD NOT = 'G' AND SN-METHOD NOT = 'L'
               AND SN-METHOD NOT = 'I' AND SN-METHOD NOT = 'S'
               MOVE 'G' TO SN-METHOD
           END-IF.
           IF SN-METHOD = 'S'
               MOVE BR-SEED TO SN-SEED
               IF SN-SEED = ZERO
                   ACCEPT SN-SEED FROM TIME
               END-IF
               COMPUTE SN-RANDOM = FUNCTION RANDOM(SN-SEED)
           END-IF.

       GET-CONST-PARA.
           DISPLAY "Enter the constituency code (3 characters) ".
           MOVE SPACES TO SN-INPUT.
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = SN-CONST-CODE
                       IF N < 99
                           ADD 1 TO N
                           MOVE CM-NAME TO CAND-NAME(N)
                           MOVE ZERO TO SN-VOTES(N)
                               MOVE 'C' TO SN-STATE(N)
                           END-IF
                       ELSE
                           MOVE 'Y' TO SN-SLATE-BIG-SW
                           MOVE 'Y' TO CMAST-EOF-SWITCH
                       END-IF
                   END-IF
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO SN-TOKEN-AREA.
           MOVE 1 TO SN-SCAN-PTR.
           PERFORM SPLIT-TOKEN-PARA VARYING SN-TOKEN-IDX
               FROM 1 BY 1 UNTIL SN-TOKEN-IDX > 99
                   OR SN-SCAN-PTR > 400.
           PERFORM TAKE-WITHDRAWN-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.

       SPLIT-TOKEN-PARA.
           UNSTRING SN-INPUT DELIMITED BY ALL " "
               INTO SN-TOKEN(SN-TOKEN-IDX)
               WITH POINTER SN-SCAN-PTR
           END-UNSTRING.

       TAKE-WITHDRAWN-PARA.
           IF SN-TOKEN(I) NOT = SPACES
      * file is open for INPUT only.
      ******************************************************************
       COPY-BALLOTS-PARA.
           SET TX-LOAD TO TRUE.
           MOVE SN-CONST-CODE TO TX-CONST-CODE.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           OPEN INPUT VOTES-FILE.
           IF VOTES-FILE-STATUS NOT = '00'
               DISPLAY "No votes file found - status "
           MOVE ZERO TO SN-B-PREFS(SN-TOTAL).
           MOVE 'N' TO SN-BAD-SWITCH.
           MOVE 'N' TO SN-STOP-SWITCH.
           IF VR-FORMAT-NUMERIC AND VR-TICKET-BALLOT
               PERFORM EXPAND-TICKET-PARA
           END-IF.
           IF NOT VR-FORMAT-NUMERIC
               MOVE 'Y' TO SN-BAD-SWITCH
           ELSE
               MOVE ZERO TO SN-B-PARCEL(SN-TOTAL)
           END-IF.

      * A ticket vote decodes as its party's lodged ticket; a vote
      * for a ticket not lodged is spoilt.
       EXPAND-TICKET-PARA.
           SET TX-EXPAND TO TRUE.
           MOVE SN-CONST-CODE TO TX-CONST-CODE.
           MOVE VR-TICKET-NO TO TX-TICKET-NO.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           IF TX-RC = ZERO
               MOVE TX-PREF-COUNT TO VR-PREF-COUNT
               MOVE TX-PREF-AREA TO VR-PREF-AREA
           ELSE
               MOVE ZERO TO VR-PREF-COUNT
               MOVE 'Y' TO SN-BAD-SWITCH
           END-IF.

       COPY-ONE-PREF-PARA.
           IF VR-PREF(SN-PREF-IDX) = ZERO
               OR VR-PREF(SN-PREF-IDX) > N
