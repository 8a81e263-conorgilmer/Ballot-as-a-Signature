      *            slate, no duplicates, at least one usable
      *            preference - and an accepted row takes the next
      *            id from votes_seq_ctl.dat and is written to the
      *            votes file. A row whose paper needs a ruling is
      *            referred to the doubtful-papers queue for the
      *            returning officer instead. Worked rows leave the
      *            reject file so the readiness check can see it
      *            clear.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  SEQ-FILE            RECORD CONTAINS 6 CHARACTERS.
       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       COPY CandMast.

       FD  REJECT-FILE         RECORD CONTAINS 2103 CHARACTERS.
       01  REJECT-RECORD.
           05 REJ-REASON-CODE  PIC XX.
           05 filler           PIC X.
           05 REJ-ROW          PIC X(2100).

       FD  OPER-FILE            RECORD CONTAINS 46 CHARACTERS.
       COPY OperRec.
       77 CMAST-EOF-SWITCH     PIC X.
       77 REJECT-EOF-SWITCH    PIC X.
       77 CAND-LOADED-SWITCH   PIC X VALUE 'N'.
       77 RR-SLATE-BIG-SW      PIC X VALUE 'N'.
       77 CAND-COUNT           PIC 9(3) VALUE ZERO.
       77 CAND-IDX             PIC 9(3).
       01 CAND-NAMES-AREA.
           05 CAND-NAME        PIC X(20) OCCURS 99 TIMES.

       77 N                    PIC 9(3).
       77 I                    PIC 9(3).
       77 RR-QUIT-SWITCH       PIC X.
       77 RR-REASON-TEXT       PIC X(60).
       77 RR-BOX-ID            PIC X(8) VALUE SPACES.
       77 RR-BOX-HELD-SWITCH   PIC X VALUE 'N'.
       77 RR-FORMALITY         PIC X VALUE 'S'.
       77 RR-MIN-PREFS         PIC 9(2) VALUE 1.
       77 LAST-BALLOT-ID       PIC 9(6) VALUE ZERO.
       77 RR-ABORT-SWITCH      PIC X VALUE 'N'.
       77 RR-FIXED-COUNT       PIC 9(4) VALUE ZERO.
       77 RR-REMOVED-COUNT     PIC 9(4) VALUE ZERO.
       77 RR-REFERRED-COUNT    PIC 9(4) VALUE ZERO.
       77 RR-LEFT-COUNT        PIC 9(4) VALUE ZERO.
       77 RR-CNT-EDIT          PIC Z(3)9.
      * The same row-validation state SubSTVImport keeps, so a
       77 RR-ROW-BAD-SWITCH    PIC X.
       77 RR-SCAN-DONE-SWITCH  PIC X.
       01 RR-PREF-AREA.
           05 RR-PREF          PIC 9(3) OCCURS 99 TIMES.
       01 RR-SEEN-AREA.
           05 RR-SEEN          PIC X OCCURS 99 TIMES.
       01 RR-WORK-ROW          PIC X(2100).
      * The reject queue held whole while rows are worked; worked
      * rows are dropped on the rewrite.
       01 RR-ROW-TABLE-AREA.
           05 RR-ROW-ENTRY         OCCURS 500 TIMES.
               10 RR-ROW-REASON     PIC XX.
               10 RR-ROW-TEXT       PIC X(2100).
               10 RR-ROW-KEEP       PIC X.
       77 RR-LOCK-OK-SWITCH    PIC X VALUE 'N'.
       77 OPER-FILE-STATUS     PIC XX VALUE '00'.
      * operator's id.
       COPY LockReq.

      * Request block for the box hold check: ballots are refused
      * for a box whose seals did not match when it was opened.
       COPY HoldReq.

      * Request block for the doubtful-papers queue: a row whose
      * paper needs the returning officer's ruling is referred
      * there instead of being resubmitted or removed.
       COPY DoubtReq.

      * Request block for the votes file change journal: every
      * ballot written and the sequence set is journalled for
      * roll-forward recovery.
       COPY JournalReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Reject Review and Resubmit.".
      * Working storage persists across CALLs - reset per-run state.
           MOVE ZERO TO RR-ROW-TOTAL.
           MOVE 'N' TO RR-BOX-HELD-SWITCH.
           MOVE ZERO TO RR-FIXED-COUNT.
           MOVE ZERO TO RR-REMOVED-COUNT.
           MOVE ZERO TO RR-REFERRED-COUNT.
           MOVE ZERO TO RR-LEFT-COUNT.
           MOVE 'N' TO RR-ABORT-SWITCH.
           MOVE 'N' TO RR-QUIT-SWITCH.
           PERFORM GET-OPERATOR-PARA.
           PERFORM VALIDATE-OPERATOR-PARA
               UNTIL RR-OPERATOR NOT = SPACES.
           MOVE 'REJRES' TO JN-PROGRAM.
           MOVE RR-OPERATOR TO JN-OPERATOR.
           PERFORM GET-CONST-PARA.
           PERFORM VALIDATE-CONST-PARA
               UNTIL RR-CONST-CODE NOT = SPACES.
                   "validated. Load the candidate list first."
               EXIT PROGRAM
           END-IF.
           IF RR-SLATE-BIG-SW = 'Y'
               DISPLAY "*** More than 99 candidates for "
                   RR-CONST-CODE " - the system limit is 99; "
                   "resubmission will not run ***"
               EXIT PROGRAM
           END-IF.
           MOVE CAND-COUNT TO N.
           PERFORM LOAD-REJECTS-PARA.
           IF RR-ABORT-SWITCH = 'Y'
               EXIT PROGRAM
           END-IF.
           PERFORM GET-BOX-PARA.
           IF RR-BOX-HELD-SWITCH = 'Y'
               PERFORM RELEASE-LOCK-PARA
               EXIT PROGRAM
           END-IF.
           PERFORM READ-SEQ-PARA.
           PERFORM OPEN-VOTES-PARA.
           MOVE 1 TO RR-ROW-IDX.
           DISPLAY "Rows resubmitted and accepted: " RR-CNT-EDIT.
           MOVE RR-REMOVED-COUNT TO RR-CNT-EDIT.
           DISPLAY "Rows removed without a ballot: " RR-CNT-EDIT.
           MOVE RR-REFERRED-COUNT TO RR-CNT-EDIT.
           DISPLAY "Rows referred as doubtful:     " RR-CNT-EDIT.
           MOVE RR-LEFT-COUNT TO RR-CNT-EDIT.
           DISPLAY "Rows left queued:              " RR-CNT-EDIT.
           EXIT PROGRAM.
           MOVE SPACES TO RR-INPUT.
           ACCEPT RR-INPUT.
           MOVE FUNCTION UPPER-CASE(RR-INPUT(1:8)) TO RR-BOX-ID.
           IF RR-BOX-ID NOT = SPACES
               MOVE RR-CONST-CODE TO BH-CONST-CODE
               MOVE RR-BOX-ID TO BH-BOX-ID
               CALL 'SubSTVBoxHold' USING BOX-HOLD-REQUEST
               IF BH-IS-HELD
                   DISPLAY "Box " RR-BOX-ID " is ON HOLD - its seals "
                       "did not match at opening ("
                       BH-HOLD-DATE " " BH-HOLD-TIME ")."
                   DISPLAY "No ballots may be resubmitted for it until "
                       "a supervisor clears the hold."
                   MOVE 'Y' TO RR-BOX-HELD-SWITCH
                   EXIT PARAGRAPH
               END-IF
           END-IF.

       CHECK-ELECTION-PARA.
           MOVE SPACE TO RR-ELECTION-STATUS.
           DISPLAY "  Row: "
               FUNCTION TRIM(RR-ROW-TEXT(RR-WORK-IDX))(1:70).
           DISPLAY "Action - E=Edit and resubmit, A=Resubmit "
               "as-is, R=Remove without a ballot,".
           DISPLAY "         D=Doubtful - refer to the returning "
               "officer, S=Skip, Q=Quit ".
           MOVE SPACES TO RR-INPUT.
           ACCEPT RR-INPUT.
           MOVE FUNCTION UPPER-CASE(RR-INPUT(1:1)) TO RR-ACTION.
               PERFORM RESUBMIT-ROW-PARA
           ELSE IF RR-ACTION = 'R'
               PERFORM REMOVE-ROW-PARA
           ELSE IF RR-ACTION = 'D'
               PERFORM REFER-ROW-PARA
           ELSE IF RR-ACTION = 'Q'
               MOVE 'Y' TO RR-QUIT-SWITCH
               ADD 1 TO RR-LEFT-COUNT
           ELSE IF RR-ROW-REASON(RR-WORK-IDX) = '08'
               MOVE "fewer preferences than the election's minimum"
                   TO RR-REASON-TEXT
           ELSE IF RR-ROW-REASON(RR-WORK-IDX) = '09'
               MOVE "a ticket not lodged, or a ticket mark with ranks"
                   TO RR-REASON-TEXT
           ELSE IF RR-ROW-REASON(RR-WORK-IDX) = '10'
               MOVE "a row outside any batch in the bureau file"
                   TO RR-REASON-TEXT
           ELSE
               MOVE "unrecognised reason code" TO RR-REASON-TEXT.

               ADD 1 TO RR-LEFT-COUNT
           END-IF.

      ******************************************************************
      * REFER-ROW-PARA - the paper behind the row needs a ruling
      * (an ambiguous or identifying mark, a tick for a figure):
      * the row goes to the doubtful-papers queue with the reason
      * and leaves the reject file, and no ballot is written.
      ******************************************************************
       REFER-ROW-PARA.
           MOVE SPACE TO DQ-REASON.
           PERFORM GET-DOUBT-REASON-PARA
               UNTIL DQ-REASON = 'A' OR DQ-REASON = 'I'
                   OR DQ-REASON = 'T' OR DQ-REASON = 'O'.
           MOVE RR-CONST-CODE TO DQ-CONST-CODE.
           MOVE RR-ELECTION-ID TO DQ-ELECTION-ID.
           MOVE RR-BOX-ID TO DQ-BOX-ID.
           MOVE 'S' TO DQ-CHANNEL.
           MOVE 'R' TO DQ-SOURCE.
           MOVE RR-OPERATOR TO DQ-OPERATOR.
           MOVE RR-ROW-TEXT(RR-WORK-IDX) TO DQ-DETAIL.
           CALL 'SubSTVDoubtRef' USING DOUBT-REFER-REQUEST.
           IF DQ-RC = ZERO
               MOVE 'N' TO RR-ROW-KEEP(RR-WORK-IDX)
               ADD 1 TO RR-REFERRED-COUNT
               DISPLAY "Row referred as doubtful paper " DQ-PAPER-NO
                   " - mark the number on the paper."
           ELSE
               DISPLAY "*** doubtful_papers.dat could not be "
                   "written - row left queued ***"
               ADD 1 TO RR-LEFT-COUNT
           END-IF.

       GET-DOUBT-REASON-PARA.
           DISPLAY "Why is it doubtful? A=Ambiguous mark, "
               "I=Identifying mark, T=Tick or cross, O=Other ".
           MOVE SPACES TO RR-INPUT.
           ACCEPT RR-INPUT.
           MOVE FUNCTION UPPER-CASE(RR-INPUT(1:1)) TO DQ-REASON.

      ******************************************************************
      * VALIDATE-ROW-PARA and its helpers - the import's row
      * validation, applied to RR-WORK-ROW: split on "|", match
           MOVE 1 TO RR-PTR.
           MOVE 'N' TO RR-SCAN-DONE-SWITCH.
           PERFORM CLEAR-SEEN-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           IF RR-WORK-ROW = SPACES
               MOVE 'Y' TO RR-ROW-BAD-SWITCH
               MOVE '01' TO RR-REASON

       SCAN-TOKEN-PARA.
           MOVE SPACES TO RR-TOKEN.
           IF RR-PTR > 2100
               MOVE 'Y' TO RR-SCAN-DONE-SWITCH
           ELSE
               UNSTRING RR-WORK-ROW DELIMITED BY "|"
                   WITH POINTER RR-PTR
               END-UNSTRING
               IF RR-TOKEN = SPACES
                   IF RR-PTR > 2100
                       MOVE 'Y' TO RR-SCAN-DONE-SWITCH
                   ELSE
                       IF RR-WORK-ROW(RR-PTR:) = SPACES
                   MOVE '03' TO RR-REASON
               ELSE
                   MOVE 'Y' TO RR-SEEN(RR-FIND-IDX)
                   IF RR-TOKEN-COUNT < 99
                       ADD 1 TO RR-TOKEN-COUNT
                       MOVE RR-FIND-IDX TO RR-PREF(RR-TOKEN-COUNT)
                   ELSE
           ADD 1 TO LAST-BALLOT-ID.
           MOVE RR-CONST-CODE TO VR-CONST-CODE.
           MOVE LAST-BALLOT-ID TO VR-BALLOT-ID.
           SET VR-FORMAT-V4 TO TRUE.
           MOVE RR-TOKEN-COUNT TO VR-PREF-COUNT.
           PERFORM CLEAR-VR-PREF-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           PERFORM MOVE-VR-PREF-PARA VARYING I FROM 1 BY 1
               UNTIL I > RR-TOKEN-COUNT.
           SET VR-LIVE TO TRUE.
           MOVE RR-ELECTION-ID TO VR-ELECTION-ID.
           WRITE VOTES-RECORD.
           IF VOTES-FILE-STATUS = '00'
               MOVE 'W' TO JN-ACTION
               MOVE SPACES TO JN-BEFORE
               MOVE VOTES-RECORD TO JN-AFTER
               CALL 'SubSTVJournal' USING JOURNAL-REQUEST
               ADD 1 TO RR-FIXED-COUNT
               MOVE 'N' TO RR-ROW-KEEP(RR-WORK-IDX)
               DISPLAY "Row accepted - ballot " LAST-BALLOT-ID
      ******************************************************************
       LOAD-CAND-MASTER-PARA.
           MOVE ZERO TO CAND-COUNT.
           MOVE 'N' TO RR-SLATE-BIG-SW.
           MOVE 'N' TO CMAST-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = RR-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CM-NAME(1:20)
                               TO CAND-NAME(CAND-COUNT)
                       ELSE
                           MOVE 'Y' TO RR-SLATE-BIG-SW
                           MOVE 'Y' TO CMAST-EOF-SWITCH
                       END-IF
                   END-IF
                   MOVE 'Y' TO CAND-EOF-SWITCH
               NOT AT END
                   IF CN-CONST-CODE = RR-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CN-NAME TO CAND-NAME(CAND-COUNT)
                       ELSE
                           MOVE 'Y' TO RR-SLATE-BIG-SW
                           MOVE 'Y' TO CAND-EOF-SWITCH
                       END-IF
                   END-IF
           END-IF.

       WRITE-SEQ-PARA.
           MOVE 'S' TO JN-ACTION.
           MOVE LAST-BALLOT-ID TO JN-SEQ-VALUE.
           CALL 'SubSTVJournal' USING JOURNAL-REQUEST.
           OPEN OUTPUT SEQ-FILE.
           MOVE LAST-BALLOT-ID TO SEQ-RECORD.
           WRITE SEQ-RECORD.
