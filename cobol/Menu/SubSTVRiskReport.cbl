      *            working like a unique signature for that voter.
      *            Run per constituency: the slate size N is taken
      *            from that constituency's rows in the candidate
      *            file when present, and the turnout from the
      *            marked register against the register of
      *            electors; a turnout is keyed only where nobody
      *            is marked for the constituency yet.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVRiskReport.
       77 CMAST-EOF-SWITCH PIC X VALUE 'N'.
       77 CAND-EOF-SWITCH  PIC X VALUE 'N'.
       77 CAND-LOADED-SWITCH PIC X VALUE 'N'.
       77 RR-SLATE-BIG-SW PIC X VALUE 'N'.
       77 CAND-COUNT       PIC 9(3) VALUE ZERO.
       77 RR-CONST-CODE    PIC X(3) VALUE SPACES.
       77 RR-BATCH-OK-SWITCH PIC X VALUE 'N'.
       77 RR-REGISTER-SWITCH PIC X VALUE 'N'.
       77 RR-CNT-EDIT      PIC Z(6)9.
      * Request block for the turnout service (register of electors
      * and marked register).
       COPY TurnReq.

       01  RISK-TITLE.
           05 filler         PIC XX VALUE SPACES.
           ELSE
               PERFORM GET-CONST-PARA
               PERFORM GET-N-PARA
               PERFORM GET-TURNOUT-PARA
           END-IF.
           COMPUTE THRESHOLD =
               TURNOUT * (100 - MARGIN-PCT) / 100.
               DISPLAY RISK-CONST-ROW
               MOVE RISK-CONST-ROW TO RISK-RECORD
               WRITE RISK-RECORD
               PERFORM WRITE-SOURCE-PARA
           END-IF.
           DISPLAY RISK-TITLE.
           MOVE RISK-TITLE TO RISK-RECORD.
      * SETUP-BATCH-PARA - take the report parameters from the batch
      * request block: the constituency (blank = manual-N style), N
      * from that constituency's slate when one is on file or from
      * the block otherwise, and the turnout from the marked
      * register, or the block's figure when nobody is marked for
      * the constituency. Bad parameters
      * fail the run instead of prompting.
      ******************************************************************
       SETUP-BATCH-PARA.
           MOVE 'N' TO RR-BATCH-OK-SWITCH.
           MOVE BR-CONST-CODE TO RR-CONST-CODE.
           MOVE 'N' TO CAND-LOADED-SWITCH.
           MOVE 'N' TO RR-SLATE-BIG-SW.
           IF RR-CONST-CODE NOT = SPACES
               PERFORM LOAD-CAND-MASTER-PARA
               IF CAND-LOADED-SWITCH NOT = 'Y'
                   AND RR-SLATE-BIG-SW = 'N'
                   PERFORM LOAD-CAND-NAMES-PARA
               END-IF
           END-IF.
           IF RR-SLATE-BIG-SW = 'Y'
               MOVE 'N' TO CAND-LOADED-SWITCH
           END-IF.
           IF CAND-LOADED-SWITCH = 'Y'
               MOVE CAND-COUNT TO N
           ELSE
               MOVE BR-N TO N
           END-IF.
           PERFORM REGISTER-TURNOUT-PARA.
           IF RR-REGISTER-SWITCH NOT = 'Y'
               MOVE BR-TURNOUT TO TURNOUT
           END-IF.
           IF N > ZERO AND TURNOUT > ZERO
               MOVE 'Y' TO RR-BATCH-OK-SWITCH
           ELSE
      ******************************************************************
       GET-N-PARA.
           MOVE 'N' TO CAND-LOADED-SWITCH.
           MOVE 'N' TO RR-SLATE-BIG-SW.
           IF RR-CONST-CODE NOT = SPACES
               PERFORM LOAD-CAND-MASTER-PARA
               IF CAND-LOADED-SWITCH NOT = 'Y'
                   AND RR-SLATE-BIG-SW = 'N'
                   PERFORM LOAD-CAND-NAMES-PARA
               END-IF
           END-IF.
           IF RR-SLATE-BIG-SW = 'Y'
               MOVE 'N' TO CAND-LOADED-SWITCH
           END-IF.
           IF CAND-LOADED-SWITCH = 'Y'
               MOVE CAND-COUNT TO N
               DISPLAY "Using candidate name file for "
               END-IF
           END-IF.

      ******************************************************************
      * GET-TURNOUT-PARA - the turnout is the number of electors
      * marked as issued a paper for the constituency; only when the
      * marked register has nobody for it (or no constituency was
      * given) is a figure keyed.
      ******************************************************************
       GET-TURNOUT-PARA.
           PERFORM REGISTER-TURNOUT-PARA.
           IF RR-REGISTER-SWITCH = 'Y'
               DISPLAY "Turnout from the marked register: " TURNOUT
           ELSE
               DISPLAY "Enter the actual voter turnout for this "
               DISPLAY "constituency "
               ACCEPT TURNOUT
           END-IF.

       REGISTER-TURNOUT-PARA.
           MOVE 'N' TO RR-REGISTER-SWITCH.
           IF RR-CONST-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE RR-CONST-CODE TO TQ-CONST-CODE.
           MOVE SPACES TO TQ-ELECTION-ID.
           CALL 'SubSTVTurnCalc' USING TURNOUT-REQUEST.
           IF TQ-RC = ZERO AND TQ-VOTED > ZERO
               MOVE TQ-VOTED TO TURNOUT
               MOVE 'Y' TO RR-REGISTER-SWITCH
           END-IF.

      ******************************************************************
      * WRITE-SOURCE-PARA - say on the report where the turnout came
      * from, so a keyed figure is never mistaken for the register.
      ******************************************************************
       WRITE-SOURCE-PARA.
           MOVE SPACES TO RISK-RECORD.
           IF RR-REGISTER-SWITCH = 'Y'
               MOVE TQ-ELECTORATE TO RR-CNT-EDIT
               STRING "  Turnout: marked register, electorate "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(RR-CNT-EDIT) DELIMITED BY SIZE
                   INTO RISK-RECORD
               END-STRING
           ELSE
               MOVE "  Turnout: keyed figure" TO RISK-RECORD
           END-IF.
           DISPLAY RISK-RECORD.
           WRITE RISK-RECORD.

      ******************************************************************
      * LOAD-CAND-MASTER-PARA - preferred candidate source, counting
      * this constituency's rows on the candidate master file; the
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = RR-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                       ELSE
                           DISPLAY "*** candidate_master.dat has "
                               "more than 99 names for "
                               RR-CONST-CODE " - the system limit is "
                               "99; the slate is not used ***"
                           MOVE 'Y' TO RR-SLATE-BIG-SW
                           MOVE 'Y' TO CMAST-EOF-SWITCH
                       END-IF
                   END-IF
                   MOVE 'Y' TO CAND-EOF-SWITCH
               NOT AT END
                   IF CN-CONST-CODE = RR-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                       ELSE
                           DISPLAY "*** candidate_names.dat has "
                               "more than 99 names for "
                               RR-CONST-CODE " - the system limit is "
                               "99; the slate is not used ***"
                           MOVE 'Y' TO RR-SLATE-BIG-SW
                           MOVE 'Y' TO CAND-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

       RISK-PARA.
           COMPUTE PERMS = FUNCTION FACTORIAL(N)
               / FUNCTION FACTORIAL(N - R)
               ON SIZE ERROR
                   MOVE 999999999999 TO PERMS
           END-COMPUTE.
