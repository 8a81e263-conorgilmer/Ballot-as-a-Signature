      *            still queued on ballot_rejects.dat, and
      *            unresolved keying mismatches on
      *            entry_mismatch.dat - and flags any shortfall or
      *            surplus line by line. Where electors have been
      *            marked on the marked register, the statement
      *            opens with the turnout - the electorate and the
      *            electors marked in person, by proxy and by post -
      *            and the electors marked are the papers to account
      *            for, the stations' return being set against them
      *            as a cross-check; with nobody marked the return
      *            alone is used, as it always was. The statement
      *            goes to stv_accounting.dat; an election court
      *            asks for exactly this reconciliation.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 filler           PIC X.
           05 IPR-UNUSED       PIC 9(6).

       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  REJECT-FILE         RECORD CONTAINS 2103 CHARACTERS.
       01  REJECT-RECORD       PIC X(2103).

       FD  MISM-FILE            RECORD CONTAINS 512 CHARACTERS.
       01  MISM-RECORD          PIC X(512).

       FD  ACCT-FILE            RECORD CONTAINS 80 CHARACTERS.
       01  ACCT-RECORD          PIC X(80).
       77 IP-ACCOUNTED         PIC S9(7).
       77 IP-DIFF              PIC S9(7).
       77 IP-CNT-EDIT          PIC Z(5)9.
       77 IP-RETURN-NET        PIC S9(7).
       77 IP-MARKED-SWITCH     PIC X VALUE 'N'.
       77 IP-PCT-EDIT          PIC ZZ9.99.
      * Request block for the turnout service (register of electors
      * and marked register).
       COPY TurnReq.
       77 IP-DIFF-EDIT         PIC -(6)9.
       01 IP-ROW               PIC X(80).
       01 IP-REG-TABLE-AREA.
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-REG-PARA.
           PERFORM GET-TURNOUT-PARA.
           IF IP-FOUND-IDX = ZERO AND IP-MARKED-SWITCH NOT = 'Y'
               DISPLAY "No register line for " IP-CONST-WANTED
                   " - maintain the register first."
               EXIT PARAGRAPH
           CLOSE ACCT-FILE.
           DISPLAY "Statement written to stv_accounting.dat.".

      ******************************************************************
      * GET-TURNOUT-PARA - the electors marked as issued a paper for
      * the constituency, from the marked register.
      ******************************************************************
       GET-TURNOUT-PARA.
           MOVE 'N' TO IP-MARKED-SWITCH.
           MOVE IP-CONST-WANTED TO TQ-CONST-CODE.
           MOVE SPACES TO TQ-ELECTION-ID.
           CALL 'SubSTVTurnCalc' USING TURNOUT-REQUEST.
           IF TQ-RC = ZERO AND TQ-VOTED > ZERO
               MOVE 'Y' TO IP-MARKED-SWITCH
           END-IF.

       COUNT-VOTES-PARA.
           MOVE ZERO TO IP-LIVE-COUNT.
           MOVE ZERO TO IP-VOID-COUNT.
               INTO IP-ROW
           END-STRING.
           PERFORM WRITE-ACCT-ROW-PARA.
           IF IP-MARKED-SWITCH = 'Y'
               PERFORM WRITE-TURNOUT-PARA
           END-IF.
           IF IP-FOUND-IDX > ZERO
               PERFORM WRITE-RETURN-PARA
           END-IF.
           IF IP-MARKED-SWITCH = 'Y'
               MOVE TQ-VOTED TO IP-EXPECTED
           ELSE
               MOVE IP-RETURN-NET TO IP-EXPECTED
           END-IF.
           MOVE IP-EXPECTED TO IP-DIFF-EDIT.
           MOVE SPACES TO IP-ROW.
           STRING "Papers to account for:             "
               INTO IP-ROW
           END-STRING.
           PERFORM WRITE-ACCT-ROW-PARA.
           IF IP-MARKED-SWITCH = 'Y' AND IP-FOUND-IDX > ZERO
               AND IP-RETURN-NET NOT = IP-EXPECTED
               COMPUTE IP-DIFF = IP-RETURN-NET - IP-EXPECTED
               MOVE IP-DIFF TO IP-DIFF-EDIT
               MOVE SPACES TO IP-ROW
               STRING "*** the stations' return differs from the "
                   DELIMITED BY SIZE
                   "marked register by " DELIMITED BY SIZE
                   FUNCTION TRIM(IP-DIFF-EDIT) DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO IP-ROW
               END-STRING
               PERFORM WRITE-ACCT-ROW-PARA
           END-IF.
           MOVE "On the system:" TO IP-ROW.
           PERFORM WRITE-ACCT-ROW-PARA.
           MOVE IP-LIVE-COUNT TO IP-CNT-EDIT.
           MOVE " charged to this statement in full)" TO IP-ROW.
           PERFORM WRITE-ACCT-ROW-PARA.

      ******************************************************************
      * WRITE-TURNOUT-PARA - the electorate and the electors marked,
      * each of whom was issued one paper. Postal voters count as
      * marked only when their pack came back, as the turnout does.
      ******************************************************************
       WRITE-TURNOUT-PARA.
           MOVE TQ-ELECTORATE TO IP-DIFF-EDIT.
           MOVE SPACES TO IP-ROW.
           STRING "Electorate (register of electors): "
               DELIMITED BY SIZE
               IP-DIFF-EDIT DELIMITED BY SIZE
               INTO IP-ROW
           END-STRING.
           PERFORM WRITE-ACCT-ROW-PARA.
           MOVE TQ-IN-PERSON TO IP-DIFF-EDIT.
           MOVE SPACES TO IP-ROW.
           STRING "  marked, issued in person:        "
               DELIMITED BY SIZE
               IP-DIFF-EDIT DELIMITED BY SIZE
               INTO IP-ROW
           END-STRING.
           PERFORM WRITE-ACCT-ROW-PARA.
           MOVE TQ-PROXY TO IP-DIFF-EDIT.
           MOVE SPACES TO IP-ROW.
           STRING "  marked, issued to a proxy:       "
               DELIMITED BY SIZE
               IP-DIFF-EDIT DELIMITED BY SIZE
               INTO IP-ROW
           END-STRING.
           PERFORM WRITE-ACCT-ROW-PARA.
           MOVE TQ-POSTAL TO IP-DIFF-EDIT.
           MOVE SPACES TO IP-ROW.
           STRING "  marked, postal packs returned:   "
               DELIMITED BY SIZE
               IP-DIFF-EDIT DELIMITED BY SIZE
               INTO IP-ROW
           END-STRING.
           PERFORM WRITE-ACCT-ROW-PARA.
           MOVE TQ-VOTED TO IP-DIFF-EDIT.
           MOVE TQ-PCT TO IP-PCT-EDIT.
           MOVE SPACES TO IP-ROW.
           STRING "Electors marked (marked register): "
               DELIMITED BY SIZE
               IP-DIFF-EDIT DELIMITED BY SIZE
               "  turnout " DELIMITED BY SIZE
               FUNCTION TRIM(IP-PCT-EDIT) DELIMITED BY SIZE
               "%" DELIMITED BY SIZE
               INTO IP-ROW
           END-STRING.
           PERFORM WRITE-ACCT-ROW-PARA.

      ******************************************************************
      * WRITE-RETURN-PARA - the stations' return from the issued-
      * papers register: issued, less spoiled and returned unused.
      ******************************************************************
       WRITE-RETURN-PARA.
           MOVE IPT-ISSUED(IP-FOUND-IDX) TO IP-CNT-EDIT.
           MOVE SPACES TO IP-ROW.
           STRING "Papers issued (register):          "
               DELIMITED BY SIZE
               IP-CNT-EDIT DELIMITED BY SIZE
               INTO IP-ROW
           END-STRING.
           PERFORM WRITE-ACCT-ROW-PARA.
           MOVE IPT-SPOILED(IP-FOUND-IDX) TO IP-CNT-EDIT.
           MOVE SPACES TO IP-ROW.
           STRING "less spoiled (register):           "
               DELIMITED BY SIZE
               IP-CNT-EDIT DELIMITED BY SIZE
               INTO IP-ROW
           END-STRING.
           PERFORM WRITE-ACCT-ROW-PARA.
           MOVE IPT-UNUSED(IP-FOUND-IDX) TO IP-CNT-EDIT.
           MOVE SPACES TO IP-ROW.
           STRING "less returned unused (register):   "
               DELIMITED BY SIZE
               IP-CNT-EDIT DELIMITED BY SIZE
               INTO IP-ROW
           END-STRING.
           PERFORM WRITE-ACCT-ROW-PARA.
           COMPUTE IP-RETURN-NET = IPT-ISSUED(IP-FOUND-IDX)
               - IPT-SPOILED(IP-FOUND-IDX)
               - IPT-UNUSED(IP-FOUND-IDX).

       WRITE-ACCT-ROW-PARA.
           DISPLAY IP-ROW.
           MOVE IP-ROW TO ACCT-RECORD.
