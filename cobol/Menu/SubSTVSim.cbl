
       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  SEQ-FILE            RECORD CONTAINS 6 CHARACTERS.
       77 SM-QUOTA-EDIT        PIC Z(8)9.

       01 SM-CYCLE-AREA.
           05 SM-CYC-ENTRY         OCCURS 99 TIMES.
               10 SM-FIRST-E        PIC 9(3).
               10 SM-FIRST-X        PIC 9(3).
               10 SM-WAS-ELECTED    PIC X.

       01 SM-STATS-AREA.
           05 SM-STAT-ENTRY        OCCURS 99 TIMES.
               10 SM-ELECTED-CNT    PIC 9(4).
               10 SM-ELECT-RND-SUM  PIC 9(7).
               10 SM-ELIM-CNT       PIC 9(4).
       77 SM-QUOTA-MAX         PIC 9(9) VALUE ZERO.
       77 SM-QUOTA-SUM         PIC 9(12) VALUE ZERO.

      * Request block for the votes file change journal: emptying
      * the votes file and resetting the sequence each cycle are
      * journalled, as are the ballots Generate Vote then writes.
       COPY JournalReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Monte Carlo Election Simulation.".
           END-IF.
           PERFORM GET-PARAMS-PARA.
           PERFORM INIT-STATS-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           PERFORM RUN-ONE-CYCLE-PARA VARYING SM-CYCLE FROM 1 BY 1
               UNTIL SM-CYCLE > SM-CYCLES.
           PERFORM REPORT-PARA.
           ELSE
               MOVE FUNCTION UPPER-CASE(SM-INPUT(1:1)) TO BR-METHOD
           END-IF.
           MOVE 'N' TO BR-DEFER.
           MOVE 'N' TO BR-BULK.
           MOVE 'N' TO BR-RESUME.
           MOVE 'S' TO BR-RUN-TYPE.
           ACCEPT SM-BASE-SEED FROM TIME.
           DISPLAY "Base random seed [Enter=" SM-BASE-SEED "] ".
           MOVE SPACES TO SM-INPUT.
       RESET-VOTES-PARA.
           OPEN OUTPUT VOTES-FILE.
           CLOSE VOTES-FILE.
           MOVE 'SIM' TO JN-PROGRAM.
           MOVE SPACES TO JN-OPERATOR.
           MOVE 'E' TO JN-ACTION.
           CALL 'SubSTVJournal' USING JOURNAL-REQUEST.
           MOVE 'S' TO JN-ACTION.
           MOVE ZERO TO JN-SEQ-VALUE.
           CALL 'SubSTVJournal' USING JOURNAL-REQUEST.
           OPEN OUTPUT SEQ-FILE.
           MOVE ZERO TO SEQ-RECORD.
           WRITE SEQ-RECORD.
      ******************************************************************
       HARVEST-CYCLE-PARA.
           PERFORM INIT-CYCLE-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           MOVE ZERO TO SM-LAST-ROUND.
           MOVE ZERO TO SM-QUOTA.
           OPEN INPUT FEED-FILE.
               CLOSE COUNT-FILE
           END-IF.
           PERFORM BANK-CYCLE-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           IF SM-QUOTA > ZERO
               IF SM-QUOTA < SM-QUOTA-MIN
                   MOVE SM-QUOTA TO SM-QUOTA-MIN
           IF SM-ROUND > SM-LAST-ROUND
               MOVE SM-ROUND TO SM-LAST-ROUND
           END-IF.
           IF SM-CAND > ZERO AND SM-CAND <= 99
               IF SM-FIELD-STATUS = 'E'
                   AND SM-FIRST-E(SM-CAND) = ZERO
                   COMPUTE SM-FIRST-E(SM-CAND) = SM-ROUND - 1
                       COMPUTE SM-ELECT-LINE-CAND =
                           FUNCTION NUMVAL(COUNT-RECORD(22:3))
                       IF SM-ELECT-LINE-CAND > ZERO
                           AND SM-ELECT-LINE-CAND <= 99
                           MOVE 'Y' TO
                               SM-WAS-ELECTED(SM-ELECT-LINE-CAND)
                       END-IF
               DISPLAY "Cand  Elected   Pct     AvgElectRnd "
                   "AvgElimRnd"
               PERFORM REPORT-CAND-PARA VARYING I FROM 1 BY 1
                   UNTIL I > 99
               MOVE SM-QUOTA-MIN TO SM-QUOTA-EDIT
               DISPLAY "Quota min: " SM-QUOTA-EDIT
               COMPUTE SM-QUOTA-AVG ROUNDED =
