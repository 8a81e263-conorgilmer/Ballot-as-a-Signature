      *            (among ballots ranking both), and the average
      *            ranking position per candidate. Voided and invalid
      *            ballots are excluded, exactly as the count
      *            excludes them. Party ticket votes are analysed as
      *            their lodged ticket's ranking, and reported apart
      *            from the individual rankings, with the votes cast
      *            for each ticket. The report is printed and written
      *            to preference_flow_output.dat.
      * Tectonics: cobc
      ******************************************************************

       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  CAND-FILE            RECORD CONTAINS 24 CHARACTERS.
       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       COPY CandMast.

       FD  FLOW-FILE            RECORD CONTAINS 700 CHARACTERS.
       01  FLOW-RECORD          PIC X(700).

       WORKING-STORAGE SECTION.
       77 VOTES-FILE-STATUS    PIC XX VALUE '00'.
       77 CAND-EOF-SWITCH      PIC X VALUE 'N'.
       77 CMAST-EOF-SWITCH     PIC X VALUE 'N'.
       77 CAND-LOADED-SWITCH   PIC X VALUE 'N'.
       77 PS-SLATE-BIG-SW      PIC X VALUE 'N'.
       77 CAND-COUNT           PIC 9(3) VALUE ZERO.
       77 CAND-IDX             PIC 9(3).
       01 CAND-NAMES-AREA.
           05 CAND-NAME        PIC X(20) OCCURS 99 TIMES.

       77 N                    PIC 9(3).
       77 PS-INPUT             PIC X(12).
       77 PS-CNT-EDIT          PIC Z(5)9.
       77 PS-CELL-EDIT         PIC Z(5)9.
       77 PS-ROW-PTR           PIC 9(4).
       01 PS-ROW               PIC X(700).

       01 PS-RANK-AREA.
           05 PS-RANK          PIC 9(3) OCCURS 99 TIMES.

       01 PS-STATS-AREA.
           05 PS-STAT-ENTRY        OCCURS 99 TIMES.
               10 PS-FP-COUNT       PIC 9(6).
               10 PS-POS-SUM        PIC 9(8).
               10 PS-POS-CNT        PIC 9(6).
       01 PS-PAIR-AREA.
           05 PS-PAIR-ROW          OCCURS 99 TIMES.
               10 PS-PAIR           PIC 9(6) OCCURS 99 TIMES.

      * Valid ballots by type: party ticket votes, per ticket, and
      * individual rankings.
       77 PS-TICKET-SW         PIC X.
       77 PS-TICKET-COUNT      PIC 9(6) VALUE ZERO.
       77 PS-RANKING-COUNT     PIC 9(6) VALUE ZERO.
       77 PS-TK-TOTAL          PIC 9(2) VALUE ZERO.
       77 PS-TK-IDX            PIC 9(2).
       77 PS-TK-FOUND          PIC 9(2).
       01 PS-TICKET-AREA.
           05 PS-TK-ENTRY          OCCURS 20 TIMES.
               10 PS-TK-NO          PIC 9(2).
               10 PS-TK-PARTY       PIC X(20).
               10 PS-TK-VOTES       PIC 9(6).

      * Request block for the ticket expander: ticket votes are
      * decoded as their party's lodged ticket.
       COPY TicketReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Reset per-run state - working storage persists across CALLs.
           MOVE ZERO TO PS-BALLOT-COUNT.
           MOVE ZERO TO PS-SKIP-COUNT.
           MOVE ZERO TO PS-TICKET-COUNT.
           MOVE ZERO TO PS-RANKING-COUNT.
           MOVE ZERO TO PS-TK-TOTAL.
           MOVE 'N' TO CAND-LOADED-SWITCH.
           PERFORM GET-CONST-PARA.
           PERFORM VALIDATE-CONST-PARA
           IF CAND-LOADED-SWITCH NOT = 'Y'
               PERFORM LOAD-CAND-NAMES-PARA
           END-IF.
           IF PS-SLATE-BIG-SW = 'Y'
               DISPLAY "*** More than 99 candidates for "
                   PS-CONST-CODE " - the system limit is 99; "
                   "the analysis will not run ***"
               EXIT PROGRAM
           END-IF.
           IF CAND-LOADED-SWITCH = 'Y'
               MOVE CAND-COUNT TO N
               DISPLAY "Using candidate file for " PS-CONST-CODE
               ACCEPT PS-INPUT
               MOVE FUNCTION NUMVAL(PS-INPUT) TO N
           END-IF.
           IF N = ZERO OR N > 99
               DISPLAY "N must be between 1 and 99 - nothing to do."
               EXIT PROGRAM
           END-IF.
           PERFORM CLEAR-STATS-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           SET TX-LOAD TO TRUE.
           MOVE PS-CONST-CODE TO TX-CONST-CODE.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           OPEN INPUT VOTES-FILE.
           IF VOTES-FILE-STATUS NOT = '00'
               DISPLAY "No votes file found - run Generate Vote or "

       LOAD-CAND-MASTER-PARA.
           MOVE ZERO TO CAND-COUNT.
           MOVE 'N' TO PS-SLATE-BIG-SW.
           MOVE 'N' TO CMAST-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = PS-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CM-NAME(1:20)
                               TO CAND-NAME(CAND-COUNT)
                       ELSE
                           MOVE 'Y' TO PS-SLATE-BIG-SW
                           MOVE 'Y' TO CMAST-EOF-SWITCH
                       END-IF
                   END-IF
                   MOVE 'Y' TO CAND-EOF-SWITCH
               NOT AT END
                   IF CN-CONST-CODE = PS-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CN-NAME TO CAND-NAME(CAND-COUNT)
                       ELSE
                           MOVE 'Y' TO PS-SLATE-BIG-SW
                           MOVE 'Y' TO CAND-EOF-SWITCH
                       END-IF
                   END-IF
                               ADD 1 TO PS-SKIP-COUNT
                           ELSE
                               ADD 1 TO PS-BALLOT-COUNT
                               PERFORM COUNT-TYPE-PARA
                               PERFORM ACCUMULATE-PARA
                           END-IF
                       END-IF
       DECODE-BALLOT-PARA.
           MOVE ZERO TO PS-PREFS.
           MOVE 'N' TO PS-BAD-SWITCH.
           MOVE 'N' TO PS-TICKET-SW.
           IF VR-FORMAT-NUMERIC AND VR-TICKET-BALLOT
               PERFORM EXPAND-TICKET-PARA
           END-IF.
           IF NOT VR-FORMAT-NUMERIC
               MOVE 'Y' TO PS-BAD-SWITCH
           ELSE
                       OR PS-BAD-SWITCH = 'Y'
           END-IF.

      * A valid ballot counted by type; a ticket vote also against
      * its ticket (TX-TICKET-NO and TX-PARTY still hold it from the
      * expansion).
       COUNT-TYPE-PARA.
           IF PS-TICKET-SW NOT = 'Y'
               ADD 1 TO PS-RANKING-COUNT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO PS-TICKET-COUNT.
           MOVE ZERO TO PS-TK-FOUND.
           PERFORM FIND-TICKET-PARA VARYING PS-TK-IDX FROM 1 BY 1
               UNTIL PS-TK-IDX > PS-TK-TOTAL OR PS-TK-FOUND > ZERO.
           IF PS-TK-FOUND = ZERO AND PS-TK-TOTAL < 20
               ADD 1 TO PS-TK-TOTAL
               MOVE PS-TK-TOTAL TO PS-TK-FOUND
               MOVE TX-TICKET-NO TO PS-TK-NO(PS-TK-FOUND)
               MOVE TX-PARTY TO PS-TK-PARTY(PS-TK-FOUND)
               MOVE ZERO TO PS-TK-VOTES(PS-TK-FOUND)
           END-IF.
           IF PS-TK-FOUND > ZERO
               ADD 1 TO PS-TK-VOTES(PS-TK-FOUND)
           END-IF.

       FIND-TICKET-PARA.
           IF PS-TK-NO(PS-TK-IDX) = TX-TICKET-NO
               MOVE PS-TK-IDX TO PS-TK-FOUND
           END-IF.

      * A ticket vote decodes as its party's lodged ticket; a vote
      * for a ticket not lodged is spoilt.
       EXPAND-TICKET-PARA.
           SET TX-EXPAND TO TRUE.
           MOVE PS-CONST-CODE TO TX-CONST-CODE.
           MOVE VR-TICKET-NO TO TX-TICKET-NO.
           MOVE 'Y' TO PS-TICKET-SW.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           IF TX-RC = ZERO
               MOVE TX-PREF-COUNT TO VR-PREF-COUNT
               MOVE TX-PREF-AREA TO VR-PREF-AREA
           ELSE
               MOVE ZERO TO VR-PREF-COUNT
               MOVE 'Y' TO PS-BAD-SWITCH
           END-IF.

       COPY-ONE-PREF-PARA.
           IF VR-PREF(PS-PREF-IDX) = ZERO
               OR VR-PREF(PS-PREF-IDX) > N
               END-STRING
               PERFORM WRITE-FLOW-ROW-PARA
           END-IF.
           MOVE SPACES TO PS-ROW.
           STRING "Ballot types: individual rankings="
               DELIMITED BY SIZE
               PS-RANKING-COUNT DELIMITED BY SIZE
               " ticket votes=" DELIMITED BY SIZE
               PS-TICKET-COUNT DELIMITED BY SIZE
               INTO PS-ROW
           END-STRING.
           PERFORM WRITE-FLOW-ROW-PARA.
           PERFORM REPORT-TICKET-PARA VARYING PS-TK-IDX FROM 1 BY 1
               UNTIL PS-TK-IDX > PS-TK-TOTAL.
           MOVE "First preferences and average position:"
               TO PS-ROW.
           PERFORM WRITE-FLOW-ROW-PARA.
           PERFORM REPORT-PAIR-ROW-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.

       REPORT-TICKET-PARA.
           MOVE PS-TK-VOTES(PS-TK-IDX) TO PS-CNT-EDIT.
           MOVE SPACES TO PS-ROW.
           STRING "  Ticket " DELIMITED BY SIZE
               PS-TK-NO(PS-TK-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PS-TK-PARTY(PS-TK-IDX) DELIMITED BY SIZE
               " votes=" DELIMITED BY SIZE
               FUNCTION TRIM(PS-CNT-EDIT) DELIMITED BY SIZE
               INTO PS-ROW
           END-STRING.
           PERFORM WRITE-FLOW-ROW-PARA.

       REPORT-CAND-PARA.
           MOVE PS-FP-COUNT(I) TO PS-CNT-EDIT.
           IF PS-POS-CNT(I) > ZERO
