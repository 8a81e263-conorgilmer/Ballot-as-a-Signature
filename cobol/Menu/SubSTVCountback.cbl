
       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       77 CBOUT-FILE-STATUS    PIC XX VALUE '00'.
       77 CMAST-EOF-SWITCH     PIC X.
       77 CB-EOF-SWITCH        PIC X.
       77 CB-INPUT             PIC X(400).
       77 CB-CONST-CODE        PIC X(3) VALUE SPACES.
       77 CB-VACATING          PIC 9(3) VALUE ZERO.
       77 N                    PIC 9(3) VALUE ZERO.
       77 K                    PIC 9(6).
       77 CB-CONSENT-COUNT     PIC 9(3) VALUE ZERO.
       77 CB-PREF-VAL          PIC 9(3).
       77 CB-TOKEN-IDX         PIC 9(3).
       77 CB-SCAN-PTR          PIC 9(3).
       77 CB-POOL-TOTAL        PIC 9(6) VALUE ZERO.
       77 CB-ACTIVE-TOTAL      PIC 9(6).
       77 CB-EXHAUSTED         PIC 9(6).
       77 CB-PREF-IDX          PIC 9(3).
       77 CB-DUP-IDX           PIC 9(3).
       77 CB-TRUNC-WARNED-SW   PIC X VALUE 'N'.
       77 CB-SLATE-BIG-SW      PIC X VALUE 'N'.
       77 CB-CNT-EDIT          PIC Z(5)9.
       01 CB-ROW               PIC X(80).
       01 CB-TOKEN-AREA.
           05 CB-TOKEN         PIC X(4) OCCURS 99 TIMES.
       01 CAND-NAMES-AREA.
           05 CAND-NAME        PIC X(30) OCCURS 99 TIMES.
      * Per-candidate countback state: whether the candidate
      * consents to be considered, whether they are still in, and
      * their papers this round.
       01 CB-CAND-TABLE.
           05 CB-CAND              OCCURS 99 TIMES.
               10 CB-CONSENT        PIC X.
               10 CB-STATE          PIC X.
               10 CB-PAPERS         PIC 9(6).
               10 CB-PTR            PIC 9(2).
               10 CB-CAND-ON        PIC 9(2).
               10 CB-ACTIVE         PIC X.
               10 CB-RANK           PIC 9(2) OCCURS 99 TIMES.

      * Request block for the ticket expander: ticket votes are
      * decoded as their party's lodged ticket.
       COPY TicketReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
                   "certified slate."
               EXIT PROGRAM
           END-IF.
           IF CB-SLATE-BIG-SW = 'Y'
               DISPLAY "*** More than 99 candidates for "
                   CB-CONST-CODE " - the system limit is 99; the "
                   "countback will not run ***"
               EXIT PROGRAM
           END-IF.
           PERFORM SHOW-SLATE-PARA.
           PERFORM GET-VACATING-PARA.
           PERFORM VALIDATE-VACATING-PARA

       LOAD-SLATE-PARA.
           MOVE ZERO TO N.
           MOVE 'N' TO CB-SLATE-BIG-SW.
           MOVE 'N' TO CMAST-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = CB-CONST-CODE
                       IF N < 99
                           ADD 1 TO N
                           MOVE CM-NAME TO CAND-NAME(N)
                       ELSE
                           MOVE 'Y' TO CB-SLATE-BIG-SW
                           MOVE 'Y' TO CMAST-EOF-SWITCH
                       END-IF
                   END-IF
           PERFORM INIT-CAND-PARA VARYING I FROM 1 BY 1
               UNTIL I > N.
           MOVE SPACES TO CB-TOKEN-AREA.
           MOVE 1 TO CB-SCAN-PTR.
           PERFORM SPLIT-TOKEN-PARA VARYING CB-TOKEN-IDX
               FROM 1 BY 1 UNTIL CB-TOKEN-IDX > 99
                   OR CB-SCAN-PTR > 400.
           PERFORM TAKE-CONSENT-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.

       SPLIT-TOKEN-PARA.
           UNSTRING CB-INPUT DELIMITED BY ALL " "
               INTO CB-TOKEN(CB-TOKEN-IDX)
               WITH POINTER CB-SCAN-PTR
           END-UNSTRING.

       INIT-CAND-PARA.
           MOVE 'N' TO CB-CONSENT(I).
      * next choice after the vacancy.
      ******************************************************************
       LOAD-POOL-PARA.
           SET TX-LOAD TO TRUE.
           MOVE CB-CONST-CODE TO TX-CONST-CODE.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           OPEN INPUT VOTES-FILE.
           IF VOTES-FILE-STATUS NOT = '00'
               DISPLAY "No votes file found - status "
           ADD 1 TO CB-POOL-TOTAL.
           MOVE ZERO TO CB-PREFS(CB-POOL-TOTAL).
           MOVE 'N' TO CB-BAD-SWITCH.
           IF VR-FORMAT-NUMERIC AND VR-TICKET-BALLOT
               PERFORM EXPAND-TICKET-PARA
           END-IF.
           IF NOT VR-FORMAT-NUMERIC
               MOVE 'Y' TO CB-BAD-SWITCH
           ELSE
               PERFORM CREDIT-TEST-PARA
           END-IF.

      * A ticket vote decodes as its party's lodged ticket; a vote
      * for a ticket not lodged is spoilt.
       EXPAND-TICKET-PARA.
           SET TX-EXPAND TO TRUE.
           MOVE CB-CONST-CODE TO TX-CONST-CODE.
           MOVE VR-TICKET-NO TO TX-TICKET-NO.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           IF TX-RC = ZERO
               MOVE TX-PREF-COUNT TO VR-PREF-COUNT
               MOVE TX-PREF-AREA TO VR-PREF-AREA
           ELSE
               MOVE ZERO TO VR-PREF-COUNT
               MOVE 'Y' TO CB-BAD-SWITCH
           END-IF.

       COPY-ONE-PREF-PARA.
           IF VR-PREF(CB-PREF-IDX) = ZERO
               OR VR-PREF(CB-PREF-IDX) > N
