
       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  CAND-FILE            RECORD CONTAINS 24 CHARACTERS.
       77 CMAST-FILE-STATUS    PIC XX VALUE '00'.
       77 CMAST-EOF-SWITCH     PIC X VALUE 'N'.
       01 CAND-NAMES-AREA.
           05 CAND-NAME        PIC X(20) OCCURS 99 TIMES.
       77 GV-RANDOM            PIC 9V9(9).
       77 GV-SEED               PIC 9(8).

       77 GV-BLOC-COUNT        PIC 9(2).
       77 GV-BLOC-IDX          PIC 9(2).
       01 GV-BLOC-ORDER-AREA.
           05 GV-BLOC-ORDER    PIC 9(2) OCCURS 25 TIMES.
       77 GV-TEMP-BLOC         PIC 9(2).
       01 GV-MEMBER-AREA.
           05 GV-MEMBER-CAND   PIC 9(3) OCCURS 4 TIMES.
       77 GV-PREF-DEPTH        PIC 9(3).
       77 GV-CONST-CODE        PIC X(3) VALUE SPACES.
       77 GV-BATCH-OK-SWITCH   PIC X VALUE 'N'.
       77 GV-SLATE-BIG-SW      PIC X VALUE 'N'.

       77  GV-INPUT            PIC X(12).
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 GV-ELECTION-STATUS   PIC X VALUE SPACE.
       77 GV-ELECTION-ID       PIC X(8) VALUE SPACES.

      * Request block for the votes file change journal: generated
      * ballots land on the live votes file like any other, so they
      * are journalled for roll-forward recovery too.
       COPY JournalReq.

       LINKAGE SECTION.
       01  LK-N PIC 9(12).
       COPY BatchReq.
      * a stale candidate-file switch would reuse the previous
      * constituency's slate, so it is reset on entry.
           MOVE 'N' TO CAND-LOADED-SWITCH.
           MOVE 'GENVOTE' TO JN-PROGRAM.
           MOVE SPACES TO JN-OPERATOR.
           IF BR-BATCH
               PERFORM SETUP-BATCH-PARA
               IF GV-BATCH-OK-SWITCH NOT = 'Y'
               PERFORM VALIDATE-CONST-PARA
                   UNTIL GV-CONST-CODE NOT = SPACES
               PERFORM GET-N-PARA
               PERFORM VALIDATE-N-PARA UNTIL N > ZERO AND N <= 99
               IF GV-SLATE-BIG-SW = 'Y'
                   EXIT PROGRAM
               END-IF
               PERFORM GET-QTY-PARA
               PERFORM VALIDATE-QTY-PARA UNTIL GV-BALLOT-QTY > ZERO
               PERFORM GET-MODEL-PARA
           MOVE BR-MODEL TO GV-MODEL.
           MOVE BR-DEPTH TO GV-DEPTH-MODE.
           IF GV-CONST-CODE NOT = SPACES
               AND N > ZERO AND N <= 99
               AND GV-SLATE-BIG-SW = 'N'
               AND GV-BALLOT-QTY > ZERO
               AND (GV-MODEL = 'U' OR GV-MODEL = 'P'
                   OR GV-MODEL = 'F')

      ******************************************************************
      * VALIDATE-N-PARA - re-prompt until N is a sane candidate count:
      * greater than zero, and no larger than the 99-candidate ceiling
      * the ballot-ranking table (BallotRec.cpy) was built to hold.
      ******************************************************************
       VALIDATE-N-PARA.
           DISPLAY "N must be greater than zero and not exceed 99 "
               "- please re-enter.".
           PERFORM GET-N-PARA.

      ******************************************************************
       LOAD-CAND-MASTER-PARA.
           MOVE ZERO TO CAND-COUNT.
           MOVE 'N' TO GV-SLATE-BIG-SW.
           MOVE 'N' TO CMAST-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = GV-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CM-NAME(1:20)
                               TO CAND-NAME(CAND-COUNT)
                       ELSE
                           DISPLAY "*** candidate_master.dat has "
                               "more than 99 names for "
                               GV-CONST-CODE " - the system limit is "
                               "99; no ballots will be generated ***"
                           MOVE 'Y' TO GV-SLATE-BIG-SW
                           MOVE 'Y' TO CMAST-EOF-SWITCH
                       END-IF
                   END-IF
                   MOVE 'Y' TO CAND-EOF-SWITCH
               NOT AT END
                   IF CN-CONST-CODE = GV-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CN-NAME TO CAND-NAME(CAND-COUNT)
                       ELSE
                           DISPLAY "*** candidate_names.dat has "
                               "more than 99 names for "
                               GV-CONST-CODE " - the system limit is "
                               "99; no ballots will be generated ***"
                           MOVE 'Y' TO GV-SLATE-BIG-SW
                           MOVE 'Y' TO CAND-EOF-SWITCH
                       END-IF
                   END-IF
           EXIT.

       WRITE-SEQ-PARA.
           MOVE 'S' TO JN-ACTION.
           MOVE LAST-BALLOT-ID TO JN-SEQ-VALUE.
           CALL 'SubSTVJournal' USING JOURNAL-REQUEST.
           OPEN OUTPUT SEQ-FILE.
           MOVE LAST-BALLOT-ID TO SEQ-RECORD.
           WRITE SEQ-RECORD.
           MOVE LAST-BALLOT-ID TO BALLOT-ID.
           MOVE GV-CONST-CODE TO VR-CONST-CODE.
           MOVE LAST-BALLOT-ID TO VR-BALLOT-ID.
           SET VR-FORMAT-V4 TO TRUE.
           MOVE BALLOT-CAND-COUNT TO VR-PREF-COUNT.
           PERFORM CLEAR-VR-PREF-PARA
               VARYING I FROM 1 BY 1 UNTIL I > 99.
           PERFORM MOVE-VR-PREF-PARA
               VARYING I FROM 1 BY 1 UNTIL I > BALLOT-CAND-COUNT.
           SET VR-LIVE TO TRUE.
           IF VOTES-FILE-STATUS NOT = '00'
               ADD 1 TO GV-WRITE-FAILS
               MOVE VOTES-FILE-STATUS TO GV-LAST-WRITE-ST
           ELSE
               MOVE 'W' TO JN-ACTION
               MOVE SPACES TO JN-BEFORE
               MOVE VOTES-RECORD TO JN-AFTER
               CALL 'SubSTVJournal' USING JOURNAL-REQUEST
           END-IF.
       WRITE-BALLOT-EXIT.
           EXIT.
