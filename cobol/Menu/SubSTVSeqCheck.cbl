
       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  SEQ-FILE            RECORD CONTAINS 6 CHARACTERS.
      * issued across constituencies.
       01 SQ-SEEN-AREA.
           05 SQ-SEEN          PIC X OCCURS 999999 TIMES.
      * Request block for the votes file change journal: a rebuilt
      * control value is journalled like any other setting of it.
       COPY JournalReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               MOVE SPACES TO SQ-INPUT
               ACCEPT SQ-INPUT
               IF FUNCTION UPPER-CASE(SQ-INPUT(1:1)) = 'Y'
                   MOVE 'S' TO JN-ACTION
                   MOVE 'SEQCHECK' TO JN-PROGRAM
                   MOVE SPACES TO JN-OPERATOR
                   MOVE SQ-HIGHEST-ID TO JN-SEQ-VALUE
                   CALL 'SubSTVJournal' USING JOURNAL-REQUEST
                   OPEN OUTPUT SEQ-FILE
                   MOVE SQ-HIGHEST-ID TO SEQ-RECORD
                   WRITE SEQ-RECORD
