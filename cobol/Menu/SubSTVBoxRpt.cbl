
       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  BOXREG-FILE          RECORD CONTAINS 19 CHARACTERS.
