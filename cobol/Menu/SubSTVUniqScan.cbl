
       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  CAND-FILE            RECORD CONTAINS 24 CHARACTERS.

       SD  SORT-FILE.
       01  SORT-RECORD.
           05 SR-PREFIX        PIC X(297).

       WORKING-STORAGE SECTION.
       77 VOTES-FILE-STATUS    PIC XX VALUE '00'.
       77 CAND-EOF-SWITCH      PIC X VALUE 'N'.
       77 CMAST-EOF-SWITCH     PIC X VALUE 'N'.
       77 CAND-LOADED-SWITCH   PIC X VALUE 'N'.
       77 US-SLATE-BIG-SW      PIC X VALUE 'N'.
       77 CAND-COUNT           PIC 9(3) VALUE ZERO.
       77 CAND-IDX             PIC 9(3).
       01 CAND-NAMES-AREA.
           05 CAND-NAME        PIC X(20) OCCURS 99 TIMES.

       77 N                    PIC 9(3).
       77 US-INPUT             PIC X(12).
       77 US-CNT-EDIT          PIC Z(5)9.
       77 US-CNT-EDIT-2        PIC Z(5)9.
       01 US-ROW               PIC X(80).
       01 US-PREFIX-WORK       PIC X(297).
       01 US-PREFIX-SLOTS REDEFINES US-PREFIX-WORK.
           05 US-SLOT          PIC 9(3) OCCURS 99 TIMES.

      * Sorted prefixes for every live ballot; 297 bytes each, so
      * even a six-figure electorate fits in storage.
       01 US-PREFIX-TABLE-AREA.
           05 US-PREFIX        PIC X(297) OCCURS 100000 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           IF CAND-LOADED-SWITCH NOT = 'Y'
               PERFORM LOAD-CAND-NAMES-PARA
           END-IF.
           IF US-SLATE-BIG-SW = 'Y'
               DISPLAY "*** More than 99 candidates for "
                   US-CONST-CODE " - the system limit is 99; "
                   "the scan will not run ***"
               EXIT PROGRAM
           END-IF.
           IF CAND-LOADED-SWITCH = 'Y'
               MOVE CAND-COUNT TO N
               DISPLAY "Using candidate file for " US-CONST-CODE
               ACCEPT US-INPUT
               MOVE FUNCTION NUMVAL(US-INPUT) TO N
           END-IF.
           IF N = ZERO OR N > 99
               DISPLAY "N must be between 1 and 99 - nothing to do."
               EXIT PROGRAM
           END-IF.
           SORT SORT-FILE ON ASCENDING KEY SR-PREFIX

       LOAD-CAND-MASTER-PARA.
           MOVE ZERO TO CAND-COUNT.
           MOVE 'N' TO US-SLATE-BIG-SW.
           MOVE 'N' TO CMAST-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = US-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CM-NAME(1:20)
                               TO CAND-NAME(CAND-COUNT)
                       ELSE
                           MOVE 'Y' TO US-SLATE-BIG-SW
                           MOVE 'Y' TO CMAST-EOF-SWITCH
                       END-IF
                   END-IF
                   MOVE 'Y' TO CAND-EOF-SWITCH
               NOT AT END
                   IF CN-CONST-CODE = US-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CN-NAME TO CAND-NAME(CAND-COUNT)
                       ELSE
                           MOVE 'Y' TO US-SLATE-BIG-SW
                           MOVE 'Y' TO CAND-EOF-SWITCH
                       END-IF
                   END-IF
           MOVE ZERO TO US-PREFS.
           MOVE 'N' TO US-BAD-SWITCH.
           PERFORM CLEAR-SLOT-PARA VARYING US-PREF-IDX FROM 1 BY 1
               UNTIL US-PREF-IDX > 99.
           IF NOT VR-FORMAT-NUMERIC
               MOVE 'Y' TO US-BAD-SWITCH
           ELSE
