       77 CA-INPUT             PIC X(12).
       77 CA-TIE-RULE          PIC X VALUE 'B'.
       77 CA-METHOD            PIC X VALUE 'G'.
       77 CA-DEFER             PIC X VALUE 'N'.
       77 CA-BULK              PIC X VALUE 'N'.
       77 CA-SEED              PIC 9(8) VALUE ZERO.
       77 CA-LK-N              PIC 9(12) VALUE ZERO.
       77 CA-LK-R              PIC 9(12) VALUE ZERO.
      * Per-candidate party map for the constituency just counted,
      * in the load order the count numbers candidates by.
       01 CA-CAND-PARTY-AREA.
           05 CA-CAND-PARTY    PIC X(20) OCCURS 99 TIMES.
       01 CA-CAND-FP-AREA.
           05 CA-CAND-FP       PIC 9(9)V9(4) OCCURS 99 TIMES.
       01 CA-CAND-ELECT-AREA.
           05 CA-CAND-ELECT    PIC X OCCURS 99 TIMES.
      * Election-wide accumulators by party.
       01 CA-PARTY-TABLE-AREA.
           05 CA-PARTY-ENTRY       OCCURS 50 TIMES.
           IF CA-INPUT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(CA-INPUT(1:1)) TO CA-METHOD
           END-IF.
           DISPLAY "Defer surpluses that cannot affect the result, "
               "every count - Y/N [Enter=N] ".
           MOVE SPACES TO CA-INPUT.
           ACCEPT CA-INPUT.
           MOVE 'N' TO CA-DEFER.
           IF FUNCTION UPPER-CASE(CA-INPUT(1:1)) = 'Y'
               MOVE 'Y' TO CA-DEFER
           END-IF.
           DISPLAY "Bulk exclusion of the lowest candidates, every "
               "count - Y/N [Enter=N] ".
           MOVE SPACES TO CA-INPUT.
           ACCEPT CA-INPUT.
           MOVE 'N' TO CA-BULK.
           IF FUNCTION UPPER-CASE(CA-INPUT(1:1)) = 'Y'
               MOVE 'Y' TO CA-BULK
           END-IF.
           DISPLAY "Draw seed for the night (8 digits) "
               "[Enter=none] ".
           MOVE SPACES TO CA-INPUT.
                       MOVE 'F' TO BR-DEPTH
                       MOVE CA-TIE-RULE TO BR-TIE-RULE
                       MOVE CA-METHOD TO BR-METHOD
                       MOVE CA-DEFER TO BR-DEFER
                       MOVE CA-BULK TO BR-BULK
                       MOVE 'N' TO BR-RESUME
                       MOVE 'O' TO BR-RUN-TYPE
                       MOVE ZERO TO BR-TURNOUT
                       MOVE CA-SEED TO BR-SEED
                       MOVE 99 TO BR-RC
       LOAD-PARTY-MAP-PARA.
           MOVE ZERO TO N.
           PERFORM CLEAR-CAND-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           MOVE 'N' TO CMAST-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = CA-CONST-CODE
                       IF N < 99
                           ADD 1 TO N
                           MOVE CM-PARTY TO CA-CAND-PARTY(N)
                       ELSE
                       COMPUTE CA-LINE-CAND =
                           FUNCTION NUMVAL(COUNT-RECORD(22:3))
                       IF CA-LINE-CAND > ZERO
                           AND CA-LINE-CAND <= 99
                           MOVE 'Y'
                               TO CA-CAND-ELECT(CA-LINE-CAND)
                       END-IF
                           COMPUTE CA-LINE-CAND =
                               FUNCTION NUMVAL(CA-T3)
                           IF CA-LINE-CAND > ZERO
                               AND CA-LINE-CAND <= 99
                               COMPUTE CA-VOTES =
                                   FUNCTION NUMVAL(CA-T4)
                               MOVE CA-VOTES
