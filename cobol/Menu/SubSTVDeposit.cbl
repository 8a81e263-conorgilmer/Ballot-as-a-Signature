      *            highest tally, the quarter-quota threshold, and
      *            RETAINED or FORFEITED, written to
      *            stv_deposit_report.dat for the finance office to
      *            sign the morning after the declaration. The
      *            operator names the constituency and picks the
      *            run from the count results library (Enter at the
      *            run prompt takes the latest official count, Enter
      *            at the constituency prompt the count on hand).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COUNT-FILE
           ASSIGN TO DYNAMIC DP-COUNT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COUNT-FILE-STATUS.
       SELECT FEED-FILE
           ASSIGN TO DYNAMIC DP-FEED-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-FILE-STATUS.
       SELECT CMAST-FILE
       77 DP-EOF-SWITCH        PIC X.
       77 CMAST-EOF-SWITCH     PIC X.
       77 DP-CONST-CODE        PIC X(3) VALUE SPACES.
       77 DP-INPUT             PIC X(12).
       77 DP-COUNT-NAME        PIC X(44).
       77 DP-FEED-NAME         PIC X(44).
       77 DP-N                 PIC 9(3) VALUE ZERO.
       77 DP-QUOTA             PIC 9(9) VALUE ZERO.
       77 DP-THRESHOLD         PIC 9(9)V9(4).
       77 DP-THR-EDIT          PIC Z(8)9.9(4).
       01 DP-ROW               PIC X(80).
       01 DP-ELECTED-AREA.
           05 DP-ELECTED       PIC X OCCURS 99 TIMES.
       01 DP-BEST-AREA.
           05 DP-BEST          PIC 9(9)V9(4) OCCURS 99 TIMES.
       01 DP-NAME-AREA.
           05 DP-NAME          PIC X(30) OCCURS 99 TIMES.
       01 DP-PARTY-AREA.
           05 DP-PARTY         PIC X(20) OCCURS 99 TIMES.
      * Request block for the count results library: the run the
      * schedule is drawn from.
       COPY LibReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZERO TO DP-QUOTA.
           MOVE ZERO TO DP-FORFEIT-COUNT.
           PERFORM INIT-CAND-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           PERFORM PICK-RUN-PARA.
           PERFORM PARSE-COUNT-PARA THRU PARSE-COUNT-EXIT.
           IF DP-N = ZERO OR DP-QUOTA = ZERO
               DISPLAY "No usable " FUNCTION TRIM(DP-COUNT-NAME)
                   " found - run the count first."
               EXIT PROGRAM
           END-IF.
           IF LQ-CONST-CODE NOT = SPACES
               AND DP-CONST-CODE NOT = LQ-CONST-CODE
               DISPLAY "The count on hand is for " DP-CONST-CODE
                   ", not " LQ-CONST-CODE " - no schedule drawn."
               EXIT PROGRAM
           END-IF.
           PERFORM READ-FEED-PARA.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * PICK-RUN-PARA - the constituency and the count run the
      * schedule is drawn from. A named constituency's runs come
      * from the count results library; Enter, or a constituency
      * with nothing filed, reads the count on hand.
      ******************************************************************
       PICK-RUN-PARA.
           MOVE 'stv_count_output.dat' TO DP-COUNT-NAME.
           MOVE 'stv_round_feed.dat' TO DP-FEED-NAME.
           MOVE SPACES TO LQ-PREFIX.
           DISPLAY "Constituency for the schedule (3 characters) "
               "[Enter=the count on hand] ".
           MOVE SPACES TO DP-INPUT.
           ACCEPT DP-INPUT.
           MOVE FUNCTION UPPER-CASE(DP-INPUT(1:3)) TO LQ-CONST-CODE.
           IF LQ-CONST-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'P' TO LQ-ACTION.
           MOVE SPACES TO LQ-ELECTION-ID.
           CALL 'SubSTVCountLib' USING LIBRARY-REQUEST.
           IF LQ-RC NOT = ZERO
               DISPLAY "No run of " LQ-CONST-CODE " in the count "
                   "results library - using the count on hand."
               MOVE SPACES TO LQ-PREFIX
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO DP-COUNT-NAME.
           STRING FUNCTION TRIM(LQ-PREFIX) DELIMITED BY SIZE
               "count.dat" DELIMITED BY SIZE
               INTO DP-COUNT-NAME
           END-STRING.
           MOVE SPACES TO DP-FEED-NAME.
           STRING FUNCTION TRIM(LQ-PREFIX) DELIMITED BY SIZE
               "feed.dat" DELIMITED BY SIZE
               INTO DP-FEED-NAME
           END-STRING.

       INIT-CAND-PARA.
           MOVE 'N' TO DP-ELECTED(I).
           MOVE ZERO TO DP-BEST(I).
           ELSE IF COUNT-RECORD(1:21) = "  Elected: Candidate "
               COMPUTE DP-LINE-CAND =
                   FUNCTION NUMVAL(COUNT-RECORD(22:3))
               IF DP-LINE-CAND > ZERO AND DP-LINE-CAND <= 99
                   MOVE 'Y' TO DP-ELECTED(DP-LINE-CAND)
               END-IF.

                       COMPUTE DP-LINE-CAND =
                           FUNCTION NUMVAL(DP-T3)
                       IF DP-LINE-CAND > ZERO
                           AND DP-LINE-CAND <= 99
                           COMPUTE DP-VOTES =
                               FUNCTION NUMVAL(DP-T4)
                           IF DP-VOTES > DP-BEST(DP-LINE-CAND)
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = DP-CONST-CODE
                       IF I < 99
                           ADD 1 TO I
                           MOVE CM-NAME TO DP-NAME(I)
                           MOVE CM-PARTY TO DP-PARTY(I)
               INTO DP-ROW
           END-STRING.
           PERFORM WRITE-RPT-ROW-PARA.
           IF LQ-PREFIX NOT = SPACES
               MOVE SPACES TO DP-ROW
               STRING "Count run: " DELIMITED BY SIZE
                   LQ-RUN-TYPE DELIMITED BY SIZE
                   LQ-RUN-SEQ DELIMITED BY SIZE
                   " election " DELIMITED BY SIZE
                   LQ-ELECTION-ID DELIMITED BY SIZE
                   INTO DP-ROW
               END-STRING
               PERFORM WRITE-RPT-ROW-PARA
           END-IF.
           MOVE DP-THRESHOLD TO DP-THR-EDIT.
           MOVE SPACES TO DP-ROW.
           STRING "Quarter-quota threshold: " DELIMITED BY SIZE
