      *            gap, since a ballot moved between the two
      *            candidates closes it by two). The analysis is
      *            written to stv_margin_report.dat for the
      *            discretionary-recount decision. The operator
      *            names the constituency and picks the run from
      *            the count results library (Enter at the run
      *            prompt takes the latest official count, Enter at
      *            the constituency prompt the count on hand); the
      *            analysis of a filed run is filed alongside it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT COUNT-FILE
           ASSIGN TO DYNAMIC MG-COUNT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COUNT-FILE-STATUS.
       SELECT FEED-FILE
           ASSIGN TO DYNAMIC MG-FEED-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS FEED-FILE-STATUS.
       SELECT RPT-FILE
       77 RPT-FILE-STATUS      PIC XX VALUE '00'.
       77 MG-EOF-SWITCH        PIC X.
       77 MG-CONST-CODE        PIC X(3) VALUE SPACES.
       77 MG-INPUT             PIC X(12).
       77 MG-COUNT-NAME        PIC X(44).
       77 MG-FEED-NAME         PIC X(44).
       77 MG-N                 PIC 9(3) VALUE ZERO.
       77 MG-R                 PIC 9(3) VALUE ZERO.
       77 MG-POLL              PIC 9(6) VALUE ZERO.
       77 MG-CNT-EDIT          PIC Z(8)9.
       01 MG-ROW               PIC X(80).
       01 MG-ELECTED-AREA.
           05 MG-ELECTED       PIC X OCCURS 99 TIMES.
      * Per-round standings parsed out of the feed: votes and the
      * start-of-round status for every candidate.
       01 MG-FEED-AREA.
           05 MG-ROUND-ENTRY       OCCURS 200 TIMES.
               10 MG-RV             PIC 9(9)V9(4) OCCURS 99 TIMES.
               10 MG-RS             PIC X OCCURS 99 TIMES.
      * Request block for the count results library: the run the
      * analysis reads, and where its report is filed.
       COPY LibReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE ZERO TO MG-EXCL-ROUND.
           MOVE ZERO TO MG-EXCL-IDX.
           PERFORM CLEAR-ELECTED-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           PERFORM PICK-RUN-PARA.
           PERFORM PARSE-COUNT-PARA THRU PARSE-COUNT-EXIT.
           IF MG-N = ZERO
               DISPLAY "No usable " FUNCTION TRIM(MG-COUNT-NAME)
                   " found - run the count first."
               EXIT PROGRAM
           END-IF.
           IF LQ-CONST-CODE NOT = SPACES
               AND MG-CONST-CODE NOT = LQ-CONST-CODE
               DISPLAY "The count on hand is for " MG-CONST-CODE
                   ", not " LQ-CONST-CODE " - nothing to analyse."
               EXIT PROGRAM
           END-IF.
           PERFORM READ-FEED-PARA.
           IF MG-MAX-ROUND = ZERO
               DISPLAY "No usable " FUNCTION TRIM(MG-FEED-NAME)
                   " found for " MG-CONST-CODE "."
               EXIT PROGRAM
           END-IF.
           PERFORM FIND-SEAT-GAP-PARA.
           PERFORM WRITE-REPORT-PARA.
           CLOSE RPT-FILE.
           DISPLAY "Analysis written to stv_margin_report.dat.".
           IF LQ-PREFIX NOT = SPACES
               MOVE 'A' TO LQ-ACTION
               MOVE 'stv_margin_report.dat' TO LQ-ATTACH-FILE
               MOVE 'margin.dat' TO LQ-ATTACH-NAME
               CALL 'SubSTVCountLib' USING LIBRARY-REQUEST
           END-IF.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * PICK-RUN-PARA - the constituency and the count run to
      * analyse. A named constituency's runs come from the count
      * results library; Enter, or a constituency with nothing
      * filed, reads the count on hand.
      ******************************************************************
       PICK-RUN-PARA.
           MOVE 'stv_count_output.dat' TO MG-COUNT-NAME.
           MOVE 'stv_round_feed.dat' TO MG-FEED-NAME.
           MOVE SPACES TO LQ-PREFIX.
           DISPLAY "Constituency to analyse (3 characters) "
               "[Enter=the count on hand] ".
           MOVE SPACES TO MG-INPUT.
           ACCEPT MG-INPUT.
           MOVE FUNCTION UPPER-CASE(MG-INPUT(1:3)) TO LQ-CONST-CODE.
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
           MOVE SPACES TO MG-COUNT-NAME.
           STRING FUNCTION TRIM(LQ-PREFIX) DELIMITED BY SIZE
               "count.dat" DELIMITED BY SIZE
               INTO MG-COUNT-NAME
           END-STRING.
           MOVE SPACES TO MG-FEED-NAME.
           STRING FUNCTION TRIM(LQ-PREFIX) DELIMITED BY SIZE
               "feed.dat" DELIMITED BY SIZE
               INTO MG-FEED-NAME
           END-STRING.

       CLEAR-ELECTED-PARA.
           MOVE 'N' TO MG-ELECTED(I).

           ELSE IF COUNT-RECORD(1:21) = "  Elected: Candidate "
               COMPUTE MG-LINE-CAND =
                   FUNCTION NUMVAL(COUNT-RECORD(22:3))
               IF MG-LINE-CAND > ZERO AND MG-LINE-CAND <= 99
                   MOVE 'Y' TO MG-ELECTED(MG-LINE-CAND)
               END-IF.


       CLEAR-FEED-ROUND-PARA.
           PERFORM CLEAR-FEED-CAND-PARA VARYING MG-CAND FROM 1 BY 1
               UNTIL MG-CAND > 99.

       CLEAR-FEED-CAND-PARA.
           MOVE ZERO TO MG-RV(MG-ROUND MG-CAND).
               COMPUTE MG-ROUND = FUNCTION NUMVAL(MG-T2)
               COMPUTE MG-CAND = FUNCTION NUMVAL(MG-T3)
               IF MG-ROUND > ZERO AND MG-ROUND <= 200
                   AND MG-CAND > ZERO AND MG-CAND <= 99
                   COMPUTE MG-RV(MG-ROUND MG-CAND) =
                       FUNCTION NUMVAL(MG-T4)
                   MOVE MG-T5(1:1) TO MG-RS(MG-ROUND MG-CAND)
               INTO MG-ROW
           END-STRING.
           PERFORM WRITE-RPT-ROW-PARA.
           PERFORM WRITE-RUN-ROW-PARA.
           MOVE MG-POLL TO MG-CNT-EDIT.
           MOVE SPACES TO MG-ROW.
           STRING "Valid poll: " DELIMITED BY SIZE
           COMPUTE MG-BALLOTS-MIN = (MG-SEAT-GAP + 1) / 2.
           MOVE MG-BALLOTS-MIN TO MG-CNT-EDIT.

      * Which filed run the figures come from; nothing for the count
      * on hand.
       WRITE-RUN-ROW-PARA.
           IF LQ-PREFIX NOT = SPACES
               MOVE SPACES TO MG-ROW
               STRING "Count run: " DELIMITED BY SIZE
                   LQ-RUN-TYPE DELIMITED BY SIZE
                   LQ-RUN-SEQ DELIMITED BY SIZE
                   " election " DELIMITED BY SIZE
                   LQ-ELECTION-ID DELIMITED BY SIZE
                   INTO MG-ROW
               END-STRING
               PERFORM WRITE-RPT-ROW-PARA
           END-IF.

       WRITE-RPT-ROW-PARA.
           DISPLAY MG-ROW.
           MOVE MG-ROW TO RPT-RECORD.
