      *            analysis after each count builds the full
      *            election picture even though each count
      *            overwrites the transfer detail file. Report to
      *            stv_party_flow.dat. The operator names the
      *            constituency and picks the run from the count
      *            results library (Enter at the run prompt takes
      *            the latest official count, Enter at the
      *            constituency prompt the count on hand).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TRANSFER-FILE
           ASSIGN TO DYNAMIC PF-TRANSFER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TRANSFER-FILE-STATUS.
       SELECT CMAST-FILE
       77 RPT-FILE-STATUS      PIC XX VALUE '00'.
       77 PF-EOF-SWITCH        PIC X.
       77 PF-CONST-CODE        PIC X(3) VALUE SPACES.
       77 PF-INPUT             PIC X(12).
       77 PF-TRANSFER-NAME     PIC X(44).
       77 N                    PIC 9(3) VALUE ZERO.
       77 I                    PIC 9(3).
       77 J                    PIC 9(3).
       77 PF-SCOPE             PIC X.
       01 PF-ROW               PIC X(80).
       01 CAND-PARTY-AREA.
           05 CAND-PARTY       PIC X(20) OCCURS 99 TIMES.
      * The matrix: vote value moved from party to party, plus a
      * non-transferable bucket per source party. Slot usage is by
      * the party name table.
           05 PF-MATRIX-ROW        OCCURS 20 TIMES.
               10 PF-CELL           PIC 9(9)V9(4) OCCURS 20 TIMES.
               10 PF-NT-CELL        PIC 9(9)V9(4).
      * Request block for the count results library: the run whose
      * transfer detail is analysed.
       COPY LibReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO PF-CONST-CODE.
           PERFORM CLEAR-MATRIX-PARA VARYING I FROM 1 BY 1
               UNTIL I > 20.
           PERFORM PICK-RUN-PARA.
           PERFORM PARSE-TRANSFER-PARA.
           IF PF-CONST-CODE = SPACES
               DISPLAY "No usable " FUNCTION TRIM(PF-TRANSFER-NAME)
                   " found - run the count first."
               EXIT PROGRAM
           END-IF.
           IF LQ-CONST-CODE NOT = SPACES
               AND PF-CONST-CODE NOT = LQ-CONST-CODE
               DISPLAY "The count on hand is for " PF-CONST-CODE
                   ", not " LQ-CONST-CODE " - nothing to analyse."
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT RPT-FILE.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * PICK-RUN-PARA - the constituency and the count run whose
      * transfers are analysed. A named constituency's runs come
      * from the count results library; Enter, or a constituency
      * with nothing filed, reads the count on hand.
      ******************************************************************
       PICK-RUN-PARA.
           MOVE 'stv_transfer_detail.dat' TO PF-TRANSFER-NAME.
           MOVE SPACES TO LQ-PREFIX.
           DISPLAY "Constituency to analyse (3 characters) "
               "[Enter=the count on hand] ".
           MOVE SPACES TO PF-INPUT.
           ACCEPT PF-INPUT.
           MOVE FUNCTION UPPER-CASE(PF-INPUT(1:3)) TO LQ-CONST-CODE.
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
           MOVE SPACES TO PF-TRANSFER-NAME.
           STRING FUNCTION TRIM(LQ-PREFIX) DELIMITED BY SIZE
               "transfer.dat" DELIMITED BY SIZE
               INTO PF-TRANSFER-NAME
           END-STRING.

       CLEAR-MATRIX-PARA.
           MOVE SPACES TO PF-PARTY-NAME(I).
           MOVE ZERO TO PF-NT-CELL(I).
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = PF-CONST-CODE
                       IF N < 99
                           ADD 1 TO N
                           IF CM-PARTY = SPACES
                               MOVE '(no party)' TO CAND-PARTY(N)
                   PF-CONST-CODE DELIMITED BY SIZE
                   INTO PF-ROW
               END-STRING
               IF LQ-PREFIX NOT = SPACES
                   MOVE "run" TO PF-ROW(42:3)
                   MOVE LQ-RUN-TYPE TO PF-ROW(46:1)
                   MOVE LQ-RUN-SEQ TO PF-ROW(47:3)
               END-IF
           ELSE
               MOVE "PARTY TRANSFER MATRIX - whole election "
                   TO PF-ROW
