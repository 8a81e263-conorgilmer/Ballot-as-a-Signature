      *            drawn without replacement in ballot-id order
      *            (each remaining paper taken with probability
      *            needed/remaining), so one seed gives one sample.
      *            A computed size comes from the margin analysis
      *            filed with the count run the operator picks from
      *            the count results library (Enter takes the latest
      *            official count); with nothing filed it reads the
      *            margin report on hand, provided that report is
      *            for this constituency.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS VR-BALLOT-KEY
           FILE STATUS IS VOTES-FILE-STATUS.
       SELECT MARGIN-FILE
           ASSIGN TO DYNAMIC AD-MARGIN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MARGIN-FILE-STATUS.
       SELECT SAMPLE-FILE

       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  MARGIN-FILE          RECORD CONTAINS 80 CHARACTERS.
       77 AD-EOF-SWITCH        PIC X.
       77 AD-INPUT             PIC X(12).
       77 AD-CONST-CODE        PIC X(3) VALUE SPACES.
       77 AD-MARGIN-NAME       PIC X(44).
       77 AD-POOL-TOTAL        PIC 9(6) VALUE ZERO.
       77 AD-SAMPLE-SIZE       PIC 9(6) VALUE ZERO.
       77 AD-SEED              PIC 9(8) VALUE ZERO.
       77 AD-PREF-IDX          PIC 9(3).
       77 AD-ROW-PTR           PIC 9(4).
       77 AD-PREF-EDIT         PIC Z(2)9.
       77 AD-RENDERED          PIC X(400).
       77 AD-CNT-EDIT          PIC Z(5)9.
       01 AD-ROW               PIC X(80).
      * Request block for the count results library: the run whose
      * margin analysis sizes the sample.
       COPY LibReq.
      * Request block for the ticket expander: a sampled ticket vote
      * is printed as its party's lodged ticket.
       COPY TicketReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               EXIT PROGRAM
           END-IF.
           PERFORM WRITE-SUMMARY-PARA.
           SET TX-LOAD TO TRUE.
           MOVE AD-CONST-CODE TO TX-CONST-CODE.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           PERFORM DRAW-SAMPLE-PARA.
           MOVE AD-DRAWN-COUNT TO AD-CNT-EDIT.
           MOVE SPACES TO AD-ROW.
           IF AD-INPUT NOT = SPACES
               COMPUTE AD-SAMPLE-SIZE = FUNCTION NUMVAL(AD-INPUT)
           ELSE
               PERFORM PICK-RUN-PARA
               PERFORM READ-MARGIN-PARA
               IF AD-MARGIN-PCT > ZERO
                   COMPUTE AD-SAMPLE-SIZE =
                   DISPLAY "Margin " AD-MARGIN-PCT "% - computed "
                       "sample size " AD-SAMPLE-SIZE "."
               ELSE
                   DISPLAY "No usable "
                       FUNCTION TRIM(AD-MARGIN-NAME) " for "
                       AD-CONST-CODE " - run the margin analysis "
                       "first or key a size."
               END-IF
           END-IF.

      ******************************************************************
      * PICK-RUN-PARA - the count run whose margin analysis sizes
      * the sample, out of the count results library; a
      * constituency with nothing filed reads the report on hand.
      ******************************************************************
       PICK-RUN-PARA.
           MOVE 'stv_margin_report.dat' TO AD-MARGIN-NAME.
           MOVE 'P' TO LQ-ACTION.
           MOVE AD-CONST-CODE TO LQ-CONST-CODE.
           MOVE SPACES TO LQ-ELECTION-ID.
           CALL 'SubSTVCountLib' USING LIBRARY-REQUEST.
           IF LQ-RC = ZERO
               MOVE SPACES TO AD-MARGIN-NAME
               STRING FUNCTION TRIM(LQ-PREFIX) DELIMITED BY SIZE
                   "margin.dat" DELIMITED BY SIZE
                   INTO AD-MARGIN-NAME
               END-STRING
           END-IF.

      ******************************************************************
      * READ-MARGIN-PARA - the smallest non-zero percentage on the
      * margin report's gap lines; that is the tightest margin the
               AT END
                   MOVE 'Y' TO AD-EOF-SWITCH
               NOT AT END
                   PERFORM TAKE-MARGIN-LINE-PARA
           END-READ.

      * A report headed for another constituency is no use here.
       TAKE-MARGIN-LINE-PARA.
           IF MARGIN-RECORD(1:31) = "MARGIN ANALYSIS - constituency "
               AND MARGIN-RECORD(32:3) NOT = AD-CONST-CODE
               MOVE ZERO TO AD-MARGIN-PCT
               MOVE 'Y' TO AD-EOF-SWITCH
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO AD-TAIL.
           UNSTRING MARGIN-RECORD DELIMITED BY " = "
               INTO AD-JUNK AD-TAIL
           END-UNSTRING.
           IF AD-TAIL NOT = SPACES
               COMPUTE AD-LINE-PCT =
                   FUNCTION NUMVAL(AD-TAIL(1:7))
               IF AD-LINE-PCT > ZERO
                   AND (AD-MARGIN-PCT = ZERO
                       OR AD-LINE-PCT < AD-MARGIN-PCT)
                   MOVE AD-LINE-PCT TO AD-MARGIN-PCT
               END-IF
           END-IF.

       GET-SEED-PARA.
           DISPLAY "Draw seed (8 digits) [Enter=time of day] ".
           MOVE SPACES TO AD-INPUT.
       RENDER-RANKING-PARA.
           MOVE SPACES TO AD-RENDERED.
           MOVE 1 TO AD-ROW-PTR.
           IF VR-FORMAT-NUMERIC AND VR-TICKET-BALLOT
               PERFORM RENDER-TICKET-PARA
           ELSE IF VR-FORMAT-NUMERIC
               PERFORM RENDER-ONE-PREF-PARA VARYING AD-PREF-IDX
                   FROM 1 BY 1 UNTIL AD-PREF-IDX > VR-PREF-COUNT
                       OR AD-PREF-IDX > 99
           ELSE
               MOVE "(not a numeric-slot record - run conversion)"
                   TO AD-RENDERED.

       RENDER-ONE-PREF-PARA.
           MOVE VR-PREF(AD-PREF-IDX) TO AD-PREF-EDIT.
               WITH POINTER AD-ROW-PTR
           END-STRING.

      * A ticket vote shows the party box marked and the lodged
      * ticket it stands for, as the count reads it.
       RENDER-TICKET-PARA.
           SET TX-EXPAND TO TRUE.
           MOVE VR-CONST-CODE TO TX-CONST-CODE.
           MOVE VR-TICKET-NO TO TX-TICKET-NO.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           STRING "TICKET " DELIMITED BY SIZE
               VR-TICKET-NO DELIMITED BY SIZE
               INTO AD-RENDERED
               WITH POINTER AD-ROW-PTR
           END-STRING.
           IF TX-RC NOT = ZERO
               STRING " (not lodged)" DELIMITED BY SIZE
                   INTO AD-RENDERED
                   WITH POINTER AD-ROW-PTR
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           STRING " " DELIMITED BY SIZE
               FUNCTION TRIM(TX-PARTY) DELIMITED BY SIZE
               " =" DELIMITED BY SIZE
               INTO AD-RENDERED
               WITH POINTER AD-ROW-PTR
           END-STRING.
           PERFORM RENDER-TICKET-PREF-PARA VARYING AD-PREF-IDX
               FROM 1 BY 1 UNTIL AD-PREF-IDX > TX-PREF-COUNT
                   OR AD-PREF-IDX > 99.

       RENDER-TICKET-PREF-PARA.
           MOVE TX-PREF(AD-PREF-IDX) TO AD-PREF-EDIT.
           STRING " " DELIMITED BY SIZE
               AD-PREF-EDIT DELIMITED BY SIZE
               INTO AD-RENDERED
               WITH POINTER AD-ROW-PTR
           END-STRING.

       WRITE-SAMPLE-ROW-PARA.
           MOVE AD-ROW TO SAMPLE-RECORD.
           WRITE SAMPLE-RECORD.
