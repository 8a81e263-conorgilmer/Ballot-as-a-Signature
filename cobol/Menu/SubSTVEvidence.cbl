      *            constituency - another count may have
      *            overwritten them since), the constituency's
      *            rows from
      *            entry_mismatch.dat, the custody and seal history
      *            of its ballot boxes off box_custody.dat, its
      *            doubtful papers and the rulings on them off
      *            doubtful_papers.dat, the whole of
      *            ballot_rejects.dat (it carries no constituency
      *            column), and the audit-trail lines that name the
      *            constituency (from each sealed segment of the
      *            trail as well as the live one). The election id
      *            comes off the constituency's control record
      *            (prompted when there is none) and scopes the
      *            ballots the way the count scopes them; the
      *            manifest names it. A manifest lists every file
      *            with its record count and the assembly
      *            timestamp. Everything is copied; nothing live is
      *            touched. Where the
      *            count results library holds the constituency's
      *            counts for the election, the operator picks the
      *            run to pack (Enter takes the latest official
      *            count) and its filed book, round feed, transfer
      *            detail, declaration and margin analysis are
      *            packed instead of whatever is on hand. The pack
      *            goes on the retention register (SubSTVRetReg) as
      *            it is assembled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO 'election_ctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ECTL-FILE-STATUS.
       SELECT SEG-FILE
           ASSIGN TO 'stv_audit_segments.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  VPACK-FILE          RECORD CONTAINS 335 CHARACTERS.
       01  VPACK-RECORD        PIC X(335).

       FD  COPY-IN-FILE        RECORD CONTAINS 2103 CHARACTERS.
       01  COPY-IN-RECORD      PIC X(2103).

       FD  COPY-OUT-FILE       RECORD CONTAINS 2103 CHARACTERS.
       01  COPY-OUT-RECORD     PIC X(2103).

       FD  MANIFEST-FILE        RECORD CONTAINS 80 CHARACTERS.
       01  MANIFEST-RECORD      PIC X(80).
       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       FD  SEG-FILE             RECORD CONTAINS 119 CHARACTERS.
       COPY AuditSeg.

       WORKING-STORAGE SECTION.
       77 VOTES-FILE-STATUS    PIC XX VALUE '00'.
       77 VPACK-FILE-STATUS    PIC XX VALUE '00'.
       77 COPY-OUT-STATUS      PIC XX VALUE '00'.
       77 MANIFEST-FILE-STATUS PIC XX VALUE '00'.
       77 EV-EOF-SWITCH        PIC X.
       77 SEG-FILE-STATUS      PIC XX VALUE '00'.
       77 EV-SEG-EOF-SWITCH    PIC X.
       77 EV-INPUT             PIC X(12).
       77 EV-CONST-CODE        PIC X(3) VALUE SPACES.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 EV-TALLY             PIC 9(4).
       77 EV-NOTE              PIC X(40).
       77 EV-FILE-LABEL        PIC X(30).
      * The name a library artefact takes in the pack (its live
      * name); spaces packs a file under its own name.
       77 EV-PACK-AS           PIC X(30) VALUE SPACES.
       77 EV-RUN-NOTE          PIC X(8).
       77 EV-CNT-EDIT          PIC Z(5)9.
       01 EV-ROW               PIC X(80).
      * Request block for the count results library: the count run
      * whose artefacts are packed.
       COPY LibReq.
      * Request block for the retention register: the pack holds
      * ballot data and is destroyed with the election's records
      * unless a legal hold keeps it.
       COPY RetainReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM VALIDATE-CONST-PARA
               UNTIL EV-CONST-CODE NOT = SPACES.
           PERFORM GET-ELECTION-PARA.
           PERFORM PICK-RUN-PARA.
           ACCEPT EV-TODAY FROM DATE YYYYMMDD.
           ACCEPT EV-RUN-TIME FROM TIME.
           MOVE SPACES TO EV-PREFIX.
           DISPLAY "Evidence pack assembled under prefix "
               FUNCTION TRIM(EV-PREFIX) " with manifest "
               FUNCTION TRIM(EV-MANIFEST-NAME) ".".
           MOVE 'E' TO RN-SET-TYPE.
           MOVE EV-PREFIX TO RN-PREFIX.
           MOVE EV-ELECTION-ID TO RN-ELECTION-ID.
           MOVE EV-CONST-CODE TO RN-CONST-CODE.
           MOVE ZERO TO RN-MADE-DATE.
           MOVE SPACES TO RN-OPERATOR.
           CALL 'SubSTVRetReg' USING RETAIN-REQUEST.
           IF RN-RC NOT > 01
               DISPLAY "Pack on the retention register - retained "
                   "until " RN-EXPIRY-DATE "."
           END-IF.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.
                   END-IF
           END-READ.

      ******************************************************************
      * PICK-RUN-PARA - the count run to pack, out of the count
      * results library for this constituency and election. With
      * nothing filed, the artefacts on hand are packed as before.
      ******************************************************************
       PICK-RUN-PARA.
           MOVE 'P' TO LQ-ACTION.
           MOVE EV-CONST-CODE TO LQ-CONST-CODE.
           MOVE EV-ELECTION-ID TO LQ-ELECTION-ID.
           CALL 'SubSTVCountLib' USING LIBRARY-REQUEST.
           IF LQ-RC NOT = ZERO
               MOVE SPACES TO LQ-PREFIX
               DISPLAY "No count of " EV-CONST-CODE " in the count "
                   "results library - packing the artefacts on "
                   "hand."
           ELSE
               MOVE SPACES TO EV-RUN-NOTE
               STRING LQ-RUN-TYPE DELIMITED BY SIZE
                   LQ-RUN-SEQ DELIMITED BY SIZE
                   INTO EV-RUN-NOTE
               END-STRING
           END-IF.

       WRITE-MANIFEST-HEAD-PARA.
           MOVE SPACES TO EV-ROW.
           STRING "EVIDENCE PACK MANIFEST - constituency "
               INTO EV-ROW
           END-STRING.
           PERFORM WRITE-MANIFEST-ROW-PARA.
           IF LQ-PREFIX NOT = SPACES
               MOVE SPACES TO EV-ROW
               STRING "Count run " DELIMITED BY SIZE
                   EV-RUN-NOTE DELIMITED BY SPACE
                   " from the count results library ("
                   DELIMITED BY SIZE
                   FUNCTION TRIM(LQ-PREFIX) DELIMITED BY SIZE
                   ")" DELIMITED BY SIZE
                   INTO EV-ROW
               END-STRING
               PERFORM WRITE-MANIFEST-ROW-PARA
           END-IF.
           MOVE "File / records / note:" TO EV-ROW.
           PERFORM WRITE-MANIFEST-ROW-PARA.

      ******************************************************************
      * The three count artefacts are only on hand for whichever
      * count ran last, so each is packed only when its own header
      * names this constituency; a run picked from the library
      * packs its own filed copies instead.
       PACK-REPORTS-PARA.
           IF LQ-PREFIX NOT = SPACES
               PERFORM PACK-LIBRARY-RUN-PARA
           ELSE
               PERFORM PACK-ON-HAND-PARA
           END-IF.
           MOVE 'ballot_rejects.dat' TO EV-IN-NAME.
           MOVE 'A' TO EV-FILTER.
           MOVE SPACE TO EV-CHECK.
           MOVE SPACE TO EV-CHECK.
           MOVE "unresolved keying mismatches" TO EV-NOTE.
           PERFORM PACK-ONE-FILE-PARA.
           MOVE 'box_custody.dat' TO EV-IN-NAME.
           MOVE 'C' TO EV-FILTER.
           MOVE SPACE TO EV-CHECK.
           MOVE "box seals, handovers and holds" TO EV-NOTE.
           PERFORM PACK-ONE-FILE-PARA.
           MOVE 'doubtful_papers.dat' TO EV-IN-NAME.
           MOVE 'C' TO EV-FILTER.
           MOVE SPACE TO EV-CHECK.
           MOVE "doubtful papers and rulings" TO EV-NOTE.
           PERFORM PACK-ONE-FILE-PARA.
           MOVE SPACES TO EV-MATCH-1.
           STRING " CONST=" DELIMITED BY SIZE
               EV-CONST-CODE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               INTO EV-MATCH-2
           END-STRING.
           MOVE 'N' TO EV-SEG-EOF-SWITCH.
           OPEN INPUT SEG-FILE.
           IF SEG-FILE-STATUS = '00'
               PERFORM PACK-SEGMENT-PARA
                   UNTIL EV-SEG-EOF-SWITCH = 'Y'
               CLOSE SEG-FILE
           END-IF.
           MOVE 'stv_audit_log.dat' TO EV-IN-NAME.
           MOVE 'L' TO EV-FILTER.
           MOVE SPACE TO EV-CHECK.
           MOVE "audit lines naming the constituency" TO EV-NOTE.
           PERFORM PACK-ONE-FILE-PARA.

      * Each sealed segment of the audit trail is packed under its
      * own name, filtered the same way as the live trail.
       PACK-SEGMENT-PARA.
           READ SEG-FILE
               AT END
                   MOVE 'Y' TO EV-SEG-EOF-SWITCH
               NOT AT END
                   MOVE AS-FILE-NAME TO EV-IN-NAME
                   MOVE 'L' TO EV-FILTER
                   MOVE SPACE TO EV-CHECK
                   MOVE "audit lines, sealed segment" TO EV-NOTE
                   PERFORM PACK-ONE-FILE-PARA
           END-READ.

       PACK-ON-HAND-PARA.
           MOVE 'stv_count_output.dat' TO EV-IN-NAME.
           MOVE 'A' TO EV-FILTER.
           MOVE 'H' TO EV-CHECK.
           MOVE "count book of this count" TO EV-NOTE.
           PERFORM PACK-ONE-FILE-PARA.
           MOVE 'stv_transfer_detail.dat' TO EV-IN-NAME.
           MOVE 'A' TO EV-FILTER.
           MOVE 'H' TO EV-CHECK.
           MOVE "transfer detail of this count" TO EV-NOTE.
           PERFORM PACK-ONE-FILE-PARA.
           MOVE 'stv_declaration.dat' TO EV-IN-NAME.
           MOVE 'A' TO EV-FILTER.
           MOVE 'D' TO EV-CHECK.
           MOVE "declaration of this count" TO EV-NOTE.
           PERFORM PACK-ONE-FILE-PARA.

      * The picked run's filed copies, packed under their live
      * names; a run that produced no result has no declaration
      * filed, and a margin analysis is there only if one was run.
       PACK-LIBRARY-RUN-PARA.
           MOVE 'A' TO EV-FILTER.
           MOVE SPACE TO EV-CHECK.
           MOVE 'count.dat' TO EV-FILE-LABEL.
           MOVE 'stv_count_output.dat' TO EV-PACK-AS.
           MOVE "count book of run" TO EV-NOTE.
           PERFORM PACK-LIBRARY-FILE-PARA.
           MOVE 'feed.dat' TO EV-FILE-LABEL.
           MOVE 'stv_round_feed.dat' TO EV-PACK-AS.
           MOVE "round feed of run" TO EV-NOTE.
           PERFORM PACK-LIBRARY-FILE-PARA.
           MOVE 'transfer.dat' TO EV-FILE-LABEL.
           MOVE 'stv_transfer_detail.dat' TO EV-PACK-AS.
           MOVE "transfer detail of run" TO EV-NOTE.
           PERFORM PACK-LIBRARY-FILE-PARA.
           MOVE 'decl.dat' TO EV-FILE-LABEL.
           MOVE 'stv_declaration.dat' TO EV-PACK-AS.
           MOVE "declaration of run" TO EV-NOTE.
           PERFORM PACK-LIBRARY-FILE-PARA.
           MOVE 'margin.dat' TO EV-FILE-LABEL.
           MOVE 'stv_margin_report.dat' TO EV-PACK-AS.
           MOVE "margin analysis of run" TO EV-NOTE.
           PERFORM PACK-LIBRARY-FILE-PARA.

       PACK-LIBRARY-FILE-PARA.
           MOVE SPACES TO EV-IN-NAME.
           STRING FUNCTION TRIM(LQ-PREFIX) DELIMITED BY SIZE
               FUNCTION TRIM(EV-FILE-LABEL) DELIMITED BY SIZE
               INTO EV-IN-NAME
           END-STRING.
           MOVE SPACES TO EV-ROW.
           STRING FUNCTION TRIM(EV-NOTE) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EV-RUN-NOTE DELIMITED BY SPACE
               INTO EV-ROW
           END-STRING.
           MOVE EV-ROW TO EV-NOTE.
           PERFORM PACK-ONE-FILE-PARA.

       PACK-ONE-FILE-PARA.
           IF EV-PACK-AS = SPACES
               MOVE EV-IN-NAME TO EV-PACK-AS
           END-IF.
           MOVE SPACES TO EV-OUT-NAME.
           STRING FUNCTION TRIM(EV-PREFIX) DELIMITED BY SIZE
               FUNCTION TRIM(EV-PACK-AS) DELIMITED BY SIZE
               INTO EV-OUT-NAME
           END-STRING.
           MOVE ZERO TO EV-COPY-COUNT.
                       " - NOT packed" DELIMITED BY SIZE
                       INTO EV-NOTE
                   END-STRING
                   MOVE EV-PACK-AS TO EV-FILE-LABEL
                   PERFORM WRITE-MANIFEST-LINE-PARA
                   MOVE SPACES TO EV-PACK-AS
                   EXIT PARAGRAPH
               END-IF
           END-IF.
               CLOSE COPY-OUT-FILE
               CLOSE COPY-IN-FILE
           END-IF.
           MOVE EV-PACK-AS TO EV-FILE-LABEL.
           PERFORM WRITE-MANIFEST-LINE-PARA.
           MOVE SPACES TO EV-PACK-AS.

      ******************************************************************
      * CHECK-FILE-CONST-PARA - which constituency the file on hand
               IF COPY-IN-RECORD(19:3) = EV-CONST-CODE
                   MOVE 1 TO EV-TALLY
               END-IF
           ELSE IF EV-FILTER = 'C'
               IF COPY-IN-RECORD(1:3) = EV-CONST-CODE
                   MOVE 1 TO EV-TALLY
               END-IF
           ELSE IF EV-FILTER = 'L'
               INSPECT COPY-IN-RECORD TALLYING EV-TALLY
                   FOR ALL EV-MATCH-1(1:10)
