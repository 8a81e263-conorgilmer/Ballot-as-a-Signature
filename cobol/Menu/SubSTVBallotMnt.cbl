      *            ranking and status, and let an authorised operator
      *            void it after a scrutiny challenge (the record
      *            stays on file but is excluded from counts) or
      *            correct its ranking. A void or amendment needs a
      *            second operator's confirmation (SubSTVSecondOp)
      *            and writes a before/after line to
      *            stv_audit_log.dat carrying both operators' ids.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
      * Request block for the chained audit writer; audit lines go
      * through SubSTVAuditLog for their sequence and chain stamp.
       COPY AuditReq.
      * Request block for the votes file change journal: every void
      * and amendment is journalled with the ballot before and after
      * for roll-forward recovery.
       COPY JournalReq.
       77 BM-INPUT             PIC X(12).
       77 BM-OPERATOR          PIC X(8) VALUE SPACES.
       77 BM-CONST-CODE        PIC X(3).
       77 BM-AGAIN             PIC X VALUE 'Y'.
       77 BM-RUN-DATE          PIC 9(8).
       77 BM-RUN-TIME          PIC 9(8).
       77 BM-OLD-RANKING       PIC X(400).
       77 BM-BOX-ID            PIC X(8).
       77 BM-BOX-VOID-COUNT    PIC 9(6).
       77 BM-VOTES-EOF-SWITCH  PIC X.
       77 BM-OLD-STATUS        PIC X.
       77 BM-NEW-RANKING       PIC X(400).
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 ECTL-EOF-SWITCH      PIC X VALUE 'N'.
       77 BM-ELECTION-STATUS   PIC X VALUE SPACE.
       77 CAND-EOF-SWITCH      PIC X.
       77 CMAST-EOF-SWITCH     PIC X.
       77 CAND-COUNT           PIC 9(3) VALUE ZERO.
       77 BM-SLATE-BIG-SWITCH  PIC X VALUE 'N'.
       77 BM-MAX-CAND          PIC 9(3) VALUE 99.
       77 BM-RENDERED          PIC X(400).
       77 BM-PREF-IDX          PIC 9(3).
       77 BM-ROW-PTR           PIC 9(4).
       01 BM-PREF-EDIT         PIC Z(2)9.
       77 BM-TOKEN-IDX         PIC 9(3).
       77 BM-SCAN-PTR          PIC 9(3).
       77 BM-NEW-COUNT         PIC 9(2).
       77 BM-NEW-BAD-SWITCH    PIC X.
       77 BM-DUP-IDX           PIC 9(3).
       77 BM-PREF-VAL          PIC 9(3).
       01 BM-TOKEN-AREA.
           05 BM-TOKEN         PIC X(4) OCCURS 99 TIMES.
       01 BM-NEW-PREF-AREA.
           05 BM-NEW-PREF      PIC 9(3) OCCURS 99 TIMES.
       77 BM-LOCK-OK-SWITCH    PIC X VALUE 'N'.
      * Request block for the constituency lock manager; the lock
      * is taken per ballot worked (the constituency can change
      * between lookups) and released as soon as the votes file is
      * closed again.
       COPY LockReq.
      * Request block for the second-operator confirmation every
      * void and amendment needs.
       COPY SecondReq.
      * Request block for the ticket expander: a ticket vote is
      * shown as its party's lodged ticket before it is worked.
       COPY TicketReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM GET-OPERATOR-PARA.
           PERFORM VALIDATE-OPERATOR-PARA
               UNTIL BM-OPERATOR NOT = SPACES.
           MOVE 'BALLOTMNT' TO JN-PROGRAM.
           MOVE BM-OPERATOR TO JN-OPERATOR.
           MOVE 'Y' TO BM-AGAIN.
           PERFORM MAINTAIN-ONE-PARA UNTIL BM-AGAIN NOT = 'Y'.
           EXIT PROGRAM.
       RENDER-RANKING-PARA.
           MOVE SPACES TO BM-RENDERED.
           MOVE 1 TO BM-ROW-PTR.
           IF VR-FORMAT-NUMERIC AND VR-TICKET-BALLOT
               PERFORM RENDER-TICKET-PARA
           ELSE IF VR-FORMAT-NUMERIC
               PERFORM RENDER-ONE-PREF-PARA VARYING BM-PREF-IDX
                   FROM 1 BY 1 UNTIL BM-PREF-IDX > VR-PREF-COUNT
                       OR BM-PREF-IDX > 99
           ELSE
               MOVE "(not a format-2 record - run conversion)"
                   TO BM-RENDERED.

       RENDER-ONE-PREF-PARA.
           MOVE VR-PREF(BM-PREF-IDX) TO BM-PREF-EDIT.
               WITH POINTER BM-ROW-PTR
           END-STRING.

      * A ticket vote shows the party box marked and the lodged
      * ticket it stands for, as the count reads it.
       RENDER-TICKET-PARA.
           SET TX-LOAD TO TRUE.
           MOVE VR-CONST-CODE TO TX-CONST-CODE.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           SET TX-EXPAND TO TRUE.
           MOVE VR-CONST-CODE TO TX-CONST-CODE.
           MOVE VR-TICKET-NO TO TX-TICKET-NO.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           STRING "TICKET " DELIMITED BY SIZE
               VR-TICKET-NO DELIMITED BY SIZE
               INTO BM-RENDERED
               WITH POINTER BM-ROW-PTR
           END-STRING.
           IF TX-RC NOT = ZERO
               STRING " (not lodged)" DELIMITED BY SIZE
                   INTO BM-RENDERED
                   WITH POINTER BM-ROW-PTR
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           STRING " " DELIMITED BY SIZE
               FUNCTION TRIM(TX-PARTY) DELIMITED BY SIZE
               " =" DELIMITED BY SIZE
               INTO BM-RENDERED
               WITH POINTER BM-ROW-PTR
           END-STRING.
           PERFORM RENDER-TICKET-PREF-PARA VARYING BM-PREF-IDX
               FROM 1 BY 1 UNTIL BM-PREF-IDX > TX-PREF-COUNT
                   OR BM-PREF-IDX > 99.

       RENDER-TICKET-PREF-PARA.
           MOVE TX-PREF(BM-PREF-IDX) TO BM-PREF-EDIT.
           STRING " " DELIMITED BY SIZE
               BM-PREF-EDIT DELIMITED BY SIZE
               INTO BM-RENDERED
               WITH POINTER BM-ROW-PTR
           END-STRING.

       GET-ACTION-PARA.
           DISPLAY "Action - V=Void ballot, A=Amend ranking, "
               "Q=Leave unchanged ".
               DISPLAY "Box void abandoned."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'VOID WHOLE BOX' TO SQ-ACTION.
           PERFORM SECOND-OPER-PARA.
           IF NOT SQ-CONFIRMED
               DISPLAY "Box void abandoned."
               EXIT PARAGRAPH
           END-IF.
           PERFORM ACQUIRE-LOCK-PARA.
           IF BM-LOCK-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
                   IF VR-CONST-CODE = BM-CONST-CODE
                       AND VR-BOX-ID = BM-BOX-ID
                       AND VR-LIVE
                       MOVE VOTES-RECORD TO JN-BEFORE
                       SET VR-VOIDED TO TRUE
                       REWRITE VOTES-RECORD
                       ADD 1 TO BM-BOX-VOID-COUNT
                       IF VOTES-FILE-STATUS = '00'
                           MOVE 'V' TO JN-ACTION
                           MOVE VOTES-RECORD TO JN-AFTER
                           CALL 'SubSTVJournal' USING JOURNAL-REQUEST
                       END-IF
                   END-IF
           END-READ.

               BM-RUN-TIME DELIMITED BY SIZE
               " BALLOTMNT OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(BM-OPERATOR) DELIMITED BY SIZE
               " SECOND=" DELIMITED BY SIZE
               FUNCTION TRIM(SQ-SECOND-OPER) DELIMITED BY SIZE
               " BALLOT=" DELIMITED BY SIZE
               BM-CONST-CODE DELIMITED BY SIZE
               "/BOX" DELIMITED BY SIZE
       VOID-BALLOT-PARA.
           IF VR-VOIDED
               DISPLAY "Ballot is already void - nothing to do."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'VOID BALLOT' TO SQ-ACTION.
           PERFORM SECOND-OPER-PARA.
           IF NOT SQ-CONFIRMED
               DISPLAY "Void abandoned - ballot left unchanged."
           ELSE
               MOVE VR-STATUS TO BM-OLD-STATUS
               MOVE VOTES-RECORD TO JN-BEFORE
               SET VR-VOIDED TO TRUE
               REWRITE VOTES-RECORD
                   INVALID KEY
                           VOTES-FILE-STATUS " ***"
                   NOT INVALID KEY
                       DISPLAY "Ballot " VR-BALLOT-ID " voided."
                       MOVE 'V' TO JN-ACTION
                       MOVE VOTES-RECORD TO JN-AFTER
                       CALL 'SubSTVJournal' USING JOURNAL-REQUEST
                       PERFORM LOG-VOID-PARA
               END-REWRITE
           END-IF.
      * the audit log.
      ******************************************************************
       AMEND-BALLOT-PARA.
           IF BM-SLATE-BIG-SWITCH = 'Y'
               DISPLAY "*** More than 99 candidates for "
                   BM-CONST-CODE " - the system limit is 99; the "
                   "ballot cannot be amended ***"
               EXIT PARAGRAPH
           END-IF.
           PERFORM RENDER-RANKING-PARA.
           MOVE BM-RENDERED TO BM-OLD-RANKING.
           DISPLAY "Enter the corrected ranking as candidate "
               DISPLAY "Blank ranking entered - ballot left "
                   "unchanged. Use the Void action to exclude a "
                   "ballot from the count."
               EXIT PARAGRAPH
           END-IF.
           PERFORM PARSE-NEW-RANKING-PARA.
           IF BM-NEW-BAD-SWITCH = 'Y'
               DISPLAY "Corrected ranking rejected - each "
                   "entry must be a candidate number 1-"
                   BM-MAX-CAND " for this slate, with no "
                   "duplicates. Ballot left unchanged."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'AMEND BALLOT RANKING' TO SQ-ACTION.
           PERFORM SECOND-OPER-PARA.
           IF NOT SQ-CONFIRMED
               DISPLAY "Amendment abandoned - ballot left "
                   "unchanged."
               EXIT PARAGRAPH
           END-IF.
           MOVE VOTES-RECORD TO JN-BEFORE.
           SET VR-FORMAT-V4 TO TRUE.
           MOVE BM-NEW-COUNT TO VR-PREF-COUNT.
           PERFORM STORE-NEW-PREF-PARA VARYING BM-PREF-IDX
               FROM 1 BY 1 UNTIL BM-PREF-IDX > 99.
           REWRITE VOTES-RECORD
               INVALID KEY
                   DISPLAY "*** REWRITE failed - status "
                       VOTES-FILE-STATUS " ***"
               NOT INVALID KEY
                   DISPLAY "Ballot " VR-BALLOT-ID " amended."
                   MOVE 'R' TO JN-ACTION
                   MOVE VOTES-RECORD TO JN-AFTER
                   CALL 'SubSTVJournal' USING JOURNAL-REQUEST
                   PERFORM LOG-AMEND-PARA
           END-REWRITE.

      ******************************************************************
      * PARSE-NEW-RANKING-PARA - split the keyed correction into
           MOVE 'N' TO BM-NEW-BAD-SWITCH.
           MOVE ZERO TO BM-NEW-COUNT.
           MOVE SPACES TO BM-TOKEN-AREA.
           MOVE 1 TO BM-SCAN-PTR.
           PERFORM SPLIT-TOKEN-PARA VARYING BM-TOKEN-IDX
               FROM 1 BY 1 UNTIL BM-TOKEN-IDX > 99
                   OR BM-SCAN-PTR > 400.
           PERFORM PARSE-ONE-TOKEN-PARA VARYING BM-TOKEN-IDX
               FROM 1 BY 1 UNTIL BM-TOKEN-IDX > 99
                   OR BM-NEW-BAD-SWITCH = 'Y'.
           IF BM-NEW-COUNT = ZERO
               MOVE 'Y' TO BM-NEW-BAD-SWITCH
           END-IF.

       SPLIT-TOKEN-PARA.
           UNSTRING BM-NEW-RANKING DELIMITED BY ALL " "
               INTO BM-TOKEN(BM-TOKEN-IDX)
               WITH POINTER BM-SCAN-PTR
           END-UNSTRING.

       PARSE-ONE-TOKEN-PARA.
           IF BM-TOKEN(BM-TOKEN-IDX) NOT = SPACES
               IF BM-TOKEN(BM-TOKEN-IDX) IS NUMERIC
      ******************************************************************
      * LOAD-SLATE-PARA - the constituency's slate size bounds the
      * range edit on amendments: candidate master first, the plain
      * name list as fallback, and the 99-slot ceiling when neither
      * covers this constituency.
      ******************************************************************
       LOAD-SLATE-PARA.
           MOVE ZERO TO CAND-COUNT.
           MOVE 'N' TO BM-SLATE-BIG-SWITCH.
           MOVE 'N' TO CMAST-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
           IF CAND-COUNT > ZERO
               MOVE CAND-COUNT TO BM-MAX-CAND
           ELSE
               MOVE 99 TO BM-MAX-CAND
               DISPLAY "No candidate slate on file for "
                   BM-CONST-CODE " - amendments are only "
                   "range-checked against the 99-candidate "
                   "ceiling."
           END-IF.

                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = BM-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                       ELSE
                           MOVE 'Y' TO BM-SLATE-BIG-SWITCH
                           MOVE 'Y' TO CMAST-EOF-SWITCH
                       END-IF
                   END-IF
                   MOVE 'Y' TO CAND-EOF-SWITCH
               NOT AT END
                   IF CN-CONST-CODE = BM-CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                       ELSE
                           MOVE 'Y' TO BM-SLATE-BIG-SWITCH
                           MOVE 'Y' TO CAND-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * SECOND-OPER-PARA - a returning officer or supervisor other
      * than the operator making the change confirms it, with their
      * passphrase, before anything is rewritten.
      ******************************************************************
       SECOND-OPER-PARA.
           MOVE BM-OPERATOR TO SQ-FIRST-OPER.
           MOVE 'RS ' TO SQ-ROLES.
           CALL 'SubSTVSecondOp' USING SECOND-OPER-REQUEST.

      ******************************************************************
      * LOG-VOID-PARA / LOG-AMEND-PARA / WRITE-AUDIT-PARA - append
      * before/after lines to the same audit trail STVMenu writes,
      * timestamped and carrying both operator ids, so any
      * challenged ballot's history can be reconstructed.
      ******************************************************************
       LOG-VOID-PARA.
           ACCEPT BM-RUN-DATE FROM DATE YYYYMMDD.
               BM-RUN-TIME DELIMITED BY SIZE
               " BALLOTMNT OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(BM-OPERATOR) DELIMITED BY SIZE
               " SECOND=" DELIMITED BY SIZE
               FUNCTION TRIM(SQ-SECOND-OPER) DELIMITED BY SIZE
               " BALLOT=" DELIMITED BY SIZE
               VR-CONST-CODE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               BM-RUN-TIME DELIMITED BY SIZE
               " BALLOTMNT OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(BM-OPERATOR) DELIMITED BY SIZE
               " SECOND=" DELIMITED BY SIZE
               FUNCTION TRIM(SQ-SECOND-OPER) DELIMITED BY SIZE
               " BALLOT=" DELIMITED BY SIZE
               VR-CONST-CODE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               BM-RUN-TIME DELIMITED BY SIZE
               " BALLOTMNT OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(BM-OPERATOR) DELIMITED BY SIZE
               " SECOND=" DELIMITED BY SIZE
               FUNCTION TRIM(SQ-SECOND-OPER) DELIMITED BY SIZE
               " BALLOT=" DELIMITED BY SIZE
               VR-CONST-CODE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
