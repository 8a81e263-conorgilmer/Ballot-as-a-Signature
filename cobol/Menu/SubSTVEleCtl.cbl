      *            constituency moves through the workflow on its
      *            own: create a constituency's control record (in
      *            PREPARATION, while the slate is built), open its
      *            ballots (PREPARATION to OPEN, locking the slate -
      *            refused until the returning officer has signed off
      *            the ballot paper proof of the slate as it stands),
      *            close its ballots (OPEN to BALLOTS-CLOSED), certify
      *            its result (COUNTED to CERTIFIED), or - for a
      *            court-ordered recount after a restore - reopen a
      *            counted or certified constituency, behind a
      *            confirmation. Certifying and reopening each need
      *            a second operator (SubSTVSecondOp) and are logged
      *            with both ids. The count itself advances its own
      *            constituency's record from BALLOTS-CLOSED to
      *            COUNTED when it completes. The timetable action
      *            keeps the statutory milestones of the
      *            constituency's election on election_timetable.dat
      *            (TimeRec.cpy) - close of nominations, objections,
      *            withdrawal, the statement of persons nominated,
      *            the postal application cutoff, polling day and the
      *            count start - which the programs they govern
      *            check through SubSTVDeadline.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO 'operators.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPER-FILE-STATUS.
       SELECT TIME-FILE
           ASSIGN TO 'election_timetable.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TIME-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 CT-RESULT        PIC X.
               88 CT-PASS          VALUE 'P'.

       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  OPER-FILE            RECORD CONTAINS 46 CHARACTERS.
       COPY OperRec.

       FD  TIME-FILE            RECORD CONTAINS 100 CHARACTERS.
       COPY TimeRec.

       WORKING-STORAGE SECTION.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 ECTL-EOF-SWITCH      PIC X VALUE 'N'.
       77 EL-INPUT             PIC X(16).
       77 EL-ACTION            PIC X.
       77 EL-CONST-WANTED      PIC X(3).
       77 EL-TOTAL             PIC 9(2) VALUE ZERO.
      * Request block for the chained audit writer; audit lines go
      * through SubSTVAuditLog for their sequence and chain stamp.
       COPY AuditReq.
      * Request block for the votes file change journal: each late
      * postal ballot voided is journalled for roll-forward
      * recovery.
       COPY JournalReq.
       77 VOTES-EOF-SWITCH     PIC X.
       77 EL-LATE-COUNT        PIC 9(6).
       77 EL-LATE-SHOWN        PIC 9(3).
      * takes the constituency's lock like every other writer,
      * under the acting officer's id.
       COPY LockReq.
      * Request block for the ballot proof check; ballots are not
      * opened on a slate whose proof has not been signed off.
       COPY ProofReq.
      * Request block for the second-operator confirmation that
      * certifying and reopening a constituency need.
       COPY SecondReq.
       77 EL-STATUS-WAS        PIC X.
       77 TIME-FILE-STATUS     PIC XX VALUE '00'.
       77 EL-TT-TOTAL          PIC 9(2) VALUE ZERO.
       77 EL-TT-IDX            PIC 9(2).
       77 EL-TT-FOUND          PIC 9(2).
       77 EL-MS-IDX            PIC 9(2).
       77 EL-MS-DATE           PIC 9(8).
       77 EL-MS-TIME           PIC 9(4).
       77 EL-LAST-STAMP        PIC 9(12).
       77 EL-MS-STAMP          PIC 9(12).
       COPY TimeName.
      * The election timetable, one entry per election id.
       01 EL-TT-TABLE-AREA.
           05 EL-TT-ENTRY          OCCURS 50 TIMES.
               10 EL-TT-ID          PIC X(8).
               10 EL-TT-MILESTONES.
                   15 EL-TT-MS          OCCURS 7 TIMES.
                       20 EL-TT-DATE     PIC 9(8).
                       20 EL-TT-TIME     PIC 9(4).
                       20 filler         PIC X.
       01 EL-TABLE-AREA.
           05 EL-ENTRY             OCCURS 50 TIMES.
               10 ELT-ID            PIC X(8).
           PERFORM GET-OPERATOR-PARA.
           PERFORM VALIDATE-OPERATOR-PARA
               UNTIL EL-OPERATOR NOT = SPACES.
           MOVE 'ELECTCTL' TO JN-PROGRAM.
           MOVE EL-OPERATOR TO JN-OPERATOR.
           PERFORM LOAD-ECTL-PARA.
           IF EL-TOTAL = ZERO
               DISPLAY "No election control records on file."
               UNTIL EL-IDX > EL-TOTAL OR EL-FOUND-IDX > ZERO.
           DISPLAY "Action - N=New record for " EL-CONST-WANTED
               ", O=Open ballots, C=Close ballots, X=Certify "
               "result, R=Reopen (recount), T=Timetable, Q=Quit ".
           MOVE SPACES TO EL-INPUT.
           ACCEPT EL-INPUT.
           MOVE FUNCTION UPPER-CASE(EL-INPUT(1:1)) TO EL-ACTION.
               PERFORM CERTIFY-PARA
           ELSE IF EL-ACTION = 'R'
               PERFORM REOPEN-PARA
           ELSE IF EL-ACTION = 'T'
               PERFORM TIMETABLE-PARA
           ELSE
               DISPLAY "No change made.".
           IF EL-CHANGED-SWITCH = 'Y'
      * OPEN-BALLOTS-PARA - PREPARATION to OPEN: the slate is final
      * (the papers are printed from it) and ballots may now be
      * generated, imported or keyed. The bulk candidate load and
      * the ballot-order draw are locked out from here on. There is
      * no override: the papers must have been printed from a proof
      * the returning officer signed off, and the slate must not
      * have changed since (SubSTVProofChk compares the signed proof
      * reference with the slate's own).
      ******************************************************************
       OPEN-BALLOTS-PARA.
           IF EL-FOUND-IDX = ZERO
                   " - use N first."
           ELSE
               IF ELT-STATUS(EL-FOUND-IDX) = 'P'
                   PERFORM CHECK-PROOF-PARA
                   IF PQ-IS-SIGNED
                       MOVE 'O' TO ELT-STATUS(EL-FOUND-IDX)
                       MOVE 'Y' TO EL-CHANGED-SWITCH
                       DISPLAY "Ballots opened for " EL-CONST-WANTED
                           " - the slate is now locked."
                   END-IF
               ELSE
                   DISPLAY "Ballots can only be opened from "
                       "PREPARATION - status is "
               END-IF
           END-IF.

       CHECK-PROOF-PARA.
           MOVE EL-CONST-WANTED TO PQ-CONST-CODE.
           CALL 'SubSTVProofChk' USING PROOF-CHECK-REQUEST.
           IF PQ-RC NOT = ZERO
               DISPLAY "*** No slate for " EL-CONST-WANTED
                   " on candidate_master.dat - ballots not opened ***"
           ELSE IF PQ-IS-SIGNED
               DISPLAY "Ballot paper proof signed off by "
                   PQ-SIGNED-BY " on " PQ-SIGNED-DATE "."
           ELSE IF PQ-SIGNED-DATE > ZERO
               DISPLAY "*** The slate of " EL-CONST-WANTED
                   " has changed since its proof was signed off by "
                   PQ-SIGNED-BY " on " PQ-SIGNED-DATE
                   " - produce a new proof and have it signed off."
                   " Ballots not opened ***"
           ELSE
               DISPLAY "*** The ballot paper proof of "
                   EL-CONST-WANTED " has not been signed off - "
                   "use the ballot paper proof option. Ballots not "
                   "opened ***".

      ******************************************************************
      * CLOSE-BALLOTS-PARA - OPEN to BALLOTS-CLOSED, gated on the
      * readiness check: without a same-day PASS on
                   IF VR-CONST-CODE = EL-CONST-WANTED
                       AND VR-LIVE AND VR-CHAN-POSTAL
                       AND VR-RCPT-DATE > ELT-DATE(EL-FOUND-IDX)
                       MOVE VOTES-RECORD TO JN-BEFORE
                       SET VR-VOIDED TO TRUE
                       REWRITE VOTES-RECORD
                       ADD 1 TO EL-LATE-VOIDED
                       IF VOTES-FILE-STATUS = '00'
                           MOVE 'V' TO JN-ACTION
                           MOVE VOTES-RECORD TO JN-AFTER
                           CALL 'SubSTVJournal' USING JOURNAL-REQUEST
                       END-IF
                   END-IF
           END-READ.

                   " - use N first."
           ELSE
               IF ELT-STATUS(EL-FOUND-IDX) = 'C'
                   MOVE 'CERTIFY RESULT' TO SQ-ACTION
                   PERFORM SECOND-OPER-PARA
                   IF SQ-CONFIRMED
                       MOVE 'F' TO ELT-STATUS(EL-FOUND-IDX)
                       MOVE 'Y' TO EL-CHANGED-SWITCH
                       DISPLAY "Result certified for "
                           EL-CONST-WANTED
                           " - that constituency is locked."
                       MOVE 'C' TO EL-STATUS-WAS
                       PERFORM LOG-STATUS-PARA
                   ELSE
                       DISPLAY "Certification abandoned."
                   END-IF
               ELSE
                   DISPLAY "Only a COUNTED constituency can be "
                       "certified - status is "
                   MOVE SPACES TO EL-INPUT
                   ACCEPT EL-INPUT
                   IF FUNCTION UPPER-CASE(EL-INPUT(1:1)) = 'Y'
                       MOVE 'REOPEN FOR RECOUNT' TO SQ-ACTION
                       PERFORM SECOND-OPER-PARA
                   ELSE
                       MOVE 01 TO SQ-RC
                   END-IF
                   IF SQ-CONFIRMED
                       MOVE ELT-STATUS(EL-FOUND-IDX) TO EL-STATUS-WAS
                       MOVE 'B' TO ELT-STATUS(EL-FOUND-IDX)
                       MOVE 'Y' TO EL-CHANGED-SWITCH
                       DISPLAY "Constituency reopened at "
                           "BALLOTS-CLOSED - its count may be "
                           "re-run."
                       PERFORM LOG-STATUS-PARA
                   ELSE
                       DISPLAY "Reopen abandoned."
                   END-IF
               END-IF
           END-IF.

      ******************************************************************
      * SECOND-OPER-PARA - a returning officer or supervisor other
      * than the acting operator confirms, with their passphrase.
      ******************************************************************
       SECOND-OPER-PARA.
           MOVE EL-OPERATOR TO SQ-FIRST-OPER.
           MOVE 'RS ' TO SQ-ROLES.
           CALL 'SubSTVSecondOp' USING SECOND-OPER-REQUEST.

      ******************************************************************
      * LOG-STATUS-PARA - certify and reopen lines carry both ids
      * and the status change.
      ******************************************************************
       LOG-STATUS-PARA.
           ACCEPT EL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT EL-RUN-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           STRING EL-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EL-RUN-TIME DELIMITED BY SIZE
               " ELECTCTL OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(EL-OPERATOR) DELIMITED BY SIZE
               " SECOND=" DELIMITED BY SIZE
               FUNCTION TRIM(SQ-SECOND-OPER) DELIMITED BY SIZE
               " CONST=" DELIMITED BY SIZE
               EL-CONST-WANTED DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(SQ-ACTION) DELIMITED BY SIZE
               " OLD-STATUS=" DELIMITED BY SIZE
               EL-STATUS-WAS DELIMITED BY SIZE
               " NEW-STATUS=" DELIMITED BY SIZE
               ELT-STATUS(EL-FOUND-IDX) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

      ******************************************************************
      * TIMETABLE-PARA - key the statutory milestones for the
      * constituency's election. The timetable belongs to the
      * election, so every constituency on the same election id
      * shares it. Polling day starts from the election date.
      ******************************************************************
       TIMETABLE-PARA.
           IF EL-FOUND-IDX = ZERO
               DISPLAY "No control record for " EL-CONST-WANTED
                   " - use N first."
               EXIT PARAGRAPH
           END-IF.
           PERFORM LOAD-TIME-PARA.
           MOVE ZERO TO EL-TT-FOUND.
           PERFORM FIND-TIME-PARA VARYING EL-TT-IDX FROM 1 BY 1
               UNTIL EL-TT-IDX > EL-TT-TOTAL OR EL-TT-FOUND > ZERO.
           IF EL-TT-FOUND = ZERO
               IF EL-TT-TOTAL >= 50
                   DISPLAY "Timetable file is full - cannot add."
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO EL-TT-TOTAL
               MOVE EL-TT-TOTAL TO EL-TT-FOUND
               MOVE ELT-ID(EL-FOUND-IDX) TO EL-TT-ID(EL-TT-FOUND)
               MOVE ZEROS TO EL-TT-MILESTONES(EL-TT-FOUND)
               MOVE ELT-DATE(EL-FOUND-IDX)
                   TO EL-TT-DATE(EL-TT-FOUND, 6)
           END-IF.
           DISPLAY "Timetable for election " ELT-ID(EL-FOUND-IDX)
               " - YYYYMMDD HHMM (no time = end of day), Enter "
               "keeps, 0 clears.".
           PERFORM GET-MILESTONE-PARA VARYING EL-MS-IDX FROM 1 BY 1
               UNTIL EL-MS-IDX > 7.
           MOVE ZERO TO EL-LAST-STAMP.
           PERFORM CHECK-ORDER-PARA VARYING EL-MS-IDX FROM 1 BY 1
               UNTIL EL-MS-IDX > 7.
           PERFORM SAVE-TIME-PARA.
           PERFORM LOG-TIMETABLE-PARA.

       LOAD-TIME-PARA.
           MOVE ZERO TO EL-TT-TOTAL.
           MOVE 'N' TO ECTL-EOF-SWITCH.
           OPEN INPUT TIME-FILE.
           IF TIME-FILE-STATUS = '00'
               PERFORM READ-TIME-PARA UNTIL ECTL-EOF-SWITCH = 'Y'
               CLOSE TIME-FILE
           END-IF.

       READ-TIME-PARA.
           READ TIME-FILE
               AT END
                   MOVE 'Y' TO ECTL-EOF-SWITCH
               NOT AT END
                   IF EL-TT-TOTAL < 50
                       ADD 1 TO EL-TT-TOTAL
                       MOVE TT-ELECTION-ID TO EL-TT-ID(EL-TT-TOTAL)
                       MOVE TT-MILESTONES
                           TO EL-TT-MILESTONES(EL-TT-TOTAL)
                   ELSE
                       DISPLAY "*** election_timetable.dat has more "
                           "than 50 records - excess ignored ***"
                       MOVE 'Y' TO ECTL-EOF-SWITCH
                   END-IF
           END-READ.

       FIND-TIME-PARA.
           IF EL-TT-ID(EL-TT-IDX) = ELT-ID(EL-FOUND-IDX)
               MOVE EL-TT-IDX TO EL-TT-FOUND
           END-IF.

       GET-MILESTONE-PARA.
           DISPLAY TN-NAME(EL-MS-IDX) " ["
               EL-TT-DATE(EL-TT-FOUND, EL-MS-IDX) " "
               EL-TT-TIME(EL-TT-FOUND, EL-MS-IDX) "] ".
           MOVE SPACES TO EL-INPUT.
           ACCEPT EL-INPUT.
           IF EL-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(EL-INPUT(1:8)) TO EL-MS-DATE.
           IF EL-INPUT(10:4) = SPACES
               MOVE ZERO TO EL-MS-TIME
           ELSE
               MOVE FUNCTION NUMVAL(EL-INPUT(10:4)) TO EL-MS-TIME
           END-IF.
           IF EL-MS-DATE NOT = ZERO
               IF FUNCTION TEST-DATE-YYYYMMDD(EL-MS-DATE) NOT = ZERO
                   OR EL-MS-TIME > 2359
                   DISPLAY "Not a valid date and time - "
                       FUNCTION TRIM(TN-NAME(EL-MS-IDX))
                       " left unchanged."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE EL-MS-DATE TO EL-TT-DATE(EL-TT-FOUND, EL-MS-IDX).
           MOVE EL-MS-TIME TO EL-TT-TIME(EL-TT-FOUND, EL-MS-IDX).

      ******************************************************************
      * CHECK-ORDER-PARA - the milestones run in statutory order; one
      * set earlier than the milestone before it is probably a keying
      * slip, so it is pointed out (but kept).
      ******************************************************************
       CHECK-ORDER-PARA.
           IF EL-TT-DATE(EL-TT-FOUND, EL-MS-IDX) = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF EL-TT-TIME(EL-TT-FOUND, EL-MS-IDX) = ZERO
               COMPUTE EL-MS-STAMP =
                   EL-TT-DATE(EL-TT-FOUND, EL-MS-IDX) * 10000 + 2359
           ELSE
               COMPUTE EL-MS-STAMP =
                   EL-TT-DATE(EL-TT-FOUND, EL-MS-IDX) * 10000
                   + EL-TT-TIME(EL-TT-FOUND, EL-MS-IDX)
           END-IF.
           IF EL-MS-STAMP < EL-LAST-STAMP
               DISPLAY "*** " FUNCTION TRIM(TN-NAME(EL-MS-IDX))
                   " falls before the milestone ahead of it - "
                   "check the timetable ***"
           END-IF.
           MOVE EL-MS-STAMP TO EL-LAST-STAMP.

       SAVE-TIME-PARA.
           OPEN OUTPUT TIME-FILE.
           PERFORM WRITE-TIME-PARA VARYING EL-TT-IDX FROM 1 BY 1
               UNTIL EL-TT-IDX > EL-TT-TOTAL.
           CLOSE TIME-FILE.
           DISPLAY "election_timetable.dat saved.".

       WRITE-TIME-PARA.
           MOVE SPACES TO TIMETABLE-RECORD.
           MOVE EL-TT-ID(EL-TT-IDX) TO TT-ELECTION-ID.
           MOVE EL-TT-MILESTONES(EL-TT-IDX) TO TT-MILESTONES.
           WRITE TIMETABLE-RECORD.

       LOG-TIMETABLE-PARA.
           ACCEPT EL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT EL-RUN-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           STRING EL-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               EL-RUN-TIME DELIMITED BY SIZE
               " ELECTCTL OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(EL-OPERATOR) DELIMITED BY SIZE
               " CONST=" DELIMITED BY SIZE
               EL-CONST-WANTED DELIMITED BY SIZE
               " TIMETABLE ELECTION=" DELIMITED BY SIZE
               ELT-ID(EL-FOUND-IDX) DELIMITED BY SIZE
               " MILESTONES=" DELIMITED BY SIZE
               EL-TT-MILESTONES(EL-TT-FOUND) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       END PROGRAM SubSTVEleCtl.
