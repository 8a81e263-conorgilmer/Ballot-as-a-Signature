      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Marked register capture. As each elector is
      *            issued a ballot paper - at a polling station, by
      *            proxy, or from the postal issue desk - the clerk
      *            keys the elector number and the elector is marked
      *            on marked_register.dat (MarkRec.cpy) for the
      *            election their constituency is running. The
      *            elector must be on the register of electors with
      *            a franchise that entitles them to a paper, the
      *            constituency's ballots must be open, and an
      *            elector already marked in the election is refused
      *            a second paper, the refusal showing where and how
      *            the first was issued. A mark keyed in error can
      *            be taken off again. Every mark, refusal of a
      *            second paper and removal writes an audit line
      *            carrying the operator's id. Turnout is totalled
      *            from this file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVMarkReg.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ELECT-FILE
           ASSIGN TO 'electoral_register.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ER-ELECTOR-NO
           FILE STATUS IS ELECT-FILE-STATUS.
       SELECT MARK-FILE
           ASSIGN TO 'marked_register.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MK-MARK-KEY
           FILE STATUS IS MARK-FILE-STATUS.
       SELECT ECTL-FILE
           ASSIGN TO 'election_ctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ECTL-FILE-STATUS.
       SELECT OPER-FILE
           ASSIGN TO 'operators.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELECT-FILE           RECORD CONTAINS 113 CHARACTERS.
       COPY ElectRec.

       FD  MARK-FILE            RECORD CONTAINS 65 CHARACTERS.
       COPY MarkRec.

       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       FD  OPER-FILE            RECORD CONTAINS 46 CHARACTERS.
       COPY OperRec.

       WORKING-STORAGE SECTION.
       77 ELECT-FILE-STATUS    PIC XX VALUE '00'.
       77 MARK-FILE-STATUS     PIC XX VALUE '00'.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 OPER-FILE-STATUS     PIC XX VALUE '00'.
       01 AUDIT-RECORD         PIC X(300).
       COPY AuditReq.
       77 MR-INPUT             PIC X(12).
       77 MR-ACTION            PIC X.
       77 MR-AGAIN             PIC X VALUE 'Y'.
       77 MR-MORE              PIC X.
       77 MR-OPERATOR          PIC X(8) VALUE SPACES.
       77 MR-OPER-OK-SWITCH    PIC X.
       77 MR-EOF-SWITCH        PIC X.
       77 MR-ELECTOR-NO        PIC X(10).
       77 MR-STATION           PIC X(8).
       77 MR-MODE              PIC X.
       77 MR-ELECTION-ID       PIC X(8).
       77 MR-OK-SWITCH         PIC X.
       77 MR-RUN-DATE          PIC 9(8).
       77 MR-RUN-TIME          PIC 9(8).
       77 MR-EVENT             PIC X(10).
       77 MR-MARK-COUNT        PIC 9(6).
       77 MR-ECTL-TOTAL        PIC 9(2) VALUE ZERO.
       77 MR-ECTL-IDX          PIC 9(2).
       77 MR-ECTL-FOUND        PIC 9(2).
       01 MR-ECTL-TABLE-AREA.
           05 MR-ECTL-ENTRY        OCCURS 50 TIMES.
               10 MR-ECTL-CONST     PIC X(3).
               10 MR-ECTL-ID        PIC X(8).
               10 MR-ECTL-STATUS    PIC X.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Marked Register - electors issued a paper.".
      * Working storage persists across CALLs - reset per-run state.
           MOVE ZERO TO MR-ECTL-TOTAL.
           MOVE SPACES TO MR-OPERATOR.
           PERFORM LOAD-ECTL-PARA.
           IF MR-ECTL-TOTAL = ZERO
               DISPLAY "No election control records - ballot "
                   "status is NOT enforced."
           END-IF.
           PERFORM GET-OPERATOR-PARA.
           PERFORM VALIDATE-OPERATOR-PARA
               UNTIL MR-OPERATOR NOT = SPACES.
           OPEN INPUT ELECT-FILE.
           IF ELECT-FILE-STATUS NOT = '00'
               DISPLAY "No electoral_register.dat - load the "
                   "register of electors first."
               EXIT PROGRAM
           END-IF.
           OPEN I-O MARK-FILE.
           IF MARK-FILE-STATUS = '35'
               OPEN OUTPUT MARK-FILE
               CLOSE MARK-FILE
               OPEN I-O MARK-FILE
           END-IF.
           IF MARK-FILE-STATUS NOT = '00'
               DISPLAY "Cannot open marked_register.dat (status "
                   MARK-FILE-STATUS ")."
               CLOSE ELECT-FILE
               EXIT PROGRAM
           END-IF.
           MOVE 'Y' TO MR-AGAIN.
           PERFORM ONE-ACTION-PARA UNTIL MR-AGAIN NOT = 'Y'.
           CLOSE MARK-FILE.
           CLOSE ELECT-FILE.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

       LOAD-ECTL-PARA.
           MOVE 'N' TO MR-EOF-SWITCH.
           OPEN INPUT ECTL-FILE.
           IF ECTL-FILE-STATUS = '00'
               PERFORM READ-ECTL-PARA UNTIL MR-EOF-SWITCH = 'Y'
               CLOSE ECTL-FILE
           END-IF.

       READ-ECTL-PARA.
           READ ECTL-FILE
               AT END
                   MOVE 'Y' TO MR-EOF-SWITCH
               NOT AT END
                   IF MR-ECTL-TOTAL < 50
                       ADD 1 TO MR-ECTL-TOTAL
                       MOVE EC-CONST-CODE
                           TO MR-ECTL-CONST(MR-ECTL-TOTAL)
                       MOVE EC-ELECTION-ID
                           TO MR-ECTL-ID(MR-ECTL-TOTAL)
                       MOVE EC-STATUS
                           TO MR-ECTL-STATUS(MR-ECTL-TOTAL)
                   ELSE
                       MOVE 'Y' TO MR-EOF-SWITCH
                   END-IF
           END-READ.

       FIND-ECTL-PARA.
           MOVE ZERO TO MR-ECTL-FOUND.
           PERFORM SCAN-ECTL-PARA VARYING MR-ECTL-IDX FROM 1 BY 1
               UNTIL MR-ECTL-IDX > MR-ECTL-TOTAL
                   OR MR-ECTL-FOUND > ZERO.

       SCAN-ECTL-PARA.
           IF MR-ECTL-CONST(MR-ECTL-IDX) = ER-CONST-CODE
               MOVE MR-ECTL-IDX TO MR-ECTL-FOUND
           END-IF.

      ******************************************************************
      * GET-OPERATOR-PARA - record who is issuing the papers, checked
      * against operators.dat when the site keeps one.
      ******************************************************************
       GET-OPERATOR-PARA.
           DISPLAY "Enter your operator id ".
           MOVE SPACES TO MR-INPUT.
           ACCEPT MR-INPUT.
           MOVE FUNCTION UPPER-CASE(MR-INPUT(1:8)) TO MR-OPERATOR.
           IF MR-OPERATOR NOT = SPACES
               PERFORM LOOKUP-OPERATOR-PARA
               IF MR-OPER-OK-SWITCH NOT = 'Y'
                   DISPLAY "Operator id not on operators.dat."
                   MOVE SPACES TO MR-OPERATOR
               END-IF
           END-IF.

       VALIDATE-OPERATOR-PARA.
           DISPLAY "A valid operator id is required - please "
               "re-enter.".
           PERFORM GET-OPERATOR-PARA.

       LOOKUP-OPERATOR-PARA.
           OPEN INPUT OPER-FILE.
           IF OPER-FILE-STATUS NOT = '00'
               MOVE 'Y' TO MR-OPER-OK-SWITCH
           ELSE
               MOVE 'N' TO MR-OPER-OK-SWITCH
               MOVE 'N' TO MR-EOF-SWITCH
               PERFORM READ-OPERATOR-PARA
                   UNTIL MR-EOF-SWITCH = 'Y'
                       OR MR-OPER-OK-SWITCH = 'Y'
               CLOSE OPER-FILE
           END-IF.

       READ-OPERATOR-PARA.
           READ OPER-FILE
               AT END
                   MOVE 'Y' TO MR-EOF-SWITCH
               NOT AT END
                   IF OP-ID = MR-OPERATOR
                       AND NOT OP-DISABLED
                       MOVE 'Y' TO MR-OPER-OK-SWITCH
                   END-IF
           END-READ.

       ONE-ACTION-PARA.
           DISPLAY " ".
           DISPLAY "Action - M=Mark electors issued a paper, "
               "U=Unmark an elector marked in error, Q=Quit ".
           MOVE SPACES TO MR-INPUT.
           ACCEPT MR-INPUT.
           MOVE FUNCTION UPPER-CASE(MR-INPUT(1:1)) TO MR-ACTION.
           IF MR-ACTION = 'M'
               PERFORM MARK-SESSION-PARA
           ELSE IF MR-ACTION = 'U'
               PERFORM UNMARK-PARA
           ELSE IF MR-ACTION = 'Q'
               MOVE 'N' TO MR-AGAIN
           ELSE
               DISPLAY "Action must be M, U or Q.".

      ******************************************************************
      * MARK-SESSION-PARA - the station is keyed once for a run of
      * electors at the same desk; POSTAL names the postal issue
      * desk, whose papers are all marked as issued by post.
      ******************************************************************
       MARK-SESSION-PARA.
           DISPLAY "Enter the polling station id (POSTAL for the "
               "postal issue desk) ".
           MOVE SPACES TO MR-INPUT.
           ACCEPT MR-INPUT.
           MOVE FUNCTION UPPER-CASE(MR-INPUT(1:8)) TO MR-STATION.
           IF MR-STATION = SPACES
               DISPLAY "A station id is required - nothing marked."
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO MR-MARK-COUNT.
           MOVE 'Y' TO MR-MORE.
           PERFORM MARK-ONE-PARA UNTIL MR-MORE NOT = 'Y'.
           DISPLAY MR-MARK-COUNT " elector(s) marked at "
               MR-STATION ".".

       MARK-ONE-PARA.
           DISPLAY "Elector number (Enter to finish) ".
           MOVE SPACES TO MR-INPUT.
           ACCEPT MR-INPUT.
           MOVE FUNCTION UPPER-CASE(MR-INPUT(1:10)) TO MR-ELECTOR-NO.
           IF MR-ELECTOR-NO = SPACES
               MOVE 'N' TO MR-MORE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ELECTOR-PARA.
           IF MR-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE MR-ELECTION-ID TO MK-ELECTION-ID.
           MOVE MR-ELECTOR-NO TO MK-ELECTOR-NO.
           READ MARK-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'N' TO MR-OK-SWITCH
           END-READ.
           IF MR-OK-SWITCH NOT = 'Y'
               DISPLAY "*** " MR-ELECTOR-NO " ALREADY MARKED - "
                   "station " MK-STATION " mode " MK-MODE " on "
                   MK-DATE " - do NOT issue a second paper ***"
               MOVE "DUPLICATE" TO MR-EVENT
               MOVE SPACE TO MR-MODE
               PERFORM LOG-MARK-PARA
               EXIT PARAGRAPH
           END-IF.
           IF MR-STATION = 'POSTAL'
               MOVE 'P' TO MR-MODE
           ELSE
               DISPLAY "Issued I=in person (Enter), X=by proxy "
               MOVE SPACES TO MR-INPUT
               ACCEPT MR-INPUT
               MOVE FUNCTION UPPER-CASE(MR-INPUT(1:1)) TO MR-MODE
               IF MR-MODE = SPACE
                   MOVE 'I' TO MR-MODE
               END-IF
               IF MR-MODE NOT = 'I' AND MR-MODE NOT = 'X'
                   DISPLAY "Mode must be I or X - not marked."
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           ACCEPT MR-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT MR-RUN-TIME FROM TIME.
           MOVE SPACES TO MARKED-RECORD.
           MOVE MR-ELECTION-ID TO MK-ELECTION-ID.
           MOVE MR-ELECTOR-NO TO MK-ELECTOR-NO.
           MOVE ER-CONST-CODE TO MK-CONST-CODE.
           MOVE ER-DISTRICT TO MK-DISTRICT.
           MOVE MR-STATION TO MK-STATION.
           MOVE MR-MODE TO MK-MODE.
           MOVE MR-RUN-DATE TO MK-DATE.
           MOVE MR-RUN-TIME TO MK-TIME.
           MOVE MR-OPERATOR TO MK-OPERATOR.
           WRITE MARKED-RECORD
               INVALID KEY
                   DISPLAY "*** " MR-ELECTOR-NO " ALREADY MARKED - "
                       "do NOT issue a second paper ***"
                   EXIT PARAGRAPH
           END-WRITE.
           ADD 1 TO MR-MARK-COUNT.
           DISPLAY "Marked: " ER-NAME " (" ER-CONST-CODE "/"
               ER-DISTRICT ").".
           MOVE "MARK" TO MR-EVENT.
           PERFORM LOG-MARK-PARA.

      ******************************************************************
      * CHECK-ELECTOR-PARA - the elector must be on the register and
      * entitled, and the constituency's ballots open. MR-ELECTION-ID
      * is the constituency's election (blank where it has no
      * control record).
      ******************************************************************
       CHECK-ELECTOR-PARA.
           MOVE 'N' TO MR-OK-SWITCH.
           MOVE MR-ELECTOR-NO TO ER-ELECTOR-NO.
           READ ELECT-FILE
               INVALID KEY
                   DISPLAY "Elector " MR-ELECTOR-NO " is not on the "
                       "register - no paper may be issued."
                   EXIT PARAGRAPH
           END-READ.
           IF NOT ER-ENTITLED
               DISPLAY "Elector " MR-ELECTOR-NO " (" ER-NAME ") has "
                   "franchise " ER-FRANCHISE " - not entitled to a "
                   "paper."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO MR-ELECTION-ID.
           PERFORM FIND-ECTL-PARA.
           IF MR-ECTL-FOUND > ZERO
               IF MR-ECTL-STATUS(MR-ECTL-FOUND) NOT = 'O'
                   DISPLAY "Ballots for " ER-CONST-CODE " are not "
                       "open (status " MR-ECTL-STATUS(MR-ECTL-FOUND)
                       ") - no paper may be issued."
                   EXIT PARAGRAPH
               END-IF
               MOVE MR-ECTL-ID(MR-ECTL-FOUND) TO MR-ELECTION-ID
           END-IF.
           MOVE 'Y' TO MR-OK-SWITCH.

      ******************************************************************
      * UNMARK-PARA - take off a mark keyed against the wrong elector.
      * Only while the constituency's ballots are open, and always
      * with an audit line.
      ******************************************************************
       UNMARK-PARA.
           DISPLAY "Elector number to unmark ".
           MOVE SPACES TO MR-INPUT.
           ACCEPT MR-INPUT.
           MOVE FUNCTION UPPER-CASE(MR-INPUT(1:10)) TO MR-ELECTOR-NO.
           IF MR-ELECTOR-NO = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-ELECTOR-PARA.
           IF MR-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE MR-ELECTION-ID TO MK-ELECTION-ID.
           MOVE MR-ELECTOR-NO TO MK-ELECTOR-NO.
           READ MARK-FILE
               INVALID KEY
                   DISPLAY "Elector " MR-ELECTOR-NO " is not marked."
                   EXIT PARAGRAPH
           END-READ.
           DISPLAY ER-NAME " marked at station " MK-STATION " mode "
               MK-MODE " on " MK-DATE " by " MK-OPERATOR ".".
           DISPLAY "Remove this mark? (Y/N) ".
           MOVE SPACES TO MR-INPUT.
           ACCEPT MR-INPUT.
           IF FUNCTION UPPER-CASE(MR-INPUT(1:1)) NOT = 'Y'
               DISPLAY "Mark kept."
               EXIT PARAGRAPH
           END-IF.
           MOVE MK-STATION TO MR-STATION.
           MOVE MK-MODE TO MR-MODE.
           DELETE MARK-FILE RECORD.
           DISPLAY "Mark removed.".
           MOVE "UNMARK" TO MR-EVENT.
           PERFORM LOG-MARK-PARA.

       LOG-MARK-PARA.
           ACCEPT MR-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT MR-RUN-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           STRING MR-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               MR-RUN-TIME DELIMITED BY SIZE
               " MARKREG " DELIMITED BY SIZE
               FUNCTION TRIM(MR-EVENT) DELIMITED BY SIZE
               " ELECTION=" DELIMITED BY SIZE
               FUNCTION TRIM(MR-ELECTION-ID) DELIMITED BY SIZE
               " ELECTOR=" DELIMITED BY SIZE
               FUNCTION TRIM(MR-ELECTOR-NO) DELIMITED BY SIZE
               " CONST=" DELIMITED BY SIZE
               ER-CONST-CODE DELIMITED BY SIZE
               " STATION=" DELIMITED BY SIZE
               FUNCTION TRIM(MR-STATION) DELIMITED BY SIZE
               " MODE=" DELIMITED BY SIZE
               MR-MODE DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(MR-OPERATOR) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       END PROGRAM SubSTVMarkReg.
