      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Postal packet register and postal-voting
      *            statement. Every postal pack sent out is recorded
      *            on postal_packets.dat (PostRec.cpy) against the
      *            elector and the packet number printed on it, and
      *            followed through its events: issued, returned,
      *            opened with the declaration of identity verified
      *            or rejected with a reason, and the ballot passed
      *            to the count in a postal batch. Issuing a pack
      *            marks the elector on the marked register as
      *            issued a paper by post, so the same elector
      *            cannot also vote at a station; a spoilt or lost
      *            pack is cancelled and replaced without a second
      *            mark. The statement for a constituency
      *            reconciles packs issued against packs returned,
      *            declarations verified and rejected (by reason),
      *            ballots passed to the count, and the postal
      *            ballots actually on the votes file, and goes to
      *            stv_postal_statement.dat alongside the ballot
      *            accounting statement. Every event writes an audit
      *            line carrying the operator's id. Once the
      *            postal application cutoff on the election
      *            timetable has passed, a first pack is only issued
      *            on the operator's word that the application was
      *            received in time; replacements are not affected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVPostal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT POST-FILE
           ASSIGN TO 'postal_packets.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PP-PACKET-KEY
           FILE STATUS IS POST-FILE-STATUS.
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
       SELECT VOTES-FILE
           ASSIGN TO 'votes_output.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VR-BALLOT-KEY
           FILE STATUS IS VOTES-FILE-STATUS.
       SELECT ECTL-FILE
           ASSIGN TO 'election_ctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ECTL-FILE-STATUS.
       SELECT OPER-FILE
           ASSIGN TO 'operators.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPER-FILE-STATUS.
       SELECT STMT-FILE
           ASSIGN TO 'stv_postal_statement.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STMT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  POST-FILE            RECORD CONTAINS 95 CHARACTERS.
       COPY PostRec.

       FD  ELECT-FILE           RECORD CONTAINS 113 CHARACTERS.
       COPY ElectRec.

       FD  MARK-FILE            RECORD CONTAINS 65 CHARACTERS.
       COPY MarkRec.

       FD  VOTES-FILE           RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       FD  OPER-FILE            RECORD CONTAINS 46 CHARACTERS.
       COPY OperRec.

       FD  STMT-FILE            RECORD CONTAINS 80 CHARACTERS.
       01  STMT-RECORD          PIC X(80).

       WORKING-STORAGE SECTION.
       77 POST-FILE-STATUS     PIC XX VALUE '00'.
       77 ELECT-FILE-STATUS    PIC XX VALUE '00'.
       77 MARK-FILE-STATUS     PIC XX VALUE '00'.
       77 VOTES-FILE-STATUS    PIC XX VALUE '00'.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 OPER-FILE-STATUS     PIC XX VALUE '00'.
       77 STMT-FILE-STATUS     PIC XX VALUE '00'.
       01 AUDIT-RECORD         PIC X(300).
       COPY AuditReq.
      * Request block for the turnout service - the postal marks on
      * the marked register, for the statement's cross-check.
       COPY TurnReq.
      * Request block for the statutory deadline check.
       COPY DeadReq.
       77 PV-INPUT             PIC X(12).
       77 PV-ACTION            PIC X.
       77 PV-AGAIN             PIC X VALUE 'Y'.
       77 PV-MORE              PIC X.
       77 PV-OPERATOR          PIC X(8) VALUE SPACES.
       77 PV-OPER-OK-SWITCH    PIC X.
       77 PV-EOF-SWITCH        PIC X.
       77 PV-OK-SWITCH         PIC X.
       77 PV-ELECTOR-NO        PIC X(10).
       77 PV-PACKET-NO         PIC X(8).
       77 PV-OLD-PACKET        PIC X(8).
       77 PV-CONST-CODE        PIC X(3).
       77 PV-ELECTION-ID       PIC X(8).
       77 PV-BATCH-ID          PIC X(8).
       77 PV-REASON            PIC X(2).
       77 PV-EVENT             PIC X(10).
       77 PV-RUN-DATE          PIC 9(8).
       77 PV-RUN-TIME          PIC 9(8).
       77 PV-PASSED-COUNT      PIC 9(6).
       77 PV-CNT-EDIT          PIC Z(5)9.
       77 PV-DIFF              PIC S9(7).
       77 PV-MARKED            PIC 9(7).
       77 PV-DIFF-EDIT         PIC -(6)9.
       77 PV-REASON-IDX        PIC 9(2).
       77 PV-ECTL-TOTAL        PIC 9(2) VALUE ZERO.
       77 PV-ECTL-IDX          PIC 9(2).
       77 PV-ECTL-FOUND        PIC 9(2).
       01 PV-ROW               PIC X(80).
       01 PV-ECTL-TABLE-AREA.
           05 PV-ECTL-ENTRY        OCCURS 50 TIMES.
               10 PV-ECTL-CONST     PIC X(3).
               10 PV-ECTL-ID        PIC X(8).
               10 PV-ECTL-STATUS    PIC X.
      * The pack already out to the elector in this election, if
      * any, found when a new pack is asked for.
       01 PV-HELD-PACK.
           05 PV-HELD-PACKET       PIC X(8).
           05 PV-HELD-STATUS       PIC X.
      * Statement tallies for one constituency.
       01 PV-TALLY.
           05 PV-ISSUED            PIC 9(6).
           05 PV-CANCELLED         PIC 9(6).
           05 PV-OUT               PIC 9(6).
           05 PV-RETURNED          PIC 9(6).
           05 PV-AWAITING          PIC 9(6).
           05 PV-VERIFIED          PIC 9(6).
           05 PV-REJECTED          PIC 9(6).
           05 PV-TO-COUNT          PIC 9(6).
           05 PV-VOTES-LIVE        PIC 9(6).
           05 PV-VOTES-VOID        PIC 9(6).
           05 PV-REJ-BY-REASON     PIC 9(6) OCCURS 5 TIMES.
       01 PV-REASON-TEXT-AREA.
           05 filler PIC X(36) VALUE
               "declaration of identity missing     ".
           05 filler PIC X(36) VALUE
               "signature does not match            ".
           05 filler PIC X(36) VALUE
               "date of birth does not match        ".
           05 filler PIC X(36) VALUE
               "ballot paper envelope missing       ".
           05 filler PIC X(36) VALUE
               "received after the close of poll    ".
       01 PV-REASON-TABLE REDEFINES PV-REASON-TEXT-AREA.
           05 PV-REASON-TEXT       PIC X(36) OCCURS 5 TIMES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Postal Packets and Postal-Voting Statement.".
      * Working storage persists across CALLs - reset per-run state.
           MOVE ZERO TO PV-ECTL-TOTAL.
           MOVE SPACES TO PV-OPERATOR.
           MOVE SPACES TO PV-REASON.
           MOVE SPACES TO PV-BATCH-ID.
           MOVE ZERO TO PV-PASSED-COUNT.
           PERFORM LOAD-ECTL-PARA.
           IF PV-ECTL-TOTAL = ZERO
               DISPLAY "No election control records - ballot "
                   "status is NOT enforced."
           END-IF.
           PERFORM GET-OPERATOR-PARA.
           PERFORM VALIDATE-OPERATOR-PARA
               UNTIL PV-OPERATOR NOT = SPACES.
           OPEN INPUT ELECT-FILE.
           IF ELECT-FILE-STATUS NOT = '00'
               DISPLAY "No electoral_register.dat - load the "
                   "register of electors first."
               EXIT PROGRAM
           END-IF.
           PERFORM OPEN-FILES-PARA.
           IF POST-FILE-STATUS NOT = '00'
               OR MARK-FILE-STATUS NOT = '00'
               DISPLAY "Cannot open the postal packet or marked "
                   "register (status " POST-FILE-STATUS "/"
                   MARK-FILE-STATUS ")."
               CLOSE ELECT-FILE
               EXIT PROGRAM
           END-IF.
           MOVE 'Y' TO PV-AGAIN.
           PERFORM ONE-ACTION-PARA UNTIL PV-AGAIN NOT = 'Y'.
           CLOSE POST-FILE.
           CLOSE MARK-FILE.
           CLOSE ELECT-FILE.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

       OPEN-FILES-PARA.
           OPEN I-O POST-FILE.
           IF POST-FILE-STATUS = '35'
               OPEN OUTPUT POST-FILE
               CLOSE POST-FILE
               OPEN I-O POST-FILE
           END-IF.
           OPEN I-O MARK-FILE.
           IF MARK-FILE-STATUS = '35'
               OPEN OUTPUT MARK-FILE
               CLOSE MARK-FILE
               OPEN I-O MARK-FILE
           END-IF.

       LOAD-ECTL-PARA.
           MOVE 'N' TO PV-EOF-SWITCH.
           OPEN INPUT ECTL-FILE.
           IF ECTL-FILE-STATUS = '00'
               PERFORM READ-ECTL-PARA UNTIL PV-EOF-SWITCH = 'Y'
               CLOSE ECTL-FILE
           END-IF.

       READ-ECTL-PARA.
           READ ECTL-FILE
               AT END
                   MOVE 'Y' TO PV-EOF-SWITCH
               NOT AT END
                   IF PV-ECTL-TOTAL < 50
                       ADD 1 TO PV-ECTL-TOTAL
                       MOVE EC-CONST-CODE
                           TO PV-ECTL-CONST(PV-ECTL-TOTAL)
                       MOVE EC-ELECTION-ID
                           TO PV-ECTL-ID(PV-ECTL-TOTAL)
                       MOVE EC-STATUS
                           TO PV-ECTL-STATUS(PV-ECTL-TOTAL)
                   ELSE
                       MOVE 'Y' TO PV-EOF-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * FIND-ECTL-PARA - PV-CONST-CODE's control record; sets
      * PV-ELECTION-ID (blank where the constituency has none).
      ******************************************************************
       FIND-ECTL-PARA.
           MOVE ZERO TO PV-ECTL-FOUND.
           MOVE SPACES TO PV-ELECTION-ID.
           PERFORM SCAN-ECTL-PARA VARYING PV-ECTL-IDX FROM 1 BY 1
               UNTIL PV-ECTL-IDX > PV-ECTL-TOTAL
                   OR PV-ECTL-FOUND > ZERO.
           IF PV-ECTL-FOUND > ZERO
               MOVE PV-ECTL-ID(PV-ECTL-FOUND) TO PV-ELECTION-ID
           END-IF.

       SCAN-ECTL-PARA.
           IF PV-ECTL-CONST(PV-ECTL-IDX) = PV-CONST-CODE
               MOVE PV-ECTL-IDX TO PV-ECTL-FOUND
           END-IF.

       GET-OPERATOR-PARA.
           DISPLAY "Enter your operator id ".
           MOVE SPACES TO PV-INPUT.
           ACCEPT PV-INPUT.
           MOVE FUNCTION UPPER-CASE(PV-INPUT(1:8)) TO PV-OPERATOR.
           IF PV-OPERATOR NOT = SPACES
               PERFORM LOOKUP-OPERATOR-PARA
               IF PV-OPER-OK-SWITCH NOT = 'Y'
                   DISPLAY "Operator id not on operators.dat."
                   MOVE SPACES TO PV-OPERATOR
               END-IF
           END-IF.

       VALIDATE-OPERATOR-PARA.
           DISPLAY "A valid operator id is required - please "
               "re-enter.".
           PERFORM GET-OPERATOR-PARA.

       LOOKUP-OPERATOR-PARA.
           OPEN INPUT OPER-FILE.
           IF OPER-FILE-STATUS NOT = '00'
               MOVE 'Y' TO PV-OPER-OK-SWITCH
           ELSE
               MOVE 'N' TO PV-OPER-OK-SWITCH
               MOVE 'N' TO PV-EOF-SWITCH
               PERFORM READ-OPERATOR-PARA
                   UNTIL PV-EOF-SWITCH = 'Y'
                       OR PV-OPER-OK-SWITCH = 'Y'
               CLOSE OPER-FILE
           END-IF.

       READ-OPERATOR-PARA.
           READ OPER-FILE
               AT END
                   MOVE 'Y' TO PV-EOF-SWITCH
               NOT AT END
                   IF OP-ID = PV-OPERATOR
                       AND NOT OP-DISABLED
                       MOVE 'Y' TO PV-OPER-OK-SWITCH
                   END-IF
           END-READ.

       ONE-ACTION-PARA.
           DISPLAY " ".
           DISPLAY "Action - I=Issue packs, R=Record returns, "
               "O=Opening (declarations), C=Pass to count,".
           DISPLAY "         F=Find an elector's packs, "
               "S=Postal-voting statement, Q=Quit ".
           MOVE SPACES TO PV-INPUT.
           ACCEPT PV-INPUT.
           MOVE FUNCTION UPPER-CASE(PV-INPUT(1:1)) TO PV-ACTION.
           IF PV-ACTION = 'I'
               MOVE 'Y' TO PV-MORE
               PERFORM ISSUE-ONE-PARA UNTIL PV-MORE NOT = 'Y'
           ELSE IF PV-ACTION = 'R'
               MOVE 'Y' TO PV-MORE
               PERFORM RETURN-ONE-PARA UNTIL PV-MORE NOT = 'Y'
           ELSE IF PV-ACTION = 'O'
               MOVE 'Y' TO PV-MORE
               PERFORM OPEN-ONE-PARA UNTIL PV-MORE NOT = 'Y'
           ELSE IF PV-ACTION = 'C'
               PERFORM PASS-TO-COUNT-PARA
           ELSE IF PV-ACTION = 'F'
               PERFORM FIND-PACKS-PARA
           ELSE IF PV-ACTION = 'S'
               PERFORM STATEMENT-PARA
           ELSE IF PV-ACTION = 'Q'
               MOVE 'N' TO PV-AGAIN
           ELSE
               DISPLAY "Action must be I, R, O, C, F, S or Q.".

      ******************************************************************
      * GET-ELECTOR-PARA - key an elector and read the register;
      * PV-MORE goes to 'N' on Enter alone, ending the run of
      * entries. PV-OK-SWITCH says whether the elector was found.
      ******************************************************************
       GET-ELECTOR-PARA.
           MOVE 'N' TO PV-OK-SWITCH.
           DISPLAY "Elector number (Enter to finish) ".
           MOVE SPACES TO PV-INPUT.
           ACCEPT PV-INPUT.
           MOVE FUNCTION UPPER-CASE(PV-INPUT(1:10)) TO PV-ELECTOR-NO.
           IF PV-ELECTOR-NO = SPACES
               MOVE 'N' TO PV-MORE
               EXIT PARAGRAPH
           END-IF.
           MOVE PV-ELECTOR-NO TO ER-ELECTOR-NO.
           READ ELECT-FILE
               INVALID KEY
                   DISPLAY "Elector " PV-ELECTOR-NO " is not on the "
                       "register."
               NOT INVALID KEY
                   MOVE 'Y' TO PV-OK-SWITCH
                   MOVE ER-CONST-CODE TO PV-CONST-CODE
                   PERFORM FIND-ECTL-PARA
           END-READ.

      ******************************************************************
      * GET-PACKET-PARA - the packet number off the envelope, and
      * the pack's record; PV-OK-SWITCH says whether it is on file.
      ******************************************************************
       GET-PACKET-PARA.
           MOVE 'N' TO PV-OK-SWITCH.
           DISPLAY "Packet number ".
           MOVE SPACES TO PV-INPUT.
           ACCEPT PV-INPUT.
           MOVE FUNCTION UPPER-CASE(PV-INPUT(1:8)) TO PV-PACKET-NO.
           IF PV-PACKET-NO = SPACES
               DISPLAY "No packet number given."
               EXIT PARAGRAPH
           END-IF.
           MOVE PV-ELECTOR-NO TO PP-ELECTOR-NO.
           MOVE PV-PACKET-NO TO PP-PACKET-NO.
           READ POST-FILE
               INVALID KEY
                   DISPLAY "No pack " PV-PACKET-NO " for elector "
                       PV-ELECTOR-NO "."
               NOT INVALID KEY
                   MOVE 'Y' TO PV-OK-SWITCH
           END-READ.

      ******************************************************************
      * CHECK-STATUS-PARA - packs are issued only while the ballots
      * are open; returns, opening and passing to the count carry on
      * after the close of poll but stop once the constituency is
      * counted. A constituency with no control record is not
      * enforced.
      ******************************************************************
       CHECK-STATUS-PARA.
           MOVE 'Y' TO PV-OK-SWITCH.
           IF PV-ECTL-FOUND = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF PV-ACTION = 'I'
               IF PV-ECTL-STATUS(PV-ECTL-FOUND) NOT = 'O'
                   MOVE 'N' TO PV-OK-SWITCH
               END-IF
           ELSE
               IF PV-ECTL-STATUS(PV-ECTL-FOUND) NOT = 'O'
                   AND PV-ECTL-STATUS(PV-ECTL-FOUND) NOT = 'B'
                   MOVE 'N' TO PV-OK-SWITCH
               END-IF
           END-IF.
           IF PV-OK-SWITCH = 'N'
               DISPLAY "Constituency " PV-CONST-CODE " is at status "
                   PV-ECTL-STATUS(PV-ECTL-FOUND) " - not allowed "
                   "now."
           END-IF.

      ******************************************************************
      * ISSUE-ONE-PARA - a pack to one entitled elector. An elector
      * already marked in the election is refused, unless the mark
      * is for an outstanding pack being replaced (spoilt or lost):
      * the old pack is cancelled and the mark stands.
      ******************************************************************
       ISSUE-ONE-PARA.
           PERFORM GET-ELECTOR-PARA.
           IF PV-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF NOT ER-ENTITLED
               DISPLAY "Elector " PV-ELECTOR-NO " has franchise "
                   ER-FRANCHISE " - not entitled to a paper."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-STATUS-PARA.
           IF PV-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-HELD-PACK-PARA.
           IF PV-HELD-PACKET NOT = SPACES
               AND PV-HELD-STATUS NOT = 'I'
               DISPLAY "Pack " PV-HELD-PACKET " to this elector is "
                   "already back (status " PV-HELD-STATUS ") - no "
                   "new pack may be issued."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO PV-OLD-PACKET.
           IF PV-HELD-PACKET NOT = SPACES
               DISPLAY "Pack " PV-HELD-PACKET " is out to this "
                   "elector. Cancel it and issue a replacement? (Y/N) "
               MOVE SPACES TO PV-INPUT
               ACCEPT PV-INPUT
               IF FUNCTION UPPER-CASE(PV-INPUT(1:1)) NOT = 'Y'
                   DISPLAY "No pack issued."
                   EXIT PARAGRAPH
               END-IF
               MOVE PV-HELD-PACKET TO PV-OLD-PACKET
           ELSE
               MOVE PV-ELECTION-ID TO MK-ELECTION-ID
               MOVE PV-ELECTOR-NO TO MK-ELECTOR-NO
               READ MARK-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY "*** " PV-ELECTOR-NO " ALREADY "
                           "MARKED - station " MK-STATION " mode "
                           MK-MODE " - no pack may be issued ***"
                       EXIT PARAGRAPH
               END-READ
           END-IF.
           IF PV-OLD-PACKET = SPACES
               PERFORM CHECK-CUTOFF-PARA
               IF PV-OK-SWITCH NOT = 'Y'
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "Packet number of the new pack ".
           MOVE SPACES TO PV-INPUT.
           ACCEPT PV-INPUT.
           MOVE FUNCTION UPPER-CASE(PV-INPUT(1:8)) TO PV-PACKET-NO.
           IF PV-PACKET-NO = SPACES
               DISPLAY "No packet number given - no pack issued."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT PV-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PV-RUN-TIME FROM TIME.
           MOVE SPACES TO POSTAL-PACKET-RECORD.
           MOVE PV-ELECTOR-NO TO PP-ELECTOR-NO.
           MOVE PV-PACKET-NO TO PP-PACKET-NO.
           MOVE PV-ELECTION-ID TO PP-ELECTION-ID.
           MOVE ER-CONST-CODE TO PP-CONST-CODE.
           MOVE ER-DISTRICT TO PP-DISTRICT.
           SET PP-ISSUED TO TRUE.
           MOVE PV-RUN-DATE TO PP-ISSUE-DATE.
           MOVE ZERO TO PP-RETURN-DATE.
           MOVE ZERO TO PP-OPEN-DATE.
           MOVE ZERO TO PP-COUNT-DATE.
           MOVE PV-OPERATOR TO PP-OPERATOR.
           WRITE POSTAL-PACKET-RECORD
               INVALID KEY
                   DISPLAY "Pack " PV-PACKET-NO " is already on file "
                       "for this elector - no pack issued."
                   EXIT PARAGRAPH
           END-WRITE.
           IF PV-OLD-PACKET NOT = SPACES
               PERFORM CANCEL-OLD-PACK-PARA
           ELSE
               PERFORM MARK-ELECTOR-PARA
           END-IF.
           DISPLAY "Pack " PV-PACKET-NO " issued to " ER-NAME ".".
           MOVE "ISSUE" TO PV-EVENT.
           PERFORM LOG-EVENT-PARA.

      ******************************************************************
      * CHECK-CUTOFF-PARA - past the postal application cutoff a new
      * postal voter needs an application received in time.
      ******************************************************************
       CHECK-CUTOFF-PARA.
           MOVE 'Y' TO PV-OK-SWITCH.
           MOVE PV-CONST-CODE TO DL-CONST-CODE.
           MOVE PV-ELECTION-ID TO DL-ELECTION-ID.
           MOVE 5 TO DL-MILESTONE.
           CALL 'SubSTVDeadline' USING DEADLINE-REQUEST.
           IF DL-RC NOT = 01
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "*** " FUNCTION TRIM(DL-NAME) " was " DL-DATE " "
               DL-TIME " ***".
           DISPLAY "Was this elector's application received before "
               "the cutoff? (Y/N) ".
           MOVE SPACES TO PV-INPUT.
           ACCEPT PV-INPUT.
           IF FUNCTION UPPER-CASE(PV-INPUT(1:1)) NOT = 'Y'
               MOVE 'N' TO PV-OK-SWITCH
               DISPLAY "No pack issued - the application is out of "
                   "time."
           END-IF.

      ******************************************************************
      * FIND-HELD-PACK-PARA - the elector's packs run together on the
      * key; the one in this election not cancelled is the pack held.
      ******************************************************************
       FIND-HELD-PACK-PARA.
           MOVE SPACES TO PV-HELD-PACK.
           MOVE PV-ELECTOR-NO TO PP-ELECTOR-NO.
           MOVE LOW-VALUES TO PP-PACKET-NO.
           MOVE 'N' TO PV-EOF-SWITCH.
           START POST-FILE KEY IS NOT LESS THAN PP-PACKET-KEY
               INVALID KEY
                   MOVE 'Y' TO PV-EOF-SWITCH
           END-START.
           PERFORM SCAN-HELD-PACK-PARA UNTIL PV-EOF-SWITCH = 'Y'.

       SCAN-HELD-PACK-PARA.
           READ POST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PV-EOF-SWITCH
               NOT AT END
                   IF PP-ELECTOR-NO NOT = PV-ELECTOR-NO
                       MOVE 'Y' TO PV-EOF-SWITCH
                   ELSE
                       IF PP-ELECTION-ID = PV-ELECTION-ID
                           AND NOT PP-CANCELLED
                           MOVE PP-PACKET-NO TO PV-HELD-PACKET
                           MOVE PP-STATUS TO PV-HELD-STATUS
                       END-IF
                   END-IF
           END-READ.

       CANCEL-OLD-PACK-PARA.
           MOVE PV-ELECTOR-NO TO PP-ELECTOR-NO.
           MOVE PV-OLD-PACKET TO PP-PACKET-NO.
           READ POST-FILE
               INVALID KEY
                   EXIT PARAGRAPH
           END-READ.
           SET PP-CANCELLED TO TRUE.
           MOVE PV-OPERATOR TO PP-OPERATOR.
           REWRITE POSTAL-PACKET-RECORD.
           MOVE PV-OLD-PACKET TO PV-PACKET-NO.
           MOVE "CANCEL" TO PV-EVENT.
           PERFORM LOG-EVENT-PARA.
           DISPLAY "Pack " PV-OLD-PACKET " cancelled.".
           MOVE PV-ELECTOR-NO TO PP-ELECTOR-NO.
           READ POST-FILE
               INVALID KEY
                   CONTINUE
           END-READ.

       MARK-ELECTOR-PARA.
           MOVE SPACES TO MARKED-RECORD.
           MOVE PV-ELECTION-ID TO MK-ELECTION-ID.
           MOVE PV-ELECTOR-NO TO MK-ELECTOR-NO.
           MOVE ER-CONST-CODE TO MK-CONST-CODE.
           MOVE ER-DISTRICT TO MK-DISTRICT.
           MOVE "POSTAL" TO MK-STATION.
           SET MK-POSTAL TO TRUE.
           MOVE PV-RUN-DATE TO MK-DATE.
           MOVE PV-RUN-TIME TO MK-TIME.
           MOVE PV-OPERATOR TO MK-OPERATOR.
           WRITE MARKED-RECORD
               INVALID KEY
                   DISPLAY "*** " PV-ELECTOR-NO " was already marked "
                       "on the marked register ***"
           END-WRITE.

      ******************************************************************
      * RETURN-ONE-PARA - a pack back through the post, unopened.
      ******************************************************************
       RETURN-ONE-PARA.
           PERFORM GET-ELECTOR-PARA.
           IF PV-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-PACKET-PARA.
           IF PV-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF NOT PP-ISSUED
               DISPLAY "Pack " PV-PACKET-NO " is at status "
                   PP-STATUS " - not awaiting return."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-STATUS-PARA.
           IF PV-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           ACCEPT PV-RUN-DATE FROM DATE YYYYMMDD.
           SET PP-RETURNED TO TRUE.
           MOVE PV-RUN-DATE TO PP-RETURN-DATE.
           MOVE PV-OPERATOR TO PP-OPERATOR.
           REWRITE POSTAL-PACKET-RECORD.
           DISPLAY "Pack " PV-PACKET-NO " recorded as returned.".
           MOVE "RETURN" TO PV-EVENT.
           PERFORM LOG-EVENT-PARA.

      ******************************************************************
      * OPEN-ONE-PARA - the opening session: the declaration of
      * identity is checked and the pack verified or rejected with
      * its reason.
      ******************************************************************
       OPEN-ONE-PARA.
           PERFORM GET-ELECTOR-PARA.
           IF PV-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-PACKET-PARA.
           IF PV-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF NOT PP-RETURNED
               DISPLAY "Pack " PV-PACKET-NO " is at status "
                   PP-STATUS " - only a returned pack is opened."
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-STATUS-PARA.
           IF PV-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Declaration V=verified, J=rejected ".
           MOVE SPACES TO PV-INPUT.
           ACCEPT PV-INPUT.
           MOVE FUNCTION UPPER-CASE(PV-INPUT(1:1)) TO PV-INPUT.
           IF PV-INPUT(1:1) = 'V'
               SET PP-VERIFIED TO TRUE
               MOVE SPACES TO PP-REASON
               MOVE "VERIFY" TO PV-EVENT
           ELSE IF PV-INPUT(1:1) = 'J'
               PERFORM GET-REASON-PARA
               IF PV-REASON = SPACES
                   EXIT PARAGRAPH
               END-IF
               SET PP-REJECTED TO TRUE
               MOVE PV-REASON TO PP-REASON
               MOVE "REJECT" TO PV-EVENT
           ELSE
               DISPLAY "Must be V or J - pack left unopened."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT PV-RUN-DATE FROM DATE YYYYMMDD.
           MOVE PV-RUN-DATE TO PP-OPEN-DATE.
           MOVE PV-OPERATOR TO PP-OPERATOR.
           REWRITE POSTAL-PACKET-RECORD.
           IF PP-VERIFIED
               DISPLAY "Pack " PV-PACKET-NO " verified."
           ELSE
               DISPLAY "Pack " PV-PACKET-NO " rejected, reason "
                   PV-REASON "."
           END-IF.
           PERFORM LOG-EVENT-PARA.

       GET-REASON-PARA.
           MOVE SPACES TO PV-REASON.
           PERFORM SHOW-REASON-PARA VARYING PV-REASON-IDX FROM 1
               BY 1 UNTIL PV-REASON-IDX > 5.
           DISPLAY "Reason (01-05) ".
           MOVE SPACES TO PV-INPUT.
           ACCEPT PV-INPUT.
           IF PV-INPUT(1:2) = '01' OR PV-INPUT(1:2) = '02'
               OR PV-INPUT(1:2) = '03' OR PV-INPUT(1:2) = '04'
               OR PV-INPUT(1:2) = '05'
               MOVE PV-INPUT(1:2) TO PV-REASON
           ELSE
               DISPLAY "Not a rejection reason - pack left "
                   "unopened."
           END-IF.

       SHOW-REASON-PARA.
           DISPLAY "  0" PV-REASON-IDX " "
               PV-REASON-TEXT(PV-REASON-IDX).

      ******************************************************************
      * PASS-TO-COUNT-PARA - every verified pack for a constituency
      * goes to the count together, as one postal batch; the batch
      * id is the box id its ballots are imported or keyed under.
      ******************************************************************
       PASS-TO-COUNT-PARA.
           PERFORM GET-CONST-PARA.
           IF PV-CONST-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-STATUS-PARA.
           IF PV-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Postal batch id (the box id for these ballots) ".
           MOVE SPACES TO PV-INPUT.
           ACCEPT PV-INPUT.
           MOVE FUNCTION UPPER-CASE(PV-INPUT(1:8)) TO PV-BATCH-ID.
           IF PV-BATCH-ID = SPACES
               DISPLAY "A batch id is required - nothing passed."
               EXIT PARAGRAPH
           END-IF.
           ACCEPT PV-RUN-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO PV-PASSED-COUNT.
           MOVE LOW-VALUES TO PP-PACKET-KEY.
           MOVE 'N' TO PV-EOF-SWITCH.
           START POST-FILE KEY IS NOT LESS THAN PP-PACKET-KEY
               INVALID KEY
                   MOVE 'Y' TO PV-EOF-SWITCH
           END-START.
           PERFORM PASS-ONE-PARA UNTIL PV-EOF-SWITCH = 'Y'.
           DISPLAY PV-PASSED-COUNT " verified pack(s) passed to the "
               "count as batch " PV-BATCH-ID ".".
           MOVE SPACES TO PV-ELECTOR-NO.
           MOVE SPACES TO PV-PACKET-NO.
           MOVE "TOCOUNT" TO PV-EVENT.
           PERFORM LOG-EVENT-PARA.

       PASS-ONE-PARA.
           READ POST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PV-EOF-SWITCH
               NOT AT END
                   IF PP-CONST-CODE = PV-CONST-CODE
                       AND PP-ELECTION-ID = PV-ELECTION-ID
                       AND PP-VERIFIED
                       SET PP-TO-COUNT TO TRUE
                       MOVE PV-RUN-DATE TO PP-COUNT-DATE
                       MOVE PV-BATCH-ID TO PP-BATCH-ID
                       MOVE PV-OPERATOR TO PP-OPERATOR
                       REWRITE POSTAL-PACKET-RECORD
                       ADD 1 TO PV-PASSED-COUNT
                   END-IF
           END-READ.

       GET-CONST-PARA.
           DISPLAY "Enter the constituency code (3 characters) ".
           MOVE SPACES TO PV-INPUT.
           ACCEPT PV-INPUT.
           MOVE FUNCTION UPPER-CASE(PV-INPUT(1:3)) TO PV-CONST-CODE.
           IF PV-CONST-CODE = SPACES
               DISPLAY "No constituency given."
           ELSE
               PERFORM FIND-ECTL-PARA
           END-IF.

      ******************************************************************
      * FIND-PACKS-PARA - every pack ever sent to one elector.
      ******************************************************************
       FIND-PACKS-PARA.
           MOVE 'Y' TO PV-MORE.
           PERFORM GET-ELECTOR-PARA.
           IF PV-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY ER-NAME " (" ER-CONST-CODE "/" ER-DISTRICT ")".
           DISPLAY "Packet   Elect.   St Rsn Issued   Returned "
               "Opened   ToCount  Batch".
           MOVE PV-ELECTOR-NO TO PP-ELECTOR-NO.
           MOVE LOW-VALUES TO PP-PACKET-NO.
           MOVE 'N' TO PV-EOF-SWITCH.
           START POST-FILE KEY IS NOT LESS THAN PP-PACKET-KEY
               INVALID KEY
                   MOVE 'Y' TO PV-EOF-SWITCH
           END-START.
           PERFORM SHOW-PACK-PARA UNTIL PV-EOF-SWITCH = 'Y'.

       SHOW-PACK-PARA.
           READ POST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PV-EOF-SWITCH
               NOT AT END
                   IF PP-ELECTOR-NO NOT = PV-ELECTOR-NO
                       MOVE 'Y' TO PV-EOF-SWITCH
                   ELSE
                       DISPLAY PP-PACKET-NO " " PP-ELECTION-ID " "
                           PP-STATUS "  " PP-REASON "  "
                           PP-ISSUE-DATE " " PP-RETURN-DATE " "
                           PP-OPEN-DATE " " PP-COUNT-DATE " "
                           PP-BATCH-ID
                   END-IF
           END-READ.

      ******************************************************************
      * STATEMENT-PARA - the postal-voting statement for one
      * constituency's election: the packs through each stage, the
      * rejections by reason, and the postal ballots on the votes
      * file set against the packs passed to the count.
      ******************************************************************
       STATEMENT-PARA.
           PERFORM GET-CONST-PARA.
           IF PV-CONST-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           INITIALIZE PV-TALLY.
           MOVE LOW-VALUES TO PP-PACKET-KEY.
           MOVE 'N' TO PV-EOF-SWITCH.
           START POST-FILE KEY IS NOT LESS THAN PP-PACKET-KEY
               INVALID KEY
                   MOVE 'Y' TO PV-EOF-SWITCH
           END-START.
           PERFORM TALLY-PACK-PARA UNTIL PV-EOF-SWITCH = 'Y'.
           PERFORM TALLY-VOTES-PARA.
           MOVE PV-CONST-CODE TO TQ-CONST-CODE.
           MOVE PV-ELECTION-ID TO TQ-ELECTION-ID.
           CALL 'SubSTVTurnCalc' USING TURNOUT-REQUEST.
           OPEN OUTPUT STMT-FILE.
           PERFORM WRITE-STATEMENT-PARA.
           CLOSE STMT-FILE.
           DISPLAY "Statement written to stv_postal_statement.dat.".

       TALLY-PACK-PARA.
           READ POST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PV-EOF-SWITCH
               NOT AT END
                   IF PP-CONST-CODE = PV-CONST-CODE
                       AND PP-ELECTION-ID = PV-ELECTION-ID
                       PERFORM TALLY-ONE-PACK-PARA
                   END-IF
           END-READ.

       TALLY-ONE-PACK-PARA.
           ADD 1 TO PV-ISSUED.
           IF PP-CANCELLED
               ADD 1 TO PV-CANCELLED
           ELSE IF PP-ISSUED
               ADD 1 TO PV-OUT
           ELSE
               ADD 1 TO PV-RETURNED
               IF PP-RETURNED
                   ADD 1 TO PV-AWAITING
               ELSE IF PP-REJECTED
                   ADD 1 TO PV-REJECTED
                   IF PP-REASON >= '01' AND PP-REASON <= '05'
                       MOVE PP-REASON TO PV-REASON-IDX
                       ADD 1 TO PV-REJ-BY-REASON(PV-REASON-IDX)
                   END-IF
               ELSE
                   ADD 1 TO PV-VERIFIED
                   IF PP-TO-COUNT
                       ADD 1 TO PV-TO-COUNT
                   END-IF
               END-IF
           END-IF.

       TALLY-VOTES-PARA.
           MOVE 'N' TO PV-EOF-SWITCH.
           OPEN INPUT VOTES-FILE.
           IF VOTES-FILE-STATUS = '00'
               PERFORM TALLY-ONE-VOTE-PARA
                   UNTIL PV-EOF-SWITCH = 'Y'
               CLOSE VOTES-FILE
           END-IF.

       TALLY-ONE-VOTE-PARA.
           READ VOTES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO PV-EOF-SWITCH
               NOT AT END
                   IF VR-CONST-CODE = PV-CONST-CODE
                       AND VR-CHAN-POSTAL
                       AND (VR-ELECTION-ID = PV-ELECTION-ID
                           OR VR-ELECTION-ID = SPACES)
                       IF VR-VOIDED
                           ADD 1 TO PV-VOTES-VOID
                       ELSE
                           ADD 1 TO PV-VOTES-LIVE
                       END-IF
                   END-IF
           END-READ.

       WRITE-STATEMENT-PARA.
           MOVE SPACES TO PV-ROW.
           STRING "POSTAL VOTING STATEMENT - constituency "
               DELIMITED BY SIZE
               PV-CONST-CODE DELIMITED BY SIZE
               " election " DELIMITED BY SIZE
               PV-ELECTION-ID DELIMITED BY SIZE
               INTO PV-ROW
           END-STRING.
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE PV-ISSUED TO PV-CNT-EDIT.
           MOVE "Postal packs issued:" TO PV-ROW.
           MOVE PV-CNT-EDIT TO PV-ROW(45:6).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE PV-CANCELLED TO PV-CNT-EDIT.
           MOVE "  cancelled and replaced (spoilt/lost):" TO PV-ROW.
           MOVE PV-CNT-EDIT TO PV-ROW(45:6).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE PV-OUT TO PV-CNT-EDIT.
           MOVE "  not returned:" TO PV-ROW.
           MOVE PV-CNT-EDIT TO PV-ROW(45:6).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE PV-RETURNED TO PV-CNT-EDIT.
           MOVE "Postal packs returned:" TO PV-ROW.
           MOVE PV-CNT-EDIT TO PV-ROW(45:6).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE PV-AWAITING TO PV-CNT-EDIT.
           MOVE "  awaiting opening:" TO PV-ROW.
           MOVE PV-CNT-EDIT TO PV-ROW(45:6).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE PV-REJECTED TO PV-CNT-EDIT.
           MOVE "  declarations rejected:" TO PV-ROW.
           MOVE PV-CNT-EDIT TO PV-ROW(45:6).
           PERFORM WRITE-STMT-ROW-PARA.
           PERFORM WRITE-REASON-LINE-PARA VARYING PV-REASON-IDX
               FROM 1 BY 1 UNTIL PV-REASON-IDX > 5.
           MOVE PV-VERIFIED TO PV-CNT-EDIT.
           MOVE "  declarations verified:" TO PV-ROW.
           MOVE PV-CNT-EDIT TO PV-ROW(45:6).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE PV-TO-COUNT TO PV-CNT-EDIT.
           MOVE "Ballots passed to the count:" TO PV-ROW.
           MOVE PV-CNT-EDIT TO PV-ROW(45:6).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE PV-VOTES-LIVE TO PV-CNT-EDIT.
           MOVE "Postal ballots on the votes file (live):" TO PV-ROW.
           MOVE PV-CNT-EDIT TO PV-ROW(45:6).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE PV-VOTES-VOID TO PV-CNT-EDIT.
           MOVE "Postal ballots on the votes file (voided):"
               TO PV-ROW.
           MOVE PV-CNT-EDIT TO PV-ROW(45:6).
           PERFORM WRITE-STMT-ROW-PARA.
           COMPUTE PV-DIFF = PV-VOTES-LIVE + PV-VOTES-VOID
               - PV-TO-COUNT.
           IF PV-DIFF = ZERO
               MOVE "BALANCE: postal ballots on file match the packs"
                   TO PV-ROW
               MOVE "passed to the count." TO PV-ROW(50:)
           ELSE
               MOVE PV-DIFF TO PV-DIFF-EDIT
               MOVE SPACES TO PV-ROW
               STRING "*** postal ballots on file differ from packs "
                   DELIMITED BY SIZE
                   "passed to the count by " DELIMITED BY SIZE
                   FUNCTION TRIM(PV-DIFF-EDIT) DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO PV-ROW
               END-STRING
           END-IF.
           PERFORM WRITE-STMT-ROW-PARA.
           PERFORM WRITE-MARK-CHECK-PARA.

       WRITE-REASON-LINE-PARA.
           IF PV-REJ-BY-REASON(PV-REASON-IDX) > ZERO
               MOVE PV-REJ-BY-REASON(PV-REASON-IDX) TO PV-CNT-EDIT
               MOVE SPACES TO PV-ROW
               STRING "    " DELIMITED BY SIZE
                   PV-REASON-TEXT(PV-REASON-IDX) DELIMITED BY SIZE
                   INTO PV-ROW
               END-STRING
               MOVE PV-CNT-EDIT TO PV-ROW(45:6)
               PERFORM WRITE-STMT-ROW-PARA
           END-IF.

      ******************************************************************
      * WRITE-MARK-CHECK-PARA - every pack not cancelled stands for
      * one elector marked as issued a paper by post, whether the
      * pack has come back (counted in turnout) or is still out.
      ******************************************************************
       WRITE-MARK-CHECK-PARA.
           IF TQ-RC NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE PV-MARKED = TQ-POSTAL + TQ-POSTAL-OUT.
           MOVE PV-MARKED TO PV-CNT-EDIT.
           MOVE "Electors marked as postal (marked register):"
               TO PV-ROW.
           MOVE PV-CNT-EDIT TO PV-ROW(45:6).
           PERFORM WRITE-STMT-ROW-PARA.
           MOVE TQ-POSTAL TO PV-CNT-EDIT.
           MOVE "  of whom pack back (counted in turnout):"
               TO PV-ROW.
           MOVE PV-CNT-EDIT TO PV-ROW(45:6).
           PERFORM WRITE-STMT-ROW-PARA.
           COMPUTE PV-DIFF = PV-MARKED - (PV-ISSUED - PV-CANCELLED).
           IF PV-DIFF NOT = ZERO
               MOVE PV-DIFF TO PV-DIFF-EDIT
               MOVE SPACES TO PV-ROW
               STRING "*** postal marks differ from packs issued by "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(PV-DIFF-EDIT) DELIMITED BY SIZE
                   " ***" DELIMITED BY SIZE
                   INTO PV-ROW
               END-STRING
               PERFORM WRITE-STMT-ROW-PARA
           END-IF.

       WRITE-STMT-ROW-PARA.
           DISPLAY PV-ROW.
           MOVE PV-ROW TO STMT-RECORD.
           WRITE STMT-RECORD.

       LOG-EVENT-PARA.
           ACCEPT PV-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PV-RUN-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           STRING PV-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               PV-RUN-TIME DELIMITED BY SIZE
               " POSTAL " DELIMITED BY SIZE
               FUNCTION TRIM(PV-EVENT) DELIMITED BY SIZE
               " ELECTION=" DELIMITED BY SIZE
               FUNCTION TRIM(PV-ELECTION-ID) DELIMITED BY SIZE
               " CONST=" DELIMITED BY SIZE
               PV-CONST-CODE DELIMITED BY SIZE
               " ELECTOR=" DELIMITED BY SIZE
               FUNCTION TRIM(PV-ELECTOR-NO) DELIMITED BY SIZE
               " PACKET=" DELIMITED BY SIZE
               FUNCTION TRIM(PV-PACKET-NO) DELIMITED BY SIZE
               " REASON=" DELIMITED BY SIZE
               PV-REASON DELIMITED BY SIZE
               " BATCH=" DELIMITED BY SIZE
               FUNCTION TRIM(PV-BATCH-ID) DELIMITED BY SIZE
               " COUNT=" DELIMITED BY SIZE
               PV-PASSED-COUNT DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(PV-OPERATOR) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.
           MOVE SPACES TO PV-REASON.
           MOVE SPACES TO PV-BATCH-ID.
           MOVE ZERO TO PV-PASSED-COUNT.

       END PROGRAM SubSTVPostal.
