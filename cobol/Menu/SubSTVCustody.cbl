      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Ballot box chain of custody and seal register.
      *            Each box's life from the close of poll to the
      *            count centre goes on the custody log
      *            (box_custody.dat, CustRec.cpy): the seal numbers
      *            applied when it was sealed, every handover (from,
      *            to, when, and the operator who signed for it) and
      *            the seal check when it was opened. Seals found at
      *            opening that do not match those applied put the
      *            box on hold - the import, manual entry and reject
      *            resubmission then refuse ballots under its id -
      *            until a supervisor or the returning officer
      *            clears it with a reason. The history of a box can
      *            be shown, and the held boxes listed. Every event
      *            writes an audit line; the custody log of a
      *            constituency goes into its scrutiny evidence pack.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVCustody.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUST-FILE
           ASSIGN TO 'box_custody.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUST-FILE-STATUS.
       SELECT OPER-FILE
           ASSIGN TO 'operators.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE            RECORD CONTAINS 163 CHARACTERS.
       COPY CustRec.

       FD  OPER-FILE            RECORD CONTAINS 46 CHARACTERS.
       COPY OperRec.

       WORKING-STORAGE SECTION.
       77 CUST-FILE-STATUS     PIC XX VALUE '00'.
       77 OPER-FILE-STATUS     PIC XX VALUE '00'.
       01 AUDIT-RECORD         PIC X(300).
       COPY AuditReq.
       77 CY-INPUT             PIC X(40).
       77 CY-ACTION            PIC X.
       77 CY-AGAIN             PIC X VALUE 'Y'.
       77 CY-OPERATOR          PIC X(8) VALUE SPACES.
       77 CY-OPER-ROLE         PIC X.
       77 CY-OPER-OK-SWITCH    PIC X.
       77 CY-OPER-FILE-SWITCH  PIC X.
       77 CY-EOF-SWITCH        PIC X.
       77 CY-OK-SWITCH         PIC X.
       77 CY-CONST-CODE        PIC X(3).
       77 CY-BOX-ID            PIC X(8).
       77 CY-EVENT             PIC X(10).
       77 CY-EVENT-CODE        PIC X.
       77 CY-WHEN-DATE         PIC 9(8).
       77 CY-WHEN-TIME         PIC 9(4).
       77 CY-NOW-DATE          PIC 9(8).
       77 CY-NOW-TIME          PIC 9(8).
       77 CY-PTR               PIC 9(3).
       77 CY-SEAL-IDX          PIC 9.
       77 CY-FIND-IDX          PIC 9.
       77 CY-SEAL-COUNT        PIC 9.
       77 CY-MATCH-COUNT       PIC 9.
       77 CY-SEAL-TEXT         PIC X(44).
       77 CY-BOX-TOTAL         PIC 9(3).
       77 CY-BOX-IDX           PIC 9(3).
       77 CY-FOUND-IDX         PIC 9(3).
       77 CY-HELD-COUNT        PIC 9(3).
       01 CY-ROW               PIC X(80).
      * The box's state, read off its events in order.
       01 CY-HISTORY.
           05 CY-EVENT-COUNT       PIC 9(4).
           05 CY-SEALED-SW         PIC X.
           05 CY-OPENED-SW         PIC X.
           05 CY-HELD-SW           PIC X.
           05 CY-HOLDER            PIC X(20).
           05 CY-APPLIED.
               10 CY-APPLIED-SEAL   PIC X(10) OCCURS 4 TIMES.
      * The seals keyed for this event: applied, or found at opening.
       01 CY-KEYED.
           05 CY-KEYED-SEAL        PIC X(10) OCCURS 4 TIMES.
       01 CY-RECORD-WORK.
           05 CY-FROM              PIC X(20).
           05 CY-TO                PIC X(20).
           05 CY-RESULT            PIC X.
           05 CY-NOTE              PIC X(40).
      * Hold state of every box on the log, for the held list.
       01 CY-BOX-TABLE-AREA.
           05 CY-BOX-ENTRY         OCCURS 500 TIMES.
               10 CYB-CONST         PIC X(3).
               10 CYB-BOX-ID        PIC X(8).
               10 CYB-HELD          PIC X.
               10 CYB-DATE          PIC 9(8).
               10 CYB-TIME          PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Ballot Box Custody and Seal Register.".
      * Working storage persists across CALLs - reset per-run state.
           MOVE SPACES TO CY-OPERATOR.
           MOVE 'Y' TO CY-AGAIN.
           PERFORM GET-OPERATOR-PARA.
           PERFORM VALIDATE-OPERATOR-PARA
               UNTIL CY-OPERATOR NOT = SPACES.
           PERFORM ONE-ACTION-PARA UNTIL CY-AGAIN NOT = 'Y'.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * GET-OPERATOR-PARA - who is signing; with an operators file
      * the id must be an active one and its role is kept for the
      * clearance of holds. A site without one accepts the id as
      * typed.
      ******************************************************************
       GET-OPERATOR-PARA.
           DISPLAY "Enter your operator id ".
           MOVE SPACES TO CY-INPUT.
           ACCEPT CY-INPUT.
           MOVE FUNCTION UPPER-CASE(CY-INPUT(1:8)) TO CY-OPERATOR.
           IF CY-OPERATOR NOT = SPACES
               PERFORM LOOKUP-OPERATOR-PARA
               IF CY-OPER-OK-SWITCH NOT = 'Y'
                   DISPLAY "Operator id not on operators.dat."
                   MOVE SPACES TO CY-OPERATOR
               END-IF
           END-IF.

       VALIDATE-OPERATOR-PARA.
           DISPLAY "A valid operator id is required - please "
               "re-enter.".
           PERFORM GET-OPERATOR-PARA.

       LOOKUP-OPERATOR-PARA.
           MOVE SPACE TO CY-OPER-ROLE.
           OPEN INPUT OPER-FILE.
           IF OPER-FILE-STATUS NOT = '00'
               MOVE 'N' TO CY-OPER-FILE-SWITCH
               MOVE 'Y' TO CY-OPER-OK-SWITCH
           ELSE
               MOVE 'Y' TO CY-OPER-FILE-SWITCH
               MOVE 'N' TO CY-OPER-OK-SWITCH
               MOVE 'N' TO CY-EOF-SWITCH
               PERFORM READ-OPERATOR-PARA
                   UNTIL CY-EOF-SWITCH = 'Y'
                       OR CY-OPER-OK-SWITCH = 'Y'
               CLOSE OPER-FILE
           END-IF.

       READ-OPERATOR-PARA.
           READ OPER-FILE
               AT END
                   MOVE 'Y' TO CY-EOF-SWITCH
               NOT AT END
                   IF OP-ID = CY-OPERATOR
                       AND NOT OP-DISABLED
                       MOVE 'Y' TO CY-OPER-OK-SWITCH
                       MOVE OP-ROLE TO CY-OPER-ROLE
                   END-IF
           END-READ.

       ONE-ACTION-PARA.
           DISPLAY " ".
           DISPLAY "Action - S=Seal at close of poll, H=Handover, "
               "O=Open and check seals,".
           DISPLAY "         C=Clear a hold, V=View a box's history, "
               "L=List boxes on hold, Q=Quit ".
           MOVE SPACES TO CY-INPUT.
           ACCEPT CY-INPUT.
           MOVE FUNCTION UPPER-CASE(CY-INPUT(1:1)) TO CY-ACTION.
           IF CY-ACTION = 'S'
               PERFORM SEAL-PARA
           ELSE IF CY-ACTION = 'H'
               PERFORM HANDOVER-PARA
           ELSE IF CY-ACTION = 'O'
               PERFORM OPEN-PARA
           ELSE IF CY-ACTION = 'C'
               PERFORM CLEAR-PARA
           ELSE IF CY-ACTION = 'V'
               PERFORM VIEW-PARA
           ELSE IF CY-ACTION = 'L'
               PERFORM LIST-HELD-PARA
           ELSE IF CY-ACTION = 'Q'
               MOVE 'N' TO CY-AGAIN
           ELSE
               DISPLAY "Action must be S, H, O, C, V, L or Q.".

      ******************************************************************
      * GET-BOX-PARA - the constituency and box the event is for,
      * and the box's state off the log. CY-OK-SWITCH is 'N' when
      * either is left blank.
      ******************************************************************
       GET-BOX-PARA.
           MOVE 'N' TO CY-OK-SWITCH.
           DISPLAY "Constituency code (3 characters) ".
           MOVE SPACES TO CY-INPUT.
           ACCEPT CY-INPUT.
           MOVE FUNCTION UPPER-CASE(CY-INPUT(1:3)) TO CY-CONST-CODE.
           IF CY-CONST-CODE = SPACES
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Ballot box id (8 characters) ".
           MOVE SPACES TO CY-INPUT.
           ACCEPT CY-INPUT.
           MOVE FUNCTION UPPER-CASE(CY-INPUT(1:8)) TO CY-BOX-ID.
           IF CY-BOX-ID = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO CY-OK-SWITCH.
           PERFORM LOAD-HISTORY-PARA.

       LOAD-HISTORY-PARA.
           MOVE ZERO TO CY-EVENT-COUNT.
           MOVE 'N' TO CY-SEALED-SW.
           MOVE 'N' TO CY-OPENED-SW.
           MOVE 'N' TO CY-HELD-SW.
           MOVE SPACES TO CY-HOLDER.
           MOVE SPACES TO CY-APPLIED.
           MOVE 'N' TO CY-EOF-SWITCH.
           OPEN INPUT CUST-FILE.
           IF CUST-FILE-STATUS = '00'
               PERFORM READ-HISTORY-PARA UNTIL CY-EOF-SWITCH = 'Y'
               CLOSE CUST-FILE
           END-IF.

       READ-HISTORY-PARA.
           READ CUST-FILE
               AT END
                   MOVE 'Y' TO CY-EOF-SWITCH
               NOT AT END
                   IF CU-CONST-CODE = CY-CONST-CODE
                       AND CU-BOX-ID = CY-BOX-ID
                       PERFORM TAKE-HISTORY-PARA
                   END-IF
           END-READ.

       TAKE-HISTORY-PARA.
           ADD 1 TO CY-EVENT-COUNT.
           IF CU-SEALED
               MOVE 'Y' TO CY-SEALED-SW
               MOVE CU-SEALS TO CY-APPLIED
               MOVE CU-FROM TO CY-HOLDER
           ELSE IF CU-HANDOVER
               MOVE CU-TO TO CY-HOLDER
           ELSE IF CU-OPENED
               MOVE 'Y' TO CY-OPENED-SW
               IF CU-SEALS-DIFFER
                   MOVE 'Y' TO CY-HELD-SW
               END-IF
           ELSE IF CU-CLEARED
               MOVE 'N' TO CY-HELD-SW
           END-IF.

      ******************************************************************
      * GET-WHEN-PARA - when the event took place; Enter alone takes
      * the time now. CY-OK-SWITCH is 'N' on a bad date or time.
      ******************************************************************
       GET-WHEN-PARA.
           ACCEPT CY-WHEN-DATE FROM DATE YYYYMMDD.
           ACCEPT CY-NOW-TIME FROM TIME.
           COMPUTE CY-WHEN-TIME = CY-NOW-TIME / 10000.
           DISPLAY "When (YYYYMMDD HHMM) [Enter=" CY-WHEN-DATE " "
               CY-WHEN-TIME "] ".
           MOVE SPACES TO CY-INPUT.
           ACCEPT CY-INPUT.
           IF CY-INPUT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(CY-INPUT(1:8)) TO CY-WHEN-DATE.
           MOVE FUNCTION NUMVAL(CY-INPUT(10:4)) TO CY-WHEN-TIME.
           IF FUNCTION TEST-DATE-YYYYMMDD(CY-WHEN-DATE) NOT = ZERO
               OR CY-WHEN-TIME > 2359
               DISPLAY "Not a valid date and time - nothing recorded."
               MOVE 'N' TO CY-OK-SWITCH
           END-IF.

      ******************************************************************
      * GET-SEALS-PARA - up to four seal numbers, Enter ending the
      * list; at least one is needed.
      ******************************************************************
       GET-SEALS-PARA.
           MOVE SPACES TO CY-KEYED.
           MOVE ZERO TO CY-SEAL-COUNT.
           MOVE 'Y' TO CY-EOF-SWITCH.
           PERFORM GET-ONE-SEAL-PARA VARYING CY-SEAL-IDX FROM 1 BY 1
               UNTIL CY-SEAL-IDX > 4 OR CY-EOF-SWITCH = 'N'.
           IF CY-SEAL-COUNT = ZERO
               DISPLAY "No seal numbers keyed - nothing recorded."
               MOVE 'N' TO CY-OK-SWITCH
           END-IF.

       GET-ONE-SEAL-PARA.
           DISPLAY "  Seal number " CY-SEAL-IDX " [Enter=no more] ".
           MOVE SPACES TO CY-INPUT.
           ACCEPT CY-INPUT.
           IF CY-INPUT = SPACES
               MOVE 'N' TO CY-EOF-SWITCH
           ELSE
               MOVE FUNCTION UPPER-CASE(CY-INPUT(1:10))
                   TO CY-KEYED-SEAL(CY-SEAL-IDX)
               ADD 1 TO CY-SEAL-COUNT
           END-IF.

      ******************************************************************
      * SEAL-PARA - the seals applied at the close of poll and where
      * the box was sealed; a box is sealed once.
      ******************************************************************
       SEAL-PARA.
           PERFORM GET-BOX-PARA.
           IF CY-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF CY-SEALED-SW = 'Y'
               DISPLAY "Box "
                   FUNCTION TRIM(CY-BOX-ID) " is already sealed - its "
                   "seals cannot be changed."
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-SEALS-PARA.
           IF CY-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Sealed at (station / presiding officer, 20 "
               "characters) ".
           MOVE SPACES TO CY-INPUT.
           ACCEPT CY-INPUT.
           MOVE SPACES TO CY-RECORD-WORK.
           MOVE CY-INPUT(1:20) TO CY-FROM.
           PERFORM GET-WHEN-PARA.
           IF CY-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO CY-EVENT-CODE.
           PERFORM WRITE-EVENT-PARA.
           MOVE "SEALED" TO CY-EVENT.
           PERFORM LOG-EVENT-PARA.
           DISPLAY "Box "
               FUNCTION TRIM(CY-BOX-ID) " sealed with " CY-SEAL-COUNT
               " seal(s).".

      ******************************************************************
      * HANDOVER-PARA - a sealed box passing from one custodian to
      * the next before it is opened; the operator signs for it.
      ******************************************************************
       HANDOVER-PARA.
           PERFORM GET-BOX-PARA.
           IF CY-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF CY-SEALED-SW NOT = 'Y'
               DISPLAY "Box "
                   FUNCTION TRIM(CY-BOX-ID) " has no seals recorded - "
                   "seal it first."
               EXIT PARAGRAPH
           END-IF.
           IF CY-OPENED-SW = 'Y'
               DISPLAY "Box "
                   FUNCTION TRIM(CY-BOX-ID) " has already been opened."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CY-RECORD-WORK.
           DISPLAY "Handed over by [Enter=" CY-HOLDER "] ".
           MOVE SPACES TO CY-INPUT.
           ACCEPT CY-INPUT.
           IF CY-INPUT = SPACES
               MOVE CY-HOLDER TO CY-FROM
           ELSE
               MOVE CY-INPUT(1:20) TO CY-FROM
           END-IF.
           DISPLAY "Received by (20 characters) ".
           MOVE SPACES TO CY-INPUT.
           ACCEPT CY-INPUT.
           MOVE CY-INPUT(1:20) TO CY-TO.
           IF CY-TO = SPACES
               DISPLAY "The receiving custodian is required - "
                   "nothing recorded."
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-WHEN-PARA.
           IF CY-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CY-KEYED.
           MOVE 'H' TO CY-EVENT-CODE.
           PERFORM WRITE-EVENT-PARA.
           MOVE "HANDOVER" TO CY-EVENT.
           PERFORM LOG-EVENT-PARA.
           DISPLAY "Handover of box "
               FUNCTION TRIM(CY-BOX-ID) " recorded.".

      ******************************************************************
      * OPEN-PARA - the seals found on the box at the count centre,
      * checked against those applied: every applied seal must be
      * found, and nothing else. A mismatch puts the box on hold.
      ******************************************************************
       OPEN-PARA.
           PERFORM GET-BOX-PARA.
           IF CY-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF CY-SEALED-SW NOT = 'Y'
               DISPLAY "Box "
                   FUNCTION TRIM(CY-BOX-ID) " has no seals recorded - "
                   "there is nothing to check them against."
               EXIT PARAGRAPH
           END-IF.
           IF CY-OPENED-SW = 'Y'
               DISPLAY "Box "
                   FUNCTION TRIM(CY-BOX-ID) " has already been opened."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Key the seal numbers found on the box.".
           PERFORM GET-SEALS-PARA.
           IF CY-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-WHEN-PARA.
           IF CY-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CY-RECORD-WORK.
           MOVE CY-HOLDER TO CY-FROM.
           PERFORM CHECK-SEALS-PARA.
           MOVE 'O' TO CY-EVENT-CODE.
           PERFORM WRITE-EVENT-PARA.
           MOVE "OPENED" TO CY-EVENT.
           PERFORM LOG-EVENT-PARA.
           IF CY-RESULT = 'M'
               DISPLAY "Seals match - box "
                   FUNCTION TRIM(CY-BOX-ID) " opened."
           ELSE
               DISPLAY "*** SEALS DO NOT MATCH - box "
                   FUNCTION TRIM(CY-BOX-ID)
                   " is ON HOLD; no ballots will be accepted for "
                   "it until a supervisor clears it ***"
           END-IF.

       CHECK-SEALS-PARA.
           MOVE ZERO TO CY-MATCH-COUNT.
           MOVE ZERO TO CY-FIND-IDX.
           PERFORM COUNT-APPLIED-PARA VARYING CY-SEAL-IDX FROM 1 BY 1
               UNTIL CY-SEAL-IDX > 4.
           PERFORM FIND-APPLIED-PARA VARYING CY-SEAL-IDX FROM 1 BY 1
               UNTIL CY-SEAL-IDX > 4.
           IF CY-MATCH-COUNT = CY-FIND-IDX
               AND CY-SEAL-COUNT = CY-FIND-IDX
               MOVE 'M' TO CY-RESULT
           ELSE
               MOVE 'X' TO CY-RESULT
           END-IF.

      * CY-FIND-IDX counts the seals applied.
       COUNT-APPLIED-PARA.
           IF CY-APPLIED-SEAL(CY-SEAL-IDX) NOT = SPACES
               ADD 1 TO CY-FIND-IDX
           END-IF.

       FIND-APPLIED-PARA.
           IF CY-APPLIED-SEAL(CY-SEAL-IDX) NOT = SPACES
               IF CY-APPLIED-SEAL(CY-SEAL-IDX) = CY-KEYED-SEAL(1)
                   OR CY-APPLIED-SEAL(CY-SEAL-IDX) = CY-KEYED-SEAL(2)
                   OR CY-APPLIED-SEAL(CY-SEAL-IDX) = CY-KEYED-SEAL(3)
                   OR CY-APPLIED-SEAL(CY-SEAL-IDX) = CY-KEYED-SEAL(4)
                   ADD 1 TO CY-MATCH-COUNT
               END-IF
           END-IF.

      ******************************************************************
      * CLEAR-PARA - lifting a hold is for a supervisor or the
      * returning officer (any id where the site keeps no operators
      * file), and the reason goes on the log.
      ******************************************************************
       CLEAR-PARA.
           IF CY-OPER-FILE-SWITCH = 'Y'
               AND CY-OPER-ROLE NOT = 'S'
               AND CY-OPER-ROLE NOT = 'R'
               DISPLAY "Only a supervisor or the returning officer "
                   "may clear a hold."
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-BOX-PARA.
           IF CY-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF CY-HELD-SW NOT = 'Y'
               DISPLAY "Box "
                   FUNCTION TRIM(CY-BOX-ID) " is not on hold."
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CY-RECORD-WORK.
           DISPLAY "Reason for clearing (40 characters) ".
           MOVE SPACES TO CY-INPUT.
           ACCEPT CY-INPUT.
           MOVE CY-INPUT TO CY-NOTE.
           IF CY-NOTE = SPACES
               DISPLAY "A reason is required - hold not cleared."
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-WHEN-PARA.
           IF CY-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO CY-KEYED.
           MOVE 'C' TO CY-EVENT-CODE.
           PERFORM WRITE-EVENT-PARA.
           MOVE "CLEARED" TO CY-EVENT.
           PERFORM LOG-EVENT-PARA.
           DISPLAY "Hold on box " FUNCTION TRIM(CY-BOX-ID) " cleared.".

       WRITE-EVENT-PARA.
           MOVE SPACES TO CUSTODY-RECORD.
           MOVE CY-EVENT-CODE TO CU-EVENT.
           MOVE CY-CONST-CODE TO CU-CONST-CODE.
           MOVE CY-BOX-ID TO CU-BOX-ID.
           MOVE CY-WHEN-DATE TO CU-DATE.
           MOVE CY-WHEN-TIME TO CU-TIME.
           MOVE CY-RESULT TO CU-RESULT.
           MOVE CY-KEYED TO CU-SEALS.
           MOVE CY-FROM TO CU-FROM.
           MOVE CY-TO TO CU-TO.
           MOVE CY-OPERATOR TO CU-OPERATOR.
           MOVE CY-NOTE TO CU-NOTE.
           OPEN EXTEND CUST-FILE.
           IF CUST-FILE-STATUS = '35'
               OPEN OUTPUT CUST-FILE
           END-IF.
           WRITE CUSTODY-RECORD.
           CLOSE CUST-FILE.

      ******************************************************************
      * VIEW-PARA - the box's chain of custody, event by event.
      ******************************************************************
       VIEW-PARA.
           PERFORM GET-BOX-PARA.
           IF CY-OK-SWITCH NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           IF CY-EVENT-COUNT = ZERO
               DISPLAY "Nothing on the custody log for box "
                   CY-BOX-ID "."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Chain of custody - " CY-CONST-CODE " box "
               CY-BOX-ID.
           MOVE 'N' TO CY-EOF-SWITCH.
           OPEN INPUT CUST-FILE.
           PERFORM SHOW-EVENT-PARA UNTIL CY-EOF-SWITCH = 'Y'.
           CLOSE CUST-FILE.
           IF CY-HELD-SW = 'Y'
               DISPLAY "*** Box is ON HOLD ***"
           END-IF.

       SHOW-EVENT-PARA.
           READ CUST-FILE
               AT END
                   MOVE 'Y' TO CY-EOF-SWITCH
               NOT AT END
                   IF CU-CONST-CODE = CY-CONST-CODE
                       AND CU-BOX-ID = CY-BOX-ID
                       PERFORM SHOW-ONE-EVENT-PARA
                   END-IF
           END-READ.

       SHOW-ONE-EVENT-PARA.
           MOVE SPACES TO CY-SEAL-TEXT.
           STRING CU-SEAL(1) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CU-SEAL(2) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CU-SEAL(3) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               CU-SEAL(4) DELIMITED BY SPACE
               INTO CY-SEAL-TEXT
           END-STRING.
           IF CU-SEALED
               DISPLAY "  " CU-DATE " " CU-TIME " SEALED at "
                   FUNCTION TRIM(CU-FROM) " seals "
                   FUNCTION TRIM(CY-SEAL-TEXT) " by " CU-OPERATOR
           ELSE IF CU-HANDOVER
               DISPLAY "  " CU-DATE " " CU-TIME " HANDOVER "
                   FUNCTION TRIM(CU-FROM) " -> "
                   FUNCTION TRIM(CU-TO) " signed " CU-OPERATOR
           ELSE IF CU-OPENED
               IF CU-SEALS-MATCH
                   DISPLAY "  " CU-DATE " " CU-TIME " OPENED seals "
                       FUNCTION TRIM(CY-SEAL-TEXT) " MATCH by "
                       CU-OPERATOR
               ELSE
                   DISPLAY "  " CU-DATE " " CU-TIME " OPENED seals "
                       FUNCTION TRIM(CY-SEAL-TEXT) " MISMATCH by "
                       CU-OPERATOR " - box held"
               END-IF
           ELSE IF CU-CLEARED
               DISPLAY "  " CU-DATE " " CU-TIME " HOLD CLEARED by "
                   CU-OPERATOR " - " FUNCTION TRIM(CU-NOTE)
           END-IF.

      ******************************************************************
      * LIST-HELD-PARA - every box whose last seal check failed and
      * has not been cleared.
      ******************************************************************
       LIST-HELD-PARA.
           MOVE ZERO TO CY-BOX-TOTAL.
           MOVE ZERO TO CY-HELD-COUNT.
           MOVE 'N' TO CY-EOF-SWITCH.
           OPEN INPUT CUST-FILE.
           IF CUST-FILE-STATUS = '00'
               PERFORM READ-ALL-PARA UNTIL CY-EOF-SWITCH = 'Y'
               CLOSE CUST-FILE
           END-IF.
           DISPLAY "Boxes on hold:".
           PERFORM SHOW-HELD-PARA VARYING CY-BOX-IDX FROM 1 BY 1
               UNTIL CY-BOX-IDX > CY-BOX-TOTAL.
           IF CY-HELD-COUNT = ZERO
               DISPLAY "  (none)"
           END-IF.

       READ-ALL-PARA.
           READ CUST-FILE
               AT END
                   MOVE 'Y' TO CY-EOF-SWITCH
               NOT AT END
                   PERFORM FIND-BOX-PARA
                   IF CY-FOUND-IDX > ZERO
                       IF CU-OPENED AND CU-SEALS-DIFFER
                           MOVE 'Y' TO CYB-HELD(CY-FOUND-IDX)
                           MOVE CU-DATE TO CYB-DATE(CY-FOUND-IDX)
                           MOVE CU-TIME TO CYB-TIME(CY-FOUND-IDX)
                       ELSE IF CU-CLEARED
                           MOVE 'N' TO CYB-HELD(CY-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

       FIND-BOX-PARA.
           MOVE ZERO TO CY-FOUND-IDX.
           PERFORM SCAN-BOX-PARA VARYING CY-BOX-IDX FROM 1 BY 1
               UNTIL CY-BOX-IDX > CY-BOX-TOTAL
                   OR CY-FOUND-IDX > ZERO.
           IF CY-FOUND-IDX = ZERO AND CY-BOX-TOTAL < 500
               ADD 1 TO CY-BOX-TOTAL
               MOVE CY-BOX-TOTAL TO CY-FOUND-IDX
               MOVE CU-CONST-CODE TO CYB-CONST(CY-FOUND-IDX)
               MOVE CU-BOX-ID TO CYB-BOX-ID(CY-FOUND-IDX)
               MOVE 'N' TO CYB-HELD(CY-FOUND-IDX)
           END-IF.

       SCAN-BOX-PARA.
           IF CYB-CONST(CY-BOX-IDX) = CU-CONST-CODE
               AND CYB-BOX-ID(CY-BOX-IDX) = CU-BOX-ID
               MOVE CY-BOX-IDX TO CY-FOUND-IDX
           END-IF.

       SHOW-HELD-PARA.
           IF CYB-HELD(CY-BOX-IDX) = 'Y'
               ADD 1 TO CY-HELD-COUNT
               DISPLAY "  " CYB-CONST(CY-BOX-IDX) " "
                   CYB-BOX-ID(CY-BOX-IDX) "  held since "
                   CYB-DATE(CY-BOX-IDX) " " CYB-TIME(CY-BOX-IDX)
           END-IF.

       LOG-EVENT-PARA.
           MOVE SPACES TO CY-SEAL-TEXT.
           MOVE 1 TO CY-PTR.
           PERFORM ADD-SEAL-TEXT-PARA VARYING CY-SEAL-IDX FROM 1 BY 1
               UNTIL CY-SEAL-IDX > 4.
           ACCEPT CY-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT CY-NOW-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           STRING CY-NOW-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CY-NOW-TIME DELIMITED BY SIZE
               " CUSTODY " DELIMITED BY SIZE
               FUNCTION TRIM(CY-EVENT) DELIMITED BY SIZE
               " CONST=" DELIMITED BY SIZE
               CY-CONST-CODE DELIMITED BY SIZE
               " BOX=" DELIMITED BY SIZE
               FUNCTION TRIM(CY-BOX-ID) DELIMITED BY SIZE
               " AT=" DELIMITED BY SIZE
               CY-WHEN-DATE DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               CY-WHEN-TIME DELIMITED BY SIZE
               " SEALS=" DELIMITED BY SIZE
               FUNCTION TRIM(CY-SEAL-TEXT) DELIMITED BY SIZE
               " FROM=" DELIMITED BY SIZE
               FUNCTION TRIM(CY-FROM) DELIMITED BY SIZE
               " TO=" DELIMITED BY SIZE
               FUNCTION TRIM(CY-TO) DELIMITED BY SIZE
               " RESULT=" DELIMITED BY SIZE
               CY-RESULT DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(CY-OPERATOR) DELIMITED BY SIZE
               " NOTE=" DELIMITED BY SIZE
               FUNCTION TRIM(CY-NOTE) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

      * The seal numbers for the audit line, comma separated.
       ADD-SEAL-TEXT-PARA.
           IF CY-KEYED-SEAL(CY-SEAL-IDX) NOT = SPACES
               IF CY-PTR > 1
                   STRING "," DELIMITED BY SIZE
                       INTO CY-SEAL-TEXT WITH POINTER CY-PTR
                   END-STRING
               END-IF
               STRING CY-KEYED-SEAL(CY-SEAL-IDX) DELIMITED BY SPACE
                   INTO CY-SEAL-TEXT WITH POINTER CY-PTR
               END-STRING
           END-IF.

       END PROGRAM SubSTVCustody.
