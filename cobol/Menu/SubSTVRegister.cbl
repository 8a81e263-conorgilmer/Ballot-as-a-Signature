      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Register of electors maintenance. The register
      *            (electoral_register.dat, ElectRec.cpy) holds one
      *            record per elector, keyed by elector number, with
      *            the constituency and polling district the elector
      *            votes in, name, address and franchise. It is
      *            loaded in bulk from the registration office's
      *            file (register_import.dat, one elector per line:
      *            elector number|constituency|polling district|
      *            name|address|franchise, "|" separated) - a number
      *            already on the register is amended, a new one
      *            added, a removed elector is left removed, and bad
      *            rows and removed electors are diverted to
      *            register_rejects.dat with a reason code, with a
      *            load report to stv_register_report.dat - and
      *            single electors can be found, added, amended or
      *            removed here. A removed elector keeps the record
      *            with franchise X so the number is never reissued.
      *            Every change writes an audit line carrying the
      *            operator's id.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVRegister.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ELECT-FILE
           ASSIGN TO 'electoral_register.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ER-ELECTOR-NO
           FILE STATUS IS ELECT-FILE-STATUS.
       SELECT RIMP-FILE
           ASSIGN TO 'register_import.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RIMP-FILE-STATUS.
       SELECT RREJ-FILE
           ASSIGN TO 'register_rejects.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RREJ-FILE-STATUS.
       SELECT RPT-FILE
           ASSIGN TO 'stv_register_report.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILE-STATUS.
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

       FD  RIMP-FILE            RECORD CONTAINS 160 CHARACTERS.
       01  RIMP-RECORD          PIC X(160).

       FD  RREJ-FILE            RECORD CONTAINS 164 CHARACTERS.
       01  RREJ-RECORD.
           05 RJ-REASON-CODE   PIC XX.
           05 filler           PIC X.
           05 RJ-ROW           PIC X(160).

       FD  RPT-FILE             RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD           PIC X(80).

       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       FD  OPER-FILE            RECORD CONTAINS 46 CHARACTERS.
       COPY OperRec.

       WORKING-STORAGE SECTION.
       77 ELECT-FILE-STATUS    PIC XX VALUE '00'.
       77 RIMP-FILE-STATUS     PIC XX VALUE '00'.
       77 RREJ-FILE-STATUS     PIC XX VALUE '00'.
       77 RPT-FILE-STATUS      PIC XX VALUE '00'.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 OPER-FILE-STATUS     PIC XX VALUE '00'.
       01 AUDIT-RECORD         PIC X(300).
       COPY AuditReq.
       77 RG-INPUT             PIC X(60).
       77 RG-ACTION            PIC X.
       77 RG-AGAIN             PIC X VALUE 'Y'.
       77 RG-OPERATOR          PIC X(8) VALUE SPACES.
       77 RG-OPER-OK-SWITCH    PIC X.
       77 RG-EOF-SWITCH        PIC X.
       77 RG-FOUND-SWITCH      PIC X.
       77 RG-ELECTOR-NO        PIC X(10).
       77 RG-RUN-DATE          PIC 9(8).
       77 RG-RUN-TIME          PIC 9(8).
       77 RG-CHANGE            PIC X(8).
       77 RG-READ-COUNT        PIC 9(7) VALUE ZERO.
       77 RG-ADD-COUNT         PIC 9(7) VALUE ZERO.
       77 RG-AMEND-COUNT       PIC 9(7) VALUE ZERO.
       77 RG-REJECT-COUNT      PIC 9(7) VALUE ZERO.
       77 RG-REMOVED-COUNT     PIC 9(7) VALUE ZERO.
       77 RG-CNT-EDIT          PIC Z(6)9.
       77 RG-REASON            PIC XX.
      * Reject reason codes written to register_rejects.dat:
      *   01 - empty row
      *   02 - elector number missing or longer than 10 characters
      *   03 - constituency not on election_ctl.dat
      *   04 - polling district missing or longer than 4 characters
      *   05 - name missing or longer than 30 characters
      *   06 - address longer than 60 characters
      *   07 - franchise not F, L, A or X
      *   08 - elector removed from the register - not reinstated
      *   09 - register write failed
       77 RG-ROW-BAD-SWITCH    PIC X.
       77 RG-T-ELECTOR         PIC X(40).
       77 RG-T-CONST           PIC X(40).
       77 RG-T-DISTRICT        PIC X(40).
       77 RG-T-NAME            PIC X(80).
       77 RG-T-ADDRESS         PIC X(80).
       77 RG-T-FRANCHISE       PIC X(40).
       77 RG-CONST             PIC X(3).
       77 RG-FRANCHISE         PIC X.
       77 RG-FRANCHISE-TEXT    PIC X(24).
       77 RG-ECTL-TOTAL        PIC 9(2) VALUE ZERO.
       77 RG-ECTL-IDX          PIC 9(2).
       77 RG-ECTL-FOUND        PIC 9(2).
       01 RG-ROW               PIC X(80).
       01 RG-ECTL-TABLE-AREA.
           05 RG-ECTL-ENTRY        OCCURS 50 TIMES.
               10 RG-ECTL-CONST     PIC X(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Register of Electors.".
      * Working storage persists across CALLs - reset per-run state.
           MOVE ZERO TO RG-ECTL-TOTAL.
           MOVE SPACES TO RG-OPERATOR.
           PERFORM LOAD-ECTL-PARA.
           PERFORM GET-OPERATOR-PARA.
           PERFORM VALIDATE-OPERATOR-PARA
               UNTIL RG-OPERATOR NOT = SPACES.
           PERFORM OPEN-REGISTER-PARA.
           IF ELECT-FILE-STATUS NOT = '00'
               DISPLAY "Cannot open electoral_register.dat (status "
                   ELECT-FILE-STATUS ")."
               EXIT PROGRAM
           END-IF.
           MOVE 'Y' TO RG-AGAIN.
           PERFORM ONE-ACTION-PARA UNTIL RG-AGAIN NOT = 'Y'.
           CLOSE ELECT-FILE.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

       OPEN-REGISTER-PARA.
           OPEN I-O ELECT-FILE.
           IF ELECT-FILE-STATUS = '35'
               OPEN OUTPUT ELECT-FILE
               CLOSE ELECT-FILE
               OPEN I-O ELECT-FILE
           END-IF.

       LOAD-ECTL-PARA.
           MOVE 'N' TO RG-EOF-SWITCH.
           OPEN INPUT ECTL-FILE.
           IF ECTL-FILE-STATUS = '00'
               PERFORM READ-ECTL-PARA UNTIL RG-EOF-SWITCH = 'Y'
               CLOSE ECTL-FILE
           END-IF.

       READ-ECTL-PARA.
           READ ECTL-FILE
               AT END
                   MOVE 'Y' TO RG-EOF-SWITCH
               NOT AT END
                   IF RG-ECTL-TOTAL < 50
                       ADD 1 TO RG-ECTL-TOTAL
                       MOVE EC-CONST-CODE
                           TO RG-ECTL-CONST(RG-ECTL-TOTAL)
                   ELSE
                       MOVE 'Y' TO RG-EOF-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * FIND-ECTL-PARA - a constituency is checked against the
      * election control file when the site keeps one; a site
      * without one takes the code as given, as the suite always
      * has.
      ******************************************************************
       FIND-ECTL-PARA.
           MOVE ZERO TO RG-ECTL-FOUND.
           IF RG-ECTL-TOTAL = ZERO
               MOVE 1 TO RG-ECTL-FOUND
           ELSE
               PERFORM SCAN-ECTL-PARA VARYING RG-ECTL-IDX FROM 1
                   BY 1 UNTIL RG-ECTL-IDX > RG-ECTL-TOTAL
                       OR RG-ECTL-FOUND > ZERO
           END-IF.

       SCAN-ECTL-PARA.
           IF RG-ECTL-CONST(RG-ECTL-IDX) = RG-CONST
               MOVE RG-ECTL-IDX TO RG-ECTL-FOUND
           END-IF.

      ******************************************************************
      * GET-OPERATOR-PARA - record who is making the change, checked
      * against operators.dat when the site keeps one, as ballot
      * maintenance does.
      ******************************************************************
       GET-OPERATOR-PARA.
           DISPLAY "Enter your operator id ".
           MOVE SPACES TO RG-INPUT.
           ACCEPT RG-INPUT.
           MOVE FUNCTION UPPER-CASE(RG-INPUT(1:8)) TO RG-OPERATOR.
           IF RG-OPERATOR NOT = SPACES
               PERFORM LOOKUP-OPERATOR-PARA
               IF RG-OPER-OK-SWITCH NOT = 'Y'
                   DISPLAY "Operator id not on operators.dat."
                   MOVE SPACES TO RG-OPERATOR
               END-IF
           END-IF.

       VALIDATE-OPERATOR-PARA.
           DISPLAY "A valid operator id is required - please "
               "re-enter.".
           PERFORM GET-OPERATOR-PARA.

       LOOKUP-OPERATOR-PARA.
           OPEN INPUT OPER-FILE.
           IF OPER-FILE-STATUS NOT = '00'
               MOVE 'Y' TO RG-OPER-OK-SWITCH
           ELSE
               MOVE 'N' TO RG-OPER-OK-SWITCH
               MOVE 'N' TO RG-EOF-SWITCH
               PERFORM READ-OPERATOR-PARA
                   UNTIL RG-EOF-SWITCH = 'Y'
                       OR RG-OPER-OK-SWITCH = 'Y'
               CLOSE OPER-FILE
           END-IF.

       READ-OPERATOR-PARA.
           READ OPER-FILE
               AT END
                   MOVE 'Y' TO RG-EOF-SWITCH
               NOT AT END
                   IF OP-ID = RG-OPERATOR
                       AND NOT OP-DISABLED
                       MOVE 'Y' TO RG-OPER-OK-SWITCH
                   END-IF
           END-READ.

       ONE-ACTION-PARA.
           DISPLAY " ".
           DISPLAY "Action - L=Load register_import.dat, F=Find an "
               "elector, A=Add or amend, R=Remove, Q=Quit ".
           MOVE SPACES TO RG-INPUT.
           ACCEPT RG-INPUT.
           MOVE FUNCTION UPPER-CASE(RG-INPUT(1:1)) TO RG-ACTION.
           IF RG-ACTION = 'L'
               PERFORM LOAD-IMPORT-PARA
           ELSE IF RG-ACTION = 'F'
               PERFORM FIND-ELECTOR-PARA
           ELSE IF RG-ACTION = 'A'
               PERFORM AMEND-ELECTOR-PARA
           ELSE IF RG-ACTION = 'R'
               PERFORM REMOVE-ELECTOR-PARA
           ELSE IF RG-ACTION = 'Q'
               MOVE 'N' TO RG-AGAIN
           ELSE
               DISPLAY "Action must be L, F, A, R or Q.".

      ******************************************************************
      * GET-ELECTOR-PARA - key an elector number and read the
      * register for it; RG-FOUND-SWITCH says whether it is on file.
      ******************************************************************
       GET-ELECTOR-PARA.
           MOVE 'N' TO RG-FOUND-SWITCH.
           DISPLAY "Enter the elector number ".
           MOVE SPACES TO RG-INPUT.
           ACCEPT RG-INPUT.
           MOVE FUNCTION UPPER-CASE(RG-INPUT(1:10)) TO RG-ELECTOR-NO.
           IF RG-ELECTOR-NO = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE RG-ELECTOR-NO TO ER-ELECTOR-NO.
           READ ELECT-FILE
               INVALID KEY
                   MOVE 'N' TO RG-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO RG-FOUND-SWITCH
           END-READ.

       FIND-ELECTOR-PARA.
           PERFORM GET-ELECTOR-PARA.
           IF RG-FOUND-SWITCH = 'Y'
               PERFORM SHOW-ELECTOR-PARA
           ELSE
               DISPLAY "Elector " RG-ELECTOR-NO " is not on the "
                   "register."
           END-IF.

       SHOW-ELECTOR-PARA.
           MOVE ER-FRANCHISE TO RG-FRANCHISE.
           PERFORM FRANCHISE-TEXT-PARA.
           DISPLAY "Elector:      " ER-ELECTOR-NO.
           DISPLAY "Constituency: " ER-CONST-CODE
               "  polling district " ER-DISTRICT.
           DISPLAY "Name:         " ER-NAME.
           DISPLAY "Address:      " ER-ADDRESS.
           DISPLAY "Franchise:    " ER-FRANCHISE " "
               RG-FRANCHISE-TEXT.

       FRANCHISE-TEXT-PARA.
           IF RG-FRANCHISE = 'F'
               MOVE "(full)" TO RG-FRANCHISE-TEXT
           ELSE IF RG-FRANCHISE = 'L'
               MOVE "(local elections only)" TO RG-FRANCHISE-TEXT
           ELSE IF RG-FRANCHISE = 'A'
               MOVE "(attainer - not yet)" TO RG-FRANCHISE-TEXT
           ELSE IF RG-FRANCHISE = 'X'
               MOVE "(removed)" TO RG-FRANCHISE-TEXT
           ELSE
               MOVE "(unknown)" TO RG-FRANCHISE-TEXT.

      ******************************************************************
      * AMEND-ELECTOR-PARA - add a new elector, every field keyed;
      * or amend one on file, Enter keeping each field as it is.
      ******************************************************************
       AMEND-ELECTOR-PARA.
           PERFORM GET-ELECTOR-PARA.
           IF RG-ELECTOR-NO = SPACES
               DISPLAY "No elector number given - no change made."
               EXIT PARAGRAPH
           END-IF.
           IF RG-FOUND-SWITCH = 'Y'
               PERFORM SHOW-ELECTOR-PARA
               DISPLAY "Enter the new value for each field, or "
                   "Enter to keep it."
               MOVE "AMEND" TO RG-CHANGE
           ELSE
               MOVE SPACES TO ELECTOR-RECORD
               MOVE RG-ELECTOR-NO TO ER-ELECTOR-NO
               DISPLAY "New elector " RG-ELECTOR-NO "."
               MOVE "ADD" TO RG-CHANGE
           END-IF.
           DISPLAY "Constituency code ".
           MOVE SPACES TO RG-INPUT.
           ACCEPT RG-INPUT.
           IF RG-INPUT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(RG-INPUT(1:3)) TO RG-CONST
               PERFORM FIND-ECTL-PARA
               IF RG-ECTL-FOUND = ZERO
                   DISPLAY "Constituency " RG-CONST " is not on "
                       "election_ctl.dat - no change made."
                   EXIT PARAGRAPH
               END-IF
               MOVE RG-CONST TO ER-CONST-CODE
           END-IF.
           DISPLAY "Polling district ".
           MOVE SPACES TO RG-INPUT.
           ACCEPT RG-INPUT.
           IF RG-INPUT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(RG-INPUT(1:4))
                   TO ER-DISTRICT
           END-IF.
           DISPLAY "Name ".
           MOVE SPACES TO RG-INPUT.
           ACCEPT RG-INPUT.
           IF RG-INPUT NOT = SPACES
               MOVE RG-INPUT(1:30) TO ER-NAME
           END-IF.
           DISPLAY "Address ".
           MOVE SPACES TO RG-INPUT.
           ACCEPT RG-INPUT.
           IF RG-INPUT NOT = SPACES
               MOVE RG-INPUT TO ER-ADDRESS
           END-IF.
           DISPLAY "Franchise (F=full, L=local only, A=attainer) ".
           MOVE SPACES TO RG-INPUT.
           ACCEPT RG-INPUT.
           IF RG-INPUT NOT = SPACES
               MOVE FUNCTION UPPER-CASE(RG-INPUT(1:1))
                   TO ER-FRANCHISE
           END-IF.
           IF ER-CONST-CODE = SPACES OR ER-DISTRICT = SPACES
               OR ER-NAME = SPACES
               DISPLAY "Constituency, polling district and name "
                   "are required - no change made."
               EXIT PARAGRAPH
           END-IF.
           IF ER-FRANCHISE NOT = 'F' AND ER-FRANCHISE NOT = 'L'
               AND ER-FRANCHISE NOT = 'A'
               DISPLAY "Franchise must be F, L or A - no change "
                   "made."
               EXIT PARAGRAPH
           END-IF.
           IF RG-FOUND-SWITCH = 'Y'
               REWRITE ELECTOR-RECORD
           ELSE
               WRITE ELECTOR-RECORD
           END-IF.
           IF ELECT-FILE-STATUS NOT = '00'
               DISPLAY "Register write failed (status "
                   ELECT-FILE-STATUS ") - no change made."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Elector " ER-ELECTOR-NO " saved.".
           PERFORM LOG-CHANGE-PARA.

      ******************************************************************
      * REMOVE-ELECTOR-PARA - take an elector off the register. The
      * record stays, marked X, so the number is never reissued.
      ******************************************************************
       REMOVE-ELECTOR-PARA.
           PERFORM GET-ELECTOR-PARA.
           IF RG-FOUND-SWITCH NOT = 'Y'
               DISPLAY "Elector " RG-ELECTOR-NO " is not on the "
                   "register."
               EXIT PARAGRAPH
           END-IF.
           PERFORM SHOW-ELECTOR-PARA.
           IF ER-REMOVED
               DISPLAY "Already removed."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Remove this elector from the register? (Y/N) ".
           MOVE SPACES TO RG-INPUT.
           ACCEPT RG-INPUT.
           IF FUNCTION UPPER-CASE(RG-INPUT(1:1)) NOT = 'Y'
               DISPLAY "Not removed."
               EXIT PARAGRAPH
           END-IF.
           SET ER-REMOVED TO TRUE.
           REWRITE ELECTOR-RECORD.
           IF ELECT-FILE-STATUS NOT = '00'
               DISPLAY "Register write failed (status "
                   ELECT-FILE-STATUS ") - elector not removed."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Elector " ER-ELECTOR-NO " removed.".
           MOVE "REMOVE" TO RG-CHANGE.
           PERFORM LOG-CHANGE-PARA.

       LOG-CHANGE-PARA.
           ACCEPT RG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RG-RUN-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           STRING RG-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RG-RUN-TIME DELIMITED BY SIZE
               " REGISTER " DELIMITED BY SIZE
               FUNCTION TRIM(RG-CHANGE) DELIMITED BY SIZE
               " ELECTOR=" DELIMITED BY SIZE
               FUNCTION TRIM(ER-ELECTOR-NO) DELIMITED BY SIZE
               " CONST=" DELIMITED BY SIZE
               ER-CONST-CODE DELIMITED BY SIZE
               " DISTRICT=" DELIMITED BY SIZE
               FUNCTION TRIM(ER-DISTRICT) DELIMITED BY SIZE
               " FRANCHISE=" DELIMITED BY SIZE
               ER-FRANCHISE DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(RG-OPERATOR) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

      ******************************************************************
      * LOAD-IMPORT-PARA - the registration office's file, one
      * elector per row. A number already on the register is
      * amended from the row; a new number is added. A removed
      * elector is never reinstated by a load - the row is set
      * aside on the rejects file and counted on the report.
      ******************************************************************
       LOAD-IMPORT-PARA.
           MOVE ZERO TO RG-READ-COUNT.
           MOVE ZERO TO RG-ADD-COUNT.
           MOVE ZERO TO RG-AMEND-COUNT.
           MOVE ZERO TO RG-REJECT-COUNT.
           MOVE ZERO TO RG-REMOVED-COUNT.
           OPEN INPUT RIMP-FILE.
           IF RIMP-FILE-STATUS NOT = '00'
               DISPLAY "No register_import.dat found - nothing to "
                   "load."
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT RREJ-FILE.
           MOVE 'N' TO RG-EOF-SWITCH.
           PERFORM LOAD-ONE-ROW-PARA UNTIL RG-EOF-SWITCH = 'Y'.
           CLOSE RREJ-FILE.
           CLOSE RIMP-FILE.
           OPEN OUTPUT RPT-FILE.
           PERFORM WRITE-REPORT-PARA.
           CLOSE RPT-FILE.
           DISPLAY "Load report written to stv_register_report.dat.".
           PERFORM LOG-LOAD-PARA.

       LOAD-ONE-ROW-PARA.
           READ RIMP-FILE
               AT END
                   MOVE 'Y' TO RG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RG-READ-COUNT
                   PERFORM VALIDATE-ROW-PARA
                   IF RG-ROW-BAD-SWITCH = 'Y'
                       PERFORM WRITE-REJECT-PARA
                   ELSE
                       PERFORM TAKE-ROW-PARA
                   END-IF
           END-READ.

       VALIDATE-ROW-PARA.
           MOVE 'N' TO RG-ROW-BAD-SWITCH.
           MOVE SPACES TO RG-REASON.
           MOVE SPACES TO RG-T-ELECTOR.
           MOVE SPACES TO RG-T-CONST.
           MOVE SPACES TO RG-T-DISTRICT.
           MOVE SPACES TO RG-T-NAME.
           MOVE SPACES TO RG-T-ADDRESS.
           MOVE SPACES TO RG-T-FRANCHISE.
           IF RIMP-RECORD = SPACES
               MOVE 'Y' TO RG-ROW-BAD-SWITCH
               MOVE '01' TO RG-REASON
               EXIT PARAGRAPH
           END-IF.
           UNSTRING RIMP-RECORD DELIMITED BY "|"
               INTO RG-T-ELECTOR RG-T-CONST RG-T-DISTRICT
                   RG-T-NAME RG-T-ADDRESS RG-T-FRANCHISE
           END-UNSTRING.
           MOVE FUNCTION TRIM(RG-T-ELECTOR) TO RG-T-ELECTOR.
           IF RG-T-ELECTOR = SPACES OR RG-T-ELECTOR(11:) NOT = SPACES
               MOVE 'Y' TO RG-ROW-BAD-SWITCH
               MOVE '02' TO RG-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(RG-T-CONST(1:3)) TO RG-CONST.
           PERFORM FIND-ECTL-PARA.
           IF RG-CONST = SPACES OR RG-ECTL-FOUND = ZERO
               MOVE 'Y' TO RG-ROW-BAD-SWITCH
               MOVE '03' TO RG-REASON
               EXIT PARAGRAPH
           END-IF.
           IF RG-T-DISTRICT = SPACES
               OR RG-T-DISTRICT(5:) NOT = SPACES
               MOVE 'Y' TO RG-ROW-BAD-SWITCH
               MOVE '04' TO RG-REASON
               EXIT PARAGRAPH
           END-IF.
           IF RG-T-NAME = SPACES OR RG-T-NAME(31:) NOT = SPACES
               MOVE 'Y' TO RG-ROW-BAD-SWITCH
               MOVE '05' TO RG-REASON
               EXIT PARAGRAPH
           END-IF.
           IF RG-T-ADDRESS(61:) NOT = SPACES
               MOVE 'Y' TO RG-ROW-BAD-SWITCH
               MOVE '06' TO RG-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION UPPER-CASE(RG-T-FRANCHISE(1:1))
               TO RG-FRANCHISE.
           IF RG-T-FRANCHISE(2:) NOT = SPACES
               OR (RG-FRANCHISE NOT = 'F' AND RG-FRANCHISE NOT = 'L'
                   AND RG-FRANCHISE NOT = 'A'
                   AND RG-FRANCHISE NOT = 'X')
               MOVE 'Y' TO RG-ROW-BAD-SWITCH
               MOVE '07' TO RG-REASON
           END-IF.

       TAKE-ROW-PARA.
           MOVE FUNCTION UPPER-CASE(RG-T-ELECTOR(1:10))
               TO ER-ELECTOR-NO.
           READ ELECT-FILE
               INVALID KEY
                   MOVE 'N' TO RG-FOUND-SWITCH
               NOT INVALID KEY
                   MOVE 'Y' TO RG-FOUND-SWITCH
           END-READ.
           IF RG-FOUND-SWITCH = 'Y' AND ER-REMOVED
               ADD 1 TO RG-REMOVED-COUNT
               MOVE '08' TO RG-REASON
               PERFORM WRITE-REJECT-ROW-PARA
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO ELECTOR-RECORD.
           MOVE FUNCTION UPPER-CASE(RG-T-ELECTOR(1:10))
               TO ER-ELECTOR-NO.
           MOVE RG-CONST TO ER-CONST-CODE.
           MOVE FUNCTION UPPER-CASE(RG-T-DISTRICT(1:4))
               TO ER-DISTRICT.
           MOVE RG-T-NAME(1:30) TO ER-NAME.
           MOVE RG-T-ADDRESS(1:60) TO ER-ADDRESS.
           MOVE RG-FRANCHISE TO ER-FRANCHISE.
           IF RG-FOUND-SWITCH = 'Y'
               REWRITE ELECTOR-RECORD
           ELSE
               WRITE ELECTOR-RECORD
           END-IF.
           IF ELECT-FILE-STATUS NOT = '00'
               MOVE '09' TO RG-REASON
               PERFORM WRITE-REJECT-PARA
           ELSE IF RG-FOUND-SWITCH = 'Y'
               ADD 1 TO RG-AMEND-COUNT
           ELSE
               ADD 1 TO RG-ADD-COUNT.

       WRITE-REJECT-PARA.
           ADD 1 TO RG-REJECT-COUNT.
           PERFORM WRITE-REJECT-ROW-PARA.

       WRITE-REJECT-ROW-PARA.
           MOVE SPACES TO RREJ-RECORD.
           MOVE RG-REASON TO RJ-REASON-CODE.
           MOVE RIMP-RECORD TO RJ-ROW.
           WRITE RREJ-RECORD.

       WRITE-REPORT-PARA.
           MOVE "REGISTER OF ELECTORS LOAD REPORT" TO RG-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE RG-READ-COUNT TO RG-CNT-EDIT.
           MOVE SPACES TO RG-ROW.
           STRING "Rows read:       " DELIMITED BY SIZE
               RG-CNT-EDIT DELIMITED BY SIZE
               INTO RG-ROW
           END-STRING.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE RG-ADD-COUNT TO RG-CNT-EDIT.
           MOVE SPACES TO RG-ROW.
           STRING "Electors added:  " DELIMITED BY SIZE
               RG-CNT-EDIT DELIMITED BY SIZE
               INTO RG-ROW
           END-STRING.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE RG-AMEND-COUNT TO RG-CNT-EDIT.
           MOVE SPACES TO RG-ROW.
           STRING "Electors amended:" DELIMITED BY SIZE
               RG-CNT-EDIT DELIMITED BY SIZE
               INTO RG-ROW
           END-STRING.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE RG-REMOVED-COUNT TO RG-CNT-EDIT.
           MOVE SPACES TO RG-ROW.
           STRING "Removed, skipped:" DELIMITED BY SIZE
               RG-CNT-EDIT DELIMITED BY SIZE
               " (not reinstated)" DELIMITED BY SIZE
               INTO RG-ROW
           END-STRING.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE RG-REJECT-COUNT TO RG-CNT-EDIT.
           MOVE SPACES TO RG-ROW.
           STRING "Rows rejected:   " DELIMITED BY SIZE
               RG-CNT-EDIT DELIMITED BY SIZE
               " (see register_rejects.dat)" DELIMITED BY SIZE
               INTO RG-ROW
           END-STRING.
           PERFORM WRITE-RPT-ROW-PARA.

       WRITE-RPT-ROW-PARA.
           DISPLAY RG-ROW.
           MOVE RG-ROW TO RPT-RECORD.
           WRITE RPT-RECORD.

       LOG-LOAD-PARA.
           ACCEPT RG-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RG-RUN-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           STRING RG-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RG-RUN-TIME DELIMITED BY SIZE
               " REGISTER LOAD READ=" DELIMITED BY SIZE
               RG-READ-COUNT DELIMITED BY SIZE
               " ADDED=" DELIMITED BY SIZE
               RG-ADD-COUNT DELIMITED BY SIZE
               " AMENDED=" DELIMITED BY SIZE
               RG-AMEND-COUNT DELIMITED BY SIZE
               " REJECTED=" DELIMITED BY SIZE
               RG-REJECT-COUNT DELIMITED BY SIZE
               " REMOVED=" DELIMITED BY SIZE
               RG-REMOVED-COUNT DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(RG-OPERATOR) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       END PROGRAM SubSTVRegister.
