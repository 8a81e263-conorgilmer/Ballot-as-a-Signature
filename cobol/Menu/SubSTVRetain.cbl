      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Records retention and destruction. Every archive
      *            set (arch_YYYYMMDD_) and scrutiny evidence pack
      *            (pack_YYYYMMDD_ccc_) is on the retention register
      *            (stv_retention.dat, RetainRec.cpy) with its
      *            election and the end of its statutory retention
      *            period, put there by SubSTVRetReg as it is made.
      *            L - list the register: each set's expiry and
      *                whether it is retained, held, due or
      *                destroyed.
      *            H - place a legal hold on every set of an
      *                election (optionally one constituency's packs
      *                and the archive sets that hold it) when an
      *                election petition is lodged; X - release it
      *                when the petition is disposed of. A held set
      *                is never destroyed.
      *            A - add a set made before the register was kept.
      *            D - the retention run: lists what is due (expired
      *                and not on hold) and, confirmed by a second
      *                operator (SubSTVSecondOp), destroys each due
      *                set's files - the archive set's from the
      *                archive's own file list (ArchFiles.cpy), the
      *                pack's from its manifest - writing a
      *                destruction certificate
      *                (stv_destruction_YYYYMMDD_HHMMSS.dat) that
      *                lists each file and its record count, and the
      *                same lines to the audit trail. Only files
      *                named under a registered set's prefix are
      *                touched; the audit trail and its sealed
      *                segments are exempt and are never destroyed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVRetain.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REG-FILE
           ASSIGN TO 'stv_retention.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REG-FILE-STATUS.
       SELECT MAN-FILE
           ASSIGN TO DYNAMIC RX-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS MAN-FILE-STATUS.
       SELECT COUNT-FILE
           ASSIGN TO DYNAMIC RX-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COUNT-FILE-STATUS.
       SELECT CERT-FILE
           ASSIGN TO DYNAMIC RX-CERT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CERT-FILE-STATUS.
       SELECT OPER-FILE
           ASSIGN TO 'operators.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-FILE             RECORD CONTAINS 115 CHARACTERS.
       COPY RetainRec.

       FD  MAN-FILE             RECORD CONTAINS 80 CHARACTERS.
       01  MAN-RECORD           PIC X(80).

       FD  COUNT-FILE           RECORD CONTAINS 2103 CHARACTERS.
       01  COUNT-RECORD         PIC X(2103).

       FD  CERT-FILE            RECORD CONTAINS 100 CHARACTERS.
       01  CERT-RECORD          PIC X(100).

       FD  OPER-FILE            RECORD CONTAINS 46 CHARACTERS.
       COPY OperRec.

       WORKING-STORAGE SECTION.
       77 REG-FILE-STATUS      PIC XX VALUE '00'.
       77 MAN-FILE-STATUS      PIC XX VALUE '00'.
       77 COUNT-FILE-STATUS    PIC XX VALUE '00'.
       77 CERT-FILE-STATUS     PIC XX VALUE '00'.
       77 OPER-FILE-STATUS     PIC XX VALUE '00'.
       77 OPER-EOF-SWITCH      PIC X.
       77 RX-EOF-SWITCH        PIC X.
       77 RX-INPUT             PIC X(20).
       77 RX-MODE              PIC X.
       77 RX-OPERATOR          PIC X(8) VALUE SPACES.
       77 RX-OPER-OK-SWITCH    PIC X.
       77 RX-TODAY             PIC 9(8).
       77 RX-RUN-DATE          PIC 9(8).
       77 RX-RUN-TIME          PIC 9(8).
       77 RX-IDX               PIC 9(4).
       77 RX-DAYS-LEFT         PIC S9(6).
       77 RX-DAYS-EDIT         PIC Z(5)9.
       77 RX-STATE-TEXT        PIC X(30).
       77 RX-TYPE-TEXT         PIC X(13).
       77 RX-CHANGED-SWITCH    PIC X.
      * Register totals for the listing.
       77 RX-ON-DISK-COUNT     PIC 9(4).
       77 RX-HELD-COUNT        PIC 9(4).
       77 RX-DUE-COUNT         PIC 9(4).
       77 RX-GONE-COUNT        PIC 9(4).
       77 RX-CNT-EDIT          PIC Z(3)9.
      * Hold and release: the election, the constituency (spaces
      * for all of them) and the petition or order reference.
       77 RX-WANT-ELECTION     PIC X(8).
       77 RX-WANT-CONST        PIC X(3).
       77 RX-WANT-REF          PIC X(20).
       77 RX-MATCH-COUNT       PIC 9(4).
      * Adding an existing set.
       77 RX-ADD-TYPE          PIC X.
       77 RX-ADD-DATE          PIC X(8).
       77 RX-ADD-CONST         PIC X(3).
      * The destruction run.
       77 RX-CERT-NAME         PIC X(44).
       77 RX-IN-NAME           PIC X(44).
       77 RX-WORK-NAME         PIC X(44).
       77 RX-PREFIX-LEN        PIC 9(2).
       77 RX-IMG-LEN           PIC 9(3).
       77 RX-AMAN-TAIL         PIC X(40).
       77 RX-AMAN-JUNK         PIC X(80).
       77 RX-FILE-IDX          PIC 9(3).
       77 RX-FILE-TOTAL        PIC 9(3).
       77 RX-LIST-IDX          PIC 9(2).
       77 RX-RECORDS           PIC 9(9).
       77 RX-REC-EDIT          PIC Z(8)9.
       77 RX-SET-FILES         PIC 9(4).
       77 RX-SET-RECORDS       PIC 9(9).
       77 RX-SET-FAIL-SWITCH   PIC X.
       77 RX-RUN-SETS          PIC 9(4).
       77 RX-RUN-FILES         PIC 9(6).
       77 RX-RUN-RECORDS       PIC 9(9).
       77 RX-RUN-FAILED        PIC 9(4).
       77 RX-FILE-NOTE         PIC X(16).
       01 RX-ROW               PIC X(100).
       01 AUDIT-RECORD         PIC X(300).
      * What CBL_CHECK_FILE_EXIST returns for a file: its size in
      * bytes (a fixed-length votes image is counted from it) and
      * when it was last written.
       01 RX-FILE-INFO.
           05 RX-FILE-SIZE         PIC X(8) COMP-X.
           05 RX-FILE-DD           PIC X COMP-X.
           05 RX-FILE-MO           PIC X COMP-X.
           05 RX-FILE-YYYY         PIC XX COMP-X.
           05 RX-FILE-HH           PIC X COMP-X.
           05 RX-FILE-MI           PIC X COMP-X.
           05 RX-FILE-SS           PIC X COMP-X.
           05 RX-FILE-HS           PIC X COMP-X.

      * stv_retention.dat, held whole; RX-ROW-DUE marks the sets the
      * destruction run takes.
       77 RX-ROW-TOTAL         PIC 9(4) VALUE ZERO.
       01 RX-ROW-TABLE-AREA.
           05 RX-ROW-ENTRY         OCCURS 2000 TIMES.
               10 RX-REG-ROW        PIC X(115).
               10 RX-ROW-DUE        PIC X.

      * The files of the set being destroyed: F = a fixed-length
      * image of RX-SET-RECLEN bytes a record, L = line sequential.
       01 RX-SET-FILE-AREA.
           05 RX-SET-FILE          OCCURS 60 TIMES.
               10 RX-SET-NAME       PIC X(44).
               10 RX-SET-KIND       PIC X.
               10 RX-SET-RECLEN     PIC 9(3).

      * The files that make up an archive set.
       COPY ArchFiles.
      * Request block for the retention register writer, for a set
      * made before the register was kept.
       COPY RetainReq.
      * Request block for the second-operator confirmation the
      * destruction run needs.
       COPY SecondReq.
      * Request block for the chained audit writer.
       COPY AuditReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Records Retention and Destruction.".
      * Working storage persists across CALLs - reset per-run state.
           MOVE ZERO TO RX-ROW-TOTAL.
           MOVE 'N' TO RX-CHANGED-SWITCH.
           MOVE SPACES TO RX-OPERATOR.
           PERFORM GET-OPERATOR-PARA.
           PERFORM VALIDATE-OPERATOR-PARA
               UNTIL RX-OPERATOR NOT = SPACES.
           PERFORM LOAD-REGISTER-PARA.
           IF RX-ROW-TOTAL > 2000
               DISPLAY "*** stv_retention.dat has more than 2000 "
                   "entries - nothing done ***"
               EXIT PROGRAM
           END-IF.
           ACCEPT RX-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Mode - L=List the register, H=place a legal "
               "Hold, X=release a hold, A=Add an existing set, "
               "D=Destruction run, Q=Quit ".
           MOVE SPACES TO RX-INPUT.
           ACCEPT RX-INPUT.
           MOVE FUNCTION UPPER-CASE(RX-INPUT(1:1)) TO RX-MODE.
           IF RX-MODE = 'L'
               PERFORM LIST-REGISTER-PARA
           ELSE IF RX-MODE = 'H' OR RX-MODE = 'X'
               PERFORM HOLD-PARA THRU HOLD-EXIT
           ELSE IF RX-MODE = 'A'
               PERFORM ADD-SET-PARA THRU ADD-SET-EXIT
           ELSE IF RX-MODE = 'D'
               PERFORM DESTROY-RUN-PARA THRU DESTROY-RUN-EXIT.
           IF RX-CHANGED-SWITCH = 'Y'
               PERFORM SAVE-REGISTER-PARA
           END-IF.
           MOVE ZERO TO RETURN-CODE.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

       GET-OPERATOR-PARA.
           DISPLAY "Enter your operator id ".
           MOVE SPACES TO RX-INPUT.
           ACCEPT RX-INPUT.
           MOVE FUNCTION UPPER-CASE(RX-INPUT(1:8)) TO RX-OPERATOR.
           IF RX-OPERATOR NOT = SPACES
               PERFORM LOOKUP-OPERATOR-PARA
               IF RX-OPER-OK-SWITCH NOT = 'Y'
                   DISPLAY "Operator id not on operators.dat."
                   MOVE SPACES TO RX-OPERATOR
               END-IF
           END-IF.

       VALIDATE-OPERATOR-PARA.
           DISPLAY "A valid operator id is required - please "
               "re-enter.".
           PERFORM GET-OPERATOR-PARA.

       LOOKUP-OPERATOR-PARA.
           OPEN INPUT OPER-FILE.
           IF OPER-FILE-STATUS NOT = '00'
               MOVE 'Y' TO RX-OPER-OK-SWITCH
           ELSE
               MOVE 'N' TO RX-OPER-OK-SWITCH
               MOVE 'N' TO OPER-EOF-SWITCH
               PERFORM READ-OPERATOR-PARA
                   UNTIL OPER-EOF-SWITCH = 'Y'
                       OR RX-OPER-OK-SWITCH = 'Y'
               CLOSE OPER-FILE
           END-IF.

       READ-OPERATOR-PARA.
           READ OPER-FILE
               AT END
                   MOVE 'Y' TO OPER-EOF-SWITCH
               NOT AT END
                   IF OP-ID = RX-OPERATOR
                       AND NOT OP-DISABLED
                       MOVE 'Y' TO RX-OPER-OK-SWITCH
                   END-IF
           END-READ.

       LOAD-REGISTER-PARA.
           MOVE 'N' TO RX-EOF-SWITCH.
           OPEN INPUT REG-FILE.
           IF REG-FILE-STATUS = '00'
               PERFORM READ-REGISTER-PARA UNTIL RX-EOF-SWITCH = 'Y'
               CLOSE REG-FILE
           END-IF.

       READ-REGISTER-PARA.
           READ REG-FILE
               AT END
                   MOVE 'Y' TO RX-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RX-ROW-TOTAL
                   IF RX-ROW-TOTAL > 2000
                       MOVE 'Y' TO RX-EOF-SWITCH
                   ELSE
                       MOVE RETAIN-RECORD TO RX-REG-ROW(RX-ROW-TOTAL)
                       MOVE 'N' TO RX-ROW-DUE(RX-ROW-TOTAL)
                   END-IF
           END-READ.

       SAVE-REGISTER-PARA.
           OPEN OUTPUT REG-FILE.
           PERFORM WRITE-REGISTER-PARA VARYING RX-IDX FROM 1 BY 1
               UNTIL RX-IDX > RX-ROW-TOTAL.
           CLOSE REG-FILE.

       WRITE-REGISTER-PARA.
           MOVE RX-REG-ROW(RX-IDX) TO RETAIN-RECORD.
           WRITE RETAIN-RECORD.

      ******************************************************************
      * LIST-REGISTER-PARA - every set on the register with its
      * expiry and where it stands today.
      ******************************************************************
       LIST-REGISTER-PARA.
           MOVE ZERO TO RX-ON-DISK-COUNT.
           MOVE ZERO TO RX-HELD-COUNT.
           MOVE ZERO TO RX-DUE-COUNT.
           MOVE ZERO TO RX-GONE-COUNT.
           IF RX-ROW-TOTAL = ZERO
               DISPLAY "The retention register is empty."
               EXIT PARAGRAPH
           END-IF.
           DISPLAY "Type          Set                            "
               "Election Con Expiry   Standing".
           PERFORM LIST-ONE-PARA VARYING RX-IDX FROM 1 BY 1
               UNTIL RX-IDX > RX-ROW-TOTAL.
           MOVE RX-ON-DISK-COUNT TO RX-CNT-EDIT.
           DISPLAY "  sets on disk:          " RX-CNT-EDIT.
           MOVE RX-HELD-COUNT TO RX-CNT-EDIT.
           DISPLAY "    on legal hold:       " RX-CNT-EDIT.
           MOVE RX-DUE-COUNT TO RX-CNT-EDIT.
           DISPLAY "    due for destruction: " RX-CNT-EDIT.
           MOVE RX-GONE-COUNT TO RX-CNT-EDIT.
           DISPLAY "  sets destroyed:        " RX-CNT-EDIT.

       LIST-ONE-PARA.
           MOVE RX-REG-ROW(RX-IDX) TO RETAIN-RECORD.
           PERFORM SET-STANDING-PARA.
           DISPLAY RX-TYPE-TEXT " " RT-PREFIX " " RT-ELECTION-ID " "
               RT-CONST-CODE " " RT-EXPIRY-DATE " "
               FUNCTION TRIM(RX-STATE-TEXT).

      * Where a set stands today, for the listing and the run.
       SET-STANDING-PARA.
           IF RT-ARCHIVE-SET
               MOVE "archive set" TO RX-TYPE-TEXT
           ELSE
               MOVE "evidence pack" TO RX-TYPE-TEXT
           END-IF.
           MOVE SPACES TO RX-STATE-TEXT.
           IF RT-DESTROYED
               ADD 1 TO RX-GONE-COUNT
               STRING "destroyed " DELIMITED BY SIZE
                   RT-DESTROY-DATE DELIMITED BY SIZE
                   INTO RX-STATE-TEXT
               END-STRING
           ELSE IF RT-ON-HOLD
               ADD 1 TO RX-ON-DISK-COUNT
               ADD 1 TO RX-HELD-COUNT
               STRING "HELD - " DELIMITED BY SIZE
                   RT-HOLD-REF DELIMITED BY SIZE
                   INTO RX-STATE-TEXT
               END-STRING
           ELSE IF RT-EXPIRY-DATE NOT > RX-TODAY
               ADD 1 TO RX-ON-DISK-COUNT
               ADD 1 TO RX-DUE-COUNT
               MOVE "DUE for destruction" TO RX-STATE-TEXT
           ELSE
               ADD 1 TO RX-ON-DISK-COUNT
               COMPUTE RX-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE(RT-EXPIRY-DATE)
                   - FUNCTION INTEGER-OF-DATE(RX-TODAY)
               MOVE RX-DAYS-LEFT TO RX-DAYS-EDIT
               STRING "retained, " DELIMITED BY SIZE
                   FUNCTION TRIM(RX-DAYS-EDIT) DELIMITED BY SIZE
                   " day(s) to run" DELIMITED BY SIZE
                   INTO RX-STATE-TEXT
               END-STRING.

      ******************************************************************
      * HOLD-PARA - place (H) or release (X) a legal hold on every
      * set still on disk for the election. Named to one
      * constituency, the hold takes that constituency's packs and
      * every archive set of the election (an archive set holds all
      * of its constituencies).
      ******************************************************************
       HOLD-PARA.
           DISPLAY "Election id (8 characters) ".
           MOVE SPACES TO RX-INPUT.
           ACCEPT RX-INPUT.
           MOVE FUNCTION UPPER-CASE(RX-INPUT(1:8))
               TO RX-WANT-ELECTION.
           IF RX-WANT-ELECTION = SPACES
               DISPLAY "No election given - nothing changed."
               GO TO HOLD-EXIT
           END-IF.
           DISPLAY "Constituency code [Enter=the whole election] ".
           MOVE SPACES TO RX-INPUT.
           ACCEPT RX-INPUT.
           MOVE FUNCTION UPPER-CASE(RX-INPUT(1:3)) TO RX-WANT-CONST.
           IF RX-MODE = 'H'
               DISPLAY "Election petition reference "
           ELSE
               DISPLAY "Reference of the order disposing of the "
                   "petition "
           END-IF.
           MOVE SPACES TO RX-INPUT.
           ACCEPT RX-INPUT.
           MOVE RX-INPUT TO RX-WANT-REF.
           IF RX-WANT-REF = SPACES
               DISPLAY "A reference is required - nothing changed."
               GO TO HOLD-EXIT
           END-IF.
           MOVE ZERO TO RX-MATCH-COUNT.
           PERFORM HOLD-ONE-PARA VARYING RX-IDX FROM 1 BY 1
               UNTIL RX-IDX > RX-ROW-TOTAL.
           MOVE RX-MATCH-COUNT TO RX-CNT-EDIT.
           IF RX-MODE = 'H'
               DISPLAY RX-CNT-EDIT " set(s) placed on legal hold."
           ELSE
               DISPLAY RX-CNT-EDIT " set(s) released from legal "
                   "hold."
           END-IF.
       HOLD-EXIT.
           EXIT.

       HOLD-ONE-PARA.
           MOVE RX-REG-ROW(RX-IDX) TO RETAIN-RECORD.
           IF RT-DESTROYED
               OR RT-ELECTION-ID NOT = RX-WANT-ELECTION
               EXIT PARAGRAPH
           END-IF.
           IF RX-WANT-CONST NOT = SPACES
               AND RT-CONST-CODE NOT = SPACES
               AND RT-CONST-CODE NOT = RX-WANT-CONST
               EXIT PARAGRAPH
           END-IF.
           IF RX-MODE = 'H' AND RT-ON-HOLD
               EXIT PARAGRAPH
           END-IF.
           IF RX-MODE = 'X' AND NOT RT-ON-HOLD
               EXIT PARAGRAPH
           END-IF.
           IF RX-MODE = 'H'
               MOVE 'Y' TO RT-HOLD
           ELSE
               MOVE 'N' TO RT-HOLD
           END-IF.
           MOVE RX-TODAY TO RT-HOLD-DATE.
           MOVE RX-OPERATOR TO RT-HOLD-OPER.
           MOVE RX-WANT-REF TO RT-HOLD-REF.
           MOVE RETAIN-RECORD TO RX-REG-ROW(RX-IDX).
           MOVE 'Y' TO RX-CHANGED-SWITCH.
           ADD 1 TO RX-MATCH-COUNT.
           DISPLAY "  " FUNCTION TRIM(RT-PREFIX).
           PERFORM LOG-HOLD-PARA.

       LOG-HOLD-PARA.
           ACCEPT RX-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RX-RUN-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           STRING RX-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RX-RUN-TIME DELIMITED BY SIZE
               " RETENTION OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(RX-OPERATOR) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           IF RX-MODE = 'H'
               STRING FUNCTION TRIM(AUDIT-RECORD) DELIMITED BY SIZE
                   " HOLD SET=" DELIMITED BY SIZE
                   INTO AUDIT-RECORD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(AUDIT-RECORD) DELIMITED BY SIZE
                   " RELEASE SET=" DELIMITED BY SIZE
                   INTO AUDIT-RECORD
               END-STRING
           END-IF.
           MOVE AUDIT-RECORD TO RX-ROW.
           MOVE SPACES TO AUDIT-RECORD.
           STRING FUNCTION TRIM(RX-ROW) DELIMITED BY SIZE
               FUNCTION TRIM(RT-PREFIX) DELIMITED BY SIZE
               " ELECTION=" DELIMITED BY SIZE
               RT-ELECTION-ID DELIMITED BY SIZE
               " REF=" DELIMITED BY SIZE
               FUNCTION TRIM(RT-HOLD-REF) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

      ******************************************************************
      * ADD-SET-PARA - a set made before the register was kept, by
      * its type and date (and a pack's constituency); its manifest
      * must be there. It is registered from the date in its name.
      ******************************************************************
       ADD-SET-PARA.
           DISPLAY "Set type - A=archive set, E=evidence pack ".
           MOVE SPACES TO RX-INPUT.
           ACCEPT RX-INPUT.
           MOVE FUNCTION UPPER-CASE(RX-INPUT(1:1)) TO RX-ADD-TYPE.
           IF RX-ADD-TYPE NOT = 'A' AND RX-ADD-TYPE NOT = 'E'
               DISPLAY "Not a set type - nothing added."
               GO TO ADD-SET-EXIT
           END-IF.
           DISPLAY "Date in the set's name (YYYYMMDD) ".
           MOVE SPACES TO RX-INPUT.
           ACCEPT RX-INPUT.
           MOVE RX-INPUT(1:8) TO RX-ADD-DATE.
           IF RX-ADD-DATE NOT NUMERIC
               DISPLAY "Not a date - nothing added."
               GO TO ADD-SET-EXIT
           END-IF.
           MOVE SPACES TO RX-ADD-CONST.
           MOVE SPACES TO RN-PREFIX.
           IF RX-ADD-TYPE = 'E'
               DISPLAY "Constituency code of the pack "
               MOVE SPACES TO RX-INPUT
               ACCEPT RX-INPUT
               MOVE FUNCTION UPPER-CASE(RX-INPUT(1:3))
                   TO RX-ADD-CONST
               STRING "pack_" DELIMITED BY SIZE
                   RX-ADD-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   RX-ADD-CONST DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   INTO RN-PREFIX
               END-STRING
           ELSE
               STRING "arch_" DELIMITED BY SIZE
                   RX-ADD-DATE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   INTO RN-PREFIX
               END-STRING
           END-IF.
           MOVE SPACES TO RX-IN-NAME.
           STRING FUNCTION TRIM(RN-PREFIX) DELIMITED BY SIZE
               "manifest.dat" DELIMITED BY SIZE
               INTO RX-IN-NAME
           END-STRING.
           OPEN INPUT MAN-FILE.
           IF MAN-FILE-STATUS NOT = '00'
               DISPLAY "No " FUNCTION TRIM(RX-IN-NAME) " - there is "
                   "no such set; nothing added."
               GO TO ADD-SET-EXIT
           END-IF.
      * A pack's manifest names its election on the first line.
           MOVE SPACES TO RX-AMAN-TAIL.
           READ MAN-FILE
               NOT AT END
                   UNSTRING MAN-RECORD DELIMITED BY " election "
                       INTO RX-AMAN-JUNK RX-AMAN-TAIL
                   END-UNSTRING
           END-READ.
           CLOSE MAN-FILE.
           DISPLAY "Election id [Enter=take it from the set] ".
           MOVE SPACES TO RX-INPUT.
           ACCEPT RX-INPUT.
           MOVE FUNCTION UPPER-CASE(RX-INPUT(1:8)) TO RN-ELECTION-ID.
           IF RN-ELECTION-ID = SPACES AND RX-ADD-TYPE = 'E'
               MOVE RX-AMAN-TAIL(1:8) TO RN-ELECTION-ID
           END-IF.
           MOVE RX-ADD-TYPE TO RN-SET-TYPE.
           MOVE RX-ADD-CONST TO RN-CONST-CODE.
           MOVE RX-ADD-DATE TO RN-MADE-DATE.
           MOVE RX-OPERATOR TO RN-OPERATOR.
           CALL 'SubSTVRetReg' USING RETAIN-REQUEST.
           IF RN-RC = 00
               DISPLAY FUNCTION TRIM(RN-PREFIX) " registered; "
                   "retained until " RN-EXPIRY-DATE "."
           ELSE IF RN-RC = 01
               DISPLAY FUNCTION TRIM(RN-PREFIX) " was already on "
                   "the register; retained until " RN-EXPIRY-DATE
                   ".".
       ADD-SET-EXIT.
           EXIT.

      ******************************************************************
      * DESTROY-RUN-PARA - the retention run. Lists every set due
      * (retention expired, not on hold) and the expired sets a
      * hold keeps; with the first operator's go-ahead and a second
      * operator's confirmation, destroys the due sets under one
      * certificate.
      ******************************************************************
       DESTROY-RUN-PARA.
           MOVE ZERO TO RX-DUE-COUNT.
           MOVE ZERO TO RX-HELD-COUNT.
           DISPLAY "Sets due for destruction at " RX-TODAY ":".
           PERFORM MARK-DUE-PARA VARYING RX-IDX FROM 1 BY 1
               UNTIL RX-IDX > RX-ROW-TOTAL.
           IF RX-HELD-COUNT > ZERO
               MOVE RX-HELD-COUNT TO RX-CNT-EDIT
               DISPLAY RX-CNT-EDIT " expired set(s) kept by a legal "
                   "hold (listed above)."
           END-IF.
           IF RX-DUE-COUNT = ZERO
               DISPLAY "Nothing is due for destruction."
               GO TO DESTROY-RUN-EXIT
           END-IF.
           MOVE RX-DUE-COUNT TO RX-CNT-EDIT.
           DISPLAY "Destroy the" RX-CNT-EDIT " set(s) due? This "
               "cannot be undone (Y/N) ".
           MOVE SPACES TO RX-INPUT.
           ACCEPT RX-INPUT.
           IF FUNCTION UPPER-CASE(RX-INPUT(1:1)) NOT = 'Y'
               DISPLAY "Destruction run abandoned - nothing "
                   "destroyed."
               GO TO DESTROY-RUN-EXIT
           END-IF.
           MOVE 'DESTROY EXPIRED ELECTION RECORDS' TO SQ-ACTION.
           MOVE RX-OPERATOR TO SQ-FIRST-OPER.
           MOVE 'RS ' TO SQ-ROLES.
           CALL 'SubSTVSecondOp' USING SECOND-OPER-REQUEST.
           IF NOT SQ-CONFIRMED
               DISPLAY "Destruction run abandoned - nothing "
                   "destroyed."
               GO TO DESTROY-RUN-EXIT
           END-IF.
           ACCEPT RX-RUN-TIME FROM TIME.
           MOVE SPACES TO RX-CERT-NAME.
           STRING "stv_destruction_" DELIMITED BY SIZE
               RX-TODAY DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               RX-RUN-TIME(1:6) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO RX-CERT-NAME
           END-STRING.
           OPEN OUTPUT CERT-FILE.
           IF CERT-FILE-STATUS NOT = '00'
               DISPLAY "*** " FUNCTION TRIM(RX-CERT-NAME) " could "
                   "not be written - status " CERT-FILE-STATUS
                   "; nothing destroyed ***"
               GO TO DESTROY-RUN-EXIT
           END-IF.
           PERFORM CERT-HEAD-PARA.
           MOVE ZERO TO RX-RUN-SETS.
           MOVE ZERO TO RX-RUN-FILES.
           MOVE ZERO TO RX-RUN-RECORDS.
           MOVE ZERO TO RX-RUN-FAILED.
           PERFORM DESTROY-SET-PARA VARYING RX-IDX FROM 1 BY 1
               UNTIL RX-IDX > RX-ROW-TOTAL.
           PERFORM CERT-FOOT-PARA.
           CLOSE CERT-FILE.
           PERFORM LOG-RUN-PARA.
           MOVE RX-RUN-SETS TO RX-CNT-EDIT.
           DISPLAY RX-CNT-EDIT " set(s) destroyed - certificate "
               FUNCTION TRIM(RX-CERT-NAME) ".".
           IF RX-RUN-FAILED > ZERO
               MOVE RX-RUN-FAILED TO RX-CNT-EDIT
               DISPLAY "***" RX-CNT-EDIT " set(s) could not be "
                   "destroyed in full and stay on the register as "
                   "on disk ***"
           END-IF.
       DESTROY-RUN-EXIT.
           EXIT.

       MARK-DUE-PARA.
           MOVE 'N' TO RX-ROW-DUE(RX-IDX).
           MOVE RX-REG-ROW(RX-IDX) TO RETAIN-RECORD.
           IF RT-DESTROYED OR RT-EXPIRY-DATE > RX-TODAY
               EXIT PARAGRAPH
           END-IF.
           PERFORM SET-STANDING-PARA.
           IF NOT RT-ON-HOLD
               MOVE 'Y' TO RX-ROW-DUE(RX-IDX)
           END-IF.
           DISPLAY "  " RX-TYPE-TEXT " " RT-PREFIX " " RT-ELECTION-ID
               " expired " RT-EXPIRY-DATE " "
               FUNCTION TRIM(RX-STATE-TEXT).

       CERT-HEAD-PARA.
           MOVE SPACES TO RX-ROW.
           STRING "CERTIFICATE OF DESTRUCTION OF ELECTION RECORDS"
               DELIMITED BY SIZE
               INTO RX-ROW
           END-STRING.
           PERFORM WRITE-CERT-ROW-PARA.
           MOVE SPACES TO RX-ROW.
           STRING "Destroyed " DELIMITED BY SIZE
               RX-TODAY DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RX-RUN-TIME(1:6) DELIMITED BY SIZE
               " on expiry of the statutory retention period, "
               DELIMITED BY SIZE
               "no legal hold applying." DELIMITED BY SIZE
               INTO RX-ROW
           END-STRING.
           PERFORM WRITE-CERT-ROW-PARA.
           MOVE SPACES TO RX-ROW.
           STRING "Authorised by " DELIMITED BY SIZE
               FUNCTION TRIM(RX-OPERATOR) DELIMITED BY SIZE
               ", confirmed by " DELIMITED BY SIZE
               FUNCTION TRIM(SQ-SECOND-OPER) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               INTO RX-ROW
           END-STRING.
           PERFORM WRITE-CERT-ROW-PARA.
           MOVE "Set / file / records / outcome:" TO RX-ROW.
           PERFORM WRITE-CERT-ROW-PARA.

       CERT-FOOT-PARA.
           MOVE SPACES TO RX-ROW.
           MOVE RX-RUN-RECORDS TO RX-REC-EDIT.
           STRING "Totals: " DELIMITED BY SIZE
               RX-RUN-SETS DELIMITED BY SIZE
               " set(s), " DELIMITED BY SIZE
               RX-RUN-FILES DELIMITED BY SIZE
               " file(s), " DELIMITED BY SIZE
               FUNCTION TRIM(RX-REC-EDIT) DELIMITED BY SIZE
               " record(s) destroyed." DELIMITED BY SIZE
               INTO RX-ROW
           END-STRING.
           PERFORM WRITE-CERT-ROW-PARA.
           IF RX-RUN-FAILED > ZERO
               MOVE SPACES TO RX-ROW
               STRING RX-RUN-FAILED DELIMITED BY SIZE
                   " set(s) NOT destroyed in full - see the files "
                   DELIMITED BY SIZE
                   "marked above." DELIMITED BY SIZE
                   INTO RX-ROW
               END-STRING
               PERFORM WRITE-CERT-ROW-PARA
           END-IF.
           MOVE SPACES TO RX-ROW.
           STRING "The audit trail (stv_audit_log.dat and its sealed "
               DELIMITED BY SIZE
               "segments) is exempt and was not touched."
               DELIMITED BY SIZE
               INTO RX-ROW
           END-STRING.
           PERFORM WRITE-CERT-ROW-PARA.

       WRITE-CERT-ROW-PARA.
           MOVE RX-ROW TO CERT-RECORD.
           WRITE CERT-RECORD.

      ******************************************************************
      * DESTROY-SET-PARA - one due set: the list of its files, each
      * counted and deleted, and the set marked destroyed only when
      * every file it had is gone.
      ******************************************************************
       DESTROY-SET-PARA.
           IF RX-ROW-DUE(RX-IDX) NOT = 'Y'
               EXIT PARAGRAPH
           END-IF.
           MOVE RX-REG-ROW(RX-IDX) TO RETAIN-RECORD.
           PERFORM SET-STANDING-PARA.
           MOVE SPACES TO RX-ROW.
           STRING FUNCTION TRIM(RT-PREFIX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(RX-TYPE-TEXT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RT-CONST-CODE DELIMITED BY SIZE
               " election " DELIMITED BY SIZE
               RT-ELECTION-ID DELIMITED BY SIZE
               " made " DELIMITED BY SIZE
               RT-MADE-DATE DELIMITED BY SIZE
               " expired " DELIMITED BY SIZE
               RT-EXPIRY-DATE DELIMITED BY SIZE
               INTO RX-ROW
           END-STRING.
           PERFORM WRITE-CERT-ROW-PARA.
           DISPLAY FUNCTION TRIM(RX-ROW).
           COMPUTE RX-PREFIX-LEN =
               FUNCTION LENGTH(FUNCTION TRIM(RT-PREFIX)).
           MOVE ZERO TO RX-FILE-TOTAL.
           IF RT-ARCHIVE-SET
               PERFORM LIST-ARCHIVE-FILES-PARA
           ELSE
               PERFORM LIST-PACK-FILES-PARA
           END-IF.
           MOVE ZERO TO RX-SET-FILES.
           MOVE ZERO TO RX-SET-RECORDS.
           MOVE 'N' TO RX-SET-FAIL-SWITCH.
           PERFORM DESTROY-FILE-PARA VARYING RX-FILE-IDX
               FROM 1 BY 1 UNTIL RX-FILE-IDX > RX-FILE-TOTAL.
           IF RX-SET-FAIL-SWITCH = 'Y'
               ADD 1 TO RX-RUN-FAILED
               MOVE SPACES TO RX-ROW
               STRING "  ** set NOT destroyed in full - it stays on "
                   DELIMITED BY SIZE
                   "the register as on disk **" DELIMITED BY SIZE
                   INTO RX-ROW
               END-STRING
               PERFORM WRITE-CERT-ROW-PARA
           ELSE
               ADD 1 TO RX-RUN-SETS
               MOVE 'D' TO RT-STATE
               MOVE RX-TODAY TO RT-DESTROY-DATE
               MOVE RETAIN-RECORD TO RX-REG-ROW(RX-IDX)
               MOVE 'Y' TO RX-CHANGED-SWITCH
           END-IF.
           ADD RX-SET-FILES TO RX-RUN-FILES.
           ADD RX-SET-RECORDS TO RX-RUN-RECORDS.
           PERFORM LOG-SET-PARA.

      * An archive set: its votes image (of the record length its
      * manifest gives - a set with no manifest line is the 133-byte
      * unload of an earlier release), every file on the archive's
      * list, and the manifest itself last.
       LIST-ARCHIVE-FILES-PARA.
           MOVE SPACES TO RX-IN-NAME.
           STRING FUNCTION TRIM(RT-PREFIX) DELIMITED BY SIZE
               "manifest.dat" DELIMITED BY SIZE
               INTO RX-IN-NAME
           END-STRING.
           MOVE 133 TO RX-IMG-LEN.
           OPEN INPUT MAN-FILE.
           IF MAN-FILE-STATUS = '00'
               MOVE 'N' TO RX-EOF-SWITCH
               PERFORM READ-ARCH-MANIFEST-PARA
                   UNTIL RX-EOF-SWITCH = 'Y'
               CLOSE MAN-FILE
           END-IF.
           MOVE "votes_output.dat" TO RX-WORK-NAME.
           PERFORM ADD-SET-FILE-PARA.
           MOVE 'F' TO RX-SET-KIND(RX-FILE-TOTAL).
           MOVE RX-IMG-LEN TO RX-SET-RECLEN(RX-FILE-TOTAL).
           PERFORM ADD-ARCH-FILE-PARA VARYING RX-LIST-IDX
               FROM 1 BY 1 UNTIL RX-LIST-IDX > 23.
           MOVE "manifest.dat" TO RX-WORK-NAME.
           PERFORM ADD-SET-FILE-PARA.

       READ-ARCH-MANIFEST-PARA.
           READ MAN-FILE
               AT END
                   MOVE 'Y' TO RX-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO RX-AMAN-TAIL
                   UNSTRING MAN-RECORD
                       DELIMITED BY "VOTES-IMAGE-RECLEN="
                       INTO RX-AMAN-JUNK RX-AMAN-TAIL
                   END-UNSTRING
                   IF RX-AMAN-TAIL NOT = SPACES
                       COMPUTE RX-IMG-LEN =
                           FUNCTION NUMVAL(RX-AMAN-TAIL(1:3))
                   END-IF
           END-READ.

       ADD-ARCH-FILE-PARA.
           MOVE AF-FILE-NAME(RX-LIST-IDX) TO RX-WORK-NAME.
           PERFORM ADD-SET-FILE-PARA.

      * RX-WORK-NAME under the set's prefix, as a line-sequential
      * file unless the caller says otherwise.
       ADD-SET-FILE-PARA.
           IF RX-FILE-TOTAL < 60
               ADD 1 TO RX-FILE-TOTAL
               MOVE SPACES TO RX-SET-NAME(RX-FILE-TOTAL)
               STRING FUNCTION TRIM(RT-PREFIX) DELIMITED BY SIZE
                   FUNCTION TRIM(RX-WORK-NAME) DELIMITED BY SIZE
                   INTO RX-SET-NAME(RX-FILE-TOTAL)
               END-STRING
               MOVE 'L' TO RX-SET-KIND(RX-FILE-TOTAL)
               MOVE ZERO TO RX-SET-RECLEN(RX-FILE-TOTAL)
           END-IF.

      * An evidence pack: every file its manifest lists (the
      * ballots image is 335-byte fixed records), then the manifest.
       LIST-PACK-FILES-PARA.
           MOVE SPACES TO RX-IN-NAME.
           STRING FUNCTION TRIM(RT-PREFIX) DELIMITED BY SIZE
               "manifest.dat" DELIMITED BY SIZE
               INTO RX-IN-NAME
           END-STRING.
           OPEN INPUT MAN-FILE.
           IF MAN-FILE-STATUS = '00'
               MOVE 'N' TO RX-EOF-SWITCH
               PERFORM READ-PACK-MANIFEST-PARA
                   UNTIL RX-EOF-SWITCH = 'Y'
               CLOSE MAN-FILE
           END-IF.
           MOVE "manifest.dat" TO RX-WORK-NAME.
           PERFORM ADD-SET-FILE-PARA.

       READ-PACK-MANIFEST-PARA.
           READ MAN-FILE
               AT END
                   MOVE 'Y' TO RX-EOF-SWITCH
               NOT AT END
                   IF MAN-RECORD(1:2) = SPACES
                       AND MAN-RECORD(3:RX-PREFIX-LEN)
                           = RT-PREFIX(1:RX-PREFIX-LEN)
                       MOVE SPACES TO RX-WORK-NAME
                       UNSTRING MAN-RECORD(3 + RX-PREFIX-LEN:)
                           DELIMITED BY SPACE
                           INTO RX-WORK-NAME
                       END-UNSTRING
                       IF RX-WORK-NAME NOT = SPACES
                           AND RX-WORK-NAME NOT = "manifest.dat"
                           PERFORM ADD-SET-FILE-PARA
                           IF RX-WORK-NAME = "votes.dat"
                               MOVE 'F' TO RX-SET-KIND(RX-FILE-TOTAL)
                               MOVE 335
                                   TO RX-SET-RECLEN(RX-FILE-TOTAL)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * DESTROY-FILE-PARA - one file of the set: counted, deleted,
      * and written to the certificate and the audit trail. A file
      * the set never had (a list entry the election did not
      * produce, a pack file not packed) is noted as not present.
      ******************************************************************
       DESTROY-FILE-PARA.
           MOVE RX-SET-NAME(RX-FILE-IDX) TO RX-IN-NAME.
           MOVE ZERO TO RX-RECORDS.
           IF RX-IN-NAME(1:RX-PREFIX-LEN)
               NOT = RT-PREFIX(1:RX-PREFIX-LEN)
               EXIT PARAGRAPH
           END-IF.
           CALL 'CBL_CHECK_FILE_EXIST' USING RX-IN-NAME
               RX-FILE-INFO.
           IF RETURN-CODE NOT = ZERO
               MOVE "not present" TO RX-FILE-NOTE
               PERFORM CERT-FILE-LINE-PARA
               EXIT PARAGRAPH
           END-IF.
           IF RX-SET-KIND(RX-FILE-IDX) = 'F'
               DIVIDE RX-FILE-SIZE BY RX-SET-RECLEN(RX-FILE-IDX)
                   GIVING RX-RECORDS
           ELSE
               PERFORM COUNT-LINES-PARA
           END-IF.
           CALL 'CBL_DELETE_FILE' USING RX-IN-NAME.
           IF RETURN-CODE = ZERO
               MOVE "destroyed" TO RX-FILE-NOTE
               ADD 1 TO RX-SET-FILES
               ADD RX-RECORDS TO RX-SET-RECORDS
           ELSE
               MOVE "NOT DESTROYED" TO RX-FILE-NOTE
               MOVE 'Y' TO RX-SET-FAIL-SWITCH
           END-IF.
           PERFORM CERT-FILE-LINE-PARA.
           PERFORM LOG-FILE-PARA.

       COUNT-LINES-PARA.
           OPEN INPUT COUNT-FILE.
           IF COUNT-FILE-STATUS = '00'
               MOVE 'N' TO RX-EOF-SWITCH
               PERFORM COUNT-ONE-LINE-PARA UNTIL RX-EOF-SWITCH = 'Y'
               CLOSE COUNT-FILE
           END-IF.

       COUNT-ONE-LINE-PARA.
           READ COUNT-FILE
               AT END
                   MOVE 'Y' TO RX-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RX-RECORDS
           END-READ.

       CERT-FILE-LINE-PARA.
           MOVE RX-RECORDS TO RX-REC-EDIT.
           MOVE SPACES TO RX-ROW.
           STRING "  " DELIMITED BY SIZE
               RX-IN-NAME DELIMITED BY SIZE
               RX-REC-EDIT DELIMITED BY SIZE
               " record(s)  " DELIMITED BY SIZE
               FUNCTION TRIM(RX-FILE-NOTE) DELIMITED BY SIZE
               INTO RX-ROW
           END-STRING.
           PERFORM WRITE-CERT-ROW-PARA.
           IF RX-FILE-NOTE NOT = "not present"
               DISPLAY FUNCTION TRIM(RX-ROW TRAILING)
           END-IF.

       LOG-FILE-PARA.
           ACCEPT RX-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RX-RUN-TIME FROM TIME.
           MOVE RX-RECORDS TO RX-REC-EDIT.
           MOVE SPACES TO AUDIT-RECORD.
           STRING RX-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RX-RUN-TIME DELIMITED BY SIZE
               " RETENTION OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(RX-OPERATOR) DELIMITED BY SIZE
               " SECOND=" DELIMITED BY SIZE
               FUNCTION TRIM(SQ-SECOND-OPER) DELIMITED BY SIZE
               " FILE=" DELIMITED BY SIZE
               FUNCTION TRIM(RX-IN-NAME) DELIMITED BY SIZE
               " RECORDS=" DELIMITED BY SIZE
               FUNCTION TRIM(RX-REC-EDIT) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(RX-FILE-NOTE) DELIMITED BY SIZE
               " CERT=" DELIMITED BY SIZE
               FUNCTION TRIM(RX-CERT-NAME) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       LOG-SET-PARA.
           ACCEPT RX-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RX-RUN-TIME FROM TIME.
           MOVE RX-SET-RECORDS TO RX-REC-EDIT.
           MOVE SPACES TO AUDIT-RECORD.
           STRING RX-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RX-RUN-TIME DELIMITED BY SIZE
               " RETENTION OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(RX-OPERATOR) DELIMITED BY SIZE
               " SECOND=" DELIMITED BY SIZE
               FUNCTION TRIM(SQ-SECOND-OPER) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           IF RX-SET-FAIL-SWITCH = 'Y'
               STRING FUNCTION TRIM(AUDIT-RECORD) DELIMITED BY SIZE
                   " PART-DESTROYED SET=" DELIMITED BY SIZE
                   INTO AUDIT-RECORD
               END-STRING
           ELSE
               STRING FUNCTION TRIM(AUDIT-RECORD) DELIMITED BY SIZE
                   " DESTROYED SET=" DELIMITED BY SIZE
                   INTO AUDIT-RECORD
               END-STRING
           END-IF.
           MOVE AUDIT-RECORD TO RX-ROW.
           MOVE SPACES TO AUDIT-RECORD.
           STRING FUNCTION TRIM(RX-ROW) DELIMITED BY SIZE
               FUNCTION TRIM(RT-PREFIX) DELIMITED BY SIZE
               " ELECTION=" DELIMITED BY SIZE
               RT-ELECTION-ID DELIMITED BY SIZE
               " EXPIRY=" DELIMITED BY SIZE
               RT-EXPIRY-DATE DELIMITED BY SIZE
               " FILES=" DELIMITED BY SIZE
               RX-SET-FILES DELIMITED BY SIZE
               " RECORDS=" DELIMITED BY SIZE
               FUNCTION TRIM(RX-REC-EDIT) DELIMITED BY SIZE
               " CERT=" DELIMITED BY SIZE
               FUNCTION TRIM(RX-CERT-NAME) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       LOG-RUN-PARA.
           ACCEPT RX-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RX-RUN-TIME FROM TIME.
           MOVE RX-RUN-RECORDS TO RX-REC-EDIT.
           MOVE SPACES TO AUDIT-RECORD.
           STRING RX-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RX-RUN-TIME DELIMITED BY SIZE
               " RETENTION OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(RX-OPERATOR) DELIMITED BY SIZE
               " SECOND=" DELIMITED BY SIZE
               FUNCTION TRIM(SQ-SECOND-OPER) DELIMITED BY SIZE
               " DESTRUCTION RUN SETS=" DELIMITED BY SIZE
               RX-RUN-SETS DELIMITED BY SIZE
               " FILES=" DELIMITED BY SIZE
               RX-RUN-FILES DELIMITED BY SIZE
               " RECORDS=" DELIMITED BY SIZE
               FUNCTION TRIM(RX-REC-EDIT) DELIMITED BY SIZE
               " FAILED=" DELIMITED BY SIZE
               RX-RUN-FAILED DELIMITED BY SIZE
               " CERT=" DELIMITED BY SIZE
               FUNCTION TRIM(RX-CERT-NAME) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       END PROGRAM SubSTVRetain.
