      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Second-operator confirmation, called through the
      *            SecondReq request block before an action that
      *            needs two people. The operator asking first keys
      *            their own passphrase again - their id was only
      *            typed at the calling program's prompt, and both
      *            people must prove who they are. A second operator
      *            then signs on at the same terminal with their own
      *            id and passphrase; they must be active on
      *            operators.dat, hold one of the roles the caller
      *            allows, have a passphrase set, and not be the
      *            operator asking.
      *            Every refusal gets the one message, as the menu
      *            sign-on does, and an audit line naming both ids;
      *            a confirmed action is logged by its own program
      *            with both ids on the line.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVSecondOp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT OPER-FILE
           ASSIGN TO 'operators.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPER-FILE            RECORD CONTAINS 46 CHARACTERS.
       COPY OperRec.

       WORKING-STORAGE SECTION.
       77 OPER-FILE-STATUS     PIC XX VALUE '00'.
       77 OPER-EOF-SWITCH      PIC X.
       01 AUDIT-RECORD         PIC X(300).
      * Request block for the chained audit writer; audit lines go
      * through SubSTVAuditLog for their sequence and chain stamp.
       COPY AuditReq.
       77 SO-INPUT             PIC X(12).
       77 SO-PASS-INPUT        PIC X(12).
       77 SO-FILE-SWITCH       PIC X.
       77 SO-FOUND-SWITCH      PIC X.
       77 SO-ROLE              PIC X.
       77 SO-PASS              PIC X(12).
       77 SO-REASON            PIC X(16).
       77 SO-WANT-ID           PIC X(8).
       77 SO-RUN-DATE          PIC 9(8).
       77 SO-RUN-TIME          PIC 9(8).

       LINKAGE SECTION.
       COPY SecondReq.

       PROCEDURE DIVISION USING SECOND-OPER-REQUEST.
       MAIN-PROCEDURE.
           MOVE SPACES TO SQ-SECOND-OPER.
           MOVE 01 TO SQ-RC.
           DISPLAY "Second-operator confirmation required - "
               FUNCTION TRIM(SQ-ACTION) ".".
           PERFORM CHECK-FIRST-PARA.
           IF SO-REASON NOT = SPACES
               DISPLAY "Second-operator confirmation refused."
               PERFORM LOG-REFUSAL-PARA
               EXIT PROGRAM
           END-IF.
           DISPLAY "Second operator - enter your operator id ".
           MOVE SPACES TO SO-INPUT.
           ACCEPT SO-INPUT.
           MOVE FUNCTION UPPER-CASE(SO-INPUT(1:8)) TO SQ-SECOND-OPER.
           IF SQ-SECOND-OPER = SPACES
               DISPLAY "No second operator - action not confirmed."
               EXIT PROGRAM
           END-IF.
           MOVE SQ-SECOND-OPER TO SO-WANT-ID.
           PERFORM LOOKUP-OPERATOR-PARA.
           IF SQ-SECOND-OPER = SQ-FIRST-OPER
               MOVE 'SAME-PERSON' TO SO-REASON
           ELSE IF SO-FILE-SWITCH = 'N'
               MOVE ZERO TO SQ-RC
           ELSE IF SO-FOUND-SWITCH = 'N'
               MOVE 'NOT-ACTIVE' TO SO-REASON
           ELSE IF SO-ROLE = SPACE
               OR (SO-ROLE NOT = SQ-ROLES(1:1)
                   AND SO-ROLE NOT = SQ-ROLES(2:1)
                   AND SO-ROLE NOT = SQ-ROLES(3:1))
               MOVE 'ROLE' TO SO-REASON
           ELSE IF SO-PASS = SPACES
               MOVE 'NO-PASS' TO SO-REASON
           ELSE
               PERFORM CHECK-PASS-PARA.
           IF SQ-RC = ZERO
               DISPLAY "Confirmed by second operator "
                   FUNCTION TRIM(SQ-SECOND-OPER) "."
           ELSE
               DISPLAY "Second-operator confirmation refused."
               PERFORM LOG-REFUSAL-PARA
           END-IF.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-FIRST-PARA - the operator asking keys their passphrase
      * again, held to the same rule as the second operator: active
      * on operators.dat with a passphrase set, keyed correctly.
      * Without the check anyone could type another's id at the
      * calling program's prompt and confirm as second themselves.
      * A site without operators.dat takes the id as typed. A
      * refusal leaves its reason in SO-REASON.
      ******************************************************************
       CHECK-FIRST-PARA.
           MOVE SPACES TO SO-REASON.
           MOVE SQ-FIRST-OPER TO SO-WANT-ID.
           PERFORM LOOKUP-OPERATOR-PARA.
           IF SO-FILE-SWITCH = 'N'
               EXIT PARAGRAPH
           END-IF.
           IF SO-FOUND-SWITCH = 'N'
               MOVE 'FIRST-NOT-ACTIVE' TO SO-REASON
           ELSE IF SO-PASS = SPACES
               MOVE 'FIRST-NO-PASS' TO SO-REASON
           ELSE
               DISPLAY "Operator " FUNCTION TRIM(SQ-FIRST-OPER)
                   " - re-enter your passphrase "
               MOVE SPACES TO SO-PASS-INPUT
               ACCEPT SO-PASS-INPUT
               IF SO-PASS-INPUT NOT = SO-PASS
                   MOVE 'FIRST-PASSPHRASE' TO SO-REASON
               END-IF.

      ******************************************************************
      * LOOKUP-OPERATOR-PARA - find SO-WANT-ID on operators.dat; a
      * disabled record counts as not found. SO-FILE-SWITCH says
      * whether the site keeps the file at all.
      ******************************************************************
       LOOKUP-OPERATOR-PARA.
           MOVE 'N' TO SO-FOUND-SWITCH.
           MOVE SPACE TO SO-ROLE.
           MOVE SPACES TO SO-PASS.
           OPEN INPUT OPER-FILE.
           IF OPER-FILE-STATUS NOT = '00'
               MOVE 'N' TO SO-FILE-SWITCH
           ELSE
               MOVE 'Y' TO SO-FILE-SWITCH
               MOVE 'N' TO OPER-EOF-SWITCH
               PERFORM READ-OPERATOR-PARA
                   UNTIL OPER-EOF-SWITCH = 'Y'
               CLOSE OPER-FILE
           END-IF.

       READ-OPERATOR-PARA.
           READ OPER-FILE
               AT END
                   MOVE 'Y' TO OPER-EOF-SWITCH
               NOT AT END
                   IF OP-ID = SO-WANT-ID
                       MOVE 'Y' TO OPER-EOF-SWITCH
                       IF NOT OP-DISABLED
                           MOVE 'Y' TO SO-FOUND-SWITCH
                           MOVE OP-ROLE TO SO-ROLE
                           MOVE OP-PASS TO SO-PASS
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * CHECK-PASS-PARA - the second operator keys their own
      * passphrase; unlike the menu sign-on a blank passphrase on
      * file never confirms, or anyone could key another's id.
      ******************************************************************
       CHECK-PASS-PARA.
           DISPLAY "Second operator - enter your passphrase ".
           MOVE SPACES TO SO-PASS-INPUT.
           ACCEPT SO-PASS-INPUT.
           IF SO-PASS-INPUT = SO-PASS
               MOVE ZERO TO SQ-RC
           ELSE
               MOVE 'PASSPHRASE' TO SO-REASON
           END-IF.

       LOG-REFUSAL-PARA.
           ACCEPT SO-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT SO-RUN-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           STRING SO-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               SO-RUN-TIME DELIMITED BY SIZE
               " SECONDOP OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(SQ-FIRST-OPER) DELIMITED BY SIZE
               " SECOND=" DELIMITED BY SIZE
               FUNCTION TRIM(SQ-SECOND-OPER) DELIMITED BY SIZE
               " REFUSED REASON=" DELIMITED BY SIZE
               FUNCTION TRIM(SO-REASON) DELIMITED BY SIZE
               " ACTION=" DELIMITED BY SIZE
               FUNCTION TRIM(SQ-ACTION) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       END PROGRAM SubSTVSecondOp.
