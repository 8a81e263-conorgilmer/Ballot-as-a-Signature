           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COPY-OUT-STATUS.
       SELECT AUDIT-FILE
           ASSIGN TO DYNAMIC RC-AUDIT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.
       SELECT SEG-FILE
           ASSIGN TO 'stv_audit_segments.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEG-FILE-STATUS.
       SELECT RPT-FILE
           ASSIGN TO 'stv_recount_report.dat'
           ORGANIZATION IS LINE SEQUENTIAL
       FD  AUDIT-FILE           RECORD CONTAINS 360 CHARACTERS.
       01  AUDIT-RECORD         PIC X(360).

       FD  SEG-FILE             RECORD CONTAINS 119 CHARACTERS.
       COPY AuditSeg.

       FD  RPT-FILE             RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD           PIC X(80).

       77 COPY-OUT-STATUS      PIC XX VALUE '00'.
       77 AUDIT-FILE-STATUS    PIC XX VALUE '00'.
       77 RPT-FILE-STATUS      PIC XX VALUE '00'.
       77 SEG-FILE-STATUS      PIC XX VALUE '00'.
       77 RC-SEG-EOF-SWITCH    PIC X.
       77 RC-AUDIT-NAME        PIC X(30).
       77 CMAST-EOF-SWITCH     PIC X.
       77 RC-EOF-SWITCH        PIC X.
       77 RC-INPUT             PIC X(12).
       77 R                    PIC 9(3) VALUE ZERO.
       77 RC-TIE-RULE          PIC X.
       77 RC-METHOD            PIC X.
       77 RC-DEFER             PIC X.
       77 RC-BULK              PIC X.
       77 RC-SEED              PIC 9(8).
       77 RC-LK-N              PIC 9(12) VALUE ZERO.
       77 RC-LK-R              PIC 9(12) VALUE ZERO.
       77 RCN-QUOTA            PIC 9(9) VALUE ZERO.
       01 RCP-FEED-AREA.
           05 RCP-ROUND-ENTRY      OCCURS 200 TIMES.
               10 RCP-VOTES         PIC 9(9)V9(4) OCCURS 99 TIMES.
       01 RCN-FEED-AREA.
           05 RCN-ROUND-ENTRY      OCCURS 200 TIMES.
               10 RCN-VOTES         PIC 9(9)V9(4) OCCURS 99 TIMES.
       01 RCP-STATE-AREA.
           05 RCP-STATE        PIC X OCCURS 99 TIMES.
       01 RCN-STATE-AREA.
           05 RCN-STATE        PIC X OCCURS 99 TIMES.

       LINKAGE SECTION.
      * The caller's run-request block: the recount drives the
           PERFORM VALIDATE-R-PARA UNTIL R > ZERO AND R <= N.
           PERFORM GET-TIE-RULE-PARA.
           PERFORM GET-METHOD-PARA.
           PERFORM GET-OPTIONS-PARA.
           PERFORM GET-SEED-PARA.
           PERFORM READ-PREV-FEED-PARA.
           IF RCP-MAX-ROUND = ZERO
               MOVE FUNCTION UPPER-CASE(RC-INPUT(1:1)) TO RC-METHOD
           END-IF.

      * The recount must run on the count options the original count
      * used - deferral and bulk exclusion change the rounds.
       GET-OPTIONS-PARA.
           DISPLAY "Surplus deferral as at the original count - "
               "Y/N [Enter=N] ".
           MOVE SPACES TO RC-INPUT.
           ACCEPT RC-INPUT.
           MOVE 'N' TO RC-DEFER.
           IF FUNCTION UPPER-CASE(RC-INPUT(1:1)) = 'Y'
               MOVE 'Y' TO RC-DEFER
           END-IF.
           DISPLAY "Bulk exclusion as at the original count - "
               "Y/N [Enter=N] ".
           MOVE SPACES TO RC-INPUT.
           ACCEPT RC-INPUT.
           MOVE 'N' TO RC-BULK.
           IF FUNCTION UPPER-CASE(RC-INPUT(1:1)) = 'Y'
               MOVE 'Y' TO RC-BULK
           END-IF.

      ******************************************************************
      * GET-SEED-PARA - a recount ordered to replay a draw exactly
      * uses the seed recorded in the previous count's output; zero
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = RC-CONST-CODE
                       IF N < 99
                           ADD 1 TO N
                       ELSE
                           MOVE 'Y' TO CMAST-EOF-SWITCH
           MOVE 'F' TO BR-DEPTH.
           MOVE RC-TIE-RULE TO BR-TIE-RULE.
           MOVE RC-METHOD TO BR-METHOD.
           MOVE RC-DEFER TO BR-DEFER.
           MOVE RC-BULK TO BR-BULK.
           MOVE 'N' TO BR-RESUME.
           MOVE 'R' TO BR-RUN-TYPE.
           MOVE ZERO TO BR-TURNOUT.
           MOVE RC-SEED TO BR-SEED.
           MOVE 99 TO BR-RC.

       CLEAR-PREV-PARA.
           PERFORM CLEAR-PREV-CAND-PARA VARYING RC-CAND FROM 1 BY 1
               UNTIL RC-CAND > 99.

       CLEAR-PREV-CAND-PARA.
           MOVE ZERO TO RCP-VOTES(RC-ROUND RC-CAND).

       CLEAR-NEW-PARA.
           PERFORM CLEAR-NEW-CAND-PARA VARYING RC-CAND FROM 1 BY 1
               UNTIL RC-CAND > 99.

       CLEAR-NEW-CAND-PARA.
           MOVE ZERO TO RCN-VOTES(RC-ROUND RC-CAND).
               COMPUTE RC-VOTES = FUNCTION NUMVAL(RC-T4)
               MOVE RC-T5(1:1) TO RC-STATUS
               COMPUTE RC-QUOTA = FUNCTION NUMVAL(RC-T6)
               IF RC-ROUND > 200 OR RC-CAND = ZERO OR RC-CAND > 99
                   MOVE ZERO TO RC-ROUND
               END-IF
           END-IF.
      * LIST-MAINT-PARA - the ballot-maintenance audit lines for
      * this constituency: every void and amendment since the log
      * began, which is the evidence of what changed between the
      * two counts - the sealed segments of the trail first, then
      * the live trail.
      ******************************************************************
       LIST-MAINT-PARA.
           MOVE "Ballot maintenance recorded for this "
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE "constituency (see audit trail):" TO RC-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE 'N' TO RC-SEG-EOF-SWITCH.
           OPEN INPUT SEG-FILE.
           IF SEG-FILE-STATUS = '00'
               PERFORM READ-SEGMENT-PARA
                   UNTIL RC-SEG-EOF-SWITCH = 'Y'
               CLOSE SEG-FILE
           END-IF.
           MOVE 'stv_audit_log.dat' TO RC-AUDIT-NAME.
           PERFORM SCAN-AUDIT-FILE-PARA.
           IF RC-MAINT-COUNT = ZERO
               MOVE "  (none on the audit trail)" TO RC-ROW
               PERFORM WRITE-RPT-ROW-PARA
           END-IF.

       READ-SEGMENT-PARA.
           READ SEG-FILE
               AT END
                   MOVE 'Y' TO RC-SEG-EOF-SWITCH
               NOT AT END
                   MOVE AS-FILE-NAME TO RC-AUDIT-NAME
                   PERFORM SCAN-AUDIT-FILE-PARA
           END-READ.

       SCAN-AUDIT-FILE-PARA.
           MOVE 'N' TO RC-EOF-SWITCH.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS = '00'
               PERFORM READ-AUDIT-PARA UNTIL RC-EOF-SWITCH = 'Y'
               CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-PARA.
           READ AUDIT-FILE
