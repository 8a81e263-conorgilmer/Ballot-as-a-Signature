      *            balls. Locked out unless the constituency is
      *            still in PREPARATION, exactly as slate changes
      *            are: once its ballots are open the papers are
      *            printed and the order is fixed. The election
      *            timetable governs it too: there is no draw until
      *            nominations have closed, and a draw before the
      *            last day for withdrawal is warned about, since the
      *            slate may still lose a candidate.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 J                    PIC 9(3).
       77 DW-ROW-PTR           PIC 9(4).
       77 DW-ORDER-TEXT        PIC X(160).
       77 DW-SLATE-BIG-SW      PIC X VALUE 'N'.
       01 DW-AUDIT-TEXT        PIC X(300).
       77 DW-RUN-DATE          PIC 9(8).
       77 DW-RUN-TIME          PIC 9(8).
      * This constituency's slate, shuffled in place; other
      * constituencies' rows pass through the rewrite untouched.
       01 DW-SLATE-AREA.
           05 DW-SLATE-ENTRY       OCCURS 99 TIMES.
               10 DW-NAME           PIC X(30).
               10 DW-PARTY          PIC X(20).
               10 DW-STATUS         PIC X.
               10 DW-KEEP-STATUS    PIC X.
       77 DW-KEEP-TOTAL        PIC 9(4) VALUE ZERO.
       77 DW-KEEP-IDX          PIC 9(4).
      * Request block for the statutory deadline check.
       COPY DeadReq.

      * Request block for the chained audit writer.
       COPY AuditReq.
      * Working storage persists across CALLs - reset per-run state.
           MOVE ZERO TO N.
           MOVE ZERO TO DW-KEEP-TOTAL.
           MOVE 'N' TO DW-SLATE-BIG-SW.
           PERFORM GET-OPERATOR-PARA.
           PERFORM VALIDATE-OPERATOR-PARA
               UNTIL DW-OPERATOR NOT = SPACES.
                   DW-CONST-CODE " - the workflow cannot confirm "
                   "the papers are unprinted ***"
           END-IF.
           PERFORM CHECK-TIMETABLE-PARA.
           IF DL-RC = 00 AND DL-NOM-CLOSE
               EXIT PROGRAM
           END-IF.
           PERFORM LOAD-SLATE-PARA.
           IF N = ZERO
               DISPLAY "No candidate master rows for "
                   DW-CONST-CODE " - load the slate first."
               EXIT PROGRAM
           END-IF.
           IF DW-SLATE-BIG-SW = 'Y'
               DISPLAY "*** More than 99 candidates for "
                   DW-CONST-CODE " - the system limit is 99; the "
                   "draw will not run ***"
               EXIT PROGRAM
           END-IF.
           PERFORM GET-SEED-PARA.
           PERFORM SHUFFLE-PARA.
           DISPLAY "Drawn ballot paper order for " DW-CONST-CODE
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * CHECK-TIMETABLE-PARA - nominations must have closed; the last
      * day for withdrawal still to come is a warning only.
      ******************************************************************
       CHECK-TIMETABLE-PARA.
           MOVE DW-CONST-CODE TO DL-CONST-CODE.
           MOVE SPACES TO DL-ELECTION-ID.
           MOVE 1 TO DL-MILESTONE.
           CALL 'SubSTVDeadline' USING DEADLINE-REQUEST.
           IF DL-RC = 00
               DISPLAY FUNCTION TRIM(DL-NAME) " is " DL-DATE " "
                   DL-TIME " - the slate is not final; draw "
                   "refused."
               EXIT PARAGRAPH
           END-IF.
           MOVE 3 TO DL-MILESTONE.
           CALL 'SubSTVDeadline' USING DEADLINE-REQUEST.
           IF DL-RC = 00
               DISPLAY "*** WARNING: " FUNCTION TRIM(DL-NAME) " is "
                   DL-DATE " " DL-TIME " - a candidate may still "
                   "withdraw after this draw ***"
           END-IF.

      ******************************************************************
      * GET-OPERATOR-PARA - the returning officer conducting the
      * draw; the id goes on the audit line. Validated against
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = DW-CONST-CODE
                       IF N < 99
                           ADD 1 TO N
                           MOVE CM-NAME TO DW-NAME(N)
                           MOVE CM-PARTY TO DW-PARTY(N)
                           MOVE CM-STATUS TO DW-STATUS(N)
                       ELSE
                           MOVE 'Y' TO DW-SLATE-BIG-SW
                           MOVE 'Y' TO CMAST-EOF-SWITCH
                       END-IF
                   ELSE
