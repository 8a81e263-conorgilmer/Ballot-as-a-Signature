      * Purpose:   Constituency lock maintenance - list the locks
      *            currently held (who, from which program, since
      *            when) and let a supervisor clear a lock a crashed
      *            session left behind. Clearing needs a second
      *            operator's confirmation (SubSTVSecondOp), goes
      *            through the lock manager and is logged to the
      *            audit trail with both operators' ids, because
      *            taking a lock off a live session is exactly the
      *            corruption the locks exist to prevent.
      * Tectonics: cobc
      ******************************************************************
       77 LM-RUN-TIME          PIC 9(8).

       COPY LockReq.
      * Request block for the second-operator confirmation a clear
      * needs.
       COPY SecondReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT LM-INPUT.
           IF LM-INPUT = SPACES
               DISPLAY "No lock cleared."
               EXIT PROGRAM
           END-IF.
           MOVE 'CLEAR CONSTITUENCY LOCK' TO SQ-ACTION.
           MOVE LM-OPERATOR TO SQ-FIRST-OPER.
           MOVE 'RS ' TO SQ-ROLES.
           CALL 'SubSTVSecondOp' USING SECOND-OPER-REQUEST.
           IF NOT SQ-CONFIRMED
               DISPLAY "No lock cleared."
           ELSE
               MOVE 'C' TO LR-ACTION
               MOVE FUNCTION UPPER-CASE(LM-INPUT(1:3))
               LM-RUN-TIME DELIMITED BY SIZE
               " LOCKMNT OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(LM-OPERATOR) DELIMITED BY SIZE
               " SECOND=" DELIMITED BY SIZE
               FUNCTION TRIM(SQ-SECOND-OPER) DELIMITED BY SIZE
               " CLEARED CONST=" DELIMITED BY SIZE
               LR-CONST-CODE DELIMITED BY SIZE
               " HELD-BY=" DELIMITED BY SIZE
