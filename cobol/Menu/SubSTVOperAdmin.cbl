      *            to stv_audit_log.dat under the administering
      *            operator's id, the way ballot maintenance logs
      *            ballots; passphrases are never written to the
      *            audit trail. A role change needs a second
      *            operator's confirmation (SubSTVSecondOp) and its
      *            line carries both ids. The menu restricts this
      *            option to the returning-officer role.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 OA-WHAT              PIC X(12).
       77 OA-OLD-VAL           PIC X(4).
       77 OA-NEW-VAL           PIC X(4).
       77 OA-PTR               PIC 9(3).
      * Request block for the second-operator confirmation a role
      * change needs; SQ-SECOND-OPER stays blank for other changes.
       COPY SecondReq.
       01 OA-TABLE-AREA.
           05 OA-ENTRY             OCCURS 100 TIMES.
               10 OA-ID             PIC X(8).
      * Working storage persists across CALLs - reset per-run state.
           MOVE ZERO TO OA-TOTAL.
           MOVE 'N' TO OA-CHANGED-SWITCH.
           MOVE SPACES TO SQ-SECOND-OPER.
           PERFORM LOAD-OPERS-PARA.
           PERFORM GET-ADMIN-PARA.
           PERFORM VALIDATE-ADMIN-PARA
           MOVE OA-ROLE(OA-FOUND-IDX) TO OA-OLD-ROLE.
           MOVE SPACES TO OA-INPUT.
           PERFORM GET-ROLE-PARA UNTIL OA-INPUT(1:1) NOT = SPACE.
           IF OA-INPUT(1:1) = OA-OLD-ROLE
               DISPLAY "Role unchanged for " OA-PICK-ID "."
               EXIT PARAGRAPH
           END-IF.
           MOVE 'CHANGE OPERATOR ROLE' TO SQ-ACTION.
           MOVE OA-ADMIN-ID TO SQ-FIRST-OPER.
           MOVE 'RS ' TO SQ-ROLES.
           CALL 'SubSTVSecondOp' USING SECOND-OPER-REQUEST.
           IF NOT SQ-CONFIRMED
               DISPLAY "Role left unchanged for " OA-PICK-ID "."
               MOVE SPACES TO SQ-SECOND-OPER
               EXIT PARAGRAPH
           END-IF.
           MOVE OA-INPUT(1:1) TO OA-ROLE(OA-FOUND-IDX).
           MOVE 'Y' TO OA-CHANGED-SWITCH.
           MOVE 'ROLE' TO OA-WHAT.
           MOVE OA-OLD-ROLE TO OA-OLD-VAL.
           MOVE OA-ROLE(OA-FOUND-IDX) TO OA-NEW-VAL.
           PERFORM LOG-CHANGE-PARA.
           MOVE SPACES TO SQ-SECOND-OPER.
           DISPLAY "Role changed for " OA-PICK-ID ".".

      ******************************************************************
      ******************************************************************
      * LOG-CHANGE-PARA - one before/after line per change,
      * timestamped and carrying both ids, the way ballot
      * maintenance logs a void or amendment; a change a second
      * operator confirmed carries their id as well.
      ******************************************************************
       LOG-CHANGE-PARA.
           ACCEPT OA-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT OA-RUN-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE 1 TO OA-PTR.
           STRING OA-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               OA-RUN-TIME DELIMITED BY SIZE
               " NEW=" DELIMITED BY SIZE
               FUNCTION TRIM(OA-NEW-VAL) DELIMITED BY SIZE
               INTO AUDIT-RECORD
               WITH POINTER OA-PTR
           END-STRING.
           IF SQ-SECOND-OPER NOT = SPACES
               STRING " SECOND=" DELIMITED BY SIZE
                   FUNCTION TRIM(SQ-SECOND-OPER) DELIMITED BY SIZE
                   INTO AUDIT-RECORD
                   WITH POINTER OA-PTR
               END-STRING
           END-IF.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.
