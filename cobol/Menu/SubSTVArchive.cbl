      *            back over the live set for a court-ordered
      *            recount. The indexed votes file is archived as a
      *            flat sequential image and rebuilt on restore; the
      *            audit trail is never purged - after the reset it is
      *            rolled over into a sealed, dated segment and the
      *            live trail carries on, chained from the seal. An
      *            archive and reset needs a second operator's
      *            confirmation (SubSTVSecondOp) before it starts,
      *            and the reset is logged with both operators' ids.
      *            The reset and the restore both go to the votes
      *            file change journal (SubSTVJournal) - the file
      *            emptied, each ballot reloaded, the sequence set -
      *            so a later roll-forward recovery passes them.
      *            Each set goes on the retention register
      *            (SubSTVRetReg) as it is written.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO DYNAMIC AV-VARCH-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS VARCH2-FILE-STATUS.
       SELECT VARCH3-FILE
           ASSIGN TO DYNAMIC AV-VARCH-NAME
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS VARCH3-FILE-STATUS.
       SELECT AMAN-FILE
           ASSIGN TO DYNAMIC AV-AMAN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           ASSIGN TO 'stv_const_locks.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LOCK-FILE-STATUS.
       SELECT OPER-FILE
           ASSIGN TO 'operators.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  VARCH-FILE          RECORD CONTAINS 335 CHARACTERS.
       01  VARCH-RECORD        PIC X(335).

      * The 133-byte votes image a set unloaded by the previous
      * release carries; the restore reframes it through this FD
       FD  VARCH2-FILE         RECORD CONTAINS 133 CHARACTERS.
       01  VARCH2-RECORD       PIC X(133).

      * Likewise the 158-byte image of a set unloaded while the
      * votes record carried 40 preference slots.
       FD  VARCH3-FILE         RECORD CONTAINS 158 CHARACTERS.
       01  VARCH3-RECORD       PIC X(158).

       FD  AMAN-FILE            RECORD CONTAINS 80 CHARACTERS.
       01  AMAN-RECORD          PIC X(80).

       FD  COPY-IN-FILE        RECORD CONTAINS 2103 CHARACTERS.
       01  COPY-IN-RECORD      PIC X(2103).

       FD  COPY-OUT-FILE       RECORD CONTAINS 2103 CHARACTERS.
       01  COPY-OUT-RECORD     PIC X(2103).

       FD  LOCK-FILE            RECORD CONTAINS 43 CHARACTERS.
       COPY LockRec.

       FD  OPER-FILE            RECORD CONTAINS 46 CHARACTERS.
       COPY OperRec.

       WORKING-STORAGE SECTION.
       77 VOTES-FILE-STATUS    PIC XX VALUE '00'.
       77 VARCH-FILE-STATUS    PIC XX VALUE '00'.
       77 AV-MISMATCH-COUNT    PIC 9(6).
       77 AV-CNT-EDIT          PIC Z(5)9.
       77 VARCH2-FILE-STATUS   PIC XX VALUE '00'.
       77 VARCH3-FILE-STATUS   PIC XX VALUE '00'.
       77 AMAN-FILE-STATUS     PIC XX VALUE '00'.
       77 AV-AMAN-NAME         PIC X(44).
      * Record length of the set's votes image, off the set's
       77 LOCK-FILE-STATUS     PIC XX VALUE '00'.
       77 AV-LOCK-COUNT        PIC 9(2).
       77 AV-LOCK-EOF-SWITCH   PIC X.
       77 OPER-FILE-STATUS     PIC XX VALUE '00'.
       77 OPER-EOF-SWITCH      PIC X.
       77 AV-OPERATOR          PIC X(8) VALUE SPACES.
       77 AV-OPER-OK-SWITCH    PIC X.
       77 AV-RUN-DATE          PIC 9(8).
       77 AV-RUN-TIME          PIC 9(8).
       01 AUDIT-RECORD         PIC X(300).
      * Request block for the chained audit writer; audit lines go
      * through SubSTVAuditLog for their sequence and chain stamp.
       COPY AuditReq.
      * Request block for the second-operator confirmation the
      * archive and reset needs.
       COPY SecondReq.
      * Request block for the votes file change journal: the reset
      * and the restore replace the votes file wholesale, and the
      * journal records both so a roll-forward can pass them.
       COPY JournalReq.
      * Request block for the retention register: each set goes on
      * it as it is written, so the retention run can destroy it
      * when its retention period ends.
       COPY RetainReq.
      * The files that make up an archive set.
       COPY ArchFiles.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE SPACES TO AV-INPUT.
           ACCEPT AV-INPUT.
           MOVE FUNCTION UPPER-CASE(AV-INPUT(1:1)) TO AV-MODE.
           MOVE 'ARCHIVE' TO JN-PROGRAM.
           MOVE SPACES TO JN-OPERATOR.
           IF AV-MODE = 'A'
               PERFORM ARCHIVE-PARA THRU ARCHIVE-EXIT
           ELSE
           END-READ.

       ARCHIVE-PARA.
           MOVE SPACES TO AV-OPERATOR.
           PERFORM GET-OPERATOR-PARA.
           PERFORM VALIDATE-OPERATOR-PARA
               UNTIL AV-OPERATOR NOT = SPACES.
           MOVE AV-OPERATOR TO JN-OPERATOR.
           ACCEPT AV-TODAY FROM DATE YYYYMMDD.
           DISPLAY "Archive set date [Enter=" AV-TODAY "] ".
           MOVE SPACES TO AV-INPUT.
           ELSE
               MOVE AV-INPUT(1:8) TO AV-DATE
           END-IF.
           MOVE 'ARCHIVE AND RESET LIVE FILES' TO SQ-ACTION.
           MOVE AV-OPERATOR TO SQ-FIRST-OPER.
           MOVE 'RS ' TO SQ-ROLES.
           CALL 'SubSTVSecondOp' USING SECOND-OPER-REQUEST.
           IF NOT SQ-CONFIRMED
               DISPLAY "Archive and reset abandoned - nothing "
                   "changed."
               GO TO ARCHIVE-EXIT
           END-IF.
           MOVE 'Y' TO AV-VERIFY-OK-SWITCH.
           PERFORM ARCHIVE-VOTES-PARA.
           PERFORM WRITE-SET-MANIFEST-PARA.
           PERFORM ARCHIVE-ONE-FILE-PARA VARYING AV-FILE-IDX
               FROM 1 BY 1 UNTIL AV-FILE-IDX > 23.
           PERFORM REGISTER-SET-PARA.
           IF AV-VERIFY-OK-SWITCH = 'Y'
               DISPLAY "All copies verified - resetting live files."
               PERFORM RESET-LIVE-PARA
               DISPLAY "Live files reset for the next election."
               PERFORM LOG-RESET-PARA
           ELSE
               DISPLAY "*** One or more copies failed verification "
                   "- live files NOT reset ***"
       ARCHIVE-EXIT.
           EXIT.

      ******************************************************************
      * REGISTER-SET-PARA - the set on the retention register, its
      * election taken off its own copy of the control file. A set
      * that failed to verify is registered too: its files are on
      * disk and must be destroyed in their turn.
      ******************************************************************
       REGISTER-SET-PARA.
           MOVE 'A' TO RN-SET-TYPE.
           MOVE SPACES TO RN-PREFIX.
           STRING "arch_" DELIMITED BY SIZE
               AV-DATE DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               INTO RN-PREFIX
           END-STRING.
           MOVE SPACES TO RN-ELECTION-ID.
           MOVE SPACES TO RN-CONST-CODE.
           MOVE ZERO TO RN-MADE-DATE.
           MOVE AV-OPERATOR TO RN-OPERATOR.
           CALL 'SubSTVRetReg' USING RETAIN-REQUEST.
           IF RN-RC NOT > 01
               DISPLAY "Archive set on the retention register - "
                   "retained until " RN-EXPIRY-DATE "."
           END-IF.

      ******************************************************************
      * GET-OPERATOR-PARA - who is archiving and resetting; the id
      * must be on operators.dat when the site keeps one, the same
      * check ballot maintenance applies.
      ******************************************************************
       GET-OPERATOR-PARA.
           DISPLAY "Enter your operator id ".
           MOVE SPACES TO AV-INPUT.
           ACCEPT AV-INPUT.
           MOVE FUNCTION UPPER-CASE(AV-INPUT(1:8)) TO AV-OPERATOR.
           IF AV-OPERATOR NOT = SPACES
               PERFORM LOOKUP-OPERATOR-PARA
               IF AV-OPER-OK-SWITCH NOT = 'Y'
                   DISPLAY "Operator id not on operators.dat."
                   MOVE SPACES TO AV-OPERATOR
               END-IF
           END-IF.

       VALIDATE-OPERATOR-PARA.
           DISPLAY "A valid operator id is required - please "
               "re-enter.".
           PERFORM GET-OPERATOR-PARA.

       LOOKUP-OPERATOR-PARA.
           OPEN INPUT OPER-FILE.
           IF OPER-FILE-STATUS NOT = '00'
               MOVE 'Y' TO AV-OPER-OK-SWITCH
           ELSE
               MOVE 'N' TO AV-OPER-OK-SWITCH
               MOVE 'N' TO OPER-EOF-SWITCH
               PERFORM READ-OPERATOR-PARA
                   UNTIL OPER-EOF-SWITCH = 'Y'
                       OR AV-OPER-OK-SWITCH = 'Y'
               CLOSE OPER-FILE
           END-IF.

       READ-OPERATOR-PARA.
           READ OPER-FILE
               AT END
                   MOVE 'Y' TO OPER-EOF-SWITCH
               NOT AT END
                   IF OP-ID = AV-OPERATOR
                       AND NOT OP-DISABLED
                       MOVE 'Y' TO AV-OPER-OK-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * LOG-RESET-PARA - the reset empties the live election, so it
      * is logged with both operators' ids and the archive set it
      * was saved to; the trail up to and including that line is
      * then sealed as a segment, so each election's history sits
      * in its own file.
      ******************************************************************
       LOG-RESET-PARA.
           ACCEPT AV-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AV-RUN-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           STRING AV-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AV-RUN-TIME DELIMITED BY SIZE
               " ARCHIVE OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(AV-OPERATOR) DELIMITED BY SIZE
               " SECOND=" DELIMITED BY SIZE
               FUNCTION TRIM(SQ-SECOND-OPER) DELIMITED BY SIZE
               " RESET SET=arch_" DELIMITED BY SIZE
               AV-DATE DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.
           MOVE SPACES TO AL-TEXT.
           MOVE 'ARCHIVE' TO AL-TEXT.
           MOVE 'R' TO AL-ACTION.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.
           MOVE SPACE TO AL-ACTION.
           IF AL-RC = ZERO AND AL-SEGMENT NOT = ZERO
               DISPLAY "Audit trail sealed as segment " AL-SEGMENT "."
           ELSE
               DISPLAY "*** Audit trail could not be sealed - "
                   "it carries on in stv_audit_log.dat ***"
           END-IF.

      ******************************************************************
      * ARCHIVE-VOTES-PARA - unload the indexed votes file to a
      * flat fixed-length image and verify it record by record.
      ******************************************************************
      * WRITE-SET-MANIFEST-PARA - the set describes itself: the
      * votes image's record length, so a later release's restore
      * can tell a 133- or 158-byte unload from a 335-byte one
      * instead of
      * misframing every record after the first.
      ******************************************************************
       WRITE-SET-MANIFEST-PARA.
                   INTO AMAN-RECORD
               END-STRING
               WRITE AMAN-RECORD
               MOVE "VOTES-IMAGE-RECLEN=335" TO AMAN-RECORD
               WRITE AMAN-RECORD
               CLOSE AMAN-FILE
           ELSE
      * file that does not exist is simply skipped.
      ******************************************************************
       ARCHIVE-ONE-FILE-PARA.
           MOVE AF-FILE-NAME(AV-FILE-IDX) TO AV-IN-NAME.
           MOVE SPACES TO AV-OUT-NAME.
           STRING "arch_" DELIMITED BY SIZE
               AV-DATE DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               FUNCTION TRIM(AF-FILE-NAME(AV-FILE-IDX))
                   DELIMITED BY SIZE
               INTO AV-OUT-NAME
           END-STRING.
       RESET-LIVE-PARA.
           OPEN OUTPUT VOTES-FILE.
           CLOSE VOTES-FILE.
           MOVE 'E' TO JN-ACTION.
           CALL 'SubSTVJournal' USING JOURNAL-REQUEST.
           MOVE 'S' TO JN-ACTION.
           MOVE ZERO TO JN-SEQ-VALUE.
           CALL 'SubSTVJournal' USING JOURNAL-REQUEST.
           PERFORM RESET-ONE-FILE-PARA VARYING AV-FILE-IDX
               FROM 1 BY 1 UNTIL AV-FILE-IDX > 20.
           MOVE 'votes_seq_ctl.dat' TO AV-OUT-NAME.
           OPEN OUTPUT COPY-OUT-FILE.
           MOVE SPACES TO COPY-OUT-RECORD.
           CLOSE COPY-OUT-FILE.

       RESET-ONE-FILE-PARA.
           MOVE AF-FILE-NAME(AV-FILE-IDX) TO AV-OUT-NAME.
           OPEN OUTPUT COPY-OUT-FILE.
           CLOSE COPY-OUT-FILE.

               GO TO RESTORE-EXIT
           END-IF.
           PERFORM RESTORE-VOTES-PARA.
           PERFORM JOURNAL-RESTORE-SEQ-PARA.
           PERFORM RESTORE-ONE-FILE-PARA VARYING AV-FILE-IDX
               FROM 1 BY 1 UNTIL AV-FILE-IDX > 23.
           DISPLAY "Restore of archive set " AV-DATE " complete.".
       RESTORE-EXIT.
           EXIT.
      ******************************************************************
      * RESTORE-VOTES-PARA - reload the votes file from the set's
      * image at the record length the set's manifest declares: a
      * 335-byte image reloads as-is; a 158-byte image (40
      * preference slots) or a 133-byte image (a set with no
      * manifest, from an earlier release) is reframed through the
      * old-length FD and each record converted to the current
      * layout on the way in; anything else is refused.
      ******************************************************************
       RESTORE-VOTES-PARA.
               INTO AV-VARCH-NAME
           END-STRING.
           PERFORM READ-SET-MANIFEST-PARA.
           IF AV-IMG-LEN = 335
               PERFORM RESTORE-VOTES-335-PARA
           ELSE IF AV-IMG-LEN = 158
               PERFORM RESTORE-VOTES-158-PARA
           ELSE IF AV-IMG-LEN = 133
               PERFORM RESTORE-VOTES-133-PARA
           ELSE
               DISPLAY "  *** the set's manifest declares a "
                   "votes image of " AV-IMG-LEN " bytes - "
                   "this release cannot restore it; votes "
                   "file left unchanged ***".

       RESTORE-VOTES-335-PARA.
           OPEN INPUT VARCH-FILE.
           IF VARCH-FILE-STATUS NOT = '00'
               DISPLAY "  archived votes image not found - votes "
                   "file left unchanged."
           ELSE
               OPEN OUTPUT VOTES-FILE
               MOVE 'E' TO JN-ACTION
               CALL 'SubSTVJournal' USING JOURNAL-REQUEST
               MOVE ZERO TO AV-COPY-COUNT
               MOVE 'N' TO AV-EOF-SWITCH
               PERFORM RELOAD-VOTE-PARA
                   MOVE VARCH-RECORD TO VOTES-RECORD
                   WRITE VOTES-RECORD
                   ADD 1 TO AV-COPY-COUNT
                   PERFORM JOURNAL-RELOAD-PARA
           END-READ.

       RESTORE-VOTES-133-PARA.
                   "file left unchanged."
           ELSE
               OPEN OUTPUT VOTES-FILE
               MOVE 'E' TO JN-ACTION
               CALL 'SubSTVJournal' USING JOURNAL-REQUEST
               MOVE ZERO TO AV-COPY-COUNT
               MOVE 'N' TO AV-EOF-SWITCH
               PERFORM RELOAD-VOTE-133-PARA
           END-IF.

      ******************************************************************
      * RELOAD-VOTE-133-PARA - the old record's key and
      * preference count carry across, its 40 preference slots
      * become the first 40 of the 99 and its status follows them;
      * the provenance, channel and election fields start blank and
      * the version byte becomes '4', as the votes-record copybook
      * documents.
      ******************************************************************
       RELOAD-VOTE-133-PARA.
           READ VARCH2-FILE
                   MOVE 'Y' TO AV-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO VOTES-RECORD
                   MOVE VARCH2-RECORD(1:12) TO VOTES-RECORD(1:12)
                   MOVE ZERO TO VR-PREF-AREA
                   MOVE VARCH2-RECORD(13:120) TO VR-PREF-AREA(1:120)
                   MOVE VARCH2-RECORD(133:1) TO VR-STATUS
                   SET VR-FORMAT-V4 TO TRUE
                   MOVE SPACES TO VR-BOX-ID
                   MOVE SPACE TO VR-CHANNEL
                   MOVE ZERO TO VR-RCPT-DATE
                   MOVE SPACES TO VR-ELECTION-ID
                   WRITE VOTES-RECORD
                   ADD 1 TO AV-COPY-COUNT
                   PERFORM JOURNAL-RELOAD-PARA
           END-READ.

       RESTORE-VOTES-158-PARA.
           DISPLAY "  votes image is a 40-slot 158-byte unload - "
               "converting on reload.".
           OPEN INPUT VARCH3-FILE.
           IF VARCH3-FILE-STATUS NOT = '00'
               DISPLAY "  archived votes image not found - votes "
                   "file left unchanged."
           ELSE
               OPEN OUTPUT VOTES-FILE
               MOVE 'E' TO JN-ACTION
               CALL 'SubSTVJournal' USING JOURNAL-REQUEST
               MOVE ZERO TO AV-COPY-COUNT
               MOVE 'N' TO AV-EOF-SWITCH
               PERFORM RELOAD-VOTE-158-PARA
                   UNTIL AV-EOF-SWITCH = 'Y'
               CLOSE VOTES-FILE
               CLOSE VARCH3-FILE
               MOVE AV-COPY-COUNT TO AV-CNT-EDIT
               DISPLAY "  votes_output.dat: " AV-CNT-EDIT
                   " record(s) restored and converted to the "
                   "current layout."
           END-IF.

      ******************************************************************
      * RELOAD-VOTE-158-PARA - the 40 old preference slots (or a
      * ticket ballot's tag and box number) become the first 120
      * bytes of the 99-slot area, the rest zero; the fields after
      * the slots move across unchanged.
      ******************************************************************
       RELOAD-VOTE-158-PARA.
           READ VARCH3-FILE
               AT END
                   MOVE 'Y' TO AV-EOF-SWITCH
               NOT AT END
                   MOVE SPACES TO VOTES-RECORD
                   MOVE VARCH3-RECORD(1:12) TO VOTES-RECORD(1:12)
                   MOVE ZERO TO VR-PREF-AREA
                   MOVE VARCH3-RECORD(13:120) TO VR-PREF-AREA(1:120)
                   MOVE VARCH3-RECORD(133:26)
                       TO VOTES-RECORD(310:26)
                   SET VR-FORMAT-V4 TO TRUE
                   WRITE VOTES-RECORD
                   ADD 1 TO AV-COPY-COUNT
                   PERFORM JOURNAL-RELOAD-PARA
           END-READ.

      ******************************************************************
      * JOURNAL-RELOAD-PARA / JOURNAL-RESTORE-SEQ-PARA - each ballot
      * the restore reloads, and the set's sequence control value
      * about to be copied back, go to the votes file change
      * journal, so a roll-forward over the restore rebuilds it.
      ******************************************************************
       JOURNAL-RELOAD-PARA.
           IF VOTES-FILE-STATUS = '00'
               MOVE 'W' TO JN-ACTION
               MOVE SPACES TO JN-BEFORE
               MOVE VOTES-RECORD TO JN-AFTER
               CALL 'SubSTVJournal' USING JOURNAL-REQUEST
           END-IF.

       JOURNAL-RESTORE-SEQ-PARA.
           MOVE SPACES TO AV-IN-NAME.
           STRING "arch_" DELIMITED BY SIZE
               AV-DATE DELIMITED BY SIZE
               "_votes_seq_ctl.dat" DELIMITED BY SIZE
               INTO AV-IN-NAME
           END-STRING.
           OPEN INPUT COPY-IN-FILE.
           IF COPY-IN-STATUS = '00'
               READ COPY-IN-FILE
                   NOT AT END
                       IF COPY-IN-RECORD(1:6) IS NUMERIC
                           MOVE 'S' TO JN-ACTION
                           MOVE COPY-IN-RECORD(1:6) TO JN-SEQ-VALUE
                           CALL 'SubSTVJournal'
                               USING JOURNAL-REQUEST
                       END-IF
               END-READ
               CLOSE COPY-IN-FILE
           END-IF.

       RESTORE-ONE-FILE-PARA.
           MOVE SPACES TO AV-IN-NAME.
           STRING "arch_" DELIMITED BY SIZE
               AV-DATE DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               FUNCTION TRIM(AF-FILE-NAME(AV-FILE-IDX))
                   DELIMITED BY SIZE
               INTO AV-IN-NAME
           END-STRING.
           MOVE AF-FILE-NAME(AV-FILE-IDX) TO AV-OUT-NAME.
           MOVE ZERO TO AV-COPY-COUNT.
           OPEN INPUT COPY-IN-FILE.
           IF COPY-IN-STATUS NOT = '00'
