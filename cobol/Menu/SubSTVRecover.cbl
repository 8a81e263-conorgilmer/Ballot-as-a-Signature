      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Votes file backup and roll-forward recovery.
      *            B - take a backup: the indexed votes file is
      *                unloaded to a flat image (votes_backup.dat)
      *                and its control record (votes_backup_ctl.dat,
      *                VBackCtl.cpy) notes the sequence control value
      *                and how far the change journal
      *                (votes_journal.dat, written by SubSTVJournal)
      *                had reached.
      *            R - recover: the votes file as found is unloaded,
      *                as far as it will read, to votes_damaged.dat;
      *                the last backup is reloaded and every journal
      *                line written after it is replayed - writes,
      *                rewrites, voids, emptyings and sequence
      *                settings - up to the date and time the
      *                operator chooses (Enter runs to the end of the
      *                journal). The result is then checked: the
      *                integrity check (SubSTVSeqCheck) walks the ids
      *                and the control value, and every box on
      *                box_register.dat is set against the ballots
      *                now on file for it. A fresh backup is taken at
      *                the end, so journal lines past the chosen point
      *                are never replayed by a later recovery.
      *            Both refuse to run while any constituency lock is
      *            held, as the archive does; a recovery overwrites
      *            the live votes file, so it also needs a second
      *            operator's confirmation (SubSTVSecondOp).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVRecover.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT VOTES-FILE
           ASSIGN TO 'votes_output.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VR-BALLOT-KEY
           FILE STATUS IS VOTES-FILE-STATUS.
       SELECT BACK-FILE
           ASSIGN TO 'votes_backup.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS BACK-FILE-STATUS.
       SELECT DAMAGED-FILE
           ASSIGN TO 'votes_damaged.dat'
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DAMAGED-FILE-STATUS.
       SELECT BCTL-FILE
           ASSIGN TO 'votes_backup_ctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BCTL-FILE-STATUS.
       SELECT JOURNAL-FILE
           ASSIGN TO 'votes_journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-FILE-STATUS.
       SELECT SEQ-FILE
           ASSIGN TO 'votes_seq_ctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEQ-FILE-STATUS.
       SELECT BOXREG-FILE
           ASSIGN TO 'box_register.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BOXREG-FILE-STATUS.
       SELECT LOCK-FILE
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

       FD  BACK-FILE           RECORD CONTAINS 335 CHARACTERS.
       01  BACK-RECORD         PIC X(335).

       FD  DAMAGED-FILE        RECORD CONTAINS 335 CHARACTERS.
       01  DAMAGED-RECORD      PIC X(335).

       FD  BCTL-FILE            RECORD CONTAINS 59 CHARACTERS.
       COPY VBackCtl.

       FD  JOURNAL-FILE         RECORD CONTAINS 721 CHARACTERS.
       COPY JournalRec.

       FD  SEQ-FILE            RECORD CONTAINS 6 CHARACTERS.
       01  SEQ-RECORD          PIC 9(6).

       FD  BOXREG-FILE          RECORD CONTAINS 19 CHARACTERS.
       01  BOXREG-RECORD.
           05 BX-CONST-CODE     PIC X(3).
           05 filler            PIC X.
           05 BX-BOX-ID         PIC X(8).
           05 filler            PIC X.
           05 BX-STATED-COUNT   PIC 9(6).

       FD  LOCK-FILE            RECORD CONTAINS 43 CHARACTERS.
       COPY LockRec.

       FD  OPER-FILE            RECORD CONTAINS 46 CHARACTERS.
       COPY OperRec.

       WORKING-STORAGE SECTION.
       77 VOTES-FILE-STATUS    PIC XX VALUE '00'.
       77 BACK-FILE-STATUS     PIC XX VALUE '00'.
       77 DAMAGED-FILE-STATUS  PIC XX VALUE '00'.
       77 BCTL-FILE-STATUS     PIC XX VALUE '00'.
       77 JOURNAL-FILE-STATUS  PIC XX VALUE '00'.
       77 SEQ-FILE-STATUS      PIC XX VALUE '00'.
       77 BOXREG-FILE-STATUS   PIC XX VALUE '00'.
       77 LOCK-FILE-STATUS     PIC XX VALUE '00'.
       77 OPER-FILE-STATUS     PIC XX VALUE '00'.
       77 OPER-EOF-SWITCH      PIC X.
       77 RV-INPUT             PIC X(12).
       77 RV-MODE              PIC X.
       77 RV-OPERATOR          PIC X(8) VALUE SPACES.
       77 RV-OPER-OK-SWITCH    PIC X.
       77 RV-LOCK-COUNT        PIC 9(2).
       77 RV-LOCK-EOF-SWITCH   PIC X.
       77 RV-EOF-SWITCH        PIC X.
       77 RV-RUN-DATE          PIC 9(8).
       77 RV-RUN-TIME          PIC 9(8).
       77 RV-COPY-COUNT        PIC 9(7).
       77 RV-CNT-EDIT          PIC Z(6)9.
       77 RV-SEQ-VALUE         PIC 9(6).
       77 RV-JNL-LINES         PIC 9(8).
       77 RV-JNL-NO            PIC 9(8).
       77 RV-REASON            PIC X(8).
      * The backup being recovered from, held while the control
      * file is rewritten at the end.
       77 RV-BACK-DATE         PIC 9(8).
       77 RV-BACK-TIME         PIC 9(8).
       77 RV-BACK-LINES        PIC 9(8).
       77 RV-BACK-RECORDS      PIC 9(7).
       77 RV-PENDING           PIC 9(8).
       77 RV-FIRST-DATE        PIC 9(8).
       77 RV-FIRST-TIME        PIC 9(8).
       77 RV-LAST-DATE         PIC 9(8).
       77 RV-LAST-TIME         PIC 9(8).
      * The point the journal is rolled forward to; the first line
      * stamped after it stops the roll, so nothing is replayed out
      * of order.
       77 RV-STOP-DATE         PIC 9(8).
       77 RV-STOP-TIME         PIC 9(8).
       77 RV-STOP-HHMMSS       PIC 9(6).
       77 RV-STOPPED-SWITCH    PIC X.
       77 RV-STOP-AT           PIC 9(8).
       77 RV-APPLIED           PIC 9(8).
       77 RV-WRITES            PIC 9(8).
       77 RV-REWRITES          PIC 9(8).
       77 RV-VOIDS             PIC 9(8).
       77 RV-EMPTIES           PIC 9(8).
       77 RV-SEQ-SETS          PIC 9(8).
       77 RV-EXCEPTIONS        PIC 9(6).
       77 RV-DAMAGED-COUNT     PIC 9(7).
      * Box totals check: one line per box on the register, with
      * ballots on file for boxes not registered added as found.
       77 RV-BOX-TOTAL         PIC 9(3).
       77 RV-BOX-IDX           PIC 9(3).
       77 RV-FOUND-IDX         PIC 9(3).
       77 RV-WANT-CONST        PIC X(3).
       77 RV-WANT-BOX          PIC X(8).
       77 RV-BOX-MATCH         PIC 9(3).
       77 RV-BOX-SHORT         PIC 9(3).
       77 RV-BOX-OVER          PIC 9(3).
       77 RV-BOX-UNREG         PIC 9(3).
       01 RV-BOX-TABLE-AREA.
           05 RV-BOX-ENTRY         OCCURS 500 TIMES.
               10 RVB-CONST-CODE    PIC X(3).
               10 RVB-BOX-ID        PIC X(8).
               10 RVB-STATED        PIC 9(6).
               10 RVB-ON-REG        PIC X.
               10 RVB-ON-FILE       PIC 9(6).
       01 AUDIT-RECORD         PIC X(300).
      * Request block for the chained audit writer; audit lines go
      * through SubSTVAuditLog for their sequence and chain stamp.
       COPY AuditReq.
      * Request block for the second-operator confirmation a
      * recovery needs.
       COPY SecondReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Votes File Backup and Recovery.".
      * A backup or a rebuild under a keying session would miss or
      * lose its ballots, so neither runs while a lock is held.
           PERFORM CHECK-LOCKS-PARA.
           IF RV-LOCK-COUNT > ZERO
               DISPLAY "*** " RV-LOCK-COUNT " constituency "
                   "lock(s) held - backup/recovery refused until "
                   "they are released (or cleared by a "
                   "supervisor) ***"
               EXIT PROGRAM
           END-IF.
           DISPLAY "Mode - B=take a Backup, R=Recover the votes "
               "file from the last backup and the journal, "
               "Q=Quit ".
           MOVE SPACES TO RV-INPUT.
           ACCEPT RV-INPUT.
           MOVE FUNCTION UPPER-CASE(RV-INPUT(1:1)) TO RV-MODE.
           IF RV-MODE NOT = 'B' AND RV-MODE NOT = 'R'
               EXIT PROGRAM
           END-IF.
           MOVE SPACES TO RV-OPERATOR.
           PERFORM GET-OPERATOR-PARA.
           PERFORM VALIDATE-OPERATOR-PARA
               UNTIL RV-OPERATOR NOT = SPACES.
           IF RV-MODE = 'B'
               MOVE ZERO TO RV-BACK-LINES
               MOVE 'BACKUP' TO RV-REASON
               PERFORM TAKE-BACKUP-PARA
               PERFORM LOG-BACKUP-PARA
           ELSE
               PERFORM RECOVER-PARA THRU RECOVER-EXIT
           END-IF.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

       CHECK-LOCKS-PARA.
           MOVE ZERO TO RV-LOCK-COUNT.
           MOVE 'N' TO RV-LOCK-EOF-SWITCH.
           OPEN INPUT LOCK-FILE.
           IF LOCK-FILE-STATUS = '00'
               PERFORM READ-LOCK-PARA
                   UNTIL RV-LOCK-EOF-SWITCH = 'Y'
               CLOSE LOCK-FILE
           END-IF.

       READ-LOCK-PARA.
           READ LOCK-FILE
               AT END
                   MOVE 'Y' TO RV-LOCK-EOF-SWITCH
               NOT AT END
                   IF LK-CONST-CODE NOT = SPACES
                       ADD 1 TO RV-LOCK-COUNT
                       DISPLAY "  " LK-CONST-CODE " locked by "
                           LK-OPERATOR " since " LK-DATE " "
                           LK-TIME
                   END-IF
           END-READ.

      ******************************************************************
      * GET-OPERATOR-PARA - who is backing up or recovering; the id
      * must be on operators.dat when the site keeps one, the same
      * check the archive applies.
      ******************************************************************
       GET-OPERATOR-PARA.
           DISPLAY "Enter your operator id ".
           MOVE SPACES TO RV-INPUT.
           ACCEPT RV-INPUT.
           MOVE FUNCTION UPPER-CASE(RV-INPUT(1:8)) TO RV-OPERATOR.
           IF RV-OPERATOR NOT = SPACES
               PERFORM LOOKUP-OPERATOR-PARA
               IF RV-OPER-OK-SWITCH NOT = 'Y'
                   DISPLAY "Operator id not on operators.dat."
                   MOVE SPACES TO RV-OPERATOR
               END-IF
           END-IF.

       VALIDATE-OPERATOR-PARA.
           DISPLAY "A valid operator id is required - please "
               "re-enter.".
           PERFORM GET-OPERATOR-PARA.

       LOOKUP-OPERATOR-PARA.
           OPEN INPUT OPER-FILE.
           IF OPER-FILE-STATUS NOT = '00'
               MOVE 'Y' TO RV-OPER-OK-SWITCH
           ELSE
               MOVE 'N' TO RV-OPER-OK-SWITCH
               MOVE 'N' TO OPER-EOF-SWITCH
               PERFORM READ-OPERATOR-PARA
                   UNTIL OPER-EOF-SWITCH = 'Y'
                       OR RV-OPER-OK-SWITCH = 'Y'
               CLOSE OPER-FILE
           END-IF.

       READ-OPERATOR-PARA.
           READ OPER-FILE
               AT END
                   MOVE 'Y' TO OPER-EOF-SWITCH
               NOT AT END
                   IF OP-ID = RV-OPERATOR
                       AND NOT OP-DISABLED
                       MOVE 'Y' TO RV-OPER-OK-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * TAKE-BACKUP-PARA - unload the votes file to the flat image
      * and write the control record: the sequence value and the
      * journal length at this moment. No votes file yet is an
      * empty backup, a valid starting point.
      ******************************************************************
       TAKE-BACKUP-PARA.
           MOVE ZERO TO RV-COPY-COUNT.
           OPEN OUTPUT BACK-FILE.
           OPEN INPUT VOTES-FILE.
           IF VOTES-FILE-STATUS = '00'
               MOVE 'N' TO RV-EOF-SWITCH
               PERFORM UNLOAD-VOTE-PARA
                   UNTIL RV-EOF-SWITCH = 'Y'
               CLOSE VOTES-FILE
           END-IF.
           CLOSE BACK-FILE.
           PERFORM READ-SEQ-PARA.
           PERFORM COUNT-JOURNAL-PARA.
           MOVE SPACES TO VBACK-CTL-RECORD.
           ACCEPT VB-DATE FROM DATE YYYYMMDD.
           ACCEPT VB-TIME FROM TIME.
           MOVE RV-JNL-LINES TO VB-JOURNAL-LINES.
           MOVE RV-SEQ-VALUE TO VB-SEQ-VALUE.
           MOVE RV-COPY-COUNT TO VB-RECORDS.
           MOVE RV-OPERATOR TO VB-OPERATOR.
           MOVE RV-REASON TO VB-REASON.
           OPEN OUTPUT BCTL-FILE.
           WRITE VBACK-CTL-RECORD.
           CLOSE BCTL-FILE.
           MOVE RV-COPY-COUNT TO RV-CNT-EDIT.
           DISPLAY "Backup taken: " RV-CNT-EDIT " ballot(s) to "
               "votes_backup.dat, journal at line " RV-JNL-LINES
               ", sequence " RV-SEQ-VALUE ".".

       UNLOAD-VOTE-PARA.
           READ VOTES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO RV-EOF-SWITCH
               NOT AT END
                   MOVE VOTES-RECORD TO BACK-RECORD
                   WRITE BACK-RECORD
                   ADD 1 TO RV-COPY-COUNT
           END-READ.

       READ-SEQ-PARA.
           MOVE ZERO TO RV-SEQ-VALUE.
           OPEN INPUT SEQ-FILE.
           IF SEQ-FILE-STATUS = '00'
               READ SEQ-FILE
                   NOT AT END
                       MOVE SEQ-RECORD TO RV-SEQ-VALUE
               END-READ
               CLOSE SEQ-FILE
           END-IF.

      ******************************************************************
      * COUNT-JOURNAL-PARA - lines on the journal, and the first
      * and last stamps of those after the backup's mark
      * (RV-BACK-LINES; zero when counting for a new backup).
      ******************************************************************
       COUNT-JOURNAL-PARA.
           MOVE ZERO TO RV-JNL-LINES.
           MOVE ZERO TO RV-PENDING.
           MOVE ZERO TO RV-FIRST-DATE.
           MOVE ZERO TO RV-FIRST-TIME.
           MOVE ZERO TO RV-LAST-DATE.
           MOVE ZERO TO RV-LAST-TIME.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = '00'
               MOVE 'N' TO RV-EOF-SWITCH
               PERFORM COUNT-JOURNAL-LINE-PARA
                   UNTIL RV-EOF-SWITCH = 'Y'
               CLOSE JOURNAL-FILE
           END-IF.

       COUNT-JOURNAL-LINE-PARA.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO RV-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RV-JNL-LINES
                   IF RV-JNL-LINES > RV-BACK-LINES
                       ADD 1 TO RV-PENDING
                       IF RV-PENDING = 1
                           MOVE JL-DATE TO RV-FIRST-DATE
                           MOVE JL-TIME TO RV-FIRST-TIME
                       END-IF
                       MOVE JL-DATE TO RV-LAST-DATE
                       MOVE JL-TIME TO RV-LAST-TIME
                   END-IF
           END-READ.

       LOG-BACKUP-PARA.
           ACCEPT RV-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RV-RUN-TIME FROM TIME.
           MOVE RV-COPY-COUNT TO RV-CNT-EDIT.
           MOVE SPACES TO AUDIT-RECORD.
           STRING RV-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RV-RUN-TIME DELIMITED BY SIZE
               " RECOVER OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(RV-OPERATOR) DELIMITED BY SIZE
               " BACKUP BALLOTS=" DELIMITED BY SIZE
               FUNCTION TRIM(RV-CNT-EDIT) DELIMITED BY SIZE
               " JOURNAL=" DELIMITED BY SIZE
               RV-JNL-LINES DELIMITED BY SIZE
               " BALLOT-ID=" DELIMITED BY SIZE
               RV-SEQ-VALUE DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

      ******************************************************************
      * RECOVER-PARA - show the backup and what the journal holds
      * since, take the point to roll forward to, and rebuild.
      ******************************************************************
       RECOVER-PARA.
           OPEN INPUT BCTL-FILE.
           IF BCTL-FILE-STATUS NOT = '00'
               DISPLAY "*** No votes_backup_ctl.dat - there is no "
                   "backup to recover from. Take one (B) as soon "
                   "as the votes file is sound ***"
               GO TO RECOVER-EXIT
           END-IF.
           READ BCTL-FILE
               AT END
                   MOVE SPACES TO VBACK-CTL-RECORD
           END-READ.
           CLOSE BCTL-FILE.
           IF VB-JOURNAL-LINES NOT NUMERIC
               DISPLAY "*** votes_backup_ctl.dat is unreadable - "
                   "recovery abandoned ***"
               GO TO RECOVER-EXIT
           END-IF.
           MOVE VB-DATE TO RV-BACK-DATE.
           MOVE VB-TIME TO RV-BACK-TIME.
           MOVE VB-JOURNAL-LINES TO RV-BACK-LINES.
           MOVE VB-RECORDS TO RV-BACK-RECORDS.
           MOVE VB-RECORDS TO RV-CNT-EDIT.
           DISPLAY "Last backup: " VB-DATE " " VB-TIME(1:6) " by "
               FUNCTION TRIM(VB-OPERATOR) " - " RV-CNT-EDIT
               " ballot(s), sequence " VB-SEQ-VALUE ".".
           PERFORM COUNT-JOURNAL-PARA.
           IF RV-JNL-LINES < RV-BACK-LINES
               DISPLAY "*** votes_journal.dat is shorter than it "
                   "was at the backup (" RV-BACK-LINES " lines) - "
                   "the journal has been cut; recovery abandoned ***"
               GO TO RECOVER-EXIT
           END-IF.
           IF RV-PENDING = ZERO
               DISPLAY "No journal lines since the backup - the "
                   "recovery reloads the backup alone."
           ELSE
               DISPLAY "Journal lines since the backup: " RV-PENDING
                   " (" RV-FIRST-DATE " " RV-FIRST-TIME(1:6)
                   " to " RV-LAST-DATE " " RV-LAST-TIME(1:6) ")."
           END-IF.
           PERFORM GET-STOP-POINT-PARA.
           MOVE 'RECOVER VOTES FILE FROM BACKUP' TO SQ-ACTION.
           MOVE RV-OPERATOR TO SQ-FIRST-OPER.
           MOVE 'RS ' TO SQ-ROLES.
           CALL 'SubSTVSecondOp' USING SECOND-OPER-REQUEST.
           IF NOT SQ-CONFIRMED
               DISPLAY "Recovery abandoned - nothing changed."
               GO TO RECOVER-EXIT
           END-IF.
           PERFORM SAVE-DAMAGED-PARA.
           PERFORM RELOAD-BACKUP-PARA.
           IF BACK-FILE-STATUS NOT = '00'
               DISPLAY "*** votes_backup.dat could not be read - "
                   "status " BACK-FILE-STATUS "; the votes file "
                   "as found is in votes_damaged.dat ***"
               GO TO RECOVER-EXIT
           END-IF.
           PERFORM ROLL-FORWARD-PARA.
           CLOSE VOTES-FILE.
           OPEN OUTPUT SEQ-FILE.
           MOVE RV-SEQ-VALUE TO SEQ-RECORD.
           WRITE SEQ-RECORD.
           CLOSE SEQ-FILE.
           PERFORM REPORT-ROLL-PARA.
           CALL 'SubSTVSeqCheck'.
           PERFORM BOX-CHECK-PARA.
           MOVE ZERO TO RV-BACK-LINES.
           MOVE 'RECOVERY' TO RV-REASON.
           PERFORM TAKE-BACKUP-PARA.
           PERFORM LOG-RECOVERY-PARA.
       RECOVER-EXIT.
           EXIT.

      ******************************************************************
      * GET-STOP-POINT-PARA - the date and time to roll forward to;
      * Enter at the date runs to the end of the journal, Enter at
      * the time to the end of that day.
      ******************************************************************
       GET-STOP-POINT-PARA.
           MOVE 99999999 TO RV-STOP-DATE.
           MOVE 99999999 TO RV-STOP-TIME.
           DISPLAY "Roll forward up to date (YYYYMMDD) "
               "[Enter=end of the journal] ".
           MOVE SPACES TO RV-INPUT.
           ACCEPT RV-INPUT.
           IF RV-INPUT(1:8) IS NUMERIC
               MOVE RV-INPUT(1:8) TO RV-STOP-DATE
               DISPLAY "  and time (HHMMSS) [Enter=end of that "
                   "day] "
               MOVE SPACES TO RV-INPUT
               ACCEPT RV-INPUT
               IF RV-INPUT(1:6) IS NUMERIC
                   MOVE RV-INPUT(1:6) TO RV-STOP-HHMMSS
                   COMPUTE RV-STOP-TIME = RV-STOP-HHMMSS * 100 + 99
               END-IF
           ELSE IF RV-INPUT NOT = SPACES
               DISPLAY "  Not a date - rolling to the end of the "
                   "journal.".
           IF RV-STOP-DATE = 99999999
               DISPLAY "Rolling forward to the end of the journal."
           ELSE
               DISPLAY "Rolling forward to " RV-STOP-DATE " "
                   RV-STOP-TIME(1:6) "."
           END-IF.

      ******************************************************************
      * SAVE-DAMAGED-PARA - the votes file as found, as far as it
      * reads, so the rebuild destroys nothing that cannot be
      * looked at afterwards.
      ******************************************************************
       SAVE-DAMAGED-PARA.
           MOVE ZERO TO RV-DAMAGED-COUNT.
           OPEN OUTPUT DAMAGED-FILE.
           OPEN INPUT VOTES-FILE.
           IF VOTES-FILE-STATUS = '00'
               MOVE 'N' TO RV-EOF-SWITCH
               PERFORM SAVE-DAMAGED-ONE-PARA
                   UNTIL RV-EOF-SWITCH = 'Y'
               CLOSE VOTES-FILE
           ELSE
               DISPLAY "  votes_output.dat will not open (status "
                   VOTES-FILE-STATUS ") - nothing to save."
           END-IF.
           CLOSE DAMAGED-FILE.
           MOVE RV-DAMAGED-COUNT TO RV-CNT-EDIT.
           DISPLAY "  " RV-CNT-EDIT " ballot(s) as found saved to "
               "votes_damaged.dat.".

       SAVE-DAMAGED-ONE-PARA.
           READ VOTES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO RV-EOF-SWITCH
               NOT AT END
                   IF VOTES-FILE-STATUS NOT = '00'
                       AND VOTES-FILE-STATUS NOT = '02'
                       MOVE 'Y' TO RV-EOF-SWITCH
                   ELSE
                       MOVE VOTES-RECORD TO DAMAGED-RECORD
                       WRITE DAMAGED-RECORD
                       ADD 1 TO RV-DAMAGED-COUNT
                   END-IF
           END-READ.
           IF VOTES-FILE-STATUS(1:1) > '1'
               DISPLAY "  read stopped at status " VOTES-FILE-STATUS
                   " - the rest of the file is unreadable."
               MOVE 'Y' TO RV-EOF-SWITCH
           END-IF.

      ******************************************************************
      * RELOAD-BACKUP-PARA - a fresh votes file from the backup
      * image, left open I-O for the roll forward; the sequence
      * starts at the backup's value.
      ******************************************************************
       RELOAD-BACKUP-PARA.
           OPEN INPUT BACK-FILE.
           IF BACK-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT VOTES-FILE.
           MOVE ZERO TO RV-COPY-COUNT.
           MOVE 'N' TO RV-EOF-SWITCH.
           PERFORM RELOAD-VOTE-PARA UNTIL RV-EOF-SWITCH = 'Y'.
           CLOSE VOTES-FILE.
           CLOSE BACK-FILE.
           MOVE '00' TO BACK-FILE-STATUS.
           OPEN I-O VOTES-FILE.
           MOVE VB-SEQ-VALUE TO RV-SEQ-VALUE.
           MOVE RV-COPY-COUNT TO RV-CNT-EDIT.
           DISPLAY "  " RV-CNT-EDIT " ballot(s) reloaded from "
               "votes_backup.dat.".
           IF RV-COPY-COUNT NOT = RV-BACK-RECORDS
               DISPLAY "  *** the backup's control record says "
                   RV-BACK-RECORDS " - the image is short or "
                   "long ***"
           END-IF.

       RELOAD-VOTE-PARA.
           READ BACK-FILE
               AT END
                   MOVE 'Y' TO RV-EOF-SWITCH
               NOT AT END
                   MOVE BACK-RECORD TO VOTES-RECORD
                   WRITE VOTES-RECORD
                   ADD 1 TO RV-COPY-COUNT
           END-READ.

      ******************************************************************
      * ROLL-FORWARD-PARA - replay the journal lines after the
      * backup's mark, in order, up to the stop point. A write that
      * finds the ballot already there, or a rewrite that does not
      * find it, is applied as the after image says and counted as
      * an exception: the file ends as the journal recorded it.
      ******************************************************************
       ROLL-FORWARD-PARA.
           MOVE ZERO TO RV-JNL-NO.
           MOVE ZERO TO RV-APPLIED.
           MOVE ZERO TO RV-WRITES.
           MOVE ZERO TO RV-REWRITES.
           MOVE ZERO TO RV-VOIDS.
           MOVE ZERO TO RV-EMPTIES.
           MOVE ZERO TO RV-SEQ-SETS.
           MOVE ZERO TO RV-EXCEPTIONS.
           MOVE ZERO TO RV-STOP-AT.
           MOVE 'N' TO RV-STOPPED-SWITCH.
           OPEN INPUT JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = '00'
               MOVE 'N' TO RV-EOF-SWITCH
               PERFORM ROLL-ONE-LINE-PARA
                   UNTIL RV-EOF-SWITCH = 'Y'
               CLOSE JOURNAL-FILE
           END-IF.

       ROLL-ONE-LINE-PARA.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO RV-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RV-JNL-NO
                   IF RV-JNL-NO > RV-BACK-LINES
                       IF JL-DATE > RV-STOP-DATE
                           OR (JL-DATE = RV-STOP-DATE
                               AND JL-TIME > RV-STOP-TIME)
                           MOVE 'Y' TO RV-STOPPED-SWITCH
                           MOVE RV-JNL-NO TO RV-STOP-AT
                           MOVE 'Y' TO RV-EOF-SWITCH
                       ELSE
                           PERFORM APPLY-LINE-PARA
                       END-IF
                   END-IF
           END-READ.

       APPLY-LINE-PARA.
           ADD 1 TO RV-APPLIED.
           IF JL-WRITE
               ADD 1 TO RV-WRITES
               MOVE JL-AFTER TO VOTES-RECORD
               WRITE VOTES-RECORD
               IF VOTES-FILE-STATUS = '22'
                   PERFORM APPLY-EXCEPTION-PARA
                   REWRITE VOTES-RECORD
               END-IF
           ELSE IF JL-REWRITE OR JL-VOID
               IF JL-VOID
                   ADD 1 TO RV-VOIDS
               ELSE
                   ADD 1 TO RV-REWRITES
               END-IF
               MOVE JL-AFTER TO VOTES-RECORD
               REWRITE VOTES-RECORD
               IF VOTES-FILE-STATUS = '23'
                   PERFORM APPLY-EXCEPTION-PARA
                   WRITE VOTES-RECORD
               END-IF
           ELSE IF JL-EMPTIED
               ADD 1 TO RV-EMPTIES
               CLOSE VOTES-FILE
               OPEN OUTPUT VOTES-FILE
               CLOSE VOTES-FILE
               OPEN I-O VOTES-FILE
           ELSE IF JL-SEQ-SET
               ADD 1 TO RV-SEQ-SETS
               MOVE JL-SEQ-VALUE TO RV-SEQ-VALUE
           ELSE
               SUBTRACT 1 FROM RV-APPLIED
               PERFORM APPLY-EXCEPTION-PARA.

       APPLY-EXCEPTION-PARA.
           ADD 1 TO RV-EXCEPTIONS.
           IF RV-EXCEPTIONS <= 10
               DISPLAY "  journal line " RV-JNL-NO " (" JL-ACTION
                   " " JL-KEY " by " FUNCTION TRIM(JL-PROGRAM)
                   ") did not fit the file - status "
                   VOTES-FILE-STATUS "; applied as recorded."
           END-IF.

       REPORT-ROLL-PARA.
           DISPLAY "Roll forward complete:".
           DISPLAY "  journal lines applied:   " RV-APPLIED.
           DISPLAY "    ballots written:       " RV-WRITES.
           DISPLAY "    ballots rewritten:     " RV-REWRITES.
           DISPLAY "    ballots voided:        " RV-VOIDS.
           DISPLAY "    votes file emptied:    " RV-EMPTIES.
           DISPLAY "    sequence settings:     " RV-SEQ-SETS.
           DISPLAY "  exceptions:              " RV-EXCEPTIONS.
           DISPLAY "  sequence control now:    " RV-SEQ-VALUE.
           IF RV-STOPPED-SWITCH = 'Y'
               COMPUTE RV-PENDING = RV-JNL-LINES - RV-STOP-AT + 1
               DISPLAY "  stopped at journal line " RV-STOP-AT
                   " - " RV-PENDING " later line(s) NOT applied "
                   "(they stay on the journal, behind the new "
                   "backup)."
           END-IF.

      ******************************************************************
      * BOX-CHECK-PARA - every box on the register against the
      * ballots now on file for it (live and voided). More ballots
      * than the box held means a paper recovered twice; fewer is a
      * box still being keyed, or ballots the recovery could not
      * bring back - to be checked against the papers.
      ******************************************************************
       BOX-CHECK-PARA.
           MOVE ZERO TO RV-BOX-TOTAL.
           MOVE ZERO TO RV-BOX-MATCH.
           MOVE ZERO TO RV-BOX-SHORT.
           MOVE ZERO TO RV-BOX-OVER.
           MOVE ZERO TO RV-BOX-UNREG.
           MOVE 'N' TO RV-EOF-SWITCH.
           OPEN INPUT BOXREG-FILE.
           IF BOXREG-FILE-STATUS NOT = '00'
               DISPLAY "No box_register.dat - box totals not "
                   "checked."
               EXIT PARAGRAPH
           END-IF.
           PERFORM READ-BOXREG-PARA UNTIL RV-EOF-SWITCH = 'Y'.
           CLOSE BOXREG-FILE.
           MOVE 'N' TO RV-EOF-SWITCH.
           OPEN INPUT VOTES-FILE.
           IF VOTES-FILE-STATUS = '00'
               PERFORM TALLY-BOX-PARA UNTIL RV-EOF-SWITCH = 'Y'
               CLOSE VOTES-FILE
           END-IF.
           DISPLAY "Box totals after recovery:".
           PERFORM CHECK-ONE-BOX-PARA VARYING RV-BOX-IDX
               FROM 1 BY 1 UNTIL RV-BOX-IDX > RV-BOX-TOTAL.
           DISPLAY "  boxes matching their stated count: "
               RV-BOX-MATCH.
           DISPLAY "  boxes short of their stated count: "
               RV-BOX-SHORT.
           DISPLAY "  boxes OVER their stated count:     "
               RV-BOX-OVER.
           DISPLAY "  boxes with ballots, not registered:"
               RV-BOX-UNREG.

       READ-BOXREG-PARA.
           READ BOXREG-FILE
               AT END
                   MOVE 'Y' TO RV-EOF-SWITCH
               NOT AT END
                   MOVE BX-CONST-CODE TO RV-WANT-CONST
                   MOVE BX-BOX-ID TO RV-WANT-BOX
                   PERFORM FIND-BOX-PARA
                   IF RV-FOUND-IDX > ZERO
                       ADD BX-STATED-COUNT TO RVB-STATED(RV-FOUND-IDX)
                       MOVE 'Y' TO RVB-ON-REG(RV-FOUND-IDX)
                   END-IF
           END-READ.

       TALLY-BOX-PARA.
           READ VOTES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO RV-EOF-SWITCH
               NOT AT END
                   IF VR-BOX-ID NOT = SPACES
                       MOVE VR-CONST-CODE TO RV-WANT-CONST
                       MOVE VR-BOX-ID TO RV-WANT-BOX
                       PERFORM FIND-BOX-PARA
                       IF RV-FOUND-IDX > ZERO
                           ADD 1 TO RVB-ON-FILE(RV-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

       FIND-BOX-PARA.
           MOVE ZERO TO RV-FOUND-IDX.
           PERFORM SCAN-BOX-PARA VARYING RV-BOX-IDX FROM 1 BY 1
               UNTIL RV-BOX-IDX > RV-BOX-TOTAL
                   OR RV-FOUND-IDX > ZERO.
           IF RV-FOUND-IDX = ZERO AND RV-BOX-TOTAL < 500
               ADD 1 TO RV-BOX-TOTAL
               MOVE RV-BOX-TOTAL TO RV-FOUND-IDX
               MOVE RV-WANT-CONST TO RVB-CONST-CODE(RV-FOUND-IDX)
               MOVE RV-WANT-BOX TO RVB-BOX-ID(RV-FOUND-IDX)
               MOVE ZERO TO RVB-STATED(RV-FOUND-IDX)
               MOVE 'N' TO RVB-ON-REG(RV-FOUND-IDX)
               MOVE ZERO TO RVB-ON-FILE(RV-FOUND-IDX)
           END-IF.

       SCAN-BOX-PARA.
           IF RVB-CONST-CODE(RV-BOX-IDX) = RV-WANT-CONST
               AND RVB-BOX-ID(RV-BOX-IDX) = RV-WANT-BOX
               MOVE RV-BOX-IDX TO RV-FOUND-IDX
           END-IF.

       CHECK-ONE-BOX-PARA.
           IF RVB-ON-REG(RV-BOX-IDX) = 'N'
               ADD 1 TO RV-BOX-UNREG
               DISPLAY "  " RVB-CONST-CODE(RV-BOX-IDX) " box "
                   RVB-BOX-ID(RV-BOX-IDX) ": "
                   RVB-ON-FILE(RV-BOX-IDX)
                   " ballot(s), not on the register"
           ELSE IF RVB-ON-FILE(RV-BOX-IDX) = RVB-STATED(RV-BOX-IDX)
               ADD 1 TO RV-BOX-MATCH
           ELSE IF RVB-ON-FILE(RV-BOX-IDX) > RVB-STATED(RV-BOX-IDX)
               ADD 1 TO RV-BOX-OVER
               DISPLAY "  " RVB-CONST-CODE(RV-BOX-IDX) " box "
                   RVB-BOX-ID(RV-BOX-IDX) ": stated "
                   RVB-STATED(RV-BOX-IDX) ", on file "
                   RVB-ON-FILE(RV-BOX-IDX) " ** OVER **"
           ELSE
               ADD 1 TO RV-BOX-SHORT
               DISPLAY "  " RVB-CONST-CODE(RV-BOX-IDX) " box "
                   RVB-BOX-ID(RV-BOX-IDX) ": stated "
                   RVB-STATED(RV-BOX-IDX) ", on file "
                   RVB-ON-FILE(RV-BOX-IDX) " short".

       LOG-RECOVERY-PARA.
           ACCEPT RV-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RV-RUN-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           STRING RV-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RV-RUN-TIME DELIMITED BY SIZE
               " RECOVER OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(RV-OPERATOR) DELIMITED BY SIZE
               " SECOND=" DELIMITED BY SIZE
               FUNCTION TRIM(SQ-SECOND-OPER) DELIMITED BY SIZE
               " RECOVERED BACKUP=" DELIMITED BY SIZE
               RV-BACK-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               RV-BACK-TIME(1:6) DELIMITED BY SIZE
               " APPLIED=" DELIMITED BY SIZE
               RV-APPLIED DELIMITED BY SIZE
               " EXCEPTIONS=" DELIMITED BY SIZE
               RV-EXCEPTIONS DELIMITED BY SIZE
               " TO=" DELIMITED BY SIZE
               RV-STOP-DATE DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               RV-STOP-TIME(1:6) DELIMITED BY SIZE
               " BALLOT-ID=" DELIMITED BY SIZE
               RV-SEQ-VALUE DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       END PROGRAM SubSTVRecover.
