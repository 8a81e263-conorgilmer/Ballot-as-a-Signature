      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      22/08/2026
      * Purpose:   One-time votes file conversions. Three paths,
      *            all on the rename-first pattern:
      *            L - the legacy free-text record (two encodings -
      *                fixed 4-character numeric slots, or candidate
      *                names each ended by "|" - that readers had to
      *            U - the 133-byte format-2 record the suite wrote
      *                before the provenance, channel and election
      *                fields existed. An indexed file cannot even
      *                be opened under the current 335-byte length
      *                (status 39), so on upgrade the operator
      *                renames the old votes_output.dat to
      *                votes_v2.dat and this path reloads it record
      *                for record, stamping version '4', zeroing the
      *                extra preference slots and leaving the new
      *                fields blank.
      *            V - the 158-byte format-3 record, the same fields
      *                with 40 preference slots. Renamed to
      *                votes_v3.dat and reloaded the same way: the
      *                40 slots (or a ticket ballot's tag and box
      *                number) become the first 40 of the 99, and
      *                every other field carries across.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS O2-BALLOT-KEY
           FILE STATUS IS V2-VOTES-STATUS.
       SELECT V3-VOTES-FILE
           ASSIGN TO 'votes_v3.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS O3-BALLOT-KEY
           FILE STATUS IS V3-VOTES-STATUS.
       SELECT VOTES-FILE
           ASSIGN TO 'votes_output.dat'
           ORGANIZATION IS INDEXED

      * The 133-byte format-2 record retired by the U path: the
      * same numeric preference slots, without the provenance,
      * channel and election fields the later records append.
       FD  V2-VOTES-FILE       RECORD CONTAINS 133 CHARACTERS.
       01  V2-VOTES-RECORD.
           05 O2-BALLOT-KEY.
           05 O2-PREF           PIC 9(3) OCCURS 40 TIMES.
           05 O2-STATUS         PIC X.

      * The 158-byte format-3 record retired by the V path: every
      * field the current record has, but only 40 preference slots
      * (120 bytes, read as one area so a ticket ballot's tag moves
      * with it).
       FD  V3-VOTES-FILE       RECORD CONTAINS 158 CHARACTERS.
       01  V3-VOTES-RECORD.
           05 O3-BALLOT-KEY.
               10 O3-CONST-CODE PIC X(3).
               10 O3-BALLOT-ID  PIC 9(6).
           05 O3-FORMAT-VER     PIC X.
           05 O3-PREF-COUNT     PIC 9(2).
           05 O3-PREF-AREA      PIC X(120).
           05 O3-STATUS         PIC X.
           05 O3-BOX-ID         PIC X(8).
           05 O3-CHANNEL        PIC X.
           05 O3-RCPT-DATE      PIC 9(8).
           05 O3-ELECTION-ID    PIC X(8).

       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  CAND-FILE            RECORD CONTAINS 24 CHARACTERS.
       WORKING-STORAGE SECTION.
       77 OLD-VOTES-STATUS     PIC XX VALUE '00'.
       77 V2-VOTES-STATUS      PIC XX VALUE '00'.
       77 V3-VOTES-STATUS      PIC XX VALUE '00'.
       77 CV-MODE              PIC X.
       77 VOTES-FILE-STATUS    PIC XX VALUE '00'.
       77 CAND-FILE-STATUS     PIC XX VALUE '00'.
       77 CAND-COUNT           PIC 9(3) VALUE ZERO.
       77 CAND-IDX             PIC 9(3).
       01 CAND-NAMES-AREA.
           05 CAND-NAME        PIC X(20) OCCURS 99 TIMES.
       77 CV-SLATE-CONST       PIC X(3) VALUE SPACES.
       77 CV-SLATE-BIG-SWITCH  PIC X VALUE 'N'.

       77 CV-EOF-SWITCH        PIC X VALUE 'N'.
       77 CV-READ-COUNT        PIC 9(6) VALUE ZERO.
       77 CV-BAD-SWITCH        PIC X.
       77 CV-PREF-IDX          PIC 9(3).
       77 CV-PREFS             PIC 9(2).
       77 CV-DUP-IDX           PIC 9(3).
       77 CV-WORK-PREF         PIC 9(3).
       77 CV-NAME-MODE-SWITCH  PIC X.
       77 CV-CNT-EDIT          PIC Z(5)9.
       77 I                    PIC 9(3).
       01 CV-PREF-AREA.
           05 CV-PREF          PIC 9(3) OCCURS 99 TIMES.
      * Request block for the votes file change journal: a
      * conversion writes a fresh votes file, journalled ballot by
      * ballot like any other.
       COPY JournalReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Votes File Conversion.".
           MOVE 'VOTECONV' TO JN-PROGRAM.
           MOVE SPACES TO JN-OPERATOR.
           MOVE ZERO TO CV-READ-COUNT.
           MOVE ZERO TO CV-OK-COUNT.
           MOVE ZERO TO CV-REJ-COUNT.
           MOVE 'N' TO CV-EOF-SWITCH.
           DISPLAY "Conversion - L=Legacy free-text file "
               "(votes_legacy.dat), U=Upgrade 133-byte format-2 "
               "file (votes_v2.dat), V=Upgrade 158-byte format-3 "
               "file (votes_v3.dat) [Enter=V] ".
           MOVE SPACES TO CV-TOKEN.
           ACCEPT CV-TOKEN.
           IF FUNCTION UPPER-CASE(CV-TOKEN(1:1)) = 'L'
               MOVE 'L' TO CV-MODE
           ELSE IF FUNCTION UPPER-CASE(CV-TOKEN(1:1)) = 'U'
               MOVE 'U' TO CV-MODE
           ELSE
               MOVE 'V' TO CV-MODE.
           IF CV-MODE = 'U'
               PERFORM UPGRADE-V2-PARA THRU UPGRADE-V2-EXIT
               EXIT PROGRAM
           END-IF.
           IF CV-MODE = 'V'
               PERFORM UPGRADE-V3-PARA THRU UPGRADE-V3-EXIT
               EXIT PROGRAM
           END-IF.
           DISPLAY "Reads votes_legacy.dat (rename the old "
               "votes_output.dat to that name first) and writes a "
               "fresh votes_output.dat.".
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT VOTES-FILE.
           PERFORM JOURNAL-EMPTIED-PARA.
           IF VOTES-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to create the new "
                   "votes_output.dat - status " VOTES-FILE-STATUS
      * UPGRADE-V2-PARA / UPGRADE-ONE-PARA - the 133-byte format-2
      * file back in, record for record: the key, preference slots
      * and status carry over unchanged, the version byte becomes
      * '4', the slots past the 40th are zero, and the provenance,
      * channel and election fields start blank - exactly what the
      * copybook promises old ballots read as.
      ******************************************************************
       UPGRADE-V2-PARA.
           DISPLAY "Reads votes_v2.dat (rename the old 133-byte "
               GO TO UPGRADE-V2-EXIT
           END-IF.
           OPEN OUTPUT VOTES-FILE.
           PERFORM JOURNAL-EMPTIED-PARA.
           IF VOTES-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to create the new "
                   "votes_output.dat - status " VOTES-FILE-STATUS
           MOVE CV-READ-COUNT TO CV-CNT-EDIT.
           DISPLAY "Format-2 records read: " CV-CNT-EDIT.
           MOVE CV-OK-COUNT TO CV-CNT-EDIT.
           DISPLAY "Upgraded to format 4:  " CV-CNT-EDIT.
           DISPLAY "votes_v2.dat is unchanged - keep it until the "
               "upgrade is verified.".
       UPGRADE-V2-EXIT.
           EXIT.

      ******************************************************************
      * UPGRADE-V3-PARA / UPGRADE-V3-ONE-PARA - the 158-byte
      * format-3 file back in, record for record: the 120 bytes of
      * the old preference area land in the first 40 slots as they
      * stand, so a ticket ballot keeps its tag and box number, the
      * remaining slots are zero, and every other field carries over
      * unchanged under version '4'.
      ******************************************************************
       UPGRADE-V3-PARA.
           DISPLAY "Reads votes_v3.dat (rename the old 158-byte "
               "votes_output.dat to that name first) and writes a "
               "fresh votes_output.dat.".
           OPEN INPUT V3-VOTES-FILE.
           IF V3-VOTES-STATUS NOT = '00'
               DISPLAY "No votes_v3.dat found (status "
                   V3-VOTES-STATUS ") - nothing to upgrade."
               GO TO UPGRADE-V3-EXIT
           END-IF.
           OPEN OUTPUT VOTES-FILE.
           PERFORM JOURNAL-EMPTIED-PARA.
           IF VOTES-FILE-STATUS NOT = '00'
               DISPLAY "*** Unable to create the new "
                   "votes_output.dat - status " VOTES-FILE-STATUS
                   " ***"
               CLOSE V3-VOTES-FILE
               GO TO UPGRADE-V3-EXIT
           END-IF.
           PERFORM UPGRADE-V3-ONE-PARA UNTIL CV-EOF-SWITCH = 'Y'.
           CLOSE VOTES-FILE.
           CLOSE V3-VOTES-FILE.
           MOVE CV-READ-COUNT TO CV-CNT-EDIT.
           DISPLAY "Format-3 records read: " CV-CNT-EDIT.
           MOVE CV-OK-COUNT TO CV-CNT-EDIT.
           DISPLAY "Upgraded to format 4:  " CV-CNT-EDIT.
           DISPLAY "votes_v3.dat is unchanged - keep it until the "
               "upgrade is verified.".
       UPGRADE-V3-EXIT.
           EXIT.

       UPGRADE-V3-ONE-PARA.
           READ V3-VOTES-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO CV-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CV-READ-COUNT
                   PERFORM WRITE-UPGRADED-V3-PARA
           END-READ.

       WRITE-UPGRADED-V3-PARA.
           MOVE O3-CONST-CODE TO VR-CONST-CODE.
           MOVE O3-BALLOT-ID TO VR-BALLOT-ID.
           SET VR-FORMAT-V4 TO TRUE.
           MOVE O3-PREF-COUNT TO VR-PREF-COUNT.
           MOVE ZERO TO VR-PREF-AREA.
           MOVE O3-PREF-AREA TO VR-PREF-AREA(1:120).
           MOVE O3-STATUS TO VR-STATUS.
           MOVE O3-BOX-ID TO VR-BOX-ID.
           MOVE O3-CHANNEL TO VR-CHANNEL.
           MOVE O3-RCPT-DATE TO VR-RCPT-DATE.
           MOVE O3-ELECTION-ID TO VR-ELECTION-ID.
           WRITE VOTES-RECORD
               INVALID KEY
                   DISPLAY "*** duplicate key on upgrade: "
                       O3-CONST-CODE O3-BALLOT-ID " ***"
               NOT INVALID KEY
                   ADD 1 TO CV-OK-COUNT
                   MOVE 'W' TO JN-ACTION
                   MOVE SPACES TO JN-BEFORE
                   MOVE VOTES-RECORD TO JN-AFTER
                   CALL 'SubSTVJournal' USING JOURNAL-REQUEST
           END-WRITE.

       UPGRADE-ONE-PARA.
           READ V2-VOTES-FILE NEXT RECORD
               AT END
       WRITE-UPGRADED-PARA.
           MOVE O2-CONST-CODE TO VR-CONST-CODE.
           MOVE O2-BALLOT-ID TO VR-BALLOT-ID.
           SET VR-FORMAT-V4 TO TRUE.
           MOVE O2-PREF-COUNT TO VR-PREF-COUNT.
           MOVE ZERO TO VR-PREF-AREA.
           PERFORM COPY-UPGRADE-PREF-PARA VARYING I FROM 1 BY 1
               UNTIL I > 40.
           MOVE O2-STATUS TO VR-STATUS.
                       O2-CONST-CODE O2-BALLOT-ID " ***"
               NOT INVALID KEY
                   ADD 1 TO CV-OK-COUNT
                   MOVE 'W' TO JN-ACTION
                   MOVE SPACES TO JN-BEFORE
                   MOVE VOTES-RECORD TO JN-AFTER
                   CALL 'SubSTVJournal' USING JOURNAL-REQUEST
           END-WRITE.

       COPY-UPGRADE-PREF-PARA.
           ELSE
               MOVE 'N' TO CV-NAME-MODE-SWITCH
           END-IF.
           IF CV-SLATE-BIG-SWITCH = 'Y'
               MOVE 'Y' TO CV-BAD-SWITCH
           END-IF.
           PERFORM DECODE-ONE-TOKEN-PARA VARYING CV-PREF-IDX
               FROM 1 BY 1 UNTIL CV-PREF-IDX > 99
                   OR CV-DONE-SWITCH = 'Y'
                   OR CV-BAD-SWITCH = 'Y'.

                       COMPUTE CV-WORK-PREF =
                           FUNCTION NUMVAL(CV-TOKEN)
                       IF CV-WORK-PREF = ZERO
                           OR CV-WORK-PREF > 99
                           MOVE 'Y' TO CV-BAD-SWITCH
                       ELSE
                           PERFORM CHECK-DUP-PREF-PARA
       WRITE-NEW-PARA.
           MOVE OV-CONST-CODE TO VR-CONST-CODE.
           MOVE OV-BALLOT-ID TO VR-BALLOT-ID.
           SET VR-FORMAT-V4 TO TRUE.
           MOVE CV-PREFS TO VR-PREF-COUNT.
           PERFORM STORE-NEW-PREF-PARA VARYING I FROM 1 BY 1
               UNTIL I > 99.
           IF OV-STATUS = 'V'
               SET VR-VOIDED TO TRUE
           ELSE
                       OV-CONST-CODE OV-BALLOT-ID " ***"
               NOT INVALID KEY
                   ADD 1 TO CV-OK-COUNT
                   MOVE 'W' TO JN-ACTION
                   MOVE SPACES TO JN-BEFORE
                   MOVE VOTES-RECORD TO JN-AFTER
                   CALL 'SubSTVJournal' USING JOURNAL-REQUEST
           END-WRITE.

       STORE-NEW-PREF-PARA.
      ******************************************************************
      * LOAD-SLATE-PARA - the slate for the constituency currently
      * being converted: candidate master first, plain name list as
      * the fallback, name-mode decoding only when one is found. A
      * slate over the system limit is refused outright and every
      * row for that constituency goes to the rejects file.
      ******************************************************************
       LOAD-SLATE-PARA.
           MOVE 'N' TO CAND-LOADED-SWITCH.
           MOVE 'N' TO CV-SLATE-BIG-SWITCH.
           MOVE ZERO TO CAND-COUNT.
           MOVE 'N' TO CMAST-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CAND-COUNT > ZERO
               MOVE 'Y' TO CAND-LOADED-SWITCH
           END-IF.
           IF CV-SLATE-BIG-SWITCH = 'Y'
               DISPLAY "*** more than 99 candidates for "
                   CV-SLATE-CONST " - the system limit is 99; its "
                   "ballots are rejected ***"
           END-IF.

       READ-CAND-MASTER-PARA.
           READ CMAST-FILE
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = CV-SLATE-CONST
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CM-NAME(1:20)
                               TO CAND-NAME(CAND-COUNT)
                       ELSE
                           MOVE 'Y' TO CV-SLATE-BIG-SWITCH
                           MOVE 'Y' TO CMAST-EOF-SWITCH
                       END-IF
                   END-IF
                   MOVE 'Y' TO CAND-EOF-SWITCH
               NOT AT END
                   IF CN-CONST-CODE = CV-SLATE-CONST
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CN-NAME TO CAND-NAME(CAND-COUNT)
                       ELSE
                           MOVE 'Y' TO CV-SLATE-BIG-SWITCH
                           MOVE 'Y' TO CAND-EOF-SWITCH
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * JOURNAL-EMPTIED-PARA - a new votes file has been created in
      * place of the old one; the journal records it before the
      * converted ballots that follow.
      ******************************************************************
       JOURNAL-EMPTIED-PARA.
           IF VOTES-FILE-STATUS = '00'
               MOVE 'E' TO JN-ACTION
               CALL 'SubSTVJournal' USING JOURNAL-REQUEST
           END-IF.

       END PROGRAM SubSTVVoteConv.
