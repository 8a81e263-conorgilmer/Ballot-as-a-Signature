      *            excludes them from round one. The whole file is
      *            held in storage while editing and rewritten on
      *            save, so rows for other constituencies pass
      *            through untouched. Where the constituency's
      *            nominations are held on the nomination register
      *            (nominations.dat), a candidate is only added if
      *            their nomination is ruled valid there. The
      *            election timetable governs both edits: no
      *            candidate is added after the close of
      *            nominations, and none withdrawn after the last
      *            day for withdrawal.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO 'candidate_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMAST-FILE-STATUS.
       SELECT NOM-FILE
           ASSIGN TO 'nominations.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       COPY CandMast.

       FD  NOM-FILE             RECORD CONTAINS 285 CHARACTERS.
       COPY NomRec.

       WORKING-STORAGE SECTION.
       77 CMAST-FILE-STATUS    PIC XX VALUE '00'.
       77 CMAST-EOF-SWITCH     PIC X VALUE 'N'.
       77 NOM-FILE-STATUS      PIC XX VALUE '00'.
       77 CM-NOM-HELD-SWITCH   PIC X.
       77 CM-NOM-VALID-SWITCH  PIC X.
       77 CM-NEW-NAME          PIC X(30).
      * Request block for the statutory deadline check.
       COPY DeadReq.
       77 ROW-TOTAL            PIC 9(4) VALUE ZERO.
       77 ROW-IDX              PIC 9(4).
       77 CM-INPUT             PIC X(30).
       77 CM-PICK-ID           PIC 9(3).
       77 CM-FOUND-SWITCH      PIC X VALUE 'N'.
       77 CM-NEXT-ID           PIC 9(3).
       77 CM-SLATE-COUNT       PIC 9(3).
       77 CM-CHANGED-SWITCH    PIC X VALUE 'N'.
       77 CM-ABORT-SWITCH      PIC X VALUE 'N'.
       01 ROW-TABLE-AREA.

      ******************************************************************
      * ADD-CAND-PARA - append a candidate to this constituency's
      * slate with the next free candidate number of record. The
      * count programs hold at most 99 candidates a constituency,
      * numbered 1 to 99, so a full slate is refused here.
      ******************************************************************
       ADD-CAND-PARA.
           MOVE 1 TO DL-MILESTONE.
           PERFORM CHECK-DEADLINE-PARA.
           IF DL-RC = 01
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO CM-SLATE-COUNT.
           MOVE ZERO TO CM-NEXT-ID.
           PERFORM COUNT-SLATE-PARA VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > ROW-TOTAL.
           IF CM-SLATE-COUNT >= 99 OR CM-NEXT-ID >= 99
               DISPLAY CM-CONST-WANTED " has reached the limit of "
                   "99 candidates a constituency - cannot add."
           ELSE IF ROW-TOTAL >= 500
               DISPLAY "Master file is full - cannot add."
           ELSE
               DISPLAY "Enter the candidate's full name "
               MOVE SPACES TO CM-INPUT
               ACCEPT CM-INPUT
               MOVE CM-INPUT TO CM-NEW-NAME
               PERFORM CHECK-NOMINATED-PARA
               IF CM-NOM-HELD-SWITCH = 'Y'
                   AND CM-NOM-VALID-SWITCH = 'N'
                   DISPLAY "No valid nomination for that name on "
                       "the nomination register - not added."
                   EXIT PARAGRAPH
               END-IF
               MOVE ZERO TO CM-NEXT-ID
               PERFORM FIND-NEXT-ID-PARA VARYING ROW-IDX FROM 1 BY 1
                   UNTIL ROW-IDX > ROW-TOTAL
               ADD 1 TO ROW-TOTAL
               MOVE CM-CONST-WANTED TO ROW-CONST(ROW-TOTAL)
               MOVE CM-NEXT-ID TO ROW-CAND-ID(ROW-TOTAL)
               MOVE CM-NEW-NAME TO ROW-NAME(ROW-TOTAL)
               DISPLAY "Enter the party affiliation "
               MOVE SPACES TO CM-INPUT
               ACCEPT CM-INPUT
               MOVE 'A' TO ROW-STATUS(ROW-TOTAL)
               MOVE 'Y' TO CM-CHANGED-SWITCH
               DISPLAY "Candidate " CM-NEXT-ID " added to "
                   CM-CONST-WANTED ".".

       COUNT-SLATE-PARA.
           IF ROW-CONST(ROW-IDX) = CM-CONST-WANTED
               ADD 1 TO CM-SLATE-COUNT
           END-IF.
           PERFORM FIND-NEXT-ID-PARA.

      ******************************************************************
      * CHECK-NOMINATED-PARA - does the nomination register hold this
      * constituency's nominations, and is the name ruled valid?
      ******************************************************************
       CHECK-NOMINATED-PARA.
           MOVE 'N' TO CM-NOM-HELD-SWITCH.
           MOVE 'N' TO CM-NOM-VALID-SWITCH.
           MOVE 'N' TO CMAST-EOF-SWITCH.
           OPEN INPUT NOM-FILE.
           IF NOM-FILE-STATUS = '00'
               PERFORM READ-NOM-PARA UNTIL CMAST-EOF-SWITCH = 'Y'
               CLOSE NOM-FILE
           END-IF.

       READ-NOM-PARA.
           READ NOM-FILE
               AT END
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF NR-CONST-CODE = CM-CONST-WANTED
                       MOVE 'Y' TO CM-NOM-HELD-SWITCH
                       IF NR-NAME = CM-NEW-NAME AND NR-VALID
                           MOVE 'Y' TO CM-NOM-VALID-SWITCH
                       END-IF
                   END-IF
           END-READ.

       FIND-NEXT-ID-PARA.
           IF ROW-CONST(ROW-IDX) = CM-CONST-WANTED
      * from round one.
      ******************************************************************
       WITHDRAW-CAND-PARA.
           MOVE 3 TO DL-MILESTONE.
           PERFORM CHECK-DEADLINE-PARA.
           IF DL-RC = 01
               EXIT PARAGRAPH
           END-IF.
           PERFORM GET-PICK-ID-PARA.
           MOVE 'N' TO CM-FOUND-SWITCH.
           PERFORM MARK-WITHDRAWN-PARA VARYING ROW-IDX FROM 1 BY 1
           ACCEPT CM-INPUT.
           MOVE FUNCTION NUMVAL(CM-INPUT) TO CM-PICK-ID.

      ******************************************************************
      * CHECK-DEADLINE-PARA - the milestone in DL-MILESTONE for this
      * constituency's election; once it has passed the edit is
      * refused, with the deadline quoted.
      ******************************************************************
       CHECK-DEADLINE-PARA.
           MOVE CM-CONST-WANTED TO DL-CONST-CODE.
           MOVE SPACES TO DL-ELECTION-ID.
           CALL 'SubSTVDeadline' USING DEADLINE-REQUEST.
           IF DL-RC = 01
               DISPLAY FUNCTION TRIM(DL-NAME) " was " DL-DATE " "
                   DL-TIME " - not allowed after the deadline."
           END-IF.

      ******************************************************************
      * SAVE-MASTER-PARA - write the whole row table back, every
      * constituency, in the order held.
