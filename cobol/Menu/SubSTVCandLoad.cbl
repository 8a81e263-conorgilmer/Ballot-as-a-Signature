      *            constituency. The load refuses any constituency
      *            whose ballots are already open (status past
      *            PREPARATION), because the papers are printed
      *            from this file. Where a constituency's
      *            nominations are held on the nomination register
      *            (nominations.dat), only a candidate whose
      *            nomination is ruled valid there is accepted.
      *            No row is taken for a constituency whose election
      *            timetable has passed the close of nominations.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO 'election_ctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ECTL-FILE-STATUS.
       SELECT NOM-FILE
           ASSIGN TO 'nominations.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS NOM-FILE-STATUS.
       SELECT CREJ-FILE
           ASSIGN TO 'candidate_rejects.dat'
           ORGANIZATION IS LINE SEQUENTIAL
       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       FD  NOM-FILE             RECORD CONTAINS 285 CHARACTERS.
       COPY NomRec.

       FD  CREJ-FILE            RECORD CONTAINS 136 CHARACTERS.
       01  CREJ-RECORD.
           05 CJ-REASON-CODE   PIC XX.
       77 CIMP-FILE-STATUS     PIC XX VALUE '00'.
       77 CMAST-FILE-STATUS    PIC XX VALUE '00'.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 NOM-FILE-STATUS      PIC XX VALUE '00'.
       77 CREJ-FILE-STATUS     PIC XX VALUE '00'.
       77 RPT-FILE-STATUS      PIC XX VALUE '00'.
       77 CL-EOF-SWITCH        PIC X.
      *   05 - candidate name longer than the 30-character field
      *   06 - party longer than the 20-character field
      *   07 - duplicate candidate name for the constituency
      *   08 - more than 99 candidates for the constituency
      *   09 - the constituency's nominations are on the nomination
      *        register and this candidate's is not ruled valid
      *   10 - the close of nominations on the election timetable
      *        has passed
       77 CL-T-CONST           PIC X(40).
       77 CL-T-NAME            PIC X(80).
       77 CL-T-PARTY           PIC X(80).
       77 CL-KEEP-TOTAL        PIC 9(4) VALUE ZERO.
       77 CL-KEEP-SWITCH       PIC X.
       77 CL-CNT-EDIT          PIC Z(3)9.
       77 CL-NOM-TOTAL         PIC 9(3) VALUE ZERO.
       77 CL-NOM-IDX           PIC 9(3).
       77 CL-NOM-HELD-SWITCH   PIC X.
       77 CL-NOM-VALID-SWITCH  PIC X.
      * Request block for the statutory deadline check.
       COPY DeadReq.
       01 CL-ROW               PIC X(80).
       01 CL-ECTL-TABLE-AREA.
           05 CL-ECTL-ENTRY        OCCURS 50 TIMES.
               10 CL-ECTL-CONST     PIC X(3).
               10 CL-ECTL-STATUS    PIC X.
      * The nomination register: who stands nominated, and how ruled.
       01 CL-NOM-TABLE-AREA.
           05 CL-NOM-ENTRY         OCCURS 500 TIMES.
               10 CL-NOM-CONST      PIC X(3).
               10 CL-NOM-NAME       PIC X(30).
               10 CL-NOM-RULING     PIC X.
      * Constituencies this load replaces, with their accepted and
      * rejected row totals for the report.
       01 CL-CONST-LIST-AREA.
           MOVE ZERO TO CL-NEW-TOTAL.
           MOVE ZERO TO CL-CONST-LIST-TOTAL.
           MOVE ZERO TO CL-KEEP-TOTAL.
           MOVE ZERO TO CL-NOM-TOTAL.
           PERFORM LOAD-ECTL-PARA.
           IF CL-ECTL-TOTAL = ZERO
               DISPLAY "No election control records - the load "
                   "through election control first."
               EXIT PROGRAM
           END-IF.
           PERFORM LOAD-NOM-PARA.
           OPEN INPUT CIMP-FILE.
           IF CIMP-FILE-STATUS NOT = '00'
               DISPLAY "No candidate_import.dat found - nothing to "
                   END-IF
           END-READ.

       LOAD-NOM-PARA.
           MOVE 'N' TO CL-EOF-SWITCH.
           OPEN INPUT NOM-FILE.
           IF NOM-FILE-STATUS = '00'
               PERFORM READ-NOM-PARA UNTIL CL-EOF-SWITCH = 'Y'
               CLOSE NOM-FILE
           END-IF.

       READ-NOM-PARA.
           READ NOM-FILE
               AT END
                   MOVE 'Y' TO CL-EOF-SWITCH
               NOT AT END
                   IF CL-NOM-TOTAL < 500
                       ADD 1 TO CL-NOM-TOTAL
                       MOVE NR-CONST-CODE
                           TO CL-NOM-CONST(CL-NOM-TOTAL)
                       MOVE NR-NAME TO CL-NOM-NAME(CL-NOM-TOTAL)
                       MOVE NR-RULING TO CL-NOM-RULING(CL-NOM-TOTAL)
                   ELSE
                       MOVE 'Y' TO CL-EOF-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * LOAD-ONE-ROW-PARA / VALIDATE-ROW-PARA - one nominations row:
      * split on "|", validate, and either add it to the new slate
               MOVE '03' TO CL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE CL-CONST TO DL-CONST-CODE.
           MOVE SPACES TO DL-ELECTION-ID.
           MOVE 1 TO DL-MILESTONE.
           CALL 'SubSTVDeadline' USING DEADLINE-REQUEST.
           IF DL-RC = 01
               DISPLAY "Row " CL-READ-COUNT ": "
                   FUNCTION TRIM(DL-NAME) " for " CL-CONST
                   " was " DL-DATE " " DL-TIME "."
               MOVE 'Y' TO CL-ROW-BAD-SWITCH
               MOVE '10' TO CL-REASON
               EXIT PARAGRAPH
           END-IF.
           IF CL-T-NAME = SPACES
               MOVE 'Y' TO CL-ROW-BAD-SWITCH
               MOVE '04' TO CL-REASON
               MOVE '06' TO CL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO CL-NOM-HELD-SWITCH.
           MOVE 'N' TO CL-NOM-VALID-SWITCH.
           PERFORM CHECK-NOM-PARA VARYING CL-NOM-IDX FROM 1 BY 1
               UNTIL CL-NOM-IDX > CL-NOM-TOTAL.
           IF CL-NOM-HELD-SWITCH = 'Y'
               AND CL-NOM-VALID-SWITCH = 'N'
               MOVE 'Y' TO CL-ROW-BAD-SWITCH
               MOVE '09' TO CL-REASON
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO CL-DUP-SWITCH.
           PERFORM CHECK-DUP-PARA VARYING CL-NEW-IDX FROM 1 BY 1
               UNTIL CL-NEW-IDX > CL-NEW-TOTAL
           MOVE ZERO TO CL-CONST-COUNT.
           PERFORM COUNT-CONST-PARA VARYING CL-NEW-IDX FROM 1 BY 1
               UNTIL CL-NEW-IDX > CL-NEW-TOTAL.
           IF CL-CONST-COUNT >= 99 OR CL-NEW-TOTAL >= 500
               MOVE 'Y' TO CL-ROW-BAD-SWITCH
               MOVE '08' TO CL-REASON
           END-IF.
               MOVE CL-ECTL-IDX TO CL-ECTL-FOUND
           END-IF.

       CHECK-NOM-PARA.
           IF CL-NOM-CONST(CL-NOM-IDX) = CL-CONST
               MOVE 'Y' TO CL-NOM-HELD-SWITCH
               IF CL-NOM-NAME(CL-NOM-IDX) = CL-T-NAME(1:30)
                   AND CL-NOM-RULING(CL-NOM-IDX) = 'V'
                   MOVE 'Y' TO CL-NOM-VALID-SWITCH
               END-IF
           END-IF.

       CHECK-DUP-PARA.
           IF CL-NEW-CONST(CL-NEW-IDX) = CL-CONST
               AND CL-NEW-NAME(CL-NEW-IDX) = CL-T-NAME(1:30)
