      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Doubtful paper referral, called through the
      *            DoubtReq request block. Appends one paper to the
      *            doubtful-papers queue (doubtful_papers.dat) for
      *            the returning officer's ruling, numbered one
      *            past the highest paper number already on the
      *            queue, and leaves an audit line. Manual entry
      *            and reject resubmission refer papers here rather
      *            than writing a ballot.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVDoubtRef.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT DOUBT-FILE
           ASSIGN TO 'doubtful_papers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DOUBT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DOUBT-FILE           RECORD CONTAINS 518 CHARACTERS.
       COPY DoubtRec.

       WORKING-STORAGE SECTION.
       77 DOUBT-FILE-STATUS    PIC XX VALUE '00'.
       77 DF-EOF-SWITCH        PIC X.
       77 DF-LAST-PAPER        PIC 9(6).
       77 DF-PREF-IDX          PIC 9(2).
       77 DF-NOW-DATE          PIC 9(8).
       77 DF-NOW-TIME          PIC 9(8).
       01 AUDIT-RECORD         PIC X(300).
       COPY AuditReq.

       LINKAGE SECTION.
       COPY DoubtReq.

       PROCEDURE DIVISION USING DOUBT-REFER-REQUEST.
       MAIN-PROCEDURE.
           MOVE ZERO TO DQ-PAPER-NO.
           MOVE ZERO TO DQ-RC.
           MOVE ZERO TO DF-LAST-PAPER.
           MOVE 'N' TO DF-EOF-SWITCH.
           OPEN INPUT DOUBT-FILE.
           IF DOUBT-FILE-STATUS = '00'
               PERFORM READ-LAST-PARA UNTIL DF-EOF-SWITCH = 'Y'
               CLOSE DOUBT-FILE
           END-IF.
           ADD 1 TO DF-LAST-PAPER.
           ACCEPT DF-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT DF-NOW-TIME FROM TIME.
           MOVE SPACES TO DOUBTFUL-RECORD.
           MOVE DQ-CONST-CODE TO DP-CONST-CODE.
           MOVE DF-LAST-PAPER TO DP-PAPER-NO.
           MOVE DQ-ELECTION-ID TO DP-ELECTION-ID.
           MOVE DQ-BOX-ID TO DP-BOX-ID.
           MOVE DQ-CHANNEL TO DP-CHANNEL.
           MOVE DQ-SOURCE TO DP-SOURCE.
           MOVE DF-NOW-DATE TO DP-REFER-DATE.
           COMPUTE DP-REFER-TIME = DF-NOW-TIME / 10000.
           MOVE DQ-OPERATOR TO DP-REFER-BY.
           MOVE DQ-REASON TO DP-REASON.
           MOVE DQ-DETAIL TO DP-DETAIL.
           SET DP-PENDING TO TRUE.
           MOVE ZERO TO DP-RULED-DATE.
           MOVE ZERO TO DP-RULED-TIME.
           MOVE ZERO TO DP-BALLOT-ID.
           MOVE ZERO TO DP-PREF-COUNT.
           PERFORM CLEAR-PREF-PARA VARYING DF-PREF-IDX FROM 1 BY 1
               UNTIL DF-PREF-IDX > 40.
           MOVE ZERO TO DP-PREFS-MORE.
           MOVE 'N' TO DP-OBJECTION.
           OPEN EXTEND DOUBT-FILE.
           IF DOUBT-FILE-STATUS = '35'
               OPEN OUTPUT DOUBT-FILE
           END-IF.
           IF DOUBT-FILE-STATUS NOT = '00'
               MOVE 99 TO DQ-RC
               EXIT PROGRAM
           END-IF.
           WRITE DOUBTFUL-RECORD.
           IF DOUBT-FILE-STATUS NOT = '00'
               MOVE 99 TO DQ-RC
               CLOSE DOUBT-FILE
               EXIT PROGRAM
           END-IF.
           CLOSE DOUBT-FILE.
           MOVE DF-LAST-PAPER TO DQ-PAPER-NO.
           PERFORM LOG-REFERRAL-PARA.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

       READ-LAST-PARA.
           READ DOUBT-FILE
               AT END
                   MOVE 'Y' TO DF-EOF-SWITCH
               NOT AT END
                   IF DP-PAPER-NO > DF-LAST-PAPER
                       MOVE DP-PAPER-NO TO DF-LAST-PAPER
                   END-IF
           END-READ.

       CLEAR-PREF-PARA.
           MOVE ZERO TO DP-PREF(DF-PREF-IDX).

       LOG-REFERRAL-PARA.
           MOVE SPACES TO AUDIT-RECORD.
           STRING DF-NOW-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               DF-NOW-TIME DELIMITED BY SIZE
               " DOUBTFUL REFERRED CONST=" DELIMITED BY SIZE
               DQ-CONST-CODE DELIMITED BY SIZE
               " PAPER=" DELIMITED BY SIZE
               DQ-PAPER-NO DELIMITED BY SIZE
               " BOX=" DELIMITED BY SIZE
               FUNCTION TRIM(DQ-BOX-ID) DELIMITED BY SIZE
               " SOURCE=" DELIMITED BY SIZE
               DQ-SOURCE DELIMITED BY SIZE
               " REASON=" DELIMITED BY SIZE
               DQ-REASON DELIMITED BY SIZE
               " OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(DQ-OPERATOR) DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       END PROGRAM SubSTVDoubtRef.
