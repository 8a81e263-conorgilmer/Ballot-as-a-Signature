      * Author:    Conor Gilmer
      * Date:      02/09/2026
      * Purpose:   Pre-count readiness check for one constituency -
      *            the five things that must be clean before its
      *            ballots are closed, run as a single certificate:
      *              1. no unresolved double-keying mismatches for
      *                 the constituency on entry_mismatch.dat;
      *                 VR-BALLOT-ID on the votes file (the same
      *                 comparison SubSTVSeqCheck makes);
      *              4. candidate_master.dat actually holding rows
      *                 for the constituency;
      *              5. no paper for the constituency still awaiting
      *                 the returning officer's ruling on
      *                 doubtful_papers.dat.
      *            The verdict is printed as a PASS/FAIL certificate
      *            and recorded on stv_ready_cert.dat (one record per
      *            constituency, with the run date), which the
           ASSIGN TO 'candidate_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMAST-FILE-STATUS.
       SELECT DOUBT-FILE
           ASSIGN TO 'doubtful_papers.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DOUBT-FILE-STATUS.
       SELECT CERT-FILE
           ASSIGN TO 'stv_ready_cert.dat'
           ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  SEQ-FILE            RECORD CONTAINS 6 CHARACTERS.
       01  SEQ-RECORD          PIC 9(6).

       FD  MISM-FILE            RECORD CONTAINS 512 CHARACTERS.
       01  MISM-RECORD          PIC X(512).

       FD  REJECT-FILE         RECORD CONTAINS 2103 CHARACTERS.
       01  REJECT-RECORD       PIC X(2103).

       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       COPY CandMast.

       FD  DOUBT-FILE           RECORD CONTAINS 518 CHARACTERS.
       COPY DoubtRec.

       FD  CERT-FILE            RECORD CONTAINS 23 CHARACTERS.
       01  CERT-RECORD.
           05 CT-CONST-CODE    PIC X(3).
       77 REJECT-FILE-STATUS   PIC XX VALUE '00'.
       77 CMAST-FILE-STATUS    PIC XX VALUE '00'.
       77 CERT-FILE-STATUS     PIC XX VALUE '00'.
       77 DOUBT-FILE-STATUS    PIC XX VALUE '00'.
       77 RD-INPUT             PIC X(12).
       77 RD-CONST-CODE        PIC X(3) VALUE SPACES.
       77 RD-EOF-SWITCH        PIC X.
       77 RD-CTL-VALUE         PIC 9(6) VALUE ZERO.
       77 RD-CTL-FOUND-SWITCH  PIC X VALUE 'N'.
       77 RD-CAND-COUNT        PIC 9(3) VALUE ZERO.
       77 RD-DOUBT-COUNT       PIC 9(6) VALUE ZERO.
       77 RD-FAIL-COUNT        PIC 9(2) VALUE ZERO.
       77 RD-RUN-DATE          PIC 9(8).
       77 RD-RUN-TIME          PIC 9(8).
           MOVE ZERO TO RD-HIGHEST-ID.
           MOVE ZERO TO RD-CTL-VALUE.
           MOVE ZERO TO RD-CAND-COUNT.
           MOVE ZERO TO RD-DOUBT-COUNT.
           MOVE ZERO TO RD-FAIL-COUNT.
           MOVE ZERO TO RD-CERT-TOTAL.
           MOVE ZERO TO RD-CERT-FOUND-IDX.
           PERFORM CHECK-REJECTS-PARA.
           PERFORM CHECK-SEQUENCE-PARA.
           PERFORM CHECK-SLATE-PARA.
           PERFORM CHECK-DOUBTFUL-PARA.
           PERFORM PRINT-CERT-PARA.
           PERFORM RECORD-CERT-PARA.
           EXIT PROGRAM.
                   END-IF
           END-READ.

      ******************************************************************
      * CHECK-DOUBTFUL-PARA - a doubtful paper still awaiting the
      * returning officer's ruling is neither counted nor rejected;
      * rulings cannot be recorded once the ballots are closed.
      ******************************************************************
       CHECK-DOUBTFUL-PARA.
           MOVE 'N' TO RD-EOF-SWITCH.
           OPEN INPUT DOUBT-FILE.
           IF DOUBT-FILE-STATUS = '00'
               PERFORM READ-DOUBT-PARA UNTIL RD-EOF-SWITCH = 'Y'
               CLOSE DOUBT-FILE
           END-IF.

       READ-DOUBT-PARA.
           READ DOUBT-FILE
               AT END
                   MOVE 'Y' TO RD-EOF-SWITCH
               NOT AT END
                   IF DP-CONST-CODE = RD-CONST-CODE
                       AND DP-PENDING
                       ADD 1 TO RD-DOUBT-COUNT
                   END-IF
           END-READ.

      ******************************************************************
      * PRINT-CERT-PARA - the certificate, check by check. Any failed
      * line counts toward the verdict; the close-ballots action in
               DISPLAY " FAIL  candidate master has no rows for "
                   RD-CONST-CODE
           END-IF.
           MOVE RD-DOUBT-COUNT TO RD-CNT-EDIT.
           IF RD-DOUBT-COUNT = ZERO
               DISPLAY " PASS  no doubtful papers awaiting a ruling"
           ELSE
               ADD 1 TO RD-FAIL-COUNT
               DISPLAY " FAIL  " RD-CNT-EDIT " doubtful paper(s) "
                   "awaiting the returning officer's ruling"
           END-IF.
           MOVE RD-BALLOT-COUNT TO RD-CNT-EDIT.
           DISPLAY " INFO  ballots on file for " RD-CONST-CODE ": "
               RD-CNT-EDIT.
