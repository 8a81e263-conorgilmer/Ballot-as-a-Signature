      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Ballot proof check, called through the ProofReq
      *            request block. Works out the proof reference of a
      *            constituency's slate - a rolling checksum over its
      *            rows on candidate_master.dat, in file order, by
      *            the audit trail's chain arithmetic - and reads the
      *            sign-off file (ballot_proof_signoff.dat) for the
      *            latest sign-off of the constituency's proof. The
      *            proof run prints the reference on the proof and
      *            records it at sign-off; election control asks
      *            here before opening a constituency's ballots, and
      *            refuses unless the signed reference is still the
      *            slate's own.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVProofChk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CMAST-FILE
           ASSIGN TO 'candidate_master.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMAST-FILE-STATUS.
       SELECT SIGN-FILE
           ASSIGN TO 'ballot_proof_signoff.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SIGN-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       COPY CandMast.

       FD  SIGN-FILE            RECORD CONTAINS 52 CHARACTERS.
       COPY ProofRec.

       WORKING-STORAGE SECTION.
       77 CMAST-FILE-STATUS    PIC XX VALUE '00'.
       77 SIGN-FILE-STATUS     PIC XX VALUE '00'.
       77 PK-EOF-SWITCH        PIC X.
       77 PK-HASH-WORK         PIC 9(12).
       77 PK-IDX               PIC 9(3).
       01 PK-HASH-BUF          PIC X(61).

       LINKAGE SECTION.
       COPY ProofReq.

       PROCEDURE DIVISION USING PROOF-CHECK-REQUEST.
       MAIN-PROCEDURE.
           MOVE ZERO TO PQ-SLATE-REF.
           MOVE ZERO TO PQ-CANDIDATES.
           MOVE 'Y' TO PQ-SEQ-OK.
           MOVE 'N' TO PQ-SIGNED.
           MOVE ZERO TO PQ-SIGNED-REF.
           MOVE SPACES TO PQ-SIGNED-BY.
           MOVE ZERO TO PQ-SIGNED-DATE.
           MOVE ZERO TO PQ-RC.
           MOVE 'N' TO PK-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
               PERFORM READ-CMAST-PARA UNTIL PK-EOF-SWITCH = 'Y'
               CLOSE CMAST-FILE
           END-IF.
           IF PQ-CANDIDATES = ZERO
               MOVE 01 TO PQ-RC
               MOVE 'N' TO PQ-SEQ-OK
               EXIT PROGRAM
           END-IF.
           MOVE 'N' TO PK-EOF-SWITCH.
           OPEN INPUT SIGN-FILE.
           IF SIGN-FILE-STATUS = '00'
               PERFORM READ-SIGN-PARA UNTIL PK-EOF-SWITCH = 'Y'
               CLOSE SIGN-FILE
           END-IF.
           IF PQ-SIGNED-DATE > ZERO
               AND PQ-SIGNED-REF = PQ-SLATE-REF
               MOVE 'Y' TO PQ-SIGNED
           END-IF.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * READ-CMAST-PARA - each of the constituency's rows is folded
      * into the reference whole: number, name, party and status, so
      * a change to any of them, or to their order, changes it.
      ******************************************************************
       READ-CMAST-PARA.
           READ CMAST-FILE
               AT END
                   MOVE 'Y' TO PK-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = PQ-CONST-CODE
                       ADD 1 TO PQ-CANDIDATES
                       IF CM-CAND-ID NOT = PQ-CANDIDATES
                           MOVE 'N' TO PQ-SEQ-OK
                       END-IF
                       MOVE CAND-MASTER-RECORD TO PK-HASH-BUF
                       PERFORM HASH-ONE-CHAR-PARA VARYING PK-IDX
                           FROM 1 BY 1 UNTIL PK-IDX > 61
                   END-IF
           END-READ.

       HASH-ONE-CHAR-PARA.
           COMPUTE PK-HASH-WORK = PQ-SLATE-REF * 31
               + FUNCTION ORD(PK-HASH-BUF(PK-IDX:1)).
           COMPUTE PQ-SLATE-REF = FUNCTION MOD(PK-HASH-WORK, 99999989).

       READ-SIGN-PARA.
           READ SIGN-FILE
               AT END
                   MOVE 'Y' TO PK-EOF-SWITCH
               NOT AT END
                   IF PS-CONST-CODE = PQ-CONST-CODE
                       MOVE PS-SLATE-REF TO PQ-SIGNED-REF
                       MOVE PS-OPERATOR TO PQ-SIGNED-BY
                       MOVE PS-DATE TO PQ-SIGNED-DATE
                   END-IF
           END-READ.

       END PROGRAM SubSTVProofChk.
