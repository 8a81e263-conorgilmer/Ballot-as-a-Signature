      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Box hold check, called through the HoldReq
      *            request block. Reads the box's events on the
      *            custody log (box_custody.dat) in order: a seal
      *            check at opening that did not match puts the box
      *            on hold, a supervisor's clearance lifts it. The
      *            programs that write ballots under a box id ask
      *            here first and refuse a held box.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVBoxHold.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CUST-FILE
           ASSIGN TO 'box_custody.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CUST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUST-FILE            RECORD CONTAINS 163 CHARACTERS.
       COPY CustRec.

       WORKING-STORAGE SECTION.
       77 CUST-FILE-STATUS     PIC XX VALUE '00'.
       77 BK-EOF-SWITCH        PIC X.

       LINKAGE SECTION.
       COPY HoldReq.

       PROCEDURE DIVISION USING BOX-HOLD-REQUEST.
       MAIN-PROCEDURE.
           MOVE 'N' TO BH-HELD.
           MOVE 'N' TO BH-SEALED.
           MOVE ZERO TO BH-HOLD-DATE.
           MOVE ZERO TO BH-HOLD-TIME.
           IF BH-BOX-ID = SPACES
               EXIT PROGRAM
           END-IF.
           MOVE 'N' TO BK-EOF-SWITCH.
           OPEN INPUT CUST-FILE.
           IF CUST-FILE-STATUS NOT = '00'
               EXIT PROGRAM
           END-IF.
           PERFORM READ-CUST-PARA UNTIL BK-EOF-SWITCH = 'Y'.
           CLOSE CUST-FILE.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

       READ-CUST-PARA.
           READ CUST-FILE
               AT END
                   MOVE 'Y' TO BK-EOF-SWITCH
               NOT AT END
                   IF CU-CONST-CODE = BH-CONST-CODE
                       AND CU-BOX-ID = BH-BOX-ID
                       PERFORM TAKE-EVENT-PARA
                   END-IF
           END-READ.

       TAKE-EVENT-PARA.
           IF CU-SEALED
               MOVE 'Y' TO BH-SEALED
           ELSE IF CU-OPENED AND CU-SEALS-DIFFER
               MOVE 'Y' TO BH-HELD
               MOVE CU-DATE TO BH-HOLD-DATE
               MOVE CU-TIME TO BH-HOLD-TIME
           ELSE IF CU-CLEARED
               MOVE 'N' TO BH-HELD
               MOVE ZERO TO BH-HOLD-DATE
               MOVE ZERO TO BH-HOLD-TIME
           END-IF.

       END PROGRAM SubSTVBoxHold.
