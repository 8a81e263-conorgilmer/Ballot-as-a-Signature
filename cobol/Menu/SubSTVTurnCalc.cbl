      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Turnout for one constituency, called through the
      *            TurnReq request block. The electorate is every
      *            elector on the register of electors
      *            (electoral_register.dat) for the constituency
      *            whose franchise entitles them to a paper; the
      *            electors who voted are those marked on the marked
      *            register (marked_register.dat) for the
      *            constituency's election, split by how the paper
      *            was issued - in person, by proxy or by post. A
      *            postal elector counts as voted only once a pack
      *            has come back on the postal packet register
      *            (postal_packets.dat); the mark alone says only
      *            that a pack was issued. The
      *            risk report, the accounting statement and the
      *            results export take their turnout from here
      *            rather than from a figure keyed by the operator.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVTurnCalc.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ELECT-FILE
           ASSIGN TO 'electoral_register.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ER-ELECTOR-NO
           FILE STATUS IS ELECT-FILE-STATUS.
       SELECT MARK-FILE
           ASSIGN TO 'marked_register.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MK-MARK-KEY
           FILE STATUS IS MARK-FILE-STATUS.
       SELECT POST-FILE
           ASSIGN TO 'postal_packets.dat'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PP-PACKET-KEY
           FILE STATUS IS POST-FILE-STATUS.
       SELECT ECTL-FILE
           ASSIGN TO 'election_ctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ECTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ELECT-FILE           RECORD CONTAINS 113 CHARACTERS.
       COPY ElectRec.

       FD  MARK-FILE            RECORD CONTAINS 65 CHARACTERS.
       COPY MarkRec.

       FD  POST-FILE            RECORD CONTAINS 95 CHARACTERS.
       COPY PostRec.

       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       WORKING-STORAGE SECTION.
       77 ELECT-FILE-STATUS    PIC XX VALUE '00'.
       77 MARK-FILE-STATUS     PIC XX VALUE '00'.
       77 POST-FILE-STATUS     PIC XX VALUE '00'.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 TC-EOF-SWITCH        PIC X.
       77 TC-POST-OPEN         PIC X.
       77 TC-PACK-EOF          PIC X.
       77 TC-PACK-BACK         PIC X.

       LINKAGE SECTION.
       COPY TurnReq.

       PROCEDURE DIVISION USING TURNOUT-REQUEST.
       MAIN-PROCEDURE.
           MOVE ZERO TO TQ-ELECTORATE.
           MOVE ZERO TO TQ-IN-PERSON.
           MOVE ZERO TO TQ-PROXY.
           MOVE ZERO TO TQ-POSTAL.
           MOVE ZERO TO TQ-POSTAL-OUT.
           MOVE ZERO TO TQ-VOTED.
           MOVE ZERO TO TQ-PCT.
           MOVE ZERO TO TQ-RC.
           OPEN INPUT ELECT-FILE.
           IF ELECT-FILE-STATUS NOT = '00'
               MOVE 02 TO TQ-RC
               EXIT PROGRAM
           END-IF.
           MOVE 'N' TO TC-EOF-SWITCH.
           PERFORM COUNT-ELECTOR-PARA UNTIL TC-EOF-SWITCH = 'Y'.
           CLOSE ELECT-FILE.
           IF TQ-ELECTORATE = ZERO
               MOVE 01 TO TQ-RC
               EXIT PROGRAM
           END-IF.
           IF TQ-ELECTION-ID = SPACES
               PERFORM FIND-ELECTION-PARA
           END-IF.
           PERFORM COUNT-MARKS-PARA.
           COMPUTE TQ-VOTED = TQ-IN-PERSON + TQ-PROXY + TQ-POSTAL.
           COMPUTE TQ-PCT ROUNDED =
               TQ-VOTED * 100 / TQ-ELECTORATE.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

       COUNT-ELECTOR-PARA.
           READ ELECT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO TC-EOF-SWITCH
               NOT AT END
                   IF ER-CONST-CODE = TQ-CONST-CODE
                       AND ER-ENTITLED
                       ADD 1 TO TQ-ELECTORATE
                   END-IF
           END-READ.

      ******************************************************************
      * FIND-ELECTION-PARA - the constituency's election id from its
      * control record. A constituency with no record leaves the id
      * blank, and every mark for the constituency is counted.
      ******************************************************************
       FIND-ELECTION-PARA.
           MOVE 'N' TO TC-EOF-SWITCH.
           OPEN INPUT ECTL-FILE.
           IF ECTL-FILE-STATUS = '00'
               PERFORM READ-ECTL-PARA UNTIL TC-EOF-SWITCH = 'Y'
               CLOSE ECTL-FILE
           END-IF.

       READ-ECTL-PARA.
           READ ECTL-FILE
               AT END
                   MOVE 'Y' TO TC-EOF-SWITCH
               NOT AT END
                   IF EC-CONST-CODE = TQ-CONST-CODE
                       MOVE EC-ELECTION-ID TO TQ-ELECTION-ID
                       MOVE 'Y' TO TC-EOF-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * COUNT-MARKS-PARA - the marked register is keyed by election
      * then elector, so a known election is read from its first
      * mark to its last; otherwise the whole file is read.
      ******************************************************************
       COUNT-MARKS-PARA.
           OPEN INPUT MARK-FILE.
           IF MARK-FILE-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO TC-EOF-SWITCH.
           IF TQ-ELECTION-ID NOT = SPACES
               MOVE TQ-ELECTION-ID TO MK-ELECTION-ID
               MOVE LOW-VALUES TO MK-ELECTOR-NO
               START MARK-FILE KEY IS NOT LESS THAN MK-MARK-KEY
                   INVALID KEY
                       MOVE 'Y' TO TC-EOF-SWITCH
               END-START
           END-IF.
           MOVE 'N' TO TC-POST-OPEN.
           OPEN INPUT POST-FILE.
           IF POST-FILE-STATUS = '00'
               MOVE 'Y' TO TC-POST-OPEN
           END-IF.
           PERFORM COUNT-MARK-PARA UNTIL TC-EOF-SWITCH = 'Y'.
           CLOSE MARK-FILE.
           IF TC-POST-OPEN = 'Y'
               CLOSE POST-FILE
           END-IF.

       COUNT-MARK-PARA.
           READ MARK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO TC-EOF-SWITCH
               NOT AT END
                   IF TQ-ELECTION-ID NOT = SPACES
                       AND MK-ELECTION-ID NOT = TQ-ELECTION-ID
                       MOVE 'Y' TO TC-EOF-SWITCH
                   ELSE
                       IF MK-CONST-CODE = TQ-CONST-CODE
                           PERFORM ADD-MARK-PARA
                       END-IF
                   END-IF
           END-READ.

       ADD-MARK-PARA.
           IF MK-PROXY
               ADD 1 TO TQ-PROXY
           ELSE IF MK-POSTAL
               PERFORM ADD-POSTAL-PARA
           ELSE
               ADD 1 TO TQ-IN-PERSON.

      ******************************************************************
      * ADD-POSTAL-PARA - the postal issue desk marks the elector when
      * the pack goes out, so the same elector cannot also vote at a
      * station; the elector has voted only once one of their packs
      * for the election is back - returned, verified or passed to
      * the count. A mark whose packs are all still out, rejected or
      * cancelled goes to TQ-POSTAL-OUT. With no packet register on
      * file every postal mark is taken as a vote, as before.
      ******************************************************************
       ADD-POSTAL-PARA.
           IF TC-POST-OPEN NOT = 'Y'
               ADD 1 TO TQ-POSTAL
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO TC-PACK-BACK.
           MOVE 'N' TO TC-PACK-EOF.
           MOVE MK-ELECTOR-NO TO PP-ELECTOR-NO.
           MOVE LOW-VALUES TO PP-PACKET-NO.
           START POST-FILE KEY IS NOT LESS THAN PP-PACKET-KEY
               INVALID KEY
                   MOVE 'Y' TO TC-PACK-EOF
           END-START.
           PERFORM READ-PACK-PARA UNTIL TC-PACK-EOF = 'Y'.
           IF TC-PACK-BACK = 'Y'
               ADD 1 TO TQ-POSTAL
           ELSE
               ADD 1 TO TQ-POSTAL-OUT
           END-IF.

       READ-PACK-PARA.
           READ POST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO TC-PACK-EOF
               NOT AT END
                   IF PP-ELECTOR-NO NOT = MK-ELECTOR-NO
                       MOVE 'Y' TO TC-PACK-EOF
                   ELSE
                       IF PP-ELECTION-ID = MK-ELECTION-ID
                           AND (PP-RETURNED OR PP-VERIFIED
                               OR PP-TO-COUNT)
                           MOVE 'Y' TO TC-PACK-BACK
                           MOVE 'Y' TO TC-PACK-EOF
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM SubSTVTurnCalc.
