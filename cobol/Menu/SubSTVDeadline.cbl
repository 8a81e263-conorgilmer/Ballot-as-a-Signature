      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Statutory deadline check, called through the
      *            DeadReq request block. Looks the constituency's
      *            election up on the election timetable
      *            (election_timetable.dat) and returns the date and
      *            time of the milestone asked for, the days left to
      *            it, and whether it has passed. Each program that
      *            a milestone governs - nominations, withdrawals,
      *            the ballot-order draw, postal issue, the count -
      *            asks here and refuses or warns with the deadline
      *            quoted. An election with no timetable, or a
      *            milestone left unset, is not enforced.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVDeadline.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT TIME-FILE
           ASSIGN TO 'election_timetable.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TIME-FILE-STATUS.
       SELECT ECTL-FILE
           ASSIGN TO 'election_ctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ECTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  TIME-FILE            RECORD CONTAINS 100 CHARACTERS.
       COPY TimeRec.

       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       WORKING-STORAGE SECTION.
       77 TIME-FILE-STATUS     PIC XX VALUE '00'.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 DD-EOF-SWITCH        PIC X.
       77 DD-FOUND-SWITCH      PIC X.
       77 DD-TODAY             PIC 9(8).
       77 DD-NOW-TIME          PIC 9(8).
       77 DD-NOW-STAMP         PIC 9(12).
       77 DD-DUE-STAMP         PIC 9(12).
       COPY TimeName.

       LINKAGE SECTION.
       COPY DeadReq.

       PROCEDURE DIVISION USING DEADLINE-REQUEST.
       MAIN-PROCEDURE.
           MOVE SPACES TO DL-NAME.
           MOVE ZERO TO DL-DATE.
           MOVE ZERO TO DL-TIME.
           MOVE ZERO TO DL-DAYS-LEFT.
           MOVE 02 TO DL-RC.
           IF DL-MILESTONE < 1 OR DL-MILESTONE > 7
               EXIT PROGRAM
           END-IF.
           MOVE TN-NAME(DL-MILESTONE) TO DL-NAME.
           IF DL-ELECTION-ID = SPACES
               PERFORM FIND-ELECTION-PARA
           END-IF.
           IF DL-ELECTION-ID = SPACES
               EXIT PROGRAM
           END-IF.
           MOVE 'N' TO DD-FOUND-SWITCH.
           MOVE 'N' TO DD-EOF-SWITCH.
           OPEN INPUT TIME-FILE.
           IF TIME-FILE-STATUS NOT = '00'
               EXIT PROGRAM
           END-IF.
           PERFORM READ-TIME-PARA
               UNTIL DD-EOF-SWITCH = 'Y' OR DD-FOUND-SWITCH = 'Y'.
           CLOSE TIME-FILE.
           IF DD-FOUND-SWITCH = 'N'
               EXIT PROGRAM
           END-IF.
           MOVE TT-MS-DATE(DL-MILESTONE) TO DL-DATE.
           MOVE TT-MS-TIME(DL-MILESTONE) TO DL-TIME.
           IF DL-DATE = ZERO
               EXIT PROGRAM
           END-IF.
           PERFORM COMPARE-PARA.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * FIND-ELECTION-PARA - the election the constituency's control
      * record is running.
      ******************************************************************
       FIND-ELECTION-PARA.
           MOVE 'N' TO DD-EOF-SWITCH.
           OPEN INPUT ECTL-FILE.
           IF ECTL-FILE-STATUS = '00'
               PERFORM READ-ECTL-PARA UNTIL DD-EOF-SWITCH = 'Y'
               CLOSE ECTL-FILE
           END-IF.

       READ-ECTL-PARA.
           READ ECTL-FILE
               AT END
                   MOVE 'Y' TO DD-EOF-SWITCH
               NOT AT END
                   IF EC-CONST-CODE = DL-CONST-CODE
                       MOVE EC-ELECTION-ID TO DL-ELECTION-ID
                       MOVE 'Y' TO DD-EOF-SWITCH
                   END-IF
           END-READ.

       READ-TIME-PARA.
           READ TIME-FILE
               AT END
                   MOVE 'Y' TO DD-EOF-SWITCH
               NOT AT END
                   IF TT-ELECTION-ID = DL-ELECTION-ID
                       MOVE 'Y' TO DD-FOUND-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * COMPARE-PARA - now against the deadline, to the minute; a
      * deadline with no time runs to the end of its day.
      ******************************************************************
       COMPARE-PARA.
           ACCEPT DD-TODAY FROM DATE YYYYMMDD.
           ACCEPT DD-NOW-TIME FROM TIME.
           COMPUTE DD-NOW-STAMP = DD-TODAY * 10000
               + DD-NOW-TIME / 10000.
           IF DL-TIME = ZERO
               COMPUTE DD-DUE-STAMP = DL-DATE * 10000 + 2359
           ELSE
               COMPUTE DD-DUE-STAMP = DL-DATE * 10000 + DL-TIME
           END-IF.
           COMPUTE DL-DAYS-LEFT = FUNCTION INTEGER-OF-DATE(DL-DATE)
               - FUNCTION INTEGER-OF-DATE(DD-TODAY).
           IF DD-NOW-STAMP > DD-DUE-STAMP
               MOVE 01 TO DL-RC
           ELSE
               MOVE 00 TO DL-RC
           END-IF.

       END PROGRAM SubSTVDeadline.
