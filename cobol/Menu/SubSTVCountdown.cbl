      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Deadline countdown for the morning meeting. For
      *            every constituency on election_ctl.dat, each
      *            statutory milestone on its election's timetable
      *            with its date and time, the days left to it (or
      *            TODAY, or passed), and the next deadline to fall
      *            marked. Figures come from SubSTVDeadline, so the
      *            report agrees with what the programs enforce.
      *            Written to stv_countdown_report.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVCountdown.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT ECTL-FILE
           ASSIGN TO 'election_ctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ECTL-FILE-STATUS.
       SELECT RPT-FILE
           ASSIGN TO 'stv_countdown_report.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       FD  RPT-FILE             RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 RPT-FILE-STATUS      PIC XX VALUE '00'.
       77 CD-EOF-SWITCH        PIC X.
       77 CD-TODAY             PIC 9(8).
       77 CD-CONSTS            PIC 9(3).
       77 CD-IDX               PIC 9(2).
       77 CD-NEXT-IDX          PIC 9(2).
       77 CD-SET-COUNT         PIC 9(2).
       77 CD-DAYS-EDIT         PIC -(4)9.
       01 CD-ROW               PIC X(80).
      * One constituency's milestones as SubSTVDeadline returned
      * them, held so the next deadline can be marked.
       01 CD-MS-AREA.
           05 CD-MS                OCCURS 7 TIMES.
               10 CD-MS-NAME        PIC X(36).
               10 CD-MS-DATE        PIC 9(8).
               10 CD-MS-TIME        PIC 9(4).
               10 CD-MS-DAYS        PIC S9(5).
               10 CD-MS-RC          PIC 9(2).
      * Request block for the statutory deadline check.
       COPY DeadReq.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Working storage persists across CALLs - reset per-run state.
           DISPLAY "Deadline Countdown Report.".
           MOVE ZERO TO CD-CONSTS.
           MOVE 'N' TO CD-EOF-SWITCH.
           ACCEPT CD-TODAY FROM DATE YYYYMMDD.
           OPEN INPUT ECTL-FILE.
           IF ECTL-FILE-STATUS NOT = '00'
               DISPLAY "No election control file - nothing to report."
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT RPT-FILE.
           MOVE SPACES TO CD-ROW.
           STRING "DEADLINE COUNTDOWN " DELIMITED BY SIZE
               CD-TODAY DELIMITED BY SIZE
               INTO CD-ROW
           END-STRING.
           PERFORM WRITE-RPT-ROW-PARA.
           PERFORM READ-ECTL-PARA UNTIL CD-EOF-SWITCH = 'Y'.
           CLOSE ECTL-FILE.
           IF CD-CONSTS = ZERO
               MOVE "  (no constituencies on election control)"
                   TO CD-ROW
               PERFORM WRITE-RPT-ROW-PARA
           END-IF.
           MOVE SPACES TO CD-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE "(>> next deadline; a milestone with no time runs to"
               TO CD-ROW.
           MOVE " the end of its day)" TO CD-ROW(52:20).
           PERFORM WRITE-RPT-ROW-PARA.
           CLOSE RPT-FILE.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

       READ-ECTL-PARA.
           READ ECTL-FILE
               AT END
                   MOVE 'Y' TO CD-EOF-SWITCH
               NOT AT END
                   ADD 1 TO CD-CONSTS
                   PERFORM CONST-BLOCK-PARA
           END-READ.

      ******************************************************************
      * CONST-BLOCK-PARA - one constituency: its heading line, then
      * each milestone. The next deadline is the first one set that
      * has not passed.
      ******************************************************************
       CONST-BLOCK-PARA.
           MOVE SPACES TO CD-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE SPACES TO CD-ROW.
           STRING "Constituency " DELIMITED BY SIZE
               EC-CONST-CODE DELIMITED BY SIZE
               "  Election " DELIMITED BY SIZE
               EC-ELECTION-ID DELIMITED BY SIZE
               "  Status " DELIMITED BY SIZE
               EC-STATUS DELIMITED BY SIZE
               INTO CD-ROW
           END-STRING.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE ZERO TO CD-NEXT-IDX.
           MOVE ZERO TO CD-SET-COUNT.
           PERFORM GET-MILESTONE-PARA VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > 7.
           IF CD-SET-COUNT = ZERO
               MOVE "  (no timetable for this election)" TO CD-ROW
               PERFORM WRITE-RPT-ROW-PARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-MILESTONE-PARA VARYING CD-IDX FROM 1 BY 1
               UNTIL CD-IDX > 7.

       GET-MILESTONE-PARA.
           MOVE EC-CONST-CODE TO DL-CONST-CODE.
           MOVE EC-ELECTION-ID TO DL-ELECTION-ID.
           MOVE CD-IDX TO DL-MILESTONE.
           CALL 'SubSTVDeadline' USING DEADLINE-REQUEST.
           MOVE DL-NAME TO CD-MS-NAME(CD-IDX).
           MOVE DL-DATE TO CD-MS-DATE(CD-IDX).
           MOVE DL-TIME TO CD-MS-TIME(CD-IDX).
           MOVE DL-DAYS-LEFT TO CD-MS-DAYS(CD-IDX).
           MOVE DL-RC TO CD-MS-RC(CD-IDX).
           IF DL-RC NOT = 02
               ADD 1 TO CD-SET-COUNT
           END-IF.
           IF DL-RC = 00 AND CD-NEXT-IDX = ZERO
               MOVE CD-IDX TO CD-NEXT-IDX
           END-IF.

       WRITE-MILESTONE-PARA.
           MOVE SPACES TO CD-ROW.
           IF CD-IDX = CD-NEXT-IDX
               MOVE ">>" TO CD-ROW(1:2)
           END-IF.
           MOVE CD-MS-NAME(CD-IDX) TO CD-ROW(4:36).
           IF CD-MS-RC(CD-IDX) = 02
               MOVE "not set" TO CD-ROW(41:7)
               PERFORM WRITE-RPT-ROW-PARA
               EXIT PARAGRAPH
           END-IF.
           MOVE CD-MS-DATE(CD-IDX) TO CD-ROW(41:8).
           IF CD-MS-TIME(CD-IDX) = ZERO
               MOVE "----" TO CD-ROW(50:4)
           ELSE
               MOVE CD-MS-TIME(CD-IDX) TO CD-ROW(50:4)
           END-IF.
           IF CD-MS-RC(CD-IDX) = 01
               MOVE "passed" TO CD-ROW(56:6)
           ELSE IF CD-MS-DAYS(CD-IDX) = ZERO
               MOVE "TODAY" TO CD-ROW(56:5)
           ELSE
               MOVE CD-MS-DAYS(CD-IDX) TO CD-DAYS-EDIT
               MOVE CD-DAYS-EDIT TO CD-ROW(56:5)
               MOVE " days left" TO CD-ROW(61:10)
           END-IF.
           PERFORM WRITE-RPT-ROW-PARA.

       WRITE-RPT-ROW-PARA.
           DISPLAY CD-ROW.
           MOVE CD-ROW TO RPT-RECORD.
           WRITE RPT-RECORD.

       END PROGRAM SubSTVCountdown.
