      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Turnout report by constituency and polling
      *            district, from the register of electors and the
      *            marked register. For each polling district: the
      *            electorate (electors whose franchise entitles
      *            them to a paper), the electors marked as issued a
      *            paper in person, by proxy and by post, their
      *            total and the turnout as a percentage of the
      *            electorate; then the constituency's totals. A
      *            postal elector is counted once a pack is back on
      *            the postal packet register (postal_packets.dat) -
      *            the mark is made when the pack is issued - and
      *            packs still out are shown at the foot. Only
      *            marks for the election each constituency is
      *            running (its election control record) are
      *            counted. One constituency or all of them; the
      *            report goes to stv_turnout_report.dat.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVTurnout.
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
       SELECT RPT-FILE
           ASSIGN TO 'stv_turnout_report.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILE-STATUS.

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

       FD  RPT-FILE             RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       77 ELECT-FILE-STATUS    PIC XX VALUE '00'.
       77 MARK-FILE-STATUS     PIC XX VALUE '00'.
       77 POST-FILE-STATUS     PIC XX VALUE '00'.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 RPT-FILE-STATUS      PIC XX VALUE '00'.
       77 TR-EOF-SWITCH        PIC X.
       77 TR-POST-OPEN         PIC X.
       77 TR-PACK-EOF          PIC X.
       77 TR-PACK-BACK         PIC X.
       77 TR-INPUT             PIC X(12).
       77 TR-CONST-CODE        PIC X(3) VALUE SPACES.
       77 TR-WANT-CONST        PIC X(3).
       77 TR-WANT-DISTRICT     PIC X(4).
       77 TR-ECTL-TOTAL        PIC 9(2) VALUE ZERO.
       77 TR-ECTL-IDX          PIC 9(2).
       77 TR-ECTL-FOUND        PIC 9(2).
       77 TR-DIST-TOTAL        PIC 9(3) VALUE ZERO.
       77 TR-DIST-IDX          PIC 9(3).
       77 TR-FOUND-IDX         PIC 9(3).
       77 TR-CONST-TOTAL       PIC 9(2) VALUE ZERO.
       77 TR-CONST-IDX         PIC 9(2).
       77 TR-CONST-FOUND       PIC 9(2).
       77 TR-MARK-SKIPPED      PIC 9(7).
       77 TR-POSTAL-OUT        PIC 9(7).
       77 TR-ELECTORATE        PIC 9(7).
       77 TR-IN-PERSON         PIC 9(7).
       77 TR-PROXY             PIC 9(7).
       77 TR-POSTAL            PIC 9(7).
       77 TR-PCT               PIC 9(3)V9(2).
       77 TR-PCT-EDIT          PIC ZZ9.99.
       77 TR-CNT-EDIT          PIC Z(6)9.
       01 TR-ROW               PIC X(80).
      * The figures for the line being written - a district or the
      * constituency total.
       01 TR-FIGURES.
           05 TR-FIG-ELECTORATE    PIC 9(7).
           05 TR-FIG-IN-PERSON     PIC 9(7).
           05 TR-FIG-PROXY         PIC 9(7).
           05 TR-FIG-POSTAL        PIC 9(7).
           05 TR-FIG-VOTED         PIC 9(7).
       01 TR-ECTL-TABLE-AREA.
           05 TR-ECTL-ENTRY        OCCURS 50 TIMES.
               10 TR-ECTL-CONST     PIC X(3).
               10 TR-ECTL-ID        PIC X(8).
      * The constituencies reported, in the order first met.
       01 TR-CONST-TABLE-AREA.
           05 TR-CONST-ENTRY       OCCURS 50 TIMES.
               10 TRC-CONST         PIC X(3).
      * One line per constituency and polling district.
       01 TR-DIST-TABLE-AREA.
           05 TR-DIST-ENTRY        OCCURS 500 TIMES.
               10 TRD-CONST         PIC X(3).
               10 TRD-DISTRICT      PIC X(4).
               10 TRD-ELECTORATE    PIC 9(7).
               10 TRD-IN-PERSON     PIC 9(7).
               10 TRD-PROXY         PIC 9(7).
               10 TRD-POSTAL        PIC 9(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Turnout Report.".
      * Working storage persists across CALLs - reset per-run state.
           MOVE ZERO TO TR-ECTL-TOTAL.
           MOVE ZERO TO TR-DIST-TOTAL.
           MOVE ZERO TO TR-CONST-TOTAL.
           MOVE ZERO TO TR-MARK-SKIPPED.
           MOVE ZERO TO TR-POSTAL-OUT.
           DISPLAY "Enter the constituency code (Enter=all) ".
           MOVE SPACES TO TR-INPUT.
           ACCEPT TR-INPUT.
           MOVE FUNCTION UPPER-CASE(TR-INPUT(1:3)) TO TR-CONST-CODE.
           PERFORM LOAD-ECTL-PARA.
           OPEN INPUT ELECT-FILE.
           IF ELECT-FILE-STATUS NOT = '00'
               DISPLAY "No electoral_register.dat - there is no "
                   "electorate to report."
               EXIT PROGRAM
           END-IF.
           MOVE 'N' TO TR-EOF-SWITCH.
           PERFORM TALLY-ELECTOR-PARA UNTIL TR-EOF-SWITCH = 'Y'.
           CLOSE ELECT-FILE.
           OPEN INPUT MARK-FILE.
           IF MARK-FILE-STATUS = '00'
               MOVE 'N' TO TR-POST-OPEN
               OPEN INPUT POST-FILE
               IF POST-FILE-STATUS = '00'
                   MOVE 'Y' TO TR-POST-OPEN
               END-IF
               MOVE 'N' TO TR-EOF-SWITCH
               PERFORM TALLY-MARK-PARA UNTIL TR-EOF-SWITCH = 'Y'
               CLOSE MARK-FILE
               IF TR-POST-OPEN = 'Y'
                   CLOSE POST-FILE
               END-IF
           ELSE
               DISPLAY "No marked_register.dat - nobody marked yet."
           END-IF.
           IF TR-DIST-TOTAL = ZERO
               DISPLAY "No electors on the register for "
                   "the constituency asked for."
               EXIT PROGRAM
           END-IF.
           OPEN OUTPUT RPT-FILE.
           PERFORM WRITE-REPORT-PARA.
           CLOSE RPT-FILE.
           DISPLAY "Report written to stv_turnout_report.dat.".
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

       LOAD-ECTL-PARA.
           MOVE 'N' TO TR-EOF-SWITCH.
           OPEN INPUT ECTL-FILE.
           IF ECTL-FILE-STATUS = '00'
               PERFORM READ-ECTL-PARA UNTIL TR-EOF-SWITCH = 'Y'
               CLOSE ECTL-FILE
           END-IF.

       READ-ECTL-PARA.
           READ ECTL-FILE
               AT END
                   MOVE 'Y' TO TR-EOF-SWITCH
               NOT AT END
                   IF TR-ECTL-TOTAL < 50
                       ADD 1 TO TR-ECTL-TOTAL
                       MOVE EC-CONST-CODE
                           TO TR-ECTL-CONST(TR-ECTL-TOTAL)
                       MOVE EC-ELECTION-ID
                           TO TR-ECTL-ID(TR-ECTL-TOTAL)
                   ELSE
                       MOVE 'Y' TO TR-EOF-SWITCH
                   END-IF
           END-READ.

       FIND-ECTL-PARA.
           MOVE ZERO TO TR-ECTL-FOUND.
           PERFORM SCAN-ECTL-PARA VARYING TR-ECTL-IDX FROM 1 BY 1
               UNTIL TR-ECTL-IDX > TR-ECTL-TOTAL
                   OR TR-ECTL-FOUND > ZERO.

       SCAN-ECTL-PARA.
           IF TR-ECTL-CONST(TR-ECTL-IDX) = TR-WANT-CONST
               MOVE TR-ECTL-IDX TO TR-ECTL-FOUND
           END-IF.

       TALLY-ELECTOR-PARA.
           READ ELECT-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO TR-EOF-SWITCH
               NOT AT END
                   IF ER-ENTITLED
                       AND (TR-CONST-CODE = SPACES
                           OR ER-CONST-CODE = TR-CONST-CODE)
                       MOVE ER-CONST-CODE TO TR-WANT-CONST
                       MOVE ER-DISTRICT TO TR-WANT-DISTRICT
                       PERFORM FIND-DIST-PARA
                       IF TR-FOUND-IDX > ZERO
                           ADD 1 TO TRD-ELECTORATE(TR-FOUND-IDX)
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * TALLY-MARK-PARA - a mark counts when it is for the election
      * its constituency is running; a constituency with no control
      * record counts every mark it has.
      ******************************************************************
       TALLY-MARK-PARA.
           READ MARK-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO TR-EOF-SWITCH
               NOT AT END
                   IF TR-CONST-CODE = SPACES
                       OR MK-CONST-CODE = TR-CONST-CODE
                       PERFORM TAKE-MARK-PARA
                   END-IF
           END-READ.

       TAKE-MARK-PARA.
           MOVE MK-CONST-CODE TO TR-WANT-CONST.
           MOVE MK-DISTRICT TO TR-WANT-DISTRICT.
           PERFORM FIND-ECTL-PARA.
           IF TR-ECTL-FOUND > ZERO
               IF TR-ECTL-ID(TR-ECTL-FOUND) NOT = MK-ELECTION-ID
                   ADD 1 TO TR-MARK-SKIPPED
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM FIND-DIST-PARA.
           IF TR-FOUND-IDX = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF MK-PROXY
               ADD 1 TO TRD-PROXY(TR-FOUND-IDX)
           ELSE IF MK-POSTAL
               PERFORM TAKE-POSTAL-PARA
           ELSE
               ADD 1 TO TRD-IN-PERSON(TR-FOUND-IDX).

      ******************************************************************
      * TAKE-POSTAL-PARA - a postal mark is made when the pack is
      * issued; the elector has voted only once one of their packs
      * for the election is back - returned, verified or passed to
      * the count. Marks whose packs are still out, rejected or
      * cancelled are totalled for the foot of the report. With no
      * packet register every postal mark is taken as a vote.
      ******************************************************************
       TAKE-POSTAL-PARA.
           IF TR-POST-OPEN NOT = 'Y'
               ADD 1 TO TRD-POSTAL(TR-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO TR-PACK-BACK.
           MOVE 'N' TO TR-PACK-EOF.
           MOVE MK-ELECTOR-NO TO PP-ELECTOR-NO.
           MOVE LOW-VALUES TO PP-PACKET-NO.
           START POST-FILE KEY IS NOT LESS THAN PP-PACKET-KEY
               INVALID KEY
                   MOVE 'Y' TO TR-PACK-EOF
           END-START.
           PERFORM READ-PACK-PARA UNTIL TR-PACK-EOF = 'Y'.
           IF TR-PACK-BACK = 'Y'
               ADD 1 TO TRD-POSTAL(TR-FOUND-IDX)
           ELSE
               ADD 1 TO TR-POSTAL-OUT
           END-IF.

       READ-PACK-PARA.
           READ POST-FILE NEXT RECORD
               AT END
                   MOVE 'Y' TO TR-PACK-EOF
               NOT AT END
                   IF PP-ELECTOR-NO NOT = MK-ELECTOR-NO
                       MOVE 'Y' TO TR-PACK-EOF
                   ELSE
                       IF PP-ELECTION-ID = MK-ELECTION-ID
                           AND (PP-RETURNED OR PP-VERIFIED
                               OR PP-TO-COUNT)
                           MOVE 'Y' TO TR-PACK-BACK
                           MOVE 'Y' TO TR-PACK-EOF
                       END-IF
                   END-IF
           END-READ.

      ******************************************************************
      * FIND-DIST-PARA - locate (or open) the table line for
      * TR-WANT-CONST / TR-WANT-DISTRICT; zero when the table is
      * full. A new constituency is added to the constituency list.
      ******************************************************************
       FIND-DIST-PARA.
           MOVE ZERO TO TR-FOUND-IDX.
           PERFORM SCAN-DIST-PARA VARYING TR-DIST-IDX FROM 1 BY 1
               UNTIL TR-DIST-IDX > TR-DIST-TOTAL
                   OR TR-FOUND-IDX > ZERO.
           IF TR-FOUND-IDX > ZERO
               EXIT PARAGRAPH
           END-IF.
           IF TR-DIST-TOTAL >= 500
               DISPLAY "*** More than 500 polling districts - excess "
                   "ignored ***"
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO TR-DIST-TOTAL.
           MOVE TR-DIST-TOTAL TO TR-FOUND-IDX.
           MOVE TR-WANT-CONST TO TRD-CONST(TR-FOUND-IDX).
           MOVE TR-WANT-DISTRICT TO TRD-DISTRICT(TR-FOUND-IDX).
           MOVE ZERO TO TRD-ELECTORATE(TR-FOUND-IDX).
           MOVE ZERO TO TRD-IN-PERSON(TR-FOUND-IDX).
           MOVE ZERO TO TRD-PROXY(TR-FOUND-IDX).
           MOVE ZERO TO TRD-POSTAL(TR-FOUND-IDX).
           MOVE ZERO TO TR-CONST-FOUND.
           PERFORM SCAN-CONST-PARA VARYING TR-CONST-IDX FROM 1 BY 1
               UNTIL TR-CONST-IDX > TR-CONST-TOTAL
                   OR TR-CONST-FOUND > ZERO.
           IF TR-CONST-FOUND = ZERO AND TR-CONST-TOTAL < 50
               ADD 1 TO TR-CONST-TOTAL
               MOVE TR-WANT-CONST TO TRC-CONST(TR-CONST-TOTAL)
           END-IF.

       SCAN-DIST-PARA.
           IF TRD-CONST(TR-DIST-IDX) = TR-WANT-CONST
               AND TRD-DISTRICT(TR-DIST-IDX) = TR-WANT-DISTRICT
               MOVE TR-DIST-IDX TO TR-FOUND-IDX
           END-IF.

       SCAN-CONST-PARA.
           IF TRC-CONST(TR-CONST-IDX) = TR-WANT-CONST
               MOVE TR-CONST-IDX TO TR-CONST-FOUND
           END-IF.

       WRITE-REPORT-PARA.
           MOVE "TURNOUT BY CONSTITUENCY AND POLLING DISTRICT"
               TO TR-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           PERFORM WRITE-CONST-PARA VARYING TR-CONST-IDX FROM 1 BY 1
               UNTIL TR-CONST-IDX > TR-CONST-TOTAL.
           IF TR-MARK-SKIPPED > ZERO
               MOVE TR-MARK-SKIPPED TO TR-CNT-EDIT
               MOVE SPACES TO TR-ROW
               STRING "Marks for other elections not counted: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(TR-CNT-EDIT) DELIMITED BY SIZE
                   INTO TR-ROW
               END-STRING
               PERFORM WRITE-RPT-ROW-PARA
           END-IF.
           IF TR-POSTAL-OUT > ZERO
               MOVE TR-POSTAL-OUT TO TR-CNT-EDIT
               MOVE SPACES TO TR-ROW
               STRING "Postal packs issued and not back, not counted: "
                   DELIMITED BY SIZE
                   FUNCTION TRIM(TR-CNT-EDIT) DELIMITED BY SIZE
                   INTO TR-ROW
               END-STRING
               PERFORM WRITE-RPT-ROW-PARA
           END-IF.

      ******************************************************************
      * WRITE-CONST-PARA - one constituency: a line per polling
      * district, then the constituency total.
      ******************************************************************
       WRITE-CONST-PARA.
           MOVE TRC-CONST(TR-CONST-IDX) TO TR-WANT-CONST.
           PERFORM FIND-ECTL-PARA.
           MOVE SPACES TO TR-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           STRING "Constituency " DELIMITED BY SIZE
               TR-WANT-CONST DELIMITED BY SIZE
               INTO TR-ROW
           END-STRING.
           IF TR-ECTL-FOUND > ZERO
               MOVE "election" TO TR-ROW(18:8)
               MOVE TR-ECTL-ID(TR-ECTL-FOUND) TO TR-ROW(27:8)
           END-IF.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE "Dist   Electorate  Person   Proxy  Postal   Voted"
               TO TR-ROW.
           MOVE "Turnout%" TO TR-ROW(52:8).
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE ZERO TO TR-ELECTORATE.
           MOVE ZERO TO TR-IN-PERSON.
           MOVE ZERO TO TR-PROXY.
           MOVE ZERO TO TR-POSTAL.
           PERFORM WRITE-DIST-PARA VARYING TR-DIST-IDX FROM 1 BY 1
               UNTIL TR-DIST-IDX > TR-DIST-TOTAL.
           MOVE TR-ELECTORATE TO TR-FIG-ELECTORATE.
           MOVE TR-IN-PERSON TO TR-FIG-IN-PERSON.
           MOVE TR-PROXY TO TR-FIG-PROXY.
           MOVE TR-POSTAL TO TR-FIG-POSTAL.
           MOVE "Total" TO TR-ROW.
           PERFORM WRITE-FIGURES-PARA.

       WRITE-DIST-PARA.
           IF TRD-CONST(TR-DIST-IDX) NOT = TR-WANT-CONST
               EXIT PARAGRAPH
           END-IF.
           ADD TRD-ELECTORATE(TR-DIST-IDX) TO TR-ELECTORATE.
           ADD TRD-IN-PERSON(TR-DIST-IDX) TO TR-IN-PERSON.
           ADD TRD-PROXY(TR-DIST-IDX) TO TR-PROXY.
           ADD TRD-POSTAL(TR-DIST-IDX) TO TR-POSTAL.
           MOVE TRD-ELECTORATE(TR-DIST-IDX) TO TR-FIG-ELECTORATE.
           MOVE TRD-IN-PERSON(TR-DIST-IDX) TO TR-FIG-IN-PERSON.
           MOVE TRD-PROXY(TR-DIST-IDX) TO TR-FIG-PROXY.
           MOVE TRD-POSTAL(TR-DIST-IDX) TO TR-FIG-POSTAL.
           MOVE SPACES TO TR-ROW.
           MOVE TRD-DISTRICT(TR-DIST-IDX) TO TR-ROW(1:4).
           PERFORM WRITE-FIGURES-PARA.

      ******************************************************************
      * WRITE-FIGURES-PARA - the figures in TR-FIGURES onto the line
      * already labelled in TR-ROW. A district with nobody entitled
      * (marks against electors since removed) shows no percentage.
      ******************************************************************
       WRITE-FIGURES-PARA.
           COMPUTE TR-FIG-VOTED = TR-FIG-IN-PERSON + TR-FIG-PROXY
               + TR-FIG-POSTAL.
           MOVE TR-FIG-ELECTORATE TO TR-CNT-EDIT.
           MOVE TR-CNT-EDIT TO TR-ROW(8:7).
           MOVE TR-FIG-IN-PERSON TO TR-CNT-EDIT.
           MOVE TR-CNT-EDIT TO TR-ROW(17:7).
           MOVE TR-FIG-PROXY TO TR-CNT-EDIT.
           MOVE TR-CNT-EDIT TO TR-ROW(25:7).
           MOVE TR-FIG-POSTAL TO TR-CNT-EDIT.
           MOVE TR-CNT-EDIT TO TR-ROW(33:7).
           MOVE TR-FIG-VOTED TO TR-CNT-EDIT.
           MOVE TR-CNT-EDIT TO TR-ROW(41:7).
           IF TR-FIG-ELECTORATE > ZERO
               COMPUTE TR-PCT ROUNDED =
                   TR-FIG-VOTED * 100 / TR-FIG-ELECTORATE
               MOVE TR-PCT TO TR-PCT-EDIT
               MOVE TR-PCT-EDIT TO TR-ROW(53:6)
           END-IF.
           PERFORM WRITE-RPT-ROW-PARA.

       WRITE-RPT-ROW-PARA.
           DISPLAY TR-ROW.
           MOVE TR-ROW TO RPT-RECORD.
           WRITE RPT-RECORD.

       END PROGRAM SubSTVTurnout.
