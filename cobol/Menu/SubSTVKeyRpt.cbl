      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Keying accuracy and productivity report. Reads the
      *            keying session lines (ENTRY) and the mismatch
      *            resolution lines (MISMRES) off the audit trail -
      *            the sealed segments first, then the live trail -
      *            and reports per operator: sessions, papers keyed,
      *            mismatches they were in, mismatches where theirs
      *            was the keying the supervisor rejected, their
      *            error rate, hours keying and papers per hour; per
      *            pairing of operators the papers and mismatches, so
      *            supervisors can see which pairings to avoid; and
      *            the error rate by constituency and by box. An
      *            operator or pairing running at more than twice the
      *            overall rate is starred. Written to
      *            stv_keying_report.dat.
      *            A session line written before sessions named the
      *            second operator, the box and the start time is
      *            credited to the first operator only and gives no
      *            hours; a resolution line without WRONG= is judged
      *            from its ACTION (a third version then blames no
      *            one).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVKeyRpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AUDIT-FILE
           ASSIGN TO DYNAMIC KR-AUDIT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.
       SELECT SEG-FILE
           ASSIGN TO 'stv_audit_segments.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEG-FILE-STATUS.
       SELECT RPT-FILE
           ASSIGN TO 'stv_keying_report.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE           RECORD CONTAINS 360 CHARACTERS.
       01  AUDIT-RECORD         PIC X(360).

       FD  SEG-FILE             RECORD CONTAINS 119 CHARACTERS.
       COPY AuditSeg.

       FD  RPT-FILE             RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD           PIC X(80).

       WORKING-STORAGE SECTION.
       77 AUDIT-FILE-STATUS    PIC XX VALUE '00'.
       77 SEG-FILE-STATUS      PIC XX VALUE '00'.
       77 RPT-FILE-STATUS      PIC XX VALUE '00'.
       77 KR-AUDIT-NAME        PIC X(30).
       77 KR-EOF-SWITCH        PIC X.
       77 KR-SEG-EOF-SWITCH    PIC X.
       77 KR-INPUT             PIC X(12).
       77 KR-FROM-DATE         PIC 9(8) VALUE ZERO.
       77 KR-WANT-CONST        PIC X(3) VALUE SPACES.
       77 KR-TODAY             PIC 9(8).
       77 KR-LINE-DATE         PIC 9(8).
       77 KR-JUNK              PIC X(360).
       77 KR-TAIL              PIC X(60).
       77 KR-KEY               PIC X(12).
       77 KR-KEY-LEN           PIC 9(2).
       77 KR-TOKEN             PIC X(12).
      * The figures off one session or resolution line.
       77 KR-CONST             PIC X(3).
       77 KR-OP1               PIC X(8).
       77 KR-OP2               PIC X(8).
       77 KR-BOX               PIC X(8).
       77 KR-PAPERS            PIC 9(6).
       77 KR-MISM              PIC 9(6).
       77 KR-ACTION            PIC X.
       77 KR-WRONG             PIC X.
       77 KR-SECS              PIC S9(6).
       77 KR-START-SECS        PIC 9(6).
       77 KR-HH                PIC 9(2).
       77 KR-MM                PIC 9(2).
       77 KR-SS                PIC 9(2).
       77 KR-TIME-WORK         PIC 9(8).
      * Table searches: the key wanted, where it was found (zero
      * when its table is full).
       77 KR-WANT-OP           PIC X(8).
       77 KR-WANT-OP-B         PIC X(8).
       77 KR-IDX               PIC 9(4).
       77 KR-FOUND-IDX         PIC 9(4).
       77 KR-OP-TOTAL          PIC 9(4) VALUE ZERO.
       77 KR-PAIR-TOTAL        PIC 9(4) VALUE ZERO.
       77 KR-CST-TOTAL         PIC 9(4) VALUE ZERO.
       77 KR-BOX-TOTAL         PIC 9(4) VALUE ZERO.
      * Overall figures, and the rates the starring is judged by.
       77 KR-ALL-SESSIONS      PIC 9(6) VALUE ZERO.
       77 KR-ALL-PAPERS        PIC 9(7) VALUE ZERO.
       77 KR-ALL-MISM          PIC 9(7) VALUE ZERO.
       77 KR-ALL-WRONG         PIC 9(7) VALUE ZERO.
       77 KR-ALL-KEYINGS       PIC 9(8) VALUE ZERO.
       77 KR-ALL-ERR-PCT       PIC 9(3)V9(2) VALUE ZERO.
       77 KR-ALL-MISM-PCT      PIC 9(3)V9(2) VALUE ZERO.
       77 KR-NUM               PIC 9(10).
       77 KR-DEN               PIC 9(8).
       77 KR-PCT               PIC 9(3)V9(2).
       77 KR-HOURS             PIC 9(5)V9(1).
       77 KR-RATE              PIC 9(5)V9(1).
       77 KR-PCT-EDIT          PIC ZZ9.99.
       77 KR-HOURS-EDIT        PIC ZZZZ9.9.
       77 KR-RATE-EDIT         PIC ZZZZ9.9.
       77 KR-CNT-EDIT          PIC Z(6)9.
       01 KR-ROW               PIC X(80).
      * Per operator: the papers keyed in every session they sat
      * (as first or second operator), the mismatches among them,
      * the mismatches their keying lost, and the seconds and
      * papers of the sessions that carry a start time.
       01 KR-OP-TABLE-AREA.
           05 KR-OP-ENTRY          OCCURS 200 TIMES.
               10 KO-OPER           PIC X(8).
               10 KO-SESSIONS       PIC 9(5).
               10 KO-PAPERS         PIC 9(7).
               10 KO-MISM           PIC 9(6).
               10 KO-WRONG          PIC 9(6).
               10 KO-TIMED-PAPERS   PIC 9(7).
               10 KO-SECS           PIC 9(8).
      * Per pairing, the two operators in collating order so a pair
      * is one line whichever of them keyed first.
       01 KR-PAIR-TABLE-AREA.
           05 KR-PAIR-ENTRY        OCCURS 500 TIMES.
               10 KP-OPER-A         PIC X(8).
               10 KP-OPER-B         PIC X(8).
               10 KP-PAPERS         PIC 9(7).
               10 KP-MISM           PIC 9(6).
               10 KP-WRONG          PIC 9(6).
      * Per constituency and per box: keyings made (two to a
      * paper) and keyings rejected.
       01 KR-CST-TABLE-AREA.
           05 KR-CST-ENTRY         OCCURS 50 TIMES.
               10 KC-CONST          PIC X(3).
               10 KC-KEYINGS        PIC 9(8).
               10 KC-WRONG          PIC 9(6).
       01 KR-BOX-TABLE-AREA.
           05 KR-BOX-ENTRY         OCCURS 500 TIMES.
               10 KB-CONST          PIC X(3).
               10 KB-BOX            PIC X(8).
               10 KB-KEYINGS        PIC 9(8).
               10 KB-WRONG          PIC 9(6).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Keying Accuracy and Productivity Report.".
           ACCEPT KR-TODAY FROM DATE YYYYMMDD.
           MOVE ZERO TO KR-OP-TOTAL.
           MOVE ZERO TO KR-PAIR-TOTAL.
           MOVE ZERO TO KR-CST-TOTAL.
           MOVE ZERO TO KR-BOX-TOTAL.
           MOVE ZERO TO KR-ALL-SESSIONS.
           MOVE ZERO TO KR-ALL-PAPERS.
           MOVE ZERO TO KR-ALL-MISM.
           MOVE ZERO TO KR-ALL-WRONG.
           PERFORM GET-FROM-DATE-PARA.
           DISPLAY "Constituency code [Enter=all] ".
           MOVE SPACES TO KR-INPUT.
           ACCEPT KR-INPUT.
           MOVE FUNCTION UPPER-CASE(KR-INPUT(1:3)) TO KR-WANT-CONST.
           PERFORM SCAN-AUDIT-PARA.
           OPEN OUTPUT RPT-FILE.
           IF RPT-FILE-STATUS NOT = '00'
               DISPLAY "*** stv_keying_report.dat could not be "
                   "opened - status " RPT-FILE-STATUS " ***"
               EXIT PROGRAM
           END-IF.
           PERFORM WRITE-REPORT-PARA.
           CLOSE RPT-FILE.
           DISPLAY "Report written to stv_keying_report.dat.".
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

       GET-FROM-DATE-PARA.
           DISPLAY "Sessions from (YYYYMMDD) [Enter=all] ".
           MOVE SPACES TO KR-INPUT.
           ACCEPT KR-INPUT.
           IF KR-INPUT = SPACES
               MOVE ZERO TO KR-FROM-DATE
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(KR-INPUT) = 0
               COMPUTE KR-FROM-DATE = FUNCTION NUMVAL(KR-INPUT)
               IF FUNCTION TEST-DATE-YYYYMMDD(KR-FROM-DATE) = 0
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           DISPLAY "*** Not a date - all sessions reported ***".
           MOVE ZERO TO KR-FROM-DATE.

      ******************************************************************
      * SCAN-AUDIT-PARA - the sealed segments that reach the from
      * date, in the order they were sealed, then the live trail.
      ******************************************************************
       SCAN-AUDIT-PARA.
           MOVE 'N' TO KR-SEG-EOF-SWITCH.
           OPEN INPUT SEG-FILE.
           IF SEG-FILE-STATUS = '00'
               PERFORM SCAN-SEGMENT-PARA
                   UNTIL KR-SEG-EOF-SWITCH = 'Y'
               CLOSE SEG-FILE
           END-IF.
           MOVE 'stv_audit_log.dat' TO KR-AUDIT-NAME.
           PERFORM SCAN-AUDIT-FILE-PARA.

       SCAN-SEGMENT-PARA.
           READ SEG-FILE
               AT END
                   MOVE 'Y' TO KR-SEG-EOF-SWITCH
               NOT AT END
                   IF AS-LAST-DATE >= KR-FROM-DATE
                       MOVE AS-FILE-NAME TO KR-AUDIT-NAME
                       PERFORM SCAN-AUDIT-FILE-PARA
                   END-IF
           END-READ.

       SCAN-AUDIT-FILE-PARA.
           MOVE 'N' TO KR-EOF-SWITCH.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS = '00'
               PERFORM READ-AUDIT-PARA UNTIL KR-EOF-SWITCH = 'Y'
               CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-PARA.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO KR-EOF-SWITCH
               NOT AT END
                   IF AUDIT-RECORD(19:6) = "ENTRY "
                       PERFORM TAKE-SESSION-PARA
                   ELSE IF AUDIT-RECORD(19:8) = "MISMRES "
                       PERFORM TAKE-RESOLVE-PARA
                   END-IF
           END-READ.

      ******************************************************************
      * GET-TOKEN-PARA - the value after KR-KEY (KR-KEY-LEN long,
      * leading space included) up to the next space; spaces when
      * the line has no such key.
      ******************************************************************
       GET-TOKEN-PARA.
           MOVE SPACES TO KR-TOKEN.
           MOVE SPACES TO KR-TAIL.
           UNSTRING AUDIT-RECORD DELIMITED BY KR-KEY(1:KR-KEY-LEN)
               INTO KR-JUNK KR-TAIL
           END-UNSTRING.
           IF KR-TAIL(1:1) NOT = SPACE
               UNSTRING KR-TAIL DELIMITED BY " " INTO KR-TOKEN
               END-UNSTRING
           END-IF.

       LINE-DATE-PARA.
           MOVE ZERO TO KR-LINE-DATE.
           IF FUNCTION TEST-NUMVAL(AUDIT-RECORD(1:8)) = 0
               COMPUTE KR-LINE-DATE =
                   FUNCTION NUMVAL(AUDIT-RECORD(1:8))
           END-IF.

      ******************************************************************
      * TAKE-SESSION-PARA - one keying session: every paper in it
      * was keyed by both operators, whether it matched (KEYED=) or
      * went to the queue (MISMATCHED=).
      ******************************************************************
       TAKE-SESSION-PARA.
           PERFORM LINE-DATE-PARA.
           IF KR-LINE-DATE < KR-FROM-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE " CONST=" TO KR-KEY.
           MOVE 7 TO KR-KEY-LEN.
           PERFORM GET-TOKEN-PARA.
           MOVE KR-TOKEN(1:3) TO KR-CONST.
           IF KR-WANT-CONST NOT = SPACES
               AND KR-CONST NOT = KR-WANT-CONST
               EXIT PARAGRAPH
           END-IF.
           MOVE " OP1=" TO KR-KEY.
           MOVE 5 TO KR-KEY-LEN.
           PERFORM GET-TOKEN-PARA.
           MOVE KR-TOKEN TO KR-OP1.
           MOVE " OP2=" TO KR-KEY.
           PERFORM GET-TOKEN-PARA.
           MOVE KR-TOKEN TO KR-OP2.
           MOVE " BOX=" TO KR-KEY.
           PERFORM GET-TOKEN-PARA.
           MOVE KR-TOKEN TO KR-BOX.
           MOVE ZERO TO KR-PAPERS.
           MOVE " KEYED=" TO KR-KEY.
           MOVE 7 TO KR-KEY-LEN.
           PERFORM GET-TOKEN-PARA.
           IF KR-TOKEN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(KR-TOKEN) = 0
               COMPUTE KR-PAPERS = FUNCTION NUMVAL(KR-TOKEN)
           END-IF.
           MOVE ZERO TO KR-MISM.
           MOVE " MISMATCHED=" TO KR-KEY.
           MOVE 12 TO KR-KEY-LEN.
           PERFORM GET-TOKEN-PARA.
           IF KR-TOKEN NOT = SPACES
               AND FUNCTION TEST-NUMVAL(KR-TOKEN) = 0
               COMPUTE KR-MISM = FUNCTION NUMVAL(KR-TOKEN)
           END-IF.
           ADD KR-MISM TO KR-PAPERS.
           PERFORM SESSION-SECS-PARA.
           ADD 1 TO KR-ALL-SESSIONS.
           ADD KR-PAPERS TO KR-ALL-PAPERS.
           ADD KR-MISM TO KR-ALL-MISM.
           MOVE KR-OP1 TO KR-WANT-OP.
           PERFORM CREDIT-OPERATOR-PARA.
           IF KR-OP2 NOT = SPACES
               MOVE KR-OP2 TO KR-WANT-OP
               PERFORM CREDIT-OPERATOR-PARA
               PERFORM FIND-PAIR-PARA
               IF KR-FOUND-IDX > ZERO
                   ADD KR-PAPERS TO KP-PAPERS(KR-FOUND-IDX)
                   ADD KR-MISM TO KP-MISM(KR-FOUND-IDX)
               END-IF
           END-IF.
           PERFORM FIND-CST-PARA.
           IF KR-FOUND-IDX > ZERO
               ADD KR-PAPERS KR-PAPERS TO KC-KEYINGS(KR-FOUND-IDX)
           END-IF.
           PERFORM FIND-BOX-PARA.
           IF KR-FOUND-IDX > ZERO
               ADD KR-PAPERS KR-PAPERS TO KB-KEYINGS(KR-FOUND-IDX)
           END-IF.

      ******************************************************************
      * SESSION-SECS-PARA - the line is written as the session ends,
      * so its time less START= is the time keying; a session run
      * through midnight wraps. No start time, no seconds.
      ******************************************************************
       SESSION-SECS-PARA.
           MOVE ZERO TO KR-SECS.
           MOVE " START=" TO KR-KEY.
           MOVE 7 TO KR-KEY-LEN.
           PERFORM GET-TOKEN-PARA.
           IF KR-TOKEN = SPACES
               OR FUNCTION TEST-NUMVAL(KR-TOKEN) NOT = 0
               EXIT PARAGRAPH
           END-IF.
           COMPUTE KR-TIME-WORK = FUNCTION NUMVAL(KR-TOKEN).
           PERFORM TIME-SECS-PARA.
           MOVE KR-SECS TO KR-START-SECS.
           MOVE ZERO TO KR-TIME-WORK.
           IF FUNCTION TEST-NUMVAL(AUDIT-RECORD(10:8)) = 0
               COMPUTE KR-TIME-WORK =
                   FUNCTION NUMVAL(AUDIT-RECORD(10:8))
           END-IF.
           PERFORM TIME-SECS-PARA.
           SUBTRACT KR-START-SECS FROM KR-SECS.
           IF KR-SECS < ZERO
               ADD 86400 TO KR-SECS
           END-IF.

      * The stamp is HHMMSSss; the stores truncate each piece.
       TIME-SECS-PARA.
           COMPUTE KR-HH = KR-TIME-WORK / 1000000.
           COMPUTE KR-MM =
               FUNCTION MOD(KR-TIME-WORK, 1000000) / 10000.
           COMPUTE KR-SS =
               FUNCTION MOD(KR-TIME-WORK, 10000) / 100.
           COMPUTE KR-SECS = KR-HH * 3600 + KR-MM * 60 + KR-SS.

       CREDIT-OPERATOR-PARA.
           PERFORM FIND-OPERATOR-PARA.
           IF KR-FOUND-IDX > ZERO
               ADD 1 TO KO-SESSIONS(KR-FOUND-IDX)
               ADD KR-PAPERS TO KO-PAPERS(KR-FOUND-IDX)
               ADD KR-MISM TO KO-MISM(KR-FOUND-IDX)
               IF KR-SECS > ZERO
                   ADD KR-PAPERS TO KO-TIMED-PAPERS(KR-FOUND-IDX)
                   ADD KR-SECS TO KO-SECS(KR-FOUND-IDX)
               END-IF
           END-IF.

      ******************************************************************
      * TAKE-RESOLVE-PARA - a mismatch resolved: WRONG= names whose
      * keying lost (1, 2, or B for both when a third version was
      * keyed that matched neither). A paper rejected outright
      * blames no keying.
      ******************************************************************
       TAKE-RESOLVE-PARA.
           MOVE SPACES TO KR-TAIL.
           UNSTRING AUDIT-RECORD DELIMITED BY " RESOLVED "
               INTO KR-JUNK KR-TAIL
           END-UNSTRING.
           IF KR-TAIL = SPACES
               EXIT PARAGRAPH
           END-IF.
           PERFORM LINE-DATE-PARA.
           IF KR-LINE-DATE < KR-FROM-DATE
               EXIT PARAGRAPH
           END-IF.
           MOVE " BALLOT=" TO KR-KEY.
           MOVE 8 TO KR-KEY-LEN.
           PERFORM GET-TOKEN-PARA.
           MOVE KR-TOKEN(1:3) TO KR-CONST.
           IF KR-WANT-CONST NOT = SPACES
               AND KR-CONST NOT = KR-WANT-CONST
               EXIT PARAGRAPH
           END-IF.
           MOVE " OP1=" TO KR-KEY.
           MOVE 5 TO KR-KEY-LEN.
           PERFORM GET-TOKEN-PARA.
           MOVE KR-TOKEN TO KR-OP1.
           MOVE " OP2=" TO KR-KEY.
           PERFORM GET-TOKEN-PARA.
           MOVE KR-TOKEN TO KR-OP2.
           MOVE " BOX=" TO KR-KEY.
           PERFORM GET-TOKEN-PARA.
           MOVE KR-TOKEN TO KR-BOX.
           MOVE " WRONG=" TO KR-KEY.
           MOVE 7 TO KR-KEY-LEN.
           PERFORM GET-TOKEN-PARA.
           MOVE KR-TOKEN(1:1) TO KR-WRONG.
           IF KR-WRONG = SPACE
               MOVE " ACTION=" TO KR-KEY
               MOVE 8 TO KR-KEY-LEN
               PERFORM GET-TOKEN-PARA
               MOVE KR-TOKEN(1:1) TO KR-ACTION
               IF KR-ACTION = '1'
                   MOVE '2' TO KR-WRONG
               ELSE IF KR-ACTION = '2'
                   MOVE '1' TO KR-WRONG
               END-IF
           END-IF.
           IF KR-WRONG = '1' OR KR-WRONG = 'B'
               MOVE KR-OP1 TO KR-WANT-OP
               PERFORM BLAME-KEYING-PARA
           END-IF.
           IF KR-WRONG = '2' OR KR-WRONG = 'B'
               MOVE KR-OP2 TO KR-WANT-OP
               PERFORM BLAME-KEYING-PARA
           END-IF.

      ******************************************************************
      * BLAME-KEYING-PARA - one rejected keying, charged to the
      * operator in KR-WANT-OP, the pairing, the constituency and
      * the box.
      ******************************************************************
       BLAME-KEYING-PARA.
           ADD 1 TO KR-ALL-WRONG.
           IF KR-WANT-OP NOT = SPACES
               PERFORM FIND-OPERATOR-PARA
               IF KR-FOUND-IDX > ZERO
                   ADD 1 TO KO-WRONG(KR-FOUND-IDX)
               END-IF
           END-IF.
           IF KR-OP1 NOT = SPACES AND KR-OP2 NOT = SPACES
               PERFORM FIND-PAIR-PARA
               IF KR-FOUND-IDX > ZERO
                   ADD 1 TO KP-WRONG(KR-FOUND-IDX)
               END-IF
           END-IF.
           PERFORM FIND-CST-PARA.
           IF KR-FOUND-IDX > ZERO
               ADD 1 TO KC-WRONG(KR-FOUND-IDX)
           END-IF.
           PERFORM FIND-BOX-PARA.
           IF KR-FOUND-IDX > ZERO
               ADD 1 TO KB-WRONG(KR-FOUND-IDX)
           END-IF.

      ******************************************************************
      * FIND-OPERATOR-PARA - locate (or open) the line for
      * KR-WANT-OP; zero when the table is full.
      ******************************************************************
       FIND-OPERATOR-PARA.
           MOVE ZERO TO KR-FOUND-IDX.
           PERFORM SCAN-OPERATOR-PARA VARYING KR-IDX FROM 1 BY 1
               UNTIL KR-IDX > KR-OP-TOTAL OR KR-FOUND-IDX > ZERO.
           IF KR-FOUND-IDX = ZERO AND KR-OP-TOTAL < 200
               ADD 1 TO KR-OP-TOTAL
               MOVE KR-OP-TOTAL TO KR-FOUND-IDX
               MOVE KR-WANT-OP TO KO-OPER(KR-FOUND-IDX)
               MOVE ZERO TO KO-SESSIONS(KR-FOUND-IDX)
               MOVE ZERO TO KO-PAPERS(KR-FOUND-IDX)
               MOVE ZERO TO KO-MISM(KR-FOUND-IDX)
               MOVE ZERO TO KO-WRONG(KR-FOUND-IDX)
               MOVE ZERO TO KO-TIMED-PAPERS(KR-FOUND-IDX)
               MOVE ZERO TO KO-SECS(KR-FOUND-IDX)
           END-IF.

       SCAN-OPERATOR-PARA.
           IF KO-OPER(KR-IDX) = KR-WANT-OP
               MOVE KR-IDX TO KR-FOUND-IDX
           END-IF.

       FIND-PAIR-PARA.
           IF KR-OP1 > KR-OP2
               MOVE KR-OP2 TO KR-WANT-OP-B
               MOVE KR-OP1 TO KR-TOKEN
           ELSE
               MOVE KR-OP1 TO KR-WANT-OP-B
               MOVE KR-OP2 TO KR-TOKEN
           END-IF.
           MOVE ZERO TO KR-FOUND-IDX.
           PERFORM SCAN-PAIR-PARA VARYING KR-IDX FROM 1 BY 1
               UNTIL KR-IDX > KR-PAIR-TOTAL OR KR-FOUND-IDX > ZERO.
           IF KR-FOUND-IDX = ZERO AND KR-PAIR-TOTAL < 500
               ADD 1 TO KR-PAIR-TOTAL
               MOVE KR-PAIR-TOTAL TO KR-FOUND-IDX
               MOVE KR-WANT-OP-B TO KP-OPER-A(KR-FOUND-IDX)
               MOVE KR-TOKEN TO KP-OPER-B(KR-FOUND-IDX)
               MOVE ZERO TO KP-PAPERS(KR-FOUND-IDX)
               MOVE ZERO TO KP-MISM(KR-FOUND-IDX)
               MOVE ZERO TO KP-WRONG(KR-FOUND-IDX)
           END-IF.

       SCAN-PAIR-PARA.
           IF KP-OPER-A(KR-IDX) = KR-WANT-OP-B
               AND KP-OPER-B(KR-IDX) = KR-TOKEN
               MOVE KR-IDX TO KR-FOUND-IDX
           END-IF.

       FIND-CST-PARA.
           MOVE ZERO TO KR-FOUND-IDX.
           PERFORM SCAN-CST-PARA VARYING KR-IDX FROM 1 BY 1
               UNTIL KR-IDX > KR-CST-TOTAL OR KR-FOUND-IDX > ZERO.
           IF KR-FOUND-IDX = ZERO AND KR-CST-TOTAL < 50
               ADD 1 TO KR-CST-TOTAL
               MOVE KR-CST-TOTAL TO KR-FOUND-IDX
               MOVE KR-CONST TO KC-CONST(KR-FOUND-IDX)
               MOVE ZERO TO KC-KEYINGS(KR-FOUND-IDX)
               MOVE ZERO TO KC-WRONG(KR-FOUND-IDX)
           END-IF.

       SCAN-CST-PARA.
           IF KC-CONST(KR-IDX) = KR-CONST
               MOVE KR-IDX TO KR-FOUND-IDX
           END-IF.

       FIND-BOX-PARA.
           MOVE ZERO TO KR-FOUND-IDX.
           PERFORM SCAN-BOX-PARA VARYING KR-IDX FROM 1 BY 1
               UNTIL KR-IDX > KR-BOX-TOTAL OR KR-FOUND-IDX > ZERO.
           IF KR-FOUND-IDX = ZERO AND KR-BOX-TOTAL < 500
               ADD 1 TO KR-BOX-TOTAL
               MOVE KR-BOX-TOTAL TO KR-FOUND-IDX
               MOVE KR-CONST TO KB-CONST(KR-FOUND-IDX)
               MOVE KR-BOX TO KB-BOX(KR-FOUND-IDX)
               MOVE ZERO TO KB-KEYINGS(KR-FOUND-IDX)
               MOVE ZERO TO KB-WRONG(KR-FOUND-IDX)
           END-IF.

       SCAN-BOX-PARA.
           IF KB-CONST(KR-IDX) = KR-CONST
               AND KB-BOX(KR-IDX) = KR-BOX
               MOVE KR-IDX TO KR-FOUND-IDX
           END-IF.

      ******************************************************************
      * PERCENT-PARA - KR-NUM over KR-DEN as a percentage, in two
      * steps so the division keeps its decimals.
      ******************************************************************
       PERCENT-PARA.
           MOVE ZERO TO KR-PCT.
           IF KR-DEN > ZERO
               MULTIPLY 100 BY KR-NUM
               COMPUTE KR-PCT ROUNDED = KR-NUM / KR-DEN
           END-IF.

       WRITE-REPORT-PARA.
           MOVE KR-ALL-PAPERS TO KR-ALL-KEYINGS.
           ADD KR-ALL-PAPERS TO KR-ALL-KEYINGS.
           MOVE KR-ALL-WRONG TO KR-NUM.
           MOVE KR-ALL-KEYINGS TO KR-DEN.
           PERFORM PERCENT-PARA.
           MOVE KR-PCT TO KR-ALL-ERR-PCT.
           MOVE KR-ALL-MISM TO KR-NUM.
           MOVE KR-ALL-PAPERS TO KR-DEN.
           PERFORM PERCENT-PARA.
           MOVE KR-PCT TO KR-ALL-MISM-PCT.
           MOVE SPACES TO KR-ROW.
           STRING "KEYING ACCURACY AND PRODUCTIVITY " DELIMITED BY SIZE
               KR-TODAY DELIMITED BY SIZE
               INTO KR-ROW
           END-STRING.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE SPACES TO KR-ROW.
           IF KR-FROM-DATE = ZERO
               MOVE "Sessions: all on the trail" TO KR-ROW
           ELSE
               STRING "Sessions from " DELIMITED BY SIZE
                   KR-FROM-DATE DELIMITED BY SIZE
                   INTO KR-ROW
               END-STRING
           END-IF.
           IF KR-WANT-CONST = SPACES
               MOVE "Constituency: all" TO KR-ROW(41:17)
           ELSE
               MOVE "Constituency:" TO KR-ROW(41:13)
               MOVE KR-WANT-CONST TO KR-ROW(55:3)
           END-IF.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE SPACES TO KR-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           IF KR-ALL-SESSIONS = ZERO
               MOVE "  (no keying sessions on the audit trail)"
                   TO KR-ROW
               PERFORM WRITE-RPT-ROW-PARA
               EXIT PARAGRAPH
           END-IF.
           PERFORM WRITE-OVERALL-PARA.
           MOVE SPACES TO KR-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE "Operator  Sess  Papers  Mism  Rejctd   Err%"
               TO KR-ROW.
           MOVE "   Hours  Pap/hr" TO KR-ROW(45:16).
           PERFORM WRITE-RPT-ROW-PARA.
           PERFORM WRITE-OPERATOR-LINE-PARA VARYING KR-IDX FROM 1
               BY 1 UNTIL KR-IDX > KR-OP-TOTAL.
           MOVE SPACES TO KR-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE "Pairing            Papers  Mism  Mism%  Rejctd"
               TO KR-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           PERFORM WRITE-PAIR-LINE-PARA VARYING KR-IDX FROM 1
               BY 1 UNTIL KR-IDX > KR-PAIR-TOTAL.
           MOVE SPACES TO KR-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE "Cst            Keyings  Rejctd   Err%" TO KR-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           PERFORM WRITE-CST-LINE-PARA VARYING KR-IDX FROM 1
               BY 1 UNTIL KR-IDX > KR-CST-TOTAL.
           MOVE SPACES TO KR-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE "Cst Box        Keyings  Rejctd   Err%" TO KR-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           PERFORM WRITE-BOX-LINE-PARA VARYING KR-IDX FROM 1
               BY 1 UNTIL KR-IDX > KR-BOX-TOTAL.
           MOVE SPACES TO KR-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE "(papers are counted once for each operator who"
               TO KR-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE " keyed them; Err% is keyings rejected at mismatch"
               TO KR-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE " resolution over keyings made; * marks more than"
               TO KR-ROW.
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE " twice the overall rate; - means no timed sessions)"
               TO KR-ROW.
           PERFORM WRITE-RPT-ROW-PARA.

       WRITE-OVERALL-PARA.
           MOVE SPACES TO KR-ROW.
           MOVE "Sessions" TO KR-ROW(1:8).
           MOVE KR-ALL-SESSIONS TO KR-CNT-EDIT.
           MOVE KR-CNT-EDIT TO KR-ROW(10:7).
           MOVE "Papers" TO KR-ROW(19:6).
           MOVE KR-ALL-PAPERS TO KR-CNT-EDIT.
           MOVE KR-CNT-EDIT TO KR-ROW(26:7).
           MOVE "Mismatched" TO KR-ROW(35:10).
           MOVE KR-ALL-MISM TO KR-CNT-EDIT.
           MOVE KR-CNT-EDIT TO KR-ROW(46:7).
           MOVE KR-ALL-MISM-PCT TO KR-PCT-EDIT.
           MOVE KR-PCT-EDIT TO KR-ROW(57:6).
           MOVE "%" TO KR-ROW(63:1).
           PERFORM WRITE-RPT-ROW-PARA.
           MOVE SPACES TO KR-ROW.
           MOVE "Keyings rejected" TO KR-ROW(1:16).
           MOVE KR-ALL-WRONG TO KR-CNT-EDIT.
           MOVE KR-CNT-EDIT TO KR-ROW(18:7).
           MOVE "of" TO KR-ROW(26:2).
           MOVE KR-ALL-KEYINGS TO KR-CNT-EDIT.
           MOVE KR-CNT-EDIT TO KR-ROW(29:7).
           MOVE "Overall error rate" TO KR-ROW(38:18).
           MOVE KR-ALL-ERR-PCT TO KR-PCT-EDIT.
           MOVE KR-PCT-EDIT TO KR-ROW(57:6).
           MOVE "%" TO KR-ROW(63:1).
           PERFORM WRITE-RPT-ROW-PARA.

       WRITE-OPERATOR-LINE-PARA.
           MOVE SPACES TO KR-ROW.
           MOVE KO-OPER(KR-IDX) TO KR-ROW(1:8).
           MOVE KO-SESSIONS(KR-IDX) TO KR-CNT-EDIT.
           MOVE KR-CNT-EDIT(4:4) TO KR-ROW(10:4).
           MOVE KO-PAPERS(KR-IDX) TO KR-CNT-EDIT.
           MOVE KR-CNT-EDIT TO KR-ROW(15:7).
           MOVE KO-MISM(KR-IDX) TO KR-CNT-EDIT.
           MOVE KR-CNT-EDIT(2:6) TO KR-ROW(23:6).
           MOVE KO-WRONG(KR-IDX) TO KR-CNT-EDIT.
           MOVE KR-CNT-EDIT(2:6) TO KR-ROW(31:6).
           MOVE KO-WRONG(KR-IDX) TO KR-NUM.
           MOVE KO-PAPERS(KR-IDX) TO KR-DEN.
           PERFORM PERCENT-PARA.
           MOVE KR-PCT TO KR-PCT-EDIT.
           MOVE KR-PCT-EDIT TO KR-ROW(38:6).
           IF KR-PCT > KR-ALL-ERR-PCT * 2
               MOVE "*" TO KR-ROW(44:1)
           END-IF.
           IF KO-SECS(KR-IDX) > ZERO
               COMPUTE KR-HOURS ROUNDED = KO-SECS(KR-IDX) / 3600
               MOVE KR-HOURS TO KR-HOURS-EDIT
               MOVE KR-HOURS-EDIT TO KR-ROW(46:7)
               COMPUTE KR-NUM = KO-TIMED-PAPERS(KR-IDX) * 3600
               COMPUTE KR-RATE ROUNDED = KR-NUM / KO-SECS(KR-IDX)
               MOVE KR-RATE TO KR-RATE-EDIT
               MOVE KR-RATE-EDIT TO KR-ROW(54:7)
           ELSE
               MOVE "      -       -" TO KR-ROW(46:15)
           END-IF.
           PERFORM WRITE-RPT-ROW-PARA.

       WRITE-PAIR-LINE-PARA.
           MOVE SPACES TO KR-ROW.
           MOVE KP-OPER-A(KR-IDX) TO KR-ROW(1:8).
           MOVE "/" TO KR-ROW(9:1).
           MOVE KP-OPER-B(KR-IDX) TO KR-ROW(10:8).
           MOVE KP-PAPERS(KR-IDX) TO KR-CNT-EDIT.
           MOVE KR-CNT-EDIT TO KR-ROW(19:7).
           MOVE KP-MISM(KR-IDX) TO KR-CNT-EDIT.
           MOVE KR-CNT-EDIT(2:6) TO KR-ROW(27:6).
           MOVE KP-MISM(KR-IDX) TO KR-NUM.
           MOVE KP-PAPERS(KR-IDX) TO KR-DEN.
           PERFORM PERCENT-PARA.
           MOVE KR-PCT TO KR-PCT-EDIT.
           MOVE KR-PCT-EDIT TO KR-ROW(34:6).
           IF KR-PCT > KR-ALL-MISM-PCT * 2
               MOVE "*" TO KR-ROW(40:1)
           END-IF.
           MOVE KP-WRONG(KR-IDX) TO KR-CNT-EDIT.
           MOVE KR-CNT-EDIT(2:6) TO KR-ROW(42:6).
           PERFORM WRITE-RPT-ROW-PARA.

       WRITE-CST-LINE-PARA.
           MOVE SPACES TO KR-ROW.
           MOVE KC-CONST(KR-IDX) TO KR-ROW(1:3).
           MOVE KC-KEYINGS(KR-IDX) TO KR-CNT-EDIT.
           MOVE KR-CNT-EDIT TO KR-ROW(16:7).
           MOVE KC-WRONG(KR-IDX) TO KR-CNT-EDIT.
           MOVE KR-CNT-EDIT(2:6) TO KR-ROW(25:6).
           MOVE KC-WRONG(KR-IDX) TO KR-NUM.
           MOVE KC-KEYINGS(KR-IDX) TO KR-DEN.
           PERFORM PERCENT-PARA.
           MOVE KR-PCT TO KR-PCT-EDIT.
           MOVE KR-PCT-EDIT TO KR-ROW(32:6).
           IF KR-PCT > KR-ALL-ERR-PCT * 2
               MOVE "*" TO KR-ROW(38:1)
           END-IF.
           PERFORM WRITE-RPT-ROW-PARA.

       WRITE-BOX-LINE-PARA.
           MOVE SPACES TO KR-ROW.
           MOVE KB-CONST(KR-IDX) TO KR-ROW(1:3).
           IF KB-BOX(KR-IDX) = SPACES
               MOVE "(no box)" TO KR-ROW(5:8)
           ELSE
               MOVE KB-BOX(KR-IDX) TO KR-ROW(5:8)
           END-IF.
           MOVE KB-KEYINGS(KR-IDX) TO KR-CNT-EDIT.
           MOVE KR-CNT-EDIT TO KR-ROW(16:7).
           MOVE KB-WRONG(KR-IDX) TO KR-CNT-EDIT.
           MOVE KR-CNT-EDIT(2:6) TO KR-ROW(25:6).
           MOVE KB-WRONG(KR-IDX) TO KR-NUM.
           MOVE KB-KEYINGS(KR-IDX) TO KR-DEN.
           PERFORM PERCENT-PARA.
           MOVE KR-PCT TO KR-PCT-EDIT.
           MOVE KR-PCT-EDIT TO KR-ROW(32:6).
           IF KR-PCT > KR-ALL-ERR-PCT * 2
               MOVE "*" TO KR-ROW(38:1)
           END-IF.
           PERFORM WRITE-RPT-ROW-PARA.

       WRITE-RPT-ROW-PARA.
           DISPLAY KR-ROW.
           MOVE KR-ROW TO RPT-RECORD.
           WRITE RPT-RECORD.

       END PROGRAM SubSTVKeyRpt.
