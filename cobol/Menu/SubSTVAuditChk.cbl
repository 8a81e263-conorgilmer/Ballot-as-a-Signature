      *            before chaining existed carry no SEQ= token and
      *            are counted as unchained, legitimate only before
      *            the first stamped line.
      *            Once the trail has been rolled over into sealed
      *            segments (AuditSeg.cpy) the check runs on the live
      *            trail alone (chained on from the last seal), on
      *            one sealed segment (from the chain it opened on to
      *            the close recorded when it was sealed, so a
      *            truncated segment fails too), or on the whole
      *            series, carrying the chain from each segment into
      *            the next and on into the live trail.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AUDIT-FILE
           ASSIGN TO DYNAMIC AC-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.
       SELECT SEG-FILE
           ASSIGN TO 'stv_audit_segments.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE           RECORD CONTAINS 360 CHARACTERS.
       01  AUDIT-RECORD         PIC X(360).

       FD  SEG-FILE             RECORD CONTAINS 119 CHARACTERS.
       COPY AuditSeg.

       WORKING-STORAGE SECTION.
       77 AUDIT-FILE-STATUS    PIC XX VALUE '00'.
       77 SEG-FILE-STATUS      PIC XX VALUE '00'.
       77 AC-FILE-NAME         PIC X(30).
       77 AC-MODE              PIC X.
       77 AC-INPUT             PIC X(12).
       77 AC-WANT-SEGMENT      PIC 9(4).
       77 AC-SEG-EOF-SWITCH    PIC X.
       77 AC-SEG-COUNT         PIC 9(4).
       77 AC-SEG-FOUND-SW      PIC X.
       77 AC-FILE-COUNT        PIC 9(4).
       77 AC-TOTAL-LINES       PIC 9(7).
       77 AC-BREAK-FILE        PIC X(30).
       77 AC-TOT-EDIT          PIC Z(6)9.
       77 AC-EOF-SWITCH        PIC X.
       77 AC-LINE-NUM          PIC 9(6).
       77 AC-CHAINED-COUNT     PIC 9(6).
           MOVE ZERO TO AC-FIRST-BREAK.
           MOVE ZERO TO AC-PREV-SEQ.
           MOVE ZERO TO AC-PREV-CHAIN.
           MOVE ZERO TO AC-SEG-COUNT.
           MOVE ZERO TO AC-FILE-COUNT.
           MOVE ZERO TO AC-TOTAL-LINES.
           MOVE SPACES TO AC-BREAK-FILE.
           MOVE 'N' TO AC-CHAIN-STARTED-SW.
           PERFORM COUNT-SEGMENTS-PARA.
           IF AC-SEG-COUNT = ZERO
               MOVE 'L' TO AC-MODE
           ELSE
               DISPLAY AC-SEG-COUNT " sealed segment(s) on "
                   "stv_audit_segments.dat."
               DISPLAY "Verify - L=Live trail, S=one sealed "
                   "Segment, A=All segments and the live trail "
                   "[Enter=A] "
               MOVE SPACES TO AC-INPUT
               ACCEPT AC-INPUT
               MOVE FUNCTION UPPER-CASE(AC-INPUT(1:1)) TO AC-MODE
           END-IF.
           IF AC-MODE = 'S'
               PERFORM ONE-SEGMENT-PARA THRU ONE-SEGMENT-EXIT
           ELSE IF AC-MODE = 'L'
               PERFORM LIVE-ONLY-PARA
           ELSE
               PERFORM ALL-SEGMENTS-PARA.
           IF AC-FILE-COUNT = ZERO
               DISPLAY "No audit trail found - nothing to verify."
               EXIT PROGRAM
           END-IF.
           PERFORM REPORT-PARA.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

       COUNT-SEGMENTS-PARA.
           MOVE 'N' TO AC-SEG-EOF-SWITCH.
           OPEN INPUT SEG-FILE.
           IF SEG-FILE-STATUS = '00'
               PERFORM COUNT-ONE-SEGMENT-PARA
                   UNTIL AC-SEG-EOF-SWITCH = 'Y'
               CLOSE SEG-FILE
           END-IF.

       COUNT-ONE-SEGMENT-PARA.
           READ SEG-FILE
               AT END
                   MOVE 'Y' TO AC-SEG-EOF-SWITCH
               NOT AT END
                   ADD 1 TO AC-SEG-COUNT
                   MOVE AS-LAST-SEQ TO AC-PREV-SEQ
                   MOVE AS-CLOSE-CHAIN TO AC-PREV-CHAIN
           END-READ.

      ******************************************************************
      * LIVE-ONLY-PARA - the live trail, chained on from the last
      * sealed segment's close (COUNT-SEGMENTS-PARA left it in
      * AC-PREV-SEQ / AC-PREV-CHAIN); with no segments the chain
      * starts from zero as it always did.
      ******************************************************************
       LIVE-ONLY-PARA.
           IF AC-SEG-COUNT > ZERO
               MOVE 'Y' TO AC-CHAIN-STARTED-SW
           END-IF.
           MOVE 'stv_audit_log.dat' TO AC-FILE-NAME.
           PERFORM VERIFY-FILE-PARA.

      ******************************************************************
      * ONE-SEGMENT-PARA - one sealed segment, from the chain it
      * opened on to the close the register recorded.
      ******************************************************************
       ONE-SEGMENT-PARA.
           DISPLAY "Segment number to verify ".
           MOVE SPACES TO AC-INPUT.
           ACCEPT AC-INPUT.
           MOVE FUNCTION NUMVAL(AC-INPUT) TO AC-WANT-SEGMENT.
           MOVE 'N' TO AC-SEG-FOUND-SW.
           MOVE 'N' TO AC-SEG-EOF-SWITCH.
           OPEN INPUT SEG-FILE.
           PERFORM FIND-SEGMENT-PARA
               UNTIL AC-SEG-EOF-SWITCH = 'Y'.
           IF AC-SEG-FOUND-SW = 'N'
               CLOSE SEG-FILE
               DISPLAY "Segment " AC-WANT-SEGMENT " is not on the "
                   "register."
               GO TO ONE-SEGMENT-EXIT
           END-IF.
           COMPUTE AC-PREV-SEQ = AS-FIRST-SEQ - 1.
           MOVE AS-OPEN-CHAIN TO AC-PREV-CHAIN.
           IF AS-FIRST-SEQ > 1
               MOVE 'Y' TO AC-CHAIN-STARTED-SW
           END-IF.
           MOVE AS-FILE-NAME TO AC-FILE-NAME.
           PERFORM VERIFY-FILE-PARA.
           PERFORM CHECK-SEAL-PARA.
           CLOSE SEG-FILE.
       ONE-SEGMENT-EXIT.
           EXIT.

       FIND-SEGMENT-PARA.
           READ SEG-FILE
               AT END
                   MOVE 'Y' TO AC-SEG-EOF-SWITCH
               NOT AT END
                   IF AS-SEGMENT = AC-WANT-SEGMENT
                       MOVE 'Y' TO AC-SEG-FOUND-SW
                       MOVE 'Y' TO AC-SEG-EOF-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * ALL-SEGMENTS-PARA - every sealed segment in order and then
      * the live trail, the chain carried straight through. Each
      * segment must also open from the close the register holds
      * for the one before it.
      ******************************************************************
       ALL-SEGMENTS-PARA.
           MOVE ZERO TO AC-PREV-SEQ.
           MOVE ZERO TO AC-PREV-CHAIN.
           MOVE 'N' TO AC-SEG-EOF-SWITCH.
           OPEN INPUT SEG-FILE.
           IF SEG-FILE-STATUS = '00'
               PERFORM VERIFY-NEXT-SEGMENT-PARA
                   UNTIL AC-SEG-EOF-SWITCH = 'Y'
               CLOSE SEG-FILE
           END-IF.
           MOVE 'stv_audit_log.dat' TO AC-FILE-NAME.
           PERFORM VERIFY-FILE-PARA.

       VERIFY-NEXT-SEGMENT-PARA.
           READ SEG-FILE
               AT END
                   MOVE 'Y' TO AC-SEG-EOF-SWITCH
               NOT AT END
                   IF AS-FIRST-SEQ NOT = AC-PREV-SEQ + 1
                       OR AS-OPEN-CHAIN NOT = AC-PREV-CHAIN
                       PERFORM FLAG-BREAK-PARA
                       DISPLAY "  Segment " AS-SEGMENT ": does not "
                           "open from the previous close (sequence "
                           AC-PREV-SEQ ", chain " AC-PREV-CHAIN ")"
                   END-IF
                   MOVE AS-FILE-NAME TO AC-FILE-NAME
                   PERFORM VERIFY-FILE-PARA
                   PERFORM CHECK-SEAL-PARA
      * Carry on from the sealed close, so one damaged segment is
      * reported once rather than breaking every one after it.
                   MOVE AS-LAST-SEQ TO AC-PREV-SEQ
                   MOVE AS-CLOSE-CHAIN TO AC-PREV-CHAIN
                   MOVE 'Y' TO AC-CHAIN-STARTED-SW
           END-READ.

      ******************************************************************
      * CHECK-SEAL-PARA - a sealed segment must still end on the
      * close line recorded when it was sealed, with the same line
      * count; anything cut from or added to its tail shows here.
      ******************************************************************
       CHECK-SEAL-PARA.
           IF AC-PREV-SEQ NOT = AS-LAST-SEQ
               OR AC-PREV-CHAIN NOT = AS-CLOSE-CHAIN
               OR AC-LINE-NUM NOT = AS-LINES
               PERFORM FLAG-BREAK-PARA
               DISPLAY "  Segment " AS-SEGMENT ": ends at sequence "
                   AC-PREV-SEQ " after " AC-LINE-NUM " line(s) - "
                   "sealed at sequence " AS-LAST-SEQ " chain "
                   AS-CLOSE-CHAIN " after " AS-LINES " line(s)"
           END-IF.

      ******************************************************************
      * VERIFY-FILE-PARA - walk one trail file from the chain state
      * already in AC-PREV-SEQ / AC-PREV-CHAIN.
      ******************************************************************
       VERIFY-FILE-PARA.
           MOVE ZERO TO AC-LINE-NUM.
           MOVE 'N' TO AC-EOF-SWITCH.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = '00'
               IF AC-FILE-NAME NOT = 'stv_audit_log.dat'
                   PERFORM FLAG-BREAK-PARA
                   DISPLAY "  " FUNCTION TRIM(AC-FILE-NAME)
                       ": sealed segment file missing"
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO AC-FILE-COUNT.
           DISPLAY "Checking " FUNCTION TRIM(AC-FILE-NAME).
           PERFORM VERIFY-ONE-LINE-PARA
               UNTIL AC-EOF-SWITCH = 'Y'.
           CLOSE AUDIT-FILE.

       VERIFY-ONE-LINE-PARA.
           READ AUDIT-FILE
                   MOVE 'Y' TO AC-EOF-SWITCH
               NOT AT END
                   ADD 1 TO AC-LINE-NUM
                   ADD 1 TO AC-TOTAL-LINES
                   PERFORM CHECK-LINE-PARA
           END-READ.


       FLAG-BREAK-PARA.
           ADD 1 TO AC-BREAK-COUNT.
           IF AC-BREAK-COUNT = 1
               MOVE AC-LINE-NUM TO AC-FIRST-BREAK
               MOVE AC-FILE-NAME TO AC-BREAK-FILE
           END-IF.

      ******************************************************************
               FUNCTION MOD(AC-HASH-WORK, 99999989).

       REPORT-PARA.
           MOVE AC-FILE-COUNT TO AC-CNT-EDIT.
           DISPLAY "Trail files checked:     " AC-CNT-EDIT.
           MOVE AC-TOTAL-LINES TO AC-TOT-EDIT.
           DISPLAY "Audit lines read:       " AC-TOT-EDIT.
           MOVE AC-CHAINED-COUNT TO AC-CNT-EDIT.
           DISPLAY "Chained (stamped) lines: " AC-CNT-EDIT.
           MOVE AC-UNCHAINED-COUNT TO AC-CNT-EDIT.
           ELSE
               DISPLAY "*** FAIL - " AC-BREAK-COUNT " break(s); "
                   "continuity first breaks at line "
                   AC-FIRST-BREAK " of "
                   FUNCTION TRIM(AC-BREAK-FILE) " ***"
           END-IF.

       END PROGRAM SubSTVAuditChk.
