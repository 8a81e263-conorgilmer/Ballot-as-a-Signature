      *            R= tokens 0700-LOG-AUDIT writes (lines without an
      *            OPTION= token, such as ballot-maintenance entries,
      *            are grouped as maintenance) and pages the output
      *            twenty lines at a time. The sealed segments the
      *            trail has been rolled over into (AuditSeg.cpy)
      *            are searched too, in order and before the live
      *            trail; a date or month query opens only the
      *            segments whose date range can hold it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT AUDIT-FILE
           ASSIGN TO DYNAMIC AR-FILE-NAME
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
       77 SEG-EOF-SWITCH       PIC X.
       77 AR-FILE-NAME         PIC X(30).
       77 AR-FILES-READ        PIC 9(4).
       77 AR-SEG-WANTED-SW     PIC X.
       77 AUDIT-EOF-SWITCH     PIC X VALUE 'N'.
       77 AR-INPUT             PIC X(12).
       77 AR-ACTION            PIC X.
           END-IF.

      ******************************************************************
      * SCAN-AUDIT-PARA - one pass over the trail applying the
      * current query (AR-ACTION decides which test each parsed line
      * gets): the sealed segments that can hold a match, oldest
      * first, then the live file.
      ******************************************************************
       SCAN-AUDIT-PARA.
           MOVE ZERO TO AR-FILES-READ.
           MOVE 'N' TO SEG-EOF-SWITCH.
           OPEN INPUT SEG-FILE.
           IF SEG-FILE-STATUS = '00'
               PERFORM SCAN-SEGMENT-PARA UNTIL SEG-EOF-SWITCH = 'Y'
               CLOSE SEG-FILE
           END-IF.
           MOVE 'stv_audit_log.dat' TO AR-FILE-NAME.
           PERFORM SCAN-ONE-FILE-PARA.
           IF AR-FILES-READ = ZERO
               DISPLAY "No stv_audit_log.dat found - nothing to "
                   "report."
           END-IF.
       SCAN-AUDIT-EXIT.
           EXIT.

       SCAN-SEGMENT-PARA.
           READ SEG-FILE
               AT END
                   MOVE 'Y' TO SEG-EOF-SWITCH
               NOT AT END
                   PERFORM SEGMENT-WANTED-PARA
                   IF AR-SEG-WANTED-SW = 'Y'
                       MOVE AS-FILE-NAME TO AR-FILE-NAME
                       PERFORM SCAN-ONE-FILE-PARA
                   END-IF
           END-READ.

      ******************************************************************
      * SEGMENT-WANTED-PARA - a date query wants the segments whose
      * first and last dates bracket the date, a month query those
      * that overlap the month; an N query reads them all. A segment
      * with no dated line is always read.
      ******************************************************************
       SEGMENT-WANTED-PARA.
           MOVE 'Y' TO AR-SEG-WANTED-SW.
           IF AS-FIRST-DATE = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF AR-ACTION = 'D'
               IF AR-WANT-DATE < AS-FIRST-DATE
                   OR AR-WANT-DATE > AS-LAST-DATE
                   MOVE 'N' TO AR-SEG-WANTED-SW
               END-IF
           ELSE IF AR-ACTION = 'M'
               IF AR-WANT-MONTH < AS-FIRST-DATE(1:6)
                   OR AR-WANT-MONTH > AS-LAST-DATE(1:6)
                   MOVE 'N' TO AR-SEG-WANTED-SW
               END-IF.

       SCAN-ONE-FILE-PARA.
           MOVE 'N' TO AUDIT-EOF-SWITCH.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS = '00'
               ADD 1 TO AR-FILES-READ
               PERFORM READ-AUDIT-LINE-PARA
                   UNTIL AUDIT-EOF-SWITCH = 'Y'
               CLOSE AUDIT-FILE
           END-IF.

       READ-AUDIT-LINE-PARA.
           READ AUDIT-FILE
               AT END
