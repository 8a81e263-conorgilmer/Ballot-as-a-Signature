      *            the issued-papers register (issued less spoiled
      *            less returned unused), percentage complete, the
      *            capture rate derived from today's ENTRY / IMPORT
      *            session lines on the audit trail (and any segment
      *            of it sealed today), and the projected hours to
      *            completion at that rate.
      *            Refreshable on demand and written to
      *            stv_progress.dat for the morning meeting.
      * Tectonics: cobc
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REG-FILE-STATUS.
       SELECT AUDIT-FILE
           ASSIGN TO DYNAMIC PG-AUDIT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.
       SELECT SEG-FILE
           ASSIGN TO 'stv_audit_segments.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEG-FILE-STATUS.
       SELECT RPT-FILE
           ASSIGN TO 'stv_progress.dat'
           ORGANIZATION IS LINE SEQUENTIAL

       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       FD  REG-FILE             RECORD CONTAINS 24 CHARACTERS.
       FD  AUDIT-FILE           RECORD CONTAINS 360 CHARACTERS.
       01  AUDIT-RECORD         PIC X(360).

       FD  SEG-FILE             RECORD CONTAINS 119 CHARACTERS.
       COPY AuditSeg.

       FD  RPT-FILE             RECORD CONTAINS 80 CHARACTERS.
       01  RPT-RECORD           PIC X(80).

       77 REG-FILE-STATUS      PIC XX VALUE '00'.
       77 AUDIT-FILE-STATUS    PIC XX VALUE '00'.
       77 RPT-FILE-STATUS      PIC XX VALUE '00'.
       77 SEG-FILE-STATUS      PIC XX VALUE '00'.
       77 PG-SEG-EOF-SWITCH    PIC X.
       77 PG-AUDIT-NAME        PIC X(30).
       77 PG-EOF-SWITCH        PIC X.
       77 PG-INPUT             PIC X(12).
       77 PG-AGAIN             PIC X.
      ******************************************************************
      * SCAN-AUDIT-PARA - today's ENTRY / IMPORT session lines: the
      * KEYED= totals and the first and last session times per
      * constituency give the day's capture rate. A segment of the
      * trail sealed today holds the morning's lines, so the sealed
      * segments whose dates reach today are read before the live
      * trail.
      ******************************************************************
       SCAN-AUDIT-PARA.
           MOVE 'N' TO PG-SEG-EOF-SWITCH.
           OPEN INPUT SEG-FILE.
           IF SEG-FILE-STATUS = '00'
               PERFORM SCAN-SEGMENT-PARA
                   UNTIL PG-SEG-EOF-SWITCH = 'Y'
               CLOSE SEG-FILE
           END-IF.
           MOVE 'stv_audit_log.dat' TO PG-AUDIT-NAME.
           PERFORM SCAN-AUDIT-FILE-PARA.

       SCAN-SEGMENT-PARA.
           READ SEG-FILE
               AT END
                   MOVE 'Y' TO PG-SEG-EOF-SWITCH
               NOT AT END
                   IF AS-LAST-DATE >= PG-TODAY
                       AND AS-FIRST-DATE <= PG-TODAY
                       MOVE AS-FILE-NAME TO PG-AUDIT-NAME
                       PERFORM SCAN-AUDIT-FILE-PARA
                   END-IF
           END-READ.

       SCAN-AUDIT-FILE-PARA.
           MOVE 'N' TO PG-EOF-SWITCH.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS = '00'
