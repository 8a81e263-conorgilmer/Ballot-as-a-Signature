      ******************************************************************
      * Copybook:  AuditSeg.cpy
      * Purpose:   Record layout of stv_audit_segments.dat, the
      *            register of sealed audit-trail segments. When the
      *            live trail (stv_audit_log.dat) is rolled over - at
      *            each archive, or when it reaches its size limit -
      *            SubSTVAuditLog writes a chained SEGMENT-CLOSE line,
      *            copies the trail to stv_audit_YYYYMMDD_nnnn.dat,
      *            records it here and starts the live trail again
      *            with a chained SEGMENT-OPEN line. The next line
      *            after a seal chains from AS-LAST-SEQ and
      *            AS-CLOSE-CHAIN, so tamper evidence runs unbroken
      *            across every boundary.
      *              AS-SEGMENT     - segment number, 1, 2, 3 ...
      *              AS-FILE-NAME   - the sealed segment file
      *              AS-FIRST-SEQ   - sequence its first line carries
      *              AS-LAST-SEQ    - sequence of its closing line
      *              AS-OPEN-CHAIN  - chain value it opened from (the
      *                               previous segment's close)
      *              AS-CLOSE-CHAIN - chain value of its closing line
      *              AS-FIRST-DATE / AS-LAST-DATE - dates of its
      *                               first and last lines, so a
      *                               search by date opens only the
      *                               segments that can hold it
      *              AS-LINES       - lines in the segment
      *              AS-SEALED-DATE / AS-SEALED-TIME - when sealed
      *              AS-REASON      - ARCHIVE, SIZE or as requested
      ******************************************************************
       01  AUDIT-SEG-RECORD.
           05 AS-SEGMENT       PIC 9(4).
           05 filler           PIC X.
           05 AS-FILE-NAME     PIC X(30).
           05 filler           PIC X.
           05 AS-FIRST-SEQ     PIC 9(6).
           05 filler           PIC X.
           05 AS-LAST-SEQ      PIC 9(6).
           05 filler           PIC X.
           05 AS-OPEN-CHAIN    PIC 9(8).
           05 filler           PIC X.
           05 AS-CLOSE-CHAIN   PIC 9(8).
           05 filler           PIC X.
           05 AS-FIRST-DATE    PIC 9(8).
           05 filler           PIC X.
           05 AS-LAST-DATE     PIC 9(8).
           05 filler           PIC X.
           05 AS-LINES         PIC 9(6).
           05 filler           PIC X.
           05 AS-SEALED-DATE   PIC 9(8).
           05 filler           PIC X.
           05 AS-SEALED-TIME   PIC 9(8).
           05 filler           PIC X.
           05 AS-REASON        PIC X(8).
