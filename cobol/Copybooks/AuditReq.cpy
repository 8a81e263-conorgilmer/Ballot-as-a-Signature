      *            derived from the previous line - so an edited or
      *            truncated log breaks the chain at exactly the
      *            tampered line, and SubSTVAuditChk can say where.
      *            AL-ACTION R rolls the live trail over into a
      *            sealed segment (AuditSeg.cpy) instead, with
      *            AL-TEXT carrying the reason word (e.g. ARCHIVE);
      *            any other value writes AL-TEXT. AL-RC: 00 =
      *            written, 02 = audit file error. AL-SEGMENT
      *            returns the number of a segment sealed by this
      *            call (zero when none was).
      ******************************************************************
       01  AUDIT-LOG-REQUEST.
           05 AL-TEXT          PIC X(300).
           05 AL-RC            PIC 9(2).
           05 AL-ACTION        PIC X.
               88 AL-ROLL-OVER     VALUE 'R'.
           05 AL-SEGMENT       PIC 9(4).
