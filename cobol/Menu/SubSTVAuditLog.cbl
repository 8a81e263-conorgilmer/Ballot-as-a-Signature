      *            answer. Lines written before chaining existed
      *            carry no SEQ= token; the chain starts at the
      *            first stamped line.
      *            The live trail is rolled over into sealed dated
      *            segments (stv_audit_YYYYMMDD_nnnn.dat, registered
      *            on stv_audit_segments.dat - AuditSeg.cpy) when
      *            the archive asks (AL-ACTION R) or when it reaches
      *            AL-ROLL-LINES lines. The seal is a chained
      *            SEGMENT-CLOSE line; the new live trail opens with
      *            a chained SEGMENT-OPEN line carrying the closing
      *            sequence and chain, so the chain never restarts.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO 'stv_audit_log.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-FILE-STATUS.
       SELECT SEG-FILE
           ASSIGN TO 'stv_audit_segments.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEG-FILE-STATUS.
       SELECT SEAL-FILE
           ASSIGN TO DYNAMIC AL-SEAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEAL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-FILE           RECORD CONTAINS 360 CHARACTERS.
       01  AUDIT-RECORD         PIC X(360).

       FD  SEG-FILE             RECORD CONTAINS 119 CHARACTERS.
       COPY AuditSeg.

       FD  SEAL-FILE            RECORD CONTAINS 360 CHARACTERS.
       01  SEAL-RECORD          PIC X(360).

       WORKING-STORAGE SECTION.
       77 AUDIT-FILE-STATUS    PIC XX VALUE '00'.
       77 SEG-FILE-STATUS      PIC XX VALUE '00'.
       77 SEAL-FILE-STATUS     PIC XX VALUE '00'.
       77 AL-EOF-SWITCH        PIC X.
       77 AL-PREV-SEQ          PIC 9(6).
       77 AL-PREV-CHAIN        PIC 9(8).
       77 AL-TAIL              PIC X(60).
       77 AL-TOKEN             PIC X(12).
       01 AL-HASH-BUF          PIC X(300).
       01 AL-LINE-TEXT         PIC X(300).
      * Lines the live trail may reach before it is sealed; the
      * writer and every reader walk the live trail end to end, so
      * this bounds them.
       77 AL-ROLL-LINES        PIC 9(6) VALUE 20000.
       77 AL-LINE-COUNT        PIC 9(6).
       77 AL-LAST-SEGMENT      PIC 9(4).
       77 AL-SEG-SEQ           PIC 9(6).
       77 AL-SEG-CHAIN         PIC 9(8).
       77 AL-SEAL-NAME         PIC X(30).
       77 AL-REASON            PIC X(8).
       77 AL-RUN-DATE          PIC 9(8).
       77 AL-RUN-TIME          PIC 9(8).
       77 AL-COPY-COUNT        PIC 9(6).
       77 AL-FIRST-DATE        PIC 9(8).
       77 AL-LAST-DATE         PIC 9(8).
       77 AL-OPEN-SEQ          PIC 9(6).
       77 AL-OPEN-CHAIN        PIC 9(8).
       77 AL-CLOSE-SEQ         PIC 9(6).
       77 AL-CLOSE-CHAIN       PIC 9(8).
       77 AL-SEG-EDIT          PIC 9(4).

       LINKAGE SECTION.
       COPY AuditReq.
       PROCEDURE DIVISION USING AUDIT-LOG-REQUEST.
       MAIN-PROCEDURE.
           MOVE ZERO TO AL-RC.
           MOVE ZERO TO AL-SEGMENT.
           IF AL-ROLL-OVER
               MOVE AL-TEXT(1:8) TO AL-REASON
               PERFORM ROLL-OVER-PARA THRU ROLL-OVER-EXIT
               EXIT PROGRAM
           END-IF.
           MOVE AL-TEXT TO AL-LINE-TEXT.
           PERFORM WRITE-LINE-PARA.
           IF AL-RC = ZERO
               AND AL-LINE-COUNT + 1 >= AL-ROLL-LINES
               MOVE 'SIZE' TO AL-REASON
               PERFORM ROLL-OVER-PARA THRU ROLL-OVER-EXIT
           END-IF.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * WRITE-LINE-PARA - stamp and append AL-LINE-TEXT.
      ******************************************************************
       WRITE-LINE-PARA.
           PERFORM FIND-LAST-PARA.
           COMPUTE AL-SEQ = AL-PREV-SEQ + 1.
           MOVE SPACES TO AL-HASH-BUF.
           MOVE FUNCTION TRIM(AL-LINE-TEXT) TO AL-HASH-BUF.
           PERFORM COMPUTE-CHAIN-PARA.
           PERFORM APPEND-LINE-PARA.

      ******************************************************************
      * FIND-LAST-PARA - walk to the last line and pick up its SEQ=
      * and CHAIN= tokens. The chain is seeded first from the last
      * sealed segment's close, so a live trail just rolled over (or
      * emptied between the seal and its opening line) carries on
      * from it; a site with no segments and no stamped line yet
      * starts the chain at sequence zero, chain zero.
      ******************************************************************
       FIND-LAST-PARA.
           PERFORM FIND-LAST-SEGMENT-PARA.
           MOVE AL-SEG-SEQ TO AL-PREV-SEQ.
           MOVE AL-SEG-CHAIN TO AL-PREV-CHAIN.
           MOVE ZERO TO AL-LINE-COUNT.
           MOVE 'N' TO AL-EOF-SWITCH.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS = '00'
               AT END
                   MOVE 'Y' TO AL-EOF-SWITCH
               NOT AT END
                   ADD 1 TO AL-LINE-COUNT
                   PERFORM TAKE-TOKENS-PARA
           END-READ.

               END-IF
           END-IF.

      ******************************************************************
      * FIND-LAST-SEGMENT-PARA - the last sealed segment's number,
      * closing sequence and closing chain, zero when none.
      ******************************************************************
       FIND-LAST-SEGMENT-PARA.
           MOVE ZERO TO AL-LAST-SEGMENT.
           MOVE ZERO TO AL-SEG-SEQ.
           MOVE ZERO TO AL-SEG-CHAIN.
           MOVE 'N' TO AL-EOF-SWITCH.
           OPEN INPUT SEG-FILE.
           IF SEG-FILE-STATUS = '00'
               PERFORM READ-SEGMENT-PARA UNTIL AL-EOF-SWITCH = 'Y'
               CLOSE SEG-FILE
           END-IF.

       READ-SEGMENT-PARA.
           READ SEG-FILE
               AT END
                   MOVE 'Y' TO AL-EOF-SWITCH
               NOT AT END
                   MOVE AS-SEGMENT TO AL-LAST-SEGMENT
                   MOVE AS-LAST-SEQ TO AL-SEG-SEQ
                   MOVE AS-CLOSE-CHAIN TO AL-SEG-CHAIN
           END-READ.

      ******************************************************************
      * COMPUTE-CHAIN-PARA - the rolling checksum the verifier
      * recomputes: seeded with the previous chain plus this
               MOVE 02 TO AL-RC
           ELSE
               MOVE SPACES TO AUDIT-RECORD
               STRING FUNCTION TRIM(AL-LINE-TEXT) DELIMITED BY SIZE
                   " SEQ=" DELIMITED BY SIZE
                   AL-SEQ DELIMITED BY SIZE
                   " CHAIN=" DELIMITED BY SIZE
               CLOSE AUDIT-FILE
           END-IF.

      ******************************************************************
      * ROLL-OVER-PARA - seal the live trail. The SEGMENT-CLOSE line
      * goes on first, so the segment's last line is chained and its
      * closing sequence and chain are on the register; the trail is
      * then copied line for line and the live file only emptied
      * once the copy and the register entry are both written. Any
      * file error leaves the live trail as it was (with its close
      * line, which the next line simply chains on from).
      ******************************************************************
       ROLL-OVER-PARA.
           PERFORM FIND-LAST-PARA.
           IF AL-LINE-COUNT = ZERO
               GO TO ROLL-OVER-EXIT
           END-IF.
           COMPUTE AL-OPEN-SEQ = AL-SEG-SEQ + 1.
           MOVE AL-SEG-CHAIN TO AL-OPEN-CHAIN.
           COMPUTE AL-SEG-EDIT = AL-LAST-SEGMENT + 1.
           ACCEPT AL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT AL-RUN-TIME FROM TIME.
           MOVE SPACES TO AL-LINE-TEXT.
           STRING AL-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AL-RUN-TIME DELIMITED BY SIZE
               " AUDITLOG SEGMENT-CLOSE SEGMENT=" DELIMITED BY SIZE
               AL-SEG-EDIT DELIMITED BY SIZE
               " REASON=" DELIMITED BY SIZE
               FUNCTION TRIM(AL-REASON) DELIMITED BY SIZE
               INTO AL-LINE-TEXT
           END-STRING.
           PERFORM WRITE-LINE-PARA.
           IF AL-RC NOT = ZERO
               GO TO ROLL-OVER-EXIT
           END-IF.
           MOVE AL-SEQ TO AL-CLOSE-SEQ.
           MOVE AL-CHAIN TO AL-CLOSE-CHAIN.
           MOVE SPACES TO AL-SEAL-NAME.
           STRING "stv_audit_" DELIMITED BY SIZE
               AL-RUN-DATE DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               AL-SEG-EDIT DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO AL-SEAL-NAME
           END-STRING.
           PERFORM COPY-TRAIL-PARA.
           IF AL-RC NOT = ZERO
               GO TO ROLL-OVER-EXIT
           END-IF.
           PERFORM REGISTER-SEGMENT-PARA.
           IF AL-RC NOT = ZERO
               GO TO ROLL-OVER-EXIT
           END-IF.
           OPEN OUTPUT AUDIT-FILE.
           CLOSE AUDIT-FILE.
           MOVE AL-SEG-EDIT TO AL-SEGMENT.
           MOVE SPACES TO AL-LINE-TEXT.
           STRING AL-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               AL-RUN-TIME DELIMITED BY SIZE
               " AUDITLOG SEGMENT-OPEN FROM=" DELIMITED BY SIZE
               FUNCTION TRIM(AL-SEAL-NAME) DELIMITED BY SIZE
               " PREV-SEQ=" DELIMITED BY SIZE
               AL-CLOSE-SEQ DELIMITED BY SIZE
               " PREV-CHAIN=" DELIMITED BY SIZE
               AL-CLOSE-CHAIN DELIMITED BY SIZE
               INTO AL-LINE-TEXT
           END-STRING.
           PERFORM WRITE-LINE-PARA.
       ROLL-OVER-EXIT.
           EXIT.

      ******************************************************************
      * COPY-TRAIL-PARA - copy the live trail to the segment file,
      * noting the dates of its first and last dated lines; the copy
      * must carry every line the trail holds.
      ******************************************************************
       COPY-TRAIL-PARA.
           MOVE ZERO TO AL-COPY-COUNT.
           MOVE ZERO TO AL-FIRST-DATE.
           MOVE ZERO TO AL-LAST-DATE.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = '00'
               MOVE 02 TO AL-RC
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT SEAL-FILE.
           IF SEAL-FILE-STATUS NOT = '00'
               CLOSE AUDIT-FILE
               MOVE 02 TO AL-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO AL-EOF-SWITCH.
           PERFORM COPY-LINE-PARA UNTIL AL-EOF-SWITCH = 'Y'.
           CLOSE SEAL-FILE.
           CLOSE AUDIT-FILE.
           IF AL-COPY-COUNT NOT = AL-LINE-COUNT + 1
               MOVE 02 TO AL-RC
           END-IF.

       COPY-LINE-PARA.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO AL-EOF-SWITCH
               NOT AT END
                   MOVE AUDIT-RECORD TO SEAL-RECORD
                   WRITE SEAL-RECORD
                   IF SEAL-FILE-STATUS = '00'
                       ADD 1 TO AL-COPY-COUNT
                   END-IF
                   IF AUDIT-RECORD(1:8) IS NUMERIC
                       IF AL-FIRST-DATE = ZERO
                           MOVE AUDIT-RECORD(1:8) TO AL-FIRST-DATE
                       END-IF
                       MOVE AUDIT-RECORD(1:8) TO AL-LAST-DATE
                   END-IF
           END-READ.

       REGISTER-SEGMENT-PARA.
           OPEN EXTEND SEG-FILE.
           IF SEG-FILE-STATUS = '35'
               OPEN OUTPUT SEG-FILE
           END-IF.
           IF SEG-FILE-STATUS NOT = '00'
               MOVE 02 TO AL-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO AUDIT-SEG-RECORD.
           MOVE AL-SEG-EDIT TO AS-SEGMENT.
           MOVE AL-SEAL-NAME TO AS-FILE-NAME.
           MOVE AL-OPEN-SEQ TO AS-FIRST-SEQ.
           MOVE AL-CLOSE-SEQ TO AS-LAST-SEQ.
           MOVE AL-OPEN-CHAIN TO AS-OPEN-CHAIN.
           MOVE AL-CLOSE-CHAIN TO AS-CLOSE-CHAIN.
           MOVE AL-FIRST-DATE TO AS-FIRST-DATE.
           MOVE AL-LAST-DATE TO AS-LAST-DATE.
           MOVE AL-COPY-COUNT TO AS-LINES.
           MOVE AL-RUN-DATE TO AS-SEALED-DATE.
           MOVE AL-RUN-TIME TO AS-SEALED-TIME.
           MOVE AL-REASON TO AS-REASON.
           WRITE AUDIT-SEG-RECORD.
           CLOSE SEG-FILE.

       END PROGRAM SubSTVAuditLog.
