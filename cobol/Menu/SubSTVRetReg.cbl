      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Retention register writer - puts each archive set
      *            and scrutiny evidence pack on stv_retention.dat
      *            (RetainRec.cpy) as it is made, with its election
      *            and the end of its statutory retention period, so
      *            the retention run (SubSTVRetain) can say when it
      *            falls due for destruction. A set re-made under
      *            the same prefix has its dates renewed and keeps
      *            any legal hold on it. Called with RetainReq.cpy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVRetReg.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT REG-FILE
           ASSIGN TO 'stv_retention.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REG-FILE-STATUS.
       SELECT ECTL-FILE
           ASSIGN TO DYNAMIC RE-ECTL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ECTL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-FILE             RECORD CONTAINS 115 CHARACTERS.
       COPY RetainRec.

       FD  ECTL-FILE            RECORD CONTAINS 31 CHARACTERS.
       COPY EleCtl.

       WORKING-STORAGE SECTION.
       77 REG-FILE-STATUS      PIC XX VALUE '00'.
       77 ECTL-FILE-STATUS     PIC XX VALUE '00'.
       77 RE-EOF-SWITCH        PIC X.
       77 RE-ECTL-NAME         PIC X(44).
      * The statutory retention period: ballot papers and the
      * records made from them are kept for six months after the
      * election, then destroyed unless a court orders otherwise.
       77 RE-RETAIN-MONTHS     PIC 9(2) VALUE 6.
       77 RE-IDX               PIC 9(4).
       77 RE-FOUND-IDX         PIC 9(4).
       77 RE-LAST-DAY          PIC 9(8).
       77 RE-RUN-DATE          PIC 9(8).
       77 RE-RUN-TIME          PIC 9(8).
       01 RE-EXPIRY.
           05 RE-EXP-YYYY      PIC 9(4).
           05 RE-EXP-MM        PIC 9(2).
           05 RE-EXP-DD        PIC 9(2).
       01 RE-EXPIRY-DATE REDEFINES RE-EXPIRY PIC 9(8).
       01 RE-NEXT-MONTH.
           05 RE-NXT-YYYY      PIC 9(4).
           05 RE-NXT-MM        PIC 9(2).
           05 RE-NXT-DD        PIC 9(2).
       01 RE-NEXT-DATE REDEFINES RE-NEXT-MONTH PIC 9(8).
       01 AUDIT-RECORD         PIC X(300).

      * stv_retention.dat, held whole while the entry is added or
      * renewed.
       77 RE-ROW-TOTAL         PIC 9(4) VALUE ZERO.
       01 RE-ROW-TABLE-AREA.
           05 RE-ROW               PIC X(115) OCCURS 2000 TIMES.

      * Request block for the chained audit writer.
       COPY AuditReq.

       LINKAGE SECTION.
       COPY RetainReq.

       PROCEDURE DIVISION USING RETAIN-REQUEST.
       MAIN-PROCEDURE.
           MOVE ZERO TO RN-RC.
           MOVE ZERO TO RN-EXPIRY-DATE.
      * Only a set made under an archive or pack prefix may go on
      * the register - the retention run destroys by prefix, and
      * nothing else (least of all the audit trail) may come within
      * its reach.
           IF RN-PREFIX(1:5) NOT = 'arch_'
               AND RN-PREFIX(1:5) NOT = 'pack_'
               MOVE 02 TO RN-RC
               DISPLAY "*** " FUNCTION TRIM(RN-PREFIX) " is not an "
                   "archive set or evidence pack - not put on the "
                   "retention register ***"
               EXIT PROGRAM
           END-IF.
           IF RN-MADE-DATE = ZERO
               OR FUNCTION TEST-DATE-YYYYMMDD(RN-MADE-DATE) NOT = 0
               ACCEPT RN-MADE-DATE FROM DATE YYYYMMDD
           END-IF.
           IF RN-ELECTION-ID = SPACES AND RN-SET-TYPE = 'A'
               PERFORM SET-ELECTION-PARA
           END-IF.
           PERFORM EXPIRY-PARA.
           MOVE ZERO TO RE-ROW-TOTAL.
           PERFORM LOAD-REGISTER-PARA.
           IF RE-ROW-TOTAL > 2000
               MOVE 02 TO RN-RC
               DISPLAY "*** stv_retention.dat has more than 2000 "
                   "entries - " FUNCTION TRIM(RN-PREFIX) " not "
                   "registered ***"
               EXIT PROGRAM
           END-IF.
           MOVE ZERO TO RE-FOUND-IDX.
           PERFORM FIND-SET-PARA VARYING RE-IDX FROM 1 BY 1
               UNTIL RE-IDX > RE-ROW-TOTAL OR RE-FOUND-IDX > ZERO.
           IF RE-FOUND-IDX > ZERO
               MOVE RE-ROW(RE-FOUND-IDX) TO RETAIN-RECORD
               MOVE 01 TO RN-RC
           ELSE
               ADD 1 TO RE-ROW-TOTAL
               MOVE RE-ROW-TOTAL TO RE-FOUND-IDX
               MOVE SPACES TO RETAIN-RECORD
               MOVE 'N' TO RT-HOLD
               MOVE ZERO TO RT-HOLD-DATE
           END-IF.
           MOVE RN-SET-TYPE TO RT-SET-TYPE.
           MOVE RN-PREFIX TO RT-PREFIX.
           MOVE RN-ELECTION-ID TO RT-ELECTION-ID.
           MOVE RN-CONST-CODE TO RT-CONST-CODE.
           MOVE RN-MADE-DATE TO RT-MADE-DATE.
           MOVE RN-EXPIRY-DATE TO RT-EXPIRY-DATE.
           MOVE 'L' TO RT-STATE.
           MOVE ZERO TO RT-DESTROY-DATE.
           MOVE RETAIN-RECORD TO RE-ROW(RE-FOUND-IDX).
           PERFORM SAVE-REGISTER-PARA.
           IF REG-FILE-STATUS NOT = '00'
               MOVE 02 TO RN-RC
               DISPLAY "*** stv_retention.dat could not be written - "
                   "status " REG-FILE-STATUS " ***"
               EXIT PROGRAM
           END-IF.
           PERFORM LOG-REGISTER-PARA.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * SET-ELECTION-PARA - an archive set holds every constituency
      * of the election it closed; the election id is taken off the
      * set's own copy of the control file.
      ******************************************************************
       SET-ELECTION-PARA.
           MOVE SPACES TO RE-ECTL-NAME.
           STRING FUNCTION TRIM(RN-PREFIX) DELIMITED BY SIZE
               "election_ctl.dat" DELIMITED BY SIZE
               INTO RE-ECTL-NAME
           END-STRING.
           MOVE 'N' TO RE-EOF-SWITCH.
           OPEN INPUT ECTL-FILE.
           IF ECTL-FILE-STATUS = '00'
               PERFORM READ-ECTL-PARA UNTIL RE-EOF-SWITCH = 'Y'
               CLOSE ECTL-FILE
           END-IF.

       READ-ECTL-PARA.
           READ ECTL-FILE
               AT END
                   MOVE 'Y' TO RE-EOF-SWITCH
               NOT AT END
                   IF EC-ELECTION-ID NOT = SPACES
                       MOVE EC-ELECTION-ID TO RN-ELECTION-ID
                       MOVE 'Y' TO RE-EOF-SWITCH
                   END-IF
           END-READ.

      ******************************************************************
      * EXPIRY-PARA - the made date plus the retention period in
      * calendar months; a day past the end of the month it lands
      * in (31 August plus six months) is taken back to that
      * month's last day.
      ******************************************************************
       EXPIRY-PARA.
           MOVE RN-MADE-DATE TO RE-EXPIRY-DATE.
           ADD RE-RETAIN-MONTHS TO RE-EXP-MM.
           IF RE-EXP-MM > 12
               SUBTRACT 12 FROM RE-EXP-MM
               ADD 1 TO RE-EXP-YYYY
           END-IF.
           MOVE RE-EXP-YYYY TO RE-NXT-YYYY.
           MOVE RE-EXP-MM TO RE-NXT-MM.
           MOVE 1 TO RE-NXT-DD.
           ADD 1 TO RE-NXT-MM.
           IF RE-NXT-MM > 12
               MOVE 1 TO RE-NXT-MM
               ADD 1 TO RE-NXT-YYYY
           END-IF.
           COMPUTE RE-LAST-DAY = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(RE-NEXT-DATE) - 1).
           IF RE-EXP-DD > RE-LAST-DAY(7:2)
               MOVE RE-LAST-DAY(7:2) TO RE-EXP-DD
           END-IF.
           MOVE RE-EXPIRY-DATE TO RN-EXPIRY-DATE.

       LOAD-REGISTER-PARA.
           MOVE 'N' TO RE-EOF-SWITCH.
           OPEN INPUT REG-FILE.
           IF REG-FILE-STATUS = '00'
               PERFORM READ-REGISTER-PARA UNTIL RE-EOF-SWITCH = 'Y'
               CLOSE REG-FILE
           END-IF.

       READ-REGISTER-PARA.
           READ REG-FILE
               AT END
                   MOVE 'Y' TO RE-EOF-SWITCH
               NOT AT END
                   ADD 1 TO RE-ROW-TOTAL
                   IF RE-ROW-TOTAL > 2000
                       MOVE 'Y' TO RE-EOF-SWITCH
                   ELSE
                       MOVE RETAIN-RECORD TO RE-ROW(RE-ROW-TOTAL)
                   END-IF
           END-READ.

       FIND-SET-PARA.
           IF RE-ROW(RE-IDX)(3:30) = RN-PREFIX
               MOVE RE-IDX TO RE-FOUND-IDX
           END-IF.

       SAVE-REGISTER-PARA.
           OPEN OUTPUT REG-FILE.
           IF REG-FILE-STATUS = '00'
               PERFORM WRITE-REGISTER-PARA VARYING RE-IDX FROM 1 BY 1
                   UNTIL RE-IDX > RE-ROW-TOTAL
               CLOSE REG-FILE
           END-IF.

       WRITE-REGISTER-PARA.
           MOVE RE-ROW(RE-IDX) TO RETAIN-RECORD.
           WRITE RETAIN-RECORD.

       LOG-REGISTER-PARA.
           ACCEPT RE-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT RE-RUN-TIME FROM TIME.
           MOVE SPACES TO AUDIT-RECORD.
           STRING RE-RUN-DATE DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               RE-RUN-TIME DELIMITED BY SIZE
               " RETENTION OPERATOR=" DELIMITED BY SIZE
               FUNCTION TRIM(RN-OPERATOR) DELIMITED BY SIZE
               " REGISTERED SET=" DELIMITED BY SIZE
               FUNCTION TRIM(RN-PREFIX) DELIMITED BY SIZE
               " ELECTION=" DELIMITED BY SIZE
               FUNCTION TRIM(RN-ELECTION-ID) DELIMITED BY SIZE
               " EXPIRY=" DELIMITED BY SIZE
               RN-EXPIRY-DATE DELIMITED BY SIZE
               INTO AUDIT-RECORD
           END-STRING.
           MOVE SPACES TO AL-TEXT.
           MOVE AUDIT-RECORD TO AL-TEXT.
           CALL 'SubSTVAuditLog' USING AUDIT-LOG-REQUEST.

       END PROGRAM SubSTVRetReg.
