      *            rows with quota, and its declaration with the
      *            elected set in order, and marking from the
      *            control file which constituencies are IN and
      *            which are still PENDING, with each
      *            constituency's turnout from the register of
      *            electors and the marked register. Safe to hand
      *            to the press bureau and the national returning
      *            office, and re-runnable as late constituencies
      *            finish. The store also keeps each harvested
      *            constituency's turnout as it stood that night
      *            (a T row), so an archived set carries the figure
      *            the swing report compares against.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       77 CN-EXPORT-IDX        PIC 9(2).
       77 CN-IN-COUNT          PIC 9(2).
       77 CN-ROW-COUNT         PIC 9(6).
       77 CN-PCT-EDIT          PIC ZZ9.99.
       77 CN-PCT-FIXED         PIC 9(3).9(2).
       01 CN-ROW               PIC X(132).
      * Request block for the turnout service (register of electors
      * and marked register).
       COPY TurnReq.
       01 CN-ECTL-TABLE-AREA.
           05 CN-ECTL-ENTRY        OCCURS 50 TIMES.
               10 CN-ECTL-ID        PIC X(8).
      ******************************************************************
      * MERGE-STORE-PARA - rewrite the store keeping every other
      * constituency's rows, then append this constituency's
      * declaration and feed rows fresh from the count, and its
      * turnout row.
      ******************************************************************
       MERGE-STORE-PARA.
           MOVE 'N' TO CN-EOF-SWITCH.
           CLOSE WORK-FILE.
           PERFORM APPEND-DECL-PARA.
           PERFORM APPEND-FEED-PARA.
           PERFORM APPEND-TURNOUT-PARA.
           CLOSE STORE-FILE.

       KEEP-OTHER-ROW-PARA.
                   END-IF
           END-READ.

      * T row: electorate, voted, percentage and election id, from
      * the turnout service; nothing when nobody is on the register.
       APPEND-TURNOUT-PARA.
           MOVE CN-CONST-CODE TO TQ-CONST-CODE.
           MOVE SPACES TO TQ-ELECTION-ID.
           CALL 'SubSTVTurnCalc' USING TURNOUT-REQUEST.
           IF TQ-RC = ZERO
               MOVE TQ-PCT TO CN-PCT-FIXED
               MOVE SPACES TO STORE-RECORD
               MOVE CN-CONST-CODE TO RS-CONST-CODE
               MOVE 'T' TO RS-TYPE
               STRING TQ-ELECTORATE DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   TQ-VOTED DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   CN-PCT-FIXED DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
                   TQ-ELECTION-ID DELIMITED BY SIZE
                   INTO RS-TEXT
               END-STRING
               WRITE STORE-RECORD
           END-IF.

       LOAD-ECTL-PARA.
           MOVE 'N' TO CN-EOF-SWITCH.
           OPEN INPUT ECTL-FILE.
      ******************************************************************
      * WRITE-EXPORT-PARA - the artifact of the night, regenerated
      * whole every run: a stamped header, the IN/PENDING roll from
      * the control file, each constituency's turnout from the
      * register, each IN constituency's slate with party,
      * and every stored feed and declaration row, all
      * pipe-delimited and tagged by row type.
      ******************************************************************
           PERFORM WRITE-EXPORT-ROW-PARA.
           PERFORM WRITE-STATUS-ROW-PARA VARYING CN-EXPORT-IDX
               FROM 1 BY 1 UNTIL CN-EXPORT-IDX > CN-ECTL-TOTAL.
           PERFORM WRITE-TURNOUT-ROW-PARA VARYING CN-EXPORT-IDX
               FROM 1 BY 1 UNTIL CN-EXPORT-IDX > CN-ECTL-TOTAL.
           PERFORM WRITE-SLATE-ROWS-PARA VARYING CN-EXPORT-IDX
               FROM 1 BY 1 UNTIL CN-EXPORT-IDX > CN-ECTL-TOTAL.
           PERFORM COPY-STORE-ROWS-PARA.
           END-IF.
           PERFORM WRITE-EXPORT-ROW-PARA.

      ******************************************************************
      * WRITE-TURNOUT-ROW-PARA - TURNOUT|ccc|electorate|in person|
      * proxy|postal|voted|percent, for the constituency's own
      * election. A constituency with nobody on the register of
      * electors has no turnout row.
      ******************************************************************
       WRITE-TURNOUT-ROW-PARA.
           MOVE CN-ECTL-CONST(CN-EXPORT-IDX) TO TQ-CONST-CODE.
           MOVE CN-ECTL-ID(CN-EXPORT-IDX) TO TQ-ELECTION-ID.
           CALL 'SubSTVTurnCalc' USING TURNOUT-REQUEST.
           IF TQ-RC NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE TQ-PCT TO CN-PCT-EDIT.
           MOVE SPACES TO CN-ROW.
           STRING "TURNOUT|" DELIMITED BY SIZE
               TQ-CONST-CODE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TQ-ELECTORATE DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TQ-IN-PERSON DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TQ-PROXY DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TQ-POSTAL DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               TQ-VOTED DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               FUNCTION TRIM(CN-PCT-EDIT) DELIMITED BY SIZE
               INTO CN-ROW
           END-STRING.
           PERFORM WRITE-EXPORT-ROW-PARA.

      ******************************************************************
      * WRITE-SLATE-ROWS-PARA - candidates with party for each IN
      * constituency, from the master in the load order the count
               CLOSE STORE-FILE
           END-IF.

      * The store's T rows stay out of the export, which carries its
      * own TURNOUT rows.
       COPY-ONE-STORE-PARA.
           READ STORE-FILE
               AT END
                   MOVE 'Y' TO CN-EOF-SWITCH
               NOT AT END
                   IF RS-TYPE = 'T'
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO CN-ROW-COUNT
                   MOVE SPACES TO CN-ROW
                   STRING RS-TYPE DELIMITED BY SIZE
