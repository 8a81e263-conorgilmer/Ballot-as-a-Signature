      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Count results library, called through the LibReq
      *            request block. The count writes its book, round
      *            feed, transfer detail, ballot path and
      *            declaration to the same live files every time, so
      *            a recount, a verification or the next
      *            constituency's count
      *            used to overwrite the evidence of the last one -
      *            and every report that reads those files could
      *            only ever describe whichever count ran last. Each
      *            count run is now filed here as it finishes:
      *            its artefacts are copied under a prefix of their
      *            own,
      *            lib_<election>_<ccc>_<type><seq>_<artefact>.dat,
      *            and indexed on stv_count_library.dat (LibRec.cpy)
      *            by election, constituency and run - original
      *            count, recount, or a verification of an earlier
      *            run, numbered in sequence within the
      *            constituency. The reports that read a count (the
      *            margin, deposit, party flow, verification, audit
      *            sample and evidence programs) ask this program
      *            for the run to work from: the constituency's
      *            counts are listed and the operator picks one,
      *            Enter taking the latest official count - the
      *            highest-numbered original or recount that
      *            produced a result. Nothing filed is ever
      *            overwritten.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVCountLib.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT LIB-FILE
           ASSIGN TO 'stv_count_library.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LIB-FILE-STATUS.
       SELECT COPY-IN-FILE
           ASSIGN TO DYNAMIC CL-IN-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COPY-IN-STATUS.
       SELECT COPY-OUT-FILE
           ASSIGN TO DYNAMIC CL-OUT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS COPY-OUT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LIB-FILE             RECORD CONTAINS 81 CHARACTERS.
       COPY LibRec.

       FD  COPY-IN-FILE        RECORD CONTAINS 512 CHARACTERS.
       01  COPY-IN-RECORD      PIC X(512).

       FD  COPY-OUT-FILE       RECORD CONTAINS 512 CHARACTERS.
       01  COPY-OUT-RECORD     PIC X(512).

       WORKING-STORAGE SECTION.
       77 LIB-FILE-STATUS      PIC XX VALUE '00'.
       77 COPY-IN-STATUS       PIC XX VALUE '00'.
       77 COPY-OUT-STATUS      PIC XX VALUE '00'.
       77 CL-EOF-SWITCH        PIC X.
       77 CL-IN-NAME           PIC X(44).
       77 CL-OUT-NAME          PIC X(44).
       77 CL-SUFFIX            PIC X(12).
       77 CL-MAX-SEQ           PIC 9(3) VALUE ZERO.
       77 CL-TOTAL             PIC 9(3) VALUE ZERO.
       77 CL-IDX               PIC 9(3).
       77 CL-PICK-IDX          PIC 9(3).
       77 CL-LATEST-IDX        PIC 9(3).
       77 CL-WANT-SEQ          PIC 9(3).
       77 CL-COPY-COUNT        PIC 9(6).
       77 CL-RUN-DATE          PIC 9(8).
       77 CL-RUN-TIME          PIC 9(8).
       77 CL-INPUT             PIC X(12).
       77 CL-SEQ-EDIT          PIC ZZ9.
       77 CL-TYPE-TEXT         PIC X(9).
       77 CL-RESULT-TEXT       PIC X(11).
       77 CL-VERIFY-TEXT       PIC X(8).
       01 CL-ROW               PIC X(80).
      * The constituency's original counts and recounts, in filing
      * order (which is sequence order), with the outcome of the
      * latest verification run against each.
       01 CL-RUN-AREA.
           05 CL-RUN               OCCURS 200 TIMES.
               10 CL-ELECTION       PIC X(8).
               10 CL-TYPE           PIC X.
               10 CL-SEQ            PIC 9(3).
               10 CL-DATE           PIC 9(8).
               10 CL-TIME           PIC 9(8).
               10 CL-RESULT         PIC X.
               10 CL-VERIFIED       PIC X.
               10 CL-PREFIX         PIC X(30).

       LINKAGE SECTION.
       COPY LibReq.

       PROCEDURE DIVISION USING LIBRARY-REQUEST.
       MAIN-PROCEDURE.
           MOVE ZERO TO LQ-RC.
           IF LQ-FILE
               PERFORM FILE-RUN-PARA
           ELSE IF LQ-ATTACH
               PERFORM ATTACH-PARA
           ELSE IF LQ-PICK
               PERFORM PICK-RUN-PARA
           ELSE IF LQ-LATEST
               PERFORM LATEST-RUN-PARA
           ELSE
               MOVE 02 TO LQ-RC.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-RUNS-PARA - one pass over the index for the
      * constituency: the highest sequence number used by any run,
      * and the table of original counts and recounts (for one
      * election when the caller names it) that the pick lists. A
      * verification record marks the run it checked.
      ******************************************************************
       LOAD-RUNS-PARA.
           MOVE ZERO TO CL-MAX-SEQ.
           MOVE ZERO TO CL-TOTAL.
           MOVE 'N' TO CL-EOF-SWITCH.
           OPEN INPUT LIB-FILE.
           IF LIB-FILE-STATUS = '00'
               PERFORM READ-RUN-PARA UNTIL CL-EOF-SWITCH = 'Y'
               CLOSE LIB-FILE
           ELSE
               IF LIB-FILE-STATUS NOT = '35'
                   MOVE 02 TO LQ-RC
               END-IF
           END-IF.

       READ-RUN-PARA.
           READ LIB-FILE
               AT END
                   MOVE 'Y' TO CL-EOF-SWITCH
               NOT AT END
                   IF LB-CONST-CODE = LQ-CONST-CODE
                       PERFORM TAKE-RUN-PARA
                   END-IF
           END-READ.

       TAKE-RUN-PARA.
           IF LB-RUN-SEQ > CL-MAX-SEQ
               MOVE LB-RUN-SEQ TO CL-MAX-SEQ
           END-IF.
           IF LQ-ELECTION-ID NOT = SPACES
               AND LB-ELECTION-ID NOT = LQ-ELECTION-ID
               EXIT PARAGRAPH
           END-IF.
           IF LB-VERIFICATION
               MOVE LB-OF-SEQ TO CL-WANT-SEQ
               PERFORM FIND-SEQ-PARA
               IF CL-PICK-IDX > ZERO
                   MOVE LB-RESULT TO CL-VERIFIED(CL-PICK-IDX)
               END-IF
           ELSE
               IF CL-TOTAL < 200
                   ADD 1 TO CL-TOTAL
                   MOVE LB-ELECTION-ID TO CL-ELECTION(CL-TOTAL)
                   MOVE LB-RUN-TYPE TO CL-TYPE(CL-TOTAL)
                   MOVE LB-RUN-SEQ TO CL-SEQ(CL-TOTAL)
                   MOVE LB-RUN-DATE TO CL-DATE(CL-TOTAL)
                   MOVE LB-RUN-TIME TO CL-TIME(CL-TOTAL)
                   MOVE LB-RESULT TO CL-RESULT(CL-TOTAL)
                   MOVE SPACE TO CL-VERIFIED(CL-TOTAL)
                   MOVE LB-PREFIX TO CL-PREFIX(CL-TOTAL)
               END-IF
           END-IF.

       FIND-SEQ-PARA.
           MOVE ZERO TO CL-PICK-IDX.
           PERFORM SCAN-SEQ-PARA VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > CL-TOTAL OR CL-PICK-IDX > ZERO.

       SCAN-SEQ-PARA.
           IF CL-SEQ(CL-IDX) = CL-WANT-SEQ
               MOVE CL-IDX TO CL-PICK-IDX
           END-IF.

      ******************************************************************
      * FILE-RUN-PARA - file the live artefacts of the run just made
      * as the constituency's next run. A count files its book, feed
      * and transfer detail, and its declaration only when it
      * produced a result (a stale declaration on hand belongs to an
      * earlier count); a verification files its report. A count
      * files its ballot path too, where it wrote one.
      ******************************************************************
       FILE-RUN-PARA.
           PERFORM LOAD-RUNS-PARA.
           IF LQ-RC NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE LQ-RUN-SEQ = CL-MAX-SEQ + 1.
           PERFORM BUILD-PREFIX-PARA.
           IF LQ-RUN-TYPE = 'V'
               MOVE 'stv_verify_report.dat' TO CL-IN-NAME
               MOVE 'verify.dat' TO CL-SUFFIX
               PERFORM FILE-ONE-PARA
           ELSE
               MOVE 'stv_count_output.dat' TO CL-IN-NAME
               MOVE 'count.dat' TO CL-SUFFIX
               PERFORM FILE-ONE-PARA
               MOVE 'stv_round_feed.dat' TO CL-IN-NAME
               MOVE 'feed.dat' TO CL-SUFFIX
               PERFORM FILE-ONE-PARA
               MOVE 'stv_transfer_detail.dat' TO CL-IN-NAME
               MOVE 'transfer.dat' TO CL-SUFFIX
               PERFORM FILE-ONE-PARA
               MOVE 'stv_ballot_path.dat' TO CL-IN-NAME
               MOVE 'path.dat' TO CL-SUFFIX
               PERFORM FILE-ONE-PARA
               IF LQ-RESULT = 'Y'
                   MOVE 'stv_declaration.dat' TO CL-IN-NAME
                   MOVE 'decl.dat' TO CL-SUFFIX
                   PERFORM FILE-ONE-PARA
               END-IF
           END-IF.
           PERFORM WRITE-INDEX-PARA.
           IF LQ-RC = ZERO
               DISPLAY "Run filed in the count results library as "
                   LQ-RUN-TYPE LQ-RUN-SEQ " under prefix "
                   FUNCTION TRIM(LQ-PREFIX) "."
           ELSE
               DISPLAY "*** Unable to index the run on "
                   "stv_count_library.dat - status "
                   LIB-FILE-STATUS " ***"
           END-IF.

      * lib_<election>_<ccc>_<type><seq>_ - the election is left out
      * for a site running without a control file.
       BUILD-PREFIX-PARA.
           MOVE SPACES TO LQ-PREFIX.
           IF LQ-ELECTION-ID = SPACES
               STRING "lib_" DELIMITED BY SIZE
                   LQ-CONST-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   LQ-RUN-TYPE DELIMITED BY SIZE
                   LQ-RUN-SEQ DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   INTO LQ-PREFIX
               END-STRING
           ELSE
               STRING "lib_" DELIMITED BY SIZE
                   LQ-ELECTION-ID DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   LQ-CONST-CODE DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   LQ-RUN-TYPE DELIMITED BY SIZE
                   LQ-RUN-SEQ DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   INTO LQ-PREFIX
               END-STRING
           END-IF.

       FILE-ONE-PARA.
           MOVE SPACES TO CL-OUT-NAME.
           STRING FUNCTION TRIM(LQ-PREFIX) DELIMITED BY SIZE
               FUNCTION TRIM(CL-SUFFIX) DELIMITED BY SIZE
               INTO CL-OUT-NAME
           END-STRING.
           PERFORM COPY-FILE-PARA.

       COPY-FILE-PARA.
           MOVE ZERO TO CL-COPY-COUNT.
           OPEN INPUT COPY-IN-FILE.
           IF COPY-IN-STATUS NOT = '00'
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT COPY-OUT-FILE.
           IF COPY-OUT-STATUS NOT = '00'
               CLOSE COPY-IN-FILE
               MOVE 02 TO LQ-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO CL-EOF-SWITCH.
           PERFORM COPY-LINE-PARA UNTIL CL-EOF-SWITCH = 'Y'.
           CLOSE COPY-OUT-FILE.
           CLOSE COPY-IN-FILE.

       COPY-LINE-PARA.
           READ COPY-IN-FILE
               AT END
                   MOVE 'Y' TO CL-EOF-SWITCH
               NOT AT END
                   MOVE COPY-IN-RECORD TO COPY-OUT-RECORD
                   WRITE COPY-OUT-RECORD
                   ADD 1 TO CL-COPY-COUNT
           END-READ.

       WRITE-INDEX-PARA.
           ACCEPT CL-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT CL-RUN-TIME FROM TIME.
           OPEN EXTEND LIB-FILE.
           IF LIB-FILE-STATUS = '35'
               OPEN OUTPUT LIB-FILE
           END-IF.
           IF LIB-FILE-STATUS NOT = '00'
               MOVE 02 TO LQ-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO LIBRARY-RECORD.
           MOVE LQ-ELECTION-ID TO LB-ELECTION-ID.
           MOVE LQ-CONST-CODE TO LB-CONST-CODE.
           MOVE LQ-RUN-TYPE TO LB-RUN-TYPE.
           MOVE LQ-RUN-SEQ TO LB-RUN-SEQ.
           MOVE CL-RUN-DATE TO LB-RUN-DATE.
           MOVE CL-RUN-TIME TO LB-RUN-TIME.
           MOVE LQ-RESULT TO LB-RESULT.
           MOVE LQ-OF-SEQ TO LB-OF-SEQ.
           MOVE LQ-OPERATOR TO LB-OPERATOR.
           MOVE LQ-PREFIX TO LB-PREFIX.
           WRITE LIBRARY-RECORD.
           CLOSE LIB-FILE.

      ******************************************************************
      * ATTACH-PARA - a report made from a filed run (the margin
      * analysis) is filed alongside it, so the reports that build
      * on it (the audit sample size) read the one for the same run.
      ******************************************************************
       ATTACH-PARA.
           MOVE LQ-ATTACH-FILE TO CL-IN-NAME.
           MOVE LQ-ATTACH-NAME TO CL-SUFFIX.
           PERFORM FILE-ONE-PARA.
           IF CL-COPY-COUNT = ZERO AND LQ-RC = ZERO
               MOVE 01 TO LQ-RC
           END-IF.

      ******************************************************************
      * PICK-RUN-PARA - list the constituency's counts and let the
      * operator choose one by its sequence number; Enter takes the
      * latest official count.
      ******************************************************************
       PICK-RUN-PARA.
           PERFORM LOAD-RUNS-PARA.
           IF LQ-RC NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF CL-TOTAL = ZERO
               MOVE 01 TO LQ-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-LATEST-PARA.
           DISPLAY "Counts on file for constituency "
               LQ-CONST-CODE ":".
           DISPLAY "  Run   Type      Election Date     Time "
               "Result      Verified".
           PERFORM LIST-RUN-PARA VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > CL-TOTAL.
           PERFORM GET-RUN-PARA.
           PERFORM VALIDATE-RUN-PARA UNTIL CL-PICK-IDX > ZERO.
           PERFORM RETURN-RUN-PARA.

       LIST-RUN-PARA.
           IF CL-TYPE(CL-IDX) = 'R'
               MOVE "recount" TO CL-TYPE-TEXT
           ELSE
               MOVE "original" TO CL-TYPE-TEXT
           END-IF.
           IF CL-RESULT(CL-IDX) = 'Y'
               MOVE "declared" TO CL-RESULT-TEXT
           ELSE
               MOVE "no result" TO CL-RESULT-TEXT
           END-IF.
           IF CL-VERIFIED(CL-IDX) = 'Y'
               MOVE "PASS" TO CL-VERIFY-TEXT
           ELSE IF CL-VERIFIED(CL-IDX) = 'N'
               MOVE "DIVERGED" TO CL-VERIFY-TEXT
           ELSE
               MOVE "-" TO CL-VERIFY-TEXT.
           MOVE SPACES TO CL-ROW.
           STRING "  " DELIMITED BY SIZE
               CL-TYPE(CL-IDX) DELIMITED BY SIZE
               CL-SEQ(CL-IDX) DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               CL-TYPE-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CL-ELECTION(CL-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CL-DATE(CL-IDX) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CL-TIME(CL-IDX)(1:4) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CL-RESULT-TEXT DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               CL-VERIFY-TEXT DELIMITED BY SIZE
               INTO CL-ROW
           END-STRING.
           IF CL-IDX = CL-LATEST-IDX
               MOVE "<- latest official" TO CL-ROW(62:18)
           END-IF.
           DISPLAY CL-ROW.

       GET-RUN-PARA.
           MOVE CL-SEQ(CL-LATEST-IDX) TO CL-SEQ-EDIT.
           DISPLAY "Run to report on (sequence number) [Enter="
               FUNCTION TRIM(CL-SEQ-EDIT) "] ".
           MOVE SPACES TO CL-INPUT.
           ACCEPT CL-INPUT.
           IF CL-INPUT = SPACES
               MOVE CL-LATEST-IDX TO CL-PICK-IDX
           ELSE
               COMPUTE CL-WANT-SEQ = FUNCTION NUMVAL(CL-INPUT)
               PERFORM FIND-SEQ-PARA
           END-IF.

       VALIDATE-RUN-PARA.
           DISPLAY "No such run on file for " LQ-CONST-CODE
               " - please re-enter.".
           PERFORM GET-RUN-PARA.

      ******************************************************************
      * LATEST-RUN-PARA - the latest official count, unasked: for a
      * program run from a batch card or one that only needs the
      * current result.
      ******************************************************************
       LATEST-RUN-PARA.
           PERFORM LOAD-RUNS-PARA.
           IF LQ-RC NOT = ZERO
               EXIT PARAGRAPH
           END-IF.
           IF CL-TOTAL = ZERO
               MOVE 01 TO LQ-RC
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-LATEST-PARA.
           MOVE CL-LATEST-IDX TO CL-PICK-IDX.
           PERFORM RETURN-RUN-PARA.

      * The highest-numbered run that produced a result; failing
      * that, the highest-numbered run of all.
       FIND-LATEST-PARA.
           MOVE ZERO TO CL-LATEST-IDX.
           PERFORM SCAN-LATEST-PARA VARYING CL-IDX FROM 1 BY 1
               UNTIL CL-IDX > CL-TOTAL.
           IF CL-LATEST-IDX = ZERO
               MOVE CL-TOTAL TO CL-LATEST-IDX
           END-IF.

       SCAN-LATEST-PARA.
           IF CL-RESULT(CL-IDX) = 'Y'
               MOVE CL-IDX TO CL-LATEST-IDX
           END-IF.

       RETURN-RUN-PARA.
           MOVE CL-ELECTION(CL-PICK-IDX) TO LQ-ELECTION-ID.
           MOVE CL-TYPE(CL-PICK-IDX) TO LQ-RUN-TYPE.
           MOVE CL-SEQ(CL-PICK-IDX) TO LQ-RUN-SEQ.
           MOVE CL-RESULT(CL-PICK-IDX) TO LQ-RESULT.
           MOVE CL-PREFIX(CL-PICK-IDX) TO LQ-PREFIX.

       END PROGRAM SubSTVCountLib.
