      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Votes file change journal writer - the one place a
      *            line reaches votes_journal.dat. Each write,
      *            rewrite and void against votes_output.dat, each
      *            emptying of it, and each setting of
      *            votes_seq_ctl.dat is appended with the date and
      *            time, the program and operator, and the before and
      *            after images (JournalReq.cpy / JournalRec.cpy).
      *            A damaged votes file is rebuilt from its last
      *            backup by rolling the journal forward
      *            (SubSTVRecover) instead of re-keying every ballot
      *            captured since.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVJournal.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT JOURNAL-FILE
           ASSIGN TO 'votes_journal.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS JOURNAL-FILE-STATUS.
       SELECT SEQ-FILE
           ASSIGN TO 'votes_seq_ctl.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEQ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  JOURNAL-FILE         RECORD CONTAINS 721 CHARACTERS.
       COPY JournalRec.

       FD  SEQ-FILE             RECORD CONTAINS 6 CHARACTERS.
       01  SEQ-RECORD           PIC 9(6).

       WORKING-STORAGE SECTION.
       77 JOURNAL-FILE-STATUS  PIC XX VALUE '00'.
       77 SEQ-FILE-STATUS      PIC XX VALUE '00'.
       77 JN-SEQ-WAS           PIC 9(6).

       LINKAGE SECTION.
       COPY JournalReq.

       PROCEDURE DIVISION USING JOURNAL-REQUEST.
       MAIN-PROCEDURE.
           MOVE ZERO TO JN-RC.
           MOVE SPACES TO JOURNAL-RECORD.
           ACCEPT JL-DATE FROM DATE YYYYMMDD.
           ACCEPT JL-TIME FROM TIME.
           MOVE JN-ACTION TO JL-ACTION.
           MOVE JN-PROGRAM TO JL-PROGRAM.
           MOVE JN-OPERATOR TO JL-OPERATOR.
           IF JL-SEQ-SET
               PERFORM READ-SEQ-PARA
               MOVE JN-SEQ-WAS TO JL-BEFORE(1:6)
               MOVE JN-SEQ-VALUE TO JL-SEQ-VALUE
           ELSE IF JL-EMPTIED
               CONTINUE
           ELSE
               MOVE JN-BEFORE TO JL-BEFORE
               MOVE JN-AFTER TO JL-AFTER
               MOVE JN-AFTER(1:9) TO JL-KEY.
           PERFORM APPEND-LINE-PARA.
           IF JN-RC NOT = ZERO
               DISPLAY "*** Votes journal could not be written - "
                   "status " JOURNAL-FILE-STATUS " ***"
           END-IF.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * READ-SEQ-PARA - the control value the caller is about to
      * replace, for the before image; zero where there is no
      * control file yet.
      ******************************************************************
       READ-SEQ-PARA.
           MOVE ZERO TO JN-SEQ-WAS.
           OPEN INPUT SEQ-FILE.
           IF SEQ-FILE-STATUS = '00'
               READ SEQ-FILE
                   NOT AT END
                       MOVE SEQ-RECORD TO JN-SEQ-WAS
               END-READ
               CLOSE SEQ-FILE
           END-IF.

       APPEND-LINE-PARA.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-FILE-STATUS = '35'
               OPEN OUTPUT JOURNAL-FILE
           END-IF.
           IF JOURNAL-FILE-STATUS NOT = '00'
               MOVE 02 TO JN-RC
           ELSE
               WRITE JOURNAL-RECORD
               IF JOURNAL-FILE-STATUS NOT = '00'
                   MOVE 02 TO JN-RC
               END-IF
               CLOSE JOURNAL-FILE
           END-IF.

       END PROGRAM SubSTVJournal.
