      ******************************************************************
      * Author:    Conor Gilmer
      * Date:      15/10/2026
      * Purpose:   Party ticket expansion, called through the
      *            TicketReq request block. A ticket vote on the
      *            votes file carries only the number of the party
      *            box the voter marked; the party's lodged ticket
      *            (party_tickets.dat) gives the ranking it stands
      *            for. A load reads one constituency's tickets and
      *            resolves each ticketed candidate name against
      *            candidate_master.dat to its current number - the
      *            draw renumbers the slate after the tickets are
      *            lodged - and an expansion hands back the ranking
      *            of one ticket. The count, the verification count,
      *            the scenario count, the countback, the published
      *            results and the statistics all expand ticket votes
      *            here, so they read a ticket the same way. A load
      *            from an archive set reads that set's tickets and
      *            slate, so an archived election's ticket votes are
      *            read against the tickets lodged for it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SubSTVTicketExp.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
       SELECT CMAST-FILE
           ASSIGN TO DYNAMIC TE-CMAST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CMAST-FILE-STATUS.
       SELECT TICKET-FILE
           ASSIGN TO DYNAMIC TE-TICKET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TICKET-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CMAST-FILE           RECORD CONTAINS 61 CHARACTERS.
       COPY CandMast.

       FD  TICKET-FILE          RECORD CONTAINS 51 CHARACTERS.
       COPY TicketRec.

       WORKING-STORAGE SECTION.
       77 CMAST-FILE-STATUS    PIC XX VALUE '00'.
       77 TICKET-FILE-STATUS   PIC XX VALUE '00'.
       77 TE-EOF-SWITCH        PIC X.
       77 TE-LOADED-CONST      PIC X(3) VALUE SPACES.
       77 TE-LOADED-ARCH       PIC X(8) VALUE SPACES.
       77 TE-CMAST-NAME        PIC X(44).
       77 TE-TICKET-NAME       PIC X(44).
       77 TE-IDX               PIC 9(3).
       77 TE-FOUND             PIC 9(3).
       77 TE-CAND-ID           PIC 9(3).
       77 TE-DUP-SWITCH        PIC X.

      * The constituency's slate, name to current candidate number.
       77 TE-CAND-TOTAL        PIC 9(3) VALUE ZERO.
       01 TE-CAND-AREA.
           05 TE-CAND              OCCURS 99 TIMES.
               10 TE-CAND-NAME      PIC X(30).
               10 TE-CAND-NO        PIC 9(3).

      * Its lodged tickets, resolved to candidate numbers.
       77 TE-TICKET-TOTAL      PIC 9(2) VALUE ZERO.
       77 TE-CUR               PIC 9(2).
       01 TE-TICKET-AREA.
           05 TE-TICKET            OCCURS 20 TIMES.
               10 TE-TICKET-NO      PIC 9(2).
               10 TE-PARTY          PIC X(20).
               10 TE-PREF-COUNT     PIC 9(2).
               10 TE-PREF           PIC 9(3) OCCURS 99 TIMES.

       LINKAGE SECTION.
       COPY TicketReq.

       PROCEDURE DIVISION USING TICKET-EXPAND-REQUEST.
       MAIN-PROCEDURE.
           MOVE ZERO TO TX-RC.
           IF TX-LOAD
               MOVE SPACES TO TE-LOADED-ARCH
           END-IF.
           IF TX-LOAD-ARCHIVE
               MOVE TX-ARCH-DATE TO TE-LOADED-ARCH
           END-IF.
           IF TX-LOAD OR TX-LOAD-ARCHIVE
               OR TX-CONST-CODE NOT = TE-LOADED-CONST
               PERFORM LOAD-PARA
           END-IF.
           IF TX-LOAD OR TX-LOAD-ARCHIVE
               MOVE TE-TICKET-TOTAL TO TX-TICKETS
               IF TE-TICKET-TOTAL = ZERO
                   MOVE 01 TO TX-RC
               END-IF
           ELSE
               PERFORM EXPAND-PARA
           END-IF.
           EXIT PROGRAM.
       MAIN-EXIT.
           EXIT.

      ******************************************************************
      * LOAD-PARA - the constituency's slate and tickets, from the
      * live files or, after an archive load, from the archive set
      * last named (a constituency change mid-run stays in it).
      ******************************************************************
       LOAD-PARA.
           MOVE TX-CONST-CODE TO TE-LOADED-CONST.
           IF TE-LOADED-ARCH = SPACES
               MOVE 'candidate_master.dat' TO TE-CMAST-NAME
               MOVE 'party_tickets.dat' TO TE-TICKET-NAME
           ELSE
               MOVE SPACES TO TE-CMAST-NAME
               STRING "arch_" DELIMITED BY SIZE
                   TE-LOADED-ARCH DELIMITED BY SIZE
                   "_candidate_master.dat" DELIMITED BY SIZE
                   INTO TE-CMAST-NAME
               END-STRING
               MOVE SPACES TO TE-TICKET-NAME
               STRING "arch_" DELIMITED BY SIZE
                   TE-LOADED-ARCH DELIMITED BY SIZE
                   "_party_tickets.dat" DELIMITED BY SIZE
                   INTO TE-TICKET-NAME
               END-STRING
           END-IF.
           MOVE ZERO TO TE-CAND-TOTAL.
           MOVE ZERO TO TE-TICKET-TOTAL.
           MOVE ZERO TO TE-CUR.
           MOVE 'N' TO TE-EOF-SWITCH.
           OPEN INPUT CMAST-FILE.
           IF CMAST-FILE-STATUS = '00'
               PERFORM READ-CMAST-PARA UNTIL TE-EOF-SWITCH = 'Y'
               CLOSE CMAST-FILE
           END-IF.
           MOVE 'N' TO TE-EOF-SWITCH.
           OPEN INPUT TICKET-FILE.
           IF TICKET-FILE-STATUS = '00'
               PERFORM READ-TICKET-PARA UNTIL TE-EOF-SWITCH = 'Y'
               CLOSE TICKET-FILE
           END-IF.

       READ-CMAST-PARA.
           READ CMAST-FILE
               AT END
                   MOVE 'Y' TO TE-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = TE-LOADED-CONST
                       AND TE-CAND-TOTAL < 99
                       ADD 1 TO TE-CAND-TOTAL
                       MOVE CM-NAME TO TE-CAND-NAME(TE-CAND-TOTAL)
                       MOVE CM-CAND-ID TO TE-CAND-NO(TE-CAND-TOTAL)
                   END-IF
           END-READ.

      ******************************************************************
      * READ-TICKET-PARA - an H line opens a ticket; the P lines
      * that follow it, in position order, each add the candidate
      * they name when that candidate is still on the slate.
      ******************************************************************
       READ-TICKET-PARA.
           READ TICKET-FILE
               AT END
                   MOVE 'Y' TO TE-EOF-SWITCH
               NOT AT END
                   IF PT-CONST-CODE = TE-LOADED-CONST
                       AND PT-HEAD-LINE
                       PERFORM ADD-TICKET-PARA
                   END-IF
                   IF PT-CONST-CODE = TE-LOADED-CONST
                       AND PT-PREF-LINE AND TE-CUR > ZERO
                       PERFORM ADD-PREF-PARA
                   END-IF
           END-READ.

       ADD-TICKET-PARA.
           IF TE-TICKET-TOTAL < 20
               ADD 1 TO TE-TICKET-TOTAL
               MOVE TE-TICKET-TOTAL TO TE-CUR
               MOVE PT-TICKET-NO TO TE-TICKET-NO(TE-CUR)
               MOVE PT-PARTY TO TE-PARTY(TE-CUR)
               MOVE ZERO TO TE-PREF-COUNT(TE-CUR)
           ELSE
               MOVE ZERO TO TE-CUR
           END-IF.

       ADD-PREF-PARA.
           IF PT-TICKET-NO NOT = TE-TICKET-NO(TE-CUR)
               EXIT PARAGRAPH
           END-IF.
           MOVE ZERO TO TE-FOUND.
           PERFORM MATCH-CAND-PARA VARYING TE-IDX FROM 1 BY 1
               UNTIL TE-IDX > TE-CAND-TOTAL OR TE-FOUND > ZERO.
           IF TE-FOUND > ZERO
               AND TE-PREF-COUNT(TE-CUR) < 99
               MOVE TE-CAND-NO(TE-FOUND) TO TE-CAND-ID
               MOVE 'N' TO TE-DUP-SWITCH
               PERFORM CHECK-DUP-PARA VARYING TE-IDX FROM 1 BY 1
                   UNTIL TE-IDX > TE-PREF-COUNT(TE-CUR)
               IF TE-DUP-SWITCH = 'N'
                   ADD 1 TO TE-PREF-COUNT(TE-CUR)
                   MOVE TE-PREF-COUNT(TE-CUR) TO TE-IDX
                   MOVE TE-CAND-ID TO TE-PREF(TE-CUR TE-IDX)
               END-IF
           END-IF.

       MATCH-CAND-PARA.
           IF TE-CAND-NAME(TE-IDX) = PT-CAND-NAME
               MOVE TE-IDX TO TE-FOUND
           END-IF.

       CHECK-DUP-PARA.
           IF TE-PREF(TE-CUR TE-IDX) = TE-CAND-ID
               MOVE 'Y' TO TE-DUP-SWITCH
           END-IF.

       EXPAND-PARA.
           MOVE SPACES TO TX-PARTY.
           MOVE ZERO TO TX-PREF-COUNT.
           MOVE ZERO TO TX-PREF-AREA.
           MOVE ZERO TO TE-FOUND.
           PERFORM MATCH-TICKET-PARA VARYING TE-IDX FROM 1 BY 1
               UNTIL TE-IDX > TE-TICKET-TOTAL OR TE-FOUND > ZERO.
           IF TE-FOUND = ZERO
               MOVE 01 TO TX-RC
               EXIT PARAGRAPH
           END-IF.
           MOVE TE-PARTY(TE-FOUND) TO TX-PARTY.
           MOVE TE-PREF-COUNT(TE-FOUND) TO TX-PREF-COUNT.
           PERFORM COPY-PREF-PARA VARYING TE-IDX FROM 1 BY 1
               UNTIL TE-IDX > TE-PREF-COUNT(TE-FOUND).

       MATCH-TICKET-PARA.
           IF TE-TICKET-NO(TE-IDX) = TX-TICKET-NO
               MOVE TE-IDX TO TE-FOUND
           END-IF.

       COPY-PREF-PARA.
           MOVE TE-PREF(TE-FOUND TE-IDX) TO TX-PREF(TE-IDX).

       END PROGRAM SubSTVTicketExp.
