
       DATA DIVISION.
       FILE SECTION.
       FD  VOTES-FILE          RECORD CONTAINS 335 CHARACTERS.
       COPY VotesRec.

       WORKING-STORAGE SECTION.
      * preference-count-plus-slots slice of the format-2 record.
       01  SEEN-RANKING-TABLE.
           05 SEEN-ENTRY               OCCURS 500 TIMES.
               10 SEEN-RANKING          PIC X(299).
               10 SEEN-COUNT            PIC 9(4).
       77 SEEN-TOTAL           PIC 9(4) VALUE ZERO.
       77 DUP-IDX              PIC 9(4).
           05 filler           PIC X.
           05 out-status       PIC X.
           05 filler           PIC X.
           05 out-ranking      PIC X(400).

       77 LV-PREF-IDX          PIC 9(3).
       77 LV-ROW-PTR           PIC 9(4).
       01 LV-PREF-EDIT         PIC Z(2)9.
       77 LV-RANK-KEY          PIC X(299).
      * Request block for the ticket expander: a ticket vote is
      * listed as its party's lodged ticket.
       COPY TicketReq.

       LINKAGE SECTION.
       COPY BatchReq.
           ELSE
               PERFORM GET-CONST-PARA
           END-IF.
           SET TX-LOAD TO TRUE.
           MOVE LV-CONST-CODE TO TX-CONST-CODE.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           OPEN INPUT VOTES-FILE.
           IF VOTES-FILE-STATUS NOT = '00'
               DISPLAY "No generated votes file found - run Generate "
       RENDER-RANKING-PARA.
           MOVE SPACES TO out-ranking.
           MOVE 1 TO LV-ROW-PTR.
           IF VR-FORMAT-NUMERIC AND VR-TICKET-BALLOT
               PERFORM RENDER-TICKET-PARA
           ELSE IF VR-FORMAT-NUMERIC
               PERFORM RENDER-ONE-PREF-PARA VARYING LV-PREF-IDX
                   FROM 1 BY 1 UNTIL LV-PREF-IDX > VR-PREF-COUNT
                       OR LV-PREF-IDX > 99
           ELSE
               MOVE "(not a format-2 record - run conversion)"
                   TO out-ranking.
           MOVE VOTES-RECORD(11:299) TO LV-RANK-KEY.

       RENDER-ONE-PREF-PARA.
           MOVE VR-PREF(LV-PREF-IDX) TO LV-PREF-EDIT.
               WITH POINTER LV-ROW-PTR
           END-STRING.

      * A ticket vote shows the party box marked and the lodged
      * ticket it stands for, as the count reads it.
       RENDER-TICKET-PARA.
           SET TX-EXPAND TO TRUE.
           MOVE VR-CONST-CODE TO TX-CONST-CODE.
           MOVE VR-TICKET-NO TO TX-TICKET-NO.
           CALL 'SubSTVTicketExp' USING TICKET-EXPAND-REQUEST.
           STRING "TICKET " DELIMITED BY SIZE
               VR-TICKET-NO DELIMITED BY SIZE
               INTO out-ranking
               WITH POINTER LV-ROW-PTR
           END-STRING.
           IF TX-RC NOT = ZERO
               STRING " (not lodged)" DELIMITED BY SIZE
                   INTO out-ranking
                   WITH POINTER LV-ROW-PTR
               END-STRING
               EXIT PARAGRAPH
           END-IF.
           STRING " " DELIMITED BY SIZE
               FUNCTION TRIM(TX-PARTY) DELIMITED BY SIZE
               " =" DELIMITED BY SIZE
               INTO out-ranking
               WITH POINTER LV-ROW-PTR
           END-STRING.
           PERFORM RENDER-TICKET-PREF-PARA VARYING LV-PREF-IDX
               FROM 1 BY 1 UNTIL LV-PREF-IDX > TX-PREF-COUNT
                   OR LV-PREF-IDX > 99.

       RENDER-TICKET-PREF-PARA.
           MOVE TX-PREF(LV-PREF-IDX) TO LV-PREF-EDIT.
           STRING " " DELIMITED BY SIZE
               LV-PREF-EDIT DELIMITED BY SIZE
               INTO out-ranking
               WITH POINTER LV-ROW-PTR
           END-STRING.

       CHECK-DUP-PARA.
           MOVE 'N' TO FOUND-SWITCH.
           PERFORM SCAN-SEEN-PARA VARYING DUP-IDX FROM 1 BY 1
