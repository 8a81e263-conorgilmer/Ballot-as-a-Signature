       77 CAND-LOADED-SWITCH PIC X VALUE 'N'.
       77 CAND-COUNT PIC 9(3) VALUE ZERO.
       77 CAND-IDX PIC 9(3).
       77 SLATE-BIG-SWITCH PIC X VALUE 'N'.
       01 CAND-NAMES-AREA.
           05 CAND-NAME PIC X(20) OCCURS 99 TIMES.
       77 CONST-CODE PIC X(3) VALUE SPACES.
       77 QUOTA-SWITCH PIC X VALUE 'N'.
       77 VALID-POLL PIC 9(9) VALUE ZERO.
       GET-N-PARA.
           PERFORM GET-CONST-PARA.
           MOVE 'N' TO CAND-LOADED-SWITCH.
           MOVE 'N' TO SLATE-BIG-SWITCH.
           IF CONST-CODE NOT = SPACES
               PERFORM LOAD-CAND-MASTER-PARA
               IF CAND-LOADED-SWITCH NOT = 'Y'
                   AND SLATE-BIG-SWITCH = 'N'
                   PERFORM LOAD-CAND-NAMES-PARA
               END-IF
           END-IF.
           IF SLATE-BIG-SWITCH = 'Y'
               MOVE 'N' TO CAND-LOADED-SWITCH
           END-IF.
           IF CAND-LOADED-SWITCH = 'Y'
               PERFORM DISPLAY-CAND-LIST-PARA
           ELSE
                   MOVE 'Y' TO CMAST-EOF-SWITCH
               NOT AT END
                   IF CM-CONST-CODE = CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CM-NAME(1:20)
                               TO CAND-NAME(CAND-COUNT)
                       ELSE
                           DISPLAY "*** candidate_master.dat has "
                               "more than 99 names for "
                               CONST-CODE " - the system limit is "
                               "99; enter N by hand ***"
                           MOVE 'Y' TO SLATE-BIG-SWITCH
                           MOVE 'Y' TO CMAST-EOF-SWITCH
                       END-IF
                   END-IF
                   MOVE 'Y' TO CAND-EOF-SWITCH
               NOT AT END
                   IF CN-CONST-CODE = CONST-CODE
                       IF CAND-COUNT < 99
                           ADD 1 TO CAND-COUNT
                           MOVE CN-NAME TO CAND-NAME(CAND-COUNT)
                       ELSE
                           DISPLAY "*** candidate_names.dat has "
                               "more than 99 names for "
                               CONST-CODE " - the system limit is "
                               "99; enter N by hand ***"
                           MOVE 'Y' TO SLATE-BIG-SWITCH
                           MOVE 'Y' TO CAND-EOF-SWITCH
                       END-IF
                   END-IF
