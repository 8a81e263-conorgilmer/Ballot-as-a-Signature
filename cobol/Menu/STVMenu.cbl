       0100-MAIN.
           DISPLAY "MAIN".
           MOVE 'I' TO BR-MODE.
           MOVE 'O' TO BR-RUN-TYPE.
           PERFORM 0150-SIGN-ON.
           IF WS-SIGNON-OK NOT = 'Y'
               PERFORM 0999-QUIT
       DISPLAY " 38 Capture Progress Monitor ".
       DISPLAY " 39 Scrutiny Evidence Pack ".
       DISPLAY " 40 Scenario Count (what-if) ".
       DISPLAY " 41 Register of Electors ".
       DISPLAY " 42 Marked Register (papers issued) ".
       DISPLAY " 43 Turnout Report ".
       DISPLAY " 44 Postal Packets / Postal Voting Statement ".
       DISPLAY " 45 Nominations / Statement of Persons Nominated ".
       DISPLAY " 46 Deadline Countdown Report ".
       DISPLAY " 47 Box Anomaly Report ".
       DISPLAY " 48 Box Custody and Seal Register ".
       DISPLAY " 49 Doubtful Paper Adjudication ".
       DISPLAY " 50 Publish Anonymised Preference Profile ".
       DISPLAY " 51 BLT Ballot Export / Import ".
       DISPLAY " 52 Swing and Comparison Report ".
       DISPLAY " 53 Notional Results on New Boundaries ".
       DISPLAY " 54 Ballot Paper Proof and Print Order ".
       DISPLAY " 55 Party Ticket Lodging ".
       DISPLAY " 56 Votes File Backup and Recovery ".
       DISPLAY " 57 Records Retention and Destruction ".
       DISPLAY " 58 Keying Accuracy and Productivity ".
       DISPLAY " 59 Reference Election Regression Pack ".
       DISPLAY " 60 Ballot Journey Trace ".
       DISPLAY " 0 QUIT".
       DISPLAY " ".
       DISPLAY " Select Option".
             PERFORM 0950-EVIDENCE
       ELSE IF WS-USER-RESPONSE = '40'
             PERFORM 0960-SCENARIO
       ELSE IF WS-USER-RESPONSE = '41'
             PERFORM 1000-REGISTER
       ELSE IF WS-USER-RESPONSE = '42'
             PERFORM 1010-MARK-REG
       ELSE IF WS-USER-RESPONSE = '43'
             PERFORM 1020-TURNOUT
       ELSE IF WS-USER-RESPONSE = '44'
             PERFORM 1030-POSTAL
       ELSE IF WS-USER-RESPONSE = '45'
             PERFORM 1040-NOMINATE
       ELSE IF WS-USER-RESPONSE = '46'
             PERFORM 1050-COUNTDOWN
       ELSE IF WS-USER-RESPONSE = '47'
             PERFORM 1060-BOX-ANOM
       ELSE IF WS-USER-RESPONSE = '48'
             PERFORM 1070-CUSTODY
       ELSE IF WS-USER-RESPONSE = '49'
             PERFORM 1080-DOUBTFUL
       ELSE IF WS-USER-RESPONSE = '50'
             PERFORM 1090-PUBLISH
       ELSE IF WS-USER-RESPONSE = '51'
             PERFORM 1100-BLT
       ELSE IF WS-USER-RESPONSE = '52'
             PERFORM 1110-SWING
       ELSE IF WS-USER-RESPONSE = '53'
             PERFORM 1120-NOTIONAL
       ELSE IF WS-USER-RESPONSE = '54'
             PERFORM 1130-PROOF
       ELSE IF WS-USER-RESPONSE = '55'
             PERFORM 1140-TICKET
       ELSE IF WS-USER-RESPONSE = '56'
             PERFORM 1150-RECOVER
       ELSE IF WS-USER-RESPONSE = '57'
             PERFORM 1160-RETENTION
       ELSE IF WS-USER-RESPONSE = '58'
             PERFORM 1170-KEYING
       ELSE IF WS-USER-RESPONSE = '59'
             PERFORM 1180-REGRESS
       ELSE IF WS-USER-RESPONSE = '60'
             PERFORM 1190-TRACE
       ELSE IF WS-USER-RESPONSE = '0'
            PERFORM 0999-QUIT
       ELSE PERFORM 0999-QUIT.
      ******************************************************************
      * 0250-CHECK-ACCESS - role gate per option. Returning officer
      * (R) reaches everything; supervisor (S) everything except
      * running the count, the archive/reset, the votes file
      * recovery, records retention and the regression pack;
      * counting staff (C) the generation, listing and analysis
      * options only. The gate runs before the option dispatch, so
      * a denied option never executes or writes an audit line as if
      * it had.
      ******************************************************************
       0250-CHECK-ACCESS.
           MOVE 'Y' TO WS-ACCESS-OK.
                   OR WS-USER-RESPONSE = '29'
                   OR WS-USER-RESPONSE = '34'
                   OR WS-USER-RESPONSE = '37'
                   OR WS-USER-RESPONSE = '56'
                   OR WS-USER-RESPONSE = '57'
                   OR WS-USER-RESPONSE = '59'
                   MOVE 'N' TO WS-ACCESS-OK
               END-IF
           ELSE
                   OR WS-USER-RESPONSE = '37'
                   OR WS-USER-RESPONSE = '39'
                   OR WS-USER-RESPONSE = '40'
                   OR WS-USER-RESPONSE = '41'
                   OR WS-USER-RESPONSE = '44'
                   OR WS-USER-RESPONSE = '45'
                   OR WS-USER-RESPONSE = '47'
                   OR WS-USER-RESPONSE = '49'
                   OR WS-USER-RESPONSE = '50'
                   OR WS-USER-RESPONSE = '51'
                   OR WS-USER-RESPONSE = '54'
                   OR WS-USER-RESPONSE = '55'
                   OR WS-USER-RESPONSE = '56'
                   OR WS-USER-RESPONSE = '57'
                   OR WS-USER-RESPONSE = '58'
                   OR WS-USER-RESPONSE = '59'
                   MOVE 'N' TO WS-ACCESS-OK
               END-IF
           END-IF.

       0720-VERIFY-COUNT.
           DISPLAY "Independent Verification Count."
           CALL 'SubSTVVerify' USING BATCH-REQUEST
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
           DISPLAY "Official Recount with Comparison."
           CALL 'SubSTVRecount' USING BATCH-REQUEST
           MOVE 'I' TO BR-MODE
           MOVE 'O' TO BR-RUN-TYPE
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.

       0960-SCENARIO.
           DISPLAY "Scenario Count (what-if)."
           CALL 'SubSTVScenario' USING BATCH-REQUEST
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       0960-EXIT.

       1000-REGISTER.
           DISPLAY "Register of Electors."
           CALL 'SubSTVRegister'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1000-EXIT.

       1010-MARK-REG.
           DISPLAY "Marked Register (papers issued)."
           CALL 'SubSTVMarkReg'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1010-EXIT.

       1020-TURNOUT.
           DISPLAY "Turnout Report."
           CALL 'SubSTVTurnout'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1020-EXIT.

       1030-POSTAL.
           DISPLAY "Postal Packets / Postal Voting Statement."
           CALL 'SubSTVPostal'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1030-EXIT.

       1040-NOMINATE.
           DISPLAY "Nominations / Statement of Persons Nominated."
           CALL 'SubSTVNominate'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1040-EXIT.

       1050-COUNTDOWN.
           DISPLAY "Deadline Countdown Report."
           CALL 'SubSTVCountdown'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1050-EXIT.

       1060-BOX-ANOM.
           DISPLAY "Box Anomaly Report."
           CALL 'SubSTVBoxAnom'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1060-EXIT.

       1070-CUSTODY.
           DISPLAY "Box Custody and Seal Register."
           CALL 'SubSTVCustody'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1070-EXIT.

       1080-DOUBTFUL.
           DISPLAY "Doubtful Paper Adjudication."
           CALL 'SubSTVDoubtAdj'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1080-EXIT.

       1090-PUBLISH.
           DISPLAY "Publish Anonymised Preference Profile."
           CALL 'SubSTVPublish'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1090-EXIT.

       1100-BLT.
           DISPLAY "BLT Ballot Export / Import."
           CALL 'SubSTVBlt'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1100-EXIT.

       1110-SWING.
           DISPLAY "Swing and Comparison Report."
           CALL 'SubSTVSwing'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1110-EXIT.

       1120-NOTIONAL.
           DISPLAY "Notional Results on New Boundaries."
           CALL 'SubSTVNotional'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1120-EXIT.

       1130-PROOF.
           DISPLAY "Ballot Paper Proof and Print Order."
           CALL 'SubSTVProof'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1130-EXIT.

       1140-TICKET.
           DISPLAY "Party Ticket Lodging."
           CALL 'SubSTVTicket'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1140-EXIT.

       1150-RECOVER.
           DISPLAY "Votes File Backup and Recovery."
           CALL 'SubSTVRecover'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1150-EXIT.

       1160-RETENTION.
           DISPLAY "Records Retention and Destruction."
           CALL 'SubSTVRetain'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1160-EXIT.

       1170-KEYING.
           DISPLAY "Keying Accuracy and Productivity."
           CALL 'SubSTVKeyRpt'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1170-EXIT.

       1180-REGRESS.
           DISPLAY "Reference Election Regression Pack."
           CALL 'SubSTVRegress' USING BATCH-REQUEST
           MOVE 'I' TO BR-MODE
           MOVE 'O' TO BR-RUN-TYPE
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1180-EXIT.

       1190-TRACE.
           DISPLAY "Ballot Journey Trace."
           CALL 'SubSTVTrace'
           MOVE 'NONE' TO WS-AUDIT-FIELDS
           PERFORM 0700-LOG-AUDIT
           PERFORM 0200-MENU.
       1190-EXIT.

      ******************************************************************
      * 0700-LOG-AUDIT - append a timestamped record of the menu
      * option chosen to the audit trail file, so any count result
