       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-OPERATOR-NAME    PIC X(10).
      * Time of day stamped on the order with its change date, for
      * the execution cycle cut-off.
       01  WS-TIME-NOW             PIC 9(8).
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "STORDAMD".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
      * Branch access - a clerk amends only the orders of the clerk's
      * own branch's customers (BRCHAUTH).
       01  WS-BRAUTH-MODE          PIC X VALUE "C".
       01  WS-BRAUTH-BRANCH        PIC X(4).
       01  WS-BRAUTH-RESULT        PIC X.
      * Loan repayment order check (LNORDCHK).
       01  WS-LNORD-RESULT         PIC X.
       LINKAGE SECTION.
      * The signed-on operator from STORDMENU - the identity that
      * goes on the audit trail and the pending-approval maker, and
       PROCEDURE DIVISION USING LINK-OPERATOR-ID,
               LINK-OPERATOR-LEVEL.
       MAIN-PROCEDURE.
      * No standing order change while a posting run is on, unless
      * a supervisor has opened an emergency window.
           MOVE "AMEND ORDER" TO WS-BATWIN-FUNCTION.
           PERFORM CHECK-BATCH-WINDOW.
           IF WS-BATWIN-RESULT = "N"
               GO TO END-PROGRAM
           END-IF.

           DISPLAY "Enter Standing Order ID to amend: ".
           ACCEPT WS-STANDING-ORDER-ID.

               GO TO END-PROGRAM
           END-IF.

           MOVE SPACES TO WS-BRAUTH-BRANCH.
           CALL 'BRCHAUTH' USING WS-BRAUTH-MODE, LINK-OPERATOR-ID,
               WS-SO-CUST-ID, WS-BRAUTH-BRANCH, WS-BRAUTH-RESULT.
           IF WS-BRAUTH-RESULT = "N" OR WS-BRAUTH-RESULT = "E"
               GO TO END-PROGRAM
           END-IF.

           IF WS-SO-STAT NOT = "ACTIVE"
               DISPLAY "Only an ACTIVE standing order may be amended. "
                   "Current status: " WS-SO-STAT
               GO TO END-PROGRAM
           END-IF.

      * An instalment loan's repayment order collects the loan's
      * schedule - its account, amount and frequency belong to the
      * loan and are not changed here.
           IF WS-SO-PAYEE-TYPE NOT = "X"
               CALL 'LNORDCHK' USING WS-SO-ID, WS-SO-TO-ACCT,
                   WS-LNORD-RESULT
               IF WS-LNORD-RESULT = "R"
                   DISPLAY "This is an instalment loan repayment order "
                       "- it is changed only with the loan."
                   GO TO END-PROGRAM
               END-IF
               IF WS-LNORD-RESULT = "E"
                   DISPLAY "Loan master unavailable - order not "
                       "amended."
                   GO TO END-PROGRAM
               END-IF
           END-IF.

      * Orders stored before the adjustment fields existed carry
      * spaces/zero in them - default the rule to "no adjustment" and
      * the anchor to the execution date so the shared validation
           DISPLAY "Current Adjustment Rule..: " WS-SO-ADJUST-RULE.
           DISPLAY "Current Priority.........: " WS-SO-PRIORITY.
           DISPLAY "Current Fee Waiver.......: " WS-SO-FEE-WAIVED.
           IF WS-SO-PAYEE-TYPE = "X"
               DISPLAY "Current Purpose Code.....: " WS-SO-PURPOSE-CODE
           END-IF.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "AMT=" WS-SO-AMOUNT
               " ADJ=" WS-SO-ADJUST-RULE
               " PRI=" WS-SO-PRIORITY
               " FEEWVD=" WS-SO-FEE-WAIVED
               " PURP=" WS-SO-PURPOSE-CODE
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.

           DISPLAY "Amend Amount? (Y/N): ".
               END-IF
           END-IF.

      * Only an external payment is reported on the cross-border
      * return, so only an external order carries a purpose code.
           IF WS-SO-PAYEE-TYPE = "X"
               DISPLAY "Amend Purpose Code? (Y/N): "
               ACCEPT WS-AMEND-CHOICE
               IF WS-AMEND-CHOICE = "Y" OR WS-AMEND-CHOICE = "y"
                   DISPLAY "Enter New Purpose Code (4 letters, blank "
                       "for the beneficiary's): "
                   ACCEPT WS-SO-PURPOSE-CODE
                   INSPECT WS-SO-PURPOSE-CODE CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               END-IF
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO WS-SO-LAST-MOD-TIME.

           CALL 'STORDVAL' USING WS-SO-RECORD, WS-RETURN-CODE,
               WS-MESSAGE.
               " ADJ=" WS-SO-ADJUST-RULE
               " PRI=" WS-SO-PRIORITY
               " FEEWVD=" WS-SO-FEE-WAIVED
               " PURP=" WS-SO-PURPOSE-CODE
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "STANDING-ORDER-RECORD" TO WS-AUD-RECTYPE.
           MOVE "MODIFY" TO WS-AUD-OPER.
               WS-PA-NEW-PRIORITY OF SOPEND-RECORD.
           MOVE WS-SO-FEE-WAIVED TO
               WS-PA-NEW-FEE-WAIVED OF SOPEND-RECORD.
           MOVE WS-SO-PURPOSE-CODE TO
               WS-PA-NEW-PURPOSE-CODE OF SOPEND-RECORD.
           WRITE SOPEND-RECORD
               INVALID KEY
                   IF WS-FILE-STATUS = "22"
               CLOSE BENEF-FILE
               GO TO VALIDATE-BENEFICIARY-EXIT
           END-IF.
           IF WS-BN-STAT OF BENEF-RECORD = "HELD"
               DISPLAY "Beneficiary is on compliance hold - "
                   "amendment abandoned."
               CLOSE BENEF-FILE
               GO TO VALIDATE-BENEFICIARY-EXIT
           END-IF.
           DISPLAY "Paying: " WS-BN-NAME OF BENEF-RECORD.
           CLOSE BENEF-FILE.
           MOVE "Y" TO WS-BENEF-OK-FLAG.
           MOVE WS-SO-FEE-WAIVED TO
               WS-AP-NEW-FEE-WAIVED OF SOAPPR-RECORD.
           MOVE SPACE TO WS-AP-CANCEL-MODE OF SOAPPR-RECORD.
           MOVE WS-SO-PURPOSE-CODE TO
               WS-AP-NEW-PURPOSE-CODE OF SOAPPR-RECORD.
           WRITE SOAPPR-RECORD
               INVALID KEY
                   DISPLAY "SOAPPR.DAT WRITE Error, Status: "
               "operator must approve it via the approvals function.".
       QUEUE-AMEND-APPROVAL-EXIT.
           EXIT.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               LINK-OPERATOR-ID, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.
