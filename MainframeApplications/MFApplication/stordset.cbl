       01  WS-CAP-RESULT            PIC X.
       01  WS-MAKER-ID              PIC X(10).
       01  WS-PAYEE-CHOICE          PIC X.
       01  WS-AUTH-RESULT           PIC X.
      * Time of day stamped on the order with its change date, for
      * the execution cycle cut-off.
       01  WS-TIME-NOW             PIC 9(8).
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "STORDSET".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
       LINKAGE SECTION.
      * The signed-on operator from STORDMENU - the identity that
      * goes on the audit trail and the pending-approval maker.
       PROCEDURE DIVISION USING LINK-OPERATOR-ID,
               LINK-OPERATOR-LEVEL.
       MAIN-PROCEDURE.
      * No standing order change while a posting run is on, unless
      * a supervisor has opened an emergency window.
           MOVE "CREATE ORDER" TO WS-BATWIN-FUNCTION.
           PERFORM CHECK-BATCH-WINDOW.
           IF WS-BATWIN-RESULT = "N"
               GO TO END-PROGRAM
           END-IF.

           DISPLAY "Enter Customer ID: ".
           ACCEPT WS-CUSTOMER-ID.
           DISPLAY "Enter From Account ID: ".
                   GO TO END-PROGRAM
           END-READ.
           CLOSE ACCOUNT-FILE.
      * The owner, a joint holder or an attorney may instruct
      * payments from the account; a view-only party may not.
           CANCEL 'ACCTAUTH'.
           CALL 'ACCTAUTH' USING WS-FROM-ACCOUNT,
               WS-ACCT-CUST-ID OF WS-ACCOUNT-RECORD,
               WS-CUSTOMER-ID, WS-AUTH-RESULT.
           EVALUATE WS-AUTH-RESULT
               WHEN "Y"
                   CONTINUE
               WHEN "V"
                   DISPLAY "Customer has view-only access to the "
                       "From Account - payments refused."
                   GO TO END-PROGRAM
               WHEN "E"
                   DISPLAY "Account relationships unreadable - "
                       "authority cannot be confirmed."
                   GO TO END-PROGRAM
               WHEN OTHER
                   DISPLAY "From Account does not belong to customer."
                   GO TO END-PROGRAM
           END-EVALUATE.

      * Account-type eligibility check - some account types (e.g.
      * LOAN, CLOSED) may not be used as a standing order source.
                       GO TO END-PROGRAM
               END-READ
               CLOSE ACCOUNT-FILE
      * Paying into an account only needs the customer to hold it in
      * some capacity - a view-only party may still move money in.
               CALL 'ACCTAUTH' USING WS-TO-ACCOUNT,
                   WS-ACCT-CUST-ID OF WS-ACCOUNT-RECORD,
                   WS-CUSTOMER-ID, WS-AUTH-RESULT
               IF WS-AUTH-RESULT NOT = "Y" AND
                  WS-AUTH-RESULT NOT = "V"
                   DISPLAY "To Account does not belong to customer."
                   GO TO END-PROGRAM
               END-IF
           IF WS-SO-FEE-WAIVED NOT = "Y"
               MOVE "N" TO WS-SO-FEE-WAIVED
           END-IF.
      * A payment to an external beneficiary may carry its own
      * purpose code for the central bank's cross-border return;
      * left blank, the beneficiary's code is reported.
           MOVE SPACES TO WS-SO-PURPOSE-CODE.
           IF WS-PAYEE-CHOICE = "X"
               DISPLAY "Enter Purpose Code (4 letters, blank for the "
                   "beneficiary's): "
               ACCEPT WS-SO-PURPOSE-CODE
               INSPECT WS-SO-PURPOSE-CODE CONVERTING
                   "abcdefghijklmnopqrstuvwxyz" TO
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           MOVE "ACTIVE" TO WS-SO-STAT.
           MOVE WS-CURRENT-DATE TO WS-SO-CREAT-DATE.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO WS-SO-LAST-MOD-TIME.
           MOVE ZERO TO WS-SO-EXEC-COUNT.
           MOVE ZERO TO WS-SO-SKIP-COUNT.
           MOVE ZERO TO WS-SO-PAUSE-UNTIL.
           MOVE "N" TO WS-SO-ESC-TYPE.
           MOVE ZERO TO WS-SO-ESC-RATE.
           MOVE ZERO TO WS-SO-ESC-STEP.
           MOVE ZERO TO WS-SO-ESC-MONTH.
           MOVE ZERO TO WS-SO-ESC-CEILING.
           MOVE ZERO TO WS-SO-ESC-LAST-YEAR.
           MOVE ZERO TO WS-SO-ESC-NOTICE-YEAR.
           MOVE WS-PAYEE-CHOICE TO WS-SO-PAYEE-TYPE.

           CALL 'STORDVAL' USING WS-SO-RECORD, WS-RETURN-CODE,
           MOVE WS-SO-FEE-WAIVED TO
               WS-AP-NEW-FEE-WAIVED OF SOAPPR-RECORD.
           MOVE SPACE TO WS-AP-CANCEL-MODE OF SOAPPR-RECORD.
           MOVE WS-SO-PURPOSE-CODE TO
               WS-AP-NEW-PURPOSE-CODE OF SOAPPR-RECORD.
           WRITE SOAPPR-RECORD
               INVALID KEY
                   DISPLAY "SOAPPR.DAT WRITE Error, Status: "
               CLOSE BENEF-FILE
               GO TO VALIDATE-BENEFICIARY-EXIT
           END-IF.
           IF WS-BN-STAT OF BENEF-RECORD = "HELD"
               DISPLAY "Beneficiary is on compliance hold."
               CLOSE BENEF-FILE
               GO TO VALIDATE-BENEFICIARY-EXIT
           END-IF.
           DISPLAY "Paying: " WS-BN-NAME OF BENEF-RECORD.
           CLOSE BENEF-FILE.
           MOVE "Y" TO WS-VALID-FLAG.
                   END-IF
               END-PERFORM
           END-IF.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               LINK-OPERATOR-ID, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.
