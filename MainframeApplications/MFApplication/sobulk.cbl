      * instead of the desk keying hundreds of orders through
      * STORDSET one at a time. Each line passes the same checks
      * STORDSET applies - ID formats, customer and account
      * verification with ownership (or a joint holder's or
      * attorney's authority through ACCTAUTH) and ACCTLIM
      * eligibility,
      * beneficiary verification for external payees, duplicate
      * standing order ID, STORDVAL validation, the SOLIMCHK static
      * cap check and the BUSDADJ first-execution adjustment - and
       01  WS-LINE-NUMBER          PIC 9(7) VALUE 0.
       01  WS-REJECT-MESSAGE       PIC X(80).
       01  WS-LINE-OK              PIC X.
       01  WS-AUTH-RESULT          PIC X.
       01  WS-FROM-ACCT-ELIGIBLE   PIC X.
       01  WS-FROM-ACCT-MIN-BAL    PIC 9(12)V99.
       01  WS-ADJUSTED-DATE        PIC 9(8).
       01  WS-START-TIME           PIC 9(8).
       01  WS-END-TIME             PIC 9(8).
           COPY RUNSTAT-RECORD.
      * Time of day stamped on the order with its change date, for
      * the execution cycle cut-off.
       01  WS-TIME-NOW             PIC 9(8).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SOBULK - Bulk Standing Order Load Starting".
                       WS-REJECT-MESSAGE
                   MOVE "N" TO WS-LINE-OK
           END-READ.
      * The owner, a joint holder or an attorney may instruct
      * payments from the account; a view-only party may not.
           IF WS-LINE-OK = "Y"
               CALL 'ACCTAUTH' USING WS-BL-FROM-ACCT OF SOBULK-REC,
                   WS-ACCT-CUST-ID OF WS-ACCOUNT-RECORD,
                   WS-BL-CUST-ID OF SOBULK-REC, WS-AUTH-RESULT
               EVALUATE WS-AUTH-RESULT
                   WHEN "Y"
                       CONTINUE
                   WHEN "V"
                       MOVE SPACES TO WS-REJECT-MESSAGE
                       STRING "Customer has view-only access to the "
                           "from account."
                           DELIMITED BY SIZE INTO WS-REJECT-MESSAGE
                       MOVE "N" TO WS-LINE-OK
                   WHEN "E"
                       MOVE SPACES TO WS-REJECT-MESSAGE
                       STRING "Account relationships unreadable - "
                           "authority not confirmed."
                           DELIMITED BY SIZE INTO WS-REJECT-MESSAGE
                       MOVE "N" TO WS-LINE-OK
                   WHEN OTHER
                       MOVE "From account does not belong to customer."
                           TO WS-REJECT-MESSAGE
                       MOVE "N" TO WS-LINE-OK
               END-EVALUATE
           END-IF.
           IF WS-LINE-OK = "Y"
               CALL 'ACCTLIM' USING
                               WS-REJECT-MESSAGE
                           MOVE "N" TO WS-LINE-OK
                   END-READ
      * Paying in only needs the customer to hold the account in
      * some capacity.
                   IF WS-LINE-OK = "Y"
                       CALL 'ACCTAUTH' USING
                           WS-BL-TO-ACCT OF SOBULK-REC,
                           WS-ACCT-CUST-ID OF WS-ACCOUNT-RECORD,
                           WS-BL-CUST-ID OF SOBULK-REC,
                           WS-AUTH-RESULT
                   END-IF
                   IF WS-LINE-OK = "Y" AND
                      WS-AUTH-RESULT NOT = "Y" AND
                      WS-AUTH-RESULT NOT = "V"
                       MOVE SPACES TO WS-REJECT-MESSAGE
                       STRING "To account does not belong to "
                           "customer."
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
      * The feed carries no purpose code - the beneficiary's applies.
           MOVE SPACES TO WS-SO-PURPOSE-CODE.

       QUEUE-CREATE-APPROVAL.
           OPEN I-O SOAPPR-FILE.
               MOVE "Beneficiary is CLOSED." TO WS-REJECT-MESSAGE
               MOVE "N" TO WS-LINE-OK
           END-IF.
           IF WS-LINE-OK = "Y" AND
              WS-BN-STAT OF BENEF-RECORD = "HELD"
               MOVE "Beneficiary is on compliance hold." TO
                   WS-REJECT-MESSAGE
               MOVE "N" TO WS-LINE-OK
           END-IF.
           CLOSE BENEF-FILE.
       VALIDATE-LINE-BENEFICIARY-EXIT.
           EXIT.
