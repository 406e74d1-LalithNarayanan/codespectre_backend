      * Counter-staff maintenance of SWEEP.DAT, the balance-triggered
      * sweep orders SOSWEEP evaluates nightly. Supports add, amend,
      * close and list; the customer must exist, both accounts must
      * exist on ACCT.DAT and the customer must be entitled to
      * instruct both (owner, joint holder or attorney - ACCTAUTH),
      * and the threshold and target must make sense for the
      * direction - an excess sweep's target may not exceed its
      * threshold, a top-up sweep's target may not sit below its
      * threshold. Every change
      * is written to the audit trail via AUDITLOG like the other
      * maintenance programs.
      ******************************************************************
       01  WS-LIST-COUNT           PIC 9(5).
       01  WS-SWEEP-ID-INPUT       PIC X(20).
       01  WS-VALID-FLAG           PIC X.
       01  WS-AUTH-RESULT          PIC X.
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-OPERATOR-NAME    PIC X(10).
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "SWEEPMNT".
       01  WS-BATWIN-OPERATOR      PIC X(10) VALUE "SWEEPMNT".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Working storage is retained across CALLs from STORDMENU, so
       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "A" WHEN "a"
                   MOVE "ADD SWEEP" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM ADD-SWEEP THRU ADD-SWEEP-EXIT
                   END-IF
               WHEN "M" WHEN "m"
                   MOVE "AMEND SWEEP" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM AMEND-SWEEP THRU AMEND-SWEEP-EXIT
                   END-IF
               WHEN "C" WHEN "c"
                   MOVE "CLOSE SWEEP" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM CLOSE-SWEEP THRU CLOSE-SWEEP-EXIT
                   END-IF
               WHEN "L" WHEN "l"
                   PERFORM LIST-SWEEPS
               WHEN "Q" WHEN "q"
                   CLOSE ACCOUNT-FILE
                   GO TO VALIDATE-SWEEP-PARTIES-EXIT
           END-READ.
      * An instalment loan moves only with its schedule - a sweep
      * into or out of one would bypass the loan master.
           IF WS-ACCT-TYPE OF WS-ACCOUNT-RECORD = "INSTLOAN"
               DISPLAY "Watched account is an instalment loan."
               CLOSE ACCOUNT-FILE
               GO TO VALIDATE-SWEEP-PARTIES-EXIT
           END-IF.
      * A sweep debits either side, so the customer must be
      * entitled to instruct both accounts - the owner, a joint
      * holder or an attorney; a view-only party may not.
           CANCEL 'ACCTAUTH'.
           CALL 'ACCTAUTH' USING WS-SW-WATCH-ACCT OF SWEEP-RECORD,
               WS-ACCT-CUST-ID OF WS-ACCOUNT-RECORD,
               WS-SW-CUST-ID OF SWEEP-RECORD, WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = "Y"
               EVALUATE WS-AUTH-RESULT
                   WHEN "V"
                       DISPLAY "Customer has view-only access to the "
                           "watched account."
                   WHEN "E"
                       DISPLAY "Account relationships unreadable - "
                           "authority cannot be confirmed."
                   WHEN OTHER
                       DISPLAY "Watched account does not belong to the "
                           "customer."
               END-EVALUATE
               CLOSE ACCOUNT-FILE
               GO TO VALIDATE-SWEEP-PARTIES-EXIT
           END-IF.
                   CLOSE ACCOUNT-FILE
                   GO TO VALIDATE-SWEEP-PARTIES-EXIT
           END-READ.
           IF WS-ACCT-TYPE OF WS-ACCOUNT-RECORD = "INSTLOAN"
               DISPLAY "Counter account is an instalment loan."
               CLOSE ACCOUNT-FILE
               GO TO VALIDATE-SWEEP-PARTIES-EXIT
           END-IF.
           CALL 'ACCTAUTH' USING WS-SW-COUNTER-ACCT OF SWEEP-RECORD,
               WS-ACCT-CUST-ID OF WS-ACCOUNT-RECORD,
               WS-SW-CUST-ID OF SWEEP-RECORD, WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = "Y"
               EVALUATE WS-AUTH-RESULT
                   WHEN "V"
                       DISPLAY "Customer has view-only access to the "
                           "counter account."
                   WHEN "E"
                       DISPLAY "Account relationships unreadable - "
                           "authority cannot be confirmed."
                   WHEN OTHER
                       DISPLAY "Counter account does not belong to the "
                           "customer."
               END-EVALUATE
               CLOSE ACCOUNT-FILE
               GO TO VALIDATE-SWEEP-PARTIES-EXIT
           END-IF.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-SWEEP-ID-INPUT, WS-AUD-OLD-VALUE,
               WS-AUD-NEW-VALUE, WS-AUD-OPERATOR-NAME.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               WS-BATWIN-OPERATOR, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.
