       01  WS-AUD-OPERATOR-NAME    PIC X(10).
       01  WS-MAKER-ID             PIC X(10).
       01  WS-PENDING-FLAG         PIC X.
      * Time of day stamped on the order with its change date, for
      * the execution cycle cut-off.
       01  WS-TIME-NOW             PIC 9(8).
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "STORDCAN".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
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
           MOVE "CANCEL ORDER" TO WS-BATWIN-FUNCTION.
           PERFORM CHECK-BATCH-WINDOW.
           IF WS-BATWIN-RESULT = "N"
               GO TO END-PROGRAM
           END-IF.

           DISPLAY "Enter Standing Order ID to cancel: ".
           ACCEPT WS-STANDING-ORDER-ID.
           DISPLAY "Enter your Customer ID: ".
               GO TO END-PROGRAM
           END-IF.

      * An instalment loan's repayment order collects the loan's
      * schedule - it is ended only with the loan, never here.
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
                       "cancelled."
                   GO TO END-PROGRAM
               END-IF
           END-IF.

      * An order with an action already awaiting approval must not be
      * cancelled underneath it.
           PERFORM CHECK-PENDING-ACTION THRU CHECK-PENDING-ACTION-EXIT.
               ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
               MOVE "CANCELLED" TO WS-SO-STAT
               MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TIME-NOW(1:6) TO WS-SO-LAST-MOD-TIME
               DMS MODIFY RECORD STANDING-ORDER-RECORD
                   USING WS-SO-RECORD
                   ERROR WS-DMS-ERROR-AREA
               "operator must approve it via the approvals function.".
       QUEUE-CANCEL-APPROVAL-EXIT.
           EXIT.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               LINK-OPERATOR-ID, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.
