       01  WS-CUTOFF-DATE          PIC 9(8).
       01  WS-ELIGIBLE             PIC X.
       01  WS-MIN-BALANCE          PIC 9(12)V99.
      * The lowest the balance may go after the debit - the minimum
      * balance, or minus the arranged overdraft limit (ODLIMCHK).
       01  WS-FUNDS-FLOOR          PIC S9(12)V99.
       01  WS-OD-RESULT            PIC X.
       01  WS-FEE-AMOUNT           PIC 9(10)V99.
       01  WS-FEE-INCOME-ACCT      PIC X(15).
       01  WS-FEE-FOUND            PIC X.
                   WS-FEE-AMOUNT, WS-FEE-INCOME-ACCT, WS-FEE-FOUND
           END-IF.

      * An arranged overdraft lowers the floor the same way it does
      * on the real run.
           CALL 'ODLIMCHK' USING WS-SO-FROM-ACCT, WS-MIN-BALANCE,
               WS-FUNDS-FLOOR, WS-OD-RESULT.

           MOVE WS-SO-FROM-ACCT TO WS-ACCOUNT-ID.
           PERFORM FIND-OR-ADD-ACCT-OUTFLOW.
           IF (WS-ACCT-BALANCE OF WS-FR-ACCT-REC -
               WS-AO-OUTFLOW(WS-AOX) - WS-SO-AMOUNT - WS-FEE-AMOUNT)
              NOT < WS-FUNDS-FLOOR
               ADD WS-SO-AMOUNT TO WS-AO-OUTFLOW(WS-AOX)
               ADD WS-FEE-AMOUNT TO WS-AO-OUTFLOW(WS-AOX)
               GO TO CHECK-ONE-DUE-ORDER-EXIT
