       LINKAGE SECTION.
       01  LINK-ACCT-ID            PIC X(15).
       01  LINK-AMOUNT             PIC 9(10)V99.
      * Signed to match WS-ACCT-BALANCE - it is passed by
      * reference, so the pictures must match exactly.
       01  LINK-BALANCE            PIC S9(12)V99.
       01  LINK-HOLD-RESULT        PIC X.
       PROCEDURE DIVISION USING LINK-ACCT-ID, LINK-AMOUNT,
               LINK-BALANCE, LINK-HOLD-RESULT.
