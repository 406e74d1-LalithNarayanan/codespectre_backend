      * (the closing balance plus the movements dated after the range
      * equals the live balance, and the statement prints that proof).
      * Written to ACSTMT.RPT with headings and a page break per
      * account, the STORDSTM layout; an account with joint holders
      * on ACCTREL.DAT gets one copy of its statement per holder, each
      * headed with that holder's customer ID. The opening balance is
      * derived by unwinding the history from the live balance, so it is
      * exact whenever the history covers every movement since the
      * opening date - which is why a run against a retention
      * archive prints the movements only: the post-cutoff
       01  WS-PAGE-NUMBER          PIC 9(5) VALUE 0.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
       01  WS-STMT-COUNT           PIC 9(7) VALUE 0.
      * The holder the statement copy being printed is addressed to -
      * the owner first, then each joint holder (ACCTJNT).
       01  WS-STMT-CUST-ID         PIC X(10).
           COPY JOINT-HOLDERS.
       01  WS-REL-RESULT           PIC X.
       01  WS-JH-IDX               PIC 9(2).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ACCTSTMT - Account Statements".
           COMPUTE WS-CLOSING-BAL =
               WS-OPENING-BAL + WS-PERIOD-CR - WS-PERIOD-DR.

      * Every joint holder receives the statement, not just the
      * owner - the same figures, one copy each.
           MOVE WS-ACCT-CUST-ID OF WS-STMT-ACCT-REC TO WS-STMT-CUST-ID.
           PERFORM PRINT-STATEMENT-COPY.
           CALL 'ACCTJNT' USING WS-ACCT-ID OF WS-STMT-ACCT-REC,
               WS-ACCT-CUST-ID OF WS-STMT-ACCT-REC, WS-JOINT-HOLDERS,
               WS-REL-RESULT.
           IF WS-REL-RESULT = "E"
               DISPLAY "Joint holder copies not produced for account "
                   WS-ACCT-ID OF WS-STMT-ACCT-REC
           END-IF.
           PERFORM VARYING WS-JH-IDX FROM 1 BY 1
                   UNTIL WS-JH-IDX > WS-JH-COUNT
               MOVE WS-JH-CUST-ID(WS-JH-IDX) TO WS-STMT-CUST-ID
               PERFORM PRINT-STATEMENT-COPY
           END-PERFORM.
           IF WS-JH-OVERFLOW = "Y"
               DISPLAY "More than 10 joint holders - not all copies "
                   "produced for account "
                   WS-ACCT-ID OF WS-STMT-ACCT-REC
           END-IF.

       PRINT-STATEMENT-COPY.
           PERFORM START-ACCOUNT-PAGE.

      * The unwind works back from the live balance - an archive
           PERFORM WRITE-HEADING-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "ACCOUNT: " WS-ACCT-ID OF WS-STMT-ACCT-REC
               "  CUSTOMER: " WS-STMT-CUST-ID
               "  CURRENCY: "
               WS-ACCT-CURRENCY-CODE OF WS-STMT-ACCT-REC
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
