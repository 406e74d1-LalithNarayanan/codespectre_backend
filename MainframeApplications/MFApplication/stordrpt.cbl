
      ******************************************************************
      * STORDRPT.CBL - Standing Order Listing / Inquiry Report         *
      ******************************************************************
      * Lists standing orders by customer, by status or in full, with
      * a count and amount subtotal per branch. An order belongs to
      * the home branch of the account it debits (head office where
      * that account has none or is not on file). The listing may be
      * run for one branch; a clerk's listing is always held to the
      * clerk's own branch (BRCHAUTH).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDRPT.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BR-ID OF BRANCH-RECORD
               FILE STATUS IS WS-BRANCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD ACCOUNT-FILE.
               COPY WS-ACCOUNT-RECORD
                   REPLACING ==WS-ACCOUNT-RECORD==
                   BY ==ACCOUNT-RECORD==.
           FD BRANCH-FILE.
               COPY BRANCH-RECORD
                   REPLACING ==WS-BRANCH-RECORD==
                   BY ==BRANCH-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY BRANCH-POLICY.
           COPY WS-SO-RECORD.
       01  WS-DMS-ERROR-AREA.
           05  WS-DMS-ERROR-CODE   PIC 9(8).
       01  WS-DMS-ERROR-ACTION     PIC X(60).
       01  WS-SELECT-MODE          PIC X.
       01  WS-MATCH-COUNT          PIC 9(7) VALUE 0.
       01  WS-MATCH-AMOUNT         PIC 9(12)V99 VALUE 0.
      * Branch selection and subtotals - blank selects every branch.
       01  WS-SELECT-BRANCH        PIC X(4).
       01  WS-ORDER-BRANCH         PIC X(4).
       01  WS-ACCT-OPEN            PIC X.
       01  WS-BRANCH-STATUS        PIC XX.
       01  WS-BRANCH-OPEN          PIC X.
       01  WS-BRANCH-NAME          PIC X(30).
       01  WS-BRAUTH-MODE          PIC X VALUE "O".
       01  WS-BRAUTH-CUST-ID       PIC X(10).
       01  WS-BRAUTH-BRANCH        PIC X(4).
       01  WS-BRAUTH-RESULT        PIC X.
       01  WS-BRANCH-TOTALS-TABLE.
           05  WS-BRANCH-TOTAL-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-BTX.
               10  WS-BT-BRANCH      PIC X(4).
               10  WS-BT-ORDERS      PIC 9(7).
               10  WS-BT-AMOUNT      PIC 9(12)V99.
       01  WS-BRANCH-TOTAL-COUNT   PIC 9(4) VALUE 0.
       01  WS-BRANCH-FOUND-FLAG    PIC X.
       01  WS-BRANCH-TOTAL-SKIP-FLAG PIC X.
       01  WS-FOUND-IDX            PIC 9(4) VALUE 0.
       LINKAGE SECTION.
      * The signed-on operator from STORDMENU, whose branch limits a
      * clerk's listing.
       01  LINK-OPERATOR-ID        PIC X(10).
       01  LINK-OPERATOR-LEVEL     PIC X.
       PROCEDURE DIVISION USING LINK-OPERATOR-ID,
               LINK-OPERATOR-LEVEL.
       MAIN-PROCEDURE.
           MOVE ZERO TO WS-MATCH-COUNT.
           MOVE ZERO TO WS-MATCH-AMOUNT.
           MOVE ZERO TO WS-BRANCH-TOTAL-COUNT.
           DISPLAY "Standing Order Listing / Inquiry".

           MOVE SPACES TO WS-BRAUTH-CUST-ID.
           CALL 'BRCHAUTH' USING WS-BRAUTH-MODE, LINK-OPERATOR-ID,
               WS-BRAUTH-CUST-ID, WS-BRAUTH-BRANCH, WS-BRAUTH-RESULT.
           IF WS-BRAUTH-RESULT = "E"
               GO TO END-PROGRAM
           END-IF.
           IF WS-BRAUTH-RESULT = "N"
               MOVE WS-BRAUTH-BRANCH TO WS-SELECT-BRANCH
               DISPLAY "Branch " WS-SELECT-BRANCH " only"
           ELSE
               DISPLAY "Enter Branch (blank = all branches): "
               MOVE SPACES TO WS-SELECT-BRANCH
               ACCEPT WS-SELECT-BRANCH
           END-IF.

           DISPLAY "Select by (C)ustomer or (S)tatus or (A)ll: ".
           ACCEPT WS-SELECT-MODE.

           MOVE "N" TO WS-ACCT-OPEN.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-FILE-STATUS = "00"
               MOVE "Y" TO WS-ACCT-OPEN
           END-IF.

           EVALUATE WS-SELECT-MODE
               WHEN "C" WHEN "c"
                   DISPLAY "Enter Customer ID: "
                   PERFORM LIST-ALL
               WHEN OTHER
                   DISPLAY "Invalid selection."
                   PERFORM CLOSE-ACCOUNT-FILE
                   GO TO END-PROGRAM
           END-EVALUATE.

           PERFORM CLOSE-ACCOUNT-FILE.
           PERFORM DISPLAY-BRANCH-TOTALS.
           DISPLAY "Matching Standing Orders: " WS-MATCH-COUNT.
           DISPLAY "Total Amount: " WS-MATCH-AMOUNT.

       END-PROGRAM.
           GOBACK.
               DISPLAY "DMS FIND Error: " WS-DMS-ERROR-CODE
                   " - " WS-DMS-ERROR-DESC
               DISPLAY "Suggested Action: " WS-DMS-ERROR-ACTION
               PERFORM CLOSE-ACCOUNT-FILE
               GO TO END-PROGRAM
           END-IF.

                   INTO WS-SO-RECORD
                   ERROR WS-DMS-ERROR-AREA

               PERFORM SET-ORDER-BRANCH
               IF WS-SELECT-BRANCH = SPACES OR
                  WS-ORDER-BRANCH = WS-SELECT-BRANCH
                   PERFORM PRINT-ONE-STANDING-ORDER
                   ADD 1 TO WS-MATCH-COUNT
                   ADD WS-SO-AMOUNT TO WS-MATCH-AMOUNT
                   PERFORM FIND-OR-ADD-BRANCH-TOTAL
                   IF WS-BRANCH-TOTAL-SKIP-FLAG = "N"
                       ADD 1 TO WS-BT-ORDERS(WS-BTX)
                       ADD WS-SO-AMOUNT TO WS-BT-AMOUNT(WS-BTX)
                   END-IF
               END-IF

               DMS FIND NEXT RECORD STANDING-ORDER-RECORD
                   ERROR WS-DMS-ERROR-AREA
           DISPLAY "SO-ID: " WS-SO-ID
               " CUST: " WS-SO-CUST-ID
               " FROM: " WS-SO-FROM-ACCT
               " TO: " WS-SO-TO-ACCT
               " BRANCH: " WS-ORDER-BRANCH.
           DISPLAY "   AMOUNT: " WS-SO-AMOUNT
               " FREQ: " WS-SO-FREQ
               " NEXT-EXEC: " WS-SO-NEXT-EXEC
               " MAX-EXECS: " WS-SO-MAX-EXECS
               " EXEC-COUNT: " WS-SO-EXEC-COUNT
               " ADJ-RULE: " WS-SO-ADJUST-RULE.
           IF WS-SO-SKIP-COUNT > ZERO
               DISPLAY "   SKIP-NEXT: " WS-SO-SKIP-COUNT
                   " EXECUTION(S)"
           END-IF.
           IF WS-SO-PAUSE-UNTIL > ZERO
               DISPLAY "   PAUSED-UNTIL: " WS-SO-PAUSE-UNTIL
           END-IF.
           IF WS-SO-ESC-TYPE = "P"
               DISPLAY "   ESCALATION: " WS-SO-ESC-RATE
                   " PCT MONTH: " WS-SO-ESC-MONTH
                   " CEILING: " WS-SO-ESC-CEILING
                   " LAST-YEAR: " WS-SO-ESC-LAST-YEAR
           END-IF.
           IF WS-SO-ESC-TYPE = "A"
               DISPLAY "   ESCALATION: " WS-SO-ESC-STEP
                   " AMT MONTH: " WS-SO-ESC-MONTH
                   " CEILING: " WS-SO-ESC-CEILING
                   " LAST-YEAR: " WS-SO-ESC-LAST-YEAR
           END-IF.

       SET-ORDER-BRANCH.
      * The home branch of the account the order debits.
           MOVE WS-BRP-HEAD-OFFICE TO WS-ORDER-BRANCH.
           IF WS-ACCT-OPEN = "Y"
               MOVE WS-SO-FROM-ACCT TO WS-ACCT-ID OF ACCOUNT-RECORD
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-ACCT-BRANCH OF ACCOUNT-RECORD NOT = SPACES
                           MOVE WS-ACCT-BRANCH OF ACCOUNT-RECORD TO
                               WS-ORDER-BRANCH
                       END-IF
               END-READ
           END-IF.

       CLOSE-ACCOUNT-FILE.
           IF WS-ACCT-OPEN = "Y"
               CLOSE ACCOUNT-FILE
               MOVE "N" TO WS-ACCT-OPEN
           END-IF.

       FIND-OR-ADD-BRANCH-TOTAL.
           MOVE "N" TO WS-BRANCH-FOUND-FLAG.
           MOVE "N" TO WS-BRANCH-TOTAL-SKIP-FLAG.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-BTX FROM 1 BY 1
               UNTIL WS-BTX > WS-BRANCH-TOTAL-COUNT
               IF WS-BT-BRANCH(WS-BTX) = WS-ORDER-BRANCH AND
                  WS-FOUND-IDX = 0
                   MOVE "Y" TO WS-BRANCH-FOUND-FLAG
                   MOVE WS-BTX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-BRANCH-FOUND-FLAG = "Y"
               SET WS-BTX TO WS-FOUND-IDX
           END-IF.

           IF WS-BRANCH-FOUND-FLAG = "N"
               IF WS-BRANCH-TOTAL-COUNT >= WS-BRP-MAX-BRANCHES
                   MOVE "Y" TO WS-BRANCH-TOTAL-SKIP-FLAG
                   DISPLAY "Branch totals table full, dropping "
                       "branch from per-branch summary: "
                       WS-ORDER-BRANCH
               ELSE
                   ADD 1 TO WS-BRANCH-TOTAL-COUNT
                   SET WS-BTX TO WS-BRANCH-TOTAL-COUNT
                   MOVE WS-ORDER-BRANCH TO WS-BT-BRANCH(WS-BTX)
                   MOVE ZERO TO WS-BT-ORDERS(WS-BTX)
                   MOVE ZERO TO WS-BT-AMOUNT(WS-BTX)
               END-IF
           END-IF.

       DISPLAY-BRANCH-TOTALS.
           DISPLAY "Per-Branch Subtotals:".
           MOVE "N" TO WS-BRANCH-OPEN.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-STATUS = "00"
               MOVE "Y" TO WS-BRANCH-OPEN
           END-IF.
           PERFORM VARYING WS-BTX FROM 1 BY 1
               UNTIL WS-BTX > WS-BRANCH-TOTAL-COUNT
               PERFORM LOOKUP-BRANCH-NAME
               DISPLAY "  BRANCH: " WS-BT-BRANCH(WS-BTX)
                   " " WS-BRANCH-NAME
                   " ORDERS: " WS-BT-ORDERS(WS-BTX)
                   " AMOUNT: " WS-BT-AMOUNT(WS-BTX)
           END-PERFORM.
           IF WS-BRANCH-OPEN = "Y"
               CLOSE BRANCH-FILE
           END-IF.

       LOOKUP-BRANCH-NAME.
      * Names come from the branch directory where it is on file.
           MOVE "(not on branch directory)" TO WS-BRANCH-NAME.
           IF WS-BRANCH-OPEN = "Y"
               MOVE WS-BT-BRANCH(WS-BTX) TO WS-BR-ID OF BRANCH-RECORD
               READ BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-BR-NAME OF BRANCH-RECORD TO
                           WS-BRANCH-NAME
               END-READ
           END-IF.
