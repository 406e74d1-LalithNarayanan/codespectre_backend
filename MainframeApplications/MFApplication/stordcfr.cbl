      * within the next N days (operator-supplied) and lists it, then
      * totals the expected outflow and inflow per account so treasury
      * can see what is coming due without checking orders one at a
      * time. The outflow is subtotalled under the from-account's home
      * branch and the inflow under the to-account's; run for one
      * branch, only the orders with a leg in that branch are listed
      * and only that branch's legs are totalled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDCFR.
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
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
       01  WS-ACCT-FOUND-FLAG       PIC X.
       01  WS-ACCT-TOTAL-SKIP-FLAG  PIC X.
       01  WS-FOUND-IDX             PIC 9(4) VALUE 0.
      * Branch selection and subtotals - blank selects every branch.
       01  WS-SELECT-BRANCH         PIC X(4).
       01  WS-FROM-BRANCH           PIC X(4).
       01  WS-TO-BRANCH             PIC X(4).
       01  WS-OUT-SELECTED          PIC X.
       01  WS-IN-SELECTED           PIC X.
       01  WS-BRANCH-ID             PIC X(4).
       01  WS-BRANCH-STATUS         PIC XX.
       01  WS-BRANCH-NAME           PIC X(30).
       01  WS-BRANCH-OPEN           PIC X.
       01  WS-BRANCH-TOTALS-TABLE.
           05  WS-BRANCH-TOTAL-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-BTX.
               10  WS-BT-BRANCH       PIC X(4).
               10  WS-BT-ORDERS       PIC 9(7).
               10  WS-BT-OUTFLOW      PIC 9(12)V99.
               10  WS-BT-INFLOW       PIC 9(12)V99.
       01  WS-BRANCH-TOTAL-COUNT    PIC 9(4) VALUE 0.
       01  WS-BRANCH-TOTAL-SKIP-FLAG PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Standing Order Cash-Flow Look-Ahead Report".
           DISPLAY "Enter number of days to look ahead: ".
           ACCEPT WS-LOOKAHEAD-DAYS.
           DISPLAY "Enter Branch (blank = all branches): ".
           MOVE SPACES TO WS-SELECT-BRANCH.
           ACCEPT WS-SELECT-BRANCH.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-DAY-NUM =

           DISPLAY "Orders due " WS-CURRENT-DATE " through "
               WS-CUTOFF-DATE ":".
           IF WS-SELECT-BRANCH NOT = SPACES
               DISPLAY "Branch " WS-SELECT-BRANCH " only"
           END-IF.

           OPEN INPUT ACCOUNT-FILE.

           CLOSE ACCOUNT-FILE.

           PERFORM DISPLAY-ACCOUNT-TOTALS.
           PERFORM DISPLAY-BRANCH-TOTALS.

           DISPLAY "Orders In Window: " WS-MATCH-COUNT.
           DISPLAY "Total Expected Outflow: " WS-TOTAL-OUTFLOW.
           GOBACK.

       PROCESS-DUE-ORDER.
      * Each leg belongs to its own account's home branch - the
      * outflow to the from-account's, the inflow to the
      * to-account's. An account not on file, or with no branch, is
      * head office's.
           MOVE "Y" TO WS-ACCOUNTS-FOUND-FLAG.
           MOVE WS-BRP-HEAD-OFFICE TO WS-FROM-BRANCH.
           MOVE SPACES TO WS-TO-BRANCH.
           MOVE WS-SO-FROM-ACCT TO WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE INTO WS-FR-ACCT-REC
               INVALID KEY
                   MOVE "N" TO WS-ACCOUNTS-FOUND-FLAG
               NOT INVALID KEY
                   IF WS-ACCT-BRANCH OF WS-FR-ACCT-REC NOT = SPACES
                       MOVE WS-ACCT-BRANCH OF WS-FR-ACCT-REC TO
                           WS-FROM-BRANCH
                   END-IF
           END-READ.
           IF WS-SO-PAYEE-TYPE NOT = "X"
               MOVE WS-BRP-HEAD-OFFICE TO WS-TO-BRANCH
               MOVE WS-SO-TO-ACCT TO WS-ACCT-ID OF ACCOUNT-RECORD
               READ ACCOUNT-FILE INTO WS-TO-ACCT-REC
                   INVALID KEY
                       MOVE "N" TO WS-ACCOUNTS-FOUND-FLAG
                   NOT INVALID KEY
                       IF WS-ACCT-BRANCH OF WS-TO-ACCT-REC NOT = SPACES
                           MOVE WS-ACCT-BRANCH OF WS-TO-ACCT-REC TO
                               WS-TO-BRANCH
                       END-IF
               END-READ
           END-IF.

           MOVE "N" TO WS-OUT-SELECTED.
           MOVE "N" TO WS-IN-SELECTED.
           IF WS-SELECT-BRANCH = SPACES OR
              WS-FROM-BRANCH = WS-SELECT-BRANCH
               MOVE "Y" TO WS-OUT-SELECTED
           END-IF.
           IF WS-SO-PAYEE-TYPE NOT = "X" AND
              (WS-SELECT-BRANCH = SPACES OR
               WS-TO-BRANCH = WS-SELECT-BRANCH)
               MOVE "Y" TO WS-IN-SELECTED
           END-IF.
           IF WS-OUT-SELECTED = "N" AND WS-IN-SELECTED = "N"
               GO TO PROCESS-DUE-ORDER-EXIT
           END-IF.

           DISPLAY "SO-ID: " WS-SO-ID
               " FROM: " WS-SO-FROM-ACCT
               " TO: " WS-SO-TO-ACCT
               " DUE: " WS-SO-NEXT-EXEC.

           ADD 1 TO WS-MATCH-COUNT.
           IF WS-OUT-SELECTED = "Y"
               MOVE WS-FROM-BRANCH TO WS-BRANCH-ID
           ELSE
               MOVE WS-TO-BRANCH TO WS-BRANCH-ID
           END-IF.
           PERFORM FIND-OR-ADD-BRANCH-TOTAL.
           IF WS-BRANCH-TOTAL-SKIP-FLAG = "N"
               ADD 1 TO WS-BT-ORDERS(WS-BTX)
           END-IF.

           IF WS-OUT-SELECTED = "Y"
               ADD WS-SO-AMOUNT TO WS-TOTAL-OUTFLOW
               MOVE WS-SO-FROM-ACCT TO WS-ACCOUNT-ID
               PERFORM FIND-OR-ADD-ACCT-TOTAL
               IF WS-ACCT-TOTAL-SKIP-FLAG = "N"
                   ADD WS-SO-AMOUNT TO WS-AT-OUTFLOW(WS-ATX)
               END-IF
               MOVE WS-FROM-BRANCH TO WS-BRANCH-ID
               PERFORM FIND-OR-ADD-BRANCH-TOTAL
               IF WS-BRANCH-TOTAL-SKIP-FLAG = "N"
                   ADD WS-SO-AMOUNT TO WS-BT-OUTFLOW(WS-BTX)
               END-IF
           END-IF.

      * An external beneficiary payment leaves the bank - there is no
      * internal inflow side to convert or total.
           IF WS-IN-SELECTED = "N"
               GO TO PROCESS-DUE-ORDER-EXIT
           END-IF.

      * order - re-derive it here so treasury's inflow total matches
      * what will really land, rather than the from-account's raw
      * amount.
           MOVE WS-SO-AMOUNT TO WS-CONVERTED-AMOUNT.
           MOVE "Y" TO WS-CONV-STATUS.
           IF WS-ACCOUNTS-FOUND-FLAG = "Y" AND
              WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC NOT =

           ADD WS-CONVERTED-AMOUNT TO WS-TOTAL-INFLOW.

           MOVE WS-SO-TO-ACCT TO WS-ACCOUNT-ID.
           PERFORM FIND-OR-ADD-ACCT-TOTAL.
           IF WS-ACCT-TOTAL-SKIP-FLAG = "N"
               ADD WS-CONVERTED-AMOUNT TO WS-AT-INFLOW(WS-ATX)
           END-IF.

           MOVE WS-TO-BRANCH TO WS-BRANCH-ID.
           PERFORM FIND-OR-ADD-BRANCH-TOTAL.
           IF WS-BRANCH-TOTAL-SKIP-FLAG = "N"
               ADD WS-CONVERTED-AMOUNT TO WS-BT-INFLOW(WS-BTX)
           END-IF.
       PROCESS-DUE-ORDER-EXIT.
           EXIT.

                   " OUTFLOW: " WS-AT-OUTFLOW(WS-ATX)
                   " INFLOW: " WS-AT-INFLOW(WS-ATX)
           END-PERFORM.

       FIND-OR-ADD-BRANCH-TOTAL.
           MOVE "N" TO WS-ACCT-FOUND-FLAG.
           MOVE "N" TO WS-BRANCH-TOTAL-SKIP-FLAG.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-BTX FROM 1 BY 1
               UNTIL WS-BTX > WS-BRANCH-TOTAL-COUNT
               IF WS-BT-BRANCH(WS-BTX) = WS-BRANCH-ID AND
                  WS-FOUND-IDX = 0
                   MOVE "Y" TO WS-ACCT-FOUND-FLAG
                   MOVE WS-BTX TO WS-FOUND-IDX
               END-IF
           END-PERFORM.

           IF WS-ACCT-FOUND-FLAG = "Y"
               SET WS-BTX TO WS-FOUND-IDX
           END-IF.

           IF WS-ACCT-FOUND-FLAG = "N"
               IF WS-BRANCH-TOTAL-COUNT >= WS-BRP-MAX-BRANCHES
                   MOVE "Y" TO WS-BRANCH-TOTAL-SKIP-FLAG
                   DISPLAY "Branch totals table full, dropping "
                       "branch from per-branch summary: "
                       WS-BRANCH-ID
               ELSE
                   ADD 1 TO WS-BRANCH-TOTAL-COUNT
                   SET WS-BTX TO WS-BRANCH-TOTAL-COUNT
                   MOVE WS-BRANCH-ID TO WS-BT-BRANCH(WS-BTX)
                   MOVE ZERO TO WS-BT-ORDERS(WS-BTX)
                   MOVE ZERO TO WS-BT-OUTFLOW(WS-BTX)
                   MOVE ZERO TO WS-BT-INFLOW(WS-BTX)
               END-IF
           END-IF.

       DISPLAY-BRANCH-TOTALS.
           DISPLAY "Per-Branch Expected Cash Flow:".
           MOVE "N" TO WS-BRANCH-OPEN.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-STATUS = "00"
               MOVE "Y" TO WS-BRANCH-OPEN
           END-IF.
           PERFORM VARYING WS-BTX FROM 1 BY 1
               UNTIL WS-BTX > WS-BRANCH-TOTAL-COUNT
               MOVE WS-BT-BRANCH(WS-BTX) TO WS-BRANCH-ID
               PERFORM LOOKUP-BRANCH-NAME
               DISPLAY "  BRANCH: " WS-BT-BRANCH(WS-BTX)
                   " " WS-BRANCH-NAME
                   " ORDERS: " WS-BT-ORDERS(WS-BTX)
               DISPLAY "     OUTFLOW: " WS-BT-OUTFLOW(WS-BTX)
                   " INFLOW: " WS-BT-INFLOW(WS-BTX)
           END-PERFORM.
           IF WS-BRANCH-OPEN = "Y"
               CLOSE BRANCH-FILE
           END-IF.

       LOOKUP-BRANCH-NAME.
      * Names come from the branch directory where it is on file.
           MOVE "(not on branch directory)" TO WS-BRANCH-NAME.
           IF WS-BRANCH-OPEN = "Y"
               MOVE WS-BRANCH-ID TO WS-BR-ID OF BRANCH-RECORD
               READ BRANCH-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-BR-NAME OF BRANCH-RECORD TO
                           WS-BRANCH-NAME
               END-READ
           END-IF.
