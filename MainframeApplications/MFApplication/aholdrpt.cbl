      * how long it has stood - printed daily (AHOLD<date>.RPT) for
      * as long as each hold stands, so legal and the back office
      * can answer "what is blocked and why" without a file dump.
      * Holds are subtotalled by the account's home branch (head
      * office where the account has none or is not on file). Run for
      * one branch, only that branch's holds are listed and the
      * report is AHOLD<date><branch>.RPT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AHOLDRPT.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BR-ID OF BRANCH-RECORD
               FILE STATUS IS WS-BRANCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD ACCTHOLD-FILE.
                   BY ==ACCOUNT-RECORD==.
           FD REPORT-FILE.
           01  WS-REPORT-LINE          PIC X(132).
           FD BRANCH-FILE.
               COPY BRANCH-RECORD
                   REPLACING ==WS-BRANCH-RECORD==
                   BY ==BRANCH-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY BRANCH-POLICY.
       01  WS-ACCT-STATUS          PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-REPORT-FILE-NAME     PIC X(30).
       01  WS-TODAY-DAY-NUM        PIC 9(9).
       01  WS-HOLD-DAY-NUM         PIC 9(9).
       01  WS-TOTAL-HOLDS          PIC 9(7) VALUE 0.
       01  WS-TOTAL-RESERVED       PIC 9(12)V99 VALUE 0.
      * Branch selection and subtotals - blank selects every branch.
       01  WS-SELECT-BRANCH        PIC X(4).
       01  WS-HOLD-BRANCH          PIC X(4).
       01  WS-BRANCH-STATUS        PIC XX.
       01  WS-BRANCH-OPEN          PIC X.
       01  WS-BRANCH-NAME          PIC X(30).
       01  WS-BRANCH-TOTALS-TABLE.
           05  WS-BRANCH-TOTAL-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-BTX.
               10  WS-BT-BRANCH      PIC X(4).
               10  WS-BT-HOLDS       PIC 9(7).
               10  WS-BT-RESERVED    PIC 9(12)V99.
       01  WS-BRANCH-TOTAL-COUNT   PIC 9(4) VALUE 0.
       01  WS-BRANCH-FOUND-FLAG    PIC X.
       01  WS-BRANCH-TOTAL-SKIP-FLAG PIC X.
       01  WS-FOUND-IDX            PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "AHOLDRPT - Daily Account Hold Report Starting".
           COMPUTE WS-TODAY-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).

           DISPLAY "Enter Branch (blank = all branches): ".
           MOVE SPACES TO WS-SELECT-BRANCH.
           ACCEPT WS-SELECT-BRANCH.

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           IF WS-SELECT-BRANCH = SPACES
               STRING "AHOLD" WS-CURRENT-DATE ".RPT"
                   DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
           ELSE
               STRING "AHOLD" WS-CURRENT-DATE
                   WS-SELECT-BRANCH DELIMITED BY SPACE
                   ".RPT" DELIMITED BY SIZE
                   INTO WS-REPORT-FILE-NAME
           END-IF.

           OPEN INPUT ACCTHOLD-FILE.
           IF WS-FILE-STATUS = "35"
               WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-SELECT-BRANCH NOT = SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING "BRANCH " WS-SELECT-BRANCH " ONLY"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       PERFORM REPORT-ONE-HOLD THRU REPORT-ONE-HOLD-EXIT
               END-READ
           END-PERFORM.

           PERFORM WRITE-BRANCH-TOTALS.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "HOLDS STANDING: " WS-TOTAL-HOLDS
               " RESERVED: " WS-TOTAL-RESERVED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           STOP RUN.

       REPORT-ONE-HOLD.
           MOVE "Y" TO WS-ACCT-FOUND.
           MOVE WS-BRP-HEAD-OFFICE TO WS-HOLD-BRANCH.
           MOVE WS-AH-ACCT-ID OF ACCTHOLD-RECORD TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCT-FOUND
               NOT INVALID KEY
                   IF WS-ACCT-BRANCH OF ACCOUNT-RECORD NOT = SPACES
                       MOVE WS-ACCT-BRANCH OF ACCOUNT-RECORD TO
                           WS-HOLD-BRANCH
                   END-IF
           END-READ.
           IF WS-SELECT-BRANCH NOT = SPACES AND
              WS-HOLD-BRANCH NOT = WS-SELECT-BRANCH
               GO TO REPORT-ONE-HOLD-EXIT
           END-IF.

           ADD 1 TO WS-TOTAL-HOLDS.
           ADD WS-AH-RESERVED-AMT OF ACCTHOLD-RECORD
               TO WS-TOTAL-RESERVED.
           PERFORM FIND-OR-ADD-BRANCH-TOTAL.
           IF WS-BRANCH-TOTAL-SKIP-FLAG = "N"
               ADD 1 TO WS-BT-HOLDS(WS-BTX)
               ADD WS-AH-RESERVED-AMT OF ACCTHOLD-RECORD
                   TO WS-BT-RESERVED(WS-BTX)
           END-IF.
           COMPUTE WS-HOLD-DAY-NUM = FUNCTION INTEGER-OF-DATE(
               WS-AH-PLACED-DATE OF ACCTHOLD-RECORD).
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NUM - WS-HOLD-DAY-NUM.

           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-ACCT-FOUND = "Y"
                   " RESERVED: "
                   WS-AH-RESERVED-AMT OF ACCTHOLD-RECORD
                   " DAYS: " WS-AGE-DAYS
                   " BRANCH: " WS-HOLD-BRANCH
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "ACCT: " WS-AH-ACCT-ID OF ACCTHOLD-RECORD
               " BY " WS-AH-PLACED-BY OF ACCTHOLD-RECORD ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
       REPORT-ONE-HOLD-EXIT.
           EXIT.

       FIND-OR-ADD-BRANCH-TOTAL.
           MOVE "N" TO WS-BRANCH-FOUND-FLAG.
           MOVE "N" TO WS-BRANCH-TOTAL-SKIP-FLAG.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-BTX FROM 1 BY 1
               UNTIL WS-BTX > WS-BRANCH-TOTAL-COUNT
               IF WS-BT-BRANCH(WS-BTX) = WS-HOLD-BRANCH AND
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
                       WS-HOLD-BRANCH
               ELSE
                   ADD 1 TO WS-BRANCH-TOTAL-COUNT
                   SET WS-BTX TO WS-BRANCH-TOTAL-COUNT
                   MOVE WS-HOLD-BRANCH TO WS-BT-BRANCH(WS-BTX)
                   MOVE ZERO TO WS-BT-HOLDS(WS-BTX)
                   MOVE ZERO TO WS-BT-RESERVED(WS-BTX)
               END-IF
           END-IF.

       WRITE-BRANCH-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "HOLDS BY BRANCH" DELIMITED BY SIZE
               INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "N" TO WS-BRANCH-OPEN.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-STATUS = "00"
               MOVE "Y" TO WS-BRANCH-OPEN
           END-IF.
           PERFORM VARYING WS-BTX FROM 1 BY 1
               UNTIL WS-BTX > WS-BRANCH-TOTAL-COUNT
               PERFORM LOOKUP-BRANCH-NAME
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  BRANCH: " WS-BT-BRANCH(WS-BTX)
                   " " WS-BRANCH-NAME
                   " HOLDS: " WS-BT-HOLDS(WS-BTX)
                   " RESERVED: " WS-BT-RESERVED(WS-BTX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
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
