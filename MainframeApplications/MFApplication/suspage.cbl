      *   - at the cancel threshold, or past the age limit, the order
      *     is auto-cancelled with an audit entry and the suspense
      *     record removed, so nothing is retried forever.
      * The supervisor report subtotals the escalated and cancelled
      * items by the home branch of the account the order debits
      * (head office where it has none or is not on file). Run for
      * one branch, the policy is still applied to every item - only
      * the report, SUSPESC<date><branch>.RPT, is limited to that
      * branch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BR-ID OF BRANCH-RECORD
               FILE STATUS IS WS-BRANCH-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * SUSPENSE/NOTIFY record layouts are spelled out here rather
               05  WS-NOT-EMAIL          PIC X(40).
           FD REPORT-FILE.
           01  WS-REPORT-LINE          PIC X(132).
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
           COPY WS-CUSTOMER-RECORD.
           COPY SUSP-POLICY.
           COPY RUNSTAT-RECORD.
       01  WS-JOB-NAME             PIC X(8).
       01  WS-PRED-NAME            PIC X(8).
      * Execution cycle of this job and of its predecessor on
      * JOBCTL - zero, the business date as a whole.
       01  WS-JOB-CYCLES.
           05  WS-JOB-CYCLE        PIC 9 VALUE 0.
           05  WS-PRED-CYCLE       PIC 9 VALUE 0.
       01  WS-JOBCTL-FUNC          PIC X.
       01  WS-JOB-RESULT           PIC X.
      * Report branch selection and subtotals - blank selects every
      * branch.
       01  WS-SELECT-BRANCH        PIC X(4).
       01  WS-ITEM-BRANCH          PIC X(4).
       01  WS-ITEM-SELECTED        PIC X.
       01  WS-ACCT-STATUS          PIC XX.
       01  WS-ACCT-OPEN            PIC X.
       01  WS-BRANCH-STATUS        PIC XX.
       01  WS-BRANCH-OPEN          PIC X.
       01  WS-BRANCH-NAME          PIC X(30).
       01  WS-BRANCH-TOTALS-TABLE.
           05  WS-BRANCH-TOTAL-ENTRY OCCURS 50 TIMES
                                   INDEXED BY WS-BTX.
               10  WS-BT-BRANCH      PIC X(4).
               10  WS-BT-ESCALATED   PIC 9(7).
               10  WS-BT-CANCELLED   PIC 9(7).
               10  WS-BT-AMOUNT      PIC 9(12)V99.
       01  WS-BRANCH-TOTAL-COUNT   PIC 9(4) VALUE 0.
       01  WS-BRANCH-FOUND-FLAG    PIC X.
       01  WS-BRANCH-TOTAL-SKIP-FLAG PIC X.
       01  WS-FOUND-IDX            PIC 9(4) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SUSPAGE - Suspense Aging and Escalation Starting".
           MOVE "STOREXEC" TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "SUSPAGE - not started."
               STOP RUN
           MOVE SPACES TO WS-NOTIFY-FILE-NAME.
           STRING "NOTIFY" WS-CURRENT-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-NOTIFY-FILE-NAME.
           DISPLAY "Enter Branch for the report (blank = all "
               "branches): ".
           MOVE SPACES TO WS-SELECT-BRANCH.
           ACCEPT WS-SELECT-BRANCH.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           IF WS-SELECT-BRANCH = SPACES
               STRING "SUSPESC" WS-CURRENT-DATE ".RPT"
                   DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME
           ELSE
               STRING "SUSPESC" WS-CURRENT-DATE
                   WS-SELECT-BRANCH DELIMITED BY SPACE
                   ".RPT" DELIMITED BY SIZE
                   INTO WS-REPORT-FILE-NAME
           END-IF.

           OPEN I-O SUSPENSE-FILE.
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

           MOVE "N" TO WS-ACCT-OPEN.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS = "00"
               MOVE "Y" TO WS-ACCT-OPEN
           END-IF.

           PERFORM COLLECT-POLICY-ACTIONS.

           PERFORM VARYING WS-ACT-IDX FROM 1 BY 1
                   "next run."
           END-IF.

           IF WS-ACCT-OPEN = "Y"
               CLOSE ACCOUNT-FILE
           END-IF.
           PERFORM WRITE-BRANCH-TOTALS.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
       CLOSE-JOB-COMPLETE.
           MOVE "E" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.

       WRITE-RUN-STATISTICS.
           ACCEPT WS-END-TIME FROM TIME.
              WS-SUSP-REASON OF WS-SUSP-REC =
                  "Account on hold." OR
              WS-SUSP-REASON OF WS-SUSP-REC =
                  "Account hold check unavailable." OR
              WS-SUSP-REASON OF WS-SUSP-REC =
                  "Account dormant." OR
              WS-SUSP-REASON OF WS-SUSP-REC =
                  "Account dormancy check unavailable."
               MOVE "T" TO WS-REASON-CLASS
               MOVE WS-SP-TRANS-ESCAL-RETRY TO WS-ESCAL-RETRY
               MOVE WS-SP-TRANS-CANCEL-RETRY TO WS-CANCEL-RETRY
               INVALID KEY
                   GO TO APPLY-ONE-ACTION-EXIT
           END-READ.
           PERFORM SET-ITEM-BRANCH.

           IF WS-ACT-CODE(WS-ACT-IDX) = "C"
               PERFORM AUTO-CANCEL-ORDER THRU AUTO-CANCEL-ORDER-EXIT
           STRING "ESCALATED  SO-ID: " WS-SUSP-SO-ID OF WS-SUSP-REC
               " RETRIES: " WS-SUSP-RETRY-COUNT OF WS-SUSP-REC
               " SINCE: " WS-SUSP-DATE OF WS-SUSP-REC
               " BR: " WS-ITEM-BRANCH
               " - " WS-SUSP-REASON OF WS-SUSP-REC (1:40)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-ITEM-LINE.
           IF WS-ITEM-SELECTED = "Y"
               PERFORM FIND-OR-ADD-BRANCH-TOTAL
               IF WS-BRANCH-TOTAL-SKIP-FLAG = "N"
                   ADD 1 TO WS-BT-ESCALATED(WS-BTX)
                   ADD WS-SUSP-AMOUNT OF WS-SUSP-REC
                       TO WS-BT-AMOUNT(WS-BTX)
               END-IF
           END-IF.

      * The distinct customer notification goes out once, as the
      * retry count crosses the escalate threshold - the supervisor
                   WS-SUSP-SO-ID OF WS-SUSP-REC
                   " - ORDER NO LONGER EXISTS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-ITEM-LINE
               GO TO AUTO-CANCEL-ORDER-EXIT
           END-IF.
           IF WS-DMS-ERROR-CODE NOT = ZERO
                   WS-SUSP-SO-ID OF WS-SUSP-REC
                   " - ORDER NO LONGER SUSPENDED (" WS-SO-STAT ")"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM WRITE-ITEM-LINE
               GO TO AUTO-CANCEL-ORDER-EXIT
           END-IF.


           MOVE "CANCELLED" TO WS-SO-STAT.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           MOVE ZERO TO WS-SO-LAST-MOD-TIME.

           DMS MODIFY RECORD STANDING-ORDER-RECORD
               USING WS-SO-RECORD
           STRING "CANCELLED  SO-ID: " WS-SUSP-SO-ID OF WS-SUSP-REC
               " RETRIES: " WS-SUSP-RETRY-COUNT OF WS-SUSP-REC
               " SINCE: " WS-SUSP-DATE OF WS-SUSP-REC
               " BR: " WS-ITEM-BRANCH
               " - " WS-SUSP-REASON OF WS-SUSP-REC (1:40)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM WRITE-ITEM-LINE.
           IF WS-ITEM-SELECTED = "Y"
               PERFORM FIND-OR-ADD-BRANCH-TOTAL
               IF WS-BRANCH-TOTAL-SKIP-FLAG = "N"
                   ADD 1 TO WS-BT-CANCELLED(WS-BTX)
                   ADD WS-SUSP-AMOUNT OF WS-SUSP-REC
                       TO WS-BT-AMOUNT(WS-BTX)
               END-IF
           END-IF.

           MOVE "SOCANCL" TO WS-NOT-STATUS OF WS-NOTIFY-REC.
           PERFORM WRITE-POLICY-NOTIFICATION.
              WS-NOT-PHONE OF WS-NOTIFY-REC = SPACES
               MOVE "NOPHONE" TO WS-NOT-STATUS OF WS-NOTIFY-REC
           END-IF.

       SET-ITEM-BRANCH.
      * The home branch of the account the suspended order debits,
      * and whether the report run covers it.
           MOVE WS-BRP-HEAD-OFFICE TO WS-ITEM-BRANCH.
           IF WS-ACCT-OPEN = "Y"
               MOVE WS-SUSP-FROM-ACCT OF WS-SUSP-REC TO
                   WS-ACCT-ID OF ACCOUNT-RECORD
               READ ACCOUNT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF WS-ACCT-BRANCH OF ACCOUNT-RECORD NOT = SPACES
                           MOVE WS-ACCT-BRANCH OF ACCOUNT-RECORD TO
                               WS-ITEM-BRANCH
                       END-IF
               END-READ
           END-IF.
           MOVE "Y" TO WS-ITEM-SELECTED.
           IF WS-SELECT-BRANCH NOT = SPACES AND
              WS-ITEM-BRANCH NOT = WS-SELECT-BRANCH
               MOVE "N" TO WS-ITEM-SELECTED
           END-IF.

       WRITE-ITEM-LINE.
           IF WS-ITEM-SELECTED = "Y"
               WRITE WS-REPORT-LINE
           END-IF.

       FIND-OR-ADD-BRANCH-TOTAL.
           MOVE "N" TO WS-BRANCH-FOUND-FLAG.
           MOVE "N" TO WS-BRANCH-TOTAL-SKIP-FLAG.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-BTX FROM 1 BY 1
               UNTIL WS-BTX > WS-BRANCH-TOTAL-COUNT
               IF WS-BT-BRANCH(WS-BTX) = WS-ITEM-BRANCH AND
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
                       WS-ITEM-BRANCH
               ELSE
                   ADD 1 TO WS-BRANCH-TOTAL-COUNT
                   SET WS-BTX TO WS-BRANCH-TOTAL-COUNT
                   MOVE WS-ITEM-BRANCH TO WS-BT-BRANCH(WS-BTX)
                   MOVE ZERO TO WS-BT-ESCALATED(WS-BTX)
                   MOVE ZERO TO WS-BT-CANCELLED(WS-BTX)
                   MOVE ZERO TO WS-BT-AMOUNT(WS-BTX)
               END-IF
           END-IF.

       WRITE-BRANCH-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ESCALATED AND CANCELLED BY BRANCH" DELIMITED BY SIZE
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
                   " ESCALATED: " WS-BT-ESCALATED(WS-BTX)
                   " CANCELLED: " WS-BT-CANCELLED(WS-BTX)
                   " AMOUNT: " WS-BT-AMOUNT(WS-BTX)
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
