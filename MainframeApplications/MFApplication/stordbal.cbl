      * RUNSTAT.DAT against each other and against the business
      * date's posting log generation, so a truncated run is caught
      * at end of day instead of by a customer:
      *   - STOREXEC processed must equal posted + suspended + expired,
      *     for every execution cycle of the date (CYCLE-POLICY.cpy) -
      *     a cycle with no statistics did not finish;
      *   - each cycle's POSTED and SUSPENDED entries on the posting
      *     log (WS-PL-CYCLE) must agree with what that cycle
      *     reported - fewer POSTED entries means the log is short (a
      *     truncated run);
      *   - POSTED entries logged outside the cycles (cycle zero) are
      *     reported as workbench/manual posts;
      *   - the interest part of a loan repayment (payee type "J") is
      *     logged beside its posting and reported on its own, not
      *     counted as a posting of the cycle;
      *   - STORDRCN's checked count must equal the number of POSTED
      *     entries on the posting log for the date.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDBAL.
               05  WS-PL-STATUS          PIC X(10).
               05  WS-PL-PAYEE-TYPE      PIC X.
               05  WS-PL-FEE-AMT         PIC 9(10)V99.
               05  WS-PL-MID-AMT         PIC 9(10)V99.
               05  WS-PL-CYCLE           PIC 9.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY RUNSTAT-RECORD.
       01  WS-BALANCE-DATE         PIC 9(8).
           COPY CYCLE-POLICY.
       01  WS-CY-IDX               PIC 9(2).
       01  WS-RCN-STATS-FOUND      PIC X.
       01  WS-EXT-STATS-FOUND      PIC X.
      * STOREXEC's statistics and the posting log counts for each
      * execution cycle.
       01  WS-EXEC-STATS-TABLE.
           05  WS-EXEC-STATS OCCURS 9 TIMES.
               10  WS-EX-FOUND         PIC X.
               10  WS-EX-PROCESSED     PIC 9(7).
               10  WS-EX-POSTED        PIC 9(7).
               10  WS-EX-SUSPENDED     PIC 9(7).
               10  WS-EX-EXPIRED       PIC 9(7).
               10  WS-EX-LOG-POSTED    PIC 9(7).
               10  WS-EX-LOG-SUSPENDED PIC 9(7).
       01  WS-RCN-STATS.
           05  WS-RC-CHECKED       PIC 9(7).
           05  WS-RC-MISMATCHES    PIC 9(7).
       01  WS-CROSSFOOT            PIC 9(7).
       01  WS-POSTED-LOG-COUNT     PIC 9(7).
       01  WS-SUSPENDED-LOG-COUNT  PIC 9(7).
       01  WS-MANUAL-LOG-COUNT     PIC 9(7).
       01  WS-LOAN-INT-LOG-COUNT   PIC 9(7).
       01  WS-IMBALANCE-COUNT      PIC 9(3).
      * The posting log is read as the business date's generation,
      * the dated file STOREXEC writes.
       01  WS-POSTLOG-FILE-NAME    PIC X(30).
       01  WS-JOB-NAME             PIC X(8).
       01  WS-PRED-NAME            PIC X(8).
       01  WS-JOB-CYCLES.
           05  WS-JOB-CYCLE        PIC 9 VALUE 0.
           05  WS-PRED-CYCLE       PIC 9 VALUE 0.
       01  WS-JOBCTL-FUNC          PIC X.
       01  WS-JOB-RESULT           PIC X.
       PROCEDURE DIVISION.
           MOVE ZERO TO WS-IMBALANCE-COUNT.
           MOVE ZERO TO WS-POSTED-LOG-COUNT.
           MOVE ZERO TO WS-SUSPENDED-LOG-COUNT.
           MOVE ZERO TO WS-MANUAL-LOG-COUNT.
           MOVE ZERO TO WS-LOAN-INT-LOG-COUNT.
           INITIALIZE WS-EXEC-STATS-TABLE.

           DISPLAY "Enter business date (YYYYMMDD, 0 for today): ".
           ACCEPT WS-BALANCE-DATE.
           MOVE "STORDRCN" TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-BALANCE-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "STORDBAL - not started."
               STOP RUN

           MOVE "E" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-BALANCE-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.

       END-PROGRAM.
           STOP RUN.

       LOAD-RUN-STATISTICS.
           PERFORM VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CY-CYCLE-COUNT
               MOVE "N" TO WS-EX-FOUND(WS-CY-IDX)
           END-PERFORM.
           MOVE "N" TO WS-RCN-STATS-FOUND.
           MOVE "N" TO WS-EXT-STATS-FOUND.
           OPEN INPUT RUNSTAT-FILE.
               GO TO LOAD-RUN-STATISTICS-EXIT
           END-IF.

           PERFORM READ-CYCLE-STATISTICS
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CY-CYCLE-COUNT.

           MOVE "STORDRCN" TO WS-RS-JOB-NAME OF RUNSTAT-RECORD.
           MOVE WS-BALANCE-DATE TO WS-RS-RUN-DATE OF RUNSTAT-RECORD.
           MOVE ZERO TO WS-RS-CYCLE OF RUNSTAT-RECORD.
           READ RUNSTAT-FILE
               INVALID KEY
                   MOVE "N" TO WS-RCN-STATS-FOUND

           MOVE "STORDEXT" TO WS-RS-JOB-NAME OF RUNSTAT-RECORD.
           MOVE WS-BALANCE-DATE TO WS-RS-RUN-DATE OF RUNSTAT-RECORD.
           MOVE ZERO TO WS-RS-CYCLE OF RUNSTAT-RECORD.
           READ RUNSTAT-FILE
               INVALID KEY
                   MOVE "N" TO WS-EXT-STATS-FOUND
       LOAD-RUN-STATISTICS-EXIT.
           EXIT.

       READ-CYCLE-STATISTICS.
           MOVE "STOREXEC" TO WS-RS-JOB-NAME OF RUNSTAT-RECORD.
           MOVE WS-BALANCE-DATE TO WS-RS-RUN-DATE OF RUNSTAT-RECORD.
           MOVE WS-CY-IDX TO WS-RS-CYCLE OF RUNSTAT-RECORD.
           READ RUNSTAT-FILE
               INVALID KEY
                   MOVE "N" TO WS-EX-FOUND(WS-CY-IDX)
               NOT INVALID KEY
                   MOVE "Y" TO WS-EX-FOUND(WS-CY-IDX)
                   MOVE WS-RS-PROCESSED OF RUNSTAT-RECORD
                       TO WS-EX-PROCESSED(WS-CY-IDX)
                   MOVE WS-RS-POSTED OF RUNSTAT-RECORD
                       TO WS-EX-POSTED(WS-CY-IDX)
                   MOVE WS-RS-SUSPENDED OF RUNSTAT-RECORD
                       TO WS-EX-SUSPENDED(WS-CY-IDX)
                   MOVE WS-RS-EXPIRED OF RUNSTAT-RECORD
                       TO WS-EX-EXPIRED(WS-CY-IDX)
                   DISPLAY "STOREXEC cycle " WS-CY-IDX " "
                       WS-RS-START-TIME OF RUNSTAT-RECORD "-"
                       WS-RS-END-TIME OF RUNSTAT-RECORD
                       " Processed: " WS-EX-PROCESSED(WS-CY-IDX)
                       " Posted: " WS-EX-POSTED(WS-CY-IDX)
                       " Suspended: " WS-EX-SUSPENDED(WS-CY-IDX)
                       " Expired: " WS-EX-EXPIRED(WS-CY-IDX)
           END-READ.

       COUNT-POSTLOG-ENTRIES.
           OPEN INPUT POSTLOG-FILE.
           IF WS-FILE-STATUS NOT = "00"
                   MOVE "10" TO WS-FILE-STATUS
               ELSE
                   IF WS-PL-POST-DATE = WS-BALANCE-DATE
                       PERFORM COUNT-ONE-ENTRY
                           THRU COUNT-ONE-ENTRY-EXIT
                   END-IF
                   PERFORM READ-POSTLOG-RECORD
               END-IF
       COUNT-POSTLOG-ENTRIES-EXIT.
           EXIT.

       COUNT-ONE-ENTRY.
           MOVE WS-PL-CYCLE TO WS-CY-IDX.
      * The interest part of a loan repayment is logged as an entry
      * of its own next to the principal entry - STORDRCN checks it,
      * but it is not a posting the cycle counted.
           IF WS-PL-STATUS = "POSTED" AND WS-PL-PAYEE-TYPE = "J"
               ADD 1 TO WS-POSTED-LOG-COUNT
               ADD 1 TO WS-LOAN-INT-LOG-COUNT
               GO TO COUNT-ONE-ENTRY-EXIT
           END-IF.
           IF WS-PL-STATUS = "POSTED"
               ADD 1 TO WS-POSTED-LOG-COUNT
               IF WS-CY-IDX = ZERO OR WS-CY-IDX > WS-CY-CYCLE-COUNT
                   ADD 1 TO WS-MANUAL-LOG-COUNT
               ELSE
                   ADD 1 TO WS-EX-LOG-POSTED(WS-CY-IDX)
               END-IF
           END-IF.
           IF WS-PL-STATUS = "SUSPENDED"
               ADD 1 TO WS-SUSPENDED-LOG-COUNT
               IF WS-CY-IDX > ZERO AND
                  WS-CY-IDX NOT > WS-CY-CYCLE-COUNT
                   ADD 1 TO WS-EX-LOG-SUSPENDED(WS-CY-IDX)
               END-IF
           END-IF.
       COUNT-ONE-ENTRY-EXIT.
           EXIT.

       READ-POSTLOG-RECORD.
           READ POSTLOG-FILE
               AT END
           END-READ.

       CROSS-FOOT-TOTALS.
           PERFORM CROSS-FOOT-CYCLE
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CY-CYCLE-COUNT.
           IF WS-MANUAL-LOG-COUNT > ZERO
               DISPLAY "NOTE: POSTLOG holds " WS-MANUAL-LOG-COUNT
                   " POSTED entries outside the execution cycles - "
                   "workbench/manual posts."
           END-IF.
           IF WS-LOAN-INT-LOG-COUNT > ZERO
               DISPLAY "NOTE: POSTLOG holds " WS-LOAN-INT-LOG-COUNT
                   " POSTED loan interest entries logged with their "
                   "repayments."
           END-IF.

           IF WS-RCN-STATS-FOUND = "N"
                   WS-BALANCE-DATE " - did the extract run?"
               ADD 1 TO WS-IMBALANCE-COUNT
           END-IF.

       CROSS-FOOT-CYCLE.
           IF WS-EX-FOUND(WS-CY-IDX) = "N"
               DISPLAY "IMBALANCE: no STOREXEC run statistics for "
                   WS-BALANCE-DATE " cycle " WS-CY-IDX
                   " - did the execution run finish?"
               ADD 1 TO WS-IMBALANCE-COUNT
           ELSE
               COMPUTE WS-CROSSFOOT =
                   WS-EX-POSTED(WS-CY-IDX) +
                   WS-EX-SUSPENDED(WS-CY-IDX) +
                   WS-EX-EXPIRED(WS-CY-IDX)
               IF WS-CROSSFOOT NOT = WS-EX-PROCESSED(WS-CY-IDX)
                   DISPLAY "IMBALANCE: STOREXEC cycle " WS-CY-IDX
                       " processed " WS-EX-PROCESSED(WS-CY-IDX)
                       " but posted+suspended+expired = "
                       WS-CROSSFOOT
                   ADD 1 TO WS-IMBALANCE-COUNT
               END-IF
               IF WS-EX-LOG-POSTED(WS-CY-IDX) <
                  WS-EX-POSTED(WS-CY-IDX)
                   DISPLAY "IMBALANCE: STOREXEC cycle " WS-CY-IDX
                       " posted " WS-EX-POSTED(WS-CY-IDX)
                       " but only " WS-EX-LOG-POSTED(WS-CY-IDX)
                       " POSTED entries on POSTLOG - log is short."
                   ADD 1 TO WS-IMBALANCE-COUNT
               END-IF
               IF WS-EX-LOG-POSTED(WS-CY-IDX) >
                  WS-EX-POSTED(WS-CY-IDX)
                   DISPLAY "IMBALANCE: STOREXEC cycle " WS-CY-IDX
                       " posted " WS-EX-POSTED(WS-CY-IDX)
                       " but POSTLOG holds "
                       WS-EX-LOG-POSTED(WS-CY-IDX)
                       " POSTED entries for the cycle."
                   ADD 1 TO WS-IMBALANCE-COUNT
               END-IF
               IF WS-EX-LOG-SUSPENDED(WS-CY-IDX) NOT =
                  WS-EX-SUSPENDED(WS-CY-IDX)
                   DISPLAY "IMBALANCE: STOREXEC cycle " WS-CY-IDX
                       " suspended " WS-EX-SUSPENDED(WS-CY-IDX)
                       " vs " WS-EX-LOG-SUSPENDED(WS-CY-IDX)
                       " SUSPENDED entries on POSTLOG."
                   ADD 1 TO WS-IMBALANCE-COUNT
               END-IF
           END-IF.
