      ******************************************************************
      * AMLMON.CBL - Nightly Transaction Monitoring                    *
      ******************************************************************
      * Applies the financial crime team's monitoring rules (see
      * AML-RULES) to every account's transaction history on
      * TXNHIST.DAT after the night's posting: rapid pass-through of
      * inbound credits to an outbound external payment, repeated
      * movements just under the reporting threshold, a day's volume
      * jumping against the account's own average, and large payments
      * to newly added beneficiaries. Each pattern found is raised
      * once on AMLALERT.DAT, keyed by the history entry that tripped
      * it, so it is never raised again however many nights it stays
      * inside the rule's window; an alert the team has dismissed
      * silences the same rule on the same account for the quiet
      * period. The case report (AMLCASE<date>.RPT) lists the night's
      * new alerts with their customer and the evidence behind them,
      * then every alert still open from earlier nights.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLMON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TXNHIST-FILE ASSIGN TO "TXNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-TH-KEY OF TXNHIST-RECORD
               FILE STATUS IS WS-HIST-FSTAT.
           SELECT BENEF-FILE ASSIGN TO "BENEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BN-ID OF BENEF-RECORD
               FILE STATUS IS WS-BENEF-STATUS.
           SELECT AMLALERT-FILE ASSIGN TO "AMLALERT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-AL-KEY OF AMLALERT-RECORD
               FILE STATUS IS WS-ALERT-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD ACCOUNT-FILE.
               COPY WS-ACCOUNT-RECORD
                   REPLACING ==WS-ACCOUNT-RECORD==
                   BY ==ACCOUNT-RECORD==.
           FD TXNHIST-FILE.
               COPY TXNHIST-RECORD
                   REPLACING ==WS-TXNHIST-RECORD==
                   BY ==TXNHIST-RECORD==.
           FD BENEF-FILE.
               COPY BENEF-RECORD
                   REPLACING ==WS-BENEF-RECORD==
                   BY ==BENEF-RECORD==.
           FD AMLALERT-FILE.
               COPY AMLALERT-RECORD
                   REPLACING ==WS-AMLALERT-RECORD==
                   BY ==AMLALERT-RECORD==.
           FD REPORT-FILE.
           01  WS-REPORT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY AML-RULES.
       01  WS-HIST-FSTAT           PIC XX.
       01  WS-BENEF-STATUS         PIC XX.
       01  WS-ALERT-STATUS         PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-REPORT-FILE-NAME     PIC X(30).
       01  WS-BENEF-PRESENT        PIC X VALUE "N".
       01  WS-SCAN-DONE            PIC X.
       01  WS-TODAY-NUM            PIC 9(9).
       01  WS-LEG-NUM              PIC 9(9).
       01  WS-FROM-NUM             PIC 9(9).
       01  WS-ADDED-NUM            PIC 9(9).
       01  WS-WINDOW-DAYS          PIC 9(4).
       01  WS-SCAN-DAYS            PIC 9(4).
       01  WS-SCAN-FROM-DATE       PIC 9(8).
      * The account's recent movements - the longest rule window
      * other than the volume baseline, which is totalled as the
      * history is read rather than held.
       01  WS-HIST-TABLE.
           05  WS-HL-ENTRY OCCURS 2000 TIMES.
               10  WS-HL-DATE        PIC 9(8).
               10  WS-HL-DAY-NUM     PIC 9(9).
               10  WS-HL-SEQ         PIC 9(5).
               10  WS-HL-KIND        PIC X.
               10  WS-HL-AMOUNT      PIC 9(10)V99.
               10  WS-HL-BENEF-ID    PIC X(10).
       01  WS-HL-COUNT             PIC 9(5).
       01  WS-HL-MAX               PIC 9(5) VALUE 2000.
       01  WS-HL-IDX               PIC 9(5).
       01  WS-HL-SUB               PIC 9(5).
       01  WS-HL-OVERFLOW          PIC X.
       01  WS-BASE-TOTAL           PIC 9(14)V99.
       01  WS-DAY-TOTAL            PIC 9(14)V99.
       01  WS-AVERAGE-DAY          PIC 9(12)V99.
       01  WS-VOLM-LIMIT           PIC 9(14)V99.
       01  WS-IN-TOTAL             PIC 9(12)V99.
       01  WS-IN-COUNT             PIC 9(5).
       01  WS-GAP-AMOUNT           PIC S9(12)V99.
       01  WS-TOLER-AMOUNT         PIC 9(12)V99.
       01  WS-STRC-FLOOR           PIC 9(10)V99.
       01  WS-STRC-TOTAL           PIC 9(12)V99.
       01  WS-STRC-COUNT           PIC 9(5).
       01  WS-STRC-LAST            PIC 9(5).
      * The alert being raised - filled by the rule paragraphs before
      * RAISE-ALERT is performed.
       01  WS-NEW-RULE             PIC X(4).
       01  WS-NEW-ANCHOR-DATE      PIC 9(8).
       01  WS-NEW-ANCHOR-SEQ       PIC 9(5).
       01  WS-NEW-AMOUNT           PIC 9(12)V99.
       01  WS-NEW-COMPARE-AMT      PIC 9(12)V99.
       01  WS-NEW-COUNT            PIC 9(5).
       01  WS-NEW-DETAIL           PIC X(60).
       01  WS-QUIET-FLAG           PIC X.
       01  WS-QUIET-END-NUM        PIC 9(9).
       01  WS-RULE-DESC            PIC X(24).
       01  WS-TOTAL-ACCOUNTS       PIC 9(7) VALUE 0.
       01  WS-TOTAL-LEGS           PIC 9(7) VALUE 0.
       01  WS-TOTAL-RAISED         PIC 9(7) VALUE 0.
       01  WS-TOTAL-SUPPRESSED     PIC 9(7) VALUE 0.
       01  WS-TOTAL-CARRIED        PIC 9(7) VALUE 0.
       01  WS-RAISED-PASS          PIC 9(7) VALUE 0.
       01  WS-RAISED-STRC          PIC 9(7) VALUE 0.
       01  WS-RAISED-VOLM          PIC 9(7) VALUE 0.
       01  WS-RAISED-NBEN          PIC 9(7) VALUE 0.
      * ACCEPT FROM TIME supplies HHMMSShh - the fields are 9(8) and
      * the leading HHMMSS is taken when the record is built, the same
      * idiom AUDITLOG uses for its timestamp.
       01  WS-START-TIME           PIC 9(8).
       01  WS-END-TIME             PIC 9(8).
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
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "AMLMON - Transaction Monitoring Starting".
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.

      * Monitoring reads the history the night's posting wrote -
      * JOBCTL holds this job until STOREXEC shows COMPLETE for the
      * business date.
           MOVE "AMLMON" TO WS-JOB-NAME.
           MOVE "STOREXEC" TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "AMLMON - not started."
               STOP RUN
           END-IF.

      * The movements held per account must cover the pass-through
      * rule's inbound look-back behind its own window, as well as
      * the structuring and new beneficiary windows; the history is
      * read back as far as the volume baseline as well.
           COMPUTE WS-WINDOW-DAYS = WS-AR-PASS-DAYS * 2.
           IF WS-AR-STRC-DAYS > WS-WINDOW-DAYS
               MOVE WS-AR-STRC-DAYS TO WS-WINDOW-DAYS
           END-IF.
           IF WS-AR-NBEN-DAYS > WS-WINDOW-DAYS
               MOVE WS-AR-NBEN-DAYS TO WS-WINDOW-DAYS
           END-IF.
           MOVE WS-WINDOW-DAYS TO WS-SCAN-DAYS.
           IF WS-AR-VOLM-BASE-DAYS > WS-SCAN-DAYS
               MOVE WS-AR-VOLM-BASE-DAYS TO WS-SCAN-DAYS
           END-IF.
           COMPUTE WS-TODAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           COMPUTE WS-FROM-NUM = WS-TODAY-NUM - WS-SCAN-DAYS.
           COMPUTE WS-SCAN-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-FROM-NUM).

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "AMLCASE" WS-CURRENT-DATE ".RPT"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ACCT.DAT OPEN Error, Status: " WS-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT TXNHIST-FILE.
           IF WS-HIST-FSTAT NOT = "00"
               DISPLAY "TXNHIST.DAT OPEN Error, Status: "
                   WS-HIST-FSTAT " - nothing to monitor."
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF.
      * Without the beneficiary master the new beneficiary rule
      * cannot tell when a payee was added - the other rules still
      * run.
           OPEN INPUT BENEF-FILE.
           IF WS-BENEF-STATUS = "00"
               MOVE "Y" TO WS-BENEF-PRESENT
           ELSE
               DISPLAY "BENEF.DAT OPEN Error, Status: "
                   WS-BENEF-STATUS
                   " - new beneficiary rule not applied."
           END-IF.
           OPEN I-O AMLALERT-FILE.
           IF WS-ALERT-STATUS = "35"
               OPEN OUTPUT AMLALERT-FILE
               CLOSE AMLALERT-FILE
               OPEN I-O AMLALERT-FILE
           END-IF.
           IF WS-ALERT-STATUS NOT = "00"
               DISPLAY "AMLALERT.DAT OPEN Error, Status: "
                   WS-ALERT-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE TXNHIST-FILE
               IF WS-BENEF-PRESENT = "Y"
                   CLOSE BENEF-FILE
               END-IF
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TRANSACTION MONITORING CASE REPORT - RUN DATE "
               WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "NEW ALERTS" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       ADD 1 TO WS-TOTAL-ACCOUNTS
                       PERFORM MONITOR-ONE-ACCOUNT
               END-READ
           END-PERFORM.

           PERFORM REPORT-CARRIED-ALERTS.
           PERFORM REPORT-TOTALS.

           CLOSE ACCOUNT-FILE.
           CLOSE TXNHIST-FILE.
           IF WS-BENEF-PRESENT = "Y"
               CLOSE BENEF-FILE
           END-IF.
           CLOSE AMLALERT-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "AMLMON - Accounts: " WS-TOTAL-ACCOUNTS
               " Alerts raised: " WS-TOTAL-RAISED
               " Suppressed: " WS-TOTAL-SUPPRESSED
               " Open from earlier: " WS-TOTAL-CARRIED.
           DISPLAY "AMLMON - Report: " WS-REPORT-FILE-NAME.

           PERFORM WRITE-RUN-STATISTICS.

           MOVE "E" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           STOP RUN.

       WRITE-RUN-STATISTICS.
           ACCEPT WS-END-TIME FROM TIME.
           INITIALIZE WS-RUNSTAT-RECORD.
           MOVE "AMLMON" TO WS-RS-JOB-NAME.
           MOVE WS-CURRENT-DATE TO WS-RS-RUN-DATE.
           MOVE WS-START-TIME(1:6) TO WS-RS-START-TIME.
           MOVE WS-END-TIME(1:6) TO WS-RS-END-TIME.
           MOVE WS-TOTAL-ACCOUNTS TO WS-RS-PROCESSED.
           MOVE WS-TOTAL-LEGS TO WS-RS-CHECKED.
           MOVE WS-TOTAL-RAISED TO WS-RS-EXTRACTED.
           CALL 'RUNSTATW' USING WS-RUNSTAT-RECORD.

       MONITOR-ONE-ACCOUNT.
           PERFORM LOAD-ACCOUNT-HISTORY.
           IF WS-AR-PASS-ON = "Y"
               PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                       UNTIL WS-HL-IDX > WS-HL-COUNT
                   IF WS-HL-KIND(WS-HL-IDX) = "X" AND
                      WS-HL-DAY-NUM(WS-HL-IDX) >
                      WS-TODAY-NUM - WS-AR-PASS-DAYS
                       PERFORM CHECK-PASS-THROUGH
                          THRU CHECK-PASS-THROUGH-EXIT
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-AR-STRC-ON = "Y"
               PERFORM CHECK-STRUCTURING
           END-IF.
           IF WS-AR-VOLM-ON = "Y"
               PERFORM CHECK-VOLUME-JUMP THRU CHECK-VOLUME-JUMP-EXIT
           END-IF.
           IF WS-AR-NBEN-ON = "Y" AND WS-BENEF-PRESENT = "Y"
               PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                       UNTIL WS-HL-IDX > WS-HL-COUNT
                   IF WS-HL-KIND(WS-HL-IDX) = "X" AND
                      WS-HL-AMOUNT(WS-HL-IDX) NOT <
                      WS-AR-NBEN-MIN-AMT AND
                      WS-HL-DAY-NUM(WS-HL-IDX) >
                      WS-TODAY-NUM - WS-AR-NBEN-DAYS
                       PERFORM CHECK-NEW-BENEFICIARY
                          THRU CHECK-NEW-BENEFICIARY-EXIT
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-ACCOUNT-HISTORY.
      * Every movement back to the volume baseline start is totalled
      * - the run date's on its own, earlier days into the baseline -
      * and those inside the rule window are held in the table,
      * classed as an inbound interbank credit ("I"), an outbound
      * external payment ("X", the beneficiary taken from the
      * narrative TXNHISTW writes) or any other movement ("O").
           MOVE ZERO TO WS-HL-COUNT.
           MOVE ZERO TO WS-BASE-TOTAL.
           MOVE ZERO TO WS-DAY-TOTAL.
           MOVE "N" TO WS-HL-OVERFLOW.
           MOVE WS-ACCT-ID OF ACCOUNT-RECORD TO
               WS-TH-ACCT-ID OF TXNHIST-RECORD.
           MOVE WS-SCAN-FROM-DATE TO WS-TH-POST-DATE OF TXNHIST-RECORD.
           MOVE ZERO TO WS-TH-SEQ OF TXNHIST-RECORD.
           MOVE "N" TO WS-SCAN-DONE.
           START TXNHIST-FILE
               KEY NOT LESS THAN WS-TH-KEY OF TXNHIST-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ TXNHIST-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF WS-TH-ACCT-ID OF TXNHIST-RECORD NOT =
                          WS-ACCT-ID OF ACCOUNT-RECORD OR
                          WS-TH-POST-DATE OF TXNHIST-RECORD >
                          WS-CURRENT-DATE
                           MOVE "Y" TO WS-SCAN-DONE
                       ELSE
                           PERFORM LOAD-ONE-LEG
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-HL-OVERFLOW = "Y"
               DISPLAY "AMLMON - more than " WS-HL-MAX
                   " recent movements on account "
                   WS-ACCT-ID OF ACCOUNT-RECORD
                   " - the latest were not examined."
           END-IF.

       LOAD-ONE-LEG.
           ADD 1 TO WS-TOTAL-LEGS.
           COMPUTE WS-LEG-NUM = FUNCTION INTEGER-OF-DATE
               (WS-TH-POST-DATE OF TXNHIST-RECORD).
           IF WS-LEG-NUM = WS-TODAY-NUM
               ADD WS-TH-AMOUNT OF TXNHIST-RECORD TO WS-DAY-TOTAL
           ELSE
               IF WS-LEG-NUM NOT < WS-TODAY-NUM - WS-AR-VOLM-BASE-DAYS
                   ADD WS-TH-AMOUNT OF TXNHIST-RECORD TO WS-BASE-TOTAL
               END-IF
           END-IF.
           IF WS-LEG-NUM > WS-TODAY-NUM - WS-WINDOW-DAYS
               IF WS-HL-COUNT < WS-HL-MAX
                   ADD 1 TO WS-HL-COUNT
                   MOVE WS-TH-POST-DATE OF TXNHIST-RECORD TO
                       WS-HL-DATE(WS-HL-COUNT)
                   MOVE WS-LEG-NUM TO WS-HL-DAY-NUM(WS-HL-COUNT)
                   MOVE WS-TH-SEQ OF TXNHIST-RECORD TO
                       WS-HL-SEQ(WS-HL-COUNT)
                   MOVE WS-TH-AMOUNT OF TXNHIST-RECORD TO
                       WS-HL-AMOUNT(WS-HL-COUNT)
                   MOVE "O" TO WS-HL-KIND(WS-HL-COUNT)
                   MOVE SPACES TO WS-HL-BENEF-ID(WS-HL-COUNT)
                   IF WS-TH-DRCR OF TXNHIST-RECORD = "CR" AND
                      WS-TH-NARRATIVE OF TXNHIST-RECORD(1:22) =
                      "INTERBANK CREDIT FROM "
                       MOVE "I" TO WS-HL-KIND(WS-HL-COUNT)
                   END-IF
                   IF WS-TH-DRCR OF TXNHIST-RECORD = "DR" AND
                      WS-TH-NARRATIVE OF TXNHIST-RECORD(1:26) =
                      "SO PAYMENT TO BENEFICIARY "
                       MOVE "X" TO WS-HL-KIND(WS-HL-COUNT)
                       MOVE WS-TH-NARRATIVE OF TXNHIST-RECORD(27:10)
                           TO WS-HL-BENEF-ID(WS-HL-COUNT)
                   END-IF
               ELSE
                   MOVE "Y" TO WS-HL-OVERFLOW
               END-IF
           END-IF.

       CHECK-PASS-THROUGH.
      * The inbound credits counted are those in the look-back
      * window ending with the outbound payment - earlier the same
      * day counts, later does not.
           MOVE ZERO TO WS-IN-TOTAL.
           MOVE ZERO TO WS-IN-COUNT.
           PERFORM VARYING WS-HL-SUB FROM 1 BY 1
                   UNTIL WS-HL-SUB NOT < WS-HL-IDX
               IF WS-HL-KIND(WS-HL-SUB) = "I" AND
                  WS-HL-DAY-NUM(WS-HL-SUB) NOT <
                  WS-HL-DAY-NUM(WS-HL-IDX) - WS-AR-PASS-DAYS
                   ADD WS-HL-AMOUNT(WS-HL-SUB) TO WS-IN-TOTAL
                   ADD 1 TO WS-IN-COUNT
               END-IF
           END-PERFORM.
           IF WS-IN-COUNT < WS-AR-PASS-MIN-CREDITS OR
              WS-HL-AMOUNT(WS-HL-IDX) < WS-AR-PASS-MIN-AMT
               GO TO CHECK-PASS-THROUGH-EXIT
           END-IF.
           COMPUTE WS-GAP-AMOUNT =
               WS-HL-AMOUNT(WS-HL-IDX) - WS-IN-TOTAL.
           IF WS-GAP-AMOUNT < ZERO
               COMPUTE WS-GAP-AMOUNT = ZERO - WS-GAP-AMOUNT
           END-IF.
           COMPUTE WS-TOLER-AMOUNT ROUNDED =
               WS-IN-TOTAL * WS-AR-PASS-TOLER-PCT / 100.
           IF WS-GAP-AMOUNT NOT > WS-TOLER-AMOUNT
               MOVE "PASS" TO WS-NEW-RULE
               MOVE WS-HL-DATE(WS-HL-IDX) TO WS-NEW-ANCHOR-DATE
               MOVE WS-HL-SEQ(WS-HL-IDX) TO WS-NEW-ANCHOR-SEQ
               MOVE WS-HL-AMOUNT(WS-HL-IDX) TO WS-NEW-AMOUNT
               MOVE WS-IN-TOTAL TO WS-NEW-COMPARE-AMT
               MOVE WS-IN-COUNT TO WS-NEW-COUNT
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "PAID TO BENEFICIARY "
                   WS-HL-BENEF-ID(WS-HL-IDX)
                   " AFTER " WS-IN-COUNT " INBOUND CREDITS"
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
           END-IF.
       CHECK-PASS-THROUGH-EXIT.
           EXIT.

       CHECK-STRUCTURING.
      * The band runs from STRC-BAND-PCT percent below the threshold
      * up to, but not including, the threshold itself. The alert is
      * anchored on the latest movement in the band, so a further
      * one on a later night is new evidence and raised afresh.
           COMPUTE WS-STRC-FLOOR ROUNDED = WS-AR-STRC-THRESHOLD
               * (100 - WS-AR-STRC-BAND-PCT) / 100.
           MOVE ZERO TO WS-STRC-TOTAL.
           MOVE ZERO TO WS-STRC-COUNT.
           MOVE ZERO TO WS-STRC-LAST.
           PERFORM VARYING WS-HL-IDX FROM 1 BY 1
                   UNTIL WS-HL-IDX > WS-HL-COUNT
               IF WS-HL-DAY-NUM(WS-HL-IDX) >
                  WS-TODAY-NUM - WS-AR-STRC-DAYS AND
                  WS-HL-AMOUNT(WS-HL-IDX) NOT < WS-STRC-FLOOR AND
                  WS-HL-AMOUNT(WS-HL-IDX) < WS-AR-STRC-THRESHOLD
                   ADD WS-HL-AMOUNT(WS-HL-IDX) TO WS-STRC-TOTAL
                   ADD 1 TO WS-STRC-COUNT
                   MOVE WS-HL-IDX TO WS-STRC-LAST
               END-IF
           END-PERFORM.
           IF WS-STRC-COUNT NOT < WS-AR-STRC-MIN-COUNT AND
              WS-STRC-COUNT > ZERO
               MOVE "STRC" TO WS-NEW-RULE
               MOVE WS-HL-DATE(WS-STRC-LAST) TO WS-NEW-ANCHOR-DATE
               MOVE WS-HL-SEQ(WS-STRC-LAST) TO WS-NEW-ANCHOR-SEQ
               MOVE WS-STRC-TOTAL TO WS-NEW-AMOUNT
               MOVE WS-AR-STRC-THRESHOLD TO WS-NEW-COMPARE-AMT
               MOVE WS-STRC-COUNT TO WS-NEW-COUNT
               MOVE SPACES TO WS-NEW-DETAIL
               STRING WS-STRC-COUNT " MOVEMENTS IN "
                   WS-AR-STRC-DAYS " DAYS JUST UNDER THRESHOLD"
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
           END-IF.

       CHECK-VOLUME-JUMP.
      * An account with no movement in the baseline has an average
      * of zero, so any day at or above the minimum is a jump.
           IF WS-DAY-TOTAL < WS-AR-VOLM-MIN-AMT
               GO TO CHECK-VOLUME-JUMP-EXIT
           END-IF.
           COMPUTE WS-AVERAGE-DAY ROUNDED =
               WS-BASE-TOTAL / WS-AR-VOLM-BASE-DAYS.
           COMPUTE WS-VOLM-LIMIT = WS-AVERAGE-DAY * WS-AR-VOLM-FACTOR.
           IF WS-DAY-TOTAL > WS-VOLM-LIMIT
               MOVE "VOLM" TO WS-NEW-RULE
               MOVE WS-CURRENT-DATE TO WS-NEW-ANCHOR-DATE
               MOVE ZERO TO WS-NEW-ANCHOR-SEQ
               MOVE WS-DAY-TOTAL TO WS-NEW-AMOUNT
               MOVE WS-AVERAGE-DAY TO WS-NEW-COMPARE-AMT
               MOVE ZERO TO WS-NEW-COUNT
               MOVE SPACES TO WS-NEW-DETAIL
               STRING "DAY'S MOVEMENT OVER " WS-AR-VOLM-FACTOR
                   " TIMES THE " WS-AR-VOLM-BASE-DAYS
                   "-DAY AVERAGE"
                   DELIMITED BY SIZE INTO WS-NEW-DETAIL
               PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT
           END-IF.
       CHECK-VOLUME-JUMP-EXIT.
           EXIT.

       CHECK-NEW-BENEFICIARY.
      * A beneficiary set up before its added date was recorded
      * carries zero and is never treated as new.
           MOVE WS-HL-BENEF-ID(WS-HL-IDX) TO WS-BN-ID OF BENEF-RECORD.
           READ BENEF-FILE
               INVALID KEY
                   GO TO CHECK-NEW-BENEFICIARY-EXIT
           END-READ.
           IF WS-BN-ADDED-DATE OF BENEF-RECORD NOT NUMERIC OR
              WS-BN-ADDED-DATE OF BENEF-RECORD = ZERO
               GO TO CHECK-NEW-BENEFICIARY-EXIT
           END-IF.
           COMPUTE WS-ADDED-NUM = FUNCTION INTEGER-OF-DATE
               (WS-BN-ADDED-DATE OF BENEF-RECORD).
           IF WS-ADDED-NUM > WS-HL-DAY-NUM(WS-HL-IDX) OR
              WS-HL-DAY-NUM(WS-HL-IDX) - WS-ADDED-NUM >
              WS-AR-NBEN-DAYS
               GO TO CHECK-NEW-BENEFICIARY-EXIT
           END-IF.
           MOVE "NBEN" TO WS-NEW-RULE.
           MOVE WS-HL-DATE(WS-HL-IDX) TO WS-NEW-ANCHOR-DATE.
           MOVE WS-HL-SEQ(WS-HL-IDX) TO WS-NEW-ANCHOR-SEQ.
           MOVE WS-HL-AMOUNT(WS-HL-IDX) TO WS-NEW-AMOUNT.
           MOVE WS-AR-NBEN-MIN-AMT TO WS-NEW-COMPARE-AMT.
           MOVE 1 TO WS-NEW-COUNT.
           MOVE SPACES TO WS-NEW-DETAIL.
           STRING "BENEFICIARY " WS-BN-ID OF BENEF-RECORD
               " " WS-BN-NAME OF BENEF-RECORD
               " ADDED " WS-BN-ADDED-DATE OF BENEF-RECORD
               DELIMITED BY SIZE INTO WS-NEW-DETAIL.
           PERFORM RAISE-ALERT THRU RAISE-ALERT-EXIT.
       CHECK-NEW-BENEFICIARY-EXIT.
           EXIT.

       RAISE-ALERT.
      * A pattern already on file - open, escalated or dismissed - is
      * not raised again.
           MOVE WS-ACCT-ID OF ACCOUNT-RECORD TO
               WS-AL-ACCT-ID OF AMLALERT-RECORD.
           MOVE WS-NEW-RULE TO WS-AL-RULE OF AMLALERT-RECORD.
           MOVE WS-NEW-ANCHOR-DATE TO
               WS-AL-ANCHOR-DATE OF AMLALERT-RECORD.
           MOVE WS-NEW-ANCHOR-SEQ TO
               WS-AL-ANCHOR-SEQ OF AMLALERT-RECORD.
           READ AMLALERT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   GO TO RAISE-ALERT-EXIT
           END-READ.

           PERFORM CHECK-QUIET-PERIOD.
           IF WS-QUIET-FLAG = "Y"
               ADD 1 TO WS-TOTAL-SUPPRESSED
               GO TO RAISE-ALERT-EXIT
           END-IF.

           INITIALIZE AMLALERT-RECORD.
           MOVE WS-ACCT-ID OF ACCOUNT-RECORD TO
               WS-AL-ACCT-ID OF AMLALERT-RECORD.
           MOVE WS-NEW-RULE TO WS-AL-RULE OF AMLALERT-RECORD.
           MOVE WS-NEW-ANCHOR-DATE TO
               WS-AL-ANCHOR-DATE OF AMLALERT-RECORD.
           MOVE WS-NEW-ANCHOR-SEQ TO
               WS-AL-ANCHOR-SEQ OF AMLALERT-RECORD.
           MOVE WS-ACCT-CUST-ID OF ACCOUNT-RECORD TO
               WS-AL-CUST-ID OF AMLALERT-RECORD.
           MOVE "O" TO WS-AL-STATUS OF AMLALERT-RECORD.
           MOVE WS-CURRENT-DATE TO WS-AL-RAISED-DATE OF AMLALERT-RECORD.
           MOVE WS-NEW-AMOUNT TO WS-AL-AMOUNT OF AMLALERT-RECORD.
           MOVE WS-NEW-COMPARE-AMT TO
               WS-AL-COMPARE-AMT OF AMLALERT-RECORD.
           MOVE WS-NEW-COUNT TO WS-AL-COUNT OF AMLALERT-RECORD.
           MOVE WS-ACCT-CURRENCY-CODE OF ACCOUNT-RECORD TO
               WS-AL-CURRENCY OF AMLALERT-RECORD.
           MOVE WS-NEW-DETAIL TO WS-AL-DETAIL OF AMLALERT-RECORD.
           WRITE AMLALERT-RECORD
               INVALID KEY
                   DISPLAY "AMLALERT.DAT WRITE Error, Status: "
                       WS-ALERT-STATUS " for account "
                       WS-ACCT-ID OF ACCOUNT-RECORD
                   GO TO RAISE-ALERT-EXIT
           END-WRITE.

           ADD 1 TO WS-TOTAL-RAISED.
           EVALUATE WS-NEW-RULE
               WHEN "PASS"
                   ADD 1 TO WS-RAISED-PASS
               WHEN "STRC"
                   ADD 1 TO WS-RAISED-STRC
               WHEN "VOLM"
                   ADD 1 TO WS-RAISED-VOLM
               WHEN "NBEN"
                   ADD 1 TO WS-RAISED-NBEN
           END-EVALUATE.
           PERFORM REPORT-NEW-ALERT.
       RAISE-ALERT-EXIT.
           EXIT.

       CHECK-QUIET-PERIOD.
      * Any dismissal of the same rule on the same account within
      * the quiet period silences it - the team has looked at this
      * pattern on this account and judged it ordinary.
           MOVE "N" TO WS-QUIET-FLAG.
           MOVE WS-ACCT-ID OF ACCOUNT-RECORD TO
               WS-AL-ACCT-ID OF AMLALERT-RECORD.
           MOVE WS-NEW-RULE TO WS-AL-RULE OF AMLALERT-RECORD.
           MOVE ZERO TO WS-AL-ANCHOR-DATE OF AMLALERT-RECORD.
           MOVE ZERO TO WS-AL-ANCHOR-SEQ OF AMLALERT-RECORD.
           MOVE "N" TO WS-SCAN-DONE.
           START AMLALERT-FILE
               KEY NOT LESS THAN WS-AL-KEY OF AMLALERT-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ AMLALERT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF WS-AL-ACCT-ID OF AMLALERT-RECORD NOT =
                          WS-ACCT-ID OF ACCOUNT-RECORD OR
                          WS-AL-RULE OF AMLALERT-RECORD NOT =
                          WS-NEW-RULE
                           MOVE "Y" TO WS-SCAN-DONE
                       ELSE
                           IF WS-AL-STATUS OF AMLALERT-RECORD = "D"
                              AND WS-AL-DECIDED-DATE OF
                              AMLALERT-RECORD > ZERO
                               COMPUTE WS-QUIET-END-NUM =
                                   FUNCTION INTEGER-OF-DATE
                                   (WS-AL-DECIDED-DATE OF
                                   AMLALERT-RECORD)
                                   + WS-AR-QUIET-DAYS
                               IF WS-QUIET-END-NUM NOT <
                                  WS-TODAY-NUM
                                   MOVE "Y" TO WS-QUIET-FLAG
                               END-IF
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       SET-RULE-DESC.
           EVALUATE WS-AL-RULE OF AMLALERT-RECORD
               WHEN "PASS"
                   MOVE "RAPID PASS-THROUGH" TO WS-RULE-DESC
               WHEN "STRC"
                   MOVE "STRUCTURING" TO WS-RULE-DESC
               WHEN "VOLM"
                   MOVE "VOLUME JUMP" TO WS-RULE-DESC
               WHEN "NBEN"
                   MOVE "NEW BENEFICIARY PAID" TO WS-RULE-DESC
               WHEN OTHER
                   MOVE "UNKNOWN RULE" TO WS-RULE-DESC
           END-EVALUATE.

       REPORT-NEW-ALERT.
           PERFORM SET-RULE-DESC.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUSTOMER " WS-AL-CUST-ID OF AMLALERT-RECORD
               " ACCOUNT " WS-AL-ACCT-ID OF AMLALERT-RECORD
               " RULE " WS-AL-RULE OF AMLALERT-RECORD
               " " WS-RULE-DESC
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    TRIGGERED BY " WS-AL-ANCHOR-DATE OF
               AMLALERT-RECORD "/" WS-AL-ANCHOR-SEQ OF AMLALERT-RECORD
               " AMOUNT: " WS-AL-AMOUNT OF AMLALERT-RECORD
               " " WS-AL-CURRENCY OF AMLALERT-RECORD
               " AGAINST: " WS-AL-COMPARE-AMT OF AMLALERT-RECORD
               " COUNT: " WS-AL-COUNT OF AMLALERT-RECORD
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    " WS-AL-DETAIL OF AMLALERT-RECORD
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           DISPLAY "AML ALERT - ACCT: " WS-AL-ACCT-ID OF AMLALERT-RECORD
               " RULE: " WS-AL-RULE OF AMLALERT-RECORD
               " AMOUNT: " WS-AL-AMOUNT OF AMLALERT-RECORD.

       REPORT-CARRIED-ALERTS.
      * Alerts raised on earlier nights and not yet worked stay on
      * the case report until the team escalates or dismisses them.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "ALERTS STILL OPEN FROM EARLIER NIGHTS"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE LOW-VALUES TO WS-AL-KEY OF AMLALERT-RECORD.
           MOVE "N" TO WS-SCAN-DONE.
           START AMLALERT-FILE
               KEY NOT LESS THAN WS-AL-KEY OF AMLALERT-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ AMLALERT-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF WS-AL-STATUS OF AMLALERT-RECORD = "O" AND
                          WS-AL-RAISED-DATE OF AMLALERT-RECORD <
                          WS-CURRENT-DATE
                           PERFORM REPORT-CARRIED-ALERT
                       END-IF
               END-READ
           END-PERFORM.

       REPORT-CARRIED-ALERT.
           PERFORM SET-RULE-DESC.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUSTOMER " WS-AL-CUST-ID OF AMLALERT-RECORD
               " ACCOUNT " WS-AL-ACCT-ID OF AMLALERT-RECORD
               " RULE " WS-AL-RULE OF AMLALERT-RECORD
               " " WS-RULE-DESC
               " RAISED " WS-AL-RAISED-DATE OF AMLALERT-RECORD
               " AMOUNT: " WS-AL-AMOUNT OF AMLALERT-RECORD
               " " WS-AL-CURRENCY OF AMLALERT-RECORD
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           ADD 1 TO WS-TOTAL-CARRIED.

       REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNTS MONITORED: " WS-TOTAL-ACCOUNTS
               " MOVEMENTS READ: " WS-TOTAL-LEGS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "NEW ALERTS: " WS-TOTAL-RAISED
               " (PASS " WS-RAISED-PASS
               " STRC " WS-RAISED-STRC
               " VOLM " WS-RAISED-VOLM
               " NBEN " WS-RAISED-NBEN ")"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SUPPRESSED AFTER DISMISSAL: " WS-TOTAL-SUPPRESSED
               " STILL OPEN FROM EARLIER: " WS-TOTAL-CARRIED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
