      ******************************************************************
      * LOANARR.CBL - Instalment Loan Arrears                          *
      ******************************************************************
      * Nightly, after the standing order run. An instalment still due
      * on LOANSCHD.DAT once its collection date has passed - the due
      * date moved forward off a weekend or bank holiday, as the
      * repayment order is - was not collected, normally because the
      * repayment suspended, and is marked in arrears ("A"). Each
      * loan's arrears are then recounted from its schedule: the
      * number of instalments and the amount in arrears and the date
      * of the oldest go on the LOAN.DAT master, with the status set
      * to ARREARS, or back to ACTIVE once they have all been paid
      * (LOANPAY clears them as a late repayment posts). Changes are
      * audited under the job's name.
      * The arrears report LOANARR<date>.RPT is the collections list:
      * every loan in arrears with its customer, settlement account,
      * days past due, instalments and amount in arrears, and the
      * reason its repayment order is sitting on STOSUSP.DAT.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANARR.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-LN-ACCT-ID OF LOAN-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOANSCHD-FILE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-LS-KEY OF LOANSCHD-RECORD
               FILE STATUS IS WS-SCHD-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "STOSUSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-SUSP-SO-ID OF SUSPENSE-RECORD
               FILE STATUS IS WS-SUSP-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD LOAN-FILE.
               COPY LOAN-RECORD
                   REPLACING ==WS-LOAN-RECORD==
                   BY ==LOAN-RECORD==.
           FD LOANSCHD-FILE.
               COPY LOANSCHD-RECORD
                   REPLACING ==WS-LOANSCHD-RECORD==
                   BY ==LOANSCHD-RECORD==.
           FD SUSPENSE-FILE.
               COPY SUSPENSE-RECORD
                   REPLACING ==WS-SUSPENSE-RECORD==
                   BY ==SUSPENSE-RECORD==.
           FD REPORT-FILE.
           01  WS-REPORT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       01  WS-SCHD-STATUS          PIC XX.
       01  WS-SUSP-STATUS          PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-REPORT-FILE-NAME     PIC X(30).
      * "Y" when STOSUSP.DAT could be opened - without it the report
      * still lists the arrears, with the reason left blank.
       01  WS-SUSP-OPEN            PIC X VALUE "N".
       01  WS-OLD-STATUS           PIC X(10).
       01  WS-OLD-ARR-COUNT        PIC 9(3).
       01  WS-OLD-ARR-AMT          PIC 9(10)V99.
       01  WS-ARR-COUNT            PIC 9(3).
       01  WS-ARR-AMT              PIC 9(10)V99.
       01  WS-ARR-SINCE            PIC 9(8).
       01  WS-ADJ-RULE             PIC X VALUE "F".
       01  WS-COLLECT-DATE         PIC 9(8).
       01  WS-TODAY-NUM            PIC 9(9).
       01  WS-SINCE-NUM            PIC 9(9).
       01  WS-DAYS-PAST-DUE        PIC 9(5).
       01  WS-ARR-AMT-DISP         PIC Z(9)9.99.
       01  WS-ARR-REASON           PIC X(60).
       01  WS-TOTAL-LOANS          PIC 9(7) VALUE 0.
       01  WS-TOTAL-ENTRIES        PIC 9(7) VALUE 0.
       01  WS-TOTAL-NEW-OVERDUE    PIC 9(7) VALUE 0.
       01  WS-TOTAL-IN-ARREARS     PIC 9(7) VALUE 0.
       01  WS-TOTAL-CURED          PIC 9(7) VALUE 0.
       01  WS-TOTAL-ARR-AMT        PIC 9(12)V99 VALUE 0.
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-OPERATOR-NAME    PIC X(10).
       01  WS-AUD-KEY              PIC X(20).
       01  WS-START-TIME           PIC 9(8).
       01  WS-END-TIME             PIC 9(8).
           COPY RUNSTAT-RECORD.
       01  WS-JOB-NAME             PIC X(8).
       01  WS-PRED-NAME            PIC X(8).
       01  WS-JOB-CYCLES.
           05  WS-JOB-CYCLE        PIC 9 VALUE 0.
           05  WS-PRED-CYCLE       PIC 9 VALUE 0.
       01  WS-JOBCTL-FUNC          PIC X.
       01  WS-JOB-RESULT           PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "LOANARR - Instalment Loan Arrears Starting".
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.

           MOVE "LOANARR" TO WS-JOB-NAME.
           MOVE "STOREXEC" TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "LOANARR - not started."
               STOP RUN
           END-IF.

           COMPUTE WS-TODAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "LOANARR" WS-CURRENT-DATE ".RPT"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

      * No loan master yet means no loan has ever been drawn down -
      * nothing to follow up, and the job still completes.
           OPEN I-O LOAN-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "LOANARR - no loans on file."
               GO TO END-OF-JOB
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "LOAN.DAT OPEN Error, Status: " WS-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN I-O LOANSCHD-FILE.
           IF WS-SCHD-STATUS NOT = "00"
               DISPLAY "LOANSCHD.DAT OPEN Error, Status: "
                   WS-SCHD-STATUS " - no arrears marked."
               CLOSE LOAN-FILE
               STOP RUN
           END-IF.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSP-STATUS = "00"
               MOVE "Y" TO WS-SUSP-OPEN
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "INSTALMENT LOAN ARREARS REPORT - RUN DATE "
               WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LOAN ACCOUNT    CUSTOMER   SETTLEMENT      "
               "DAYS  INST  ARREARS AMOUNT CCY  "
               "REPAYMENT SUSPENSE REASON"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           MOVE LOW-VALUES TO WS-LN-ACCT-ID OF LOAN-RECORD.
           START LOAN-FILE
               KEY NOT LESS THAN WS-LN-ACCT-ID OF LOAN-RECORD
               INVALID KEY
                   MOVE "10" TO WS-FILE-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF WS-LN-STATUS OF LOAN-RECORD NOT = "REPAID"
                           ADD 1 TO WS-TOTAL-LOANS
                           PERFORM CHECK-ONE-LOAN
                               THRU CHECK-ONE-LOAN-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-TOTAL-IN-ARREARS = ZERO
               MOVE "  (none)" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           PERFORM REPORT-TOTALS.

           CLOSE LOAN-FILE.
           CLOSE LOANSCHD-FILE.
           IF WS-SUSP-OPEN = "Y"
               CLOSE SUSPENSE-FILE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY "LOANARR - Loans: " WS-TOTAL-LOANS
               " Newly overdue: " WS-TOTAL-NEW-OVERDUE
               " In arrears: " WS-TOTAL-IN-ARREARS
               " Cleared: " WS-TOTAL-CURED.
           DISPLAY "LOANARR - Report: " WS-REPORT-FILE-NAME.

       END-OF-JOB.
           PERFORM WRITE-RUN-STATISTICS.

           MOVE "E" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           STOP RUN.

       WRITE-RUN-STATISTICS.
           ACCEPT WS-END-TIME FROM TIME.
           INITIALIZE WS-RUNSTAT-RECORD.
           MOVE "LOANARR" TO WS-RS-JOB-NAME.
           MOVE WS-CURRENT-DATE TO WS-RS-RUN-DATE.
           MOVE WS-START-TIME(1:6) TO WS-RS-START-TIME.
           MOVE WS-END-TIME(1:6) TO WS-RS-END-TIME.
           MOVE WS-TOTAL-LOANS TO WS-RS-PROCESSED.
           MOVE WS-TOTAL-ENTRIES TO WS-RS-CHECKED.
           MOVE WS-TOTAL-IN-ARREARS TO WS-RS-EXTRACTED.
           CALL 'RUNSTATW' USING WS-RUNSTAT-RECORD.

       CHECK-ONE-LOAN.
           MOVE WS-LN-STATUS OF LOAN-RECORD TO WS-OLD-STATUS.
           MOVE WS-LN-ARREARS-COUNT OF LOAN-RECORD TO WS-OLD-ARR-COUNT.
           MOVE WS-LN-ARREARS-AMT OF LOAN-RECORD TO WS-OLD-ARR-AMT.
           MOVE ZERO TO WS-ARR-COUNT.
           MOVE ZERO TO WS-ARR-AMT.
           MOVE ZERO TO WS-ARR-SINCE.

           MOVE WS-LN-ACCT-ID OF LOAN-RECORD TO
               WS-LS-ACCT-ID OF LOANSCHD-RECORD.
           MOVE ZERO TO WS-LS-INST-NO OF LOANSCHD-RECORD.
           MOVE "00" TO WS-SCHD-STATUS.
           START LOANSCHD-FILE
               KEY NOT LESS THAN WS-LS-KEY OF LOANSCHD-RECORD
               INVALID KEY
                   MOVE "10" TO WS-SCHD-STATUS
           END-START.
           PERFORM UNTIL WS-SCHD-STATUS NOT = "00"
               READ LOANSCHD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-SCHD-STATUS
                   NOT AT END
                       IF WS-LS-ACCT-ID OF LOANSCHD-RECORD NOT =
                          WS-LN-ACCT-ID OF LOAN-RECORD
                           MOVE "10" TO WS-SCHD-STATUS
                       ELSE
                           PERFORM CHECK-ONE-INSTALMENT
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-ARR-COUNT > ZERO
               MOVE "ARREARS" TO WS-LN-STATUS OF LOAN-RECORD
           ELSE
               MOVE "ACTIVE" TO WS-LN-STATUS OF LOAN-RECORD
           END-IF.
           MOVE WS-ARR-COUNT TO WS-LN-ARREARS-COUNT OF LOAN-RECORD.
           MOVE WS-ARR-AMT TO WS-LN-ARREARS-AMT OF LOAN-RECORD.
           MOVE WS-ARR-SINCE TO WS-LN-ARREARS-SINCE OF LOAN-RECORD.

           IF WS-LN-STATUS OF LOAN-RECORD NOT = WS-OLD-STATUS OR
              WS-ARR-COUNT NOT = WS-OLD-ARR-COUNT OR
              WS-ARR-AMT NOT = WS-OLD-ARR-AMT
               REWRITE LOAN-RECORD
                   INVALID KEY
                       DISPLAY "LOAN.DAT REWRITE Error, Status: "
                           WS-FILE-STATUS " loan "
                           WS-LN-ACCT-ID OF LOAN-RECORD
               END-REWRITE
               MOVE "00" TO WS-FILE-STATUS
               PERFORM WRITE-LOAN-AUDIT
               IF WS-ARR-COUNT = ZERO
                   ADD 1 TO WS-TOTAL-CURED
               END-IF
           END-IF.

           IF WS-ARR-COUNT = ZERO
               GO TO CHECK-ONE-LOAN-EXIT
           END-IF.
           ADD 1 TO WS-TOTAL-IN-ARREARS.
           ADD WS-ARR-AMT TO WS-TOTAL-ARR-AMT.
           PERFORM WRITE-ARREARS-LINE.
       CHECK-ONE-LOAN-EXIT.
           EXIT.

       CHECK-ONE-INSTALMENT.
      * An instalment is overdue only once the day the repayment
      * order would have collected it has gone by.
           ADD 1 TO WS-TOTAL-ENTRIES.
           IF WS-LS-STATUS OF LOANSCHD-RECORD = "D"
               CALL 'BUSDADJ' USING WS-LS-DUE-DATE OF LOANSCHD-RECORD,
                   WS-ADJ-RULE, WS-COLLECT-DATE
               IF WS-COLLECT-DATE < WS-CURRENT-DATE
                   MOVE "A" TO WS-LS-STATUS OF LOANSCHD-RECORD
                   REWRITE LOANSCHD-RECORD
                       INVALID KEY
                           DISPLAY "LOANSCHD.DAT REWRITE Error, "
                               "Status: " WS-SCHD-STATUS
                   END-REWRITE
                   MOVE "00" TO WS-SCHD-STATUS
                   ADD 1 TO WS-TOTAL-NEW-OVERDUE
               END-IF
           END-IF.
           IF WS-LS-STATUS OF LOANSCHD-RECORD = "A"
               ADD 1 TO WS-ARR-COUNT
               ADD WS-LS-PAYMENT OF LOANSCHD-RECORD TO WS-ARR-AMT
               IF WS-ARR-SINCE = ZERO
                   MOVE WS-LS-DUE-DATE OF LOANSCHD-RECORD TO
                       WS-ARR-SINCE
               END-IF
           END-IF.

       WRITE-ARREARS-LINE.
      * The repayment order's suspense entry says why the collection
      * failed - usually insufficient funds on the settlement account.
           MOVE SPACES TO WS-ARR-REASON.
           IF WS-SUSP-OPEN = "Y"
               MOVE WS-LN-SO-ID OF LOAN-RECORD TO
                   WS-SUSP-SO-ID OF SUSPENSE-RECORD
               READ SUSPENSE-FILE
                   INVALID KEY
                       MOVE "(repayment order not in suspense)" TO
                           WS-ARR-REASON
                   NOT INVALID KEY
                       MOVE WS-SUSP-REASON OF SUSPENSE-RECORD TO
                           WS-ARR-REASON
               END-READ
           END-IF.
           COMPUTE WS-SINCE-NUM =
               FUNCTION INTEGER-OF-DATE(WS-ARR-SINCE).
           COMPUTE WS-DAYS-PAST-DUE = WS-TODAY-NUM - WS-SINCE-NUM.
           MOVE WS-ARR-AMT TO WS-ARR-AMT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-LN-ACCT-ID OF LOAN-RECORD " "
               WS-LN-CUST-ID OF LOAN-RECORD " "
               WS-LN-SETTLE-ACCT OF LOAN-RECORD " "
               WS-DAYS-PAST-DUE " "
               WS-ARR-COUNT "   "
               WS-ARR-AMT-DISP " "
               WS-LN-CURRENCY OF LOAN-RECORD "  "
               WS-ARR-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       WRITE-LOAN-AUDIT.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "STATUS=" WS-OLD-STATUS
               " ARREARS=" WS-OLD-ARR-COUNT
               " AMT=" WS-OLD-ARR-AMT
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "STATUS=" WS-LN-STATUS OF LOAN-RECORD
               " ARREARS=" WS-ARR-COUNT
               " AMT=" WS-ARR-AMT
               " SINCE=" WS-ARR-SINCE
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "LOAN-RECORD" TO WS-AUD-RECTYPE.
           MOVE "MODIFY" TO WS-AUD-OPER.
           MOVE "LOANARR" TO WS-AUD-OPERATOR-NAME.
           MOVE SPACES TO WS-AUD-KEY.
           MOVE WS-LN-ACCT-ID OF LOAN-RECORD TO WS-AUD-KEY.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-AUD-OPERATOR-NAME.

       REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "LOANS CHECKED: " WS-TOTAL-LOANS
               "  INSTALMENTS NEWLY OVERDUE: " WS-TOTAL-NEW-OVERDUE
               "  LOANS IN ARREARS: " WS-TOTAL-IN-ARREARS
               "  ARREARS CLEARED: " WS-TOTAL-CURED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "TOTAL IN ARREARS: " WS-TOTAL-ARR-AMT
               " (ALL CURRENCIES)"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
