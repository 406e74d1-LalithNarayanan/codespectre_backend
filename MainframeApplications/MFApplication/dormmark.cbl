      ******************************************************************
      * DORMMARK.CBL - Nightly Dormant Account Marking                 *
      ******************************************************************
      * Watches every open account on ACCT.DAT for customer-initiated
      * movement, read from the transaction history TXNHIST.DAT after
      * the night's posting, against the DORM-POLICY period. Interest
      * and the tax withheld from it, fees, reversals, returns,
      * recalls, direct debit indemnity refunds and loan interest are
      * the bank's doing and never keep an account alive; standing
      * order payments, sweeps, direct debit claims and loan
      * repayments count only where the policy says so. Instalment
      * loan accounts (INSTLOAN) are not deposit accounts and are
      * never watched - their arrears are LOANARR's business.
      * The state of each account is kept on DORMANT.DAT: an account
      * nearing the period is sent an advance letter (a DORMWRN
      * record on the NOTIFY<date>.DAT generation, letter channel,
      * printed by NOTIFLTR) and is only marked dormant once the
      * notice period has run from that letter with still no
      * activity. Movement after the letter clears the warning. Once
      * dormant, DORMCHK refuses every debit until a supervisor
      * reactivates the account in ACCTMNT; each marking is written
      * to the audit trail. The dormancy report (DORMANT<date>.RPT)
      * lists the night's notices and markings, then every account
      * standing dormant.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMMARK.
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
           SELECT DORMANT-FILE ASSIGN TO "DORMANT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-DM-ACCT-ID OF DORMANT-RECORD
               FILE STATUS IS WS-DORM-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO WS-NOTIFY-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
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
           FD DORMANT-FILE.
               COPY DORMANT-RECORD
                   REPLACING ==WS-DORMANT-RECORD==
                   BY ==DORMANT-RECORD==.
      * NOTIFY-REC is spelled out here rather than pulled in via
      * COPY ... REPLACING, the same style STOREXEC uses. Field
      * layout is kept in lockstep with NOTIFY-RECORD.cpy.
           FD NOTIFY-FILE.
           01  WS-NOTIFY-REC.
               05  WS-NOT-CUST-ID        PIC X(10).
               05  WS-NOT-PHONE          PIC X(20).
               05  WS-NOT-SO-ID          PIC X(20).
               05  WS-NOT-AMOUNT         PIC 9(10)V99.
               05  WS-NOT-STATUS         PIC X(7).
               05  WS-NOT-DATE           PIC 9(8).
               05  WS-NOT-CHANNEL        PIC X.
               05  WS-NOT-EMAIL          PIC X(40).
           FD REPORT-FILE.
           01  WS-REPORT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY DORM-POLICY.
       01  WS-HIST-FSTAT           PIC XX.
       01  WS-DORM-STATUS          PIC XX.
       01  WS-NOTIFY-STATUS        PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-NOTIFY-FILE-NAME     PIC X(30).
       01  WS-REPORT-FILE-NAME     PIC X(30).
       01  WS-SCAN-DONE            PIC X.
       01  WS-NEW-FLAG             PIC X.
       01  WS-CHANGED-FLAG         PIC X.
       01  WS-COUNTS-FLAG          PIC X.
       01  WS-ACTION-TEXT          PIC X(14).
       01  WS-OLD-DM-STATUS        PIC X.
       01  WS-TODAY-NUM            PIC 9(9).
       01  WS-REF-DATE             PIC 9(8).
       01  WS-REF-NUM              PIC 9(9).
       01  WS-NOTICE-NUM           PIC 9(9).
       01  WS-IDLE-DAYS            PIC 9(9).
       01  WS-WARN-DAYS            PIC 9(5).
       01  WS-BALANCE-DISP         PIC -Z(11)9.99.
       01  WS-TOTAL-ACCOUNTS       PIC 9(7) VALUE 0.
       01  WS-TOTAL-LEGS           PIC 9(7) VALUE 0.
       01  WS-TOTAL-WARNED         PIC 9(7) VALUE 0.
       01  WS-TOTAL-MARKED         PIC 9(7) VALUE 0.
       01  WS-TOTAL-REVIVED        PIC 9(7) VALUE 0.
       01  WS-TOTAL-DORMANT        PIC 9(7) VALUE 0.
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-OPERATOR-NAME    PIC X(10).
       01  WS-AUD-KEY              PIC X(20).
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
           DISPLAY "DORMMARK - Dormant Account Marking Starting".
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.

      * Marking reads the history the night's posting wrote - JOBCTL
      * holds this job until STOREXEC shows COMPLETE for the business
      * date, so a payment made today keeps its account alive.
           MOVE "DORMMARK" TO WS-JOB-NAME.
           MOVE "STOREXEC" TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "DORMMARK - not started."
               STOP RUN
           END-IF.

           COMPUTE WS-TODAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
      * The letter goes out the notice period before the account
      * would fall dormant.
           IF WS-DP-NOTICE-DAYS < WS-DP-INACTIVE-DAYS
               COMPUTE WS-WARN-DAYS =
                   WS-DP-INACTIVE-DAYS - WS-DP-NOTICE-DAYS
           ELSE
               MOVE ZERO TO WS-WARN-DAYS
           END-IF.

           MOVE SPACES TO WS-NOTIFY-FILE-NAME.
           STRING "NOTIFY" WS-CURRENT-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-NOTIFY-FILE-NAME.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "DORMANT" WS-CURRENT-DATE ".RPT"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ACCT.DAT OPEN Error, Status: " WS-FILE-STATUS
               STOP RUN
           END-IF.
      * Without the history no account can be shown to be idle - the
      * run stops rather than marking on a guess.
           OPEN INPUT TXNHIST-FILE.
           IF WS-HIST-FSTAT NOT = "00"
               DISPLAY "TXNHIST.DAT OPEN Error, Status: "
                   WS-HIST-FSTAT " - no account marked."
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF.
           OPEN I-O DORMANT-FILE.
           IF WS-DORM-STATUS = "35"
               OPEN OUTPUT DORMANT-FILE
               CLOSE DORMANT-FILE
               OPEN I-O DORMANT-FILE
           END-IF.
           IF WS-DORM-STATUS NOT = "00"
               DISPLAY "DORMANT.DAT OPEN Error, Status: "
                   WS-DORM-STATUS
               CLOSE ACCOUNT-FILE
               CLOSE TXNHIST-FILE
               STOP RUN
           END-IF.
           OPEN EXTEND NOTIFY-FILE.
           IF WS-NOTIFY-STATUS = "35"
               CLOSE NOTIFY-FILE
               OPEN OUTPUT NOTIFY-FILE
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DORMANT ACCOUNT REPORT - RUN DATE "
               WS-CURRENT-DATE
               " - INACTIVITY PERIOD " WS-DP-INACTIVE-DAYS
               " DAYS, NOTICE " WS-DP-NOTICE-DAYS " DAYS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "TONIGHT'S ACTIONS" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNT         CUSTOMER   ACTION         "
               "LAST ACTIVITY  BALANCE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF WS-ACCT-TYPE OF ACCOUNT-RECORD NOT = "CLOSED"
                          AND WS-ACCT-TYPE OF ACCOUNT-RECORD
                              NOT = "INSTLOAN"
                           ADD 1 TO WS-TOTAL-ACCOUNTS
                           PERFORM CHECK-ONE-ACCOUNT
                               THRU CHECK-ONE-ACCOUNT-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM REPORT-DORMANT-ACCOUNTS.
           PERFORM REPORT-TOTALS.

           CLOSE ACCOUNT-FILE.
           CLOSE TXNHIST-FILE.
           CLOSE DORMANT-FILE.
           CLOSE NOTIFY-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "DORMMARK - Accounts: " WS-TOTAL-ACCOUNTS
               " Notices: " WS-TOTAL-WARNED
               " Marked dormant: " WS-TOTAL-MARKED
               " Warnings cleared: " WS-TOTAL-REVIVED.
           DISPLAY "DORMMARK - Report: " WS-REPORT-FILE-NAME.

           PERFORM WRITE-RUN-STATISTICS.

           MOVE "E" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           STOP RUN.

       WRITE-RUN-STATISTICS.
           ACCEPT WS-END-TIME FROM TIME.
           INITIALIZE WS-RUNSTAT-RECORD.
           MOVE "DORMMARK" TO WS-RS-JOB-NAME.
           MOVE WS-CURRENT-DATE TO WS-RS-RUN-DATE.
           MOVE WS-START-TIME(1:6) TO WS-RS-START-TIME.
           MOVE WS-END-TIME(1:6) TO WS-RS-END-TIME.
           MOVE WS-TOTAL-ACCOUNTS TO WS-RS-PROCESSED.
           MOVE WS-TOTAL-LEGS TO WS-RS-CHECKED.
           MOVE WS-TOTAL-MARKED TO WS-RS-EXTRACTED.
           CALL 'RUNSTATW' USING WS-RUNSTAT-RECORD.

       CHECK-ONE-ACCOUNT.
           MOVE "N" TO WS-NEW-FLAG.
           MOVE "N" TO WS-CHANGED-FLAG.
           MOVE WS-ACCT-ID OF ACCOUNT-RECORD TO
               WS-DM-ACCT-ID OF DORMANT-RECORD.
           READ DORMANT-FILE
               INVALID KEY
                   MOVE "Y" TO WS-NEW-FLAG
           END-READ.
           IF WS-NEW-FLAG = "Y"
               PERFORM START-DORMANCY-RECORD
           END-IF.

      * A dormant account stays dormant until ACCTMNT reactivates
      * it - nothing the customer does overnight changes that.
           IF WS-DM-STATUS OF DORMANT-RECORD = "D"
               GO TO CHECK-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE WS-DM-STATUS OF DORMANT-RECORD TO WS-OLD-DM-STATUS.

           PERFORM SCAN-ACCOUNT-HISTORY.

      * The clock runs from the later of the last counted movement
      * and the clock start (first seen, or reactivated).
           MOVE WS-DM-CLOCK-DATE OF DORMANT-RECORD TO WS-REF-DATE.
           IF WS-DM-LAST-ACTIVITY OF DORMANT-RECORD > WS-REF-DATE
               MOVE WS-DM-LAST-ACTIVITY OF DORMANT-RECORD TO
                   WS-REF-DATE
           END-IF.
           COMPUTE WS-REF-NUM = FUNCTION INTEGER-OF-DATE(WS-REF-DATE).
           COMPUTE WS-IDLE-DAYS = WS-TODAY-NUM - WS-REF-NUM.

      * Movement after the letter went out answers it - the warning
      * is withdrawn and the account watched afresh.
           IF WS-DM-STATUS OF DORMANT-RECORD = "W" AND
              WS-DM-LAST-ACTIVITY OF DORMANT-RECORD >
              WS-DM-NOTICE-DATE OF DORMANT-RECORD
               MOVE "A" TO WS-DM-STATUS OF DORMANT-RECORD
               MOVE ZERO TO WS-DM-NOTICE-DATE OF DORMANT-RECORD
               MOVE "Y" TO WS-CHANGED-FLAG
               ADD 1 TO WS-TOTAL-REVIVED
               MOVE "WARNING CLEARED" TO WS-ACTION-TEXT
               PERFORM WRITE-ACTION-LINE
           END-IF.

           IF WS-DM-STATUS OF DORMANT-RECORD = "A" AND
              WS-IDLE-DAYS NOT < WS-WARN-DAYS
               MOVE "W" TO WS-DM-STATUS OF DORMANT-RECORD
               MOVE WS-CURRENT-DATE TO
                   WS-DM-NOTICE-DATE OF DORMANT-RECORD
               MOVE "Y" TO WS-CHANGED-FLAG
               PERFORM WRITE-DORMANCY-NOTICE
               ADD 1 TO WS-TOTAL-WARNED
               MOVE "NOTICE SENT" TO WS-ACTION-TEXT
               PERFORM WRITE-ACTION-LINE
           END-IF.

      * The account is never marked before the customer has had the
      * full notice period to answer the letter, however long it has
      * been idle.
           IF WS-DM-STATUS OF DORMANT-RECORD = "W"
               COMPUTE WS-NOTICE-NUM = FUNCTION INTEGER-OF-DATE
                   (WS-DM-NOTICE-DATE OF DORMANT-RECORD)
               IF WS-IDLE-DAYS NOT < WS-DP-INACTIVE-DAYS AND
                  WS-TODAY-NUM - WS-NOTICE-NUM NOT < WS-DP-NOTICE-DAYS
                   MOVE "D" TO WS-DM-STATUS OF DORMANT-RECORD
                   MOVE WS-CURRENT-DATE TO
                       WS-DM-DORMANT-DATE OF DORMANT-RECORD
                   MOVE "Y" TO WS-CHANGED-FLAG
                   ADD 1 TO WS-TOTAL-MARKED
                   MOVE "MARKED DORMANT" TO WS-ACTION-TEXT
                   PERFORM WRITE-ACTION-LINE
                   PERFORM WRITE-MARKING-AUDIT
               END-IF
           END-IF.

           IF WS-NEW-FLAG = "Y"
               WRITE DORMANT-RECORD
                   INVALID KEY
                       DISPLAY "DORMANT.DAT WRITE Error, Status: "
                           WS-DORM-STATUS " - account "
                           WS-ACCT-ID OF ACCOUNT-RECORD
               END-WRITE
           ELSE
               IF WS-CHANGED-FLAG = "Y"
                   REWRITE DORMANT-RECORD
                       INVALID KEY
                           DISPLAY "DORMANT.DAT REWRITE Error, "
                               "Status: " WS-DORM-STATUS
                               " - account "
                               WS-ACCT-ID OF ACCOUNT-RECORD
                   END-REWRITE
               END-IF
           END-IF.
       CHECK-ONE-ACCOUNT-EXIT.
           EXIT.

       START-DORMANCY-RECORD.
      * An account seen for the first time starts its clock at its
      * earliest history entry - an account already long idle when
      * the job first runs is still given its letter and full notice
      * period before it can be marked. No history at all starts the
      * clock today.
           INITIALIZE DORMANT-RECORD.
           MOVE WS-ACCT-ID OF ACCOUNT-RECORD TO
               WS-DM-ACCT-ID OF DORMANT-RECORD.
           MOVE "A" TO WS-DM-STATUS OF DORMANT-RECORD.
           MOVE WS-CURRENT-DATE TO WS-DM-CLOCK-DATE OF DORMANT-RECORD.
           MOVE WS-ACCT-ID OF ACCOUNT-RECORD TO
               WS-TH-ACCT-ID OF TXNHIST-RECORD.
           MOVE ZERO TO WS-TH-POST-DATE OF TXNHIST-RECORD.
           MOVE ZERO TO WS-TH-SEQ OF TXNHIST-RECORD.
           START TXNHIST-FILE
               KEY NOT LESS THAN WS-TH-KEY OF TXNHIST-RECORD
               INVALID KEY
                   MOVE "10" TO WS-HIST-FSTAT
           END-START.
           IF WS-HIST-FSTAT = "00"
               READ TXNHIST-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-HIST-FSTAT
               END-READ
               IF WS-HIST-FSTAT = "00" AND
                  WS-TH-ACCT-ID OF TXNHIST-RECORD =
                  WS-ACCT-ID OF ACCOUNT-RECORD AND
                  WS-TH-POST-DATE OF TXNHIST-RECORD <
                  WS-CURRENT-DATE
                   MOVE WS-TH-POST-DATE OF TXNHIST-RECORD TO
                       WS-DM-CLOCK-DATE OF DORMANT-RECORD
               END-IF
           END-IF.
           MOVE "00" TO WS-HIST-FSTAT.

       SCAN-ACCOUNT-HISTORY.
      * Only history on or after the later of the clock start and the
      * last counted movement can move the last activity date on.
           MOVE WS-ACCT-ID OF ACCOUNT-RECORD TO
               WS-TH-ACCT-ID OF TXNHIST-RECORD.
           MOVE WS-DM-CLOCK-DATE OF DORMANT-RECORD TO
               WS-TH-POST-DATE OF TXNHIST-RECORD.
           IF WS-DM-LAST-ACTIVITY OF DORMANT-RECORD >
              WS-TH-POST-DATE OF TXNHIST-RECORD
               MOVE WS-DM-LAST-ACTIVITY OF DORMANT-RECORD TO
                   WS-TH-POST-DATE OF TXNHIST-RECORD
           END-IF.
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
                           ADD 1 TO WS-TOTAL-LEGS
                           PERFORM CLASSIFY-ONE-LEG
                           IF WS-COUNTS-FLAG = "Y" AND
                              WS-TH-POST-DATE OF TXNHIST-RECORD >
                              WS-DM-LAST-ACTIVITY OF DORMANT-RECORD
                               MOVE WS-TH-POST-DATE OF TXNHIST-RECORD
                                 TO WS-DM-LAST-ACTIVITY
                                    OF DORMANT-RECORD
                               MOVE "Y" TO WS-CHANGED-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       CLASSIFY-ONE-LEG.
      * The narrative TXNHISTW writes says what the movement was.
      * The bank's own postings never count; those made under a
      * standing instruction count only where the policy says so;
      * anything else - an inbound credit, a closure transfer, a
      * movement from a channel added later - is the customer's.
           MOVE "Y" TO WS-COUNTS-FLAG.
           IF WS-TH-NARRATIVE OF TXNHIST-RECORD(1:15) =
                  "INTEREST CREDIT" OR
              WS-TH-NARRATIVE OF TXNHIST-RECORD(1:18) =
                  "OVERDRAFT INTEREST" OR
              WS-TH-NARRATIVE OF TXNHIST-RECORD(1:16) =
                  "SO EXECUTION FEE" OR
              WS-TH-NARRATIVE OF TXNHIST-RECORD(1:12) =
                  "SO FEE FROM " OR
              WS-TH-NARRATIVE OF TXNHIST-RECORD(1:16) =
                  "POSTING REVERSED" OR
              WS-TH-NARRATIVE OF TXNHIST-RECORD(1:23) =
                  "SO PAYMENT RETURNED BY " OR
              WS-TH-NARRATIVE OF TXNHIST-RECORD(1:22) =
                  "PAYMENT RECALLED FROM " OR
              WS-TH-NARRATIVE OF TXNHIST-RECORD(1:13) =
                  "DD INDEMNITY " OR
              WS-TH-NARRATIVE OF TXNHIST-RECORD(1:17) =
                  "LOAN INTEREST TO " OR
              WS-TH-NARRATIVE OF TXNHIST-RECORD(1:15) =
                  "WITHHOLDING TAX"
               MOVE "N" TO WS-COUNTS-FLAG
           END-IF.
           IF WS-DP-STANDING-COUNTS NOT = "Y"
               IF WS-TH-NARRATIVE OF TXNHIST-RECORD(1:14) =
                      "SO PAYMENT TO " OR
                  WS-TH-NARRATIVE OF TXNHIST-RECORD(1:16) =
                      "SO PAYMENT FROM " OR
                  WS-TH-NARRATIVE OF TXNHIST-RECORD(1:9) =
                      "SWEEP TO " OR
                  WS-TH-NARRATIVE OF TXNHIST-RECORD(1:11) =
                      "SWEEP FROM " OR
                  WS-TH-NARRATIVE OF TXNHIST-RECORD(1:12) =
                      "DD CLAIM TO " OR
                  WS-TH-NARRATIVE OF TXNHIST-RECORD(1:14) =
                      "DD CLAIM FROM " OR
                  WS-TH-NARRATIVE OF TXNHIST-RECORD(1:18) =
                      "LOAN PRINCIPAL TO "
                   MOVE "N" TO WS-COUNTS-FLAG
               END-IF
           END-IF.

       WRITE-DORMANCY-NOTICE.
      * The advance notice is always a letter, whatever the
      * customer's messaging preference - NOTIFLTR prints it to the
      * address on file. The account ID rides in the order ID field.
           INITIALIZE WS-NOTIFY-REC.
           MOVE WS-ACCT-CUST-ID OF ACCOUNT-RECORD TO
               WS-NOT-CUST-ID OF WS-NOTIFY-REC.
           MOVE SPACES TO WS-NOT-PHONE OF WS-NOTIFY-REC.
           MOVE WS-ACCT-ID OF ACCOUNT-RECORD TO
               WS-NOT-SO-ID OF WS-NOTIFY-REC.
           IF WS-ACCT-BALANCE OF ACCOUNT-RECORD > ZERO
               MOVE WS-ACCT-BALANCE OF ACCOUNT-RECORD TO
                   WS-NOT-AMOUNT OF WS-NOTIFY-REC
           ELSE
               MOVE ZERO TO WS-NOT-AMOUNT OF WS-NOTIFY-REC
           END-IF.
           MOVE "DORMWRN" TO WS-NOT-STATUS OF WS-NOTIFY-REC.
           MOVE WS-CURRENT-DATE TO WS-NOT-DATE OF WS-NOTIFY-REC.
           MOVE "L" TO WS-NOT-CHANNEL OF WS-NOTIFY-REC.
           MOVE SPACES TO WS-NOT-EMAIL OF WS-NOTIFY-REC.
           WRITE WS-NOTIFY-REC.

       WRITE-MARKING-AUDIT.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "STATUS=" WS-OLD-DM-STATUS
               " NOTICE=" WS-DM-NOTICE-DATE OF DORMANT-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "STATUS=D DORMANT=" WS-CURRENT-DATE
               " LASTACT=" WS-DM-LAST-ACTIVITY OF DORMANT-RECORD
               " CLOCK=" WS-DM-CLOCK-DATE OF DORMANT-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "DORMANT-RECORD" TO WS-AUD-RECTYPE.
           MOVE "MODIFY" TO WS-AUD-OPER.
           MOVE "DORMMARK" TO WS-AUD-OPERATOR-NAME.
           MOVE SPACES TO WS-AUD-KEY.
           MOVE WS-ACCT-ID OF ACCOUNT-RECORD TO WS-AUD-KEY.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-AUD-OPERATOR-NAME.

       WRITE-ACTION-LINE.
           MOVE WS-ACCT-BALANCE OF ACCOUNT-RECORD TO WS-BALANCE-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-ACCT-ID OF ACCOUNT-RECORD " "
               WS-ACCT-CUST-ID OF ACCOUNT-RECORD " "
               WS-ACTION-TEXT " "
               WS-DM-LAST-ACTIVITY OF DORMANT-RECORD "       "
               WS-BALANCE-DISP " "
               WS-ACCT-CURRENCY-CODE OF ACCOUNT-RECORD
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       REPORT-DORMANT-ACCOUNTS.
      * Every account standing dormant, tonight's markings included -
      * the list the branches work from when a customer comes in.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "ACCOUNTS STANDING DORMANT" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNT         DORMANT SINCE  LAST ACTIVITY  "
               "NOTICE DATE"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE LOW-VALUES TO WS-DM-ACCT-ID OF DORMANT-RECORD.
           START DORMANT-FILE
               KEY NOT LESS THAN WS-DM-ACCT-ID OF DORMANT-RECORD
               INVALID KEY
                   MOVE "10" TO WS-DORM-STATUS
           END-START.
           PERFORM UNTIL WS-DORM-STATUS NOT = "00"
               READ DORMANT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-DORM-STATUS
                   NOT AT END
                       IF WS-DM-STATUS OF DORMANT-RECORD = "D"
                           ADD 1 TO WS-TOTAL-DORMANT
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING WS-DM-ACCT-ID OF DORMANT-RECORD " "
                               WS-DM-DORMANT-DATE OF DORMANT-RECORD
                               "       "
                               WS-DM-LAST-ACTIVITY OF DORMANT-RECORD
                               "       "
                               WS-DM-NOTICE-DATE OF DORMANT-RECORD
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           WRITE WS-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-TOTAL-DORMANT = ZERO
               MOVE "  (none)" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

       REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNTS CHECKED: " WS-TOTAL-ACCOUNTS
               "  NOTICES SENT: " WS-TOTAL-WARNED
               "  MARKED DORMANT: " WS-TOTAL-MARKED
               "  WARNINGS CLEARED: " WS-TOTAL-REVIVED
               "  STANDING DORMANT: " WS-TOTAL-DORMANT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
