      ******************************************************************
      * SOCHREQ.CBL - Online Banking Channel Request Processing        *
      ******************************************************************
      * Applies the standing order instructions customers give
      * through internet banking (SOCHREQ.DAT - create, amend or
      * cancel, each carrying the customer's authenticated ID) and
      * answers every one on SOCHRSP.DAT as accepted, rejected or
      * pending approval with the reason, for the platform to show
      * the customer. Each request passes the checks the STORDMENU
      * screens apply:
      *   - CREATE: the SOBULK/STORDSET checks - ID formats, the
      *     customer's authority over the from account (ACCTAUTH)
      *     and its ACCTLIM eligibility, the payee (the customer's
      *     own account, or a beneficiary not closed or held),
      *     duplicate ID, STORDVAL, the SOLIMCHK cap and the BUSDADJ
      *     first-execution adjustment;
      *   - AMEND: the STORDAMD checks - the order must be the
      *     customer's own and ACTIVE with no action awaiting
      *     approval, STORDVAL, the cap on a changed amount, the
      *     business-day adjustment, and a future effective date
      *     stores the change on SOPEND.DAT for STORDAPL;
      *   - CANCEL: the STORDCAN checks - the customer's own order,
      *     not already cancelled, nothing awaiting approval. The
      *     order is marked CANCELLED; a customer never erases one.
      * Maker-checker applies as on the screens: a create, amendment
      * or cancellation at or above the dual-authorization threshold
      * is queued on SOAPPR.DAT for a bank operator to approve
      * through STORDAPP. The customer is the maker - where the
      * screens ask a supervisor to key a high-value amendment, the
      * channel's goes to the approvals queue (a future-dated one is
      * routed there by STORDAPL on its date). Every change is
      * stored and audited under the operator identity CHANNEL, with
      * the customer and the platform's request reference on the
      * audit entry. The run respects the online/batch interlock:
      * while the posting run holds the masters the file is left
      * unprocessed for the next run.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOCHREQ.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCHREQ-FILE ASSIGN TO "SOCHREQ.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REQ-STATUS.
           SELECT SOCHRSP-FILE ASSIGN TO "SOCHRSP.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-RSP-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-CUST-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BENEF-FILE ASSIGN TO "BENEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BN-ID OF BENEF-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SOAPPR-FILE ASSIGN TO "SOAPPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-AP-SO-ID OF SOAPPR-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SOPEND-FILE ASSIGN TO "SOPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PA-KEY OF SOPEND-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD SOCHREQ-FILE.
               COPY SOCHREQ-RECORD
                   REPLACING ==WS-SOCHREQ-RECORD==
                   BY ==SOCHREQ-REC==.
           FD SOCHRSP-FILE.
               COPY SOCHRSP-RECORD
                   REPLACING ==WS-SOCHRSP-RECORD==
                   BY ==SOCHRSP-REC==.
           FD CUSTOMER-FILE.
               COPY WS-CUSTOMER-RECORD
                   REPLACING ==WS-CUSTOMER-RECORD==
                   BY ==CUSTOMER-RECORD==.
           FD ACCOUNT-FILE.
               COPY WS-ACCOUNT-RECORD
                   REPLACING ==WS-ACCOUNT-RECORD==
                   BY ==ACCOUNT-RECORD==.
           FD BENEF-FILE.
               COPY BENEF-RECORD
                   REPLACING ==WS-BENEF-RECORD==
                   BY ==BENEF-RECORD==.
           FD SOAPPR-FILE.
               COPY SOAPPR-RECORD
                   REPLACING ==WS-SOAPPR-RECORD==
                   BY ==SOAPPR-RECORD==.
           FD SOPEND-FILE.
               COPY SOPEND-RECORD
                   REPLACING ==WS-SOPEND-RECORD==
                   BY ==SOPEND-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY WS-SO-RECORD.
           COPY WS-ACCOUNT-RECORD.
           COPY APPR-THRESHOLD.
       01  WS-DMS-ERROR-AREA.
           05  WS-DMS-ERROR-CODE   PIC 9(8).
           05  WS-DMS-ERROR-TEXT   PIC X(256).
       01  WS-DMS-ERROR-DESC       PIC X(60).
       01  WS-DMS-ERROR-ACTION     PIC X(60).
       01  WS-REQ-STATUS           PIC XX.
       01  WS-RSP-STATUS           PIC XX.
      * Every change the channel makes is stored, queued and audited
      * under this identity - the customer is named on the entry.
       01  WS-CHANNEL-ID           PIC X(10) VALUE "CHANNEL".
       01  WS-OUTCOME              PIC X.
      * Reasons given in more than one place. A DMS or file failure
      * is shown on the console; the customer is told to try later.
       01  WS-UNAVAILABLE-REASON   PIC X(80) VALUE
           "Standing orders are unavailable - try again later.".
       01  WS-AWAITING-REASON      PIC X(80) VALUE
           "A change to this order is already awaiting bank approval.".
       01  WS-REASON               PIC X(80).
       01  WS-REQUEST-OK           PIC X.
       01  WS-AUTH-RESULT          PIC X.
       01  WS-FROM-ACCT-ELIGIBLE   PIC X.
       01  WS-FROM-ACCT-MIN-BAL    PIC 9(12)V99.
       01  WS-ADJUSTED-DATE        PIC 9(8).
       01  WS-CAP-FUNC             PIC X.
       01  WS-CAP-RESULT           PIC X.
       01  WS-PRIOR-AMOUNT         PIC 9(10)V99.
       01  WS-PAYEE-ID             PIC X(15).
       01  WS-PENDING-FLAG         PIC X.
       01  WS-QUEUED-FLAG          PIC X.
       01  WS-LNORD-RESULT         PIC X.
       01  WS-EFFECTIVE-DATE       PIC 9(8).
       01  WS-FMT-IDX              PIC 9(3).
       01  WS-FMT-CHAR             PIC X.
       01  WS-FMT-FIELD            PIC X(20).
       01  WS-FMT-LENGTH           PIC 9(3).
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-OPERATOR-NAME    PIC X(10).
       01  WS-TOTAL-READ           PIC 9(7) VALUE 0.
       01  WS-TOTAL-ACCEPTED       PIC 9(7) VALUE 0.
       01  WS-TOTAL-PENDING        PIC 9(7) VALUE 0.
       01  WS-TOTAL-REJECTED       PIC 9(7) VALUE 0.
      * ACCEPT FROM TIME supplies HHMMSShh - the fields are 9(8) and
      * the leading HHMMSS is taken when the record is built, the same
      * idiom AUDITLOG uses for its timestamp.
       01  WS-START-TIME           PIC 9(8).
       01  WS-END-TIME             PIC 9(8).
           COPY RUNSTAT-RECORD.
      * Time of day stamped on the order with its change date, for
      * the execution cycle cut-off.
       01  WS-TIME-NOW             PIC 9(8).
      * Online/batch interlock - the channel's changes collide with
      * the posting run exactly as the screens' would.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "SOCHREQ".
       01  WS-BATWIN-FUNCTION      PIC X(20) VALUE "CHANNEL REQUESTS".
       01  WS-BATWIN-RESULT        PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SOCHREQ - Channel Request Processing Starting".
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.

      * While the posting run is on the requests wait for the next
      * run - the platform's file is left as it is.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               WS-CHANNEL-ID, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.
           IF WS-BATWIN-RESULT = "N"
               DISPLAY "SOCHREQ - posting run in progress - requests "
                   "left for the next run."
               STOP RUN
           END-IF.

           OPEN INPUT SOCHREQ-FILE.
           IF WS-REQ-STATUS NOT = "00"
               DISPLAY "SOCHREQ.DAT OPEN Error, Status: "
                   WS-REQ-STATUS " - nothing processed."
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "CUST.DAT OPEN Error, Status: " WS-FILE-STATUS
                   " - nothing processed."
               CLOSE SOCHREQ-FILE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ACCT.DAT OPEN Error, Status: " WS-FILE-STATUS
                   " - nothing processed."
               CLOSE SOCHREQ-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT SOCHRSP-FILE.
           IF WS-RSP-STATUS NOT = "00"
               DISPLAY "SOCHRSP.DAT OPEN Error, Status: "
                   WS-RSP-STATUS " - nothing processed."
               CLOSE SOCHREQ-FILE
               CLOSE CUSTOMER-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF.

           PERFORM READ-REQUEST.
           PERFORM UNTIL WS-REQ-STATUS NOT = "00"
               ADD 1 TO WS-TOTAL-READ
               PERFORM PROCESS-ONE-REQUEST
                   THRU PROCESS-ONE-REQUEST-EXIT
               PERFORM WRITE-RESPONSE
               PERFORM READ-REQUEST
           END-PERFORM.

           CLOSE SOCHREQ-FILE.
           CLOSE SOCHRSP-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE ACCOUNT-FILE.

           DISPLAY "SOCHREQ - Read: " WS-TOTAL-READ
               " Accepted: " WS-TOTAL-ACCEPTED
               " Pending approval: " WS-TOTAL-PENDING
               " Rejected: " WS-TOTAL-REJECTED.

           PERFORM WRITE-RUN-STATISTICS.
           STOP RUN.

       WRITE-RUN-STATISTICS.
           ACCEPT WS-END-TIME FROM TIME.
           INITIALIZE WS-RUNSTAT-RECORD.
           MOVE "SOCHREQ" TO WS-RS-JOB-NAME.
           MOVE WS-CURRENT-DATE TO WS-RS-RUN-DATE.
           MOVE WS-START-TIME(1:6) TO WS-RS-START-TIME.
           MOVE WS-END-TIME(1:6) TO WS-RS-END-TIME.
           MOVE WS-TOTAL-READ TO WS-RS-PROCESSED.
           MOVE WS-TOTAL-ACCEPTED TO WS-RS-POSTED.
           MOVE WS-TOTAL-REJECTED TO WS-RS-SUSPENDED.
           CALL 'RUNSTATW' USING WS-RUNSTAT-RECORD.

       READ-REQUEST.
           READ SOCHREQ-FILE
               AT END
                   MOVE "10" TO WS-REQ-STATUS
           END-READ.

       WRITE-RESPONSE.
           EVALUATE WS-OUTCOME
               WHEN "A"
                   ADD 1 TO WS-TOTAL-ACCEPTED
               WHEN "P"
                   ADD 1 TO WS-TOTAL-PENDING
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-REJECTED
           END-EVALUATE.
           MOVE SPACES TO SOCHRSP-REC.
           MOVE WS-CR-REQ-REF OF SOCHREQ-REC TO
               WS-CS-REQ-REF OF SOCHRSP-REC.
           MOVE WS-CR-ACTION OF SOCHREQ-REC TO
               WS-CS-ACTION OF SOCHRSP-REC.
           MOVE WS-CR-CUST-ID OF SOCHREQ-REC TO
               WS-CS-CUST-ID OF SOCHRSP-REC.
           MOVE WS-CR-SO-ID OF SOCHREQ-REC TO
               WS-CS-SO-ID OF SOCHRSP-REC.
           MOVE WS-OUTCOME TO WS-CS-OUTCOME OF SOCHRSP-REC.
           MOVE WS-REASON TO WS-CS-REASON OF SOCHRSP-REC.
           MOVE WS-CURRENT-DATE TO WS-CS-PROC-DATE OF SOCHRSP-REC.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO WS-CS-PROC-TIME OF SOCHRSP-REC.
           WRITE SOCHRSP-REC.
           IF WS-RSP-STATUS NOT = "00"
               DISPLAY "SOCHRSP.DAT WRITE Error, Status: "
                   WS-RSP-STATUS " Request: "
                   WS-CR-REQ-REF OF SOCHREQ-REC
                   " Outcome: " WS-OUTCOME
           END-IF.

       PROCESS-ONE-REQUEST.
           MOVE "R" TO WS-OUTCOME.
           MOVE SPACES TO WS-REASON.

           IF WS-CR-SO-ID OF SOCHREQ-REC = SPACES OR
              WS-CR-CUST-ID OF SOCHREQ-REC = SPACES
               MOVE "Standing order and customer IDs are required."
                   TO WS-REASON
               GO TO PROCESS-ONE-REQUEST-EXIT
           END-IF.
           MOVE "Y" TO WS-REQUEST-OK.
           MOVE WS-CR-SO-ID OF SOCHREQ-REC TO WS-FMT-FIELD.
           MOVE 20 TO WS-FMT-LENGTH.
           PERFORM CHECK-FIELD-CHARACTERS.
           MOVE WS-CR-CUST-ID OF SOCHREQ-REC TO WS-FMT-FIELD.
           MOVE 10 TO WS-FMT-LENGTH.
           PERFORM CHECK-FIELD-CHARACTERS.
           IF WS-REQUEST-OK NOT = "Y"
               MOVE "An ID contains an invalid character." TO WS-REASON
               GO TO PROCESS-ONE-REQUEST-EXIT
           END-IF.

      * The platform has authenticated the customer; the customer
      * must still be ours - a closed customer's record is gone.
           MOVE WS-CR-CUST-ID OF SOCHREQ-REC TO
               WS-CUST-ID OF CUSTOMER-RECORD.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "Customer not recognised." TO WS-REASON
                   GO TO PROCESS-ONE-REQUEST-EXIT
           END-READ.

           EVALUATE WS-CR-ACTION OF SOCHREQ-REC
               WHEN "CREATE"
                   PERFORM CHANNEL-CREATE THRU CHANNEL-CREATE-EXIT
               WHEN "AMEND"
                   PERFORM CHANNEL-AMEND THRU CHANNEL-AMEND-EXIT
               WHEN "CANCEL"
                   PERFORM CHANNEL-CANCEL THRU CHANNEL-CANCEL-EXIT
               WHEN OTHER
                   MOVE "Request type must be CREATE, AMEND or CANCEL."
                       TO WS-REASON
           END-EVALUATE.
       PROCESS-ONE-REQUEST-EXIT.
           EXIT.

       CHANNEL-CREATE.
           IF WS-CR-FROM-ACCT OF SOCHREQ-REC = SPACES OR
              WS-CR-TO-ACCT OF SOCHREQ-REC = SPACES
               MOVE "From account and payee are both required."
                   TO WS-REASON
               GO TO CHANNEL-CREATE-EXIT
           END-IF.
           IF WS-CR-FROM-ACCT OF SOCHREQ-REC =
              WS-CR-TO-ACCT OF SOCHREQ-REC
               MOVE "From account and payee must differ." TO WS-REASON
               GO TO CHANNEL-CREATE-EXIT
           END-IF.
           MOVE WS-CR-FROM-ACCT OF SOCHREQ-REC TO WS-FMT-FIELD.
           MOVE 15 TO WS-FMT-LENGTH.
           PERFORM CHECK-FIELD-CHARACTERS.
           MOVE WS-CR-TO-ACCT OF SOCHREQ-REC TO WS-FMT-FIELD.
           PERFORM CHECK-FIELD-CHARACTERS.
           IF WS-REQUEST-OK NOT = "Y"
               MOVE "An ID contains an invalid character." TO WS-REASON
               GO TO CHANNEL-CREATE-EXIT
           END-IF.
           PERFORM CHECK-REQUEST-NUMBERS.
           IF WS-REQUEST-OK NOT = "Y"
               GO TO CHANNEL-CREATE-EXIT
           END-IF.

           MOVE WS-CR-FROM-ACCT OF SOCHREQ-REC TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE INTO WS-ACCOUNT-RECORD
               INVALID KEY
                   MOVE "From account not found." TO WS-REASON
                   GO TO CHANNEL-CREATE-EXIT
           END-READ.
      * The owner, a joint holder or an attorney may instruct
      * payments from the account; a view-only party may not.
           CALL 'ACCTAUTH' USING WS-CR-FROM-ACCT OF SOCHREQ-REC,
               WS-ACCT-CUST-ID OF WS-ACCOUNT-RECORD,
               WS-CR-CUST-ID OF SOCHREQ-REC, WS-AUTH-RESULT.
           EVALUATE WS-AUTH-RESULT
               WHEN "Y"
                   CONTINUE
               WHEN "V"
                   MOVE "You have view-only access to the from account."
                       TO WS-REASON
                   GO TO CHANNEL-CREATE-EXIT
               WHEN "E"
                   MOVE WS-UNAVAILABLE-REASON TO WS-REASON
                   GO TO CHANNEL-CREATE-EXIT
               WHEN OTHER
                   MOVE "From account does not belong to the customer."
                       TO WS-REASON
                   GO TO CHANNEL-CREATE-EXIT
           END-EVALUATE.
           CALL 'ACCTLIM' USING WS-ACCT-TYPE OF WS-ACCOUNT-RECORD,
               WS-FROM-ACCT-ELIGIBLE, WS-FROM-ACCT-MIN-BAL.
           IF WS-FROM-ACCT-ELIGIBLE NOT = "Y"
               MOVE "Standing orders cannot be paid from this account."
                   TO WS-REASON
               GO TO CHANNEL-CREATE-EXIT
           END-IF.

           MOVE WS-CR-TO-ACCT OF SOCHREQ-REC TO WS-PAYEE-ID.
           IF WS-CR-PAYEE-TYPE OF SOCHREQ-REC = "X"
               PERFORM CHECK-BENEFICIARY THRU CHECK-BENEFICIARY-EXIT
           ELSE
               PERFORM CHECK-TO-ACCOUNT THRU CHECK-TO-ACCOUNT-EXIT
           END-IF.
           IF WS-REQUEST-OK NOT = "Y"
               GO TO CHANNEL-CREATE-EXIT
           END-IF.

      * Only 0326 ("record not found") is a green light - any other
      * non-zero code is a genuine DMS failure, the STORDSET rule.
           MOVE WS-CR-SO-ID OF SOCHREQ-REC TO WS-SO-ID.
           DMS GET RECORD STANDING-ORDER-RECORD
               USING WS-SO-ID
               ERROR WS-DMS-ERROR-AREA.
           IF WS-DMS-ERROR-CODE = ZERO
               MOVE "Standing order ID already exists." TO WS-REASON
               GO TO CHANNEL-CREATE-EXIT
           END-IF.
           IF WS-DMS-ERROR-CODE NOT = 0326
               PERFORM SHOW-DMS-ERROR
               MOVE WS-UNAVAILABLE-REASON TO WS-REASON
               GO TO CHANNEL-CREATE-EXIT
           END-IF.

           PERFORM BUILD-ORDER-FROM-REQUEST.

           CALL 'STORDVAL' USING WS-SO-RECORD, WS-RETURN-CODE,
               WS-MESSAGE.
           IF WS-RETURN-CODE NOT = ZERO
               MOVE WS-MESSAGE(1:80) TO WS-REASON
               GO TO CHANNEL-CREATE-EXIT
           END-IF.

           MOVE "S" TO WS-CAP-FUNC.
           CALL 'SOLIMCHK' USING WS-SO-FROM-ACCT, WS-SO-AMOUNT,
               WS-CAP-FUNC, WS-CAP-RESULT.
           IF WS-CAP-RESULT = "D"
               MOVE "Amount exceeds the daily standing order limit."
                   TO WS-REASON
               GO TO CHANNEL-CREATE-EXIT
           END-IF.
           IF WS-CAP-RESULT = "M"
               MOVE "Amount exceeds the monthly standing order limit."
                   TO WS-REASON
               GO TO CHANNEL-CREATE-EXIT
           END-IF.

           CALL 'BUSDADJ' USING WS-SO-ANCHOR-DATE,
               WS-SO-ADJUST-RULE, WS-ADJUSTED-DATE.
           IF WS-ADJUSTED-DATE NOT = WS-SO-ANCHOR-DATE
               MOVE WS-ADJUSTED-DATE TO WS-SO-NEXT-EXEC
           END-IF.

      * Maker-checker: at or above the dual-authorization threshold
      * the order is stored PENDING-APPROVAL and queued for STORDAPP,
      * exactly as STORDSET queues it.
           IF WS-SO-AMOUNT NOT < WS-APPR-THRESHOLD
               MOVE "PENDAPPR" TO WS-SO-STAT
           END-IF.

           CALL 'DMSSTORE' USING WS-SO-RECORD, WS-DMS-STATUS,
               WS-CHANNEL-ID.
           IF WS-DMS-STATUS NOT = ZERO
               DISPLAY "SOCHREQ - DMS store Error: " WS-DMS-STATUS
                   " SO ID: " WS-SO-ID
               MOVE WS-UNAVAILABLE-REASON TO WS-REASON
               GO TO CHANNEL-CREATE-EXIT
           END-IF.

      * DMSSTORE audits the order itself; this entry ties it back to
      * the channel request that set it up.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "CREATED STAT=" WS-SO-STAT
               " CUST=" WS-CR-CUST-ID OF SOCHREQ-REC
               " REQ=" WS-CR-REQ-REF OF SOCHREQ-REC
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "STANDING-ORDER-RECORD" TO WS-AUD-RECTYPE.
           MOVE "STORE" TO WS-AUD-OPER.
           PERFORM WRITE-AUDIT.

           IF WS-SO-STAT = "PENDAPPR"
               PERFORM QUEUE-CREATE-APPROVAL
                   THRU QUEUE-CREATE-APPROVAL-EXIT
               MOVE "P" TO WS-OUTCOME
               MOVE SPACES TO WS-REASON
               STRING "Standing order set up - it starts once the bank "
                   "has approved it."
                   DELIMITED BY SIZE INTO WS-REASON
           ELSE
               MOVE "A" TO WS-OUTCOME
               MOVE SPACES TO WS-REASON
               STRING "Standing order set up - first payment on "
                   WS-SO-NEXT-EXEC "."
                   DELIMITED BY SIZE INTO WS-REASON
           END-IF.
       CHANNEL-CREATE-EXIT.
           EXIT.

       BUILD-ORDER-FROM-REQUEST.
      * The bank-side fields a customer cannot set take the values a
      * desk-keyed order defaults to.
           MOVE WS-CR-SO-ID OF SOCHREQ-REC TO WS-SO-ID.
           MOVE WS-CR-CUST-ID OF SOCHREQ-REC TO WS-SO-CUST-ID.
           MOVE WS-CR-FROM-ACCT OF SOCHREQ-REC TO WS-SO-FROM-ACCT.
           MOVE WS-CR-TO-ACCT OF SOCHREQ-REC TO WS-SO-TO-ACCT.
           MOVE WS-CR-AMOUNT OF SOCHREQ-REC TO WS-SO-AMOUNT.
           MOVE WS-CR-FREQ OF SOCHREQ-REC TO WS-SO-FREQ.
           MOVE WS-CR-NEXT-EXEC OF SOCHREQ-REC TO WS-SO-NEXT-EXEC.
           MOVE WS-CR-NEXT-EXEC OF SOCHREQ-REC TO WS-SO-ANCHOR-DATE.
           MOVE WS-CR-END-DATE OF SOCHREQ-REC TO WS-SO-END-DATE.
           MOVE WS-CR-MAX-EXECS OF SOCHREQ-REC TO WS-SO-MAX-EXECS.
           MOVE "N" TO WS-SO-ADJUST-RULE.
           MOVE 50 TO WS-SO-PRIORITY.
           MOVE "N" TO WS-SO-FEE-WAIVED.
           IF WS-CR-PAYEE-TYPE OF SOCHREQ-REC = "X"
               MOVE "X" TO WS-SO-PAYEE-TYPE
               MOVE WS-CR-PURPOSE-CODE OF SOCHREQ-REC TO
                   WS-SO-PURPOSE-CODE
           ELSE
               MOVE "I" TO WS-SO-PAYEE-TYPE
               MOVE SPACES TO WS-SO-PURPOSE-CODE
           END-IF.
           MOVE "ACTIVE" TO WS-SO-STAT.
           MOVE WS-CURRENT-DATE TO WS-SO-CREAT-DATE.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO WS-SO-LAST-MOD-TIME.
           MOVE ZERO TO WS-SO-EXEC-COUNT.
           MOVE ZERO TO WS-SO-SKIP-COUNT.
           MOVE ZERO TO WS-SO-PAUSE-UNTIL.
           MOVE "N" TO WS-SO-ESC-TYPE.
           MOVE ZERO TO WS-SO-ESC-RATE.
           MOVE ZERO TO WS-SO-ESC-STEP.
           MOVE ZERO TO WS-SO-ESC-MONTH.
           MOVE ZERO TO WS-SO-ESC-CEILING.
           MOVE ZERO TO WS-SO-ESC-LAST-YEAR.
           MOVE ZERO TO WS-SO-ESC-NOTICE-YEAR.

       CHANNEL-AMEND.
           PERFORM GET-CUSTOMER-ORDER THRU GET-CUSTOMER-ORDER-EXIT.
           IF WS-REQUEST-OK NOT = "Y"
               GO TO CHANNEL-AMEND-EXIT
           END-IF.
           IF WS-SO-STAT NOT = "ACTIVE"
               MOVE "Only an active standing order may be amended."
                   TO WS-REASON
               GO TO CHANNEL-AMEND-EXIT
           END-IF.
           PERFORM CHECK-LOAN-REPAYMENT-ORDER
               THRU CHECK-LOAN-REPAYMENT-ORDER-EXIT.
           IF WS-REQUEST-OK NOT = "Y"
               GO TO CHANNEL-AMEND-EXIT
           END-IF.

      * Orders stored before the adjustment fields existed carry
      * spaces/zero in them - the STORDAMD defaults.
           IF WS-SO-ADJUST-RULE NOT = "F" AND
              WS-SO-ADJUST-RULE NOT = "B" AND
              WS-SO-ADJUST-RULE NOT = "N"
               MOVE "N" TO WS-SO-ADJUST-RULE
           END-IF.
           IF WS-SO-ANCHOR-DATE = ZERO
               MOVE WS-SO-NEXT-EXEC TO WS-SO-ANCHOR-DATE
           END-IF.
           IF WS-SO-PRIORITY = ZERO
               MOVE 50 TO WS-SO-PRIORITY
           END-IF.
           IF WS-SO-PAYEE-TYPE NOT = "X"
               MOVE "I" TO WS-SO-PAYEE-TYPE
           END-IF.
           IF WS-SO-FEE-WAIVED NOT = "Y"
               MOVE "N" TO WS-SO-FEE-WAIVED
           END-IF.

           PERFORM CHECK-PENDING-ACTION THRU CHECK-PENDING-ACTION-EXIT.
           IF WS-PENDING-FLAG = "Y"
               MOVE WS-AWAITING-REASON TO WS-REASON
               GO TO CHANNEL-AMEND-EXIT
           END-IF.

           MOVE WS-CR-TO-ACCT OF SOCHREQ-REC TO WS-FMT-FIELD.
           MOVE 15 TO WS-FMT-LENGTH.
           PERFORM CHECK-FIELD-CHARACTERS.
           IF WS-REQUEST-OK NOT = "Y"
               MOVE "An ID contains an invalid character." TO WS-REASON
               GO TO CHANNEL-AMEND-EXIT
           END-IF.
           PERFORM CHECK-REQUEST-NUMBERS.
           IF WS-REQUEST-OK NOT = "Y"
               GO TO CHANNEL-AMEND-EXIT
           END-IF.
           IF NOT WS-CR-EFF-DATE OF SOCHREQ-REC NUMERIC
               MOVE "Effective date is not a valid date." TO WS-REASON
               GO TO CHANNEL-AMEND-EXIT
           END-IF.

           MOVE WS-SO-AMOUNT TO WS-PRIOR-AMOUNT.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "AMT=" WS-SO-AMOUNT
               " FREQ=" WS-SO-FREQ
               " TO=" WS-SO-TO-ACCT
               " NEXT=" WS-SO-NEXT-EXEC
               " END=" WS-SO-END-DATE
               " MAXEXEC=" WS-SO-MAX-EXECS
               " ADJ=" WS-SO-ADJUST-RULE
               " PRI=" WS-SO-PRIORITY
               " FEEWVD=" WS-SO-FEE-WAIVED
               " PURP=" WS-SO-PURPOSE-CODE
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.

      * A changed payee is checked the way a new one is. The payee
      * type is not amendable - a switch between an internal account
      * and a beneficiary is a new order.
           IF WS-CR-TO-ACCT OF SOCHREQ-REC NOT = WS-SO-TO-ACCT
               IF WS-CR-TO-ACCT OF SOCHREQ-REC = SPACES OR
                  WS-CR-TO-ACCT OF SOCHREQ-REC = WS-SO-FROM-ACCT
                   MOVE "Payee must differ from the from account."
                       TO WS-REASON
                   GO TO CHANNEL-AMEND-EXIT
               END-IF
               MOVE WS-CR-TO-ACCT OF SOCHREQ-REC TO WS-PAYEE-ID
               IF WS-SO-PAYEE-TYPE = "X"
                   PERFORM CHECK-BENEFICIARY
                       THRU CHECK-BENEFICIARY-EXIT
               ELSE
                   PERFORM CHECK-TO-ACCOUNT THRU CHECK-TO-ACCOUNT-EXIT
               END-IF
               IF WS-REQUEST-OK NOT = "Y"
                   GO TO CHANNEL-AMEND-EXIT
               END-IF
               MOVE WS-CR-TO-ACCT OF SOCHREQ-REC TO WS-SO-TO-ACCT
           END-IF.
           MOVE WS-CR-AMOUNT OF SOCHREQ-REC TO WS-SO-AMOUNT.
           MOVE WS-CR-FREQ OF SOCHREQ-REC TO WS-SO-FREQ.
           IF WS-CR-NEXT-EXEC OF SOCHREQ-REC NOT = WS-SO-NEXT-EXEC
               MOVE WS-CR-NEXT-EXEC OF SOCHREQ-REC TO WS-SO-NEXT-EXEC
               MOVE WS-SO-NEXT-EXEC TO WS-SO-ANCHOR-DATE
           END-IF.
           MOVE WS-CR-END-DATE OF SOCHREQ-REC TO WS-SO-END-DATE.
           MOVE WS-CR-MAX-EXECS OF SOCHREQ-REC TO WS-SO-MAX-EXECS.
           IF WS-SO-PAYEE-TYPE = "X"
               MOVE WS-CR-PURPOSE-CODE OF SOCHREQ-REC TO
                   WS-SO-PURPOSE-CODE
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO WS-SO-LAST-MOD-TIME.

           CALL 'STORDVAL' USING WS-SO-RECORD, WS-RETURN-CODE,
               WS-MESSAGE.
           IF WS-RETURN-CODE NOT = ZERO
               MOVE WS-MESSAGE(1:80) TO WS-REASON
               GO TO CHANNEL-AMEND-EXIT
           END-IF.

      * Only a changed amount is held to the caps, so an order
      * grandfathered above a later-set cap can still be amended.
           IF WS-SO-AMOUNT NOT = WS-PRIOR-AMOUNT
               MOVE "S" TO WS-CAP-FUNC
               CALL 'SOLIMCHK' USING WS-SO-FROM-ACCT, WS-SO-AMOUNT,
                   WS-CAP-FUNC, WS-CAP-RESULT
               IF WS-CAP-RESULT = "D"
                   MOVE "Amount exceeds the daily standing order limit."
                       TO WS-REASON
                   GO TO CHANNEL-AMEND-EXIT
               END-IF
               IF WS-CAP-RESULT = "M"
                   MOVE SPACES TO WS-REASON
                   STRING "Amount exceeds the monthly standing order "
                       "limit."
                       DELIMITED BY SIZE INTO WS-REASON
                   GO TO CHANNEL-AMEND-EXIT
               END-IF
           END-IF.

           CALL 'BUSDADJ' USING WS-SO-ANCHOR-DATE,
               WS-SO-ADJUST-RULE, WS-ADJUSTED-DATE.
           IF WS-ADJUSTED-DATE NOT = WS-SO-NEXT-EXEC
               MOVE WS-ADJUSTED-DATE TO WS-SO-NEXT-EXEC
           END-IF.

           MOVE WS-CR-EFF-DATE OF SOCHREQ-REC TO WS-EFFECTIVE-DATE.
           IF WS-EFFECTIVE-DATE = ZERO
               MOVE WS-CURRENT-DATE TO WS-EFFECTIVE-DATE
           END-IF.
           IF WS-EFFECTIVE-DATE < WS-CURRENT-DATE
               MOVE "The effective date may not be in the past."
                   TO WS-REASON
               GO TO CHANNEL-AMEND-EXIT
           END-IF.

      * A future-dated change waits on SOPEND.DAT; STORDAPL routes
      * it to the approvals queue on its date if it is high-value.
           IF WS-EFFECTIVE-DATE > WS-CURRENT-DATE
               PERFORM QUEUE-FUTURE-AMENDMENT
                   THRU QUEUE-FUTURE-AMENDMENT-EXIT
               IF WS-QUEUED-FLAG = "Y"
                   MOVE SPACES TO WS-REASON
                   IF WS-SO-AMOUNT NOT < WS-APPR-THRESHOLD OR
                      WS-PRIOR-AMOUNT NOT < WS-APPR-THRESHOLD
                       MOVE "P" TO WS-OUTCOME
                       STRING "Amendment stored for " WS-EFFECTIVE-DATE
                           " - it then needs the bank's approval."
                           DELIMITED BY SIZE INTO WS-REASON
                   ELSE
                       MOVE "A" TO WS-OUTCOME
                       STRING "Amendment stored - it takes effect on "
                           WS-EFFECTIVE-DATE "."
                           DELIMITED BY SIZE INTO WS-REASON
                   END-IF
               END-IF
               GO TO CHANNEL-AMEND-EXIT
           END-IF.

      * Maker-checker: an amendment touching an order at or above the
      * threshold (before or after the change) waits for a bank
      * operator via STORDAPP.
           IF WS-SO-AMOUNT NOT < WS-APPR-THRESHOLD OR
              WS-PRIOR-AMOUNT NOT < WS-APPR-THRESHOLD
               PERFORM QUEUE-AMEND-APPROVAL
                   THRU QUEUE-AMEND-APPROVAL-EXIT
               IF WS-QUEUED-FLAG = "Y"
                   MOVE "P" TO WS-OUTCOME
                   MOVE "Amendment awaits the bank's approval."
                       TO WS-REASON
               END-IF
               GO TO CHANNEL-AMEND-EXIT
           END-IF.

           DMS MODIFY RECORD STANDING-ORDER-RECORD
               USING WS-SO-RECORD
               ERROR WS-DMS-ERROR-AREA.
           IF WS-DMS-ERROR-CODE NOT = ZERO
               PERFORM SHOW-DMS-ERROR
               MOVE WS-UNAVAILABLE-REASON TO WS-REASON
               GO TO CHANNEL-AMEND-EXIT
           END-IF.

           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "AMT=" WS-SO-AMOUNT
               " FREQ=" WS-SO-FREQ
               " TO=" WS-SO-TO-ACCT
               " NEXT=" WS-SO-NEXT-EXEC
               " END=" WS-SO-END-DATE
               " MAXEXEC=" WS-SO-MAX-EXECS
               " ADJ=" WS-SO-ADJUST-RULE
               " PRI=" WS-SO-PRIORITY
               " FEEWVD=" WS-SO-FEE-WAIVED
               " PURP=" WS-SO-PURPOSE-CODE
               " CUST=" WS-CR-CUST-ID OF SOCHREQ-REC
               " REQ=" WS-CR-REQ-REF OF SOCHREQ-REC
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "STANDING-ORDER-RECORD" TO WS-AUD-RECTYPE.
           MOVE "MODIFY" TO WS-AUD-OPER.
           PERFORM WRITE-AUDIT.

           MOVE "A" TO WS-OUTCOME.
           MOVE "Amendment made." TO WS-REASON.
       CHANNEL-AMEND-EXIT.
           EXIT.

       CHANNEL-CANCEL.
           PERFORM GET-CUSTOMER-ORDER THRU GET-CUSTOMER-ORDER-EXIT.
           IF WS-REQUEST-OK NOT = "Y"
               GO TO CHANNEL-CANCEL-EXIT
           END-IF.
           IF WS-SO-STAT = "CANCELLED"
               MOVE "Standing order is already cancelled." TO WS-REASON
               GO TO CHANNEL-CANCEL-EXIT
           END-IF.
           PERFORM CHECK-LOAN-REPAYMENT-ORDER
               THRU CHECK-LOAN-REPAYMENT-ORDER-EXIT.
           IF WS-REQUEST-OK NOT = "Y"
               GO TO CHANNEL-CANCEL-EXIT
           END-IF.
           PERFORM CHECK-PENDING-ACTION THRU CHECK-PENDING-ACTION-EXIT.
           IF WS-PENDING-FLAG = "Y"
               MOVE WS-AWAITING-REASON TO WS-REASON
               GO TO CHANNEL-CANCEL-EXIT
           END-IF.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "STAT=" WS-SO-STAT
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.

      * Maker-checker: cancelling an order at or above the threshold
      * waits for a bank operator via STORDAPP.
           IF WS-SO-AMOUNT NOT < WS-APPR-THRESHOLD
               PERFORM QUEUE-CANCEL-APPROVAL
                   THRU QUEUE-CANCEL-APPROVAL-EXIT
               IF WS-QUEUED-FLAG = "Y"
                   MOVE "P" TO WS-OUTCOME
                   MOVE "Cancellation awaits the bank's approval."
                       TO WS-REASON
               END-IF
               GO TO CHANNEL-CANCEL-EXIT
           END-IF.

           MOVE "CANCELLED" TO WS-SO-STAT.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO WS-SO-LAST-MOD-TIME.
           DMS MODIFY RECORD STANDING-ORDER-RECORD
               USING WS-SO-RECORD
               ERROR WS-DMS-ERROR-AREA.
           IF WS-DMS-ERROR-CODE NOT = ZERO
               PERFORM SHOW-DMS-ERROR
               MOVE WS-UNAVAILABLE-REASON TO WS-REASON
               GO TO CHANNEL-CANCEL-EXIT
           END-IF.

           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "STAT=" WS-SO-STAT
               " CUST=" WS-CR-CUST-ID OF SOCHREQ-REC
               " REQ=" WS-CR-REQ-REF OF SOCHREQ-REC
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "STANDING-ORDER-RECORD" TO WS-AUD-RECTYPE.
           MOVE "MODIFY" TO WS-AUD-OPER.
           PERFORM WRITE-AUDIT.

           MOVE "A" TO WS-OUTCOME.
           MOVE "Standing order cancelled." TO WS-REASON.
       CHANNEL-CANCEL-EXIT.
           EXIT.

       GET-CUSTOMER-ORDER.
      * Only the customer's own order may be changed - the STORDCAN
      * rule. Not found and not the customer's read the same to the
      * channel, so the platform learns nothing of others' orders.
           MOVE "N" TO WS-REQUEST-OK.
           MOVE WS-CR-SO-ID OF SOCHREQ-REC TO WS-SO-ID.
           DMS GET RECORD STANDING-ORDER-RECORD
               USING WS-SO-ID
               ERROR WS-DMS-ERROR-AREA.
           IF WS-DMS-ERROR-CODE = 0326
               MOVE "Standing order not found for this customer."
                   TO WS-REASON
               GO TO GET-CUSTOMER-ORDER-EXIT
           END-IF.
           IF WS-DMS-ERROR-CODE NOT = ZERO
               PERFORM SHOW-DMS-ERROR
               MOVE WS-UNAVAILABLE-REASON TO WS-REASON
               GO TO GET-CUSTOMER-ORDER-EXIT
           END-IF.
           IF WS-SO-CUST-ID NOT = WS-CR-CUST-ID OF SOCHREQ-REC
               MOVE "Standing order not found for this customer."
                   TO WS-REASON
               GO TO GET-CUSTOMER-ORDER-EXIT
           END-IF.
           MOVE "Y" TO WS-REQUEST-OK.
       GET-CUSTOMER-ORDER-EXIT.
           EXIT.

       CHECK-LOAN-REPAYMENT-ORDER.
      * An instalment loan's repayment order belongs to the loan - it
      * is changed at the bank with the loan, never by the channel.
           MOVE "Y" TO WS-REQUEST-OK.
           IF WS-SO-PAYEE-TYPE = "X"
               GO TO CHECK-LOAN-REPAYMENT-ORDER-EXIT
           END-IF.
           CALL 'LNORDCHK' USING WS-SO-ID, WS-SO-TO-ACCT,
               WS-LNORD-RESULT.
           IF WS-LNORD-RESULT = "R"
               MOVE "N" TO WS-REQUEST-OK
               MOVE SPACES TO WS-REASON
               STRING "This order repays a loan - contact the bank to "
                   "change it."
                   DELIMITED BY SIZE INTO WS-REASON
           END-IF.
           IF WS-LNORD-RESULT = "E"
               MOVE "N" TO WS-REQUEST-OK
               MOVE WS-UNAVAILABLE-REASON TO WS-REASON
           END-IF.
       CHECK-LOAN-REPAYMENT-ORDER-EXIT.
           EXIT.

       CHECK-REQUEST-NUMBERS.
      * The request comes from outside - a non-numeric amount or date
      * would pass through STORDVAL's range tests as garbage.
           IF WS-CR-AMOUNT OF SOCHREQ-REC NUMERIC AND
              WS-CR-NEXT-EXEC OF SOCHREQ-REC NUMERIC AND
              WS-CR-END-DATE OF SOCHREQ-REC NUMERIC AND
              WS-CR-MAX-EXECS OF SOCHREQ-REC NUMERIC
               CONTINUE
           ELSE
               MOVE SPACES TO WS-REASON
               STRING "Amount, dates and number of payments must be "
                   "numeric."
                   DELIMITED BY SIZE INTO WS-REASON
               MOVE "N" TO WS-REQUEST-OK
           END-IF.

       CHECK-TO-ACCOUNT.
      * Paying in only needs the customer to hold the account in some
      * capacity - the SOBULK rule.
           MOVE "N" TO WS-REQUEST-OK.
           MOVE WS-PAYEE-ID TO WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE INTO WS-ACCOUNT-RECORD
               INVALID KEY
                   MOVE "To account not found." TO WS-REASON
                   GO TO CHECK-TO-ACCOUNT-EXIT
           END-READ.
           CALL 'ACCTAUTH' USING WS-PAYEE-ID,
               WS-ACCT-CUST-ID OF WS-ACCOUNT-RECORD,
               WS-CR-CUST-ID OF SOCHREQ-REC, WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = "Y" AND WS-AUTH-RESULT NOT = "V"
               MOVE "To account does not belong to the customer."
                   TO WS-REASON
               GO TO CHECK-TO-ACCOUNT-EXIT
           END-IF.
           MOVE "Y" TO WS-REQUEST-OK.
       CHECK-TO-ACCOUNT-EXIT.
           EXIT.

       CHECK-BENEFICIARY.
           MOVE "N" TO WS-REQUEST-OK.
           OPEN INPUT BENEF-FILE.
           IF WS-FILE-STATUS NOT = "00"
               MOVE "Payees are unavailable - try again later."
                   TO WS-REASON
               GO TO CHECK-BENEFICIARY-EXIT
           END-IF.
           MOVE WS-PAYEE-ID TO WS-BN-ID OF BENEF-RECORD.
           READ BENEF-FILE
               INVALID KEY
                   MOVE "Beneficiary not found." TO WS-REASON
                   CLOSE BENEF-FILE
                   GO TO CHECK-BENEFICIARY-EXIT
           END-READ.
           CLOSE BENEF-FILE.
           IF WS-BN-STAT OF BENEF-RECORD = "CLOSED"
               MOVE "Beneficiary is closed." TO WS-REASON
               GO TO CHECK-BENEFICIARY-EXIT
           END-IF.
      * A compliance hold is not for the customer's eyes - the
      * beneficiary simply cannot be paid just now.
           IF WS-BN-STAT OF BENEF-RECORD = "HELD"
               MOVE SPACES TO WS-REASON
               STRING "Beneficiary cannot be paid at present - please "
                   "contact the bank."
                   DELIMITED BY SIZE INTO WS-REASON
               GO TO CHECK-BENEFICIARY-EXIT
           END-IF.
           MOVE "Y" TO WS-REQUEST-OK.
       CHECK-BENEFICIARY-EXIT.
           EXIT.

       CHECK-PENDING-ACTION.
           MOVE "N" TO WS-PENDING-FLAG.
           OPEN INPUT SOAPPR-FILE.
           IF WS-FILE-STATUS = "35"
               GO TO CHECK-PENDING-ACTION-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "SOAPPR.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               GO TO CHECK-PENDING-ACTION-EXIT
           END-IF.
           MOVE WS-SO-ID TO WS-AP-SO-ID OF SOAPPR-RECORD.
           READ SOAPPR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PENDING-FLAG
           END-READ.
           CLOSE SOAPPR-FILE.
       CHECK-PENDING-ACTION-EXIT.
           EXIT.

       OPEN-APPROVALS-QUEUE.
           OPEN I-O SOAPPR-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT SOAPPR-FILE
               CLOSE SOAPPR-FILE
               OPEN I-O SOAPPR-FILE
           END-IF.

       QUEUE-CREATE-APPROVAL.
      * The order is stored PENDING APPROVAL whatever happens here; a
      * queue failure leaves it for the desk, as in SOBULK.
           PERFORM OPEN-APPROVALS-QUEUE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "SOAPPR.DAT OPEN Error, Status: "
                   WS-FILE-STATUS " - approval not queued; SO ID "
                   WS-SO-ID " stays PENDING APPROVAL."
               GO TO QUEUE-CREATE-APPROVAL-EXIT
           END-IF.
           MOVE SPACES TO SOAPPR-RECORD.
           MOVE WS-SO-ID TO WS-AP-SO-ID OF SOAPPR-RECORD.
           MOVE "CREATE" TO WS-AP-ACTION OF SOAPPR-RECORD.
           PERFORM FILL-APPROVAL-VALUES.
           MOVE SPACE TO WS-AP-CANCEL-MODE OF SOAPPR-RECORD.
           WRITE SOAPPR-RECORD
               INVALID KEY
                   DISPLAY "SOAPPR.DAT WRITE Error, Status: "
                       WS-FILE-STATUS " for SO ID: " WS-SO-ID
           END-WRITE.
           CLOSE SOAPPR-FILE.
       QUEUE-CREATE-APPROVAL-EXIT.
           EXIT.

       QUEUE-AMEND-APPROVAL.
           MOVE "N" TO WS-QUEUED-FLAG.
           PERFORM OPEN-APPROVALS-QUEUE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "SOAPPR.DAT OPEN Error, Status: "
                   WS-FILE-STATUS " - amendment not queued."
               MOVE WS-UNAVAILABLE-REASON TO WS-REASON
               GO TO QUEUE-AMEND-APPROVAL-EXIT
           END-IF.
           MOVE SPACES TO SOAPPR-RECORD.
           MOVE WS-SO-ID TO WS-AP-SO-ID OF SOAPPR-RECORD.
           MOVE "AMEND" TO WS-AP-ACTION OF SOAPPR-RECORD.
           PERFORM FILL-APPROVAL-VALUES.
           MOVE SPACE TO WS-AP-CANCEL-MODE OF SOAPPR-RECORD.
           WRITE SOAPPR-RECORD
               INVALID KEY
                   MOVE WS-AWAITING-REASON TO WS-REASON
                   CLOSE SOAPPR-FILE
                   GO TO QUEUE-AMEND-APPROVAL-EXIT
           END-WRITE.
           CLOSE SOAPPR-FILE.
           MOVE "Y" TO WS-QUEUED-FLAG.

           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "AMEND QUEUED: AMT=" WS-SO-AMOUNT
               " TO=" WS-SO-TO-ACCT " NEXT=" WS-SO-NEXT-EXEC
               " CUST=" WS-CR-CUST-ID OF SOCHREQ-REC
               " REQ=" WS-CR-REQ-REF OF SOCHREQ-REC
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "SOAPPR-RECORD" TO WS-AUD-RECTYPE.
           MOVE "STORE" TO WS-AUD-OPER.
           PERFORM WRITE-AUDIT.
       QUEUE-AMEND-APPROVAL-EXIT.
           EXIT.

       QUEUE-CANCEL-APPROVAL.
           MOVE "N" TO WS-QUEUED-FLAG.
           PERFORM OPEN-APPROVALS-QUEUE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "SOAPPR.DAT OPEN Error, Status: "
                   WS-FILE-STATUS " - cancellation not queued."
               MOVE WS-UNAVAILABLE-REASON TO WS-REASON
               GO TO QUEUE-CANCEL-APPROVAL-EXIT
           END-IF.
           MOVE SPACES TO SOAPPR-RECORD.
           MOVE WS-SO-ID TO WS-AP-SO-ID OF SOAPPR-RECORD.
           MOVE "CANCEL" TO WS-AP-ACTION OF SOAPPR-RECORD.
           MOVE WS-CHANNEL-ID TO WS-AP-MAKER OF SOAPPR-RECORD.
           MOVE WS-CURRENT-DATE TO
               WS-AP-REQUEST-DATE OF SOAPPR-RECORD.
           MOVE "C" TO WS-AP-CANCEL-MODE OF SOAPPR-RECORD.
           WRITE SOAPPR-RECORD
               INVALID KEY
                   MOVE WS-AWAITING-REASON TO WS-REASON
                   CLOSE SOAPPR-FILE
                   GO TO QUEUE-CANCEL-APPROVAL-EXIT
           END-WRITE.
           CLOSE SOAPPR-FILE.
           MOVE "Y" TO WS-QUEUED-FLAG.

           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "CANCEL QUEUED MODE=C"
               " CUST=" WS-CR-CUST-ID OF SOCHREQ-REC
               " REQ=" WS-CR-REQ-REF OF SOCHREQ-REC
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "SOAPPR-RECORD" TO WS-AUD-RECTYPE.
           MOVE "STORE" TO WS-AUD-OPER.
           PERFORM WRITE-AUDIT.
       QUEUE-CANCEL-APPROVAL-EXIT.
           EXIT.

       FILL-APPROVAL-VALUES.
      * The customer is the maker - any bank operator may approve.
           MOVE WS-CHANNEL-ID TO WS-AP-MAKER OF SOAPPR-RECORD.
           MOVE WS-CURRENT-DATE TO
               WS-AP-REQUEST-DATE OF SOAPPR-RECORD.
           MOVE WS-SO-TO-ACCT TO WS-AP-NEW-TO-ACCT OF SOAPPR-RECORD.
           MOVE WS-SO-AMOUNT TO WS-AP-NEW-AMOUNT OF SOAPPR-RECORD.
           MOVE WS-SO-FREQ TO WS-AP-NEW-FREQ OF SOAPPR-RECORD.
           MOVE WS-SO-NEXT-EXEC TO
               WS-AP-NEW-NEXT-EXEC OF SOAPPR-RECORD.
           MOVE WS-SO-END-DATE TO
               WS-AP-NEW-END-DATE OF SOAPPR-RECORD.
           MOVE WS-SO-MAX-EXECS TO
               WS-AP-NEW-MAX-EXECS OF SOAPPR-RECORD.
           MOVE WS-SO-ADJUST-RULE TO
               WS-AP-NEW-ADJ-RULE OF SOAPPR-RECORD.
           MOVE WS-SO-ANCHOR-DATE TO
               WS-AP-NEW-ANCHOR OF SOAPPR-RECORD.
           MOVE WS-SO-PRIORITY TO
               WS-AP-NEW-PRIORITY OF SOAPPR-RECORD.
           MOVE WS-SO-FEE-WAIVED TO
               WS-AP-NEW-FEE-WAIVED OF SOAPPR-RECORD.
           MOVE WS-SO-PURPOSE-CODE TO
               WS-AP-NEW-PURPOSE-CODE OF SOAPPR-RECORD.

       QUEUE-FUTURE-AMENDMENT.
           MOVE "N" TO WS-QUEUED-FLAG.
           OPEN I-O SOPEND-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT SOPEND-FILE
               CLOSE SOPEND-FILE
               OPEN I-O SOPEND-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "SOPEND.DAT OPEN Error, Status: "
                   WS-FILE-STATUS " - amendment not queued."
               MOVE WS-UNAVAILABLE-REASON TO WS-REASON
               GO TO QUEUE-FUTURE-AMENDMENT-EXIT
           END-IF.

           MOVE SPACES TO SOPEND-RECORD.
           MOVE WS-SO-ID TO WS-PA-SO-ID OF SOPEND-RECORD.
           MOVE WS-EFFECTIVE-DATE TO WS-PA-EFF-DATE OF SOPEND-RECORD.
           MOVE WS-CHANNEL-ID TO WS-PA-MAKER OF SOPEND-RECORD.
           MOVE WS-CURRENT-DATE TO
               WS-PA-REQUEST-DATE OF SOPEND-RECORD.
           MOVE WS-SO-TO-ACCT TO WS-PA-NEW-TO-ACCT OF SOPEND-RECORD.
           MOVE WS-SO-AMOUNT TO WS-PA-NEW-AMOUNT OF SOPEND-RECORD.
           MOVE WS-SO-FREQ TO WS-PA-NEW-FREQ OF SOPEND-RECORD.
           MOVE WS-SO-NEXT-EXEC TO
               WS-PA-NEW-NEXT-EXEC OF SOPEND-RECORD.
           MOVE WS-SO-END-DATE TO
               WS-PA-NEW-END-DATE OF SOPEND-RECORD.
           MOVE WS-SO-MAX-EXECS TO
               WS-PA-NEW-MAX-EXECS OF SOPEND-RECORD.
           MOVE WS-SO-ADJUST-RULE TO
               WS-PA-NEW-ADJ-RULE OF SOPEND-RECORD.
           MOVE WS-SO-ANCHOR-DATE TO
               WS-PA-NEW-ANCHOR OF SOPEND-RECORD.
           MOVE WS-SO-PRIORITY TO
               WS-PA-NEW-PRIORITY OF SOPEND-RECORD.
           MOVE WS-SO-FEE-WAIVED TO
               WS-PA-NEW-FEE-WAIVED OF SOPEND-RECORD.
           MOVE WS-SO-PURPOSE-CODE TO
               WS-PA-NEW-PURPOSE-CODE OF SOPEND-RECORD.
           WRITE SOPEND-RECORD
               INVALID KEY
                   IF WS-FILE-STATUS = "22"
                       MOVE SPACES TO WS-REASON
                       STRING "An amendment is already stored for that "
                           "order and date."
                           DELIMITED BY SIZE INTO WS-REASON
                   ELSE
                       DISPLAY "SOPEND.DAT WRITE Error, Status: "
                           WS-FILE-STATUS " SO ID: " WS-SO-ID
                       MOVE WS-UNAVAILABLE-REASON TO WS-REASON
                   END-IF
                   CLOSE SOPEND-FILE
                   GO TO QUEUE-FUTURE-AMENDMENT-EXIT
           END-WRITE.
           CLOSE SOPEND-FILE.
           MOVE "Y" TO WS-QUEUED-FLAG.

           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "AMEND QUEUED EFF=" WS-EFFECTIVE-DATE
               " AMT=" WS-SO-AMOUNT
               " TO=" WS-SO-TO-ACCT
               " CUST=" WS-CR-CUST-ID OF SOCHREQ-REC
               " REQ=" WS-CR-REQ-REF OF SOCHREQ-REC
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "SOPEND-RECORD" TO WS-AUD-RECTYPE.
           MOVE "STORE" TO WS-AUD-OPER.
           PERFORM WRITE-AUDIT.
       QUEUE-FUTURE-AMENDMENT-EXIT.
           EXIT.

       WRITE-AUDIT.
           MOVE WS-CHANNEL-ID TO WS-AUD-OPERATOR-NAME.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-SO-ID, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-AUD-OPERATOR-NAME.

       SHOW-DMS-ERROR.
      * The console gets the DMS detail; the customer gets a plain
      * "try again later".
           CALL 'DMSERRTX' USING WS-DMS-ERROR-CODE,
               WS-DMS-ERROR-DESC, WS-DMS-ERROR-ACTION.
           DISPLAY "SOCHREQ - DMS Error: " WS-DMS-ERROR-CODE
               " - " WS-DMS-ERROR-DESC " SO ID: " WS-SO-ID.
           DISPLAY "Suggested Action: " WS-DMS-ERROR-ACTION.

       CHECK-FIELD-CHARACTERS.
      * Same format rule STORDSET applies to operator-keyed IDs:
      * digits and capital letters only.
           PERFORM VARYING WS-FMT-IDX FROM 1 BY 1
               UNTIL WS-FMT-IDX > WS-FMT-LENGTH
               MOVE WS-FMT-FIELD(WS-FMT-IDX:1) TO WS-FMT-CHAR
               IF WS-FMT-CHAR NOT = SPACE AND
                  (WS-FMT-CHAR < "0" OR WS-FMT-CHAR > "9") AND
                  (WS-FMT-CHAR < "A" OR WS-FMT-CHAR > "Z")
                   MOVE "N" TO WS-REQUEST-OK
               END-IF
           END-PERFORM.
