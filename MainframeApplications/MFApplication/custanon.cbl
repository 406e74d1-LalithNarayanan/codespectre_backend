      ******************************************************************
      * CUSTANON.CBL - Closed Customer Anonymisation                   *
      ******************************************************************
      * Supervisor-run data-protection job. Customers closed through
      * CUSTMNT longer ago than the ANON-POLICY retention period are
      * taken from the closed customer register (CUSTCLS.DAT) and
      * their personal details - name, address, phone, email - are
      * replaced by the customer's token in every file that outlives
      * the customer record:
      *   - the NOTIFY<date>.DAT extract generations (customer ID,
      *     phone and email);
      *   - the NOTLTR<date>.RPT letter files (name and address
      *     lines);
      *   - AUDIT.DAT and its AUDIT<date>.DAT archives (the customer
      *     record's own entries are rewritten whole under the token;
      *     any other entry has the details replaced where they
      *     appear in its old/new values);
      *   - SOARCH.DAT (the archived orders' customer ID);
      *   - PAYSUSP.DAT (counterparty names).
      * Amounts, dates, references and record keys are left as they
      * are, so the ledger, the reconciliations and the audit trail
      * of the orders still hold. A customer with an account under
      * an ACCTHOLD hold or a compliance hold still awaiting decision
      * on SANCHOLD.DAT - whether owned or held through ACCTREL.DAT -
      * is deferred to a later run. Each customer done is audited
      * under the supervisor's identity by token, the register keeps
      * the token with the personal details blanked, and the
      * certificate (ANONCERT<date>.RPT) lists each customer, each
      * file changed and the count of records changed in it.
      *
      * The files are rewritten in place, so the online service and
      * the batch posting must be stopped while this runs - the
      * supervisor confirms that at the console. A run that stops
      * part way is simply run again: tokens are kept on the register
      * from the start, and details already replaced are not found
      * again.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTANON.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CUSTCLS-FILE ASSIGN TO "CUSTCLS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-CC-CUST-ID OF CUSTCLS-RECORD
               FILE STATUS IS WS-CLS-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-CUST-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCTREL-FILE ASSIGN TO "ACCTREL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-AR-KEY OF ACCTREL-RECORD
               FILE STATUS IS WS-REL-STATUS.
           SELECT ACCTHOLD-FILE ASSIGN TO "ACCTHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-AH-ACCT-ID OF ACCTHOLD-RECORD
               FILE STATUS IS WS-HOLD-STATUS.
           SELECT SANCHOLD-FILE ASSIGN TO "SANCHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-SH-KEY OF SANCHOLD-RECORD
               FILE STATUS IS WS-SANC-STATUS.
           SELECT SOARCH-FILE ASSIGN TO "SOARCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-AR-SO-ID OF SOARCH-RECORD
               FILE STATUS IS WS-GEN-STATUS.
           SELECT PAYSUSP-FILE ASSIGN TO "PAYSUSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-PS-PAY-REF OF PAYSUSP-RECORD
               FILE STATUS IS WS-GEN-STATUS.
           SELECT AUDIT-FILE ASSIGN TO WS-AUDIT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO WS-NOTIFY-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT LETTER-FILE ASSIGN TO WS-LETTER-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-GEN-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-OPR-ID OF OPERATOR-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD CUSTCLS-FILE.
               COPY CUSTCLS-RECORD
                   REPLACING ==WS-CUSTCLS-RECORD==
                   BY ==CUSTCLS-RECORD==.
           FD CUSTOMER-FILE.
               COPY WS-CUSTOMER-RECORD
                   REPLACING ==WS-CUSTOMER-RECORD==
                   BY ==CUSTOMER-RECORD==.
           FD ACCOUNT-FILE.
               COPY WS-ACCOUNT-RECORD
                   REPLACING ==WS-ACCOUNT-RECORD==
                   BY ==ACCOUNT-RECORD==.
           FD ACCTREL-FILE.
               COPY ACCTREL-RECORD
                   REPLACING ==WS-ACCTREL-RECORD==
                   BY ==ACCTREL-RECORD==.
           FD ACCTHOLD-FILE.
               COPY ACCTHOLD-RECORD
                   REPLACING ==WS-ACCTHOLD-RECORD==
                   BY ==ACCTHOLD-RECORD==.
           FD SANCHOLD-FILE.
               COPY SANCHOLD-RECORD
                   REPLACING ==WS-SANCHOLD-RECORD==
                   BY ==SANCHOLD-RECORD==.
           FD SOARCH-FILE.
               COPY SOARCH-RECORD
                   REPLACING ==WS-SOARCH-RECORD==
                   BY ==SOARCH-RECORD==.
           FD PAYSUSP-FILE.
               COPY PAYSUSP-RECORD
                   REPLACING ==WS-PAYSUSP-RECORD==
                   BY ==PAYSUSP-RECORD==.
           FD AUDIT-FILE.
               COPY AUDIT-RECORD
                   REPLACING ==WS-AUDIT-RECORD==
                   BY ==AUDIT-FILE-RECORD==.
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
      * NOTLTR<date>.RPT, as NOTIFLTR prints it.
           FD LETTER-FILE.
           01  WS-LETTER-LINE          PIC X(132).
           FD REPORT-FILE.
           01  WS-REPORT-LINE          PIC X(132).
           FD OPERATOR-FILE.
               COPY OPERATOR-RECORD
                   REPLACING ==WS-OPERATOR-RECORD==
                   BY ==OPERATOR-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY ANON-POLICY.
       01  WS-CLS-STATUS           PIC XX.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-REL-STATUS           PIC XX.
       01  WS-HOLD-STATUS          PIC XX.
       01  WS-SANC-STATUS          PIC XX.
       01  WS-GEN-STATUS           PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-AUDIT-FILE-NAME      PIC X(30).
       01  WS-NOTIFY-FILE-NAME     PIC X(30).
       01  WS-LETTER-FILE-NAME     PIC X(30).
       01  WS-REPORT-FILE-NAME     PIC X(30).
       01  WS-CERT-FILE-NAME       PIC X(30).
       01  WS-OPERATOR-ID          PIC X(10).
       01  WS-SIGNON-OK            PIC X.
       01  WS-CONFIRM-CHOICE       PIC X.
       01  WS-CUTOFF-DATE          PIC 9(8).
       01  WS-SEARCH-FROM-DATE     PIC 9(8).
       01  WS-GEN-DATE             PIC 9(8).
       01  WS-DAY-NUM              PIC 9(9).
       01  WS-TODAY-NUM            PIC 9(9).
       01  WS-DATE-WORK.
           05  WS-DATE-YYYY        PIC 9(4).
           05  WS-DATE-MMDD        PIC 9(4).
       01  WS-DATE-WORK-NUM REDEFINES WS-DATE-WORK PIC 9(8).
       01  WS-SCAN-DONE            PIC X.
       01  WS-CHANGED-FLAG         PIC X.
       01  WS-REC-CHANGED          PIC 9(7).
       01  WS-FILE-CHANGED         PIC 9(7).
       01  WS-MAX-TOKEN-SEQ        PIC 9(9) VALUE 0.
      * Customers due for anonymisation this run. WS-AN-RESULT:
      *   "E" = eligible - anonymised by this run;
      *   "H" = deferred - an account is under an active hold;
      *   "U" = deferred - the ID is back on CUST.DAT, so it cannot
      *         be told apart from a live customer's records.
      * The trimmed length of each personal detail is kept so the
      * free-text search compares only the significant characters.
       01  WS-AN-TABLE.
           05  WS-AN-ENTRY OCCURS 500 TIMES.
               10  WS-AN-CUST-ID       PIC X(10).
               10  WS-AN-RESULT        PIC X.
               10  WS-AN-CLOSED-DATE   PIC 9(8).
               10  WS-AN-TOKEN         PIC X(10).
               10  WS-AN-NAME          PIC X(50).
               10  WS-AN-ADDRESS       PIC X(100).
               10  WS-AN-PHONE         PIC X(20).
               10  WS-AN-EMAIL         PIC X(40).
               10  WS-AN-NAME-LEN      PIC 9(3).
               10  WS-AN-ADDR-LEN      PIC 9(3).
               10  WS-AN-PHONE-LEN     PIC 9(3).
               10  WS-AN-EMAIL-LEN     PIC 9(3).
               10  WS-AN-HOLD-ACCT     PIC X(15).
      * Count of records and free-text details replaced.
               10  WS-AN-RECORDS       PIC 9(7).
       01  WS-AN-COUNT             PIC 9(3) VALUE 0.
       01  WS-AN-IDX               PIC 9(3).
       01  WS-AN-FOUND-IDX         PIC 9(3).
       01  WS-AN-OVERFLOW          PIC X VALUE "N".
       01  WS-ELIGIBLE-COUNT       PIC 9(3) VALUE 0.
      * Accounts owned by, or linked to, the customers above - the
      * accounts whose holds defer a customer.
       01  WS-AA-TABLE.
           05  WS-AA-ENTRY OCCURS 2000 TIMES.
               10  WS-AA-ACCT-ID       PIC X(15).
               10  WS-AA-AN-IDX        PIC 9(3).
       01  WS-AA-COUNT             PIC 9(4) VALUE 0.
       01  WS-AA-IDX               PIC 9(4).
       01  WS-AA-OVERFLOW          PIC X VALUE "N".
      * Free-text replacement work area - the text, its length, the
      * detail searched for and what replaces it (the token where it
      * fits, asterisks where it does not).
       01  WS-SCAN-TEXT            PIC X(200).
       01  WS-SCAN-LEN             PIC 9(3).
       01  WS-FIND-TEXT            PIC X(100).
       01  WS-FIND-LEN             PIC 9(3).
       01  WS-FULL-LEN             PIC 9(3).
       01  WS-REPL-TEXT            PIC X(100).
       01  WS-HIT-COUNT            PIC 9(5).
       01  WS-TEXT-HITS            PIC 9(5).
       01  WS-LEN-IDX              PIC 9(3).
       01  WS-TOTAL-CANDIDATES     PIC 9(5) VALUE 0.
       01  WS-TOTAL-HELD           PIC 9(5) VALUE 0.
       01  WS-TOTAL-IN-USE         PIC 9(5) VALUE 0.
       01  WS-TOTAL-FILES          PIC 9(7) VALUE 0.
       01  WS-TOTAL-RECORDS        PIC 9(9) VALUE 0.
      * AUDITLOG parameters - named apart from the fields of the
      * audit record this job rewrites.
       01  WS-LOG-OLD-VALUE        PIC X(200).
       01  WS-LOG-NEW-VALUE        PIC X(200).
       01  WS-LOG-RECTYPE          PIC X(25).
       01  WS-LOG-OPER             PIC X(6).
       01  WS-LOG-KEY              PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "CUSTANON - Closed Customer Anonymisation".
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           PERFORM SUPERVISOR-SIGN-ON THRU SUPERVISOR-SIGN-ON-EXIT.
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "CUSTANON - Sign-on failed. Run refused."
               STOP RUN
           END-IF.

      * Closed on or before the cut-off = closed longer than the
      * retention period. A 29 February falls back to the 28th.
           MOVE WS-CURRENT-DATE TO WS-DATE-WORK-NUM.
           SUBTRACT WS-ANP-RETENTION-YEARS FROM WS-DATE-YYYY.
           IF WS-DATE-MMDD = 0229
               MOVE 0228 TO WS-DATE-MMDD
           END-IF.
           MOVE WS-DATE-WORK-NUM TO WS-CUTOFF-DATE.

           MOVE WS-CURRENT-DATE TO WS-DATE-WORK-NUM.
           SUBTRACT WS-ANP-SEARCH-YEARS FROM WS-DATE-YYYY.
           IF WS-DATE-MMDD = 0229
               MOVE 0228 TO WS-DATE-MMDD
           END-IF.
           DISPLAY "Enter earliest generation date to search "
               "(YYYYMMDD, 0 for " WS-DATE-WORK-NUM "): ".
           ACCEPT WS-SEARCH-FROM-DATE.
           IF WS-SEARCH-FROM-DATE = ZERO
               MOVE WS-DATE-WORK-NUM TO WS-SEARCH-FROM-DATE
           END-IF.
           IF WS-SEARCH-FROM-DATE > WS-CURRENT-DATE
               DISPLAY "The search start date is in the future."
               STOP RUN
           END-IF.

           PERFORM LOAD-CANDIDATES THRU LOAD-CANDIDATES-EXIT.
           IF WS-CLS-STATUS NOT = "00" AND WS-CLS-STATUS NOT = "10"
               STOP RUN
           END-IF.
           IF WS-AN-COUNT = ZERO
               DISPLAY "CUSTANON - No customer closed on or before "
                   WS-CUTOFF-DATE " awaits anonymisation."
               STOP RUN
           END-IF.

           PERFORM CHECK-IDS-IN-USE THRU CHECK-IDS-IN-USE-EXIT.
           PERFORM COLLECT-CUSTOMER-ACCOUNTS.
           PERFORM CHECK-ACTIVE-HOLDS THRU CHECK-ACTIVE-HOLDS-EXIT.
           IF WS-HOLD-STATUS = "XX"
               STOP RUN
           END-IF.

           MOVE ZERO TO WS-ELIGIBLE-COUNT.
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-AN-COUNT
               IF WS-AN-RESULT (WS-AN-IDX) = "E"
                   ADD 1 TO WS-ELIGIBLE-COUNT
               END-IF
           END-PERFORM.
           DISPLAY "Closed on or before " WS-CUTOFF-DATE ": "
               WS-AN-COUNT " customer(s); to anonymise: "
               WS-ELIGIBLE-COUNT "; deferred on hold: " WS-TOTAL-HELD
               "; ID in use: " WS-TOTAL-IN-USE.
           IF WS-ELIGIBLE-COUNT = ZERO
               DISPLAY "CUSTANON - Nothing to anonymise this run."
               STOP RUN
           END-IF.
           DISPLAY "Files will be rewritten in place from "
               WS-SEARCH-FROM-DATE " to " WS-CURRENT-DATE ".".
           DISPLAY "Are the online service and batch posting stopped, "
               "and the files backed up? (Y/N): ".
           ACCEPT WS-CONFIRM-CHOICE.
           IF WS-CONFIRM-CHOICE NOT = "Y" AND
              WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "Anonymisation abandoned."
               STOP RUN
           END-IF.

           PERFORM ASSIGN-TOKENS THRU ASSIGN-TOKENS-EXIT.
           IF WS-CLS-STATUS NOT = "00"
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "ANONCERT" WS-CURRENT-DATE ".RPT"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY "Certificate " WS-REPORT-FILE-NAME
                   " OPEN Error, Status: " WS-REPORT-STATUS
                   " - nothing anonymised."
               STOP RUN
           END-IF.
           PERFORM WRITE-CERTIFICATE-HEADING.

           PERFORM ANONYMISE-SOARCH THRU ANONYMISE-SOARCH-EXIT.
           PERFORM ANONYMISE-PAYSUSP THRU ANONYMISE-PAYSUSP-EXIT.
           MOVE "AUDIT.DAT" TO WS-AUDIT-FILE-NAME.
           PERFORM ANONYMISE-AUDIT-FILE THRU ANONYMISE-AUDIT-FILE-EXIT.

      * Every dated generation from the search start to today.
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-SEARCH-FROM-DATE).
           COMPUTE WS-TODAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           PERFORM UNTIL WS-DAY-NUM > WS-TODAY-NUM
               COMPUTE WS-GEN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
               PERFORM ANONYMISE-ONE-DATE
               ADD 1 TO WS-DAY-NUM
           END-PERFORM.

           PERFORM COMPLETE-REGISTER THRU COMPLETE-REGISTER-EXIT.
           PERFORM WRITE-CERTIFICATE-CUSTOMERS.
           CLOSE REPORT-FILE.
           PERFORM AUDIT-ANONYMISATIONS.

           DISPLAY "CUSTANON - Customers anonymised: "
               WS-ELIGIBLE-COUNT " Files changed: " WS-TOTAL-FILES
               " Records changed: " WS-TOTAL-RECORDS.
           DISPLAY "CUSTANON - Certificate: " WS-REPORT-FILE-NAME.
           STOP RUN.

       SUPERVISOR-SIGN-ON.
      * A controlled tool: only an ACTIVE supervisor on the operator
      * master may run it, and each anonymisation is audited under
      * that identity.
           MOVE "N" TO WS-SIGNON-OK.
           DISPLAY "Enter Supervisor Operator ID: ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               GO TO SUPERVISOR-SIGN-ON-EXIT
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "OPERATOR.DAT OPEN Error, Status: "
                   WS-FILE-STATUS " - run refused without the "
                   "operator master."
               GO TO SUPERVISOR-SIGN-ON-EXIT
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-OPR-ID OF OPERATOR-RECORD.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator not recognised."
                   CLOSE OPERATOR-FILE
                   GO TO SUPERVISOR-SIGN-ON-EXIT
           END-READ.
           IF WS-OPR-STAT OF OPERATOR-RECORD = "CLOSED"
               DISPLAY "That operator sign-on is closed."
               CLOSE OPERATOR-FILE
               GO TO SUPERVISOR-SIGN-ON-EXIT
           END-IF.
           IF WS-OPR-LEVEL OF OPERATOR-RECORD NOT = "S"
               DISPLAY "Anonymisation requires a supervisor."
               CLOSE OPERATOR-FILE
               GO TO SUPERVISOR-SIGN-ON-EXIT
           END-IF.
           CLOSE OPERATOR-FILE.
           MOVE "Y" TO WS-SIGNON-OK.
       SUPERVISOR-SIGN-ON-EXIT.
           EXIT.

       LOAD-CANDIDATES.
      * Reads the whole register: closed customers past the cut-off
      * go into the table, and the highest token already issued is
      * noted so new tokens carry on from it.
           OPEN INPUT CUSTCLS-FILE.
           IF WS-CLS-STATUS = "35"
               MOVE "00" TO WS-CLS-STATUS
               GO TO LOAD-CANDIDATES-EXIT
           END-IF.
           IF WS-CLS-STATUS NOT = "00"
               DISPLAY "CUSTCLS.DAT OPEN Error, Status: "
                   WS-CLS-STATUS
               GO TO LOAD-CANDIDATES-EXIT
           END-IF.
           PERFORM UNTIL WS-CLS-STATUS NOT = "00"
               READ CUSTCLS-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-CLS-STATUS
                   NOT AT END
                       PERFORM NOTE-ONE-REGISTER-ENTRY
               END-READ
           END-PERFORM.
           CLOSE CUSTCLS-FILE.
           IF WS-AN-OVERFLOW = "Y"
               DISPLAY "Candidate table full at " WS-AN-COUNT
                   " customers - rerun to anonymise the remainder."
           END-IF.
       LOAD-CANDIDATES-EXIT.
           EXIT.

       NOTE-ONE-REGISTER-ENTRY.
           IF WS-CC-TOKEN-MARK OF CUSTCLS-RECORD = "#" AND
              WS-CC-TOKEN-SEQ OF CUSTCLS-RECORD > WS-MAX-TOKEN-SEQ
               MOVE WS-CC-TOKEN-SEQ OF CUSTCLS-RECORD
                   TO WS-MAX-TOKEN-SEQ
           END-IF.
           IF WS-CC-STATUS OF CUSTCLS-RECORD = "C" AND
              WS-CC-CLOSED-DATE OF CUSTCLS-RECORD NOT > WS-CUTOFF-DATE
               ADD 1 TO WS-TOTAL-CANDIDATES
               IF WS-AN-COUNT < 500
                   ADD 1 TO WS-AN-COUNT
                   MOVE WS-AN-COUNT TO WS-AN-IDX
                   MOVE WS-CC-CUST-ID OF CUSTCLS-RECORD
                       TO WS-AN-CUST-ID (WS-AN-IDX)
                   MOVE "E" TO WS-AN-RESULT (WS-AN-IDX)
                   MOVE WS-CC-CLOSED-DATE OF CUSTCLS-RECORD
                       TO WS-AN-CLOSED-DATE (WS-AN-IDX)
                   MOVE SPACES TO WS-AN-TOKEN (WS-AN-IDX)
                   IF WS-CC-TOKEN-MARK OF CUSTCLS-RECORD = "#"
                       MOVE WS-CC-TOKEN OF CUSTCLS-RECORD
                           TO WS-AN-TOKEN (WS-AN-IDX)
                   END-IF
                   MOVE WS-CC-NAME OF CUSTCLS-RECORD
                       TO WS-AN-NAME (WS-AN-IDX)
                   MOVE WS-CC-ADDRESS OF CUSTCLS-RECORD
                       TO WS-AN-ADDRESS (WS-AN-IDX)
                   MOVE WS-CC-PHONE OF CUSTCLS-RECORD
                       TO WS-AN-PHONE (WS-AN-IDX)
                   MOVE WS-CC-EMAIL OF CUSTCLS-RECORD
                       TO WS-AN-EMAIL (WS-AN-IDX)
                   MOVE SPACES TO WS-AN-HOLD-ACCT (WS-AN-IDX)
                   MOVE ZERO TO WS-AN-RECORDS (WS-AN-IDX)
                   PERFORM MEASURE-DETAILS
               ELSE
                   MOVE "Y" TO WS-AN-OVERFLOW
               END-IF
           END-IF.

       MEASURE-DETAILS.
      * Trimmed length of each personal detail of entry WS-AN-IDX.
           PERFORM VARYING WS-LEN-IDX FROM 50 BY -1
               UNTIL WS-LEN-IDX = ZERO OR
                     WS-AN-NAME (WS-AN-IDX) (WS-LEN-IDX:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE WS-LEN-IDX TO WS-AN-NAME-LEN (WS-AN-IDX).
           PERFORM VARYING WS-LEN-IDX FROM 100 BY -1
               UNTIL WS-LEN-IDX = ZERO OR
                     WS-AN-ADDRESS (WS-AN-IDX) (WS-LEN-IDX:1)
                     NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE WS-LEN-IDX TO WS-AN-ADDR-LEN (WS-AN-IDX).
           PERFORM VARYING WS-LEN-IDX FROM 20 BY -1
               UNTIL WS-LEN-IDX = ZERO OR
                     WS-AN-PHONE (WS-AN-IDX) (WS-LEN-IDX:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE WS-LEN-IDX TO WS-AN-PHONE-LEN (WS-AN-IDX).
           PERFORM VARYING WS-LEN-IDX FROM 40 BY -1
               UNTIL WS-LEN-IDX = ZERO OR
                     WS-AN-EMAIL (WS-AN-IDX) (WS-LEN-IDX:1) NOT = SPACE
               CONTINUE
           END-PERFORM.
           MOVE WS-LEN-IDX TO WS-AN-EMAIL-LEN (WS-AN-IDX).

       CHECK-IDS-IN-USE.
      * CUSTMNT never reissues a closed ID, but an ID keyed back onto
      * the master by other means would make a live customer's
      * records indistinguishable - such a customer is deferred.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS = "35"
               GO TO CHECK-IDS-IN-USE-EXIT
           END-IF.
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUST.DAT OPEN Error, Status: " WS-CUST-STATUS
                   " - every customer deferred."
               PERFORM VARYING WS-AN-IDX FROM 1 BY 1
                   UNTIL WS-AN-IDX > WS-AN-COUNT
                   MOVE "U" TO WS-AN-RESULT (WS-AN-IDX)
                   ADD 1 TO WS-TOTAL-IN-USE
               END-PERFORM
               GO TO CHECK-IDS-IN-USE-EXIT
           END-IF.
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-AN-COUNT
               MOVE WS-AN-CUST-ID (WS-AN-IDX)
                   TO WS-CUST-ID OF CUSTOMER-RECORD
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "U" TO WS-AN-RESULT (WS-AN-IDX)
                       ADD 1 TO WS-TOTAL-IN-USE
               END-READ
           END-PERFORM.
           CLOSE CUSTOMER-FILE.
       CHECK-IDS-IN-USE-EXIT.
           EXIT.

       COLLECT-CUSTOMER-ACCOUNTS.
      * Every account the candidates owned, then every account they
      * were linked to as joint holder, attorney or viewer.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-FILE-STATUS = "00"
               PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                   READ ACCOUNT-FILE
                       AT END
                           MOVE "10" TO WS-FILE-STATUS
                       NOT AT END
                           MOVE WS-ACCT-CUST-ID OF ACCOUNT-RECORD
                               TO WS-CUSTOMER-ID
                           MOVE WS-ACCT-ID OF ACCOUNT-RECORD
                               TO WS-ACCOUNT-ID
                           PERFORM NOTE-CUSTOMER-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ACCOUNT-FILE
           END-IF.
           OPEN INPUT ACCTREL-FILE.
           IF WS-REL-STATUS = "00"
               PERFORM UNTIL WS-REL-STATUS NOT = "00"
                   READ ACCTREL-FILE
                       AT END
                           MOVE "10" TO WS-REL-STATUS
                       NOT AT END
                           MOVE WS-AR-CUST-ID OF ACCTREL-RECORD
                               TO WS-CUSTOMER-ID
                           MOVE WS-AR-ACCT-ID OF ACCTREL-RECORD
                               TO WS-ACCOUNT-ID
                           PERFORM NOTE-CUSTOMER-ACCOUNT
                   END-READ
               END-PERFORM
               CLOSE ACCTREL-FILE
           END-IF.

       NOTE-CUSTOMER-ACCOUNT.
           PERFORM FIND-CANDIDATE.
           IF WS-AN-FOUND-IDX > ZERO
               IF WS-AA-COUNT < 2000
                   ADD 1 TO WS-AA-COUNT
                   MOVE WS-ACCOUNT-ID TO WS-AA-ACCT-ID (WS-AA-COUNT)
                   MOVE WS-AN-FOUND-IDX TO WS-AA-AN-IDX (WS-AA-COUNT)
               ELSE
      * An account that cannot be checked for holds defers its
      * customer rather than risk anonymising under a hold.
                   MOVE "Y" TO WS-AA-OVERFLOW
                   MOVE WS-ACCOUNT-ID
                       TO WS-AN-HOLD-ACCT (WS-AN-FOUND-IDX)
                   PERFORM DEFER-FOUND-ON-HOLD
               END-IF
           END-IF.

       FIND-CANDIDATE.
      * Table entry for the customer in WS-CUSTOMER-ID, or zero.
           MOVE ZERO TO WS-AN-FOUND-IDX.
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-AN-COUNT OR WS-AN-FOUND-IDX > ZERO
               IF WS-AN-CUST-ID (WS-AN-IDX) = WS-CUSTOMER-ID
                   MOVE WS-AN-IDX TO WS-AN-FOUND-IDX
               END-IF
           END-PERFORM.

       DEFER-FOUND-ON-HOLD.
           IF WS-AN-RESULT (WS-AN-FOUND-IDX) = "E"
               MOVE "H" TO WS-AN-RESULT (WS-AN-FOUND-IDX)
               ADD 1 TO WS-TOTAL-HELD
           END-IF.

       CHECK-ACTIVE-HOLDS.
      * An account hold, or a compliance hold still awaiting its
      * decision, on any of a customer's accounts defers the
      * customer. Neither file on hand means no holds; a file that
      * cannot be read stops the run ("XX").
           OPEN INPUT ACCTHOLD-FILE.
           IF WS-HOLD-STATUS = "00"
               PERFORM VARYING WS-AA-IDX FROM 1 BY 1
                   UNTIL WS-AA-IDX > WS-AA-COUNT
                   MOVE WS-AA-ACCT-ID (WS-AA-IDX)
                       TO WS-AH-ACCT-ID OF ACCTHOLD-RECORD
                   READ ACCTHOLD-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-AA-AN-IDX (WS-AA-IDX)
                               TO WS-AN-FOUND-IDX
                           MOVE WS-AA-ACCT-ID (WS-AA-IDX)
                               TO WS-AN-HOLD-ACCT (WS-AN-FOUND-IDX)
                           PERFORM DEFER-FOUND-ON-HOLD
                   END-READ
               END-PERFORM
               CLOSE ACCTHOLD-FILE
           ELSE
               IF WS-HOLD-STATUS NOT = "35"
                   DISPLAY "ACCTHOLD.DAT OPEN Error, Status: "
                       WS-HOLD-STATUS " - run stopped."
                   MOVE "XX" TO WS-HOLD-STATUS
                   GO TO CHECK-ACTIVE-HOLDS-EXIT
               END-IF
           END-IF.

           OPEN INPUT SANCHOLD-FILE.
           IF WS-SANC-STATUS = "35"
               GO TO CHECK-ACTIVE-HOLDS-EXIT
           END-IF.
           IF WS-SANC-STATUS NOT = "00"
               DISPLAY "SANCHOLD.DAT OPEN Error, Status: "
                   WS-SANC-STATUS " - run stopped."
               MOVE "XX" TO WS-HOLD-STATUS
               GO TO CHECK-ACTIVE-HOLDS-EXIT
           END-IF.
           PERFORM UNTIL WS-SANC-STATUS NOT = "00"
               READ SANCHOLD-FILE
                   AT END
                       MOVE "10" TO WS-SANC-STATUS
                   NOT AT END
                       IF WS-SH-STATUS OF SANCHOLD-RECORD = "H"
                           PERFORM NOTE-COMPLIANCE-HOLD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SANCHOLD-FILE.
       CHECK-ACTIVE-HOLDS-EXIT.
           EXIT.

       NOTE-COMPLIANCE-HOLD.
           PERFORM VARYING WS-AA-IDX FROM 1 BY 1
               UNTIL WS-AA-IDX > WS-AA-COUNT
               IF WS-AA-ACCT-ID (WS-AA-IDX) =
                  WS-SH-ACCT-ID OF SANCHOLD-RECORD
                   MOVE WS-AA-AN-IDX (WS-AA-IDX) TO WS-AN-FOUND-IDX
                   MOVE WS-AA-ACCT-ID (WS-AA-IDX)
                       TO WS-AN-HOLD-ACCT (WS-AN-FOUND-IDX)
                   PERFORM DEFER-FOUND-ON-HOLD
               END-IF
           END-PERFORM.

       ASSIGN-TOKENS.
      * A customer without a token is given the next one, and it is
      * kept on the register at once so a rerun after a failure
      * uses the same token.
           OPEN I-O CUSTCLS-FILE.
           IF WS-CLS-STATUS NOT = "00"
               DISPLAY "CUSTCLS.DAT OPEN Error, Status: "
                   WS-CLS-STATUS " - nothing anonymised."
               GO TO ASSIGN-TOKENS-EXIT
           END-IF.
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-AN-COUNT
               IF WS-AN-RESULT (WS-AN-IDX) = "E" AND
                  WS-AN-TOKEN (WS-AN-IDX) = SPACES
                   PERFORM ISSUE-ONE-TOKEN
               END-IF
           END-PERFORM.
           CLOSE CUSTCLS-FILE.
           MOVE "00" TO WS-CLS-STATUS.
       ASSIGN-TOKENS-EXIT.
           EXIT.

       ISSUE-ONE-TOKEN.
           MOVE WS-AN-CUST-ID (WS-AN-IDX)
               TO WS-CC-CUST-ID OF CUSTCLS-RECORD.
           READ CUSTCLS-FILE
               INVALID KEY
                   DISPLAY "CUSTCLS.DAT READ Error, Status: "
                       WS-CLS-STATUS " - customer "
                       WS-AN-CUST-ID (WS-AN-IDX) " deferred."
                   MOVE "U" TO WS-AN-RESULT (WS-AN-IDX)
                   ADD 1 TO WS-TOTAL-IN-USE
                   SUBTRACT 1 FROM WS-ELIGIBLE-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-MAX-TOKEN-SEQ
                   MOVE "#" TO WS-CC-TOKEN-MARK OF CUSTCLS-RECORD
                   MOVE WS-MAX-TOKEN-SEQ
                       TO WS-CC-TOKEN-SEQ OF CUSTCLS-RECORD
                   REWRITE CUSTCLS-RECORD
                       INVALID KEY
                           DISPLAY "CUSTCLS.DAT REWRITE Error, "
                               "Status: " WS-CLS-STATUS " - customer "
                               WS-AN-CUST-ID (WS-AN-IDX) " deferred."
                           MOVE "U" TO WS-AN-RESULT (WS-AN-IDX)
                           ADD 1 TO WS-TOTAL-IN-USE
                           SUBTRACT 1 FROM WS-ELIGIBLE-COUNT
                       NOT INVALID KEY
                           MOVE WS-CC-TOKEN OF CUSTCLS-RECORD
                               TO WS-AN-TOKEN (WS-AN-IDX)
                   END-REWRITE
           END-READ.

       WRITE-CERTIFICATE-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CERTIFICATE OF ANONYMISATION - RUN DATE "
               WS-CURRENT-DATE "  SUPERVISOR " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUSTOMERS CLOSED ON OR BEFORE " WS-CUTOFF-DATE
               " (RETENTION " WS-ANP-RETENTION-YEARS " YEARS)"
               " - GENERATIONS SEARCHED FROM " WS-SEARCH-FROM-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "FILES CHANGED" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FILE                            RECORDS CHANGED"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       ANONYMISE-SOARCH.
      * The archived order's customer ID becomes the token.
           MOVE ZERO TO WS-FILE-CHANGED.
           MOVE "SOARCH.DAT" TO WS-CERT-FILE-NAME.
           OPEN I-O SOARCH-FILE.
           IF WS-GEN-STATUS = "35"
               GO TO ANONYMISE-SOARCH-EXIT
           END-IF.
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "SOARCH.DAT OPEN Error, Status: " WS-GEN-STATUS
               PERFORM WRITE-FILE-NOT-SEARCHED
               GO TO ANONYMISE-SOARCH-EXIT
           END-IF.
           PERFORM UNTIL WS-GEN-STATUS NOT = "00"
               READ SOARCH-FILE
                   AT END
                       MOVE "10" TO WS-GEN-STATUS
                   NOT AT END
                       MOVE WS-AR-CUST-ID OF SOARCH-RECORD
                           TO WS-CUSTOMER-ID
                       PERFORM FIND-ELIGIBLE
                       IF WS-AN-FOUND-IDX > ZERO
                           MOVE WS-AN-TOKEN (WS-AN-FOUND-IDX)
                               TO WS-AR-CUST-ID OF SOARCH-RECORD
                           REWRITE SOARCH-RECORD
                           ADD 1 TO WS-FILE-CHANGED
                           ADD 1 TO WS-AN-RECORDS (WS-AN-FOUND-IDX)
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE SOARCH-FILE.
           PERFORM WRITE-FILE-LINE.
       ANONYMISE-SOARCH-EXIT.
           EXIT.

       ANONYMISE-PAYSUSP.
      * Counterparty names are free text from the interbank feed,
      * so the customer's name is searched for in them.
           MOVE ZERO TO WS-FILE-CHANGED.
           MOVE "PAYSUSP.DAT" TO WS-CERT-FILE-NAME.
           OPEN I-O PAYSUSP-FILE.
           IF WS-GEN-STATUS = "35"
               GO TO ANONYMISE-PAYSUSP-EXIT
           END-IF.
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY "PAYSUSP.DAT OPEN Error, Status: "
                   WS-GEN-STATUS
               PERFORM WRITE-FILE-NOT-SEARCHED
               GO TO ANONYMISE-PAYSUSP-EXIT
           END-IF.
           PERFORM UNTIL WS-GEN-STATUS NOT = "00"
               READ PAYSUSP-FILE
                   AT END
                       MOVE "10" TO WS-GEN-STATUS
                   NOT AT END
                       MOVE SPACES TO WS-SCAN-TEXT
                       MOVE WS-PS-COUNTERPARTY OF PAYSUSP-RECORD
                           TO WS-SCAN-TEXT
                       MOVE 30 TO WS-SCAN-LEN
                       PERFORM REPLACE-DETAILS-IN-TEXT
                       IF WS-TEXT-HITS > ZERO
                           MOVE WS-SCAN-TEXT (1:30)
                               TO WS-PS-COUNTERPARTY OF PAYSUSP-RECORD
                           REWRITE PAYSUSP-RECORD
                           ADD 1 TO WS-FILE-CHANGED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PAYSUSP-FILE.
           PERFORM WRITE-FILE-LINE.
       ANONYMISE-PAYSUSP-EXIT.
           EXIT.

       ANONYMISE-ONE-DATE.
           MOVE SPACES TO WS-AUDIT-FILE-NAME.
           STRING "AUDIT" WS-GEN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-AUDIT-FILE-NAME.
           PERFORM ANONYMISE-AUDIT-FILE THRU ANONYMISE-AUDIT-FILE-EXIT.
           PERFORM ANONYMISE-NOTIFY-FILE THRU
               ANONYMISE-NOTIFY-FILE-EXIT.
           PERFORM ANONYMISE-LETTER-FILE THRU
               ANONYMISE-LETTER-FILE-EXIT.

       ANONYMISE-AUDIT-FILE.
      * The live trail or an archive named in WS-AUDIT-FILE-NAME. A
      * customer record entry keyed by the customer is rewritten
      * whole under the token; any other entry has the details
      * replaced where they appear.
           MOVE ZERO TO WS-FILE-CHANGED.
           MOVE WS-AUDIT-FILE-NAME TO WS-CERT-FILE-NAME.
           OPEN I-O AUDIT-FILE.
           IF WS-GEN-STATUS = "35"
               GO TO ANONYMISE-AUDIT-FILE-EXIT
           END-IF.
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY WS-AUDIT-FILE-NAME " OPEN Error, Status: "
                   WS-GEN-STATUS
               PERFORM WRITE-FILE-NOT-SEARCHED
               GO TO ANONYMISE-AUDIT-FILE-EXIT
           END-IF.
           PERFORM UNTIL WS-GEN-STATUS NOT = "00"
               READ AUDIT-FILE
                   AT END
                       MOVE "10" TO WS-GEN-STATUS
                   NOT AT END
                       PERFORM ANONYMISE-AUDIT-ENTRY
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           PERFORM WRITE-FILE-LINE.
       ANONYMISE-AUDIT-FILE-EXIT.
           EXIT.

       ANONYMISE-AUDIT-ENTRY.
           MOVE "N" TO WS-CHANGED-FLAG.
           MOVE ZERO TO WS-AN-FOUND-IDX.
           IF WS-AUD-RECORD-TYPE OF AUDIT-FILE-RECORD =
              "CUSTOMER-RECORD" AND
              WS-AUD-KEY OF AUDIT-FILE-RECORD (11:10) = SPACES
               MOVE WS-AUD-KEY OF AUDIT-FILE-RECORD (1:10)
                   TO WS-CUSTOMER-ID
               PERFORM FIND-ELIGIBLE
           END-IF.
           IF WS-AN-FOUND-IDX > ZERO
               MOVE WS-AN-TOKEN (WS-AN-FOUND-IDX)
                   TO WS-AUD-KEY OF AUDIT-FILE-RECORD
               IF WS-AUD-OLD-VALUE OF AUDIT-FILE-RECORD NOT = SPACES
                   MOVE SPACES TO WS-AUD-OLD-VALUE OF AUDIT-FILE-RECORD
                   STRING "ANONYMISED " WS-AN-TOKEN (WS-AN-FOUND-IDX)
                       DELIMITED BY SIZE
                       INTO WS-AUD-OLD-VALUE OF AUDIT-FILE-RECORD
               END-IF
               IF WS-AUD-NEW-VALUE OF AUDIT-FILE-RECORD NOT = SPACES
                  AND WS-AUD-NEW-VALUE OF AUDIT-FILE-RECORD
                      NOT = "ERASED"
                   MOVE SPACES TO WS-AUD-NEW-VALUE OF AUDIT-FILE-RECORD
                   STRING "ANONYMISED " WS-AN-TOKEN (WS-AN-FOUND-IDX)
                       DELIMITED BY SIZE
                       INTO WS-AUD-NEW-VALUE OF AUDIT-FILE-RECORD
               END-IF
               ADD 1 TO WS-AN-RECORDS (WS-AN-FOUND-IDX)
               MOVE "Y" TO WS-CHANGED-FLAG
           ELSE
               MOVE WS-AUD-OLD-VALUE OF AUDIT-FILE-RECORD
                   TO WS-SCAN-TEXT
               MOVE 200 TO WS-SCAN-LEN
               PERFORM REPLACE-DETAILS-IN-TEXT
               IF WS-TEXT-HITS > ZERO
                   MOVE WS-SCAN-TEXT
                       TO WS-AUD-OLD-VALUE OF AUDIT-FILE-RECORD
                   MOVE "Y" TO WS-CHANGED-FLAG
               END-IF
               MOVE WS-AUD-NEW-VALUE OF AUDIT-FILE-RECORD
                   TO WS-SCAN-TEXT
               PERFORM REPLACE-DETAILS-IN-TEXT
               IF WS-TEXT-HITS > ZERO
                   MOVE WS-SCAN-TEXT
                       TO WS-AUD-NEW-VALUE OF AUDIT-FILE-RECORD
                   MOVE "Y" TO WS-CHANGED-FLAG
               END-IF
           END-IF.
           IF WS-CHANGED-FLAG = "Y"
               REWRITE AUDIT-FILE-RECORD
               ADD 1 TO WS-FILE-CHANGED
           END-IF.

       ANONYMISE-NOTIFY-FILE.
      * The extract names the customer by ID and carries the phone
      * or email it was sent to.
           MOVE ZERO TO WS-FILE-CHANGED.
           MOVE SPACES TO WS-NOTIFY-FILE-NAME.
           STRING "NOTIFY" WS-GEN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-NOTIFY-FILE-NAME.
           MOVE WS-NOTIFY-FILE-NAME TO WS-CERT-FILE-NAME.
           OPEN I-O NOTIFY-FILE.
           IF WS-GEN-STATUS = "35"
               GO TO ANONYMISE-NOTIFY-FILE-EXIT
           END-IF.
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY WS-NOTIFY-FILE-NAME " OPEN Error, Status: "
                   WS-GEN-STATUS
               PERFORM WRITE-FILE-NOT-SEARCHED
               GO TO ANONYMISE-NOTIFY-FILE-EXIT
           END-IF.
           PERFORM UNTIL WS-GEN-STATUS NOT = "00"
               READ NOTIFY-FILE
                   AT END
                       MOVE "10" TO WS-GEN-STATUS
                   NOT AT END
                       MOVE WS-NOT-CUST-ID OF WS-NOTIFY-REC
                           TO WS-CUSTOMER-ID
                       PERFORM FIND-ELIGIBLE
                       IF WS-AN-FOUND-IDX > ZERO
                           PERFORM ANONYMISE-NOTIFY-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE NOTIFY-FILE.
           PERFORM WRITE-FILE-LINE.
       ANONYMISE-NOTIFY-FILE-EXIT.
           EXIT.

       ANONYMISE-NOTIFY-RECORD.
           MOVE WS-AN-TOKEN (WS-AN-FOUND-IDX)
               TO WS-NOT-CUST-ID OF WS-NOTIFY-REC.
           IF WS-NOT-PHONE OF WS-NOTIFY-REC NOT = SPACES
               MOVE WS-AN-TOKEN (WS-AN-FOUND-IDX)
                   TO WS-NOT-PHONE OF WS-NOTIFY-REC
           END-IF.
           IF WS-NOT-EMAIL OF WS-NOTIFY-REC NOT = SPACES
               MOVE WS-AN-TOKEN (WS-AN-FOUND-IDX)
                   TO WS-NOT-EMAIL OF WS-NOTIFY-REC
           END-IF.
           REWRITE WS-NOTIFY-REC.
           ADD 1 TO WS-FILE-CHANGED.
           ADD 1 TO WS-AN-RECORDS (WS-AN-FOUND-IDX).

       ANONYMISE-LETTER-FILE.
      * The printed letters carry the name and address as lines of
      * their own.
           MOVE ZERO TO WS-FILE-CHANGED.
           MOVE SPACES TO WS-LETTER-FILE-NAME.
           STRING "NOTLTR" WS-GEN-DATE ".RPT"
               DELIMITED BY SIZE INTO WS-LETTER-FILE-NAME.
           MOVE WS-LETTER-FILE-NAME TO WS-CERT-FILE-NAME.
           OPEN I-O LETTER-FILE.
           IF WS-GEN-STATUS = "35"
               GO TO ANONYMISE-LETTER-FILE-EXIT
           END-IF.
           IF WS-GEN-STATUS NOT = "00"
               DISPLAY WS-LETTER-FILE-NAME " OPEN Error, Status: "
                   WS-GEN-STATUS
               PERFORM WRITE-FILE-NOT-SEARCHED
               GO TO ANONYMISE-LETTER-FILE-EXIT
           END-IF.
           PERFORM UNTIL WS-GEN-STATUS NOT = "00"
               READ LETTER-FILE
                   AT END
                       MOVE "10" TO WS-GEN-STATUS
                   NOT AT END
                       MOVE SPACES TO WS-SCAN-TEXT
                       MOVE WS-LETTER-LINE TO WS-SCAN-TEXT
                       MOVE 132 TO WS-SCAN-LEN
                       PERFORM REPLACE-DETAILS-IN-TEXT
                       IF WS-TEXT-HITS > ZERO
                           MOVE WS-SCAN-TEXT (1:132) TO WS-LETTER-LINE
                           REWRITE WS-LETTER-LINE
                           ADD 1 TO WS-FILE-CHANGED
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE LETTER-FILE.
           PERFORM WRITE-FILE-LINE.
       ANONYMISE-LETTER-FILE-EXIT.
           EXIT.

       FIND-ELIGIBLE.
      * As FIND-CANDIDATE, but only a customer being anonymised.
           PERFORM FIND-CANDIDATE.
           IF WS-AN-FOUND-IDX > ZERO
               IF WS-AN-RESULT (WS-AN-FOUND-IDX) NOT = "E"
                   MOVE ZERO TO WS-AN-FOUND-IDX
               END-IF
           END-IF.

       REPLACE-DETAILS-IN-TEXT.
      * Replaces every eligible customer's name, address, phone and
      * email wherever they appear in WS-SCAN-TEXT (1:WS-SCAN-LEN).
      * A detail longer than the text is searched for as far as the
      * text reaches - a name cut short by a narrower field.
           MOVE ZERO TO WS-TEXT-HITS.
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-AN-COUNT
               IF WS-AN-RESULT (WS-AN-IDX) = "E"
                   MOVE WS-AN-NAME (WS-AN-IDX) TO WS-FIND-TEXT
                   MOVE WS-AN-NAME-LEN (WS-AN-IDX) TO WS-FULL-LEN
                   PERFORM REPLACE-ONE-DETAIL THRU
                       REPLACE-ONE-DETAIL-EXIT
                   MOVE WS-AN-ADDRESS (WS-AN-IDX) TO WS-FIND-TEXT
                   MOVE WS-AN-ADDR-LEN (WS-AN-IDX) TO WS-FULL-LEN
                   PERFORM REPLACE-ONE-DETAIL THRU
                       REPLACE-ONE-DETAIL-EXIT
                   MOVE WS-AN-PHONE (WS-AN-IDX) TO WS-FIND-TEXT
                   MOVE WS-AN-PHONE-LEN (WS-AN-IDX) TO WS-FULL-LEN
                   PERFORM REPLACE-ONE-DETAIL THRU
                       REPLACE-ONE-DETAIL-EXIT
                   MOVE WS-AN-EMAIL (WS-AN-IDX) TO WS-FIND-TEXT
                   MOVE WS-AN-EMAIL-LEN (WS-AN-IDX) TO WS-FULL-LEN
                   PERFORM REPLACE-ONE-DETAIL THRU
                       REPLACE-ONE-DETAIL-EXIT
               END-IF
           END-PERFORM.

       REPLACE-ONE-DETAIL.
           MOVE WS-FULL-LEN TO WS-FIND-LEN.
           IF WS-FIND-LEN > WS-SCAN-LEN
               MOVE WS-SCAN-LEN TO WS-FIND-LEN
           END-IF.
           IF WS-FIND-LEN < WS-ANP-MIN-MATCH
               GO TO REPLACE-ONE-DETAIL-EXIT
           END-IF.
           MOVE ZERO TO WS-HIT-COUNT.
           INSPECT WS-SCAN-TEXT (1:WS-SCAN-LEN) TALLYING WS-HIT-COUNT
               FOR ALL WS-FIND-TEXT (1:WS-FIND-LEN).
           IF WS-HIT-COUNT = ZERO
               GO TO REPLACE-ONE-DETAIL-EXIT
           END-IF.
           MOVE SPACES TO WS-REPL-TEXT.
           IF WS-FIND-LEN < LENGTH OF WS-AN-TOKEN (WS-AN-IDX)
               MOVE ALL "*" TO WS-REPL-TEXT (1:WS-FIND-LEN)
           ELSE
               MOVE WS-AN-TOKEN (WS-AN-IDX) TO WS-REPL-TEXT
           END-IF.
           INSPECT WS-SCAN-TEXT (1:WS-SCAN-LEN)
               REPLACING ALL WS-FIND-TEXT (1:WS-FIND-LEN)
               BY WS-REPL-TEXT (1:WS-FIND-LEN).
           ADD WS-HIT-COUNT TO WS-TEXT-HITS.
           ADD 1 TO WS-AN-RECORDS (WS-AN-IDX).
       REPLACE-ONE-DETAIL-EXIT.
           EXIT.

       WRITE-FILE-LINE.
      * One certificate line per file in which anything changed -
      * the file name is in WS-CERT-FILE-NAME.
           IF WS-FILE-CHANGED > ZERO
               ADD 1 TO WS-TOTAL-FILES
               ADD WS-FILE-CHANGED TO WS-TOTAL-RECORDS
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-CERT-FILE-NAME "  " WS-FILE-CHANGED
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

       WRITE-FILE-NOT-SEARCHED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-CERT-FILE-NAME "  NOT SEARCHED - OPEN STATUS "
               WS-GEN-STATUS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       COMPLETE-REGISTER.
      * Each customer done is marked anonymised on the register and
      * the personal details held there for the search are blanked.
           OPEN I-O CUSTCLS-FILE.
           IF WS-CLS-STATUS NOT = "00"
               DISPLAY "CUSTCLS.DAT OPEN Error, Status: "
                   WS-CLS-STATUS " - register not updated; rerun to "
                   "complete."
               GO TO COMPLETE-REGISTER-EXIT
           END-IF.
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-AN-COUNT
               IF WS-AN-RESULT (WS-AN-IDX) = "E"
                   MOVE WS-AN-CUST-ID (WS-AN-IDX)
                       TO WS-CC-CUST-ID OF CUSTCLS-RECORD
                   READ CUSTCLS-FILE
                       INVALID KEY
                           DISPLAY "CUSTCLS.DAT READ Error - customer "
                               WS-AN-CUST-ID (WS-AN-IDX)
                       NOT INVALID KEY
                           PERFORM MARK-REGISTER-ANONYMISED
                   END-READ
               END-IF
           END-PERFORM.
           CLOSE CUSTCLS-FILE.
       COMPLETE-REGISTER-EXIT.
           EXIT.

       MARK-REGISTER-ANONYMISED.
           MOVE "A" TO WS-CC-STATUS OF CUSTCLS-RECORD.
           MOVE SPACES TO WS-CC-NAME OF CUSTCLS-RECORD.
           MOVE SPACES TO WS-CC-ADDRESS OF CUSTCLS-RECORD.
           MOVE SPACES TO WS-CC-PHONE OF CUSTCLS-RECORD.
           MOVE SPACES TO WS-CC-EMAIL OF CUSTCLS-RECORD.
           MOVE WS-CURRENT-DATE TO WS-CC-ANON-DATE OF CUSTCLS-RECORD.
           MOVE WS-OPERATOR-ID TO WS-CC-ANON-BY OF CUSTCLS-RECORD.
           REWRITE CUSTCLS-RECORD
               INVALID KEY
                   DISPLAY "CUSTCLS.DAT REWRITE Error - customer "
                       WS-AN-CUST-ID (WS-AN-IDX)
           END-REWRITE.

       WRITE-CERTIFICATE-CUSTOMERS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "CUSTOMERS" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUSTOMER   TOKEN      CLOSED    RESULT"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-AN-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               EVALUATE WS-AN-RESULT (WS-AN-IDX)
                   WHEN "E"
                       STRING WS-AN-CUST-ID (WS-AN-IDX) " "
                           WS-AN-TOKEN (WS-AN-IDX) " "
                           WS-AN-CLOSED-DATE (WS-AN-IDX)
                           "  ANONYMISED - ITEMS REPLACED "
                           WS-AN-RECORDS (WS-AN-IDX)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WHEN "H"
                       STRING WS-AN-CUST-ID (WS-AN-IDX) " "
                           "           "
                           WS-AN-CLOSED-DATE (WS-AN-IDX)
                           "  DEFERRED - ACTIVE HOLD ON ACCOUNT "
                           WS-AN-HOLD-ACCT (WS-AN-IDX)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WHEN OTHER
                       STRING WS-AN-CUST-ID (WS-AN-IDX) " "
                           "           "
                           WS-AN-CLOSED-DATE (WS-AN-IDX)
                           "  DEFERRED - CUSTOMER ID IN USE OR "
                           "REGISTER NOT UPDATED"
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-EVALUATE
               WRITE WS-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUSTOMERS ANONYMISED " WS-ELIGIBLE-COUNT
               "  DEFERRED ON HOLD " WS-TOTAL-HELD
               "  ID IN USE " WS-TOTAL-IN-USE
               "  FILES CHANGED " WS-TOTAL-FILES
               "  RECORDS CHANGED " WS-TOTAL-RECORDS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-AN-OVERFLOW = "Y" OR WS-AA-OVERFLOW = "Y"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "FURTHER CUSTOMERS AWAIT A RERUN - THE RUN'S "
                   "TABLES WERE FULL"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "AMOUNTS, DATES, REFERENCES AND RECORD KEYS ARE "
               "UNCHANGED. CERTIFIED BY SUPERVISOR " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       AUDIT-ANONYMISATIONS.
      * Written after the audit trail itself has been searched, and
      * by token, so the entries carry no personal detail.
           MOVE "CUSTOMER-RECORD" TO WS-LOG-RECTYPE.
           MOVE "ANONYM" TO WS-LOG-OPER.
           MOVE SPACES TO WS-LOG-OLD-VALUE.
           PERFORM VARYING WS-AN-IDX FROM 1 BY 1
               UNTIL WS-AN-IDX > WS-AN-COUNT
               IF WS-AN-RESULT (WS-AN-IDX) = "E"
                   MOVE SPACES TO WS-LOG-KEY
                   MOVE WS-AN-TOKEN (WS-AN-IDX) TO WS-LOG-KEY
                   MOVE SPACES TO WS-LOG-NEW-VALUE
                   STRING "ANONYMISED CLOSED="
                       WS-AN-CLOSED-DATE (WS-AN-IDX)
                       " ITEMS=" WS-AN-RECORDS (WS-AN-IDX)
                       " CERT=" WS-REPORT-FILE-NAME
                       DELIMITED BY SIZE INTO WS-LOG-NEW-VALUE
                   CALL 'AUDITLOG' USING WS-LOG-RECTYPE, WS-LOG-OPER,
                       WS-LOG-KEY, WS-LOG-OLD-VALUE, WS-LOG-NEW-VALUE,
                       WS-OPERATOR-ID
               END-IF
           END-PERFORM.
