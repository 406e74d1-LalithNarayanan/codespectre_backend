      ******************************************************************
      * LOANSET.CBL - Instalment Loan Drawdown                         *
      ******************************************************************
      * Books a small personal loan at the counter. The operator names
      * the customer, the settlement account the loan is paid into and
      * repaid from, a new loan account ID, and the principal, annual
      * rate and term (months) within LOAN-POLICY, with the first
      * instalment's due date. The level monthly instalment is the
      * annuity on the principal at one twelfth of the annual rate.
      * On confirmation the drawdown:
      *   - stores the repayment standing order - settlement account
      *     to loan account, MONTHLY for the term, at the instalment,
      *     fee waived and at the policy posting priority - through
      *     STORDVAL, SOLIMCHK and DMSSTORE as STORDSET does, held
      *     PENDING APPROVAL and queued on SOAPPR.DAT when the
      *     instalment reaches the maker-checker threshold;
      *   - opens the loan account on ACCT.DAT (type INSTLOAN, in the
      *     settlement account's currency and branch) with the
      *     principal owed as a negative balance;
      *   - writes the amortisation schedule to LOANSCHD.DAT and the
      *     loan master to LOAN.DAT;
      *   - credits the principal to the settlement account, with
      *     both legs on TXNHIST.DAT through TXNHISTW (payee type "G")
      *     and a "G" entry on today's posting log generation for
      *     GLEXTR and STORDRCN.
      * Every account change is journalled and the loan audited under
      * the operator's identity. STOREXEC collects the instalments,
      * LOANPAY splits them, LOANARR follows up arrears and LOANSTMT
      * prints the statement. The inquiry shows one loan and its
      * schedule.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSET.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT LOAN-FILE ASSIGN TO "LOAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-LN-ACCT-ID OF LOAN-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOANSCHD-FILE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-LS-KEY OF LOANSCHD-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SOAPPR-FILE ASSIGN TO "SOAPPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-AP-SO-ID OF SOAPPR-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT POSTLOG-FILE ASSIGN TO WS-POSTLOG-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD CUSTOMER-FILE.
               COPY WS-CUSTOMER-RECORD
                   REPLACING ==WS-CUSTOMER-RECORD==
                   BY ==CUSTOMER-RECORD==.
           FD ACCOUNT-FILE.
               COPY WS-ACCOUNT-RECORD
                   REPLACING ==WS-ACCOUNT-RECORD==
                   BY ==ACCOUNT-RECORD==.
           FD LOAN-FILE.
               COPY LOAN-RECORD
                   REPLACING ==WS-LOAN-RECORD==
                   BY ==LOAN-RECORD==.
           FD LOANSCHD-FILE.
               COPY LOANSCHD-RECORD
                   REPLACING ==WS-LOANSCHD-RECORD==
                   BY ==LOANSCHD-RECORD==.
           FD SOAPPR-FILE.
               COPY SOAPPR-RECORD
                   REPLACING ==WS-SOAPPR-RECORD==
                   BY ==SOAPPR-RECORD==.
      * The POSTLOG record layout is spelled out here rather than
      * pulled in via COPY ... REPLACING, the same style STOREXEC
      * uses. Field layout is kept in lockstep with its copybook.
           FD POSTLOG-FILE.
           01  WS-POSTLOG-REC.
               05  WS-PL-SO-ID           PIC X(20).
               05  WS-PL-FROM-ACCT       PIC X(15).
               05  WS-PL-TO-ACCT         PIC X(15).
               05  WS-PL-AMOUNT          PIC 9(10)V99.
               05  WS-PL-CREDIT-AMT      PIC 9(10)V99.
               05  WS-PL-POST-DATE       PIC 9(8).
               05  WS-PL-STATUS          PIC X(10).
               05  WS-PL-PAYEE-TYPE      PIC X.
               05  WS-PL-FEE-AMT         PIC 9(10)V99.
               05  WS-PL-MID-AMT         PIC 9(10)V99.
               05  WS-PL-CYCLE           PIC 9.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY WS-SO-RECORD.
           COPY APPR-THRESHOLD.
           COPY LOAN-POLICY.
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-SETTLE-ACCT-REC==.
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-LOAN-ACCT-REC==.
       01  WS-MENU-CHOICE          PIC X.
       01  WS-DONE-FLAG            PIC X.
       01  WS-CONFIRM              PIC X.
       01  WS-LIST-COUNT           PIC 9(5).
       01  WS-LOAN-ACCT-INPUT      PIC X(15).
       01  WS-SETTLE-INPUT         PIC X(15).
       01  WS-PRINCIPAL-INPUT      PIC 9(10)V99.
       01  WS-RATE-INPUT           PIC 9(2)V9(4).
       01  WS-TERM-INPUT           PIC 9(3).
       01  WS-FIRST-DUE-INPUT      PIC 9(8).
       01  WS-POSTLOG-FILE-NAME    PIC X(30).
       01  WS-FROM-ACCT-ELIGIBLE   PIC X.
       01  WS-FROM-ACCT-MIN-BAL    PIC 9(12)V99.
       01  WS-AUTH-RESULT          PIC X.
       01  WS-CAP-FUNC             PIC X.
       01  WS-CAP-RESULT           PIC X.
       01  WS-ADJUSTED-DATE        PIC 9(8).
       01  WS-TIME-NOW             PIC 9(8).
       01  WS-DUP-ERROR-AREA.
           05  WS-DUP-ERROR-CODE   PIC 9(8).
           05  WS-DUP-ERROR-TEXT   PIC X(256).
       01  WS-DMS-ERROR-DESC       PIC X(60).
       01  WS-DMS-ERROR-ACTION     PIC X(60).
      * Monthly rate and the compounding factor (1 + r) ** n carried
      * to twelve places so the rounded instalment is exact to the
      * cent over the longest policy term.
       01  WS-MONTH-RATE           PIC 9V9(12).
       01  WS-RATE-FACTOR          PIC 9(4)V9(12).
       01  WS-INSTALMENT           PIC 9(10)V99.
       01  WS-OPEN-BAL             PIC 9(10)V99.
       01  WS-INST-NO              PIC 9(3).
       01  WS-DUE-DATE             PIC 9(8).
       01  WS-TOTAL-INTEREST       PIC 9(10)V99.
       01  WS-SCHD-WRITTEN         PIC X.
       01  WS-YY                   PIC 9(4).
       01  WS-MM                   PIC 9(2).
       01  WS-DD                   PIC 9(2).
       01  WS-DAYS-IN-MONTH        PIC 9(2).
      * The drawdown reference on the history legs - the loan
      * account, sized to TXNHISTW's order-ID parameter.
       01  WS-DRAW-REF             PIC X(20).
       01  WS-HIST-STATUS          PIC X.
       01  WS-HIST-TYPE            PIC X VALUE "G".
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-KEY              PIC X(20).
      * Before- and after-images of each account write, for the
      * ACCT.DAT forward-recovery journal (ACCTJRNW).
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-JRNL-BEFORE-IMAGE==.
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-JRNL-AFTER-IMAGE==.
       01  WS-JRNL-JOB-NAME        PIC X(8) VALUE "LOANSET".
       01  WS-JRNL-ACTION          PIC X.
       01  WS-JRNL-RESULT          PIC X.
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "LOANSET".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
      * Branch access - BRCHAUTH holds a clerk to the branch on the
      * clerk's operator record.
       01  WS-BRAUTH-MODE          PIC X VALUE "C".
       01  WS-BRAUTH-CUST-ID       PIC X(10).
       01  WS-BRAUTH-BRANCH        PIC X(4).
       01  WS-BRAUTH-RESULT        PIC X.
       LINKAGE SECTION.
      * The signed-on operator from STORDMENU - the identity that
      * goes on the loan, the audit trail and the pending-approval
      * maker.
       01  LINK-OPERATOR-ID        PIC X(10).
       01  LINK-OPERATOR-LEVEL     PIC X.
       PROCEDURE DIVISION USING LINK-OPERATOR-ID,
               LINK-OPERATOR-LEVEL.
       MAIN-PROCEDURE.
      * Working storage is retained across CALLs from STORDMENU, so
      * the session flag must be reset on every entry. A drawdown
      * moves money, so it is counter or supervisor work - the
      * compliance level does not post.
           MOVE "N" TO WS-DONE-FLAG.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-POSTLOG-FILE-NAME.
           STRING "POSTLOG" WS-CURRENT-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-POSTLOG-FILE-NAME.

           IF LINK-OPERATOR-LEVEL NOT = "C" AND
              LINK-OPERATOR-LEVEL NOT = "S"
               DISPLAY "Loans are drawn down by counter staff or "
                   "supervisors."
               GO TO END-PROGRAM
           END-IF.

      * A repayment force-posted through the suspense workbench this
      * session leaves LOANPAY holding the loan files - release them.
           CANCEL 'LOANPAY'.

           OPEN I-O LOAN-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT LOAN-FILE
               CLOSE LOAN-FILE
               OPEN I-O LOAN-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "LOAN.DAT OPEN Error, Status: " WS-FILE-STATUS
               GO TO END-PROGRAM
           END-IF.

           OPEN I-O LOANSCHD-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT LOANSCHD-FILE
               CLOSE LOANSCHD-FILE
               OPEN I-O LOANSCHD-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "LOANSCHD.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               CLOSE LOAN-FILE
               GO TO END-PROGRAM
           END-IF.

           OPEN I-O ACCOUNT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ACCT.DAT OPEN Error, Status: " WS-FILE-STATUS
               CLOSE LOAN-FILE
               CLOSE LOANSCHD-FILE
               GO TO END-PROGRAM
           END-IF.

           PERFORM UNTIL WS-DONE-FLAG = "Y"
               PERFORM DISPLAY-MENU
               PERFORM PROCESS-MENU-CHOICE
           END-PERFORM.

           CLOSE LOAN-FILE.
           CLOSE LOANSCHD-FILE.
           CLOSE ACCOUNT-FILE.

       END-PROGRAM.
           GOBACK.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "===== Instalment Loan Drawdown =====".
           DISPLAY "  D - Draw down a new loan".
           DISPLAY "  L - Inquire on a loan and its schedule".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "D" WHEN "d"
                   MOVE "LOAN DRAWDOWN" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM DRAW-DOWN-LOAN THRU DRAW-DOWN-LOAN-EXIT
                   END-IF
               WHEN "L" WHEN "l"
                   PERFORM INQUIRE-LOAN THRU INQUIRE-LOAN-EXIT
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

       DRAW-DOWN-LOAN.
           DISPLAY "Enter Customer ID: ".
           ACCEPT WS-CUSTOMER-ID.
           IF WS-CUSTOMER-ID = SPACES
               DISPLAY "Customer ID must not be blank."
               GO TO DRAW-DOWN-LOAN-EXIT
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           MOVE WS-CUSTOMER-ID TO WS-CUST-ID OF CUSTOMER-RECORD.
           READ CUSTOMER-FILE
               INVALID KEY
                   DISPLAY "Customer not found."
                   CLOSE CUSTOMER-FILE
                   GO TO DRAW-DOWN-LOAN-EXIT
           END-READ.
           CLOSE CUSTOMER-FILE.
           DISPLAY "Customer....: " WS-CUST-NAME OF CUSTOMER-RECORD.
           MOVE WS-CUSTOMER-ID TO WS-BRAUTH-CUST-ID.
           MOVE SPACES TO WS-BRAUTH-BRANCH.
           CALL 'BRCHAUTH' USING WS-BRAUTH-MODE, LINK-OPERATOR-ID,
               WS-BRAUTH-CUST-ID, WS-BRAUTH-BRANCH, WS-BRAUTH-RESULT.
           IF WS-BRAUTH-RESULT = "N" OR WS-BRAUTH-RESULT = "E"
               GO TO DRAW-DOWN-LOAN-EXIT
           END-IF.

           PERFORM READ-SETTLEMENT-ACCOUNT
               THRU READ-SETTLEMENT-ACCOUNT-EXIT.
           IF WS-SETTLE-INPUT = SPACES
               GO TO DRAW-DOWN-LOAN-EXIT
           END-IF.

           DISPLAY "Enter new Loan Account ID: ".
           ACCEPT WS-LOAN-ACCT-INPUT.
           IF WS-LOAN-ACCT-INPUT = SPACES
               DISPLAY "Loan Account ID must not be blank."
               GO TO DRAW-DOWN-LOAN-EXIT
           END-IF.
           MOVE WS-LOAN-ACCT-INPUT TO WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "Account " WS-LOAN-ACCT-INPUT
                       " already exists."
                   GO TO DRAW-DOWN-LOAN-EXIT
           END-READ.
           MOVE WS-LOAN-ACCT-INPUT TO WS-LN-ACCT-ID OF LOAN-RECORD.
           READ LOAN-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "A loan is already on file for "
                       WS-LOAN-ACCT-INPUT
                   GO TO DRAW-DOWN-LOAN-EXIT
           END-READ.

           PERFORM ACCEPT-LOAN-TERMS THRU ACCEPT-LOAN-TERMS-EXIT.
           IF WS-FIRST-DUE-INPUT = ZERO
               GO TO DRAW-DOWN-LOAN-EXIT
           END-IF.

           PERFORM BUILD-REPAYMENT-ORDER
               THRU BUILD-REPAYMENT-ORDER-EXIT.
           IF WS-SO-ID = SPACES
               GO TO DRAW-DOWN-LOAN-EXIT
           END-IF.

           DISPLAY "Loan Account: " WS-LOAN-ACCT-INPUT " "
               WS-ACCT-CURRENCY-CODE OF WS-SETTLE-ACCT-REC.
           DISPLAY "Principal...: " WS-PRINCIPAL-INPUT
               "  Rate: " WS-RATE-INPUT "%  Term: " WS-TERM-INPUT
               " months".
           DISPLAY "Instalment..: " WS-INSTALMENT
               "  first due " WS-FIRST-DUE-INPUT
               "  collected by " WS-SO-ID.
           IF WS-SO-STAT = "PENDAPPR"
               DISPLAY "The repayment order reaches the approval "
                   "threshold and will be held PENDING APPROVAL."
           END-IF.
           DISPLAY "Draw down the loan now (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Loan not drawn down."
               GO TO DRAW-DOWN-LOAN-EXIT
           END-IF.

      * The repayment order goes first - a loan is never paid out
      * without the order that collects it.
           CALL 'DMSSTORE' USING WS-SO-RECORD, WS-DMS-STATUS,
               LINK-OPERATOR-ID.
           IF WS-DMS-STATUS NOT = ZERO
               DISPLAY "Database Error: " WS-DMS-STATUS
                   " - repayment order not stored, loan not drawn."
               GO TO DRAW-DOWN-LOAN-EXIT
           END-IF.
           IF WS-SO-STAT = "PENDAPPR"
               PERFORM QUEUE-CREATE-APPROVAL
                   THRU QUEUE-CREATE-APPROVAL-EXIT
           END-IF.

           PERFORM OPEN-LOAN-ACCOUNT THRU OPEN-LOAN-ACCOUNT-EXIT.
           IF WS-FILE-STATUS NOT = "00"
               GO TO DRAW-DOWN-LOAN-EXIT
           END-IF.
           PERFORM WRITE-SCHEDULE THRU WRITE-SCHEDULE-EXIT.
           PERFORM WRITE-LOAN-MASTER THRU WRITE-LOAN-MASTER-EXIT.
           PERFORM POST-DRAWDOWN.
           DISPLAY "Loan drawn down - " WS-PRINCIPAL-INPUT
               " credited to " WS-SETTLE-INPUT.
       DRAW-DOWN-LOAN-EXIT.
           EXIT.

       READ-SETTLEMENT-ACCOUNT.
      * The settlement account is both paid into and debited by the
      * repayment order, so the customer must be able to instruct
      * payments from it. WS-SETTLE-INPUT is left spaces when it is
      * refused.
           DISPLAY "Enter Settlement Account ID: ".
           ACCEPT WS-SETTLE-INPUT.
           IF WS-SETTLE-INPUT = SPACES
               DISPLAY "Settlement Account must not be blank."
               GO TO READ-SETTLEMENT-ACCOUNT-EXIT
           END-IF.
           MOVE WS-SETTLE-INPUT TO WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE INTO WS-SETTLE-ACCT-REC
               INVALID KEY
                   DISPLAY "Settlement Account not found."
                   MOVE SPACES TO WS-SETTLE-INPUT
                   GO TO READ-SETTLEMENT-ACCOUNT-EXIT
           END-READ.
           IF WS-ACCT-TYPE OF WS-SETTLE-ACCT-REC = "CLOSED" OR
              WS-ACCT-TYPE OF WS-SETTLE-ACCT-REC = "LOAN" OR
              WS-ACCT-TYPE OF WS-SETTLE-ACCT-REC = "INSTLOAN"
               DISPLAY "A " WS-ACCT-TYPE OF WS-SETTLE-ACCT-REC
                   " account cannot settle a loan."
               MOVE SPACES TO WS-SETTLE-INPUT
               GO TO READ-SETTLEMENT-ACCOUNT-EXIT
           END-IF.
           CANCEL 'ACCTAUTH'.
           CALL 'ACCTAUTH' USING WS-SETTLE-INPUT,
               WS-ACCT-CUST-ID OF WS-SETTLE-ACCT-REC,
               WS-CUSTOMER-ID, WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = "Y"
               DISPLAY "Customer may not instruct payments from the "
                   "Settlement Account."
               MOVE SPACES TO WS-SETTLE-INPUT
               GO TO READ-SETTLEMENT-ACCOUNT-EXIT
           END-IF.
           CALL 'ACCTLIM' USING WS-ACCT-TYPE OF WS-SETTLE-ACCT-REC,
               WS-FROM-ACCT-ELIGIBLE, WS-FROM-ACCT-MIN-BAL.
           IF WS-FROM-ACCT-ELIGIBLE NOT = "Y"
               DISPLAY "Settlement Account type '"
                   WS-ACCT-TYPE OF WS-SETTLE-ACCT-REC
                   "' is not eligible to fund standing orders."
               MOVE SPACES TO WS-SETTLE-INPUT
               GO TO READ-SETTLEMENT-ACCOUNT-EXIT
           END-IF.
           DISPLAY "Settlement..: " WS-SETTLE-INPUT " "
               WS-ACCT-TYPE OF WS-SETTLE-ACCT-REC " "
               WS-ACCT-CURRENCY-CODE OF WS-SETTLE-ACCT-REC.
       READ-SETTLEMENT-ACCOUNT-EXIT.
           EXIT.

       ACCEPT-LOAN-TERMS.
      * WS-FIRST-DUE-INPUT is left zero when any term is refused.
           DISPLAY "Enter Principal (max " WS-LP-MAX-PRINCIPAL "): ".
           ACCEPT WS-PRINCIPAL-INPUT.
           DISPLAY "Enter Annual Rate % (" WS-LP-MIN-RATE " to "
               WS-LP-MAX-RATE "): ".
           ACCEPT WS-RATE-INPUT.
           DISPLAY "Enter Term in months (max " WS-LP-MAX-TERM "): ".
           ACCEPT WS-TERM-INPUT.
           DISPLAY "Enter First Instalment Due Date (YYYYMMDD): ".
           ACCEPT WS-FIRST-DUE-INPUT.

           IF WS-PRINCIPAL-INPUT = ZERO OR
              WS-PRINCIPAL-INPUT > WS-LP-MAX-PRINCIPAL
               DISPLAY "Principal must be above zero and not more "
                   "than " WS-LP-MAX-PRINCIPAL
               MOVE ZERO TO WS-FIRST-DUE-INPUT
               GO TO ACCEPT-LOAN-TERMS-EXIT
           END-IF.
           IF WS-RATE-INPUT < WS-LP-MIN-RATE OR
              WS-RATE-INPUT > WS-LP-MAX-RATE
               DISPLAY "Rate is outside the loan policy range."
               MOVE ZERO TO WS-FIRST-DUE-INPUT
               GO TO ACCEPT-LOAN-TERMS-EXIT
           END-IF.
           IF WS-TERM-INPUT = ZERO OR WS-TERM-INPUT > WS-LP-MAX-TERM
               DISPLAY "Term must be 1 to " WS-LP-MAX-TERM " months."
               MOVE ZERO TO WS-FIRST-DUE-INPUT
               GO TO ACCEPT-LOAN-TERMS-EXIT
           END-IF.
           MOVE WS-FIRST-DUE-INPUT(1:4) TO WS-YY.
           MOVE WS-FIRST-DUE-INPUT(5:2) TO WS-MM.
           MOVE WS-FIRST-DUE-INPUT(7:2) TO WS-DD.
           MOVE ZERO TO WS-DAYS-IN-MONTH.
           PERFORM SET-DAYS-IN-TARGET-MONTH.
           IF WS-DD < 1 OR WS-DD > WS-DAYS-IN-MONTH
               DISPLAY "First due date is not a valid calendar date."
               MOVE ZERO TO WS-FIRST-DUE-INPUT
               GO TO ACCEPT-LOAN-TERMS-EXIT
           END-IF.
           IF WS-FIRST-DUE-INPUT NOT > WS-CURRENT-DATE
               DISPLAY "First due date must be after today."
               MOVE ZERO TO WS-FIRST-DUE-INPUT
               GO TO ACCEPT-LOAN-TERMS-EXIT
           END-IF.

      * Level instalment: P * r / (1 - (1 + r) ** -n), taken as
      * P * r * F / (F - 1) with F = (1 + r) ** n, the ratio taken
      * first to keep the intermediate within its precision. At a
      * zero rate the principal is simply spread over the term.
           COMPUTE WS-MONTH-RATE = WS-RATE-INPUT / 1200.
           IF WS-MONTH-RATE = ZERO
               COMPUTE WS-INSTALMENT ROUNDED =
                   WS-PRINCIPAL-INPUT / WS-TERM-INPUT
           ELSE
               COMPUTE WS-RATE-FACTOR =
                   (1 + WS-MONTH-RATE) ** WS-TERM-INPUT
               COMPUTE WS-RATE-FACTOR =
                   WS-RATE-FACTOR / (WS-RATE-FACTOR - 1)
               COMPUTE WS-INSTALMENT ROUNDED =
                   WS-PRINCIPAL-INPUT * WS-MONTH-RATE * WS-RATE-FACTOR
           END-IF.
       ACCEPT-LOAN-TERMS-EXIT.
           EXIT.

       BUILD-REPAYMENT-ORDER.
      * The repayment order is named after the loan account. The
      * same checks as a keyed order apply; WS-SO-ID is left spaces
      * when the order cannot be set up.
           MOVE SPACES TO WS-SO-RECORD.
           STRING "LN" WS-LOAN-ACCT-INPUT DELIMITED BY SIZE
               INTO WS-SO-ID.
           DMS GET RECORD STANDING-ORDER-RECORD
               USING WS-SO-ID
               ERROR WS-DUP-ERROR-AREA.
           IF WS-DUP-ERROR-CODE = ZERO
               DISPLAY "Standing Order " WS-SO-ID " already exists."
               MOVE SPACES TO WS-SO-ID
               GO TO BUILD-REPAYMENT-ORDER-EXIT
           END-IF.
           IF WS-DUP-ERROR-CODE NOT = 0326
               CALL 'DMSERRTX' USING WS-DUP-ERROR-CODE,
                   WS-DMS-ERROR-DESC, WS-DMS-ERROR-ACTION
               DISPLAY "DMS GET Error: " WS-DUP-ERROR-CODE
                   " - " WS-DMS-ERROR-DESC
               DISPLAY "Suggested Action: " WS-DMS-ERROR-ACTION
               MOVE SPACES TO WS-SO-ID
               GO TO BUILD-REPAYMENT-ORDER-EXIT
           END-IF.

           MOVE WS-CUSTOMER-ID TO WS-SO-CUST-ID.
           MOVE WS-SETTLE-INPUT TO WS-SO-FROM-ACCT.
           MOVE WS-LOAN-ACCT-INPUT TO WS-SO-TO-ACCT.
           MOVE WS-INSTALMENT TO WS-SO-AMOUNT.
           MOVE "MONTHLY" TO WS-SO-FREQ.
           MOVE WS-FIRST-DUE-INPUT TO WS-SO-NEXT-EXEC.
           MOVE WS-FIRST-DUE-INPUT TO WS-SO-ANCHOR-DATE.
           MOVE "ACTIVE" TO WS-SO-STAT.
           MOVE WS-CURRENT-DATE TO WS-SO-CREAT-DATE.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO WS-SO-LAST-MOD-TIME.
           MOVE ZERO TO WS-SO-END-DATE.
           MOVE WS-TERM-INPUT TO WS-SO-MAX-EXECS.
           MOVE ZERO TO WS-SO-EXEC-COUNT.
           MOVE "F" TO WS-SO-ADJUST-RULE.
           MOVE WS-LP-SO-PRIORITY TO WS-SO-PRIORITY.
           MOVE "I" TO WS-SO-PAYEE-TYPE.
           MOVE "Y" TO WS-SO-FEE-WAIVED.
           MOVE ZERO TO WS-SO-SKIP-COUNT.
           MOVE ZERO TO WS-SO-PAUSE-UNTIL.
           MOVE "N" TO WS-SO-ESC-TYPE.
           MOVE ZERO TO WS-SO-ESC-RATE.
           MOVE ZERO TO WS-SO-ESC-STEP.
           MOVE ZERO TO WS-SO-ESC-MONTH.
           MOVE ZERO TO WS-SO-ESC-CEILING.
           MOVE ZERO TO WS-SO-ESC-LAST-YEAR.
           MOVE ZERO TO WS-SO-ESC-NOTICE-YEAR.

           CALL 'STORDVAL' USING WS-SO-RECORD, WS-RETURN-CODE,
               WS-MESSAGE.
           IF WS-RETURN-CODE NOT = ZERO
               DISPLAY "Validation Error: " WS-MESSAGE
               MOVE SPACES TO WS-SO-ID
               GO TO BUILD-REPAYMENT-ORDER-EXIT
           END-IF.

      * An instalment above the settlement account's standing order
      * cap could never be collected - the cap must be raised first.
           CANCEL 'SOLIMCHK'.
           MOVE "S" TO WS-CAP-FUNC.
           CALL 'SOLIMCHK' USING WS-SO-FROM-ACCT, WS-SO-AMOUNT,
               WS-CAP-FUNC, WS-CAP-RESULT.
           IF WS-CAP-RESULT = "D" OR WS-CAP-RESULT = "M"
               DISPLAY "Instalment exceeds the settlement account's "
                   "standing order cap - loan refused."
               MOVE SPACES TO WS-SO-ID
               GO TO BUILD-REPAYMENT-ORDER-EXIT
           END-IF.

      * A due date on a weekend or bank holiday is collected on the
      * next business day; the schedule keeps the contractual date.
           CANCEL 'BUSDADJ'.
           CALL 'BUSDADJ' USING WS-SO-ANCHOR-DATE,
               WS-SO-ADJUST-RULE, WS-ADJUSTED-DATE.
           IF WS-ADJUSTED-DATE NOT = WS-SO-ANCHOR-DATE
               MOVE WS-ADJUSTED-DATE TO WS-SO-NEXT-EXEC
           END-IF.

      * Maker-checker applies to the repayment order as to any
      * other: at or above the threshold it waits for a second
      * operator before it can collect.
           IF WS-SO-AMOUNT NOT < WS-APPR-THRESHOLD
               MOVE "PENDAPPR" TO WS-SO-STAT
           END-IF.
       BUILD-REPAYMENT-ORDER-EXIT.
           EXIT.

       QUEUE-CREATE-APPROVAL.
           OPEN I-O SOAPPR-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT SOAPPR-FILE
               CLOSE SOAPPR-FILE
               OPEN I-O SOAPPR-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "SOAPPR.DAT OPEN Error, Status: "
                   WS-FILE-STATUS " - approval not queued; the "
                   "order stays PENDING APPROVAL."
               GO TO QUEUE-CREATE-APPROVAL-EXIT
           END-IF.
           MOVE SPACES TO SOAPPR-RECORD.
           MOVE WS-SO-ID TO WS-AP-SO-ID OF SOAPPR-RECORD.
           MOVE "CREATE" TO WS-AP-ACTION OF SOAPPR-RECORD.
           MOVE LINK-OPERATOR-ID TO WS-AP-MAKER OF SOAPPR-RECORD.
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
           MOVE SPACE TO WS-AP-CANCEL-MODE OF SOAPPR-RECORD.
           WRITE SOAPPR-RECORD
               INVALID KEY
                   DISPLAY "SOAPPR.DAT WRITE Error, Status: "
                       WS-FILE-STATUS
           END-WRITE.
           CLOSE SOAPPR-FILE.
           DISPLAY "Repayment order stored PENDING APPROVAL - a "
               "second operator must approve it via the approvals "
               "function.".
       QUEUE-CREATE-APPROVAL-EXIT.
           EXIT.

       OPEN-LOAN-ACCOUNT.
      * The loan account carries the principal owed as a negative
      * balance, in the settlement account's currency and branch.
           MOVE SPACES TO WS-LOAN-ACCT-REC.
           MOVE WS-LOAN-ACCT-INPUT TO WS-ACCT-ID OF WS-LOAN-ACCT-REC.
           MOVE WS-CUSTOMER-ID TO WS-ACCT-CUST-ID OF WS-LOAN-ACCT-REC.
           COMPUTE WS-ACCT-BALANCE OF WS-LOAN-ACCT-REC =
               ZERO - WS-PRINCIPAL-INPUT.
           MOVE "INSTLOAN" TO WS-ACCT-TYPE OF WS-LOAN-ACCT-REC.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-SETTLE-ACCT-REC TO
               WS-ACCT-CURRENCY-CODE OF WS-LOAN-ACCT-REC.
           MOVE WS-ACCT-BRANCH OF WS-SETTLE-ACCT-REC TO
               WS-ACCT-BRANCH OF WS-LOAN-ACCT-REC.

           MOVE WS-LOAN-ACCT-REC TO WS-JRNL-AFTER-IMAGE.
           MOVE SPACES TO WS-JRNL-BEFORE-IMAGE.
           MOVE WS-LOAN-ACCT-REC TO ACCOUNT-RECORD.
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ACCT.DAT WRITE Error, Status: "
                       WS-FILE-STATUS " - loan not drawn; cancel "
                       "repayment order " WS-SO-ID
                   GO TO OPEN-LOAN-ACCOUNT-EXIT
           END-WRITE.
           MOVE "A" TO WS-JRNL-ACTION.
           PERFORM WRITE-ACCOUNT-JOURNAL.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "CUST=" WS-ACCT-CUST-ID OF WS-LOAN-ACCT-REC
               " TYPE=" WS-ACCT-TYPE OF WS-LOAN-ACCT-REC
               " CURR=" WS-ACCT-CURRENCY-CODE OF WS-LOAN-ACCT-REC
               " BAL=" WS-ACCT-BALANCE OF WS-LOAN-ACCT-REC
               " BR=" WS-ACCT-BRANCH OF WS-LOAN-ACCT-REC
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "ACCOUNT-RECORD" TO WS-AUD-RECTYPE.
           MOVE "STORE" TO WS-AUD-OPER.
           MOVE WS-LOAN-ACCT-INPUT TO WS-AUD-KEY.
           PERFORM WRITE-AUDIT-ENTRY.
       OPEN-LOAN-ACCOUNT-EXIT.
           EXIT.

       WRITE-SCHEDULE.
      * One entry per instalment, due monthly from the first due
      * date on the same day of the month (clamped to a short
      * month's last day, as STOREXEC rolls the order). Interest is
      * the month's rate on the opening balance; the last instalment
      * takes whatever principal is left so the loan closes at zero.
           MOVE WS-PRINCIPAL-INPUT TO WS-OPEN-BAL.
           MOVE WS-FIRST-DUE-INPUT TO WS-DUE-DATE.
           MOVE ZERO TO WS-TOTAL-INTEREST.
           MOVE "Y" TO WS-SCHD-WRITTEN.
           PERFORM VARYING WS-INST-NO FROM 1 BY 1
               UNTIL WS-INST-NO > WS-TERM-INPUT
               PERFORM WRITE-ONE-INSTALMENT
           END-PERFORM.
           IF WS-SCHD-WRITTEN NOT = "Y"
               DISPLAY "Schedule incomplete for loan "
                   WS-LOAN-ACCT-INPUT " - refer to support."
           END-IF.
       WRITE-SCHEDULE-EXIT.
           EXIT.

       WRITE-ONE-INSTALMENT.
           MOVE SPACES TO LOANSCHD-RECORD.
           MOVE WS-LOAN-ACCT-INPUT TO WS-LS-ACCT-ID OF LOANSCHD-RECORD.
           MOVE WS-INST-NO TO WS-LS-INST-NO OF LOANSCHD-RECORD.
           MOVE WS-DUE-DATE TO WS-LS-DUE-DATE OF LOANSCHD-RECORD.
           COMPUTE WS-LS-INTEREST OF LOANSCHD-RECORD ROUNDED =
               WS-OPEN-BAL * WS-MONTH-RATE.
           IF WS-INST-NO = WS-TERM-INPUT OR
              WS-INSTALMENT - WS-LS-INTEREST OF LOANSCHD-RECORD >
              WS-OPEN-BAL
               MOVE WS-OPEN-BAL TO WS-LS-PRINCIPAL OF LOANSCHD-RECORD
           ELSE
               COMPUTE WS-LS-PRINCIPAL OF LOANSCHD-RECORD =
                   WS-INSTALMENT - WS-LS-INTEREST OF LOANSCHD-RECORD
           END-IF.
           COMPUTE WS-LS-PAYMENT OF LOANSCHD-RECORD =
               WS-LS-INTEREST OF LOANSCHD-RECORD +
               WS-LS-PRINCIPAL OF LOANSCHD-RECORD.
           SUBTRACT WS-LS-PRINCIPAL OF LOANSCHD-RECORD FROM
               WS-OPEN-BAL.
           MOVE WS-OPEN-BAL TO WS-LS-CLOSING-BAL OF LOANSCHD-RECORD.
           MOVE "D" TO WS-LS-STATUS OF LOANSCHD-RECORD.
           MOVE ZERO TO WS-LS-PAID-DATE OF LOANSCHD-RECORD.
           ADD WS-LS-INTEREST OF LOANSCHD-RECORD TO WS-TOTAL-INTEREST.
           WRITE LOANSCHD-RECORD
               INVALID KEY
                   DISPLAY "LOANSCHD.DAT WRITE Error, Status: "
                       WS-FILE-STATUS " instalment " WS-INST-NO
                   MOVE "N" TO WS-SCHD-WRITTEN
           END-WRITE.

           MOVE WS-DUE-DATE(1:4) TO WS-YY.
           MOVE WS-DUE-DATE(5:2) TO WS-MM.
           MOVE WS-DUE-DATE(7:2) TO WS-DD.
           ADD 1 TO WS-MM.
           IF WS-MM > 12
               MOVE 1 TO WS-MM
               ADD 1 TO WS-YY
           END-IF.
           PERFORM SET-DAYS-IN-TARGET-MONTH.
           IF WS-DD > WS-DAYS-IN-MONTH
               MOVE WS-DAYS-IN-MONTH TO WS-DD
           END-IF.
           MOVE WS-YY TO WS-DUE-DATE(1:4).
           MOVE WS-MM TO WS-DUE-DATE(5:2).
           MOVE WS-DD TO WS-DUE-DATE(7:2).

       SET-DAYS-IN-TARGET-MONTH.
           EVALUATE WS-MM
               WHEN 1 WHEN 3 WHEN 5 WHEN 7 WHEN 8 WHEN 10 WHEN 12
                   MOVE 31 TO WS-DAYS-IN-MONTH
               WHEN 4 WHEN 6 WHEN 9 WHEN 11
                   MOVE 30 TO WS-DAYS-IN-MONTH
               WHEN 2
                   IF FUNCTION MOD(WS-YY, 400) = 0 OR
                      (FUNCTION MOD(WS-YY, 4) = 0 AND
                       FUNCTION MOD(WS-YY, 100) NOT = 0)
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   ELSE
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.

       WRITE-LOAN-MASTER.
           MOVE SPACES TO LOAN-RECORD.
           MOVE WS-LOAN-ACCT-INPUT TO WS-LN-ACCT-ID OF LOAN-RECORD.
           MOVE WS-CUSTOMER-ID TO WS-LN-CUST-ID OF LOAN-RECORD.
           MOVE WS-SETTLE-INPUT TO WS-LN-SETTLE-ACCT OF LOAN-RECORD.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-SETTLE-ACCT-REC TO
               WS-LN-CURRENCY OF LOAN-RECORD.
           MOVE WS-PRINCIPAL-INPUT TO WS-LN-PRINCIPAL OF LOAN-RECORD.
           MOVE WS-RATE-INPUT TO WS-LN-RATE OF LOAN-RECORD.
           MOVE WS-TERM-INPUT TO WS-LN-TERM OF LOAN-RECORD.
           MOVE WS-INSTALMENT TO WS-LN-INSTALMENT OF LOAN-RECORD.
           MOVE WS-FIRST-DUE-INPUT TO WS-LN-FIRST-DUE OF LOAN-RECORD.
           MOVE WS-SO-ID TO WS-LN-SO-ID OF LOAN-RECORD.
           MOVE "ACTIVE" TO WS-LN-STATUS OF LOAN-RECORD.
           MOVE ZERO TO WS-LN-PAID-COUNT OF LOAN-RECORD.
           MOVE WS-PRINCIPAL-INPUT TO
               WS-LN-OUTSTANDING OF LOAN-RECORD.
           MOVE ZERO TO WS-LN-ARREARS-COUNT OF LOAN-RECORD.
           MOVE ZERO TO WS-LN-ARREARS-AMT OF LOAN-RECORD.
           MOVE ZERO TO WS-LN-ARREARS-SINCE OF LOAN-RECORD.
           MOVE WS-CURRENT-DATE TO WS-LN-DRAWN-DATE OF LOAN-RECORD.
           MOVE LINK-OPERATOR-ID TO WS-LN-DRAWN-BY OF LOAN-RECORD.
           WRITE LOAN-RECORD
               INVALID KEY
                   DISPLAY "LOAN.DAT WRITE Error, Status: "
                       WS-FILE-STATUS " - refer to support."
                   GO TO WRITE-LOAN-MASTER-EXIT
           END-WRITE.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "CUST=" WS-CUSTOMER-ID
               " SETTLE=" WS-SETTLE-INPUT
               " PRIN=" WS-PRINCIPAL-INPUT
               " RATE=" WS-RATE-INPUT
               " TERM=" WS-TERM-INPUT
               " INST=" WS-INSTALMENT
               " FIRST=" WS-FIRST-DUE-INPUT
               " INT=" WS-TOTAL-INTEREST
               " SO=" WS-SO-ID
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "LOAN-RECORD" TO WS-AUD-RECTYPE.
           MOVE "STORE" TO WS-AUD-OPER.
           MOVE WS-LOAN-ACCT-INPUT TO WS-AUD-KEY.
           PERFORM WRITE-AUDIT-ENTRY.
       WRITE-LOAN-MASTER-EXIT.
           EXIT.

       POST-DRAWDOWN.
      * The settlement account is read back for the credit - the
      * record held since validation may be stale by now.
           MOVE WS-SETTLE-INPUT TO WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE INTO WS-SETTLE-ACCT-REC
               INVALID KEY
                   DISPLAY "Settlement account vanished - principal "
                       "not credited; refer to support."
           END-READ.
           IF WS-FILE-STATUS = "00"
               ADD WS-PRINCIPAL-INPUT TO
                   WS-ACCT-BALANCE OF WS-SETTLE-ACCT-REC
               MOVE WS-SETTLE-ACCT-REC TO WS-JRNL-AFTER-IMAGE
               PERFORM REWRITE-JOURNALLED-ACCOUNT
           END-IF.

           MOVE WS-LOAN-ACCT-INPUT TO WS-DRAW-REF.
           CALL 'TXNHISTW' USING WS-CURRENT-DATE, WS-DRAW-REF,
               WS-LOAN-ACCT-INPUT, WS-PRINCIPAL-INPUT,
               WS-ACCT-CURRENCY-CODE OF WS-LOAN-ACCT-REC,
               WS-SETTLE-INPUT, WS-PRINCIPAL-INPUT,
               WS-ACCT-CURRENCY-CODE OF WS-SETTLE-ACCT-REC,
               WS-HIST-TYPE, WS-HIST-STATUS.
           IF WS-HIST-STATUS NOT = "Y"
               DISPLAY "Transaction history incomplete for loan: "
                   WS-LOAN-ACCT-INPUT
           END-IF.

      * The posting log entry runs loan account to settlement
      * account under the loan's identity - GLEXTR journals it like
      * any internal movement and STORDRCN proves the credit.
           OPEN EXTEND POSTLOG-FILE.
           IF WS-FILE-STATUS = "35"
               CLOSE POSTLOG-FILE
               OPEN OUTPUT POSTLOG-FILE
           END-IF.
           MOVE WS-DRAW-REF TO WS-PL-SO-ID OF WS-POSTLOG-REC.
           MOVE WS-LOAN-ACCT-INPUT TO WS-PL-FROM-ACCT OF WS-POSTLOG-REC.
           MOVE WS-SETTLE-INPUT TO WS-PL-TO-ACCT OF WS-POSTLOG-REC.
           MOVE WS-PRINCIPAL-INPUT TO WS-PL-AMOUNT OF WS-POSTLOG-REC.
           MOVE WS-PRINCIPAL-INPUT TO
               WS-PL-CREDIT-AMT OF WS-POSTLOG-REC.
           MOVE WS-CURRENT-DATE TO WS-PL-POST-DATE OF WS-POSTLOG-REC.
           MOVE "POSTED" TO WS-PL-STATUS OF WS-POSTLOG-REC.
           MOVE "G" TO WS-PL-PAYEE-TYPE OF WS-POSTLOG-REC.
           MOVE ZERO TO WS-PL-FEE-AMT OF WS-POSTLOG-REC.
           MOVE WS-PRINCIPAL-INPUT TO WS-PL-MID-AMT OF WS-POSTLOG-REC.
           MOVE ZERO TO WS-PL-CYCLE OF WS-POSTLOG-REC.
           WRITE WS-POSTLOG-REC.
           CLOSE POSTLOG-FILE.

       INQUIRE-LOAN.
           DISPLAY "Enter Loan Account ID: ".
           ACCEPT WS-LOAN-ACCT-INPUT.
           MOVE WS-LOAN-ACCT-INPUT TO WS-LN-ACCT-ID OF LOAN-RECORD.
           READ LOAN-FILE
               INVALID KEY
                   DISPLAY "No loan on file for that account."
                   GO TO INQUIRE-LOAN-EXIT
           END-READ.
      * The inquiry shows the clerk's own branch's loans only.
           MOVE WS-LN-CUST-ID OF LOAN-RECORD TO WS-BRAUTH-CUST-ID.
           MOVE SPACES TO WS-BRAUTH-BRANCH.
           CALL 'BRCHAUTH' USING WS-BRAUTH-MODE, LINK-OPERATOR-ID,
               WS-BRAUTH-CUST-ID, WS-BRAUTH-BRANCH, WS-BRAUTH-RESULT.
           IF WS-BRAUTH-RESULT = "N" OR WS-BRAUTH-RESULT = "E"
               GO TO INQUIRE-LOAN-EXIT
           END-IF.
           DISPLAY "Customer....: " WS-LN-CUST-ID OF LOAN-RECORD
               "  Settlement: " WS-LN-SETTLE-ACCT OF LOAN-RECORD
               " " WS-LN-CURRENCY OF LOAN-RECORD.
           DISPLAY "Principal...: " WS-LN-PRINCIPAL OF LOAN-RECORD
               "  Rate: " WS-LN-RATE OF LOAN-RECORD
               "%  Term: " WS-LN-TERM OF LOAN-RECORD.
           DISPLAY "Instalment..: " WS-LN-INSTALMENT OF LOAN-RECORD
               "  Order: " WS-LN-SO-ID OF LOAN-RECORD.
           DISPLAY "Status......: " WS-LN-STATUS OF LOAN-RECORD
               "  Paid: " WS-LN-PAID-COUNT OF LOAN-RECORD
               "  Outstanding: " WS-LN-OUTSTANDING OF LOAN-RECORD.
           IF WS-LN-ARREARS-COUNT OF LOAN-RECORD > ZERO
               DISPLAY "Arrears.....: "
                   WS-LN-ARREARS-COUNT OF LOAN-RECORD
                   " instalments, " WS-LN-ARREARS-AMT OF LOAN-RECORD
                   " since " WS-LN-ARREARS-SINCE OF LOAN-RECORD
           END-IF.

           MOVE ZERO TO WS-LIST-COUNT.
           MOVE WS-LOAN-ACCT-INPUT TO WS-LS-ACCT-ID OF LOANSCHD-RECORD.
           MOVE ZERO TO WS-LS-INST-NO OF LOANSCHD-RECORD.
           START LOANSCHD-FILE
               KEY NOT LESS THAN WS-LS-KEY OF LOANSCHD-RECORD
               INVALID KEY
                   MOVE "10" TO WS-FILE-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ LOANSCHD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF WS-LS-ACCT-ID OF LOANSCHD-RECORD NOT =
                          WS-LOAN-ACCT-INPUT
                           MOVE "10" TO WS-FILE-STATUS
                       ELSE
                           PERFORM SHOW-ONE-INSTALMENT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Instalments listed: " WS-LIST-COUNT.
           MOVE "00" TO WS-FILE-STATUS.
       INQUIRE-LOAN-EXIT.
           EXIT.

       SHOW-ONE-INSTALMENT.
           DISPLAY WS-LS-INST-NO OF LOANSCHD-RECORD " "
               WS-LS-DUE-DATE OF LOANSCHD-RECORD " "
               WS-LS-PAYMENT OF LOANSCHD-RECORD " INT "
               WS-LS-INTEREST OF LOANSCHD-RECORD " PRIN "
               WS-LS-PRINCIPAL OF LOANSCHD-RECORD " BAL "
               WS-LS-CLOSING-BAL OF LOANSCHD-RECORD " "
               WS-LS-STATUS OF LOANSCHD-RECORD " "
               WS-LS-PAID-DATE OF LOANSCHD-RECORD.
           ADD 1 TO WS-LIST-COUNT.

       WRITE-AUDIT-ENTRY.
      * The record type, operation, key and old/new values are set
      * by the caller before this paragraph is performed.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               LINK-OPERATOR-ID.

       WRITE-ACCOUNT-JOURNAL.
      * Performed once the write has succeeded, with WS-JRNL-ACTION
      * set to "A" for an account added or "U" for a rewrite.
           CALL 'ACCTJRNW' USING WS-JRNL-JOB-NAME, WS-JRNL-ACTION,
               WS-JRNL-BEFORE-IMAGE, WS-JRNL-AFTER-IMAGE,
               WS-JRNL-RESULT.
           IF WS-JRNL-RESULT NOT = "Y"
               DISPLAY "Account journal entry not written for "
                   WS-ACCT-ID OF WS-JRNL-AFTER-IMAGE
           END-IF.

       REWRITE-JOURNALLED-ACCOUNT.
      * Every ACCT.DAT rewrite is journalled for forward recovery: the
      * before-image is the record as it stands on file, read back
      * just ahead of the rewrite, the after-image the record written.
      * The caller has moved the account key to ACCOUNT-RECORD and the
      * updated record to WS-JRNL-AFTER-IMAGE.
           READ ACCOUNT-FILE INTO WS-JRNL-BEFORE-IMAGE
               INVALID KEY
                   MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
           END-READ.
           REWRITE ACCOUNT-RECORD FROM WS-JRNL-AFTER-IMAGE.
           IF WS-FILE-STATUS = "00"
               MOVE "U" TO WS-JRNL-ACTION
               PERFORM WRITE-ACCOUNT-JOURNAL
           END-IF.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               LINK-OPERATOR-ID, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.
