      * and WS-SUSP-RETRY-COUNT, and for a selected item lets the
      * operator:
      *   P - force an immediate post, re-running the same account/
      *       eligibility/funds checks and sanctions screening
      *       STOREXEC applies (the posting logic is kept in lockstep
      *       with POST-STANDING-ORDER in storexec.cbl) - a sanctions
      *       hit is placed on the compliance hold queue, not posted;
      *   R - release the order back to ACTIVE for the next run;
      *   W - write the order off (CANCELLED) with a reason.
      * Every action is audited via AUDITLOG and reflected in the
      * order's WS-SO-STAT, and the suspense record is removed once
      * the item is resolved. A forced loan repayment is split into
      * interest and principal against the loan's schedule exactly
      * as STOREXEC splits it. Actions are audited under the signed-on
      * operator; a clerk lists and works only the items of the
      * clerk's own branch's customers (BRCHAUTH), a supervisor every
      * branch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPWRK.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BENEF-FILE ASSIGN TO "BENEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BN-ID OF BENEF-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT JOBCTL-FILE ASSIGN TO "JOBCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-JC-KEY OF JOBCTL-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD ACCOUNT-FILE.
               05  WS-PL-STATUS          PIC X(10).
               05  WS-PL-PAYEE-TYPE      PIC X.
               05  WS-PL-FEE-AMT         PIC 9(10)V99.
               05  WS-PL-MID-AMT         PIC 9(10)V99.
               05  WS-PL-CYCLE           PIC 9.
           FD JOBCTL-FILE.
               COPY JOBCTL-RECORD
                   REPLACING ==WS-JOBCTL-RECORD==
                   BY ==JOBCTL-RECORD==.
           FD BENEF-FILE.
               COPY BENEF-RECORD
                   REPLACING ==WS-BENEF-RECORD==
       01  WS-LIST-COUNT               PIC 9(5).
       01  WS-ELIGIBLE                 PIC X.
       01  WS-MIN-BALANCE              PIC 9(12)V99.
      * The lowest the balance may go after the debit - the minimum
      * balance, or minus the arranged overdraft limit (ODLIMCHK).
       01  WS-FUNDS-FLOOR              PIC S9(12)V99.
       01  WS-OD-RESULT                PIC X.
      * Sized to CURRCONV's LINK-AMOUNT-OUT - it is passed by
      * reference, so the pictures must match exactly.
       01  WS-CONVERTED-AMOUNT         PIC 9(10)V99.
      * The credit at the treasury mid rate, before FXMRGAPL takes
      * the exchange margin off it - logged on POSTLOG for GLEXTR.
       01  WS-MID-AMOUNT               PIC 9(10)V99.
       01  WS-FX-MARGIN-PCT            PIC 9(2)V9999.
       01  WS-CONV-STATUS              PIC X.
       01  WS-CAP-FUNC                 PIC X.
       01  WS-CAP-RESULT               PIC X.
       01  WS-FEE-INCOME-ACCT          PIC X(15).
       01  WS-FEE-FOUND                PIC X.
       01  WS-FEE-PAYEE-TYPE           PIC X.
      * Repayment to an instalment loan (to-account type INSTLOAN):
      * the instalment LOANPAY quoted and its interest/principal
      * split, and the loan's own repayment order.
       01  WS-LOAN-FLAG                PIC X.
       01  WS-LOAN-FUNC                PIC X.
       01  WS-LOAN-RESULT              PIC X.
       01  WS-LOAN-INST-NO             PIC 9(3).
       01  WS-LOAN-INTEREST            PIC 9(10)V99.
       01  WS-LOAN-PRINCIPAL           PIC 9(10)V99.
       01  WS-LOAN-DUE                 PIC 9(10)V99.
       01  WS-LOAN-PAYEE-TYPE          PIC X.
       01  WS-LOAN-SO-ID               PIC X(20).
       01  WS-SUSPENDED-FLAG           PIC X.
       01  WS-SUSPEND-REASON           PIC X(60).
       01  WS-DUP-RESULT               PIC X.
      * "Y" STOREXEC has completed the open cycle, "N" not yet, "E"
      * JOBCTL.DAT could not be read.
       01  WS-CYCLE-CLOSED             PIC X.
       01  WS-HOLD-AMOUNT              PIC 9(10)V99.
       01  WS-HOLD-RESULT              PIC X.
       01  WS-DORM-RESULT              PIC X.
      * Sanctions screening of external payments (SANCCHK) and the
      * compliance hold queue (SANCHOLD). WS-RELEASE-FLAG "Y" = the
      * order was released by compliance; the release is used up
      * once the payment is made.
       01  WS-RELEASE-FLAG             PIC X.
       01  WS-SCREEN-RESULT            PIC X.
       01  WS-MATCH-VALUE              PIC X(40).
       01  WS-LIST-REF                 PIC X(20).
       01  WS-SH-FUNC                  PIC X.
       01  WS-SH-RESULT                PIC X.
       01  WS-SH-OPERATOR              PIC X(10).
           COPY SANCHOLD-RECORD.
       01  WS-ADJUSTED-DATE            PIC 9(8).
       01  WS-DAY-NUM                  PIC 9(9).
       01  WS-YY                       PIC 9(4).
      * dated generations, the same files STOREXEC writes that night.
       01  WS-NOTIFY-FILE-NAME         PIC X(30).
       01  WS-POSTLOG-FILE-NAME        PIC X(30).
      * A forced external payment joins the OUTPAY generation of the
      * execution cycle still open - the first whose cut-off has not
      * passed, or the last cycle once every cut-off has - through
      * OUTPAYW, which re-frames it with a fresh trailer. Once
      * STOREXEC shows that cycle COMPLETE on JOBCTL its generation
      * may already be settled, so the forced post is refused: past
      * the night cut-off it waits for the next business date, as
      * the cycle policy rolls it. Order changes are stamped with the
      * time of day, which STOREXEC compares with its cycle's cut-off.
           COPY OUTPAY-RECORD.
           COPY CYCLE-POLICY.
       01  WS-OPEN-CYCLE               PIC 9.
       01  WS-CY-IDX                   PIC 9(2).
       01  WS-TIME-NOW                 PIC 9(8).
       01  WS-OUTPAY-FUNC              PIC X.
       01  WS-OUTPAY-RESULT            PIC X.
      * Before- and after-images of each account rewrite, for the
      * ACCT.DAT forward-recovery journal (ACCTJRNW).
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-JRNL-BEFORE-IMAGE==.
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-JRNL-AFTER-IMAGE==.
       01  WS-JRNL-JOB-NAME            PIC X(8) VALUE "SUSPWRK".
       01  WS-JRNL-ACTION              PIC X.
       01  WS-JRNL-RESULT              PIC X.
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE              PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM           PIC X(8) VALUE "SUSPWRK".
       01  WS-BATWIN-FUNCTION          PIC X(20).
       01  WS-BATWIN-RESULT            PIC X.
      * Branch access - BRCHAUTH holds a clerk to the branch on the
      * clerk's operator record; "L" filters the list silently.
       01  WS-BRAUTH-MODE              PIC X.
       01  WS-BRAUTH-BRANCH            PIC X(4).
       01  WS-BRAUTH-RESULT            PIC X.
       01  WS-BRAUTH-HELD              PIC X.
       LINKAGE SECTION.
      * The signed-on operator from STORDMENU - the identity that
      * goes on the audit trail and whose branch limits a clerk.
       01  LINK-OPERATOR-ID            PIC X(10).
       01  LINK-OPERATOR-LEVEL         PIC X.
       PROCEDURE DIVISION USING LINK-OPERATOR-ID,
               LINK-OPERATOR-LEVEL.
       MAIN-PROCEDURE.
      * Working storage is retained across CALLs from STORDMENU, so
      * the session flag must be reset on every entry.
           MOVE "N" TO WS-DONE-FLAG.
           MOVE LINK-OPERATOR-ID TO WS-SH-OPERATOR.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-NOTIFY-FILE-NAME.
           STRING "NOTIFY" WS-CURRENT-DATE ".DAT"
           MOVE SPACES TO WS-POSTLOG-FILE-NAME.
           STRING "POSTLOG" WS-CURRENT-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-POSTLOG-FILE-NAME.

           OPEN I-O SUSPENSE-FILE.
           IF WS-FILE-STATUS = "35"
           EVALUATE WS-MENU-CHOICE
               WHEN "L" WHEN "l"
                   PERFORM LIST-SUSPENSE-ITEMS
                       THRU LIST-SUSPENSE-ITEMS-EXIT
               WHEN "S" WHEN "s"
                   MOVE "WORK SO SUSPENSE" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM WORK-ONE-ITEM THRU WORK-ONE-ITEM-EXIT
                   END-IF
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER

       LIST-SUSPENSE-ITEMS.
           MOVE ZERO TO WS-LIST-COUNT.
      * A clerk's list holds only the clerk's own branch's items.
           MOVE "O" TO WS-BRAUTH-MODE.
           PERFORM CALL-BRANCH-AUTH.
           IF WS-BRAUTH-RESULT = "E"
               GO TO LIST-SUSPENSE-ITEMS-EXIT
           END-IF.
           MOVE WS-BRAUTH-RESULT TO WS-BRAUTH-HELD.
           MOVE "L" TO WS-BRAUTH-MODE.
           MOVE SPACES TO WS-SUSP-SO-ID OF WS-SUSP-REC.
           START SUSPENSE-FILE
               KEY NOT < WS-SUSP-SO-ID OF WS-SUSP-REC
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       MOVE "Y" TO WS-BRAUTH-RESULT
                       IF WS-BRAUTH-HELD = "N"
                           PERFORM CALL-BRANCH-AUTH
                       END-IF
                       IF WS-BRAUTH-RESULT NOT = "N" AND
                          WS-BRAUTH-RESULT NOT = "E"
                           PERFORM LIST-ONE-SUSPENSE-ITEM
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Suspended items on file: " WS-LIST-COUNT.
           MOVE "00" TO WS-FILE-STATUS.
       LIST-SUSPENSE-ITEMS-EXIT.
           EXIT.

       LIST-ONE-SUSPENSE-ITEM.
           DISPLAY "SO-ID: " WS-SUSP-SO-ID OF WS-SUSP-REC
               " AMT: " WS-SUSP-AMOUNT OF WS-SUSP-REC
               " RETRIES: " WS-SUSP-RETRY-COUNT OF WS-SUSP-REC.
           DISPLAY "   REASON: " WS-SUSP-REASON OF WS-SUSP-REC
               " SINCE: " WS-SUSP-DATE OF WS-SUSP-REC.
           ADD 1 TO WS-LIST-COUNT.

       WORK-ONE-ITEM.
           DISPLAY "Enter Standing Order ID: ".
                       "Order ID."
                   GO TO WORK-ONE-ITEM-EXIT
           END-READ.
           MOVE "C" TO WS-BRAUTH-MODE.
           PERFORM CALL-BRANCH-AUTH.
           IF WS-BRAUTH-RESULT = "N" OR WS-BRAUTH-RESULT = "E"
               GO TO WORK-ONE-ITEM-EXIT
           END-IF.

           DISPLAY "Customer....: " WS-SUSP-CUST-ID OF WS-SUSP-REC.
           DISPLAY "From Acct...: " WS-SUSP-FROM-ACCT OF WS-SUSP-REC.
      * post is refused rather than run unguarded.
           CANCEL 'SODUPCHK'.
           MOVE "N" TO WS-DUP-RESULT.
           PERFORM SET-OPEN-CYCLE.
           CALL 'SODUPCHK' USING WS-SO-ID, WS-CURRENT-DATE,
               WS-OPEN-CYCLE, WS-DUP-RESULT.
           IF WS-DUP-RESULT = "Y"
               DISPLAY "Order already posted today - force post "
                   "refused. Use C to clear a stale suspense record."
               GO TO FORCE-POST-ITEM-EXIT
           END-IF.

      * An external payment must reach a generation IBSETTLE has not
      * yet collected.
           IF WS-SO-PAYEE-TYPE = "X"
               PERFORM CHECK-OPEN-CYCLE-RUN
                   THRU CHECK-OPEN-CYCLE-RUN-EXIT
               IF WS-CYCLE-CLOSED = "E"
                   DISPLAY "Job control cannot be read - force post "
                       "refused."
                   GO TO FORCE-POST-ITEM-EXIT
               END-IF
               IF WS-CYCLE-CLOSED = "Y"
                   IF WS-OPEN-CYCLE = WS-CY-CYCLE-COUNT
                       DISPLAY "Night cycle closed - retry next "
                           "business day."
                   ELSE
                       DISPLAY "Cycle " WS-OPEN-CYCLE " already run "
                           "- retry after its cut-off."
                   END-IF
                   GO TO FORCE-POST-ITEM-EXIT
               END-IF
           END-IF.

      * An order past its fixed-term limit must not post again - the
      * same guard STOREXEC applies before posting.
           IF (WS-SO-MAX-EXECS > 0 AND
      * storexec.cbl.
           MOVE "N" TO WS-SUSPENDED-FLAG.
           MOVE SPACES TO WS-SUSPEND-REASON.
           MOVE "N" TO WS-LOAN-FLAG.

           OPEN I-O ACCOUNT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               MOVE "To account is closed." TO WS-SUSPEND-REASON
           END-IF.

      * A repayment to an instalment loan collects the next
      * instalment on the loan's schedule, as STOREXEC does. CANCEL
      * forces LOANPAY to reopen its files so the night's repayments
      * and arrears marking are seen.
           IF WS-SUSPENDED-FLAG = "N" AND
              WS-SO-PAYEE-TYPE NOT = "X" AND
              WS-ACCT-TYPE OF WS-TO-ACCT-REC = "INSTLOAN"
               CANCEL 'LOANPAY'
               PERFORM QUOTE-LOAN-REPAYMENT
                   THRU QUOTE-LOAN-REPAYMENT-EXIT
           END-IF.

           IF WS-SUSPENDED-FLAG = "N"
               CALL 'ACCTLIM' USING
                   WS-ACCT-TYPE OF WS-FR-ACCT-REC,
               END-IF
           END-IF.

      * A dormant account stays closed to debits until ACCTMNT
      * reactivates it. CANCEL forces DORMCHK to reopen its file so
      * a reactivation made earlier in this session is seen.
           IF WS-SUSPENDED-FLAG = "N"
               CANCEL 'DORMCHK'
               CALL 'DORMCHK' USING WS-SO-FROM-ACCT, WS-DORM-RESULT
               IF WS-DORM-RESULT = "D"
                   MOVE "Y" TO WS-SUSPENDED-FLAG
                   MOVE "Account dormant." TO WS-SUSPEND-REASON
               END-IF
               IF WS-DORM-RESULT = "E"
                   MOVE "Y" TO WS-SUSPENDED-FLAG
                   MOVE "Account dormancy check unavailable." TO
                       WS-SUSPEND-REASON
               END-IF
           END-IF.

      * The same overdraft-aware floor STOREXEC applies. CANCEL
      * forces ODLIMCHK to reopen its file so a limit set earlier in
      * this session is seen.
           IF WS-SUSPENDED-FLAG = "N"
               CANCEL 'ODLIMCHK'
               CALL 'ODLIMCHK' USING WS-SO-FROM-ACCT,
                   WS-MIN-BALANCE, WS-FUNDS-FLOOR, WS-OD-RESULT
               IF (WS-ACCT-BALANCE OF WS-FR-ACCT-REC -
                   WS-SO-AMOUNT - WS-FEE-AMOUNT) < WS-FUNDS-FLOOR
                   MOVE "Y" TO WS-SUSPENDED-FLAG
                   MOVE "Insufficient funds." TO WS-SUSPEND-REASON
               END-IF
      * forced post must not move money at a wrong or assumed rate.
      * CURRCONV caches the rate file per business date; CANCEL forces
      * a fresh load so a same-day rate correction keyed by treasury
      * is honoured by this interactive post. The credit is taken at
      * the customer rate, the mid-rate amount less the exchange
      * margin, which is likewise reloaded fresh.
           IF WS-SUSPENDED-FLAG = "N"
               CANCEL 'CURRCONV'
               CANCEL 'CURRCNVD'
               CANCEL 'FXMRGAPL'
               MOVE WS-SO-AMOUNT TO WS-CONVERTED-AMOUNT
               MOVE WS-SO-AMOUNT TO WS-MID-AMOUNT
               MOVE "Y" TO WS-CONV-STATUS
               IF WS-SO-PAYEE-TYPE NOT = "X" AND
                  WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC NOT =
                   CALL 'CURRCONV' USING
                       WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC,
                       WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC,
                       WS-SO-AMOUNT, WS-MID-AMOUNT,
                       WS-CONV-STATUS
                   IF WS-CONV-STATUS = "Y"
                       CALL 'FXMRGAPL' USING
                           WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC,
                           WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC,
                           WS-ACCT-TYPE OF WS-FR-ACCT-REC,
                           WS-MID-AMOUNT, WS-CONVERTED-AMOUNT,
                           WS-FX-MARGIN-PCT
                   END-IF
               END-IF
               IF WS-CONV-STATUS NOT = "Y"
                   MOVE "Y" TO WS-SUSPENDED-FLAG
               END-IF
           END-IF.

           MOVE "N" TO WS-RELEASE-FLAG.
           IF WS-SUSPENDED-FLAG = "N" AND
              WS-SO-PAYEE-TYPE = "X"
               PERFORM SCREEN-OUTBOUND-PAYMENT
                   THRU SCREEN-OUTBOUND-PAYMENT-EXIT
           END-IF.

           IF WS-SUSPENDED-FLAG = "Y"
               DISPLAY "Force post refused: " WS-SUSPEND-REASON
               CLOSE ACCOUNT-FILE
               MOVE "ACTIVE" TO WS-SO-STAT
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO WS-SO-LAST-MOD-TIME.

           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "STAT=" WS-SO-STAT " NEXT-EXEC=" WS-SO-NEXT-EXEC
           ELSE
               MOVE "STANDING-ORDER-RECORD" TO WS-AUD-RECTYPE
               MOVE "MODIFY" TO WS-AUD-OPER
               MOVE LINK-OPERATOR-ID TO WS-AUD-OPERATOR-NAME
               CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
                   WS-SO-ID, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
                   WS-AUD-OPERATOR-NAME

               MOVE WS-ACCT-ID OF WS-FR-ACCT-REC TO
                   WS-ACCT-ID OF ACCOUNT-RECORD
               MOVE WS-FR-ACCT-REC TO WS-JRNL-AFTER-IMAGE
               PERFORM REWRITE-JOURNALLED-ACCOUNT

               IF WS-FEE-AMOUNT > ZERO
                   PERFORM CREDIT-FEE-INCOME-ACCOUNT
               END-IF

      * A loan repayment reduces the loan by the principal only - the
      * interest part is the bank's income.
               IF WS-LOAN-FLAG = "Y"
                   MOVE WS-LOAN-PRINCIPAL TO WS-CONVERTED-AMOUNT
                   MOVE WS-LOAN-PRINCIPAL TO WS-MID-AMOUNT
               END-IF

      * An external payment has no internal credit side - the money
      * leaves through the outbound payment file instead.
               IF WS-SO-PAYEE-TYPE = "X"
                       WS-ACCT-BALANCE OF WS-TO-ACCT-REC
                   MOVE WS-ACCT-ID OF WS-TO-ACCT-REC TO
                       WS-ACCT-ID OF ACCOUNT-RECORD
                   MOVE WS-TO-ACCT-REC TO WS-JRNL-AFTER-IMAGE
                   PERFORM REWRITE-JOURNALLED-ACCOUNT
               END-IF

      * Write the movement to the account transaction history - both
                       WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC,
                       WS-SO-PAYEE-TYPE, WS-HIST-STATUS
               ELSE
                   IF WS-LOAN-FLAG = "Y"
                       PERFORM WRITE-LOAN-REPAYMENT-HISTORY
                   ELSE
                       CALL 'TXNHISTW' USING WS-CURRENT-DATE,
                           WS-SO-ID, WS-SO-FROM-ACCT, WS-SO-AMOUNT,
                           WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC,
                           WS-SO-TO-ACCT, WS-CONVERTED-AMOUNT,
                           WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC,
                           WS-SO-PAYEE-TYPE, WS-HIST-STATUS
                   END-IF
               END-IF
               IF WS-HIST-STATUS NOT = "Y"
                   DISPLAY "Transaction history incomplete for SO "
               PERFORM WRITE-POST-NOTIFICATION
               PERFORM WRITE-POSTLOG-ENTRY
               PERFORM REMOVE-SUSPENSE-RECORD
               IF WS-RELEASE-FLAG = "Y"
                   PERFORM MARK-RELEASE-USED
               END-IF

               DISPLAY "Order posted. New status: " WS-SO-STAT
                   " Next execution: " WS-SO-NEXT-EXEC
           MOVE "POSTED" TO WS-PL-STATUS OF WS-POSTLOG-REC.
           MOVE WS-SO-PAYEE-TYPE TO WS-PL-PAYEE-TYPE OF WS-POSTLOG-REC.
           MOVE WS-FEE-AMOUNT TO WS-PL-FEE-AMT OF WS-POSTLOG-REC.
           MOVE WS-MID-AMOUNT TO WS-PL-MID-AMT OF WS-POSTLOG-REC.
           MOVE ZERO TO WS-PL-CYCLE OF WS-POSTLOG-REC.
      * A loan repayment is logged as its principal (payee type "K")
      * and its interest part (type "J"), as STOREXEC logs it.
           IF WS-LOAN-FLAG = "Y"
               MOVE WS-LOAN-PRINCIPAL TO WS-PL-AMOUNT OF WS-POSTLOG-REC
               MOVE "K" TO WS-PL-PAYEE-TYPE OF WS-POSTLOG-REC
           END-IF.
           WRITE WS-POSTLOG-REC.
           IF WS-LOAN-FLAG = "Y" AND WS-LOAN-INTEREST > ZERO
               MOVE WS-LOAN-INTEREST TO WS-PL-AMOUNT OF WS-POSTLOG-REC
               MOVE WS-LOAN-INTEREST TO
                   WS-PL-CREDIT-AMT OF WS-POSTLOG-REC
               MOVE WS-LOAN-INTEREST TO
                   WS-PL-MID-AMT OF WS-POSTLOG-REC
               MOVE ZERO TO WS-PL-FEE-AMT OF WS-POSTLOG-REC
               MOVE "J" TO WS-PL-PAYEE-TYPE OF WS-POSTLOG-REC
               WRITE WS-POSTLOG-REC
           END-IF.
           CLOSE POSTLOG-FILE.
           IF WS-LOAN-FLAG = "Y"
               PERFORM COMPLETE-LOAN-REPAYMENT
           END-IF.

       QUOTE-LOAN-REPAYMENT.
      * Kept in lockstep with QUOTE-LOAN-REPAYMENT in storexec.cbl -
      * only the loan's own repayment order is split; any other
      * order crediting the account posts as an ordinary credit.
           MOVE "Q" TO WS-LOAN-FUNC.
           CALL 'LOANPAY' USING WS-LOAN-FUNC, WS-SO-TO-ACCT,
               WS-CURRENT-DATE, WS-LOAN-INST-NO, WS-LOAN-INTEREST,
               WS-LOAN-PRINCIPAL, WS-LOAN-RESULT, WS-LOAN-SO-ID.
           IF (WS-LOAN-RESULT = "Y" OR WS-LOAN-RESULT = "R") AND
              WS-LOAN-SO-ID NOT = WS-SO-ID
               GO TO QUOTE-LOAN-REPAYMENT-EXIT
           END-IF.
           MOVE "Y" TO WS-LOAN-FLAG.

           IF WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC NOT =
              WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC
               MOVE "Y" TO WS-SUSPENDED-FLAG
               MOVE "Loan repayment not in the loan currency." TO
                   WS-SUSPEND-REASON
               GO TO QUOTE-LOAN-REPAYMENT-EXIT
           END-IF.

           EVALUATE WS-LOAN-RESULT
               WHEN "N"
                   MOVE "Y" TO WS-SUSPENDED-FLAG
                   MOVE "Loan not found for loan account." TO
                       WS-SUSPEND-REASON
               WHEN "R"
                   MOVE "Y" TO WS-SUSPENDED-FLAG
                   MOVE "Loan already repaid." TO WS-SUSPEND-REASON
               WHEN "E"
                   MOVE "Y" TO WS-SUSPENDED-FLAG
                   MOVE "Loan schedule unavailable." TO
                       WS-SUSPEND-REASON
           END-EVALUATE.
           IF WS-SUSPENDED-FLAG = "Y"
               GO TO QUOTE-LOAN-REPAYMENT-EXIT
           END-IF.

      * The order collects exactly the scheduled instalment.
           COMPUTE WS-LOAN-DUE = WS-LOAN-INTEREST + WS-LOAN-PRINCIPAL.
           IF WS-LOAN-DUE NOT = WS-SO-AMOUNT
               DISPLAY "Loan repayment collects instalment "
                   WS-LOAN-INST-NO " as scheduled: " WS-LOAN-DUE
               MOVE WS-LOAN-DUE TO WS-SO-AMOUNT
           END-IF.
       QUOTE-LOAN-REPAYMENT-EXIT.
           EXIT.

       WRITE-LOAN-REPAYMENT-HISTORY.
      * The settlement account shows the principal and the interest
      * as two debits; the loan account is credited the principal.
           MOVE "K" TO WS-LOAN-PAYEE-TYPE.
           CALL 'TXNHISTW' USING WS-CURRENT-DATE, WS-SO-ID,
               WS-SO-FROM-ACCT, WS-LOAN-PRINCIPAL,
               WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC,
               WS-SO-TO-ACCT, WS-LOAN-PRINCIPAL,
               WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC,
               WS-LOAN-PAYEE-TYPE, WS-HIST-STATUS.
           IF WS-HIST-STATUS = "Y" AND WS-LOAN-INTEREST > ZERO
               MOVE "J" TO WS-LOAN-PAYEE-TYPE
               CALL 'TXNHISTW' USING WS-CURRENT-DATE, WS-SO-ID,
                   WS-SO-FROM-ACCT, WS-LOAN-INTEREST,
                   WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC,
                   WS-SO-TO-ACCT, WS-LOAN-INTEREST,
                   WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC,
                   WS-LOAN-PAYEE-TYPE, WS-HIST-STATUS
           END-IF.

       COMPLETE-LOAN-REPAYMENT.
      * The instalment is marked paid and the loan moved on only once
      * the money has moved.
           MOVE "P" TO WS-LOAN-FUNC.
           CALL 'LOANPAY' USING WS-LOAN-FUNC, WS-SO-TO-ACCT,
               WS-CURRENT-DATE, WS-LOAN-INST-NO, WS-LOAN-INTEREST,
               WS-LOAN-PRINCIPAL, WS-LOAN-RESULT, WS-LOAN-SO-ID.
           IF WS-LOAN-RESULT NOT = "Y"
               DISPLAY "Loan schedule not updated for loan "
                   WS-SO-TO-ACCT " instalment " WS-LOAN-INST-NO
           END-IF.

       CHECK-FEE-INCOME-ACCOUNT.
      * A fee credited to the posting's own accounts would be undone
               WS-ACCT-BALANCE OF WS-FEE-ACCT-REC.
           MOVE WS-ACCT-ID OF WS-FEE-ACCT-REC TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           MOVE WS-FEE-ACCT-REC TO WS-JRNL-AFTER-IMAGE.
           PERFORM REWRITE-JOURNALLED-ACCOUNT.

           MOVE "F" TO WS-FEE-PAYEE-TYPE.
           CALL 'TXNHISTW' USING WS-CURRENT-DATE, WS-SO-ID,
               MOVE "Y" TO WS-SUSPENDED-FLAG
               MOVE "Beneficiary is closed." TO WS-SUSPEND-REASON
           END-IF.
           IF WS-SUSPENDED-FLAG = "N" AND
              WS-BN-STAT OF WS-BENEF-RECORD = "HELD"
               MOVE "Y" TO WS-SUSPENDED-FLAG
               MOVE "Beneficiary on compliance hold." TO
                   WS-SUSPEND-REASON
           END-IF.
           CLOSE BENEF-FILE.
       CHECK-BENEFICIARY-FOR-POST-EXIT.
           EXIT.

       SCREEN-OUTBOUND-PAYMENT.
      * Sanctions screening of an external payment, kept in lockstep
      * between storexec.cbl and suspwrk.cbl. A decision compliance
      * has already taken on this order stands; a beneficiary
      * compliance has released is cleared while its name and bank
      * are unchanged; anything else is screened against the watch
      * list, and a hit is placed on the compliance hold queue with
      * the order suspended and nothing debited.
           MOVE "N" TO WS-RELEASE-FLAG.
      * CANCEL forces a fresh load of the watch list and hold queue
      * so a list reloaded or a decision taken this session is seen.
           CANCEL 'SANCCHK'.
           CANCEL 'SANCHOLD'.
           INITIALIZE WS-SANCHOLD-RECORD.
           MOVE "Q" TO WS-SH-FUNC.
           MOVE "O" TO WS-SH-DIRECTION.
           MOVE WS-SO-ID TO WS-SH-PAY-REF.
           CALL 'SANCHOLD' USING WS-SH-FUNC, WS-SANCHOLD-RECORD,
               WS-SH-OPERATOR, WS-SH-RESULT.
           IF WS-SH-RESULT = "E"
               MOVE "Y" TO WS-SUSPENDED-FLAG
               MOVE "Compliance hold queue unavailable." TO
                   WS-SUSPEND-REASON
               GO TO SCREEN-OUTBOUND-PAYMENT-EXIT
           END-IF.
           IF WS-SH-RESULT = "Y"
               EVALUATE WS-SH-STATUS
                   WHEN "R"
                       MOVE "Y" TO WS-RELEASE-FLAG
                       GO TO SCREEN-OUTBOUND-PAYMENT-EXIT
                   WHEN "H"
                       MOVE "Y" TO WS-SUSPENDED-FLAG
                       MOVE "Compliance hold - sanctions screening."
                           TO WS-SUSPEND-REASON
                       GO TO SCREEN-OUTBOUND-PAYMENT-EXIT
                   WHEN "C"
                       MOVE "Y" TO WS-SUSPENDED-FLAG
                       MOVE "Sanctions hit confirmed by compliance."
                           TO WS-SUSPEND-REASON
                       GO TO SCREEN-OUTBOUND-PAYMENT-EXIT
               END-EVALUATE
           END-IF.

           INITIALIZE WS-SANCHOLD-RECORD.
           MOVE "Q" TO WS-SH-FUNC.
           MOVE "B" TO WS-SH-DIRECTION.
           MOVE WS-BN-ID OF WS-BENEF-RECORD TO WS-SH-PAY-REF.
           CALL 'SANCHOLD' USING WS-SH-FUNC, WS-SANCHOLD-RECORD,
               WS-SH-OPERATOR, WS-SH-RESULT.
           IF WS-SH-RESULT = "E"
               MOVE "Y" TO WS-SUSPENDED-FLAG
               MOVE "Compliance hold queue unavailable." TO
                   WS-SUSPEND-REASON
               GO TO SCREEN-OUTBOUND-PAYMENT-EXIT
           END-IF.
           IF WS-SH-RESULT = "Y" AND
              WS-SH-STATUS = "R" AND
              WS-SH-PARTY-NAME = WS-BN-NAME OF WS-BENEF-RECORD AND
              WS-SH-PARTY-BANK = WS-BN-BANK-ID OF WS-BENEF-RECORD
               GO TO SCREEN-OUTBOUND-PAYMENT-EXIT
           END-IF.

           CALL 'SANCCHK' USING WS-BN-NAME OF WS-BENEF-RECORD,
               WS-BN-BANK-ID OF WS-BENEF-RECORD, WS-SCREEN-RESULT,
               WS-MATCH-VALUE, WS-LIST-REF.
           IF WS-SCREEN-RESULT = "C"
               GO TO SCREEN-OUTBOUND-PAYMENT-EXIT
           END-IF.
           MOVE "Y" TO WS-SUSPENDED-FLAG.
           IF WS-SCREEN-RESULT NOT = "H"
               MOVE "Sanctions screening unavailable." TO
                   WS-SUSPEND-REASON
               GO TO SCREEN-OUTBOUND-PAYMENT-EXIT
           END-IF.

           INITIALIZE WS-SANCHOLD-RECORD.
           MOVE "O" TO WS-SH-DIRECTION.
           MOVE WS-SO-ID TO WS-SH-PAY-REF.
           MOVE WS-SO-FROM-ACCT TO WS-SH-ACCT-ID.
           MOVE WS-SO-AMOUNT TO WS-SH-AMOUNT.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC TO
               WS-SH-CURRENCY.
           MOVE WS-BN-ID OF WS-BENEF-RECORD TO WS-SH-PARTY-ID.
           MOVE WS-BN-NAME OF WS-BENEF-RECORD TO WS-SH-PARTY-NAME.
           MOVE WS-BN-BANK-ID OF WS-BENEF-RECORD TO WS-SH-PARTY-BANK.
           MOVE WS-BN-ACCT-NO OF WS-BENEF-RECORD TO WS-SH-PARTY-ACCT.
           MOVE WS-MATCH-VALUE TO WS-SH-MATCH-VALUE.
           MOVE WS-LIST-REF TO WS-SH-LIST-REF.
           MOVE "H" TO WS-SH-FUNC.
           CALL 'SANCHOLD' USING WS-SH-FUNC, WS-SANCHOLD-RECORD,
               WS-SH-OPERATOR, WS-SH-RESULT.
           IF WS-SH-RESULT NOT = "Y"
               MOVE "Compliance hold queue unavailable." TO
                   WS-SUSPEND-REASON
               GO TO SCREEN-OUTBOUND-PAYMENT-EXIT
           END-IF.
           MOVE "Compliance hold - sanctions screening." TO
               WS-SUSPEND-REASON.
           DISPLAY "HELD - SO ID: " WS-SO-ID
               " SANCTIONS MATCH: " WS-MATCH-VALUE.
       SCREEN-OUTBOUND-PAYMENT-EXIT.
           EXIT.

       MARK-RELEASE-USED.
      * The release compliance granted this order is used up by the
      * payment just made, so the next execution is screened afresh.
           MOVE "D" TO WS-SH-FUNC.
           MOVE "O" TO WS-SH-DIRECTION.
           MOVE WS-SO-ID TO WS-SH-PAY-REF.
           CALL 'SANCHOLD' USING WS-SH-FUNC, WS-SANCHOLD-RECORD,
               WS-SH-OPERATOR, WS-SH-RESULT.
           IF WS-SH-RESULT NOT = "Y"
               DISPLAY "Compliance release not marked used for SO ID: "
                   WS-SO-ID
           END-IF.

       WRITE-OUTBOUND-PAYMENT.
           INITIALIZE WS-OUTPAY-RECORD.
           MOVE WS-SO-ID TO WS-OP-SO-ID OF WS-OUTPAY-RECORD.
           MOVE WS-SO-FROM-ACCT TO WS-OP-FROM-ACCT OF WS-OUTPAY-RECORD.
           MOVE WS-BN-ID OF WS-BENEF-RECORD TO
               WS-OP-BENEF-ID OF WS-OUTPAY-RECORD.
           MOVE WS-BN-NAME OF WS-BENEF-RECORD TO
               WS-OP-BENEF-NAME OF WS-OUTPAY-RECORD.
           MOVE WS-BN-BANK-ID OF WS-BENEF-RECORD TO
               WS-OP-BANK-ID OF WS-OUTPAY-RECORD.
           MOVE WS-BN-ACCT-NO OF WS-BENEF-RECORD TO
               WS-OP-BENEF-ACCT OF WS-OUTPAY-RECORD.
           MOVE WS-SO-AMOUNT TO WS-OP-AMOUNT OF WS-OUTPAY-RECORD.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC TO
               WS-OP-CURRENCY OF WS-OUTPAY-RECORD.
           MOVE WS-CURRENT-DATE TO WS-OP-PAY-DATE OF WS-OUTPAY-RECORD.
           IF WS-SO-PURPOSE-CODE NOT = SPACES
               MOVE WS-SO-PURPOSE-CODE TO
                   WS-OP-PURPOSE-CODE OF WS-OUTPAY-RECORD
           ELSE
               MOVE WS-BN-PURPOSE-CODE OF WS-BENEF-RECORD TO
                   WS-OP-PURPOSE-CODE OF WS-OUTPAY-RECORD
           END-IF.
           MOVE "W" TO WS-OUTPAY-FUNC.
           CALL 'OUTPAYW' USING WS-OUTPAY-FUNC, WS-CURRENT-DATE,
               WS-OPEN-CYCLE, WS-OUTPAY-RECORD, WS-OUTPAY-RESULT.
           IF WS-OUTPAY-RESULT = "Y"
               MOVE "C" TO WS-OUTPAY-FUNC
               CALL 'OUTPAYW' USING WS-OUTPAY-FUNC, WS-CURRENT-DATE,
                   WS-OPEN-CYCLE, WS-OUTPAY-RECORD, WS-OUTPAY-RESULT
           END-IF.
           IF WS-OUTPAY-RESULT NOT = "Y"
               DISPLAY "OUTPAY generation not updated for SO ID: "
                   WS-SO-ID " - the payment has not gone to the "
                   "interface."
           END-IF.

       SET-OPEN-CYCLE.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-CY-CYCLE-COUNT TO WS-OPEN-CYCLE.
           PERFORM VARYING WS-CY-IDX FROM WS-CY-CYCLE-COUNT BY -1
               UNTIL WS-CY-IDX < 1
               IF WS-CY-CUTOFF(WS-CY-IDX) > WS-TIME-NOW(1:6)
                   MOVE WS-CY-IDX TO WS-OPEN-CYCLE
               END-IF
           END-PERFORM.

       CHECK-OPEN-CYCLE-RUN.
           MOVE "N" TO WS-CYCLE-CLOSED.
           OPEN INPUT JOBCTL-FILE.
           IF WS-FILE-STATUS = "35"
               GO TO CHECK-OPEN-CYCLE-RUN-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "JOBCTL.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               MOVE "E" TO WS-CYCLE-CLOSED
               GO TO CHECK-OPEN-CYCLE-RUN-EXIT
           END-IF.
           MOVE "STOREXEC" TO WS-JC-JOB-NAME OF JOBCTL-RECORD.
           MOVE WS-CURRENT-DATE TO WS-JC-RUN-DATE OF JOBCTL-RECORD.
           MOVE WS-OPEN-CYCLE TO WS-JC-CYCLE OF JOBCTL-RECORD.
           READ JOBCTL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF WS-JC-STATUS OF JOBCTL-RECORD = "COMPLETE"
                       MOVE "Y" TO WS-CYCLE-CLOSED
                   END-IF
           END-READ.
           CLOSE JOBCTL-FILE.
       CHECK-OPEN-CYCLE-RUN-EXIT.
           EXIT.

       RELEASE-ITEM.
           IF WS-SO-STAT NOT = "SUSPENDED"
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE "ACTIVE" TO WS-SO-STAT.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO WS-SO-LAST-MOD-TIME.

           DMS MODIFY RECORD STANDING-ORDER-RECORD
               USING WS-SO-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "STANDING-ORDER-RECORD" TO WS-AUD-RECTYPE.
           MOVE "MODIFY" TO WS-AUD-OPER.
           MOVE LINK-OPERATOR-ID TO WS-AUD-OPERATOR-NAME.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-SO-ID, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-AUD-OPERATOR-NAME.
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE "CANCELLED" TO WS-SO-STAT.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO WS-SO-LAST-MOD-TIME.

           DMS MODIFY RECORD STANDING-ORDER-RECORD
               USING WS-SO-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "STANDING-ORDER-RECORD" TO WS-AUD-RECTYPE.
           MOVE "MODIFY" TO WS-AUD-OPER.
           MOVE LINK-OPERATOR-ID TO WS-AUD-OPERATOR-NAME.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-SO-ID, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-AUD-OPERATOR-NAME.
           PERFORM REMOVE-SUSPENSE-RECORD.
           MOVE "SUSPENSE-RECORD" TO WS-AUD-RECTYPE.
           MOVE "ERASE" TO WS-AUD-OPER.
           MOVE LINK-OPERATOR-ID TO WS-AUD-OPERATOR-NAME.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-STANDING-ORDER-ID, WS-AUD-OLD-VALUE,
               WS-AUD-NEW-VALUE, WS-AUD-OPERATOR-NAME.
                       MOVE 28 TO WS-DAYS-IN-MONTH
                   END-IF
           END-EVALUATE.

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
               CALL 'ACCTJRNW' USING WS-JRNL-JOB-NAME, WS-JRNL-ACTION,
                   WS-JRNL-BEFORE-IMAGE, WS-JRNL-AFTER-IMAGE,
                   WS-JRNL-RESULT
               IF WS-JRNL-RESULT NOT = "Y"
                   DISPLAY "Account journal entry not written for "
                       WS-ACCT-ID OF WS-JRNL-AFTER-IMAGE
               END-IF
           END-IF.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               LINK-OPERATOR-ID, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.

       CALL-BRANCH-AUTH.
      * The customer on the suspense record in hand; "O" ignores it.
           MOVE SPACES TO WS-BRAUTH-BRANCH.
           CALL 'BRCHAUTH' USING WS-BRAUTH-MODE, LINK-OPERATOR-ID,
               WS-SUSP-CUST-ID OF WS-SUSP-REC, WS-BRAUTH-BRANCH,
               WS-BRAUTH-RESULT.
