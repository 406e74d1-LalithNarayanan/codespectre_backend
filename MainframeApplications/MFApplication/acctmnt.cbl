      * future-dated items block the closure outright, live orders
      * are cancelled through the walk-through (audited), and a
      * nonzero balance is transferred to another of the customer's
      * accounts with TXNHISTW legs before the type goes CLOSED. An
      * overdrawn account cannot be closed until the debt is cleared.
      * Every create/amend/close writes old/new values to the audit
      * trail via AUDITLOG, like the standing order programs.
      * A dormant account (DORMANT.DAT, marked by DORMMARK) refuses
      * every debit until a supervisor reactivates it here; the
      * customer's identity evidence is keyed and goes on the audit
      * trail under the supervisor's own operator ID.
      * An account takes its home branch from the owning customer,
      * and follows the customer when ownership moves. A clerk works
      * only the accounts of the clerk's own branch (BRCHAUTH); a
      * supervisor works every branch.
      * Instalment loan accounts (type INSTLOAN) are opened only by
      * drawdown in LOANSET, with their loan, schedule and repayment
      * order, and may not be amended here; one can be closed once
      * the loan is repaid and the balance stands at zero.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTMNT.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-AP-SO-ID OF SOAPPR-RECORD
               FILE STATUS IS WS-APPR-STATUS.
           SELECT DORMANT-FILE ASSIGN TO "DORMANT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-DM-ACCT-ID OF DORMANT-RECORD
               FILE STATUS IS WS-DORM-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD ACCOUNT-FILE.
               COPY SOAPPR-RECORD
                   REPLACING ==WS-SOAPPR-RECORD==
                   BY ==SOAPPR-RECORD==.
           FD DORMANT-FILE.
               COPY DORMANT-RECORD
                   REPLACING ==WS-DORMANT-RECORD==
                   BY ==DORMANT-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY WS-ACCOUNT-RECORD.
       01  WS-XFER-AMOUNT          PIC 9(10)V99.
       01  WS-HIST-STATUS          PIC X.
       01  WS-CLS-HIST-TYPE        PIC X.
       01  WS-DORM-STATUS          PIC XX.
       01  WS-REACT-EVIDENCE       PIC X(60).
      * Time of day stamped on the order with its change date, for
      * the execution cycle cut-off.
       01  WS-TIME-NOW             PIC 9(8).
      * Before- and after-images of each account write, for the
      * ACCT.DAT forward-recovery journal (ACCTJRNW).
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-JRNL-BEFORE-IMAGE==.
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-JRNL-AFTER-IMAGE==.
       01  WS-JRNL-JOB-NAME        PIC X(8) VALUE "ACCTMNT".
       01  WS-JRNL-ACTION          PIC X.
       01  WS-JRNL-RESULT          PIC X.
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "ACCTMNT".
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
      * goes on the audit trail for a reactivation, and the
      * entitlement level that gates it.
       01  LINK-OPERATOR-ID        PIC X(10).
       01  LINK-OPERATOR-LEVEL     PIC X.
       PROCEDURE DIVISION USING LINK-OPERATOR-ID,
               LINK-OPERATOR-LEVEL.
       MAIN-PROCEDURE.
      * Working storage is retained across CALLs from STORDMENU, so
      * the session flag must be reset on every entry.
           DISPLAY "  A - Amend an Account".
           DISPLAY "  X - Close an Account".
           DISPLAY "  I - Inquire on an Account".
           IF LINK-OPERATOR-LEVEL = "S"
               DISPLAY "  R - Reactivate a Dormant Account"
           END-IF.
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.
       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "C" WHEN "c"
                   MOVE "CREATE ACCOUNT" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM CREATE-ACCOUNT THRU CREATE-ACCOUNT-EXIT
                   END-IF
               WHEN "A" WHEN "a"
                   MOVE "AMEND ACCOUNT" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM AMEND-ACCOUNT THRU AMEND-ACCOUNT-EXIT
                   END-IF
               WHEN "X" WHEN "x"
                   MOVE "CLOSE ACCOUNT" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM CLOSE-ACCOUNT THRU CLOSE-ACCOUNT-EXIT
                   END-IF
               WHEN "I" WHEN "i"
                   PERFORM INQUIRE-ACCOUNT THRU INQUIRE-ACCOUNT-EXIT
               WHEN "R" WHEN "r"
                   IF LINK-OPERATOR-LEVEL = "S"
                       MOVE "REACTIVATE ACCOUNT" TO WS-BATWIN-FUNCTION
                       PERFORM CHECK-BATCH-WINDOW
                       IF WS-BATWIN-RESULT NOT = "N"
                           PERFORM REACTIVATE-ACCOUNT
                               THRU REACTIVATE-ACCOUNT-EXIT
                       END-IF
                   ELSE
                       DISPLAY "Reactivating a dormant account "
                           "requires a supervisor."
                   END-IF
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
           IF WS-VALID-FLAG NOT = "Y"
               GO TO CREATE-ACCOUNT-EXIT
           END-IF.
           PERFORM CHECK-OWNER-BRANCH.
           IF WS-BRAUTH-RESULT = "N" OR WS-BRAUTH-RESULT = "E"
               GO TO CREATE-ACCOUNT-EXIT
           END-IF.

           DISPLAY "Enter Account Type (SAVINGS, CURRENT, LOAN): ".
           ACCEPT WS-ACCT-TYPE OF WS-ACCOUNT-RECORD.

           DISPLAY "Enter Opening Balance: ".
           ACCEPT WS-ACCT-BALANCE OF WS-ACCOUNT-RECORD.
      * An account cannot open overdrawn - an overdraft is arranged
      * against an existing account through ODLIMMNT.
           IF WS-ACCT-BALANCE OF WS-ACCOUNT-RECORD < ZERO
               DISPLAY "Opening Balance must not be negative."
               GO TO CREATE-ACCOUNT-EXIT
           END-IF.

           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID OF WS-ACCOUNT-RECORD.
           MOVE WS-CUSTOMER-ID TO WS-ACCT-CUST-ID OF WS-ACCOUNT-RECORD.
           MOVE WS-BRAUTH-BRANCH TO WS-ACCT-BRANCH OF WS-ACCOUNT-RECORD.

           MOVE WS-ACCOUNT-RECORD TO WS-JRNL-AFTER-IMAGE.
           MOVE SPACES TO WS-JRNL-BEFORE-IMAGE.
           MOVE WS-ACCOUNT-RECORD TO ACCOUNT-RECORD.
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ACCT.DAT WRITE Error, Status: "
                       WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "A" TO WS-JRNL-ACTION
                   PERFORM WRITE-ACCOUNT-JOURNAL
                   MOVE SPACES TO WS-AUD-OLD-VALUE
                   PERFORM BUILD-ACCOUNT-AUDIT-VALUE
                   MOVE "STORE" TO WS-AUD-OPER
                   DISPLAY "Account not found."
                   GO TO AMEND-ACCOUNT-EXIT
           END-READ.
           PERFORM CHECK-ACCOUNT-BRANCH.
           IF WS-BRAUTH-RESULT = "N" OR WS-BRAUTH-RESULT = "E"
               GO TO AMEND-ACCOUNT-EXIT
           END-IF.

      * A CLOSED account must not be quietly reopened by keying a new
      * type over it - closure is final; a fresh account is opened
               GO TO AMEND-ACCOUNT-EXIT
           END-IF.

      * An instalment loan account's owner, type and currency belong
      * to its loan on LOAN.DAT and to the repayment order LOANSET
      * set up with it - none of them may be changed here.
           IF WS-ACCT-TYPE OF WS-ACCOUNT-RECORD = "INSTLOAN"
               DISPLAY "Account is an instalment loan account and may "
                   "not be amended."
               GO TO AMEND-ACCOUNT-EXIT
           END-IF.

           DISPLAY "Current Customer.: "
               WS-ACCT-CUST-ID OF WS-ACCOUNT-RECORD.
           DISPLAY "Current Branch...: " WS-BRAUTH-BRANCH.
           DISPLAY "Current Type.....: "
               WS-ACCT-TYPE OF WS-ACCOUNT-RECORD.
           DISPLAY "Current Currency.: "
               IF WS-VALID-FLAG NOT = "Y"
                   GO TO AMEND-ACCOUNT-EXIT
               END-IF
               PERFORM CHECK-OWNER-BRANCH
               IF WS-BRAUTH-RESULT = "N" OR WS-BRAUTH-RESULT = "E"
                   GO TO AMEND-ACCOUNT-EXIT
               END-IF
               MOVE WS-CUSTOMER-ID TO
                   WS-ACCT-CUST-ID OF WS-ACCOUNT-RECORD
               MOVE WS-BRAUTH-BRANCH TO
                   WS-ACCT-BRANCH OF WS-ACCOUNT-RECORD
               DISPLAY "Warning: standing orders set up under the "
                   "previous owner still reference this account."
           END-IF.
               END-IF
           END-IF.

           MOVE WS-ACCOUNT-RECORD TO WS-JRNL-AFTER-IMAGE.
           PERFORM READ-JOURNAL-BEFORE-IMAGE.
           MOVE WS-ACCOUNT-RECORD TO ACCOUNT-RECORD.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ACCT.DAT REWRITE Error, Status: "
                       WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "U" TO WS-JRNL-ACTION
                   PERFORM WRITE-ACCOUNT-JOURNAL
                   PERFORM BUILD-ACCOUNT-AUDIT-VALUE
                   MOVE "MODIFY" TO WS-AUD-OPER
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Account not found."
                   GO TO CLOSE-ACCOUNT-EXIT
           END-READ.
           PERFORM CHECK-ACCOUNT-BRANCH.
           IF WS-BRAUTH-RESULT = "N" OR WS-BRAUTH-RESULT = "E"
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.

           IF WS-ACCT-TYPE OF WS-ACCOUNT-RECORD = "CLOSED"
               DISPLAY "Account is already CLOSED."
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.
      * An overdrawn account owes the bank - there is no balance to
      * transfer, and closing it would strand the debt.
           IF WS-ACCT-BALANCE OF WS-ACCOUNT-RECORD < ZERO
               DISPLAY "Account is overdrawn - clear the debt before "
                   "closing it."
               GO TO CLOSE-ACCOUNT-EXIT
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           DISPLAY "Customer.: " WS-ACCT-CUST-ID OF WS-ACCOUNT-RECORD.
           PERFORM BUILD-ACCOUNT-AUDIT-OLD.

           MOVE "CLOSED" TO WS-ACCT-TYPE OF WS-ACCOUNT-RECORD.
           MOVE WS-ACCOUNT-RECORD TO WS-JRNL-AFTER-IMAGE.
           PERFORM READ-JOURNAL-BEFORE-IMAGE.
           MOVE WS-ACCOUNT-RECORD TO ACCOUNT-RECORD.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ACCT.DAT REWRITE Error, Status: "
                       WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "U" TO WS-JRNL-ACTION
                   PERFORM WRITE-ACCOUNT-JOURNAL
                   PERFORM BUILD-ACCOUNT-AUDIT-VALUE
                   MOVE "MODIFY" TO WS-AUD-OPER
                   PERFORM WRITE-AUDIT-ENTRY
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE "CANCELLED" TO WS-SO-STAT.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO WS-SO-LAST-MOD-TIME.
           DMS MODIFY RECORD STANDING-ORDER-RECORD
               USING WS-SO-RECORD
               ERROR WS-DMS-ERROR-AREA.
               DISPLAY "Target account is CLOSED."
               GO TO TRANSFER-CLOSING-BALANCE-EXIT
           END-IF.
           IF WS-ACCT-TYPE OF WS-XFER-ACCT-REC = "INSTLOAN"
               DISPLAY "Target account is an instalment loan."
               GO TO TRANSFER-CLOSING-BALANCE-EXIT
           END-IF.
           IF WS-ACCT-CUST-ID OF WS-XFER-ACCT-REC NOT =
              WS-ACCT-CUST-ID OF WS-ACCOUNT-RECORD
               DISPLAY "Target account belongs to a different "
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.

           MOVE ZERO TO WS-ACCT-BALANCE OF WS-ACCOUNT-RECORD.
           MOVE WS-ACCOUNT-RECORD TO WS-JRNL-AFTER-IMAGE.
           PERFORM READ-JOURNAL-BEFORE-IMAGE.
           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID OF ACCOUNT-RECORD.
           MOVE WS-ACCOUNT-RECORD TO ACCOUNT-RECORD.
           REWRITE ACCOUNT-RECORD
                   WS-ACCT-BALANCE OF WS-ACCOUNT-RECORD
               GO TO TRANSFER-CLOSING-BALANCE-EXIT
           END-IF.
           MOVE "U" TO WS-JRNL-ACTION.
           PERFORM WRITE-ACCOUNT-JOURNAL.

           ADD WS-XFER-AMOUNT TO
               WS-ACCT-BALANCE OF WS-XFER-ACCT-REC.
           MOVE WS-XFER-ACCT-REC TO WS-JRNL-AFTER-IMAGE.
           PERFORM READ-JOURNAL-BEFORE-IMAGE.
           MOVE WS-XFER-TARGET TO WS-ACCT-ID OF ACCOUNT-RECORD.
           REWRITE ACCOUNT-RECORD FROM WS-XFER-ACCT-REC
               INVALID KEY
                   "restoring the closing balance."
               MOVE WS-XFER-AMOUNT TO
                   WS-ACCT-BALANCE OF WS-ACCOUNT-RECORD
               MOVE WS-ACCOUNT-RECORD TO WS-JRNL-AFTER-IMAGE
               PERFORM READ-JOURNAL-BEFORE-IMAGE
               MOVE WS-ACCOUNT-ID TO WS-ACCT-ID OF ACCOUNT-RECORD
               MOVE WS-ACCOUNT-RECORD TO ACCOUNT-RECORD
               REWRITE ACCOUNT-RECORD
                       WS-FILE-STATUS " restoring "
                       WS-ACCOUNT-ID " - correct the balance by "
                       "hand before closing."
               ELSE
                   MOVE "U" TO WS-JRNL-ACTION
                   PERFORM WRITE-ACCOUNT-JOURNAL
               END-IF
               GO TO TRANSFER-CLOSING-BALANCE-EXIT
           END-IF.
           MOVE "U" TO WS-JRNL-ACTION.
           PERFORM WRITE-ACCOUNT-JOURNAL.

           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "BAL=0 TRANSFERRED " WS-XFER-AMOUNT
                   DISPLAY "Account not found."
                   GO TO INQUIRE-ACCOUNT-EXIT
           END-READ.
           PERFORM CHECK-ACCOUNT-BRANCH.
           IF WS-BRAUTH-RESULT = "N" OR WS-BRAUTH-RESULT = "E"
               GO TO INQUIRE-ACCOUNT-EXIT
           END-IF.
           DISPLAY "Account ID.....: "
               WS-ACCT-ID OF WS-ACCOUNT-RECORD.
           DISPLAY "Customer ID....: "
               WS-ACCT-CURRENCY-CODE OF WS-ACCOUNT-RECORD.
           DISPLAY "Balance........: "
               WS-ACCT-BALANCE OF WS-ACCOUNT-RECORD.
           DISPLAY "Home Branch....: " WS-BRAUTH-BRANCH.
      * Dormancy lives on its own file - shown here so the desk sees
      * why debits are being refused.
           OPEN INPUT DORMANT-FILE.
           IF WS-DORM-STATUS NOT = "00"
               GO TO INQUIRE-ACCOUNT-EXIT
           END-IF.
           MOVE WS-ACCOUNT-ID TO WS-DM-ACCT-ID OF DORMANT-RECORD.
           READ DORMANT-FILE
               INVALID KEY
                   MOVE SPACE TO WS-DM-STATUS OF DORMANT-RECORD
           END-READ.
           EVALUATE WS-DM-STATUS OF DORMANT-RECORD
               WHEN "D"
                   DISPLAY "Dormant since..: "
                       WS-DM-DORMANT-DATE OF DORMANT-RECORD
                       " - debits refused until reactivated"
               WHEN "W"
                   DISPLAY "Dormancy notice: "
                       WS-DM-NOTICE-DATE OF DORMANT-RECORD
                       " - no customer activity"
           END-EVALUATE.
           CLOSE DORMANT-FILE.
       INQUIRE-ACCOUNT-EXIT.
           EXIT.

       REACTIVATE-ACCOUNT.
           DISPLAY "Enter Account ID to reactivate: ".
           ACCEPT WS-ACCOUNT-ID.
           MOVE WS-ACCOUNT-ID TO WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE INTO WS-ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "Account not found."
                   GO TO REACTIVATE-ACCOUNT-EXIT
           END-READ.
           PERFORM CHECK-ACCOUNT-BRANCH.
           IF WS-BRAUTH-RESULT = "N" OR WS-BRAUTH-RESULT = "E"
               GO TO REACTIVATE-ACCOUNT-EXIT
           END-IF.

           OPEN I-O DORMANT-FILE.
           IF WS-DORM-STATUS NOT = "00"
               DISPLAY "No dormant accounts on file (DORMANT.DAT "
                   "Status: " WS-DORM-STATUS ")."
               GO TO REACTIVATE-ACCOUNT-EXIT
           END-IF.
           MOVE WS-ACCOUNT-ID TO WS-DM-ACCT-ID OF DORMANT-RECORD.
           READ DORMANT-FILE
               INVALID KEY
                   MOVE SPACE TO WS-DM-STATUS OF DORMANT-RECORD
           END-READ.
           IF WS-DM-STATUS OF DORMANT-RECORD NOT = "D"
               DISPLAY "Account is not dormant."
               CLOSE DORMANT-FILE
               GO TO REACTIVATE-ACCOUNT-EXIT
           END-IF.

           DISPLAY "Customer.......: "
               WS-ACCT-CUST-ID OF WS-ACCOUNT-RECORD.
           DISPLAY "Balance........: "
               WS-ACCT-BALANCE OF WS-ACCOUNT-RECORD.
           DISPLAY "Dormant since..: "
               WS-DM-DORMANT-DATE OF DORMANT-RECORD.
           DISPLAY "Last activity..: "
               WS-DM-LAST-ACTIVITY OF DORMANT-RECORD.

      * The customer must prove who they are before the account is
      * reopened to debits - the document seen is recorded, not just
      * the fact that someone looked.
           DISPLAY "Enter identity evidence seen (document type and "
               "number): ".
           ACCEPT WS-REACT-EVIDENCE.
           IF WS-REACT-EVIDENCE = SPACES
               DISPLAY "Identity evidence is required to reactivate."
               CLOSE DORMANT-FILE
               GO TO REACTIVATE-ACCOUNT-EXIT
           END-IF.

           DISPLAY "Confirm reactivation? (Y/N): ".
           ACCEPT WS-CONFIRM-CHOICE.
           IF WS-CONFIRM-CHOICE NOT = "Y" AND
              WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "Reactivation abandoned."
               CLOSE DORMANT-FILE
               GO TO REACTIVATE-ACCOUNT-EXIT
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "STATUS=D DORMANT="
               WS-DM-DORMANT-DATE OF DORMANT-RECORD
               " LASTACT=" WS-DM-LAST-ACTIVITY OF DORMANT-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.

      * The inactivity clock restarts from today, so the account is
      * not re-marked the next night for the silence just ended.
           MOVE "A" TO WS-DM-STATUS OF DORMANT-RECORD.
           MOVE WS-CURRENT-DATE TO WS-DM-CLOCK-DATE OF DORMANT-RECORD.
           MOVE ZERO TO WS-DM-NOTICE-DATE OF DORMANT-RECORD.
           MOVE LINK-OPERATOR-ID TO WS-DM-REACT-BY OF DORMANT-RECORD.
           MOVE WS-CURRENT-DATE TO WS-DM-REACT-DATE OF DORMANT-RECORD.
           MOVE WS-REACT-EVIDENCE TO
               WS-DM-REACT-EVIDENCE OF DORMANT-RECORD.
           REWRITE DORMANT-RECORD
               INVALID KEY
                   DISPLAY "DORMANT.DAT REWRITE Error, Status: "
                       WS-DORM-STATUS
                   CLOSE DORMANT-FILE
                   GO TO REACTIVATE-ACCOUNT-EXIT
           END-REWRITE.
           CLOSE DORMANT-FILE.

           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "STATUS=A REACTIVATED=" WS-CURRENT-DATE
               " EVIDENCE=" WS-REACT-EVIDENCE
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "DORMANT-RECORD" TO WS-AUD-RECTYPE.
           MOVE "MODIFY" TO WS-AUD-OPER.
           MOVE SPACES TO WS-AUD-KEY.
           MOVE WS-ACCOUNT-ID TO WS-AUD-KEY.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               LINK-OPERATOR-ID.
           DISPLAY "Account Reactivated.".
       REACTIVATE-ACCOUNT-EXIT.
           EXIT.

       VALIDATE-ACCOUNT-ID.
      * Same upfront format rule STORDSET applies to operator-keyed
      * IDs: non-blank, digits and capital letters only.

       VALIDATE-ACCOUNT-TYPE.
      * Only the types the ACCTLIM table knows may be keyed - CLOSED
      * is reserved for the close function, and INSTLOAN for the
      * drawdown in LOANSET, which books the loan, its schedule and
      * its repayment order together.
           MOVE "Y" TO WS-VALID-FLAG.
           IF WS-ACCT-TYPE OF WS-ACCOUNT-RECORD = "INSTLOAN"
               DISPLAY "INSTLOAN accounts are opened by drawdown "
                   "through Instalment Loan Drawdown."
               MOVE "N" TO WS-VALID-FLAG
           ELSE
               IF WS-ACCT-TYPE OF WS-ACCOUNT-RECORD NOT = "SAVINGS"
                  AND WS-ACCT-TYPE OF WS-ACCOUNT-RECORD NOT = "CURRENT"
                  AND WS-ACCT-TYPE OF WS-ACCOUNT-RECORD NOT = "LOAN"
                   DISPLAY
                       "Account Type must be SAVINGS, CURRENT or LOAN."
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF.

       CHECK-CUSTOMER-EXISTS.
               " TYPE=" WS-ACCT-TYPE OF WS-ACCOUNT-RECORD
               " CURR=" WS-ACCT-CURRENCY-CODE OF WS-ACCOUNT-RECORD
               " BAL=" WS-ACCT-BALANCE OF WS-ACCOUNT-RECORD
               " BR=" WS-ACCT-BRANCH OF WS-ACCOUNT-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.

       BUILD-ACCOUNT-AUDIT-VALUE.
               " TYPE=" WS-ACCT-TYPE OF WS-ACCOUNT-RECORD
               " CURR=" WS-ACCT-CURRENCY-CODE OF WS-ACCOUNT-RECORD
               " BAL=" WS-ACCT-BALANCE OF WS-ACCOUNT-RECORD
               " BR=" WS-ACCT-BRANCH OF WS-ACCOUNT-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.

       WRITE-AUDIT-ENTRY.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-AUD-OPERATOR-NAME.

       READ-JOURNAL-BEFORE-IMAGE.
      * Every ACCT.DAT write is journalled for forward recovery. The
      * before-image is the record as it stands on file, read back
      * just ahead of the write; WS-JRNL-AFTER-IMAGE already holds
      * the record about to be written.
           MOVE WS-ACCT-ID OF WS-JRNL-AFTER-IMAGE TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE INTO WS-JRNL-BEFORE-IMAGE
               INVALID KEY
                   MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
           END-READ.

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

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               LINK-OPERATOR-ID, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.

       CHECK-ACCOUNT-BRANCH.
      * The account just read carries its own home branch.
           MOVE SPACES TO WS-BRAUTH-CUST-ID.
           MOVE WS-ACCT-BRANCH OF WS-ACCOUNT-RECORD TO WS-BRAUTH-BRANCH.
           CALL 'BRCHAUTH' USING WS-BRAUTH-MODE, LINK-OPERATOR-ID,
               WS-BRAUTH-CUST-ID, WS-BRAUTH-BRANCH, WS-BRAUTH-RESULT.

       CHECK-OWNER-BRANCH.
      * The customer keyed in WS-CUSTOMER-ID - BRCHAUTH returns the
      * customer's home branch, which the account takes on.
           MOVE WS-CUSTOMER-ID TO WS-BRAUTH-CUST-ID.
           MOVE SPACES TO WS-BRAUTH-BRANCH.
           CALL 'BRCHAUTH' USING WS-BRAUTH-MODE, LINK-OPERATOR-ID,
               WS-BRAUTH-CUST-ID, WS-BRAUTH-BRANCH, WS-BRAUTH-RESULT.
