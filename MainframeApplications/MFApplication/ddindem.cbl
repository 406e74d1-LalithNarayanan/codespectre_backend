      ******************************************************************
      * DDINDEM.CBL - Direct Debit Indemnity Claims                    *
      ******************************************************************
      * Counter-staff handling of a customer's dispute of one direct
      * debit collection - the single-item remedy, where POSTBACK
      * unwinds a whole business date. The operator names the
      * collection by the payer's debit leg on TXNHIST.DAT (account,
      * posting date, sequence - as shown on the statement) and the
      * mandate it was claimed under, and keys the customer's reason.
      * The payer is refunded the full amount collected at once, and
      * the same value is recovered from the creditor's account on
      * the mandate - converted at today's rate through CURRCONV when
      * the currencies differ, so the creditor bears any rate move.
      * The recovery is taken even if it overdraws the creditor; the
      * scheme guarantee does not wait on the creditor's funds. Both
      * legs go to the transaction history through TXNHISTW (payee
      * type "M") and an entry on today's posting log generation
      * carries the movement into the GLEXTR journal and the STORDRCN
      * proof. The claim itself is kept on DDINDEM.DAT, keyed by the
      * disputed leg so a collection is never refunded twice, and is
      * audited under the operator's identity. A mandate that has
      * drawn the INDEM-POLICY number of claims within its period is
      * flagged for closure, for MANDMNT to act on. DDINDRPT reports
      * the claims by creditor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDINDEM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDINDEM-FILE ASSIGN TO "DDINDEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-DI-KEY OF DDINDEM-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT TXNHIST-FILE ASSIGN TO "TXNHIST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-TH-KEY OF TXNHIST-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MANDATE-FILE ASSIGN TO "MANDATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-MD-ID OF MANDATE-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT POSTLOG-FILE ASSIGN TO WS-POSTLOG-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD DDINDEM-FILE.
               COPY DDINDEM-RECORD
                   REPLACING ==WS-DDINDEM-RECORD==
                   BY ==DDINDEM-RECORD==.
           FD TXNHIST-FILE.
               COPY TXNHIST-RECORD
                   REPLACING ==WS-TXNHIST-RECORD==
                   BY ==TXNHIST-RECORD==.
           FD MANDATE-FILE.
               COPY MANDATE-RECORD
                   REPLACING ==WS-MANDATE-RECORD==
                   BY ==MANDATE-RECORD==.
           FD ACCOUNT-FILE.
               COPY WS-ACCOUNT-RECORD
                   REPLACING ==WS-ACCOUNT-RECORD==
                   BY ==ACCOUNT-RECORD==.
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
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-PAYER-ACCT-REC==.
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-CRED-ACCT-REC==.
           COPY INDEM-POLICY.
       01  WS-MENU-CHOICE          PIC X.
       01  WS-DONE-FLAG            PIC X.
       01  WS-CONFIRM              PIC X.
       01  WS-LIST-COUNT           PIC 9(5).
       01  WS-ACCT-INPUT           PIC X(15).
       01  WS-DATE-INPUT           PIC 9(8).
       01  WS-SEQ-INPUT            PIC 9(5).
       01  WS-MANDATE-INPUT        PIC X(20).
       01  WS-REASON-CODE          PIC X.
       01  WS-REASON-TEXT          PIC X(60).
       01  WS-POSTLOG-FILE-NAME    PIC X(30).
      * The creditor account named in the collection's narrative -
      * TXNHISTW writes "DD CLAIM TO " followed by the account.
       01  WS-COLLECTED-TO         PIC X(15).
      * Sized to CURRCONV's LINK-AMOUNT-IN/OUT - they are passed by
      * reference, so the pictures must match exactly.
       01  WS-REFUND-AMOUNT        PIC 9(10)V99.
       01  WS-RECOVER-AMOUNT       PIC 9(10)V99.
       01  WS-CONV-STATUS          PIC X.
       01  WS-HIST-STATUS          PIC X.
       01  WS-HIST-TYPE            PIC X VALUE "M".
       01  WS-CLAIM-COUNT          PIC 9(5).
       01  WS-TODAY-NUM            PIC 9(8).
       01  WS-FROM-NUM             PIC 9(8).
       01  WS-PERIOD-FROM-DATE     PIC 9(8).
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-KEY              PIC X(20).
      * Before- and after-images of each account rewrite, for the
      * ACCT.DAT forward-recovery journal (ACCTJRNW).
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-JRNL-BEFORE-IMAGE==.
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-JRNL-AFTER-IMAGE==.
       01  WS-JRNL-JOB-NAME        PIC X(8) VALUE "DDINDEM".
       01  WS-JRNL-ACTION          PIC X.
       01  WS-JRNL-RESULT          PIC X.
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "DDINDEM".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
       LINKAGE SECTION.
      * The signed-on operator from STORDMENU - the identity that
      * goes on the claim and the audit trail.
       01  LINK-OPERATOR-ID        PIC X(10).
       01  LINK-OPERATOR-LEVEL     PIC X.
       PROCEDURE DIVISION USING LINK-OPERATOR-ID,
               LINK-OPERATOR-LEVEL.
       MAIN-PROCEDURE.
      * Working storage is retained across CALLs from STORDMENU, so
      * the session flag must be reset on every entry. A refund moves
      * money, so it is counter or supervisor work - the compliance
      * level does not post.
           MOVE "N" TO WS-DONE-FLAG.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-POSTLOG-FILE-NAME.
           STRING "POSTLOG" WS-CURRENT-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-POSTLOG-FILE-NAME.

           IF LINK-OPERATOR-LEVEL NOT = "C" AND
              LINK-OPERATOR-LEVEL NOT = "S"
               DISPLAY "Indemnity claims are raised by counter staff "
                   "or supervisors."
               GO TO END-PROGRAM
           END-IF.

           OPEN I-O DDINDEM-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT DDINDEM-FILE
               CLOSE DDINDEM-FILE
               OPEN I-O DDINDEM-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "DDINDEM.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               GO TO END-PROGRAM
           END-IF.

           OPEN I-O MANDATE-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "MANDATE.DAT OPEN Error, Status: "
                   WS-FILE-STATUS " - no mandates to claim against."
               CLOSE DDINDEM-FILE
               GO TO END-PROGRAM
           END-IF.

           OPEN I-O ACCOUNT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ACCT.DAT OPEN Error, Status: " WS-FILE-STATUS
               CLOSE DDINDEM-FILE
               CLOSE MANDATE-FILE
               GO TO END-PROGRAM
           END-IF.

           PERFORM UNTIL WS-DONE-FLAG = "Y"
               PERFORM DISPLAY-MENU
               PERFORM PROCESS-MENU-CHOICE
           END-PERFORM.

           CLOSE DDINDEM-FILE.
           CLOSE MANDATE-FILE.
           CLOSE ACCOUNT-FILE.

       END-PROGRAM.
           GOBACK.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "===== Direct Debit Indemnity Claims =====".
           DISPLAY "  R - Raise an indemnity claim".
           DISPLAY "  L - List claims for an account".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "R" WHEN "r"
                   MOVE "RAISE DD CLAIM" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM RAISE-CLAIM THRU RAISE-CLAIM-EXIT
                   END-IF
               WHEN "L" WHEN "l"
                   PERFORM LIST-CLAIMS
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

       RAISE-CLAIM.
           DISPLAY "Enter Payer Account ID: ".
           ACCEPT WS-ACCT-INPUT.
           DISPLAY "Enter Collection Posting Date (YYYYMMDD): ".
           ACCEPT WS-DATE-INPUT.
           DISPLAY "Enter Collection Sequence: ".
           ACCEPT WS-SEQ-INPUT.

           MOVE WS-ACCT-INPUT TO WS-DI-ACCT-ID OF DDINDEM-RECORD.
           MOVE WS-DATE-INPUT TO WS-DI-POST-DATE OF DDINDEM-RECORD.
           MOVE WS-SEQ-INPUT TO WS-DI-SEQ OF DDINDEM-RECORD.
           READ DDINDEM-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "That collection was already refunded on "
                       WS-DI-CLAIM-DATE OF DDINDEM-RECORD
                       " - claim " WS-DI-CLAIM-REF OF DDINDEM-RECORD
                   GO TO RAISE-CLAIM-EXIT
           END-READ.

           PERFORM READ-COLLECTION-LEG THRU READ-COLLECTION-LEG-EXIT.
           IF WS-TH-ACCT-ID OF TXNHIST-RECORD = SPACES
               GO TO RAISE-CLAIM-EXIT
           END-IF.

           DISPLAY "Collection..: " WS-TH-POST-DATE OF TXNHIST-RECORD
               "/" WS-TH-SEQ OF TXNHIST-RECORD
               " " WS-TH-NARRATIVE OF TXNHIST-RECORD.
           DISPLAY "Claim Ref...: " WS-TH-SO-ID OF TXNHIST-RECORD.
           DISPLAY "Amount......: " WS-TH-AMOUNT OF TXNHIST-RECORD
               " " WS-TH-CURRENCY OF TXNHIST-RECORD.

           DISPLAY "Enter Mandate ID: ".
           ACCEPT WS-MANDATE-INPUT.
           MOVE WS-MANDATE-INPUT TO WS-MD-ID OF MANDATE-RECORD.
           READ MANDATE-FILE
               INVALID KEY
                   DISPLAY "No mandate on file for that ID."
                   GO TO RAISE-CLAIM-EXIT
           END-READ.
      * The mandate must be the payer's own - the collection's
      * creditor account must also be the one the mandate names, or
      * the wrong creditor would bear the recovery.
           IF WS-MD-ACCT-ID OF MANDATE-RECORD NOT = WS-ACCT-INPUT
               DISPLAY "That mandate does not debit account "
                   WS-ACCT-INPUT
               GO TO RAISE-CLAIM-EXIT
           END-IF.
           IF WS-MD-CREDITOR-ACCT OF MANDATE-RECORD NOT =
              WS-COLLECTED-TO
               DISPLAY "The collection was credited to "
                   WS-COLLECTED-TO " but the mandate names "
                   WS-MD-CREDITOR-ACCT OF MANDATE-RECORD
               DISPLAY "Refer the claim to the supervisor - not "
                   "raised."
               GO TO RAISE-CLAIM-EXIT
           END-IF.
           DISPLAY "Creditor....: " WS-MD-CREDITOR-ID OF MANDATE-RECORD
               " " WS-MD-CREDITOR-NAME OF MANDATE-RECORD.

           DISPLAY "Reason - (U)nauthorised, (A)mount not as agreed, "
               "(D)uplicate, (C)ancelled mandate, (O)ther: ".
           ACCEPT WS-REASON-CODE.
           INSPECT WS-REASON-CODE
               CONVERTING "uadco" TO "UADCO".
           IF WS-REASON-CODE NOT = "U" AND WS-REASON-CODE NOT = "A"
              AND WS-REASON-CODE NOT = "D" AND WS-REASON-CODE NOT = "C"
              AND WS-REASON-CODE NOT = "O"
               DISPLAY "Invalid reason code - claim not raised."
               GO TO RAISE-CLAIM-EXIT
           END-IF.
           DISPLAY "Enter the customer's reason: ".
           ACCEPT WS-REASON-TEXT.
           IF WS-REASON-TEXT = SPACES
               DISPLAY "The customer's reason is required - claim not "
                   "raised."
               GO TO RAISE-CLAIM-EXIT
           END-IF.

           PERFORM READ-CLAIM-ACCOUNTS THRU READ-CLAIM-ACCOUNTS-EXIT.
           IF WS-CONV-STATUS NOT = "Y"
               GO TO RAISE-CLAIM-EXIT
           END-IF.

           DISPLAY "Refund to payer......: " WS-REFUND-AMOUNT " "
               WS-ACCT-CURRENCY-CODE OF WS-PAYER-ACCT-REC.
           DISPLAY "Recover from creditor: " WS-RECOVER-AMOUNT " "
               WS-ACCT-CURRENCY-CODE OF WS-CRED-ACCT-REC
               " from " WS-MD-CREDITOR-ACCT OF MANDATE-RECORD.
           IF (WS-ACCT-BALANCE OF WS-CRED-ACCT-REC - WS-RECOVER-AMOUNT)
              < ZERO
               DISPLAY "WARNING - the recovery overdraws the "
                   "creditor's account."
           END-IF.
           DISPLAY "Refund the payer now (Y/N)? ".
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Claim not raised."
               GO TO RAISE-CLAIM-EXIT
           END-IF.

           PERFORM POST-INDEMNITY.
           PERFORM WRITE-INDEMNITY-RECORD THRU
               WRITE-INDEMNITY-RECORD-EXIT.
           PERFORM CHECK-MANDATE-CLAIM-COUNT THRU
               CHECK-MANDATE-CLAIM-COUNT-EXIT.
       RAISE-CLAIM-EXIT.
           EXIT.

       READ-COLLECTION-LEG.
      * The history is read with its own short-lived open - TXNHISTW
      * holds the file for writing once a claim has been posted. An
      * account ID of spaces in the record area tells the caller the
      * leg is not a claimable collection.
           OPEN INPUT TXNHIST-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "TXNHIST.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               MOVE SPACES TO WS-TH-ACCT-ID OF TXNHIST-RECORD
               GO TO READ-COLLECTION-LEG-EXIT
           END-IF.
           MOVE WS-ACCT-INPUT TO WS-TH-ACCT-ID OF TXNHIST-RECORD.
           MOVE WS-DATE-INPUT TO WS-TH-POST-DATE OF TXNHIST-RECORD.
           MOVE WS-SEQ-INPUT TO WS-TH-SEQ OF TXNHIST-RECORD.
           READ TXNHIST-FILE
               INVALID KEY
                   DISPLAY "No history entry on file with that key."
                   MOVE SPACES TO WS-TH-ACCT-ID OF TXNHIST-RECORD
           END-READ.
           CLOSE TXNHIST-FILE.
           IF WS-TH-ACCT-ID OF TXNHIST-RECORD = SPACES
               GO TO READ-COLLECTION-LEG-EXIT
           END-IF.
      * Only the payer's side of a DDCLAIM collection may be
      * disputed here - anything else has its own desk.
           IF WS-TH-DRCR OF TXNHIST-RECORD NOT = "DR" OR
              WS-TH-NARRATIVE OF TXNHIST-RECORD(1:12) NOT =
                  "DD CLAIM TO "
               DISPLAY "That entry is not a direct debit collection: "
                   WS-TH-NARRATIVE OF TXNHIST-RECORD
               MOVE SPACES TO WS-TH-ACCT-ID OF TXNHIST-RECORD
               GO TO READ-COLLECTION-LEG-EXIT
           END-IF.
           MOVE WS-TH-NARRATIVE OF TXNHIST-RECORD(13:15) TO
               WS-COLLECTED-TO.
           MOVE WS-TH-AMOUNT OF TXNHIST-RECORD TO WS-REFUND-AMOUNT.
       READ-COLLECTION-LEG-EXIT.
           EXIT.

       READ-CLAIM-ACCOUNTS.
      * WS-CONV-STATUS is left "Y" only when both accounts are on
      * file and the recovery amount could be derived.
           MOVE "N" TO WS-CONV-STATUS.
           MOVE WS-ACCT-INPUT TO WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE INTO WS-PAYER-ACCT-REC
               INVALID KEY
                   DISPLAY "Payer account not found."
                   GO TO READ-CLAIM-ACCOUNTS-EXIT
           END-READ.
           IF WS-ACCT-TYPE OF WS-PAYER-ACCT-REC = "CLOSED"
               DISPLAY "Payer account is closed - the refund cannot "
                   "be credited to it."
               GO TO READ-CLAIM-ACCOUNTS-EXIT
           END-IF.
           MOVE WS-MD-CREDITOR-ACCT OF MANDATE-RECORD TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE INTO WS-CRED-ACCT-REC
               INVALID KEY
                   DISPLAY "Creditor account not found."
                   GO TO READ-CLAIM-ACCOUNTS-EXIT
           END-READ.
           IF WS-ACCT-TYPE OF WS-CRED-ACCT-REC = "CLOSED"
               DISPLAY "Creditor account is closed - refer the claim "
                   "to the creditor's relationship desk."
               GO TO READ-CLAIM-ACCOUNTS-EXIT
           END-IF.

      * The recovery is the refund in the creditor account's
      * currency at today's rate - a missing or stale rate stops the
      * claim rather than recovering at an assumed rate.
           MOVE WS-REFUND-AMOUNT TO WS-RECOVER-AMOUNT.
           MOVE "Y" TO WS-CONV-STATUS.
           IF WS-ACCT-CURRENCY-CODE OF WS-PAYER-ACCT-REC NOT =
              WS-ACCT-CURRENCY-CODE OF WS-CRED-ACCT-REC
               CALL 'CURRCONV' USING
                   WS-ACCT-CURRENCY-CODE OF WS-PAYER-ACCT-REC,
                   WS-ACCT-CURRENCY-CODE OF WS-CRED-ACCT-REC,
                   WS-REFUND-AMOUNT, WS-RECOVER-AMOUNT,
                   WS-CONV-STATUS
           END-IF.
           IF WS-CONV-STATUS NOT = "Y"
               DISPLAY "Exchange rate missing or stale - claim not "
                   "raised."
           END-IF.
       READ-CLAIM-ACCOUNTS-EXIT.
           EXIT.

       POST-INDEMNITY.
           ADD WS-REFUND-AMOUNT TO
               WS-ACCT-BALANCE OF WS-PAYER-ACCT-REC.
           MOVE WS-ACCT-ID OF WS-PAYER-ACCT-REC TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           MOVE WS-PAYER-ACCT-REC TO WS-JRNL-AFTER-IMAGE.
           PERFORM REWRITE-JOURNALLED-ACCOUNT.

           SUBTRACT WS-RECOVER-AMOUNT FROM
               WS-ACCT-BALANCE OF WS-CRED-ACCT-REC.
           MOVE WS-ACCT-ID OF WS-CRED-ACCT-REC TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           MOVE WS-CRED-ACCT-REC TO WS-JRNL-AFTER-IMAGE.
           PERFORM REWRITE-JOURNALLED-ACCOUNT.

      * Both legs carry the creditor's claim reference of the
      * disputed collection, so the statement pairs the refund with
      * the collection it reverses.
           CALL 'TXNHISTW' USING WS-CURRENT-DATE,
               WS-TH-SO-ID OF TXNHIST-RECORD,
               WS-MD-CREDITOR-ACCT OF MANDATE-RECORD,
               WS-RECOVER-AMOUNT,
               WS-ACCT-CURRENCY-CODE OF WS-CRED-ACCT-REC,
               WS-ACCT-INPUT, WS-REFUND-AMOUNT,
               WS-ACCT-CURRENCY-CODE OF WS-PAYER-ACCT-REC,
               WS-HIST-TYPE, WS-HIST-STATUS.
           IF WS-HIST-STATUS NOT = "Y"
               DISPLAY "Transaction history incomplete for claim: "
                   WS-TH-SO-ID OF TXNHIST-RECORD
           END-IF.

      * The posting log entry runs creditor to payer under the
      * mandate's identity - GLEXTR journals it like any internal
      * movement and STORDRCN proves the recovery against the refund.
           OPEN EXTEND POSTLOG-FILE.
           IF WS-FILE-STATUS = "35"
               CLOSE POSTLOG-FILE
               OPEN OUTPUT POSTLOG-FILE
           END-IF.
           MOVE WS-MD-ID OF MANDATE-RECORD TO
               WS-PL-SO-ID OF WS-POSTLOG-REC.
           MOVE WS-MD-CREDITOR-ACCT OF MANDATE-RECORD TO
               WS-PL-FROM-ACCT OF WS-POSTLOG-REC.
           MOVE WS-ACCT-INPUT TO WS-PL-TO-ACCT OF WS-POSTLOG-REC.
           MOVE WS-RECOVER-AMOUNT TO WS-PL-AMOUNT OF WS-POSTLOG-REC.
           MOVE WS-REFUND-AMOUNT TO
               WS-PL-CREDIT-AMT OF WS-POSTLOG-REC.
           MOVE WS-CURRENT-DATE TO WS-PL-POST-DATE OF WS-POSTLOG-REC.
           MOVE "POSTED" TO WS-PL-STATUS OF WS-POSTLOG-REC.
           MOVE "M" TO WS-PL-PAYEE-TYPE OF WS-POSTLOG-REC.
           MOVE ZERO TO WS-PL-FEE-AMT OF WS-POSTLOG-REC.
      * The recovery unwinds a collection at the mid rate - no
      * exchange margin is taken on an indemnity.
           MOVE WS-REFUND-AMOUNT TO WS-PL-MID-AMT OF WS-POSTLOG-REC.
           MOVE ZERO TO WS-PL-CYCLE OF WS-POSTLOG-REC.
           WRITE WS-POSTLOG-REC.
           CLOSE POSTLOG-FILE.

       WRITE-INDEMNITY-RECORD.
           MOVE WS-ACCT-INPUT TO WS-DI-ACCT-ID OF DDINDEM-RECORD.
           MOVE WS-DATE-INPUT TO WS-DI-POST-DATE OF DDINDEM-RECORD.
           MOVE WS-SEQ-INPUT TO WS-DI-SEQ OF DDINDEM-RECORD.
           MOVE WS-TH-SO-ID OF TXNHIST-RECORD TO
               WS-DI-CLAIM-REF OF DDINDEM-RECORD.
           MOVE WS-MD-ID OF MANDATE-RECORD TO
               WS-DI-MANDATE-ID OF DDINDEM-RECORD.
           MOVE WS-MD-CREDITOR-ID OF MANDATE-RECORD TO
               WS-DI-CREDITOR-ID OF DDINDEM-RECORD.
           MOVE WS-MD-CREDITOR-NAME OF MANDATE-RECORD TO
               WS-DI-CREDITOR-NAME OF DDINDEM-RECORD.
           MOVE WS-MD-CREDITOR-ACCT OF MANDATE-RECORD TO
               WS-DI-CREDITOR-ACCT OF DDINDEM-RECORD.
           MOVE WS-REFUND-AMOUNT TO WS-DI-AMOUNT OF DDINDEM-RECORD.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-PAYER-ACCT-REC TO
               WS-DI-CURRENCY OF DDINDEM-RECORD.
           MOVE WS-RECOVER-AMOUNT TO
               WS-DI-RECOVER-AMT OF DDINDEM-RECORD.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-CRED-ACCT-REC TO
               WS-DI-RECOVER-CCY OF DDINDEM-RECORD.
           MOVE WS-REASON-CODE TO WS-DI-REASON-CODE OF DDINDEM-RECORD.
           MOVE WS-REASON-TEXT TO WS-DI-REASON OF DDINDEM-RECORD.
           MOVE WS-CURRENT-DATE TO WS-DI-CLAIM-DATE OF DDINDEM-RECORD.
           MOVE LINK-OPERATOR-ID TO WS-DI-ENTERED-BY OF DDINDEM-RECORD.
           WRITE DDINDEM-RECORD
               INVALID KEY
                   DISPLAY "DDINDEM.DAT WRITE Error, Status: "
                       WS-FILE-STATUS " - refund posted, claim "
                       "record missing."
                   GO TO WRITE-INDEMNITY-RECORD-EXIT
           END-WRITE.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "ACCT=" WS-ACCT-INPUT
               " LEG=" WS-DATE-INPUT "/" WS-SEQ-INPUT
               " MANDATE=" WS-MD-ID OF MANDATE-RECORD
               " REFUND=" WS-REFUND-AMOUNT
               " RECOVER=" WS-RECOVER-AMOUNT
               " REASON=" WS-REASON-CODE " " WS-REASON-TEXT
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "DDINDEM-RECORD" TO WS-AUD-RECTYPE.
           MOVE "STORE" TO WS-AUD-OPER.
           MOVE WS-TH-SO-ID OF TXNHIST-RECORD TO WS-AUD-KEY.
           PERFORM WRITE-AUDIT-ENTRY.
           DISPLAY "Payer refunded and claim recorded.".
       WRITE-INDEMNITY-RECORD-EXIT.
           EXIT.

       CHECK-MANDATE-CLAIM-COUNT.
      * A mandate only ever debits its one payer account, so its
      * claims all sit in that account's key range on DDINDEM.DAT -
      * the count includes the claim just written.
           IF WS-MD-INDEM-FLAG OF MANDATE-RECORD = "Y" OR
              WS-MD-STAT OF MANDATE-RECORD = "CLOSED"
               GO TO CHECK-MANDATE-CLAIM-COUNT-EXIT
           END-IF.
           COMPUTE WS-TODAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           COMPUTE WS-FROM-NUM = WS-TODAY-NUM - WS-IP-PERIOD-DAYS.
           COMPUTE WS-PERIOD-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-FROM-NUM).

           MOVE ZERO TO WS-CLAIM-COUNT.
           MOVE WS-ACCT-INPUT TO WS-DI-ACCT-ID OF DDINDEM-RECORD.
           MOVE ZERO TO WS-DI-POST-DATE OF DDINDEM-RECORD.
           MOVE ZERO TO WS-DI-SEQ OF DDINDEM-RECORD.
           START DDINDEM-FILE
               KEY NOT LESS THAN WS-DI-KEY OF DDINDEM-RECORD
               INVALID KEY
                   MOVE "10" TO WS-FILE-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ DDINDEM-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF WS-DI-ACCT-ID OF DDINDEM-RECORD NOT =
                          WS-ACCT-INPUT
                           MOVE "10" TO WS-FILE-STATUS
                       ELSE
                           IF WS-DI-MANDATE-ID OF DDINDEM-RECORD =
                              WS-MD-ID OF MANDATE-RECORD AND
                              WS-DI-CLAIM-DATE OF DDINDEM-RECORD >
                              WS-PERIOD-FROM-DATE
                               ADD 1 TO WS-CLAIM-COUNT
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-FILE-STATUS.

           IF WS-CLAIM-COUNT < WS-IP-CLAIM-LIMIT
               GO TO CHECK-MANDATE-CLAIM-COUNT-EXIT
           END-IF.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "INDEMFLAG=" WS-MD-INDEM-FLAG OF MANDATE-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE "Y" TO WS-MD-INDEM-FLAG OF MANDATE-RECORD.
           MOVE WS-CURRENT-DATE TO WS-MD-INDEM-DATE OF MANDATE-RECORD.
           MOVE WS-CURRENT-DATE TO WS-MD-LAST-MOD OF MANDATE-RECORD.
           REWRITE MANDATE-RECORD
               INVALID KEY
                   DISPLAY "MANDATE.DAT REWRITE Error, Status: "
                       WS-FILE-STATUS
                   GO TO CHECK-MANDATE-CLAIM-COUNT-EXIT
           END-REWRITE.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "INDEMFLAG=Y CLAIMS=" WS-CLAIM-COUNT
               " DAYS=" WS-IP-PERIOD-DAYS
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "MANDATE-RECORD" TO WS-AUD-RECTYPE.
           MOVE "MODIFY" TO WS-AUD-OPER.
           MOVE WS-MD-ID OF MANDATE-RECORD TO WS-AUD-KEY.
           PERFORM WRITE-AUDIT-ENTRY.
           DISPLAY "Mandate " WS-MD-ID OF MANDATE-RECORD " has drawn "
               WS-CLAIM-COUNT " indemnity claims in "
               WS-IP-PERIOD-DAYS " days - flagged for closure.".
       CHECK-MANDATE-CLAIM-COUNT-EXIT.
           EXIT.

       LIST-CLAIMS.
           DISPLAY "Enter Payer Account ID: ".
           ACCEPT WS-ACCT-INPUT.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE WS-ACCT-INPUT TO WS-DI-ACCT-ID OF DDINDEM-RECORD.
           MOVE ZERO TO WS-DI-POST-DATE OF DDINDEM-RECORD.
           MOVE ZERO TO WS-DI-SEQ OF DDINDEM-RECORD.
           START DDINDEM-FILE
               KEY NOT LESS THAN WS-DI-KEY OF DDINDEM-RECORD
               INVALID KEY
                   MOVE "10" TO WS-FILE-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ DDINDEM-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF WS-DI-ACCT-ID OF DDINDEM-RECORD NOT =
                          WS-ACCT-INPUT
                           MOVE "10" TO WS-FILE-STATUS
                       ELSE
                           PERFORM SHOW-ONE-CLAIM-LINE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Claims listed: " WS-LIST-COUNT.
           MOVE "00" TO WS-FILE-STATUS.

       SHOW-ONE-CLAIM-LINE.
           DISPLAY WS-DI-POST-DATE OF DDINDEM-RECORD "/"
               WS-DI-SEQ OF DDINDEM-RECORD " "
               WS-DI-CLAIM-REF OF DDINDEM-RECORD
               " MANDATE " WS-DI-MANDATE-ID OF DDINDEM-RECORD
               " AMT " WS-DI-AMOUNT OF DDINDEM-RECORD
               " " WS-DI-CURRENCY OF DDINDEM-RECORD.
           DISPLAY "   CLAIMED " WS-DI-CLAIM-DATE OF DDINDEM-RECORD
               " BY " WS-DI-ENTERED-BY OF DDINDEM-RECORD
               " REASON " WS-DI-REASON-CODE OF DDINDEM-RECORD
               " " WS-DI-REASON OF DDINDEM-RECORD.
           ADD 1 TO WS-LIST-COUNT.

       WRITE-AUDIT-ENTRY.
      * The record type, operation, key and old/new values are set
      * by the caller before this paragraph is performed.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               LINK-OPERATOR-ID.

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
