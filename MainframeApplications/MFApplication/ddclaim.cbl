      * cannot carry. Each claim is validated against its mandate
      * (exists, ACTIVE, within the agreed per-claim ceiling) and
      * then posted through the same machinery STOREXEC uses: the
      * ACCTLIM eligibility and minimum-balance funds check (down to
      * an arranged overdraft floor through ODLIMCHK), the
      * SOLIMCHK debit caps, the ACCTHCHK hold and DORMCHK dormancy
      * checks, CURRCONV for a cross-currency credit,
      * TXNHISTW history legs (payee type "D") and an entry on the
      * business date's posting log generation, which carries the
      * claim into the GLEXTR journal and the STORDRCN proof. A
               05  WS-PL-STATUS          PIC X(10).
               05  WS-PL-PAYEE-TYPE      PIC X.
               05  WS-PL-FEE-AMT         PIC 9(10)V99.
               05  WS-PL-MID-AMT         PIC 9(10)V99.
               05  WS-PL-CYCLE           PIC 9.
           FD CHECKPOINT-FILE.
           01  WS-CHKPT-REC.
               05  WS-CHKPT-JOB-NAME     PIC X(8).
               05  WS-CHKPT-POSTED       PIC 9(7).
               05  WS-CHKPT-SUSPENDED    PIC 9(7).
               05  WS-CHKPT-EXPIRED      PIC 9(7).
               05  WS-CHKPT-CYCLE        PIC 9.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY WS-ACCOUNT-RECORD
       01  WS-FAIL-REASON              PIC X(60).
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
       01  WS-HOLD-RESULT              PIC X.
       01  WS-DORM-RESULT              PIC X.
       01  WS-HIST-STATUS              PIC X.
       01  WS-DD-HIST-TYPE             PIC X.
       01  WS-SUSP-EXISTS              PIC X.
           COPY RUNSTAT-RECORD.
       01  WS-JOB-NAME                 PIC X(8).
       01  WS-PRED-NAME                PIC X(8).
      * Execution cycle of this job and of its predecessor on
      * JOBCTL - zero, the business date as a whole.
       01  WS-JOB-CYCLES.
           05  WS-JOB-CYCLE            PIC 9 VALUE 0.
           05  WS-PRED-CYCLE           PIC 9 VALUE 0.
       01  WS-JOBCTL-FUNC              PIC X.
       01  WS-JOB-RESULT               PIC X.
      * Before- and after-images of each account rewrite, for the
      * ACCT.DAT forward-recovery journal (ACCTJRNW).
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-JRNL-BEFORE-IMAGE==.
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-JRNL-AFTER-IMAGE==.
       01  WS-JRNL-JOB-NAME            PIC X(8) VALUE "DDCLAIM".
       01  WS-JRNL-ACTION              PIC X.
       01  WS-JRNL-RESULT              PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DDCLAIM - Direct Debit Claim Posting Starting".
           MOVE "STOREXEC" TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "DDCLAIM - not started."
               STOP RUN
       CLOSE-JOB-COMPLETE.
           MOVE "E" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.

       WRITE-RUN-STATISTICS.
           ACCEPT WS-END-TIME FROM TIME.
           MOVE WS-TOTAL-SUSPENDED TO
               WS-CHKPT-SUSPENDED OF WS-CHKPT-REC.
           MOVE ZERO TO WS-CHKPT-EXPIRED OF WS-CHKPT-REC.
           MOVE ZERO TO WS-CHKPT-CYCLE OF WS-CHKPT-REC.
           IF WS-CHKPT-EXISTS = "Y"
               REWRITE WS-CHKPT-REC
           ELSE
               MOVE "N" TO WS-POSTED-FLAG
               MOVE "Creditor account is closed." TO WS-FAIL-REASON
           END-IF.
           IF WS-POSTED-FLAG = "Y" AND
              WS-ACCT-TYPE OF WS-TO-ACCT-REC = "INSTLOAN"
               MOVE "N" TO WS-POSTED-FLAG
               MOVE "Creditor account is an instalment loan." TO
                   WS-FAIL-REASON
           END-IF.

       CHECK-CLAIM-FUNDS.
      * The same hold check the standing order paths apply - a
                   WS-FAIL-REASON
           END-IF.

      * A dormant payer account refuses the collection until it is
      * reactivated.
           IF WS-POSTED-FLAG = "Y"
               CALL 'DORMCHK' USING WS-MD-ACCT-ID OF MANDATE-RECORD,
                   WS-DORM-RESULT
               IF WS-DORM-RESULT = "D"
                   MOVE "N" TO WS-POSTED-FLAG
                   MOVE "Account dormant." TO WS-FAIL-REASON
               END-IF
               IF WS-DORM-RESULT = "E"
                   MOVE "N" TO WS-POSTED-FLAG
                   MOVE "Account dormancy check unavailable." TO
                       WS-FAIL-REASON
               END-IF
           END-IF.

      * An arranged overdraft funds a collection the same way it
      * funds a standing order - the floor comes from ODLIMCHK.
           IF WS-POSTED-FLAG = "Y"
               CALL 'ODLIMCHK' USING WS-MD-ACCT-ID OF MANDATE-RECORD,
                   WS-MIN-BALANCE, WS-FUNDS-FLOOR, WS-OD-RESULT
               IF (WS-ACCT-BALANCE OF WS-FR-ACCT-REC -
                   WS-DC-AMOUNT OF DDCLAIM-REC) < WS-FUNDS-FLOOR
                   MOVE "N" TO WS-POSTED-FLAG
                   MOVE "Insufficient funds." TO WS-FAIL-REASON
               END-IF
           END-IF.

      * The same aggregate debit caps the standing order run

      * Derive the credited amount up front - a missing or stale
      * rate suspends the claim rather than posting at a wrong or
      * assumed rate, the same rule STOREXEC applies. The creditor
      * is credited at the customer rate - the mid-rate amount less
      * the exchange margin for the pair and the payer's account
      * type.
           IF WS-POSTED-FLAG = "Y"
               MOVE WS-DC-AMOUNT OF DDCLAIM-REC TO
                   WS-CONVERTED-AMOUNT
               MOVE WS-DC-AMOUNT OF DDCLAIM-REC TO WS-MID-AMOUNT
               MOVE "Y" TO WS-CONV-STATUS
               IF WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC NOT =
                  WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC
                       WS-ACCT-CURRENCY-CODE OF WS-FR-ACCT-REC,
                       WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC,
                       WS-DC-AMOUNT OF DDCLAIM-REC,
                       WS-MID-AMOUNT, WS-CONV-STATUS
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
                   MOVE "N" TO WS-POSTED-FLAG
               WS-ACCT-BALANCE OF WS-FR-ACCT-REC.
           MOVE WS-ACCT-ID OF WS-FR-ACCT-REC TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           MOVE WS-FR-ACCT-REC TO WS-JRNL-AFTER-IMAGE.
           PERFORM REWRITE-JOURNALLED-ACCOUNT.

           ADD WS-CONVERTED-AMOUNT TO
               WS-ACCT-BALANCE OF WS-TO-ACCT-REC.
           MOVE WS-ACCT-ID OF WS-TO-ACCT-REC TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           MOVE WS-TO-ACCT-REC TO WS-JRNL-AFTER-IMAGE.
           PERFORM REWRITE-JOURNALLED-ACCOUNT.

      * Both legs carry the creditor's claim reference, so the
      * customer's statement names the exact collection.
           MOVE "POSTED" TO WS-PL-STATUS OF WS-POSTLOG-REC.
           MOVE "D" TO WS-PL-PAYEE-TYPE OF WS-POSTLOG-REC.
           MOVE ZERO TO WS-PL-FEE-AMT OF WS-POSTLOG-REC.
           MOVE WS-MID-AMOUNT TO WS-PL-MID-AMT OF WS-POSTLOG-REC.
           MOVE ZERO TO WS-PL-CYCLE OF WS-POSTLOG-REC.
           WRITE WS-POSTLOG-REC.

           ADD 1 TO WS-TOTAL-POSTED.
               WS-DC-CLAIM-REF OF DDCLAIM-REC
               " MANDATE: " WS-DC-MANDATE-ID OF DDCLAIM-REC
               " REASON: " WS-FAIL-REASON.

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
