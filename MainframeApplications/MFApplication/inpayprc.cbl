      * the payment suspense queue PAYSUSP.DAT for the exceptions
      * desk - worked through PAYSUSPW the way STOSUSP.DAT is worked
      * through SUSPWRK - and is retried here each run until the desk
      * resolves it. Every credit's sender name and bank is screened
      * against the sanctions watch list through SANCCHK before
      * anything else; a hit is not posted but placed on the
      * compliance hold queue (SANCHOLD.DAT) for a decision in
      * SANCWRK, and a credit compliance has released comes back
      * through the suspense queue and posts. Checkpoints after every
      * inbound record it handles, so a rerun after a mid-run abend
      * does not re-credit accounts that were already posted.
      * Before any credit on the file is posted, the file's control
      * records are proven: a header for INPAY from the network,
      * dated the business date and next in file sequence (IBFILCTL
      * - a gap or a duplicate delivery is caught), and one trailer
      * whose record count, hash total and per-currency totals agree
      * with the details. Anything out rejects the whole file to the
      * control report INPAYCTL<date>.RPT and nothing on it is
      * posted; the suspense queue is still retried.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INPAYPRC.
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PS-PAY-REF OF PAYSUSP-REC
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO WS-CTLRPT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTLRPT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               COPY PAYSUSP-RECORD
                   REPLACING ==WS-PAYSUSP-RECORD==
                   BY ==PAYSUSP-REC==.
           FD CONTROL-REPORT-FILE.
           01  WS-CTLRPT-LINE          PIC X(132).
      * CHKPT-RECORD is spelled out here rather than pulled in via
      * COPY ... REPLACING, the same style STOREXEC uses. The field
      * layout is kept in lockstep with its copybook.
               05  WS-CHKPT-POSTED       PIC 9(7).
               05  WS-CHKPT-SUSPENDED    PIC 9(7).
               05  WS-CHKPT-EXPIRED      PIC 9(7).
               05  WS-CHKPT-CYCLE        PIC 9.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY WS-ACCOUNT-RECORD
       01  WS-FAIL-REASON              PIC X(60).
       01  WS-HIST-STATUS              PIC X.
       01  WS-SUSP-EXISTS              PIC X.
      * Sanctions screening of the credit being worked. WS-HELD-FLAG
      * "Y" = stopped for compliance rather than suspended;
      * WS-HOLD-ON-FILE "Y" = the hold queue already has it, so no new
      * hold is placed; WS-RELEASE-FLAG "Y" = compliance released it
      * and the release is used up once the credit posts.
       01  WS-HELD-FLAG                PIC X.
       01  WS-HOLD-ON-FILE             PIC X.
       01  WS-HOLD-PLACED              PIC X.
       01  WS-RELEASE-FLAG             PIC X.
       01  WS-SCREEN-NAME              PIC X(30).
       01  WS-SCREEN-BANK              PIC X(11).
       01  WS-SCREEN-RESULT            PIC X.
       01  WS-MATCH-VALUE              PIC X(40).
       01  WS-LIST-REF                 PIC X(20).
       01  WS-SH-FUNC                  PIC X.
       01  WS-SH-RESULT                PIC X.
       01  WS-SH-OPERATOR              PIC X(10) VALUE "INPAYPRC".
           COPY SANCHOLD-RECORD.
       01  WS-INPAY-FILE-NAME          PIC X(30).
       01  WS-INPAY-PRESENT            PIC X VALUE "N".
      * Control-record proof of the inbound file. The totals rebuilt
      * from the details are compared whole with the trailer's.
           COPY IBFILE-POLICY.
           COPY IBTOTALS.
           COPY IBTOTALS
               REPLACING ==WS-IB-TOTALS==
               BY ==WS-TRL-TOTALS==.
       01  WS-CTLRPT-FILE-NAME         PIC X(30).
       01  WS-CTLRPT-STATUS            PIC XX.
       01  WS-CTL-ERRORS               PIC 9(3).
       01  WS-CTL-REASON               PIC X(100).
       01  WS-HEADER-OK                PIC X.
       01  WS-TRAILER-SEEN             PIC X.
       01  WS-CCY-IDX                  PIC 9(2).
       01  WS-IB-FUNC                  PIC X.
       01  WS-IB-FILE-ID               PIC X(8) VALUE "INPAY".
       01  WS-IB-BUS-DATE              PIC 9(8).
       01  WS-IB-FILE-SEQ              PIC 9(6).
       01  WS-IB-LAST-SEQ              PIC 9(6).
       01  WS-IB-RESULT                PIC X.
      * The checkpoint key holds the count of inbound records already
      * handled, as display digits - the inbound file is sequential,
      * so the restart skip is positional.
       01  WS-TOTAL-PROCESSED          PIC 9(7) VALUE 0.
       01  WS-TOTAL-POSTED             PIC 9(7) VALUE 0.
       01  WS-TOTAL-SUSPENDED          PIC 9(7) VALUE 0.
       01  WS-TOTAL-HELD               PIC 9(7) VALUE 0.
      * Suspense items are collected into a table before they are
      * retried, so the keyed scan position is never disturbed by the
      * deletes a successful retry issues - the STORDARC two-pass
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
       01  WS-JRNL-JOB-NAME            PIC X(8) VALUE "INPAYPRC".
       01  WS-JRNL-ACTION              PIC X.
       01  WS-JRNL-RESULT              PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "INPAYPRC - Inbound Payment Processing Starting".
           MOVE SPACES TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "INPAYPRC - not started."
               STOP RUN
           MOVE SPACES TO WS-INPAY-FILE-NAME.
           STRING "INPAY" WS-CURRENT-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-INPAY-FILE-NAME.
           MOVE SPACES TO WS-CTLRPT-FILE-NAME.
           STRING "INPAYCTL" WS-CURRENT-DATE ".RPT"
               DELIMITED BY SIZE INTO WS-CTLRPT-FILE-NAME.

           OPEN I-O ACCOUNT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               PERFORM RETRY-SUSPENDED-CREDITS
           END-IF.

           PERFORM PROCESS-INBOUND-FILE THRU PROCESS-INBOUND-FILE-DONE.

           CLOSE ACCOUNT-FILE.
           CLOSE PAYSUSP-FILE.

           DISPLAY "INPAYPRC - Processed: " WS-TOTAL-PROCESSED
               " Posted: " WS-TOTAL-POSTED
               " Suspended: " WS-TOTAL-SUSPENDED
               " Held: " WS-TOTAL-HELD.

           PERFORM WRITE-RUN-STATISTICS.

           MOVE "E" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           STOP RUN.

       WRITE-RUN-STATISTICS.
           MOVE WS-TOTAL-PROCESSED TO WS-RS-PROCESSED.
           MOVE WS-TOTAL-POSTED TO WS-RS-POSTED.
           MOVE WS-TOTAL-SUSPENDED TO WS-RS-SUSPENDED.
      * Compliance holds ride in the expired counter, as they do on
      * the checkpoint - INPAYPRC expires nothing.
           MOVE WS-TOTAL-HELD TO WS-RS-EXPIRED.
           CALL 'RUNSTATW' USING WS-RUNSTAT-RECORD.

       LOAD-CHECKPOINT.
                           TO WS-TOTAL-POSTED
                       MOVE WS-CHKPT-SUSPENDED OF WS-CHKPT-REC
                           TO WS-TOTAL-SUSPENDED
                       MOVE WS-CHKPT-EXPIRED OF WS-CHKPT-REC
                           TO WS-TOTAL-HELD
                   ELSE
                       MOVE "N" TO WS-RESUMING-FLAG
                       MOVE SPACES TO
           MOVE WS-TOTAL-POSTED TO WS-CHKPT-POSTED OF WS-CHKPT-REC.
           MOVE WS-TOTAL-SUSPENDED TO
               WS-CHKPT-SUSPENDED OF WS-CHKPT-REC.
      * The expired slot carries the compliance-hold count.
           MOVE WS-TOTAL-HELD TO WS-CHKPT-EXPIRED OF WS-CHKPT-REC.
           MOVE ZERO TO WS-CHKPT-CYCLE OF WS-CHKPT-REC.
           IF WS-CHKPT-EXISTS = "Y"
               REWRITE WS-CHKPT-REC
           ELSE
               ADD 1 TO WS-TOTAL-POSTED
               DISPLAY "Suspended credit posted on retry: "
                   WS-PAY-REF
               GO TO RETRY-ONE-SUSPENSE-ITEM-EXIT
           END-IF.

      * A suspended credit that now hits the watch list leaves the
      * desk's queue for the compliance queue - once the hold is
      * safely placed.
           IF WS-HELD-FLAG = "Y"
               PERFORM HOLD-INBOUND-CREDIT THRU HOLD-INBOUND-CREDIT-EXIT
               IF WS-HOLD-PLACED = "Y"
                   MOVE WS-PAY-REF TO WS-PS-PAY-REF OF PAYSUSP-REC
                   DELETE PAYSUSP-FILE
                       INVALID KEY
                           DISPLAY "PAYSUSP.DAT DELETE Error, Status: "
                               WS-FILE-STATUS " for " WS-PAY-REF
                   END-DELETE
                   ADD 1 TO WS-TOTAL-HELD
                   GO TO RETRY-ONE-SUSPENSE-ITEM-EXIT
               END-IF
           END-IF.
           ADD 1 TO WS-PS-RETRY-COUNT OF PAYSUSP-REC.
           MOVE WS-FAIL-REASON TO WS-PS-REASON OF PAYSUSP-REC.
           REWRITE PAYSUSP-REC.
       RETRY-ONE-SUSPENSE-ITEM-EXIT.
           EXIT.

           END-IF.
           MOVE "Y" TO WS-INPAY-PRESENT.

      * The whole file is proven before the first credit posts - a
      * rejected file posts nothing at all.
           PERFORM VERIFY-INBOUND-FILE THRU VERIFY-INBOUND-FILE-EXIT.
           CLOSE INPAY-FILE.
           IF WS-CTL-ERRORS > ZERO
               DISPLAY "Inbound file " WS-INPAY-FILE-NAME
                   " REJECTED - nothing posted. See "
                   WS-CTLRPT-FILE-NAME
               GO TO PROCESS-INBOUND-FILE-DONE
           END-IF.
           OPEN INPUT INPAY-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Inbound file " WS-INPAY-FILE-NAME
                   " OPEN Error, Status: " WS-FILE-STATUS
               GO TO PROCESS-INBOUND-FILE-DONE
           END-IF.

      * The record number counts the header and trailer too, so the
      * positional restart skip lines up on every rerun.
           MOVE ZERO TO WS-REC-NUMBER.
           PERFORM READ-INBOUND-RECORD.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                  WS-REC-NUMBER NOT > WS-SKIP-COUNT
                   CONTINUE
               ELSE
                   IF WS-IP-REC-TYPE OF INPAY-REC = "D"
                       PERFORM APPLY-ONE-INBOUND-CREDIT
                   END-IF
               END-IF
               PERFORM READ-INBOUND-RECORD
           END-PERFORM.
                   MOVE "10" TO WS-FILE-STATUS
           END-READ.

       VERIFY-INBOUND-FILE.
      * Kept in lockstep with VERIFY-RETURN-FILE in outpayrt.cbl.
           MOVE ZERO TO WS-CTL-ERRORS.
           MOVE "N" TO WS-HEADER-OK.
           MOVE "N" TO WS-TRAILER-SEEN.
           INITIALIZE WS-IB-TOTALS.
           INITIALIZE WS-TRL-TOTALS.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           MOVE SPACES TO WS-CTLRPT-LINE.
           STRING "INBOUND PAYMENT FILE CONTROL - " WS-INPAY-FILE-NAME
               "  RUN DATE " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-CTLRPT-LINE.
           WRITE WS-CTLRPT-LINE.
           MOVE SPACES TO WS-CTLRPT-LINE.
           WRITE WS-CTLRPT-LINE.

           PERFORM READ-INBOUND-RECORD.
           IF WS-FILE-STATUS NOT = "00"
               MOVE "EMPTY FILE - NO HEADER RECORD" TO WS-CTL-REASON
               PERFORM ADD-CONTROL-ERROR
               GO TO VERIFY-INBOUND-FILE-END
           END-IF.
           IF WS-IP-REC-TYPE OF INPAY-REC NOT = "H"
               MOVE "FIRST RECORD IS NOT A HEADER" TO WS-CTL-REASON
               PERFORM ADD-CONTROL-ERROR
           ELSE
               PERFORM CHECK-INBOUND-HEADER
           END-IF.

           PERFORM READ-INBOUND-RECORD.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               EVALUATE WS-IP-REC-TYPE OF INPAY-REC
                   WHEN "D"
                       IF WS-TRAILER-SEEN = "Y"
                           MOVE "DETAIL RECORD AFTER THE TRAILER"
                               TO WS-CTL-REASON
                           PERFORM ADD-CONTROL-ERROR
                       END-IF
                       CALL 'IBTOTACC' USING WS-IB-TOTALS,
                           WS-IP-CURRENCY OF INPAY-REC,
                           WS-IP-AMOUNT OF INPAY-REC
                   WHEN "T"
                       IF WS-TRAILER-SEEN = "Y"
                           MOVE "MORE THAN ONE TRAILER RECORD"
                               TO WS-CTL-REASON
                           PERFORM ADD-CONTROL-ERROR
                       END-IF
                       MOVE "Y" TO WS-TRAILER-SEEN
                       MOVE WS-IP-TRL-TOTALS OF INPAY-REC
                           TO WS-TRL-TOTALS
                   WHEN "H"
                       MOVE "SECOND HEADER RECORD" TO WS-CTL-REASON
                       PERFORM ADD-CONTROL-ERROR
                   WHEN OTHER
                       MOVE SPACES TO WS-CTL-REASON
                       STRING "UNKNOWN RECORD TYPE '"
                           WS-IP-REC-TYPE OF INPAY-REC "'"
                           DELIMITED BY SIZE INTO WS-CTL-REASON
                       PERFORM ADD-CONTROL-ERROR
               END-EVALUATE
               PERFORM READ-INBOUND-RECORD
           END-PERFORM.

           IF WS-TRAILER-SEEN = "N"
               MOVE "NO TRAILER RECORD - FILE INCOMPLETE"
                   TO WS-CTL-REASON
               PERFORM ADD-CONTROL-ERROR
           ELSE
               IF WS-TRL-TOTALS NOT = WS-IB-TOTALS
                   PERFORM REPORT-TOTALS-DISAGREE
               END-IF
           END-IF.

      * The sequence is judged only on a file that is otherwise
      * sound, so a supervisor is never asked to accept a gap on a
      * file that is going to be rejected anyway.
           IF WS-CTL-ERRORS = ZERO AND WS-HEADER-OK = "Y"
               PERFORM CHECK-INBOUND-SEQUENCE
           END-IF.

       VERIFY-INBOUND-FILE-END.
           MOVE SPACES TO WS-CTLRPT-LINE.
           WRITE WS-CTLRPT-LINE.
           MOVE SPACES TO WS-CTLRPT-LINE.
           IF WS-CTL-ERRORS = ZERO
               STRING "FILE ACCEPTED - SEQUENCE " WS-IB-FILE-SEQ
                   "  DETAIL RECORDS " WS-IB-REC-COUNT OF WS-IB-TOTALS
                   "  HASH TOTAL " WS-IB-HASH-TOTAL OF WS-IB-TOTALS
                   DELIMITED BY SIZE INTO WS-CTLRPT-LINE
           ELSE
               STRING "FILE REJECTED - " WS-CTL-ERRORS
                   " CONTROL ERROR(S) - NOTHING ON IT POSTED"
                   DELIMITED BY SIZE INTO WS-CTLRPT-LINE
           END-IF.
           WRITE WS-CTLRPT-LINE.
           CLOSE CONTROL-REPORT-FILE.
       VERIFY-INBOUND-FILE-EXIT.
           EXIT.

       CHECK-INBOUND-HEADER.
           MOVE "Y" TO WS-HEADER-OK.
           MOVE WS-IP-HDR-BUS-DATE OF INPAY-REC TO WS-IB-BUS-DATE.
           MOVE WS-IP-HDR-FILE-SEQ OF INPAY-REC TO WS-IB-FILE-SEQ.
           MOVE SPACES TO WS-CTLRPT-LINE.
           STRING "HEADER - FILE " WS-IP-HDR-FILE-ID OF INPAY-REC
               " BUSINESS DATE " WS-IP-HDR-BUS-DATE OF INPAY-REC
               " SEQUENCE " WS-IP-HDR-FILE-SEQ OF INPAY-REC
               " ORIGINATOR " WS-IP-HDR-ORIGINATOR OF INPAY-REC
               DELIMITED BY SIZE INTO WS-CTLRPT-LINE.
           WRITE WS-CTLRPT-LINE.
           IF WS-IP-HDR-FILE-ID OF INPAY-REC NOT = WS-IB-FILE-ID
               MOVE "HEADER IS NOT FOR AN INPAY FILE" TO WS-CTL-REASON
               PERFORM ADD-CONTROL-ERROR
               MOVE "N" TO WS-HEADER-OK
           END-IF.
           IF WS-IP-HDR-ORIGINATOR OF INPAY-REC NOT = WS-IB-NETWORK-ID
               MOVE "ORIGINATOR IS NOT THE INTERBANK NETWORK"
                   TO WS-CTL-REASON
               PERFORM ADD-CONTROL-ERROR
               MOVE "N" TO WS-HEADER-OK
           END-IF.
      * A file dated any other day is stale (or early) - it is not
      * the business date's delivery, whatever its name says.
           IF WS-IP-HDR-BUS-DATE OF INPAY-REC NOT = WS-CURRENT-DATE
               MOVE "HEADER BUSINESS DATE IS NOT TODAY - STALE FILE"
                   TO WS-CTL-REASON
               PERFORM ADD-CONTROL-ERROR
               MOVE "N" TO WS-HEADER-OK
           END-IF.

       CHECK-INBOUND-SEQUENCE.
           MOVE "V" TO WS-IB-FUNC.
           CALL 'IBFILCTL' USING WS-IB-FUNC, WS-IB-FILE-ID,
               WS-IB-BUS-DATE, WS-IB-FILE-SEQ, WS-IB-LAST-SEQ,
               WS-JOB-NAME, WS-IB-RESULT.
           EVALUATE WS-IB-RESULT
               WHEN "Y"
                   MOVE "A" TO WS-IB-FUNC
                   CALL 'IBFILCTL' USING WS-IB-FUNC, WS-IB-FILE-ID,
                       WS-IB-BUS-DATE, WS-IB-FILE-SEQ, WS-IB-LAST-SEQ,
                       WS-JOB-NAME, WS-IB-RESULT
                   IF WS-IB-RESULT NOT = "Y"
                       MOVE "FILE SEQUENCE COULD NOT BE RECORDED"
                           TO WS-CTL-REASON
                       PERFORM ADD-CONTROL-ERROR
                   END-IF
               WHEN "C"
                   MOVE SPACES TO WS-CTLRPT-LINE
                   STRING "SEQUENCE " WS-IB-FILE-SEQ
                       " ALREADY ACCEPTED FOR THIS DATE - RERUN, "
                       "POSTED CREDITS ARE SKIPPED BY THE CHECKPOINT"
                       DELIMITED BY SIZE INTO WS-CTLRPT-LINE
                   WRITE WS-CTLRPT-LINE
               WHEN "D"
                   MOVE SPACES TO WS-CTL-REASON
                   STRING "DUPLICATE DELIVERY - SEQUENCE "
                       WS-IB-FILE-SEQ " ALREADY ACCEPTED (LAST "
                       WS-IB-LAST-SEQ ")"
                       DELIMITED BY SIZE INTO WS-CTL-REASON
                   PERFORM ADD-CONTROL-ERROR
               WHEN "G"
                   MOVE SPACES TO WS-CTL-REASON
                   STRING "SEQUENCE GAP - RECEIVED " WS-IB-FILE-SEQ
                       " AFTER " WS-IB-LAST-SEQ
                       " - MISSING FILE(S) NOT RECEIVED"
                       DELIMITED BY SIZE INTO WS-CTL-REASON
                   PERFORM ADD-CONTROL-ERROR
               WHEN OTHER
                   MOVE "FILE SEQUENCE CONTROL UNAVAILABLE"
                       TO WS-CTL-REASON
                   PERFORM ADD-CONTROL-ERROR
           END-EVALUATE.

       REPORT-TOTALS-DISAGREE.
           MOVE "TRAILER TOTALS DO NOT AGREE WITH THE DETAIL RECORDS"
               TO WS-CTL-REASON.
           PERFORM ADD-CONTROL-ERROR.
           MOVE SPACES TO WS-CTLRPT-LINE.
           STRING "    TRAILER: COUNT " WS-IB-REC-COUNT OF WS-TRL-TOTALS
               " HASH " WS-IB-HASH-TOTAL OF WS-TRL-TOTALS
               "   DETAILS: COUNT " WS-IB-REC-COUNT OF WS-IB-TOTALS
               " HASH " WS-IB-HASH-TOTAL OF WS-IB-TOTALS
               DELIMITED BY SIZE INTO WS-CTLRPT-LINE.
           WRITE WS-CTLRPT-LINE.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > 6
               IF WS-IB-CCY OF WS-TRL-TOTALS (WS-CCY-IDX) NOT = SPACES
                  OR WS-IB-CCY OF WS-IB-TOTALS (WS-CCY-IDX) NOT = SPACES
                   MOVE SPACES TO WS-CTLRPT-LINE
                   STRING "    TRAILER: "
                       WS-IB-CCY OF WS-TRL-TOTALS (WS-CCY-IDX) " "
                       WS-IB-CCY-AMOUNT OF WS-TRL-TOTALS (WS-CCY-IDX)
                       "   DETAILS: "
                       WS-IB-CCY OF WS-IB-TOTALS (WS-CCY-IDX) " "
                       WS-IB-CCY-AMOUNT OF WS-IB-TOTALS (WS-CCY-IDX)
                       DELIMITED BY SIZE INTO WS-CTLRPT-LINE
                   WRITE WS-CTLRPT-LINE
               END-IF
           END-PERFORM.

       ADD-CONTROL-ERROR.
           ADD 1 TO WS-CTL-ERRORS.
           MOVE SPACES TO WS-CTLRPT-LINE.
           STRING "** " WS-CTL-REASON
               DELIMITED BY SIZE INTO WS-CTLRPT-LINE.
           WRITE WS-CTLRPT-LINE.

       APPLY-ONE-INBOUND-CREDIT.
           ADD 1 TO WS-TOTAL-PROCESSED.
           MOVE WS-IP-PAY-REF OF INPAY-REC TO WS-PAY-REF.
               PERFORM APPLY-INBOUND-CREDIT
               ADD 1 TO WS-TOTAL-POSTED
           ELSE
               MOVE "N" TO WS-HOLD-PLACED
               IF WS-HELD-FLAG = "Y"
                   PERFORM HOLD-INBOUND-CREDIT
                       THRU HOLD-INBOUND-CREDIT-EXIT
               END-IF
               IF WS-HOLD-PLACED = "Y"
                   ADD 1 TO WS-TOTAL-HELD
               ELSE
                   PERFORM SUSPEND-INBOUND-CREDIT
                   ADD 1 TO WS-TOTAL-SUSPENDED
               END-IF
           END-IF.
           PERFORM COMMIT-CHECKPOINT.

           MOVE "Y" TO WS-POSTED-FLAG.
           MOVE SPACES TO WS-FAIL-REASON.

      * Sanctions screening comes first - money from a listed sender
      * is stopped whatever else is wrong with the credit.
           PERFORM SCREEN-INBOUND-CREDIT
               THRU SCREEN-INBOUND-CREDIT-EXIT.

           IF WS-POSTED-FLAG = "Y"
               MOVE WS-PAY-ACCT TO WS-ACCT-ID OF ACCOUNT-RECORD
               READ ACCOUNT-FILE INTO WS-TO-ACCT-REC
                   INVALID KEY
                       MOVE "N" TO WS-POSTED-FLAG
                       MOVE "Account not found." TO WS-FAIL-REASON
               END-READ
           END-IF.

      * A CLOSED account must not quietly keep receiving interbank
      * credits - the payment goes to the desk instead.
               MOVE "Account is closed." TO WS-FAIL-REASON
           END-IF.

      * An instalment loan is credited only by its repayment order,
      * which moves the loan's schedule with the balance - a credit
      * from outside goes to the desk to be returned.
           IF WS-POSTED-FLAG = "Y" AND
              WS-ACCT-TYPE OF WS-TO-ACCT-REC = "INSTLOAN"
               MOVE "N" TO WS-POSTED-FLAG
               MOVE "Account is an instalment loan." TO WS-FAIL-REASON
           END-IF.

      * The interface delivers the credit in the account's own
      * currency - a mismatch means the payment was routed to the
      * wrong account or mis-keyed at the sending bank, and posting
           ADD WS-PAY-AMOUNT TO WS-ACCT-BALANCE OF WS-TO-ACCT-REC.
           MOVE WS-ACCT-ID OF WS-TO-ACCT-REC TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           MOVE WS-TO-ACCT-REC TO WS-JRNL-AFTER-IMAGE.
           PERFORM REWRITE-JOURNALLED-ACCOUNT.

      * The debit side of an inbound credit is not one of our
      * accounts - TXNHISTW writes the credit leg only under payee
                   "payment: " WS-PAY-REF
           END-IF.

      * A release compliance granted is used up by this posting, so
      * a later credit under the same reference is screened afresh.
           IF WS-RELEASE-FLAG = "Y"
               MOVE "D" TO WS-SH-FUNC
               MOVE "I" TO WS-SH-DIRECTION
               MOVE WS-PAY-REF TO WS-SH-PAY-REF
               CALL 'SANCHOLD' USING WS-SH-FUNC, WS-SANCHOLD-RECORD,
                   WS-SH-OPERATOR, WS-SH-RESULT
               IF WS-SH-RESULT NOT = "Y"
                   DISPLAY "Compliance release not marked used for "
                       "inbound payment: " WS-PAY-REF
               END-IF
           END-IF.

       SCREEN-INBOUND-CREDIT.
      * Kept in lockstep with the force post in paysuspw.cbl.
           MOVE "N" TO WS-HELD-FLAG.
           MOVE "N" TO WS-HOLD-ON-FILE.
           MOVE "N" TO WS-RELEASE-FLAG.
           MOVE SPACES TO WS-MATCH-VALUE.
           MOVE SPACES TO WS-LIST-REF.

      * A decision already taken on this credit stands - a release
      * lets it through unscreened, a hold or confirmed hit keeps it
      * stopped.
           INITIALIZE WS-SANCHOLD-RECORD.
           MOVE "Q" TO WS-SH-FUNC.
           MOVE "I" TO WS-SH-DIRECTION.
           MOVE WS-PAY-REF TO WS-SH-PAY-REF.
           CALL 'SANCHOLD' USING WS-SH-FUNC, WS-SANCHOLD-RECORD,
               WS-SH-OPERATOR, WS-SH-RESULT.
           IF WS-SH-RESULT = "E"
               MOVE "N" TO WS-POSTED-FLAG
               MOVE "Compliance hold queue unavailable." TO
                   WS-FAIL-REASON
               GO TO SCREEN-INBOUND-CREDIT-EXIT
           END-IF.
           IF WS-SH-RESULT = "Y"
               EVALUATE WS-SH-STATUS
                   WHEN "R"
                       MOVE "Y" TO WS-RELEASE-FLAG
                       GO TO SCREEN-INBOUND-CREDIT-EXIT
                   WHEN "H"
                   WHEN "C"
                       MOVE "Y" TO WS-HOLD-ON-FILE
                       MOVE "Y" TO WS-HELD-FLAG
                       MOVE "N" TO WS-POSTED-FLAG
                       MOVE "Compliance hold - sanctions screening."
                           TO WS-FAIL-REASON
                       GO TO SCREEN-INBOUND-CREDIT-EXIT
               END-EVALUATE
           END-IF.

           MOVE WS-PAY-SENDER-NAME TO WS-SCREEN-NAME.
           MOVE WS-PAY-SENDER-BANK(1:11) TO WS-SCREEN-BANK.
           CALL 'SANCCHK' USING WS-SCREEN-NAME, WS-SCREEN-BANK,
               WS-SCREEN-RESULT, WS-MATCH-VALUE, WS-LIST-REF.
           EVALUATE WS-SCREEN-RESULT
               WHEN "H"
                   MOVE "Y" TO WS-HELD-FLAG
                   MOVE "N" TO WS-POSTED-FLAG
                   MOVE "Compliance hold - sanctions screening." TO
                       WS-FAIL-REASON
               WHEN "C"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-POSTED-FLAG
                   MOVE "Sanctions screening unavailable." TO
                       WS-FAIL-REASON
           END-EVALUATE.
       SCREEN-INBOUND-CREDIT-EXIT.
           EXIT.

       HOLD-INBOUND-CREDIT.
      * WS-HOLD-PLACED "Y" = the credit is on the compliance queue. If
      * the queue cannot be written the caller suspends the credit
      * instead, so it is stopped either way and never lost.
           MOVE "N" TO WS-HOLD-PLACED.
           IF WS-HOLD-ON-FILE = "Y"
               MOVE "Y" TO WS-HOLD-PLACED
               DISPLAY "HELD - REF: " WS-PAY-REF
                   " already on the compliance hold queue."
               GO TO HOLD-INBOUND-CREDIT-EXIT
           END-IF.

           INITIALIZE WS-SANCHOLD-RECORD.
           MOVE "I" TO WS-SH-DIRECTION.
           MOVE WS-PAY-REF TO WS-SH-PAY-REF.
           MOVE WS-PAY-ACCT TO WS-SH-ACCT-ID.
           MOVE WS-PAY-AMOUNT TO WS-SH-AMOUNT.
           MOVE WS-PAY-CCY TO WS-SH-CURRENCY.
           MOVE WS-PAY-SENDER-NAME TO WS-SH-PARTY-NAME.
           MOVE WS-PAY-SENDER-BANK(1:11) TO WS-SH-PARTY-BANK.
           MOVE WS-MATCH-VALUE TO WS-SH-MATCH-VALUE.
           MOVE WS-LIST-REF TO WS-SH-LIST-REF.
           MOVE "H" TO WS-SH-FUNC.
           CALL 'SANCHOLD' USING WS-SH-FUNC, WS-SANCHOLD-RECORD,
               WS-SH-OPERATOR, WS-SH-RESULT.
           IF WS-SH-RESULT NOT = "Y"
               MOVE "Compliance hold queue unavailable." TO
                   WS-FAIL-REASON
               GO TO HOLD-INBOUND-CREDIT-EXIT
           END-IF.
           MOVE "Y" TO WS-HOLD-PLACED.
           DISPLAY "HELD - REF: " WS-PAY-REF
               " ACCT: " WS-PAY-ACCT
               " SANCTIONS MATCH: " WS-MATCH-VALUE.
       HOLD-INBOUND-CREDIT-EXIT.
           EXIT.

       SUSPEND-INBOUND-CREDIT.
           MOVE WS-PAY-REF TO WS-PS-PAY-REF OF PAYSUSP-REC.
           MOVE "Y" TO WS-SUSP-EXISTS.
           DISPLAY "SUSPENDED - REF: " WS-PAY-REF
               " ACCT: " WS-PAY-ACCT
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
