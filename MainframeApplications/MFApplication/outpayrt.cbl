      ******************************************************************
      * Reads the business date's acknowledgment/return generation
      * (OUTRET<date>.DAT, delivered by the interbank network) and
      * matches each record back to the pay date's OUTPAY generations
      * (one per execution cycle, OUTPAY<paydate>C<cycle>.DAT) and the
      * posting log by standing order ID and pay date. An
      * acknowledged payment is simply reported. A returned payment
      * re-credits the from-account, writes the credit leg to the
      * transaction history through TXNHISTW (payee type "R") and an
      * money moves, so the same return delivered twice can never
      * re-credit twice; checkpoints after every return record cover
      * a rerun after a mid-run abend as well.
      * Before any return is handled, the file's control records are
      * proven the way INPAYPRC proves INPAY: a header for OUTRET
      * from the network, dated the business date and next in file
      * sequence (IBFILCTL), and one trailer agreeing with the
      * details on record count, hash total and per-currency totals.
      * Anything out rejects the whole file to the control report
      * OUTRETCTL<date>.RPT and no return on it is handled.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTPAYRT.
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT CONTROL-REPORT-FILE ASSIGN TO WS-CTLRPT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CTLRPT-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               05  WS-PL-STATUS          PIC X(10).
               05  WS-PL-PAYEE-TYPE      PIC X.
               05  WS-PL-FEE-AMT         PIC 9(10)V99.
               05  WS-PL-MID-AMT         PIC 9(10)V99.
               05  WS-PL-CYCLE           PIC 9.
           FD ACCOUNT-FILE.
               COPY WS-ACCOUNT-RECORD
                   REPLACING ==WS-ACCOUNT-RECORD==
                   BY ==BENBOUNC-REC==.
           FD REPORT-FILE.
           01  WS-REPORT-LINE          PIC X(132).
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
      * The matched outbound payment, saved off the OUTPAY generation
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-OUTRET-FILE-NAME         PIC X(30).
       01  WS-OUTPAY-FILE-NAME         PIC X(30).
      * The pay date's OUTPAY generations, one per execution cycle,
      * are searched in turn for the returned payment.
           COPY CYCLE-POLICY.
       01  WS-CY-IDX                   PIC 9(2).
       01  WS-OUTPAY-CYCLE             PIC 9.
       01  WS-POSTLOG-FILE-NAME        PIC X(30).
       01  WS-REPORT-FILE-NAME         PIC X(30).
       01  WS-MATCHED-FLAG             PIC X.
      * Control-record proof of the return file. The totals rebuilt
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
       01  WS-IB-FILE-ID               PIC X(8) VALUE "OUTRET".
       01  WS-IB-BUS-DATE              PIC 9(8).
       01  WS-IB-FILE-SEQ              PIC 9(6).
       01  WS-IB-LAST-SEQ              PIC 9(6).
       01  WS-IB-RESULT                PIC X.
       01  WS-POSTLOG-FLAG             PIC X.
       01  WS-MARKED-FLAG              PIC X.
       01  WS-FAIL-REASON              PIC X(60).
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
       01  WS-JRNL-JOB-NAME            PIC X(8) VALUE "OUTPAYRT".
       01  WS-JRNL-ACTION              PIC X.
       01  WS-JRNL-RESULT              PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "OUTPAYRT - Outbound Payment Return Matching "
           MOVE SPACES TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "OUTPAYRT - not started."
               STOP RUN
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "OUTRET" WS-CURRENT-DATE ".RPT"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
           MOVE SPACES TO WS-CTLRPT-FILE-NAME.
           STRING "OUTRETCTL" WS-CURRENT-DATE ".RPT"
               DELIMITED BY SIZE INTO WS-CTLRPT-FILE-NAME.

           OPEN INPUT OUTRET-FILE.
           IF WS-FILE-STATUS = "35"
               STOP RUN
           END-IF.

      * The whole file is proven before the first return is handled
      * - a rejected file re-credits nothing.
           PERFORM VERIFY-RETURN-FILE THRU VERIFY-RETURN-FILE-EXIT.
           CLOSE OUTRET-FILE.
           IF WS-CTL-ERRORS > ZERO
               DISPLAY "Return file " WS-OUTRET-FILE-NAME
                   " REJECTED - nothing handled. See "
                   WS-CTLRPT-FILE-NAME
               PERFORM CLOSE-JOB-COMPLETE
               STOP RUN
           END-IF.
           OPEN INPUT OUTRET-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Return file " WS-OUTRET-FILE-NAME
                   " OPEN Error, Status: " WS-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN I-O ACCOUNT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ACCT.DAT OPEN Error, Status: " WS-FILE-STATUS
               WRITE WS-REPORT-LINE
           END-IF.

      * The record number counts the header and trailer too, so the
      * positional restart skip lines up on every rerun.
           MOVE ZERO TO WS-REC-NUMBER.
           PERFORM READ-RETURN-RECORD.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
                  WS-REC-NUMBER NOT > WS-SKIP-COUNT
                   CONTINUE
               ELSE
                   IF WS-OR-REC-TYPE OF OUTRET-REC = "D"
                       PERFORM PROCESS-ONE-RETURN
                           THRU PROCESS-ONE-RETURN-EXIT
                       PERFORM COMMIT-CHECKPOINT
                   END-IF
               END-IF
               PERFORM READ-RETURN-RECORD
           END-PERFORM.
       CLOSE-JOB-COMPLETE.
           MOVE "E" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.

       WRITE-RUN-STATISTICS.
           ACCEPT WS-END-TIME FROM TIME.
           MOVE WS-TOTAL-SUSPENDED TO
               WS-CHKPT-SUSPENDED OF WS-CHKPT-REC.
           MOVE WS-TOTAL-ACKED TO WS-CHKPT-EXPIRED OF WS-CHKPT-REC.
           MOVE ZERO TO WS-CHKPT-CYCLE OF WS-CHKPT-REC.
           IF WS-CHKPT-EXISTS = "Y"
               REWRITE WS-CHKPT-REC
           ELSE
                   MOVE "10" TO WS-FILE-STATUS
           END-READ.

       VERIFY-RETURN-FILE.
      * Kept in lockstep with VERIFY-INBOUND-FILE in inpayprc.cbl.
           MOVE ZERO TO WS-CTL-ERRORS.
           MOVE "N" TO WS-HEADER-OK.
           MOVE "N" TO WS-TRAILER-SEEN.
           INITIALIZE WS-IB-TOTALS.
           INITIALIZE WS-TRL-TOTALS.
           OPEN OUTPUT CONTROL-REPORT-FILE.
           MOVE SPACES TO WS-CTLRPT-LINE.
           STRING "PAYMENT RETURN FILE CONTROL - " WS-OUTRET-FILE-NAME
               "  RUN DATE " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-CTLRPT-LINE.
           WRITE WS-CTLRPT-LINE.
           MOVE SPACES TO WS-CTLRPT-LINE.
           WRITE WS-CTLRPT-LINE.

           PERFORM READ-RETURN-RECORD.
           IF WS-FILE-STATUS NOT = "00"
               MOVE "EMPTY FILE - NO HEADER RECORD" TO WS-CTL-REASON
               PERFORM ADD-CONTROL-ERROR
               GO TO VERIFY-RETURN-FILE-END
           END-IF.
           IF WS-OR-REC-TYPE OF OUTRET-REC NOT = "H"
               MOVE "FIRST RECORD IS NOT A HEADER" TO WS-CTL-REASON
               PERFORM ADD-CONTROL-ERROR
           ELSE
               PERFORM CHECK-RETURN-HEADER
           END-IF.

           PERFORM READ-RETURN-RECORD.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               EVALUATE WS-OR-REC-TYPE OF OUTRET-REC
                   WHEN "D"
                       IF WS-TRAILER-SEEN = "Y"
                           MOVE "DETAIL RECORD AFTER THE TRAILER"
                               TO WS-CTL-REASON
                           PERFORM ADD-CONTROL-ERROR
                       END-IF
                       CALL 'IBTOTACC' USING WS-IB-TOTALS,
                           WS-OR-CURRENCY OF OUTRET-REC,
                           WS-OR-AMOUNT OF OUTRET-REC
                   WHEN "T"
                       IF WS-TRAILER-SEEN = "Y"
                           MOVE "MORE THAN ONE TRAILER RECORD"
                               TO WS-CTL-REASON
                           PERFORM ADD-CONTROL-ERROR
                       END-IF
                       MOVE "Y" TO WS-TRAILER-SEEN
                       MOVE WS-OR-TRL-TOTALS OF OUTRET-REC
                           TO WS-TRL-TOTALS
                   WHEN "H"
                       MOVE "SECOND HEADER RECORD" TO WS-CTL-REASON
                       PERFORM ADD-CONTROL-ERROR
                   WHEN OTHER
                       MOVE SPACES TO WS-CTL-REASON
                       STRING "UNKNOWN RECORD TYPE '"
                           WS-OR-REC-TYPE OF OUTRET-REC "'"
                           DELIMITED BY SIZE INTO WS-CTL-REASON
                       PERFORM ADD-CONTROL-ERROR
               END-EVALUATE
               PERFORM READ-RETURN-RECORD
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
               PERFORM CHECK-RETURN-SEQUENCE
           END-IF.

       VERIFY-RETURN-FILE-END.
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
                   " CONTROL ERROR(S) - NO RETURN ON IT HANDLED"
                   DELIMITED BY SIZE INTO WS-CTLRPT-LINE
           END-IF.
           WRITE WS-CTLRPT-LINE.
           CLOSE CONTROL-REPORT-FILE.
       VERIFY-RETURN-FILE-EXIT.
           EXIT.

       CHECK-RETURN-HEADER.
           MOVE "Y" TO WS-HEADER-OK.
           MOVE WS-OR-HDR-BUS-DATE OF OUTRET-REC TO WS-IB-BUS-DATE.
           MOVE WS-OR-HDR-FILE-SEQ OF OUTRET-REC TO WS-IB-FILE-SEQ.
           MOVE SPACES TO WS-CTLRPT-LINE.
           STRING "HEADER - FILE " WS-OR-HDR-FILE-ID OF OUTRET-REC
               " BUSINESS DATE " WS-OR-HDR-BUS-DATE OF OUTRET-REC
               " SEQUENCE " WS-OR-HDR-FILE-SEQ OF OUTRET-REC
               " ORIGINATOR " WS-OR-HDR-ORIGINATOR OF OUTRET-REC
               DELIMITED BY SIZE INTO WS-CTLRPT-LINE.
           WRITE WS-CTLRPT-LINE.
           IF WS-OR-HDR-FILE-ID OF OUTRET-REC NOT = WS-IB-FILE-ID
               MOVE "HEADER IS NOT FOR AN OUTRET FILE" TO WS-CTL-REASON
               PERFORM ADD-CONTROL-ERROR
               MOVE "N" TO WS-HEADER-OK
           END-IF.
           IF WS-OR-HDR-ORIGINATOR OF OUTRET-REC NOT = WS-IB-NETWORK-ID
               MOVE "ORIGINATOR IS NOT THE INTERBANK NETWORK"
                   TO WS-CTL-REASON
               PERFORM ADD-CONTROL-ERROR
               MOVE "N" TO WS-HEADER-OK
           END-IF.
      * A file dated any other day is stale (or early) - it is not
      * the business date's delivery, whatever its name says.
           IF WS-OR-HDR-BUS-DATE OF OUTRET-REC NOT = WS-CURRENT-DATE
               MOVE "HEADER BUSINESS DATE IS NOT TODAY - STALE FILE"
                   TO WS-CTL-REASON
               PERFORM ADD-CONTROL-ERROR
               MOVE "N" TO WS-HEADER-OK
           END-IF.

       CHECK-RETURN-SEQUENCE.
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
                       "HANDLED RETURNS ARE SKIPPED BY THE CHECKPOINT"
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

       PROCESS-ONE-RETURN.
           ADD 1 TO WS-TOTAL-PROCESSED.


       MATCH-OUTPAY-GENERATION.
      * The return names the pay date, so the matching payment is on
      * one of that date's OUTPAY generations. The generations are
      * scanned per return - a day's return file is short.
           MOVE "N" TO WS-MATCHED-FLAG.
           PERFORM SCAN-OUTPAY-GENERATION
               THRU SCAN-OUTPAY-GENERATION-EXIT
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CY-CYCLE-COUNT
                  OR WS-MATCHED-FLAG = "Y".
       MATCH-OUTPAY-GENERATION-EXIT.
           EXIT.

       SCAN-OUTPAY-GENERATION.
           MOVE WS-CY-IDX TO WS-OUTPAY-CYCLE.
           MOVE SPACES TO WS-OUTPAY-FILE-NAME.
           STRING "OUTPAY" WS-OR-PAY-DATE OF OUTRET-REC
               "C" WS-OUTPAY-CYCLE ".DAT"
               DELIMITED BY SIZE INTO WS-OUTPAY-FILE-NAME.
           OPEN INPUT OUTPAY-FILE.
           IF WS-OUTPAY-STATUS NOT = "00"
               GO TO SCAN-OUTPAY-GENERATION-EXIT
           END-IF.
           PERFORM READ-OUTPAY-RECORD.
      * Only detail records carry payments - the header and trailer
      * are control records.
           PERFORM UNTIL WS-OUTPAY-STATUS NOT = "00"
               IF WS-OP-REC-TYPE OF OUTPAY-REC = "D" AND
                  WS-OP-SO-ID OF OUTPAY-REC =
                  WS-OR-SO-ID OF OUTRET-REC
                   MOVE "Y" TO WS-MATCHED-FLAG
                   MOVE WS-OP-SO-ID OF OUTPAY-REC TO WS-MAT-SO-ID
               END-IF
           END-PERFORM.
           CLOSE OUTPAY-FILE.
       SCAN-OUTPAY-GENERATION-EXIT.
           EXIT.

       READ-OUTPAY-RECORD.
           ADD WS-MAT-AMOUNT TO WS-ACCT-BALANCE OF WS-FR-ACCT-REC.
           MOVE WS-ACCT-ID OF WS-FR-ACCT-REC TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           MOVE WS-FR-ACCT-REC TO WS-JRNL-AFTER-IMAGE.
           PERFORM REWRITE-JOURNALLED-ACCOUNT.

           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "BAL=" WS-ACCT-BALANCE OF WS-FR-ACCT-REC
               " - " WS-FAIL-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

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
