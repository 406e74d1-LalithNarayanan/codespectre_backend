      ******************************************************************
      * IBSETTLE.CBL - Daily Interbank Net Settlement Position         *
      ******************************************************************
      * End-of-day job that nets the business date's interbank
      * traffic by counterparty bank and currency:
      *   - outbound payments on the date's OUTPAY generations, one
      *     per execution cycle (OUTPAY<date>C<cycle>.DAT) - we owe
      *     the beneficiary's bank;
      *   - inbound credits on INPAY<date>.DAT - the sender's bank
      *     owes us;
      *   - returns ("RTN") on OUTRET<date>.DAT - the money comes back
      *     from the bank we paid, found on the OUTPAY generation of
      *     the original pay date;
      *   - recalls on OUTRCL<date>.DAT - money POSTBACK has already
      *     given back to the customer and asked the bank to return.
      *     A later network return of a recalled payment (its posting
      *     log entry shows REVERSED) settled under the recall and is
      *     listed but not counted again.
      * The settlement is proven before anything is released: every
      * generation's details must agree with its own trailer, the
      * OUTPAY details must agree by count and currency with the
      * external payments on the posting log, every return must find
      * the payment it returns and every recall its REVERSED posting
      * log entry. The position report IBSETL<date>.RPT (bank names
      * from BANKDIR.DAT) always prints; only a proven settlement
      * writes the treasury instruction file IBSETL<date>.DAT and
      * the net settlement legs to the posting log (payee type "N",
      * status SETTLED) for GLEXTR to journal against the NOSTRO
      * account, and completes the job on JOBCTL - GLEXTR waits on
      * it. A rerun never posts the legs twice.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBSETTLE.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPAY-FILE ASSIGN TO WS-OUTPAY-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUTPAY-STATUS.
           SELECT INPAY-FILE ASSIGN TO WS-INPAY-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OUTRET-FILE ASSIGN TO WS-OUTRET-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT OUTRCL-FILE ASSIGN TO WS-OUTRCL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
           SELECT POSTLOG-FILE ASSIGN TO WS-POSTLOG-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POSTLOG-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT BANKDIR-FILE ASSIGN TO "BANKDIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BD-BANK-ID OF BANKDIR-RECORD
               FILE STATUS IS WS-DIR-STATUS.
           SELECT IBSETL-FILE ASSIGN TO WS-IBSETL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-IBSETL-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD OUTPAY-FILE.
               COPY OUTPAY-RECORD
                   REPLACING ==WS-OUTPAY-RECORD==
                   BY ==OUTPAY-REC==.
           FD INPAY-FILE.
               COPY INPAY-RECORD
                   REPLACING ==WS-INPAY-RECORD==
                   BY ==INPAY-REC==.
           FD OUTRET-FILE.
               COPY OUTRET-RECORD
                   REPLACING ==WS-OUTRET-RECORD==
                   BY ==OUTRET-REC==.
           FD OUTRCL-FILE.
               COPY OUTRCL-RECORD
                   REPLACING ==WS-OUTRCL-RECORD==
                   BY ==OUTRCL-REC==.
      * POSTLOG-REC is spelled out here rather than pulled in via
      * COPY ... REPLACING, the same style STOREXEC and STORDRCN use.
      * Field layout is kept in lockstep with POSTLOG-RECORD.cpy.
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
           FD ACCOUNT-FILE.
               COPY WS-ACCOUNT-RECORD
                   REPLACING ==WS-ACCOUNT-RECORD==
                   BY ==ACCOUNT-RECORD==.
           FD BANKDIR-FILE.
               COPY BANKDIR-RECORD
                   REPLACING ==WS-BANKDIR-RECORD==
                   BY ==BANKDIR-RECORD==.
           FD IBSETL-FILE.
               COPY IBSETL-RECORD
                   REPLACING ==WS-IBSETL-RECORD==
                   BY ==IBSETL-REC==.
           FD REPORT-FILE.
           01  WS-REPORT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       01  WS-OUTPAY-STATUS            PIC XX.
       01  WS-POSTLOG-STATUS           PIC XX.
       01  WS-ACCT-STATUS              PIC XX.
       01  WS-DIR-STATUS               PIC XX.
       01  WS-IBSETL-STATUS            PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-BUS-DATE                 PIC 9(8).
       01  WS-OUTPAY-FILE-NAME         PIC X(30).
      * Every execution cycle of the date has its own OUTPAY
      * generation, each proven against its own trailer.
           COPY CYCLE-POLICY.
       01  WS-CY-IDX                   PIC 9(2).
       01  WS-OUTPAY-CYCLE             PIC 9.
       01  WS-INPAY-FILE-NAME          PIC X(30).
       01  WS-OUTRET-FILE-NAME         PIC X(30).
       01  WS-OUTRCL-FILE-NAME         PIC X(30).
       01  WS-POSTLOG-FILE-NAME        PIC X(30).
       01  WS-IBSETL-FILE-NAME         PIC X(30).
       01  WS-REPORT-FILE-NAME         PIC X(30).
       01  WS-DIR-OPEN                 PIC X VALUE "N".
      * Control totals of the generation being proven, its trailer,
      * the OUTPAY details kept for the posting log tie, and the
      * external payments found on the posting log.
           COPY IBTOTALS.
           COPY IBTOTALS
               REPLACING ==WS-IB-TOTALS==
               BY ==WS-TRL-TOTALS==.
           COPY IBTOTALS
               REPLACING ==WS-IB-TOTALS==
               BY ==WS-OUT-TOTALS==.
           COPY IBTOTALS
               REPLACING ==WS-IB-TOTALS==
               BY ==WS-PL-TOTALS==.
       01  WS-TRAILER-SEEN             PIC X.
       01  WS-HEADER-SEEN              PIC X.
       01  WS-PROOF-FILE               PIC X(8).
       01  WS-PROOF-ERRORS             PIC 9(5) VALUE 0.
       01  WS-PROOF-REASON             PIC X(100).
       01  WS-CCY-IDX                  PIC 9(2).
       01  WS-CMP-IDX                  PIC 9(2).
       01  WS-CMP-FOUND                PIC X.
      * Net position per counterparty bank and currency, the
      * stordwrn per-account table pattern. A full table leaves the
      * settlement unproven - a bank left out would be a wrong figure.
       01  WS-SETL-TABLE.
           05  WS-ST-ENTRY OCCURS 500 TIMES.
               10  WS-ST-BANK-ID       PIC X(11).
               10  WS-ST-CCY           PIC X(3).
               10  WS-ST-OUT-COUNT     PIC 9(7).
               10  WS-ST-OUT-AMT       PIC 9(12)V99.
               10  WS-ST-IN-COUNT      PIC 9(7).
               10  WS-ST-IN-AMT        PIC 9(12)V99.
               10  WS-ST-RET-COUNT     PIC 9(7).
               10  WS-ST-RET-AMT       PIC 9(12)V99.
               10  WS-ST-RCL-COUNT     PIC 9(7).
               10  WS-ST-RCL-AMT       PIC 9(12)V99.
               10  WS-ST-NET           PIC S9(12)V99.
               10  WS-ST-PRINTED       PIC X.
       01  WS-SETL-COUNT               PIC 9(4) VALUE 0.
       01  WS-ST-IDX                   PIC 9(4).
       01  WS-ST-SUB                   PIC 9(4).
       01  WS-ST-FOUND-IDX             PIC 9(4).
       01  WS-ADD-BANK-ID              PIC X(11).
       01  WS-ADD-CCY                  PIC X(3).
       01  WS-ADD-AMOUNT               PIC 9(10)V99.
       01  WS-ADD-KIND                 PIC X(3).
      * Net per currency across all banks for the report foot.
       01  WS-CCY-TABLE.
           05  WS-CT-ENTRY OCCURS 20 TIMES.
               10  WS-CT-CCY           PIC X(3).
               10  WS-CT-PAY           PIC 9(13)V99.
               10  WS-CT-RECEIVE       PIC 9(13)V99.
       01  WS-CCY-COUNT                PIC 9(2) VALUE 0.
       01  WS-CT-FOUND-IDX             PIC 9(2).
       01  WS-NET-ABS                  PIC 9(12)V99.
       01  WS-NET-DIRECTION            PIC X(7).
       01  WS-BANK-NAME                PIC X(40).
      * A return is matched to the payment it returns - the OUTPAY
      * generation of its pay date for the counterparty bank and the
      * posting log of that date for whether a recall already
      * settled it.
       01  WS-MATCH-SO-ID              PIC X(20).
       01  WS-MATCH-PAY-DATE           PIC 9(8).
       01  WS-MATCH-FOUND              PIC X.
       01  WS-MATCH-BANK-ID            PIC X(11).
       01  WS-MATCH-PL-STATUS          PIC X(10).
       01  WS-MATCH-PL-AMOUNT          PIC 9(10)V99.
       01  WS-PRIOR-LEGS               PIC 9(5) VALUE 0.
       01  WS-LEGS-POSTED              PIC 9(5) VALUE 0.
       01  WS-INSTRUCTIONS             PIC 9(5) VALUE 0.
       01  WS-TOTAL-OUT                PIC 9(7) VALUE 0.
       01  WS-TOTAL-IN                 PIC 9(7) VALUE 0.
       01  WS-TOTAL-RET                PIC 9(7) VALUE 0.
       01  WS-TOTAL-RCL                PIC 9(7) VALUE 0.
       01  WS-TOTAL-RCL-AMT            PIC 9(13)V99 VALUE 0.
       01  WS-TOTAL-UNDER-RECALL       PIC 9(7) VALUE 0.
       01  WS-JOB-NAME                 PIC X(8).
       01  WS-PRED-NAME                PIC X(8).
      * Execution cycle of this job and of its predecessor on
      * JOBCTL - zero, the business date as a whole.
       01  WS-JOB-CYCLES.
           05  WS-JOB-CYCLE            PIC 9 VALUE 0.
           05  WS-PRED-CYCLE           PIC 9 VALUE 0.
       01  WS-JOBCTL-FUNC              PIC X.
       01  WS-JOB-RESULT               PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "IBSETTLE - Interbank Net Settlement Starting".
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "Enter business date (YYYYMMDD, 0 for today): ".
           ACCEPT WS-BUS-DATE.
           IF WS-BUS-DATE = ZERO
               MOVE WS-CURRENT-DATE TO WS-BUS-DATE
           END-IF.
           DISPLAY "Settling business date: " WS-BUS-DATE.

      * Each OUTPAY generation is only closed with its trailer when
      * its STOREXEC cycle completes - JOBCTL holds this job until
      * the last cycle has completed the business date.
           MOVE "IBSETTLE" TO WS-JOB-NAME.
           MOVE "STOREXEC" TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-BUS-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "IBSETTLE - not started."
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-INPAY-FILE-NAME.
           STRING "INPAY" WS-BUS-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-INPAY-FILE-NAME.
           MOVE SPACES TO WS-OUTRET-FILE-NAME.
           STRING "OUTRET" WS-BUS-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-OUTRET-FILE-NAME.
           MOVE SPACES TO WS-OUTRCL-FILE-NAME.
           STRING "OUTRCL" WS-BUS-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-OUTRCL-FILE-NAME.
           MOVE SPACES TO WS-IBSETL-FILE-NAME.
           STRING "IBSETL" WS-BUS-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-IBSETL-FILE-NAME.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "IBSETL" WS-BUS-DATE ".RPT"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ACCT.DAT OPEN Error, Status: " WS-ACCT-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT BANKDIR-FILE.
           IF WS-DIR-STATUS = "00"
               MOVE "Y" TO WS-DIR-OPEN
           ELSE
               DISPLAY "No bank directory available (status "
                   WS-DIR-STATUS ") - bank names not shown; load "
                   "the directory via BANKLOAD."
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "INTERBANK NET SETTLEMENT POSITION - BUSINESS DATE "
               WS-BUS-DATE "  RUN DATE " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "SETTLEMENT PROOF" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           PERFORM TAKE-OUTBOUND-PAYMENTS
               THRU TAKE-OUTBOUND-PAYMENTS-EXIT.
           PERFORM TIE-OUTBOUND-TO-POSTLOG
               THRU TIE-OUTBOUND-TO-POSTLOG-EXIT.
           PERFORM TAKE-INBOUND-PAYMENTS
               THRU TAKE-INBOUND-PAYMENTS-EXIT.
           PERFORM TAKE-PAYMENT-RETURNS
               THRU TAKE-PAYMENT-RETURNS-EXIT.
           PERFORM TAKE-PAYMENT-RECALLS
               THRU TAKE-PAYMENT-RECALLS-EXIT.

           PERFORM PRINT-SETTLEMENT-POSITION.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-PROOF-ERRORS = ZERO
               PERFORM WRITE-SETTLEMENT-INSTRUCTIONS
               PERFORM POST-SETTLEMENT-LEGS
                   THRU POST-SETTLEMENT-LEGS-EXIT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SETTLEMENT PROVEN - " WS-INSTRUCTIONS
                   " INSTRUCTION(S) WRITTEN TO " WS-IBSETL-FILE-NAME
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SETTLEMENT NOT PROVEN - " WS-PROOF-ERRORS
                   " PROOF ERROR(S) - NO INSTRUCTIONS, NOTHING "
                   "POSTED TO THE LEDGER"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

           CLOSE REPORT-FILE.
           CLOSE ACCOUNT-FILE.
           IF WS-DIR-OPEN = "Y"
               CLOSE BANKDIR-FILE
           END-IF.

           DISPLAY "IBSETTLE - Outbound: " WS-TOTAL-OUT
               " Inbound: " WS-TOTAL-IN
               " Returns: " WS-TOTAL-RET
               " Recalls: " WS-TOTAL-RCL
               " Positions: " WS-SETL-COUNT.

      * An unproven settlement leaves the job incomplete on JOBCTL, so
      * GLEXTR is held until the cause is fixed and this job rerun.
           IF WS-PROOF-ERRORS = ZERO
               MOVE "E" TO WS-JOBCTL-FUNC
               CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
                   WS-BUS-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
                   WS-JOB-RESULT
               DISPLAY "IBSETTLE - SETTLEMENT PROVEN - instructions "
                   "released to treasury."
           ELSE
               DISPLAY "IBSETTLE - SETTLEMENT NOT PROVEN - see "
                   WS-REPORT-FILE-NAME
           END-IF.
           STOP RUN.

       TAKE-OUTBOUND-PAYMENTS.
      * The details of every cycle's generation are totalled together
      * for the posting log tie.
           INITIALIZE WS-OUT-TOTALS.
           PERFORM TAKE-OUTBOUND-GENERATION
               THRU TAKE-OUTBOUND-GENERATION-EXIT
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CY-CYCLE-COUNT.
       TAKE-OUTBOUND-PAYMENTS-EXIT.
           EXIT.

       TAKE-OUTBOUND-GENERATION.
      * STOREXEC writes a header and trailer even on a cycle with no
      * external payments, so a missing generation is an error.
           MOVE WS-CY-IDX TO WS-OUTPAY-CYCLE.
           MOVE SPACES TO WS-OUTPAY-FILE-NAME.
           STRING "OUTPAY" WS-BUS-DATE "C" WS-OUTPAY-CYCLE ".DAT"
               DELIMITED BY SIZE INTO WS-OUTPAY-FILE-NAME.
           MOVE SPACES TO WS-PROOF-FILE.
           STRING "OUTPAYC" WS-OUTPAY-CYCLE
               DELIMITED BY SIZE INTO WS-PROOF-FILE.
           INITIALIZE WS-IB-TOTALS.
           INITIALIZE WS-TRL-TOTALS.
           MOVE "N" TO WS-HEADER-SEEN.
           MOVE "N" TO WS-TRAILER-SEEN.
           OPEN INPUT OUTPAY-FILE.
           IF WS-OUTPAY-STATUS NOT = "00"
               MOVE SPACES TO WS-PROOF-REASON
               STRING WS-OUTPAY-FILE-NAME " NOT AVAILABLE, STATUS "
                   WS-OUTPAY-STATUS
                   DELIMITED BY SIZE INTO WS-PROOF-REASON
               PERFORM ADD-PROOF-ERROR
               GO TO TAKE-OUTBOUND-GENERATION-EXIT
           END-IF.
           PERFORM READ-OUTPAY-RECORD.
           PERFORM UNTIL WS-OUTPAY-STATUS NOT = "00"
               EVALUATE WS-OP-REC-TYPE OF OUTPAY-REC
                   WHEN "H"
                       MOVE "Y" TO WS-HEADER-SEEN
                       IF WS-OP-HDR-BUS-DATE OF OUTPAY-REC NOT =
                          WS-BUS-DATE
                           MOVE "HEADER IS NOT FOR THE BUSINESS DATE"
                               TO WS-PROOF-REASON
                           PERFORM ADD-PROOF-ERROR
                       END-IF
                       IF WS-OP-HDR-CYCLE OF OUTPAY-REC NOT =
                          WS-OUTPAY-CYCLE
                           MOVE "HEADER IS NOT FOR THE CYCLE"
                               TO WS-PROOF-REASON
                           PERFORM ADD-PROOF-ERROR
                       END-IF
                   WHEN "D"
                       IF WS-TRAILER-SEEN = "Y"
                           MOVE "DETAIL RECORD AFTER THE TRAILER"
                               TO WS-PROOF-REASON
                           PERFORM ADD-PROOF-ERROR
                       END-IF
                       CALL 'IBTOTACC' USING WS-IB-TOTALS,
                           WS-OP-CURRENCY OF OUTPAY-REC,
                           WS-OP-AMOUNT OF OUTPAY-REC
                       CALL 'IBTOTACC' USING WS-OUT-TOTALS,
                           WS-OP-CURRENCY OF OUTPAY-REC,
                           WS-OP-AMOUNT OF OUTPAY-REC
                       MOVE WS-OP-BANK-ID OF OUTPAY-REC
                           TO WS-ADD-BANK-ID
                       MOVE WS-OP-CURRENCY OF OUTPAY-REC TO WS-ADD-CCY
                       MOVE WS-OP-AMOUNT OF OUTPAY-REC TO WS-ADD-AMOUNT
                       MOVE "OUT" TO WS-ADD-KIND
                       PERFORM ADD-TO-POSITION
                       ADD 1 TO WS-TOTAL-OUT
                   WHEN "T"
                       IF WS-TRAILER-SEEN = "Y"
                           MOVE "MORE THAN ONE TRAILER RECORD"
                               TO WS-PROOF-REASON
                           PERFORM ADD-PROOF-ERROR
                       END-IF
                       MOVE "Y" TO WS-TRAILER-SEEN
                       MOVE WS-OP-TRL-TOTALS OF OUTPAY-REC
                           TO WS-TRL-TOTALS
                   WHEN OTHER
                       MOVE "UNKNOWN RECORD TYPE" TO WS-PROOF-REASON
                       PERFORM ADD-PROOF-ERROR
               END-EVALUATE
               PERFORM READ-OUTPAY-RECORD
           END-PERFORM.
           CLOSE OUTPAY-FILE.
           PERFORM CHECK-GENERATION-TRAILER.
       TAKE-OUTBOUND-GENERATION-EXIT.
           EXIT.

       TIE-OUTBOUND-TO-POSTLOG.
      * Every external payment the posting jobs logged for the date -
      * still POSTED, or since RETURNED or REVERSED - went out on the
      * OUTPAY generation; a SUSPENDED one never left. Settlement
      * legs already posted by an earlier run are counted here too.
           INITIALIZE WS-PL-TOTALS.
           MOVE ZERO TO WS-PRIOR-LEGS.
           MOVE SPACES TO WS-POSTLOG-FILE-NAME.
           STRING "POSTLOG" WS-BUS-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-POSTLOG-FILE-NAME.
           OPEN INPUT POSTLOG-FILE.
           IF WS-POSTLOG-STATUS NOT = "00"
               IF WS-IB-REC-COUNT OF WS-OUT-TOTALS > ZERO
                   MOVE "POSTLOG"  TO WS-PROOF-FILE
                   MOVE SPACES TO WS-PROOF-REASON
                   STRING WS-POSTLOG-FILE-NAME
                       " NOT AVAILABLE - OUTPAY CANNOT BE TIED"
                       DELIMITED BY SIZE INTO WS-PROOF-REASON
                   PERFORM ADD-PROOF-ERROR
               END-IF
               GO TO TIE-OUTBOUND-TO-POSTLOG-EXIT
           END-IF.
           PERFORM READ-POSTLOG-RECORD.
           PERFORM UNTIL WS-POSTLOG-STATUS NOT = "00"
               IF WS-PL-POST-DATE = WS-BUS-DATE AND
                  WS-PL-PAYEE-TYPE = "X" AND
                  WS-PL-STATUS NOT = "SUSPENDED"
                   PERFORM TALLY-LOGGED-PAYMENT
               END-IF
               IF WS-PL-POST-DATE = WS-BUS-DATE AND
                  WS-PL-PAYEE-TYPE = "N" AND
                  WS-PL-STATUS = "SETTLED"
                   ADD 1 TO WS-PRIOR-LEGS
               END-IF
               PERFORM READ-POSTLOG-RECORD
           END-PERFORM.
           CLOSE POSTLOG-FILE.

           MOVE "POSTLOG" TO WS-PROOF-FILE.
           MOVE "Y" TO WS-CMP-FOUND.
           IF WS-IB-REC-COUNT OF WS-PL-TOTALS NOT =
              WS-IB-REC-COUNT OF WS-OUT-TOTALS OR
              WS-IB-HASH-TOTAL OF WS-PL-TOTALS NOT =
              WS-IB-HASH-TOTAL OF WS-OUT-TOTALS OR
              WS-IB-CCY-COUNT OF WS-PL-TOTALS NOT =
              WS-IB-CCY-COUNT OF WS-OUT-TOTALS
               MOVE "N" TO WS-CMP-FOUND
           END-IF.
      * The two files may meet the currencies in a different order,
      * so each OUTPAY currency is looked up on the log side.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-IB-CCY-COUNT OF WS-OUT-TOTALS
               PERFORM FIND-LOGGED-CURRENCY
           END-PERFORM.
           IF WS-CMP-FOUND = "N"
               MOVE SPACES TO WS-PROOF-REASON
               STRING "EXTERNAL PAYMENTS LOGGED: "
                   WS-IB-REC-COUNT OF WS-PL-TOTALS " / "
                   WS-IB-HASH-TOTAL OF WS-PL-TOTALS
                   " DO NOT AGREE WITH OUTPAY: "
                   WS-IB-REC-COUNT OF WS-OUT-TOTALS " / "
                   WS-IB-HASH-TOTAL OF WS-OUT-TOTALS
                   DELIMITED BY SIZE INTO WS-PROOF-REASON
               PERFORM ADD-PROOF-ERROR
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  POSTLOG   EXTERNAL PAYMENTS "
                   WS-IB-REC-COUNT OF WS-PL-TOTALS
                   "  HASH " WS-IB-HASH-TOTAL OF WS-PL-TOTALS
                   "  AGREES WITH OUTPAY BY CURRENCY"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
       TIE-OUTBOUND-TO-POSTLOG-EXIT.
           EXIT.

       TALLY-LOGGED-PAYMENT.
      * The OUTPAY amount is in the from-account's own currency.
           MOVE WS-PL-FROM-ACCT TO WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "POSTLOG" TO WS-PROOF-FILE
                   MOVE SPACES TO WS-PROOF-REASON
                   STRING "FROM ACCOUNT " WS-PL-FROM-ACCT
                       " OF " WS-PL-SO-ID " NOT ON ACCT.DAT"
                       DELIMITED BY SIZE INTO WS-PROOF-REASON
                   PERFORM ADD-PROOF-ERROR
               NOT INVALID KEY
                   CALL 'IBTOTACC' USING WS-PL-TOTALS,
                       WS-ACCT-CURRENCY-CODE OF ACCOUNT-RECORD,
                       WS-PL-AMOUNT
           END-READ.

       FIND-LOGGED-CURRENCY.
           MOVE "N" TO WS-MATCH-FOUND.
           PERFORM VARYING WS-CMP-IDX FROM 1 BY 1
               UNTIL WS-CMP-IDX > WS-IB-CCY-COUNT OF WS-PL-TOTALS
               IF WS-IB-CCY OF WS-PL-TOTALS (WS-CMP-IDX) =
                  WS-IB-CCY OF WS-OUT-TOTALS (WS-CCY-IDX)
                   MOVE "Y" TO WS-MATCH-FOUND
                   IF WS-IB-CCY-AMOUNT OF WS-PL-TOTALS (WS-CMP-IDX)
                      NOT =
                      WS-IB-CCY-AMOUNT OF WS-OUT-TOTALS (WS-CCY-IDX)
                       MOVE "N" TO WS-CMP-FOUND
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING "    " WS-IB-CCY OF WS-OUT-TOTALS
                           (WS-CCY-IDX) "  OUTPAY "
                           WS-IB-CCY-AMOUNT OF WS-OUT-TOTALS
                           (WS-CCY-IDX) "  POSTLOG "
                           WS-IB-CCY-AMOUNT OF WS-PL-TOTALS
                           (WS-CMP-IDX)
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                       WRITE WS-REPORT-LINE
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-MATCH-FOUND = "N"
               MOVE "N" TO WS-CMP-FOUND
           END-IF.

       TAKE-INBOUND-PAYMENTS.
      * No inbound generation means nothing came in for the date -
      * INPAYPRC treats it the same way.
           MOVE "INPAY" TO WS-PROOF-FILE.
           INITIALIZE WS-IB-TOTALS.
           INITIALIZE WS-TRL-TOTALS.
           MOVE "N" TO WS-HEADER-SEEN.
           MOVE "N" TO WS-TRAILER-SEEN.
           OPEN INPUT INPAY-FILE.
           IF WS-FILE-STATUS = "35"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  INPAY     NO GENERATION " WS-INPAY-FILE-NAME
                   " - NO INBOUND CREDITS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               GO TO TAKE-INBOUND-PAYMENTS-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PROOF-REASON
               STRING WS-INPAY-FILE-NAME " OPEN ERROR, STATUS "
                   WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-PROOF-REASON
               PERFORM ADD-PROOF-ERROR
               GO TO TAKE-INBOUND-PAYMENTS-EXIT
           END-IF.
           PERFORM READ-INPAY-RECORD.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               EVALUATE WS-IP-REC-TYPE OF INPAY-REC
                   WHEN "H"
                       MOVE "Y" TO WS-HEADER-SEEN
                       IF WS-IP-HDR-BUS-DATE OF INPAY-REC NOT =
                          WS-BUS-DATE
                           MOVE "HEADER IS NOT FOR THE BUSINESS DATE"
                               TO WS-PROOF-REASON
                           PERFORM ADD-PROOF-ERROR
                       END-IF
                   WHEN "D"
                       IF WS-TRAILER-SEEN = "Y"
                           MOVE "DETAIL RECORD AFTER THE TRAILER"
                               TO WS-PROOF-REASON
                           PERFORM ADD-PROOF-ERROR
                       END-IF
                       CALL 'IBTOTACC' USING WS-IB-TOTALS,
                           WS-IP-CURRENCY OF INPAY-REC,
                           WS-IP-AMOUNT OF INPAY-REC
                       MOVE WS-IP-SENDER-BANK OF INPAY-REC
                           TO WS-ADD-BANK-ID
                       MOVE WS-IP-CURRENCY OF INPAY-REC TO WS-ADD-CCY
                       MOVE WS-IP-AMOUNT OF INPAY-REC TO WS-ADD-AMOUNT
                       MOVE "IN " TO WS-ADD-KIND
                       PERFORM ADD-TO-POSITION
                       ADD 1 TO WS-TOTAL-IN
                   WHEN "T"
                       IF WS-TRAILER-SEEN = "Y"
                           MOVE "MORE THAN ONE TRAILER RECORD"
                               TO WS-PROOF-REASON
                           PERFORM ADD-PROOF-ERROR
                       END-IF
                       MOVE "Y" TO WS-TRAILER-SEEN
                       MOVE WS-IP-TRL-TOTALS OF INPAY-REC
                           TO WS-TRL-TOTALS
                   WHEN OTHER
                       MOVE "UNKNOWN RECORD TYPE" TO WS-PROOF-REASON
                       PERFORM ADD-PROOF-ERROR
               END-EVALUATE
               PERFORM READ-INPAY-RECORD
           END-PERFORM.
           CLOSE INPAY-FILE.
           PERFORM CHECK-GENERATION-TRAILER.
       TAKE-INBOUND-PAYMENTS-EXIT.
           EXIT.

       TAKE-PAYMENT-RETURNS.
           MOVE "OUTRET" TO WS-PROOF-FILE.
           INITIALIZE WS-IB-TOTALS.
           INITIALIZE WS-TRL-TOTALS.
           MOVE "N" TO WS-HEADER-SEEN.
           MOVE "N" TO WS-TRAILER-SEEN.
           OPEN INPUT OUTRET-FILE.
           IF WS-FILE-STATUS = "35"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  OUTRET    NO GENERATION " WS-OUTRET-FILE-NAME
                   " - NO RETURNS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               GO TO TAKE-PAYMENT-RETURNS-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PROOF-REASON
               STRING WS-OUTRET-FILE-NAME " OPEN ERROR, STATUS "
                   WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-PROOF-REASON
               PERFORM ADD-PROOF-ERROR
               GO TO TAKE-PAYMENT-RETURNS-EXIT
           END-IF.
           PERFORM READ-OUTRET-RECORD.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               EVALUATE WS-OR-REC-TYPE OF OUTRET-REC
                   WHEN "H"
                       MOVE "Y" TO WS-HEADER-SEEN
                       IF WS-OR-HDR-BUS-DATE OF OUTRET-REC NOT =
                          WS-BUS-DATE
                           MOVE "HEADER IS NOT FOR THE BUSINESS DATE"
                               TO WS-PROOF-REASON
                           PERFORM ADD-PROOF-ERROR
                       END-IF
                   WHEN "D"
                       IF WS-TRAILER-SEEN = "Y"
                           MOVE "DETAIL RECORD AFTER THE TRAILER"
                               TO WS-PROOF-REASON
                           PERFORM ADD-PROOF-ERROR
                       END-IF
                       CALL 'IBTOTACC' USING WS-IB-TOTALS,
                           WS-OR-CURRENCY OF OUTRET-REC,
                           WS-OR-AMOUNT OF OUTRET-REC
      * An acknowledgment moves no money.
                       IF WS-OR-STATUS OF OUTRET-REC = "RTN"
                           PERFORM TAKE-ONE-RETURN
                               THRU TAKE-ONE-RETURN-EXIT
                       END-IF
                   WHEN "T"
                       IF WS-TRAILER-SEEN = "Y"
                           MOVE "MORE THAN ONE TRAILER RECORD"
                               TO WS-PROOF-REASON
                           PERFORM ADD-PROOF-ERROR
                       END-IF
                       MOVE "Y" TO WS-TRAILER-SEEN
                       MOVE WS-OR-TRL-TOTALS OF OUTRET-REC
                           TO WS-TRL-TOTALS
                   WHEN OTHER
                       MOVE "UNKNOWN RECORD TYPE" TO WS-PROOF-REASON
                       PERFORM ADD-PROOF-ERROR
               END-EVALUATE
               PERFORM READ-OUTRET-RECORD
           END-PERFORM.
           CLOSE OUTRET-FILE.
           MOVE "OUTRET" TO WS-PROOF-FILE.
           PERFORM CHECK-GENERATION-TRAILER.
       TAKE-PAYMENT-RETURNS-EXIT.
           EXIT.

       TAKE-ONE-RETURN.
           MOVE WS-OR-SO-ID OF OUTRET-REC TO WS-MATCH-SO-ID.
           MOVE WS-OR-PAY-DATE OF OUTRET-REC TO WS-MATCH-PAY-DATE.
           PERFORM FIND-RETURNED-PAYMENT
               THRU FIND-RETURNED-PAYMENT-EXIT.
           IF WS-MATCH-FOUND NOT = "Y"
               MOVE "OUTRET" TO WS-PROOF-FILE
               MOVE SPACES TO WS-PROOF-REASON
               STRING "RETURN " WS-MATCH-SO-ID " PAY DATE "
                   WS-MATCH-PAY-DATE
                   " NOT ON ITS OUTPAY GENERATION - BANK UNKNOWN"
                   DELIMITED BY SIZE INTO WS-PROOF-REASON
               PERFORM ADD-PROOF-ERROR
               GO TO TAKE-ONE-RETURN-EXIT
           END-IF.

           PERFORM FIND-LOGGED-POSTING
               THRU FIND-LOGGED-POSTING-EXIT.
           IF WS-MATCH-FOUND = "Y" AND
              WS-MATCH-PL-STATUS = "REVERSED"
               ADD 1 TO WS-TOTAL-UNDER-RECALL
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  OUTRET    RETURN " WS-MATCH-SO-ID
                   " PAY DATE " WS-MATCH-PAY-DATE " "
                   WS-OR-AMOUNT OF OUTRET-REC " "
                   WS-OR-CURRENCY OF OUTRET-REC
                   " - RECALLED PAYMENT, SETTLED UNDER THE RECALL"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               GO TO TAKE-ONE-RETURN-EXIT
           END-IF.

           MOVE WS-MATCH-BANK-ID TO WS-ADD-BANK-ID.
           MOVE WS-OR-CURRENCY OF OUTRET-REC TO WS-ADD-CCY.
           MOVE WS-OR-AMOUNT OF OUTRET-REC TO WS-ADD-AMOUNT.
           MOVE "RET" TO WS-ADD-KIND.
           PERFORM ADD-TO-POSITION.
           ADD 1 TO WS-TOTAL-RET.
       TAKE-ONE-RETURN-EXIT.
           EXIT.

       FIND-RETURNED-PAYMENT.
      * The OUTRET record does not name the bank - the payment it
      * returns does, on one of the OUTPAY generations of its pay
      * date.
           MOVE "N" TO WS-MATCH-FOUND.
           MOVE SPACES TO WS-MATCH-BANK-ID.
           PERFORM SCAN-RETURNED-GENERATION
               THRU SCAN-RETURNED-GENERATION-EXIT
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CY-CYCLE-COUNT
                  OR WS-MATCH-FOUND = "Y".
       FIND-RETURNED-PAYMENT-EXIT.
           EXIT.

       SCAN-RETURNED-GENERATION.
           MOVE WS-CY-IDX TO WS-OUTPAY-CYCLE.
           MOVE SPACES TO WS-OUTPAY-FILE-NAME.
           STRING "OUTPAY" WS-MATCH-PAY-DATE "C" WS-OUTPAY-CYCLE ".DAT"
               DELIMITED BY SIZE INTO WS-OUTPAY-FILE-NAME.
           OPEN INPUT OUTPAY-FILE.
           IF WS-OUTPAY-STATUS NOT = "00"
               GO TO SCAN-RETURNED-GENERATION-EXIT
           END-IF.
           PERFORM READ-OUTPAY-RECORD.
           PERFORM UNTIL WS-OUTPAY-STATUS NOT = "00"
               IF WS-OP-REC-TYPE OF OUTPAY-REC = "D" AND
                  WS-OP-SO-ID OF OUTPAY-REC = WS-MATCH-SO-ID
                   MOVE "Y" TO WS-MATCH-FOUND
                   MOVE WS-OP-BANK-ID OF OUTPAY-REC
                       TO WS-MATCH-BANK-ID
                   MOVE "10" TO WS-OUTPAY-STATUS
               ELSE
                   PERFORM READ-OUTPAY-RECORD
               END-IF
           END-PERFORM.
           CLOSE OUTPAY-FILE.
       SCAN-RETURNED-GENERATION-EXIT.
           EXIT.

       FIND-LOGGED-POSTING.
           MOVE "N" TO WS-MATCH-FOUND.
           MOVE SPACES TO WS-MATCH-PL-STATUS.
           MOVE ZERO TO WS-MATCH-PL-AMOUNT.
           MOVE SPACES TO WS-POSTLOG-FILE-NAME.
           STRING "POSTLOG" WS-MATCH-PAY-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-POSTLOG-FILE-NAME.
           OPEN INPUT POSTLOG-FILE.
           IF WS-POSTLOG-STATUS NOT = "00"
               GO TO FIND-LOGGED-POSTING-EXIT
           END-IF.
           PERFORM READ-POSTLOG-RECORD.
           PERFORM UNTIL WS-POSTLOG-STATUS NOT = "00"
               IF WS-PL-SO-ID = WS-MATCH-SO-ID AND
                  WS-PL-POST-DATE = WS-MATCH-PAY-DATE AND
                  WS-PL-PAYEE-TYPE = "X" AND
                  WS-PL-STATUS NOT = "SUSPENDED"
                   MOVE "Y" TO WS-MATCH-FOUND
                   MOVE WS-PL-STATUS TO WS-MATCH-PL-STATUS
                   MOVE WS-PL-AMOUNT TO WS-MATCH-PL-AMOUNT
                   MOVE "10" TO WS-POSTLOG-STATUS
               ELSE
                   PERFORM READ-POSTLOG-RECORD
               END-IF
           END-PERFORM.
           CLOSE POSTLOG-FILE.
       FIND-LOGGED-POSTING-EXIT.
           EXIT.

       TAKE-PAYMENT-RECALLS.
      * The recall file has no trailer - POSTBACK writes it one
      * record per reversal. Each recall is tied instead to the
      * posting log entry it reversed.
           MOVE "OUTRCL" TO WS-PROOF-FILE.
           OPEN INPUT OUTRCL-FILE.
           IF WS-FILE-STATUS = "35"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  OUTRCL    NO GENERATION " WS-OUTRCL-FILE-NAME
                   " - NO RECALLS"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               GO TO TAKE-PAYMENT-RECALLS-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-PROOF-REASON
               STRING WS-OUTRCL-FILE-NAME " OPEN ERROR, STATUS "
                   WS-FILE-STATUS
                   DELIMITED BY SIZE INTO WS-PROOF-REASON
               PERFORM ADD-PROOF-ERROR
               GO TO TAKE-PAYMENT-RECALLS-EXIT
           END-IF.
           PERFORM READ-OUTRCL-RECORD.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               PERFORM TAKE-ONE-RECALL THRU TAKE-ONE-RECALL-EXIT
               PERFORM READ-OUTRCL-RECORD
           END-PERFORM.
           CLOSE OUTRCL-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  OUTRCL    RECALLS " WS-TOTAL-RCL
               "  AMOUNT " WS-TOTAL-RCL-AMT
               "  TIED TO THE POSTING LOG"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
       TAKE-PAYMENT-RECALLS-EXIT.
           EXIT.

       TAKE-ONE-RECALL.
           MOVE "OUTRCL" TO WS-PROOF-FILE.
           IF WS-RC-BANK-ID OF OUTRCL-REC = SPACES
               MOVE SPACES TO WS-PROOF-REASON
               STRING "RECALL " WS-RC-SO-ID OF OUTRCL-REC
                   " CARRIES NO BANK ID - COUNTERPARTY UNKNOWN"
                   DELIMITED BY SIZE INTO WS-PROOF-REASON
               PERFORM ADD-PROOF-ERROR
               GO TO TAKE-ONE-RECALL-EXIT
           END-IF.
           MOVE WS-RC-SO-ID OF OUTRCL-REC TO WS-MATCH-SO-ID.
           MOVE WS-RC-PAY-DATE OF OUTRCL-REC TO WS-MATCH-PAY-DATE.
           PERFORM FIND-LOGGED-POSTING
               THRU FIND-LOGGED-POSTING-EXIT.
           IF WS-MATCH-FOUND NOT = "Y" OR
              WS-MATCH-PL-STATUS NOT = "REVERSED" OR
              WS-MATCH-PL-AMOUNT NOT = WS-RC-AMOUNT OF OUTRCL-REC
               MOVE "OUTRCL" TO WS-PROOF-FILE
               MOVE SPACES TO WS-PROOF-REASON
               STRING "RECALL " WS-MATCH-SO-ID " PAY DATE "
                   WS-MATCH-PAY-DATE
                   " NOT A REVERSED PAYMENT OF THAT AMOUNT ON ITS "
                   "POSTING LOG"
                   DELIMITED BY SIZE INTO WS-PROOF-REASON
               PERFORM ADD-PROOF-ERROR
               GO TO TAKE-ONE-RECALL-EXIT
           END-IF.
           MOVE WS-RC-BANK-ID OF OUTRCL-REC TO WS-ADD-BANK-ID.
           MOVE WS-RC-CURRENCY OF OUTRCL-REC TO WS-ADD-CCY.
           MOVE WS-RC-AMOUNT OF OUTRCL-REC TO WS-ADD-AMOUNT.
           MOVE "RCL" TO WS-ADD-KIND.
           PERFORM ADD-TO-POSITION.
           ADD 1 TO WS-TOTAL-RCL.
           ADD WS-RC-AMOUNT OF OUTRCL-REC TO WS-TOTAL-RCL-AMT.
       TAKE-ONE-RECALL-EXIT.
           EXIT.

       CHECK-GENERATION-TRAILER.
           IF WS-HEADER-SEEN = "N"
               MOVE "NO HEADER RECORD" TO WS-PROOF-REASON
               PERFORM ADD-PROOF-ERROR
           END-IF.
           IF WS-TRAILER-SEEN = "N"
               MOVE "NO TRAILER RECORD - GENERATION NOT COMPLETE"
                   TO WS-PROOF-REASON
               PERFORM ADD-PROOF-ERROR
           ELSE
               IF WS-TRL-TOTALS NOT = WS-IB-TOTALS
                   MOVE SPACES TO WS-PROOF-REASON
                   STRING "TRAILER " WS-IB-REC-COUNT OF WS-TRL-TOTALS
                       " / " WS-IB-HASH-TOTAL OF WS-TRL-TOTALS
                       " DOES NOT AGREE WITH DETAILS "
                       WS-IB-REC-COUNT OF WS-IB-TOTALS
                       " / " WS-IB-HASH-TOTAL OF WS-IB-TOTALS
                       DELIMITED BY SIZE INTO WS-PROOF-REASON
                   PERFORM ADD-PROOF-ERROR
               ELSE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING "  " WS-PROOF-FILE "  DETAILS "
                       WS-IB-REC-COUNT OF WS-IB-TOTALS
                       "  HASH " WS-IB-HASH-TOTAL OF WS-IB-TOTALS
                       "  AGREES WITH TRAILER"
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE WS-REPORT-LINE
               END-IF
           END-IF.

       ADD-PROOF-ERROR.
           ADD 1 TO WS-PROOF-ERRORS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "** " WS-PROOF-FILE "  " WS-PROOF-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       ADD-TO-POSITION.
           MOVE ZERO TO WS-ST-FOUND-IDX.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-SETL-COUNT
               IF WS-ST-BANK-ID(WS-ST-IDX) = WS-ADD-BANK-ID AND
                  WS-ST-CCY(WS-ST-IDX) = WS-ADD-CCY AND
                  WS-ST-FOUND-IDX = ZERO
                   MOVE WS-ST-IDX TO WS-ST-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-ST-FOUND-IDX = ZERO
               IF WS-SETL-COUNT >= 500
                   MOVE SPACES TO WS-PROOF-REASON
                   STRING "POSITION TABLE FULL AT " WS-ADD-BANK-ID
                       " " WS-ADD-CCY
                       DELIMITED BY SIZE INTO WS-PROOF-REASON
                   PERFORM ADD-PROOF-ERROR
               ELSE
                   ADD 1 TO WS-SETL-COUNT
                   MOVE WS-SETL-COUNT TO WS-ST-FOUND-IDX
                   INITIALIZE WS-ST-ENTRY(WS-ST-FOUND-IDX)
                   MOVE WS-ADD-BANK-ID TO WS-ST-BANK-ID(WS-ST-FOUND-IDX)
                   MOVE WS-ADD-CCY TO WS-ST-CCY(WS-ST-FOUND-IDX)
                   MOVE "N" TO WS-ST-PRINTED(WS-ST-FOUND-IDX)
               END-IF
           END-IF.
           IF WS-ST-FOUND-IDX > ZERO
               EVALUATE WS-ADD-KIND
                   WHEN "OUT"
                       ADD 1 TO WS-ST-OUT-COUNT(WS-ST-FOUND-IDX)
                       ADD WS-ADD-AMOUNT
                           TO WS-ST-OUT-AMT(WS-ST-FOUND-IDX)
                       SUBTRACT WS-ADD-AMOUNT
                           FROM WS-ST-NET(WS-ST-FOUND-IDX)
                   WHEN "IN "
                       ADD 1 TO WS-ST-IN-COUNT(WS-ST-FOUND-IDX)
                       ADD WS-ADD-AMOUNT
                           TO WS-ST-IN-AMT(WS-ST-FOUND-IDX)
                       ADD WS-ADD-AMOUNT
                           TO WS-ST-NET(WS-ST-FOUND-IDX)
                   WHEN "RET"
                       ADD 1 TO WS-ST-RET-COUNT(WS-ST-FOUND-IDX)
                       ADD WS-ADD-AMOUNT
                           TO WS-ST-RET-AMT(WS-ST-FOUND-IDX)
                       ADD WS-ADD-AMOUNT
                           TO WS-ST-NET(WS-ST-FOUND-IDX)
                   WHEN "RCL"
                       ADD 1 TO WS-ST-RCL-COUNT(WS-ST-FOUND-IDX)
                       ADD WS-ADD-AMOUNT
                           TO WS-ST-RCL-AMT(WS-ST-FOUND-IDX)
                       ADD WS-ADD-AMOUNT
                           TO WS-ST-NET(WS-ST-FOUND-IDX)
               END-EVALUATE
           END-IF.

       PRINT-SETTLEMENT-POSITION.
      * Grouped by bank: each bank's first entry prints the bank
      * heading and every later entry for the same bank with it.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "NET POSITION BY COUNTERPARTY BANK AND CURRENCY"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    CCY  OUT  COUNT/AMOUNT"
               "          IN   COUNT/AMOUNT"
               "          RETURNED"
               "                  RECALLED"
               "                  NET"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-SETL-COUNT
               IF WS-ST-PRINTED(WS-ST-IDX) = "N"
                   PERFORM PRINT-ONE-BANK
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "NET SETTLEMENT BY CURRENCY" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-CT-CCY(WS-CCY-IDX)
                   "  WE PAY: " WS-CT-PAY(WS-CCY-IDX)
                   "  WE RECEIVE: " WS-CT-RECEIVE(WS-CCY-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-PERFORM.
           IF WS-TOTAL-UNDER-RECALL > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  RETURNS OF RECALLED PAYMENTS NOT COUNTED "
                   "AGAIN: " WS-TOTAL-UNDER-RECALL
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

       PRINT-ONE-BANK.
           MOVE WS-ST-BANK-ID(WS-ST-IDX) TO WS-ADD-BANK-ID.
           PERFORM LOOKUP-BANK-NAME.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  BANK " WS-ADD-BANK-ID "  " WS-BANK-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-ST-SUB FROM WS-ST-IDX BY 1
               UNTIL WS-ST-SUB > WS-SETL-COUNT
               IF WS-ST-BANK-ID(WS-ST-SUB) = WS-ADD-BANK-ID
                   PERFORM PRINT-ONE-POSITION
                   MOVE "Y" TO WS-ST-PRINTED(WS-ST-SUB)
               END-IF
           END-PERFORM.

       PRINT-ONE-POSITION.
           IF WS-ST-NET(WS-ST-SUB) < ZERO
               COMPUTE WS-NET-ABS = ZERO - WS-ST-NET(WS-ST-SUB)
               MOVE "PAY" TO WS-NET-DIRECTION
           ELSE
               MOVE WS-ST-NET(WS-ST-SUB) TO WS-NET-ABS
               IF WS-NET-ABS = ZERO
                   MOVE "FLAT" TO WS-NET-DIRECTION
               ELSE
                   MOVE "RECEIVE" TO WS-NET-DIRECTION
               END-IF
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    " WS-ST-CCY(WS-ST-SUB)
               "  " WS-ST-OUT-COUNT(WS-ST-SUB)
               " " WS-ST-OUT-AMT(WS-ST-SUB)
               "  " WS-ST-IN-COUNT(WS-ST-SUB)
               " " WS-ST-IN-AMT(WS-ST-SUB)
               "  " WS-ST-RET-COUNT(WS-ST-SUB)
               " " WS-ST-RET-AMT(WS-ST-SUB)
               "  " WS-ST-RCL-COUNT(WS-ST-SUB)
               " " WS-ST-RCL-AMT(WS-ST-SUB)
               "  " WS-NET-DIRECTION " " WS-NET-ABS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           MOVE ZERO TO WS-CT-FOUND-IDX.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CT-CCY(WS-CCY-IDX) = WS-ST-CCY(WS-ST-SUB) AND
                  WS-CT-FOUND-IDX = ZERO
                   MOVE WS-CCY-IDX TO WS-CT-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CT-FOUND-IDX = ZERO
               IF WS-CCY-COUNT >= 20
                   MOVE "SETTLE" TO WS-PROOF-FILE
                   MOVE SPACES TO WS-PROOF-REASON
                   STRING "CURRENCY TABLE FULL AT "
                       WS-ST-CCY(WS-ST-SUB)
                       DELIMITED BY SIZE INTO WS-PROOF-REASON
                   PERFORM ADD-PROOF-ERROR
               ELSE
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CT-FOUND-IDX
                   MOVE WS-ST-CCY(WS-ST-SUB)
                       TO WS-CT-CCY(WS-CT-FOUND-IDX)
                   MOVE ZERO TO WS-CT-PAY(WS-CT-FOUND-IDX)
                   MOVE ZERO TO WS-CT-RECEIVE(WS-CT-FOUND-IDX)
               END-IF
           END-IF.
           IF WS-CT-FOUND-IDX > ZERO
               IF WS-NET-DIRECTION = "PAY"
                   ADD WS-NET-ABS TO WS-CT-PAY(WS-CT-FOUND-IDX)
               END-IF
               IF WS-NET-DIRECTION = "RECEIVE"
                   ADD WS-NET-ABS TO WS-CT-RECEIVE(WS-CT-FOUND-IDX)
               END-IF
           END-IF.

       LOOKUP-BANK-NAME.
           MOVE "*** NOT ON THE BANK DIRECTORY ***" TO WS-BANK-NAME.
           IF WS-DIR-OPEN = "Y"
               MOVE WS-ADD-BANK-ID TO WS-BD-BANK-ID OF BANKDIR-RECORD
               READ BANKDIR-FILE
                   NOT INVALID KEY
                       MOVE WS-BD-BANK-NAME OF BANKDIR-RECORD
                           TO WS-BANK-NAME
               END-READ
           ELSE
               MOVE SPACES TO WS-BANK-NAME
           END-IF.

       WRITE-SETTLEMENT-INSTRUCTIONS.
           OPEN OUTPUT IBSETL-FILE.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-SETL-COUNT
               IF WS-ST-NET(WS-ST-IDX) NOT = ZERO
                   INITIALIZE IBSETL-REC
                   MOVE WS-BUS-DATE TO WS-SI-BUS-DATE OF IBSETL-REC
                   MOVE WS-ST-BANK-ID(WS-ST-IDX)
                       TO WS-SI-BANK-ID OF IBSETL-REC
                   MOVE WS-ST-BANK-ID(WS-ST-IDX) TO WS-ADD-BANK-ID
                   PERFORM LOOKUP-BANK-NAME
                   MOVE WS-BANK-NAME TO WS-SI-BANK-NAME OF IBSETL-REC
                   MOVE WS-ST-CCY(WS-ST-IDX)
                       TO WS-SI-CURRENCY OF IBSETL-REC
                   IF WS-ST-NET(WS-ST-IDX) < ZERO
                       MOVE "P" TO WS-SI-DIRECTION OF IBSETL-REC
                       COMPUTE WS-SI-NET-AMOUNT OF IBSETL-REC =
                           ZERO - WS-ST-NET(WS-ST-IDX)
                   ELSE
                       MOVE "R" TO WS-SI-DIRECTION OF IBSETL-REC
                       MOVE WS-ST-NET(WS-ST-IDX)
                           TO WS-SI-NET-AMOUNT OF IBSETL-REC
                   END-IF
                   MOVE WS-ST-OUT-AMT(WS-ST-IDX)
                       TO WS-SI-OUT-AMOUNT OF IBSETL-REC
                   MOVE WS-ST-IN-AMT(WS-ST-IDX)
                       TO WS-SI-IN-AMOUNT OF IBSETL-REC
                   MOVE WS-ST-RET-AMT(WS-ST-IDX)
                       TO WS-SI-RET-AMOUNT OF IBSETL-REC
                   MOVE WS-ST-RCL-AMT(WS-ST-IDX)
                       TO WS-SI-RCL-AMOUNT OF IBSETL-REC
                   WRITE IBSETL-REC
                   ADD 1 TO WS-INSTRUCTIONS
               END-IF
           END-PERFORM.
           CLOSE IBSETL-FILE.

       POST-SETTLEMENT-LEGS.
      * One posting log entry per non-zero net position, status
      * SETTLED so none of the standing order reconciliations count
      * it: the from/to fields carry the reserved GL mapping types
      * debited and credited - a net payment takes the interbank
      * settlement account (EXTPAY) down against the NOSTRO account,
      * a net receipt the other way - and the order-ID field the
      * counterparty bank and the currency. A rerun finds the legs
      * already on the log and does not post them again.
           IF WS-PRIOR-LEGS > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "SETTLEMENT LEGS ALREADY ON THE POSTING LOG ("
                   WS-PRIOR-LEGS ") - NOT POSTED AGAIN"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
               GO TO POST-SETTLEMENT-LEGS-EXIT
           END-IF.
           MOVE SPACES TO WS-POSTLOG-FILE-NAME.
           STRING "POSTLOG" WS-BUS-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-POSTLOG-FILE-NAME.
           OPEN EXTEND POSTLOG-FILE.
           IF WS-POSTLOG-STATUS = "35"
               CLOSE POSTLOG-FILE
               OPEN OUTPUT POSTLOG-FILE
           END-IF.
           PERFORM VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-SETL-COUNT
               IF WS-ST-NET(WS-ST-IDX) NOT = ZERO
                   INITIALIZE WS-POSTLOG-REC
                   MOVE WS-ST-BANK-ID(WS-ST-IDX) TO WS-PL-SO-ID(1:11)
                   MOVE WS-ST-CCY(WS-ST-IDX) TO WS-PL-SO-ID(13:3)
                   IF WS-ST-NET(WS-ST-IDX) < ZERO
                       MOVE "EXTPAY" TO WS-PL-FROM-ACCT
                       MOVE "NOSTRO" TO WS-PL-TO-ACCT
                       COMPUTE WS-PL-AMOUNT =
                           ZERO - WS-ST-NET(WS-ST-IDX)
                   ELSE
                       MOVE "NOSTRO" TO WS-PL-FROM-ACCT
                       MOVE "EXTPAY" TO WS-PL-TO-ACCT
                       MOVE WS-ST-NET(WS-ST-IDX) TO WS-PL-AMOUNT
                   END-IF
                   MOVE WS-PL-AMOUNT TO WS-PL-CREDIT-AMT
                   MOVE WS-PL-AMOUNT TO WS-PL-MID-AMT
                   MOVE ZERO TO WS-PL-FEE-AMT
                   MOVE WS-BUS-DATE TO WS-PL-POST-DATE
                   MOVE "SETTLED" TO WS-PL-STATUS
                   MOVE "N" TO WS-PL-PAYEE-TYPE
                   WRITE WS-POSTLOG-REC
                   ADD 1 TO WS-LEGS-POSTED
               END-IF
           END-PERFORM.
           CLOSE POSTLOG-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "SETTLEMENT LEGS POSTED TO " WS-POSTLOG-FILE-NAME
               ": " WS-LEGS-POSTED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
       POST-SETTLEMENT-LEGS-EXIT.
           EXIT.

       READ-OUTPAY-RECORD.
           READ OUTPAY-FILE
               AT END
                   MOVE "10" TO WS-OUTPAY-STATUS
           END-READ.

       READ-INPAY-RECORD.
           READ INPAY-FILE
               AT END
                   MOVE "10" TO WS-FILE-STATUS
           END-READ.

       READ-OUTRET-RECORD.
           READ OUTRET-FILE
               AT END
                   MOVE "10" TO WS-FILE-STATUS
           END-READ.

       READ-OUTRCL-RECORD.
           READ OUTRCL-FILE
               AT END
                   MOVE "10" TO WS-FILE-STATUS
           END-READ.

       READ-POSTLOG-RECORD.
           READ POSTLOG-FILE
               AT END
                   MOVE "10" TO WS-POSTLOG-STATUS
           END-READ.
