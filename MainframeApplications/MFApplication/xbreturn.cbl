      ******************************************************************
      * XBRETURN.CBL - Monthly Cross-Border Payments Return            *
      ******************************************************************
      * Month-end job producing the central bank's return of
      * cross-border payments for the month keyed (last month by
      * default). Every outbound payment on the month's OUTPAY
      * generations (one per execution cycle of each business date,
      * OUTPAY<date>C<cycle>.DAT) and every inbound credit on its
      * INPAY<date>.DAT generations is examined:
      *   - a payment returned through OUTRET ("RTN") or recalled
      *     through OUTRCL is left out - the money came back. Returns
      *     and recalls are taken from the generations dated from
      *     the first of the month to the run date, since they land
      *     after the payment they undo;
      *   - the amount is converted into the reporting currency at
      *     the rates in force on the pay date (CURRCNVD), and a
      *     payment not above the reporting threshold is left out;
      *   - the counterparty country is the country of the
      *     counterparty bank on BANKDIR.DAT (loaded from the
      *     directory feed by BANKLOAD); a payment with a bank in our
      *     own country is domestic and left out;
      *   - the purpose code is the one on the OUTPAY record (the
      *     order's, else the beneficiary's at the time), else the
      *     beneficiary's code on BENEF.DAT now; an inbound credit
      *     carries the code the sending bank gave.
      * Each reportable payment goes on the return file
      * XBRET<yyyymm>.DAT for submission. A payment missing a
      * country or a purpose code, one with no rate to test it
      * against the threshold, and a generation that cannot be read
      * or is not complete cannot be reported, and is listed on the
      * report XBRET<yyyymm>.RPT as an item for the desk to fix -
      * the country through the directory feed, the purpose code on
      * the beneficiary - before the job is rerun and the return
      * submitted. The report closes with the return summarised by
      * direction, country and currency. The threshold, reporting
      * currency and our own country are in XBRET-POLICY.cpy. Each
      * run rebuilds the return from the generations, so a rerun
      * replaces the last one.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XBRETURN.
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
           SELECT BANKDIR-FILE ASSIGN TO "BANKDIR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BD-BANK-ID OF BANKDIR-RECORD
               FILE STATUS IS WS-DIR-STATUS.
           SELECT BENEF-FILE ASSIGN TO "BENEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BN-ID OF BENEF-RECORD
               FILE STATUS IS WS-BENEF-STATUS.
           SELECT XBRET-FILE ASSIGN TO WS-XBRET-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-XBRET-STATUS.
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
           FD BANKDIR-FILE.
               COPY BANKDIR-RECORD
                   REPLACING ==WS-BANKDIR-RECORD==
                   BY ==BANKDIR-RECORD==.
           FD BENEF-FILE.
               COPY BENEF-RECORD
                   REPLACING ==WS-BENEF-RECORD==
                   BY ==BENEF-RECORD==.
           FD XBRET-FILE.
               COPY XBRET-RECORD
                   REPLACING ==WS-XBRET-RECORD==
                   BY ==XBRET-REC==.
           FD REPORT-FILE.
           01  WS-REPORT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY XBRET-POLICY.
      * Every execution cycle of a business date has its own OUTPAY
      * generation.
           COPY CYCLE-POLICY.
       01  WS-CY-IDX                   PIC 9(2).
       01  WS-OUTPAY-CYCLE             PIC 9.
       01  WS-OUTPAY-STATUS            PIC XX.
       01  WS-DIR-STATUS               PIC XX.
       01  WS-BENEF-STATUS             PIC XX.
       01  WS-XBRET-STATUS             PIC XX.
       01  WS-REPORT-STATUS            PIC XX.
       01  WS-BENEF-OPEN               PIC X VALUE "N".
       01  WS-OUTPAY-FILE-NAME         PIC X(30).
       01  WS-INPAY-FILE-NAME          PIC X(30).
       01  WS-OUTRET-FILE-NAME         PIC X(30).
       01  WS-OUTRCL-FILE-NAME         PIC X(30).
       01  WS-XBRET-FILE-NAME          PIC X(30).
       01  WS-REPORT-FILE-NAME         PIC X(30).
       01  WS-RETURN-MONTH             PIC 9(6).
       01  WS-RETURN-MONTH-PARTS REDEFINES WS-RETURN-MONTH.
           05  WS-RM-YEAR              PIC 9(4).
           05  WS-RM-MONTH             PIC 9(2).
       01  WS-THIS-MONTH               PIC 9(6).
       01  WS-FIRST-DATE               PIC 9(8).
       01  WS-NEXT-FIRST-DATE          PIC 9(8).
       01  WS-LAST-DATE                PIC 9(8).
       01  WS-SCAN-DATE                PIC 9(8).
       01  WS-DAY-NUM                  PIC 9(9).
       01  WS-LAST-DAY-NUM             PIC 9(9).
       01  WS-TODAY-NUM                PIC 9(9).
       01  WS-TRAILER-SEEN             PIC X.
      * Payments returned or recalled - SO ID and pay date - left
      * out of the return.
       01  WS-EXCL-TABLE.
           05  WS-EX-ENTRY OCCURS 2000 TIMES.
               10  WS-EX-SO-ID         PIC X(20).
               10  WS-EX-PAY-DATE      PIC 9(8).
       01  WS-EXCL-COUNT               PIC 9(4) VALUE 0.
       01  WS-EX-IDX                   PIC 9(4).
       01  WS-EXCL-FOUND               PIC X.
       01  WS-EXCL-FULL                PIC X VALUE "N".
       01  WS-ADD-SO-ID                PIC X(20).
       01  WS-ADD-PAY-DATE             PIC 9(8).
      * The payment being examined, outbound or inbound.
       01  WS-PAYMENT.
           05  WS-PY-DIRECTION         PIC X.
           05  WS-PY-REF               PIC X(20).
           05  WS-PY-PAY-DATE          PIC 9(8).
           05  WS-PY-ACCT              PIC X(15).
           05  WS-PY-NAME              PIC X(30).
           05  WS-PY-BANK-ID           PIC X(11).
           05  WS-PY-BENEF-ID          PIC X(10).
           05  WS-PY-CURRENCY          PIC X(3).
           05  WS-PY-AMOUNT            PIC 9(10)V99.
           05  WS-PY-PURPOSE-CODE      PIC X(4).
       01  WS-PY-COUNTRY               PIC X(2).
       01  WS-PY-RPT-AMOUNT            PIC 9(10)V99.
       01  WS-CONV-STATUS              PIC X.
       01  WS-FIX-REASON               PIC X(60).
       01  WS-FIX-FILE-NAME            PIC X(30).
       01  WS-DIR-TEXT                 PIC X(3).
       01  WS-AMT-DISP                 PIC Z(9)9.99.
       01  WS-BIG-AMT-DISP             PIC Z(11)9.99.
       01  WS-RPT-AMT-DISP             PIC Z(11)9.99.
       01  WS-COUNT-DISP               PIC Z(6)9.
       01  WS-THRESHOLD-DISP           PIC Z(9)9.99.
      * The return summarised by direction, counterparty country and
      * currency, the ibsettle position table pattern.
       01  WS-SUMMARY-TABLE.
           05  WS-SM-ENTRY OCCURS 500 TIMES.
               10  WS-SM-DIRECTION     PIC X.
               10  WS-SM-COUNTRY       PIC X(2).
               10  WS-SM-CCY           PIC X(3).
               10  WS-SM-COUNT         PIC 9(7).
               10  WS-SM-AMOUNT        PIC 9(12)V99.
               10  WS-SM-RPT-AMOUNT    PIC 9(12)V99.
       01  WS-SUMMARY-COUNT            PIC 9(4) VALUE 0.
       01  WS-SM-IDX                   PIC 9(4).
       01  WS-SM-FOUND-IDX             PIC 9(4).
       01  WS-SUMMARY-FULL             PIC X VALUE "N".
       01  WS-PRINT-DIRECTION          PIC X.
       01  WS-TOTAL-OUT-READ           PIC 9(7) VALUE 0.
       01  WS-TOTAL-IN-READ            PIC 9(7) VALUE 0.
       01  WS-TOTAL-EXCLUDED           PIC 9(7) VALUE 0.
       01  WS-TOTAL-BELOW              PIC 9(7) VALUE 0.
       01  WS-TOTAL-DOMESTIC           PIC 9(7) VALUE 0.
       01  WS-TOTAL-REPORTED           PIC 9(7) VALUE 0.
       01  WS-TOTAL-TO-FIX             PIC 9(7) VALUE 0.
       01  WS-OUT-RPT-COUNT            PIC 9(7) VALUE 0.
       01  WS-OUT-RPT-TOTAL            PIC 9(12)V99 VALUE 0.
       01  WS-IN-RPT-COUNT             PIC 9(7) VALUE 0.
       01  WS-IN-RPT-TOTAL             PIC 9(12)V99 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "XBRETURN - Cross-Border Payments Return Starting".
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(1:6) TO WS-THIS-MONTH.

           DISPLAY "Enter return month (YYYYMM, 0 for last month): ".
           ACCEPT WS-RETURN-MONTH.
           IF WS-RETURN-MONTH = ZERO
               MOVE WS-THIS-MONTH TO WS-RETURN-MONTH
               IF WS-RM-MONTH = 1
                   SUBTRACT 1 FROM WS-RM-YEAR
                   MOVE 12 TO WS-RM-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-RM-MONTH
               END-IF
           END-IF.
           IF WS-RM-MONTH < 1 OR WS-RM-MONTH > 12
               DISPLAY "Invalid return month: " WS-RETURN-MONTH
               STOP RUN
           END-IF.
      * A month still running has payments to come - its return
      * would be short.
           IF WS-RETURN-MONTH NOT < WS-THIS-MONTH
               DISPLAY "Month " WS-RETURN-MONTH
                   " has not ended - no return produced."
               STOP RUN
           END-IF.

           COMPUTE WS-FIRST-DATE = WS-RETURN-MONTH * 100 + 1.
           IF WS-RM-MONTH = 12
               COMPUTE WS-NEXT-FIRST-DATE =
                   (WS-RM-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-NEXT-FIRST-DATE = WS-FIRST-DATE + 100
           END-IF.
           COMPUTE WS-LAST-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-FIRST-DATE) - 1.
           COMPUTE WS-LAST-DATE =
               FUNCTION DATE-OF-INTEGER(WS-LAST-DAY-NUM).
           COMPUTE WS-TODAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           DISPLAY "Return for " WS-FIRST-DATE " to " WS-LAST-DATE.

           MOVE SPACES TO WS-XBRET-FILE-NAME.
           STRING "XBRET" WS-RETURN-MONTH ".DAT"
               DELIMITED BY SIZE INTO WS-XBRET-FILE-NAME.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "XBRET" WS-RETURN-MONTH ".RPT"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

      * Without the directory no payment has a country - there is
      * no return to make.
           OPEN INPUT BANKDIR-FILE.
           IF WS-DIR-STATUS NOT = "00"
               DISPLAY "BANKDIR.DAT OPEN Error, Status: "
                   WS-DIR-STATUS " - load the directory via BANKLOAD."
               STOP RUN
           END-IF.
           OPEN INPUT BENEF-FILE.
           IF WS-BENEF-STATUS = "00"
               MOVE "Y" TO WS-BENEF-OPEN
           ELSE
               DISPLAY "No beneficiary master available (status "
                   WS-BENEF-STATUS ") - purpose codes taken from the "
                   "payments only."
           END-IF.
           OPEN OUTPUT XBRET-FILE.
           IF WS-XBRET-STATUS NOT = "00"
               DISPLAY "Return file " WS-XBRET-FILE-NAME
                   " OPEN Error, Status: " WS-XBRET-STATUS
               CLOSE BANKDIR-FILE
               IF WS-BENEF-OPEN = "Y"
                   CLOSE BENEF-FILE
               END-IF
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           PERFORM WRITE-REPORT-HEADINGS.

           MOVE FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE) TO WS-DAY-NUM.
           PERFORM UNTIL WS-DAY-NUM > WS-TODAY-NUM
               COMPUTE WS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
               PERFORM TAKE-RETURNS-OF-DAY
                   THRU TAKE-RETURNS-OF-DAY-EXIT
               PERFORM TAKE-RECALLS-OF-DAY
                   THRU TAKE-RECALLS-OF-DAY-EXIT
               ADD 1 TO WS-DAY-NUM
           END-PERFORM.
           IF WS-EXCL-FULL = "Y"
               MOVE SPACES TO WS-FIX-FILE-NAME
               MOVE "RETURN/RECALL TABLE FULL - NOT ALL LEFT OUT"
                   TO WS-FIX-REASON
               PERFORM ADD-FILE-TO-FIX
           END-IF.

           MOVE FUNCTION INTEGER-OF-DATE(WS-FIRST-DATE) TO WS-DAY-NUM.
           PERFORM UNTIL WS-DAY-NUM > WS-LAST-DAY-NUM
               COMPUTE WS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
               PERFORM TAKE-OUTBOUND-GENERATION
                   THRU TAKE-OUTBOUND-GENERATION-EXIT
                   VARYING WS-CY-IDX FROM 1 BY 1
                   UNTIL WS-CY-IDX > WS-CY-CYCLE-COUNT
               PERFORM TAKE-INBOUND-GENERATION
                   THRU TAKE-INBOUND-GENERATION-EXIT
               ADD 1 TO WS-DAY-NUM
           END-PERFORM.
           IF WS-TOTAL-TO-FIX = ZERO
               MOVE "  NONE" TO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

           PERFORM PRINT-RETURN-SUMMARY.

           CLOSE XBRET-FILE.
           CLOSE REPORT-FILE.
           CLOSE BANKDIR-FILE.
           IF WS-BENEF-OPEN = "Y"
               CLOSE BENEF-FILE
           END-IF.

           DISPLAY "XBRETURN - Outbound: " WS-TOTAL-OUT-READ
               " Inbound: " WS-TOTAL-IN-READ
               " Returned/Recalled: " WS-TOTAL-EXCLUDED
               " Reported: " WS-TOTAL-REPORTED
               " To fix: " WS-TOTAL-TO-FIX.
           IF WS-TOTAL-TO-FIX = ZERO
               DISPLAY "XBRETURN - return " WS-XBRET-FILE-NAME
                   " ready for submission."
           ELSE
               DISPLAY "XBRETURN - return NOT ready - fix the items "
                   "listed on " WS-REPORT-FILE-NAME " and rerun."
           END-IF.
           STOP RUN.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CROSS-BORDER PAYMENTS RETURN - MONTH "
               WS-RETURN-MONTH "  RUN DATE " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-XP-THRESHOLD TO WS-THRESHOLD-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PAYMENTS ABOVE " WS-XP-REPORT-CCY " "
               WS-THRESHOLD-DISP " WITH A BANK OUTSIDE "
               WS-XP-HOME-COUNTRY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "ITEMS TO FIX BEFORE SUBMISSION" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  DIR PAY DATE REFERENCE            ACCOUNT        "
               " BANK ID     CCY        AMOUNT  REASON"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       TAKE-RETURNS-OF-DAY.
      * No generation means the network returned nothing that day.
           MOVE SPACES TO WS-OUTRET-FILE-NAME.
           STRING "OUTRET" WS-SCAN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-OUTRET-FILE-NAME.
           OPEN INPUT OUTRET-FILE.
           IF WS-FILE-STATUS = "35"
               GO TO TAKE-RETURNS-OF-DAY-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               MOVE WS-OUTRET-FILE-NAME TO WS-FIX-FILE-NAME
               MOVE SPACES TO WS-FIX-REASON
               STRING "OPEN ERROR, STATUS " WS-FILE-STATUS
                   " - RETURNS NOT LEFT OUT"
                   DELIMITED BY SIZE INTO WS-FIX-REASON
               PERFORM ADD-FILE-TO-FIX
               GO TO TAKE-RETURNS-OF-DAY-EXIT
           END-IF.
           PERFORM READ-OUTRET-RECORD.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
      * An acknowledgment moves no money back.
               IF WS-OR-REC-TYPE OF OUTRET-REC = "D" AND
                  WS-OR-STATUS OF OUTRET-REC = "RTN" AND
                  WS-OR-PAY-DATE OF OUTRET-REC NOT < WS-FIRST-DATE AND
                  WS-OR-PAY-DATE OF OUTRET-REC NOT > WS-LAST-DATE
                   MOVE WS-OR-SO-ID OF OUTRET-REC TO WS-ADD-SO-ID
                   MOVE WS-OR-PAY-DATE OF OUTRET-REC
                       TO WS-ADD-PAY-DATE
                   PERFORM ADD-EXCLUSION
               END-IF
               PERFORM READ-OUTRET-RECORD
           END-PERFORM.
           CLOSE OUTRET-FILE.
       TAKE-RETURNS-OF-DAY-EXIT.
           EXIT.

       TAKE-RECALLS-OF-DAY.
           MOVE SPACES TO WS-OUTRCL-FILE-NAME.
           STRING "OUTRCL" WS-SCAN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-OUTRCL-FILE-NAME.
           OPEN INPUT OUTRCL-FILE.
           IF WS-FILE-STATUS = "35"
               GO TO TAKE-RECALLS-OF-DAY-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               MOVE WS-OUTRCL-FILE-NAME TO WS-FIX-FILE-NAME
               MOVE SPACES TO WS-FIX-REASON
               STRING "OPEN ERROR, STATUS " WS-FILE-STATUS
                   " - RECALLS NOT LEFT OUT"
                   DELIMITED BY SIZE INTO WS-FIX-REASON
               PERFORM ADD-FILE-TO-FIX
               GO TO TAKE-RECALLS-OF-DAY-EXIT
           END-IF.
           PERFORM READ-OUTRCL-RECORD.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               IF WS-RC-PAY-DATE OF OUTRCL-REC NOT < WS-FIRST-DATE AND
                  WS-RC-PAY-DATE OF OUTRCL-REC NOT > WS-LAST-DATE
                   MOVE WS-RC-SO-ID OF OUTRCL-REC TO WS-ADD-SO-ID
                   MOVE WS-RC-PAY-DATE OF OUTRCL-REC
                       TO WS-ADD-PAY-DATE
                   PERFORM ADD-EXCLUSION
               END-IF
               PERFORM READ-OUTRCL-RECORD
           END-PERFORM.
           CLOSE OUTRCL-FILE.
       TAKE-RECALLS-OF-DAY-EXIT.
           EXIT.

       ADD-EXCLUSION.
           IF WS-EXCL-COUNT >= 2000
               MOVE "Y" TO WS-EXCL-FULL
           ELSE
               ADD 1 TO WS-EXCL-COUNT
               MOVE WS-ADD-SO-ID TO WS-EX-SO-ID(WS-EXCL-COUNT)
               MOVE WS-ADD-PAY-DATE TO WS-EX-PAY-DATE(WS-EXCL-COUNT)
           END-IF.

       TAKE-OUTBOUND-GENERATION.
      * A date with no execution run has no generation.
           MOVE WS-CY-IDX TO WS-OUTPAY-CYCLE.
           MOVE SPACES TO WS-OUTPAY-FILE-NAME.
           STRING "OUTPAY" WS-SCAN-DATE "C" WS-OUTPAY-CYCLE ".DAT"
               DELIMITED BY SIZE INTO WS-OUTPAY-FILE-NAME.
           OPEN INPUT OUTPAY-FILE.
           IF WS-OUTPAY-STATUS = "35"
               GO TO TAKE-OUTBOUND-GENERATION-EXIT
           END-IF.
           IF WS-OUTPAY-STATUS NOT = "00"
               MOVE WS-OUTPAY-FILE-NAME TO WS-FIX-FILE-NAME
               MOVE SPACES TO WS-FIX-REASON
               STRING "OPEN ERROR, STATUS " WS-OUTPAY-STATUS
                   " - PAYMENTS NOT EXAMINED"
                   DELIMITED BY SIZE INTO WS-FIX-REASON
               PERFORM ADD-FILE-TO-FIX
               GO TO TAKE-OUTBOUND-GENERATION-EXIT
           END-IF.
           MOVE "N" TO WS-TRAILER-SEEN.
           PERFORM READ-OUTPAY-RECORD.
           PERFORM UNTIL WS-OUTPAY-STATUS NOT = "00"
               EVALUATE WS-OP-REC-TYPE OF OUTPAY-REC
                   WHEN "D"
                       ADD 1 TO WS-TOTAL-OUT-READ
                       PERFORM TAKE-ONE-OUTBOUND-PAYMENT
                   WHEN "T"
                       MOVE "Y" TO WS-TRAILER-SEEN
               END-EVALUATE
               PERFORM READ-OUTPAY-RECORD
           END-PERFORM.
           CLOSE OUTPAY-FILE.
      * A generation still being written may yet gain payments.
           IF WS-TRAILER-SEEN = "N"
               MOVE WS-OUTPAY-FILE-NAME TO WS-FIX-FILE-NAME
               MOVE "NO TRAILER RECORD - GENERATION NOT COMPLETE"
                   TO WS-FIX-REASON
               PERFORM ADD-FILE-TO-FIX
           END-IF.
       TAKE-OUTBOUND-GENERATION-EXIT.
           EXIT.

       TAKE-ONE-OUTBOUND-PAYMENT.
           MOVE "N" TO WS-EXCL-FOUND.
           PERFORM VARYING WS-EX-IDX FROM 1 BY 1
               UNTIL WS-EX-IDX > WS-EXCL-COUNT
                  OR WS-EXCL-FOUND = "Y"
               IF WS-EX-SO-ID(WS-EX-IDX) = WS-OP-SO-ID OF OUTPAY-REC
                  AND WS-EX-PAY-DATE(WS-EX-IDX) =
                      WS-OP-PAY-DATE OF OUTPAY-REC
                   MOVE "Y" TO WS-EXCL-FOUND
               END-IF
           END-PERFORM.
           IF WS-EXCL-FOUND = "Y"
               ADD 1 TO WS-TOTAL-EXCLUDED
           ELSE
               MOVE "O" TO WS-PY-DIRECTION
               MOVE WS-OP-SO-ID OF OUTPAY-REC TO WS-PY-REF
               MOVE WS-OP-PAY-DATE OF OUTPAY-REC TO WS-PY-PAY-DATE
               MOVE WS-OP-FROM-ACCT OF OUTPAY-REC TO WS-PY-ACCT
               MOVE WS-OP-BENEF-NAME OF OUTPAY-REC TO WS-PY-NAME
               MOVE WS-OP-BANK-ID OF OUTPAY-REC TO WS-PY-BANK-ID
               MOVE WS-OP-BENEF-ID OF OUTPAY-REC TO WS-PY-BENEF-ID
               MOVE WS-OP-CURRENCY OF OUTPAY-REC TO WS-PY-CURRENCY
               MOVE WS-OP-AMOUNT OF OUTPAY-REC TO WS-PY-AMOUNT
               MOVE WS-OP-PURPOSE-CODE OF OUTPAY-REC
                   TO WS-PY-PURPOSE-CODE
      * A payment that went out without a code takes the one since
      * given to its beneficiary.
               IF WS-PY-PURPOSE-CODE = SPACES AND
                  WS-BENEF-OPEN = "Y"
                   MOVE WS-PY-BENEF-ID TO WS-BN-ID OF BENEF-RECORD
                   READ BENEF-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE WS-BN-PURPOSE-CODE OF BENEF-RECORD
                               TO WS-PY-PURPOSE-CODE
                   END-READ
               END-IF
               PERFORM REPORT-ONE-PAYMENT
                   THRU REPORT-ONE-PAYMENT-EXIT
           END-IF.

       TAKE-INBOUND-GENERATION.
      * No generation means nothing came in that day.
           MOVE SPACES TO WS-INPAY-FILE-NAME.
           STRING "INPAY" WS-SCAN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-INPAY-FILE-NAME.
           OPEN INPUT INPAY-FILE.
           IF WS-FILE-STATUS = "35"
               GO TO TAKE-INBOUND-GENERATION-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               MOVE WS-INPAY-FILE-NAME TO WS-FIX-FILE-NAME
               MOVE SPACES TO WS-FIX-REASON
               STRING "OPEN ERROR, STATUS " WS-FILE-STATUS
                   " - CREDITS NOT EXAMINED"
                   DELIMITED BY SIZE INTO WS-FIX-REASON
               PERFORM ADD-FILE-TO-FIX
               GO TO TAKE-INBOUND-GENERATION-EXIT
           END-IF.
           MOVE "N" TO WS-TRAILER-SEEN.
           PERFORM READ-INPAY-RECORD.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               EVALUATE WS-IP-REC-TYPE OF INPAY-REC
                   WHEN "D"
                       ADD 1 TO WS-TOTAL-IN-READ
                       MOVE "I" TO WS-PY-DIRECTION
                       MOVE WS-IP-PAY-REF OF INPAY-REC TO WS-PY-REF
                       MOVE WS-IP-PAY-DATE OF INPAY-REC
                           TO WS-PY-PAY-DATE
                       MOVE WS-IP-TO-ACCT OF INPAY-REC TO WS-PY-ACCT
                       MOVE WS-IP-SENDER-NAME OF INPAY-REC
                           TO WS-PY-NAME
                       MOVE WS-IP-SENDER-BANK OF INPAY-REC
                           TO WS-PY-BANK-ID
                       MOVE SPACES TO WS-PY-BENEF-ID
                       MOVE WS-IP-CURRENCY OF INPAY-REC
                           TO WS-PY-CURRENCY
                       MOVE WS-IP-AMOUNT OF INPAY-REC TO WS-PY-AMOUNT
                       MOVE WS-IP-PURPOSE-CODE OF INPAY-REC
                           TO WS-PY-PURPOSE-CODE
                       PERFORM REPORT-ONE-PAYMENT
                           THRU REPORT-ONE-PAYMENT-EXIT
                   WHEN "T"
                       MOVE "Y" TO WS-TRAILER-SEEN
               END-EVALUATE
               PERFORM READ-INPAY-RECORD
           END-PERFORM.
           CLOSE INPAY-FILE.
           IF WS-TRAILER-SEEN = "N"
               MOVE WS-INPAY-FILE-NAME TO WS-FIX-FILE-NAME
               MOVE "NO TRAILER RECORD - GENERATION NOT COMPLETE"
                   TO WS-FIX-REASON
               PERFORM ADD-FILE-TO-FIX
           END-IF.
       TAKE-INBOUND-GENERATION-EXIT.
           EXIT.

       REPORT-ONE-PAYMENT.
           CALL 'CURRCNVD' USING WS-PY-CURRENCY, WS-XP-REPORT-CCY,
               WS-PY-PAY-DATE, WS-PY-AMOUNT, WS-PY-RPT-AMOUNT,
               WS-CONV-STATUS.
           IF WS-CONV-STATUS NOT = "Y"
               MOVE SPACES TO WS-FIX-REASON
               STRING "NO " WS-PY-CURRENCY " RATE FOR THE PAY DATE - "
                   "THRESHOLD NOT TESTED"
                   DELIMITED BY SIZE INTO WS-FIX-REASON
               PERFORM ADD-PAYMENT-TO-FIX
               GO TO REPORT-ONE-PAYMENT-EXIT
           END-IF.
           IF WS-PY-RPT-AMOUNT NOT > WS-XP-THRESHOLD
               ADD 1 TO WS-TOTAL-BELOW
               GO TO REPORT-ONE-PAYMENT-EXIT
           END-IF.

           MOVE SPACES TO WS-PY-COUNTRY.
           MOVE WS-PY-BANK-ID TO WS-BD-BANK-ID OF BANKDIR-RECORD.
           READ BANKDIR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE WS-BD-COUNTRY OF BANKDIR-RECORD
                       TO WS-PY-COUNTRY
           END-READ.
           IF WS-PY-COUNTRY = WS-XP-HOME-COUNTRY
               ADD 1 TO WS-TOTAL-DOMESTIC
               GO TO REPORT-ONE-PAYMENT-EXIT
           END-IF.

           IF WS-PY-COUNTRY = SPACES OR WS-PY-PURPOSE-CODE = SPACES
               MOVE SPACES TO WS-FIX-REASON
               EVALUATE TRUE
                   WHEN WS-PY-COUNTRY = SPACES AND
                        WS-PY-PURPOSE-CODE = SPACES
                       MOVE "NO COUNTRY FOR THE BANK, NO PURPOSE CODE"
                           TO WS-FIX-REASON
                   WHEN WS-PY-COUNTRY = SPACES
                       MOVE "NO COUNTRY FOR THE BANK ON THE DIRECTORY"
                           TO WS-FIX-REASON
                   WHEN WS-PY-DIRECTION = "O"
                       STRING "NO PURPOSE CODE - SET IT ON BENEFICIARY "
                           WS-PY-BENEF-ID
                           DELIMITED BY SIZE INTO WS-FIX-REASON
                   WHEN OTHER
                       MOVE "NO PURPOSE CODE FROM THE SENDING BANK"
                           TO WS-FIX-REASON
               END-EVALUATE
               PERFORM ADD-PAYMENT-TO-FIX
               GO TO REPORT-ONE-PAYMENT-EXIT
           END-IF.

           MOVE WS-RETURN-MONTH TO WS-XR-RETURN-MONTH OF XBRET-REC.
           MOVE WS-PY-DIRECTION TO WS-XR-DIRECTION OF XBRET-REC.
           MOVE WS-PY-REF TO WS-XR-PAY-REF OF XBRET-REC.
           MOVE WS-PY-PAY-DATE TO WS-XR-PAY-DATE OF XBRET-REC.
           MOVE WS-PY-ACCT TO WS-XR-ACCT OF XBRET-REC.
           MOVE WS-PY-NAME TO WS-XR-PARTY-NAME OF XBRET-REC.
           MOVE WS-PY-BANK-ID TO WS-XR-BANK-ID OF XBRET-REC.
           MOVE WS-PY-COUNTRY TO WS-XR-COUNTRY OF XBRET-REC.
           MOVE WS-PY-CURRENCY TO WS-XR-CURRENCY OF XBRET-REC.
           MOVE WS-PY-AMOUNT TO WS-XR-AMOUNT OF XBRET-REC.
           MOVE WS-PY-RPT-AMOUNT TO WS-XR-RPT-AMOUNT OF XBRET-REC.
           MOVE WS-PY-PURPOSE-CODE TO WS-XR-PURPOSE-CODE OF XBRET-REC.
           WRITE XBRET-REC.
           IF WS-XBRET-STATUS NOT = "00"
               MOVE SPACES TO WS-FIX-REASON
               STRING "RETURN FILE WRITE ERROR, STATUS "
                   WS-XBRET-STATUS
                   DELIMITED BY SIZE INTO WS-FIX-REASON
               PERFORM ADD-PAYMENT-TO-FIX
               GO TO REPORT-ONE-PAYMENT-EXIT
           END-IF.
           ADD 1 TO WS-TOTAL-REPORTED.
           IF WS-PY-DIRECTION = "O"
               ADD 1 TO WS-OUT-RPT-COUNT
               ADD WS-PY-RPT-AMOUNT TO WS-OUT-RPT-TOTAL
           ELSE
               ADD 1 TO WS-IN-RPT-COUNT
               ADD WS-PY-RPT-AMOUNT TO WS-IN-RPT-TOTAL
           END-IF.
           PERFORM ADD-TO-SUMMARY.
       REPORT-ONE-PAYMENT-EXIT.
           EXIT.

       ADD-TO-SUMMARY.
           MOVE ZERO TO WS-SM-FOUND-IDX.
           PERFORM VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-SUMMARY-COUNT
                  OR WS-SM-FOUND-IDX NOT = ZERO
               IF WS-SM-DIRECTION(WS-SM-IDX) = WS-PY-DIRECTION AND
                  WS-SM-COUNTRY(WS-SM-IDX) = WS-PY-COUNTRY AND
                  WS-SM-CCY(WS-SM-IDX) = WS-PY-CURRENCY
                   MOVE WS-SM-IDX TO WS-SM-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-SM-FOUND-IDX = ZERO
               IF WS-SUMMARY-COUNT >= 500
                   MOVE "Y" TO WS-SUMMARY-FULL
               ELSE
                   ADD 1 TO WS-SUMMARY-COUNT
                   MOVE WS-SUMMARY-COUNT TO WS-SM-FOUND-IDX
                   MOVE WS-PY-DIRECTION
                       TO WS-SM-DIRECTION(WS-SM-FOUND-IDX)
                   MOVE WS-PY-COUNTRY TO WS-SM-COUNTRY(WS-SM-FOUND-IDX)
                   MOVE WS-PY-CURRENCY TO WS-SM-CCY(WS-SM-FOUND-IDX)
                   MOVE ZERO TO WS-SM-COUNT(WS-SM-FOUND-IDX)
                   MOVE ZERO TO WS-SM-AMOUNT(WS-SM-FOUND-IDX)
                   MOVE ZERO TO WS-SM-RPT-AMOUNT(WS-SM-FOUND-IDX)
               END-IF
           END-IF.
           IF WS-SM-FOUND-IDX NOT = ZERO
               ADD 1 TO WS-SM-COUNT(WS-SM-FOUND-IDX)
               ADD WS-PY-AMOUNT TO WS-SM-AMOUNT(WS-SM-FOUND-IDX)
               ADD WS-PY-RPT-AMOUNT
                   TO WS-SM-RPT-AMOUNT(WS-SM-FOUND-IDX)
           END-IF.

       ADD-PAYMENT-TO-FIX.
           ADD 1 TO WS-TOTAL-TO-FIX.
           IF WS-PY-DIRECTION = "O"
               MOVE "OUT" TO WS-DIR-TEXT
           ELSE
               MOVE "IN " TO WS-DIR-TEXT
           END-IF.
           MOVE WS-PY-AMOUNT TO WS-AMT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  " WS-DIR-TEXT " " WS-PY-PAY-DATE " " WS-PY-REF
               " " WS-PY-ACCT " " WS-PY-BANK-ID " " WS-PY-CURRENCY
               " " WS-AMT-DISP "  " WS-FIX-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       ADD-FILE-TO-FIX.
           ADD 1 TO WS-TOTAL-TO-FIX.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  ** " WS-FIX-FILE-NAME " " WS-FIX-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       PRINT-RETURN-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "RETURN SUMMARY BY DIRECTION, COUNTRY AND CURRENCY"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  DIR CTRY CCY  PAYMENTS            AMOUNT"
               "        AMOUNT " WS-XP-REPORT-CCY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "O" TO WS-PRINT-DIRECTION.
           PERFORM PRINT-SUMMARY-LINE
               VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-SUMMARY-COUNT.
           MOVE "I" TO WS-PRINT-DIRECTION.
           PERFORM PRINT-SUMMARY-LINE
               VARYING WS-SM-IDX FROM 1 BY 1
               UNTIL WS-SM-IDX > WS-SUMMARY-COUNT.
           IF WS-SUMMARY-FULL = "Y"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  SUMMARY TABLE FULL - THE LINES ABOVE ARE "
                   "INCOMPLETE; THE RETURN FILE IS NOT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-OUT-RPT-COUNT TO WS-COUNT-DISP.
           MOVE WS-OUT-RPT-TOTAL TO WS-RPT-AMT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  OUTBOUND REPORTED " WS-COUNT-DISP "  "
               WS-XP-REPORT-CCY " " WS-RPT-AMT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-IN-RPT-COUNT TO WS-COUNT-DISP.
           MOVE WS-IN-RPT-TOTAL TO WS-RPT-AMT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  INBOUND REPORTED  " WS-COUNT-DISP "  "
               WS-XP-REPORT-CCY " " WS-RPT-AMT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  PAYMENTS EXAMINED: OUTBOUND " WS-TOTAL-OUT-READ
               " INBOUND " WS-TOTAL-IN-READ
               "  RETURNED/RECALLED " WS-TOTAL-EXCLUDED
               "  BELOW THRESHOLD " WS-TOTAL-BELOW
               "  DOMESTIC " WS-TOTAL-DOMESTIC
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-TOTAL-TO-FIX = ZERO
               STRING "RETURN READY FOR SUBMISSION - "
                   WS-TOTAL-REPORTED " PAYMENT(S) ON "
                   WS-XBRET-FILE-NAME
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "RETURN NOT READY - " WS-TOTAL-TO-FIX
                   " ITEM(S) TO FIX; CORRECT THEM AND RERUN BEFORE "
                   "SUBMISSION"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE WS-REPORT-LINE.

       PRINT-SUMMARY-LINE.
           IF WS-SM-DIRECTION(WS-SM-IDX) = WS-PRINT-DIRECTION
               IF WS-PRINT-DIRECTION = "O"
                   MOVE "OUT" TO WS-DIR-TEXT
               ELSE
                   MOVE "IN " TO WS-DIR-TEXT
               END-IF
               MOVE WS-SM-COUNT(WS-SM-IDX) TO WS-COUNT-DISP
               MOVE WS-SM-AMOUNT(WS-SM-IDX) TO WS-BIG-AMT-DISP
               MOVE WS-SM-RPT-AMOUNT(WS-SM-IDX) TO WS-RPT-AMT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  " WS-DIR-TEXT " " WS-SM-COUNTRY(WS-SM-IDX)
                   "   " WS-SM-CCY(WS-SM-IDX) "  " WS-COUNT-DISP
                   " " WS-BIG-AMT-DISP " " WS-RPT-AMT-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

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
