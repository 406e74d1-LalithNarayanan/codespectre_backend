      ******************************************************************
      * FXINCRPT.CBL - Monthly FX Margin Income by Currency Pair       *
      ******************************************************************
      * Totals the exchange margin the bank took on cross-currency
      * postings over one calendar month, by currency pair, for
      * finance. Each posting log generation in the month is read;
      * every POSTED entry whose mid-rate amount exceeds the amount
      * actually credited carries a margin (the mid figure less the
      * customer-rate figure FXMRGAPL derived). The pair is taken
      * from the debited and credited accounts' currency codes on
      * ACCT.DAT. Per pair the report shows the number of
      * conversions, the amount debited (in the debited currency),
      * the mid-rate and customer-rate amounts and the margin (in
      * the credited currency) - the margin being what GLEXTR posted
      * to the FXINC income account. A posting since backed out by
      * POSTBACK is marked REVERSED on the log and drops out.
      * Written to FXINC<yyyymm>.RPT. A month entered as zero is the
      * previous calendar month.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXINCRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT POSTLOG-FILE ASSIGN TO WS-POSTLOG-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-POSTLOG-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD ACCOUNT-FILE.
               COPY WS-ACCOUNT-RECORD
                   REPLACING ==WS-ACCOUNT-RECORD==
                   BY ==ACCOUNT-RECORD==.
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
           FD REPORT-FILE.
           01  WS-REPORT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       01  WS-POSTLOG-STATUS       PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-POSTLOG-FILE-NAME    PIC X(30).
       01  WS-REPORT-FILE-NAME     PIC X(30).
       01  WS-REQ-MONTH            PIC 9(6).
       01  WS-MONTH-START          PIC 9(8).
       01  WS-NEXT-MONTH-START     PIC 9(8).
       01  WS-NEXT-YEAR            PIC 9(4).
       01  WS-NEXT-MONTH           PIC 9(2).
       01  WS-SCAN-DAY-NUM         PIC 9(9).
       01  WS-END-DAY-NUM          PIC 9(9).
       01  WS-SCAN-DATE            PIC 9(8).
       01  WS-FROM-CCY             PIC X(3).
       01  WS-TO-CCY               PIC X(3).
       01  WS-ACCOUNTS-FOUND-FLAG  PIC X.
       01  WS-MARGIN-AMT           PIC 9(10)V99.
      * One entry per currency pair seen in the month. The debited
      * total is in the pair's from-currency; mid, customer and
      * margin totals are in its to-currency.
       01  WS-PAIR-TABLE.
           05  WS-PR-ENTRY OCCURS 200 TIMES
                           INDEXED BY WS-PRX.
               10  WS-PR-FROM-CCY      PIC X(3).
               10  WS-PR-TO-CCY        PIC X(3).
               10  WS-PR-COUNT         PIC 9(7).
               10  WS-PR-DEBITED       PIC 9(12)V99.
               10  WS-PR-MID           PIC 9(12)V99.
               10  WS-PR-CUSTOMER      PIC 9(12)V99.
               10  WS-PR-MARGIN        PIC 9(12)V99.
       01  WS-PAIR-COUNT           PIC 9(4) VALUE 0.
       01  WS-FOUND-IDX            PIC 9(4) VALUE 0.
       01  WS-TOTAL-CONVERSIONS    PIC 9(7) VALUE 0.
       01  WS-TOTAL-LOGS-READ      PIC 9(3) VALUE 0.
       01  WS-TOTAL-UNMATCHED      PIC 9(7) VALUE 0.
       01  WS-TOTAL-DROPPED        PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "FXINCRPT - FX Margin Income Report Starting".
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "Enter Month (YYYYMM, 0 for last month): ".
           ACCEPT WS-REQ-MONTH.
           IF WS-REQ-MONTH = ZERO
               DIVIDE WS-CURRENT-DATE BY 100 GIVING WS-REQ-MONTH
               IF WS-CURRENT-DATE(5:2) = "01"
                   SUBTRACT 89 FROM WS-REQ-MONTH
               ELSE
                   SUBTRACT 1 FROM WS-REQ-MONTH
               END-IF
           END-IF.
           MOVE WS-REQ-MONTH(1:4) TO WS-NEXT-YEAR.
           MOVE WS-REQ-MONTH(5:2) TO WS-NEXT-MONTH.
           IF WS-NEXT-MONTH < 1 OR WS-NEXT-MONTH > 12
               DISPLAY "A valid month is required."
               STOP RUN
           END-IF.

      * The month runs from its first day to the day before the
      * first of the following month.
           COMPUTE WS-MONTH-START = WS-REQ-MONTH * 100 + 1.
           IF WS-NEXT-MONTH = 12
               ADD 1 TO WS-NEXT-YEAR
               MOVE 1 TO WS-NEXT-MONTH
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.
           COMPUTE WS-NEXT-MONTH-START =
               WS-NEXT-YEAR * 10000 + WS-NEXT-MONTH * 100 + 1.
           COMPUTE WS-SCAN-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
           COMPUTE WS-END-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-START) - 1.

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "FXINC" WS-REQ-MONTH ".RPT"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ACCT.DAT OPEN Error, Status: " WS-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF WS-REPORT-STATUS NOT = "00"
               DISPLAY WS-REPORT-FILE-NAME " OPEN Error, Status: "
                   WS-REPORT-STATUS
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF.

      * One posting log generation per date in the month - a date
      * with no generation simply had no run.
           PERFORM UNTIL WS-SCAN-DAY-NUM > WS-END-DAY-NUM
               COMPUTE WS-SCAN-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-SCAN-DAY-NUM)
               PERFORM SCAN-ONE-POSTLOG-DATE
                   THRU SCAN-ONE-POSTLOG-DATE-EXIT
               ADD 1 TO WS-SCAN-DAY-NUM
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "FX MARGIN INCOME BY CURRENCY PAIR - MONTH "
               WS-REQ-MONTH "   RUN DATE " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "PAIR     CONVERSIONS           DEBITED"
               "         MID-RATE AMT    CUSTOMER AMT"
               "        MARGIN INCOME"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           IF WS-PAIR-COUNT = ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "  NO FX MARGIN TAKEN IN THE MONTH"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           PERFORM VARYING WS-PRX FROM 1 BY 1
               UNTIL WS-PRX > WS-PAIR-COUNT
               PERFORM REPORT-ONE-PAIR
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CONVERSIONS WITH MARGIN: " WS-TOTAL-CONVERSIONS
               "  CURRENCY PAIRS: " WS-PAIR-COUNT
               "  POSTING LOGS READ: " WS-TOTAL-LOGS-READ
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-TOTAL-UNMATCHED > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "** " WS-TOTAL-UNMATCHED
                   " POSTINGS WITH MARGIN NOT REPORTED - ACCOUNT NO "
                   "LONGER ON FILE **"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.
           IF WS-TOTAL-DROPPED > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "** PAIR TABLE FULL - " WS-TOTAL-DROPPED
                   " POSTINGS NOT REPORTED **"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

           CLOSE ACCOUNT-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "FXINCRPT - Month " WS-REQ-MONTH
               " Conversions: " WS-TOTAL-CONVERSIONS
               " Pairs: " WS-PAIR-COUNT.
           DISPLAY "FXINCRPT - Report written to "
               WS-REPORT-FILE-NAME.
           STOP RUN.

       SCAN-ONE-POSTLOG-DATE.
           MOVE SPACES TO WS-POSTLOG-FILE-NAME.
           STRING "POSTLOG" WS-SCAN-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-POSTLOG-FILE-NAME.
           OPEN INPUT POSTLOG-FILE.
           IF WS-POSTLOG-STATUS NOT = "00"
               GO TO SCAN-ONE-POSTLOG-DATE-EXIT
           END-IF.
           ADD 1 TO WS-TOTAL-LOGS-READ.
           PERFORM READ-POSTLOG-RECORD.
           PERFORM UNTIL WS-POSTLOG-STATUS = "10"
               IF WS-PL-STATUS = "POSTED" AND
                  WS-PL-MID-AMT > WS-PL-CREDIT-AMT
                   PERFORM ADD-POSTING-TO-PAIR
                       THRU ADD-POSTING-TO-PAIR-EXIT
               END-IF
               PERFORM READ-POSTLOG-RECORD
           END-PERFORM.
           CLOSE POSTLOG-FILE.
       SCAN-ONE-POSTLOG-DATE-EXIT.
           EXIT.

       READ-POSTLOG-RECORD.
           READ POSTLOG-FILE
               AT END
                   MOVE "10" TO WS-POSTLOG-STATUS
           END-READ.

       ADD-POSTING-TO-PAIR.
           MOVE "Y" TO WS-ACCOUNTS-FOUND-FLAG.
           MOVE WS-PL-FROM-ACCT TO WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-ACCOUNTS-FOUND-FLAG
               NOT INVALID KEY
                   MOVE WS-ACCT-CURRENCY-CODE OF ACCOUNT-RECORD
                       TO WS-FROM-CCY
           END-READ.
           IF WS-ACCOUNTS-FOUND-FLAG = "Y"
               MOVE WS-PL-TO-ACCT TO WS-ACCT-ID OF ACCOUNT-RECORD
               READ ACCOUNT-FILE
                   INVALID KEY
                       MOVE "N" TO WS-ACCOUNTS-FOUND-FLAG
                   NOT INVALID KEY
                       MOVE WS-ACCT-CURRENCY-CODE OF ACCOUNT-RECORD
                           TO WS-TO-CCY
               END-READ
           END-IF.
           IF WS-ACCOUNTS-FOUND-FLAG = "N"
               ADD 1 TO WS-TOTAL-UNMATCHED
               GO TO ADD-POSTING-TO-PAIR-EXIT
           END-IF.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-PRX FROM 1 BY 1
               UNTIL WS-PRX > WS-PAIR-COUNT
               IF WS-PR-FROM-CCY(WS-PRX) = WS-FROM-CCY AND
                  WS-PR-TO-CCY(WS-PRX) = WS-TO-CCY
                   SET WS-FOUND-IDX TO WS-PRX
                   SET WS-PRX TO WS-PAIR-COUNT
               END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
               IF WS-PAIR-COUNT NOT < 200
                   ADD 1 TO WS-TOTAL-DROPPED
                   GO TO ADD-POSTING-TO-PAIR-EXIT
               END-IF
               ADD 1 TO WS-PAIR-COUNT
               MOVE WS-PAIR-COUNT TO WS-FOUND-IDX
               MOVE WS-FROM-CCY TO WS-PR-FROM-CCY(WS-FOUND-IDX)
               MOVE WS-TO-CCY TO WS-PR-TO-CCY(WS-FOUND-IDX)
               MOVE ZERO TO WS-PR-COUNT(WS-FOUND-IDX)
               MOVE ZERO TO WS-PR-DEBITED(WS-FOUND-IDX)
               MOVE ZERO TO WS-PR-MID(WS-FOUND-IDX)
               MOVE ZERO TO WS-PR-CUSTOMER(WS-FOUND-IDX)
               MOVE ZERO TO WS-PR-MARGIN(WS-FOUND-IDX)
           END-IF.

           COMPUTE WS-MARGIN-AMT = WS-PL-MID-AMT - WS-PL-CREDIT-AMT.
           ADD 1 TO WS-PR-COUNT(WS-FOUND-IDX).
           ADD WS-PL-AMOUNT TO WS-PR-DEBITED(WS-FOUND-IDX).
           ADD WS-PL-MID-AMT TO WS-PR-MID(WS-FOUND-IDX).
           ADD WS-PL-CREDIT-AMT TO WS-PR-CUSTOMER(WS-FOUND-IDX).
           ADD WS-MARGIN-AMT TO WS-PR-MARGIN(WS-FOUND-IDX).
           ADD 1 TO WS-TOTAL-CONVERSIONS.
       ADD-POSTING-TO-PAIR-EXIT.
           EXIT.

       REPORT-ONE-PAIR.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-PR-FROM-CCY(WS-PRX) "/" WS-PR-TO-CCY(WS-PRX)
               "  " WS-PR-COUNT(WS-PRX)
               "  " WS-PR-DEBITED(WS-PRX)
               "  " WS-PR-MID(WS-PRX)
               "  " WS-PR-CUSTOMER(WS-PRX)
               "  " WS-PR-MARGIN(WS-PRX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
