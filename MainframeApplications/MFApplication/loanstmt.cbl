      ******************************************************************
      * LOANSTMT.CBL - Instalment Loan Statement                       *
      ******************************************************************
      * Prints the statement of one instalment loan, or of every loan
      * on LOAN.DAT, to LNSTMT.RPT in the ACCTSTMT page layout: the
      * loan's terms and standing, then its amortisation schedule from
      * LOANSCHD.DAT line by line - due date, instalment, the interest
      * and principal it carries, the balance after it, and whether it
      * is still due, paid (with the date LOANPAY recorded) or in
      * arrears. The totals give the instalments paid and what they
      * repaid in interest and principal, the arrears, and the
      * principal outstanding, tied back to the loan account's
      * balance on ACCT.DAT (the principal owed, carried negative).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANSTMT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-LN-ACCT-ID OF LOAN-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOANSCHD-FILE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-LS-KEY OF LOANSCHD-RECORD
               FILE STATUS IS WS-SCHD-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-ACCT-STATUS.
           SELECT PRINT-FILE ASSIGN TO "LNSTMT.RPT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-PRINT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD LOAN-FILE.
               COPY LOAN-RECORD
                   REPLACING ==WS-LOAN-RECORD==
                   BY ==LOAN-RECORD==.
           FD LOANSCHD-FILE.
               COPY LOANSCHD-RECORD
                   REPLACING ==WS-LOANSCHD-RECORD==
                   BY ==LOANSCHD-RECORD==.
           FD ACCOUNT-FILE.
               COPY WS-ACCOUNT-RECORD
                   REPLACING ==WS-ACCOUNT-RECORD==
                   BY ==ACCOUNT-RECORD==.
           FD PRINT-FILE.
           01  WS-PRINT-LINE           PIC X(132).
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       01  WS-SCHD-STATUS          PIC XX.
       01  WS-ACCT-STATUS          PIC XX.
       01  WS-PRINT-STATUS         PIC XX.
       01  WS-REQ-ACCT-ID          PIC X(15).
       01  WS-SCAN-DONE            PIC X.
       01  WS-STATUS-TEXT          PIC X(7).
       01  WS-PAID-COUNT           PIC 9(3).
       01  WS-PAID-AMT             PIC 9(10)V99.
       01  WS-PAID-INTEREST        PIC 9(10)V99.
       01  WS-PAID-PRINCIPAL       PIC 9(10)V99.
       01  WS-DUE-COUNT            PIC 9(3).
       01  WS-DUE-AMT              PIC 9(10)V99.
       01  WS-DUE-INTEREST         PIC 9(10)V99.
       01  WS-ARR-COUNT            PIC 9(3).
       01  WS-ARR-AMT              PIC 9(10)V99.
       01  WS-ACCT-BAL-DISP        PIC -Z(11)9.99.
       01  WS-LINE-COUNT           PIC 9(3).
       01  WS-PENDING-LINE         PIC X(132).
       01  WS-PAGE-NUMBER          PIC 9(5) VALUE 0.
       01  WS-LINES-PER-PAGE       PIC 9(3) VALUE 60.
       01  WS-STMT-COUNT           PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "LOANSTMT - Instalment Loan Statements".
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           DISPLAY "Enter Loan Account ID (blank for all loans): ".
           ACCEPT WS-REQ-ACCT-ID.

           OPEN INPUT LOAN-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "LOAN.DAT OPEN Error, Status: " WS-FILE-STATUS
               STOP RUN
           END-IF.

           OPEN INPUT LOANSCHD-FILE.
           IF WS-SCHD-STATUS NOT = "00"
               DISPLAY "LOANSCHD.DAT OPEN Error, Status: "
                   WS-SCHD-STATUS
               CLOSE LOAN-FILE
               STOP RUN
           END-IF.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-ACCT-STATUS NOT = "00"
               DISPLAY "ACCT.DAT OPEN Error, Status: " WS-ACCT-STATUS
               CLOSE LOAN-FILE
               CLOSE LOANSCHD-FILE
               STOP RUN
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "LNSTMT.RPT OPEN Error, Status: "
                   WS-PRINT-STATUS
               CLOSE LOAN-FILE
               CLOSE LOANSCHD-FILE
               CLOSE ACCOUNT-FILE
               STOP RUN
           END-IF.

           IF WS-REQ-ACCT-ID NOT = SPACES
               MOVE WS-REQ-ACCT-ID TO WS-LN-ACCT-ID OF LOAN-RECORD
               READ LOAN-FILE
                   INVALID KEY
                       DISPLAY "No loan on file for: " WS-REQ-ACCT-ID
                   NOT INVALID KEY
                       PERFORM PRINT-ONE-LOAN
               END-READ
           ELSE
               PERFORM PRINT-ALL-LOANS
           END-IF.

           CLOSE LOAN-FILE.
           CLOSE LOANSCHD-FILE.
           CLOSE ACCOUNT-FILE.
           CLOSE PRINT-FILE.

           DISPLAY "LOANSTMT - Statements produced: " WS-STMT-COUNT.
           STOP RUN.

       PRINT-ALL-LOANS.
           MOVE SPACES TO WS-LN-ACCT-ID OF LOAN-RECORD.
           START LOAN-FILE
               KEY NOT < WS-LN-ACCT-ID OF LOAN-RECORD
               INVALID KEY
                   MOVE "10" TO WS-FILE-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ LOAN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       PERFORM PRINT-ONE-LOAN
               END-READ
           END-PERFORM.

       PRINT-ONE-LOAN.
           MOVE ZERO TO WS-PAID-COUNT.
           MOVE ZERO TO WS-PAID-AMT.
           MOVE ZERO TO WS-PAID-INTEREST.
           MOVE ZERO TO WS-PAID-PRINCIPAL.
           MOVE ZERO TO WS-DUE-COUNT.
           MOVE ZERO TO WS-DUE-AMT.
           MOVE ZERO TO WS-DUE-INTEREST.
           MOVE ZERO TO WS-ARR-COUNT.
           MOVE ZERO TO WS-ARR-AMT.

           PERFORM START-LOAN-PAGE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  PRINCIPAL: " WS-LN-PRINCIPAL OF LOAN-RECORD
               "  ANNUAL RATE: " WS-LN-RATE OF LOAN-RECORD
               "%  TERM: " WS-LN-TERM OF LOAN-RECORD " MONTHS"
               "  DRAWN: " WS-LN-DRAWN-DATE OF LOAN-RECORD
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  INSTALMENT: " WS-LN-INSTALMENT OF LOAN-RECORD
               "  FROM " WS-LN-SETTLE-ACCT OF LOAN-RECORD
               " BY ORDER " WS-LN-SO-ID OF LOAN-RECORD
               "  STATUS: " WS-LN-STATUS OF LOAN-RECORD
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  NO  DUE DATE        INSTALMENT       INTEREST"
               "      PRINCIPAL    BALANCE AFTER  STATUS  PAID ON"
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.

           MOVE WS-LN-ACCT-ID OF LOAN-RECORD TO
               WS-LS-ACCT-ID OF LOANSCHD-RECORD.
           MOVE ZERO TO WS-LS-INST-NO OF LOANSCHD-RECORD.
           MOVE "N" TO WS-SCAN-DONE.
           START LOANSCHD-FILE
               KEY NOT LESS THAN WS-LS-KEY OF LOANSCHD-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ LOANSCHD-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF WS-LS-ACCT-ID OF LOANSCHD-RECORD NOT =
                          WS-LN-ACCT-ID OF LOAN-RECORD
                           MOVE "Y" TO WS-SCAN-DONE
                       ELSE
                           PERFORM PRINT-ONE-INSTALMENT
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM PRINT-LOAN-TOTALS.
           ADD 1 TO WS-STMT-COUNT.

       PRINT-ONE-INSTALMENT.
           EVALUATE WS-LS-STATUS OF LOANSCHD-RECORD
               WHEN "P"
                   MOVE "PAID" TO WS-STATUS-TEXT
                   ADD 1 TO WS-PAID-COUNT
                   ADD WS-LS-PAYMENT OF LOANSCHD-RECORD TO WS-PAID-AMT
                   ADD WS-LS-INTEREST OF LOANSCHD-RECORD TO
                       WS-PAID-INTEREST
                   ADD WS-LS-PRINCIPAL OF LOANSCHD-RECORD TO
                       WS-PAID-PRINCIPAL
               WHEN "A"
                   MOVE "ARREARS" TO WS-STATUS-TEXT
                   ADD 1 TO WS-ARR-COUNT
                   ADD WS-LS-PAYMENT OF LOANSCHD-RECORD TO WS-ARR-AMT
                   ADD 1 TO WS-DUE-COUNT
                   ADD WS-LS-PAYMENT OF LOANSCHD-RECORD TO WS-DUE-AMT
                   ADD WS-LS-INTEREST OF LOANSCHD-RECORD TO
                       WS-DUE-INTEREST
               WHEN OTHER
                   MOVE "DUE" TO WS-STATUS-TEXT
                   ADD 1 TO WS-DUE-COUNT
                   ADD WS-LS-PAYMENT OF LOANSCHD-RECORD TO WS-DUE-AMT
                   ADD WS-LS-INTEREST OF LOANSCHD-RECORD TO
                       WS-DUE-INTEREST
           END-EVALUATE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-LS-STATUS OF LOANSCHD-RECORD = "P"
               STRING "  " WS-LS-INST-NO OF LOANSCHD-RECORD
                   " " WS-LS-DUE-DATE OF LOANSCHD-RECORD
                   " " WS-LS-PAYMENT OF LOANSCHD-RECORD
                   " " WS-LS-INTEREST OF LOANSCHD-RECORD
                   " " WS-LS-PRINCIPAL OF LOANSCHD-RECORD
                   " " WS-LS-CLOSING-BAL OF LOANSCHD-RECORD
                   "  " WS-STATUS-TEXT
                   " " WS-LS-PAID-DATE OF LOANSCHD-RECORD
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           ELSE
               STRING "  " WS-LS-INST-NO OF LOANSCHD-RECORD
                   " " WS-LS-DUE-DATE OF LOANSCHD-RECORD
                   " " WS-LS-PAYMENT OF LOANSCHD-RECORD
                   " " WS-LS-INTEREST OF LOANSCHD-RECORD
                   " " WS-LS-PRINCIPAL OF LOANSCHD-RECORD
                   " " WS-LS-CLOSING-BAL OF LOANSCHD-RECORD
                   "  " WS-STATUS-TEXT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-IF.
           PERFORM WRITE-PRINT-LINE.

       PRINT-LOAN-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  INSTALMENTS PAID: " WS-PAID-COUNT
               "  AMOUNT PAID: " WS-PAID-AMT
               "  INTEREST PAID: " WS-PAID-INTEREST
               "  PRINCIPAL REPAID: " WS-PAID-PRINCIPAL
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  INSTALMENTS TO PAY: " WS-DUE-COUNT
               "  AMOUNT TO PAY: " WS-DUE-AMT
               "  OF WHICH INTEREST: " WS-DUE-INTEREST
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
           IF WS-ARR-COUNT > ZERO
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  IN ARREARS: " WS-ARR-COUNT
                   " INSTALMENTS, " WS-ARR-AMT
                   " SINCE " WS-LN-ARREARS-SINCE OF LOAN-RECORD
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               PERFORM WRITE-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  PRINCIPAL OUTSTANDING: "
               WS-LN-OUTSTANDING OF LOAN-RECORD
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-PRINT-LINE.
      * The tie back to the account master: the loan account carries
      * the principal outstanding as a negative balance.
           MOVE WS-LN-ACCT-ID OF LOAN-RECORD TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  LOAN ACCOUNT NOT ON ACCT.DAT"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-PRINT-LINE
               NOT INVALID KEY
                   MOVE WS-ACCT-BALANCE OF ACCOUNT-RECORD TO
                       WS-ACCT-BAL-DISP
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  ACCT.DAT BALANCE: " WS-ACCT-BAL-DISP
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   PERFORM WRITE-PRINT-LINE
                   IF WS-ACCT-BALANCE OF ACCOUNT-RECORD +
                      WS-LN-OUTSTANDING OF LOAN-RECORD NOT = ZERO
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "  ** BALANCE DOES NOT AGREE WITH THE "
                           "PRINCIPAL OUTSTANDING **"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       PERFORM WRITE-PRINT-LINE
                   END-IF
           END-READ.

       START-LOAN-PAGE.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE ZERO TO WS-LINE-COUNT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LOAN STATEMENT"
               "   PRODUCED " WS-CURRENT-DATE
               "   PAGE " WS-PAGE-NUMBER
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-HEADING-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LOAN ACCOUNT: " WS-LN-ACCT-ID OF LOAN-RECORD
               "  CUSTOMER: " WS-LN-CUST-ID OF LOAN-RECORD
               "  CURRENCY: " WS-LN-CURRENCY OF LOAN-RECORD
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           PERFORM WRITE-HEADING-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM WRITE-HEADING-LINE.

       WRITE-HEADING-LINE.
           WRITE WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.

       WRITE-PRINT-LINE.
      * Page overflow repeats the statement headings, the ACCTSTMT
      * pattern. The pending detail line is parked while the heading
      * lines reuse the print area.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               MOVE WS-PRINT-LINE TO WS-PENDING-LINE
               PERFORM START-LOAN-PAGE
               MOVE WS-PENDING-LINE TO WS-PRINT-LINE
           END-IF.
           WRITE WS-PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
