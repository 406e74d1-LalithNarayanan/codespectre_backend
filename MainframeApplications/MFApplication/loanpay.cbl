      ******************************************************************
      * LOANPAY.CBL - Instalment Loan Repayment Split                  *
      ******************************************************************
      * Splits a repayment to an instalment loan into its interest
      * and principal parts and records it against the loan. Called
      * by STOREXEC and SUSPWRK when a standing order credits an
      * instalment loan (INSTLOAN) account.
      * LINK-LOAN-SO-ID returns the loan's own repayment order on
      * every call that finds the loan - only that order is split;
      * any other credit to the account is posted as it stands.
      * LINK-LOAN-FUNC "Q" (quote) finds the earliest instalment on
      * LOANSCHD.DAT not yet paid and returns its number, interest
      * and principal - the repayment collects exactly the scheduled
      * instalment, so the last, adjusted one clears the loan to
      * zero. Nothing is changed.
      * LINK-LOAN-FUNC "P" (pay) marks the quoted instalment paid on
      * the posting date and moves the loan master (LOAN.DAT) on:
      * principal outstanding down, paid count up, the instalment
      * taken out of arrears (the loan back to ACTIVE once none is
      * left), and REPAID once the last instalment is in.
      * LINK-LOAN-RESULT: "Y" = done, "N" = no loan (or no schedule)
      * on file for the account, "R" = the loan is already repaid,
      * "E" = the loan files could not be read or written - the
      * caller suspends the repayment rather than post it unsplit.
      * The files are opened on first use and kept open for the
      * activation; an interactive caller issues CANCEL 'LOANPAY'
      * first so it sees the batch's changes (SUSPWRK does).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LOANPAY.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAN-FILE ASSIGN TO "LOAN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-LN-ACCT-ID OF LOAN-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT LOANSCHD-FILE ASSIGN TO "LOANSCHD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-LS-KEY OF LOANSCHD-RECORD
               FILE STATUS IS WS-SCHD-STATUS.
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
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       01  WS-SCHD-STATUS          PIC XX.
      * "N" = not yet opened (a failed open stays "N" so the next
      * call retries), "Y" = open, "U" = no loan files on the
      * system - no account has ever been drawn down.
       01  WS-FILE-STATE           PIC X VALUE "N".
       01  WS-FOUND-FLAG           PIC X.
       LINKAGE SECTION.
       01  LINK-LOAN-FUNC          PIC X.
       01  LINK-LOAN-ACCT          PIC X(15).
       01  LINK-POST-DATE          PIC 9(8).
       01  LINK-INST-NO            PIC 9(3).
       01  LINK-INTEREST-AMT       PIC 9(10)V99.
       01  LINK-PRINCIPAL-AMT      PIC 9(10)V99.
       01  LINK-LOAN-RESULT        PIC X.
       01  LINK-LOAN-SO-ID         PIC X(20).
       PROCEDURE DIVISION USING LINK-LOAN-FUNC, LINK-LOAN-ACCT,
               LINK-POST-DATE, LINK-INST-NO, LINK-INTEREST-AMT,
               LINK-PRINCIPAL-AMT, LINK-LOAN-RESULT, LINK-LOAN-SO-ID.
       MAIN-PROCEDURE.
           MOVE "Y" TO LINK-LOAN-RESULT.
           MOVE SPACES TO LINK-LOAN-SO-ID.

           IF WS-FILE-STATE = "N"
               PERFORM OPEN-LOAN-FILES THRU OPEN-LOAN-FILES-EXIT
               IF WS-FILE-STATE = "N"
                   MOVE "E" TO LINK-LOAN-RESULT
                   GO TO END-PROGRAM
               END-IF
           END-IF.
           IF WS-FILE-STATE = "U"
               MOVE "N" TO LINK-LOAN-RESULT
               GO TO END-PROGRAM
           END-IF.

           MOVE LINK-LOAN-ACCT TO WS-LN-ACCT-ID OF LOAN-RECORD.
           READ LOAN-FILE
               INVALID KEY
                   MOVE "N" TO LINK-LOAN-RESULT
                   GO TO END-PROGRAM
           END-READ.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "LOANPAY - LOAN.DAT READ Error, Status: "
                   WS-FILE-STATUS " for loan " LINK-LOAN-ACCT
               MOVE "E" TO LINK-LOAN-RESULT
               GO TO END-PROGRAM
           END-IF.
           MOVE WS-LN-SO-ID OF LOAN-RECORD TO LINK-LOAN-SO-ID.
           IF WS-LN-STATUS OF LOAN-RECORD = "REPAID"
               MOVE "R" TO LINK-LOAN-RESULT
               GO TO END-PROGRAM
           END-IF.

           EVALUATE LINK-LOAN-FUNC
               WHEN "Q"
                   PERFORM QUOTE-NEXT-INSTALMENT
                       THRU QUOTE-NEXT-INSTALMENT-EXIT
               WHEN "P"
                   PERFORM PAY-INSTALMENT
                       THRU PAY-INSTALMENT-EXIT
               WHEN OTHER
                   MOVE "E" TO LINK-LOAN-RESULT
           END-EVALUATE.

       END-PROGRAM.
           EXIT PROGRAM.

       OPEN-LOAN-FILES.
           OPEN I-O LOAN-FILE.
           IF WS-FILE-STATUS = "35"
      * No loan master at all means no loan has ever been drawn.
               MOVE "U" TO WS-FILE-STATE
               GO TO OPEN-LOAN-FILES-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "LOANPAY - LOAN.DAT OPEN Error, Status: "
                   WS-FILE-STATUS " - loan repayments cannot be split."
               GO TO OPEN-LOAN-FILES-EXIT
           END-IF.
           OPEN I-O LOANSCHD-FILE.
           IF WS-SCHD-STATUS NOT = "00"
               DISPLAY "LOANPAY - LOANSCHD.DAT OPEN Error, Status: "
                   WS-SCHD-STATUS " - loan repayments cannot be split."
               CLOSE LOAN-FILE
               GO TO OPEN-LOAN-FILES-EXIT
           END-IF.
           MOVE "Y" TO WS-FILE-STATE.
       OPEN-LOAN-FILES-EXIT.
           EXIT.

       QUOTE-NEXT-INSTALMENT.
      * Instalments are paid strictly in order, so the earliest one
      * not yet paid is the one this repayment collects - whether it
      * is still due or already in arrears.
           MOVE "N" TO WS-FOUND-FLAG.
           MOVE LINK-LOAN-ACCT TO WS-LS-ACCT-ID OF LOANSCHD-RECORD.
           MOVE ZERO TO WS-LS-INST-NO OF LOANSCHD-RECORD.
           START LOANSCHD-FILE
               KEY NOT LESS THAN WS-LS-KEY OF LOANSCHD-RECORD
               INVALID KEY
                   MOVE "23" TO WS-SCHD-STATUS
           END-START.
           PERFORM UNTIL WS-SCHD-STATUS NOT = "00" OR
                   WS-FOUND-FLAG = "Y"
               READ LOANSCHD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-SCHD-STATUS
                   NOT AT END
                       IF WS-LS-ACCT-ID OF LOANSCHD-RECORD NOT =
                          LINK-LOAN-ACCT
                           MOVE "10" TO WS-SCHD-STATUS
                       ELSE
                           IF WS-LS-STATUS OF LOANSCHD-RECORD
                               NOT = "P"
                               MOVE "Y" TO WS-FOUND-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-FOUND-FLAG NOT = "Y"
      * Every instalment on the schedule is paid but the master was
      * never closed off - nothing more is owed.
               IF WS-LN-PAID-COUNT OF LOAN-RECORD > ZERO
                   MOVE "R" TO LINK-LOAN-RESULT
               ELSE
                   MOVE "N" TO LINK-LOAN-RESULT
               END-IF
               GO TO QUOTE-NEXT-INSTALMENT-EXIT
           END-IF.

           MOVE WS-LS-INST-NO OF LOANSCHD-RECORD TO LINK-INST-NO.
           MOVE WS-LS-INTEREST OF LOANSCHD-RECORD TO LINK-INTEREST-AMT.
           MOVE WS-LS-PRINCIPAL OF LOANSCHD-RECORD
               TO LINK-PRINCIPAL-AMT.
       QUOTE-NEXT-INSTALMENT-EXIT.
           EXIT.

       PAY-INSTALMENT.
           MOVE LINK-LOAN-ACCT TO WS-LS-ACCT-ID OF LOANSCHD-RECORD.
           MOVE LINK-INST-NO TO WS-LS-INST-NO OF LOANSCHD-RECORD.
           READ LOANSCHD-FILE
               INVALID KEY
                   MOVE "N" TO LINK-LOAN-RESULT
                   GO TO PAY-INSTALMENT-EXIT
           END-READ.
           IF WS-LS-STATUS OF LOANSCHD-RECORD = "P"
               DISPLAY "LOANPAY - instalment " LINK-INST-NO
                   " of loan " LINK-LOAN-ACCT " is already paid."
               MOVE "E" TO LINK-LOAN-RESULT
               GO TO PAY-INSTALMENT-EXIT
           END-IF.

      * An instalment in arrears comes off the arrears count and
      * amount as it is paid; the loan is back in order once no
      * arrears are left.
           IF WS-LS-STATUS OF LOANSCHD-RECORD = "A"
               IF WS-LN-ARREARS-COUNT OF LOAN-RECORD > ZERO
                   SUBTRACT 1 FROM WS-LN-ARREARS-COUNT OF LOAN-RECORD
               END-IF
               IF WS-LN-ARREARS-AMT OF LOAN-RECORD >
                  WS-LS-PAYMENT OF LOANSCHD-RECORD
                   SUBTRACT WS-LS-PAYMENT OF LOANSCHD-RECORD
                       FROM WS-LN-ARREARS-AMT OF LOAN-RECORD
               ELSE
                   MOVE ZERO TO WS-LN-ARREARS-AMT OF LOAN-RECORD
               END-IF
           END-IF.

           MOVE "P" TO WS-LS-STATUS OF LOANSCHD-RECORD.
           MOVE LINK-POST-DATE TO WS-LS-PAID-DATE OF LOANSCHD-RECORD.
           REWRITE LOANSCHD-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-SCHD-STATUS NOT = "00"
               DISPLAY "LOANPAY - LOANSCHD.DAT REWRITE Error, Status: "
                   WS-SCHD-STATUS " for loan " LINK-LOAN-ACCT
               MOVE "E" TO LINK-LOAN-RESULT
               GO TO PAY-INSTALMENT-EXIT
           END-IF.

           ADD 1 TO WS-LN-PAID-COUNT OF LOAN-RECORD.
           IF WS-LN-OUTSTANDING OF LOAN-RECORD >
              WS-LS-PRINCIPAL OF LOANSCHD-RECORD
               SUBTRACT WS-LS-PRINCIPAL OF LOANSCHD-RECORD
                   FROM WS-LN-OUTSTANDING OF LOAN-RECORD
           ELSE
               MOVE ZERO TO WS-LN-OUTSTANDING OF LOAN-RECORD
           END-IF.
           IF WS-LN-ARREARS-COUNT OF LOAN-RECORD = ZERO
               MOVE ZERO TO WS-LN-ARREARS-AMT OF LOAN-RECORD
               MOVE ZERO TO WS-LN-ARREARS-SINCE OF LOAN-RECORD
               MOVE "ACTIVE" TO WS-LN-STATUS OF LOAN-RECORD
           END-IF.
           IF WS-LN-PAID-COUNT OF LOAN-RECORD NOT <
              WS-LN-TERM OF LOAN-RECORD
               MOVE ZERO TO WS-LN-OUTSTANDING OF LOAN-RECORD
               MOVE "REPAID" TO WS-LN-STATUS OF LOAN-RECORD
           END-IF.
           REWRITE LOAN-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "LOANPAY - LOAN.DAT REWRITE Error, Status: "
                   WS-FILE-STATUS " for loan " LINK-LOAN-ACCT
               MOVE "E" TO LINK-LOAN-RESULT
           END-IF.
       PAY-INSTALMENT-EXIT.
           EXIT.
