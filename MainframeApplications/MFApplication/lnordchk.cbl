      ******************************************************************
      * LNORDCHK.CBL - Loan Repayment Order Check                      *
      ******************************************************************
      * Answers, for a standing order and the account it credits,
      * whether that account is an instalment loan on LOAN.DAT and,
      * if so, whether the order is the loan's own repayment order -
      * the one LOANSET set up with the loan and named on the loan
      * master. Only that order may credit a loan account: STORDVAL
      * refuses any other, and the standing order maintenance
      * programs refuse to amend, cancel, skip or escalate the
      * repayment order itself, which is changed only with the loan.
      * LINK-RESULT: "N" = the account is not an instalment loan (no
      * loan on file for it, or no loan master at all), "R" = the
      * order is the loan's repayment order, "L" = the account is an
      * instalment loan but the order is not its repayment order,
      * "E" = the loan master could not be read - the caller must
      * refuse.
      * The loan master is opened and closed on every call, so each
      * answer reflects the loans drawn down so far.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LNORDCHK.
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
       DATA DIVISION.
       FILE SECTION.
           FD LOAN-FILE.
               COPY LOAN-RECORD
                   REPLACING ==WS-LOAN-RECORD==
                   BY ==LOAN-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       LINKAGE SECTION.
       01  LINK-SO-ID              PIC X(20).
       01  LINK-TO-ACCT            PIC X(15).
       01  LINK-RESULT             PIC X.
       PROCEDURE DIVISION USING LINK-SO-ID, LINK-TO-ACCT,
               LINK-RESULT.
       MAIN-PROCEDURE.
           MOVE "N" TO LINK-RESULT.

      * No loan master at all means no loan has ever been drawn down.
           OPEN INPUT LOAN-FILE.
           IF WS-FILE-STATUS = "35"
               GO TO END-PROGRAM
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "LNORDCHK - LOAN.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               MOVE "E" TO LINK-RESULT
               GO TO END-PROGRAM
           END-IF.

           MOVE LINK-TO-ACCT TO WS-LN-ACCT-ID OF LOAN-RECORD.
           READ LOAN-FILE
               INVALID KEY
                   CLOSE LOAN-FILE
                   GO TO END-PROGRAM
           END-READ.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "LNORDCHK - LOAN.DAT READ Error, Status: "
                   WS-FILE-STATUS " for loan " LINK-TO-ACCT
               MOVE "E" TO LINK-RESULT
               CLOSE LOAN-FILE
               GO TO END-PROGRAM
           END-IF.
           CLOSE LOAN-FILE.

           IF WS-LN-SO-ID OF LOAN-RECORD = LINK-SO-ID
               MOVE "R" TO LINK-RESULT
           ELSE
               MOVE "L" TO LINK-RESULT
           END-IF.

       END-PROGRAM.
           EXIT PROGRAM.
