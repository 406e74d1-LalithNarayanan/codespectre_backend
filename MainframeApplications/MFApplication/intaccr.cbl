      * Accrues one day's interest on every account whose type has a
      * rate on INTRATE.DAT: balance times the annual rate over 365,
      * added to the account's bucket on INTACCR.DAT at four
      * decimals so daily fractions are not lost. An overdrawn
      * account earns no credit interest; instead, where it has an
      * arrangement on ODLIMIT.DAT, the debt accrues debit interest
      * at the arrangement's own rate into the bucket's separate
      * debit side. CLOSED accounts do not accrue, nor do INSTLOAN
      * accounts, whose interest is charged on the instalment
      * schedule as each repayment posts. The bucket's last
      * accrual date makes a rerun for the same business date
      * harmless, and JOBCTL holds the job until STOREXEC shows
      * COMPLETE, so accrual never runs on a date whose postings have
      * not happened. The accrued interest is credited to (or, for
      * debit interest, charged against) the accounts by the
      * month-end job INTPOST.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTACCR.
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-IR-ACCT-TYPE OF INTRATE-RECORD
               FILE STATUS IS WS-RATE-STATUS.
           SELECT ODLIMIT-FILE ASSIGN TO "ODLIMIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-OD-ACCT-ID OF ODLIMIT-RECORD
               FILE STATUS IS WS-OD-STATUS.
           SELECT INTACCR-FILE ASSIGN TO "INTACCR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               COPY INTRATE-RECORD
                   REPLACING ==WS-INTRATE-RECORD==
                   BY ==INTRATE-RECORD==.
           FD ODLIMIT-FILE.
               COPY ODLIMIT-RECORD
                   REPLACING ==WS-ODLIMIT-RECORD==
                   BY ==ODLIMIT-RECORD==.
           FD INTACCR-FILE.
               COPY INTACCR-RECORD
                   REPLACING ==WS-INTACCR-RECORD==
           COPY COMMON-STORAGE.
       01  WS-RATE-STATUS          PIC XX.
       01  WS-ACCR-STATUS          PIC XX.
       01  WS-OD-STATUS            PIC XX.
       01  WS-RATE-PRESENT         PIC X VALUE "N".
       01  WS-OD-PRESENT           PIC X VALUE "N".
       01  WS-ACCR-EXISTS          PIC X.
       01  WS-DAY-INTEREST         PIC 9(10)V9999.
       01  WS-DAY-DEBIT-INTEREST   PIC 9(10)V9999.
       01  WS-TOTAL-ACCOUNTS       PIC 9(7) VALUE 0.
       01  WS-TOTAL-ACCRUED        PIC 9(7) VALUE 0.
      * ACCEPT FROM TIME supplies HHMMSShh - the fields are 9(8) and
           COPY RUNSTAT-RECORD.
       01  WS-JOB-NAME             PIC X(8).
       01  WS-PRED-NAME            PIC X(8).
      * Execution cycle of this job and of its predecessor on
      * JOBCTL - zero, the business date as a whole.
       01  WS-JOB-CYCLES.
           05  WS-JOB-CYCLE        PIC 9 VALUE 0.
           05  WS-PRED-CYCLE       PIC 9 VALUE 0.
       01  WS-JOBCTL-FUNC          PIC X.
       01  WS-JOB-RESULT           PIC X.
       PROCEDURE DIVISION.
           MOVE "STOREXEC" TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "INTACCR - not started."
               STOP RUN
           END-IF.

      * With neither a rate table nor any overdraft arrangement on
      * file there is nothing to accrue. Either one alone is enough
      * to run - debit interest does not depend on INTRATE.DAT.
           OPEN INPUT INTRATE-FILE.
           IF WS-RATE-STATUS = "00"
               MOVE "Y" TO WS-RATE-PRESENT
           ELSE
               DISPLAY "No interest rate table on file - no credit "
                   "interest accrues. Maintain it through INTRATEM."
           END-IF.
           OPEN INPUT ODLIMIT-FILE.
           IF WS-OD-STATUS = "00"
               MOVE "Y" TO WS-OD-PRESENT
           ELSE
               IF WS-OD-STATUS NOT = "35"
                   DISPLAY "ODLIMIT.DAT OPEN Error, Status: "
                       WS-OD-STATUS " - no debit interest accrues."
               END-IF
           END-IF.
           IF WS-RATE-PRESENT NOT = "Y" AND WS-OD-PRESENT NOT = "Y"
               PERFORM CLOSE-JOB-COMPLETE
               STOP RUN
           END-IF.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ACCT.DAT OPEN Error, Status: " WS-FILE-STATUS
               PERFORM CLOSE-RATE-FILES
               STOP RUN
           END-IF.

               DISPLAY "INTACCR.DAT OPEN Error, Status: "
                   WS-ACCR-STATUS
               CLOSE ACCOUNT-FILE
               PERFORM CLOSE-RATE-FILES
               STOP RUN
           END-IF.

           END-PERFORM.

           CLOSE ACCOUNT-FILE.
           PERFORM CLOSE-RATE-FILES.
           CLOSE INTACCR-FILE.

           DISPLAY "INTACCR - Accounts: " WS-TOTAL-ACCOUNTS
           PERFORM CLOSE-JOB-COMPLETE.
           STOP RUN.

       CLOSE-RATE-FILES.
           IF WS-RATE-PRESENT = "Y"
               CLOSE INTRATE-FILE
           END-IF.
           IF WS-OD-PRESENT = "Y"
               CLOSE ODLIMIT-FILE
           END-IF.

       CLOSE-JOB-COMPLETE.
           MOVE "E" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.

       WRITE-RUN-STATISTICS.
           ACCEPT WS-END-TIME FROM TIME.
           CALL 'RUNSTATW' USING WS-RUNSTAT-RECORD.

       ACCRUE-ONE-ACCOUNT.
      * A CLOSED account earns nothing. An INSTLOAN account's interest
      * is on its amortisation schedule and is taken with each
      * instalment, so it accrues nothing here either - its negative
      * balance is the principal owed, not an overdraft. A credit
      * balance earns at its type's rate when INTRATE.DAT has one; a
      * debit balance is charged at the rate on its overdraft
      * arrangement. The debit
      * rate stays in force after the arrangement's review date
      * passes - the account still owes the money. A zero balance,
      * or one with no applicable rate, accrues nothing.
           IF WS-ACCT-TYPE OF ACCOUNT-RECORD = "CLOSED" OR
              WS-ACCT-TYPE OF ACCOUNT-RECORD = "INSTLOAN"
               GO TO ACCRUE-ONE-ACCOUNT-EXIT
           END-IF.
           MOVE ZERO TO WS-DAY-INTEREST.
           MOVE ZERO TO WS-DAY-DEBIT-INTEREST.
           IF WS-ACCT-BALANCE OF ACCOUNT-RECORD > ZERO AND
              WS-RATE-PRESENT = "Y"
               MOVE WS-ACCT-TYPE OF ACCOUNT-RECORD TO
                   WS-IR-ACCT-TYPE OF INTRATE-RECORD
               READ INTRATE-FILE
                   INVALID KEY
                       GO TO ACCRUE-ONE-ACCOUNT-EXIT
               END-READ
               COMPUTE WS-DAY-INTEREST ROUNDED =
                   WS-ACCT-BALANCE OF ACCOUNT-RECORD
                   * WS-IR-ANNUAL-RATE OF INTRATE-RECORD / 100 / 365
           END-IF.
           IF WS-ACCT-BALANCE OF ACCOUNT-RECORD < ZERO AND
              WS-OD-PRESENT = "Y"
               MOVE WS-ACCT-ID OF ACCOUNT-RECORD TO
                   WS-OD-ACCT-ID OF ODLIMIT-RECORD
               READ ODLIMIT-FILE
                   INVALID KEY
                       GO TO ACCRUE-ONE-ACCOUNT-EXIT
               END-READ
               COMPUTE WS-DAY-DEBIT-INTEREST ROUNDED =
                   (ZERO - WS-ACCT-BALANCE OF ACCOUNT-RECORD)
                   * WS-OD-DEBIT-RATE OF ODLIMIT-RECORD / 100 / 365
           END-IF.
           IF WS-DAY-INTEREST = ZERO AND WS-DAY-DEBIT-INTEREST = ZERO
               GO TO ACCRUE-ONE-ACCOUNT-EXIT
           END-IF.

                       WS-IA-ACCT-ID OF INTACCR-REC
                   MOVE ZERO TO WS-IA-ACCRUED OF INTACCR-REC
                   MOVE ZERO TO WS-IA-LAST-ACCR-DATE OF INTACCR-REC
                   MOVE ZERO TO WS-IA-DEBIT-ACCRUED OF INTACCR-REC
           END-READ.

      * A rerun for the same business date must not accrue the day
               GO TO ACCRUE-ONE-ACCOUNT-EXIT
           END-IF.

           ADD WS-DAY-INTEREST TO WS-IA-ACCRUED OF INTACCR-REC.
           ADD WS-DAY-DEBIT-INTEREST TO
               WS-IA-DEBIT-ACCRUED OF INTACCR-REC.
           MOVE WS-CURRENT-DATE TO
               WS-IA-LAST-ACCR-DATE OF INTACCR-REC.

