      ******************************************************************
      * ODRPT.CBL - Daily Overdrawn Accounts Report                    *
      ******************************************************************
      * Lists every open account standing below zero on ACCT.DAT
      * against its arrangement on ODLIMIT.DAT - printed daily
      * (OVERDR<date>.RPT) so the credit desk sees where the bank's
      * money is out. Each account is classed OVER LIMIT (owing more
      * than its limit, or overdrawn with no arrangement or one past
      * its review date), NEAR LIMIT (headroom under
      * WS-NEAR-LIMIT-PCT percent of the limit) or OVERDRAWN (within
      * its arrangement), with a count and total owed per class.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ODLIMIT-FILE ASSIGN TO "ODLIMIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-OD-ACCT-ID OF ODLIMIT-RECORD
               FILE STATUS IS WS-OD-STATUS.
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
           FD ODLIMIT-FILE.
               COPY ODLIMIT-RECORD
                   REPLACING ==WS-ODLIMIT-RECORD==
                   BY ==ODLIMIT-RECORD==.
           FD REPORT-FILE.
           01  WS-REPORT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       01  WS-OD-STATUS            PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-REPORT-FILE-NAME     PIC X(30).
       01  WS-OD-PRESENT           PIC X VALUE "N".
       01  WS-LIMIT-FOUND          PIC X.
      * Headroom below this percentage of the arranged limit puts
      * the account on the report as NEAR LIMIT.
       01  WS-NEAR-LIMIT-PCT       PIC 9(3) VALUE 10.
       01  WS-NEAR-LIMIT-AMT       PIC 9(12)V99.
       01  WS-OWED                 PIC 9(12)V99.
       01  WS-HEADROOM             PIC S9(12)V99.
       01  WS-LIMIT-SHOWN          PIC 9(10)V99.
       01  WS-OD-CLASS             PIC X(10).
       01  WS-OD-NOTE              PIC X(20).
       01  WS-TOTAL-OVER           PIC 9(7) VALUE 0.
       01  WS-TOTAL-NEAR           PIC 9(7) VALUE 0.
       01  WS-TOTAL-WITHIN         PIC 9(7) VALUE 0.
       01  WS-OWED-OVER            PIC 9(12)V99 VALUE 0.
       01  WS-OWED-NEAR            PIC 9(12)V99 VALUE 0.
       01  WS-OWED-WITHIN          PIC 9(12)V99 VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ODRPT - Daily Overdrawn Accounts Report Starting".
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "OVERDR" WS-CURRENT-DATE ".RPT"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           OPEN INPUT ACCOUNT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ACCT.DAT OPEN Error, Status: " WS-FILE-STATUS
               STOP RUN
           END-IF.
      * No arrangements on file is not an error - every overdrawn
      * account is then simply unarranged.
           OPEN INPUT ODLIMIT-FILE.
           IF WS-OD-STATUS = "00"
               MOVE "Y" TO WS-OD-PRESENT
           ELSE
               IF WS-OD-STATUS NOT = "35"
                   DISPLAY "ODLIMIT.DAT OPEN Error, Status: "
                       WS-OD-STATUS
                   CLOSE ACCOUNT-FILE
                   STOP RUN
               END-IF
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OVERDRAWN ACCOUNTS - RUN DATE " WS-CURRENT-DATE
               " - NEAR LIMIT BELOW " WS-NEAR-LIMIT-PCT
               "% HEADROOM"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF WS-ACCT-BALANCE OF ACCOUNT-RECORD < ZERO
                          AND WS-ACCT-TYPE OF ACCOUNT-RECORD NOT =
                          "CLOSED"
                           PERFORM REPORT-ONE-ACCOUNT
                       END-IF
               END-READ
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OVER LIMIT: " WS-TOTAL-OVER
               " OWED: " WS-OWED-OVER
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "NEAR LIMIT: " WS-TOTAL-NEAR
               " OWED: " WS-OWED-NEAR
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "OVERDRAWN:  " WS-TOTAL-WITHIN
               " OWED: " WS-OWED-WITHIN
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           CLOSE ACCOUNT-FILE.
           IF WS-OD-PRESENT = "Y"
               CLOSE ODLIMIT-FILE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY "ODRPT - Over limit: " WS-TOTAL-OVER
               " Near limit: " WS-TOTAL-NEAR
               " Overdrawn: " WS-TOTAL-WITHIN.
           DISPLAY "ODRPT - Report: " WS-REPORT-FILE-NAME.
           STOP RUN.

       REPORT-ONE-ACCOUNT.
           COMPUTE WS-OWED = ZERO - WS-ACCT-BALANCE OF ACCOUNT-RECORD.
           MOVE SPACES TO WS-OD-NOTE.
           MOVE ZERO TO WS-LIMIT-SHOWN.

           MOVE "N" TO WS-LIMIT-FOUND.
           IF WS-OD-PRESENT = "Y"
               MOVE WS-ACCT-ID OF ACCOUNT-RECORD TO
                   WS-OD-ACCT-ID OF ODLIMIT-RECORD
               READ ODLIMIT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-LIMIT-FOUND
                       MOVE WS-OD-LIMIT OF ODLIMIT-RECORD TO
                           WS-LIMIT-SHOWN
               END-READ
           END-IF.

      * The same test ODLIMCHK applies on the debit paths - a limit
      * past its review date no longer stands.
           IF WS-LIMIT-FOUND = "Y" AND
              WS-OD-EXPIRY-DATE OF ODLIMIT-RECORD NOT = ZERO AND
              WS-OD-EXPIRY-DATE OF ODLIMIT-RECORD < WS-CURRENT-DATE
               MOVE "N" TO WS-LIMIT-FOUND
               MOVE "REVIEW DATE PASSED" TO WS-OD-NOTE
           END-IF.
           IF WS-LIMIT-FOUND = "N" AND WS-OD-NOTE = SPACES
               MOVE "NO ARRANGEMENT" TO WS-OD-NOTE
           END-IF.

           IF WS-LIMIT-FOUND = "N"
               MOVE "OVER LIMIT" TO WS-OD-CLASS
           ELSE
               COMPUTE WS-HEADROOM =
                   WS-OD-LIMIT OF ODLIMIT-RECORD - WS-OWED
               COMPUTE WS-NEAR-LIMIT-AMT ROUNDED =
                   WS-OD-LIMIT OF ODLIMIT-RECORD
                   * WS-NEAR-LIMIT-PCT / 100
               IF WS-HEADROOM < ZERO
                   MOVE "OVER LIMIT" TO WS-OD-CLASS
               ELSE
                   IF WS-HEADROOM < WS-NEAR-LIMIT-AMT
                       MOVE "NEAR LIMIT" TO WS-OD-CLASS
                   ELSE
                       MOVE "OVERDRAWN" TO WS-OD-CLASS
                   END-IF
               END-IF
           END-IF.

           EVALUATE WS-OD-CLASS
               WHEN "OVER LIMIT"
                   ADD 1 TO WS-TOTAL-OVER
                   ADD WS-OWED TO WS-OWED-OVER
               WHEN "NEAR LIMIT"
                   ADD 1 TO WS-TOTAL-NEAR
                   ADD WS-OWED TO WS-OWED-NEAR
               WHEN OTHER
                   ADD 1 TO WS-TOTAL-WITHIN
                   ADD WS-OWED TO WS-OWED-WITHIN
           END-EVALUATE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-OD-CLASS
               " ACCT: " WS-ACCT-ID OF ACCOUNT-RECORD
               " CUST: " WS-ACCT-CUST-ID OF ACCOUNT-RECORD
               " OWED: " WS-OWED
               " " WS-ACCT-CURRENCY-CODE OF ACCOUNT-RECORD
               " LIMIT: " WS-LIMIT-SHOWN
               " " WS-OD-NOTE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
