      ******************************************************************
      * ODLIMMNT.CBL - Arranged Overdraft Limit Maintenance            *
      ******************************************************************
      * Credit-desk maintenance of ODLIMIT.DAT, the per-account
      * arranged overdraft limits ODLIMCHK applies on every debit
      * path and INTACCR charges debit interest against. Arranging,
      * changing and withdrawing a limit are supervisor actions -
      * extending credit is not a clerk's keystroke - while any
      * signed-on operator may list what is arranged. The account
      * must exist on ACCT.DAT and not be CLOSED before a limit may
      * name it. Lowering or withdrawing a limit below what the
      * account already owes is allowed (that is how a facility is
      * called in) but the operator is told the account will show
      * over its limit on the daily overdraft report. Every change
      * is written to the audit trail via AUDITLOG under the
      * signed-on operator's own identity.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODLIMMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODLIMIT-FILE ASSIGN TO "ODLIMIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-OD-ACCT-ID OF ODLIMIT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD ODLIMIT-FILE.
               COPY ODLIMIT-RECORD
                   REPLACING ==WS-ODLIMIT-RECORD==
                   BY ==ODLIMIT-RECORD==.
           FD ACCOUNT-FILE.
               COPY WS-ACCOUNT-RECORD
                   REPLACING ==WS-ACCOUNT-RECORD==
                   BY ==ACCOUNT-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       01  WS-MENU-CHOICE          PIC X.
       01  WS-DONE-FLAG            PIC X.
       01  WS-CONFIRM-CHOICE       PIC X.
       01  WS-VALID-FLAG           PIC X.
       01  WS-LIST-COUNT           PIC 9(5).
       01  WS-NEW-FLOOR            PIC S9(12)V99.
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-KEY              PIC X(20).
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "ODLIMMNT".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
       LINKAGE SECTION.
      * The signed-on operator from STORDMENU - the identity that
      * goes on the audit trail, and the entitlement level that
      * gates extending and withdrawing credit.
       01  LINK-OPERATOR-ID        PIC X(10).
       01  LINK-OPERATOR-LEVEL     PIC X.
       PROCEDURE DIVISION USING LINK-OPERATOR-ID,
               LINK-OPERATOR-LEVEL.
       MAIN-PROCEDURE.
      * Working storage is retained across CALLs from STORDMENU, so
      * the session flag must be reset on every entry.
           MOVE "N" TO WS-DONE-FLAG.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           OPEN I-O ODLIMIT-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT ODLIMIT-FILE
               CLOSE ODLIMIT-FILE
               OPEN I-O ODLIMIT-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ODLIMIT.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               GO TO END-PROGRAM
           END-IF.

           PERFORM UNTIL WS-DONE-FLAG = "Y"
               PERFORM DISPLAY-MENU
               PERFORM PROCESS-MENU-CHOICE
           END-PERFORM.

           CLOSE ODLIMIT-FILE.

       END-PROGRAM.
           GOBACK.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "===== Arranged Overdraft Limit Maintenance =====".
           IF LINK-OPERATOR-LEVEL = "S"
               DISPLAY "  A - Arrange a limit"
               DISPLAY "  C - Change a limit"
               DISPLAY "  W - Withdraw a limit"
           END-IF.
           DISPLAY "  L - List limits".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "A" WHEN "a"
                   PERFORM CHECK-SUPERVISOR
                   IF WS-RETURN-CODE = ZERO
                       MOVE "ARRANGE OD LIMIT" TO WS-BATWIN-FUNCTION
                       PERFORM CHECK-BATCH-WINDOW
                       IF WS-BATWIN-RESULT NOT = "N"
                           PERFORM ARRANGE-LIMIT THRU ARRANGE-LIMIT-EXIT
                       END-IF
                   END-IF
               WHEN "C" WHEN "c"
                   PERFORM CHECK-SUPERVISOR
                   IF WS-RETURN-CODE = ZERO
                       MOVE "CHANGE OD LIMIT" TO WS-BATWIN-FUNCTION
                       PERFORM CHECK-BATCH-WINDOW
                       IF WS-BATWIN-RESULT NOT = "N"
                           PERFORM CHANGE-LIMIT THRU CHANGE-LIMIT-EXIT
                       END-IF
                   END-IF
               WHEN "W" WHEN "w"
                   PERFORM CHECK-SUPERVISOR
                   IF WS-RETURN-CODE = ZERO
                       MOVE "WITHDRAW OD LIMIT" TO WS-BATWIN-FUNCTION
                       PERFORM CHECK-BATCH-WINDOW
                       IF WS-BATWIN-RESULT NOT = "N"
                           PERFORM WITHDRAW-LIMIT
                               THRU WITHDRAW-LIMIT-EXIT
                       END-IF
                   END-IF
               WHEN "L" WHEN "l"
                   PERFORM LIST-LIMITS
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

       CHECK-SUPERVISOR.
           MOVE ZERO TO WS-RETURN-CODE.
           IF LINK-OPERATOR-LEVEL NOT = "S"
               DISPLAY "Arranging, changing or withdrawing an "
                   "overdraft limit requires a supervisor."
               MOVE 1 TO WS-RETURN-CODE
           END-IF.

       READ-LIMIT-ACCOUNT.
      * The account's balance is shown against the terms being keyed
      * and drives the over-limit warning.
           MOVE "Y" TO WS-VALID-FLAG.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ACCT.DAT OPEN Error, Status: " WS-FILE-STATUS
               MOVE "N" TO WS-VALID-FLAG
           ELSE
               MOVE WS-ACCOUNT-ID TO WS-ACCT-ID OF ACCOUNT-RECORD
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "Account not found."
                       MOVE "N" TO WS-VALID-FLAG
               END-READ
               CLOSE ACCOUNT-FILE
           END-IF.

       ACCEPT-LIMIT-TERMS.
           MOVE "Y" TO WS-VALID-FLAG.
           DISPLAY "Enter Overdraft Limit: ".
           ACCEPT WS-OD-LIMIT OF ODLIMIT-RECORD.
           IF WS-OD-LIMIT OF ODLIMIT-RECORD = ZERO
               DISPLAY "A limit must be greater than zero - withdraw "
                   "the arrangement instead."
               MOVE "N" TO WS-VALID-FLAG
           END-IF.
           IF WS-VALID-FLAG = "Y"
               DISPLAY "Enter Annual Debit Interest Rate (%): "
               ACCEPT WS-OD-DEBIT-RATE OF ODLIMIT-RECORD
               DISPLAY "Enter Review Date (YYYYMMDD, 0 = none): "
               ACCEPT WS-OD-EXPIRY-DATE OF ODLIMIT-RECORD
               IF WS-OD-EXPIRY-DATE OF ODLIMIT-RECORD NOT = ZERO AND
                  WS-OD-EXPIRY-DATE OF ODLIMIT-RECORD <
                  WS-CURRENT-DATE
                   DISPLAY "Review date is already past."
                   MOVE "N" TO WS-VALID-FLAG
               END-IF
           END-IF.
           IF WS-VALID-FLAG = "Y"
               COMPUTE WS-NEW-FLOOR =
                   ZERO - WS-OD-LIMIT OF ODLIMIT-RECORD
               IF WS-ACCT-BALANCE OF ACCOUNT-RECORD < WS-NEW-FLOOR
                   DISPLAY "Warning: balance "
                       WS-ACCT-BALANCE OF ACCOUNT-RECORD
                       " is already beyond this limit - the account "
                       "will report over limit."
               END-IF
           END-IF.

       ARRANGE-LIMIT.
           DISPLAY "Enter Account ID: ".
           ACCEPT WS-ACCOUNT-ID.
           IF WS-ACCOUNT-ID = SPACES
               DISPLAY "An account ID is required."
               GO TO ARRANGE-LIMIT-EXIT
           END-IF.
           PERFORM READ-LIMIT-ACCOUNT.
           IF WS-VALID-FLAG NOT = "Y"
               GO TO ARRANGE-LIMIT-EXIT
           END-IF.
           IF WS-ACCT-TYPE OF ACCOUNT-RECORD = "CLOSED"
               DISPLAY "Account is CLOSED - no limit may be arranged."
               GO TO ARRANGE-LIMIT-EXIT
           END-IF.
           DISPLAY "Balance..: " WS-ACCT-BALANCE OF ACCOUNT-RECORD
               " " WS-ACCT-CURRENCY-CODE OF ACCOUNT-RECORD.

           MOVE WS-ACCOUNT-ID TO WS-OD-ACCT-ID OF ODLIMIT-RECORD.
           PERFORM ACCEPT-LIMIT-TERMS.
           IF WS-VALID-FLAG NOT = "Y"
               DISPLAY "Limit not arranged."
               GO TO ARRANGE-LIMIT-EXIT
           END-IF.
           MOVE LINK-OPERATOR-ID TO WS-OD-SET-BY OF ODLIMIT-RECORD.
           MOVE WS-CURRENT-DATE TO WS-OD-SET-DATE OF ODLIMIT-RECORD.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "LIMIT=" WS-OD-LIMIT OF ODLIMIT-RECORD
               " DRRATE=" WS-OD-DEBIT-RATE OF ODLIMIT-RECORD
               " REVIEW=" WS-OD-EXPIRY-DATE OF ODLIMIT-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           WRITE ODLIMIT-RECORD
               INVALID KEY
                   IF WS-FILE-STATUS = "22"
                       DISPLAY "A limit is already arranged on that "
                           "account - change it instead."
                   ELSE
                       DISPLAY "ODLIMIT.DAT WRITE Error, Status: "
                           WS-FILE-STATUS
                   END-IF
               NOT INVALID KEY
                   MOVE "STORE" TO WS-AUD-OPER
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Limit arranged - debits may now take the "
                       "account overdrawn down to the limit."
           END-WRITE.
       ARRANGE-LIMIT-EXIT.
           EXIT.

       CHANGE-LIMIT.
           DISPLAY "Enter Account ID: ".
           ACCEPT WS-ACCOUNT-ID.
           MOVE WS-ACCOUNT-ID TO WS-OD-ACCT-ID OF ODLIMIT-RECORD.
           READ ODLIMIT-FILE
               INVALID KEY
                   DISPLAY "No limit is arranged on that account."
                   GO TO CHANGE-LIMIT-EXIT
           END-READ.
           PERFORM READ-LIMIT-ACCOUNT.
           IF WS-VALID-FLAG NOT = "Y"
               GO TO CHANGE-LIMIT-EXIT
           END-IF.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "LIMIT=" WS-OD-LIMIT OF ODLIMIT-RECORD
               " DRRATE=" WS-OD-DEBIT-RATE OF ODLIMIT-RECORD
               " REVIEW=" WS-OD-EXPIRY-DATE OF ODLIMIT-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           DISPLAY "Balance.........: "
               WS-ACCT-BALANCE OF ACCOUNT-RECORD
               " " WS-ACCT-CURRENCY-CODE OF ACCOUNT-RECORD.
           DISPLAY "Current Limit...: " WS-OD-LIMIT OF ODLIMIT-RECORD.
           DISPLAY "Current Dr Rate.: "
               WS-OD-DEBIT-RATE OF ODLIMIT-RECORD.
           DISPLAY "Current Review..: "
               WS-OD-EXPIRY-DATE OF ODLIMIT-RECORD.
           PERFORM ACCEPT-LIMIT-TERMS.
           IF WS-VALID-FLAG NOT = "Y"
               DISPLAY "Limit not changed."
               GO TO CHANGE-LIMIT-EXIT
           END-IF.
           MOVE LINK-OPERATOR-ID TO WS-OD-SET-BY OF ODLIMIT-RECORD.
           MOVE WS-CURRENT-DATE TO WS-OD-SET-DATE OF ODLIMIT-RECORD.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "LIMIT=" WS-OD-LIMIT OF ODLIMIT-RECORD
               " DRRATE=" WS-OD-DEBIT-RATE OF ODLIMIT-RECORD
               " REVIEW=" WS-OD-EXPIRY-DATE OF ODLIMIT-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           REWRITE ODLIMIT-RECORD
               INVALID KEY
                   DISPLAY "ODLIMIT.DAT REWRITE Error, Status: "
                       WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "MODIFY" TO WS-AUD-OPER
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Limit changed."
           END-REWRITE.
       CHANGE-LIMIT-EXIT.
           EXIT.

       WITHDRAW-LIMIT.
           DISPLAY "Enter Account ID: ".
           ACCEPT WS-ACCOUNT-ID.
           MOVE WS-ACCOUNT-ID TO WS-OD-ACCT-ID OF ODLIMIT-RECORD.
           READ ODLIMIT-FILE
               INVALID KEY
                   DISPLAY "No limit is arranged on that account."
                   GO TO WITHDRAW-LIMIT-EXIT
           END-READ.
           PERFORM READ-LIMIT-ACCOUNT.
      * A withdrawal is still allowed when the account record cannot
      * be read - the arrangement must be removable whatever state
      * the master is in.
           IF WS-VALID-FLAG = "Y" AND
              WS-ACCT-BALANCE OF ACCOUNT-RECORD < ZERO
               DISPLAY "Account is overdrawn by "
                   WS-ACCT-BALANCE OF ACCOUNT-RECORD
                   " - it will report over limit once withdrawn."
           END-IF.
           DISPLAY "Confirm withdrawal of the arrangement? (Y/N): ".
           ACCEPT WS-CONFIRM-CHOICE.
           IF WS-CONFIRM-CHOICE NOT = "Y" AND
              WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "Withdrawal abandoned."
               GO TO WITHDRAW-LIMIT-EXIT
           END-IF.
      * The audit old value is captured before the DELETE - the
      * record area contents are undefined once it completes.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "LIMIT=" WS-OD-LIMIT OF ODLIMIT-RECORD
               " DRRATE=" WS-OD-DEBIT-RATE OF ODLIMIT-RECORD
               " REVIEW=" WS-OD-EXPIRY-DATE OF ODLIMIT-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           DELETE ODLIMIT-FILE
               INVALID KEY
                   DISPLAY "ODLIMIT.DAT DELETE Error, Status: "
                       WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUD-NEW-VALUE
                   STRING "WITHDRAWN" DELIMITED BY SIZE
                       INTO WS-AUD-NEW-VALUE
                   MOVE "ERASE" TO WS-AUD-OPER
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Limit withdrawn."
           END-DELETE.
       WITHDRAW-LIMIT-EXIT.
           EXIT.

       LIST-LIMITS.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE SPACES TO WS-OD-ACCT-ID OF ODLIMIT-RECORD.
           START ODLIMIT-FILE
               KEY NOT < WS-OD-ACCT-ID OF ODLIMIT-RECORD
               INVALID KEY
                   MOVE "10" TO WS-FILE-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ ODLIMIT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       DISPLAY "  "
                           WS-OD-ACCT-ID OF ODLIMIT-RECORD
                           " LIMIT " WS-OD-LIMIT OF ODLIMIT-RECORD
                           " DR RATE "
                           WS-OD-DEBIT-RATE OF ODLIMIT-RECORD
                           " REVIEW "
                           WS-OD-EXPIRY-DATE OF ODLIMIT-RECORD
                           " SET " WS-OD-SET-DATE OF ODLIMIT-RECORD
                           " BY " WS-OD-SET-BY OF ODLIMIT-RECORD
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "Limits on file: " WS-LIST-COUNT.
           MOVE "00" TO WS-FILE-STATUS.

       WRITE-AUDIT-ENTRY.
      * WS-AUD-OPER and the old/new values are set by the caller
      * before this paragraph is performed.
           MOVE "ODLIMIT-RECORD" TO WS-AUD-RECTYPE.
           MOVE SPACES TO WS-AUD-KEY.
           MOVE WS-ACCOUNT-ID TO WS-AUD-KEY.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               LINK-OPERATOR-ID.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               LINK-OPERATOR-ID, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.
