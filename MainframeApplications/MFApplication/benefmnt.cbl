      * to. Supports add, amend, close and list; closing a beneficiary
      * does not touch the orders that point at it - they suspend with
      * "Beneficiary is closed." on their next execution and the
      * integrity sweep reports them. A new beneficiary, and an
      * amended name or bank, is screened against the sanctions watch
      * list through SANCCHK; a hit stores the beneficiary HELD - it
      * pays nothing - and places it on the compliance hold queue for
      * a decision in SANCWRK. A HELD beneficiary may not be amended
      * until compliance has decided. Every change is written to the
      * audit trail via AUDITLOG like the other maintenance programs.
      * Each beneficiary may carry the payment purpose code reported
      * on the central bank's cross-border return for payments to it
      * (an order may override it with a code of its own); the bank's
      * country is shown from the directory when the bank is keyed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BENEFMNT.
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-OPERATOR-NAME    PIC X(10).
       01  WS-AUD-KEY              PIC X(20).
       01  WS-OLD-NAME             PIC X(30).
       01  WS-OLD-BANK-ID          PIC X(11).
       01  WS-PURPOSE-OK           PIC X.
       01  WS-SCREEN-RESULT        PIC X.
       01  WS-MATCH-VALUE          PIC X(40).
       01  WS-LIST-REF             PIC X(20).
       01  WS-SH-FUNC              PIC X.
       01  WS-SH-RESULT            PIC X.
       01  WS-SH-OPERATOR          PIC X(10) VALUE "BENEFMNT".
           COPY SANCHOLD-RECORD.
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "BENEFMNT".
       01  WS-BATWIN-OPERATOR      PIC X(10) VALUE "BENEFMNT".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Working storage is retained across CALLs from STORDMENU, so
      * the session flag must be reset on every entry.
           MOVE "N" TO WS-DONE-FLAG.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           OPEN I-O BENEF-FILE.
           IF WS-FILE-STATUS = "35"
       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "A" WHEN "a"
                   MOVE "ADD BENEFICIARY" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM ADD-BENEFICIARY THRU ADD-BENEFICIARY-EXIT
                   END-IF
               WHEN "M" WHEN "m"
                   MOVE "AMEND BENEFICIARY" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM AMEND-BENEFICIARY
                           THRU AMEND-BENEFICIARY-EXIT
                   END-IF
               WHEN "C" WHEN "c"
                   MOVE "CLOSE BENEFICIARY" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM CLOSE-BENEFICIARY
                           THRU CLOSE-BENEFICIARY-EXIT
                   END-IF
               WHEN "L" WHEN "l"
                   PERFORM LIST-BENEFICIARIES
               WHEN "Q" WHEN "q"
               DISPLAY "Beneficiary not added."
               GO TO ADD-BENEFICIARY-EXIT
           END-IF.
           DISPLAY "Enter Purpose Code (4 letters, blank if none): ".
           ACCEPT WS-BN-PURPOSE-CODE OF BENEF-RECORD.
           PERFORM VALIDATE-PURPOSE-CODE.
           IF WS-PURPOSE-OK NOT = "Y"
               DISPLAY "Beneficiary not added."
               GO TO ADD-BENEFICIARY-EXIT
           END-IF.
           PERFORM SCREEN-BENEFICIARY.
           IF WS-SCREEN-RESULT = "C"
               MOVE "ACTIVE" TO WS-BN-STAT OF BENEF-RECORD
           ELSE
               IF WS-SCREEN-RESULT = "H"
                   MOVE "HELD" TO WS-BN-STAT OF BENEF-RECORD
               ELSE
                   DISPLAY "Sanctions screening unavailable - "
                       "beneficiary not added."
                   GO TO ADD-BENEFICIARY-EXIT
               END-IF
           END-IF.

           MOVE WS-CURRENT-DATE TO WS-BN-ADDED-DATE OF BENEF-RECORD.

           MOVE WS-BENEF-ID-INPUT TO WS-AUD-KEY.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
               " BANK=" WS-BN-BANK-ID OF BENEF-RECORD
               " ACCT=" WS-BN-ACCT-NO OF BENEF-RECORD
               " STAT=" WS-BN-STAT OF BENEF-RECORD
               " PURP=" WS-BN-PURPOSE-CODE OF BENEF-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           WRITE BENEF-RECORD
               INVALID KEY
                   MOVE "STORE" TO WS-AUD-OPER
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Beneficiary added."
                   IF WS-SCREEN-RESULT = "H"
                       PERFORM PLACE-COMPLIANCE-HOLD
                   END-IF
           END-WRITE.
       ADD-BENEFICIARY-EXIT.
           EXIT.
               DISPLAY "Beneficiary is CLOSED and may not be amended."
               GO TO AMEND-BENEFICIARY-EXIT
           END-IF.
      * Amending a held beneficiary would let the details compliance
      * is looking at change under them.
           IF WS-BN-STAT OF BENEF-RECORD = "HELD"
               DISPLAY "Beneficiary is on compliance hold and may not "
                   "be amended."
               GO TO AMEND-BENEFICIARY-EXIT
           END-IF.

           MOVE WS-BENEF-ID-INPUT TO WS-AUD-KEY.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "NAME=" WS-BN-NAME OF BENEF-RECORD
               " BANK=" WS-BN-BANK-ID OF BENEF-RECORD
               " ACCT=" WS-BN-ACCT-NO OF BENEF-RECORD
               " STAT=" WS-BN-STAT OF BENEF-RECORD
               " PURP=" WS-BN-PURPOSE-CODE OF BENEF-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE WS-BN-NAME OF BENEF-RECORD TO WS-OLD-NAME.
           MOVE WS-BN-BANK-ID OF BENEF-RECORD TO WS-OLD-BANK-ID.

           DISPLAY "Current Name....: " WS-BN-NAME OF BENEF-RECORD.
           DISPLAY "Enter New Name (blank to keep): ".
           IF WS-MESSAGE(1:20) NOT = SPACES
               MOVE WS-MESSAGE(1:20) TO WS-BN-ACCT-NO OF BENEF-RECORD
           END-IF.
           DISPLAY "Current Purpose..: "
               WS-BN-PURPOSE-CODE OF BENEF-RECORD.
           DISPLAY "Enter New Purpose Code (blank to keep): ".
           ACCEPT WS-MESSAGE.
           IF WS-MESSAGE(1:4) NOT = SPACES
               MOVE WS-MESSAGE(1:4) TO
                   WS-BN-PURPOSE-CODE OF BENEF-RECORD
               PERFORM VALIDATE-PURPOSE-CODE
               IF WS-PURPOSE-OK NOT = "Y"
                   DISPLAY "Beneficiary not amended."
                   GO TO AMEND-BENEFICIARY-EXIT
               END-IF
           END-IF.

      * A changed name or bank is a different counterparty as far as
      * the watch list is concerned, and is screened afresh.
           MOVE "C" TO WS-SCREEN-RESULT.
           IF WS-BN-NAME OF BENEF-RECORD NOT = WS-OLD-NAME OR
              WS-BN-BANK-ID OF BENEF-RECORD NOT = WS-OLD-BANK-ID
               PERFORM SCREEN-BENEFICIARY
           END-IF.
           IF WS-SCREEN-RESULT = "H"
               MOVE "HELD" TO WS-BN-STAT OF BENEF-RECORD
           END-IF.
           IF WS-SCREEN-RESULT NOT = "C" AND
              WS-SCREEN-RESULT NOT = "H"
               DISPLAY "Sanctions screening unavailable - "
                   "beneficiary not amended."
               GO TO AMEND-BENEFICIARY-EXIT
           END-IF.

           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "NAME=" WS-BN-NAME OF BENEF-RECORD
               " BANK=" WS-BN-BANK-ID OF BENEF-RECORD
               " ACCT=" WS-BN-ACCT-NO OF BENEF-RECORD
               " STAT=" WS-BN-STAT OF BENEF-RECORD
               " PURP=" WS-BN-PURPOSE-CODE OF BENEF-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           REWRITE BENEF-RECORD
               INVALID KEY
                   MOVE "MODIFY" TO WS-AUD-OPER
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Beneficiary amended."
                   IF WS-SCREEN-RESULT = "H"
                       PERFORM PLACE-COMPLIANCE-HOLD
                   END-IF
           END-REWRITE.
       AMEND-BENEFICIARY-EXIT.
           EXIT.
                           " " WS-BN-BANK-ID OF BENEF-RECORD
                           " " WS-BN-ACCT-NO OF BENEF-RECORD
                           " " WS-BN-STAT OF BENEF-RECORD
                           " " WS-BN-PURPOSE-CODE OF BENEF-RECORD
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
                   GO TO VALIDATE-BANK-ID-EXIT
           END-READ.
           CLOSE BANKDIR-FILE.
           DISPLAY "Bank: " WS-BD-BANK-NAME OF BANKDIR-RECORD
               " Country: " WS-BD-COUNTRY OF BANKDIR-RECORD.
           DISPLAY "Confirm this is the right bank? (Y/N): ".
           ACCEPT WS-CONFIRM-CHOICE.
           IF WS-CONFIRM-CHOICE = "Y" OR WS-CONFIRM-CHOICE = "y"
       VALIDATE-BANK-ID-EXIT.
           EXIT.

       VALIDATE-PURPOSE-CODE.
      * Blank is allowed - the beneficiary then has no code until one
      * is given. A code given is four letters, as STORDVAL insists
      * for the orders.
           INSPECT WS-BN-PURPOSE-CODE OF BENEF-RECORD CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "Y" TO WS-PURPOSE-OK.
           IF WS-BN-PURPOSE-CODE OF BENEF-RECORD NOT = SPACES
               IF WS-BN-PURPOSE-CODE OF BENEF-RECORD
                      IS NOT ALPHABETIC-UPPER OR
                  WS-BN-PURPOSE-CODE OF BENEF-RECORD(1:1) = SPACE OR
                  WS-BN-PURPOSE-CODE OF BENEF-RECORD(2:1) = SPACE OR
                  WS-BN-PURPOSE-CODE OF BENEF-RECORD(3:1) = SPACE OR
                  WS-BN-PURPOSE-CODE OF BENEF-RECORD(4:1) = SPACE
                   DISPLAY "Purpose code must be four letters (A-Z)."
                   MOVE "N" TO WS-PURPOSE-OK
               END-IF
           END-IF.

       SCREEN-BENEFICIARY.
      * A fresh activation each time, so a list reloaded since the
      * session began is the one screened against.
           CANCEL 'SANCCHK'.
           CALL 'SANCCHK' USING WS-BN-NAME OF BENEF-RECORD,
               WS-BN-BANK-ID OF BENEF-RECORD, WS-SCREEN-RESULT,
               WS-MATCH-VALUE, WS-LIST-REF.

       PLACE-COMPLIANCE-HOLD.
      * The beneficiary is already stored HELD, so it pays nothing
      * whether or not the queue write succeeds; a failure is
      * reported so compliance can be told by hand.
           INITIALIZE WS-SANCHOLD-RECORD.
           MOVE "B" TO WS-SH-DIRECTION.
           MOVE WS-BN-ID OF BENEF-RECORD TO WS-SH-PAY-REF.
           MOVE WS-BN-ID OF BENEF-RECORD TO WS-SH-PARTY-ID.
           MOVE WS-BN-NAME OF BENEF-RECORD TO WS-SH-PARTY-NAME.
           MOVE WS-BN-BANK-ID OF BENEF-RECORD TO WS-SH-PARTY-BANK.
           MOVE WS-BN-ACCT-NO OF BENEF-RECORD TO WS-SH-PARTY-ACCT.
           MOVE WS-MATCH-VALUE TO WS-SH-MATCH-VALUE.
           MOVE WS-LIST-REF TO WS-SH-LIST-REF.
           MOVE "H" TO WS-SH-FUNC.
           CANCEL 'SANCHOLD'.
           CALL 'SANCHOLD' USING WS-SH-FUNC, WS-SANCHOLD-RECORD,
               WS-SH-OPERATOR, WS-SH-RESULT.
           DISPLAY "Sanctions match: " WS-MATCH-VALUE
               " (" WS-LIST-REF ")".
           IF WS-SH-RESULT = "Y"
               DISPLAY "Beneficiary is HELD pending a compliance "
                   "decision."
           ELSE
               DISPLAY "Beneficiary is HELD but the compliance hold "
                   "queue could not be written - refer it to "
                   "compliance."
           END-IF.

       WRITE-AUDIT-ENTRY.
      * WS-AUD-OPER, WS-AUD-KEY and the old/new values are set by the
      * caller before this paragraph is performed.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-AUD-OPERATOR-NAME.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               WS-BATWIN-OPERATOR, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.
