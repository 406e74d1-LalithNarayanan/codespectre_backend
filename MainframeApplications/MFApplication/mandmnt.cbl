      * Counter-staff maintenance of MANDATE.DAT, the direct debit
      * mandates DDCLAIM validates each creditor claim against.
      * Supports add, amend, close and list; the customer must exist,
      * the debited account must exist and the customer must be
      * entitled to instruct it (owner, joint holder or attorney -
      * ACCTAUTH), and the creditor's credit account must exist on
      * ACCT.DAT before a mandate may name them. Closing a mandate
      * does not touch claims already posted - it refuses every
      * claim from the next cycle on. A mandate DDINDEM has flagged
      * for closure after too many indemnity claims is marked in the
      * listings and has its own list; closing it clears the flag.
      * Every change is written to the audit trail via AUDITLOG like
      * the other maintenance programs.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANDMNT.
       01  WS-LIST-COUNT           PIC 9(5).
       01  WS-MANDATE-ID-INPUT     PIC X(20).
       01  WS-VALID-FLAG           PIC X.
       01  WS-AUTH-RESULT          PIC X.
       01  WS-FLAGGED-ONLY         PIC X.
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-OPERATOR-NAME    PIC X(10).
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "MANDMNT".
       01  WS-BATWIN-OPERATOR      PIC X(10) VALUE "MANDMNT".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Working storage is retained across CALLs from STORDMENU, so
           DISPLAY "  M - Amend a mandate".
           DISPLAY "  C - Close a mandate".
           DISPLAY "  L - List mandates".
           DISPLAY "  F - List mandates flagged for closure".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.
       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "A" WHEN "a"
                   MOVE "ADD MANDATE" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM ADD-MANDATE THRU ADD-MANDATE-EXIT
                   END-IF
               WHEN "M" WHEN "m"
                   MOVE "AMEND MANDATE" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM AMEND-MANDATE THRU AMEND-MANDATE-EXIT
                   END-IF
               WHEN "C" WHEN "c"
                   MOVE "CLOSE MANDATE" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM CLOSE-MANDATE THRU CLOSE-MANDATE-EXIT
                   END-IF
               WHEN "L" WHEN "l"
                   MOVE "N" TO WS-FLAGGED-ONLY
                   PERFORM LIST-MANDATES
               WHEN "F" WHEN "f"
                   MOVE "Y" TO WS-FLAGGED-ONLY
                   PERFORM LIST-MANDATES
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-DONE-FLAG
           END-IF.

           MOVE "ACTIVE" TO WS-MD-STAT OF MANDATE-RECORD.
           MOVE "N" TO WS-MD-INDEM-FLAG OF MANDATE-RECORD.
           MOVE ZERO TO WS-MD-INDEM-DATE OF MANDATE-RECORD.
           MOVE WS-CURRENT-DATE TO WS-MD-CREAT-DATE OF MANDATE-RECORD.
           MOVE WS-CURRENT-DATE TO WS-MD-LAST-MOD OF MANDATE-RECORD.

               DISPLAY "Mandate is CLOSED and may not be amended."
               GO TO AMEND-MANDATE-EXIT
           END-IF.
           IF WS-MD-INDEM-FLAG OF MANDATE-RECORD = "Y"
               DISPLAY "NOTE - mandate flagged for closure on "
                   WS-MD-INDEM-DATE OF MANDATE-RECORD
                   " after repeated indemnity claims."
           END-IF.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "CRED=" WS-MD-CREDITOR-ID OF MANDATE-RECORD
               DISPLAY "Mandate is already CLOSED."
               GO TO CLOSE-MANDATE-EXIT
           END-IF.
           IF WS-MD-INDEM-FLAG OF MANDATE-RECORD = "Y"
               DISPLAY "Mandate flagged for closure on "
                   WS-MD-INDEM-DATE OF MANDATE-RECORD
                   " after repeated indemnity claims."
           END-IF.

      * Closing the mandate is the action the indemnity flag asks
      * for, so the flag is cleared with it.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "STAT=" WS-MD-STAT OF MANDATE-RECORD
               " INDEMFLAG=" WS-MD-INDEM-FLAG OF MANDATE-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE "CLOSED" TO WS-MD-STAT OF MANDATE-RECORD.
           MOVE "N" TO WS-MD-INDEM-FLAG OF MANDATE-RECORD.
           MOVE WS-CURRENT-DATE TO WS-MD-LAST-MOD OF MANDATE-RECORD.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "STAT=" WS-MD-STAT OF MANDATE-RECORD
               " INDEMFLAG=" WS-MD-INDEM-FLAG OF MANDATE-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           REWRITE MANDATE-RECORD
               INVALID KEY
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF WS-FLAGGED-ONLY NOT = "Y" OR
                          WS-MD-INDEM-FLAG OF MANDATE-RECORD = "Y"
                           PERFORM SHOW-ONE-MANDATE-LINE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-FLAGGED-ONLY = "Y"
               DISPLAY "Mandates flagged for closure: " WS-LIST-COUNT
           ELSE
               DISPLAY "Mandates on file: " WS-LIST-COUNT
           END-IF.
           MOVE "00" TO WS-FILE-STATUS.

       SHOW-ONE-MANDATE-LINE.
           DISPLAY "  " WS-MD-ID OF MANDATE-RECORD
               " " WS-MD-STAT OF MANDATE-RECORD
               " ACCT " WS-MD-ACCT-ID OF MANDATE-RECORD
               " CRED " WS-MD-CREDITOR-ID OF MANDATE-RECORD
               " MAX " WS-MD-MAX-CLAIM OF MANDATE-RECORD.
           IF WS-MD-INDEM-FLAG OF MANDATE-RECORD = "Y"
               DISPLAY "    ** FLAGGED FOR CLOSURE "
                   WS-MD-INDEM-DATE OF MANDATE-RECORD
                   " - REPEATED INDEMNITY CLAIMS **"
           END-IF.
           ADD 1 TO WS-LIST-COUNT.

       VALIDATE-MANDATE-PARTIES.
      * The customer must exist, the debited account must exist and
      * belong to them, and the creditor's credit account must exist
                   CLOSE ACCOUNT-FILE
                   GO TO VALIDATE-MANDATE-PARTIES-EXIT
           END-READ.
      * The owner, a joint holder or an attorney may give the
      * mandate; a view-only party may not.
           CANCEL 'ACCTAUTH'.
           CALL 'ACCTAUTH' USING WS-MD-ACCT-ID OF MANDATE-RECORD,
               WS-ACCT-CUST-ID OF WS-ACCOUNT-RECORD,
               WS-MD-CUST-ID OF MANDATE-RECORD, WS-AUTH-RESULT.
           IF WS-AUTH-RESULT NOT = "Y"
               EVALUATE WS-AUTH-RESULT
                   WHEN "V"
                       DISPLAY "Customer has view-only access to the "
                           "debited account."
                   WHEN "E"
                       DISPLAY "Account relationships unreadable - "
                           "authority cannot be confirmed."
                   WHEN OTHER
                       DISPLAY "Debited account does not belong to "
                           "the customer."
               END-EVALUATE
               CLOSE ACCOUNT-FILE
               GO TO VALIDATE-MANDATE-PARTIES-EXIT
           END-IF.
                   CLOSE ACCOUNT-FILE
                   GO TO VALIDATE-MANDATE-PARTIES-EXIT
           END-READ.
      * An instalment loan is credited only by its repayment order -
      * a collection paid into one would miss the loan's schedule.
           IF WS-ACCT-TYPE OF ACCOUNT-RECORD = "INSTLOAN"
               DISPLAY "Creditor credit account is an instalment "
                   "loan."
               CLOSE ACCOUNT-FILE
               GO TO VALIDATE-MANDATE-PARTIES-EXIT
           END-IF.
           CLOSE ACCOUNT-FILE.
           MOVE "Y" TO WS-VALID-FLAG.
       VALIDATE-MANDATE-PARTIES-EXIT.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-MANDATE-ID-INPUT, WS-AUD-OLD-VALUE,
               WS-AUD-NEW-VALUE, WS-AUD-OPERATOR-NAME.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               WS-BATWIN-OPERATOR, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.
