      ******************************************************************
      * STORDESC.CBL - Standing Order Escalation Clause Maintenance    *
      ******************************************************************
      * Adds, replaces or removes the annual escalation clause on a
      * standing order - a yearly rise by a percentage or by a fixed
      * amount, taken in a chosen anniversary month and optionally
      * held at a ceiling. STOREXEC applies the rise at the first
      * execution on or after the anniversary month (through the same
      * approval threshold and limit checks as any other amendment)
      * and SOESCNOT gives the customer a month's notice of it. The
      * clause counts from the month it is set up: a clause keyed in
      * on or after its anniversary month takes its first rise next
      * year, not straight away. Applies to ACTIVE and SUSPENDED
      * orders; an order with an action awaiting approval is left
      * alone until it is decided.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDESC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOAPPR-FILE ASSIGN TO "SOAPPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-AP-SO-ID OF SOAPPR-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD SOAPPR-FILE.
               COPY SOAPPR-RECORD
                   REPLACING ==WS-SOAPPR-RECORD==
                   BY ==SOAPPR-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY WS-SO-RECORD.
       01  WS-DMS-ERROR-AREA.
           05  WS-DMS-ERROR-CODE   PIC 9(8).
           05  WS-DMS-ERROR-TEXT   PIC X(256).
       01  WS-DMS-ERROR-DESC       PIC X(60).
       01  WS-DMS-ERROR-ACTION     PIC X(60).
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-OPERATOR-NAME    PIC X(10).
       01  WS-PENDING-FLAG         PIC X.
       01  WS-ESC-CHOICE           PIC X.
       01  WS-CONFIRM-CHOICE       PIC X.
       01  WS-ESC-NEW-AMOUNT       PIC 9(10)V99.
       01  WS-NEW-ESC-TYPE         PIC X.
       01  WS-NEW-ESC-RATE         PIC 9(3)V99.
       01  WS-NEW-ESC-STEP         PIC 9(10)V99.
       01  WS-NEW-ESC-MONTH        PIC 9(2).
       01  WS-NEW-ESC-CEILING      PIC 9(10)V99.
       01  WS-TODAY-PARTS.
           05  WS-TODAY-YYYY       PIC 9(4).
           05  WS-TODAY-MM         PIC 9(2).
           05  WS-TODAY-DD         PIC 9(2).
      * Time of day stamped on the order with its change date, for
      * the execution cycle cut-off.
       01  WS-TIME-NOW             PIC 9(8).
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "STORDESC".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
      * Loan repayment order check (LNORDCHK).
       01  WS-LNORD-RESULT         PIC X.
       LINKAGE SECTION.
      * The signed-on operator from STORDMENU - the identity that
      * goes on the audit trail.
       01  LINK-OPERATOR-ID        PIC X(10).
       01  LINK-OPERATOR-LEVEL     PIC X.
       PROCEDURE DIVISION USING LINK-OPERATOR-ID,
               LINK-OPERATOR-LEVEL.
       MAIN-PROCEDURE.
      * No standing order change while a posting run is on, unless
      * a supervisor has opened an emergency window.
           MOVE "ESCALATION CLAUSE" TO WS-BATWIN-FUNCTION.
           PERFORM CHECK-BATCH-WINDOW.
           IF WS-BATWIN-RESULT = "N"
               GO TO END-PROGRAM
           END-IF.

           DISPLAY "Enter Standing Order ID for escalation clause: ".
           ACCEPT WS-STANDING-ORDER-ID.
           DISPLAY "Enter your Customer ID: ".
           ACCEPT WS-CUSTOMER-ID.

           MOVE WS-STANDING-ORDER-ID TO WS-SO-ID.
           DMS GET RECORD STANDING-ORDER-RECORD
               USING WS-SO-ID
               ERROR WS-DMS-ERROR-AREA.

           IF WS-DMS-ERROR-CODE NOT = ZERO
               CALL 'DMSERRTX' USING WS-DMS-ERROR-CODE,
                   WS-DMS-ERROR-DESC, WS-DMS-ERROR-ACTION
               DISPLAY "DMS GET Error: " WS-DMS-ERROR-CODE
                   " - " WS-DMS-ERROR-DESC
               DISPLAY "Suggested Action: " WS-DMS-ERROR-ACTION
               GO TO END-PROGRAM
           END-IF.

           IF WS-SO-CUST-ID NOT = WS-CUSTOMER-ID
               DISPLAY "Standing Order does not belong to that "
                   "Customer ID."
               GO TO END-PROGRAM
           END-IF.

           IF WS-SO-STAT NOT = "ACTIVE" AND
              WS-SO-STAT NOT = "SUSPENDED"
               DISPLAY "Standing Order is " WS-SO-STAT
                   " - only an ACTIVE or SUSPENDED order can carry "
                   "an escalation clause."
               GO TO END-PROGRAM
           END-IF.

      * An instalment loan's repayment order collects the loan's
      * schedule - it is repriced only with the loan, never here.
           IF WS-SO-PAYEE-TYPE NOT = "X"
               CALL 'LNORDCHK' USING WS-SO-ID, WS-SO-TO-ACCT,
                   WS-LNORD-RESULT
               IF WS-LNORD-RESULT = "R"
                   DISPLAY "This is an instalment loan repayment order "
                       "- it is changed only with the loan."
                   GO TO END-PROGRAM
               END-IF
               IF WS-LNORD-RESULT = "E"
                   DISPLAY "Loan master unavailable - order not "
                       "changed."
                   GO TO END-PROGRAM
               END-IF
           END-IF.

      * An order with an action already awaiting approval must not
      * have its amount terms changed underneath it.
           PERFORM CHECK-PENDING-ACTION THRU CHECK-PENDING-ACTION-EXIT.
           IF WS-PENDING-FLAG = "Y"
               DISPLAY "An action for this order is awaiting approval "
                   "- change the clause after the approval is decided."
               GO TO END-PROGRAM
           END-IF.

           DISPLAY "Customer...: " WS-SO-CUST-ID.
           DISPLAY "From Acct..: " WS-SO-FROM-ACCT.
           DISPLAY "To Acct....: " WS-SO-TO-ACCT.
           DISPLAY "Amount.....: " WS-SO-AMOUNT.
           DISPLAY "Frequency..: " WS-SO-FREQ.
           DISPLAY "Next Exec..: " WS-SO-NEXT-EXEC.
           DISPLAY "Status.....: " WS-SO-STAT.
           PERFORM SHOW-CLAUSE.

           DISPLAY "A - Add or replace the escalation clause".
           DISPLAY "R - Remove the escalation clause".
           DISPLAY "Enter choice: ".
           ACCEPT WS-ESC-CHOICE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-TODAY-PARTS.
           MOVE "N" TO WS-NEW-ESC-TYPE.
           MOVE ZERO TO WS-NEW-ESC-RATE.
           MOVE ZERO TO WS-NEW-ESC-STEP.
           MOVE ZERO TO WS-NEW-ESC-MONTH.
           MOVE ZERO TO WS-NEW-ESC-CEILING.
           EVALUATE WS-ESC-CHOICE
               WHEN "A" WHEN "a"
                   PERFORM ACCEPT-CLAUSE-TERMS
                       THRU ACCEPT-CLAUSE-TERMS-EXIT
                   IF WS-NEW-ESC-TYPE = "N"
                       GO TO END-PROGRAM
                   END-IF
               WHEN "R" WHEN "r"
                   IF WS-SO-ESC-TYPE NOT = "P" AND
                      WS-SO-ESC-TYPE NOT = "A"
                       DISPLAY "No escalation clause to remove."
                       GO TO END-PROGRAM
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   GO TO END-PROGRAM
           END-EVALUATE.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "ESC=" WS-SO-ESC-TYPE
               " RATE=" WS-SO-ESC-RATE
               " STEP=" WS-SO-ESC-STEP
               " MONTH=" WS-SO-ESC-MONTH
               " CEIL=" WS-SO-ESC-CEILING
               " LASTYR=" WS-SO-ESC-LAST-YEAR
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.

           MOVE WS-NEW-ESC-TYPE TO WS-SO-ESC-TYPE.
           MOVE WS-NEW-ESC-RATE TO WS-SO-ESC-RATE.
           MOVE WS-NEW-ESC-STEP TO WS-SO-ESC-STEP.
           MOVE WS-NEW-ESC-MONTH TO WS-SO-ESC-MONTH.
           MOVE WS-NEW-ESC-CEILING TO WS-SO-ESC-CEILING.
      * The clause year counts as already taken when the anniversary
      * month has arrived or passed, so the first rise comes at the
      * next anniversary and is notified the month before it.
           IF WS-NEW-ESC-TYPE = "N"
               MOVE ZERO TO WS-SO-ESC-LAST-YEAR
               MOVE ZERO TO WS-SO-ESC-NOTICE-YEAR
           ELSE
               IF WS-TODAY-MM NOT < WS-NEW-ESC-MONTH
                   MOVE WS-TODAY-YYYY TO WS-SO-ESC-LAST-YEAR
               ELSE
                   COMPUTE WS-SO-ESC-LAST-YEAR = WS-TODAY-YYYY - 1
               END-IF
               MOVE WS-SO-ESC-LAST-YEAR TO WS-SO-ESC-NOTICE-YEAR
           END-IF.

           CALL 'STORDVAL' USING WS-SO-RECORD, WS-RETURN-CODE,
               WS-MESSAGE.
           IF WS-RETURN-CODE NOT = ZERO
               DISPLAY "Validation Error: " WS-MESSAGE
               GO TO END-PROGRAM
           END-IF.

           PERFORM SHOW-CLAUSE.
           DISPLAY "Confirm? (Y/N): ".
           ACCEPT WS-CONFIRM-CHOICE.
           IF WS-CONFIRM-CHOICE NOT = "Y" AND
              WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "No change made."
               GO TO END-PROGRAM
           END-IF.

           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO WS-SO-LAST-MOD-TIME.
           DMS MODIFY RECORD STANDING-ORDER-RECORD
               USING WS-SO-RECORD
               ERROR WS-DMS-ERROR-AREA.
           IF WS-DMS-ERROR-CODE NOT = ZERO
               CALL 'DMSERRTX' USING WS-DMS-ERROR-CODE,
                   WS-DMS-ERROR-DESC, WS-DMS-ERROR-ACTION
               DISPLAY "DMS MODIFY Error: " WS-DMS-ERROR-CODE
                   " - " WS-DMS-ERROR-DESC
               DISPLAY "Suggested Action: " WS-DMS-ERROR-ACTION
               GO TO END-PROGRAM
           END-IF.

           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "ESC=" WS-SO-ESC-TYPE
               " RATE=" WS-SO-ESC-RATE
               " STEP=" WS-SO-ESC-STEP
               " MONTH=" WS-SO-ESC-MONTH
               " CEIL=" WS-SO-ESC-CEILING
               " LASTYR=" WS-SO-ESC-LAST-YEAR
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "STANDING-ORDER-RECORD" TO WS-AUD-RECTYPE.
           MOVE "MODIFY" TO WS-AUD-OPER.
           MOVE LINK-OPERATOR-ID TO WS-AUD-OPERATOR-NAME.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-SO-ID, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-AUD-OPERATOR-NAME.

           IF WS-SO-ESC-TYPE = "N"
               DISPLAY "Escalation clause removed."
           ELSE
               DISPLAY "Escalation clause recorded."
           END-IF.

       END-PROGRAM.
           GOBACK.

       SHOW-CLAUSE.
           EVALUATE WS-SO-ESC-TYPE
               WHEN "P"
                   DISPLAY "Escalation: " WS-SO-ESC-RATE
                       " PERCENT EACH YEAR IN MONTH " WS-SO-ESC-MONTH
               WHEN "A"
                   DISPLAY "Escalation: " WS-SO-ESC-STEP
                       " EACH YEAR IN MONTH " WS-SO-ESC-MONTH
               WHEN OTHER
                   DISPLAY "Escalation: NONE"
           END-EVALUATE.
           IF WS-SO-ESC-TYPE = "P" OR WS-SO-ESC-TYPE = "A"
               IF WS-SO-ESC-CEILING > ZERO
                   DISPLAY "Ceiling....: " WS-SO-ESC-CEILING
               ELSE
                   DISPLAY "Ceiling....: NONE"
               END-IF
               CALL 'SOESCAMT' USING WS-SO-RECORD, WS-ESC-NEW-AMOUNT
               DISPLAY "Next rise..: " WS-ESC-NEW-AMOUNT
                   " (LAST TAKEN " WS-SO-ESC-LAST-YEAR ")"
           END-IF.

       ACCEPT-CLAUSE-TERMS.
      * WS-NEW-ESC-TYPE stays "N" when any term is refused, which
      * tells the caller nothing is to be changed.
           DISPLAY "Escalation type - P (percentage) or "
               "A (fixed amount): ".
           ACCEPT WS-ESC-CHOICE.
           EVALUATE WS-ESC-CHOICE
               WHEN "P" WHEN "p"
                   DISPLAY "Annual rise percentage (e.g. 003.50): "
                   ACCEPT WS-NEW-ESC-RATE
                   IF WS-NEW-ESC-RATE = ZERO
                       DISPLAY "Percentage must be greater than zero."
                       GO TO ACCEPT-CLAUSE-TERMS-EXIT
                   END-IF
               WHEN "A" WHEN "a"
                   DISPLAY "Annual rise amount: "
                   ACCEPT WS-NEW-ESC-STEP
                   IF WS-NEW-ESC-STEP = ZERO
                       DISPLAY "Amount must be greater than zero."
                       GO TO ACCEPT-CLAUSE-TERMS-EXIT
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid escalation type."
                   GO TO ACCEPT-CLAUSE-TERMS-EXIT
           END-EVALUATE.

           DISPLAY "Anniversary month (01-12): ".
           ACCEPT WS-NEW-ESC-MONTH.
           IF WS-NEW-ESC-MONTH < 1 OR WS-NEW-ESC-MONTH > 12
               DISPLAY "Invalid anniversary month."
               GO TO ACCEPT-CLAUSE-TERMS-EXIT
           END-IF.

           DISPLAY "Ceiling amount (0 for none): ".
           ACCEPT WS-NEW-ESC-CEILING.
           IF WS-NEW-ESC-CEILING > ZERO AND
              WS-NEW-ESC-CEILING NOT > WS-SO-AMOUNT
               DISPLAY "Ceiling must be above the current amount."
               GO TO ACCEPT-CLAUSE-TERMS-EXIT
           END-IF.

           IF WS-ESC-CHOICE = "P" OR WS-ESC-CHOICE = "p"
               MOVE "P" TO WS-NEW-ESC-TYPE
           ELSE
               MOVE "A" TO WS-NEW-ESC-TYPE
           END-IF.
       ACCEPT-CLAUSE-TERMS-EXIT.
           EXIT.

       CHECK-PENDING-ACTION.
           MOVE "N" TO WS-PENDING-FLAG.
           OPEN INPUT SOAPPR-FILE.
           IF WS-FILE-STATUS = "35"
               GO TO CHECK-PENDING-ACTION-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "SOAPPR.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               GO TO CHECK-PENDING-ACTION-EXIT
           END-IF.
           MOVE WS-SO-ID TO WS-AP-SO-ID OF SOAPPR-RECORD.
           READ SOAPPR-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-PENDING-FLAG
           END-READ.
           CLOSE SOAPPR-FILE.
       CHECK-PENDING-ACTION-EXIT.
           EXIT.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               LINK-OPERATOR-ID, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.
