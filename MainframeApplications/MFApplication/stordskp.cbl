      ******************************************************************
      * STORDSKP.CBL - Standing Order Skip / Pause Instruction         *
      ******************************************************************
      * Records a customer's request to miss payments on a standing
      * order without cancelling it: skip the next N executions, or
      * pause the order until a date. STOREXEC rolls the schedule past
      * each skipped execution without posting it and clears the
      * instruction once it is used up. Only one instruction is held
      * at a time - setting a skip clears a pause and vice versa - and
      * an instruction can be withdrawn here before it is used up.
      * Applies to ACTIVE and SUSPENDED orders; an order with an
      * action awaiting approval is left alone until it is decided.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDSKP.
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
       01  WS-SKIP-CHOICE          PIC X.
       01  WS-CONFIRM-CHOICE       PIC X.
       01  WS-NEW-SKIP-COUNT       PIC 9(3).
       01  WS-NEW-PAUSE-UNTIL      PIC 9(8).
       01  WS-PAUSE-DATE-PARTS REDEFINES WS-NEW-PAUSE-UNTIL.
           05  WS-PAUSE-YYYY       PIC 9(4).
           05  WS-PAUSE-MM         PIC 9(2).
           05  WS-PAUSE-DD         PIC 9(2).
      * Time of day stamped on the order with its change date, for
      * the execution cycle cut-off.
       01  WS-TIME-NOW             PIC 9(8).
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "STORDSKP".
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
           MOVE "SKIP/PAUSE ORDER" TO WS-BATWIN-FUNCTION.
           PERFORM CHECK-BATCH-WINDOW.
           IF WS-BATWIN-RESULT = "N"
               GO TO END-PROGRAM
           END-IF.

           DISPLAY "Enter Standing Order ID to skip or pause: ".
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
                   " - only an ACTIVE or SUSPENDED order can be "
                   "skipped or paused."
               GO TO END-PROGRAM
           END-IF.

      * An instalment loan's repayment order collects the loan's
      * schedule - it is paused only with the loan, never here.
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
                       "skipped."
                   GO TO END-PROGRAM
               END-IF
           END-IF.

      * An order with an action already awaiting approval must not
      * have its schedule changed underneath it.
           PERFORM CHECK-PENDING-ACTION THRU CHECK-PENDING-ACTION-EXIT.
           IF WS-PENDING-FLAG = "Y"
               DISPLAY "An action for this order is awaiting approval "
                   "- skip or pause it after the approval is decided."
               GO TO END-PROGRAM
           END-IF.

           DISPLAY "Customer...: " WS-SO-CUST-ID.
           DISPLAY "From Acct..: " WS-SO-FROM-ACCT.
           DISPLAY "To Acct....: " WS-SO-TO-ACCT.
           DISPLAY "Amount.....: " WS-SO-AMOUNT.
           DISPLAY "Frequency..: " WS-SO-FREQ.
           DISPLAY "Next Exec..: " WS-SO-NEXT-EXEC.
           DISPLAY "Status.....: " WS-SO-STAT.
           IF WS-SO-SKIP-COUNT > ZERO
               DISPLAY "Instruction: SKIP NEXT " WS-SO-SKIP-COUNT
                   " EXECUTION(S)"
           ELSE
               IF WS-SO-PAUSE-UNTIL > ZERO
                   DISPLAY "Instruction: PAUSED UNTIL "
                       WS-SO-PAUSE-UNTIL
               ELSE
                   DISPLAY "Instruction: NONE"
               END-IF
           END-IF.

           DISPLAY "S - Skip the next N executions".
           DISPLAY "P - Pause until a date".
           DISPLAY "C - Clear the current instruction".
           DISPLAY "Enter choice: ".
           ACCEPT WS-SKIP-CHOICE.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE ZERO TO WS-NEW-SKIP-COUNT.
           MOVE ZERO TO WS-NEW-PAUSE-UNTIL.
           EVALUATE WS-SKIP-CHOICE
               WHEN "S" WHEN "s"
                   DISPLAY "Number of executions to skip (1-999): "
                   ACCEPT WS-NEW-SKIP-COUNT
                   IF WS-NEW-SKIP-COUNT = ZERO
                       DISPLAY "Skip count must be at least 1."
                       GO TO END-PROGRAM
                   END-IF
               WHEN "P" WHEN "p"
                   DISPLAY "Resume on (YYYYMMDD): "
                   ACCEPT WS-NEW-PAUSE-UNTIL
                   IF WS-PAUSE-MM < 1 OR WS-PAUSE-MM > 12 OR
                      WS-PAUSE-DD < 1 OR WS-PAUSE-DD > 31
                       DISPLAY "Invalid resume date."
                       GO TO END-PROGRAM
                   END-IF
                   IF WS-NEW-PAUSE-UNTIL NOT > WS-CURRENT-DATE
                       DISPLAY "Resume date must be after today."
                       GO TO END-PROGRAM
                   END-IF
      * A resume date on or before the next execution would skip
      * nothing at all.
                   IF WS-NEW-PAUSE-UNTIL NOT > WS-SO-NEXT-EXEC
                       DISPLAY "Resume date is not after the next "
                           "execution date - nothing would be "
                           "skipped."
                       GO TO END-PROGRAM
                   END-IF
               WHEN "C" WHEN "c"
                   IF WS-SO-SKIP-COUNT = ZERO AND
                      WS-SO-PAUSE-UNTIL = ZERO
                       DISPLAY "No instruction to clear."
                       GO TO END-PROGRAM
                   END-IF
               WHEN OTHER
                   DISPLAY "Invalid choice."
                   GO TO END-PROGRAM
           END-EVALUATE.

           DISPLAY "Confirm? (Y/N): ".
           ACCEPT WS-CONFIRM-CHOICE.
           IF WS-CONFIRM-CHOICE NOT = "Y" AND
              WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "No change made."
               GO TO END-PROGRAM
           END-IF.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "SKIP=" WS-SO-SKIP-COUNT
               " PAUSE=" WS-SO-PAUSE-UNTIL
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.

           MOVE WS-NEW-SKIP-COUNT TO WS-SO-SKIP-COUNT.
           MOVE WS-NEW-PAUSE-UNTIL TO WS-SO-PAUSE-UNTIL.
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
           STRING "SKIP=" WS-SO-SKIP-COUNT
               " PAUSE=" WS-SO-PAUSE-UNTIL
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "STANDING-ORDER-RECORD" TO WS-AUD-RECTYPE.
           MOVE "MODIFY" TO WS-AUD-OPER.
           MOVE LINK-OPERATOR-ID TO WS-AUD-OPERATOR-NAME.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-SO-ID, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-AUD-OPERATOR-NAME.

           EVALUATE WS-SKIP-CHOICE
               WHEN "S" WHEN "s"
                   DISPLAY "The next " WS-SO-SKIP-COUNT
                       " execution(s) will be skipped."
               WHEN "P" WHEN "p"
                   DISPLAY "Standing Order paused until "
                       WS-SO-PAUSE-UNTIL "."
               WHEN OTHER
                   DISPLAY "Instruction cleared."
           END-EVALUATE.

       END-PROGRAM.
           GOBACK.

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
