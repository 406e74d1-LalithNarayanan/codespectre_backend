      ******************************************************************
      * SANCWRK.CBL - Compliance Hold Workbench                        *
      ******************************************************************
      * Interactive workbench for compliance officers over
      * SANCHOLD.DAT, the queue of payments and beneficiaries stopped
      * by a sanctions screening hit. Lists what awaits a decision,
      * and for a selected held item lets the officer:
      *   R - release it as a false positive. A released outbound
      *       order posts on the next STOREXEC run (or a forced post
      *       in SUSPWRK); a released inbound credit is queued on
      *       PAYSUSP.DAT for INPAYPRC to post on its next run; a
      *       released beneficiary is returned to ACTIVE;
      *   C - confirm it as a true hit. The money stays stopped and
      *       the beneficiary concerned is closed; a confirmed inbound
      *       credit stays blocked on the queue.
      * A note is required for either decision. Only compliance-level
      * operators may use the workbench, and every decision - and
      * every beneficiary it reopens or closes - is written to the
      * audit trail via AUDITLOG under the officer's own identity.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCWRK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCHOLD-FILE ASSIGN TO "SANCHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-SH-KEY OF SANCHOLD-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BENEF-FILE ASSIGN TO "BENEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BN-ID OF BENEF-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PAYSUSP-FILE ASSIGN TO "PAYSUSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-PS-PAY-REF OF PAYSUSP-REC
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD SANCHOLD-FILE.
               COPY SANCHOLD-RECORD
                   REPLACING ==WS-SANCHOLD-RECORD==
                   BY ==SANCHOLD-RECORD==.
           FD BENEF-FILE.
               COPY BENEF-RECORD
                   REPLACING ==WS-BENEF-RECORD==
                   BY ==BENEF-RECORD==.
           FD PAYSUSP-FILE.
               COPY PAYSUSP-RECORD
                   REPLACING ==WS-PAYSUSP-RECORD==
                   BY ==PAYSUSP-REC==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       01  WS-MENU-CHOICE          PIC X.
       01  WS-DONE-FLAG            PIC X.
       01  WS-ACTION-CHOICE        PIC X.
       01  WS-LIST-COUNT           PIC 9(5).
       01  WS-DIR-INPUT            PIC X.
       01  WS-REF-INPUT            PIC X(20).
       01  WS-DECISION-NOTE        PIC X(60).
       01  WS-DECISION             PIC X.
       01  WS-EFFECT-OK            PIC X.
       01  WS-SUSP-EXISTS          PIC X.
       01  WS-NEW-BN-STAT          PIC X(8).
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-KEY              PIC X(20).
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "SANCWRK".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
       LINKAGE SECTION.
      * The signed-on operator from STORDMENU - the identity that
      * goes on the audit trail, and the entitlement level that
      * confines the workbench to compliance officers.
       01  LINK-OPERATOR-ID        PIC X(10).
       01  LINK-OPERATOR-LEVEL     PIC X.
       PROCEDURE DIVISION USING LINK-OPERATOR-ID,
               LINK-OPERATOR-LEVEL.
       MAIN-PROCEDURE.
      * Working storage is retained across CALLs from STORDMENU, so
      * the session flag must be reset on every entry. The menu only
      * offers this function to compliance officers; the level is
      * checked here as well so the restriction does not rest on the
      * menu alone.
           MOVE "N" TO WS-DONE-FLAG.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           IF LINK-OPERATOR-LEVEL NOT = "K"
               DISPLAY "The compliance hold workbench requires a "
                   "compliance officer."
               GO TO END-PROGRAM
           END-IF.

           OPEN I-O SANCHOLD-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "No compliance hold queue on file - nothing "
                   "to work."
               GO TO END-PROGRAM
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "SANCHOLD.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               GO TO END-PROGRAM
           END-IF.

           PERFORM UNTIL WS-DONE-FLAG = "Y"
               PERFORM DISPLAY-MENU
               PERFORM PROCESS-MENU-CHOICE
           END-PERFORM.

           CLOSE SANCHOLD-FILE.

       END-PROGRAM.
           GOBACK.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "===== Compliance Hold Workbench =====".
           DISPLAY "  L - List items awaiting a decision".
           DISPLAY "  A - List all items on the queue".
           DISPLAY "  S - Select an item to decide".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "L" WHEN "l"
                   PERFORM LIST-HOLD-ITEMS
               WHEN "A" WHEN "a"
                   PERFORM LIST-HOLD-ITEMS
               WHEN "S" WHEN "s"
                   MOVE "WORK SANCTIONS HOLD" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM WORK-ONE-ITEM THRU WORK-ONE-ITEM-EXIT
                   END-IF
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

       LIST-HOLD-ITEMS.
      * "L" shows only what still awaits a decision; "A" shows the
      * decided items as well.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO WS-SH-KEY OF SANCHOLD-RECORD.
           START SANCHOLD-FILE
               KEY NOT < WS-SH-KEY OF SANCHOLD-RECORD
               INVALID KEY
                   MOVE "10" TO WS-FILE-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ SANCHOLD-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF WS-SH-STATUS OF SANCHOLD-RECORD = "H" OR
                          WS-MENU-CHOICE = "A" OR
                          WS-MENU-CHOICE = "a"
                           PERFORM SHOW-ONE-HOLD-LINE
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Items listed: " WS-LIST-COUNT.
           MOVE "00" TO WS-FILE-STATUS.

       SHOW-ONE-HOLD-LINE.
           DISPLAY WS-SH-DIRECTION OF SANCHOLD-RECORD " "
               WS-SH-PAY-REF OF SANCHOLD-RECORD
               " STAT: " WS-SH-STATUS OF SANCHOLD-RECORD
               " ACCT: " WS-SH-ACCT-ID OF SANCHOLD-RECORD
               " AMT: " WS-SH-AMOUNT OF SANCHOLD-RECORD
               " " WS-SH-CURRENCY OF SANCHOLD-RECORD.
           DISPLAY "   PARTY: " WS-SH-PARTY-NAME OF SANCHOLD-RECORD
               " BANK: " WS-SH-PARTY-BANK OF SANCHOLD-RECORD
               " HELD: " WS-SH-HOLD-DATE OF SANCHOLD-RECORD.
           DISPLAY "   MATCH: " WS-SH-MATCH-VALUE OF SANCHOLD-RECORD
               " LIST: " WS-SH-LIST-REF OF SANCHOLD-RECORD.
           ADD 1 TO WS-LIST-COUNT.

       WORK-ONE-ITEM.
           DISPLAY "Enter Direction (O=outbound, I=inbound, "
               "B=beneficiary): ".
           ACCEPT WS-DIR-INPUT.
           INSPECT WS-DIR-INPUT CONVERTING "oib" TO "OIB".
           DISPLAY "Enter Reference: ".
           ACCEPT WS-REF-INPUT.

           MOVE WS-DIR-INPUT TO WS-SH-DIRECTION OF SANCHOLD-RECORD.
           MOVE WS-REF-INPUT TO WS-SH-PAY-REF OF SANCHOLD-RECORD.
           READ SANCHOLD-FILE
               INVALID KEY
                   DISPLAY "No compliance hold for that direction "
                       "and reference."
                   GO TO WORK-ONE-ITEM-EXIT
           END-READ.

           DISPLAY "Direction...: " WS-SH-DIRECTION OF SANCHOLD-RECORD.
           DISPLAY "Reference...: " WS-SH-PAY-REF OF SANCHOLD-RECORD.
           DISPLAY "Status......: " WS-SH-STATUS OF SANCHOLD-RECORD.
           DISPLAY "Account.....: " WS-SH-ACCT-ID OF SANCHOLD-RECORD.
           DISPLAY "Amount......: " WS-SH-AMOUNT OF SANCHOLD-RECORD
               " " WS-SH-CURRENCY OF SANCHOLD-RECORD.
           DISPLAY "Party.......: " WS-SH-PARTY-ID OF SANCHOLD-RECORD
               " " WS-SH-PARTY-NAME OF SANCHOLD-RECORD.
           DISPLAY "Party Bank..: "
               WS-SH-PARTY-BANK OF SANCHOLD-RECORD
               " " WS-SH-PARTY-ACCT OF SANCHOLD-RECORD.
           DISPLAY "Matched.....: "
               WS-SH-MATCH-VALUE OF SANCHOLD-RECORD.
           DISPLAY "List Ref....: " WS-SH-LIST-REF OF SANCHOLD-RECORD.
           DISPLAY "Held Since..: " WS-SH-HOLD-DATE OF SANCHOLD-RECORD.
           IF WS-SH-STATUS OF SANCHOLD-RECORD NOT = "H"
               DISPLAY "Decided By..: "
                   WS-SH-DECIDED-BY OF SANCHOLD-RECORD
                   " on " WS-SH-DECIDED-DATE OF SANCHOLD-RECORD
               DISPLAY "Note........: "
                   WS-SH-DECISION-NOTE OF SANCHOLD-RECORD
               DISPLAY "The item has already been decided."
               GO TO WORK-ONE-ITEM-EXIT
           END-IF.

           DISPLAY "Action - (R)elease as false positive, "
               "(C)onfirm as true hit, (N)one: ".
           ACCEPT WS-ACTION-CHOICE.
           EVALUATE WS-ACTION-CHOICE
               WHEN "R" WHEN "r"
                   MOVE "R" TO WS-DECISION
               WHEN "C" WHEN "c"
                   MOVE "C" TO WS-DECISION
               WHEN OTHER
                   DISPLAY "No action taken."
                   GO TO WORK-ONE-ITEM-EXIT
           END-EVALUATE.

           DISPLAY "Enter decision note: ".
           ACCEPT WS-DECISION-NOTE.
           IF WS-DECISION-NOTE = SPACES
               DISPLAY "A decision note is required - no action taken."
               GO TO WORK-ONE-ITEM-EXIT
           END-IF.

      * The decision's effect on the money or the beneficiary is made
      * first; the decision is only recorded once it has taken, so a
      * failure leaves the item held for another attempt.
           MOVE "Y" TO WS-EFFECT-OK.
           IF WS-DECISION = "R"
               PERFORM APPLY-RELEASE THRU APPLY-RELEASE-EXIT
           ELSE
               PERFORM APPLY-CONFIRM THRU APPLY-CONFIRM-EXIT
           END-IF.
           IF WS-EFFECT-OK NOT = "Y"
               DISPLAY "Decision not recorded - the item stays held."
               GO TO WORK-ONE-ITEM-EXIT
           END-IF.

           PERFORM RECORD-DECISION THRU RECORD-DECISION-EXIT.
       WORK-ONE-ITEM-EXIT.
           EXIT.

       APPLY-RELEASE.
           EVALUATE WS-SH-DIRECTION OF SANCHOLD-RECORD
               WHEN "I"
                   PERFORM QUEUE-RELEASED-CREDIT
                       THRU QUEUE-RELEASED-CREDIT-EXIT
               WHEN "B"
                   MOVE "ACTIVE" TO WS-NEW-BN-STAT
                   PERFORM SET-BENEFICIARY-STATUS
                       THRU SET-BENEFICIARY-STATUS-EXIT
               WHEN OTHER
      * A held outbound order is sitting suspended - nothing was
      * debited, and the next run posts it once it reads the release.
                   CONTINUE
           END-EVALUATE.
       APPLY-RELEASE-EXIT.
           EXIT.

       APPLY-CONFIRM.
      * A true hit on a payee closes the beneficiary, so no other
      * order can pay it; a confirmed inbound credit simply stays
      * blocked on the queue.
           IF WS-SH-DIRECTION OF SANCHOLD-RECORD = "I"
               GO TO APPLY-CONFIRM-EXIT
           END-IF.
           MOVE "CLOSED" TO WS-NEW-BN-STAT.
           PERFORM SET-BENEFICIARY-STATUS
               THRU SET-BENEFICIARY-STATUS-EXIT.
       APPLY-CONFIRM-EXIT.
           EXIT.

       QUEUE-RELEASED-CREDIT.
      * The released credit goes on the payment suspense queue, which
      * INPAYPRC retries at the start of every run - it reads the
      * release and posts the credit through the normal path.
           MOVE "N" TO WS-EFFECT-OK.
           OPEN I-O PAYSUSP-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT PAYSUSP-FILE
               CLOSE PAYSUSP-FILE
               OPEN I-O PAYSUSP-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "PAYSUSP.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               GO TO QUEUE-RELEASED-CREDIT-EXIT
           END-IF.

           MOVE WS-SH-PAY-REF OF SANCHOLD-RECORD TO
               WS-PS-PAY-REF OF PAYSUSP-REC.
           MOVE "Y" TO WS-SUSP-EXISTS.
           READ PAYSUSP-FILE
               INVALID KEY
                   MOVE "N" TO WS-SUSP-EXISTS
           END-READ.
           MOVE WS-SH-PAY-REF OF SANCHOLD-RECORD TO
               WS-PS-PAY-REF OF PAYSUSP-REC.
           MOVE "I" TO WS-PS-DIRECTION OF PAYSUSP-REC.
           MOVE WS-SH-ACCT-ID OF SANCHOLD-RECORD TO
               WS-PS-ACCT-ID OF PAYSUSP-REC.
           MOVE WS-SH-AMOUNT OF SANCHOLD-RECORD TO
               WS-PS-AMOUNT OF PAYSUSP-REC.
           MOVE WS-SH-CURRENCY OF SANCHOLD-RECORD TO
               WS-PS-CURRENCY OF PAYSUSP-REC.
           MOVE WS-SH-PARTY-NAME OF SANCHOLD-RECORD TO
               WS-PS-COUNTERPARTY OF PAYSUSP-REC.
           MOVE WS-SH-PARTY-BANK OF SANCHOLD-RECORD TO
               WS-PS-COUNTER-BANK OF PAYSUSP-REC.
           MOVE "Released by compliance - awaiting posting." TO
               WS-PS-REASON OF PAYSUSP-REC.
           MOVE WS-CURRENT-DATE TO WS-PS-DATE OF PAYSUSP-REC.
           MOVE ZERO TO WS-PS-RETRY-COUNT OF PAYSUSP-REC.
           IF WS-SUSP-EXISTS = "Y"
               REWRITE PAYSUSP-REC
           ELSE
               WRITE PAYSUSP-REC
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "PAYSUSP.DAT WRITE Error, Status: "
                   WS-FILE-STATUS
           ELSE
               MOVE "Y" TO WS-EFFECT-OK
               DISPLAY "Credit queued - INPAYPRC posts it on its "
                   "next run."
           END-IF.
           CLOSE PAYSUSP-FILE.
       QUEUE-RELEASED-CREDIT-EXIT.
           EXIT.

       SET-BENEFICIARY-STATUS.
      * WS-NEW-BN-STAT is set by the caller. A beneficiary already
      * CLOSED is left closed - a release never reopens one closed
      * through beneficiary maintenance.
           MOVE "N" TO WS-EFFECT-OK.
           OPEN I-O BENEF-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BENEF.DAT OPEN Error, Status: " WS-FILE-STATUS
               GO TO SET-BENEFICIARY-STATUS-EXIT
           END-IF.
           MOVE WS-SH-PARTY-ID OF SANCHOLD-RECORD TO
               WS-BN-ID OF BENEF-RECORD.
           READ BENEF-FILE
               INVALID KEY
                   DISPLAY "Beneficiary " WS-BN-ID OF BENEF-RECORD
                       " is no longer on file."
                   MOVE "Y" TO WS-EFFECT-OK
                   CLOSE BENEF-FILE
                   GO TO SET-BENEFICIARY-STATUS-EXIT
           END-READ.
           IF WS-BN-STAT OF BENEF-RECORD = "CLOSED" OR
              WS-BN-STAT OF BENEF-RECORD = WS-NEW-BN-STAT
               MOVE "Y" TO WS-EFFECT-OK
               CLOSE BENEF-FILE
               GO TO SET-BENEFICIARY-STATUS-EXIT
           END-IF.
      * A release returns only a HELD beneficiary to ACTIVE - an
      * outbound release clears the one payment, not the payee.
           IF WS-NEW-BN-STAT = "ACTIVE" AND
              WS-BN-STAT OF BENEF-RECORD NOT = "HELD"
               MOVE "Y" TO WS-EFFECT-OK
               CLOSE BENEF-FILE
               GO TO SET-BENEFICIARY-STATUS-EXIT
           END-IF.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "STAT=" WS-BN-STAT OF BENEF-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE WS-NEW-BN-STAT TO WS-BN-STAT OF BENEF-RECORD.
           REWRITE BENEF-RECORD
               INVALID KEY
                   DISPLAY "BENEF.DAT REWRITE Error, Status: "
                       WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO WS-EFFECT-OK
                   MOVE SPACES TO WS-AUD-NEW-VALUE
                   STRING "STAT=" WS-BN-STAT OF BENEF-RECORD
                       " COMPLIANCE DECISION ON "
                       WS-SH-DIRECTION OF SANCHOLD-RECORD " "
                       WS-SH-PAY-REF OF SANCHOLD-RECORD
                       DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
                   MOVE "BENEF-RECORD" TO WS-AUD-RECTYPE
                   MOVE "MODIFY" TO WS-AUD-OPER
                   MOVE WS-BN-ID OF BENEF-RECORD TO WS-AUD-KEY
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Beneficiary " WS-BN-ID OF BENEF-RECORD
                       " is now " WS-BN-STAT OF BENEF-RECORD "."
           END-REWRITE.
           CLOSE BENEF-FILE.
       SET-BENEFICIARY-STATUS-EXIT.
           EXIT.

       RECORD-DECISION.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "DIR=" WS-SH-DIRECTION OF SANCHOLD-RECORD
               " STAT=" WS-SH-STATUS OF SANCHOLD-RECORD
               " MATCH=" WS-SH-MATCH-VALUE OF SANCHOLD-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.

           MOVE WS-DECISION TO WS-SH-STATUS OF SANCHOLD-RECORD.
           MOVE LINK-OPERATOR-ID TO WS-SH-DECIDED-BY OF SANCHOLD-RECORD.
           MOVE WS-CURRENT-DATE TO
               WS-SH-DECIDED-DATE OF SANCHOLD-RECORD.
           MOVE WS-DECISION-NOTE TO
               WS-SH-DECISION-NOTE OF SANCHOLD-RECORD.
           REWRITE SANCHOLD-RECORD
               INVALID KEY
                   DISPLAY "SANCHOLD.DAT REWRITE Error, Status: "
                       WS-FILE-STATUS
                   GO TO RECORD-DECISION-EXIT
           END-REWRITE.

           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "DIR=" WS-SH-DIRECTION OF SANCHOLD-RECORD
               " STAT=" WS-SH-STATUS OF SANCHOLD-RECORD
               " NOTE=" WS-DECISION-NOTE
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "SANCHOLD-RECORD" TO WS-AUD-RECTYPE.
           MOVE "MODIFY" TO WS-AUD-OPER.
           MOVE WS-SH-PAY-REF OF SANCHOLD-RECORD TO WS-AUD-KEY.
           PERFORM WRITE-AUDIT-ENTRY.
           IF WS-DECISION = "R"
               DISPLAY "Item released."
           ELSE
               DISPLAY "Hit confirmed - the money stays stopped."
           END-IF.
       RECORD-DECISION-EXIT.
           EXIT.

       WRITE-AUDIT-ENTRY.
      * WS-AUD-RECTYPE, WS-AUD-OPER, WS-AUD-KEY and the old/new
      * values are set by the caller before this paragraph is
      * performed.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               LINK-OPERATOR-ID.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               LINK-OPERATOR-ID, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.
