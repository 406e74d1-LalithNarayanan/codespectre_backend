      * WS-PS-REASON and WS-PS-RETRY-COUNT, and for a selected item
      * lets the operator:
      *   P - force an immediate post of an inbound credit, re-running
      *       the same sanctions screening and account/currency checks
      *       INPAYPRC applies (kept in lockstep with inpayprc.cbl) -
      *       a sanctions hit moves the item to the compliance hold
      *       queue rather than posting it;
      *   W - write the item off with a reason.
      * Every resolution is audited via AUDITLOG and removes the
      * suspense record. Unmatched outbound returns (direction "O")
       01  WS-AUD-RECTYPE              PIC X(25).
       01  WS-AUD-OPER                 PIC X(6).
       01  WS-AUD-OPERATOR-NAME        PIC X(10).
       01  WS-RELEASE-FLAG             PIC X.
       01  WS-SCREEN-NAME              PIC X(30).
       01  WS-SCREEN-BANK              PIC X(11).
       01  WS-SCREEN-RESULT            PIC X.
       01  WS-MATCH-VALUE              PIC X(40).
       01  WS-LIST-REF                 PIC X(20).
       01  WS-SH-FUNC                  PIC X.
       01  WS-SH-RESULT                PIC X.
       01  WS-SH-OPERATOR              PIC X(10) VALUE "PAYSUSPW".
           COPY SANCHOLD-RECORD.
      * Before- and after-images of each account rewrite, for the
      * ACCT.DAT forward-recovery journal (ACCTJRNW).
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-JRNL-BEFORE-IMAGE==.
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-JRNL-AFTER-IMAGE==.
       01  WS-JRNL-JOB-NAME            PIC X(8) VALUE "PAYSUSPW".
       01  WS-JRNL-ACTION              PIC X.
       01  WS-JRNL-RESULT              PIC X.
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE              PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM           PIC X(8) VALUE "PAYSUSPW".
       01  WS-BATWIN-OPERATOR          PIC X(10) VALUE "PAYSUSPW".
       01  WS-BATWIN-FUNCTION          PIC X(20).
       01  WS-BATWIN-RESULT            PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Working storage is retained across CALLs from STORDMENU, so
               WHEN "L" WHEN "l"
                   PERFORM LIST-SUSPENSE-ITEMS
               WHEN "S" WHEN "s"
                   MOVE "WORK PAY SUSPENSE" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM WORK-ONE-ITEM THRU WORK-ONE-ITEM-EXIT
                   END-IF
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
               GO TO FORCE-POST-ITEM-EXIT
           END-IF.

      * Same screening and account/currency checks INPAYPRC applies -
      * kept in lockstep with inpayprc.cbl. Decisions taken on the
      * compliance workbench this session must be seen.
           CANCEL 'SANCCHK'.
           CANCEL 'SANCHOLD'.
           PERFORM SCREEN-INBOUND-CREDIT
               THRU SCREEN-INBOUND-CREDIT-EXIT.
           IF WS-POSTED-FLAG NOT = "Y"
               DISPLAY "Force post refused: " WS-FAIL-REASON
               GO TO FORCE-POST-ITEM-EXIT
           END-IF.

           OPEN I-O ACCOUNT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ACCT.DAT OPEN Error, Status: " WS-FILE-STATUS
               MOVE "N" TO WS-POSTED-FLAG
               MOVE "Account is closed." TO WS-FAIL-REASON
           END-IF.
           IF WS-POSTED-FLAG = "Y" AND
              WS-ACCT-TYPE OF WS-TO-ACCT-REC = "INSTLOAN"
               MOVE "N" TO WS-POSTED-FLAG
               MOVE "Account is an instalment loan." TO WS-FAIL-REASON
           END-IF.
           IF WS-POSTED-FLAG = "Y" AND
              WS-PS-CURRENCY OF PAYSUSP-REC NOT =
              WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC
               WS-ACCT-BALANCE OF WS-TO-ACCT-REC.
           MOVE WS-ACCT-ID OF WS-TO-ACCT-REC TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           MOVE WS-TO-ACCT-REC TO WS-JRNL-AFTER-IMAGE.
           PERFORM REWRITE-JOURNALLED-ACCOUNT.
           CLOSE ACCOUNT-FILE.

           MOVE "N" TO WS-PAY-HIST-TYPE.
           MOVE "ERASE" TO WS-AUD-OPER.
           PERFORM WRITE-AUDIT-ENTRY.
           DISPLAY "Inbound credit posted.".

           IF WS-RELEASE-FLAG = "Y"
               MOVE "D" TO WS-SH-FUNC
               MOVE "I" TO WS-SH-DIRECTION
               MOVE WS-PAY-REF-INPUT TO WS-SH-PAY-REF
               CALL 'SANCHOLD' USING WS-SH-FUNC, WS-SANCHOLD-RECORD,
                   WS-SH-OPERATOR, WS-SH-RESULT
               IF WS-SH-RESULT NOT = "Y"
                   DISPLAY "Compliance release not marked used for "
                       "inbound payment: " WS-PAY-REF-INPUT
               END-IF
           END-IF.
       FORCE-POST-ITEM-EXIT.
           EXIT.

       SCREEN-INBOUND-CREDIT.
      * Kept in lockstep with the screening in inpayprc.cbl. A hit is
      * placed on the compliance hold queue and leaves this queue -
      * the desk cannot post or write off money compliance must
      * decide on.
           MOVE "Y" TO WS-POSTED-FLAG.
           MOVE SPACES TO WS-FAIL-REASON.
           MOVE "N" TO WS-RELEASE-FLAG.
           MOVE SPACES TO WS-MATCH-VALUE.
           MOVE SPACES TO WS-LIST-REF.

           INITIALIZE WS-SANCHOLD-RECORD.
           MOVE "Q" TO WS-SH-FUNC.
           MOVE "I" TO WS-SH-DIRECTION.
           MOVE WS-PAY-REF-INPUT TO WS-SH-PAY-REF.
           CALL 'SANCHOLD' USING WS-SH-FUNC, WS-SANCHOLD-RECORD,
               WS-SH-OPERATOR, WS-SH-RESULT.
           IF WS-SH-RESULT = "E"
               MOVE "N" TO WS-POSTED-FLAG
               MOVE "Compliance hold queue unavailable." TO
                   WS-FAIL-REASON
               GO TO SCREEN-INBOUND-CREDIT-EXIT
           END-IF.
           IF WS-SH-RESULT = "Y"
               EVALUATE WS-SH-STATUS
                   WHEN "R"
                       MOVE "Y" TO WS-RELEASE-FLAG
                       GO TO SCREEN-INBOUND-CREDIT-EXIT
                   WHEN "H"
                   WHEN "C"
                       MOVE "N" TO WS-POSTED-FLAG
                       MOVE "Compliance hold - sanctions screening."
                           TO WS-FAIL-REASON
                       GO TO SCREEN-INBOUND-CREDIT-EXIT
               END-EVALUATE
           END-IF.

           MOVE WS-PS-COUNTERPARTY OF PAYSUSP-REC TO WS-SCREEN-NAME.
           MOVE WS-PS-COUNTER-BANK OF PAYSUSP-REC TO WS-SCREEN-BANK.
           CALL 'SANCCHK' USING WS-SCREEN-NAME, WS-SCREEN-BANK,
               WS-SCREEN-RESULT, WS-MATCH-VALUE, WS-LIST-REF.
           IF WS-SCREEN-RESULT = "C"
               GO TO SCREEN-INBOUND-CREDIT-EXIT
           END-IF.
           MOVE "N" TO WS-POSTED-FLAG.
           IF WS-SCREEN-RESULT NOT = "H"
               MOVE "Sanctions screening unavailable." TO
                   WS-FAIL-REASON
               GO TO SCREEN-INBOUND-CREDIT-EXIT
           END-IF.

           INITIALIZE WS-SANCHOLD-RECORD.
           MOVE "I" TO WS-SH-DIRECTION.
           MOVE WS-PAY-REF-INPUT TO WS-SH-PAY-REF.
           MOVE WS-PS-ACCT-ID OF PAYSUSP-REC TO WS-SH-ACCT-ID.
           MOVE WS-PS-AMOUNT OF PAYSUSP-REC TO WS-SH-AMOUNT.
           MOVE WS-PS-CURRENCY OF PAYSUSP-REC TO WS-SH-CURRENCY.
           MOVE WS-PS-COUNTERPARTY OF PAYSUSP-REC TO WS-SH-PARTY-NAME.
           MOVE WS-PS-COUNTER-BANK OF PAYSUSP-REC TO WS-SH-PARTY-BANK.
           MOVE WS-MATCH-VALUE TO WS-SH-MATCH-VALUE.
           MOVE WS-LIST-REF TO WS-SH-LIST-REF.
           MOVE "H" TO WS-SH-FUNC.
           CALL 'SANCHOLD' USING WS-SH-FUNC, WS-SANCHOLD-RECORD,
               WS-SH-OPERATOR, WS-SH-RESULT.
           IF WS-SH-RESULT NOT = "Y"
               MOVE "Compliance hold queue unavailable." TO
                   WS-FAIL-REASON
               GO TO SCREEN-INBOUND-CREDIT-EXIT
           END-IF.
           MOVE "Compliance hold - sanctions screening." TO
               WS-FAIL-REASON.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "REASON=" WS-PS-REASON OF PAYSUSP-REC
               " RETRIES=" WS-PS-RETRY-COUNT OF PAYSUSP-REC
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "MOVED TO COMPLIANCE HOLD - MATCH="
               WS-MATCH-VALUE
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           PERFORM REMOVE-SUSPENSE-RECORD.
           MOVE "ERASE" TO WS-AUD-OPER.
           PERFORM WRITE-AUDIT-ENTRY.
           DISPLAY "Sanctions match " WS-MATCH-VALUE
               " - item moved to the compliance hold queue.".
       SCREEN-INBOUND-CREDIT-EXIT.
           EXIT.

       WRITE-OFF-ITEM.
           DISPLAY "Enter write-off reason: ".
           ACCEPT WS-WRITE-OFF-REASON.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-PAY-REF-INPUT, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-AUD-OPERATOR-NAME.

       REWRITE-JOURNALLED-ACCOUNT.
      * Every ACCT.DAT rewrite is journalled for forward recovery: the
      * before-image is the record as it stands on file, read back
      * just ahead of the rewrite, the after-image the record written.
      * The caller has moved the account key to ACCOUNT-RECORD and the
      * updated record to WS-JRNL-AFTER-IMAGE.
           READ ACCOUNT-FILE INTO WS-JRNL-BEFORE-IMAGE
               INVALID KEY
                   MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
           END-READ.
           REWRITE ACCOUNT-RECORD FROM WS-JRNL-AFTER-IMAGE.
           IF WS-FILE-STATUS = "00"
               MOVE "U" TO WS-JRNL-ACTION
               CALL 'ACCTJRNW' USING WS-JRNL-JOB-NAME, WS-JRNL-ACTION,
                   WS-JRNL-BEFORE-IMAGE, WS-JRNL-AFTER-IMAGE,
                   WS-JRNL-RESULT
               IF WS-JRNL-RESULT NOT = "Y"
                   DISPLAY "Account journal entry not written for "
                       WS-ACCT-ID OF WS-JRNL-AFTER-IMAGE
               END-IF
           END-IF.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               WS-BATWIN-OPERATOR, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.
