      ******************************************************************
      * AMLWRK.CBL - Transaction Monitoring Alert Workbench            *
      ******************************************************************
      * Interactive workbench for the financial crime team over
      * AMLALERT.DAT, the alerts AMLMON raises from the nightly
      * transaction monitoring rules. Lists the open alerts (or every
      * alert on one account), and for a selected alert lets the
      * officer:
      *   E - escalate it to a case for investigation;
      *   D - dismiss it as explained. A dismissed alert is never
      *       raised again, and silences the same rule on the same
      *       account for the quiet period set in AML-RULES.
      * An escalated case is closed by dismissing it once worked. A
      * note is required for either decision. Only compliance-level
      * operators may use the workbench, and every decision is
      * written to the audit trail via AUDITLOG under the officer's
      * own identity.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AMLWRK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AMLALERT-FILE ASSIGN TO "AMLALERT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-AL-KEY OF AMLALERT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD AMLALERT-FILE.
               COPY AMLALERT-RECORD
                   REPLACING ==WS-AMLALERT-RECORD==
                   BY ==AMLALERT-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       01  WS-MENU-CHOICE          PIC X.
       01  WS-DONE-FLAG            PIC X.
       01  WS-ACTION-CHOICE        PIC X.
       01  WS-LIST-COUNT           PIC 9(5).
       01  WS-LIST-ACCT            PIC X(15).
       01  WS-ACCT-INPUT           PIC X(15).
       01  WS-RULE-INPUT           PIC X(4).
       01  WS-DATE-INPUT           PIC 9(8).
       01  WS-SEQ-INPUT            PIC 9(5).
       01  WS-DECISION             PIC X.
       01  WS-DECISION-NOTE        PIC X(60).
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25) VALUE "AMLALERT-RECORD".
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-KEY              PIC X(20).
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
               DISPLAY "The monitoring alert workbench requires a "
                   "compliance officer."
               GO TO END-PROGRAM
           END-IF.

           OPEN I-O AMLALERT-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "No monitoring alerts on file - nothing to "
                   "work."
               GO TO END-PROGRAM
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "AMLALERT.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               GO TO END-PROGRAM
           END-IF.

           PERFORM UNTIL WS-DONE-FLAG = "Y"
               PERFORM DISPLAY-MENU
               PERFORM PROCESS-MENU-CHOICE
           END-PERFORM.

           CLOSE AMLALERT-FILE.

       END-PROGRAM.
           GOBACK.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "===== Monitoring Alert Workbench =====".
           DISPLAY "  L - List open and escalated alerts".
           DISPLAY "  A - List all alerts for an account".
           DISPLAY "  S - Select an alert to decide".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "L" WHEN "l"
                   MOVE SPACES TO WS-LIST-ACCT
                   PERFORM LIST-ALERTS
               WHEN "A" WHEN "a"
                   DISPLAY "Enter Account ID: "
                   ACCEPT WS-LIST-ACCT
                   PERFORM LIST-ALERTS
               WHEN "S" WHEN "s"
                   PERFORM WORK-ONE-ALERT THRU WORK-ONE-ALERT-EXIT
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

       LIST-ALERTS.
      * With no account given, every alert still awaiting work is
      * listed; with one, that account's alerts in every status.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO WS-AL-KEY OF AMLALERT-RECORD.
           IF WS-LIST-ACCT NOT = SPACES
               MOVE WS-LIST-ACCT TO WS-AL-ACCT-ID OF AMLALERT-RECORD
           END-IF.
           START AMLALERT-FILE
               KEY NOT < WS-AL-KEY OF AMLALERT-RECORD
               INVALID KEY
                   MOVE "10" TO WS-FILE-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ AMLALERT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF WS-LIST-ACCT = SPACES
                           IF WS-AL-STATUS OF AMLALERT-RECORD NOT = "D"
                               PERFORM SHOW-ONE-ALERT-LINE
                           END-IF
                       ELSE
                           IF WS-AL-ACCT-ID OF AMLALERT-RECORD NOT =
                              WS-LIST-ACCT
                               MOVE "10" TO WS-FILE-STATUS
                           ELSE
                               PERFORM SHOW-ONE-ALERT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Alerts listed: " WS-LIST-COUNT.
           MOVE "00" TO WS-FILE-STATUS.

       SHOW-ONE-ALERT-LINE.
           DISPLAY WS-AL-ACCT-ID OF AMLALERT-RECORD " "
               WS-AL-RULE OF AMLALERT-RECORD " "
               WS-AL-ANCHOR-DATE OF AMLALERT-RECORD " "
               WS-AL-ANCHOR-SEQ OF AMLALERT-RECORD
               " STAT: " WS-AL-STATUS OF AMLALERT-RECORD
               " CUST: " WS-AL-CUST-ID OF AMLALERT-RECORD
               " AMT: " WS-AL-AMOUNT OF AMLALERT-RECORD
               " " WS-AL-CURRENCY OF AMLALERT-RECORD.
           DISPLAY "   " WS-AL-DETAIL OF AMLALERT-RECORD.
           ADD 1 TO WS-LIST-COUNT.

       WORK-ONE-ALERT.
           DISPLAY "Enter Account ID: ".
           ACCEPT WS-ACCT-INPUT.
           DISPLAY "Enter Rule (PASS, STRC, VOLM, NBEN): ".
           ACCEPT WS-RULE-INPUT.
           INSPECT WS-RULE-INPUT
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "Enter Trigger Date (YYYYMMDD): ".
           ACCEPT WS-DATE-INPUT.
           DISPLAY "Enter Trigger Sequence: ".
           ACCEPT WS-SEQ-INPUT.

           MOVE WS-ACCT-INPUT TO WS-AL-ACCT-ID OF AMLALERT-RECORD.
           MOVE WS-RULE-INPUT TO WS-AL-RULE OF AMLALERT-RECORD.
           MOVE WS-DATE-INPUT TO WS-AL-ANCHOR-DATE OF AMLALERT-RECORD.
           MOVE WS-SEQ-INPUT TO WS-AL-ANCHOR-SEQ OF AMLALERT-RECORD.
           READ AMLALERT-FILE
               INVALID KEY
                   DISPLAY "No alert on file with that key."
                   GO TO WORK-ONE-ALERT-EXIT
           END-READ.

           DISPLAY "Account.....: " WS-AL-ACCT-ID OF AMLALERT-RECORD.
           DISPLAY "Customer....: " WS-AL-CUST-ID OF AMLALERT-RECORD.
           DISPLAY "Rule........: " WS-AL-RULE OF AMLALERT-RECORD.
           DISPLAY "Triggered By: " WS-AL-ANCHOR-DATE OF AMLALERT-RECORD
               "/" WS-AL-ANCHOR-SEQ OF AMLALERT-RECORD.
           DISPLAY "Raised......: "
               WS-AL-RAISED-DATE OF AMLALERT-RECORD.
           DISPLAY "Amount......: " WS-AL-AMOUNT OF AMLALERT-RECORD
               " " WS-AL-CURRENCY OF AMLALERT-RECORD.
           DISPLAY "Against.....: "
               WS-AL-COMPARE-AMT OF AMLALERT-RECORD.
           DISPLAY "Count.......: " WS-AL-COUNT OF AMLALERT-RECORD.
           DISPLAY "Detail......: " WS-AL-DETAIL OF AMLALERT-RECORD.
           DISPLAY "Status......: " WS-AL-STATUS OF AMLALERT-RECORD.
           IF WS-AL-STATUS OF AMLALERT-RECORD NOT = "O"
               DISPLAY "Decided By..: "
                   WS-AL-DECIDED-BY OF AMLALERT-RECORD
                   " on " WS-AL-DECIDED-DATE OF AMLALERT-RECORD
               DISPLAY "Note........: "
                   WS-AL-DECISION-NOTE OF AMLALERT-RECORD
           END-IF.
           IF WS-AL-STATUS OF AMLALERT-RECORD = "D"
               DISPLAY "The alert has already been dismissed."
               GO TO WORK-ONE-ALERT-EXIT
           END-IF.

           IF WS-AL-STATUS OF AMLALERT-RECORD = "O"
               DISPLAY "Action - (E)scalate to a case, (D)ismiss, "
                   "(N)one: "
           ELSE
               DISPLAY "Action - (D)ismiss to close the case, "
                   "(N)one: "
           END-IF.
           ACCEPT WS-ACTION-CHOICE.
           EVALUATE WS-ACTION-CHOICE
               WHEN "E" WHEN "e"
                   IF WS-AL-STATUS OF AMLALERT-RECORD = "O"
                       MOVE "E" TO WS-DECISION
                   ELSE
                       DISPLAY "The alert is already escalated."
                       GO TO WORK-ONE-ALERT-EXIT
                   END-IF
               WHEN "D" WHEN "d"
                   MOVE "D" TO WS-DECISION
               WHEN OTHER
                   DISPLAY "No action taken."
                   GO TO WORK-ONE-ALERT-EXIT
           END-EVALUATE.

           DISPLAY "Enter decision note: ".
           ACCEPT WS-DECISION-NOTE.
           IF WS-DECISION-NOTE = SPACES
               DISPLAY "A decision note is required - no action taken."
               GO TO WORK-ONE-ALERT-EXIT
           END-IF.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "RULE=" WS-AL-RULE OF AMLALERT-RECORD
               " TRIGGER=" WS-AL-ANCHOR-DATE OF AMLALERT-RECORD
               "/" WS-AL-ANCHOR-SEQ OF AMLALERT-RECORD
               " STAT=" WS-AL-STATUS OF AMLALERT-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.

           MOVE WS-DECISION TO WS-AL-STATUS OF AMLALERT-RECORD.
           MOVE LINK-OPERATOR-ID TO WS-AL-DECIDED-BY OF AMLALERT-RECORD.
           MOVE WS-CURRENT-DATE TO
               WS-AL-DECIDED-DATE OF AMLALERT-RECORD.
           MOVE WS-DECISION-NOTE TO
               WS-AL-DECISION-NOTE OF AMLALERT-RECORD.
           REWRITE AMLALERT-RECORD
               INVALID KEY
                   DISPLAY "AMLALERT.DAT REWRITE Error, Status: "
                       WS-FILE-STATUS
                   GO TO WORK-ONE-ALERT-EXIT
           END-REWRITE.

           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "RULE=" WS-AL-RULE OF AMLALERT-RECORD
               " TRIGGER=" WS-AL-ANCHOR-DATE OF AMLALERT-RECORD
               "/" WS-AL-ANCHOR-SEQ OF AMLALERT-RECORD
               " STAT=" WS-AL-STATUS OF AMLALERT-RECORD
               " NOTE=" WS-DECISION-NOTE
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "MODIFY" TO WS-AUD-OPER.
           MOVE WS-AL-ACCT-ID OF AMLALERT-RECORD TO WS-AUD-KEY.
           PERFORM WRITE-AUDIT-ENTRY.
           IF WS-DECISION = "E"
               DISPLAY "Alert escalated to a case."
           ELSE
               DISPLAY "Alert dismissed."
           END-IF.
       WORK-ONE-ALERT-EXIT.
           EXIT.

       WRITE-AUDIT-ENTRY.
      * The audit key is the account - the rule and the triggering
      * movement travel in the values.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               LINK-OPERATOR-ID.
