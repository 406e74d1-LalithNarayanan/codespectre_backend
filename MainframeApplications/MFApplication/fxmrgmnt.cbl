      ******************************************************************
      * FXMRGMNT.CBL - Exchange Margin Maintenance                     *
      ******************************************************************
      * Treasury maintenance of FXMARGIN.DAT, the exchange margin
      * FXMRGAPL takes off the mid-rate credited amount of every
      * cross-currency standing order, sweep and direct debit. A
      * margin is keyed by currency pair (debited currency, credited
      * currency) and the debited account's type; a blank type sets
      * the pair's default for every type without its own record, and
      * a zero margin on a type exempts it from the default. Setting,
      * changing and removing a margin are supervisor actions - the
      * rate the customer is charged is not a clerk's keystroke -
      * while any signed-on operator may list the table. Every change
      * is written to the audit trail via AUDITLOG under the
      * signed-on operator's own identity.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXMRGMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXMARGIN-FILE ASSIGN TO "FXMARGIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-FM-KEY OF FXMARGIN-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD FXMARGIN-FILE.
               COPY FXMARGIN-RECORD
                   REPLACING ==WS-FXMARGIN-RECORD==
                   BY ==FXMARGIN-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       01  WS-MENU-CHOICE          PIC X.
       01  WS-DONE-FLAG            PIC X.
       01  WS-CONFIRM-CHOICE       PIC X.
       01  WS-VALID-FLAG           PIC X.
       01  WS-LIST-COUNT           PIC 9(5).
       01  WS-MARGIN-KEY.
           05  WS-MK-FROM-CCY      PIC X(3).
           05  WS-MK-TO-CCY        PIC X(3).
           05  WS-MK-ACCT-TYPE     PIC X(10).
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-KEY              PIC X(20).
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "FXMRGMNT".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
       LINKAGE SECTION.
      * The signed-on operator from STORDMENU - the identity that
      * goes on the audit trail, and the entitlement level that
      * gates changing the table.
       01  LINK-OPERATOR-ID        PIC X(10).
       01  LINK-OPERATOR-LEVEL     PIC X.
       PROCEDURE DIVISION USING LINK-OPERATOR-ID,
               LINK-OPERATOR-LEVEL.
       MAIN-PROCEDURE.
      * Working storage is retained across CALLs from STORDMENU, so
      * the session flag must be reset on every entry.
           MOVE "N" TO WS-DONE-FLAG.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           OPEN I-O FXMARGIN-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT FXMARGIN-FILE
               CLOSE FXMARGIN-FILE
               OPEN I-O FXMARGIN-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "FXMARGIN.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               GO TO END-PROGRAM
           END-IF.

           PERFORM UNTIL WS-DONE-FLAG = "Y"
               PERFORM DISPLAY-MENU
               PERFORM PROCESS-MENU-CHOICE
           END-PERFORM.

           CLOSE FXMARGIN-FILE.

       END-PROGRAM.
           GOBACK.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "===== Exchange Margin Maintenance =====".
           IF LINK-OPERATOR-LEVEL = "S"
               DISPLAY "  A - Add a margin"
               DISPLAY "  C - Change a margin"
               DISPLAY "  D - Delete a margin"
           END-IF.
           DISPLAY "  L - List margins".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "A" WHEN "a"
                   PERFORM CHECK-SUPERVISOR
                   IF WS-RETURN-CODE = ZERO
                       MOVE "ADD FX MARGIN" TO WS-BATWIN-FUNCTION
                       PERFORM CHECK-BATCH-WINDOW
                       IF WS-BATWIN-RESULT NOT = "N"
                           PERFORM ADD-MARGIN THRU ADD-MARGIN-EXIT
                       END-IF
                   END-IF
               WHEN "C" WHEN "c"
                   PERFORM CHECK-SUPERVISOR
                   IF WS-RETURN-CODE = ZERO
                       MOVE "CHANGE FX MARGIN" TO WS-BATWIN-FUNCTION
                       PERFORM CHECK-BATCH-WINDOW
                       IF WS-BATWIN-RESULT NOT = "N"
                           PERFORM CHANGE-MARGIN THRU CHANGE-MARGIN-EXIT
                       END-IF
                   END-IF
               WHEN "D" WHEN "d"
                   PERFORM CHECK-SUPERVISOR
                   IF WS-RETURN-CODE = ZERO
                       MOVE "DELETE FX MARGIN" TO WS-BATWIN-FUNCTION
                       PERFORM CHECK-BATCH-WINDOW
                       IF WS-BATWIN-RESULT NOT = "N"
                           PERFORM DELETE-MARGIN THRU DELETE-MARGIN-EXIT
                       END-IF
                   END-IF
               WHEN "L" WHEN "l"
                   PERFORM LIST-MARGINS
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

       CHECK-SUPERVISOR.
           MOVE ZERO TO WS-RETURN-CODE.
           IF LINK-OPERATOR-LEVEL NOT = "S"
               DISPLAY "Adding, changing or deleting an exchange "
                   "margin requires a supervisor."
               MOVE 1 TO WS-RETURN-CODE
           END-IF.

       ACCEPT-MARGIN-KEY.
           MOVE "Y" TO WS-VALID-FLAG.
           DISPLAY "Enter Debited Currency Code: ".
           ACCEPT WS-MK-FROM-CCY.
           DISPLAY "Enter Credited Currency Code: ".
           ACCEPT WS-MK-TO-CCY.
           DISPLAY "Enter Debited Account Type (blank = all types): ".
           ACCEPT WS-MK-ACCT-TYPE.
           INSPECT WS-MARGIN-KEY CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-MK-FROM-CCY = SPACES OR WS-MK-TO-CCY = SPACES
               DISPLAY "Both currency codes are required."
               MOVE "N" TO WS-VALID-FLAG
           END-IF.
           IF WS-VALID-FLAG = "Y" AND WS-MK-FROM-CCY = WS-MK-TO-CCY
               DISPLAY "The two currencies must differ - a same-"
                   "currency payment is never converted."
               MOVE "N" TO WS-VALID-FLAG
           END-IF.
           MOVE WS-MARGIN-KEY TO WS-FM-KEY OF FXMARGIN-RECORD.

       ACCEPT-MARGIN-TERMS.
           MOVE "Y" TO WS-VALID-FLAG.
           DISPLAY "Enter Margin (% of the mid-rate amount): ".
           ACCEPT WS-FM-MARGIN-PCT OF FXMARGIN-RECORD.
      * A margin this large is almost certainly a keying slip - the
      * field's own limit would let the bank keep most of a payment.
           IF WS-FM-MARGIN-PCT OF FXMARGIN-RECORD > 10
               DISPLAY "A margin above 10% is not accepted."
               MOVE "N" TO WS-VALID-FLAG
           END-IF.

       ADD-MARGIN.
           PERFORM ACCEPT-MARGIN-KEY.
           IF WS-VALID-FLAG NOT = "Y"
               GO TO ADD-MARGIN-EXIT
           END-IF.
           PERFORM ACCEPT-MARGIN-TERMS.
           IF WS-VALID-FLAG NOT = "Y"
               DISPLAY "Margin not added."
               GO TO ADD-MARGIN-EXIT
           END-IF.
           MOVE LINK-OPERATOR-ID TO WS-FM-SET-BY OF FXMARGIN-RECORD.
           MOVE WS-CURRENT-DATE TO WS-FM-SET-DATE OF FXMARGIN-RECORD.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "MARGIN=" WS-FM-MARGIN-PCT OF FXMARGIN-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           WRITE FXMARGIN-RECORD
               INVALID KEY
                   IF WS-FILE-STATUS = "22"
                       DISPLAY "A margin is already set for that "
                           "pair and type - change it instead."
                   ELSE
                       DISPLAY "FXMARGIN.DAT WRITE Error, Status: "
                           WS-FILE-STATUS
                   END-IF
               NOT INVALID KEY
                   MOVE "STORE" TO WS-AUD-OPER
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Margin added - it applies from the next "
                       "conversion."
           END-WRITE.
       ADD-MARGIN-EXIT.
           EXIT.

       CHANGE-MARGIN.
           PERFORM ACCEPT-MARGIN-KEY.
           IF WS-VALID-FLAG NOT = "Y"
               GO TO CHANGE-MARGIN-EXIT
           END-IF.
           READ FXMARGIN-FILE
               INVALID KEY
                   DISPLAY "No margin is set for that pair and type."
                   GO TO CHANGE-MARGIN-EXIT
           END-READ.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "MARGIN=" WS-FM-MARGIN-PCT OF FXMARGIN-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           DISPLAY "Current Margin..: "
               WS-FM-MARGIN-PCT OF FXMARGIN-RECORD.
           DISPLAY "Set.............: "
               WS-FM-SET-DATE OF FXMARGIN-RECORD
               " BY " WS-FM-SET-BY OF FXMARGIN-RECORD.
           PERFORM ACCEPT-MARGIN-TERMS.
           IF WS-VALID-FLAG NOT = "Y"
               DISPLAY "Margin not changed."
               GO TO CHANGE-MARGIN-EXIT
           END-IF.
           MOVE LINK-OPERATOR-ID TO WS-FM-SET-BY OF FXMARGIN-RECORD.
           MOVE WS-CURRENT-DATE TO WS-FM-SET-DATE OF FXMARGIN-RECORD.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "MARGIN=" WS-FM-MARGIN-PCT OF FXMARGIN-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           REWRITE FXMARGIN-RECORD
               INVALID KEY
                   DISPLAY "FXMARGIN.DAT REWRITE Error, Status: "
                       WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "MODIFY" TO WS-AUD-OPER
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Margin changed."
           END-REWRITE.
       CHANGE-MARGIN-EXIT.
           EXIT.

       DELETE-MARGIN.
           PERFORM ACCEPT-MARGIN-KEY.
           IF WS-VALID-FLAG NOT = "Y"
               GO TO DELETE-MARGIN-EXIT
           END-IF.
           READ FXMARGIN-FILE
               INVALID KEY
                   DISPLAY "No margin is set for that pair and type."
                   GO TO DELETE-MARGIN-EXIT
           END-READ.
           DISPLAY "Current Margin..: "
               WS-FM-MARGIN-PCT OF FXMARGIN-RECORD.
           IF WS-MK-ACCT-TYPE = SPACES
               DISPLAY "This is the pair's default - types without "
                   "their own margin will convert at the mid rate."
           ELSE
               DISPLAY "The type will fall back to the pair's "
                   "default margin, if one is set."
           END-IF.
           DISPLAY "Confirm deletion? (Y/N): ".
           ACCEPT WS-CONFIRM-CHOICE.
           IF WS-CONFIRM-CHOICE NOT = "Y" AND
              WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "Deletion abandoned."
               GO TO DELETE-MARGIN-EXIT
           END-IF.
      * The audit old value is captured before the DELETE - the
      * record area contents are undefined once it completes.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "MARGIN=" WS-FM-MARGIN-PCT OF FXMARGIN-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           DELETE FXMARGIN-FILE
               INVALID KEY
                   DISPLAY "FXMARGIN.DAT DELETE Error, Status: "
                       WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUD-NEW-VALUE
                   STRING "DELETED" DELIMITED BY SIZE
                       INTO WS-AUD-NEW-VALUE
                   MOVE "ERASE" TO WS-AUD-OPER
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Margin deleted."
           END-DELETE.
       DELETE-MARGIN-EXIT.
           EXIT.

       LIST-MARGINS.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE LOW-VALUES TO WS-FM-KEY OF FXMARGIN-RECORD.
           START FXMARGIN-FILE
               KEY NOT < WS-FM-KEY OF FXMARGIN-RECORD
               INVALID KEY
                   MOVE "10" TO WS-FILE-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ FXMARGIN-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       MOVE WS-FM-ACCT-TYPE OF FXMARGIN-RECORD TO
                           WS-MK-ACCT-TYPE
                       IF WS-MK-ACCT-TYPE = SPACES
                           MOVE "(ALL)" TO WS-MK-ACCT-TYPE
                       END-IF
                       DISPLAY "  "
                           WS-FM-FROM-CCY OF FXMARGIN-RECORD "/"
                           WS-FM-TO-CCY OF FXMARGIN-RECORD " "
                           WS-MK-ACCT-TYPE
                           " MARGIN "
                           WS-FM-MARGIN-PCT OF FXMARGIN-RECORD
                           " SET " WS-FM-SET-DATE OF FXMARGIN-RECORD
                           " BY " WS-FM-SET-BY OF FXMARGIN-RECORD
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "Margins on file: " WS-LIST-COUNT.
           MOVE "00" TO WS-FILE-STATUS.

       WRITE-AUDIT-ENTRY.
      * WS-AUD-OPER and the old/new values are set by the caller
      * before this paragraph is performed. The audit key is the
      * pair and type, e.g. "EURGBPSAVINGS".
           MOVE "FXMARGIN-RECORD" TO WS-AUD-RECTYPE.
           MOVE SPACES TO WS-AUD-KEY.
           MOVE WS-MARGIN-KEY TO WS-AUD-KEY.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               LINK-OPERATOR-ID.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               LINK-OPERATOR-ID, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.
