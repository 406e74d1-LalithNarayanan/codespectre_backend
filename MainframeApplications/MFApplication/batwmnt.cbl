      ******************************************************************
      * BATWMNT.CBL - Batch Window and Emergency Window                *
      ******************************************************************
      * Shows whether the nightly posting run holds the online/batch
      * interlock (BATWCHK) and maintains the supervisor's emergency
      * window on BATWIN.DAT. While STOREXEC, SOSWEEP or INTPOST shows
      * STARTED on JOBCTL.DAT the updating online functions refuse;
      * an emergency window lets them through for a stated reason and
      * a limited time (BATWIN-POLICY.cpy), each update made under it
      * audited by BATWCHK. Opening and closing the window are
      * supervisor actions audited under the supervisor's identity;
      * any signed-on operator may display the status.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATWMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATWIN-FILE ASSIGN TO "BATWIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BW-KEY OF BATWIN-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD BATWIN-FILE.
               COPY BATWIN-RECORD
                   REPLACING ==WS-BATWIN-RECORD==
                   BY ==BATWIN-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY BATWIN-POLICY.
       01  WS-MENU-CHOICE          PIC X.
       01  WS-DONE-FLAG            PIC X.
       01  WS-CONFIRM-CHOICE       PIC X.
       01  WS-RECORD-EXISTS        PIC X.
       01  WS-TIME-NOW             PIC 9(8).
       01  WS-WINDOW-MINUTES       PIC 9(3).
       01  WS-DAY-NUM              PIC 9(9).
       01  WS-SECONDS              PIC 9(6).
       01  WS-HH                   PIC 9(2).
       01  WS-MM                   PIC 9(2).
       01  WS-SS                   PIC 9(2).
       01  WS-REMAINDER            PIC 9(6).
       01  WS-BATWIN-MODE          PIC X.
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "BATWMNT".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-KEY              PIC X(20).
       LINKAGE SECTION.
      * The signed-on operator from STORDMENU - the identity that
      * goes on the audit trail, and the entitlement level that
      * gates opening and closing the window.
       01  LINK-OPERATOR-ID        PIC X(10).
       01  LINK-OPERATOR-LEVEL     PIC X.
       PROCEDURE DIVISION USING LINK-OPERATOR-ID,
               LINK-OPERATOR-LEVEL.
       MAIN-PROCEDURE.
      * Working storage is retained across CALLs from STORDMENU, so
      * the session flag must be reset on every entry.
           MOVE "N" TO WS-DONE-FLAG.

           PERFORM UNTIL WS-DONE-FLAG = "Y"
               PERFORM DISPLAY-MENU
               PERFORM PROCESS-MENU-CHOICE
           END-PERFORM.

       END-PROGRAM.
           GOBACK.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "===== Batch Window / Emergency Window =====".
           DISPLAY "  S - Show batch window status".
           IF LINK-OPERATOR-LEVEL = "S"
               DISPLAY "  O - Open an emergency window"
               DISPLAY "  C - Close the emergency window"
           END-IF.
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "S" WHEN "s"
                   PERFORM SHOW-WINDOW-STATUS
               WHEN "O" WHEN "o"
                   PERFORM CHECK-SUPERVISOR
                   IF WS-RETURN-CODE = ZERO
                       PERFORM OPEN-EMERGENCY-WINDOW
                           THRU OPEN-EMERGENCY-WINDOW-EXIT
                   END-IF
               WHEN "C" WHEN "c"
                   PERFORM CHECK-SUPERVISOR
                   IF WS-RETURN-CODE = ZERO
                       PERFORM CLOSE-EMERGENCY-WINDOW
                           THRU CLOSE-EMERGENCY-WINDOW-EXIT
                   END-IF
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

       CHECK-SUPERVISOR.
           MOVE ZERO TO WS-RETURN-CODE.
           IF LINK-OPERATOR-LEVEL NOT = "S"
               DISPLAY "Opening or closing the emergency window "
                   "requires a supervisor."
               MOVE 1 TO WS-RETURN-CODE
           END-IF.

       SHOW-WINDOW-STATUS.
      * BATWCHK's inquiry mode displays the posting jobs running and
      * the window, closing one past its expiry on the way.
           MOVE "I" TO WS-BATWIN-MODE.
           MOVE "STATUS INQUIRY" TO WS-BATWIN-FUNCTION.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               LINK-OPERATOR-ID, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.

       OPEN-EMERGENCY-WINDOW.
           PERFORM OPEN-WINDOW-FILE.
           IF WS-FILE-STATUS NOT = "00"
               GO TO OPEN-EMERGENCY-WINDOW-EXIT
           END-IF.
           MOVE "EMERGWIN" TO WS-BW-KEY OF BATWIN-RECORD.
           MOVE "Y" TO WS-RECORD-EXISTS.
           READ BATWIN-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-EXISTS
                   INITIALIZE BATWIN-RECORD
           END-READ.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           IF WS-RECORD-EXISTS = "Y" AND
              WS-BW-STATUS OF BATWIN-RECORD = "OPEN" AND
              WS-BW-EXPIRY-DATE OF BATWIN-RECORD = WS-CURRENT-DATE AND
              WS-BW-EXPIRY-TIME OF BATWIN-RECORD NOT <
              WS-TIME-NOW(1:6)
               DISPLAY "An emergency window is already open - opened "
                   "by " WS-BW-OPENED-BY OF BATWIN-RECORD
                   ", expires " WS-BW-EXPIRY-STAMP OF BATWIN-RECORD
               CLOSE BATWIN-FILE
               GO TO OPEN-EMERGENCY-WINDOW-EXIT
           END-IF.
           IF WS-RECORD-EXISTS = "Y" AND
              WS-BW-STATUS OF BATWIN-RECORD = "OPEN" AND
              WS-BW-EXPIRY-DATE OF BATWIN-RECORD > WS-CURRENT-DATE
               DISPLAY "An emergency window is already open - opened "
                   "by " WS-BW-OPENED-BY OF BATWIN-RECORD
                   ", expires " WS-BW-EXPIRY-STAMP OF BATWIN-RECORD
               CLOSE BATWIN-FILE
               GO TO OPEN-EMERGENCY-WINDOW-EXIT
           END-IF.

           DISPLAY "Enter reason for the emergency window: ".
           MOVE SPACES TO WS-BW-REASON OF BATWIN-RECORD.
           ACCEPT WS-BW-REASON OF BATWIN-RECORD.
           IF WS-BW-REASON OF BATWIN-RECORD = SPACES
               DISPLAY "A reason is required."
               CLOSE BATWIN-FILE
               GO TO OPEN-EMERGENCY-WINDOW-EXIT
           END-IF.
           DISPLAY "Enter minutes to keep the window open (1-"
               WS-BP-MAX-MINUTES "): ".
           ACCEPT WS-WINDOW-MINUTES.
           IF WS-WINDOW-MINUTES = ZERO OR
              WS-WINDOW-MINUTES > WS-BP-MAX-MINUTES
               DISPLAY "Minutes must be from 1 to "
                   WS-BP-MAX-MINUTES "."
               CLOSE BATWIN-FILE
               GO TO OPEN-EMERGENCY-WINDOW-EXIT
           END-IF.

           MOVE "EMERGWIN" TO WS-BW-KEY OF BATWIN-RECORD.
           MOVE "OPEN" TO WS-BW-STATUS OF BATWIN-RECORD.
           MOVE LINK-OPERATOR-ID TO WS-BW-OPENED-BY OF BATWIN-RECORD.
           MOVE WS-CURRENT-DATE TO WS-BW-OPEN-DATE OF BATWIN-RECORD.
           MOVE WS-TIME-NOW(1:6) TO WS-BW-OPEN-TIME OF BATWIN-RECORD.
           PERFORM COMPUTE-WINDOW-EXPIRY.
           MOVE SPACES TO WS-BW-CLOSED-BY OF BATWIN-RECORD.
           MOVE ZERO TO WS-BW-CLOSE-DATE OF BATWIN-RECORD.
           MOVE ZERO TO WS-BW-CLOSE-TIME OF BATWIN-RECORD.
           MOVE ZERO TO WS-BW-UPDATE-COUNT OF BATWIN-RECORD.

           IF WS-RECORD-EXISTS = "Y"
               REWRITE BATWIN-RECORD
                   INVALID KEY
                       DISPLAY "BATWIN.DAT REWRITE Error, Status: "
                           WS-FILE-STATUS
               END-REWRITE
           ELSE
               WRITE BATWIN-RECORD
                   INVALID KEY
                       DISPLAY "BATWIN.DAT WRITE Error, Status: "
                           WS-FILE-STATUS
               END-WRITE
           END-IF.
           IF WS-FILE-STATUS = "00"
               MOVE SPACES TO WS-AUD-OLD-VALUE
               STRING "CLOSED" DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING "OPEN UNTIL " WS-BW-EXPIRY-STAMP OF BATWIN-RECORD
                   " REASON: " WS-BW-REASON OF BATWIN-RECORD
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               IF WS-RECORD-EXISTS = "Y"
                   MOVE "MODIFY" TO WS-AUD-OPER
               ELSE
                   MOVE "STORE" TO WS-AUD-OPER
               END-IF
               PERFORM WRITE-AUDIT-ENTRY
               DISPLAY "Emergency window open until "
                   WS-BW-EXPIRY-DATE OF BATWIN-RECORD " "
                   WS-BW-EXPIRY-TIME OF BATWIN-RECORD "."
           END-IF.
           CLOSE BATWIN-FILE.
       OPEN-EMERGENCY-WINDOW-EXIT.
           EXIT.

       COMPUTE-WINDOW-EXPIRY.
      * Expiry = now + the minutes keyed, rolling into the next day
      * past midnight.
           MOVE WS-TIME-NOW(1:2) TO WS-HH.
           MOVE WS-TIME-NOW(3:2) TO WS-MM.
           MOVE WS-TIME-NOW(5:2) TO WS-SS.
           COMPUTE WS-SECONDS = WS-HH * 3600 + WS-MM * 60 + WS-SS
               + WS-WINDOW-MINUTES * 60.
           MOVE WS-CURRENT-DATE TO WS-BW-EXPIRY-DATE OF BATWIN-RECORD.
           IF WS-SECONDS NOT < 86400
               SUBTRACT 86400 FROM WS-SECONDS
               COMPUTE WS-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE) + 1
               COMPUTE WS-BW-EXPIRY-DATE OF BATWIN-RECORD =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
           END-IF.
           DIVIDE WS-SECONDS BY 3600 GIVING WS-HH
               REMAINDER WS-REMAINDER.
           DIVIDE WS-REMAINDER BY 60 GIVING WS-MM
               REMAINDER WS-SS.
           COMPUTE WS-BW-EXPIRY-TIME OF BATWIN-RECORD =
               WS-HH * 10000 + WS-MM * 100 + WS-SS.

       CLOSE-EMERGENCY-WINDOW.
           PERFORM OPEN-WINDOW-FILE.
           IF WS-FILE-STATUS NOT = "00"
               GO TO CLOSE-EMERGENCY-WINDOW-EXIT
           END-IF.
           MOVE "EMERGWIN" TO WS-BW-KEY OF BATWIN-RECORD.
           READ BATWIN-FILE
               INVALID KEY
                   MOVE SPACES TO WS-BW-STATUS OF BATWIN-RECORD
           END-READ.
           IF WS-BW-STATUS OF BATWIN-RECORD NOT = "OPEN"
               DISPLAY "No emergency window is open."
               CLOSE BATWIN-FILE
               GO TO CLOSE-EMERGENCY-WINDOW-EXIT
           END-IF.

           DISPLAY "Close the emergency window opened by "
               WS-BW-OPENED-BY OF BATWIN-RECORD " ("
               WS-BW-UPDATE-COUNT OF BATWIN-RECORD
               " update(s) made under it)? (Y/N): ".
           ACCEPT WS-CONFIRM-CHOICE.
           IF WS-CONFIRM-CHOICE NOT = "Y" AND
              WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "Window left open."
               CLOSE BATWIN-FILE
               GO TO CLOSE-EMERGENCY-WINDOW-EXIT
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE "CLOSED" TO WS-BW-STATUS OF BATWIN-RECORD.
           MOVE LINK-OPERATOR-ID TO WS-BW-CLOSED-BY OF BATWIN-RECORD.
           MOVE WS-CURRENT-DATE TO WS-BW-CLOSE-DATE OF BATWIN-RECORD.
           MOVE WS-TIME-NOW(1:6) TO WS-BW-CLOSE-TIME OF BATWIN-RECORD.
           REWRITE BATWIN-RECORD
               INVALID KEY
                   DISPLAY "BATWIN.DAT REWRITE Error, Status: "
                       WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUD-OLD-VALUE
                   STRING "OPEN BY " WS-BW-OPENED-BY OF BATWIN-RECORD
                       " UNTIL " WS-BW-EXPIRY-STAMP OF BATWIN-RECORD
                       DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
                   MOVE SPACES TO WS-AUD-NEW-VALUE
                   STRING "CLOSED AFTER "
                       WS-BW-UPDATE-COUNT OF BATWIN-RECORD
                       " UPDATE(S)"
                       DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
                   MOVE "MODIFY" TO WS-AUD-OPER
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Emergency window closed."
           END-REWRITE.
           CLOSE BATWIN-FILE.
       CLOSE-EMERGENCY-WINDOW-EXIT.
           EXIT.

       OPEN-WINDOW-FILE.
           OPEN I-O BATWIN-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT BATWIN-FILE
               CLOSE BATWIN-FILE
               OPEN I-O BATWIN-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BATWIN.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
           END-IF.

       WRITE-AUDIT-ENTRY.
           MOVE "BATWIN-RECORD" TO WS-AUD-RECTYPE.
           MOVE "EMERGWIN" TO WS-AUD-KEY.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               LINK-OPERATOR-ID.
