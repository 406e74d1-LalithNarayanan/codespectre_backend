      ******************************************************************
      * BRCHMNT.CBL - Branch Directory Maintenance                     *
      ******************************************************************
      * Maintains BRANCH.DAT, the branch directory that customers,
      * accounts and operators take their home branch from. Adding,
      * amending and closing a branch are supervisor actions written
      * to the audit trail via AUDITLOG under the supervisor's own
      * identity; any signed-on operator may list the directory. A
      * branch is closed, never erased, so the records that still
      * name it resolve; the head office branch in BRANCH-POLICY
      * cannot be closed.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BRCHMNT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-BR-ID OF BRANCH-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD BRANCH-FILE.
               COPY BRANCH-RECORD
                   REPLACING ==WS-BRANCH-RECORD==
                   BY ==BRANCH-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY BRANCH-POLICY.
       01  WS-MENU-CHOICE          PIC X.
       01  WS-DONE-FLAG            PIC X.
       01  WS-CONFIRM-CHOICE       PIC X.
       01  WS-LIST-COUNT           PIC 9(5).
       01  WS-BRANCH-ID-INPUT      PIC X(4).
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-KEY              PIC X(20).
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "BRCHMNT".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
       LINKAGE SECTION.
      * The signed-on operator from STORDMENU - the identity that
      * goes on the audit trail, and the entitlement level that
      * gates the maintenance functions.
       01  LINK-OPERATOR-ID        PIC X(10).
       01  LINK-OPERATOR-LEVEL     PIC X.
       PROCEDURE DIVISION USING LINK-OPERATOR-ID,
               LINK-OPERATOR-LEVEL.
       MAIN-PROCEDURE.
      * Working storage is retained across CALLs from STORDMENU, so
      * the session flag must be reset on every entry.
           MOVE "N" TO WS-DONE-FLAG.

           OPEN I-O BRANCH-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT BRANCH-FILE
               CLOSE BRANCH-FILE
               OPEN I-O BRANCH-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "BRANCH.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               GO TO END-PROGRAM
           END-IF.

           PERFORM UNTIL WS-DONE-FLAG = "Y"
               PERFORM DISPLAY-MENU
               PERFORM PROCESS-MENU-CHOICE
           END-PERFORM.

           CLOSE BRANCH-FILE.

       END-PROGRAM.
           GOBACK.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "===== Branch Directory Maintenance =====".
           IF LINK-OPERATOR-LEVEL = "S"
               DISPLAY "  A - Add a branch"
               DISPLAY "  M - Amend a branch"
               DISPLAY "  C - Close a branch"
           END-IF.
           DISPLAY "  L - List branches".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "A" WHEN "a"
                   PERFORM CHECK-SUPERVISOR
                   IF WS-RETURN-CODE = ZERO
                       MOVE "ADD BRANCH" TO WS-BATWIN-FUNCTION
                       PERFORM CHECK-BATCH-WINDOW
                       IF WS-BATWIN-RESULT NOT = "N"
                           PERFORM ADD-BRANCH THRU ADD-BRANCH-EXIT
                       END-IF
                   END-IF
               WHEN "M" WHEN "m"
                   PERFORM CHECK-SUPERVISOR
                   IF WS-RETURN-CODE = ZERO
                       MOVE "AMEND BRANCH" TO WS-BATWIN-FUNCTION
                       PERFORM CHECK-BATCH-WINDOW
                       IF WS-BATWIN-RESULT NOT = "N"
                           PERFORM AMEND-BRANCH THRU AMEND-BRANCH-EXIT
                       END-IF
                   END-IF
               WHEN "C" WHEN "c"
                   PERFORM CHECK-SUPERVISOR
                   IF WS-RETURN-CODE = ZERO
                       MOVE "CLOSE BRANCH" TO WS-BATWIN-FUNCTION
                       PERFORM CHECK-BATCH-WINDOW
                       IF WS-BATWIN-RESULT NOT = "N"
                           PERFORM CLOSE-BRANCH THRU CLOSE-BRANCH-EXIT
                       END-IF
                   END-IF
               WHEN "L" WHEN "l"
                   PERFORM LIST-BRANCHES
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

       CHECK-SUPERVISOR.
           MOVE ZERO TO WS-RETURN-CODE.
           IF LINK-OPERATOR-LEVEL NOT = "S"
               DISPLAY "Branch maintenance requires a supervisor."
               MOVE 1 TO WS-RETURN-CODE
           END-IF.

       ADD-BRANCH.
           DISPLAY "Enter Branch ID (4 characters): ".
           ACCEPT WS-BRANCH-ID-INPUT.
           IF WS-BRANCH-ID-INPUT = SPACES
               DISPLAY "A branch ID is required."
               GO TO ADD-BRANCH-EXIT
           END-IF.
           MOVE WS-BRANCH-ID-INPUT TO WS-BR-ID OF BRANCH-RECORD.
           READ BRANCH-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   DISPLAY "That branch ID already exists."
                   GO TO ADD-BRANCH-EXIT
           END-READ.

           MOVE WS-BRANCH-ID-INPUT TO WS-BR-ID OF BRANCH-RECORD.
           DISPLAY "Enter Branch Name: ".
           MOVE SPACES TO WS-BR-NAME OF BRANCH-RECORD.
           ACCEPT WS-BR-NAME OF BRANCH-RECORD.
           IF WS-BR-NAME OF BRANCH-RECORD = SPACES
               DISPLAY "Name must not be blank."
               GO TO ADD-BRANCH-EXIT
           END-IF.
           DISPLAY "Enter Branch Address: ".
           MOVE SPACES TO WS-BR-ADDRESS OF BRANCH-RECORD.
           ACCEPT WS-BR-ADDRESS OF BRANCH-RECORD.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE "ACTIVE" TO WS-BR-STAT OF BRANCH-RECORD.
           MOVE WS-CURRENT-DATE TO WS-BR-OPENED-DATE OF BRANCH-RECORD.
           MOVE WS-CURRENT-DATE TO WS-BR-LAST-MOD OF BRANCH-RECORD.

           MOVE WS-BRANCH-ID-INPUT TO WS-AUD-KEY.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           PERFORM BUILD-BRANCH-AUDIT-NEW.
           WRITE BRANCH-RECORD
               INVALID KEY
                   DISPLAY "BRANCH.DAT WRITE Error, Status: "
                       WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "STORE" TO WS-AUD-OPER
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Branch added."
           END-WRITE.
       ADD-BRANCH-EXIT.
           EXIT.

       AMEND-BRANCH.
           DISPLAY "Enter Branch ID to amend: ".
           ACCEPT WS-BRANCH-ID-INPUT.
           MOVE WS-BRANCH-ID-INPUT TO WS-BR-ID OF BRANCH-RECORD.
           READ BRANCH-FILE
               INVALID KEY
                   DISPLAY "No branch on file for that ID."
                   GO TO AMEND-BRANCH-EXIT
           END-READ.

           MOVE WS-BRANCH-ID-INPUT TO WS-AUD-KEY.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "NAME=" WS-BR-NAME OF BRANCH-RECORD
               " STAT=" WS-BR-STAT OF BRANCH-RECORD
               " ADDR=" WS-BR-ADDRESS OF BRANCH-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.

           DISPLAY "Current Name....: " WS-BR-NAME OF BRANCH-RECORD.
           DISPLAY "Enter New Name (blank to keep): ".
           MOVE SPACES TO WS-MESSAGE.
           ACCEPT WS-MESSAGE.
           IF WS-MESSAGE(1:30) NOT = SPACES
               MOVE WS-MESSAGE(1:30) TO WS-BR-NAME OF BRANCH-RECORD
           END-IF.
           DISPLAY "Current Address.: " WS-BR-ADDRESS OF BRANCH-RECORD.
           DISPLAY "Enter New Address (blank to keep): ".
           MOVE SPACES TO WS-MESSAGE.
           ACCEPT WS-MESSAGE.
           IF WS-MESSAGE(1:60) NOT = SPACES
               MOVE WS-MESSAGE(1:60) TO WS-BR-ADDRESS OF BRANCH-RECORD
           END-IF.
      * Reopening a CLOSED branch is an explicit amendment.
           IF WS-BR-STAT OF BRANCH-RECORD = "CLOSED"
               DISPLAY "Branch is CLOSED - reopen? (Y/N): "
               ACCEPT WS-CONFIRM-CHOICE
               IF WS-CONFIRM-CHOICE = "Y" OR WS-CONFIRM-CHOICE = "y"
                   MOVE "ACTIVE" TO WS-BR-STAT OF BRANCH-RECORD
               END-IF
           END-IF.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE TO WS-BR-LAST-MOD OF BRANCH-RECORD.
           PERFORM BUILD-BRANCH-AUDIT-NEW.
           REWRITE BRANCH-RECORD
               INVALID KEY
                   DISPLAY "BRANCH.DAT REWRITE Error, Status: "
                       WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "MODIFY" TO WS-AUD-OPER
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Branch amended."
           END-REWRITE.
       AMEND-BRANCH-EXIT.
           EXIT.

       CLOSE-BRANCH.
           DISPLAY "Enter Branch ID to close: ".
           ACCEPT WS-BRANCH-ID-INPUT.
           IF WS-BRANCH-ID-INPUT = WS-BRP-HEAD-OFFICE
               DISPLAY "The head office branch cannot be closed."
               GO TO CLOSE-BRANCH-EXIT
           END-IF.
           MOVE WS-BRANCH-ID-INPUT TO WS-BR-ID OF BRANCH-RECORD.
           READ BRANCH-FILE
               INVALID KEY
                   DISPLAY "No branch on file for that ID."
                   GO TO CLOSE-BRANCH-EXIT
           END-READ.
           IF WS-BR-STAT OF BRANCH-RECORD = "CLOSED"
               DISPLAY "Branch is already CLOSED."
               GO TO CLOSE-BRANCH-EXIT
           END-IF.

           DISPLAY "Branch: " WS-BR-NAME OF BRANCH-RECORD.
           DISPLAY "Close the branch - it takes no new customers or "
               "operators? (Y/N): ".
           ACCEPT WS-CONFIRM-CHOICE.
           IF WS-CONFIRM-CHOICE NOT = "Y" AND
              WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "Close abandoned."
               GO TO CLOSE-BRANCH-EXIT
           END-IF.

           MOVE WS-BRANCH-ID-INPUT TO WS-AUD-KEY.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "STAT=" WS-BR-STAT OF BRANCH-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE "CLOSED" TO WS-BR-STAT OF BRANCH-RECORD.
           MOVE WS-CURRENT-DATE TO WS-BR-LAST-MOD OF BRANCH-RECORD.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "STAT=" WS-BR-STAT OF BRANCH-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           REWRITE BRANCH-RECORD
               INVALID KEY
                   DISPLAY "BRANCH.DAT REWRITE Error, Status: "
                       WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE "MODIFY" TO WS-AUD-OPER
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Branch closed."
           END-REWRITE.
       CLOSE-BRANCH-EXIT.
           EXIT.

       LIST-BRANCHES.
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE SPACES TO WS-BR-ID OF BRANCH-RECORD.
           START BRANCH-FILE
               KEY NOT < WS-BR-ID OF BRANCH-RECORD
               INVALID KEY
                   MOVE "10" TO WS-FILE-STATUS
           END-START.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ BRANCH-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       DISPLAY "  " WS-BR-ID OF BRANCH-RECORD
                           " " WS-BR-NAME OF BRANCH-RECORD
                           " " WS-BR-STAT OF BRANCH-RECORD
                           " OPENED " WS-BR-OPENED-DATE OF BRANCH-RECORD
                       ADD 1 TO WS-LIST-COUNT
               END-READ
           END-PERFORM.
           DISPLAY "Branches on file: " WS-LIST-COUNT.
           MOVE "00" TO WS-FILE-STATUS.

       BUILD-BRANCH-AUDIT-NEW.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "NAME=" WS-BR-NAME OF BRANCH-RECORD
               " STAT=" WS-BR-STAT OF BRANCH-RECORD
               " ADDR=" WS-BR-ADDRESS OF BRANCH-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.

       WRITE-AUDIT-ENTRY.
      * WS-AUD-OPER, WS-AUD-KEY and the old/new values are set by the
      * caller before this paragraph is performed.
           MOVE "BRANCH-RECORD" TO WS-AUD-RECTYPE.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               LINK-OPERATOR-ID.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               LINK-OPERATOR-ID, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.
