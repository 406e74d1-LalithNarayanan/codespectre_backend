      ******************************************************************
      * ACCTRELM.CBL - Account Relationship Maintenance                *
      ******************************************************************
      * Desk maintenance of ACCTREL.DAT, the links that let more than
      * one customer hold an account: joint holders, attorneys acting
      * under a power of attorney, and view-only parties. The owner
      * on WS-ACCT-CUST-ID stays the primary holder; a "P" link may
      * only name that owner. Joint and view-only links may be keyed
      * by any signed-on operator; an attorney link gives a third
      * party authority over someone else's money and is a
      * supervisor action, both to add and to remove. The account
      * must be open and the customer must exist on CUST.DAT. Every
      * change is written to the audit trail via AUDITLOG under the
      * signed-on operator's own identity.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRELM.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTREL-FILE ASSIGN TO "ACCTREL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-AR-KEY OF ACCTREL-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-CUST-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD ACCTREL-FILE.
               COPY ACCTREL-RECORD
                   REPLACING ==WS-ACCTREL-RECORD==
                   BY ==ACCTREL-RECORD==.
           FD ACCOUNT-FILE.
               COPY WS-ACCOUNT-RECORD
                   REPLACING ==WS-ACCOUNT-RECORD==
                   BY ==ACCOUNT-RECORD==.
           FD CUSTOMER-FILE.
               COPY WS-CUSTOMER-RECORD
                   REPLACING ==WS-CUSTOMER-RECORD==
                   BY ==CUSTOMER-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       01  WS-MENU-CHOICE          PIC X.
       01  WS-DONE-FLAG            PIC X.
       01  WS-CONFIRM-CHOICE       PIC X.
       01  WS-VALID-FLAG           PIC X.
       01  WS-SCAN-DONE            PIC X.
       01  WS-LIST-COUNT           PIC 9(5).
       01  WS-REL-ACCT-ID          PIC X(15).
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-KEY              PIC X(20).
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "ACCTRELM".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
       LINKAGE SECTION.
      * The signed-on operator from STORDMENU - the identity that
      * goes on the audit trail, and the entitlement level that
      * gates attorney links.
       01  LINK-OPERATOR-ID        PIC X(10).
       01  LINK-OPERATOR-LEVEL     PIC X.
       PROCEDURE DIVISION USING LINK-OPERATOR-ID,
               LINK-OPERATOR-LEVEL.
       MAIN-PROCEDURE.
      * Working storage is retained across CALLs from STORDMENU, so
      * the session flag must be reset on every entry.
           MOVE "N" TO WS-DONE-FLAG.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           OPEN I-O ACCTREL-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT ACCTREL-FILE
               CLOSE ACCTREL-FILE
               OPEN I-O ACCTREL-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ACCTREL.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               GO TO END-PROGRAM
           END-IF.

           PERFORM UNTIL WS-DONE-FLAG = "Y"
               PERFORM DISPLAY-MENU
               PERFORM PROCESS-MENU-CHOICE
           END-PERFORM.

           CLOSE ACCTREL-FILE.

       END-PROGRAM.
           GOBACK.

       DISPLAY-MENU.
           DISPLAY " ".
           DISPLAY "===== Account Relationship Maintenance =====".
           DISPLAY "  A - Add a holder to an account".
           DISPLAY "  R - Remove a holder from an account".
           DISPLAY "  L - List the holders of an account".
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.

       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "A" WHEN "a"
                   MOVE "ADD RELATIONSHIP" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM ADD-RELATIONSHIP
                           THRU ADD-RELATIONSHIP-EXIT
                   END-IF
               WHEN "R" WHEN "r"
                   MOVE "REMOVE RELATIONSHIP" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM REMOVE-RELATIONSHIP
                           THRU REMOVE-RELATIONSHIP-EXIT
                   END-IF
               WHEN "L" WHEN "l"
                   PERFORM LIST-RELATIONSHIPS
                       THRU LIST-RELATIONSHIPS-EXIT
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
                   DISPLAY "Invalid choice. Please try again."
           END-EVALUATE.

       READ-REL-ACCOUNT.
           MOVE "Y" TO WS-VALID-FLAG.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ACCT.DAT OPEN Error, Status: " WS-FILE-STATUS
               MOVE "N" TO WS-VALID-FLAG
           ELSE
               MOVE WS-ACCOUNT-ID TO WS-ACCT-ID OF ACCOUNT-RECORD
               READ ACCOUNT-FILE
                   INVALID KEY
                       DISPLAY "Account not found."
                       MOVE "N" TO WS-VALID-FLAG
               END-READ
               CLOSE ACCOUNT-FILE
           END-IF.

       READ-REL-CUSTOMER.
           MOVE "Y" TO WS-VALID-FLAG.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "CUST.DAT OPEN Error, Status: " WS-FILE-STATUS
               MOVE "N" TO WS-VALID-FLAG
           ELSE
               MOVE WS-CUSTOMER-ID TO WS-CUST-ID OF CUSTOMER-RECORD
               READ CUSTOMER-FILE
                   INVALID KEY
                       DISPLAY "Customer not found."
                       MOVE "N" TO WS-VALID-FLAG
               END-READ
               CLOSE CUSTOMER-FILE
           END-IF.

       ADD-RELATIONSHIP.
           DISPLAY "Enter Account ID: ".
           ACCEPT WS-ACCOUNT-ID.
           PERFORM READ-REL-ACCOUNT.
           IF WS-VALID-FLAG NOT = "Y"
               GO TO ADD-RELATIONSHIP-EXIT
           END-IF.
           IF WS-ACCT-TYPE OF ACCOUNT-RECORD = "CLOSED"
               DISPLAY "Account is CLOSED - no holder may be added."
               GO TO ADD-RELATIONSHIP-EXIT
           END-IF.
           DISPLAY "Primary holder: " WS-ACCT-CUST-ID OF ACCOUNT-RECORD.

           DISPLAY "Enter Customer ID to link: ".
           ACCEPT WS-CUSTOMER-ID.
           PERFORM READ-REL-CUSTOMER.
           IF WS-VALID-FLAG NOT = "Y"
               GO TO ADD-RELATIONSHIP-EXIT
           END-IF.
           DISPLAY "Customer: " WS-CUST-NAME OF CUSTOMER-RECORD.

           DISPLAY "Enter Role (P=Primary, J=Joint, A=Attorney, "
               "V=View-only): ".
           ACCEPT WS-AR-ROLE OF ACCTREL-RECORD.
           EVALUATE WS-AR-ROLE OF ACCTREL-RECORD
               WHEN "p"
                   MOVE "P" TO WS-AR-ROLE OF ACCTREL-RECORD
               WHEN "j"
                   MOVE "J" TO WS-AR-ROLE OF ACCTREL-RECORD
               WHEN "a"
                   MOVE "A" TO WS-AR-ROLE OF ACCTREL-RECORD
               WHEN "v"
                   MOVE "V" TO WS-AR-ROLE OF ACCTREL-RECORD
           END-EVALUATE.
           IF WS-AR-ROLE OF ACCTREL-RECORD NOT = "P" AND
              WS-AR-ROLE OF ACCTREL-RECORD NOT = "J" AND
              WS-AR-ROLE OF ACCTREL-RECORD NOT = "A" AND
              WS-AR-ROLE OF ACCTREL-RECORD NOT = "V"
               DISPLAY "Role must be P, J, A or V."
               GO TO ADD-RELATIONSHIP-EXIT
           END-IF.
      * The owner on the account master is the primary holder - the
      * primary role cannot be handed to anyone else here, and the
      * owner needs no lesser link.
           IF WS-AR-ROLE OF ACCTREL-RECORD = "P" AND
              WS-CUSTOMER-ID NOT = WS-ACCT-CUST-ID OF ACCOUNT-RECORD
               DISPLAY "Only the account owner can be the primary "
                   "holder - change the owner through ACCTMNT."
               GO TO ADD-RELATIONSHIP-EXIT
           END-IF.
           IF WS-AR-ROLE OF ACCTREL-RECORD NOT = "P" AND
              WS-CUSTOMER-ID = WS-ACCT-CUST-ID OF ACCOUNT-RECORD
               DISPLAY "That customer owns the account and is "
                   "already its primary holder."
               GO TO ADD-RELATIONSHIP-EXIT
           END-IF.
           IF WS-AR-ROLE OF ACCTREL-RECORD = "A" AND
              LINK-OPERATOR-LEVEL NOT = "S"
               DISPLAY "An attorney link requires a supervisor."
               GO TO ADD-RELATIONSHIP-EXIT
           END-IF.

           MOVE WS-ACCOUNT-ID TO WS-AR-ACCT-ID OF ACCTREL-RECORD.
           MOVE WS-CUSTOMER-ID TO WS-AR-CUST-ID OF ACCTREL-RECORD.
           MOVE LINK-OPERATOR-ID TO WS-AR-SET-BY OF ACCTREL-RECORD.
           MOVE WS-CURRENT-DATE TO WS-AR-SET-DATE OF ACCTREL-RECORD.
           WRITE ACCTREL-RECORD
               INVALID KEY
                   IF WS-FILE-STATUS = "22"
                       DISPLAY "That customer is already linked to "
                           "the account - remove the link first to "
                           "change the role."
                   ELSE
                       DISPLAY "ACCTREL.DAT WRITE Error, Status: "
                           WS-FILE-STATUS
                   END-IF
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUD-OLD-VALUE
                   MOVE SPACES TO WS-AUD-NEW-VALUE
                   STRING "CUST=" WS-CUSTOMER-ID
                       " ROLE=" WS-AR-ROLE OF ACCTREL-RECORD
                       DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
                   MOVE "STORE" TO WS-AUD-OPER
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Holder added."
           END-WRITE.
       ADD-RELATIONSHIP-EXIT.
           EXIT.

       REMOVE-RELATIONSHIP.
           DISPLAY "Enter Account ID: ".
           ACCEPT WS-ACCOUNT-ID.
           DISPLAY "Enter Customer ID to unlink: ".
           ACCEPT WS-CUSTOMER-ID.
           MOVE WS-ACCOUNT-ID TO WS-AR-ACCT-ID OF ACCTREL-RECORD.
           MOVE WS-CUSTOMER-ID TO WS-AR-CUST-ID OF ACCTREL-RECORD.
           READ ACCTREL-FILE
               INVALID KEY
                   DISPLAY "No such link on file."
                   GO TO REMOVE-RELATIONSHIP-EXIT
           END-READ.
           IF WS-AR-ROLE OF ACCTREL-RECORD = "A" AND
              LINK-OPERATOR-LEVEL NOT = "S"
               DISPLAY "Removing an attorney link requires a "
                   "supervisor."
               GO TO REMOVE-RELATIONSHIP-EXIT
           END-IF.
           DISPLAY "Role: " WS-AR-ROLE OF ACCTREL-RECORD
               " set " WS-AR-SET-DATE OF ACCTREL-RECORD
               " by " WS-AR-SET-BY OF ACCTREL-RECORD.
           DISPLAY "Standing orders this customer set up on the "
               "account keep running - cancel them separately if "
               "needed.".
           DISPLAY "Confirm removal? (Y/N): ".
           ACCEPT WS-CONFIRM-CHOICE.
           IF WS-CONFIRM-CHOICE NOT = "Y" AND
              WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "Removal abandoned."
               GO TO REMOVE-RELATIONSHIP-EXIT
           END-IF.
      * The audit old value is captured before the DELETE - the
      * record area contents are undefined once it completes.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "CUST=" WS-CUSTOMER-ID
               " ROLE=" WS-AR-ROLE OF ACCTREL-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           DELETE ACCTREL-FILE
               INVALID KEY
                   DISPLAY "ACCTREL.DAT DELETE Error, Status: "
                       WS-FILE-STATUS
               NOT INVALID KEY
                   MOVE SPACES TO WS-AUD-NEW-VALUE
                   STRING "CUST=" WS-CUSTOMER-ID " REMOVED"
                       DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
                   MOVE "ERASE" TO WS-AUD-OPER
                   PERFORM WRITE-AUDIT-ENTRY
                   DISPLAY "Holder removed."
           END-DELETE.
       REMOVE-RELATIONSHIP-EXIT.
           EXIT.

       LIST-RELATIONSHIPS.
           DISPLAY "Enter Account ID: ".
           ACCEPT WS-ACCOUNT-ID.
           PERFORM READ-REL-ACCOUNT.
           IF WS-VALID-FLAG NOT = "Y"
               GO TO LIST-RELATIONSHIPS-EXIT
           END-IF.
           DISPLAY "  " WS-ACCT-CUST-ID OF ACCOUNT-RECORD
               " OWNER (PRIMARY HOLDER)".
           MOVE ZERO TO WS-LIST-COUNT.
           MOVE WS-ACCOUNT-ID TO WS-REL-ACCT-ID.
           MOVE WS-ACCOUNT-ID TO WS-AR-ACCT-ID OF ACCTREL-RECORD.
           MOVE SPACES TO WS-AR-CUST-ID OF ACCTREL-RECORD.
           MOVE "N" TO WS-SCAN-DONE.
           START ACCTREL-FILE
               KEY NOT < WS-AR-KEY OF ACCTREL-RECORD
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ ACCTREL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF WS-AR-ACCT-ID OF ACCTREL-RECORD NOT =
                          WS-REL-ACCT-ID
                           MOVE "Y" TO WS-SCAN-DONE
                       ELSE
                           DISPLAY "  "
                               WS-AR-CUST-ID OF ACCTREL-RECORD
                               " ROLE " WS-AR-ROLE OF ACCTREL-RECORD
                               " SET " WS-AR-SET-DATE OF ACCTREL-RECORD
                               " BY " WS-AR-SET-BY OF ACCTREL-RECORD
                           ADD 1 TO WS-LIST-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "Links on file: " WS-LIST-COUNT.
       LIST-RELATIONSHIPS-EXIT.
           EXIT.

       WRITE-AUDIT-ENTRY.
      * WS-AUD-OPER and the old/new values are set by the caller
      * before this paragraph is performed. The key is the account;
      * the values name the linked customer.
           MOVE "ACCTREL-RECORD" TO WS-AUD-RECTYPE.
           MOVE SPACES TO WS-AUD-KEY.
           MOVE WS-ACCOUNT-ID TO WS-AUD-KEY.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               LINK-OPERATOR-ID.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               LINK-OPERATOR-ID, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.
