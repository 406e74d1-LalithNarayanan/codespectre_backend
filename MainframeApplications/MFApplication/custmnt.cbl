      * records (CUST.DAT), replacing the raw file utilities that were
      * being used to patch the master with no validation and no
      * trail. Every create/amend/close writes old/new values to the
      * audit trail via AUDITLOG, like the standing order programs,
      * under the signed-on operator's identity. Each customer has a
      * home branch on BRANCH.DAT: a clerk creates customers in the
      * clerk's own branch and works only that branch's customers
      * (BRCHAUTH); a supervisor works every branch and may move a
      * customer to another branch.
      * A close copies the customer's personal details to the closed
      * customer register (CUSTCLS.DAT) before the record is erased,
      * so CUSTANON can anonymise them everywhere once the retention
      * period has run; a closed customer ID is never reissued.
      * The customer's withholding tax status - exempt, or taxable at
      * the standard or a keyed rate (WHTAX-POLICY) - is set at create
      * and amended like any other detail; INTPOST withholds by it.
      * Each setting and change is audited on its own CUSTOMER-TAX
      * entry.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTMNT.
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BRANCH-FILE ASSIGN TO "BRANCH.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BR-ID OF BRANCH-RECORD
               FILE STATUS IS WS-BRANCH-STATUS.
           SELECT CUSTCLS-FILE ASSIGN TO "CUSTCLS.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-CC-CUST-ID OF CUSTCLS-RECORD
               FILE STATUS IS WS-CUSTCLS-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD CUSTOMER-FILE.
               COPY WS-ACCOUNT-RECORD
                   REPLACING ==WS-ACCOUNT-RECORD==
                   BY ==ACCOUNT-RECORD==.
           FD BRANCH-FILE.
               COPY BRANCH-RECORD
                   REPLACING ==WS-BRANCH-RECORD==
                   BY ==BRANCH-RECORD==.
           FD CUSTCLS-FILE.
               COPY CUSTCLS-RECORD
                   REPLACING ==WS-CUSTCLS-RECORD==
                   BY ==CUSTCLS-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY WS-CUSTOMER-RECORD.
       01  WS-AUD-OPERATOR-NAME    PIC X(10).
       01  WS-AUD-KEY              PIC X(20).
       01  WS-OPEN-ACCT-COUNT      PIC 9(5).
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "CUSTMNT".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
      * Branch access - BRCHAUTH holds a clerk to the branch on the
      * clerk's operator record.
       01  WS-BRANCH-STATUS        PIC XX.
       01  WS-BRANCH-INPUT         PIC X(4).
       01  WS-BRANCH-VALID         PIC X.
       01  WS-BRAUTH-MODE          PIC X.
       01  WS-BRAUTH-CUST-ID       PIC X(10).
       01  WS-BRAUTH-BRANCH        PIC X(4).
       01  WS-BRAUTH-RESULT        PIC X.
      * Closed customer register - written at close, checked at
      * create so a closed customer's ID is not given to another.
       01  WS-CUSTCLS-STATUS       PIC XX.
       01  WS-CUSTCLS-FOUND        PIC X.
       01  WS-CUSTCLS-OK           PIC X.
      * Withholding tax status - the values before an amend are held
      * so only a real change is audited.
           COPY WHTAX-POLICY.
       01  WS-TAX-VALID            PIC X.
       01  WS-TAX-RATE-INPUT       PIC 9(2)V99.
       01  WS-TAX-RATE-EDIT        PIC Z9.99.
       01  WS-TAX-OLD-STATUS       PIC X.
       01  WS-TAX-OLD-RATE         PIC 9(2)V99.
       LINKAGE SECTION.
      * The signed-on operator from STORDMENU - the identity that
      * goes on the audit trail and whose branch limits a clerk.
       01  LINK-OPERATOR-ID        PIC X(10).
       01  LINK-OPERATOR-LEVEL     PIC X.
       PROCEDURE DIVISION USING LINK-OPERATOR-ID,
               LINK-OPERATOR-LEVEL.
       MAIN-PROCEDURE.
      * Working storage is retained across CALLs from STORDMENU, so
      * the session flag must be reset on every entry.
       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "C" WHEN "c"
                   MOVE "CREATE CUSTOMER" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM CREATE-CUSTOMER THRU CREATE-CUSTOMER-EXIT
                   END-IF
               WHEN "A" WHEN "a"
                   MOVE "AMEND CUSTOMER" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM AMEND-CUSTOMER THRU AMEND-CUSTOMER-EXIT
                   END-IF
               WHEN "X" WHEN "x"
                   MOVE "CLOSE CUSTOMER" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM CLOSE-CUSTOMER THRU CLOSE-CUSTOMER-EXIT
                   END-IF
               WHEN "I" WHEN "i"
                   PERFORM INQUIRE-CUSTOMER THRU INQUIRE-CUSTOMER-EXIT
               WHEN "Q" WHEN "q"
                   DISPLAY "Customer ID already exists."
                   GO TO CREATE-CUSTOMER-EXIT
           END-READ.
           PERFORM CHECK-CLOSED-REGISTER THRU
               CHECK-CLOSED-REGISTER-EXIT.
           IF WS-CUSTCLS-FOUND NOT = "N"
               GO TO CREATE-CUSTOMER-EXIT
           END-IF.

           DISPLAY "Enter Name: ".
           ACCEPT WS-CUST-NAME OF WS-CUSTOMER-RECORD.
           DISPLAY "Enter Phone: ".
           ACCEPT WS-CUST-PHONE OF WS-CUSTOMER-RECORD.
           PERFORM ACCEPT-NOTIFY-PREFERENCE.
           PERFORM ACCEPT-TAX-STATUS THRU ACCEPT-TAX-STATUS-EXIT.
           IF WS-TAX-VALID NOT = "Y"
               GO TO CREATE-CUSTOMER-EXIT
           END-IF.

           IF WS-CUST-NAME OF WS-CUSTOMER-RECORD = SPACES
               DISPLAY "Name must not be blank."
               GO TO CREATE-CUSTOMER-EXIT
           END-IF.

      * A clerk's customers open in the clerk's own branch; a
      * supervisor may open one in any ACTIVE branch.
           MOVE "O" TO WS-BRAUTH-MODE.
           PERFORM CALL-BRANCH-AUTH.
           IF WS-BRAUTH-RESULT = "E"
               GO TO CREATE-CUSTOMER-EXIT
           END-IF.
           MOVE WS-BRAUTH-BRANCH TO WS-BRANCH-INPUT.
           IF WS-BRAUTH-RESULT = "Y"
               DISPLAY "Enter Home Branch (blank = " WS-BRAUTH-BRANCH
                   "): "
               ACCEPT WS-BRANCH-INPUT
               IF WS-BRANCH-INPUT = SPACES
                   MOVE WS-BRAUTH-BRANCH TO WS-BRANCH-INPUT
               END-IF
           ELSE
               DISPLAY "Home Branch: " WS-BRANCH-INPUT
           END-IF.
           PERFORM VALIDATE-BRANCH THRU VALIDATE-BRANCH-EXIT.
           IF WS-BRANCH-VALID NOT = "Y"
               GO TO CREATE-CUSTOMER-EXIT
           END-IF.
           MOVE WS-BRANCH-INPUT TO WS-CUST-BRANCH OF WS-CUSTOMER-RECORD.

           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CUSTOMER-ID TO WS-CUST-ID OF WS-CUSTOMER-RECORD.
           MOVE WS-CURRENT-DATE TO
                   PERFORM BUILD-CUSTOMER-AUDIT-VALUE
                   MOVE "STORE" TO WS-AUD-OPER
                   PERFORM WRITE-AUDIT-ENTRY
                   MOVE SPACES TO WS-TAX-OLD-STATUS
                   MOVE ZERO TO WS-TAX-OLD-RATE
                   PERFORM WRITE-TAX-AUDIT-ENTRY
                   DISPLAY "Customer Created."
           END-WRITE.
       CREATE-CUSTOMER-EXIT.
                   DISPLAY "Customer not found."
                   GO TO AMEND-CUSTOMER-EXIT
           END-READ.
           PERFORM CHECK-CUSTOMER-BRANCH.
           IF WS-BRAUTH-RESULT = "N" OR WS-BRAUTH-RESULT = "E"
               GO TO AMEND-CUSTOMER-EXIT
           END-IF.

           DISPLAY "Current Name....: "
               WS-CUST-NAME OF WS-CUSTOMER-RECORD.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           PERFORM BUILD-CUSTOMER-AUDIT-OLD.
           MOVE WS-CUST-TAX-STATUS OF WS-CUSTOMER-RECORD
               TO WS-TAX-OLD-STATUS.
           MOVE WS-CUST-TAX-RATE OF WS-CUSTOMER-RECORD
               TO WS-TAX-OLD-RATE.

           DISPLAY "Amend Name? (Y/N): ".
           ACCEPT WS-AMEND-CHOICE.
               PERFORM ACCEPT-NOTIFY-PREFERENCE
           END-IF.

           PERFORM DISPLAY-TAX-STATUS.
           DISPLAY "Amend Tax Status? (Y/N): ".
           ACCEPT WS-AMEND-CHOICE.
           IF WS-AMEND-CHOICE = "Y" OR WS-AMEND-CHOICE = "y"
               PERFORM ACCEPT-TAX-STATUS THRU ACCEPT-TAX-STATUS-EXIT
               IF WS-TAX-VALID NOT = "Y"
                   GO TO AMEND-CUSTOMER-EXIT
               END-IF
           END-IF.

      * Moving a customer to another branch is a supervisor action;
      * the customer's accounts keep their own home branch.
           IF LINK-OPERATOR-LEVEL = "S"
               DISPLAY "Current Home Branch: " WS-BRAUTH-BRANCH
               DISPLAY "Amend Home Branch? (Y/N): "
               ACCEPT WS-AMEND-CHOICE
               IF WS-AMEND-CHOICE = "Y" OR WS-AMEND-CHOICE = "y"
                   DISPLAY "Enter New Home Branch: "
                   MOVE SPACES TO WS-BRANCH-INPUT
                   ACCEPT WS-BRANCH-INPUT
                   PERFORM VALIDATE-BRANCH THRU VALIDATE-BRANCH-EXIT
                   IF WS-BRANCH-VALID NOT = "Y"
                       GO TO AMEND-CUSTOMER-EXIT
                   END-IF
                   MOVE WS-BRANCH-INPUT TO
                       WS-CUST-BRANCH OF WS-CUSTOMER-RECORD
               END-IF
           END-IF.

           IF WS-CUST-NAME OF WS-CUSTOMER-RECORD = SPACES
               DISPLAY "Name must not be blank."
               GO TO AMEND-CUSTOMER-EXIT
                   PERFORM BUILD-CUSTOMER-AUDIT-VALUE
                   MOVE "MODIFY" TO WS-AUD-OPER
                   PERFORM WRITE-AUDIT-ENTRY
                   IF WS-CUST-TAX-STATUS OF WS-CUSTOMER-RECORD
                      NOT = WS-TAX-OLD-STATUS OR
                      WS-CUST-TAX-RATE OF WS-CUSTOMER-RECORD
                      NOT = WS-TAX-OLD-RATE
                       PERFORM WRITE-TAX-AUDIT-ENTRY
                   END-IF
                   DISPLAY "Customer Amended."
           END-REWRITE.
       AMEND-CUSTOMER-EXIT.
                   DISPLAY "Customer not found."
                   GO TO CLOSE-CUSTOMER-EXIT
           END-READ.
           PERFORM CHECK-CUSTOMER-BRANCH.
           IF WS-BRAUTH-RESULT = "N" OR WS-BRAUTH-RESULT = "E"
               GO TO CLOSE-CUSTOMER-EXIT
           END-IF.

      * A customer who still owns open accounts must not be erased -
      * account records and active standing orders would be left
               GO TO CLOSE-CUSTOMER-EXIT
           END-IF.

      * The register copy goes first - a customer erased without it
      * could never be found for anonymisation.
           PERFORM REGISTER-CLOSED-CUSTOMER THRU
               REGISTER-CLOSED-CUSTOMER-EXIT.
           IF WS-CUSTCLS-OK NOT = "Y"
               DISPLAY "Close abandoned - the customer was not erased."
               GO TO CLOSE-CUSTOMER-EXIT
           END-IF.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           PERFORM BUILD-CUSTOMER-AUDIT-OLD.

                   DISPLAY "Customer not found."
                   GO TO INQUIRE-CUSTOMER-EXIT
           END-READ.
           PERFORM CHECK-CUSTOMER-BRANCH.
           IF WS-BRAUTH-RESULT = "N" OR WS-BRAUTH-RESULT = "E"
               GO TO INQUIRE-CUSTOMER-EXIT
           END-IF.
           DISPLAY "Customer ID.....: "
               WS-CUST-ID OF WS-CUSTOMER-RECORD.
           DISPLAY "Name............: "
               WS-CUST-NOTIFY-PREF OF WS-CUSTOMER-RECORD.
           DISPLAY "Email...........: "
               WS-CUST-EMAIL OF WS-CUSTOMER-RECORD.
           DISPLAY "Home Branch.....: " WS-BRAUTH-BRANCH.
           PERFORM DISPLAY-TAX-STATUS.
           DISPLAY "Last Modified...: "
               WS-CUST-LAST-MODIFIED-DATE OF WS-CUSTOMER-RECORD.
       INQUIRE-CUSTOMER-EXIT.
               END-IF
           END-IF.

       ACCEPT-TAX-STATUS.
      * "E" = exempt - the branch holds the customer's declaration;
      * anything else is taxable. A taxable customer takes the
      * standard rate unless a reduced (or higher) rate is keyed, and
      * no rate may exceed the policy maximum.
           MOVE "N" TO WS-TAX-VALID.
           DISPLAY "Enter Tax Status (T=taxable, E=exempt): ".
           ACCEPT WS-CUST-TAX-STATUS OF WS-CUSTOMER-RECORD.
           INSPECT WS-CUST-TAX-STATUS OF WS-CUSTOMER-RECORD
               CONVERTING "te" TO "TE".
           IF WS-CUST-TAX-STATUS OF WS-CUSTOMER-RECORD = "E"
               MOVE ZERO TO WS-CUST-TAX-RATE OF WS-CUSTOMER-RECORD
               MOVE "Y" TO WS-TAX-VALID
               GO TO ACCEPT-TAX-STATUS-EXIT
           END-IF.
           MOVE "T" TO WS-CUST-TAX-STATUS OF WS-CUSTOMER-RECORD.
           MOVE WS-WP-STANDARD-RATE TO WS-TAX-RATE-EDIT.
           DISPLAY "Enter Withholding Rate % (0 = standard "
               WS-TAX-RATE-EDIT "): ".
           MOVE ZERO TO WS-TAX-RATE-INPUT.
           ACCEPT WS-TAX-RATE-INPUT.
           IF WS-TAX-RATE-INPUT = ZERO
               MOVE WS-WP-STANDARD-RATE TO WS-TAX-RATE-INPUT
           END-IF.
           IF WS-TAX-RATE-INPUT > WS-WP-MAX-RATE
               MOVE WS-WP-MAX-RATE TO WS-TAX-RATE-EDIT
               DISPLAY "Rate exceeds the maximum of "
                   WS-TAX-RATE-EDIT "%."
               GO TO ACCEPT-TAX-STATUS-EXIT
           END-IF.
           MOVE WS-TAX-RATE-INPUT TO
               WS-CUST-TAX-RATE OF WS-CUSTOMER-RECORD.
           MOVE "Y" TO WS-TAX-VALID.
       ACCEPT-TAX-STATUS-EXIT.
           EXIT.

       DISPLAY-TAX-STATUS.
           MOVE WS-CUST-TAX-RATE OF WS-CUSTOMER-RECORD
               TO WS-TAX-RATE-EDIT.
           EVALUATE WS-CUST-TAX-STATUS OF WS-CUSTOMER-RECORD
               WHEN "E"
                   DISPLAY "Tax Status......: EXEMPT"
               WHEN "T"
                   DISPLAY "Tax Status......: TAXABLE AT "
                       WS-TAX-RATE-EDIT "%"
               WHEN OTHER
                   MOVE WS-WP-STANDARD-RATE TO WS-TAX-RATE-EDIT
                   DISPLAY "Tax Status......: NOT SET - STANDARD "
                       "RATE " WS-TAX-RATE-EDIT "%"
           END-EVALUATE.

       CHECK-OWNED-ACCOUNTS.
      * Counts non-CLOSED accounts on ACCT.DAT owned by the customer
      * in WS-CUSTOMER-ID. A missing account file counts as none.
       CHECK-OWNED-ACCOUNTS-EXIT.
           EXIT.

       CHECK-CLOSED-REGISTER.
      * "N" - the ID keyed in WS-CUSTOMER-ID has never been closed.
      * An unreadable register refuses the create rather than risk
      * reissuing a closed ID; no register yet means nothing closed.
           MOVE "E" TO WS-CUSTCLS-FOUND.
           OPEN INPUT CUSTCLS-FILE.
           IF WS-CUSTCLS-STATUS = "35"
               MOVE "N" TO WS-CUSTCLS-FOUND
               GO TO CHECK-CLOSED-REGISTER-EXIT
           END-IF.
           IF WS-CUSTCLS-STATUS NOT = "00"
               DISPLAY "CUSTCLS.DAT OPEN Error, Status: "
                   WS-CUSTCLS-STATUS
               GO TO CHECK-CLOSED-REGISTER-EXIT
           END-IF.
           MOVE WS-CUSTOMER-ID TO WS-CC-CUST-ID OF CUSTCLS-RECORD.
           READ CUSTCLS-FILE
               INVALID KEY
                   MOVE "N" TO WS-CUSTCLS-FOUND
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUSTCLS-FOUND
                   DISPLAY "Customer ID belonged to a customer closed "
                       "on " WS-CC-CLOSED-DATE OF CUSTCLS-RECORD
                       " and cannot be reused."
           END-READ.
           CLOSE CUSTCLS-FILE.
       CHECK-CLOSED-REGISTER-EXIT.
           EXIT.

       REGISTER-CLOSED-CUSTOMER.
      * Copies the personal details of the customer in
      * WS-CUSTOMER-RECORD to the closed customer register.
           MOVE "N" TO WS-CUSTCLS-OK.
           OPEN I-O CUSTCLS-FILE.
           IF WS-CUSTCLS-STATUS = "35"
               OPEN OUTPUT CUSTCLS-FILE
               CLOSE CUSTCLS-FILE
               OPEN I-O CUSTCLS-FILE
           END-IF.
           IF WS-CUSTCLS-STATUS NOT = "00"
               DISPLAY "CUSTCLS.DAT OPEN Error, Status: "
                   WS-CUSTCLS-STATUS
               GO TO REGISTER-CLOSED-CUSTOMER-EXIT
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO CUSTCLS-RECORD.
           MOVE WS-CUSTOMER-ID TO WS-CC-CUST-ID OF CUSTCLS-RECORD.
           MOVE "C" TO WS-CC-STATUS OF CUSTCLS-RECORD.
           MOVE WS-CURRENT-DATE TO WS-CC-CLOSED-DATE OF CUSTCLS-RECORD.
           MOVE LINK-OPERATOR-ID TO WS-CC-CLOSED-BY OF CUSTCLS-RECORD.
           MOVE WS-CUST-NAME OF WS-CUSTOMER-RECORD
               TO WS-CC-NAME OF CUSTCLS-RECORD.
           MOVE WS-CUST-ADDRESS OF WS-CUSTOMER-RECORD
               TO WS-CC-ADDRESS OF CUSTCLS-RECORD.
           MOVE WS-CUST-PHONE OF WS-CUSTOMER-RECORD
               TO WS-CC-PHONE OF CUSTCLS-RECORD.
           MOVE WS-CUST-EMAIL OF WS-CUSTOMER-RECORD
               TO WS-CC-EMAIL OF CUSTCLS-RECORD.
           MOVE ZERO TO WS-CC-TOKEN-SEQ OF CUSTCLS-RECORD.
           MOVE ZERO TO WS-CC-ANON-DATE OF CUSTCLS-RECORD.
           WRITE CUSTCLS-RECORD
               INVALID KEY
                   DISPLAY "CUSTCLS.DAT WRITE Error, Status: "
                       WS-CUSTCLS-STATUS
               NOT INVALID KEY
                   MOVE "Y" TO WS-CUSTCLS-OK
           END-WRITE.
           CLOSE CUSTCLS-FILE.
       REGISTER-CLOSED-CUSTOMER-EXIT.
           EXIT.

       VALIDATE-CUSTOMER-ID.
      * Same upfront format rule STORDSET applies to operator-keyed
      * IDs: non-blank, digits and capital letters only.
           STRING "NAME=" WS-CUST-NAME OF WS-CUSTOMER-RECORD
               " PHONE=" WS-CUST-PHONE OF WS-CUSTOMER-RECORD
               " ADDR=" WS-CUST-ADDRESS OF WS-CUSTOMER-RECORD
               " BR=" WS-CUST-BRANCH OF WS-CUSTOMER-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.

       BUILD-CUSTOMER-AUDIT-VALUE.
           STRING "NAME=" WS-CUST-NAME OF WS-CUSTOMER-RECORD
               " PHONE=" WS-CUST-PHONE OF WS-CUSTOMER-RECORD
               " ADDR=" WS-CUST-ADDRESS OF WS-CUSTOMER-RECORD
               " BR=" WS-CUST-BRANCH OF WS-CUSTOMER-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.

       WRITE-AUDIT-ENTRY.
           MOVE "CUSTOMER-RECORD" TO WS-AUD-RECTYPE.
           MOVE LINK-OPERATOR-ID TO WS-AUD-OPERATOR-NAME.
           MOVE SPACES TO WS-AUD-KEY.
           MOVE WS-CUSTOMER-ID TO WS-AUD-KEY.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-AUD-OPERATOR-NAME.

       WRITE-TAX-AUDIT-ENTRY.
      * The tax status goes on its own entry - the customer entry's
      * values are already as long as the audit record allows.
           MOVE WS-TAX-OLD-RATE TO WS-TAX-RATE-EDIT.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           IF WS-AUD-OPER NOT = "STORE"
               STRING "TAXSTAT=" WS-TAX-OLD-STATUS
                   " RATE=" WS-TAX-RATE-EDIT
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
           END-IF.
           MOVE WS-CUST-TAX-RATE OF WS-CUSTOMER-RECORD
               TO WS-TAX-RATE-EDIT.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "TAXSTAT=" WS-CUST-TAX-STATUS OF WS-CUSTOMER-RECORD
               " RATE=" WS-TAX-RATE-EDIT
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "CUSTOMER-TAX" TO WS-AUD-RECTYPE.
           MOVE LINK-OPERATOR-ID TO WS-AUD-OPERATOR-NAME.
           MOVE SPACES TO WS-AUD-KEY.
           MOVE WS-CUSTOMER-ID TO WS-AUD-KEY.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-AUD-OPERATOR-NAME.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               LINK-OPERATOR-ID, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.

       CHECK-CUSTOMER-BRANCH.
      * The customer just read into WS-CUSTOMER-RECORD - its branch
      * is passed as held, so BRCHAUTH does not re-read CUST.DAT.
           MOVE "C" TO WS-BRAUTH-MODE.
           MOVE WS-CUST-BRANCH OF WS-CUSTOMER-RECORD
               TO WS-BRAUTH-BRANCH.
           PERFORM CALL-BRANCH-AUTH.

       CALL-BRANCH-AUTH.
           MOVE SPACES TO WS-BRAUTH-CUST-ID.
           CALL 'BRCHAUTH' USING WS-BRAUTH-MODE, LINK-OPERATOR-ID,
               WS-BRAUTH-CUST-ID, WS-BRAUTH-BRANCH, WS-BRAUTH-RESULT.

       VALIDATE-BRANCH.
      * The branch keyed in WS-BRANCH-INPUT must be an ACTIVE branch
      * on the directory.
           MOVE "N" TO WS-BRANCH-VALID.
           OPEN INPUT BRANCH-FILE.
           IF WS-BRANCH-STATUS NOT = "00"
               DISPLAY "BRANCH.DAT OPEN Error, Status: "
                   WS-BRANCH-STATUS
               GO TO VALIDATE-BRANCH-EXIT
           END-IF.
           MOVE WS-BRANCH-INPUT TO WS-BR-ID OF BRANCH-RECORD.
           READ BRANCH-FILE
               INVALID KEY
                   DISPLAY "Branch " WS-BRANCH-INPUT
                       " is not on the branch directory."
               NOT INVALID KEY
                   IF WS-BR-STAT OF BRANCH-RECORD = "CLOSED"
                       DISPLAY "Branch " WS-BRANCH-INPUT
                           " is CLOSED."
                   ELSE
                       MOVE "Y" TO WS-BRANCH-VALID
                   END-IF
           END-READ.
           CLOSE BRANCH-FILE.
       VALIDATE-BRANCH-EXIT.
           EXIT.
