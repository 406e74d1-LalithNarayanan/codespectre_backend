      ******************************************************************
      * One lookup for the desk to answer a customer call: for a
      * keyed customer ID, shows the CUST.DAT details, every ACCT.DAT
      * account with balance and currency, every account the
      * customer holds through an ACCTREL.DAT relationship (joint,
      * attorney or view-only) with its role, every standing order with
      * status and next execution date, any STOSUSP.DAT items with
      * reason and retry count, anything waiting on SOPEND.DAT or
      * SOAPPR.DAT for the customer's orders, and the last month's
      * TXNHIST.DAT activity per account - the combined picture the
      * desk previously assembled from STORDRPT, SUSPWRK, SOPNDINQ
      * and the account master one program at a time. Reached through
      * STORDMENU, so entry is gated by the usual operator sign-on;
      * a clerk sees only the customers of the clerk's own branch
      * (BRCHAUTH), a supervisor every branch.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTPOS.
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCTREL-FILE ASSIGN TO "ACCTREL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-AR-KEY OF ACCTREL-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SUSPENSE-FILE ASSIGN TO "STOSUSP.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               COPY WS-ACCOUNT-RECORD
                   REPLACING ==WS-ACCOUNT-RECORD==
                   BY ==ACCOUNT-RECORD==.
           FD ACCTREL-FILE.
               COPY ACCTREL-RECORD
                   REPLACING ==WS-ACCTREL-RECORD==
                   BY ==ACCTREL-RECORD==.
      * SUSPENSE-RECORD is spelled out here rather than pulled in via
      * COPY ... REPLACING, the same style STOREXEC and SUSPWRK use.
      * Field layout is kept in lockstep with its copybook.
       01  WS-ST-IDX               PIC 9(3).
       01  WS-ST-MATCHED           PIC X.
       01  WS-ST-OVERFLOW          PIC X.
      * Branch access - BRCHAUTH holds a clerk to the branch on the
      * clerk's operator record.
       01  WS-BRAUTH-MODE          PIC X VALUE "C".
       01  WS-BRAUTH-CUST-ID       PIC X(10).
       01  WS-BRAUTH-BRANCH        PIC X(4).
       01  WS-BRAUTH-RESULT        PIC X.
       LINKAGE SECTION.
      * The signed-on operator from STORDMENU, whose branch limits a
      * clerk's inquiry.
       01  LINK-OPERATOR-ID        PIC X(10).
       01  LINK-OPERATOR-LEVEL     PIC X.
       PROCEDURE DIVISION USING LINK-OPERATOR-ID,
               LINK-OPERATOR-LEVEL.
       MAIN-PROCEDURE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-DAY-NUM =
           END-READ.
           CLOSE CUSTOMER-FILE.

           MOVE SPACES TO WS-BRAUTH-CUST-ID.
           MOVE WS-CUST-BRANCH OF WS-CUSTOMER-RECORD
               TO WS-BRAUTH-BRANCH.
           CALL 'BRCHAUTH' USING WS-BRAUTH-MODE, LINK-OPERATOR-ID,
               WS-BRAUTH-CUST-ID, WS-BRAUTH-BRANCH, WS-BRAUTH-RESULT.
           IF WS-BRAUTH-RESULT = "N" OR WS-BRAUTH-RESULT = "E"
               GO TO END-PROGRAM
           END-IF.

           DISPLAY "==========================================".
           DISPLAY "CUSTOMER POSITION - " WS-CURRENT-DATE.
           DISPLAY "==========================================".
               WS-CUST-ADDRESS OF WS-CUSTOMER-RECORD.
           DISPLAY "Phone.......: "
               WS-CUST-PHONE OF WS-CUSTOMER-RECORD.
           DISPLAY "Home Branch.: " WS-BRAUTH-BRANCH.

           PERFORM LIST-CUSTOMER-ACCOUNTS.
           PERFORM LIST-RELATED-ACCOUNTS
               THRU LIST-RELATED-ACCOUNTS-EXIT.
           PERFORM LIST-CUSTOMER-ORDERS.
           PERFORM LIST-SUSPENSE-ITEMS.
           PERFORM LIST-PENDING-AMENDMENTS.
               GO TO LIST-CUSTOMER-ACCOUNTS-EXIT
           END-IF.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ ACCOUNT-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
               MOVE "Y" TO WS-AC-OVERFLOW
           END-IF.

       LIST-RELATED-ACCOUNTS.
      * ACCTREL is keyed by account, so the customer's links are
      * found by a full pass; each linked account is then read
      * directly. Links naming the owner are already shown above.
      * Related accounts join the account table so the recent
      * activity section covers them too.
           DISPLAY " ".
           DISPLAY "--- ACCOUNTS HELD THROUGH A RELATIONSHIP ---".
           MOVE ZERO TO WS-SECTION-COUNT.
           OPEN INPUT ACCTREL-FILE.
           IF WS-FILE-STATUS NOT = "00"
               IF WS-FILE-STATUS NOT = "35"
                   DISPLAY "ACCTREL.DAT OPEN Error, Status: "
                       WS-FILE-STATUS
               END-IF
               DISPLAY "  (none)"
               GO TO LIST-RELATED-ACCOUNTS-EXIT
           END-IF.
           OPEN INPUT ACCOUNT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ACCT.DAT OPEN Error, Status: " WS-FILE-STATUS
               CLOSE ACCTREL-FILE
               GO TO LIST-RELATED-ACCOUNTS-EXIT
           END-IF.
           MOVE "N" TO WS-SCAN-DONE.
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ ACCTREL-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF WS-AR-CUST-ID OF ACCTREL-RECORD =
                          WS-CUSTOMER-ID
                           PERFORM SHOW-ONE-RELATED-ACCOUNT
                               THRU SHOW-ONE-RELATED-ACCOUNT-EXIT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE ACCOUNT-FILE.
           CLOSE ACCTREL-FILE.
           IF WS-SECTION-COUNT = ZERO
               DISPLAY "  (none)"
           END-IF.
       LIST-RELATED-ACCOUNTS-EXIT.
           EXIT.

       SHOW-ONE-RELATED-ACCOUNT.
           MOVE WS-AR-ACCT-ID OF ACCTREL-RECORD TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           READ ACCOUNT-FILE
               INVALID KEY
                   DISPLAY "  " WS-AR-ACCT-ID OF ACCTREL-RECORD
                       " ** LINKED ACCOUNT NOT ON ACCT.DAT **"
                   GO TO SHOW-ONE-RELATED-ACCOUNT-EXIT
           END-READ.
           IF WS-ACCT-CUST-ID OF ACCOUNT-RECORD = WS-CUSTOMER-ID
               GO TO SHOW-ONE-RELATED-ACCOUNT-EXIT
           END-IF.
           PERFORM SHOW-ONE-ACCOUNT.
           EVALUATE WS-AR-ROLE OF ACCTREL-RECORD
               WHEN "P"
                   DISPLAY "    ROLE: PRIMARY HOLDER"
               WHEN "J"
                   DISPLAY "    ROLE: JOINT HOLDER"
               WHEN "A"
                   DISPLAY "    ROLE: ATTORNEY"
               WHEN "V"
                   DISPLAY "    ROLE: VIEW ONLY"
               WHEN OTHER
                   DISPLAY "    ROLE: " WS-AR-ROLE OF ACCTREL-RECORD
           END-EVALUATE.
           DISPLAY "    OWNER " WS-ACCT-CUST-ID OF ACCOUNT-RECORD.
       SHOW-ONE-RELATED-ACCOUNT-EXIT.
           EXIT.

       LIST-CUSTOMER-ORDERS.
           DISPLAY " ".
           DISPLAY "--- STANDING ORDERS ---".
               " AMT " WS-SO-AMOUNT
               " TO " WS-SO-TO-ACCT
               " NEXT " WS-SO-NEXT-EXEC.
           IF WS-SO-SKIP-COUNT > ZERO
               DISPLAY "      SKIPPING NEXT " WS-SO-SKIP-COUNT
                   " EXECUTION(S)"
           END-IF.
           IF WS-SO-PAUSE-UNTIL > ZERO
               DISPLAY "      PAUSED UNTIL " WS-SO-PAUSE-UNTIL
           END-IF.
           ADD 1 TO WS-SECTION-COUNT.
           IF WS-ST-COUNT < 200
               ADD 1 TO WS-ST-COUNT
