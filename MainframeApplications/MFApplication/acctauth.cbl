      ******************************************************************
      * ACCTAUTH.CBL - Account Payment Authority Check                 *
      ******************************************************************
      * Answers one question for every set-up program that takes a
      * payment instruction: may this customer instruct payments on
      * this account? The owner on WS-ACCT-CUST-ID always may; any
      * other customer may only through a link on ACCTREL.DAT as a
      * primary ("P"), joint ("J") or attorney ("A") holder. A
      * view-only ("V") link entitles the customer to see the account
      * but never to instruct it.
      * LINK-AUTH-RESULT: "Y" = may instruct, "V" = view-only link,
      * "N" = no relationship, "E" = the relationship file exists
      * but could not be read - the caller must refuse, never assume
      * ownership; the open is retried on the next call rather than
      * latched. No relationship file at all (status 35) means only
      * owners hold accounts. The file is opened on first use and
      * kept open for the activation; an interactive caller that
      * must see a link added mid-session issues CANCEL 'ACCTAUTH'
      * first.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTAUTH.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACCTREL-FILE ASSIGN TO "ACCTREL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-AR-KEY OF ACCTREL-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD ACCTREL-FILE.
               COPY ACCTREL-RECORD
                   REPLACING ==WS-ACCTREL-RECORD==
                   BY ==ACCTREL-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
      * "N" = not yet opened (a failed open other than "file does
      * not exist" stays "N" so the next call retries), "Y" = open,
      * "U" = no relationship file on the system.
       01  WS-FILE-STATE           PIC X VALUE "N".
       LINKAGE SECTION.
       01  LINK-ACCT-ID            PIC X(15).
      * The account's owner, WS-ACCT-CUST-ID from the caller's read
      * of ACCT.DAT.
       01  LINK-ACCT-OWNER         PIC X(10).
       01  LINK-CUST-ID            PIC X(10).
       01  LINK-AUTH-RESULT        PIC X.
       PROCEDURE DIVISION USING LINK-ACCT-ID, LINK-ACCT-OWNER,
               LINK-CUST-ID, LINK-AUTH-RESULT.
       MAIN-PROCEDURE.
           MOVE "N" TO LINK-AUTH-RESULT.

           IF LINK-CUST-ID = LINK-ACCT-OWNER
               MOVE "Y" TO LINK-AUTH-RESULT
               GO TO END-PROGRAM
           END-IF.

           IF WS-FILE-STATE = "N"
               OPEN INPUT ACCTREL-FILE
               EVALUATE WS-FILE-STATUS
                   WHEN "00"
                       MOVE "Y" TO WS-FILE-STATE
                   WHEN "35"
      * No relationship file at all means every account is held by
      * its owner alone.
                       MOVE "U" TO WS-FILE-STATE
                   WHEN OTHER
                       DISPLAY "ACCTAUTH - ACCTREL.DAT OPEN "
                           "Error, Status: " WS-FILE-STATUS
                           " - authority cannot be confirmed."
                       MOVE "E" TO LINK-AUTH-RESULT
                       GO TO END-PROGRAM
               END-EVALUATE
           END-IF.
           IF WS-FILE-STATE = "U"
               GO TO END-PROGRAM
           END-IF.

           MOVE LINK-ACCT-ID TO WS-AR-ACCT-ID OF ACCTREL-RECORD.
           MOVE LINK-CUST-ID TO WS-AR-CUST-ID OF ACCTREL-RECORD.
           READ ACCTREL-FILE
               INVALID KEY
                   GO TO END-PROGRAM
           END-READ.

           EVALUATE WS-AR-ROLE OF ACCTREL-RECORD
               WHEN "P"
               WHEN "J"
               WHEN "A"
                   MOVE "Y" TO LINK-AUTH-RESULT
               WHEN "V"
                   MOVE "V" TO LINK-AUTH-RESULT
           END-EVALUATE.

       END-PROGRAM.
           EXIT PROGRAM.
