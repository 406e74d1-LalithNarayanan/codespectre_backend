      ******************************************************************
      * DORMCHK.CBL - Account Dormancy Check                           *
      ******************************************************************
      * Answers one question for every debit path: is this account
      * dormant on DORMANT.DAT? A dormant account refuses every debit
      * until a supervisor reactivates it in ACCTMNT; credits are
      * never checked here, so money still reaches a dormant account.
      * LINK-DORM-RESULT: "Y" = debit may proceed, "D" = dormant,
      * "E" = the dormancy file exists but could not be read - the
      * caller must fail closed (suspend or defer the debit), never
      * post unchecked; the open is retried on the next call rather
      * than latched. An account with no dormancy record, or no
      * dormancy file at all (status 35), is not dormant. The file is
      * opened on first use and kept open for the activation - the
      * posting batch calls this once per order; an interactive
      * caller that must see a reactivation made mid-session issues
      * CANCEL 'DORMCHK' first (SUSPWRK does).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DORMCHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DORMANT-FILE ASSIGN TO "DORMANT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-DM-ACCT-ID OF DORMANT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD DORMANT-FILE.
               COPY DORMANT-RECORD
                   REPLACING ==WS-DORMANT-RECORD==
                   BY ==DORMANT-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
      * "N" = not yet opened (a failed open other than "file does
      * not exist" stays "N" so the next call retries), "Y" = open,
      * "U" = no dormancy file on the system.
       01  WS-FILE-STATE           PIC X VALUE "N".
       LINKAGE SECTION.
       01  LINK-ACCT-ID            PIC X(15).
       01  LINK-DORM-RESULT        PIC X.
       PROCEDURE DIVISION USING LINK-ACCT-ID, LINK-DORM-RESULT.
       MAIN-PROCEDURE.
           MOVE "Y" TO LINK-DORM-RESULT.

           IF WS-FILE-STATE = "N"
               OPEN INPUT DORMANT-FILE
               EVALUATE WS-FILE-STATUS
                   WHEN "00"
                       MOVE "Y" TO WS-FILE-STATE
                   WHEN "35"
      * No dormancy file at all means the marking job has never run
      * and no account is dormant.
                       MOVE "U" TO WS-FILE-STATE
                   WHEN OTHER
                       DISPLAY "DORMCHK - DORMANT.DAT OPEN "
                           "Error, Status: " WS-FILE-STATUS
                           " - dormancy check cannot answer."
                       MOVE "E" TO LINK-DORM-RESULT
                       GO TO END-PROGRAM
               END-EVALUATE
           END-IF.
           IF WS-FILE-STATE = "U"
               GO TO END-PROGRAM
           END-IF.

           MOVE LINK-ACCT-ID TO WS-DM-ACCT-ID OF DORMANT-RECORD.
           READ DORMANT-FILE
               INVALID KEY
                   GO TO END-PROGRAM
           END-READ.

           IF WS-DM-STATUS OF DORMANT-RECORD = "D"
               MOVE "D" TO LINK-DORM-RESULT
           END-IF.

       END-PROGRAM.
           EXIT PROGRAM.
