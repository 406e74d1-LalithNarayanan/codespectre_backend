      ******************************************************************
      * ODLIMCHK.CBL - Arranged Overdraft Funds Floor                  *
      ******************************************************************
      * Answers, for every debit path's funds check, how far this
      * account's balance may fall: the caller passes the ACCTLIM
      * minimum balance for the account type and gets back the floor
      * the balance after the debit must not go below. An account
      * with an arrangement on ODLIMIT.DAT that has not passed its
      * review date may go overdrawn down to minus its limit - the
      * arrangement replaces the type's minimum balance. Anything
      * else keeps the minimum balance as the floor.
      * LINK-OD-RESULT: "Y" = an arrangement applies, "N" = none (no
      * record, no limits file, a zero limit or an expired
      * arrangement), "E" = the limits file exists but could not be
      * read - the floor is left at the minimum balance, so the
      * caller fails closed (no overdraft is extended unchecked) and
      * the open is retried on the next call rather than latched.
      * The file is opened on first use and kept open for the
      * activation; an interactive caller that must see a limit set
      * mid-session issues CANCEL 'ODLIMCHK' first, the ACCTHCHK
      * pattern.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ODLIMCHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ODLIMIT-FILE ASSIGN TO "ODLIMIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-OD-ACCT-ID OF ODLIMIT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD ODLIMIT-FILE.
               COPY ODLIMIT-RECORD
                   REPLACING ==WS-ODLIMIT-RECORD==
                   BY ==ODLIMIT-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
      * "N" = not yet opened (a failed open other than "file does
      * not exist" stays "N" so the next call retries), "Y" = open,
      * "U" = no limits file on the system.
       01  WS-FILE-STATE           PIC X VALUE "N".
       LINKAGE SECTION.
       01  LINK-ACCT-ID            PIC X(15).
       01  LINK-MIN-BALANCE        PIC 9(12)V99.
       01  LINK-FUNDS-FLOOR        PIC S9(12)V99.
       01  LINK-OD-RESULT          PIC X.
       PROCEDURE DIVISION USING LINK-ACCT-ID, LINK-MIN-BALANCE,
               LINK-FUNDS-FLOOR, LINK-OD-RESULT.
       MAIN-PROCEDURE.
           MOVE "N" TO LINK-OD-RESULT.
           MOVE LINK-MIN-BALANCE TO LINK-FUNDS-FLOOR.

           IF WS-FILE-STATE = "N"
               OPEN INPUT ODLIMIT-FILE
               EVALUATE WS-FILE-STATUS
                   WHEN "00"
                       MOVE "Y" TO WS-FILE-STATE
                   WHEN "35"
      * No limits file at all means no account has an arrangement.
                       MOVE "U" TO WS-FILE-STATE
                   WHEN OTHER
                       DISPLAY "ODLIMCHK - ODLIMIT.DAT OPEN "
                           "Error, Status: " WS-FILE-STATUS
                           " - no overdraft extended."
                       MOVE "E" TO LINK-OD-RESULT
                       GO TO END-PROGRAM
               END-EVALUATE
           END-IF.
           IF WS-FILE-STATE = "U"
               GO TO END-PROGRAM
           END-IF.

           MOVE LINK-ACCT-ID TO WS-OD-ACCT-ID OF ODLIMIT-RECORD.
           READ ODLIMIT-FILE
               INVALID KEY
                   GO TO END-PROGRAM
           END-READ.

           IF WS-OD-LIMIT OF ODLIMIT-RECORD = ZERO
               GO TO END-PROGRAM
           END-IF.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           IF WS-OD-EXPIRY-DATE OF ODLIMIT-RECORD NOT = ZERO AND
              WS-OD-EXPIRY-DATE OF ODLIMIT-RECORD < WS-CURRENT-DATE
               GO TO END-PROGRAM
           END-IF.

           COMPUTE LINK-FUNDS-FLOOR =
               ZERO - WS-OD-LIMIT OF ODLIMIT-RECORD.
           MOVE "Y" TO LINK-OD-RESULT.

       END-PROGRAM.
           EXIT PROGRAM.
