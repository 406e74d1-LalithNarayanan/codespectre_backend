      ******************************************************************
      * FXMRGAPL.CBL - Exchange Margin on a Converted Amount           *
      ******************************************************************
      * Turns a mid-rate credited amount (from CURRCONV or CURRCNVD)
      * into the customer-rate amount actually credited, by taking
      * off the exchange margin on FXMARGIN.DAT for the currency pair
      * and the debited account's type - the type's own record if it
      * has one, otherwise the pair's default (blank type) record.
      * Equal currency codes, no record for the pair, and no margin
      * file at all return the mid amount unchanged: no margin is
      * taken. LINK-MARGIN-PCT returns the percentage applied.
      * A margin file that exists but cannot be read is reported on
      * the console and the conversion left at the mid rate - the
      * payment is not held up for the bank's income - and the open
      * is retried on the next call. Shared by the posting paths
      * (STOREXEC, SUSPWRK, SOSWEEP, DDCLAIM) and by STORDRCN, which
      * re-derives the customer-rate figure to prove the credit leg.
      * The file is opened on first use and kept open for the
      * activation; an interactive caller that must see a margin set
      * mid-session issues CANCEL 'FXMRGAPL' first.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FXMRGAPL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FXMARGIN-FILE ASSIGN TO "FXMARGIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
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
      * "N" = not yet opened (a failed open other than "file does
      * not exist" stays "N" so the next call retries), "Y" = open,
      * "U" = no margin file on the system.
       01  WS-FILE-STATE           PIC X VALUE "N".
       01  WS-MARGIN-FOUND         PIC X.
       LINKAGE SECTION.
       01  LINK-FROM-CURRENCY      PIC X(3).
       01  LINK-TO-CURRENCY        PIC X(3).
       01  LINK-ACCT-TYPE          PIC X(10).
       01  LINK-MID-AMOUNT         PIC 9(10)V99.
       01  LINK-CUST-AMOUNT        PIC 9(10)V99.
       01  LINK-MARGIN-PCT         PIC 9(2)V9999.
       PROCEDURE DIVISION USING LINK-FROM-CURRENCY, LINK-TO-CURRENCY,
               LINK-ACCT-TYPE, LINK-MID-AMOUNT, LINK-CUST-AMOUNT,
               LINK-MARGIN-PCT.
       MAIN-PROCEDURE.
           MOVE LINK-MID-AMOUNT TO LINK-CUST-AMOUNT.
           MOVE ZERO TO LINK-MARGIN-PCT.

           IF LINK-FROM-CURRENCY = LINK-TO-CURRENCY
               GO TO END-PROGRAM
           END-IF.

           IF WS-FILE-STATE = "N"
               OPEN INPUT FXMARGIN-FILE
               EVALUATE WS-FILE-STATUS
                   WHEN "00"
                       MOVE "Y" TO WS-FILE-STATE
                   WHEN "35"
      * No margin file at all means every pair converts at mid.
                       MOVE "U" TO WS-FILE-STATE
                   WHEN OTHER
                       DISPLAY "FXMRGAPL - FXMARGIN.DAT OPEN "
                           "Error, Status: " WS-FILE-STATUS
                           " - converted at the mid rate."
                       GO TO END-PROGRAM
               END-EVALUATE
           END-IF.
           IF WS-FILE-STATE = "U"
               GO TO END-PROGRAM
           END-IF.

           MOVE "Y" TO WS-MARGIN-FOUND.
           MOVE LINK-FROM-CURRENCY TO WS-FM-FROM-CCY OF FXMARGIN-RECORD.
           MOVE LINK-TO-CURRENCY TO WS-FM-TO-CCY OF FXMARGIN-RECORD.
           MOVE LINK-ACCT-TYPE TO WS-FM-ACCT-TYPE OF FXMARGIN-RECORD.
           READ FXMARGIN-FILE
               INVALID KEY
                   MOVE "N" TO WS-MARGIN-FOUND
           END-READ.
           IF WS-MARGIN-FOUND = "N"
               MOVE "Y" TO WS-MARGIN-FOUND
               MOVE SPACES TO WS-FM-ACCT-TYPE OF FXMARGIN-RECORD
               READ FXMARGIN-FILE
                   INVALID KEY
                       MOVE "N" TO WS-MARGIN-FOUND
               END-READ
           END-IF.
           IF WS-MARGIN-FOUND = "N"
               GO TO END-PROGRAM
           END-IF.

           MOVE WS-FM-MARGIN-PCT OF FXMARGIN-RECORD TO LINK-MARGIN-PCT.
           COMPUTE LINK-CUST-AMOUNT ROUNDED =
               LINK-MID-AMOUNT -
               (LINK-MID-AMOUNT * LINK-MARGIN-PCT / 100).

       END-PROGRAM.
           EXIT PROGRAM.
