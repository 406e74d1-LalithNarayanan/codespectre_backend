      ******************************************************************
      * DDINDRPT.CBL - Direct Debit Indemnity Report by Creditor       *
      ******************************************************************
      * Lists the indemnity claims raised through DDINDEM within the
      * INDEM-POLICY period, grouped by creditor, so the collections
      * desk can see which creditors draw disputes and take it up
      * with them. Each claim shows the payer account and collection,
      * the mandate, the refund and the amount recovered, the reason
      * and who raised it, with the mandate's closure flag from
      * MANDATE.DAT. Each creditor gets a subtotal of claims and
      * amount recovered per recovery currency, and the run a grand
      * count. Written to DDINDEM<date>.RPT. A first pass over
      * DDINDEM.DAT builds the creditor table; each creditor's claims
      * are then printed from a further pass, the file being keyed
      * by payer account rather than creditor.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDINDRPT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DDINDEM-FILE ASSIGN TO "DDINDEM.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-DI-KEY OF DDINDEM-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT MANDATE-FILE ASSIGN TO "MANDATE.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-MD-ID OF MANDATE-RECORD
               FILE STATUS IS WS-MANDATE-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD DDINDEM-FILE.
               COPY DDINDEM-RECORD
                   REPLACING ==WS-DDINDEM-RECORD==
                   BY ==DDINDEM-RECORD==.
           FD MANDATE-FILE.
               COPY MANDATE-RECORD
                   REPLACING ==WS-MANDATE-RECORD==
                   BY ==MANDATE-RECORD==.
           FD REPORT-FILE.
           01  WS-REPORT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY INDEM-POLICY.
       01  WS-MANDATE-STATUS       PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-REPORT-FILE-NAME     PIC X(30).
       01  WS-MANDATE-FILE-OK      PIC X.
       01  WS-FLAG-TEXT            PIC X(24).
       01  WS-TODAY-NUM            PIC 9(8).
       01  WS-FROM-NUM             PIC 9(8).
       01  WS-PERIOD-FROM-DATE     PIC 9(8).
      * One entry per creditor and recovery currency - a creditor
      * whose mandates credit accounts in two currencies gets two
      * subtotals rather than one meaningless sum.
       01  WS-CREDITOR-TABLE.
           05  WS-CR-ENTRY OCCURS 500 TIMES
                           INDEXED BY WS-CRX.
               10  WS-CR-CREDITOR-ID   PIC X(10).
               10  WS-CR-CREDITOR-NAME PIC X(30).
               10  WS-CR-CCY           PIC X(3).
               10  WS-CR-COUNT         PIC 9(5).
               10  WS-CR-RECOVERED     PIC 9(12)V99.
       01  WS-CREDITOR-COUNT       PIC 9(4) VALUE 0.
       01  WS-FOUND-IDX            PIC 9(4) VALUE 0.
       01  WS-TABLE-SKIP-FLAG      PIC X.
       01  WS-TOTAL-CLAIMS         PIC 9(7) VALUE 0.
       01  WS-TOTAL-DROPPED        PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "DDINDRPT - Direct Debit Indemnity Report Starting".
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           COMPUTE WS-TODAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE).
           COMPUTE WS-FROM-NUM = WS-TODAY-NUM - WS-IP-PERIOD-DAYS.
           COMPUTE WS-PERIOD-FROM-DATE =
               FUNCTION DATE-OF-INTEGER(WS-FROM-NUM).

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "DDINDEM" WS-CURRENT-DATE ".RPT"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           OPEN INPUT DDINDEM-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "No indemnity claims on file - nothing to "
                   "report."
               STOP RUN
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "DDINDEM.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               STOP RUN
           END-IF.
           MOVE "Y" TO WS-MANDATE-FILE-OK.
           OPEN INPUT MANDATE-FILE.
           IF WS-MANDATE-STATUS NOT = "00"
               MOVE "N" TO WS-MANDATE-FILE-OK
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "DIRECT DEBIT INDEMNITY CLAIMS BY CREDITOR - RUN "
               "DATE " WS-CURRENT-DATE
               " - CLAIMS RAISED AFTER " WS-PERIOD-FROM-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           PERFORM POSITION-AT-FIRST-CLAIM.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ DDINDEM-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF WS-DI-CLAIM-DATE OF DDINDEM-RECORD >
                          WS-PERIOD-FROM-DATE
                           PERFORM ADD-CLAIM-TO-CREDITOR
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM VARYING WS-CRX FROM 1 BY 1
               UNTIL WS-CRX > WS-CREDITOR-COUNT
               PERFORM REPORT-ONE-CREDITOR
           END-PERFORM.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CLAIMS IN PERIOD: " WS-TOTAL-CLAIMS
               "  CREDITOR GROUPS: " WS-CREDITOR-COUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           IF WS-TOTAL-DROPPED > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING "** CREDITOR TABLE FULL - " WS-TOTAL-DROPPED
                   " CLAIMS NOT REPORTED **"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

           CLOSE DDINDEM-FILE.
           IF WS-MANDATE-FILE-OK = "Y"
               CLOSE MANDATE-FILE
           END-IF.
           CLOSE REPORT-FILE.

           DISPLAY "DDINDRPT - Claims in period: " WS-TOTAL-CLAIMS.
           DISPLAY "DDINDRPT - Report: " WS-REPORT-FILE-NAME.
           STOP RUN.

       POSITION-AT-FIRST-CLAIM.
           MOVE LOW-VALUES TO WS-DI-KEY OF DDINDEM-RECORD.
           START DDINDEM-FILE
               KEY NOT < WS-DI-KEY OF DDINDEM-RECORD
               INVALID KEY
                   MOVE "10" TO WS-FILE-STATUS
           END-START.

       ADD-CLAIM-TO-CREDITOR.
           ADD 1 TO WS-TOTAL-CLAIMS.
           MOVE "N" TO WS-TABLE-SKIP-FLAG.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-CRX FROM 1 BY 1
               UNTIL WS-CRX > WS-CREDITOR-COUNT
               IF WS-CR-CREDITOR-ID(WS-CRX) =
                  WS-DI-CREDITOR-ID OF DDINDEM-RECORD AND
                  WS-CR-CCY(WS-CRX) =
                  WS-DI-RECOVER-CCY OF DDINDEM-RECORD AND
                  WS-FOUND-IDX = 0
                   SET WS-FOUND-IDX TO WS-CRX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX NOT = 0
               SET WS-CRX TO WS-FOUND-IDX
           ELSE
               IF WS-CREDITOR-COUNT >= 500
                   MOVE "Y" TO WS-TABLE-SKIP-FLAG
                   ADD 1 TO WS-TOTAL-DROPPED
                   DISPLAY "Creditor table full, dropping creditor "
                       "from the report: "
                       WS-DI-CREDITOR-ID OF DDINDEM-RECORD
               ELSE
                   ADD 1 TO WS-CREDITOR-COUNT
                   SET WS-CRX TO WS-CREDITOR-COUNT
                   MOVE WS-DI-CREDITOR-ID OF DDINDEM-RECORD TO
                       WS-CR-CREDITOR-ID(WS-CRX)
                   MOVE WS-DI-CREDITOR-NAME OF DDINDEM-RECORD TO
                       WS-CR-CREDITOR-NAME(WS-CRX)
                   MOVE WS-DI-RECOVER-CCY OF DDINDEM-RECORD TO
                       WS-CR-CCY(WS-CRX)
                   MOVE ZERO TO WS-CR-COUNT(WS-CRX)
                   MOVE ZERO TO WS-CR-RECOVERED(WS-CRX)
               END-IF
           END-IF.

           IF WS-TABLE-SKIP-FLAG = "N"
               ADD 1 TO WS-CR-COUNT(WS-CRX)
               ADD WS-DI-RECOVER-AMT OF DDINDEM-RECORD TO
                   WS-CR-RECOVERED(WS-CRX)
           END-IF.

       REPORT-ONE-CREDITOR.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CREDITOR: " WS-CR-CREDITOR-ID(WS-CRX)
               " " WS-CR-CREDITOR-NAME(WS-CRX)
               " RECOVERY CCY: " WS-CR-CCY(WS-CRX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           PERFORM POSITION-AT-FIRST-CLAIM.
           PERFORM UNTIL WS-FILE-STATUS NOT = "00"
               READ DDINDEM-FILE NEXT RECORD
                   AT END
                       MOVE "10" TO WS-FILE-STATUS
                   NOT AT END
                       IF WS-DI-CLAIM-DATE OF DDINDEM-RECORD >
                          WS-PERIOD-FROM-DATE AND
                          WS-DI-CREDITOR-ID OF DDINDEM-RECORD =
                          WS-CR-CREDITOR-ID(WS-CRX) AND
                          WS-DI-RECOVER-CCY OF DDINDEM-RECORD =
                          WS-CR-CCY(WS-CRX)
                           PERFORM REPORT-ONE-CLAIM
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "00" TO WS-FILE-STATUS.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  CREDITOR SUBTOTAL - CLAIMS: " WS-CR-COUNT(WS-CRX)
               " RECOVERED: " WS-CR-RECOVERED(WS-CRX)
               " " WS-CR-CCY(WS-CRX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       REPORT-ONE-CLAIM.
           MOVE SPACES TO WS-FLAG-TEXT.
           IF WS-MANDATE-FILE-OK = "Y"
               MOVE WS-DI-MANDATE-ID OF DDINDEM-RECORD TO
                   WS-MD-ID OF MANDATE-RECORD
               READ MANDATE-FILE
                   INVALID KEY
                       MOVE "MANDATE NOT ON FILE" TO WS-FLAG-TEXT
                   NOT INVALID KEY
                       IF WS-MD-STAT OF MANDATE-RECORD = "CLOSED"
                           MOVE "MANDATE CLOSED" TO WS-FLAG-TEXT
                       ELSE
                           IF WS-MD-INDEM-FLAG OF MANDATE-RECORD = "Y"
                               MOVE "FLAGGED FOR CLOSURE" TO
                                   WS-FLAG-TEXT
                           END-IF
                       END-IF
               END-READ
           END-IF.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "  PAYER: " WS-DI-ACCT-ID OF DDINDEM-RECORD
               " LEG: " WS-DI-POST-DATE OF DDINDEM-RECORD
               "/" WS-DI-SEQ OF DDINDEM-RECORD
               " MANDATE: " WS-DI-MANDATE-ID OF DDINDEM-RECORD
               " REFUND: " WS-DI-AMOUNT OF DDINDEM-RECORD
               " " WS-DI-CURRENCY OF DDINDEM-RECORD
               " RECOVERED: " WS-DI-RECOVER-AMT OF DDINDEM-RECORD
               " " WS-FLAG-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    CLAIM " WS-DI-CLAIM-REF OF DDINDEM-RECORD
               " RAISED " WS-DI-CLAIM-DATE OF DDINDEM-RECORD
               " BY " WS-DI-ENTERED-BY OF DDINDEM-RECORD
               " REASON " WS-DI-REASON-CODE OF DDINDEM-RECORD
               " " WS-DI-REASON OF DDINDEM-RECORD
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
