      ******************************************************************
      * IBTOTACC.CBL - Interbank File Control Total Accumulation       *
      ******************************************************************
      * Adds one detail record's amount and currency to a set of
      * interbank file control totals (IBTOTALS.cpy): the record
      * count, the hash total and the currency's amount total. A
      * currency not yet in the table takes the next free slot; once
      * the slots are used up, further currencies are totalled
      * together in the last slot under "***". Shared by the OUTPAY
      * writer (OUTPAYW), which builds the trailer from it, and by
      * the readers (INPAYPRC, OUTPAYRT), which rebuild the totals
      * from the details and compare them with the trailer - the
      * same routine on both sides keeps the two in step.
      * The caller INITIALIZEs the totals before the first record.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBTOTACC.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CCY-IDX              PIC 9(2).
       01  WS-FOUND-IDX            PIC 9(2).
       01  WS-MAX-SLOTS            PIC 9(2) VALUE 6.
       LINKAGE SECTION.
           COPY IBTOTALS
               REPLACING ==WS-IB-TOTALS==
               BY ==LINK-IB-TOTALS==.
       01  LINK-CURRENCY           PIC X(3).
       01  LINK-AMOUNT             PIC 9(10)V99.
       PROCEDURE DIVISION USING LINK-IB-TOTALS, LINK-CURRENCY,
               LINK-AMOUNT.
       MAIN-PROCEDURE.
           ADD 1 TO WS-IB-REC-COUNT OF LINK-IB-TOTALS.
           ADD LINK-AMOUNT TO WS-IB-HASH-TOTAL OF LINK-IB-TOTALS.

           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-IB-CCY-COUNT OF LINK-IB-TOTALS
               IF WS-IB-CCY OF LINK-IB-TOTALS (WS-CCY-IDX) =
                  LINK-CURRENCY
                   MOVE WS-CCY-IDX TO WS-FOUND-IDX
                   MOVE WS-IB-CCY-COUNT OF LINK-IB-TOTALS
                       TO WS-CCY-IDX
               END-IF
           END-PERFORM.

           IF WS-FOUND-IDX = ZERO
               IF WS-IB-CCY-COUNT OF LINK-IB-TOTALS < WS-MAX-SLOTS
                   ADD 1 TO WS-IB-CCY-COUNT OF LINK-IB-TOTALS
                   MOVE WS-IB-CCY-COUNT OF LINK-IB-TOTALS
                       TO WS-FOUND-IDX
                   MOVE LINK-CURRENCY TO
                       WS-IB-CCY OF LINK-IB-TOTALS (WS-FOUND-IDX)
                   MOVE ZERO TO
                       WS-IB-CCY-AMOUNT OF LINK-IB-TOTALS
                           (WS-FOUND-IDX)
               ELSE
      * Table full - the last slot becomes the catch-all for every
      * further currency.
                   MOVE WS-MAX-SLOTS TO WS-FOUND-IDX
                   MOVE "***" TO
                       WS-IB-CCY OF LINK-IB-TOTALS (WS-FOUND-IDX)
               END-IF
           END-IF.

           ADD LINK-AMOUNT TO
               WS-IB-CCY-AMOUNT OF LINK-IB-TOTALS (WS-FOUND-IDX).

       END-PROGRAM.
           EXIT PROGRAM.
