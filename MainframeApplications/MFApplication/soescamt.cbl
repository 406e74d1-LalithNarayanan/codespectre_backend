      ******************************************************************
      * SOESCAMT.CBL - Standing Order Escalated Amount                 *
      ******************************************************************
      * Works out what a standing order's amount becomes at its next
      * annual escalation: the current amount raised by the clause's
      * percentage ("P", rounded to the cent) or fixed step ("A"),
      * held at the clause ceiling when one is set. An order already
      * at or above its ceiling, one with no clause, or a rise too
      * large for the amount field returns the current amount
      * unchanged - the escalation never lowers a payment. Shared by
      * STOREXEC (which applies the rise), SOESCNOT (which gives the
      * customer notice of it) and STORDESC (which shows it), so all
      * three quote the same figure.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOESCAMT.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-RAISED-AMOUNT        PIC 9(10)V99.
       LINKAGE SECTION.
           COPY WS-SO-RECORD.
       01  LINK-NEW-AMOUNT         PIC 9(10)V99.
       PROCEDURE DIVISION USING WS-SO-RECORD, LINK-NEW-AMOUNT.
       MAIN-PROCEDURE.
           MOVE WS-SO-AMOUNT TO LINK-NEW-AMOUNT.
           MOVE WS-SO-AMOUNT TO WS-RAISED-AMOUNT.

           EVALUATE WS-SO-ESC-TYPE
               WHEN "P"
                   COMPUTE WS-RAISED-AMOUNT ROUNDED =
                       WS-SO-AMOUNT +
                       (WS-SO-AMOUNT * WS-SO-ESC-RATE / 100)
                       ON SIZE ERROR
                           GO TO END-PROGRAM
                   END-COMPUTE
               WHEN "A"
                   COMPUTE WS-RAISED-AMOUNT =
                       WS-SO-AMOUNT + WS-SO-ESC-STEP
                       ON SIZE ERROR
                           GO TO END-PROGRAM
                   END-COMPUTE
               WHEN OTHER
                   GO TO END-PROGRAM
           END-EVALUATE.

           IF WS-SO-ESC-CEILING > ZERO AND
              WS-RAISED-AMOUNT > WS-SO-ESC-CEILING
               MOVE WS-SO-ESC-CEILING TO WS-RAISED-AMOUNT
           END-IF.
           IF WS-RAISED-AMOUNT > WS-SO-AMOUNT
               MOVE WS-RAISED-AMOUNT TO LINK-NEW-AMOUNT
           END-IF.

       END-PROGRAM.
           EXIT PROGRAM.
