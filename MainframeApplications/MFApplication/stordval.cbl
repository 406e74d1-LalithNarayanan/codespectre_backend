       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       01  WS-LNORD-RESULT PIC X.
       LINKAGE SECTION.
           COPY WS-SO-RECORD.
       01 LINK-RETURN-CODE PIC 9(4).
               GO TO END-PROGRAM
           END-IF.

      * An escalation clause needs an anniversary month and a rise
      * to apply; any type other than "P" or "A" means no clause.
           IF WS-SO-ESC-TYPE = "P" OR WS-SO-ESC-TYPE = "A"
               IF WS-SO-ESC-MONTH < 1 OR WS-SO-ESC-MONTH > 12
                   MOVE 5 TO LINK-RETURN-CODE
                   MOVE "Escalation anniversary month must be 1-12."
                       TO LINK-MESSAGE
                   GO TO END-PROGRAM
               END-IF
               IF (WS-SO-ESC-TYPE = "P" AND WS-SO-ESC-RATE = ZERO) OR
                  (WS-SO-ESC-TYPE = "A" AND WS-SO-ESC-STEP = ZERO)
                   MOVE 6 TO LINK-RETURN-CODE
                   MOVE "Escalation rate or step must be positive."
                       TO LINK-MESSAGE
                   GO TO END-PROGRAM
               END-IF
           END-IF.

      * A purpose code, where one is given, is four letters - the
      * central bank's code list uses nothing else.
           IF WS-SO-PURPOSE-CODE NOT = SPACES
               IF WS-SO-PURPOSE-CODE IS NOT ALPHABETIC-UPPER OR
                  WS-SO-PURPOSE-CODE(1:1) = SPACE OR
                  WS-SO-PURPOSE-CODE(2:1) = SPACE OR
                  WS-SO-PURPOSE-CODE(3:1) = SPACE OR
                  WS-SO-PURPOSE-CODE(4:1) = SPACE
                   MOVE 7 TO LINK-RETURN-CODE
                   MOVE "Purpose code must be four letters (A-Z)."
                       TO LINK-MESSAGE
                   GO TO END-PROGRAM
               END-IF
           END-IF.

      * An instalment loan account is credited only by the repayment
      * order LOANSET set up with the loan - any other credit would
      * reduce the loan balance without the loan's schedule moving.
           IF WS-SO-PAYEE-TYPE NOT = "X"
               CALL 'LNORDCHK' USING WS-SO-ID, WS-SO-TO-ACCT,
                   WS-LNORD-RESULT
               IF WS-LNORD-RESULT = "L"
                   MOVE 8 TO LINK-RETURN-CODE
                   MOVE SPACES TO LINK-MESSAGE
                   STRING "To Account is an instalment loan - only its "
                       "loan repayment order may pay it."
                       DELIMITED BY SIZE INTO LINK-MESSAGE
                   GO TO END-PROGRAM
               END-IF
               IF WS-LNORD-RESULT = "E"
                   MOVE 8 TO LINK-RETURN-CODE
                   MOVE SPACES TO LINK-MESSAGE
                   STRING "Loan master unavailable - To Account could "
                       "not be checked."
                       DELIMITED BY SIZE INTO LINK-MESSAGE
                   GO TO END-PROGRAM
               END-IF
           END-IF.

           MOVE ZERO TO LINK-RETURN-CODE.
       END-PROGRAM.
           EXIT PROGRAM.
