       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       01  WS-ACCT-TYPE-TABLE.
           05  WS-ACCT-TYPE-ENTRY OCCURS 5 TIMES
                                   INDEXED BY WS-ATX.
               10  WS-ATT-TYPE         PIC X(10).
               10  WS-ATT-ELIGIBLE     PIC X.
           MOVE "CLOSED"    TO WS-ATT-TYPE(4).
           MOVE "N"         TO WS-ATT-ELIGIBLE(4).
           MOVE 0           TO WS-ATT-MIN-BALANCE(4).

           MOVE "INSTLOAN"  TO WS-ATT-TYPE(5).
           MOVE "N"         TO WS-ATT-ELIGIBLE(5).
           MOVE 0           TO WS-ATT-MIN-BALANCE(5).
