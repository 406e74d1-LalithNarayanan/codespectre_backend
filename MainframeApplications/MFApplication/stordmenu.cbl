      * operation immediately without leaving the session. Entry is
      * gated by a sign-on against the operator master - the signed-on
      * identity is passed to the maintenance programs so the audit
      * trail names the human, supervisor-only functions are withheld
      * from clerk-level operators, and the compliance workbenches are
      * offered only to compliance officers.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STORDMENU.
           END-IF.
           MOVE WS-OPR-LEVEL OF OPERATOR-RECORD TO WS-OPERATOR-LEVEL.
           DISPLAY "Signed on: " WS-OPR-NAME OF OPERATOR-RECORD
               " (" WS-OPERATOR-LEVEL ") branch "
               WS-OPR-BRANCH OF OPERATOR-RECORD.
           CLOSE OPERATOR-FILE.
           MOVE "Y" TO WS-SIGNON-OK.
       OPERATOR-SIGN-ON-EXIT.
           DISPLAY "  J - Interest Rate Maintenance".
           DISPLAY "  M - Direct Debit Mandate Maintenance".
           DISPLAY "  K - Account Hold Maintenance".
           DISPLAY "  R - Overdraft Limit Maintenance".
           DISPLAY "  Y - Account Holder Relationships".
           DISPLAY "  W - Sweep Order Maintenance".
           DISPLAY "  P - Pending Amendment Inquiry".
           DISPLAY "  3 - Skip / Pause a Standing Order".
           DISPLAY "  4 - Standing Order Escalation Clause".
           DISPLAY "  5 - Exchange Margin Maintenance".
           DISPLAY "  6 - Batch Window / Emergency Updates".
           DISPLAY "  7 - Branch Directory Maintenance".
           IF WS-OPERATOR-LEVEL NOT = "K"
               DISPLAY "  2 - Direct Debit Indemnity Claims"
               DISPLAY "  8 - Instalment Loan Drawdown"
           END-IF.
           IF WS-OPERATOR-LEVEL = "S"
               DISPLAY "  O - Operator Maintenance"
           END-IF.
           IF WS-OPERATOR-LEVEL = "K"
               DISPLAY "  Z - Compliance Hold Workbench"
               DISPLAY "  1 - Monitoring Alert Workbench"
           END-IF.
           DISPLAY "  Q - Quit".
           DISPLAY "Enter choice: ".
           ACCEPT WS-MENU-CHOICE.
                   CALL 'STORDCAN' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "I" WHEN "i"
                   CALL 'STORDRPT' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "E" WHEN "e"
                   CALL 'CUSTPOS' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "H" WHEN "h"
                   CALL 'HOLMNT'
               WHEN "S" WHEN "s"
                   CALL 'SUSPWRK' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "N" WHEN "n"
                   CALL 'PAYSUSPW'
               WHEN "U" WHEN "u"
                   CALL 'CUSTMNT' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "T" WHEN "t"
                   CALL 'ACCTMNT' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "V" WHEN "v"
                   CALL 'STORDAPP' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "K" WHEN "k"
                   CALL 'AHOLDMNT' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "R" WHEN "r"
                   CALL 'ODLIMMNT' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "Y" WHEN "y"
                   CALL 'ACCTRELM' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "W" WHEN "w"
                   CALL 'SWEEPMNT'
               WHEN "P" WHEN "p"
               WHEN "O" WHEN "o"
                   CALL 'OPERMNT' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "Z" WHEN "z"
                   CALL 'SANCWRK' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "1"
                   CALL 'AMLWRK' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "2"
                   CALL 'DDINDEM' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "3"
                   CALL 'STORDSKP' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "4"
                   CALL 'STORDESC' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "5"
                   CALL 'FXMRGMNT' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "6"
                   CALL 'BATWMNT' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "7"
                   CALL 'BRCHMNT' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "8"
                   CALL 'LOANSET' USING WS-OPERATOR-ID,
                       WS-OPERATOR-LEVEL
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
