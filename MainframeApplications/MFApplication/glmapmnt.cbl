       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-OPERATOR-NAME    PIC X(10).
       01  WS-AUD-KEY              PIC X(20).
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "GLMAPMNT".
       01  WS-BATWIN-OPERATOR      PIC X(10) VALUE "GLMAPMNT".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
      * Working storage is retained across CALLs from STORDMENU, so
       PROCESS-MENU-CHOICE.
           EVALUATE WS-MENU-CHOICE
               WHEN "A" WHEN "a"
                   MOVE "ADD GL MAPPING" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM ADD-MAPPING
                   END-IF
               WHEN "M" WHEN "m"
                   MOVE "AMEND GL MAPPING" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM AMEND-MAPPING
                   END-IF
               WHEN "D" WHEN "d"
                   MOVE "DELETE GL MAPPING" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM DELETE-MAPPING
                   END-IF
               WHEN "L" WHEN "l"
                   PERFORM LIST-MAPPINGS
               WHEN "Q" WHEN "q"
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-AUD-OPERATOR-NAME.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               WS-BATWIN-OPERATOR, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.
