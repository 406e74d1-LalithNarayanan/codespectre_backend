       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-KEY              PIC X(20).
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "AHOLDMNT".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
       LINKAGE SECTION.
      * The signed-on operator from STORDMENU - the identity that
      * goes on the audit trail, and the entitlement level that
               WHEN "P" WHEN "p"
                   PERFORM CHECK-SUPERVISOR
                   IF WS-RETURN-CODE = ZERO
                       MOVE "PLACE HOLD" TO WS-BATWIN-FUNCTION
                       PERFORM CHECK-BATCH-WINDOW
                       IF WS-BATWIN-RESULT NOT = "N"
                           PERFORM PLACE-HOLD THRU PLACE-HOLD-EXIT
                       END-IF
                   END-IF
               WHEN "A" WHEN "a"
                   PERFORM CHECK-SUPERVISOR
                   IF WS-RETURN-CODE = ZERO
                       MOVE "AMEND HOLD" TO WS-BATWIN-FUNCTION
                       PERFORM CHECK-BATCH-WINDOW
                       IF WS-BATWIN-RESULT NOT = "N"
                           PERFORM AMEND-HOLD THRU AMEND-HOLD-EXIT
                       END-IF
                   END-IF
               WHEN "R" WHEN "r"
                   PERFORM CHECK-SUPERVISOR
                   IF WS-RETURN-CODE = ZERO
                       MOVE "RELEASE HOLD" TO WS-BATWIN-FUNCTION
                       PERFORM CHECK-BATCH-WINDOW
                       IF WS-BATWIN-RESULT NOT = "N"
                           PERFORM RELEASE-HOLD THRU RELEASE-HOLD-EXIT
                       END-IF
                   END-IF
               WHEN "L" WHEN "l"
                   PERFORM LIST-HOLDS
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               LINK-OPERATOR-ID.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               LINK-OPERATOR-ID, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.
