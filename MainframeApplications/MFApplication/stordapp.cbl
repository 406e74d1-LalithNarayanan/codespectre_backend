       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
      * Time of day stamped on the order with its change date, for
      * the execution cycle cut-off.
       01  WS-TIME-NOW             PIC 9(8).
      * Online/batch interlock - BATWCHK refuses updates while the
      * posting run holds the masters unless a supervisor has
      * opened an emergency window.
       01  WS-BATWIN-MODE          PIC X VALUE "U".
       01  WS-BATWIN-PROGRAM       PIC X(8) VALUE "STORDAPP".
       01  WS-BATWIN-FUNCTION      PIC X(20).
       01  WS-BATWIN-RESULT        PIC X.
       LINKAGE SECTION.
      * The signed-on operator from STORDMENU - the approver identity
      * is taken from the sign-on, never keyed, so one operator
               WHEN "L" WHEN "l"
                   PERFORM LIST-PENDING-ACTIONS
               WHEN "W" WHEN "w"
                   MOVE "WORK PENDING ACTION" TO WS-BATWIN-FUNCTION
                   PERFORM CHECK-BATCH-WINDOW
                   IF WS-BATWIN-RESULT NOT = "N"
                       PERFORM WORK-ONE-ACTION THRU WORK-ONE-ACTION-EXIT
                   END-IF
               WHEN "Q" WHEN "q"
                   MOVE "Y" TO WS-DONE-FLAG
               WHEN OTHER
                       WS-AP-NEW-PRIORITY OF WS-SOAPPR-RECORD
                   DISPLAY "Requested Fee Waiver...: "
                       WS-AP-NEW-FEE-WAIVED OF WS-SOAPPR-RECORD
                   DISPLAY "Requested Purpose Code.: "
                       WS-AP-NEW-PURPOSE-CODE OF WS-SOAPPR-RECORD
               WHEN "CANCEL"
                   IF WS-AP-CANCEL-MODE OF WS-SOAPPR-RECORD = "E"
                       DISPLAY "Requested mode: ERASE the record"
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE "ACTIVE" TO WS-SO-STAT.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO WS-SO-LAST-MOD-TIME.

           DMS MODIFY RECORD STANDING-ORDER-RECORD
               USING WS-SO-RECORD
               " ADJ=" WS-SO-ADJUST-RULE
               " PRI=" WS-SO-PRIORITY
               " FEEWVD=" WS-SO-FEE-WAIVED
               " PURP=" WS-SO-PURPOSE-CODE
               " MAKER=" WS-AP-MAKER OF WS-SOAPPR-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.

               MOVE WS-AP-NEW-FEE-WAIVED OF WS-SOAPPR-RECORD
                   TO WS-SO-FEE-WAIVED
           END-IF.
           MOVE WS-AP-NEW-PURPOSE-CODE OF WS-SOAPPR-RECORD
               TO WS-SO-PURPOSE-CODE.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-TIME-NOW(1:6) TO WS-SO-LAST-MOD-TIME.

      * The queued values were validated when the maker keyed them,
      * but the record is re-validated here in case the masters moved
               " ADJ=" WS-SO-ADJUST-RULE
               " PRI=" WS-SO-PRIORITY
               " FEEWVD=" WS-SO-FEE-WAIVED
               " PURP=" WS-SO-PURPOSE-CODE
               " APPROVED BY " WS-APPROVER-ID
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           PERFORM WRITE-APPROVAL-AUDIT.
           ELSE
               MOVE "CANCELLED" TO WS-SO-STAT
               MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD
               ACCEPT WS-TIME-NOW FROM TIME
               MOVE WS-TIME-NOW(1:6) TO WS-SO-LAST-MOD-TIME
               DMS MODIFY RECORD STANDING-ORDER-RECORD
                   USING WS-SO-RECORD
                   ERROR WS-DMS-ERROR-AREA
           DISPLAY "DMS MODIFY Error: " WS-DMS-ERROR-CODE
               " - " WS-DMS-ERROR-DESC.
           DISPLAY "Suggested Action: " WS-DMS-ERROR-ACTION.

       CHECK-BATCH-WINDOW.
      * "N" - the posting run is on and no emergency window is open;
      * BATWCHK has told the operator. "W" - allowed under the
      * window and recorded on the audit trail against it.
           CALL 'BATWCHK' USING WS-BATWIN-MODE, WS-BATWIN-PROGRAM,
               LINK-OPERATOR-ID, WS-BATWIN-FUNCTION, WS-BATWIN-RESULT.
