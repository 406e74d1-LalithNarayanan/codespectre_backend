               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE "CANCELLED" TO WS-SO-STAT.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           MOVE ZERO TO WS-SO-LAST-MOD-TIME.

           DMS MODIFY RECORD STANDING-ORDER-RECORD
               USING WS-SO-RECORD
