      * which is slow but still right. An interactive caller that
      * must see posts made after its first call issues CANCEL
      * 'SODUPCHK' first to force a fresh load (SUSPWRK does).
      * LINK-CHECK-CYCLE is the execution cycle asking (zero outside
      * the cycles); a new cycle also forces a fresh load, so each
      * intraday STOREXEC cycle sees what the cycles before it
      * posted. A posting in any cycle of the date counts.
      *
      * LINK-DUP-RESULT: "Y" = already posted, "N" = not,
      * "E" = the generation could not be read - the caller must
               05  WS-PL-STATUS          PIC X(10).
               05  WS-PL-PAYEE-TYPE      PIC X.
               05  WS-PL-FEE-AMT         PIC 9(10)V99.
               05  WS-PL-MID-AMT         PIC 9(10)V99.
               05  WS-PL-CYCLE           PIC 9.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       01  WS-POSTLOG-FILE-NAME    PIC X(30).
      * posted).
       01  WS-LOAD-STATE           PIC X VALUE "N".
       01  WS-LOADED-DATE          PIC 9(8) VALUE 0.
       01  WS-LOADED-CYCLE         PIC 9 VALUE 0.
       01  WS-POSTED-TABLE.
           05  WS-PT-ENTRY OCCURS 20000 TIMES.
               10  WS-PT-SO-ID       PIC X(20).
       LINKAGE SECTION.
       01  LINK-SO-ID              PIC X(20).
       01  LINK-CHECK-DATE         PIC 9(8).
       01  LINK-CHECK-CYCLE        PIC 9.
       01  LINK-DUP-RESULT         PIC X.
       PROCEDURE DIVISION USING LINK-SO-ID, LINK-CHECK-DATE,
               LINK-CHECK-CYCLE, LINK-DUP-RESULT.
       MAIN-PROCEDURE.
           MOVE "N" TO LINK-DUP-RESULT.

           IF WS-LOAD-STATE = "N" OR
              WS-LOADED-DATE NOT = LINK-CHECK-DATE OR
              WS-LOADED-CYCLE NOT = LINK-CHECK-CYCLE
               PERFORM LOAD-POSTED-TABLE THRU LOAD-POSTED-TABLE-EXIT
           END-IF.


       LOAD-POSTED-TABLE.
           MOVE LINK-CHECK-DATE TO WS-LOADED-DATE.
           MOVE LINK-CHECK-CYCLE TO WS-LOADED-CYCLE.
           MOVE ZERO TO WS-PT-COUNT.
           MOVE SPACES TO WS-POSTLOG-FILE-NAME.
           STRING "POSTLOG" LINK-CHECK-DATE ".DAT"
