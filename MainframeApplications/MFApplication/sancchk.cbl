      ******************************************************************
      * SANCCHK.CBL - Sanctions Watch-List Screening                   *
      ******************************************************************
      * Screens one counterparty - a name and a bank ID - against the
      * sanctions watch list on WATCHLST.DAT. A listed name found
      * anywhere in the screened name is a hit (case is ignored, so
      * "ACME TRADING" catches "Acme Trading Ltd"), as is a screened
      * bank ID equal to a listed bank. Either input may be blank and
      * is then not screened.
      * LINK-SCREEN-RESULT: "C" = clear, "H" = hit (the listed value
      * and its list reference are returned for the hold record),
      * "E" = the list could not be screened - no list loaded, the
      * file unreadable, or more entries than the table holds. The
      * caller must stop the money on "E" exactly as on "H"; a
      * payment is never let through unscreened. The list is loaded
      * into a table on first use and kept for the activation; an
      * interactive caller that must see a list reloaded mid-session
      * issues CANCEL 'SANCCHK' first.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCCHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WATCHLST-FILE ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-WL-KEY OF WATCHLST-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD WATCHLST-FILE.
               COPY WATCHLST-RECORD
                   REPLACING ==WS-WATCHLST-RECORD==
                   BY ==WATCHLST-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
      * "N" = not yet loaded (a failed load stays "N" so the next
      * call retries), "Y" = loaded.
       01  WS-LOAD-STATE           PIC X VALUE "N".
       01  WS-LOAD-DONE            PIC X.
       01  WS-LEN-DONE             PIC X.
      * The list held in memory. WS-WT-LEN is the significant length
      * of a listed name, so the containment test ignores its
      * trailing spaces.
       01  WS-WATCH-TABLE.
           05  WS-WT-ENTRY OCCURS 5000 TIMES.
               10  WS-WT-TYPE        PIC X.
               10  WS-WT-VALUE       PIC X(40).
               10  WS-WT-LEN         PIC 9(2).
               10  WS-WT-LIST-REF    PIC X(20).
       01  WS-WT-COUNT             PIC 9(5) VALUE 0.
       01  WS-WT-IDX               PIC 9(5).
       01  WS-WT-MAX               PIC 9(5) VALUE 5000.
       01  WS-SCREEN-NAME          PIC X(30).
       01  WS-SCREEN-BANK          PIC X(11).
       01  WS-MATCH-TALLY          PIC 9(3).
       LINKAGE SECTION.
       01  LINK-SCREEN-NAME        PIC X(30).
       01  LINK-SCREEN-BANK        PIC X(11).
       01  LINK-SCREEN-RESULT      PIC X.
       01  LINK-MATCH-VALUE        PIC X(40).
       01  LINK-LIST-REF           PIC X(20).
       PROCEDURE DIVISION USING LINK-SCREEN-NAME, LINK-SCREEN-BANK,
               LINK-SCREEN-RESULT, LINK-MATCH-VALUE, LINK-LIST-REF.
       MAIN-PROCEDURE.
           MOVE "C" TO LINK-SCREEN-RESULT.
           MOVE SPACES TO LINK-MATCH-VALUE.
           MOVE SPACES TO LINK-LIST-REF.

           IF WS-LOAD-STATE = "N"
               PERFORM LOAD-WATCH-LIST THRU LOAD-WATCH-LIST-EXIT
           END-IF.
           IF WS-LOAD-STATE NOT = "Y"
               MOVE "E" TO LINK-SCREEN-RESULT
               GO TO END-PROGRAM
           END-IF.

           MOVE LINK-SCREEN-NAME TO WS-SCREEN-NAME.
           INSPECT WS-SCREEN-NAME
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE LINK-SCREEN-BANK TO WS-SCREEN-BANK.
           INSPECT WS-SCREEN-BANK
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           PERFORM VARYING WS-WT-IDX FROM 1 BY 1
                   UNTIL WS-WT-IDX > WS-WT-COUNT OR
                         LINK-SCREEN-RESULT = "H"
               PERFORM SCREEN-ONE-ENTRY
           END-PERFORM.

       END-PROGRAM.
           EXIT PROGRAM.

       SCREEN-ONE-ENTRY.
           IF WS-WT-TYPE(WS-WT-IDX) = "N" AND
              WS-SCREEN-NAME NOT = SPACES AND
              WS-WT-LEN(WS-WT-IDX) > ZERO
               MOVE ZERO TO WS-MATCH-TALLY
               INSPECT WS-SCREEN-NAME TALLYING WS-MATCH-TALLY
                   FOR ALL WS-WT-VALUE(WS-WT-IDX)
                       (1:WS-WT-LEN(WS-WT-IDX))
               IF WS-MATCH-TALLY > ZERO
                   PERFORM RECORD-HIT
               END-IF
           END-IF.
           IF WS-WT-TYPE(WS-WT-IDX) = "B" AND
              WS-SCREEN-BANK NOT = SPACES AND
              WS-WT-VALUE(WS-WT-IDX) = WS-SCREEN-BANK
               PERFORM RECORD-HIT
           END-IF.

       RECORD-HIT.
           MOVE "H" TO LINK-SCREEN-RESULT.
           MOVE WS-WT-VALUE(WS-WT-IDX) TO LINK-MATCH-VALUE.
           MOVE WS-WT-LIST-REF(WS-WT-IDX) TO LINK-LIST-REF.

       LOAD-WATCH-LIST.
      * No list on file is not "nobody is sanctioned" - it means the
      * compliance feed has never been loaded, and nothing may be
      * let through unscreened.
           MOVE ZERO TO WS-WT-COUNT.
           OPEN INPUT WATCHLST-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "SANCCHK - No watch list on file - load it "
                   "via SANCLOAD; payments cannot be screened."
               GO TO LOAD-WATCH-LIST-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "SANCCHK - WATCHLST.DAT OPEN Error, Status: "
                   WS-FILE-STATUS " - payments cannot be screened."
               GO TO LOAD-WATCH-LIST-EXIT
           END-IF.

           MOVE "N" TO WS-LOAD-DONE.
           PERFORM UNTIL WS-LOAD-DONE = "Y"
               READ WATCHLST-FILE
                   AT END
                       MOVE "Y" TO WS-LOAD-DONE
                   NOT AT END
                       PERFORM LOAD-ONE-ENTRY
               END-READ
           END-PERFORM.
           CLOSE WATCHLST-FILE.

           IF WS-WT-COUNT > WS-WT-MAX
               DISPLAY "SANCCHK - Watch list exceeds " WS-WT-MAX
                   " entries - payments cannot be screened."
               GO TO LOAD-WATCH-LIST-EXIT
           END-IF.
           MOVE "Y" TO WS-LOAD-STATE.
       LOAD-WATCH-LIST-EXIT.
           EXIT.

       LOAD-ONE-ENTRY.
      * A list longer than the table counts on past the limit so the
      * load is refused as a whole rather than screened in part.
           ADD 1 TO WS-WT-COUNT.
           IF WS-WT-COUNT NOT > WS-WT-MAX
               MOVE WS-WL-TYPE OF WATCHLST-RECORD TO
                   WS-WT-TYPE(WS-WT-COUNT)
               MOVE WS-WL-VALUE OF WATCHLST-RECORD TO
                   WS-WT-VALUE(WS-WT-COUNT)
               MOVE WS-WL-LIST-REF OF WATCHLST-RECORD TO
                   WS-WT-LIST-REF(WS-WT-COUNT)
               MOVE 40 TO WS-WT-LEN(WS-WT-COUNT)
               MOVE "N" TO WS-LEN-DONE
               PERFORM UNTIL WS-LEN-DONE = "Y"
                   IF WS-WT-LEN(WS-WT-COUNT) = ZERO
                       MOVE "Y" TO WS-LEN-DONE
                   ELSE
                       IF WS-WT-VALUE(WS-WT-COUNT)
                          (WS-WT-LEN(WS-WT-COUNT):1) NOT = SPACE
                           MOVE "Y" TO WS-LEN-DONE
                       ELSE
                           SUBTRACT 1 FROM WS-WT-LEN(WS-WT-COUNT)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.
