      ******************************************************************
      * SANCLOAD.CBL - Sanctions Watch-List Load                       *
      ******************************************************************
      * Rebuilds WATCHLST.DAT from the compliance department's
      * consolidated sanctions feed (SANCFEED.DAT, one entry per
      * line: type "N" for a listed name or "B" for a listed bank
      * ID, the value, and the list reference it came from). The
      * feed is the complete list, so the file is rebuilt outright.
      * Values are held upper case so SANCCHK screens without regard
      * to case. An empty or unreadable feed leaves the standing list
      * untouched rather than wiping it; lines that fail validation -
      * a bad type, a blank value, or a name too short to screen on
      * without stopping every payment - are rejected and counted.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCLOAD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCFEED-FILE ASSIGN TO "SANCFEED.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FEED-STATUS.
           SELECT WATCHLST-FILE ASSIGN TO "WATCHLST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-WL-KEY OF WATCHLST-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD SANCFEED-FILE.
           01  WS-FEED-REC.
               05  WS-SF-TYPE            PIC X.
               05  WS-SF-VALUE           PIC X(40).
               05  WS-SF-LIST-REF        PIC X(20).
           FD WATCHLST-FILE.
               COPY WATCHLST-RECORD
                   REPLACING ==WS-WATCHLST-RECORD==
                   BY ==WATCHLST-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       01  WS-FEED-STATUS          PIC XX.
       01  WS-TOTAL-READ           PIC 9(5) VALUE 0.
       01  WS-TOTAL-APPLIED        PIC 9(5) VALUE 0.
       01  WS-TOTAL-REJECTED       PIC 9(5) VALUE 0.
       01  WS-FEED-VALUE           PIC X(40).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SANCLOAD - Sanctions Watch-List Load Starting".
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

      * The feed is verified readable and non-empty before the
      * standing list is touched - a missing or empty feed must not
      * wipe the list every payment is screened against.
           OPEN INPUT SANCFEED-FILE.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "SANCFEED.DAT OPEN Error, Status: "
                   WS-FEED-STATUS " - watch list left untouched."
               GO TO END-PROGRAM
           END-IF.
           PERFORM READ-FEED-LINE.
           IF WS-FEED-STATUS NOT = "00"
               DISPLAY "SANCFEED.DAT is empty - watch list left "
                   "untouched."
               CLOSE SANCFEED-FILE
               GO TO END-PROGRAM
           END-IF.

           OPEN OUTPUT WATCHLST-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "WATCHLST.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               CLOSE SANCFEED-FILE
               GO TO END-PROGRAM
           END-IF.

           PERFORM UNTIL WS-FEED-STATUS NOT = "00"
               ADD 1 TO WS-TOTAL-READ
               PERFORM APPLY-ONE-FEED-LINE
               PERFORM READ-FEED-LINE
           END-PERFORM.

           CLOSE SANCFEED-FILE.
           CLOSE WATCHLST-FILE.

           DISPLAY "SANCLOAD - Read: " WS-TOTAL-READ
               " Applied: " WS-TOTAL-APPLIED
               " Rejected: " WS-TOTAL-REJECTED.

       END-PROGRAM.
           STOP RUN.

       READ-FEED-LINE.
           READ SANCFEED-FILE
               AT END
                   MOVE "10" TO WS-FEED-STATUS
           END-READ.

       APPLY-ONE-FEED-LINE.
           MOVE WS-SF-VALUE OF WS-FEED-REC TO WS-FEED-VALUE.
           INSPECT WS-FEED-VALUE
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF WS-SF-TYPE OF WS-FEED-REC NOT = "N" AND
              WS-SF-TYPE OF WS-FEED-REC NOT = "B"
               DISPLAY "Rejected feed line - invalid type: "
                   WS-SF-TYPE OF WS-FEED-REC
               ADD 1 TO WS-TOTAL-REJECTED
           ELSE
               IF WS-FEED-VALUE = SPACES
                   DISPLAY "Rejected feed line - blank value."
                   ADD 1 TO WS-TOTAL-REJECTED
               ELSE
      * A listed name of one or two letters would be found inside
      * nearly every counterparty name.
                   IF WS-SF-TYPE OF WS-FEED-REC = "N" AND
                      WS-FEED-VALUE(3:38) = SPACES
                       DISPLAY "Rejected feed line - name too short "
                           "to screen: " WS-FEED-VALUE
                       ADD 1 TO WS-TOTAL-REJECTED
                   ELSE
                       PERFORM WRITE-WATCH-ENTRY
                   END-IF
               END-IF
           END-IF.

       WRITE-WATCH-ENTRY.
           MOVE WS-SF-TYPE OF WS-FEED-REC TO
               WS-WL-TYPE OF WATCHLST-RECORD.
           MOVE WS-FEED-VALUE TO WS-WL-VALUE OF WATCHLST-RECORD.
           MOVE WS-SF-LIST-REF OF WS-FEED-REC TO
               WS-WL-LIST-REF OF WATCHLST-RECORD.
           MOVE WS-CURRENT-DATE TO WS-WL-LOAD-DATE OF WATCHLST-RECORD.
           WRITE WATCHLST-RECORD
               INVALID KEY
                   CONTINUE
           END-WRITE.
           IF WS-FILE-STATUS = "00"
               ADD 1 TO WS-TOTAL-APPLIED
           ELSE
               IF WS-FILE-STATUS = "22"
                   DISPLAY "Rejected feed line - duplicate entry: "
                       WS-FEED-VALUE
               ELSE
                   DISPLAY "WATCHLST.DAT WRITE Error, Status: "
                       WS-FILE-STATUS " for " WS-FEED-VALUE
               END-IF
               ADD 1 TO WS-TOTAL-REJECTED
           END-IF.
