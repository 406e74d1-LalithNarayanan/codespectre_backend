      * BANKLOAD.CBL - Bank Directory Load                             *
      ******************************************************************
      * Rebuilds BANKDIR.DAT from the interbank network's published
      * directory feed (BANKFEED.DAT, one bank ID, name and ISO
      * country code per line). The feed is the complete directory,
      * so the file is rebuilt outright - a bank absent from the feed
      * has dropped off the network and its beneficiaries are flagged
      * by the STORDINT sweep. An empty or unreadable feed leaves the
      * standing directory untouched rather than wiping it; lines
      * that fail validation are rejected and counted. A bank the
      * feed gives no country for is still loaded, but counted, since
      * its payments cannot be placed on the cross-border return.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANKLOAD.
           01  WS-FEED-REC.
               05  WS-BF-BANK-ID         PIC X(11).
               05  WS-BF-BANK-NAME       PIC X(40).
               05  WS-BF-COUNTRY         PIC X(2).
           FD BANKDIR-FILE.
               COPY BANKDIR-RECORD
                   REPLACING ==WS-BANKDIR-RECORD==
       01  WS-TOTAL-READ           PIC 9(5) VALUE 0.
       01  WS-TOTAL-APPLIED        PIC 9(5) VALUE 0.
       01  WS-TOTAL-REJECTED       PIC 9(5) VALUE 0.
       01  WS-TOTAL-NO-COUNTRY     PIC 9(5) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "BANKLOAD - Bank Directory Load Starting".
           DISPLAY "BANKLOAD - Read: " WS-TOTAL-READ
               " Applied: " WS-TOTAL-APPLIED
               " Rejected: " WS-TOTAL-REJECTED.
           IF WS-TOTAL-NO-COUNTRY > ZERO
               DISPLAY "BANKLOAD - " WS-TOTAL-NO-COUNTRY
                   " bank(s) loaded with no country - their payments "
                   "will be listed by XBRETURN."
           END-IF.

       END-PROGRAM.
           STOP RUN.
                   WS-BD-BANK-ID OF BANKDIR-RECORD
               MOVE WS-BF-BANK-NAME OF WS-FEED-REC TO
                   WS-BD-BANK-NAME OF BANKDIR-RECORD
               MOVE WS-BF-COUNTRY OF WS-FEED-REC TO
                   WS-BD-COUNTRY OF BANKDIR-RECORD
               WRITE BANKDIR-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               IF WS-FILE-STATUS = "00"
                   ADD 1 TO WS-TOTAL-APPLIED
                   IF WS-BF-COUNTRY OF WS-FEED-REC = SPACES
                       ADD 1 TO WS-TOTAL-NO-COUNTRY
                   END-IF
               ELSE
                   IF WS-FILE-STATUS = "22"
                       DISPLAY "Rejected feed line - duplicate bank "
