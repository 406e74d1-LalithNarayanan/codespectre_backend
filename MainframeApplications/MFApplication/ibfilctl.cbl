      ******************************************************************
      * IBFILCTL.CBL - Interbank File Sequence Control                 *
      ******************************************************************
      * Keeps the file sequence of each interbank payment file type
      * on IBCTL.DAT (one record per file ID) and judges the sequence
      * on an inbound file's header, so a missing generation or the
      * same generation delivered twice is caught before anything on
      * it is posted.
      *
      * Function codes:
      *   "N" - next outbound sequence. Issues the last sequence + 1
      *         for a new generation of LINK-FILE-ID dated
      *         LINK-BUS-DATE and records it. Result "Y", or "E" if
      *         the control file cannot be updated.
      *   "V" - verify an inbound header's sequence and business
      *         date against the last file accepted. Nothing is
      *         recorded. Results:
      *           "Y" - next in sequence (or the first file ever);
      *           "C" - the file already accepted for this business
      *                 date, read again by a rerun - its checkpoint
      *                 stops anything being posted twice;
      *           "D" - duplicate: a sequence already accepted;
      *           "G" - gap: one or more generations missing. A
      *                 supervisor may accept the gap at the console,
      *                 the JOBCTL override pattern - the override is
      *                 stamped on the control record when the file
      *                 is accepted, audited, and the result is "Y";
      *           "E" - control file unavailable.
      *   "A" - accept. Records LINK-FILE-SEQ / LINK-BUS-DATE as the
      *         last file accepted. Result "Y" or "E".
      * LINK-LAST-SEQ returns the sequence on file before the call,
      * for the caller's control report.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBFILCTL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IBCTL-FILE ASSIGN TO "IBCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-IC-FILE-ID OF IBCTL-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  IBCTL-FILE.
           COPY IBCTL-RECORD
               REPLACING ==WS-IBCTL-RECORD==
               BY ==IBCTL-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       01  WS-RECORD-EXISTS        PIC X.
       01  WS-EXPECTED-SEQ         PIC 9(6).
       01  WS-OVERRIDE-CHOICE      PIC X.
      * A gap accepted by a supervisor is remembered until the file
      * is accepted, so the stamp lands on the record the accept
      * writes.
       01  WS-GAP-OVERRIDE         PIC X VALUE "N".
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-OPERATOR-NAME    PIC X(10).
       01  WS-AUD-KEY              PIC X(20).
       LINKAGE SECTION.
       01  LINK-FUNCTION           PIC X.
       01  LINK-FILE-ID            PIC X(8).
       01  LINK-BUS-DATE           PIC 9(8).
       01  LINK-FILE-SEQ           PIC 9(6).
       01  LINK-LAST-SEQ           PIC 9(6).
       01  LINK-JOB-NAME           PIC X(8).
       01  LINK-RESULT             PIC X.
       PROCEDURE DIVISION USING LINK-FUNCTION, LINK-FILE-ID,
               LINK-BUS-DATE, LINK-FILE-SEQ, LINK-LAST-SEQ,
               LINK-JOB-NAME, LINK-RESULT.
       MAIN-PROCEDURE.
           MOVE "Y" TO LINK-RESULT.
           MOVE ZERO TO LINK-LAST-SEQ.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           OPEN I-O IBCTL-FILE.
           IF WS-FILE-STATUS = "35"
               OPEN OUTPUT IBCTL-FILE
               CLOSE IBCTL-FILE
               OPEN I-O IBCTL-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "IBCTL.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               MOVE "E" TO LINK-RESULT
               GO TO END-PROGRAM
           END-IF.

           MOVE "Y" TO WS-RECORD-EXISTS.
           MOVE LINK-FILE-ID TO WS-IC-FILE-ID OF IBCTL-RECORD.
           READ IBCTL-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-EXISTS
                   MOVE ZERO TO WS-IC-LAST-SEQ OF IBCTL-RECORD
                   MOVE ZERO TO WS-IC-LAST-BUS-DATE OF IBCTL-RECORD
                   MOVE ZERO TO WS-IC-UPDATED-DATE OF IBCTL-RECORD
                   MOVE SPACE TO WS-IC-OVERRIDE OF IBCTL-RECORD
           END-READ.
           MOVE WS-IC-LAST-SEQ OF IBCTL-RECORD TO LINK-LAST-SEQ.

           EVALUATE LINK-FUNCTION
               WHEN "N"
                   PERFORM ISSUE-NEXT-SEQUENCE
               WHEN "V"
                   PERFORM VERIFY-INBOUND-SEQUENCE
                       THRU VERIFY-INBOUND-SEQUENCE-EXIT
               WHEN "A"
                   PERFORM ACCEPT-INBOUND-FILE
               WHEN OTHER
                   DISPLAY "IBFILCTL - unknown function: "
                       LINK-FUNCTION
                   MOVE "E" TO LINK-RESULT
           END-EVALUATE.

           CLOSE IBCTL-FILE.

       END-PROGRAM.
           EXIT PROGRAM.

       ISSUE-NEXT-SEQUENCE.
      * Six digits wrap from 999999 back to 1, never to zero - the
      * receiving side expects the same wrap.
           IF WS-IC-LAST-SEQ OF IBCTL-RECORD = 999999
               MOVE 1 TO LINK-FILE-SEQ
           ELSE
               COMPUTE LINK-FILE-SEQ =
                   WS-IC-LAST-SEQ OF IBCTL-RECORD + 1
           END-IF.
           MOVE LINK-FILE-SEQ TO WS-IC-LAST-SEQ OF IBCTL-RECORD.
           MOVE LINK-BUS-DATE TO WS-IC-LAST-BUS-DATE OF IBCTL-RECORD.
           MOVE SPACE TO WS-IC-OVERRIDE OF IBCTL-RECORD.
           PERFORM SAVE-CONTROL-RECORD.

       VERIFY-INBOUND-SEQUENCE.
           MOVE "N" TO WS-GAP-OVERRIDE.
      * No record yet - the first file received establishes the
      * sequence.
           IF WS-RECORD-EXISTS = "N"
               GO TO VERIFY-INBOUND-SEQUENCE-EXIT
           END-IF.

           IF LINK-FILE-SEQ = WS-IC-LAST-SEQ OF IBCTL-RECORD AND
              LINK-BUS-DATE = WS-IC-LAST-BUS-DATE OF IBCTL-RECORD
               MOVE "C" TO LINK-RESULT
               GO TO VERIFY-INBOUND-SEQUENCE-EXIT
           END-IF.

           IF WS-IC-LAST-SEQ OF IBCTL-RECORD = 999999
               MOVE 1 TO WS-EXPECTED-SEQ
           ELSE
               COMPUTE WS-EXPECTED-SEQ =
                   WS-IC-LAST-SEQ OF IBCTL-RECORD + 1
           END-IF.
           IF LINK-FILE-SEQ = WS-EXPECTED-SEQ
               GO TO VERIFY-INBOUND-SEQUENCE-EXIT
           END-IF.

      * Anything at or below the last sequence accepted has been
      * delivered before - never overridable.
           IF LINK-FILE-SEQ NOT > WS-IC-LAST-SEQ OF IBCTL-RECORD
               MOVE "D" TO LINK-RESULT
               GO TO VERIFY-INBOUND-SEQUENCE-EXIT
           END-IF.

           MOVE "G" TO LINK-RESULT.
           DISPLAY "IBFILCTL - " LINK-FILE-ID " sequence gap: expected "
               WS-EXPECTED-SEQ " received " LINK-FILE-SEQ ".".
           DISPLAY "Supervisor override - accept the gap and process "
               "the file? (Y/N): ".
           ACCEPT WS-OVERRIDE-CHOICE.
           IF WS-OVERRIDE-CHOICE = "Y" OR WS-OVERRIDE-CHOICE = "y"
               MOVE "Y" TO LINK-RESULT
               MOVE "Y" TO WS-GAP-OVERRIDE
               MOVE "IBCTL-RECORD" TO WS-AUD-RECTYPE
               MOVE "MODIFY" TO WS-AUD-OPER
               MOVE SPACES TO WS-AUD-KEY
               MOVE LINK-FILE-ID TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               STRING "LAST SEQ=" WS-IC-LAST-SEQ OF IBCTL-RECORD
                   " DATE=" WS-IC-LAST-BUS-DATE OF IBCTL-RECORD
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING "GAP OVERRIDE - ACCEPTED SEQ=" LINK-FILE-SEQ
                   " DATE=" LINK-BUS-DATE
                   " EXPECTED " WS-EXPECTED-SEQ
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               MOVE LINK-JOB-NAME TO WS-AUD-OPERATOR-NAME
               CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
                   WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
                   WS-AUD-OPERATOR-NAME
               DISPLAY "IBFILCTL - gap override recorded for "
                   LINK-FILE-ID "."
           END-IF.
       VERIFY-INBOUND-SEQUENCE-EXIT.
           EXIT.

       ACCEPT-INBOUND-FILE.
           MOVE LINK-FILE-SEQ TO WS-IC-LAST-SEQ OF IBCTL-RECORD.
           MOVE LINK-BUS-DATE TO WS-IC-LAST-BUS-DATE OF IBCTL-RECORD.
           IF WS-GAP-OVERRIDE = "Y"
               MOVE "Y" TO WS-IC-OVERRIDE OF IBCTL-RECORD
               MOVE "N" TO WS-GAP-OVERRIDE
           ELSE
               MOVE SPACE TO WS-IC-OVERRIDE OF IBCTL-RECORD
           END-IF.
           PERFORM SAVE-CONTROL-RECORD.

       SAVE-CONTROL-RECORD.
           MOVE LINK-FILE-ID TO WS-IC-FILE-ID OF IBCTL-RECORD.
           MOVE WS-CURRENT-DATE TO WS-IC-UPDATED-DATE OF IBCTL-RECORD.
           IF WS-RECORD-EXISTS = "Y"
               REWRITE IBCTL-RECORD
                   INVALID KEY
                       MOVE "E" TO LINK-RESULT
               END-REWRITE
           ELSE
               WRITE IBCTL-RECORD
                   INVALID KEY
                       MOVE "E" TO LINK-RESULT
               END-WRITE
           END-IF.
           IF LINK-RESULT = "E"
               DISPLAY "IBCTL.DAT WRITE Error, Status: "
                   WS-FILE-STATUS " for " LINK-FILE-ID
           END-IF.
