      ******************************************************************
      * OUTPAYW.CBL - Outbound Payment Generation Writer               *
      ******************************************************************
      * Owns the OUTPAY<date>C<cycle>.DAT generations for the
      * programs that add payments to them (STOREXEC, SUSPWRK). Each
      * execution cycle of the business date has a generation of its
      * own (CYCLE-POLICY.cpy), so the interface can collect one
      * cycle's payments as soon as its run is over. The header and
      * trailer stay right however many runs write to the same
      * generation:
      *   - a new generation is opened with a header carrying the
      *     business date and cycle, the next OUTPAY file sequence
      *     from IBFILCTL and our own bank as originator;
      *   - a generation that already has a trailer (an earlier run,
      *     or an earlier release from the suspense workbench) has
      *     the trailer overwritten in place by the first new detail
      *     record, and the details after it are appended;
      *   - closing writes a fresh trailer with the totals of every
      *     detail record on the generation.
      * The totals are always rebuilt from the detail records on
      * file, never carried forward from the old trailer, so a
      * generation left without a trailer by an abended run is
      * brought right by the rerun.
      *
      * Function codes:
      *   "W" - write the detail record in LINK-OUTPAY-RECORD (the
      *         record type is set here).
      *   "C" - close the generation with a trailer. A date with no
      *         payments still gets a header and a zero trailer, so
      *         the interface always collects a provably complete
      *         file.
      *   "X" - close without a trailer - the generation is left
      *         incomplete for a rerun to finish.
      * LINK-RESULT "Y" = done, "N" = the generation could not be
      * written (the reason is on the console).
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTPAYW.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OUTPAY-FILE ASSIGN TO WS-OUTPAY-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-OUTPAY-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD OUTPAY-FILE.
               COPY OUTPAY-RECORD
                   REPLACING ==WS-OUTPAY-RECORD==
                   BY ==OUTPAY-REC==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY IBFILE-POLICY.
           COPY IBTOTALS.
       01  WS-OUTPAY-STATUS        PIC XX.
       01  WS-OUTPAY-FILE-NAME     PIC X(30).
      * "N" = generation not open, "Y" = open for appending.
       01  WS-GEN-OPEN             PIC X VALUE "N".
       01  WS-GEN-EXISTS           PIC X.
       01  WS-LAST-WAS-TRAILER     PIC X.
       01  WS-RECORD-COUNT         PIC 9(7).
       01  WS-READ-COUNT           PIC 9(7).
       01  WS-DETAIL-PENDING       PIC X.
       01  WS-IB-FUNC              PIC X.
       01  WS-IB-FILE-ID           PIC X(8) VALUE "OUTPAY".
       01  WS-IB-FILE-SEQ          PIC 9(6).
       01  WS-IB-LAST-SEQ          PIC 9(6).
       01  WS-IB-JOB-NAME          PIC X(8) VALUE "OUTPAYW".
       01  WS-IB-RESULT            PIC X.
       LINKAGE SECTION.
       01  LINK-FUNCTION           PIC X.
       01  LINK-BUS-DATE           PIC 9(8).
       01  LINK-CYCLE              PIC 9.
           COPY OUTPAY-RECORD
               REPLACING ==WS-OUTPAY-RECORD==
               BY ==LINK-OUTPAY-RECORD==.
       01  LINK-RESULT             PIC X.
       PROCEDURE DIVISION USING LINK-FUNCTION, LINK-BUS-DATE,
               LINK-CYCLE, LINK-OUTPAY-RECORD, LINK-RESULT.
       MAIN-PROCEDURE.
           MOVE "Y" TO LINK-RESULT.
           MOVE SPACES TO WS-OUTPAY-FILE-NAME.
           STRING "OUTPAY" LINK-BUS-DATE "C" LINK-CYCLE ".DAT"
               DELIMITED BY SIZE INTO WS-OUTPAY-FILE-NAME.

           EVALUATE LINK-FUNCTION
               WHEN "W"
                   PERFORM WRITE-DETAIL-RECORD
                       THRU WRITE-DETAIL-RECORD-EXIT
               WHEN "C"
                   PERFORM CLOSE-WITH-TRAILER
                       THRU CLOSE-WITH-TRAILER-EXIT
               WHEN "X"
                   IF WS-GEN-OPEN = "Y"
                       CLOSE OUTPAY-FILE
                       MOVE "N" TO WS-GEN-OPEN
                   END-IF
               WHEN OTHER
                   DISPLAY "OUTPAYW - unknown function: "
                       LINK-FUNCTION
                   MOVE "N" TO LINK-RESULT
           END-EVALUATE.

       END-PROGRAM.
           EXIT PROGRAM.

       WRITE-DETAIL-RECORD.
           MOVE "Y" TO WS-DETAIL-PENDING.
           IF WS-GEN-OPEN = "N"
               PERFORM OPEN-GENERATION THRU OPEN-GENERATION-EXIT
               IF LINK-RESULT NOT = "Y"
                   GO TO WRITE-DETAIL-RECORD-EXIT
               END-IF
           END-IF.
      * OPEN-GENERATION may already have put the record down in
      * place of the old trailer.
           IF WS-DETAIL-PENDING = "Y"
               MOVE LINK-OUTPAY-RECORD TO OUTPAY-REC
               MOVE "D" TO WS-OP-REC-TYPE OF OUTPAY-REC
               WRITE OUTPAY-REC
               IF WS-OUTPAY-STATUS NOT = "00"
                   DISPLAY "OUTPAYW - " WS-OUTPAY-FILE-NAME
                       " WRITE Error, Status: " WS-OUTPAY-STATUS
                   MOVE "N" TO LINK-RESULT
                   GO TO WRITE-DETAIL-RECORD-EXIT
               END-IF
           END-IF.
           CALL 'IBTOTACC' USING WS-IB-TOTALS,
               WS-OP-CURRENCY OF LINK-OUTPAY-RECORD,
               WS-OP-AMOUNT OF LINK-OUTPAY-RECORD.
       WRITE-DETAIL-RECORD-EXIT.
           EXIT.

       CLOSE-WITH-TRAILER.
           MOVE "N" TO WS-DETAIL-PENDING.
           IF WS-GEN-OPEN = "N"
               PERFORM OPEN-GENERATION THRU OPEN-GENERATION-EXIT
               IF LINK-RESULT NOT = "Y"
                   GO TO CLOSE-WITH-TRAILER-EXIT
               END-IF
           END-IF.
      * A generation already closed by an earlier run, with nothing
      * added since, keeps the trailer it has.
           IF WS-GEN-OPEN = "N"
               GO TO CLOSE-WITH-TRAILER-EXIT
           END-IF.
           MOVE SPACES TO OUTPAY-REC.
           MOVE "T" TO WS-OP-REC-TYPE OF OUTPAY-REC.
           MOVE WS-IB-TOTALS TO WS-OP-TRL-TOTALS OF OUTPAY-REC.
           WRITE OUTPAY-REC.
           IF WS-OUTPAY-STATUS NOT = "00"
               DISPLAY "OUTPAYW - " WS-OUTPAY-FILE-NAME
                   " trailer WRITE Error, Status: " WS-OUTPAY-STATUS
               MOVE "N" TO LINK-RESULT
           END-IF.
           CLOSE OUTPAY-FILE.
           MOVE "N" TO WS-GEN-OPEN.
       CLOSE-WITH-TRAILER-EXIT.
           EXIT.

       OPEN-GENERATION.
      * First pass: rebuild the totals from the details on file and
      * see whether the generation ends in a trailer.
           INITIALIZE WS-IB-TOTALS.
           MOVE "N" TO WS-LAST-WAS-TRAILER.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE "Y" TO WS-GEN-EXISTS.
           OPEN INPUT OUTPAY-FILE.
           IF WS-OUTPAY-STATUS = "35"
               MOVE "N" TO WS-GEN-EXISTS
           ELSE
               IF WS-OUTPAY-STATUS NOT = "00"
                   DISPLAY "OUTPAYW - " WS-OUTPAY-FILE-NAME
                       " OPEN Error, Status: " WS-OUTPAY-STATUS
                   MOVE "N" TO LINK-RESULT
                   GO TO OPEN-GENERATION-EXIT
               END-IF
           END-IF.

           IF WS-GEN-EXISTS = "N"
               PERFORM START-NEW-GENERATION
                   THRU START-NEW-GENERATION-EXIT
               GO TO OPEN-GENERATION-EXIT
           END-IF.

           PERFORM READ-OUTPAY-RECORD.
           PERFORM UNTIL WS-OUTPAY-STATUS NOT = "00"
               ADD 1 TO WS-RECORD-COUNT
               MOVE "N" TO WS-LAST-WAS-TRAILER
               EVALUATE WS-OP-REC-TYPE OF OUTPAY-REC
                   WHEN "D"
                       CALL 'IBTOTACC' USING WS-IB-TOTALS,
                           WS-OP-CURRENCY OF OUTPAY-REC,
                           WS-OP-AMOUNT OF OUTPAY-REC
                   WHEN "T"
                       MOVE "Y" TO WS-LAST-WAS-TRAILER
               END-EVALUATE
               PERFORM READ-OUTPAY-RECORD
           END-PERFORM.
           CLOSE OUTPAY-FILE.

      * Closing a generation that already ends in its trailer needs
      * nothing more - it is left closed.
           IF WS-LAST-WAS-TRAILER = "Y" AND WS-DETAIL-PENDING = "N"
               GO TO OPEN-GENERATION-EXIT
           END-IF.

      * The trailer is overwritten in place by the new detail - a
      * sequential file can only be rewritten on the record just
      * read, so the generation is walked again to it.
           IF WS-LAST-WAS-TRAILER = "Y"
               OPEN I-O OUTPAY-FILE
               MOVE ZERO TO WS-READ-COUNT
               PERFORM UNTIL WS-READ-COUNT = WS-RECORD-COUNT
                   OR WS-OUTPAY-STATUS NOT = "00"
                   PERFORM READ-OUTPAY-RECORD
                   ADD 1 TO WS-READ-COUNT
               END-PERFORM
               IF WS-OUTPAY-STATUS NOT = "00"
                   DISPLAY "OUTPAYW - " WS-OUTPAY-FILE-NAME
                       " trailer not found for REWRITE, Status: "
                       WS-OUTPAY-STATUS
                   CLOSE OUTPAY-FILE
                   MOVE "N" TO LINK-RESULT
                   GO TO OPEN-GENERATION-EXIT
               END-IF
               MOVE LINK-OUTPAY-RECORD TO OUTPAY-REC
               MOVE "D" TO WS-OP-REC-TYPE OF OUTPAY-REC
               REWRITE OUTPAY-REC
               IF WS-OUTPAY-STATUS NOT = "00"
                   DISPLAY "OUTPAYW - " WS-OUTPAY-FILE-NAME
                       " REWRITE Error, Status: " WS-OUTPAY-STATUS
                   CLOSE OUTPAY-FILE
                   MOVE "N" TO LINK-RESULT
                   GO TO OPEN-GENERATION-EXIT
               END-IF
               MOVE "N" TO WS-DETAIL-PENDING
               CLOSE OUTPAY-FILE
           END-IF.

           OPEN EXTEND OUTPAY-FILE.
           IF WS-OUTPAY-STATUS NOT = "00"
               DISPLAY "OUTPAYW - " WS-OUTPAY-FILE-NAME
                   " OPEN EXTEND Error, Status: " WS-OUTPAY-STATUS
               MOVE "N" TO LINK-RESULT
               GO TO OPEN-GENERATION-EXIT
           END-IF.
           MOVE "Y" TO WS-GEN-OPEN.
       OPEN-GENERATION-EXIT.
           EXIT.

       START-NEW-GENERATION.
           MOVE "N" TO WS-IB-FUNC.
           CALL 'IBFILCTL' USING WS-IB-FUNC, WS-IB-FILE-ID,
               LINK-BUS-DATE, WS-IB-FILE-SEQ, WS-IB-LAST-SEQ,
               WS-IB-JOB-NAME, WS-IB-RESULT.
           IF WS-IB-RESULT NOT = "Y"
               DISPLAY "OUTPAYW - no file sequence issued for "
                   WS-OUTPAY-FILE-NAME " - generation not started."
               MOVE "N" TO LINK-RESULT
               GO TO START-NEW-GENERATION-EXIT
           END-IF.
           OPEN OUTPUT OUTPAY-FILE.
           IF WS-OUTPAY-STATUS NOT = "00"
               DISPLAY "OUTPAYW - " WS-OUTPAY-FILE-NAME
                   " OPEN Error, Status: " WS-OUTPAY-STATUS
               MOVE "N" TO LINK-RESULT
               GO TO START-NEW-GENERATION-EXIT
           END-IF.
           MOVE SPACES TO OUTPAY-REC.
           MOVE "H" TO WS-OP-REC-TYPE OF OUTPAY-REC.
           MOVE WS-IB-FILE-ID TO WS-OP-HDR-FILE-ID OF OUTPAY-REC.
           MOVE LINK-BUS-DATE TO WS-OP-HDR-BUS-DATE OF OUTPAY-REC.
           MOVE LINK-CYCLE TO WS-OP-HDR-CYCLE OF OUTPAY-REC.
           MOVE WS-IB-FILE-SEQ TO WS-OP-HDR-FILE-SEQ OF OUTPAY-REC.
           MOVE WS-IB-OWN-BANK-ID TO
               WS-OP-HDR-ORIGINATOR OF OUTPAY-REC.
           WRITE OUTPAY-REC.
           MOVE "Y" TO WS-GEN-OPEN.
       START-NEW-GENERATION-EXIT.
           EXIT.

       READ-OUTPAY-RECORD.
           READ OUTPAY-FILE
               AT END
                   MOVE "10" TO WS-OUTPAY-STATUS
           END-READ.
