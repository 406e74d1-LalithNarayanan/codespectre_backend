      ******************************************************************
      * SANCHOLD.CBL - Compliance Hold Queue Access                    *
      ******************************************************************
      * The one way the payment paths touch SANCHOLD.DAT, the
      * compliance hold queue, so every hold is placed and audited
      * the same way whichever program stops the money.
      * LINK-SH-FUNC:
      *   "Q" = query - return the hold on file for the direction and
      *         reference in the passed record ("Y" found, "N" none);
      *   "H" = hold - place the passed record on the queue as held.
      *         A hold already awaiting a decision is left as it
      *         stands; a confirmed or done record for the same
      *         reference is replaced by the new hold;
      *   "D" = done - a released payment has gone through; the
      *         release is used up so the next payment is screened
      *         afresh.
      * Holds and releases used are written to the audit trail under
      * LINK-OPERATOR. LINK-SH-RESULT "E" means the queue could not
      * be read or written - the caller must not let the money
      * through. The file is created if absent, opened on first use
      * and kept open for the activation; an interactive caller
      * issues CANCEL 'SANCHOLD' first so decisions taken on the
      * workbench mid-session are seen.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SANCHOLD.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SANCHOLD-FILE ASSIGN TO "SANCHOLD.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-SH-KEY OF SANCHOLD-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD SANCHOLD-FILE.
               COPY SANCHOLD-RECORD
                   REPLACING ==WS-SANCHOLD-RECORD==
                   BY ==SANCHOLD-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
      * "N" = not yet opened (a failed open stays "N" so the next
      * call retries), "Y" = open.
       01  WS-FILE-STATE           PIC X VALUE "N".
       01  WS-HOLD-EXISTS          PIC X.
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-KEY              PIC X(20).
       LINKAGE SECTION.
       01  LINK-SH-FUNC            PIC X.
           COPY SANCHOLD-RECORD
               REPLACING ==WS-SANCHOLD-RECORD==
               BY ==LINK-SANCHOLD-RECORD==.
       01  LINK-OPERATOR           PIC X(10).
       01  LINK-SH-RESULT          PIC X.
       PROCEDURE DIVISION USING LINK-SH-FUNC, LINK-SANCHOLD-RECORD,
               LINK-OPERATOR, LINK-SH-RESULT.
       MAIN-PROCEDURE.
           MOVE "Y" TO LINK-SH-RESULT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           IF WS-FILE-STATE = "N"
               OPEN I-O SANCHOLD-FILE
               IF WS-FILE-STATUS = "35"
                   OPEN OUTPUT SANCHOLD-FILE
                   CLOSE SANCHOLD-FILE
                   OPEN I-O SANCHOLD-FILE
               END-IF
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "SANCHOLD - SANCHOLD.DAT OPEN Error, "
                       "Status: " WS-FILE-STATUS
                   MOVE "E" TO LINK-SH-RESULT
                   GO TO END-PROGRAM
               END-IF
               MOVE "Y" TO WS-FILE-STATE
           END-IF.

           MOVE WS-SH-KEY OF LINK-SANCHOLD-RECORD TO
               WS-SH-KEY OF SANCHOLD-RECORD.
           MOVE "Y" TO WS-HOLD-EXISTS.
           READ SANCHOLD-FILE
               INVALID KEY
                   MOVE "N" TO WS-HOLD-EXISTS
           END-READ.
           IF WS-HOLD-EXISTS = "N" AND WS-FILE-STATUS NOT = "23"
               DISPLAY "SANCHOLD - SANCHOLD.DAT READ Error, Status: "
                   WS-FILE-STATUS
               MOVE "E" TO LINK-SH-RESULT
               GO TO END-PROGRAM
           END-IF.

           EVALUATE LINK-SH-FUNC
               WHEN "Q"
                   IF WS-HOLD-EXISTS = "Y"
                       MOVE SANCHOLD-RECORD TO LINK-SANCHOLD-RECORD
                   ELSE
                       MOVE "N" TO LINK-SH-RESULT
                   END-IF
               WHEN "H"
                   PERFORM PLACE-HOLD THRU PLACE-HOLD-EXIT
               WHEN "D"
                   PERFORM MARK-RELEASE-USED THRU MARK-RELEASE-USED-EXIT
               WHEN OTHER
                   MOVE "E" TO LINK-SH-RESULT
           END-EVALUATE.

       END-PROGRAM.
           EXIT PROGRAM.

       PLACE-HOLD.
           IF WS-HOLD-EXISTS = "Y" AND
              WS-SH-STATUS OF SANCHOLD-RECORD = "H"
               GO TO PLACE-HOLD-EXIT
           END-IF.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           IF WS-HOLD-EXISTS = "Y"
               STRING "STAT=" WS-SH-STATUS OF SANCHOLD-RECORD
                   " HELD=" WS-SH-HOLD-DATE OF SANCHOLD-RECORD
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
           END-IF.

           MOVE LINK-SANCHOLD-RECORD TO SANCHOLD-RECORD.
           MOVE "H" TO WS-SH-STATUS OF SANCHOLD-RECORD.
           MOVE WS-CURRENT-DATE TO WS-SH-HOLD-DATE OF SANCHOLD-RECORD.
           MOVE SPACES TO WS-SH-DECIDED-BY OF SANCHOLD-RECORD.
           MOVE ZERO TO WS-SH-DECIDED-DATE OF SANCHOLD-RECORD.
           MOVE SPACES TO WS-SH-DECISION-NOTE OF SANCHOLD-RECORD.

           IF WS-HOLD-EXISTS = "Y"
               REWRITE SANCHOLD-RECORD
               MOVE "MODIFY" TO WS-AUD-OPER
           ELSE
               WRITE SANCHOLD-RECORD
               MOVE "STORE" TO WS-AUD-OPER
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "SANCHOLD - SANCHOLD.DAT WRITE Error, Status: "
                   WS-FILE-STATUS " for "
                   WS-SH-PAY-REF OF SANCHOLD-RECORD
               MOVE "E" TO LINK-SH-RESULT
               GO TO PLACE-HOLD-EXIT
           END-IF.
           MOVE SANCHOLD-RECORD TO LINK-SANCHOLD-RECORD.

           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "DIR=" WS-SH-DIRECTION OF SANCHOLD-RECORD
               " STAT=H PARTY=" WS-SH-PARTY-NAME OF SANCHOLD-RECORD
               " BANK=" WS-SH-PARTY-BANK OF SANCHOLD-RECORD
               " AMT=" WS-SH-AMOUNT OF SANCHOLD-RECORD
               " MATCH=" WS-SH-MATCH-VALUE OF SANCHOLD-RECORD
               " LIST=" WS-SH-LIST-REF OF SANCHOLD-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           PERFORM WRITE-AUDIT-ENTRY.
       PLACE-HOLD-EXIT.
           EXIT.

       MARK-RELEASE-USED.
           IF WS-HOLD-EXISTS = "N" OR
              WS-SH-STATUS OF SANCHOLD-RECORD NOT = "R"
               GO TO MARK-RELEASE-USED-EXIT
           END-IF.
           MOVE "D" TO WS-SH-STATUS OF SANCHOLD-RECORD.
           REWRITE SANCHOLD-RECORD.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "SANCHOLD - SANCHOLD.DAT REWRITE Error, "
                   "Status: " WS-FILE-STATUS " for "
                   WS-SH-PAY-REF OF SANCHOLD-RECORD
               MOVE "E" TO LINK-SH-RESULT
               GO TO MARK-RELEASE-USED-EXIT
           END-IF.
           MOVE SANCHOLD-RECORD TO LINK-SANCHOLD-RECORD.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "DIR=" WS-SH-DIRECTION OF SANCHOLD-RECORD
               " STAT=R BY=" WS-SH-DECIDED-BY OF SANCHOLD-RECORD
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "DIR=" WS-SH-DIRECTION OF SANCHOLD-RECORD
               " STAT=D RELEASED PAYMENT MADE "
               WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "MODIFY" TO WS-AUD-OPER.
           PERFORM WRITE-AUDIT-ENTRY.
       MARK-RELEASE-USED-EXIT.
           EXIT.

       WRITE-AUDIT-ENTRY.
      * The audit key is the payment reference alone - the direction
      * travels in the values.
           MOVE "SANCHOLD-RECORD" TO WS-AUD-RECTYPE.
           MOVE WS-SH-PAY-REF OF SANCHOLD-RECORD TO WS-AUD-KEY.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               LINK-OPERATOR.
