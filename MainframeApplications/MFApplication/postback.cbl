      *     rate in force on the posting date;
      *   - reversing TXNHIST legs (payee types "V"/"B") and
      *     reversing GL journal legs (GLJRNLB<date>.DAT, the GLEXTR
      *     mappings with debits and credits mirrored, including the
      *     FX margin income on a converted credit) are written;
      *   - the standing order's WS-SO-EXEC-COUNT is wound back and
      *     WS-SO-NEXT-EXEC/anchor reset to the reversed date so the
      *     order is due again;
      * sweeps on the log are not standing order postings and are
      * skipped with a console note - interest and claims are
      * reversed through their own desks, and a sweep re-evaluates
      * itself on the next nightly run. Loan drawdowns and loan
      * repayments are skipped the same way - the loan's schedule
      * moves with them, so the loan desk reverses them.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POSTBACK.
               05  WS-PL-STATUS          PIC X(10).
               05  WS-PL-PAYEE-TYPE      PIC X.
               05  WS-PL-FEE-AMT         PIC 9(10)V99.
               05  WS-PL-MID-AMT         PIC 9(10)V99.
               05  WS-PL-CYCLE           PIC 9.
           FD ACCOUNT-FILE.
               COPY WS-ACCOUNT-RECORD
                   REPLACING ==WS-ACCOUNT-RECORD==
       01  WS-JRNL-STATUS              PIC XX.
       01  WS-POSTLOG-FILE-NAME        PIC X(30).
       01  WS-OUTPAY-FILE-NAME         PIC X(30).
      * The date's OUTPAY generations, one per execution cycle, are
      * searched in turn for an external payment being recalled.
           COPY CYCLE-POLICY.
       01  WS-CY-IDX                   PIC 9(2).
       01  WS-OUTPAY-CYCLE             PIC 9.
       01  WS-OUTRCL-FILE-NAME         PIC X(30).
       01  WS-GLJRNLB-FILE-NAME        PIC X(30).
       01  WS-OPERATOR-ID              PIC X(10).
       01  WS-LOOKUP-TYPE              PIC X(10).
       01  WS-LOOKUP-CCY               PIC X(3).
       01  WS-LOOKUP-GL                PIC X(12).
      * The exchange margin GLEXTR took to FX income on a converted
      * credit, and the mid-rate amount its position leg carried -
      * both come back out with the reversal.
       01  WS-FX-MARGIN-AMT            PIC 9(10)V99.
       01  WS-FX-MID-AMT               PIC 9(10)V99.
       01  WS-LOOKUP-FOUND             PIC X.
       01  WS-AUD-OLD-VALUE            PIC X(200).
       01  WS-AUD-NEW-VALUE            PIC X(200).
       01  WS-TOTAL-REVERSED           PIC 9(7) VALUE 0.
       01  WS-TOTAL-SKIPPED            PIC 9(7) VALUE 0.
       01  WS-TOTAL-JRNL-LEGS          PIC 9(7) VALUE 0.
      * Before- and after-images of each account rewrite, for the
      * ACCT.DAT forward-recovery journal (ACCTJRNW).
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-JRNL-BEFORE-IMAGE==.
           COPY WS-ACCOUNT-RECORD
               REPLACING ==WS-ACCOUNT-RECORD==
               BY ==WS-JRNL-AFTER-IMAGE==.
       01  WS-JRNL-JOB-NAME            PIC X(8) VALUE "POSTBACK".
       01  WS-JRNL-ACTION              PIC X.
       01  WS-JRNL-RESULT              PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "POSTBACK - Supervised Posting Backout".
           MOVE SPACES TO WS-POSTLOG-FILE-NAME.
           STRING "POSTLOG" WS-BACKOUT-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-POSTLOG-FILE-NAME.
           MOVE SPACES TO WS-OUTRCL-FILE-NAME.
           STRING "OUTRCL" WS-CURRENT-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-OUTRCL-FILE-NAME.
                   GO TO CONSIDER-ONE-ENTRY-EXIT
               END-IF
           END-IF.
      * Interest credits, withholding tax, overdraft interest
      * charges, direct debit claims and indemnities and
      * balance-triggered sweeps are not standing order postings -
      * interest, tax, claims and indemnities are reversed through
      * their own desks, and a reversed sweep would simply re-fire
      * on the next evaluation anyway. Loan
      * drawdowns and loan repayments (principal and interest parts)
      * move the loan's schedule as well as the balances, so they
      * are reversed through the loan desk, never here.
           IF WS-PL-PAYEE-TYPE = "T" OR WS-PL-PAYEE-TYPE = "D" OR
              WS-PL-PAYEE-TYPE = "W" OR WS-PL-PAYEE-TYPE = "O" OR
              WS-PL-PAYEE-TYPE = "M" OR WS-PL-PAYEE-TYPE = "G" OR
              WS-PL-PAYEE-TYPE = "K" OR WS-PL-PAYEE-TYPE = "J" OR
              WS-PL-PAYEE-TYPE = "H"
               DISPLAY "Skipped (not a standing order posting): "
                   WS-PL-SO-ID
               ADD 1 TO WS-TOTAL-SKIPPED
               + WS-PL-AMOUNT + WS-PL-FEE-AMT.
           MOVE WS-ACCT-ID OF WS-FR-ACCT-REC TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           MOVE WS-FR-ACCT-REC TO WS-JRNL-AFTER-IMAGE.
           PERFORM REWRITE-JOURNALLED-ACCOUNT.

           IF WS-PL-PAYEE-TYPE = "X"
               PERFORM REVERSE-EXTERNAL-SIDE
               WS-ACCT-BALANCE OF WS-TO-ACCT-REC.
           MOVE WS-ACCT-ID OF WS-TO-ACCT-REC TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           MOVE WS-TO-ACCT-REC TO WS-JRNL-AFTER-IMAGE.
           PERFORM REWRITE-JOURNALLED-ACCOUNT.
           IF WS-ACCT-BALANCE OF WS-TO-ACCT-REC = ZERO OR
              WS-ACCT-BALANCE OF WS-TO-ACCT-REC > ZERO
               CONTINUE

       FIND-OUTBOUND-PAYMENT.
           MOVE "N" TO WS-MATCHED-FLAG.
           PERFORM SCAN-OUTPAY-GENERATION
               THRU SCAN-OUTPAY-GENERATION-EXIT
               VARYING WS-CY-IDX FROM 1 BY 1
               UNTIL WS-CY-IDX > WS-CY-CYCLE-COUNT
                  OR WS-MATCHED-FLAG = "Y".
       FIND-OUTBOUND-PAYMENT-EXIT.
           EXIT.

       SCAN-OUTPAY-GENERATION.
           MOVE WS-CY-IDX TO WS-OUTPAY-CYCLE.
           MOVE SPACES TO WS-OUTPAY-FILE-NAME.
           STRING "OUTPAY" WS-BACKOUT-DATE "C" WS-OUTPAY-CYCLE ".DAT"
               DELIMITED BY SIZE INTO WS-OUTPAY-FILE-NAME.
           OPEN INPUT OUTPAY-FILE.
           IF WS-OUTPAY-STATUS NOT = "00"
               GO TO SCAN-OUTPAY-GENERATION-EXIT
           END-IF.
           PERFORM READ-OUTPAY-RECORD.
      * Only detail records carry payments - the header and trailer
      * are control records.
           PERFORM UNTIL WS-OUTPAY-STATUS NOT = "00"
               IF WS-OP-REC-TYPE OF OUTPAY-REC = "D" AND
                  WS-OP-SO-ID OF OUTPAY-REC = WS-PL-SO-ID
                   MOVE "Y" TO WS-MATCHED-FLAG
                   MOVE "10" TO WS-OUTPAY-STATUS
               ELSE
               END-IF
           END-PERFORM.
           CLOSE OUTPAY-FILE.
       SCAN-OUTPAY-GENERATION-EXIT.
           EXIT.

       READ-OUTPAY-RECORD.
               WS-ACCT-BALANCE OF WS-FEE-ACCT-REC.
           MOVE WS-ACCT-ID OF WS-FEE-ACCT-REC TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           MOVE WS-FEE-ACCT-REC TO WS-JRNL-AFTER-IMAGE.
           PERFORM REWRITE-JOURNALLED-ACCOUNT.

           MOVE "V" TO WS-REV-HIST-TYPE.
           CALL 'TXNHISTW' USING WS-CURRENT-DATE, WS-PL-SO-ID,
           IF WS-LOOKUP-FOUND NOT = "Y"
               GO TO WRITE-FX-REVERSAL-LEGS-EXIT
           END-IF.
           MOVE ZERO TO WS-FX-MARGIN-AMT.
           IF WS-PL-MID-AMT > WS-PL-CREDIT-AMT
               COMPUTE WS-FX-MARGIN-AMT =
                   WS-PL-MID-AMT - WS-PL-CREDIT-AMT
           END-IF.
           COMPUTE WS-FX-MID-AMT = WS-PL-CREDIT-AMT + WS-FX-MARGIN-AMT.
           MOVE WS-LOOKUP-GL TO WS-GJ-GL-ACCOUNT OF GLJRNL-REC.
           MOVE "C" TO WS-GJ-DR-CR OF GLJRNL-REC.
           MOVE WS-FX-MID-AMT TO WS-GJ-AMOUNT OF GLJRNL-REC.
           MOVE WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC
               TO WS-GJ-CURRENCY OF GLJRNL-REC.
           MOVE "BACKOUT FX POSITION" TO
               WS-GJ-NARRATIVE OF GLJRNL-REC.
           PERFORM WRITE-JOURNAL-LEG.

           IF WS-FX-MARGIN-AMT > ZERO
               MOVE "FXINC" TO WS-LOOKUP-TYPE
               MOVE WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC
                   TO WS-LOOKUP-CCY
               PERFORM LOOKUP-GL-MAPPING
               IF WS-LOOKUP-FOUND NOT = "Y"
                   GO TO WRITE-FX-REVERSAL-LEGS-EXIT
               END-IF
               MOVE WS-LOOKUP-GL TO WS-GJ-GL-ACCOUNT OF GLJRNL-REC
               MOVE "D" TO WS-GJ-DR-CR OF GLJRNL-REC
               MOVE WS-FX-MARGIN-AMT TO WS-GJ-AMOUNT OF GLJRNL-REC
               MOVE WS-ACCT-CURRENCY-CODE OF WS-TO-ACCT-REC
                   TO WS-GJ-CURRENCY OF GLJRNL-REC
               MOVE "BACKOUT FX MARGIN INCOME" TO
                   WS-GJ-NARRATIVE OF GLJRNL-REC
               PERFORM WRITE-JOURNAL-LEG
           END-IF.
       WRITE-FX-REVERSAL-LEGS-EXIT.
           EXIT.

               MOVE "ACTIVE" TO WS-SO-STAT
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-SO-LAST-MOD.
           MOVE ZERO TO WS-SO-LAST-MOD-TIME.

           DMS MODIFY RECORD STANDING-ORDER-RECORD
               USING WS-SO-RECORD
               WS-AUD-OPERATOR-NAME.
       WIND-BACK-STANDING-ORDER-EXIT.
           EXIT.

       REWRITE-JOURNALLED-ACCOUNT.
      * Every ACCT.DAT rewrite is journalled for forward recovery: the
      * before-image is the record as it stands on file, read back
      * just ahead of the rewrite, the after-image the record written.
      * The caller has moved the account key to ACCOUNT-RECORD and the
      * updated record to WS-JRNL-AFTER-IMAGE.
           READ ACCOUNT-FILE INTO WS-JRNL-BEFORE-IMAGE
               INVALID KEY
                   MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
           END-READ.
           REWRITE ACCOUNT-RECORD FROM WS-JRNL-AFTER-IMAGE.
           IF WS-FILE-STATUS = "00"
               MOVE "U" TO WS-JRNL-ACTION
               CALL 'ACCTJRNW' USING WS-JRNL-JOB-NAME, WS-JRNL-ACTION,
                   WS-JRNL-BEFORE-IMAGE, WS-JRNL-AFTER-IMAGE,
                   WS-JRNL-RESULT
               IF WS-JRNL-RESULT NOT = "Y"
                   DISPLAY "Account journal entry not written for "
                       WS-ACCT-ID OF WS-JRNL-AFTER-IMAGE
               END-IF
           END-IF.
