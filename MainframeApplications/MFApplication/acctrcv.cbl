      ******************************************************************
      * ACCTRCV.CBL - Account Master Forward Recovery                  *
      ******************************************************************
      * Supervisor-only utility that rebuilds ACCT.DAT after the file
      * is lost or damaged. The account master is restored from a
      * chosen BALSNAP generation (BALSNAP<date>.DAT, which carries
      * the whole account record) and the account journal
      * (ACCTJRNL<date>.DAT, written by ACCTJRNW for every ACCT.DAT
      * write) is rolled forward over it, date by date, from the time
      * the snapshot run started up to a chosen recovery point - the
      * end of the journal, or a date and time short of it when the
      * damage itself went through the posting path.
      *
      * Each journal entry is applied against the rebuilt record:
      *   - a record already equal to the after-image is left alone -
      *     BALSNAP reads the master while the day goes on, so a write
      *     made during the snapshot run may already be in it;
      *   - a record equal to the before-image is rewritten with the
      *     after-image, the normal case;
      *   - anything else is a break in the chain - the after-image
      *     is still applied, since it is the record as it was really
      *     written, and the break is listed for investigation;
      *   - an account not on the rebuilt file is added from the
      *     after-image (an account opened after the snapshot).
      * The last after-image of every account touched is kept on a
      * work file (ACCTRCVW.DAT), and a proof pass compares each one
      * with the rebuilt ACCT.DAT record. The recovery report
      * (ACCTRCV<date>.RPT) lists the parameters, the entries applied
      * from each journal generation, every break and every proof
      * difference, and ends with the proof totals. The recovery
      * itself is audited under the supervisor's identity.
      *
      * ACCT.DAT is written over from the snapshot, so the damaged
      * file must be copied aside before this is run - the
      * supervisor confirms that at the console.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTRCV.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SNAP-FILE ASSIGN TO WS-SNAP-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS WS-BS-ACCT-ID OF SNAP-REC
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT ACCOUNT-FILE ASSIGN TO "ACCT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-ACCT-ID OF ACCOUNT-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT ACCTJRNL-FILE ASSIGN TO WS-JRNL-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.
           SELECT RCVWORK-FILE ASSIGN TO "ACCTRCVW.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-RW-ACCT-ID OF WS-RCVWORK-REC
               FILE STATUS IS WS-WORK-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
           SELECT OPERATOR-FILE ASSIGN TO "OPERATOR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-OPR-ID OF OPERATOR-RECORD
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD SNAP-FILE.
               COPY BALSNAP-RECORD
                   REPLACING ==WS-BALSNAP-RECORD==
                   BY ==SNAP-REC==.
           FD ACCOUNT-FILE.
               COPY WS-ACCOUNT-RECORD
                   REPLACING ==WS-ACCOUNT-RECORD==
                   BY ==ACCOUNT-RECORD==.
           FD ACCTJRNL-FILE.
               COPY ACCTJRNL-RECORD
                   REPLACING ==WS-ACCTJRNL-RECORD==
                   BY ==ACCTJRNL-REC==.
      * The recovery work file holds the last after-image journalled
      * for each account, with the count of entries behind it. The
      * image is kept in lockstep with WS-ACCOUNT-RECORD.
           FD RCVWORK-FILE.
           01  WS-RCVWORK-REC.
               05  WS-RW-ACCT-ID         PIC X(15).
               05  WS-RW-ENTRIES         PIC 9(7).
               05  WS-RW-LAST-STAMP      PIC X(14).
               05  WS-RW-AFTER-IMAGE.
                   10  WS-RW-AF-ACCT-ID  PIC X(15).
                   10  WS-RW-AF-CUST-ID  PIC X(10).
                   10  WS-RW-AF-BALANCE  PIC S9(12)V99.
                   10  WS-RW-AF-TYPE     PIC X(10).
                   10  WS-RW-AF-CURRENCY PIC X(3).
                   10  WS-RW-AF-BRANCH   PIC X(4).
           FD REPORT-FILE.
           01  WS-REPORT-LINE          PIC X(132).
           FD OPERATOR-FILE.
               COPY OPERATOR-RECORD
                   REPLACING ==WS-OPERATOR-RECORD==
                   BY ==OPERATOR-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       01  WS-SNAP-STATUS          PIC XX.
       01  WS-JRNL-STATUS          PIC XX.
       01  WS-WORK-STATUS          PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-SNAP-FILE-NAME       PIC X(30).
       01  WS-JRNL-FILE-NAME       PIC X(30).
       01  WS-REPORT-FILE-NAME     PIC X(30).
       01  WS-OPERATOR-ID          PIC X(10).
       01  WS-SIGNON-OK            PIC X.
       01  WS-CONFIRM-CHOICE       PIC X.
       01  WS-SNAP-DATE            PIC 9(8).
      * The roll-forward window: from the time the snapshot run
      * started to the recovery point, both as date and HHMMSS so
      * they compare directly with a journal entry's stamp.
       01  WS-FROM-STAMP.
           05  WS-FROM-DATE        PIC 9(8).
           05  WS-FROM-TIME        PIC 9(6).
       01  WS-TO-STAMP.
           05  WS-TO-DATE          PIC 9(8).
           05  WS-TO-TIME          PIC 9(6).
       01  WS-JRNL-DATE            PIC 9(8).
       01  WS-DAY-NUM              PIC 9(9).
       01  WS-TO-DAY-NUM           PIC 9(9).
       01  WS-RECORD-FOUND         PIC X.
       01  WS-WORK-FOUND           PIC X.
       01  WS-SCAN-DONE            PIC X.
       01  WS-ENTRY-RESULT         PIC X(10).
       01  WS-BALANCE-DISP         PIC -Z(11)9.99.
       01  WS-BALANCE-DISP-2       PIC -Z(11)9.99.
       01  WS-DATE-APPLIED         PIC 9(7).
       01  WS-DATE-SKIPPED         PIC 9(7).
       01  WS-TOTAL-RESTORED       PIC 9(7) VALUE 0.
       01  WS-TOTAL-ENTRIES        PIC 9(7) VALUE 0.
       01  WS-TOTAL-APPLIED        PIC 9(7) VALUE 0.
       01  WS-TOTAL-IN-SNAPSHOT    PIC 9(7) VALUE 0.
       01  WS-TOTAL-ADDED          PIC 9(7) VALUE 0.
       01  WS-TOTAL-BREAKS         PIC 9(7) VALUE 0.
       01  WS-TOTAL-OUTSIDE        PIC 9(7) VALUE 0.
       01  WS-TOTAL-PROVEN         PIC 9(7) VALUE 0.
       01  WS-TOTAL-AGREED         PIC 9(7) VALUE 0.
       01  WS-TOTAL-DIFFERENCES    PIC 9(7) VALUE 0.
      * Hash totals of the proof - the journal's final after-image
      * balances and the rebuilt balances of the same accounts.
       01  WS-JRNL-BAL-TOTAL       PIC S9(15)V99 VALUE 0.
       01  WS-REBUILT-BAL-TOTAL    PIC S9(15)V99 VALUE 0.
       01  WS-TOTAL-DISP           PIC -Z(14)9.99.
       01  WS-TOTAL-DISP-2         PIC -Z(14)9.99.
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-KEY              PIC X(20).
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "ACCTRCV - Account Master Forward Recovery".
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

           PERFORM SUPERVISOR-SIGN-ON THRU SUPERVISOR-SIGN-ON-EXIT.
           IF WS-SIGNON-OK NOT = "Y"
               DISPLAY "ACCTRCV - Sign-on failed. Recovery refused."
               STOP RUN
           END-IF.

           DISPLAY "Enter snapshot date to restore from (YYYYMMDD): ".
           ACCEPT WS-SNAP-DATE.
           IF WS-SNAP-DATE = ZERO
               DISPLAY "A snapshot date is required."
               STOP RUN
           END-IF.

           DISPLAY "Enter recovery point date (YYYYMMDD, 0 for the "
               "end of the journal): ".
           ACCEPT WS-TO-DATE.
           IF WS-TO-DATE = ZERO
               MOVE WS-CURRENT-DATE TO WS-TO-DATE
               MOVE 235959 TO WS-TO-TIME
           ELSE
               DISPLAY "Enter recovery point time (HHMMSS, 0 for the "
                   "end of that date): "
               ACCEPT WS-TO-TIME
               IF WS-TO-TIME = ZERO
                   MOVE 235959 TO WS-TO-TIME
               END-IF
           END-IF.
           IF WS-TO-DATE < WS-SNAP-DATE
               DISPLAY "The recovery point is before the snapshot."
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-SNAP-FILE-NAME.
           STRING "BALSNAP" WS-SNAP-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-SNAP-FILE-NAME.
           OPEN INPUT SNAP-FILE.
           IF WS-SNAP-STATUS NOT = "00"
               DISPLAY "Snapshot " WS-SNAP-FILE-NAME
                   " OPEN Error, Status: " WS-SNAP-STATUS
                   " - recovery refused."
               STOP RUN
           END-IF.

           DISPLAY "ACCT.DAT will be replaced from " WS-SNAP-FILE-NAME
               " and rolled forward to " WS-TO-DATE " " WS-TO-TIME
               ".".
           DISPLAY "Has the damaged ACCT.DAT been copied aside, and "
               "is all account posting stopped? (Y/N): ".
           ACCEPT WS-CONFIRM-CHOICE.
           IF WS-CONFIRM-CHOICE NOT = "Y" AND
              WS-CONFIRM-CHOICE NOT = "y"
               DISPLAY "Recovery abandoned."
               CLOSE SNAP-FILE
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "ACCTRCV" WS-CURRENT-DATE ".RPT"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.
           OPEN OUTPUT REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNT MASTER FORWARD RECOVERY - RUN DATE "
               WS-CURRENT-DATE "  SUPERVISOR " WS-OPERATOR-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           PERFORM RESTORE-FROM-SNAPSHOT THRU
               RESTORE-FROM-SNAPSHOT-EXIT.
           IF WS-FILE-STATUS NOT = "00"
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.

           OPEN OUTPUT RCVWORK-FILE.
           CLOSE RCVWORK-FILE.
           OPEN I-O RCVWORK-FILE.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "ACCTRCVW.DAT OPEN Error, Status: "
                   WS-WORK-STATUS " - ACCT.DAT restored to the "
                   "snapshot only."
               CLOSE ACCOUNT-FILE
               CLOSE REPORT-FILE
               STOP RUN
           END-IF.

      * Every journal generation from the snapshot date to the
      * recovery point is read in date order.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "JOURNAL ROLL-FORWARD" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-SNAP-DATE TO WS-JRNL-DATE.
           COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(WS-SNAP-DATE).
           COMPUTE WS-TO-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           PERFORM UNTIL WS-DAY-NUM > WS-TO-DAY-NUM
               COMPUTE WS-JRNL-DATE =
                   FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
               PERFORM ROLL-FORWARD-ONE-DATE
               ADD 1 TO WS-DAY-NUM
           END-PERFORM.

           PERFORM PROVE-RECOVERY.

           CLOSE RCVWORK-FILE.
           CLOSE ACCOUNT-FILE.
           PERFORM WRITE-RECOVERY-TOTALS.
           CLOSE REPORT-FILE.
           PERFORM AUDIT-RECOVERY.

           DISPLAY "ACCTRCV - Restored: " WS-TOTAL-RESTORED
               " Journal entries applied: " WS-TOTAL-APPLIED
               " Breaks: " WS-TOTAL-BREAKS
               " Proof differences: " WS-TOTAL-DIFFERENCES.
           DISPLAY "ACCTRCV - Report file: " WS-REPORT-FILE-NAME.
           STOP RUN.

       SUPERVISOR-SIGN-ON.
      * A controlled tool: only an ACTIVE supervisor on the operator
      * master may run it, and the recovery is audited under that
      * identity.
           MOVE "N" TO WS-SIGNON-OK.
           DISPLAY "Enter Supervisor Operator ID: ".
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES
               GO TO SUPERVISOR-SIGN-ON-EXIT
           END-IF.
           OPEN INPUT OPERATOR-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "OPERATOR.DAT OPEN Error, Status: "
                   WS-FILE-STATUS " - recovery refused without the "
                   "operator master."
               GO TO SUPERVISOR-SIGN-ON-EXIT
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-OPR-ID OF OPERATOR-RECORD.
           READ OPERATOR-FILE
               INVALID KEY
                   DISPLAY "Operator not recognised."
                   CLOSE OPERATOR-FILE
                   GO TO SUPERVISOR-SIGN-ON-EXIT
           END-READ.
           IF WS-OPR-STAT OF OPERATOR-RECORD = "CLOSED"
               DISPLAY "That operator sign-on is closed."
               CLOSE OPERATOR-FILE
               GO TO SUPERVISOR-SIGN-ON-EXIT
           END-IF.
           IF WS-OPR-LEVEL OF OPERATOR-RECORD NOT = "S"
               DISPLAY "Recovery requires a supervisor."
               CLOSE OPERATOR-FILE
               GO TO SUPERVISOR-SIGN-ON-EXIT
           END-IF.
           CLOSE OPERATOR-FILE.
           MOVE "Y" TO WS-SIGNON-OK.
       SUPERVISOR-SIGN-ON-EXIT.
           EXIT.

       RESTORE-FROM-SNAPSHOT.
      * ACCT.DAT is created afresh and loaded with every account on
      * the snapshot. The roll-forward starts from the time the
      * snapshot run started, carried on each of its records.
           OPEN OUTPUT ACCOUNT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ACCT.DAT OPEN Error, Status: " WS-FILE-STATUS
               CLOSE SNAP-FILE
               GO TO RESTORE-FROM-SNAPSHOT-EXIT
           END-IF.

           MOVE WS-SNAP-DATE TO WS-FROM-DATE.
           MOVE ZERO TO WS-FROM-TIME.
           PERFORM UNTIL WS-SNAP-STATUS NOT = "00"
               READ SNAP-FILE
                   AT END
                       MOVE "10" TO WS-SNAP-STATUS
                   NOT AT END
                       PERFORM RESTORE-ONE-ACCOUNT
               END-READ
           END-PERFORM.
           CLOSE SNAP-FILE.
           CLOSE ACCOUNT-FILE.

           MOVE SPACES TO WS-REPORT-LINE.
           STRING "RESTORED FROM " WS-SNAP-FILE-NAME
               " TAKEN " WS-FROM-DATE " " WS-FROM-TIME
               "  ACCOUNTS " WS-TOTAL-RESTORED
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ROLLED FORWARD TO " WS-TO-DATE " " WS-TO-TIME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

           OPEN I-O ACCOUNT-FILE.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "ACCT.DAT re-OPEN Error, Status: "
                   WS-FILE-STATUS
           END-IF.
       RESTORE-FROM-SNAPSHOT-EXIT.
           EXIT.

       RESTORE-ONE-ACCOUNT.
           MOVE WS-BS-SNAP-TIME OF SNAP-REC TO WS-FROM-TIME.
           MOVE WS-BS-ACCT-ID OF SNAP-REC TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           MOVE WS-BS-CUST-ID OF SNAP-REC TO
               WS-ACCT-CUST-ID OF ACCOUNT-RECORD.
           MOVE WS-BS-BALANCE OF SNAP-REC TO
               WS-ACCT-BALANCE OF ACCOUNT-RECORD.
           MOVE WS-BS-ACCT-TYPE OF SNAP-REC TO
               WS-ACCT-TYPE OF ACCOUNT-RECORD.
           MOVE WS-BS-CURRENCY OF SNAP-REC TO
               WS-ACCT-CURRENCY-CODE OF ACCOUNT-RECORD.
           MOVE WS-BS-BRANCH OF SNAP-REC TO
               WS-ACCT-BRANCH OF ACCOUNT-RECORD.
           WRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ACCT.DAT WRITE Error, Status: "
                       WS-FILE-STATUS " for account "
                       WS-ACCT-ID OF ACCOUNT-RECORD
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-RESTORED
           END-WRITE.

       ROLL-FORWARD-ONE-DATE.
           MOVE ZERO TO WS-DATE-APPLIED.
           MOVE ZERO TO WS-DATE-SKIPPED.
           MOVE SPACES TO WS-JRNL-FILE-NAME.
           STRING "ACCTJRNL" WS-JRNL-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-JRNL-FILE-NAME.
           OPEN INPUT ACCTJRNL-FILE.
      * No generation for a date - nothing wrote the account master
      * that day.
           IF WS-JRNL-STATUS NOT = "00"
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    " WS-JRNL-FILE-NAME
                   " NOT PRESENT (STATUS " WS-JRNL-STATUS
                   ") - NO ACCOUNT ACTIVITY TAKEN"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           ELSE
               MOVE "N" TO WS-SCAN-DONE
               PERFORM UNTIL WS-SCAN-DONE = "Y"
                   READ ACCTJRNL-FILE
                       AT END
                           MOVE "Y" TO WS-SCAN-DONE
                       NOT AT END
                           ADD 1 TO WS-TOTAL-ENTRIES
      * Entries before the snapshot started are already in it, and
      * entries after the recovery point are the ones being undone.
                           IF WS-AJ-STAMP OF ACCTJRNL-REC <
                              WS-FROM-STAMP OR
                              WS-AJ-STAMP OF ACCTJRNL-REC >
                              WS-TO-STAMP
                               ADD 1 TO WS-DATE-SKIPPED
                               ADD 1 TO WS-TOTAL-OUTSIDE
                           ELSE
                               PERFORM APPLY-JOURNAL-ENTRY
                               ADD 1 TO WS-DATE-APPLIED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ACCTJRNL-FILE
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    " WS-JRNL-FILE-NAME
                   " ENTRIES TAKEN " WS-DATE-APPLIED
                   "  OUTSIDE THE WINDOW " WS-DATE-SKIPPED
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

       APPLY-JOURNAL-ENTRY.
           MOVE WS-AJ-ACCT-ID OF ACCTJRNL-REC TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           MOVE "Y" TO WS-RECORD-FOUND.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND
           END-READ.

           EVALUATE TRUE
               WHEN WS-RECORD-FOUND = "N"
                   MOVE WS-AJ-AFTER-IMAGE OF ACCTJRNL-REC TO
                       ACCOUNT-RECORD
                   WRITE ACCOUNT-RECORD
                       INVALID KEY
                           DISPLAY "ACCT.DAT WRITE Error, Status: "
                               WS-FILE-STATUS " for account "
                               WS-AJ-ACCT-ID OF ACCTJRNL-REC
                   END-WRITE
                   ADD 1 TO WS-TOTAL-ADDED
      * An update to an account the snapshot never held means the
      * entry that added it is missing from the journal.
                   IF WS-AJ-ACTION OF ACCTJRNL-REC NOT = "A"
                       MOVE "NOT ON FILE" TO WS-ENTRY-RESULT
                       PERFORM REPORT-CHAIN-BREAK
                   END-IF
               WHEN ACCOUNT-RECORD = WS-AJ-AFTER-IMAGE OF ACCTJRNL-REC
                   ADD 1 TO WS-TOTAL-IN-SNAPSHOT
               WHEN ACCOUNT-RECORD = WS-AJ-BEFORE-IMAGE OF ACCTJRNL-REC
                   PERFORM REWRITE-FROM-AFTER-IMAGE
                   ADD 1 TO WS-TOTAL-APPLIED
               WHEN OTHER
                   MOVE "CHAIN BREAK" TO WS-ENTRY-RESULT
                   PERFORM REPORT-CHAIN-BREAK
                   PERFORM REWRITE-FROM-AFTER-IMAGE
                   ADD 1 TO WS-TOTAL-APPLIED
           END-EVALUATE.

           PERFORM RECORD-LAST-AFTER-IMAGE.

       REWRITE-FROM-AFTER-IMAGE.
           MOVE WS-AJ-AFTER-IMAGE OF ACCTJRNL-REC TO ACCOUNT-RECORD.
           REWRITE ACCOUNT-RECORD
               INVALID KEY
                   DISPLAY "ACCT.DAT REWRITE Error, Status: "
                       WS-FILE-STATUS " for account "
                       WS-AJ-ACCT-ID OF ACCTJRNL-REC
           END-REWRITE.

       REPORT-CHAIN-BREAK.
      * The record on file is not the one the journalled write
      * started from - a write to ACCT.DAT that never reached the
      * journal, or a journal generation missing from the window.
           ADD 1 TO WS-TOTAL-BREAKS.
           MOVE WS-AJ-BF-BALANCE OF ACCTJRNL-REC TO WS-BALANCE-DISP.
           MOVE WS-ACCT-BALANCE OF ACCOUNT-RECORD TO WS-BALANCE-DISP-2.
           IF WS-RECORD-FOUND = "N"
               MOVE ZERO TO WS-BALANCE-DISP-2
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "    " WS-ENTRY-RESULT " ACCT "
               WS-AJ-ACCT-ID OF ACCTJRNL-REC
               " AT " WS-AJ-DATE OF ACCTJRNL-REC
               " " WS-AJ-TIME OF ACCTJRNL-REC
               " BY " WS-AJ-JOB-NAME OF ACCTJRNL-REC
               " BEFORE-IMAGE BAL " WS-BALANCE-DISP
               " ON FILE " WS-BALANCE-DISP-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       RECORD-LAST-AFTER-IMAGE.
           MOVE WS-AJ-ACCT-ID OF ACCTJRNL-REC TO
               WS-RW-ACCT-ID OF WS-RCVWORK-REC.
           MOVE "Y" TO WS-WORK-FOUND.
           READ RCVWORK-FILE
               INVALID KEY
                   MOVE "N" TO WS-WORK-FOUND
                   MOVE ZERO TO WS-RW-ENTRIES OF WS-RCVWORK-REC
           END-READ.
           ADD 1 TO WS-RW-ENTRIES OF WS-RCVWORK-REC.
           MOVE WS-AJ-STAMP OF ACCTJRNL-REC TO
               WS-RW-LAST-STAMP OF WS-RCVWORK-REC.
           MOVE WS-AJ-AFTER-IMAGE OF ACCTJRNL-REC TO
               WS-RW-AFTER-IMAGE OF WS-RCVWORK-REC.
           IF WS-WORK-FOUND = "Y"
               REWRITE WS-RCVWORK-REC
           ELSE
               WRITE WS-RCVWORK-REC
           END-IF.
           IF WS-WORK-STATUS NOT = "00"
               DISPLAY "ACCTRCVW.DAT WRITE Error, Status: "
                   WS-WORK-STATUS " for account "
                   WS-AJ-ACCT-ID OF ACCTJRNL-REC
           END-IF.

       PROVE-RECOVERY.
      * Every account the roll-forward touched must now stand on
      * ACCT.DAT exactly as its last journalled after-image.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "PROOF AGAINST THE JOURNAL'S FINAL AFTER-IMAGES"
               TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE LOW-VALUES TO WS-RW-ACCT-ID OF WS-RCVWORK-REC.
           MOVE "N" TO WS-SCAN-DONE.
           START RCVWORK-FILE
               KEY NOT < WS-RW-ACCT-ID OF WS-RCVWORK-REC
               INVALID KEY
                   MOVE "Y" TO WS-SCAN-DONE
           END-START.
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ RCVWORK-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       PERFORM PROVE-ONE-ACCOUNT
               END-READ
           END-PERFORM.

       PROVE-ONE-ACCOUNT.
           ADD 1 TO WS-TOTAL-PROVEN.
           ADD WS-RW-AF-BALANCE OF WS-RCVWORK-REC TO WS-JRNL-BAL-TOTAL.
           MOVE WS-RW-ACCT-ID OF WS-RCVWORK-REC TO
               WS-ACCT-ID OF ACCOUNT-RECORD.
           MOVE "Y" TO WS-RECORD-FOUND.
           READ ACCOUNT-FILE
               INVALID KEY
                   MOVE "N" TO WS-RECORD-FOUND
                   MOVE ZERO TO WS-ACCT-BALANCE OF ACCOUNT-RECORD
           END-READ.
           ADD WS-ACCT-BALANCE OF ACCOUNT-RECORD TO
               WS-REBUILT-BAL-TOTAL.
           IF WS-RECORD-FOUND = "Y" AND
              ACCOUNT-RECORD = WS-RW-AFTER-IMAGE OF WS-RCVWORK-REC
               ADD 1 TO WS-TOTAL-AGREED
           ELSE
               ADD 1 TO WS-TOTAL-DIFFERENCES
               MOVE WS-RW-AF-BALANCE OF WS-RCVWORK-REC TO
                   WS-BALANCE-DISP
               MOVE WS-ACCT-BALANCE OF ACCOUNT-RECORD TO
                   WS-BALANCE-DISP-2
               MOVE SPACES TO WS-REPORT-LINE
               STRING "    DIFFERENCE ACCT "
                   WS-RW-ACCT-ID OF WS-RCVWORK-REC
                   " JOURNAL BAL " WS-BALANCE-DISP
                   " REBUILT BAL " WS-BALANCE-DISP-2
                   " LAST ENTRY " WS-RW-LAST-STAMP OF WS-RCVWORK-REC
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-IF.

       WRITE-RECOVERY-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "JOURNAL ENTRIES READ " WS-TOTAL-ENTRIES
               "  APPLIED " WS-TOTAL-APPLIED
               "  ACCOUNTS ADDED " WS-TOTAL-ADDED
               "  ALREADY IN SNAPSHOT " WS-TOTAL-IN-SNAPSHOT
               "  OUTSIDE THE WINDOW " WS-TOTAL-OUTSIDE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CHAIN BREAKS " WS-TOTAL-BREAKS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-JRNL-BAL-TOTAL TO WS-TOTAL-DISP.
           MOVE WS-REBUILT-BAL-TOTAL TO WS-TOTAL-DISP-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ACCOUNTS PROVEN " WS-TOTAL-PROVEN
               "  AGREED " WS-TOTAL-AGREED
               "  DIFFERENCES " WS-TOTAL-DIFFERENCES
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "JOURNAL FINAL BALANCES " WS-TOTAL-DISP
               "  REBUILT BALANCES " WS-TOTAL-DISP-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-TOTAL-DIFFERENCES = ZERO AND
              WS-JRNL-BAL-TOTAL = WS-REBUILT-BAL-TOTAL
               STRING "PROOF AGREES - REBUILT ACCT.DAT MATCHES THE "
                   "JOURNAL'S FINAL AFTER-IMAGES"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING "PROOF DOES NOT AGREE - INVESTIGATE THE "
                   "DIFFERENCES ABOVE BEFORE RELEASING ACCT.DAT"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE WS-REPORT-LINE.
           DISPLAY WS-REPORT-LINE.

       AUDIT-RECOVERY.
           MOVE "ACCOUNT-RECORD" TO WS-AUD-RECTYPE.
           MOVE "MODIFY" TO WS-AUD-OPER.
           MOVE "ACCT.DAT" TO WS-AUD-KEY.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "RESTORED FROM " WS-SNAP-FILE-NAME
               " ACCOUNTS " WS-TOTAL-RESTORED
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "ROLLED FORWARD TO " WS-TO-DATE " " WS-TO-TIME
               " APPLIED " WS-TOTAL-APPLIED
               " BREAKS " WS-TOTAL-BREAKS
               " PROOF DIFFERENCES " WS-TOTAL-DIFFERENCES
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-OPERATOR-ID.
