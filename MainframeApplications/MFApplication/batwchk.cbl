      ******************************************************************
      * BATWCHK.CBL - Online/Batch Interlock Check                     *
      ******************************************************************
      * Called by every updating online function before it starts.
      * The nightly posting jobs named in BATWIN-POLICY.cpy (STOREXEC,
      * SOSWEEP, INTPOST) record STARTED and COMPLETE on JOBCTL.DAT;
      * while any of them shows STARTED - any cycle, for a recent
      * business date - an online update could collide with the run
      * halfway through the accounts or standing orders, so the
      * update is refused and the program stays usable for inquiry
      * only. A supervisor's emergency window on BATWIN.DAT (BATWMNT)
      * lets the update through instead, and each one made under the
      * window is written to the audit trail under the operator's
      * identity and counted on the window record.
      *
      * LINK-MODE:
      *   "U" - an update is about to start. Results:
      *           "Y" - no posting job running, go ahead;
      *           "W" - posting running, emergency window open - go
      *                 ahead, the update has been audited;
      *           "N" - refused, the reason already displayed.
      *   "I" - status inquiry (BATWMNT): the posting jobs running and
      *         the window are displayed, nothing is audited; the
      *         result is set as for "U".
      * LINK-PROGRAM / LINK-FUNCTION name the update for the audit
      * trail; LINK-OPERATOR is the identity it is audited under.
      * JOBCTL.DAT not yet created means no job has ever run. Any
      * other failure to read it refuses the update - the interlock
      * fails closed, and the emergency window is the way round it.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATWCHK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT JOBCTL-FILE ASSIGN TO "JOBCTL.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-JC-KEY OF JOBCTL-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT BATWIN-FILE ASSIGN TO "BATWIN.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BW-KEY OF BATWIN-RECORD
               FILE STATUS IS WS-WIN-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  JOBCTL-FILE.
           COPY JOBCTL-RECORD
               REPLACING ==WS-JOBCTL-RECORD==
               BY ==JOBCTL-RECORD==.
       FD  BATWIN-FILE.
           COPY BATWIN-RECORD
               REPLACING ==WS-BATWIN-RECORD==
               BY ==BATWIN-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY BATWIN-POLICY.
       01  WS-WIN-STATUS           PIC XX.
       01  WS-TIME-NOW             PIC 9(8).
       01  WS-NOW-STAMP.
           05  WS-NOW-DATE         PIC 9(8).
           05  WS-NOW-TIME         PIC 9(6).
       01  WS-FROM-DATE            PIC 9(8).
       01  WS-DAY-NUM              PIC 9(9).
       01  WS-JOB-IDX              PIC 9(2).
       01  WS-SCAN-DONE            PIC X.
      * "Y" a posting job is STARTED, "N" none, "E" JOBCTL.DAT could
      * not be read.
       01  WS-POSTING-RUNNING      PIC X.
       01  WS-RUNNING-JOB          PIC X(8).
       01  WS-RUNNING-DATE         PIC 9(8).
       01  WS-RUNNING-CYCLE        PIC 9.
       01  WS-WINDOW-OPEN          PIC X.
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-KEY              PIC X(20).
       01  WS-AUD-OPERATOR-NAME    PIC X(10).
       LINKAGE SECTION.
       01  LINK-MODE               PIC X.
       01  LINK-PROGRAM            PIC X(8).
       01  LINK-OPERATOR           PIC X(10).
       01  LINK-FUNCTION           PIC X(20).
       01  LINK-RESULT             PIC X.
       PROCEDURE DIVISION USING LINK-MODE, LINK-PROGRAM,
               LINK-OPERATOR, LINK-FUNCTION, LINK-RESULT.
       MAIN-PROCEDURE.
           MOVE "Y" TO LINK-RESULT.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-TIME-NOW FROM TIME.
           MOVE WS-CURRENT-DATE TO WS-NOW-DATE.
           MOVE WS-TIME-NOW(1:6) TO WS-NOW-TIME.

           PERFORM CHECK-POSTING-JOBS THRU CHECK-POSTING-JOBS-EXIT.
           PERFORM CHECK-EMERGENCY-WINDOW
               THRU CHECK-EMERGENCY-WINDOW-EXIT.

           IF LINK-MODE = "I"
               PERFORM DISPLAY-WINDOW-STATUS
           END-IF.

           IF WS-POSTING-RUNNING = "N"
               GO TO END-PROGRAM
           END-IF.

           IF WS-WINDOW-OPEN = "Y"
               MOVE "W" TO LINK-RESULT
               IF LINK-MODE = "U"
                   PERFORM RECORD-WINDOW-UPDATE
               END-IF
           ELSE
               MOVE "N" TO LINK-RESULT
               IF LINK-MODE = "U"
                   PERFORM DISPLAY-REFUSAL
               END-IF
           END-IF.

       END-PROGRAM.
           EXIT PROGRAM.

       CHECK-POSTING-JOBS.
      * Every record of each guarded job from the look-back date on is
      * read - a job run per cycle has a record per cycle, and the
      * night's run may carry the previous business date.
           MOVE "N" TO WS-POSTING-RUNNING.
           COMPUTE WS-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-CURRENT-DATE)
               - WS-BP-LOOKBACK-DAYS.
           COMPUTE WS-FROM-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NUM).

           OPEN INPUT JOBCTL-FILE.
           IF WS-FILE-STATUS = "35"
               GO TO CHECK-POSTING-JOBS-EXIT
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "JOBCTL.DAT OPEN Error, Status: "
                   WS-FILE-STATUS
               MOVE "E" TO WS-POSTING-RUNNING
               GO TO CHECK-POSTING-JOBS-EXIT
           END-IF.

           PERFORM VARYING WS-JOB-IDX FROM 1 BY 1
               UNTIL WS-JOB-IDX > WS-BP-JOB-COUNT OR
                     WS-POSTING-RUNNING = "Y"
               MOVE WS-BP-JOB-NAME (WS-JOB-IDX) TO
                   WS-JC-JOB-NAME OF JOBCTL-RECORD
               MOVE WS-FROM-DATE TO WS-JC-RUN-DATE OF JOBCTL-RECORD
               MOVE ZERO TO WS-JC-CYCLE OF JOBCTL-RECORD
               MOVE "N" TO WS-SCAN-DONE
               START JOBCTL-FILE
                   KEY NOT < WS-JC-KEY OF JOBCTL-RECORD
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-DONE
               END-START
               PERFORM UNTIL WS-SCAN-DONE = "Y"
                   READ JOBCTL-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-SCAN-DONE
                       NOT AT END
                           IF WS-JC-JOB-NAME OF JOBCTL-RECORD NOT =
                              WS-BP-JOB-NAME (WS-JOB-IDX)
                               MOVE "Y" TO WS-SCAN-DONE
                           ELSE
                               IF WS-JC-STATUS OF JOBCTL-RECORD =
                                  "STARTED"
                                   MOVE "Y" TO WS-POSTING-RUNNING
                                   MOVE "Y" TO WS-SCAN-DONE
                                   MOVE WS-JC-JOB-NAME OF
                                       JOBCTL-RECORD TO WS-RUNNING-JOB
                                   MOVE WS-JC-RUN-DATE OF
                                       JOBCTL-RECORD TO WS-RUNNING-DATE
                                   MOVE WS-JC-CYCLE OF
                                       JOBCTL-RECORD TO
                                       WS-RUNNING-CYCLE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           END-PERFORM.
           CLOSE JOBCTL-FILE.
       CHECK-POSTING-JOBS-EXIT.
           EXIT.

       CHECK-EMERGENCY-WINDOW.
           MOVE "N" TO WS-WINDOW-OPEN.
           OPEN I-O BATWIN-FILE.
           IF WS-WIN-STATUS NOT = "00"
               GO TO CHECK-EMERGENCY-WINDOW-EXIT
           END-IF.
           MOVE "EMERGWIN" TO WS-BW-KEY OF BATWIN-RECORD.
           READ BATWIN-FILE
               INVALID KEY
                   CLOSE BATWIN-FILE
                   GO TO CHECK-EMERGENCY-WINDOW-EXIT
           END-READ.
           IF WS-BW-STATUS OF BATWIN-RECORD NOT = "OPEN"
               CLOSE BATWIN-FILE
               GO TO CHECK-EMERGENCY-WINDOW-EXIT
           END-IF.

      * A window left open past its expiry is closed here, so it
      * cannot carry over into a later night's run.
           IF WS-NOW-STAMP > WS-BW-EXPIRY-STAMP OF BATWIN-RECORD
               MOVE "CLOSED" TO WS-BW-STATUS OF BATWIN-RECORD
               MOVE "EXPIRED" TO WS-BW-CLOSED-BY OF BATWIN-RECORD
               MOVE WS-NOW-STAMP TO WS-BW-CLOSE-STAMP OF BATWIN-RECORD
               REWRITE BATWIN-RECORD
                   INVALID KEY
                       DISPLAY "BATWIN.DAT REWRITE Error, Status: "
                           WS-WIN-STATUS
               END-REWRITE
               MOVE "BATWIN-RECORD" TO WS-AUD-RECTYPE
               MOVE "MODIFY" TO WS-AUD-OPER
               MOVE "EMERGWIN" TO WS-AUD-KEY
               MOVE SPACES TO WS-AUD-OLD-VALUE
               STRING "OPEN BY " WS-BW-OPENED-BY OF BATWIN-RECORD
                   " UNTIL " WS-BW-EXPIRY-STAMP OF BATWIN-RECORD
                   DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE
               MOVE SPACES TO WS-AUD-NEW-VALUE
               STRING "CLOSED - EXPIRED AFTER "
                   WS-BW-UPDATE-COUNT OF BATWIN-RECORD " UPDATE(S)"
                   DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE
               MOVE "EXPIRED" TO WS-AUD-OPERATOR-NAME
               CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
                   WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
                   WS-AUD-OPERATOR-NAME
               CLOSE BATWIN-FILE
               GO TO CHECK-EMERGENCY-WINDOW-EXIT
           END-IF.

           MOVE "Y" TO WS-WINDOW-OPEN.
      * The update count is only taken when an update is let through
      * under the window - not for a status inquiry, and not when no
      * posting job is running.
           IF LINK-MODE = "U" AND WS-POSTING-RUNNING NOT = "N"
               ADD 1 TO WS-BW-UPDATE-COUNT OF BATWIN-RECORD
               REWRITE BATWIN-RECORD
                   INVALID KEY
                       DISPLAY "BATWIN.DAT REWRITE Error, Status: "
                           WS-WIN-STATUS
               END-REWRITE
           END-IF.
           CLOSE BATWIN-FILE.
       CHECK-EMERGENCY-WINDOW-EXIT.
           EXIT.

       RECORD-WINDOW-UPDATE.
           MOVE "BATWIN-RECORD" TO WS-AUD-RECTYPE.
           MOVE "MODIFY" TO WS-AUD-OPER.
           MOVE SPACES TO WS-AUD-KEY.
           MOVE LINK-PROGRAM TO WS-AUD-KEY.
           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "POSTING RUNNING - " WS-RUNNING-JOB
               " CYCLE " WS-RUNNING-CYCLE
               " FOR " WS-RUNNING-DATE
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "EMERGENCY WINDOW UPDATE - " LINK-FUNCTION
               " - WINDOW OPENED BY " WS-BW-OPENED-BY OF BATWIN-RECORD
               " AT " WS-BW-OPEN-STAMP OF BATWIN-RECORD
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE LINK-OPERATOR TO WS-AUD-OPERATOR-NAME.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-AUD-KEY, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-AUD-OPERATOR-NAME.
           DISPLAY "Nightly posting is running - update permitted "
               "under the emergency window and recorded on the "
               "audit trail.".

       DISPLAY-REFUSAL.
           IF WS-POSTING-RUNNING = "E"
               DISPLAY "The batch window cannot be checked - updates "
                   "are refused; inquiry remains available."
           ELSE
               DISPLAY "Nightly posting is running (" WS-RUNNING-JOB
                   " cycle " WS-RUNNING-CYCLE " for " WS-RUNNING-DATE
                   ") - updates are refused until it completes; "
                   "inquiry remains available."
           END-IF.

       DISPLAY-WINDOW-STATUS.
           EVALUATE WS-POSTING-RUNNING
               WHEN "Y"
                   DISPLAY "Posting job running: " WS-RUNNING-JOB
                       " cycle " WS-RUNNING-CYCLE
                       " for business date " WS-RUNNING-DATE
               WHEN "E"
                   DISPLAY "Posting job status cannot be read."
               WHEN OTHER
                   DISPLAY "No posting job running - online updates "
                       "are open."
           END-EVALUATE.
           IF WS-WINDOW-OPEN = "Y"
               DISPLAY "Emergency window OPEN - opened by "
                   WS-BW-OPENED-BY OF BATWIN-RECORD
                   " at " WS-BW-OPEN-STAMP OF BATWIN-RECORD
                   ", expires " WS-BW-EXPIRY-STAMP OF BATWIN-RECORD
               DISPLAY "  Reason: " WS-BW-REASON OF BATWIN-RECORD
               DISPLAY "  Updates made under it: "
                   WS-BW-UPDATE-COUNT OF BATWIN-RECORD
           ELSE
               DISPLAY "Emergency window closed."
           END-IF.
