      ******************************************************************
      * SOESCNOT.CBL - Standing Order Escalation Advance Notice        *
      ******************************************************************
      * Nightly step that gives customers a month's notice of the
      * annual rise on a standing order with an escalation clause.
      * During the calendar month before the clause's anniversary
      * month, every ACTIVE or SUSPENDED order whose next rise has
      * not yet been notified gets an INCRNTC record on the business
      * date's NOTIFY<date>.DAT generation carrying the new amount
      * (worked out by SOESCAMT, the figure STOREXEC will apply),
      * delivered on the customer's preferred channel - NOTIFLTR
      * prints the letter-channel ones. The order is stamped with the
      * notified year so it is told once; an order already at its
      * ceiling is stamped without a notice, as it will not change.
      * Runs after STOREXEC so the schedule it reads is tonight's.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOESCNOT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NOTIFY-FILE ASSIGN TO WS-NOTIFY-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
       DATA DIVISION.
       FILE SECTION.
      * NOTIFY-REC is spelled out here rather than pulled in via
      * COPY ... REPLACING, the same style STOREXEC uses. Field
      * layout is kept in lockstep with NOTIFY-RECORD.cpy.
           FD NOTIFY-FILE.
           01  WS-NOTIFY-REC.
               05  WS-NOT-CUST-ID        PIC X(10).
               05  WS-NOT-PHONE          PIC X(20).
               05  WS-NOT-SO-ID          PIC X(20).
               05  WS-NOT-AMOUNT         PIC 9(10)V99.
               05  WS-NOT-STATUS         PIC X(7).
               05  WS-NOT-DATE           PIC 9(8).
               05  WS-NOT-CHANNEL        PIC X.
               05  WS-NOT-EMAIL          PIC X(40).
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY WS-SO-RECORD.
           COPY WS-CUSTOMER-RECORD.
       01  WS-DMS-ERROR-AREA.
           05  WS-DMS-ERROR-CODE   PIC 9(8).
           05  WS-DMS-ERROR-TEXT   PIC X(256).
       01  WS-DMS-ERROR-DESC       PIC X(60).
       01  WS-DMS-ERROR-ACTION     PIC X(60).
      * Notices land on the business date's dated notification
      * generation, the same file STOREXEC writes that night.
       01  WS-NOTIFY-FILE-NAME     PIC X(30).
       01  WS-CUST-FOUND-FLAG      PIC X.
      * WS-TODAY-MONTH is the business month as YYYYMM; the next
      * rise falls due in WS-ESC-DUE-MONTH and is notified during
      * WS-ESC-NOTICE-MONTH, the calendar month before it.
       01  WS-TODAY-MONTH          PIC 9(6).
       01  WS-ESC-YEAR             PIC 9(4).
       01  WS-ESC-DUE-MONTH        PIC 9(6).
       01  WS-ESC-NOTICE-MONTH     PIC 9(6).
       01  WS-ESC-NEW-AMOUNT       PIC 9(10)V99.
       01  WS-TOTAL-SCANNED        PIC 9(7) VALUE 0.
       01  WS-TOTAL-NOTIFIED       PIC 9(7) VALUE 0.
       01  WS-TOTAL-AT-CEILING     PIC 9(7) VALUE 0.
       01  WS-AUD-OLD-VALUE        PIC X(200).
       01  WS-AUD-NEW-VALUE        PIC X(200).
       01  WS-AUD-RECTYPE          PIC X(25).
       01  WS-AUD-OPER             PIC X(6).
       01  WS-AUD-OPERATOR-NAME    PIC X(10).
       01  WS-JOB-NAME             PIC X(8).
       01  WS-PRED-NAME            PIC X(8).
      * Execution cycle of this job and of its predecessor on
      * JOBCTL - zero, the business date as a whole.
       01  WS-JOB-CYCLES.
           05  WS-JOB-CYCLE        PIC 9 VALUE 0.
           05  WS-PRED-CYCLE       PIC 9 VALUE 0.
       01  WS-JOBCTL-FUNC          PIC X.
       01  WS-JOB-RESULT           PIC X.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "SOESCNOT - Escalation Advance Notice Starting".
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.

      * The notice reads the schedule and clause year the night's
      * posting left behind - JOBCTL holds this job until STOREXEC
      * shows COMPLETE for the business date.
           MOVE "SOESCNOT" TO WS-JOB-NAME.
           MOVE "STOREXEC" TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "SOESCNOT - not started."
               STOP RUN
           END-IF.

           COMPUTE WS-TODAY-MONTH = WS-CURRENT-DATE / 100.

           MOVE SPACES TO WS-NOTIFY-FILE-NAME.
           STRING "NOTIFY" WS-CURRENT-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-NOTIFY-FILE-NAME.
           OPEN EXTEND NOTIFY-FILE.
           IF WS-FILE-STATUS = "35"
               CLOSE NOTIFY-FILE
               OPEN OUTPUT NOTIFY-FILE
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "Notification file " WS-NOTIFY-FILE-NAME
                   " OPEN Error, Status: " WS-FILE-STATUS
               STOP RUN
           END-IF.

           DMS FIND FIRST RECORD STANDING-ORDER-RECORD
               WHERE (WS-SO-STAT = "ACTIVE" OR WS-SO-STAT = "SUSPENDED")
                     AND (WS-SO-ESC-TYPE = "P" OR WS-SO-ESC-TYPE = "A")
               ERROR WS-DMS-ERROR-AREA.

           PERFORM UNTIL WS-DMS-ERROR-CODE NOT = ZERO
               DMS GET RECORD STANDING-ORDER-RECORD
                   INTO WS-SO-RECORD
                   ERROR WS-DMS-ERROR-AREA

               IF WS-DMS-ERROR-CODE = ZERO
                   ADD 1 TO WS-TOTAL-SCANNED
                   PERFORM CHECK-ONE-CLAUSE
                       THRU CHECK-ONE-CLAUSE-EXIT

                   DMS FIND NEXT RECORD STANDING-ORDER-RECORD
                       ERROR WS-DMS-ERROR-AREA
               END-IF
           END-PERFORM.

           IF WS-DMS-ERROR-CODE NOT = 1403
               CALL 'DMSERRTX' USING WS-DMS-ERROR-CODE,
                   WS-DMS-ERROR-DESC, WS-DMS-ERROR-ACTION
               DISPLAY "DMS Error: " WS-DMS-ERROR-CODE
                   " - " WS-DMS-ERROR-DESC
               DISPLAY "Suggested Action: " WS-DMS-ERROR-ACTION
           END-IF.

           CLOSE NOTIFY-FILE.

           DISPLAY "SOESCNOT - Clauses: " WS-TOTAL-SCANNED
               " Notices issued: " WS-TOTAL-NOTIFIED
               " At ceiling: " WS-TOTAL-AT-CEILING.

           MOVE "E" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           STOP RUN.

       CHECK-ONE-CLAUSE.
      * The next rise belongs to the year after the last one taken;
      * it is notified only during the month before its anniversary
      * month, and only once.
           COMPUTE WS-ESC-YEAR = WS-SO-ESC-LAST-YEAR + 1.
           IF WS-SO-ESC-NOTICE-YEAR NOT < WS-ESC-YEAR
               GO TO CHECK-ONE-CLAUSE-EXIT
           END-IF.
           COMPUTE WS-ESC-DUE-MONTH =
               WS-ESC-YEAR * 100 + WS-SO-ESC-MONTH.
           IF WS-SO-ESC-MONTH = 1
               COMPUTE WS-ESC-NOTICE-MONTH =
                   (WS-ESC-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-ESC-NOTICE-MONTH = WS-ESC-DUE-MONTH - 1
           END-IF.
           IF WS-TODAY-MONTH NOT = WS-ESC-NOTICE-MONTH
               GO TO CHECK-ONE-CLAUSE-EXIT
           END-IF.

           CALL 'SOESCAMT' USING WS-SO-RECORD, WS-ESC-NEW-AMOUNT.
           IF WS-ESC-NEW-AMOUNT NOT > WS-SO-AMOUNT
               ADD 1 TO WS-TOTAL-AT-CEILING
           ELSE
               PERFORM WRITE-NOTICE-RECORD
           END-IF.

           MOVE SPACES TO WS-AUD-OLD-VALUE.
           STRING "ESCNOTICE=" WS-SO-ESC-NOTICE-YEAR
               DELIMITED BY SIZE INTO WS-AUD-OLD-VALUE.
           MOVE WS-ESC-YEAR TO WS-SO-ESC-NOTICE-YEAR.

           DMS MODIFY RECORD STANDING-ORDER-RECORD
               USING WS-SO-RECORD
               ERROR WS-DMS-ERROR-AREA.
           IF WS-DMS-ERROR-CODE NOT = ZERO
               CALL 'DMSERRTX' USING WS-DMS-ERROR-CODE,
                   WS-DMS-ERROR-DESC, WS-DMS-ERROR-ACTION
               DISPLAY "DMS MODIFY Error: " WS-DMS-ERROR-CODE
                   " - " WS-DMS-ERROR-DESC
                   " for SO ID: " WS-SO-ID
               DISPLAY "Suggested Action: " WS-DMS-ERROR-ACTION
      * The scan carries on with the next order.
               MOVE ZERO TO WS-DMS-ERROR-CODE
               GO TO CHECK-ONE-CLAUSE-EXIT
           END-IF.

           MOVE SPACES TO WS-AUD-NEW-VALUE.
           STRING "ESCNOTICE=" WS-SO-ESC-NOTICE-YEAR
               " NEWAMT=" WS-ESC-NEW-AMOUNT
               DELIMITED BY SIZE INTO WS-AUD-NEW-VALUE.
           MOVE "STANDING-ORDER-RECORD" TO WS-AUD-RECTYPE.
           MOVE "MODIFY" TO WS-AUD-OPER.
           MOVE "SOESCNOT" TO WS-AUD-OPERATOR-NAME.
           CALL 'AUDITLOG' USING WS-AUD-RECTYPE, WS-AUD-OPER,
               WS-SO-ID, WS-AUD-OLD-VALUE, WS-AUD-NEW-VALUE,
               WS-AUD-OPERATOR-NAME.
       CHECK-ONE-CLAUSE-EXIT.
           EXIT.

       WRITE-NOTICE-RECORD.
           MOVE "Y" TO WS-CUST-FOUND-FLAG.
           MOVE WS-SO-CUST-ID TO WS-CUSTOMER-ID.
           DMS GET RECORD CUSTOMER-RECORD
               USING WS-CUSTOMER-ID
               ERROR WS-DMS-ERROR-AREA.
           IF WS-DMS-ERROR-CODE NOT = ZERO
               MOVE "N" TO WS-CUST-FOUND-FLAG
               MOVE SPACES TO WS-CUST-PHONE
               MOVE ZERO TO WS-DMS-ERROR-CODE
               DISPLAY "Customer not found for escalation notice, SO "
                   "ID: " WS-SO-ID
           END-IF.

           MOVE WS-SO-CUST-ID TO WS-NOT-CUST-ID OF WS-NOTIFY-REC.
           MOVE WS-CUST-PHONE TO WS-NOT-PHONE OF WS-NOTIFY-REC.
           MOVE WS-SO-ID TO WS-NOT-SO-ID OF WS-NOTIFY-REC.
           MOVE WS-ESC-NEW-AMOUNT TO WS-NOT-AMOUNT OF WS-NOTIFY-REC.
           IF WS-CUST-FOUND-FLAG = "Y"
               MOVE "INCRNTC" TO WS-NOT-STATUS OF WS-NOTIFY-REC
           ELSE
               MOVE "NOPHONE" TO WS-NOT-STATUS OF WS-NOTIFY-REC
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-NOT-DATE OF WS-NOTIFY-REC.
           PERFORM RESOLVE-NOTIFY-CHANNEL.
           WRITE WS-NOTIFY-REC.
           ADD 1 TO WS-TOTAL-NOTIFIED.
           DISPLAY "INCRNTC - SO-ID: " WS-SO-ID
               " FROM " WS-SO-AMOUNT " TO " WS-ESC-NEW-AMOUNT
               " IN " WS-ESC-DUE-MONTH.

       RESOLVE-NOTIFY-CHANNEL.
      * The delivery channel comes from the customer's preference -
      * space (records stored before the field existed) and any
      * unknown value mean SMS, and an email preference without an
      * address on file falls back to SMS rather than going nowhere.
      * An SMS record without a usable number is marked NOPHONE for
      * the undeliverable report, whatever status the caller set.
           MOVE SPACES TO WS-NOT-EMAIL OF WS-NOTIFY-REC.
           IF WS-CUST-FOUND-FLAG NOT = "Y"
               MOVE "S" TO WS-NOT-CHANNEL OF WS-NOTIFY-REC
           ELSE
               MOVE WS-CUST-NOTIFY-PREF TO
                   WS-NOT-CHANNEL OF WS-NOTIFY-REC
               IF WS-NOT-CHANNEL OF WS-NOTIFY-REC = "E" AND
                  WS-CUST-EMAIL = SPACES
                   MOVE "S" TO WS-NOT-CHANNEL OF WS-NOTIFY-REC
               END-IF
               IF WS-NOT-CHANNEL OF WS-NOTIFY-REC NOT = "E" AND
                  WS-NOT-CHANNEL OF WS-NOTIFY-REC NOT = "L"
                   MOVE "S" TO WS-NOT-CHANNEL OF WS-NOTIFY-REC
               END-IF
               IF WS-NOT-CHANNEL OF WS-NOTIFY-REC = "E"
                   MOVE WS-CUST-EMAIL TO
                       WS-NOT-EMAIL OF WS-NOTIFY-REC
               END-IF
           END-IF.
           IF WS-NOT-CHANNEL OF WS-NOTIFY-REC = "S" AND
              WS-NOT-PHONE OF WS-NOTIFY-REC = SPACES
               MOVE "NOPHONE" TO WS-NOT-STATUS OF WS-NOTIFY-REC
           END-IF.
