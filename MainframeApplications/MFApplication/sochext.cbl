      ******************************************************************
      * SOCHEXT.CBL - Nightly Channel Standing Order Extract           *
      ******************************************************************
      * Rebuilds SOCHORD.DAT each night for the internet banking
      * platform to show customers their own standing orders: one
      * record per order on the database, carrying the customer ID
      * the platform selects by, the payee (with the beneficiary's
      * name for an external order), the schedule and status, and
      * what is waiting to change it - the action awaiting bank
      * approval on SOAPPR.DAT and the earliest future-dated
      * amendment on SOPEND.DAT. An AMEND request on SOCHREQ.DAT
      * sends the order back as shown here with the customer's
      * changes. Held by JOBCTL until STOREXEC shows COMPLETE for
      * the business date, so the next execution dates are the ones
      * the night's run left.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SOCHEXT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SOCHORD-FILE ASSIGN TO "SOCHORD.DAT"
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-ORD-STATUS.
           SELECT BENEF-FILE ASSIGN TO "BENEF.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-BN-ID OF BENEF-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SOAPPR-FILE ASSIGN TO "SOAPPR.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-AP-SO-ID OF SOAPPR-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT SOPEND-FILE ASSIGN TO "SOPEND.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-PA-KEY OF SOPEND-RECORD
               FILE STATUS IS WS-PEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD SOCHORD-FILE.
               COPY SOCHORD-RECORD
                   REPLACING ==WS-SOCHORD-RECORD==
                   BY ==SOCHORD-REC==.
           FD BENEF-FILE.
               COPY BENEF-RECORD
                   REPLACING ==WS-BENEF-RECORD==
                   BY ==BENEF-RECORD==.
           FD SOAPPR-FILE.
               COPY SOAPPR-RECORD
                   REPLACING ==WS-SOAPPR-RECORD==
                   BY ==SOAPPR-RECORD==.
           FD SOPEND-FILE.
               COPY SOPEND-RECORD
                   REPLACING ==WS-SOPEND-RECORD==
                   BY ==SOPEND-RECORD==.
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
           COPY WS-SO-RECORD.
       01  WS-DMS-ERROR-AREA.
           05  WS-DMS-ERROR-CODE   PIC 9(8).
           05  WS-DMS-ERROR-TEXT   PIC X(256).
       01  WS-DMS-ERROR-DESC       PIC X(60).
       01  WS-DMS-ERROR-ACTION     PIC X(60).
       01  WS-ORD-STATUS           PIC XX.
       01  WS-PEND-STATUS          PIC XX.
      * The queues and the beneficiary master are read where they
      * exist - a file not yet created has nothing on it to show.
       01  WS-BENEF-OPEN           PIC X VALUE "N".
       01  WS-SOAPPR-OPEN          PIC X VALUE "N".
       01  WS-SOPEND-OPEN          PIC X VALUE "N".
       01  WS-TOTAL-EXTRACTED      PIC 9(7) VALUE 0.
      * ACCEPT FROM TIME supplies HHMMSShh - the fields are 9(8) and
      * the leading HHMMSS is taken when the record is built, the same
      * idiom AUDITLOG uses for its timestamp.
       01  WS-START-TIME           PIC 9(8).
       01  WS-END-TIME             PIC 9(8).
           COPY RUNSTAT-RECORD.
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
           DISPLAY "SOCHEXT - Channel Standing Order Extract Starting".
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME FROM TIME.

      * The extract must reflect the night's executions - JOBCTL
      * holds this job until STOREXEC shows COMPLETE for the business
      * date. A supervisor may override at the prompt.
           MOVE "SOCHEXT" TO WS-JOB-NAME.
           MOVE "STOREXEC" TO WS-PRED-NAME.
           MOVE "S" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.
           IF WS-JOB-RESULT NOT = "Y"
               DISPLAY "SOCHEXT - not started."
               STOP RUN
           END-IF.

           OPEN OUTPUT SOCHORD-FILE.
           IF WS-ORD-STATUS NOT = "00"
               DISPLAY "SOCHORD.DAT OPEN Error, Status: "
                   WS-ORD-STATUS
               GO TO END-PROGRAM
           END-IF.
           OPEN INPUT BENEF-FILE.
           IF WS-FILE-STATUS = "00"
               MOVE "Y" TO WS-BENEF-OPEN
           END-IF.
           OPEN INPUT SOAPPR-FILE.
           IF WS-FILE-STATUS = "00"
               MOVE "Y" TO WS-SOAPPR-OPEN
           END-IF.
           OPEN INPUT SOPEND-FILE.
           IF WS-PEND-STATUS = "00"
               MOVE "Y" TO WS-SOPEND-OPEN
           END-IF.

           DMS FIND FIRST RECORD STANDING-ORDER-RECORD
               ERROR WS-DMS-ERROR-AREA.

           IF WS-DMS-ERROR-CODE NOT = ZERO AND
              WS-DMS-ERROR-CODE NOT = 1403
               CALL 'DMSERRTX' USING WS-DMS-ERROR-CODE,
                   WS-DMS-ERROR-DESC, WS-DMS-ERROR-ACTION
               DISPLAY "DMS FIND Error: " WS-DMS-ERROR-CODE
                   " - " WS-DMS-ERROR-DESC
               DISPLAY "Suggested Action: " WS-DMS-ERROR-ACTION
               PERFORM CLOSE-FILES
               GO TO END-PROGRAM
           END-IF.

           PERFORM UNTIL WS-DMS-ERROR-CODE = 1403
               DMS GET RECORD STANDING-ORDER-RECORD
                   INTO WS-SO-RECORD
                   ERROR WS-DMS-ERROR-AREA

               IF WS-DMS-ERROR-CODE = ZERO
                   PERFORM EXTRACT-ONE-ORDER
               END-IF

               DMS FIND NEXT RECORD STANDING-ORDER-RECORD
                   ERROR WS-DMS-ERROR-AREA
           END-PERFORM.

           PERFORM CLOSE-FILES.
           DISPLAY "SOCHEXT - Extracted: " WS-TOTAL-EXTRACTED.

           PERFORM WRITE-RUN-STATISTICS.

           MOVE "E" TO WS-JOBCTL-FUNC.
           CALL 'JOBCTL' USING WS-JOB-NAME, WS-PRED-NAME,
               WS-CURRENT-DATE, WS-JOB-CYCLES, WS-JOBCTL-FUNC,
               WS-JOB-RESULT.

       END-PROGRAM.
           STOP RUN.

       EXTRACT-ONE-ORDER.
           MOVE SPACES TO SOCHORD-REC.
           MOVE WS-SO-CUST-ID TO WS-CO-CUST-ID OF SOCHORD-REC.
           MOVE WS-SO-ID TO WS-CO-SO-ID OF SOCHORD-REC.
           MOVE WS-SO-FROM-ACCT TO WS-CO-FROM-ACCT OF SOCHORD-REC.
           IF WS-SO-PAYEE-TYPE = "X"
               MOVE "X" TO WS-CO-PAYEE-TYPE OF SOCHORD-REC
           ELSE
               MOVE "I" TO WS-CO-PAYEE-TYPE OF SOCHORD-REC
           END-IF.
           MOVE WS-SO-TO-ACCT TO WS-CO-TO-ACCT OF SOCHORD-REC.
           MOVE WS-SO-AMOUNT TO WS-CO-AMOUNT OF SOCHORD-REC.
           MOVE WS-SO-FREQ TO WS-CO-FREQ OF SOCHORD-REC.
           MOVE WS-SO-NEXT-EXEC TO WS-CO-NEXT-EXEC OF SOCHORD-REC.
           MOVE WS-SO-END-DATE TO WS-CO-END-DATE OF SOCHORD-REC.
           MOVE WS-SO-MAX-EXECS TO WS-CO-MAX-EXECS OF SOCHORD-REC.
           MOVE WS-SO-EXEC-COUNT TO WS-CO-EXEC-COUNT OF SOCHORD-REC.
           MOVE WS-SO-STAT TO WS-CO-STAT OF SOCHORD-REC.
           MOVE WS-SO-PAUSE-UNTIL TO WS-CO-PAUSE-UNTIL OF SOCHORD-REC.
           MOVE WS-SO-PURPOSE-CODE TO
               WS-CO-PURPOSE-CODE OF SOCHORD-REC.
           MOVE ZERO TO WS-CO-PEND-EFF-DATE OF SOCHORD-REC.
           MOVE ZERO TO WS-CO-PEND-AMOUNT OF SOCHORD-REC.

           IF WS-SO-PAYEE-TYPE = "X" AND WS-BENEF-OPEN = "Y"
               MOVE WS-SO-TO-ACCT TO WS-BN-ID OF BENEF-RECORD
               READ BENEF-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-BN-NAME OF BENEF-RECORD TO
                           WS-CO-PAYEE-NAME OF SOCHORD-REC
               END-READ
           END-IF.

           IF WS-SOAPPR-OPEN = "Y"
               MOVE WS-SO-ID TO WS-AP-SO-ID OF SOAPPR-RECORD
               READ SOAPPR-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-AP-ACTION OF SOAPPR-RECORD TO
                           WS-CO-APPR-ACTION OF SOCHORD-REC
               END-READ
           END-IF.

      * The file is keyed by order and effective date, so the first
      * record at or after the order's lowest key is its earliest.
           IF WS-SOPEND-OPEN = "Y"
               MOVE WS-SO-ID TO WS-PA-SO-ID OF SOPEND-RECORD
               MOVE ZERO TO WS-PA-EFF-DATE OF SOPEND-RECORD
               START SOPEND-FILE
                   KEY NOT < WS-PA-KEY OF SOPEND-RECORD
                   INVALID KEY
                       MOVE "23" TO WS-PEND-STATUS
               END-START
               IF WS-PEND-STATUS = "00"
                   READ SOPEND-FILE NEXT RECORD
                       AT END
                           MOVE "10" TO WS-PEND-STATUS
                   END-READ
               END-IF
               IF WS-PEND-STATUS = "00" AND
                  WS-PA-SO-ID OF SOPEND-RECORD = WS-SO-ID
                   MOVE WS-PA-EFF-DATE OF SOPEND-RECORD TO
                       WS-CO-PEND-EFF-DATE OF SOCHORD-REC
                   MOVE WS-PA-NEW-AMOUNT OF SOPEND-RECORD TO
                       WS-CO-PEND-AMOUNT OF SOCHORD-REC
               END-IF
           END-IF.

           WRITE SOCHORD-REC.
           IF WS-ORD-STATUS NOT = "00"
               DISPLAY "SOCHORD.DAT WRITE Error, Status: "
                   WS-ORD-STATUS " Standing Order ID: " WS-SO-ID
           ELSE
               ADD 1 TO WS-TOTAL-EXTRACTED
           END-IF.

       CLOSE-FILES.
           CLOSE SOCHORD-FILE.
           IF WS-BENEF-OPEN = "Y"
               CLOSE BENEF-FILE
           END-IF.
           IF WS-SOAPPR-OPEN = "Y"
               CLOSE SOAPPR-FILE
           END-IF.
           IF WS-SOPEND-OPEN = "Y"
               CLOSE SOPEND-FILE
           END-IF.

       WRITE-RUN-STATISTICS.
           ACCEPT WS-END-TIME FROM TIME.
           INITIALIZE WS-RUNSTAT-RECORD.
           MOVE "SOCHEXT" TO WS-RS-JOB-NAME.
           MOVE WS-CURRENT-DATE TO WS-RS-RUN-DATE.
           MOVE WS-START-TIME(1:6) TO WS-RS-START-TIME.
           MOVE WS-END-TIME(1:6) TO WS-RS-END-TIME.
           MOVE WS-TOTAL-EXTRACTED TO WS-RS-EXTRACTED.
           CALL 'RUNSTATW' USING WS-RUNSTAT-RECORD.
