      ******************************************************************
      * TAXCERT.CBL - Annual Interest Tax Certificates                 *
      ******************************************************************
      * Year-end job, run once the December interest posting is done.
      * For the tax year keyed (last year by default) every customer
      * with interest on WHTAX.DAT is issued a certificate per
      * currency showing the gross interest credited by INTPOST, the
      * tax withheld and the net paid - exempt customers included,
      * with nothing withheld. Each certificate goes out on the
      * customer's notification channel preference as a TAXCERT
      * record on the run date's NOTIFY<date>.DAT generation carrying
      * the tax withheld: NOTIFLTR prints the letter-channel ones in
      * full from WHTAX.DAT, and the certificate figures for the
      * messaging platform go on the extract TAXCRT<year>.DAT. A
      * certificate issued is stamped with the issue date on
      * WHTAX.DAT, so a rerun only issues what the last run did not.
      * The control report TAXCRT<year>.RPT lists every certificate
      * with totals by currency, for the return to the tax
      * authority.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAXCERT.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. UNISYS-CLEARPATH.
       OBJECT-COMPUTER. UNISYS-CLEARPATH.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WHTAX-FILE ASSIGN TO "WHTAX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WS-WT-KEY OF WHTAX-RECORD
               FILE STATUS IS WS-FILE-STATUS.
           SELECT CUSTOMER-FILE ASSIGN TO "CUST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-CUST-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT NOTIFY-FILE ASSIGN TO WS-NOTIFY-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-NOTIFY-STATUS.
           SELECT TAXCERT-FILE ASSIGN TO WS-TAXCERT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-CERT-STATUS.
           SELECT REPORT-FILE ASSIGN TO WS-REPORT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-STATUS.
       DATA DIVISION.
       FILE SECTION.
           FD WHTAX-FILE.
               COPY WHTAX-RECORD
                   REPLACING ==WS-WHTAX-RECORD==
                   BY ==WHTAX-RECORD==.
           FD CUSTOMER-FILE.
               COPY WS-CUSTOMER-RECORD
                   REPLACING ==WS-CUSTOMER-RECORD==
                   BY ==CUSTOMER-RECORD==.
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
           FD TAXCERT-FILE.
               COPY TAXCERT-RECORD
                   REPLACING ==WS-TAXCERT-RECORD==
                   BY ==TAXCERT-REC==.
           FD REPORT-FILE.
           01  WS-REPORT-LINE          PIC X(132).
       WORKING-STORAGE SECTION.
           COPY COMMON-STORAGE.
       01  WS-CUST-STATUS          PIC XX.
       01  WS-NOTIFY-STATUS        PIC XX.
       01  WS-CERT-STATUS          PIC XX.
       01  WS-REPORT-STATUS        PIC XX.
       01  WS-NOTIFY-FILE-NAME     PIC X(30).
       01  WS-TAXCERT-FILE-NAME    PIC X(30).
       01  WS-REPORT-FILE-NAME     PIC X(30).
       01  WS-TAX-YEAR             PIC 9(4).
       01  WS-THIS-YEAR            PIC 9(4).
       01  WS-SCAN-DONE            PIC X.
       01  WS-CUST-FOUND-FLAG      PIC X.
       01  WS-NET-AMT              PIC 9(10)V99.
       01  WS-GROSS-DISP           PIC Z(9)9.99.
       01  WS-TAX-DISP             PIC Z(9)9.99.
       01  WS-NET-DISP             PIC Z(9)9.99.
       01  WS-COUNT-DISP           PIC Z(6)9.
       01  WS-TAX-STATUS-TEXT      PIC X(8).
       01  WS-CHANNEL-TEXT         PIC X(10).
      * Certificate totals by currency for the control report.
       01  WS-CCY-TABLE.
           05  WS-CCY-ENTRY OCCURS 20 TIMES.
               10  WS-CT-CCY           PIC X(3).
               10  WS-CT-COUNT         PIC 9(7).
               10  WS-CT-GROSS         PIC 9(12)V99.
               10  WS-CT-TAX           PIC 9(12)V99.
       01  WS-CCY-COUNT            PIC 9(2) VALUE 0.
       01  WS-CCY-IDX              PIC 9(2).
       01  WS-CT-FOUND-IDX         PIC 9(2).
       01  WS-TOTAL-READ           PIC 9(7) VALUE 0.
       01  WS-TOTAL-ISSUED         PIC 9(7) VALUE 0.
       01  WS-TOTAL-ALREADY        PIC 9(7) VALUE 0.
       01  WS-TOTAL-LETTERS        PIC 9(7) VALUE 0.
       01  WS-TOTAL-UNDELIVERABLE  PIC 9(7) VALUE 0.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "TAXCERT - Annual Interest Tax Certificates "
               "Starting".
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           MOVE WS-CURRENT-DATE(1:4) TO WS-THIS-YEAR.

           DISPLAY "Enter tax year (YYYY, 0 for last year): ".
           ACCEPT WS-TAX-YEAR.
           IF WS-TAX-YEAR = ZERO
               COMPUTE WS-TAX-YEAR = WS-THIS-YEAR - 1
           END-IF.
      * A year still running has interest to come - its certificate
      * would be short.
           IF WS-TAX-YEAR NOT < WS-THIS-YEAR
               DISPLAY "Tax year " WS-TAX-YEAR
                   " has not ended - no certificates issued."
               STOP RUN
           END-IF.

           MOVE SPACES TO WS-NOTIFY-FILE-NAME.
           STRING "NOTIFY" WS-CURRENT-DATE ".DAT"
               DELIMITED BY SIZE INTO WS-NOTIFY-FILE-NAME.
           MOVE SPACES TO WS-TAXCERT-FILE-NAME.
           STRING "TAXCRT" WS-TAX-YEAR ".DAT"
               DELIMITED BY SIZE INTO WS-TAXCERT-FILE-NAME.
           MOVE SPACES TO WS-REPORT-FILE-NAME.
           STRING "TAXCRT" WS-TAX-YEAR ".RPT"
               DELIMITED BY SIZE INTO WS-REPORT-FILE-NAME.

           OPEN I-O WHTAX-FILE.
           IF WS-FILE-STATUS = "35"
               DISPLAY "TAXCERT - no interest on file."
               STOP RUN
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "WHTAX.DAT OPEN Error, Status: " WS-FILE-STATUS
               STOP RUN
           END-IF.
           OPEN INPUT CUSTOMER-FILE.
           IF WS-CUST-STATUS NOT = "00"
               DISPLAY "CUST.DAT OPEN Error, Status: " WS-CUST-STATUS
               CLOSE WHTAX-FILE
               STOP RUN
           END-IF.
           OPEN EXTEND NOTIFY-FILE.
           IF WS-NOTIFY-STATUS = "35"
               CLOSE NOTIFY-FILE
               OPEN OUTPUT NOTIFY-FILE
           END-IF.
           IF WS-NOTIFY-STATUS NOT = "00"
               DISPLAY "Notification file " WS-NOTIFY-FILE-NAME
                   " OPEN Error, Status: " WS-NOTIFY-STATUS
               CLOSE WHTAX-FILE
               CLOSE CUSTOMER-FILE
               STOP RUN
           END-IF.
      * A rerun adds the certificates the last run did not issue to
      * the year's extract.
           OPEN EXTEND TAXCERT-FILE.
           IF WS-CERT-STATUS = "35"
               CLOSE TAXCERT-FILE
               OPEN OUTPUT TAXCERT-FILE
           END-IF.
           IF WS-CERT-STATUS NOT = "00"
               DISPLAY "Certificate file " WS-TAXCERT-FILE-NAME
                   " OPEN Error, Status: " WS-CERT-STATUS
               CLOSE WHTAX-FILE
               CLOSE CUSTOMER-FILE
               CLOSE NOTIFY-FILE
               STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.

           PERFORM WRITE-REPORT-HEADINGS.

           MOVE WS-TAX-YEAR TO WS-WT-TAX-YEAR OF WHTAX-RECORD.
           MOVE LOW-VALUES TO WS-WT-CUST-ID OF WHTAX-RECORD.
           MOVE LOW-VALUES TO WS-WT-CURRENCY OF WHTAX-RECORD.
           START WHTAX-FILE
               KEY NOT < WS-WT-KEY OF WHTAX-RECORD
               INVALID KEY
                   MOVE "10" TO WS-FILE-STATUS
           END-START.
           MOVE "N" TO WS-SCAN-DONE.
           IF WS-FILE-STATUS NOT = "00"
               MOVE "Y" TO WS-SCAN-DONE
           END-IF.
           PERFORM UNTIL WS-SCAN-DONE = "Y"
               READ WHTAX-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-SCAN-DONE
                   NOT AT END
                       IF WS-WT-TAX-YEAR OF WHTAX-RECORD
                          NOT = WS-TAX-YEAR
                           MOVE "Y" TO WS-SCAN-DONE
                       ELSE
                           ADD 1 TO WS-TOTAL-READ
                           PERFORM ISSUE-ONE-CERTIFICATE
                               THRU ISSUE-ONE-CERTIFICATE-EXIT
                       END-IF
               END-READ
           END-PERFORM.

           PERFORM WRITE-REPORT-TOTALS.

           CLOSE WHTAX-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE NOTIFY-FILE.
           CLOSE TAXCERT-FILE.
           CLOSE REPORT-FILE.

           DISPLAY "TAXCERT - Tax year " WS-TAX-YEAR
               " Read: " WS-TOTAL-READ
               " Issued: " WS-TOTAL-ISSUED
               " Already issued: " WS-TOTAL-ALREADY.
           DISPLAY "TAXCERT - Letters: " WS-TOTAL-LETTERS
               " Undeliverable: " WS-TOTAL-UNDELIVERABLE.
           DISPLAY "TAXCERT - Report: " WS-REPORT-FILE-NAME.
           STOP RUN.

       ISSUE-ONE-CERTIFICATE.
           COMPUTE WS-NET-AMT = WS-WT-GROSS-AMT OF WHTAX-RECORD
               - WS-WT-TAX-AMT OF WHTAX-RECORD.

           MOVE "Y" TO WS-CUST-FOUND-FLAG.
           MOVE WS-WT-CUST-ID OF WHTAX-RECORD TO
               WS-CUST-ID OF CUSTOMER-RECORD.
           READ CUSTOMER-FILE
               INVALID KEY
                   MOVE "N" TO WS-CUST-FOUND-FLAG
                   MOVE SPACES TO CUSTOMER-RECORD
           END-READ.

      * A certificate an earlier run issued stays on the report, so
      * the year's totals are whole, but is not sent again.
           IF WS-WT-CERT-DATE OF WHTAX-RECORD NOT = ZERO
               ADD 1 TO WS-TOTAL-ALREADY
               MOVE "EARLIER" TO WS-CHANNEL-TEXT
               PERFORM ADD-TO-CURRENCY-TOTALS
               PERFORM WRITE-CERTIFICATE-LINE
               GO TO ISSUE-ONE-CERTIFICATE-EXIT
           END-IF.
           IF WS-CUST-FOUND-FLAG NOT = "Y"
               DISPLAY "Customer not found for tax certificate: "
                   WS-WT-CUST-ID OF WHTAX-RECORD
           END-IF.

      * The order-ID field carries the tax year (position 10) and
      * currency (position 15) - NOTIFLTR finds the certificate
      * figures on WHTAX.DAT by them.
           INITIALIZE WS-NOTIFY-REC.
           MOVE WS-WT-CUST-ID OF WHTAX-RECORD TO
               WS-NOT-CUST-ID OF WS-NOTIFY-REC.
           MOVE WS-CUST-PHONE OF CUSTOMER-RECORD TO
               WS-NOT-PHONE OF WS-NOTIFY-REC.
           MOVE SPACES TO WS-NOT-SO-ID OF WS-NOTIFY-REC.
           STRING "TAX YEAR " WS-TAX-YEAR " "
               WS-WT-CURRENCY OF WHTAX-RECORD
               DELIMITED BY SIZE INTO WS-NOT-SO-ID OF WS-NOTIFY-REC.
           MOVE WS-WT-TAX-AMT OF WHTAX-RECORD TO
               WS-NOT-AMOUNT OF WS-NOTIFY-REC.
           IF WS-CUST-FOUND-FLAG = "Y"
               MOVE "TAXCERT" TO WS-NOT-STATUS OF WS-NOTIFY-REC
           ELSE
               MOVE "NOPHONE" TO WS-NOT-STATUS OF WS-NOTIFY-REC
           END-IF.
           MOVE WS-CURRENT-DATE TO WS-NOT-DATE OF WS-NOTIFY-REC.
           PERFORM RESOLVE-NOTIFY-CHANNEL.
           WRITE WS-NOTIFY-REC.

           MOVE WS-WT-CUST-ID OF WHTAX-RECORD TO
               WS-TC-CUST-ID OF TAXCERT-REC.
           MOVE WS-TAX-YEAR TO WS-TC-TAX-YEAR OF TAXCERT-REC.
           MOVE WS-WT-CURRENCY OF WHTAX-RECORD TO
               WS-TC-CURRENCY OF TAXCERT-REC.
           MOVE WS-WT-GROSS-AMT OF WHTAX-RECORD TO
               WS-TC-GROSS-AMT OF TAXCERT-REC.
           MOVE WS-WT-TAX-AMT OF WHTAX-RECORD TO
               WS-TC-TAX-AMT OF TAXCERT-REC.
           MOVE WS-NET-AMT TO WS-TC-NET-AMT OF TAXCERT-REC.
           MOVE WS-CUST-TAX-STATUS OF CUSTOMER-RECORD TO
               WS-TC-TAX-STATUS OF TAXCERT-REC.
           MOVE WS-NOT-CHANNEL OF WS-NOTIFY-REC TO
               WS-TC-CHANNEL OF TAXCERT-REC.
           MOVE WS-CURRENT-DATE TO WS-TC-ISSUE-DATE OF TAXCERT-REC.
           WRITE TAXCERT-REC.

           MOVE WS-CURRENT-DATE TO WS-WT-CERT-DATE OF WHTAX-RECORD.
           REWRITE WHTAX-RECORD.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "WHTAX.DAT REWRITE Error, Status: "
                   WS-FILE-STATUS " for customer "
                   WS-WT-CUST-ID OF WHTAX-RECORD
           END-IF.

           ADD 1 TO WS-TOTAL-ISSUED.
           IF WS-NOT-STATUS OF WS-NOTIFY-REC = "NOPHONE"
               ADD 1 TO WS-TOTAL-UNDELIVERABLE
               MOVE "UNDELIVER." TO WS-CHANNEL-TEXT
           ELSE
               EVALUATE WS-NOT-CHANNEL OF WS-NOTIFY-REC
                   WHEN "L"
                       ADD 1 TO WS-TOTAL-LETTERS
                       MOVE "LETTER" TO WS-CHANNEL-TEXT
                   WHEN "E"
                       MOVE "EMAIL" TO WS-CHANNEL-TEXT
                   WHEN OTHER
                       MOVE "SMS" TO WS-CHANNEL-TEXT
               END-EVALUATE
           END-IF.
           PERFORM ADD-TO-CURRENCY-TOTALS.
           PERFORM WRITE-CERTIFICATE-LINE.
       ISSUE-ONE-CERTIFICATE-EXIT.
           EXIT.

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
               MOVE WS-CUST-NOTIFY-PREF OF CUSTOMER-RECORD TO
                   WS-NOT-CHANNEL OF WS-NOTIFY-REC
               IF WS-NOT-CHANNEL OF WS-NOTIFY-REC = "E" AND
                  WS-CUST-EMAIL OF CUSTOMER-RECORD = SPACES
                   MOVE "S" TO WS-NOT-CHANNEL OF WS-NOTIFY-REC
               END-IF
               IF WS-NOT-CHANNEL OF WS-NOTIFY-REC NOT = "E" AND
                  WS-NOT-CHANNEL OF WS-NOTIFY-REC NOT = "L"
                   MOVE "S" TO WS-NOT-CHANNEL OF WS-NOTIFY-REC
               END-IF
               IF WS-NOT-CHANNEL OF WS-NOTIFY-REC = "E"
                   MOVE WS-CUST-EMAIL OF CUSTOMER-RECORD TO
                       WS-NOT-EMAIL OF WS-NOTIFY-REC
               END-IF
           END-IF.
           IF WS-NOT-CHANNEL OF WS-NOTIFY-REC = "S" AND
              WS-NOT-PHONE OF WS-NOTIFY-REC = SPACES
               MOVE "NOPHONE" TO WS-NOT-STATUS OF WS-NOTIFY-REC
           END-IF.

       ADD-TO-CURRENCY-TOTALS.
           MOVE ZERO TO WS-CT-FOUND-IDX.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
               IF WS-CT-CCY(WS-CCY-IDX) = WS-WT-CURRENCY OF WHTAX-RECORD
                  AND WS-CT-FOUND-IDX = ZERO
                   MOVE WS-CCY-IDX TO WS-CT-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CT-FOUND-IDX = ZERO
               IF WS-CCY-COUNT >= 20
                   DISPLAY "Currency table full at "
                       WS-WT-CURRENCY OF WHTAX-RECORD
                       " - left out of the report totals."
               ELSE
                   ADD 1 TO WS-CCY-COUNT
                   MOVE WS-CCY-COUNT TO WS-CT-FOUND-IDX
                   MOVE WS-WT-CURRENCY OF WHTAX-RECORD
                       TO WS-CT-CCY(WS-CT-FOUND-IDX)
                   MOVE ZERO TO WS-CT-COUNT(WS-CT-FOUND-IDX)
                   MOVE ZERO TO WS-CT-GROSS(WS-CT-FOUND-IDX)
                   MOVE ZERO TO WS-CT-TAX(WS-CT-FOUND-IDX)
               END-IF
           END-IF.
           IF WS-CT-FOUND-IDX > ZERO
               ADD 1 TO WS-CT-COUNT(WS-CT-FOUND-IDX)
               ADD WS-WT-GROSS-AMT OF WHTAX-RECORD
                   TO WS-CT-GROSS(WS-CT-FOUND-IDX)
               ADD WS-WT-TAX-AMT OF WHTAX-RECORD
                   TO WS-CT-TAX(WS-CT-FOUND-IDX)
           END-IF.

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "INTEREST TAX CERTIFICATES - TAX YEAR " WS-TAX-YEAR
               "    ISSUED " WS-CURRENT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CUSTOMER   CCY     GROSS INTEREST      TAX WITHHELD"
               "        NET INTEREST  STATUS    CHANNEL"
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       WRITE-CERTIFICATE-LINE.
           MOVE WS-WT-GROSS-AMT OF WHTAX-RECORD TO WS-GROSS-DISP.
           MOVE WS-WT-TAX-AMT OF WHTAX-RECORD TO WS-TAX-DISP.
           MOVE WS-NET-AMT TO WS-NET-DISP.
           EVALUATE WS-CUST-TAX-STATUS OF CUSTOMER-RECORD
               WHEN "E"
                   MOVE "EXEMPT" TO WS-TAX-STATUS-TEXT
               WHEN OTHER
                   MOVE "TAXABLE" TO WS-TAX-STATUS-TEXT
           END-EVALUATE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-WT-CUST-ID OF WHTAX-RECORD " "
               WS-WT-CURRENCY OF WHTAX-RECORD "  "
               WS-GROSS-DISP "     " WS-TAX-DISP "     "
               WS-NET-DISP "  " WS-TAX-STATUS-TEXT "  "
               WS-CHANNEL-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE "TOTALS BY CURRENCY" TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
               UNTIL WS-CCY-IDX > WS-CCY-COUNT
               MOVE WS-CT-COUNT(WS-CCY-IDX) TO WS-COUNT-DISP
               MOVE WS-CT-GROSS(WS-CCY-IDX) TO WS-GROSS-DISP
               MOVE WS-CT-TAX(WS-CCY-IDX) TO WS-TAX-DISP
               COMPUTE WS-NET-AMT = WS-CT-GROSS(WS-CCY-IDX)
                   - WS-CT-TAX(WS-CCY-IDX)
               MOVE WS-NET-AMT TO WS-NET-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-COUNT-DISP "    " WS-CT-CCY(WS-CCY-IDX) "  "
                   WS-GROSS-DISP "     " WS-TAX-DISP "     "
                   WS-NET-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE WS-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-TOTAL-ISSUED TO WS-COUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "CERTIFICATES ISSUED THIS RUN: " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-TOTAL-ALREADY TO WS-COUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "ISSUED BY AN EARLIER RUN:     " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
           MOVE WS-TOTAL-UNDELIVERABLE TO WS-COUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "UNDELIVERABLE - NO CONTACT:   " WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE WS-REPORT-LINE.
