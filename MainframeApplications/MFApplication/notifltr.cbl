      * customer's CUST.DAT name and address. The letter wording
      * follows the extract status - SUCCESS, FAILED, PREWARN,
      * ESCALAT, SOCANCL - so a letter-only customer hears the same
      * things the SMS customers do. DORMWRN is the advance notice
      * DORMMARK writes before an account is made dormant; it is
      * always a letter and names the account, not an order.
      * INCRNTC is SOESCNOT's month-ahead notice of an escalation
      * clause rise and quotes the new payment amount.
      * TAXCERT is the annual interest tax certificate TAXCERT issues;
      * the gross interest, tax withheld and net are printed from the
      * customer's tax-year totals on WHTAX.DAT.
      * Records on other channels are left to the messaging platform.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFLTR.
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-CUST-ID OF CUSTOMER-RECORD
               FILE STATUS IS WS-CUST-STATUS.
           SELECT WHTAX-FILE ASSIGN TO "WHTAX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS WS-WT-KEY OF WHTAX-RECORD
               FILE STATUS IS WS-WHTAX-STATUS.
           SELECT PRINT-FILE ASSIGN TO WS-PRINT-FILE-NAME
               ORGANIZATION IS SEQUENTIAL
               ACCESS MODE IS SEQUENTIAL
               COPY WS-CUSTOMER-RECORD
                   REPLACING ==WS-CUSTOMER-RECORD==
                   BY ==CUSTOMER-RECORD==.
           FD WHTAX-FILE.
               COPY WHTAX-RECORD
                   REPLACING ==WS-WHTAX-RECORD==
                   BY ==WHTAX-RECORD==.
           FD PRINT-FILE.
           01  WS-PRINT-LINE           PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-TOTAL-READ           PIC 9(7) VALUE 0.
       01  WS-TOTAL-LETTERS        PIC 9(7) VALUE 0.
       01  WS-TOTAL-NOADDR         PIC 9(7) VALUE 0.
      * "Y" when WHTAX.DAT could be opened - without it a tax
      * certificate letter quotes only the tax withheld.
       01  WS-WHTAX-STATUS         PIC XX.
       01  WS-WHTAX-OPEN           PIC X VALUE "N".
       01  WS-WHTAX-FOUND          PIC X.
       01  WS-LTR-NET-AMT          PIC 9(10)V99.
       01  WS-LTR-AMT-DISP         PIC Z(9)9.99.
       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "NOTIFLTR - Notification Letter Formatting "
               CLOSE NOTIFY-FILE
               STOP RUN
           END-IF.
           OPEN INPUT WHTAX-FILE.
           IF WS-WHTAX-STATUS = "00"
               MOVE "Y" TO WS-WHTAX-OPEN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           IF WS-PRINT-STATUS NOT = "00"
               DISPLAY "Letter file " WS-PRINT-FILE-NAME

           CLOSE NOTIFY-FILE.
           CLOSE CUSTOMER-FILE.
           IF WS-WHTAX-OPEN = "Y"
               CLOSE WHTAX-FILE
           END-IF.
           CLOSE PRINT-FILE.

           DISPLAY "NOTIFLTR - Records: " WS-TOTAL-READ
           STRING "DATE: " WS-NOT-DATE OF WS-NOTIFY-REC
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE WS-PRINT-LINE.
      * A dormancy notice carries the account ID in the order ID
      * field, a tax certificate its tax year and currency.
           MOVE SPACES TO WS-PRINT-LINE.
           EVALUATE WS-NOT-STATUS OF WS-NOTIFY-REC
               WHEN "DORMWRN"
                   STRING "RE: ACCOUNT "
                       WS-NOT-SO-ID OF WS-NOTIFY-REC
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN "TAXCERT"
                   STRING "RE: INTEREST TAX CERTIFICATE - "
                       WS-NOT-SO-ID OF WS-NOTIFY-REC
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
               WHEN OTHER
                   STRING "RE: STANDING ORDER "
                       WS-NOT-SO-ID OF WS-NOTIFY-REC
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-EVALUATE.
           WRITE WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE WS-PRINT-LINE.
                       "UP AGAIN."
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE WS-PRINT-LINE
               WHEN "DORMWRN"
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "YOUR ACCOUNT, WITH A BALANCE OF "
                       WS-NOT-AMOUNT OF WS-NOTIFY-REC
                       ", HAS HAD NO ACTIVITY FOR A LONG TIME."
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE WS-PRINT-LINE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "UNLESS YOU USE IT, IT WILL SHORTLY BE "
                       "MADE DORMANT AND NO PAYMENTS WILL BE MADE "
                       "FROM IT."
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE WS-PRINT-LINE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "TO KEEP IT OPEN, OR TO REACTIVATE IT "
                       "LATER, PLEASE CONTACT YOUR BRANCH WITH "
                       "PROOF OF IDENTITY."
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE WS-PRINT-LINE
               WHEN "INCRNTC"
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "UNDER ITS ANNUAL ESCALATION CLAUSE YOUR "
                       "STANDING ORDER PAYMENT WILL RISE TO "
                       WS-NOT-AMOUNT OF WS-NOTIFY-REC
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE WS-PRINT-LINE
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "FROM ITS ANNIVERSARY PAYMENT NEXT MONTH. "
                       "NO ACTION IS NEEDED UNLESS YOU WISH TO "
                       "CHANGE IT."
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   WRITE WS-PRINT-LINE
               WHEN "TAXCERT"
                   PERFORM PRINT-TAX-CERTIFICATE
               WHEN OTHER
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "NOTIFICATION REGARDING A PAYMENT OF "
           ADD 1 TO WS-TOTAL-LETTERS.
       PRINT-ONE-LETTER-EXIT.
           EXIT.

       PRINT-TAX-CERTIFICATE.
      * The order-ID field reads "TAX YEAR yyyy ccc" - the year from
      * position 10 and the currency from position 15 key the
      * customer's totals on WHTAX.DAT.
           MOVE "N" TO WS-WHTAX-FOUND.
           IF WS-WHTAX-OPEN = "Y"
               MOVE WS-NOT-SO-ID OF WS-NOTIFY-REC (10:4)
                   TO WS-WT-TAX-YEAR OF WHTAX-RECORD
               MOVE WS-NOT-CUST-ID OF WS-NOTIFY-REC
                   TO WS-WT-CUST-ID OF WHTAX-RECORD
               MOVE WS-NOT-SO-ID OF WS-NOTIFY-REC (15:3)
                   TO WS-WT-CURRENCY OF WHTAX-RECORD
               READ WHTAX-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-WHTAX-FOUND
               END-READ
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "THIS CERTIFIES THE INTEREST WE CREDITED TO YOUR "
               "ACCOUNTS IN THE TAX YEAR "
               WS-NOT-SO-ID OF WS-NOTIFY-REC (10:4)
               " AND THE TAX WE WITHHELD FROM IT."
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE WS-PRINT-LINE.
           IF WS-WHTAX-FOUND = "Y"
               MOVE WS-WT-GROSS-AMT OF WHTAX-RECORD
                   TO WS-LTR-AMT-DISP
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  GROSS INTEREST    "
                   WS-NOT-SO-ID OF WS-NOTIFY-REC (15:3) " "
                   WS-LTR-AMT-DISP
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
           END-IF.
           MOVE WS-NOT-AMOUNT OF WS-NOTIFY-REC TO WS-LTR-AMT-DISP.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "  TAX WITHHELD      "
               WS-NOT-SO-ID OF WS-NOTIFY-REC (15:3) " "
               WS-LTR-AMT-DISP
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE WS-PRINT-LINE.
           IF WS-WHTAX-FOUND = "Y"
               COMPUTE WS-LTR-NET-AMT = WS-WT-GROSS-AMT OF WHTAX-RECORD
                   - WS-WT-TAX-AMT OF WHTAX-RECORD
               MOVE WS-LTR-NET-AMT TO WS-LTR-AMT-DISP
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  NET INTEREST PAID "
                   WS-NOT-SO-ID OF WS-NOTIFY-REC (15:3) " "
                   WS-LTR-AMT-DISP
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               WRITE WS-PRINT-LINE
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           WRITE WS-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "PLEASE KEEP THIS CERTIFICATE FOR YOUR TAX RETURN."
               DELIMITED BY SIZE INTO WS-PRINT-LINE.
           WRITE WS-PRINT-LINE.
