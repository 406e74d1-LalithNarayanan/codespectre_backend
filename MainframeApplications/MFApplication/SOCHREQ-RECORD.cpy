      ******************************************************************
      * SOCHREQ-RECORD.CPY                                             *
      * Online banking channel request (SOCHREQ.DAT), one standing     *
      * order instruction a customer has given through internet        *
      * banking. SOCHREQ applies each one through the checks the       *
      * STORDMENU screens apply and answers it on SOCHRSP.DAT.         *
      * WS-CR-REQ-REF is the platform's own reference, returned on     *
      * the response. WS-CR-CUST-ID is the customer the platform has   *
      * authenticated - the order must be the customer's own.          *
      * WS-CR-ACTION: "CREATE", "AMEND" or "CANCEL".                   *
      *   CREATE - every field but the effective date; payee type      *
      *            "X" pays the beneficiary in WS-CR-TO-ACCT.          *
      *   AMEND  - the order as the customer wants it: to account or   *
      *            beneficiary, amount, frequency, next execution,     *
      *            end date, maximum executions and purpose code, each *
      *            as shown on the SOCHORD extract if unchanged. The   *
      *            from account and payee type are not amendable. The  *
      *            effective date is zero for today.                   *
      *   CANCEL - the order ID only.                                  *
      ******************************************************************
       01  WS-SOCHREQ-RECORD.
           05  WS-CR-REQ-REF         PIC X(20).
           05  WS-CR-ACTION          PIC X(6).
           05  WS-CR-CUST-ID         PIC X(10).
           05  WS-CR-SO-ID           PIC X(20).
           05  WS-CR-FROM-ACCT       PIC X(15).
           05  WS-CR-PAYEE-TYPE      PIC X.
           05  WS-CR-TO-ACCT         PIC X(15).
           05  WS-CR-AMOUNT          PIC 9(10)V99.
           05  WS-CR-FREQ            PIC X(11).
           05  WS-CR-NEXT-EXEC       PIC 9(8).
           05  WS-CR-END-DATE        PIC 9(8).
           05  WS-CR-MAX-EXECS       PIC 9(5).
           05  WS-CR-PURPOSE-CODE    PIC X(4).
           05  WS-CR-EFF-DATE        PIC 9(8).
