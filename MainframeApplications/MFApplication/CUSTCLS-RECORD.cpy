      ******************************************************************
      * CUSTCLS-RECORD.CPY                                             *
      * Closed customer register (CUSTCLS.DAT), one per customer      *
      * closed through CUSTMNT, keyed by customer ID. The close takes *
      * a copy of the personal details as they stood, so CUSTANON can *
      * find and replace them in the files that outlive the customer  *
      * record once the retention period in ANON-POLICY has run. A    *
      * closed customer ID is never reissued. WS-CC-STATUS:            *
      *   "C" = closed - awaiting anonymisation;                       *
      *   "A" = anonymised - the personal details below have been      *
      *         blanked and the customer is known only by the token.   *
      * The token ("#" and a sequence number) cannot clash with a     *
      * customer ID, which is digits and capitals only.                *
      ******************************************************************
       01  WS-CUSTCLS-RECORD.
           05  WS-CC-CUST-ID         PIC X(10).
           05  WS-CC-STATUS          PIC X.
           05  WS-CC-CLOSED-DATE     PIC 9(8).
           05  WS-CC-CLOSED-BY       PIC X(10).
           05  WS-CC-NAME            PIC X(50).
           05  WS-CC-ADDRESS         PIC X(100).
           05  WS-CC-PHONE           PIC X(20).
           05  WS-CC-EMAIL           PIC X(40).
           05  WS-CC-TOKEN.
               10  WS-CC-TOKEN-MARK  PIC X.
               10  WS-CC-TOKEN-SEQ   PIC 9(9).
           05  WS-CC-ANON-DATE       PIC 9(8).
           05  WS-CC-ANON-BY         PIC X(10).
